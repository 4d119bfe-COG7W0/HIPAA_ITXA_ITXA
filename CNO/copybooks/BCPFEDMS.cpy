000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150133 - FEDACH PARTICIPANT         *
000300*            DIRECTORY RECORD, IN THE FEDERAL RESERVE'S OWN      *
000400*            155-BYTE LAYOUT. ONE ENTRY PER ROUTING NUMBER THAT  *
000500*            CAN RECEIVE ACH ENTRIES, REFRESHED MONTHLY FROM THE *
000600*            FEDERAL RESERVE RELEASE BY BCPFEDLD. RECORD TYPE 2  *
000700*            MEANS THE INSTITUTION HAS MERGED AND ITS ITEMS ARE  *
000800*            ROUTED TO FEDA-NEW-ROUTING-NBR. BCPABAVL LOOKS      *
000900*            ROUTING NUMBERS UP HERE FOR BCPNACHA AND BCPPBAWS.  *
001000******************************************************************
001100 01  FEDA-RECORD.
001200     05  FEDA-ROUTING-NBR          PIC X(09).
001300     05  FEDA-OFFICE-CODE          PIC X(01).
001400         88  FEDA-MAIN-OFFICE          VALUE 'O'.
001500         88  FEDA-BRANCH-OFFICE        VALUE 'B'.
001600     05  FEDA-SERVICING-FRB        PIC X(09).
001700     05  FEDA-RECORD-TYPE          PIC X(01).
001800         88  FEDA-FRB-ITSELF           VALUE '0'.
001900         88  FEDA-ROUTE-TO-CUSTOMER    VALUE '1'.
002000         88  FEDA-ROUTE-TO-NEW-NBR     VALUE '2'.
002100     05  FEDA-CHANGE-DATE          PIC X(06).
002200     05  FEDA-NEW-ROUTING-NBR      PIC X(09).
002300     05  FEDA-CUSTOMER-NAME        PIC X(36).
002400     05  FEDA-ADDRESS              PIC X(36).
002500     05  FEDA-CITY                 PIC X(20).
002600     05  FEDA-STATE                PIC X(02).
002700     05  FEDA-ZIP                  PIC X(05).
002800     05  FEDA-ZIP-EXT              PIC X(04).
002900     05  FEDA-PHONE.
003000         10  FEDA-PHONE-AREA       PIC X(03).
003100         10  FEDA-PHONE-PREFIX     PIC X(03).
003200         10  FEDA-PHONE-SUFFIX     PIC X(04).
003300     05  FEDA-INST-STATUS          PIC X(01).
003400     05  FEDA-DATA-VIEW            PIC X(01).
003500     05  FILLER                    PIC X(05).
