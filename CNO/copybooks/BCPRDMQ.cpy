000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150123 - READMISSION REVIEW QUEUE   *
000300*            RECORD. BCPREADM APPENDS ONE ENTRY (STATUS O) PER   *
000400*            INPATIENT ADMISSION THAT FOLLOWS THE SAME MEMBER'S  *
000500*            PRIOR DISCHARGE INSIDE THE READMISSION WINDOW AT    *
000600*            THE SAME FACILITY OR WITH A RELATED MS-DRG, SO      *
000700*            CLAIM REVIEW CAN BUNDLE THE STAYS UNDER THE         *
000800*            HOSPITAL CONTRACT. BOTH CLAIM KEYS AND PAID AMOUNTS *
000900*            RIDE ON THE ENTRY.                                  *
001000******************************************************************
001100 01  RDMQ-RECORD.
001200     05  RDMQ-STATUS               PIC X(01).
001300         88  RDMQ-OPEN                 VALUE 'O'.
001400         88  RDMQ-BUNDLED              VALUE 'B'.
001500         88  RDMQ-CLOSED-NO-ACTION     VALUE 'C'.
001600     05  RDMQ-QUEUED-DATE          PIC X(08).
001700     05  RDMQ-MEMBER-ID            PIC 9(10).
001800     05  RDMQ-REASON               PIC X(01).
001900         88  RDMQ-SAME-FACILITY        VALUE 'F'.
002000         88  RDMQ-RELATED-DRG          VALUE 'D'.
002100         88  RDMQ-FACILITY-AND-DRG     VALUE 'B'.
002200     05  RDMQ-DAYS-BETWEEN         PIC 9(03).
002300     05  RDMQ-PRIOR-CLM-KEY        PIC 9(06).
002400     05  RDMQ-PRIOR-DISCHG-DATE    PIC X(08).
002500     05  RDMQ-PRIOR-FACILITY-NPI   PIC X(10).
002600     05  RDMQ-PRIOR-DRG-CODE       PIC X(03).
002700     05  RDMQ-PRIOR-PAID-AMT       PIC 9(09)V99.
002800     05  RDMQ-READM-CLM-KEY        PIC 9(06).
002900     05  RDMQ-READM-ADMIT-DATE     PIC X(08).
003000     05  RDMQ-READM-FACILITY-NPI   PIC X(10).
003100     05  RDMQ-READM-DRG-CODE       PIC X(03).
003200     05  RDMQ-READM-PAID-AMT       PIC 9(09)V99.
