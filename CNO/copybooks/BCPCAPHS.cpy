000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150118 - CAPITATION PAYMENT HISTORY *
000300*            RECORD. ONE ENTRY PER MEMBER MONTH PAID TO A PCP BY *
000400*            BCPCAPRN, CARRIED FORWARD EVERY RUN (CAPHIST IN,    *
000500*            CAPHISTO OUT). A MONTH ALREADY ON FILE AS PAID IS   *
000600*            NEVER PAID AGAIN, SO A RERUN PAYS NOTHING TWICE;    *
000700*            A PAID MONTH THAT IS NO LONGER DUE (ASSIGNMENT OR   *
000800*            ENROLLMENT TERMED RETROACTIVELY, OR THE MEMBER      *
000900*            MOVED TO ANOTHER PCP) IS MARKED REVERSED WITH THE   *
001000*            RUN DATE THAT TOOK THE MONEY BACK.                  *
001100******************************************************************
001200 01  CAPH-RECORD.
001300     05  CAPH-MEMBER-ID            PIC 9(10).
001400     05  CAPH-COV-MONTH            PIC X(06).
001500     05  CAPH-PCP-NPI              PIC X(10).
001600     05  CAPH-CONTRACT-CODE        PIC X(02).
001700     05  CAPH-AMOUNT               PIC 9(05)V99.
001800     05  CAPH-STATUS               PIC X(01).
001900         88  CAPH-IS-PAID              VALUE 'P'.
002000         88  CAPH-IS-REVERSED          VALUE 'R'.
002100     05  CAPH-PAID-DATE            PIC X(08).
002200     05  CAPH-REVERSED-DATE        PIC X(08).
