000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150120 - MEMBER OTHER-COVERAGE      *
000300*            (THIRD-PARTY LIABILITY) MASTER. ONE ENTRY PER OTHER *
000400*            CARRIER POLICY SPAN A MEMBER HOLDS, KEYED MEMBER ID *
000500*            + CARRIER + POLICY + SPAN EFFECTIVE DATE. A TERM    *
000600*            DATE OF SPACES MEANS THE SPAN IS STILL OPEN.        *
000700*            PRIMACY 'P' MEANS THE OTHER CARRIER PAYS FIRST AND  *
000800*            WE ARE SECONDARY; 'S' MEANS WE PAY FIRST. LOADED BY *
000900*            BCPTPLLD FROM THE ENROLLMENT AND TPL VENDOR FEEDS   *
001000*            (BCPTPLFD); READ BY BCP837CV'S PRIMACY EDIT AND BY  *
001100*            THE BCPTPLRV RECOVERY REPORT.                       *
001200******************************************************************
001300 01  TPLMS-RECORD.
001400     05  TPLMS-MEMBER-ID           PIC 9(10).
001500     05  TPLMS-CARRIER-ID          PIC X(10).
001600     05  TPLMS-POLICY-NBR          PIC X(20).
001700     05  TPLMS-EFF-DATE            PIC X(08).
001800     05  TPLMS-TERM-DATE           PIC X(08).
001900     05  TPLMS-PRIMACY             PIC X(01).
002000         88  TPLMS-OTHER-IS-PRIMARY    VALUE 'P'.
002100         88  TPLMS-OTHER-IS-SECONDARY  VALUE 'S'.
002200     05  TPLMS-CARRIER-NAME        PIC X(30).
002300     05  TPLMS-SOURCE              PIC X(01).
002400         88  TPLMS-FROM-ENROLLMENT     VALUE 'E'.
002500         88  TPLMS-FROM-TPL-VENDOR     VALUE 'V'.
002600     05  TPLMS-LAST-UPDATE-DATE    PIC X(08).
