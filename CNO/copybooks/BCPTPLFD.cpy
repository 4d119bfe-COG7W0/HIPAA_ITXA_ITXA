000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150120 - OTHER-COVERAGE FEED        *
000300*            RECORD. THE ENROLLMENT EXTRACT AND THE TPL VENDOR'S *
000400*            FILE ARE BOTH DELIVERED IN THIS LAYOUT AND          *
000500*            CONCATENATED TO BCPTPLLD'S TPLFEED DD. ACTION 'A'   *
000600*            ADDS THE SPAN OR REPLACES THE ONE WITH THE SAME     *
000700*            KEY, 'T' SETS THE TERM DATE OF AN EXISTING SPAN,    *
000800*            'D' REMOVES A SPAN REPORTED IN ERROR. FIELDS AFTER  *
000900*            THE SOURCE CODE MATCH BCPTPLMS.                     *
001000******************************************************************
001100 01  TPLFD-RECORD.
001200     05  TPLFD-ACTION              PIC X(01).
001300         88  TPLFD-IS-ADD              VALUE 'A'.
001400         88  TPLFD-IS-TERM             VALUE 'T'.
001500         88  TPLFD-IS-DELETE           VALUE 'D'.
001600     05  TPLFD-SOURCE              PIC X(01).
001700         88  TPLFD-FROM-ENROLLMENT     VALUE 'E'.
001800         88  TPLFD-FROM-TPL-VENDOR     VALUE 'V'.
001900     05  TPLFD-MEMBER-ID           PIC 9(10).
002000     05  TPLFD-CARRIER-ID          PIC X(10).
002100     05  TPLFD-POLICY-NBR          PIC X(20).
002200     05  TPLFD-EFF-DATE            PIC X(08).
002300     05  TPLFD-TERM-DATE           PIC X(08).
002400     05  TPLFD-PRIMACY             PIC X(01).
002500     05  TPLFD-CARRIER-NAME        PIC X(30).
