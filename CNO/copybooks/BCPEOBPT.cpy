000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150127 - PATIENT-ACCESS EXPLANATION *
000300*            OF BENEFIT EXTRACT FOR THE MEMBER PORTAL VENDOR.    *
000400*            EVERY RECORD CARRIES THE INTERNAL MEMBER ID, CLAIM  *
000500*            KEY AND POLICY KEY. A MEDICAL CLAIM IS ONE 'EH'     *
000600*            HEADER FOLLOWED BY AN 'EL' PER SERVICE LINE, EACH   *
000700*            FOLLOWED BY AN 'EA' PER CAS ADJUSTMENT ON THE LINE. *
000800*            A PHARMACY CLAIM IS ONE 'ER' PER POSTED RX DETAIL.  *
000900*            ONE 'ET' TRAILER (MEMBER ID ZERO) ENDS THE FILE.    *
001000*            ON A SENSITIVE CLAIM THE SUPPRESSED FIELDS ARE      *
001100*            SPACES; AMOUNTS ARE NEVER SUPPRESSED.               *
001200******************************************************************
001300 01  EOBPT-RECORD.
001400     05  EOBPT-REC-TYPE            PIC X(02).
001500         88  EOBPT-CLAIM-HEADER        VALUE 'EH'.
001600         88  EOBPT-CLAIM-LINE          VALUE 'EL'.
001700         88  EOBPT-ADJUDICATION        VALUE 'EA'.
001800         88  EOBPT-PHARMACY            VALUE 'ER'.
001900         88  EOBPT-TRAILER             VALUE 'ET'.
002000     05  EOBPT-MEMBER-ID           PIC 9(10).
002100     05  EOBPT-CLM-KEY             PIC 9(06).
002200     05  EOBPT-POLICY-KEY          PIC 9(09).
002300     05  EOBPT-BODY                PIC X(240).
002400*CLAIM HEADER. DETAIL-IND 'N' WHEN THE CLAIM'S 837 WAS NOT IN THE
002500*RUN AND ONLY THE HISTORY AND REMIT FIGURES ARE KNOWN.
002600     05  EOBPT-HDR-BODY REDEFINES EOBPT-BODY.
002700         10  EOBPT-HDR-CLAIM-TYPE      PIC X(01).
002800             88  EOBPT-HDR-INSTITUTIONAL   VALUE 'I'.
002900             88  EOBPT-HDR-PROFESSIONAL    VALUE 'P'.
003000         10  EOBPT-HDR-OUTCOME         PIC X(01).
003100             88  EOBPT-HDR-ACCEPTED        VALUE 'A'.
003200             88  EOBPT-HDR-REJECTED        VALUE 'R'.
003300         10  EOBPT-HDR-SENSITIVE-IND   PIC X(01).
003400             88  EOBPT-HDR-IS-SENSITIVE    VALUE 'Y'.
003500         10  EOBPT-HDR-DETAIL-IND      PIC X(01).
003600             88  EOBPT-HDR-HAS-DETAIL      VALUE 'Y'.
003700         10  EOBPT-HDR-SERVICE-FROM    PIC X(08).
003800         10  EOBPT-HDR-SERVICE-TO      PIC X(08).
003900         10  EOBPT-HDR-POSTED-DATE     PIC X(08).
004000         10  EOBPT-HDR-PAYMENT-DATE    PIC X(08).
004100         10  EOBPT-HDR-PAYMENT-TRACE   PIC X(50).
004200         10  EOBPT-HDR-PROV-NPI        PIC X(10).
004300         10  EOBPT-HDR-PROV-NAME       PIC X(60).
004400         10  EOBPT-HDR-CONTRACT-CODE   PIC X(02).
004500         10  EOBPT-HDR-PRIMARY-DIAG    PIC X(10).
004600         10  EOBPT-HDR-LINE-COUNT      PIC 9(03).
004700         10  EOBPT-HDR-SUBMITTED-AMT   PIC 9(09)V99.
004800         10  EOBPT-HDR-APPROVED-AMT    PIC 9(09)V99.
004900         10  EOBPT-HDR-PAID-AMT        PIC 9(09)V99.
005000         10  EOBPT-HDR-PATIENT-RESP    PIC 9(09)V99.
005100         10  FILLER                    PIC X(25).
005200     05  EOBPT-LIN-BODY REDEFINES EOBPT-BODY.
005300         10  EOBPT-LIN-LINE-NBR        PIC 9(06).
005400         10  EOBPT-LIN-DATE-FROM       PIC X(08).
005500         10  EOBPT-LIN-DATE-TO         PIC X(08).
005600         10  EOBPT-LIN-PROC-CODE       PIC X(05).
005700         10  EOBPT-LIN-PROC-MOD        PIC X(02)  OCCURS 4 TIMES.
005800         10  EOBPT-LIN-REVENUE-CODE    PIC X(10).
005900         10  EOBPT-LIN-PLACE-OF-SERV   PIC X(02).
006000         10  EOBPT-LIN-DIAG            PIC X(10)  OCCURS 4 TIMES.
006100         10  EOBPT-LIN-SUBMITTED-AMT   PIC 9(07)V99.
006200         10  EOBPT-LIN-APPROVED-AMT    PIC 9(07)V99.
006300         10  EOBPT-LIN-PAID-AMT        PIC 9(07)V99.
006400         10  EOBPT-LIN-COINSURANCE-AMT PIC 9(07)V99.
006500         10  EOBPT-LIN-DEDUCTIBLE-AMT  PIC 9(07)V99.
006600         10  EOBPT-LIN-NOT-COVRD-AMT   PIC 9(07)V99.
006700         10  FILLER                    PIC X(99).
006800     05  EOBPT-ADJ-BODY REDEFINES EOBPT-BODY.
006900         10  EOBPT-ADJ-LINE-NBR        PIC 9(06).
007000         10  EOBPT-ADJ-GROUP-CD        PIC X(02).
007100         10  EOBPT-ADJ-REASN-CD        PIC X(05).
007200         10  EOBPT-ADJ-AMOUNT          PIC 9(07)V99.
007300         10  EOBPT-ADJ-REASN-TEXT      PIC X(42).
007400         10  FILLER                    PIC X(176).
007500     05  EOBPT-RX-BODY REDEFINES EOBPT-BODY.
007600         10  EOBPT-RX-OUTCOME          PIC X(01).
007700         10  EOBPT-RX-SENSITIVE-IND    PIC X(01).
007800         10  EOBPT-RX-DATE-OF-SERVICE  PIC X(08).
007900         10  EOBPT-RX-NATL-DRUG-CD     PIC X(10).
008000         10  EOBPT-RX-QUANTITY         PIC 9(07)V999.
008100         10  EOBPT-RX-UOM              PIC X(02).
008200         10  EOBPT-RX-DAYS-SUPPLY      PIC 9(03).
008300         10  EOBPT-RX-PRESCRIBER-NPI   PIC X(10).
008400         10  EOBPT-RX-PHARMACY-ID      PIC X(07).
008500         10  EOBPT-RX-PAID-AMT         PIC 9(09)V99.
008600         10  FILLER                    PIC X(177).
008700*TRAILER. EXTRACT-FROM IS THE LAST EXTRACT'S THROUGH DATE; CLAIMS
008800*POSTED AFTER IT AND THROUGH THE RUN DATE ARE IN THIS FILE.
008900     05  EOBPT-TRL-BODY REDEFINES EOBPT-BODY.
009000         10  EOBPT-TRL-RUN-DATE        PIC X(08).
009100         10  EOBPT-TRL-EXTRACT-FROM    PIC X(08).
009200         10  EOBPT-TRL-CLAIM-COUNT     PIC 9(07).
009300         10  EOBPT-TRL-LINE-COUNT      PIC 9(07).
009400         10  EOBPT-TRL-ADJ-COUNT       PIC 9(07).
009500         10  EOBPT-TRL-RX-COUNT        PIC 9(07).
009600         10  EOBPT-TRL-RECORD-COUNT    PIC 9(09).
009700         10  FILLER                    PIC X(187).
