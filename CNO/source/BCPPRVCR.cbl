000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150117 - PROVIDER RE-CREDENTIALING  *
000300*            DUE REPORT. MONTHLY PASS OVER THE PROVIDER          *
000400*            ENROLLMENT AND CREDENTIALING MASTER (BCPPRVMS)      *
000500*            LISTING EVERY PROVIDER WITH A CURRENT PARTICIPATION *
000600*            SPAN WHOSE RE-CREDENTIALING DUE DATE FALLS WITHIN   *
000700*            WS-RECRED-WINDOW-DAYS OF TODAY, OR HAS ALREADY      *
000800*            PASSED, SO PROVIDER RELATIONS CAN START THE CYCLE   *
000900*            BEFORE BCP837CV BEGINS SUSPENDING THE PROVIDER'S    *
001000*            CLAIMS. A PROVIDER WITH SEVERAL SPANS IS LISTED     *
001100*            ONCE. A CURRENT SPAN WITH NO DUE DATE IS LISTED AS  *
001200*            MISSING ONE.                                        *
001300******************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. BCPPRVCR.
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001900     SELECT PROV-MASTER-FILE ASSIGN TO PRVMAST
002000            ORGANIZATION IS LINE SEQUENTIAL
002100            FILE STATUS IS WS-PRV-STATUS.
002200     SELECT RECRED-RPT ASSIGN TO PRVCRRPT
002300            ORGANIZATION IS LINE SEQUENTIAL
002400            FILE STATUS IS WS-RPT-STATUS.
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  PROV-MASTER-FILE.
002800     COPY BCPPRVMS.
002900 FD  RECRED-RPT.
003000 01  RPT-LINE                  PIC X(132).
003100 WORKING-STORAGE SECTION.
003200 01  WS-PRV-STATUS             PIC X(02).
003300 01  WS-RPT-STATUS             PIC X(02).
003400 01  WS-PRV-EOF-SW             PIC X(01)      VALUE 'N'.
003500     88  WS-NO-MORE-PRV             VALUE 'Y'.
003600 01  WS-TODAY-DATE             PIC X(08).
003700 01  WS-TODAY-INT              PIC 9(07).
003800 01  WS-DUE-INT                PIC 9(07).
003900 01  WS-DAYS-TO-DUE            PIC S9(05).
004000 01  WS-DAYS-ED                PIC -(04)9.
004100 01  WS-RECRED-WINDOW-DAYS     PIC 9(03)      VALUE 090.
004200 01  WS-LISTED-TABLE-COUNT     PIC 9(05)      VALUE ZERO.
004300 01  WS-LISTED-TABLE.
004400     05  WS-LISTED-ENTRY       OCCURS 1 TO 20000 TIMES
004500                               DEPENDING ON WS-LISTED-TABLE-COUNT
004600                               INDEXED BY WS-LST-IX.
004700         10  WS-LISTED-NPI         PIC X(10).
004800 01  WS-LISTED-FOUND-SW        PIC X(01)      VALUE 'N'.
004900     88  WS-ALREADY-LISTED          VALUE 'Y'.
005000 01  WS-SPAN-COUNT             PIC 9(05)      VALUE ZERO.
005100 01  WS-CURRENT-COUNT          PIC 9(05)      VALUE ZERO.
005200 01  WS-DUE-COUNT              PIC 9(05)      VALUE ZERO.
005300 01  WS-OVERDUE-COUNT          PIC 9(05)      VALUE ZERO.
005400 01  WS-NO-DATE-COUNT          PIC 9(05)      VALUE ZERO.
005500 PROCEDURE DIVISION.
005600 0000-MAIN-CONTROL.
005700     PERFORM 1000-INITIALIZE
005800     PERFORM 2000-CHECK-SPAN
005900         UNTIL WS-NO-MORE-PRV
006000     PERFORM 4000-WRITE-SUMMARY
006100     PERFORM 9000-TERMINATE
006200     IF WS-OVERDUE-COUNT NOT = ZERO
006300         OR WS-NO-DATE-COUNT NOT = ZERO
006400         MOVE 4 TO RETURN-CODE
006500     END-IF
006600     STOP RUN.
006700
006800 1000-INITIALIZE.
006900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
007000     COMPUTE WS-TODAY-INT =
007100         FUNCTION INTEGER-OF-DATE
007200             (FUNCTION NUMVAL (WS-TODAY-DATE))
007300     END-COMPUTE
007400     OPEN INPUT PROV-MASTER-FILE
007500     OPEN OUTPUT RECRED-RPT
007600     MOVE SPACES TO RPT-LINE
007700     STRING 'PROVIDER RE-CREDENTIALING DUE REPORT - RUN '
007800         WS-TODAY-DATE
007900         ' - WINDOW ' WS-RECRED-WINDOW-DAYS ' DAYS'
008000         DELIMITED BY SIZE INTO RPT-LINE
008100     WRITE RPT-LINE
008200     MOVE SPACES TO RPT-LINE
008300     WRITE RPT-LINE
008400     PERFORM 2100-READ-PROVIDER.
008500
008600*
008700* ONLY A SPAN COVERING TODAY COUNTS - A PROVIDER WHOSE LAST SPAN
008800* HAS TERMED IS NOT RE-CREDENTIALED.
008900*
009000 2000-CHECK-SPAN.
009100     ADD 1 TO WS-SPAN-COUNT
009200     IF PRVMS-PAR-EFF-DATE NOT > WS-TODAY-DATE
009300         AND (PRVMS-PAR-TERM-DATE = SPACES
009400             OR PRVMS-PAR-TERM-DATE NOT < WS-TODAY-DATE)
009500         AND NOT PRVMS-CRED-DENIED
009600         ADD 1 TO WS-CURRENT-COUNT
009700         PERFORM 2200-FIND-LISTED
009800         IF NOT WS-ALREADY-LISTED
009900             PERFORM 2300-CHECK-DUE-DATE
010000         END-IF
010100     END-IF
010200     PERFORM 2100-READ-PROVIDER.
010300
010400 2100-READ-PROVIDER.
010500     READ PROV-MASTER-FILE
010600         AT END
010700             SET WS-NO-MORE-PRV TO TRUE
010800     END-READ.
010900
011000 2200-FIND-LISTED.
011100     MOVE 'N' TO WS-LISTED-FOUND-SW
011200     SET WS-LST-IX TO 1
011300     IF WS-LISTED-TABLE-COUNT > ZERO
011400         SEARCH WS-LISTED-ENTRY
011500             AT END
011600                 CONTINUE
011700             WHEN WS-LISTED-NPI(WS-LST-IX) = PRVMS-PROV-NPI
011800                 SET WS-ALREADY-LISTED TO TRUE
011900         END-SEARCH
012000     END-IF.
012100
012200 2300-CHECK-DUE-DATE.
012300     IF PRVMS-RECRED-DUE-DATE IS NOT NUMERIC
012400         ADD 1 TO WS-NO-DATE-COUNT
012500         PERFORM 2400-ADD-LISTED
012600         MOVE SPACES TO RPT-LINE
012700         STRING 'NO DUE DATE  NPI ' PRVMS-PROV-NPI
012800             ' ' PRVMS-PROV-NAME(1:40)
012900             ' SPECIALTY ' PRVMS-SPECIALTY
013000             DELIMITED BY SIZE INTO RPT-LINE
013100         WRITE RPT-LINE
013200     ELSE
013300         COMPUTE WS-DUE-INT =
013400             FUNCTION INTEGER-OF-DATE
013500                 (FUNCTION NUMVAL (PRVMS-RECRED-DUE-DATE))
013600         END-COMPUTE
013700         COMPUTE WS-DAYS-TO-DUE = WS-DUE-INT - WS-TODAY-INT
013800         IF WS-DAYS-TO-DUE NOT > WS-RECRED-WINDOW-DAYS
013900             PERFORM 2400-ADD-LISTED
014000             MOVE WS-DAYS-TO-DUE TO WS-DAYS-ED
014100             MOVE SPACES TO RPT-LINE
014200             IF WS-DAYS-TO-DUE < ZERO
014300                 ADD 1 TO WS-OVERDUE-COUNT
014400                 MOVE 'OVERDUE' TO RPT-LINE(1:12)
014500             ELSE
014600                 ADD 1 TO WS-DUE-COUNT
014700                 MOVE 'COMING DUE' TO RPT-LINE(1:12)
014800             END-IF
014900             STRING 'NPI ' PRVMS-PROV-NPI
015000                 ' ' PRVMS-PROV-NAME(1:40)
015100                 ' SPECIALTY ' PRVMS-SPECIALTY
015200                 ' DUE ' PRVMS-RECRED-DUE-DATE
015300                 ' DAYS ' WS-DAYS-ED
015400                 DELIMITED BY SIZE INTO RPT-LINE(14:119)
015500             WRITE RPT-LINE
015600         END-IF
015700     END-IF.
015800
015900 2400-ADD-LISTED.
016000     IF WS-LISTED-TABLE-COUNT < 20000
016100         ADD 1 TO WS-LISTED-TABLE-COUNT
016200         SET WS-LST-IX TO WS-LISTED-TABLE-COUNT
016300         MOVE PRVMS-PROV-NPI TO WS-LISTED-NPI(WS-LST-IX)
016400     END-IF.
016500
016600 4000-WRITE-SUMMARY.
016700     MOVE SPACES TO RPT-LINE
016800     WRITE RPT-LINE
016900     MOVE SPACES TO RPT-LINE
017000     STRING 'SPANS READ: ' WS-SPAN-COUNT
017100         '  CURRENT: ' WS-CURRENT-COUNT
017200         '  COMING DUE: ' WS-DUE-COUNT
017300         '  OVERDUE: ' WS-OVERDUE-COUNT
017400         '  NO DUE DATE: ' WS-NO-DATE-COUNT
017500         DELIMITED BY SIZE INTO RPT-LINE
017600     WRITE RPT-LINE.
017700
017800 9000-TERMINATE.
017900     CLOSE PROV-MASTER-FILE
018000     CLOSE RECRED-RPT.
