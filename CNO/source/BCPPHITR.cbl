000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150143 - MONTHLY PHI ACCESS REVIEW  *
000300*            TREND PER OPERATOR, FROM THE DAILY SCORES BCPPHIAN  *
000400*            CARRIES ON THE REVIEW HISTORY (BCPPHIAH). FOR THE   *
000500*            SIX MONTHS ENDING ON THE TREND MONTH (PARM          *
000600*            PHITRPRM, SPACES OR NO CARD = LAST MONTH) EACH      *
000700*            OPERATOR WHO SCORED SHOWS THEIR MONTHLY SCORE AND   *
000800*            FLAGGED DAYS, HIGHEST TREND-MONTH SCORE FIRST,      *
000900*            LABELLED RISING, STEADY, FALLING OR NEW AGAINST     *
001000*            THEIR AVERAGE OVER THE FIVE MONTHS BEFORE. RC 12 ON *
001100*            A BAD PARM.                                         *
001200******************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. BCPPHITR.
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001800     SELECT OPTIONAL TREND-PARM-FILE ASSIGN TO PHITRPRM
001900            ORGANIZATION IS LINE SEQUENTIAL
002000            FILE STATUS IS WS-PRM-STATUS.
002100     SELECT OPTIONAL REVIEW-HIST-FILE ASSIGN TO PHIANHST
002200            ORGANIZATION IS LINE SEQUENTIAL
002300            FILE STATUS IS WS-HST-STATUS.
002400     SELECT TREND-RPT ASSIGN TO PHITRRPT
002500            ORGANIZATION IS LINE SEQUENTIAL
002600            FILE STATUS IS WS-RPT-STATUS.
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  TREND-PARM-FILE.
003000 01  TREND-PARM-RECORD.
003100     05  TREND-MONTH               PIC X(06).
003200 FD  REVIEW-HIST-FILE.
003300     COPY BCPPHIAH.
003400 FD  TREND-RPT.
003500 01  RPT-LINE                  PIC X(132).
003600 WORKING-STORAGE SECTION.
003700 01  WS-PRM-STATUS             PIC X(02).
003800 01  WS-HST-STATUS             PIC X(02).
003900 01  WS-RPT-STATUS             PIC X(02).
004000 01  WS-HST-EOF-SW             PIC X(01)      VALUE 'N'.
004100     88  WS-NO-MORE-HIST           VALUE 'Y'.
004200 01  WS-PARM-ERROR-SW          PIC X(01)      VALUE 'N'.
004300     88  WS-PARM-ERROR             VALUE 'Y'.
004400 01  WS-TODAY-DATE             PIC X(08).
004500 01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
004600     05  WS-TODAY-YEAR         PIC 9(04).
004700     05  WS-TODAY-MONTH        PIC 9(02).
004800     05  WS-TODAY-DAY          PIC 9(02).
004900 01  WS-WORK-MONTH.
005000     05  WS-WORK-YEAR          PIC 9(04).
005100     05  WS-WORK-MM            PIC 9(02).
005200*THE SIX MONTHS OF THE WINDOW, OLDEST FIRST; MONTH 6 IS THE TREND
005300*MONTH.
005400 01  WS-MONTH-TABLE.
005500     05  WS-MONTH-YYYYMM       PIC X(06)      OCCURS 6 TIMES.
005600 01  WS-MONTH-IX               PIC 9(01).
005700 01  WS-OPR-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
005800 01  WS-OPR-TABLE.
005900     05  WS-OPR-ENTRY          OCCURS 1 TO 500 TIMES
006000                               DEPENDING ON WS-OPR-TABLE-COUNT
006100                               INDEXED BY WS-OPR-IX.
006200         10  WS-OPR-ID             PIC X(08).
006300         10  WS-OPR-LISTED-SW      PIC X(01).
006400             88  WS-OPR-LISTED         VALUE 'Y'.
006500         10  WS-OPR-WINDOW-SCORE   PIC 9(09).
006600         10  WS-OPR-MONTH          OCCURS 6 TIMES.
006700             15  WS-OPR-LOOKUPS        PIC 9(07).
006800             15  WS-OPR-FLAG-DAYS      PIC 9(03).
006900             15  WS-OPR-SCORE          PIC 9(09).
007000 01  WS-OPR-FOUND-SW           PIC X(01)      VALUE 'N'.
007100     88  WS-OPR-FOUND              VALUE 'Y'.
007200 01  WS-OPR-OVERFLOW           PIC 9(05)      VALUE ZERO.
007300 01  WS-SCORED-COUNT           PIC 9(03)      VALUE ZERO.
007400 01  WS-BEST-IX                PIC 9(03).
007500 01  WS-BEST-SCORE             PIC 9(09).
007600 01  WS-BEST-FOUND-SW          PIC X(01)      VALUE 'N'.
007700     88  WS-BEST-FOUND             VALUE 'Y'.
007800 01  WS-SCAN-IX                PIC 9(03).
007900 01  WS-PRIOR-AVG              PIC 9(09)V99.
008000 01  WS-TREND                  PIC X(07).
008100 01  WS-CELL-PTR               PIC 9(03).
008200 01  WS-ED-SCORE               PIC ZZZZZ9.
008300 01  WS-ED-DAYS                PIC ZZ9.
008400 01  WS-ED-LOOKUPS             PIC ZZZZZZ9.
008500 PROCEDURE DIVISION.
008600 0000-MAIN-CONTROL.
008700     PERFORM 1000-INITIALIZE
008800     IF WS-PARM-ERROR
008900         MOVE 12 TO RETURN-CODE
009000     ELSE
009100         OPEN INPUT REVIEW-HIST-FILE
009200         PERFORM 2100-READ-HISTORY
009300         PERFORM 2000-ADD-HISTORY-ROW
009400             UNTIL WS-NO-MORE-HIST
009500         CLOSE REVIEW-HIST-FILE
009600         PERFORM 3000-WRITE-TREND
009700     END-IF
009800     CLOSE TREND-RPT
009900     STOP RUN.
010000
010100*NO CARD TRENDS THROUGH LAST MONTH.
010200 1000-INITIALIZE.
010300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
010400     OPEN OUTPUT TREND-RPT
010500     MOVE 'PHI ACCESS REVIEW - MONTHLY TREND BY OPERATOR'
010600         TO RPT-LINE
010700     WRITE RPT-LINE
010800     MOVE WS-TODAY-YEAR  TO WS-WORK-YEAR
010900     MOVE WS-TODAY-MONTH TO WS-WORK-MM
011000     PERFORM 1200-PRIOR-MONTH
011100     OPEN INPUT TREND-PARM-FILE
011200     READ TREND-PARM-FILE
011300         AT END
011400             MOVE SPACES TO TREND-PARM-RECORD
011500     END-READ
011600     CLOSE TREND-PARM-FILE
011700     IF TREND-MONTH NOT = SPACES
011800         IF TREND-MONTH IS NUMERIC
011900             AND TREND-MONTH(5:2) > '00'
012000             AND TREND-MONTH(5:2) < '13'
012100             AND TREND-MONTH NOT > WS-TODAY-DATE(1:6)
012200             MOVE TREND-MONTH TO WS-WORK-MONTH
012300         ELSE
012400             SET WS-PARM-ERROR TO TRUE
012500             MOVE SPACES TO RPT-LINE
012600             STRING 'PARM INVALID - TREND MONTH ' TREND-MONTH
012700                 ' - REPORT NOT PRODUCED'
012800                 DELIMITED BY SIZE INTO RPT-LINE
012900             WRITE RPT-LINE
013000         END-IF
013100     END-IF
013200     IF NOT WS-PARM-ERROR
013300         PERFORM 1100-SET-MONTH
013400             VARYING WS-MONTH-IX FROM 6 BY -1
013500             UNTIL WS-MONTH-IX < 1
013600     END-IF.
013700
013800 1100-SET-MONTH.
013900     MOVE WS-WORK-MONTH TO WS-MONTH-YYYYMM(WS-MONTH-IX)
014000     PERFORM 1200-PRIOR-MONTH.
014100
014200 1200-PRIOR-MONTH.
014300     IF WS-WORK-MM = 1
014400         MOVE 12 TO WS-WORK-MM
014500         SUBTRACT 1 FROM WS-WORK-YEAR
014600     ELSE
014700         SUBTRACT 1 FROM WS-WORK-MM
014800     END-IF.
014900
015000 2000-ADD-HISTORY-ROW.
015100     MOVE ZERO TO WS-MONTH-IX
015200     PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
015300             UNTIL WS-SCAN-IX > 6
015400         IF PHIH-REVIEW-DATE(1:6) = WS-MONTH-YYYYMM(WS-SCAN-IX)
015500             MOVE WS-SCAN-IX TO WS-MONTH-IX
015600         END-IF
015700     END-PERFORM
015800     IF WS-MONTH-IX > ZERO
015900         PERFORM 2200-FIND-OPERATOR
016000         IF WS-OPR-FOUND
016100             ADD PHIH-LOOKUPS
016200                 TO WS-OPR-LOOKUPS(WS-OPR-IX, WS-MONTH-IX)
016300             ADD PHIH-SCORE
016400                 TO WS-OPR-SCORE(WS-OPR-IX, WS-MONTH-IX)
016500             ADD PHIH-SCORE TO WS-OPR-WINDOW-SCORE(WS-OPR-IX)
016600             IF PHIH-SCORE > ZERO
016700                 ADD 1 TO WS-OPR-FLAG-DAYS(WS-OPR-IX, WS-MONTH-IX)
016800             END-IF
016900         END-IF
017000     END-IF
017100     PERFORM 2100-READ-HISTORY.
017200
017300 2100-READ-HISTORY.
017400     READ REVIEW-HIST-FILE
017500         AT END
017600             SET WS-NO-MORE-HIST TO TRUE
017700     END-READ.
017800
017900 2200-FIND-OPERATOR.
018000     MOVE 'N' TO WS-OPR-FOUND-SW
018100     IF WS-OPR-TABLE-COUNT > ZERO
018200         SET WS-OPR-IX TO 1
018300         SEARCH WS-OPR-ENTRY
018400             AT END
018500                 CONTINUE
018600             WHEN WS-OPR-ID(WS-OPR-IX) = PHIH-OPERATOR
018700                 SET WS-OPR-FOUND TO TRUE
018800         END-SEARCH
018900     END-IF
019000     IF NOT WS-OPR-FOUND
019100         IF WS-OPR-TABLE-COUNT < 500
019200             ADD 1 TO WS-OPR-TABLE-COUNT
019300             SET WS-OPR-IX TO WS-OPR-TABLE-COUNT
019400             INITIALIZE WS-OPR-ENTRY(WS-OPR-IX)
019500             MOVE PHIH-OPERATOR TO WS-OPR-ID(WS-OPR-IX)
019600             SET WS-OPR-FOUND TO TRUE
019700         ELSE
019800             ADD 1 TO WS-OPR-OVERFLOW
019900         END-IF
020000     END-IF.
020100
020200*OPERATORS WHO SCORED ANYWHERE IN THE WINDOW, HIGHEST TREND-MONTH
020300*SCORE FIRST (WINDOW SCORE BREAKS TIES).
020400 3000-WRITE-TREND.
020500     MOVE SPACES TO RPT-LINE
020600     STRING 'SIX MONTHS ' WS-MONTH-YYYYMM(1) ' TO '
020700         WS-MONTH-YYYYMM(6)
020800         '   EACH MONTH SHOWS SCORE / FLAGGED DAYS'
020900         DELIMITED BY SIZE INTO RPT-LINE
021000     WRITE RPT-LINE
021100     MOVE SPACES TO RPT-LINE
021200     WRITE RPT-LINE
021300     MOVE SPACES TO RPT-LINE
021400     MOVE 'OPERATOR' TO RPT-LINE(1:8)
021500     MOVE 11 TO WS-CELL-PTR
021600     PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
021700             UNTIL WS-MONTH-IX > 6
021800         MOVE WS-MONTH-YYYYMM(WS-MONTH-IX)
021900             TO RPT-LINE(WS-CELL-PTR + 4:6)
022000         ADD 13 TO WS-CELL-PTR
022100     END-PERFORM
022200     MOVE 'LOOKUPS' TO RPT-LINE(WS-CELL-PTR:7)
022300     MOVE 'TREND' TO RPT-LINE(WS-CELL-PTR + 10:5)
022400     WRITE RPT-LINE
022500     PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
022600             UNTIL WS-SCAN-IX > WS-OPR-TABLE-COUNT
022700         IF WS-OPR-WINDOW-SCORE(WS-SCAN-IX) > ZERO
022800             ADD 1 TO WS-SCORED-COUNT
022900         END-IF
023000     END-PERFORM
023100     PERFORM 3100-WRITE-NEXT-OPERATOR
023200         WS-SCORED-COUNT TIMES
023300     MOVE SPACES TO RPT-LINE
023400     WRITE RPT-LINE
023500     MOVE SPACES TO RPT-LINE
023600     STRING 'OPERATORS IN HISTORY: ' WS-OPR-TABLE-COUNT
023700         '   SCORED IN WINDOW: ' WS-SCORED-COUNT
023800         DELIMITED BY SIZE INTO RPT-LINE
023900     WRITE RPT-LINE
024000     IF WS-OPR-OVERFLOW > ZERO
024100         MOVE SPACES TO RPT-LINE
024200         STRING 'HISTORY ROWS NOT TRENDED (TABLE FULL): '
024300             WS-OPR-OVERFLOW
024400             DELIMITED BY SIZE INTO RPT-LINE
024500         WRITE RPT-LINE
024600     END-IF.
024700
024800 3100-WRITE-NEXT-OPERATOR.
024900     MOVE 'N' TO WS-BEST-FOUND-SW
025000     MOVE ZERO TO WS-BEST-IX
025100     PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
025200             UNTIL WS-SCAN-IX > WS-OPR-TABLE-COUNT
025300         IF NOT WS-OPR-LISTED(WS-SCAN-IX)
025400             AND WS-OPR-WINDOW-SCORE(WS-SCAN-IX) > ZERO
025500             IF NOT WS-BEST-FOUND
025600                 OR WS-OPR-SCORE(WS-SCAN-IX, 6) > WS-BEST-SCORE
025700                 OR (WS-OPR-SCORE(WS-SCAN-IX, 6) = WS-BEST-SCORE
025800                     AND WS-OPR-WINDOW-SCORE(WS-SCAN-IX)
025900                       > WS-OPR-WINDOW-SCORE(WS-BEST-IX))
026000                 SET WS-BEST-FOUND TO TRUE
026100                 MOVE WS-SCAN-IX TO WS-BEST-IX
026200                 MOVE WS-OPR-SCORE(WS-SCAN-IX, 6) TO WS-BEST-SCORE
026300             END-IF
026400         END-IF
026500     END-PERFORM
026600     IF WS-BEST-FOUND
026700         SET WS-OPR-IX TO WS-BEST-IX
026800         SET WS-OPR-LISTED(WS-OPR-IX) TO TRUE
026900         PERFORM 3200-SET-TREND
027000         MOVE SPACES TO RPT-LINE
027100         MOVE WS-OPR-ID(WS-OPR-IX) TO RPT-LINE(1:8)
027200         MOVE 11 TO WS-CELL-PTR
027300         PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
027400                 UNTIL WS-MONTH-IX > 6
027500             MOVE WS-OPR-SCORE(WS-OPR-IX, WS-MONTH-IX)
027600                 TO WS-ED-SCORE
027700             MOVE WS-OPR-FLAG-DAYS(WS-OPR-IX, WS-MONTH-IX)
027800                 TO WS-ED-DAYS
027900             MOVE WS-ED-SCORE TO RPT-LINE(WS-CELL-PTR:6)
028000             MOVE '/' TO RPT-LINE(WS-CELL-PTR + 6:1)
028100             MOVE WS-ED-DAYS TO RPT-LINE(WS-CELL-PTR + 7:3)
028200             ADD 13 TO WS-CELL-PTR
028300         END-PERFORM
028400         MOVE WS-OPR-LOOKUPS(WS-OPR-IX, 6) TO WS-ED-LOOKUPS
028500         MOVE WS-ED-LOOKUPS TO RPT-LINE(WS-CELL-PTR:7)
028600         MOVE WS-TREND TO RPT-LINE(WS-CELL-PTR + 10:7)
028700         WRITE RPT-LINE
028800     END-IF.
028900
029000*THE TREND MONTH AGAINST THE AVERAGE OF THE FIVE BEFORE IT - HALF
029100*AGAIN ABOVE IS RISING, UNDER HALF IS FALLING.
029200 3200-SET-TREND.
029300     COMPUTE WS-PRIOR-AVG =
029400         (WS-OPR-SCORE(WS-OPR-IX, 1) + WS-OPR-SCORE(WS-OPR-IX, 2)
029500        + WS-OPR-SCORE(WS-OPR-IX, 3) + WS-OPR-SCORE(WS-OPR-IX, 4)
029600        + WS-OPR-SCORE(WS-OPR-IX, 5)) / 5
029700     END-COMPUTE
029800     EVALUATE TRUE
029900         WHEN WS-PRIOR-AVG = ZERO
030000             MOVE 'NEW' TO WS-TREND
030100         WHEN WS-OPR-SCORE(WS-OPR-IX, 6) > WS-PRIOR-AVG * 1.5
030200             MOVE 'RISING' TO WS-TREND
030300         WHEN WS-OPR-SCORE(WS-OPR-IX, 6) < WS-PRIOR-AVG * 0.5
030400             MOVE 'FALLING' TO WS-TREND
030500         WHEN OTHER
030600             MOVE 'STEADY' TO WS-TREND
030700     END-EVALUATE.
