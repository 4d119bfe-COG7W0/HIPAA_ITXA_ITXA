000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150148 - BATCH VOLUME HOLD          *
000300*            WORKSTATION (BCPRELWS STYLE). LISTS THE BATCHES     *
000400*            BCPVOLCK HAS PUT ON OPERATIONAL HOLD (BCPBHOLD)     *
000500*            WITH SENDER, BATCH, CLAIM COUNT AGAINST THE         *
000600*            SENDER'S AVERAGE AND THE OUT-OF-BAND DIRECTIONS; AN *
000700*            OPERATOR - SIGNED ON THROUGH BCPSIGNON WITH THE     *
000800*            SUSPENSE ROLE - REVIEWS THE DOLLARS AND HISTORY AND *
000900*            RELEASES OR REJECTS EACH PENDING ONE. THE DECISION, *
001000*            OPERATOR AND DATE ARE STAMPED ON THE REGISTER ENTRY *
001100*            AND LOGGED ON THE HOLD DECISION LOG. THE NEXT       *
001200*            BCPVOLCK RUN TRANSMITS RELEASED BATCHES AND DROPS   *
001300*            REJECTED ONES, AND BCPBRCPT TELLS THE SENDER.       *
001400******************************************************************
001410* 10-15-26 - R KOWALSKI - AR 150148 - A HOLD REGISTER WITH MORE  *
001420*            ENTRIES THAN THE TABLE HOLDS NOW ENDS THE SESSION   *
001430*            BEFORE ANY DECISION AND IS NOT REWRITTEN, SO THE    *
001440*            WORKSTATION CAN NEVER DROP REGISTER ENTRIES.        *
001450******************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. BCPVOLWS.
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000     SELECT HOLD-REGISTER ASSIGN TO BHOLDIN
002100            ORGANIZATION IS LINE SEQUENTIAL
002200            FILE STATUS IS WS-BHLD-STATUS.
002300     SELECT HOLD-REGISTER-OUT ASSIGN TO BHOLDOUT
002400            ORGANIZATION IS LINE SEQUENTIAL
002500            FILE STATUS IS WS-BHLDO-STATUS.
002600     SELECT HOLD-DECISION-LOG ASSIGN TO VOLLOG
002700            ORGANIZATION IS LINE SEQUENTIAL
002800            FILE STATUS IS WS-LOG-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  HOLD-REGISTER.
003200     COPY BCPBHOLD.
003300 FD  HOLD-REGISTER-OUT.
003400     COPY BCPBHOLD
003500         REPLACING ==BHLD-RECORD== BY ==BHLDO-RECORD==.
003600 FD  HOLD-DECISION-LOG.
003700 01  VLOG-RECORD.
003800     05  VLOG-OPERATOR             PIC X(08).
003900     05  VLOG-DECISION-DATE        PIC X(08).
004000     05  VLOG-DECISION-TIME        PIC X(08).
004100     05  VLOG-SENDER-ID            PIC X(16).
004200     05  VLOG-PROCESS-DATE         PIC X(08).
004300     05  VLOG-BATCH-SEQ-NBR        PIC 9(04).
004400     05  VLOG-CLAIM-COUNT          PIC 9(05).
004500     05  VLOG-SUBMITTED            PIC 9(16)V99.
004600     05  VLOG-DECISION             PIC X(01).
004700 WORKING-STORAGE SECTION.
004800 01  WS-BHLD-STATUS            PIC X(02).
004900 01  WS-BHLDO-STATUS           PIC X(02).
005000 01  WS-LOG-STATUS             PIC X(02).
005100 01  WS-BHLD-EOF-SW            PIC X(01)      VALUE 'N'.
005200     88  WS-NO-MORE-BHLD           VALUE 'Y'.
005300 01  WS-EXIT-SW                PIC X(01)      VALUE 'N'.
005400     88  WS-EXIT-REQUESTED         VALUE 'Y'.
005410 01  WS-HLD-OVERFLOW-SW        PIC X(01)      VALUE 'N'.
005420     88  WS-HLD-OVERFLOW           VALUE 'Y'.
005500 01  WS-TODAY-DATE             PIC X(08).
005600 01  WS-TIME                   PIC X(08).
005700 01  WS-OPERATOR-ID            PIC X(08)      VALUE SPACES.
005800 01  WS-SIGNON-ROLE            PIC X(01).
005900 01  WS-SIGNON-RESULT          PIC X(01)      VALUE 'N'.
006000*THE REGISTER RIDES IN A TABLE; EACH ENTRY IS REDEFINED THROUGH A
006100*LOCAL REGISTER AREA FOR THE DISPLAY FIELDS.
006200 01  WS-HLD-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
006300 01  WS-HLD-TABLE.
006400     05  WS-HLD-ENTRY          OCCURS 1 TO 500 TIMES
006500                               DEPENDING ON WS-HLD-TABLE-COUNT
006600                               INDEXED BY WS-HLD-IX.
006700         10  WS-HLD-REC            PIC X(127).
006800     COPY BCPBHOLD
006900         REPLACING ==BHLD-RECORD== BY ==WRK-HOLD==.
007000 01  WS-LIST-BASE              PIC 9(03)      VALUE ZERO.
007100 01  WS-LIST-IX                PIC 9(03).
007200 01  WS-LIST-ROW               PIC 9(02).
007300 01  WS-IN-SELECT              PIC X(03)      VALUE SPACES.
007400 01  WS-SEL-NBR                PIC 9(03).
007500 01  WS-IN-DECISION            PIC X(01)      VALUE SPACE.
007600 01  WS-OUT-LINE-1             PIC X(78)      VALUE SPACES.
007700 01  WS-OUT-LINE-2             PIC X(78)      VALUE SPACES.
007800 01  WS-OUT-LINE-3             PIC X(78)      VALUE SPACES.
007900 01  WS-LIST-LINES.
008000     05  WS-LIST-LINE          OCCURS 10 TIMES PIC X(78).
008100 01  WS-CNT-ED                 PIC ZZ,ZZ9.
008200 01  WS-AVG-CNT-ED             PIC ZZ,ZZ9.
008300 01  WS-AMT-ED                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
008400 01  WS-AVG-AMT-ED             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
008500 01  WS-RELEASED-COUNT         PIC 9(03)      VALUE ZERO.
008600 01  WS-REJECTED-COUNT         PIC 9(03)      VALUE ZERO.
008700 SCREEN SECTION.
008800 01  SD-LIST-SCREEN.
008900     05  BLANK SCREEN.
009000     05  LINE 1  COLUMN 1
009100         VALUE 'BATCH VOLUME HOLD QUEUE'.
009200     05  LINE 2  COLUMN 1
009300         VALUE 'NBR SENDER           DATE     SEQ'.
009400     05  LINE 2  COLUMN 36
009500         VALUE 'CLAIMS/AVERAGE CD S'.
009600     05  LINE 3  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(1).
009700     05  LINE 4  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(2).
009800     05  LINE 5  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(3).
009900     05  LINE 6  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(4).
010000     05  LINE 7  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(5).
010100     05  LINE 8  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(6).
010200     05  LINE 9  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(7).
010300     05  LINE 10 COLUMN 1  PIC X(78) FROM WS-LIST-LINE(8).
010400     05  LINE 11 COLUMN 1  PIC X(78) FROM WS-LIST-LINE(9).
010500     05  LINE 12 COLUMN 1  PIC X(78) FROM WS-LIST-LINE(10).
010600     05  LINE 14 COLUMN 1
010700         VALUE 'ENTRY NBR (N=NEXT PAGE, X=EXIT): '.
010800     05  LINE 14 COLUMN 35 PIC X(03) USING WS-IN-SELECT.
010900 01  SD-DECISION-SCREEN.
011000     05  BLANK SCREEN.
011100     05  LINE 1  COLUMN 1  VALUE 'HELD BATCH DECISION'.
011200     05  LINE 3  COLUMN 1  PIC X(78) FROM WS-OUT-LINE-1.
011300     05  LINE 4  COLUMN 1  PIC X(78) FROM WS-OUT-LINE-2.
011400     05  LINE 5  COLUMN 1  PIC X(78) FROM WS-OUT-LINE-3.
011500     05  LINE 7  COLUMN 1
011600         VALUE 'A=RELEASE R=REJECT (OTHER=CANCEL): '.
011700     05  LINE 7  COLUMN 37 PIC X(01) USING WS-IN-DECISION.
011800 PROCEDURE DIVISION.
011900 0000-MAIN-CONTROL.
012000     PERFORM 1000-INITIALIZE
012100     IF WS-SIGNON-RESULT = 'Y'
012200         PERFORM 2000-WORK-LOOP
012300             UNTIL WS-EXIT-REQUESTED
012400         IF NOT WS-HLD-OVERFLOW
012410             PERFORM 8000-REWRITE-REGISTER
012420         END-IF
012500     END-IF
012600     PERFORM 9000-TERMINATE
012700     STOP RUN.
012800
012900 1000-INITIALIZE.
013000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
013100     ACCEPT WS-TIME FROM TIME
013200     PERFORM 1050-OPERATOR-SIGN-ON
013300     IF WS-SIGNON-RESULT = 'Y'
013400         PERFORM 1100-LOAD-REGISTER
013500         OPEN EXTEND HOLD-DECISION-LOG
013600         IF WS-LOG-STATUS = '35'
013700             OPEN OUTPUT HOLD-DECISION-LOG
013800         END-IF
013900     END-IF.
014000
014100*AR 150086 PATTERN - SHARED SIGN-ON; SUSPENSE ROLE REQUIRED, THE
014200*SAME OPERATORS WHO WORK THE SENDERS' SUSPENDED CLAIMS.
014300 1050-OPERATOR-SIGN-ON.
014400     MOVE 'S' TO WS-SIGNON-ROLE
014500     CALL 'BCPSIGNON' USING WS-SIGNON-ROLE
014600         WS-OPERATOR-ID WS-SIGNON-RESULT
014700     END-CALL
014800     IF WS-SIGNON-RESULT NOT = 'Y'
014900         SET WS-EXIT-REQUESTED TO TRUE
015000         DISPLAY 'SIGN-ON FAILED - HOLD REVIEW SESSION ENDED'
015100     END-IF.
015200
015210*A REGISTER TOO BIG FOR THE TABLE ENDS THE SESSION UNTOUCHED;
015220*REWRITING IT FROM A PARTIAL TABLE WOULD DROP ENTRIES.
015300 1100-LOAD-REGISTER.
015400     OPEN INPUT HOLD-REGISTER
015500     PERFORM 1110-READ-REGISTER
015600     PERFORM UNTIL WS-NO-MORE-BHLD
015700         IF WS-HLD-TABLE-COUNT < 500
015800             ADD 1 TO WS-HLD-TABLE-COUNT
015900             SET WS-HLD-IX TO WS-HLD-TABLE-COUNT
016000             MOVE BHLD-RECORD TO WS-HLD-REC(WS-HLD-IX)
016010         ELSE
016020             SET WS-HLD-OVERFLOW TO TRUE
016100         END-IF
016200         PERFORM 1110-READ-REGISTER
016300     END-PERFORM
016400     CLOSE HOLD-REGISTER
016410     IF WS-HLD-OVERFLOW
016420         SET WS-EXIT-REQUESTED TO TRUE
016430         DISPLAY 'HOLD REGISTER OVER 500 ENTRIES - SESSION ENDED,'
016440             ' REGISTER NOT CHANGED'
016450     END-IF.
016500
016600 1110-READ-REGISTER.
016700     READ HOLD-REGISTER
016800         AT END
016900             SET WS-NO-MORE-BHLD TO TRUE
017000     END-READ.
017100
017200 2000-WORK-LOOP.
017300     PERFORM 2100-BUILD-LIST-LINES
017400     MOVE SPACES TO WS-IN-SELECT
017500     DISPLAY SD-LIST-SCREEN
017600     ACCEPT SD-LIST-SCREEN
017700     EVALUATE TRUE
017800         WHEN WS-IN-SELECT = 'X  ' OR 'x  '
017900             SET WS-EXIT-REQUESTED TO TRUE
018000         WHEN WS-IN-SELECT = 'N  ' OR 'n  '
018100             ADD 10 TO WS-LIST-BASE
018200             IF WS-LIST-BASE >= WS-HLD-TABLE-COUNT
018300                 MOVE ZERO TO WS-LIST-BASE
018400             END-IF
018500         WHEN WS-IN-SELECT IS NUMERIC
018600             MOVE WS-IN-SELECT TO WS-SEL-NBR
018700             IF WS-SEL-NBR > ZERO
018800                 AND WS-SEL-NBR <= WS-HLD-TABLE-COUNT
018900                 PERFORM 3000-DECIDE-ENTRY
019000             END-IF
019100         WHEN OTHER
019200             CONTINUE
019300     END-EVALUATE.
019400
019500 2100-BUILD-LIST-LINES.
019600     PERFORM VARYING WS-LIST-ROW FROM 1 BY 1
019700             UNTIL WS-LIST-ROW > 10
019800         MOVE SPACES TO WS-LIST-LINE(WS-LIST-ROW)
019900         COMPUTE WS-LIST-IX = WS-LIST-BASE + WS-LIST-ROW
020000         IF WS-LIST-IX <= WS-HLD-TABLE-COUNT
020100             SET WS-HLD-IX TO WS-LIST-IX
020200             MOVE WS-HLD-REC(WS-HLD-IX) TO WRK-HOLD
020300             MOVE BHLD-CLAIM-COUNT OF WRK-HOLD TO WS-CNT-ED
020400             MOVE BHLD-AVG-CLAIMS OF WRK-HOLD  TO WS-AVG-CNT-ED
020500             STRING WS-LIST-IX
020600                 ' ' BHLD-SENDER-ID OF WRK-HOLD
020700                 ' ' BHLD-PROCESS-DATE OF WRK-HOLD
020800                 ' ' BHLD-BATCH-SEQ-NBR OF WRK-HOLD
020900                 ' ' WS-CNT-ED '/' WS-AVG-CNT-ED
021000                 ' ' BHLD-CNT-FLAG OF WRK-HOLD
021100                 BHLD-AMT-FLAG OF WRK-HOLD
021200                 ' ' BHLD-STATUS OF WRK-HOLD
021300                 DELIMITED BY SIZE
021400                 INTO WS-LIST-LINE(WS-LIST-ROW)
021500         END-IF
021600     END-PERFORM.
021700
021800*ONLY A PENDING ENTRY CAN BE DECIDED; ONCE BCPVOLCK HAS ACTED ON
021900*A DECISION IT IS CLOSED.
022000 3000-DECIDE-ENTRY.
022100     SET WS-HLD-IX TO WS-SEL-NBR
022200     MOVE WS-HLD-REC(WS-HLD-IX) TO WRK-HOLD
022300     IF NOT BHLD-PENDING OF WRK-HOLD
022400         CONTINUE
022500     ELSE
022600         MOVE BHLD-CLAIM-COUNT OF WRK-HOLD   TO WS-CNT-ED
022700         MOVE BHLD-AVG-CLAIMS OF WRK-HOLD    TO WS-AVG-CNT-ED
022800         MOVE BHLD-SUBMITTED OF WRK-HOLD     TO WS-AMT-ED
022900         MOVE BHLD-AVG-SUBMITTED OF WRK-HOLD TO WS-AVG-AMT-ED
023000         MOVE SPACES TO WS-OUT-LINE-1 WS-OUT-LINE-2 WS-OUT-LINE-3
023100         STRING 'SENDER ' BHLD-SENDER-ID OF WRK-HOLD
023200             ' BATCH ' BHLD-PROCESS-DATE OF WRK-HOLD
023300             ' SEQ ' BHLD-BATCH-SEQ-NBR OF WRK-HOLD
023400             ' HELD ' BHLD-HELD-DATE OF WRK-HOLD
023500             DELIMITED BY SIZE INTO WS-OUT-LINE-1
023600         STRING 'CLAIMS    ' WS-CNT-ED
023700             '   SENDER AVERAGE ' WS-AVG-CNT-ED
023800             '   (' BHLD-CNT-FLAG OF WRK-HOLD ')'
023900             DELIMITED BY SIZE INTO WS-OUT-LINE-2
024000         STRING 'SUBMITTED ' WS-AMT-ED
024100             '   SENDER AVERAGE ' WS-AVG-AMT-ED
024200             '   (' BHLD-AMT-FLAG OF WRK-HOLD ')'
024300             '   OVER ' BHLD-HIST-BATCHES OF WRK-HOLD ' BATCHES'
024400             DELIMITED BY SIZE INTO WS-OUT-LINE-3
024500         MOVE SPACE TO WS-IN-DECISION
024600         DISPLAY SD-DECISION-SCREEN
024700         ACCEPT SD-DECISION-SCREEN
024800         EVALUATE WS-IN-DECISION
024900             WHEN 'A'
025000             WHEN 'a'
025100                 ADD 1 TO WS-RELEASED-COUNT
025200                 SET BHLD-RELEASED OF WRK-HOLD TO TRUE
025300                 PERFORM 3100-STAMP-AND-LOG
025400             WHEN 'R'
025500             WHEN 'r'
025600                 ADD 1 TO WS-REJECTED-COUNT
025700                 SET BHLD-REJECTED OF WRK-HOLD TO TRUE
025800                 PERFORM 3100-STAMP-AND-LOG
025900             WHEN OTHER
026000                 CONTINUE
026100         END-EVALUATE
026200     END-IF.
026300
026400 3100-STAMP-AND-LOG.
026500     MOVE WS-OPERATOR-ID TO BHLD-DECIDED-BY OF WRK-HOLD
026600     MOVE WS-TODAY-DATE  TO BHLD-DECISION-DATE OF WRK-HOLD
026700     MOVE WRK-HOLD TO WS-HLD-REC(WS-HLD-IX)
026800     MOVE SPACES TO VLOG-RECORD
026900     MOVE WS-OPERATOR-ID TO VLOG-OPERATOR
027000     MOVE WS-TODAY-DATE  TO VLOG-DECISION-DATE
027100     MOVE WS-TIME        TO VLOG-DECISION-TIME
027200     MOVE BHLD-SENDER-ID OF WRK-HOLD     TO VLOG-SENDER-ID
027300     MOVE BHLD-PROCESS-DATE OF WRK-HOLD  TO VLOG-PROCESS-DATE
027400     MOVE BHLD-BATCH-SEQ-NBR OF WRK-HOLD TO VLOG-BATCH-SEQ-NBR
027500     MOVE BHLD-CLAIM-COUNT OF WRK-HOLD   TO VLOG-CLAIM-COUNT
027600     MOVE BHLD-SUBMITTED OF WRK-HOLD     TO VLOG-SUBMITTED
027700     MOVE BHLD-STATUS OF WRK-HOLD        TO VLOG-DECISION
027800     WRITE VLOG-RECORD.
027900
028000 8000-REWRITE-REGISTER.
028100     OPEN OUTPUT HOLD-REGISTER-OUT
028200     PERFORM VARYING WS-HLD-IX FROM 1 BY 1
028300             UNTIL WS-HLD-IX > WS-HLD-TABLE-COUNT
028400         MOVE WS-HLD-REC(WS-HLD-IX) TO BHLDO-RECORD
028500         WRITE BHLDO-RECORD
028600     END-PERFORM
028700     CLOSE HOLD-REGISTER-OUT.
028800
028900 9000-TERMINATE.
029000     IF WS-SIGNON-RESULT = 'Y'
029100         CLOSE HOLD-DECISION-LOG
029200     END-IF
029300     DISPLAY 'HOLD DECISIONS - RELEASED: ' WS-RELEASED-COUNT
029400         ' REJECTED: ' WS-REJECTED-COUNT.
