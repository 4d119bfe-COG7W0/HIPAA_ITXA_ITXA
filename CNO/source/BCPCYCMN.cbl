000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150141 - ONLINE NIGHTLY CYCLE       *
000300*            STATUS MONITOR FOR THE OPERATIONS DESK. AFTER       *
000400*            BCPSIGNON (INQUIRY ROLE) THE SHIFT LEAD PICKS A     *
000500*            CYCLE DATE (TODAY BY DEFAULT) AND SEES EVERY STEP   *
000600*            OF THE CHAIN FROM THE CHAIN DEFINITION (BCPCYCHN)   *
000700*            WITH ITS STATUS - NOT STARTED, RUNNING, COMPLETE,   *
000800*            GATE-BLOCKED OR OUT OF BALANCE - BUILT FROM THE     *
000900*            CONTROL LEDGER (BCPCTLG) AND THE BCPRUNGT CYCLE     *
001000*            EVENT LOG (BCPCYEVT), ITS RECORD COUNTS AND AMOUNTS *
001100*            IN AND OUT FROM THE LEDGER, AND ITS ELAPSED TIME    *
001200*            AGAINST ITS NORMAL RUN WINDOW. LATE, BLOCKED AND    *
001300*            OUT-OF-BALANCE STEPS ARE FLAGGED IN HIGHLIGHT. THE  *
001400*            HEADER SHOWS WHETHER THE CYCLE IS CLOSED (BCPDYCLS) *
001500*            AND THE DAY'S 837 BATCH TRANSMISSIONS AND           *
001600*            ACKNOWLEDGMENTS FROM THE BATCH LOG (BCPBLOG).       *
001700*            SELECTING A STEP DRILLS INTO ITS LEDGER ROWS AND    *
001800*            LAST GATE MESSAGE. EVERY ENTER REREADS THE FILES,   *
001900*            SO THE SCREEN FOLLOWS THE CHAIN AS IT RUNS. READ    *
002000*            ONLY.                                               *
002100******************************************************************
002110* 10-15-26 - R KOWALSKI - AR 150141 - A RERUN IS NOW SHOWN AS IT *
002120*            STANDS. A STEP WHOSE LAST EVENT IS A START WITH NO  *
002130*            DONE EVENT SHOWS RUNNING, NOT COMPLETE FROM THE     *
002140*            EARLIER RUN'S ROWS; AND ONLY THE LATEST RUN'S       *
002150*            LEDGER ROWS (FROM THE STEP'S FIRST ROW SEEN AGAIN)  *
002160*            ARE COUNTED AND BALANCED, WHERE BOTH RUNS HAD BEEN  *
002170*            ADDED AND THE FIRST RUN'S ROWS BALANCED.            *
002180******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. BCPCYCMN.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CHAIN-FILE ASSIGN TO CYCCHAIN
002800            ORGANIZATION IS LINE SEQUENTIAL
002900            FILE STATUS IS WS-CYCH-STATUS.
003000     SELECT OPTIONAL CONTROL-LEDGER ASSIGN TO CTLLEDG
003100            ORGANIZATION IS LINE SEQUENTIAL
003200            FILE STATUS IS WS-CTLG-STATUS.
003300     SELECT OPTIONAL CYCLE-EVENT-LOG ASSIGN TO CYCEVENT
003400            ORGANIZATION IS LINE SEQUENTIAL
003500            FILE STATUS IS WS-CYEV-STATUS.
003600     SELECT OPTIONAL DAY-CLOSE-FILE ASSIGN TO DAYCLOSE
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS IS WS-DCL-STATUS.
003900     SELECT OPTIONAL BATCH-LOG-FILE ASSIGN TO BATCHLOG
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS WS-BLOG-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CHAIN-FILE.
004500     COPY BCPCYCHN.
004600 FD  CONTROL-LEDGER.
004700     COPY BCPCTLG.
004800 FD  CYCLE-EVENT-LOG.
004900     COPY BCPCYEVT.
005000 FD  DAY-CLOSE-FILE.
005100     COPY BCPDYCLS.
005200 FD  BATCH-LOG-FILE.
005300     COPY BCPBLOG.
005400 WORKING-STORAGE SECTION.
005500 01  WS-CYCH-STATUS            PIC X(02).
005600 01  WS-CTLG-STATUS            PIC X(02).
005700 01  WS-CYEV-STATUS            PIC X(02).
005800 01  WS-DCL-STATUS             PIC X(02).
005900 01  WS-BLOG-STATUS            PIC X(02).
006000 01  WS-CYCH-EOF-SW            PIC X(01)      VALUE 'N'.
006100     88  WS-NO-MORE-CYCH           VALUE 'Y'.
006200 01  WS-CTLG-EOF-SW            PIC X(01)      VALUE 'N'.
006300     88  WS-NO-MORE-CTLG           VALUE 'Y'.
006400 01  WS-CYEV-EOF-SW            PIC X(01)      VALUE 'N'.
006500     88  WS-NO-MORE-CYEV           VALUE 'Y'.
006600 01  WS-DCL-EOF-SW             PIC X(01)      VALUE 'N'.
006700     88  WS-NO-MORE-DCL            VALUE 'Y'.
006800 01  WS-BLOG-EOF-SW            PIC X(01)      VALUE 'N'.
006900     88  WS-NO-MORE-BLOG           VALUE 'Y'.
007000 01  WS-EXIT-SW                PIC X(01)      VALUE 'N'.
007100     88  WS-EXIT-REQUESTED         VALUE 'Y'.
007200 01  WS-DRILL-EXIT-SW          PIC X(01)      VALUE 'N'.
007300     88  WS-DRILL-DONE             VALUE 'Y'.
007400 01  WS-TODAY-DATE             PIC X(08).
007500 01  WS-NOW-TIME               PIC X(08).
007600 01  WS-CYCLE-DATE             PIC X(08).
007700 01  WS-OPERATOR-ID            PIC X(08)      VALUE SPACES.
007800 01  WS-SIGNON-ROLE            PIC X(01).
007900 01  WS-SIGNON-RESULT          PIC X(01)      VALUE 'N'.
008000*THE CHAIN, IN RUN ORDER, WITH EACH STEP'S STATE FOR THE CYCLE.
008100 01  WS-STEP-TABLE-COUNT       PIC 9(03)      VALUE ZERO.
008200 01  WS-STEP-TABLE.
008300     05  WS-STEP-ENTRY         OCCURS 1 TO 100 TIMES
008400                               DEPENDING ON WS-STEP-TABLE-COUNT
008500                               INDEXED BY WS-STEP-IX.
008600         10  WS-STEP-SEQ           PIC 9(03).
008700         10  WS-STEP-PROGRAM       PIC X(08).
008800         10  WS-STEP-DESC          PIC X(30).
008900         10  WS-STEP-SCHED-START   PIC 9(04).
009000         10  WS-STEP-WINDOW        PIC 9(04).
009100         10  WS-STEP-BAL-IN        PIC X(08).
009200         10  WS-STEP-BAL-OUT-1     PIC X(08).
009300         10  WS-STEP-BAL-OUT-2     PIC X(08).
009400         10  WS-STEP-STATUS        PIC X(14).
009500         10  WS-STEP-FLAG          PIC X(02).
009600         10  WS-STEP-LATE-SW       PIC X(01).
009700             88  WS-STEP-IS-LATE       VALUE 'Y'.
009800         10  WS-STEP-LAST-EVENT    PIC X(01).
009900         10  WS-STEP-START-TIME    PIC X(08).
010000         10  WS-STEP-END-TIME      PIC X(08).
010100         10  WS-STEP-ELAPSED       PIC 9(04).
010200         10  WS-STEP-ELAPSED-SW    PIC X(01).
010300             88  WS-STEP-TIMED         VALUE 'Y'.
010400         10  WS-STEP-ROW-COUNT     PIC 9(03).
010500         10  WS-STEP-RECS-IN       PIC 9(09).
010600         10  WS-STEP-RECS-OUT      PIC 9(09).
010700         10  WS-STEP-AMT-IN        PIC 9(13)V99.
010800         10  WS-STEP-AMT-OUT       PIC 9(13)V99.
010900         10  WS-STEP-MESSAGE       PIC X(80).
010910*A STEP WRITES ITS LEDGER ROWS IN A FIXED ORDER, SO ITS FIRST ROW
010920*SEEN AGAIN MEANS A RERUN; ONLY THE LATEST RUN'S ROWS COUNT.
010930         10  WS-STEP-FIRST-FILE    PIC X(08).
010940         10  WS-STEP-FIRST-DIR     PIC X(01).
010950         10  WS-STEP-RUN-LDG       PIC 9(04).
011000 01  WS-FIND-PROGRAM           PIC X(08).
011100 01  WS-STEP-FOUND-SW          PIC X(01)      VALUE 'N'.
011200     88  WS-STEP-FOUND             VALUE 'Y'.
011300*THE CYCLE DATE'S CONTROL LEDGER ROWS.
011400 01  WS-LDG-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
011500 01  WS-LDG-TABLE.
011600     05  WS-LDG-ENTRY          OCCURS 1 TO 2000 TIMES
011700                               DEPENDING ON WS-LDG-TABLE-COUNT
011800                               INDEXED BY WS-LDG-IX.
011900         10  WS-LDG-PROGRAM        PIC X(08).
012000         10  WS-LDG-FILE           PIC X(08).
012100         10  WS-LDG-DIRECTION      PIC X(01).
012200         10  WS-LDG-COUNT          PIC 9(07).
012300         10  WS-LDG-AMOUNT         PIC 9(13)V99.
012400 01  WS-LDG-SCAN-IX            PIC 9(04).
012500 01  WS-LDG-FOUND-SW           PIC X(01)      VALUE 'N'.
012600     88  WS-LDG-FOUND              VALUE 'Y'.
012700 01  WS-LOOK-FILE              PIC X(08).
012800 01  WS-BAL-IN                 PIC 9(09).
012900 01  WS-BAL-OUT                PIC 9(09).
013000 01  WS-BAL-MISSING-SW         PIC X(01).
013100     88  WS-BAL-ROWS-MISSING       VALUE 'Y'.
013200*CYCLE HEADER: CLOSE MARKER AND 837 BATCH LOG TOTALS.
013300 01  WS-CLOSED-SW              PIC X(01)      VALUE 'N'.
013400     88  WS-CYCLE-IS-CLOSED        VALUE 'Y'.
013500 01  WS-CLOSED-TIME            PIC X(08).
013600 01  WS-CLOSED-BY              PIC X(08).
013700 01  WS-BATCH-SENT             PIC 9(05).
013800 01  WS-BATCH-ACCEPTED         PIC 9(05).
013900 01  WS-BATCH-REJECTED         PIC 9(05).
014000 01  WS-BATCH-PARTIAL          PIC 9(05).
014100 01  WS-BATCH-UNACKED          PIC 9(05).
014200 01  WS-LATE-COUNT             PIC 9(03).
014300 01  WS-ALERT-COUNT            PIC 9(03).
014400*TIME ARITHMETIC - HHMMSSHH TO MINUTES PAST MIDNIGHT.
014500 01  WS-CLOCK                  PIC X(08).
014600 01  WS-CLOCK-N REDEFINES WS-CLOCK.
014700     05  WS-CLOCK-HH           PIC 9(02).
014800     05  WS-CLOCK-MM           PIC 9(02).
014900     05  FILLER                PIC X(04).
015000 01  WS-MINUTES                PIC 9(04).
015100 01  WS-START-MINUTES          PIC 9(04).
015200 01  WS-END-MINUTES            PIC 9(04).
015300 01  WS-NOW-MINUTES            PIC 9(04).
015400 01  WS-SCHED-HHMM             PIC 9(04).
015500 01  WS-SCHED-HHMM-R REDEFINES WS-SCHED-HHMM.
015600     05  WS-SCHED-HH           PIC 9(02).
015700     05  WS-SCHED-MM           PIC 9(02).
015800 01  WS-SCHED-MINUTES          PIC 9(04).
015900*SCREEN WORK FIELDS.
016000 01  WS-LIST-BASE              PIC 9(03)      VALUE ZERO.
016100 01  WS-LIST-IX                PIC 9(03).
016200 01  WS-LIST-ROW               PIC 9(02).
016300 01  WS-SEL-NBR                PIC 9(03).
016400 01  WS-IN-SELECT              PIC X(03)      VALUE SPACES.
016500 01  WS-IN-CYCLE-DATE          PIC X(08)      VALUE SPACES.
016600 01  WS-IN-CONTINUE            PIC X(01)      VALUE SPACE.
016700 01  WS-OUT-MESSAGE            PIC X(78)      VALUE SPACES.
016800 01  WS-OUT-CYCLE-LINE         PIC X(78).
016900 01  WS-OUT-BATCH-LINE         PIC X(78).
017000 01  WS-ED-COUNT               PIC ZZZZZZZZ9.
017100 01  WS-ED-COUNT-2             PIC ZZZZZZZZ9.
017200 01  WS-ED-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
017300 01  WS-ED-AMOUNT-2            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
017400 01  WS-ED-ELAPSED             PIC X(04).
017500 01  WS-ED-START               PIC X(05).
017600 01  WS-ED-LATE                PIC X(04).
017700 01  WS-STEP-LINES.
017800     05  WS-STEP-LINE-GROUP    OCCURS 7 TIMES.
017900         10  WS-OUT-FLAG           PIC X(02).
018000         10  WS-OUT-STEP-LINE      PIC X(76).
018100         10  WS-OUT-AMT-LINE       PIC X(78).
018200 01  WS-DRILL-TITLE            PIC X(78).
018300 01  WS-DRILL-MESSAGE          PIC X(78).
018400 01  WS-DRILL-BASE             PIC 9(04)      VALUE ZERO.
018500 01  WS-DRILL-COUNT            PIC 9(04)      VALUE ZERO.
018600 01  WS-DRILL-SKIP             PIC 9(04)      VALUE ZERO.
018700 01  WS-DRILL-ROW              PIC 9(02)      VALUE ZERO.
018800 01  WS-DRILL-LINES.
018900     05  WS-DRILL-LINE         OCCURS 12 TIMES PIC X(78).
019000 SCREEN SECTION.
019100 01  SD-STATUS-SCREEN.
019200     05  BLANK SCREEN.
019300     05  LINE 1  COLUMN 1  VALUE 'NIGHTLY CYCLE STATUS MONITOR'.
019400     05  LINE 1  COLUMN 50 VALUE 'CYCLE DATE: '.
019500     05  LINE 1  COLUMN 62 PIC X(08) USING WS-IN-CYCLE-DATE.
019600     05  LINE 2  COLUMN 1  PIC X(78) FROM WS-OUT-CYCLE-LINE.
019700     05  LINE 3  COLUMN 1  PIC X(78) FROM WS-OUT-BATCH-LINE.
019800     05  LINE 4  COLUMN 1
019900         VALUE '  NR PROGRAM  STATUS           RECS IN  RECS OUT'.
020000     05  LINE 4  COLUMN 51 VALUE 'START  ELAPSED/NORMAL'.
020100     05  LINE 5  COLUMN 1  PIC X(02) FROM WS-OUT-FLAG(1)
020200               HIGHLIGHT.
020300     05  LINE 5  COLUMN 3  PIC X(76) FROM WS-OUT-STEP-LINE(1).
020400     05  LINE 6  COLUMN 1  PIC X(78) FROM WS-OUT-AMT-LINE(1).
020500     05  LINE 7  COLUMN 1  PIC X(02) FROM WS-OUT-FLAG(2)
020600               HIGHLIGHT.
020700     05  LINE 7  COLUMN 3  PIC X(76) FROM WS-OUT-STEP-LINE(2).
020800     05  LINE 8  COLUMN 1  PIC X(78) FROM WS-OUT-AMT-LINE(2).
020900     05  LINE 9  COLUMN 1  PIC X(02) FROM WS-OUT-FLAG(3)
021000               HIGHLIGHT.
021100     05  LINE 9  COLUMN 3  PIC X(76) FROM WS-OUT-STEP-LINE(3).
021200     05  LINE 10 COLUMN 1  PIC X(78) FROM WS-OUT-AMT-LINE(3).
021300     05  LINE 11 COLUMN 1  PIC X(02) FROM WS-OUT-FLAG(4)
021400               HIGHLIGHT.
021500     05  LINE 11 COLUMN 3  PIC X(76) FROM WS-OUT-STEP-LINE(4).
021600     05  LINE 12 COLUMN 1  PIC X(78) FROM WS-OUT-AMT-LINE(4).
021700     05  LINE 13 COLUMN 1  PIC X(02) FROM WS-OUT-FLAG(5)
021800               HIGHLIGHT.
021900     05  LINE 13 COLUMN 3  PIC X(76) FROM WS-OUT-STEP-LINE(5).
022000     05  LINE 14 COLUMN 1  PIC X(78) FROM WS-OUT-AMT-LINE(5).
022100     05  LINE 15 COLUMN 1  PIC X(02) FROM WS-OUT-FLAG(6)
022200               HIGHLIGHT.
022300     05  LINE 15 COLUMN 3  PIC X(76) FROM WS-OUT-STEP-LINE(6).
022400     05  LINE 16 COLUMN 1  PIC X(78) FROM WS-OUT-AMT-LINE(6).
022500     05  LINE 17 COLUMN 1  PIC X(02) FROM WS-OUT-FLAG(7)
022600               HIGHLIGHT.
022700     05  LINE 17 COLUMN 3  PIC X(76) FROM WS-OUT-STEP-LINE(7).
022800     05  LINE 18 COLUMN 1  PIC X(78) FROM WS-OUT-AMT-LINE(7).
022900     05  LINE 20 COLUMN 1  PIC X(78) FROM WS-OUT-MESSAGE
023000               HIGHLIGHT.
023100     05  LINE 22 COLUMN 1
023200         VALUE 'STEP NR = LEDGER ROWS  N = NEXT  X = EXIT'.
023300     05  LINE 22 COLUMN 52 VALUE 'REFRESH: '.
023400     05  LINE 22 COLUMN 61 PIC X(03) USING WS-IN-SELECT.
023500 01  SD-DRILL-SCREEN.
023600     05  BLANK SCREEN.
023700     05  LINE 1  COLUMN 1  PIC X(78) FROM WS-DRILL-TITLE.
023800     05  LINE 2  COLUMN 1  PIC X(78) FROM WS-DRILL-MESSAGE
023900               HIGHLIGHT.
024000     05  LINE 4  COLUMN 1
024100         VALUE 'FILE     DIRECTION    RECORDS'.
024200     05  LINE 4  COLUMN 45 VALUE 'AMOUNT'.
024300     05  LINE 5  COLUMN 1  PIC X(78) FROM WS-DRILL-LINE(1).
024400     05  LINE 6  COLUMN 1  PIC X(78) FROM WS-DRILL-LINE(2).
024500     05  LINE 7  COLUMN 1  PIC X(78) FROM WS-DRILL-LINE(3).
024600     05  LINE 8  COLUMN 1  PIC X(78) FROM WS-DRILL-LINE(4).
024700     05  LINE 9  COLUMN 1  PIC X(78) FROM WS-DRILL-LINE(5).
024800     05  LINE 10 COLUMN 1  PIC X(78) FROM WS-DRILL-LINE(6).
024900     05  LINE 11 COLUMN 1  PIC X(78) FROM WS-DRILL-LINE(7).
025000     05  LINE 12 COLUMN 1  PIC X(78) FROM WS-DRILL-LINE(8).
025100     05  LINE 13 COLUMN 1  PIC X(78) FROM WS-DRILL-LINE(9).
025200     05  LINE 14 COLUMN 1  PIC X(78) FROM WS-DRILL-LINE(10).
025300     05  LINE 15 COLUMN 1  PIC X(78) FROM WS-DRILL-LINE(11).
025400     05  LINE 16 COLUMN 1  PIC X(78) FROM WS-DRILL-LINE(12).
025500     05  LINE 18 COLUMN 1
025600         VALUE 'N = NEXT ROWS, ANY OTHER KEY TO RETURN: '.
025700     05  LINE 18 COLUMN 41 PIC X(01) USING WS-IN-CONTINUE.
025800 PROCEDURE DIVISION.
025900 0000-MAIN-CONTROL.
026000     PERFORM 1000-INITIALIZE
026100     PERFORM 2000-MONITOR-LOOP
026200         UNTIL WS-EXIT-REQUESTED
026300     STOP RUN.
026400
026500 1000-INITIALIZE.
026600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
026700     MOVE WS-TODAY-DATE TO WS-IN-CYCLE-DATE
026800     PERFORM 1050-OPERATOR-SIGN-ON.
026900
027000*AR 150086 PATTERN - SHARED SIGN-ON; INQUIRY ROLE REQUIRED.
027100 1050-OPERATOR-SIGN-ON.
027200     MOVE 'I' TO WS-SIGNON-ROLE
027300     CALL 'BCPSIGNON' USING WS-SIGNON-ROLE
027400         WS-OPERATOR-ID WS-SIGNON-RESULT
027500     END-CALL
027600     IF WS-SIGNON-RESULT NOT = 'Y'
027700         SET WS-EXIT-REQUESTED TO TRUE
027800         DISPLAY 'SIGN-ON FAILED - CYCLE MONITOR SESSION ENDED'
027900     END-IF.
028000
028100******************************************************************
028200* EVERY PASS REREADS THE CHAIN, LEDGER, EVENT LOG, CLOSE MARKER  *
028300* AND BATCH LOG, SO ENTER ALONE REFRESHES THE SCREEN.            *
028400******************************************************************
028500 1100-LOAD-CYCLE.
028600     ACCEPT WS-NOW-TIME FROM TIME
028700     MOVE WS-NOW-TIME TO WS-CLOCK
028800     PERFORM 7000-CLOCK-MINUTES
028900     MOVE WS-MINUTES TO WS-NOW-MINUTES
029000     PERFORM 1200-LOAD-CHAIN
029100     PERFORM 1300-LOAD-LEDGER
029200     PERFORM 1400-APPLY-EVENTS
029300     PERFORM 1500-CHECK-DAY-CLOSE
029400     PERFORM 1600-COUNT-BATCHES
029500     MOVE ZERO TO WS-LATE-COUNT WS-ALERT-COUNT
029600     IF WS-STEP-TABLE-COUNT > ZERO
029700         PERFORM 1700-SET-STEP-STATUS
029800             VARYING WS-STEP-IX FROM 1 BY 1
029900             UNTIL WS-STEP-IX > WS-STEP-TABLE-COUNT
030000     END-IF.
030100
030200 1200-LOAD-CHAIN.
030300     MOVE ZERO TO WS-STEP-TABLE-COUNT
030400     MOVE 'N' TO WS-CYCH-EOF-SW
030500     OPEN INPUT CHAIN-FILE
030600     IF WS-CYCH-STATUS NOT = '00'
030700         SET WS-NO-MORE-CYCH TO TRUE
030800     ELSE
030900         PERFORM 1210-READ-CHAIN
031000     END-IF
031100     PERFORM UNTIL WS-NO-MORE-CYCH
031200         IF WS-STEP-TABLE-COUNT < 100
031300             ADD 1 TO WS-STEP-TABLE-COUNT
031400             SET WS-STEP-IX TO WS-STEP-TABLE-COUNT
031500             INITIALIZE WS-STEP-ENTRY(WS-STEP-IX)
031600             MOVE CYCH-STEP-SEQ    TO WS-STEP-SEQ(WS-STEP-IX)
031700             MOVE CYCH-PROGRAM     TO WS-STEP-PROGRAM(WS-STEP-IX)
031800             MOVE CYCH-DESCRIPTION TO WS-STEP-DESC(WS-STEP-IX)
031900             MOVE CYCH-SCHED-START
032000                 TO WS-STEP-SCHED-START(WS-STEP-IX)
032100             MOVE CYCH-WINDOW-MINUTES
032200                 TO WS-STEP-WINDOW(WS-STEP-IX)
032300             MOVE CYCH-BAL-IN-FILE TO WS-STEP-BAL-IN(WS-STEP-IX)
032400             MOVE CYCH-BAL-OUT-FILE-1
032500                 TO WS-STEP-BAL-OUT-1(WS-STEP-IX)
032600             MOVE CYCH-BAL-OUT-FILE-2
032700                 TO WS-STEP-BAL-OUT-2(WS-STEP-IX)
032800         END-IF
032900         PERFORM 1210-READ-CHAIN
033000     END-PERFORM
033100     IF WS-CYCH-STATUS NOT = '35'
033200         CLOSE CHAIN-FILE
033300     END-IF.
033400
033500 1210-READ-CHAIN.
033600     READ CHAIN-FILE
033700         AT END
033800             SET WS-NO-MORE-CYCH TO TRUE
033900     END-READ.
034000
034100 1300-LOAD-LEDGER.
034200     MOVE ZERO TO WS-LDG-TABLE-COUNT
034300     MOVE 'N' TO WS-CTLG-EOF-SW
034400     OPEN INPUT CONTROL-LEDGER
034500     PERFORM 1310-READ-LEDGER
034600     PERFORM UNTIL WS-NO-MORE-CTLG
034700         IF CTLG-RUN-DATE = WS-CYCLE-DATE
034800             AND WS-LDG-TABLE-COUNT < 2000
034900             ADD 1 TO WS-LDG-TABLE-COUNT
035000             SET WS-LDG-IX TO WS-LDG-TABLE-COUNT
035100             MOVE CTLG-PROGRAM   TO WS-LDG-PROGRAM(WS-LDG-IX)
035200             MOVE CTLG-FILE-NAME TO WS-LDG-FILE(WS-LDG-IX)
035300             MOVE CTLG-DIRECTION TO WS-LDG-DIRECTION(WS-LDG-IX)
035400             MOVE CTLG-REC-COUNT TO WS-LDG-COUNT(WS-LDG-IX)
035500             MOVE CTLG-AMOUNT    TO WS-LDG-AMOUNT(WS-LDG-IX)
035600             PERFORM 1320-ADD-TO-STEP
035700         END-IF
035800         PERFORM 1310-READ-LEDGER
035900     END-PERFORM
036000     CLOSE CONTROL-LEDGER.
036100
036200 1310-READ-LEDGER.
036300     READ CONTROL-LEDGER
036400         AT END
036500             SET WS-NO-MORE-CTLG TO TRUE
036600     END-READ.
036700
036800 1320-ADD-TO-STEP.
036900     MOVE CTLG-PROGRAM TO WS-FIND-PROGRAM
037000     PERFORM 1800-FIND-STEP
037100     IF WS-STEP-FOUND
037110         IF WS-STEP-ROW-COUNT(WS-STEP-IX) > ZERO
037120             AND CTLG-FILE-NAME = WS-STEP-FIRST-FILE(WS-STEP-IX)
037130             AND CTLG-DIRECTION = WS-STEP-FIRST-DIR(WS-STEP-IX)
037140             MOVE ZERO TO WS-STEP-ROW-COUNT(WS-STEP-IX)
037150                 WS-STEP-RECS-IN(WS-STEP-IX)
037160                 WS-STEP-RECS-OUT(WS-STEP-IX)
037170                 WS-STEP-AMT-IN(WS-STEP-IX)
037180                 WS-STEP-AMT-OUT(WS-STEP-IX)
037190         END-IF
037191         IF WS-STEP-ROW-COUNT(WS-STEP-IX) = ZERO
037192             MOVE CTLG-FILE-NAME TO WS-STEP-FIRST-FILE(WS-STEP-IX)
037193             MOVE CTLG-DIRECTION TO WS-STEP-FIRST-DIR(WS-STEP-IX)
037194             MOVE WS-LDG-TABLE-COUNT
037195                 TO WS-STEP-RUN-LDG(WS-STEP-IX)
037196         END-IF
037200         ADD 1 TO WS-STEP-ROW-COUNT(WS-STEP-IX)
037300         IF CTLG-IS-INPUT
037400             ADD CTLG-REC-COUNT TO WS-STEP-RECS-IN(WS-STEP-IX)
037500             ADD CTLG-AMOUNT TO WS-STEP-AMT-IN(WS-STEP-IX)
037600         ELSE
037700             ADD CTLG-REC-COUNT TO WS-STEP-RECS-OUT(WS-STEP-IX)
037800             ADD CTLG-AMOUNT TO WS-STEP-AMT-OUT(WS-STEP-IX)
037900         END-IF
038000     END-IF.
038100
038200*EVENTS ARE IN TIME ORDER: A START OPENS A NEW RUN OF THE STEP
038300*(A RERUN RESTARTS THE CLOCK), DONE CLOSES IT, AND THE LAST EVENT
038400*DECIDES WHETHER THE STEP IS RUNNING OR BLOCKED.
038500 1400-APPLY-EVENTS.
038600     MOVE 'N' TO WS-CYEV-EOF-SW
038700     OPEN INPUT CYCLE-EVENT-LOG
038800     PERFORM 1410-READ-EVENT
038900     PERFORM UNTIL WS-NO-MORE-CYEV
039000         IF CYEV-CYCLE-DATE = WS-CYCLE-DATE
039100             MOVE CYEV-STEP-PROGRAM TO WS-FIND-PROGRAM
039200             PERFORM 1800-FIND-STEP
039300             IF WS-STEP-FOUND
039400                 MOVE CYEV-EVENT-CD
039500                     TO WS-STEP-LAST-EVENT(WS-STEP-IX)
039600                 EVALUATE TRUE
039700                     WHEN CYEV-STEP-STARTED
039800                         MOVE CYEV-EVENT-TIME
039900                             TO WS-STEP-START-TIME(WS-STEP-IX)
040000                         MOVE SPACES
040100                             TO WS-STEP-END-TIME(WS-STEP-IX)
040200                     WHEN CYEV-STEP-DONE
040300                         MOVE CYEV-EVENT-TIME
040400                             TO WS-STEP-END-TIME(WS-STEP-IX)
040500                     WHEN CYEV-STEP-BLOCKED
040600                         MOVE CYEV-MESSAGE
040700                             TO WS-STEP-MESSAGE(WS-STEP-IX)
040800                 END-EVALUATE
040900             END-IF
041000         END-IF
041100         PERFORM 1410-READ-EVENT
041200     END-PERFORM
041300     CLOSE CYCLE-EVENT-LOG.
041400
041500 1410-READ-EVENT.
041600     READ CYCLE-EVENT-LOG
041700         AT END
041800             SET WS-NO-MORE-CYEV TO TRUE
041900     END-READ.
042000
042100 1500-CHECK-DAY-CLOSE.
042200     MOVE 'N' TO WS-CLOSED-SW WS-DCL-EOF-SW
042300     OPEN INPUT DAY-CLOSE-FILE
042400     PERFORM 1510-READ-DAY-CLOSE
042500     PERFORM UNTIL WS-NO-MORE-DCL
042600         IF DYCL-CYCLE-DATE = WS-CYCLE-DATE
042700             SET WS-CYCLE-IS-CLOSED TO TRUE
042800             MOVE DYCL-CLOSED-TIME TO WS-CLOSED-TIME
042900             MOVE DYCL-CLOSED-BY TO WS-CLOSED-BY
043000         END-IF
043100         PERFORM 1510-READ-DAY-CLOSE
043200     END-PERFORM
043300     CLOSE DAY-CLOSE-FILE.
043400
043500 1510-READ-DAY-CLOSE.
043600     READ DAY-CLOSE-FILE
043700         AT END
043800             SET WS-NO-MORE-DCL TO TRUE
043900     END-READ.
044000
044100 1600-COUNT-BATCHES.
044200     MOVE ZERO TO WS-BATCH-SENT WS-BATCH-ACCEPTED
044300         WS-BATCH-REJECTED WS-BATCH-PARTIAL WS-BATCH-UNACKED
044400     MOVE 'N' TO WS-BLOG-EOF-SW
044500     OPEN INPUT BATCH-LOG-FILE
044600     PERFORM 1610-READ-BATCH-LOG
044700     PERFORM UNTIL WS-NO-MORE-BLOG
044800         IF BLOG-TRANSMIT-DATE = WS-CYCLE-DATE
044900             ADD 1 TO WS-BATCH-SENT
045000             EVALUATE TRUE
045100                 WHEN BLOG-ACK-ACCEPTED
045200                     ADD 1 TO WS-BATCH-ACCEPTED
045300                 WHEN BLOG-ACK-REJECTED
045400                     ADD 1 TO WS-BATCH-REJECTED
045500                 WHEN BLOG-ACK-PARTIAL
045600                     ADD 1 TO WS-BATCH-PARTIAL
045700                 WHEN OTHER
045800                     ADD 1 TO WS-BATCH-UNACKED
045900             END-EVALUATE
046000         END-IF
046100         PERFORM 1610-READ-BATCH-LOG
046200     END-PERFORM
046300     CLOSE BATCH-LOG-FILE.
046400
046500 1610-READ-BATCH-LOG.
046600     READ BATCH-LOG-FILE
046700         AT END
046800             SET WS-NO-MORE-BLOG TO TRUE
046900     END-READ.
047000
047100******************************************************************
047200* STATUS: THE LAST GATE EVENT BLOCKED -> GATE-BLOCKED; A START   *
047300* WITH NO DONE EVENT AFTER IT -> RUNNING, EVEN WITH ROWS LEFT BY *
047400* AN EARLIER RUN; LEDGER ROWS OR A DONE EVENT -> COMPLETE, OR    *
047500* OUT OF BALANCE WHEN THE LATEST RUN'S BALANCE FILES DO NOT      *
047510* PROVE (INPUT = OUTPUT 1 + OUTPUT 2, MISSING ROWS FAIL, AS IN   *
047520* BCPCTLBL); OTHERWISE NOT STARTED. A STEP IS LATE WHEN ITS      *
047700* ELAPSED TIME PASSES ITS NORMAL WINDOW, OR - ON TODAY'S CYCLE - *
047800* WHEN IT HAS NOT STARTED BY ITS SCHEDULED START.                *
047900******************************************************************
048000 1700-SET-STEP-STATUS.
048100     MOVE 'N' TO WS-STEP-LATE-SW(WS-STEP-IX)
048200     MOVE SPACES TO WS-STEP-FLAG(WS-STEP-IX)
048300     EVALUATE TRUE
048400         WHEN WS-STEP-LAST-EVENT(WS-STEP-IX) = 'B'
048500             MOVE 'GATE-BLOCKED' TO WS-STEP-STATUS(WS-STEP-IX)
048600             MOVE '**' TO WS-STEP-FLAG(WS-STEP-IX)
048610         WHEN WS-STEP-LAST-EVENT(WS-STEP-IX) = 'S'
048620             MOVE 'RUNNING' TO WS-STEP-STATUS(WS-STEP-IX)
048700         WHEN WS-STEP-ROW-COUNT(WS-STEP-IX) > ZERO
048800             OR WS-STEP-LAST-EVENT(WS-STEP-IX) = 'D'
048900             MOVE 'COMPLETE' TO WS-STEP-STATUS(WS-STEP-IX)
049000             IF WS-STEP-BAL-IN(WS-STEP-IX) NOT = SPACES
049100                 PERFORM 1750-CHECK-STEP-BALANCE
049200             END-IF
049500         WHEN OTHER
049600             MOVE 'NOT STARTED' TO WS-STEP-STATUS(WS-STEP-IX)
049700     END-EVALUATE
049800     PERFORM 1760-TIME-STEP
049900     IF WS-STEP-IS-LATE(WS-STEP-IX)
050000         ADD 1 TO WS-LATE-COUNT
050100         MOVE '**' TO WS-STEP-FLAG(WS-STEP-IX)
050200     END-IF
050300     IF WS-STEP-FLAG(WS-STEP-IX) NOT = SPACES
050400         ADD 1 TO WS-ALERT-COUNT
050500     END-IF.
050600
050700 1750-CHECK-STEP-BALANCE.
050800     MOVE 'N' TO WS-BAL-MISSING-SW
050900     MOVE ZERO TO WS-BAL-IN WS-BAL-OUT
051000     MOVE WS-STEP-BAL-IN(WS-STEP-IX) TO WS-LOOK-FILE
051100     PERFORM 1850-FIND-LEDGER-ROW
051200     IF WS-LDG-FOUND
051300         MOVE WS-LDG-COUNT(WS-LDG-IX) TO WS-BAL-IN
051400     END-IF
051500     MOVE WS-STEP-BAL-OUT-1(WS-STEP-IX) TO WS-LOOK-FILE
051600     PERFORM 1850-FIND-LEDGER-ROW
051700     IF WS-LDG-FOUND
051800         ADD WS-LDG-COUNT(WS-LDG-IX) TO WS-BAL-OUT
051900     END-IF
052000     IF WS-STEP-BAL-OUT-2(WS-STEP-IX) NOT = SPACES
052100         MOVE WS-STEP-BAL-OUT-2(WS-STEP-IX) TO WS-LOOK-FILE
052200         PERFORM 1850-FIND-LEDGER-ROW
052300         IF WS-LDG-FOUND
052400             ADD WS-LDG-COUNT(WS-LDG-IX) TO WS-BAL-OUT
052500         END-IF
052600     END-IF
052700     IF WS-BAL-ROWS-MISSING
052800         OR WS-BAL-IN NOT = WS-BAL-OUT
052900         MOVE 'OUT OF BALANCE' TO WS-STEP-STATUS(WS-STEP-IX)
053000         MOVE '**' TO WS-STEP-FLAG(WS-STEP-IX)
053100     END-IF.
053200
053300 1760-TIME-STEP.
053400     MOVE 'N' TO WS-STEP-ELAPSED-SW(WS-STEP-IX)
053500     MOVE ZERO TO WS-STEP-ELAPSED(WS-STEP-IX)
053600     IF WS-STEP-START-TIME(WS-STEP-IX) NOT = SPACES
053700         MOVE WS-STEP-START-TIME(WS-STEP-IX) TO WS-CLOCK
053800         PERFORM 7000-CLOCK-MINUTES
053900         MOVE WS-MINUTES TO WS-START-MINUTES
054000         EVALUATE TRUE
054100             WHEN WS-STEP-END-TIME(WS-STEP-IX) NOT = SPACES
054200                 MOVE WS-STEP-END-TIME(WS-STEP-IX) TO WS-CLOCK
054300                 PERFORM 7000-CLOCK-MINUTES
054400                 MOVE WS-MINUTES TO WS-END-MINUTES
054500                 MOVE 'Y' TO WS-STEP-ELAPSED-SW(WS-STEP-IX)
054600             WHEN WS-STEP-STATUS(WS-STEP-IX) = 'RUNNING'
054700                 AND WS-CYCLE-DATE = WS-TODAY-DATE
054800                 MOVE WS-NOW-MINUTES TO WS-END-MINUTES
054900                 MOVE 'Y' TO WS-STEP-ELAPSED-SW(WS-STEP-IX)
055000         END-EVALUATE
055100         IF WS-STEP-TIMED(WS-STEP-IX)
055200             IF WS-END-MINUTES < WS-START-MINUTES
055300                 ADD 1440 TO WS-END-MINUTES
055400             END-IF
055500             COMPUTE WS-STEP-ELAPSED(WS-STEP-IX) =
055600                 WS-END-MINUTES - WS-START-MINUTES
055700             IF WS-STEP-WINDOW(WS-STEP-IX) > ZERO
055800                 AND WS-STEP-ELAPSED(WS-STEP-IX)
055900                     > WS-STEP-WINDOW(WS-STEP-IX)
056000                 MOVE 'Y' TO WS-STEP-LATE-SW(WS-STEP-IX)
056100             END-IF
056200         END-IF
056300     END-IF
056400     IF WS-STEP-STATUS(WS-STEP-IX) = 'NOT STARTED'
056500         AND WS-CYCLE-DATE = WS-TODAY-DATE
056600         AND WS-STEP-SCHED-START(WS-STEP-IX) > ZERO
056700         MOVE WS-STEP-SCHED-START(WS-STEP-IX) TO WS-SCHED-HHMM
056800         COMPUTE WS-SCHED-MINUTES = WS-SCHED-HH * 60 + WS-SCHED-MM
056900         IF WS-NOW-MINUTES > WS-SCHED-MINUTES
057000             MOVE 'Y' TO WS-STEP-LATE-SW(WS-STEP-IX)
057100         END-IF
057200     END-IF.
057300
057400 1800-FIND-STEP.
057500     MOVE 'N' TO WS-STEP-FOUND-SW
057600     IF WS-STEP-TABLE-COUNT > ZERO
057700         SET WS-STEP-IX TO 1
057800         SEARCH WS-STEP-ENTRY
057900             AT END
058000                 CONTINUE
058100             WHEN WS-STEP-PROGRAM(WS-STEP-IX) = WS-FIND-PROGRAM
058200                 SET WS-STEP-FOUND TO TRUE
058300         END-SEARCH
058400     END-IF.
058500
058600 1850-FIND-LEDGER-ROW.
058700     MOVE 'N' TO WS-LDG-FOUND-SW
058800     IF WS-LDG-TABLE-COUNT > ZERO
058810         IF WS-STEP-RUN-LDG(WS-STEP-IX) > ZERO
058820             SET WS-LDG-IX TO WS-STEP-RUN-LDG(WS-STEP-IX)
058830         ELSE
058900             SET WS-LDG-IX TO 1
058910         END-IF
059000         SEARCH WS-LDG-ENTRY
059100             AT END
059200                 CONTINUE
059300             WHEN WS-LDG-PROGRAM(WS-LDG-IX)
059400                     = WS-STEP-PROGRAM(WS-STEP-IX)
059500                 AND WS-LDG-FILE(WS-LDG-IX) = WS-LOOK-FILE
059600                 SET WS-LDG-FOUND TO TRUE
059700         END-SEARCH
059800     END-IF
059900     IF NOT WS-LDG-FOUND
060000         SET WS-BAL-ROWS-MISSING TO TRUE
060100     END-IF.
060200
060300 2000-MONITOR-LOOP.
060400     IF WS-IN-CYCLE-DATE NOT = WS-CYCLE-DATE
060500         MOVE ZERO TO WS-LIST-BASE
060600     END-IF
060700     MOVE WS-IN-CYCLE-DATE TO WS-CYCLE-DATE
060800     PERFORM 1100-LOAD-CYCLE
060900     PERFORM 2100-BUILD-HEADER
061000     PERFORM 2200-BUILD-STEP-LINES
061100     MOVE SPACES TO WS-IN-SELECT
061200     DISPLAY SD-STATUS-SCREEN
061300     ACCEPT SD-STATUS-SCREEN
061400     EVALUATE TRUE
061500         WHEN WS-IN-SELECT = 'X  ' OR 'x  '
061600             SET WS-EXIT-REQUESTED TO TRUE
061700         WHEN WS-IN-SELECT = 'N  ' OR 'n  '
061800             ADD 7 TO WS-LIST-BASE
061900             IF WS-LIST-BASE >= WS-STEP-TABLE-COUNT
062000                 MOVE ZERO TO WS-LIST-BASE
062100             END-IF
062200         WHEN WS-IN-SELECT IS NUMERIC
062300             MOVE WS-IN-SELECT TO WS-SEL-NBR
062400             IF WS-SEL-NBR > ZERO
062500                 AND WS-SEL-NBR <= WS-STEP-TABLE-COUNT
062600                 SET WS-STEP-IX TO WS-SEL-NBR
062700                 PERFORM 3000-DRILL-STEP
062800             END-IF
062900         WHEN OTHER
063000             CONTINUE
063100     END-EVALUATE.
063200
063300 2100-BUILD-HEADER.
063400     MOVE SPACES TO WS-OUT-CYCLE-LINE WS-OUT-BATCH-LINE
063500         WS-OUT-MESSAGE
063600     IF WS-CYCLE-IS-CLOSED
063700         STRING 'CYCLE ' WS-CYCLE-DATE ' CLOSED AT '
063800             WS-CLOSED-TIME(1:2) ':' WS-CLOSED-TIME(3:2)
063900             ' BY ' WS-CLOSED-BY
064000             DELIMITED BY SIZE INTO WS-OUT-CYCLE-LINE
064100     ELSE
064200         STRING 'CYCLE ' WS-CYCLE-DATE ' OPEN - AS OF '
064300             WS-NOW-TIME(1:2) ':' WS-NOW-TIME(3:2)
064400             DELIMITED BY SIZE INTO WS-OUT-CYCLE-LINE
064500     END-IF
064600     STRING '837 BATCHES SENT ' WS-BATCH-SENT
064700         '  ACCEPTED ' WS-BATCH-ACCEPTED
064800         '  REJECTED ' WS-BATCH-REJECTED
064900         '  PARTIAL ' WS-BATCH-PARTIAL
065000         '  NO ACK ' WS-BATCH-UNACKED
065100         DELIMITED BY SIZE INTO WS-OUT-BATCH-LINE
065200     EVALUATE TRUE
065300         WHEN WS-STEP-TABLE-COUNT = ZERO
065400             MOVE 'CHAIN DEFINITION IS EMPTY OR MISSING'
065500                 TO WS-OUT-MESSAGE
065600         WHEN WS-ALERT-COUNT > ZERO
065700             STRING 'STEPS NEEDING ATTENTION: ' WS-ALERT-COUNT
065800                 '  (LATE: ' WS-LATE-COUNT ')'
065900                 DELIMITED BY SIZE INTO WS-OUT-MESSAGE
066000     END-EVALUATE.
066100
066200 2200-BUILD-STEP-LINES.
066300     PERFORM VARYING WS-LIST-ROW FROM 1 BY 1
066400             UNTIL WS-LIST-ROW > 7
066500         MOVE SPACES TO WS-STEP-LINE-GROUP(WS-LIST-ROW)
066600         COMPUTE WS-LIST-IX = WS-LIST-BASE + WS-LIST-ROW
066700         IF WS-LIST-IX <= WS-STEP-TABLE-COUNT
066800             SET WS-STEP-IX TO WS-LIST-IX
066900             PERFORM 2210-FORMAT-STEP
067000         END-IF
067100     END-PERFORM.
067200
067300 2210-FORMAT-STEP.
067400     MOVE WS-STEP-FLAG(WS-STEP-IX) TO WS-OUT-FLAG(WS-LIST-ROW)
067500     MOVE WS-STEP-RECS-IN(WS-STEP-IX) TO WS-ED-COUNT
067600     MOVE WS-STEP-RECS-OUT(WS-STEP-IX) TO WS-ED-COUNT-2
067700     MOVE SPACES TO WS-ED-START WS-ED-LATE
067800     MOVE '----' TO WS-ED-ELAPSED
067900     IF WS-STEP-START-TIME(WS-STEP-IX) NOT = SPACES
068000         STRING WS-STEP-START-TIME(WS-STEP-IX)(1:2) ':'
068100             WS-STEP-START-TIME(WS-STEP-IX)(3:2)
068200             DELIMITED BY SIZE INTO WS-ED-START
068300     END-IF
068400     IF WS-STEP-TIMED(WS-STEP-IX)
068500         MOVE WS-STEP-ELAPSED(WS-STEP-IX) TO WS-ED-ELAPSED
068600     END-IF
068700     IF WS-STEP-IS-LATE(WS-STEP-IX)
068800         MOVE 'LATE' TO WS-ED-LATE
068900     END-IF
069000     STRING WS-LIST-IX(2:2) ' '
069100         WS-STEP-PROGRAM(WS-STEP-IX) ' '
069200         WS-STEP-STATUS(WS-STEP-IX) ' '
069300         WS-ED-COUNT ' ' WS-ED-COUNT-2 ' '
069400         WS-ED-START '  ' WS-ED-ELAPSED '/'
069500         WS-STEP-WINDOW(WS-STEP-IX) ' ' WS-ED-LATE
069600         DELIMITED BY SIZE INTO WS-OUT-STEP-LINE(WS-LIST-ROW)
069700     MOVE WS-STEP-AMT-IN(WS-STEP-IX) TO WS-ED-AMOUNT
069800     MOVE WS-STEP-AMT-OUT(WS-STEP-IX) TO WS-ED-AMOUNT-2
069900     STRING '     AMT IN ' WS-ED-AMOUNT
070000         ' OUT ' WS-ED-AMOUNT-2 ' '
070100         WS-STEP-DESC(WS-STEP-IX)(1:22)
070200         DELIMITED BY SIZE INTO WS-OUT-AMT-LINE(WS-LIST-ROW).
070300
070400******************************************************************
070500* DRILL-DOWN: THE STEP'S LEDGER ROWS FOR THE CYCLE, TWELVE AT A  *
070600* TIME, WITH THE GATE'S REFUSAL MESSAGE WHEN IT IS BLOCKED.      *
070700******************************************************************
070800 3000-DRILL-STEP.
070900     MOVE ZERO TO WS-DRILL-BASE
071000     MOVE 'N' TO WS-DRILL-EXIT-SW
071100     PERFORM 3100-DRILL-LOOP
071200         UNTIL WS-DRILL-DONE.
071300
071400 3100-DRILL-LOOP.
071500     MOVE SPACES TO WS-DRILL-TITLE WS-DRILL-MESSAGE WS-DRILL-LINES
071600     STRING 'STEP ' WS-STEP-PROGRAM(WS-STEP-IX) ' '
071700         WS-STEP-DESC(WS-STEP-IX) ' ' WS-STEP-STATUS(WS-STEP-IX)
071800         ' CYCLE ' WS-CYCLE-DATE
071900         DELIMITED BY SIZE INTO WS-DRILL-TITLE
072000     IF WS-STEP-LAST-EVENT(WS-STEP-IX) = 'B'
072100         MOVE WS-STEP-MESSAGE(WS-STEP-IX) TO WS-DRILL-MESSAGE
072200     END-IF
072300     MOVE ZERO TO WS-DRILL-COUNT WS-DRILL-ROW
072400     MOVE WS-DRILL-BASE TO WS-DRILL-SKIP
072500     IF WS-LDG-TABLE-COUNT > ZERO
072600         PERFORM 3110-DRILL-ROW
072700             VARYING WS-LDG-SCAN-IX FROM 1 BY 1
072800             UNTIL WS-LDG-SCAN-IX > WS-LDG-TABLE-COUNT
072900     END-IF
073000     IF WS-DRILL-COUNT = ZERO
073100         MOVE 'NO LEDGER ROWS FOR THIS STEP ON THIS CYCLE DATE'
073200             TO WS-DRILL-LINE(1)
073300     END-IF
073400     MOVE SPACE TO WS-IN-CONTINUE
073500     DISPLAY SD-DRILL-SCREEN
073600     ACCEPT SD-DRILL-SCREEN
073700     IF (WS-IN-CONTINUE = 'N' OR 'n')
073800         AND WS-DRILL-COUNT > WS-DRILL-BASE + 12
073900         ADD 12 TO WS-DRILL-BASE
074000     ELSE
074100         SET WS-DRILL-DONE TO TRUE
074200     END-IF.
074300
074400 3110-DRILL-ROW.
074500     SET WS-LDG-IX TO WS-LDG-SCAN-IX
074600     IF WS-LDG-PROGRAM(WS-LDG-IX) = WS-STEP-PROGRAM(WS-STEP-IX)
074700         ADD 1 TO WS-DRILL-COUNT
074800         IF WS-DRILL-SKIP > ZERO
074900             SUBTRACT 1 FROM WS-DRILL-SKIP
075000         ELSE
075100             IF WS-DRILL-ROW < 12
075200                 ADD 1 TO WS-DRILL-ROW
075300                 MOVE WS-LDG-COUNT(WS-LDG-IX) TO WS-ED-COUNT
075400                 MOVE WS-LDG-AMOUNT(WS-LDG-IX) TO WS-ED-AMOUNT
075500                 STRING WS-LDG-FILE(WS-LDG-IX) ' '
075600                     WS-LDG-DIRECTION(WS-LDG-IX) '         '
075700                     WS-ED-COUNT '  ' WS-ED-AMOUNT
075800                     DELIMITED BY SIZE
075900                     INTO WS-DRILL-LINE(WS-DRILL-ROW)
076000             END-IF
076100         END-IF
076200     END-IF.
076300
076400*HHMMSSHH TO MINUTES PAST MIDNIGHT.
076500 7000-CLOCK-MINUTES.
076600     IF WS-CLOCK-HH IS NUMERIC AND WS-CLOCK-MM IS NUMERIC
076700         COMPUTE WS-MINUTES = WS-CLOCK-HH * 60 + WS-CLOCK-MM
076800     ELSE
076900         MOVE ZERO TO WS-MINUTES
077000     END-IF.
