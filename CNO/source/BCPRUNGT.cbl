001700*            ALSO REFUSES, BLOCKING LATE RERUNS FROM DOUBLE-     *
001800*            PROCESSING A CLOSED CYCLE.                          *
001900******************************************************************
001901* 10-15-26 - R KOWALSKI - AR 150139 - REFERENCE FRESHNESS MODE   *
001902*            ('F'). BCPREFMN WRITES A DAILY CONTROL LEDGER ROW   *
001903*            (FILE REFGATE) COUNTING OVERDUE REGULATORY          *
001904*            REFERENCE MASTERS (OIG EXCLUSIONS, ICD-10 AND THE   *
001905*            LIKE). A FRESHNESS CHECK REFUSES THE STEP (RC 12)   *
001906*            WHEN TODAY'S ROW IS MISSING - THE MONITOR DID NOT   *
001907*            RUN - OR ITS COUNT IS NOT ZERO, SO AN EDIT STEP     *
001908*            CANNOT RUN AGAINST A LAPSED REGULATORY LIST. THE    *
001909*            CLOSED-CYCLE CHECK APPLIES AS IN CHECK MODE.        *
001910******************************************************************
001918* 10-15-26 - R KOWALSKI - AR 150141 - CYCLE EVENT LOG. EVERY     *
001926*            CHECK OR FRESHNESS GATE NOW APPENDS A ROW           *
001934*            (BCPCYEVT) TO THE CYCLE EVENT LOG - STEP STARTED    *
001942*            WHEN THE GATE PASSES, STEP BLOCKED WITH THE REFUSAL *
001950*            MESSAGE WHEN IT REFUSES - AND A NEW STEP-DONE MODE  *
001958*            ('D'), RUN AFTER THE STEP, APPENDS THE COMPLETION   *
001966*            ROW, SO THE ONLINE CYCLE STATUS MONITOR (BCPCYCMN)  *
001974*            CAN SHOW EACH STEP'S STATE AND ELAPSED TIME WITHOUT *
001982*            ANYONE READING JOB LOGS.                            *
001990******************************************************************
001991* 10-15-26 - R KOWALSKI - AR 150141 - THE REFUSAL MESSAGE IS NOW *
001992*            BUILT IN WORKING STORAGE AND MOVED TO BOTH THE      *
001993*            REPORT LINE AND THE BLOCKED EVENT ROW. THE EVENT    *
001994*            ROW HAD BEEN TAKEN FROM THE PRINT RECORD AREA AFTER *
001995*            ITS WRITE.                                          *
001996******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. BCPRUNGT.
002200 ENVIRONMENT DIVISION.
003400     SELECT GATE-RPT ASSIGN TO GATERPT
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-RPT-STATUS.
003610*AR 150141 - CYCLE EVENT LOG FOR THE STATUS MONITOR.
003620     SELECT OPTIONAL CYCLE-EVENT-LOG ASSIGN TO CYCEVENT
003630            ORGANIZATION IS LINE SEQUENTIAL
003640            FILE STATUS IS WS-CYEV-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  GATE-PARM-FILE.
004100     05  GATE-MODE                 PIC X(01).
004200         88  GATE-CHECK-MODE           VALUE 'C'.
004300         88  GATE-CLOSE-MODE           VALUE 'E'.
004310         88  GATE-FRESHNESS-MODE       VALUE 'F'.
004320         88  GATE-STEP-DONE-MODE       VALUE 'D'.
004400     05  GATE-STEP-PROGRAM         PIC X(08).
004500     05  GATE-PRED-PROGRAM         PIC X(08).
004600     05  GATE-PRED-FILE            PIC X(08).
005200     COPY BCPDYCLS.
005300 FD  GATE-RPT.
005400 01  RPT-LINE                  PIC X(132).
005410 FD  CYCLE-EVENT-LOG.
005420     COPY BCPCYEVT.
005500 WORKING-STORAGE SECTION.
005600 01  WS-PRM-STATUS             PIC X(02).
005700 01  WS-CTLG-STATUS            PIC X(02).
005800 01  WS-DCL-STATUS             PIC X(02).
005900 01  WS-RPT-STATUS             PIC X(02).
005910 01  WS-CYEV-STATUS            PIC X(02).
006000 01  WS-PRM-EOF-SW             PIC X(01)      VALUE 'N'.
006100     88  WS-NO-MORE-PRM            VALUE 'Y'.
006200 01  WS-CTLG-EOF-SW            PIC X(01)      VALUE 'N'.
007200 01  WS-ROW-COUNT              PIC 9(07)      VALUE ZERO.
007300 01  WS-REFUSE-SW              PIC X(01)      VALUE 'N'.
007400     88  WS-GATE-REFUSED           VALUE 'Y'.
007410*THE REFUSAL, KEPT FOR THE BLOCKED ROW ON THE CYCLE EVENT LOG.
007420 01  WS-GATE-MESSAGE           PIC X(132)     VALUE SPACES.
007500 PROCEDURE DIVISION.
007600 0000-MAIN-CONTROL.
007700     PERFORM 1000-INITIALIZE
007800     EVALUATE TRUE
007900         WHEN GATE-CLOSE-MODE
008000             PERFORM 3000-CLOSE-CYCLE
008010         WHEN GATE-FRESHNESS-MODE
008020             PERFORM 4000-CHECK-FRESHNESS
008030         WHEN GATE-STEP-DONE-MODE
008040             PERFORM 5000-MARK-STEP-DONE
008100         WHEN OTHER
008200             PERFORM 2000-CHECK-GATE
008300     END-EVALUATE
008310     PERFORM 8000-LOG-CYCLE-EVENT
008400     PERFORM 9000-TERMINATE
008500     IF WS-GATE-REFUSED
008600         MOVE 12 TO RETURN-CODE
009900     CLOSE GATE-PARM-FILE
010000     IF WS-NO-MORE-PRM
010100         SET WS-GATE-REFUSED TO TRUE
010200         MOVE 'GATE PARM MISSING - STEP REFUSED'
010210             TO WS-GATE-MESSAGE
010250         MOVE WS-GATE-MESSAGE TO RPT-LINE
010300         WRITE RPT-LINE
010400     END-IF.
010500
011000         PERFORM 2100-CHECK-DAY-CLOSE
011100         IF WS-CYCLE-IS-CLOSED
011200             SET WS-GATE-REFUSED TO TRUE
011300             MOVE SPACES TO WS-GATE-MESSAGE
011400             STRING 'CYCLE ' WS-TODAY-DATE
011500                 ' IS CLOSED - STEP ' GATE-STEP-PROGRAM
011600                 ' REFUSED (LATE RERUN BLOCKED)'
011700                 DELIMITED BY SIZE INTO WS-GATE-MESSAGE
011750             MOVE WS-GATE-MESSAGE TO RPT-LINE
011800             WRITE RPT-LINE
011900         ELSE
012000             PERFORM 2200-CHECK-PREDECESSOR
016500     EVALUATE TRUE
016600         WHEN NOT WS-ROW-FOUND
016700             SET WS-GATE-REFUSED TO TRUE
016800             MOVE SPACES TO WS-GATE-MESSAGE
016900             STRING 'PREDECESSOR ' GATE-PRED-PROGRAM
017000                 ' WROTE NO ' GATE-PRED-FILE
017100                 ' ROW FOR ' WS-TODAY-DATE
017200                 ' - STEP ' GATE-STEP-PROGRAM ' REFUSED'
017300                 DELIMITED BY SIZE INTO WS-GATE-MESSAGE
017350             MOVE WS-GATE-MESSAGE TO RPT-LINE
017400             WRITE RPT-LINE
017500         WHEN GATE-EXPECTED-COUNT NOT = ZERO
017600             AND WS-ROW-COUNT NOT = GATE-EXPECTED-COUNT
017700             SET WS-GATE-REFUSED TO TRUE
017800             MOVE SPACES TO WS-GATE-MESSAGE
017900             STRING 'COUNT MISMATCH - ' GATE-PRED-PROGRAM
018000                 ' ' GATE-PRED-FILE
018100                 ' WROTE ' WS-ROW-COUNT
018200                 ' EXPECTED ' GATE-EXPECTED-COUNT
018300                 ' - STEP ' GATE-STEP-PROGRAM ' REFUSED'
018400                 DELIMITED BY SIZE INTO WS-GATE-MESSAGE
018450             MOVE WS-GATE-MESSAGE TO RPT-LINE
018500             WRITE RPT-LINE
018600         WHEN OTHER
018700             MOVE SPACES TO RPT-LINE
022900
023000 9000-TERMINATE.
023100     CLOSE GATE-RPT.
023200
023300*AR 150139 - TODAY'S BCPREFMN REFGATE ROW MUST EXIST AND SHOW NO
023400*OVERDUE REGULATORY REFERENCE MASTER. THE LAST ROW WINS, SO A
023500*MONITOR RERUN AFTER A LATE LOAD REOPENS THE GATE.
023600 4000-CHECK-FRESHNESS.
023700     IF WS-GATE-REFUSED
023800         CONTINUE
023900     ELSE
024000         PERFORM 2100-CHECK-DAY-CLOSE
024100         IF WS-CYCLE-IS-CLOSED
024200             SET WS-GATE-REFUSED TO TRUE
024300             MOVE SPACES TO WS-GATE-MESSAGE
024400             STRING 'CYCLE ' WS-TODAY-DATE
024500                 ' IS CLOSED - STEP ' GATE-STEP-PROGRAM
024600                 ' REFUSED (LATE RERUN BLOCKED)'
024700                 DELIMITED BY SIZE INTO WS-GATE-MESSAGE
024750             MOVE WS-GATE-MESSAGE TO RPT-LINE
024800             WRITE RPT-LINE
024900         ELSE
025000             PERFORM 4100-CHECK-REFGATE-ROW
025100         END-IF
025200     END-IF.
025300
025400 4100-CHECK-REFGATE-ROW.
025500     OPEN INPUT CONTROL-LEDGER
025600     IF WS-CTLG-STATUS = '35'
025700         SET WS-NO-MORE-CTLG TO TRUE
025800     ELSE
025900         PERFORM 2210-READ-LEDGER
026000     END-IF
026100     PERFORM UNTIL WS-NO-MORE-CTLG
026200         IF CTLG-RUN-DATE = WS-TODAY-DATE
026300             AND CTLG-PROGRAM = 'BCPREFMN'
026400             AND CTLG-FILE-NAME = 'REFGATE '
026500             AND CTLG-IS-OUTPUT
026600             SET WS-ROW-FOUND TO TRUE
026700             MOVE CTLG-REC-COUNT TO WS-ROW-COUNT
026800         END-IF
026900         PERFORM 2210-READ-LEDGER
027000     END-PERFORM
027100     IF WS-CTLG-STATUS NOT = '35'
027200         CLOSE CONTROL-LEDGER
027300     END-IF
027400     EVALUATE TRUE
027500         WHEN NOT WS-ROW-FOUND
027600             SET WS-GATE-REFUSED TO TRUE
027700             MOVE SPACES TO WS-GATE-MESSAGE
027800             STRING 'FRESHNESS MONITOR BCPREFMN WROTE NO REFGATE'
027900                 ' ROW FOR ' WS-TODAY-DATE
028000                 ' - STEP ' GATE-STEP-PROGRAM ' REFUSED'
028100                 DELIMITED BY SIZE INTO WS-GATE-MESSAGE
028150             MOVE WS-GATE-MESSAGE TO RPT-LINE
028200             WRITE RPT-LINE
028300         WHEN WS-ROW-COUNT NOT = ZERO
028400             SET WS-GATE-REFUSED TO TRUE
028500             MOVE SPACES TO WS-GATE-MESSAGE
028600             STRING 'REGULATORY REFERENCE MASTERS OVERDUE: '
028700                 WS-ROW-COUNT
028800                 ' - STEP ' GATE-STEP-PROGRAM ' REFUSED'
028900                 DELIMITED BY SIZE INTO WS-GATE-MESSAGE
028950             MOVE WS-GATE-MESSAGE TO RPT-LINE
029000             WRITE RPT-LINE
029100         WHEN OTHER
029200             MOVE SPACES TO RPT-LINE
029300             STRING 'GATE PASSED - STEP ' GATE-STEP-PROGRAM
029400                 ' CLEARED - REGULATORY REFERENCE MASTERS CURRENT'
029500                 DELIMITED BY SIZE INTO RPT-LINE
029600             WRITE RPT-LINE
029700     END-EVALUATE.
029710
029800*AR 150141 - STEP-DONE MODE: RUN AFTER THE STEP, MARKS IT
029900*COMPLETE IN THE CYCLE EVENT LOG. NOTHING IS CHECKED.
030000 5000-MARK-STEP-DONE.
030100     IF WS-GATE-REFUSED
030200         CONTINUE
030300     ELSE
030400         MOVE SPACES TO RPT-LINE
030500         STRING 'STEP ' GATE-STEP-PROGRAM ' MARKED COMPLETE FOR'
030600             ' CYCLE ' WS-TODAY-DATE
030700             DELIMITED BY SIZE INTO RPT-LINE
030800         WRITE RPT-LINE
030900     END-IF.
031000
031100*AR 150141 - ONE EVENT ROW PER GATED STEP: STARTED WHEN THE GATE
031200*PASSED, BLOCKED (WITH THE REFUSAL MESSAGE) WHEN IT DID NOT,
031300*DONE IN STEP-DONE MODE. A CLOSE, OR A RUN WITH NO PARM, NAMES
031400*NO STEP AND LOGS NOTHING.
031500 8000-LOG-CYCLE-EVENT.
031600     IF WS-NO-MORE-PRM OR GATE-CLOSE-MODE
031700         CONTINUE
031800     ELSE
031900         OPEN EXTEND CYCLE-EVENT-LOG
032000         IF WS-CYEV-STATUS = '35'
032100             OPEN OUTPUT CYCLE-EVENT-LOG
032200         END-IF
032300         MOVE SPACES TO CYEV-RECORD
032400         MOVE WS-TODAY-DATE     TO CYEV-CYCLE-DATE
032500         MOVE GATE-STEP-PROGRAM TO CYEV-STEP-PROGRAM
032600         MOVE WS-TIME           TO CYEV-EVENT-TIME
032700         MOVE GATE-OPERATOR     TO CYEV-OPERATOR
032800         EVALUATE TRUE
032900             WHEN GATE-STEP-DONE-MODE
033000                 SET CYEV-STEP-DONE TO TRUE
033100             WHEN WS-GATE-REFUSED
033200                 SET CYEV-STEP-BLOCKED TO TRUE
033300                 MOVE WS-GATE-MESSAGE TO CYEV-MESSAGE
033400             WHEN OTHER
033500                 SET CYEV-STEP-STARTED TO TRUE
033600         END-EVALUATE
033700         WRITE CYEV-RECORD
033800         CLOSE CYCLE-EVENT-LOG
033900     END-IF.
