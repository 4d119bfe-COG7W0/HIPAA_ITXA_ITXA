000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150120 - WEEKLY OTHER-COVERAGE      *
000300*            RECOVERY REPORT. LISTS POSTED, ACCEPTED CLAIMS WE   *
000400*            PAID AS PRIMARY (NO SERVICE LINE CARRIED OTHER-     *
000500*            PAYER DATA ON THE INBOUND 837) WHERE THE MEMBER     *
000600*            OTHER-COVERAGE MASTER (BCPTPLMS) NOW SHOWS ANOTHER  *
000700*            CARRIER PRIMARY ON THE ADMIT DATE, SO RECOVERY CAN  *
000800*            PURSUE THE OTHER CARRIER. POSTCLAIM AND BATCH837    *
000900*            ARE THE WEEK'S GENERATIONS CONCATENATED. RC 4 WHEN  *
001000*            ANY CLAIM IS LISTED.                                *
001100******************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. BCPTPLRV.
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
001600 FILE-CONTROL.
001700     SELECT OPTIONAL TPL-MASTER-FILE ASSIGN TO TPLMAST
001800            ORGANIZATION IS LINE SEQUENTIAL
001900            FILE STATUS IS WS-TPL-STATUS.
002000     SELECT POSTED-CLAIMS ASSIGN TO POSTCLAIM
002100            ORGANIZATION IS LINE SEQUENTIAL
002200            FILE STATUS IS WS-POST-STATUS.
002300     SELECT BATCH-837 ASSIGN TO BATCH837
002400            ORGANIZATION IS LINE SEQUENTIAL
002500            FILE STATUS IS WS-BATCH-STATUS.
002600     SELECT TPL-RECOVERY-RPT ASSIGN TO TPLRVRPT
002700            ORGANIZATION IS LINE SEQUENTIAL
002800            FILE STATUS IS WS-RPT-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  TPL-MASTER-FILE.
003200     COPY BCPTPLMS.
003300 FD  POSTED-CLAIMS.
003400     COPY BCPMG50
003500         REPLACING ==MEDG-CLM50-RECORD== BY ==POST-CLM50-RECORD==.
003600 FD  BATCH-837.
003700     COPY BCPMGHDR.
003800     COPY BCPMG50.
003900     COPY BCPMG60.
004000     COPY BCPMGSVC.
004100     COPY BCPMG90.
004200     COPY BCPMG99.
004300 FD  TPL-RECOVERY-RPT.
004400 01  RPT-LINE                  PIC X(132).
004500 WORKING-STORAGE SECTION.
004600 01  WS-TPL-STATUS             PIC X(02).
004700 01  WS-POST-STATUS            PIC X(02).
004800 01  WS-BATCH-STATUS           PIC X(02).
004900 01  WS-RPT-STATUS             PIC X(02).
005000 01  WS-TPL-EOF-SW             PIC X(01)      VALUE 'N'.
005100     88  WS-NO-MORE-TPL            VALUE 'Y'.
005200 01  WS-POST-EOF-SW            PIC X(01)      VALUE 'N'.
005300     88  WS-NO-MORE-POST           VALUE 'Y'.
005400 01  WS-BAT-EOF-SW             PIC X(01)      VALUE 'N'.
005500     88  WS-NO-MORE-BAT            VALUE 'Y'.
005600 01  WS-TODAY-DATE             PIC X(08).
005700*SPANS WHERE THE OTHER CARRIER IS PRIMARY.
005800 01  WS-TPL-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
005900 01  WS-TPL-TABLE.
006000     05  WS-TPL-ENTRY          OCCURS 1 TO 30000 TIMES
006100                               DEPENDING ON WS-TPL-TABLE-COUNT
006200                               INDEXED BY WS-TPL-IX.
006300         10  WS-TPL-MEMBER-ID      PIC 9(10).
006400         10  WS-TPL-CARRIER-ID     PIC X(10).
006500         10  WS-TPL-POLICY-NBR     PIC X(20).
006600         10  WS-TPL-EFF-DATE       PIC X(08).
006700         10  WS-TPL-TERM-DATE      PIC X(08).
006800 01  WS-TPL-FOUND-SW           PIC X(01)      VALUE 'N'.
006900     88  WS-TPL-FOUND              VALUE 'Y'.
007000*POSTED CLAIMS PAID BY US FOR A KNOWN MEMBER.
007100 01  WS-PST-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
007200 01  WS-PST-TABLE.
007300     05  WS-PST-ENTRY          OCCURS 1 TO 10000 TIMES
007400                               DEPENDING ON WS-PST-TABLE-COUNT
007500                               INDEXED BY WS-PST-IX.
007600         10  WS-PST-CLM-KEY        PIC 9(06).
007700         10  WS-PST-POLICY-KEY     PIC 9(09).
007800         10  WS-PST-MEMBER-ID      PIC 9(10).
007900         10  WS-PST-ADMIT-DATE     PIC X(08).
008000         10  WS-PST-PAID-AMT       PIC 9(09)V99.
008100         10  WS-PST-OPR-SW         PIC X(01).
008200             88  WS-PST-HAD-OPR-DATA   VALUE 'Y'.
008300 01  WS-PST-FOUND-SW           PIC X(01)      VALUE 'N'.
008400     88  WS-PST-FOUND              VALUE 'Y'.
008500 01  WS-CUR-SELECTED-SW        PIC X(01)      VALUE 'N'.
008600     88  WS-CUR-SELECTED           VALUE 'Y'.
008700 01  WS-LISTED-COUNT           PIC 9(05)      VALUE ZERO.
008800 01  WS-LISTED-PAID-TOTAL      PIC 9(11)V99   VALUE ZERO.
008900 01  WS-PAID-EDIT              PIC Z,ZZZ,ZZZ,ZZ9.99.
009000 01  WS-TOTAL-EDIT             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
009100 PROCEDURE DIVISION.
009200 0000-MAIN-CONTROL.
009300     PERFORM 1000-INITIALIZE
009400     PERFORM 1100-LOAD-TPL-MASTER
009500     PERFORM 1200-LOAD-POSTED-CLAIMS
009600     PERFORM 2000-SCAN-BATCH
009700         UNTIL WS-NO-MORE-BAT
009800     PERFORM 3000-LIST-RECOVERIES
009900     PERFORM 4000-WRITE-SUMMARY
010000     PERFORM 9000-TERMINATE
010100     IF WS-LISTED-COUNT NOT = ZERO
010200         MOVE 4 TO RETURN-CODE
010300     END-IF
010400     STOP RUN.
010500
010600 1000-INITIALIZE.
010700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
010800     OPEN INPUT BATCH-837
010900     OPEN OUTPUT TPL-RECOVERY-RPT
011000     MOVE SPACES TO RPT-LINE
011100     STRING 'OTHER-COVERAGE RECOVERY - CLAIMS PAID AS PRIMARY '
011200         WS-TODAY-DATE
011300         DELIMITED BY SIZE INTO RPT-LINE
011400     WRITE RPT-LINE
011500     MOVE SPACES TO RPT-LINE
011600     STRING 'CLM KEY POLICY KEY MEMBER ID  ADMIT DATE'
011700         '        PAID AMOUNT  OTHER CARRIER  OTHER POLICY'
011800         DELIMITED BY SIZE INTO RPT-LINE
011900     WRITE RPT-LINE
012000     PERFORM 2100-READ-BATCH.
012100
012200 1100-LOAD-TPL-MASTER.
012300     OPEN INPUT TPL-MASTER-FILE
012400     IF WS-TPL-STATUS = '35'
012500         SET WS-NO-MORE-TPL TO TRUE
012600     ELSE
012700         PERFORM 1110-READ-TPL-MASTER
012800     END-IF
012900     PERFORM UNTIL WS-NO-MORE-TPL
013000         IF TPLMS-OTHER-IS-PRIMARY
013100             AND WS-TPL-TABLE-COUNT < 30000
013200             ADD 1 TO WS-TPL-TABLE-COUNT
013300             SET WS-TPL-IX TO WS-TPL-TABLE-COUNT
013400             MOVE TPLMS-MEMBER-ID  TO WS-TPL-MEMBER-ID(WS-TPL-IX)
013500             MOVE TPLMS-CARRIER-ID TO WS-TPL-CARRIER-ID(WS-TPL-IX)
013600             MOVE TPLMS-POLICY-NBR TO WS-TPL-POLICY-NBR(WS-TPL-IX)
013700             MOVE TPLMS-EFF-DATE   TO WS-TPL-EFF-DATE(WS-TPL-IX)
013800             MOVE TPLMS-TERM-DATE  TO WS-TPL-TERM-DATE(WS-TPL-IX)
013900         END-IF
014000         PERFORM 1110-READ-TPL-MASTER
014100     END-PERFORM
014200     IF WS-TPL-STATUS NOT = '35'
014300         CLOSE TPL-MASTER-FILE
014400     END-IF.
014500
014600 1110-READ-TPL-MASTER.
014700     READ TPL-MASTER-FILE
014800         AT END
014900             SET WS-NO-MORE-TPL TO TRUE
015000     END-READ.
015100
015200 1200-LOAD-POSTED-CLAIMS.
015300     OPEN INPUT POSTED-CLAIMS
015400     PERFORM 1210-READ-POSTED
015500     PERFORM UNTIL WS-NO-MORE-POST
015600         IF MEDG-CLM50-IS-POSTED OF POST-CLM50-RECORD
015700             AND MEDG-CLM50-WAS-ACCEPTED OF POST-CLM50-RECORD
015800             AND MEDG-CLM50-PAID-AMT OF POST-CLM50-RECORD > ZERO
015900             AND MEDG-CLM50-MEMBER-ID OF POST-CLM50-RECORD > ZERO
016000             AND WS-PST-TABLE-COUNT < 10000
016100             ADD 1 TO WS-PST-TABLE-COUNT
016200             SET WS-PST-IX TO WS-PST-TABLE-COUNT
016300             MOVE MEDG-CLM50-CLM-KEY OF POST-CLM50-RECORD
016400                 TO WS-PST-CLM-KEY(WS-PST-IX)
016500             MOVE MEDG-CLM50-POLICY-KEY OF POST-CLM50-RECORD
016600                 TO WS-PST-POLICY-KEY(WS-PST-IX)
016700             MOVE MEDG-CLM50-MEMBER-ID OF POST-CLM50-RECORD
016800                 TO WS-PST-MEMBER-ID(WS-PST-IX)
016900             MOVE MEDG-CLM50-ADMIT-DATE OF POST-CLM50-RECORD
017000                 TO WS-PST-ADMIT-DATE(WS-PST-IX)
017100             MOVE MEDG-CLM50-PAID-AMT OF POST-CLM50-RECORD
017200                 TO WS-PST-PAID-AMT(WS-PST-IX)
017300             MOVE 'N' TO WS-PST-OPR-SW(WS-PST-IX)
017400         END-IF
017500         PERFORM 1210-READ-POSTED
017600     END-PERFORM
017700     CLOSE POSTED-CLAIMS.
017800
017900 1210-READ-POSTED.
018000     READ POSTED-CLAIMS
018100         AT END
018200             SET WS-NO-MORE-POST TO TRUE
018300     END-READ.
018400
018500*A POSTED CLAIM WHOSE INBOUND SERVICE LINES CARRIED ANY
018600*OTHER-PAYER DATA WAS ADJUDICATED AS SECONDARY AND IS NOT A
018700*RECOVERY CANDIDATE.
018800 2000-SCAN-BATCH.
018900     EVALUATE TRUE
019000         WHEN MEDG-CLM50-REC-ID OF MEDG-CLM50-RECORD = '50'
019100             PERFORM 2200-CHECK-CLM50
019200         WHEN MEDG-SVC-REC-ID OF MEDG-SVC-RECORD = 'SV'
019300             IF WS-CUR-SELECTED
019400                 AND (MEDG-SVC-OPR-PAYER-ID OF MEDG-SVC-RECORD
019500                         NOT = SPACES
019600                     OR MEDG-SVC-OPR-PAID-AMT OF MEDG-SVC-RECORD
019700                         > ZERO)
019800                 SET WS-PST-HAD-OPR-DATA(WS-PST-IX) TO TRUE
019900             END-IF
020000         WHEN OTHER
020100             CONTINUE
020200     END-EVALUATE
020300     PERFORM 2100-READ-BATCH.
020400
020500 2100-READ-BATCH.
020600     READ BATCH-837
020700         AT END
020800             SET WS-NO-MORE-BAT TO TRUE
020900     END-READ.
021000
021100 2200-CHECK-CLM50.
021200     MOVE 'N' TO WS-CUR-SELECTED-SW
021300     MOVE 'N' TO WS-PST-FOUND-SW
021400     IF WS-PST-TABLE-COUNT > ZERO
021500         SET WS-PST-IX TO 1
021600         SEARCH WS-PST-ENTRY
021700             AT END
021800                 CONTINUE
021900             WHEN WS-PST-CLM-KEY(WS-PST-IX)
022000                     = MEDG-CLM50-CLM-KEY OF MEDG-CLM50-RECORD
022100                 SET WS-PST-FOUND TO TRUE
022200         END-SEARCH
022300     END-IF
022400     IF WS-PST-FOUND
022500         SET WS-CUR-SELECTED TO TRUE
022600     END-IF.
022700
022800 3000-LIST-RECOVERIES.
022900     PERFORM VARYING WS-PST-IX FROM 1 BY 1
023000             UNTIL WS-PST-IX > WS-PST-TABLE-COUNT
023100         IF NOT WS-PST-HAD-OPR-DATA(WS-PST-IX)
023200             AND WS-TPL-TABLE-COUNT > ZERO
023300             PERFORM 3100-CHECK-PRIMACY
023400         END-IF
023500     END-PERFORM.
023600
023700 3100-CHECK-PRIMACY.
023800     MOVE 'N' TO WS-TPL-FOUND-SW
023900     SET WS-TPL-IX TO 1
024000     SEARCH WS-TPL-ENTRY
024100         AT END
024200             CONTINUE
024300         WHEN WS-TPL-MEMBER-ID(WS-TPL-IX)
024400                 = WS-PST-MEMBER-ID(WS-PST-IX)
024500             AND WS-PST-ADMIT-DATE(WS-PST-IX)
024600                 NOT < WS-TPL-EFF-DATE(WS-TPL-IX)
024700             AND (WS-TPL-TERM-DATE(WS-TPL-IX) = SPACES
024800                 OR WS-PST-ADMIT-DATE(WS-PST-IX)
024900                     NOT > WS-TPL-TERM-DATE(WS-TPL-IX))
025000             SET WS-TPL-FOUND TO TRUE
025100     END-SEARCH
025200     IF WS-TPL-FOUND
025300         ADD 1 TO WS-LISTED-COUNT
025400         ADD WS-PST-PAID-AMT(WS-PST-IX) TO WS-LISTED-PAID-TOTAL
025500         MOVE WS-PST-PAID-AMT(WS-PST-IX) TO WS-PAID-EDIT
025600         MOVE SPACES TO RPT-LINE
025700         STRING WS-PST-CLM-KEY(WS-PST-IX) '  '
025800             WS-PST-POLICY-KEY(WS-PST-IX) '  '
025900             WS-PST-MEMBER-ID(WS-PST-IX) ' '
026000             WS-PST-ADMIT-DATE(WS-PST-IX) '  '
026100             WS-PAID-EDIT '  '
026200             WS-TPL-CARRIER-ID(WS-TPL-IX) '     '
026300             WS-TPL-POLICY-NBR(WS-TPL-IX)
026400             DELIMITED BY SIZE INTO RPT-LINE
026500         WRITE RPT-LINE
026600     END-IF.
026700
026800 4000-WRITE-SUMMARY.
026900     MOVE WS-LISTED-PAID-TOTAL TO WS-TOTAL-EDIT
027000     MOVE SPACES TO RPT-LINE
027100     WRITE RPT-LINE
027200     MOVE SPACES TO RPT-LINE
027300     STRING 'CLAIMS LISTED ' WS-LISTED-COUNT
027400         '  PAID AS PRIMARY ' WS-TOTAL-EDIT
027500         DELIMITED BY SIZE INTO RPT-LINE
027600     WRITE RPT-LINE.
027700
027800 9000-TERMINATE.
027900     CLOSE BATCH-837
028000     CLOSE TPL-RECOVERY-RPT.
