000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150133 - MONTHLY FEDACH PARTICIPANT *
000300*            DIRECTORY LOAD. THE FEDERAL RESERVE RELEASE IS A    *
000400*            FULL REPLACEMENT FILE, SO - LIKE THE NDC AND OIG    *
000500*            LOADS (BCPNDCLD, BCPEXCLD) - THIS DIFFS THE         *
000600*            INCOMING RELEASE AGAINST THE CURRENT DIRECTORY      *
000700*            MASTER AND REPORTS ROUTING NUMBERS ADDED, CHANGED   *
000800*            (NEW NAME OR MERGED INTO A NEW ROUTING NUMBER) AND  *
000900*            DROPPED, FLAGS ANY RELEASE ROW WHOSE CHECK DIGIT    *
001000*            FAILS, THEN LISTS IN-FLIGHT IMPACT: ACCEPTED        *
001100*            RESPONSES AND PROVIDER BANK MASTER ACCOUNTS WHOSE   *
001200*            ROUTING NUMBER JUST LEFT THE DIRECTORY, SO THE      *
001300*            PAYMENT RUN IS WARNED BEFORE BCPNACHA TURNS THEM TO *
001400*            CHECKS. THE INCOMING RELEASE IS WRITTEN FORWARD AS  *
001500*            THE NEW MASTER.                                     *
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. BCPFEDLD.
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT FEDACH-MASTER-FILE ASSIGN TO FEDMAST
002300            ORGANIZATION IS LINE SEQUENTIAL
002400            FILE STATUS IS WS-CUR-STATUS.
002500     SELECT FEDACH-RELEASE-FILE ASSIGN TO FEDNEW
002600            ORGANIZATION IS LINE SEQUENTIAL
002700            FILE STATUS IS WS-NEW-STATUS.
002800     SELECT FEDACH-MASTER-OUT ASSIGN TO FEDMSTO
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-OUT-STATUS.
003100     SELECT BCP-RESP-FILE ASSIGN TO BCPRESP
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-RESP-STATUS.
003400     SELECT OPTIONAL PBM-MASTER-FILE ASSIGN TO PBMMAST
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-PBM-STATUS.
003700     SELECT FEDACH-LOAD-RPT ASSIGN TO FEDLDRPT
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS IS WS-RPT-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  FEDACH-MASTER-FILE.
004300     COPY BCPFEDMS.
004400 FD  FEDACH-RELEASE-FILE.
004500     COPY BCPFEDMS
004600         REPLACING ==FEDA-RECORD== BY ==FEDN-RECORD==.
004700 FD  FEDACH-MASTER-OUT.
004800     COPY BCPFEDMS
004900         REPLACING ==FEDA-RECORD== BY ==FEDO-RECORD==.
005000 FD  BCP-RESP-FILE.
005100     COPY BCPRESP_Updated.
005200 FD  PBM-MASTER-FILE.
005300     COPY BCPPBMST.
005400 FD  FEDACH-LOAD-RPT.
005500 01  RPT-LINE                  PIC X(132).
005600 WORKING-STORAGE SECTION.
005700 01  WS-CUR-STATUS             PIC X(02).
005800 01  WS-NEW-STATUS             PIC X(02).
005900 01  WS-OUT-STATUS             PIC X(02).
006000 01  WS-RESP-STATUS            PIC X(02).
006100 01  WS-PBM-STATUS             PIC X(02).
006200 01  WS-RPT-STATUS             PIC X(02).
006300 01  WS-CUR-EOF-SW             PIC X(01)      VALUE 'N'.
006400     88  WS-NO-MORE-CUR             VALUE 'Y'.
006500 01  WS-NEW-EOF-SW             PIC X(01)      VALUE 'N'.
006600     88  WS-NO-MORE-NEW             VALUE 'Y'.
006700 01  WS-RESP-EOF-SW            PIC X(01)      VALUE 'N'.
006800     88  WS-NO-MORE-RESP            VALUE 'Y'.
006900 01  WS-PBM-EOF-SW             PIC X(01)      VALUE 'N'.
007000     88  WS-NO-MORE-PBM             VALUE 'Y'.
007100 01  WS-CUR-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
007200 01  WS-CUR-TABLE.
007300     05  WS-CUR-ENTRY          OCCURS 1 TO 30000 TIMES
007400                               DEPENDING ON WS-CUR-TABLE-COUNT
007500                               INDEXED BY WS-CUR-IX.
007600         10  WS-CUR-ROUTING        PIC X(09).
007700         10  WS-CUR-NAME           PIC X(36).
007800         10  WS-CUR-NEW-ROUTING    PIC X(09).
007900         10  WS-CUR-MATCHED-SW     PIC X(01).
008000             88  WS-CUR-MATCHED        VALUE 'Y'.
008100 01  WS-CUR-FOUND-SW           PIC X(01)      VALUE 'N'.
008200     88  WS-CUR-FOUND              VALUE 'Y'.
008300 01  WS-IMP-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
008400 01  WS-IMP-TABLE.
008500     05  WS-IMP-ENTRY          OCCURS 1 TO 2000 TIMES
008600                               DEPENDING ON WS-IMP-TABLE-COUNT
008700                               INDEXED BY WS-IMP-IX.
008800         10  WS-IMP-ROUTING        PIC X(09).
008900 01  WS-IMP-FOUND-SW           PIC X(01)      VALUE 'N'.
009000     88  WS-IMP-FOUND              VALUE 'Y'.
009100 01  WS-IMP-ABA                PIC X(12).
009200 01  WS-ABA-DIGITS             PIC X(09).
009300 01  WS-ABA-NUMERIC REDEFINES WS-ABA-DIGITS.
009400     05  WS-ABA-DIGIT          PIC 9(01)      OCCURS 9 TIMES.
009500 01  WS-ABA-WEIGHTED-SUM       PIC 9(04)      VALUE ZERO.
009600 01  WS-ABA-SUM-TENS           PIC 9(04)      VALUE ZERO.
009700 01  WS-ABA-SUM-UNITS          PIC 9(01)      VALUE ZERO.
009800 01  WS-ADD-COUNT              PIC 9(05)      VALUE ZERO.
009900 01  WS-CHANGE-COUNT           PIC 9(05)      VALUE ZERO.
010000 01  WS-DROP-COUNT             PIC 9(05)      VALUE ZERO.
010100 01  WS-BAD-DIGIT-COUNT        PIC 9(05)      VALUE ZERO.
010200 01  WS-IMPACT-COUNT           PIC 9(05)      VALUE ZERO.
010300 01  WS-PBM-IMPACT-COUNT       PIC 9(05)      VALUE ZERO.
010400 PROCEDURE DIVISION.
010500 0000-MAIN-CONTROL.
010600     PERFORM 1000-INITIALIZE
010700     PERFORM 1100-LOAD-CURRENT-MASTER
010800     PERFORM 2000-PROCESS-RELEASE
010900         UNTIL WS-NO-MORE-NEW
011000     PERFORM 3000-REPORT-DROPS
011100     PERFORM 4000-SCAN-RESP-IMPACT
011200         UNTIL WS-NO-MORE-RESP
011300     PERFORM 4500-SCAN-PBM-IMPACT
011400         UNTIL WS-NO-MORE-PBM
011500     PERFORM 5000-WRITE-SUMMARY
011600     PERFORM 9000-TERMINATE
011700     IF WS-IMPACT-COUNT NOT = ZERO
011800        OR WS-PBM-IMPACT-COUNT NOT = ZERO
011900        OR WS-BAD-DIGIT-COUNT NOT = ZERO
012000         MOVE 4 TO RETURN-CODE
012100     END-IF
012200     STOP RUN.
012300
012400 1000-INITIALIZE.
012500     OPEN INPUT FEDACH-RELEASE-FILE
012600     OPEN OUTPUT FEDACH-MASTER-OUT
012700     OPEN OUTPUT FEDACH-LOAD-RPT
012800     OPEN INPUT BCP-RESP-FILE
012900     OPEN INPUT PBM-MASTER-FILE
013000     MOVE 'FEDACH PARTICIPANT DIRECTORY LOAD AND IMPACT REPORT'
013100         TO RPT-LINE
013200     WRITE RPT-LINE
013300     PERFORM 2100-READ-RELEASE
013400     PERFORM 4100-READ-RESP
013500     PERFORM 4600-READ-PBM.
013600
013700 1100-LOAD-CURRENT-MASTER.
013800     OPEN INPUT FEDACH-MASTER-FILE
013900     IF WS-CUR-STATUS = '35'
014000         SET WS-NO-MORE-CUR TO TRUE
014100     ELSE
014200         PERFORM 1110-READ-CURRENT
014300     END-IF
014400     PERFORM UNTIL WS-NO-MORE-CUR
014500         IF WS-CUR-TABLE-COUNT < 30000
014600             ADD 1 TO WS-CUR-TABLE-COUNT
014700             SET WS-CUR-IX TO WS-CUR-TABLE-COUNT
014800             MOVE FEDA-ROUTING-NBR OF FEDA-RECORD
014900                 TO WS-CUR-ROUTING(WS-CUR-IX)
015000             MOVE FEDA-CUSTOMER-NAME OF FEDA-RECORD
015100                 TO WS-CUR-NAME(WS-CUR-IX)
015200             MOVE FEDA-NEW-ROUTING-NBR OF FEDA-RECORD
015300                 TO WS-CUR-NEW-ROUTING(WS-CUR-IX)
015400             MOVE 'N'
015500                 TO WS-CUR-MATCHED-SW(WS-CUR-IX)
015600         END-IF
015700         PERFORM 1110-READ-CURRENT
015800     END-PERFORM
015900     IF WS-CUR-STATUS NOT = '35'
016000         CLOSE FEDACH-MASTER-FILE
016100     END-IF.
016200
016300 1110-READ-CURRENT.
016400     READ FEDACH-MASTER-FILE
016500         AT END
016600             SET WS-NO-MORE-CUR TO TRUE
016700     END-READ.
016800
016900 2000-PROCESS-RELEASE.
017000     PERFORM 2300-CHECK-RELEASE-DIGIT
017100     MOVE 'N' TO WS-CUR-FOUND-SW
017200     SET WS-CUR-IX TO 1
017300     SEARCH WS-CUR-ENTRY
017400         AT END
017500             CONTINUE
017600         WHEN WS-CUR-ROUTING(WS-CUR-IX)
017700                 = FEDA-ROUTING-NBR OF FEDN-RECORD
017800             SET WS-CUR-FOUND TO TRUE
017900     END-SEARCH
018000     EVALUATE TRUE
018100         WHEN NOT WS-CUR-FOUND
018200             ADD 1 TO WS-ADD-COUNT
018300             MOVE SPACES TO RPT-LINE
018400             STRING 'ADDED      '
018500                 FEDA-ROUTING-NBR OF FEDN-RECORD
018600                 ' ' FEDA-CUSTOMER-NAME OF FEDN-RECORD
018700                 ' ' FEDA-CITY OF FEDN-RECORD
018800                 ' ' FEDA-STATE OF FEDN-RECORD
018900                 DELIMITED BY SIZE INTO RPT-LINE
019000             WRITE RPT-LINE
019100         WHEN WS-CUR-NEW-ROUTING(WS-CUR-IX)
019200                 NOT = FEDA-NEW-ROUTING-NBR OF FEDN-RECORD
019300             ADD 1 TO WS-CHANGE-COUNT
019400             SET WS-CUR-MATCHED(WS-CUR-IX) TO TRUE
019500             MOVE SPACES TO RPT-LINE
019600             STRING 'CHANGED    '
019700                 FEDA-ROUTING-NBR OF FEDN-RECORD
019800                 ' ' FEDA-CUSTOMER-NAME OF FEDN-RECORD
019900                 ' NOW ROUTED TO '
020000                 FEDA-NEW-ROUTING-NBR OF FEDN-RECORD
020100                 DELIMITED BY SIZE INTO RPT-LINE
020200             WRITE RPT-LINE
020300         WHEN WS-CUR-NAME(WS-CUR-IX)
020400                 NOT = FEDA-CUSTOMER-NAME OF FEDN-RECORD
020500             ADD 1 TO WS-CHANGE-COUNT
020600             SET WS-CUR-MATCHED(WS-CUR-IX) TO TRUE
020700             MOVE SPACES TO RPT-LINE
020800             STRING 'CHANGED    '
020900                 FEDA-ROUTING-NBR OF FEDN-RECORD
021000                 ' ' WS-CUR-NAME(WS-CUR-IX)
021100                 ' NOW ' FEDA-CUSTOMER-NAME OF FEDN-RECORD
021200                 DELIMITED BY SIZE INTO RPT-LINE
021300             WRITE RPT-LINE
021400         WHEN OTHER
021500             SET WS-CUR-MATCHED(WS-CUR-IX) TO TRUE
021600     END-EVALUATE
021700     WRITE FEDO-RECORD FROM FEDN-RECORD
021800     PERFORM 2100-READ-RELEASE.
021900
022000 2100-READ-RELEASE.
022100     READ FEDACH-RELEASE-FILE
022200         AT END
022300             SET WS-NO-MORE-NEW TO TRUE
022400     END-READ.
022500
022600 2200-ADD-IMPACT-ROUTING.
022700     IF WS-IMP-TABLE-COUNT < 2000
022800         ADD 1 TO WS-IMP-TABLE-COUNT
022900         SET WS-IMP-IX TO WS-IMP-TABLE-COUNT
023000         MOVE WS-CUR-ROUTING(WS-CUR-IX)
023100             TO WS-IMP-ROUTING(WS-IMP-IX)
023200     END-IF.
023300
023400*SAME 3-7-1 WEIGHTED CHECK BCPABAVL APPLIES TO EVERY PAYMENT.
023500 2300-CHECK-RELEASE-DIGIT.
023600     MOVE FEDA-ROUTING-NBR OF FEDN-RECORD TO WS-ABA-DIGITS
023700     IF WS-ABA-DIGITS NUMERIC
023800         COMPUTE WS-ABA-WEIGHTED-SUM =
023900             3 * (WS-ABA-DIGIT(1) + WS-ABA-DIGIT(4)
024000                  + WS-ABA-DIGIT(7))
024100           + 7 * (WS-ABA-DIGIT(2) + WS-ABA-DIGIT(5)
024200                  + WS-ABA-DIGIT(8))
024300           +     (WS-ABA-DIGIT(3) + WS-ABA-DIGIT(6)
024400                  + WS-ABA-DIGIT(9))
024500         DIVIDE WS-ABA-WEIGHTED-SUM BY 10
024600             GIVING WS-ABA-SUM-TENS
024700             REMAINDER WS-ABA-SUM-UNITS
024800     ELSE
024900         MOVE 1 TO WS-ABA-SUM-UNITS
025000     END-IF
025100     IF WS-ABA-SUM-UNITS NOT = ZERO
025200         ADD 1 TO WS-BAD-DIGIT-COUNT
025300         MOVE SPACES TO RPT-LINE
025400         STRING 'BAD DIGIT  '
025500             FEDA-ROUTING-NBR OF FEDN-RECORD
025600             ' ' FEDA-CUSTOMER-NAME OF FEDN-RECORD
025700             ' - CHECK DIGIT FAILS, VERIFY THE RELEASE'
025800             DELIMITED BY SIZE INTO RPT-LINE
025900         WRITE RPT-LINE
026000     END-IF.
026100
026200 3000-REPORT-DROPS.
026300     PERFORM VARYING WS-CUR-IX FROM 1 BY 1
026400             UNTIL WS-CUR-IX > WS-CUR-TABLE-COUNT
026500         IF NOT WS-CUR-MATCHED(WS-CUR-IX)
026600             ADD 1 TO WS-DROP-COUNT
026700             MOVE SPACES TO RPT-LINE
026800             STRING 'DROPPED    ' WS-CUR-ROUTING(WS-CUR-IX)
026900                 ' ' WS-CUR-NAME(WS-CUR-IX)
027000                 ' - NO LONGER AN ACH PARTICIPANT'
027100                 DELIMITED BY SIZE INTO RPT-LINE
027200             WRITE RPT-LINE
027300             PERFORM 2200-ADD-IMPACT-ROUTING
027400         END-IF
027500     END-PERFORM.
027600
027700 4000-SCAN-RESP-IMPACT.
027800     IF BCP-RESP-WAS-ACCEPTED
027900         MOVE BCP-RESP-BANK-ABA-NBR TO WS-IMP-ABA
028000         PERFORM 4200-FIND-IMPACT-ROUTING
028100         IF WS-IMP-FOUND
028200             ADD 1 TO WS-IMPACT-COUNT
028300             MOVE SPACES TO RPT-LINE
028400             STRING 'IN-FLIGHT IMPACT - ACCEPTED RESPONSE CLM '
028500                 BCP-RESP-CLM-KEY
028600                 ' PAYEE NPI ' BCP-RESP-PROV-NPI
028700                 ' ROUTING ' BCP-RESP-BANK-ABA-NBR
028800                 ' LEFT THE DIRECTORY'
028900                 DELIMITED BY SIZE INTO RPT-LINE
029000             WRITE RPT-LINE
029100         END-IF
029200     END-IF
029300     PERFORM 4100-READ-RESP.
029400
029500 4100-READ-RESP.
029600     READ BCP-RESP-FILE
029700         AT END
029800             SET WS-NO-MORE-RESP TO TRUE
029900     END-READ.
030000
030100 4200-FIND-IMPACT-ROUTING.
030200     MOVE 'N' TO WS-IMP-FOUND-SW
030300     IF WS-IMP-ABA(10:3) = SPACES
030400         SET WS-IMP-IX TO 1
030500         SEARCH WS-IMP-ENTRY
030600             AT END
030700                 CONTINUE
030800             WHEN WS-IMP-ROUTING(WS-IMP-IX) = WS-IMP-ABA(1:9)
030900                 SET WS-IMP-FOUND TO TRUE
031000         END-SEARCH
031100     END-IF.
031200
031300 4500-SCAN-PBM-IMPACT.
031400     MOVE PBM-BANK-ABA-NBR TO WS-IMP-ABA
031500     PERFORM 4200-FIND-IMPACT-ROUTING
031600     IF WS-IMP-FOUND
031700         ADD 1 TO WS-PBM-IMPACT-COUNT
031800         MOVE SPACES TO RPT-LINE
031900         STRING 'BANK MASTER IMPACT - NPI ' PBM-PROV-NPI
032000             ' ROUTING ' PBM-BANK-ABA-NBR
032100             ' LEFT THE DIRECTORY - ACCOUNT WILL PAY BY CHECK'
032200             DELIMITED BY SIZE INTO RPT-LINE
032300         WRITE RPT-LINE
032400     END-IF
032500     PERFORM 4600-READ-PBM.
032600
032700 4600-READ-PBM.
032800     READ PBM-MASTER-FILE
032900         AT END
033000             SET WS-NO-MORE-PBM TO TRUE
033100     END-READ.
033200
033300 5000-WRITE-SUMMARY.
033400     MOVE SPACES TO RPT-LINE
033500     WRITE RPT-LINE
033600     MOVE SPACES TO RPT-LINE
033700     STRING 'ROUTING NUMBERS ADDED ' WS-ADD-COUNT
033800         '  CHANGED ' WS-CHANGE-COUNT
033900         '  DROPPED ' WS-DROP-COUNT
034000         '  BAD CHECK DIGITS ' WS-BAD-DIGIT-COUNT
034100         DELIMITED BY SIZE INTO RPT-LINE
034200     WRITE RPT-LINE
034300     MOVE SPACES TO RPT-LINE
034400     STRING 'IN-FLIGHT IMPACT RESPONSES ' WS-IMPACT-COUNT
034500         '  BANK MASTER ACCOUNTS IMPACTED ' WS-PBM-IMPACT-COUNT
034600         DELIMITED BY SIZE INTO RPT-LINE
034700     WRITE RPT-LINE.
034800
034900 9000-TERMINATE.
035000     CLOSE FEDACH-RELEASE-FILE
035100     CLOSE FEDACH-MASTER-OUT
035200     CLOSE BCP-RESP-FILE
035300     CLOSE PBM-MASTER-FILE
035400     CLOSE FEDACH-LOAD-RPT.
