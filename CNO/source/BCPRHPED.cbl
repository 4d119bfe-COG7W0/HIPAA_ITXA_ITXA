000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150122 - REVENUE CODE, HCPCS AND    *
000300*            PLACE-OF-SERVICE CONSISTENCY EDIT. BCP837CV PASSES  *
000400*            THE THREE FIELDS THROUGH UNCHECKED AGAINST EACH     *
000500*            OTHER, SO INSTITUTIONAL LINES WENT OUT WITH REVENUE *
000600*            CODES THAT NEED A HCPCS BUT HAD NONE, AND           *
000700*            PROFESSIONAL LINES BILLED FACILITY-ONLY CODES AT A  *
000800*            HOME OR OFFICE PLACE OF SERVICE. THIS EDITOR READS  *
000900*            THE OUTBOUND BATCH AND, USING THE CONSISTENCY       *
001000*            MASTER (BCPRHPMS) IN EFFECT ON EACH LINE'S FROM     *
001100*            DATE, REPORTS EVERY LINE WHOSE REVENUE CODE         *
001200*            REQUIRES A HCPCS AND HAS NONE, FORBIDS ONE AND HAS  *
001300*            ONE, OR WHOSE PROCEDURE IS NOT VALID AT THE LINE'S  *
001400*            PLACE OF SERVICE. LINES ARE LISTED UNDER THEIR      *
001500*            CLAIM KEY AND SENDER SO BCPEXDIG FOLDS THEM INTO    *
001600*            THE DAILY EXCEPTION DIGEST. REPORT ONLY; RC 4 WHEN  *
001700*            ANY LINE IS LISTED.                                 *
001800******************************************************************
001810* 10-15-26 - R KOWALSKI - AR 150122 - THE OUTBOUND BATCH AND THE *
001820*            CONSISTENCY MASTER ARE OPTIONAL. A MISSING BATCH OR *
001830*            MASTER IS NOTED ON THE EXCEPTION REPORT INSTEAD OF  *
001840*            ABENDING THE OPEN; A MISSING MASTER ALSO ENDS THE   *
001850*            STEP RC 4, SINCE NO LINE WAS EDITED.                *
001860******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. BCPRHPED.
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OPTIONAL BATCH-837 ASSIGN TO BATCH837
002500            ORGANIZATION IS LINE SEQUENTIAL
002600            FILE STATUS IS WS-BATCH-STATUS.
002700     SELECT OPTIONAL RHP-MASTER-FILE ASSIGN TO RHPMASTR
002800            ORGANIZATION IS LINE SEQUENTIAL
002900            FILE STATUS IS WS-RHPM-STATUS.
003000     SELECT RHP-EXCEPT-RPT ASSIGN TO RHPEXCPT
003100            ORGANIZATION IS LINE SEQUENTIAL
003200            FILE STATUS IS WS-RPT-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  BATCH-837.
003600     COPY BCPMGHDR.
003700     COPY BCPMG50.
003800     COPY BCPMG60.
003900     COPY BCPMGSVC.
004000     COPY BCPMG90.
004100     COPY BCPMG99.
004200 FD  RHP-MASTER-FILE.
004300     COPY BCPRHPMS.
004400 FD  RHP-EXCEPT-RPT.
004500 01  RPT-LINE                  PIC X(132).
004600 WORKING-STORAGE SECTION.
004700 01  WS-BATCH-STATUS           PIC X(02).
004800 01  WS-RHPM-STATUS            PIC X(02).
004900 01  WS-RPT-STATUS             PIC X(02).
005000 01  WS-EOF-SW                 PIC X(01)      VALUE 'N'.
005100     88  WS-NO-MORE-RECS            VALUE 'Y'.
005200 01  WS-RHPM-EOF-SW            PIC X(01)      VALUE 'N'.
005300     88  WS-NO-MORE-RHPM            VALUE 'Y'.
005350 01  WS-RHPM-MISSING-SW        PIC X(01)      VALUE 'N'.
005360     88  WS-RHPM-MISSING            VALUE 'Y'.
005400 01  WS-REV-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
005500 01  WS-REV-TABLE.
005600     05  WS-REV-ENTRY          OCCURS 1 TO 2000 TIMES
005700                               DEPENDING ON WS-REV-TABLE-COUNT
005800                               INDEXED BY WS-REV-IX.
005900         10  WS-REV-CODE           PIC X(04).
006000         10  WS-REV-RULE           PIC X(01).
006100         10  WS-REV-EFF            PIC X(08).
006200         10  WS-REV-END            PIC X(08).
006300 01  WS-REV-FOUND-SW           PIC X(01)      VALUE 'N'.
006400     88  WS-REV-FOUND              VALUE 'Y'.
006500 01  WS-POS-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
006600 01  WS-POS-TABLE.
006700     05  WS-POS-ENTRY          OCCURS 1 TO 30000 TIMES
006800                               DEPENDING ON WS-POS-TABLE-COUNT
006900                               INDEXED BY WS-POS-IX.
007000         10  WS-POS-PROC           PIC X(05).
007100         10  WS-POS-PLACE          PIC X(02).
007200         10  WS-POS-EFF            PIC X(08).
007300         10  WS-POS-END            PIC X(08).
007400 01  WS-POS-FOUND-SW           PIC X(01)      VALUE 'N'.
007500     88  WS-POS-FOUND              VALUE 'Y'.
007600 01  WS-CUR-SENDER-ID          PIC X(16)      VALUE SPACES.
007700 01  WS-CUR-CLM-KEY            PIC 9(06)      VALUE ZERO.
007800 01  WS-LINE-REASON            PIC X(40).
007900 01  WS-LINES-CHECKED-COUNT    PIC 9(07)      VALUE ZERO.
008000 01  WS-EXCEPT-COUNT           PIC 9(05)      VALUE ZERO.
008100 01  WS-REV-HIT-COUNT          PIC 9(05)      VALUE ZERO.
008200 01  WS-POS-HIT-COUNT          PIC 9(05)      VALUE ZERO.
008300 PROCEDURE DIVISION.
008400 0000-MAIN-CONTROL.
008500     PERFORM 1000-INITIALIZE
008600     PERFORM 1100-LOAD-RHP-MASTER
008700     PERFORM 2000-PROCESS-BATCH
008800         UNTIL WS-NO-MORE-RECS
008900     PERFORM 5000-WRITE-SUMMARY
009000     PERFORM 9000-TERMINATE
009100     IF WS-EXCEPT-COUNT NOT = ZERO
009150         OR WS-RHPM-MISSING
009200         MOVE 4 TO RETURN-CODE
009300     END-IF
009400     STOP RUN.
009500
009600 1000-INITIALIZE.
009700     OPEN INPUT BATCH-837
009800     OPEN OUTPUT RHP-EXCEPT-RPT
009900     MOVE 'REVENUE CODE / HCPCS / PLACE-OF-SERVICE CONSISTENCY'
010000         TO RPT-LINE
010100     WRITE RPT-LINE
010200     IF WS-BATCH-STATUS = '05' OR '35'
010210         SET WS-NO-MORE-RECS TO TRUE
010220         MOVE 'OUTBOUND BATCH NOT FOUND - NOTHING EDITED THIS RUN'
010230             TO RPT-LINE
010240         WRITE RPT-LINE
010250     ELSE
010260         PERFORM 2100-READ-BATCH
010270     END-IF.
010300
010400 1100-LOAD-RHP-MASTER.
010500     OPEN INPUT RHP-MASTER-FILE
010510     IF WS-RHPM-STATUS = '05' OR '35'
010520         SET WS-NO-MORE-RHPM TO TRUE
010530         SET WS-RHPM-MISSING TO TRUE
010540         MOVE SPACES TO RPT-LINE
010550         STRING 'CONSISTENCY MASTER NOT FOUND - '
010560             'NO LINE EDITED THIS RUN'
010570             DELIMITED BY SIZE INTO RPT-LINE
010580         WRITE RPT-LINE
010590     ELSE
010600         PERFORM 1110-READ-RHP
010610     END-IF
010700     PERFORM UNTIL WS-NO-MORE-RHPM
010800         EVALUATE TRUE
010900             WHEN RHP-IS-REVENUE-RULE
011000                 AND WS-REV-TABLE-COUNT < 2000
011100                 ADD 1 TO WS-REV-TABLE-COUNT
011200                 SET WS-REV-IX TO WS-REV-TABLE-COUNT
011300                 MOVE RHP-REVENUE-CODE TO WS-REV-CODE(WS-REV-IX)
011400                 MOVE RHP-HCPCS-RULE   TO WS-REV-RULE(WS-REV-IX)
011500                 MOVE RHP-EFF-DATE     TO WS-REV-EFF(WS-REV-IX)
011600                 MOVE RHP-END-DATE     TO WS-REV-END(WS-REV-IX)
011700             WHEN RHP-IS-PROC-POS
011800                 AND WS-POS-TABLE-COUNT < 30000
011900                 ADD 1 TO WS-POS-TABLE-COUNT
012000                 SET WS-POS-IX TO WS-POS-TABLE-COUNT
012100                 MOVE RHP-PROC-CODE     TO WS-POS-PROC(WS-POS-IX)
012200                 MOVE RHP-PLACE-OF-SERV TO WS-POS-PLACE(WS-POS-IX)
012300                 MOVE RHP-EFF-DATE      TO WS-POS-EFF(WS-POS-IX)
012400                 MOVE RHP-END-DATE      TO WS-POS-END(WS-POS-IX)
012500             WHEN OTHER
012600                 CONTINUE
012700         END-EVALUATE
012800         PERFORM 1110-READ-RHP
012900     END-PERFORM
013000     IF WS-RHPM-STATUS NOT = '35'
013010         CLOSE RHP-MASTER-FILE
013020     END-IF.
013100
013200 1110-READ-RHP.
013300     READ RHP-MASTER-FILE
013400         AT END
013500             SET WS-NO-MORE-RHPM TO TRUE
013600     END-READ.
013700
013800 2000-PROCESS-BATCH.
013900     EVALUATE TRUE
014000         WHEN MEDG-HDR-REC-ID OF MEDG-HDR-RECORD = '02'
014100             MOVE MEDG-HDR-SENDER-ID OF MEDG-HDR-RECORD
014200                 TO WS-CUR-SENDER-ID
014300         WHEN MEDG-CLM50-REC-ID OF MEDG-CLM50-RECORD = '50'
014400             MOVE MEDG-CLM50-CLM-KEY OF MEDG-CLM50-RECORD
014500                 TO WS-CUR-CLM-KEY
014600         WHEN MEDG-SVC-REC-ID OF MEDG-SVC-RECORD = 'SV'
014700             ADD 1 TO WS-LINES-CHECKED-COUNT
014800             PERFORM 3100-CHECK-REVENUE-CODE
014900             PERFORM 3200-CHECK-PLACE-OF-SERV
015000         WHEN OTHER
015100             CONTINUE
015200     END-EVALUATE
015300     PERFORM 2100-READ-BATCH.
015400
015500 2100-READ-BATCH.
015600     READ BATCH-837
015700         AT END
015800             SET WS-NO-MORE-RECS TO TRUE
015900     END-READ.
016000
016100*ONLY INSTITUTIONAL LINES CARRY A REVENUE CODE.
016200 3100-CHECK-REVENUE-CODE.
016300     IF MEDG-SVC-REVENUE-CODE OF MEDG-SVC-RECORD NOT = SPACES
016400         AND WS-REV-TABLE-COUNT > ZERO
016500         MOVE 'N' TO WS-REV-FOUND-SW
016600         SET WS-REV-IX TO 1
016700         SEARCH WS-REV-ENTRY
016800             AT END
016900                 CONTINUE
017000             WHEN WS-REV-CODE(WS-REV-IX)
017100                     = MEDG-SVC-REVENUE-CODE OF MEDG-SVC-RECORD
017200                 AND MEDG-SVC-DATE-FROM OF MEDG-SVC-RECORD
017300                     NOT < WS-REV-EFF(WS-REV-IX)
017400                 AND (WS-REV-END(WS-REV-IX) = SPACES
017500                     OR MEDG-SVC-DATE-FROM OF MEDG-SVC-RECORD
017600                         NOT > WS-REV-END(WS-REV-IX))
017700                 SET WS-REV-FOUND TO TRUE
017800         END-SEARCH
017900         IF WS-REV-FOUND
018000             EVALUATE TRUE
018100                 WHEN WS-REV-RULE(WS-REV-IX) = 'Q'
018200                     AND MEDG-SVC-PROC-CODE OF MEDG-SVC-RECORD
018300                         = SPACES
018400                     MOVE 'REVENUE CODE REQUIRES A HCPCS CODE'
018500                         TO WS-LINE-REASON
018600                     ADD 1 TO WS-REV-HIT-COUNT
018700                     PERFORM 3900-REPORT-LINE
018800                 WHEN WS-REV-RULE(WS-REV-IX) = 'F'
018900                     AND MEDG-SVC-PROC-CODE OF MEDG-SVC-RECORD
019000                         NOT = SPACES
019100                     MOVE 'REVENUE CODE DOES NOT TAKE A HCPCS'
019200                         TO WS-LINE-REASON
019300                     ADD 1 TO WS-REV-HIT-COUNT
019400                     PERFORM 3900-REPORT-LINE
019500                 WHEN OTHER
019600                     CONTINUE
019700             END-EVALUATE
019800         END-IF
019900     END-IF.
020000
020100*A PROCEDURE LISTED FOR ANY PLACE OF SERVICE ON THE LINE'S DATE
020200*MUST BE LISTED FOR THE LINE'S OWN PLACE OF SERVICE.
020300 3200-CHECK-PLACE-OF-SERV.
020400     IF MEDG-SVC-PROC-CODE OF MEDG-SVC-RECORD NOT = SPACES
020500         AND MEDG-SVC-PLACE-OF-SERV OF MEDG-SVC-RECORD
020600             NOT = SPACES
020700         AND WS-POS-TABLE-COUNT > ZERO
020800         MOVE 'N' TO WS-POS-FOUND-SW
020900         SET WS-POS-IX TO 1
021000         SEARCH WS-POS-ENTRY
021100             AT END
021200                 CONTINUE
021300             WHEN WS-POS-PROC(WS-POS-IX)
021400                     = MEDG-SVC-PROC-CODE OF MEDG-SVC-RECORD
021500                 AND MEDG-SVC-DATE-FROM OF MEDG-SVC-RECORD
021600                     NOT < WS-POS-EFF(WS-POS-IX)
021700                 AND (WS-POS-END(WS-POS-IX) = SPACES
021800                     OR MEDG-SVC-DATE-FROM OF MEDG-SVC-RECORD
021900                         NOT > WS-POS-END(WS-POS-IX))
022000                 SET WS-POS-FOUND TO TRUE
022100         END-SEARCH
022200         IF WS-POS-FOUND
022300             MOVE 'N' TO WS-POS-FOUND-SW
022400             SET WS-POS-IX TO 1
022500             SEARCH WS-POS-ENTRY
022600                 AT END
022700                     CONTINUE
022800                 WHEN WS-POS-PROC(WS-POS-IX)
022900                         = MEDG-SVC-PROC-CODE OF MEDG-SVC-RECORD
023000                     AND WS-POS-PLACE(WS-POS-IX)
023100                         = MEDG-SVC-PLACE-OF-SERV
023200                             OF MEDG-SVC-RECORD
023300                     AND MEDG-SVC-DATE-FROM OF MEDG-SVC-RECORD
023400                         NOT < WS-POS-EFF(WS-POS-IX)
023500                     AND (WS-POS-END(WS-POS-IX) = SPACES
023600                         OR MEDG-SVC-DATE-FROM OF MEDG-SVC-RECORD
023700                             NOT > WS-POS-END(WS-POS-IX))
023800                     SET WS-POS-FOUND TO TRUE
023900             END-SEARCH
024000             IF NOT WS-POS-FOUND
024100                 MOVE 'PROCEDURE NOT VALID AT PLACE OF SERVICE'
024200                     TO WS-LINE-REASON
024300                 ADD 1 TO WS-POS-HIT-COUNT
024400                 PERFORM 3900-REPORT-LINE
024500             END-IF
024600         END-IF
024700     END-IF.
024800
024900 3900-REPORT-LINE.
025000     ADD 1 TO WS-EXCEPT-COUNT
025100     MOVE SPACES TO RPT-LINE
025200     STRING 'CLAIM ' WS-CUR-CLM-KEY
025300         ' LINE ' MEDG-SVC-LINE-NBR OF MEDG-SVC-RECORD
025400         ' REV ' MEDG-SVC-REVENUE-CODE OF MEDG-SVC-RECORD (1:4)
025500         ' PROC ' MEDG-SVC-PROC-CODE OF MEDG-SVC-RECORD
025600         ' POS ' MEDG-SVC-PLACE-OF-SERV OF MEDG-SVC-RECORD
025700         ' - ' WS-LINE-REASON
025800         ' SENDER ' WS-CUR-SENDER-ID
025900         DELIMITED BY SIZE INTO RPT-LINE
026000     WRITE RPT-LINE.
026100
026200 5000-WRITE-SUMMARY.
026300     MOVE SPACES TO RPT-LINE
026400     WRITE RPT-LINE
026500     IF WS-EXCEPT-COUNT = ZERO
026600         MOVE 'ALL LINES PASSED THE REVENUE/HCPCS/POS EDIT'
026700             TO RPT-LINE
026800         WRITE RPT-LINE
026900     END-IF
027000     MOVE SPACES TO RPT-LINE
027100     STRING 'LINES CHECKED: ' WS-LINES-CHECKED-COUNT
027200         '  REVENUE/HCPCS: ' WS-REV-HIT-COUNT
027300         '  PROCEDURE/POS: ' WS-POS-HIT-COUNT
027400         DELIMITED BY SIZE INTO RPT-LINE
027500     WRITE RPT-LINE.
027600
027700 9000-TERMINATE.
027800     IF WS-BATCH-STATUS NOT = '35'
027810         CLOSE BATCH-837
027820     END-IF
027900     CLOSE RHP-EXCEPT-RPT.
