000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150142 - SUSPENSE WORK QUEUE        *
000300*            ASSIGNMENT. RUNS DAILY AFTER BCPSUSAG. EVERY        *
000400*            PENDING SUSPENSE ENTRY IS ROUTED TO ONE OPERATOR BY *
000500*            THE ASSIGNMENT RULES (BCPSUSAR) - REASON CODE,      *
000600*            SENDER AND AGE BAND, WITH POOLED RULES BALANCED BY  *
000700*            PENDING LOAD - SO BCPSUSWS CAN SHOW EACH CLERK ONLY *
000800*            THEIR OWN QUEUE AND TWO CLERKS NO LONGER WORK THE   *
000900*            SAME CLAIM. AN ENTRY A SUPERVISOR REASSIGNED, OR A  *
001000*            CLERK PICKED UP, STAYS WHERE IT IS; A RULE          *
001100*            ASSIGNMENT MOVES ONLY WHEN THE ENTRY AGES INTO A    *
001200*            DIFFERENT RULE'S POOL. AN ASSIGNEE WHO IS NO LONGER *
001300*            AN ACTIVE SUSPENSE OPERATOR (OPSECMST - LOCKED,     *
001400*            GONE, OR BELOW THE SUSPENSE CORRECTION ROLE) LOSES  *
001500*            THE ENTRY BACK TO THE RULES. ENTRIES NO RULE PLACES *
001600*            ARE LEFT UNASSIGNED AND LISTED (RC 4). THE REASON   *
001700*            LOG IS CARRIED FORWARD TO SUSPRSNO, AS BCPSUSAG     *
001800*            DOES.                                               *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. BCPSUSAS.
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT SUSPENSE-REASON-LOG ASSIGN TO SUSPRSN
002600            ORGANIZATION IS LINE SEQUENTIAL
002700            FILE STATUS IS WS-SRSN-STATUS.
002800     SELECT REASON-LOG-OUT ASSIGN TO SUSPRSNO
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-SRSNO-STATUS.
003100     SELECT OPTIONAL ASSIGN-RULE-FILE ASSIGN TO SUSASRUL
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-RUL-STATUS.
003400     SELECT OPSEC-MASTER-FILE ASSIGN TO OPSECMST
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-SEC-STATUS.
003700     SELECT ASSIGN-RPT ASSIGN TO SUSASRPT
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS IS WS-RPT-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  SUSPENSE-REASON-LOG.
004300     COPY BCPSUSRS.
004400 FD  REASON-LOG-OUT.
004500     COPY BCPSUSRS
004600         REPLACING ==SUSP-REASON-RECORD== BY ==RSNO-RECORD==.
004700 FD  ASSIGN-RULE-FILE.
004800     COPY BCPSUSAR.
004900 FD  OPSEC-MASTER-FILE.
005000     COPY BCPOPSEC.
005100 FD  ASSIGN-RPT.
005200 01  RPT-LINE                  PIC X(132).
005300 WORKING-STORAGE SECTION.
005400 01  WS-SRSN-STATUS            PIC X(02).
005500 01  WS-SRSNO-STATUS           PIC X(02).
005600 01  WS-RUL-STATUS             PIC X(02).
005700 01  WS-SEC-STATUS             PIC X(02).
005800 01  WS-RPT-STATUS             PIC X(02).
005900 01  WS-SRSN-EOF-SW            PIC X(01)      VALUE 'N'.
006000     88  WS-NO-MORE-REASONS        VALUE 'Y'.
006100 01  WS-RUL-EOF-SW             PIC X(01)      VALUE 'N'.
006200     88  WS-NO-MORE-RULES          VALUE 'Y'.
006300 01  WS-SEC-EOF-SW             PIC X(01)      VALUE 'N'.
006400     88  WS-NO-MORE-SEC            VALUE 'Y'.
006500 01  WS-TODAY-DATE             PIC X(08).
006600 01  WS-TODAY-INT              PIC 9(07).
006700 01  WS-DETECTED-INT           PIC 9(07).
006800 01  WS-AGE-DAYS               PIC 9(05).
006900 01  WS-PENDING-COUNT          PIC 9(05)      VALUE ZERO.
007000 01  WS-ASSIGNED-COUNT         PIC 9(05)      VALUE ZERO.
007100 01  WS-REROUTED-COUNT         PIC 9(05)      VALUE ZERO.
007200 01  WS-KEPT-COUNT             PIC 9(05)      VALUE ZERO.
007300 01  WS-UNASSIGNED-COUNT       PIC 9(05)      VALUE ZERO.
007400*ASSIGNMENT RULES, IN THE ORDER THEY ARE TRIED.
007500 01  WS-RUL-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
007600 01  WS-RUL-TABLE.
007700     05  WS-RUL-ENTRY          OCCURS 1 TO 200 TIMES
007800                               DEPENDING ON WS-RUL-TABLE-COUNT
007900                               INDEXED BY WS-RUL-IX.
008000         10  WS-RUL-SEQ            PIC 9(03).
008100         10  WS-RUL-REASON         PIC X(05).
008200         10  WS-RUL-SENDER         PIC X(16).
008300         10  WS-RUL-MIN-AGE        PIC 9(03).
008400         10  WS-RUL-MAX-AGE        PIC 9(03).
008500         10  WS-RUL-OPERATOR       PIC X(08).
008600 01  WS-RUL-SCAN-IX            PIC 9(03).
008700 01  WS-MATCH-IX               PIC 9(03)      VALUE ZERO.
008800*OPERATORS, WHETHER EACH MAY HOLD SUSPENSE WORK, AND THEIR LOAD.
008900 01  WS-OPR-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
009000 01  WS-OPR-TABLE.
009100     05  WS-OPR-ENTRY          OCCURS 1 TO 500 TIMES
009200                               DEPENDING ON WS-OPR-TABLE-COUNT
009300                               INDEXED BY WS-OPR-IX.
009400         10  WS-OPR-ID             PIC X(08).
009500         10  WS-OPR-ROLE           PIC X(01).
009600         10  WS-OPR-ELIGIBLE-SW    PIC X(01).
009700             88  WS-OPR-ELIGIBLE       VALUE 'Y'.
009800         10  WS-OPR-LOAD           PIC 9(05).
009900         10  WS-OPR-ADDED          PIC 9(05).
010000 01  WS-OPR-FOUND-SW           PIC X(01)      VALUE 'N'.
010100     88  WS-OPR-FOUND              VALUE 'Y'.
010200 01  WS-FIND-OPERATOR          PIC X(08).
010300 01  WS-CURRENT-OK-SW          PIC X(01)      VALUE 'N'.
010400     88  WS-CURRENT-OK             VALUE 'Y'.
010500 01  WS-CURRENT-IN-POOL-SW     PIC X(01)      VALUE 'N'.
010600     88  WS-CURRENT-IN-POOL        VALUE 'Y'.
010700 01  WS-TARGET-OPERATOR        PIC X(08).
010800 01  WS-TARGET-LOAD            PIC 9(05).
010900 01  WS-CURRENT-OPERATOR       PIC X(08).
011000*OPERATOR ROLE RANKS, AS BCPSIGNON APPLIES THEM.
011100 01  WS-RANK-ROLE              PIC X(01).
011200 01  WS-RANK                   PIC 9(01).
011300 01  WS-SUSPENSE-RANK          PIC 9(01)      VALUE 2.
011400 PROCEDURE DIVISION.
011500 0000-MAIN-CONTROL.
011600     PERFORM 1000-INITIALIZE
011700     PERFORM 2000-PROCESS-REASON
011800         UNTIL WS-NO-MORE-REASONS
011900     PERFORM 3000-WRITE-SUMMARY
012000     PERFORM 9000-TERMINATE
012100     IF WS-UNASSIGNED-COUNT NOT = ZERO
012200         MOVE 4 TO RETURN-CODE
012300     END-IF
012400     STOP RUN.
012500
012600 1000-INITIALIZE.
012700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
012800     COMPUTE WS-TODAY-INT =
012900         FUNCTION INTEGER-OF-DATE
013000             (FUNCTION NUMVAL (WS-TODAY-DATE))
013100     END-COMPUTE
013200     OPEN OUTPUT ASSIGN-RPT
013300     MOVE 'SUSPENSE WORK QUEUE ASSIGNMENT REPORT' TO RPT-LINE
013400     WRITE RPT-LINE
013500     MOVE SPACES TO RPT-LINE
013600     STRING 'RUN DATE: ' WS-TODAY-DATE
013700         DELIMITED BY SIZE INTO RPT-LINE
013800     WRITE RPT-LINE
013900     MOVE SPACES TO RPT-LINE
014000     WRITE RPT-LINE
014100     PERFORM 1100-LOAD-RULES
014200     PERFORM 1200-LOAD-OPERATORS
014300     PERFORM 1300-COUNT-CURRENT-LOAD
014400     MOVE 'N' TO WS-SRSN-EOF-SW
014500     OPEN INPUT SUSPENSE-REASON-LOG
014600     OPEN OUTPUT REASON-LOG-OUT
014700     PERFORM 2100-READ-REASON.
014800
014900 1100-LOAD-RULES.
015000     OPEN INPUT ASSIGN-RULE-FILE
015100     PERFORM 1110-READ-RULE
015200     PERFORM UNTIL WS-NO-MORE-RULES
015300         IF WS-RUL-TABLE-COUNT < 200
015400             ADD 1 TO WS-RUL-TABLE-COUNT
015500             SET WS-RUL-IX TO WS-RUL-TABLE-COUNT
015600             MOVE SUAR-RULE-SEQ     TO WS-RUL-SEQ(WS-RUL-IX)
015700             MOVE SUAR-REASON-CODE  TO WS-RUL-REASON(WS-RUL-IX)
015800             MOVE SUAR-SENDER-ID    TO WS-RUL-SENDER(WS-RUL-IX)
015900             MOVE SUAR-MIN-AGE-DAYS TO WS-RUL-MIN-AGE(WS-RUL-IX)
016000             MOVE SUAR-MAX-AGE-DAYS TO WS-RUL-MAX-AGE(WS-RUL-IX)
016100             MOVE SUAR-OPERATOR-ID  TO WS-RUL-OPERATOR(WS-RUL-IX)
016200         END-IF
016300         PERFORM 1110-READ-RULE
016400     END-PERFORM
016500     CLOSE ASSIGN-RULE-FILE.
016600
016700 1110-READ-RULE.
016800     READ ASSIGN-RULE-FILE
016900         AT END
017000             SET WS-NO-MORE-RULES TO TRUE
017100     END-READ.
017200
017300*AN OPERATOR MAY HOLD SUSPENSE WORK WHEN NOT LOCKED AND RANKED AT
017400*LEAST AT SUSPENSE CORRECTION - THE ROLE BCPSUSWS SIGNS ON WITH.
017500 1200-LOAD-OPERATORS.
017600     OPEN INPUT OPSEC-MASTER-FILE
017700     PERFORM 1210-READ-SECURITY
017800     PERFORM UNTIL WS-NO-MORE-SEC
017900         IF WS-OPR-TABLE-COUNT < 500
018000             ADD 1 TO WS-OPR-TABLE-COUNT
018100             SET WS-OPR-IX TO WS-OPR-TABLE-COUNT
018200             MOVE OPSEC-OPERATOR-ID TO WS-OPR-ID(WS-OPR-IX)
018300             MOVE OPSEC-ROLE        TO WS-OPR-ROLE(WS-OPR-IX)
018400             MOVE ZERO TO WS-OPR-LOAD(WS-OPR-IX)
018500                          WS-OPR-ADDED(WS-OPR-IX)
018600             MOVE OPSEC-ROLE TO WS-RANK-ROLE
018700             PERFORM 7000-RANK-ROLE
018800             IF OPSEC-IS-LOCKED
018900                 OR WS-RANK < WS-SUSPENSE-RANK
019000                 MOVE 'N' TO WS-OPR-ELIGIBLE-SW(WS-OPR-IX)
019100             ELSE
019200                 MOVE 'Y' TO WS-OPR-ELIGIBLE-SW(WS-OPR-IX)
019300             END-IF
019400         END-IF
019500         PERFORM 1210-READ-SECURITY
019600     END-PERFORM
019700     CLOSE OPSEC-MASTER-FILE.
019800
019900 1210-READ-SECURITY.
020000     READ OPSEC-MASTER-FILE
020100         AT END
020200             SET WS-NO-MORE-SEC TO TRUE
020300     END-READ.
020400
020500*FIRST PASS: EACH OPERATOR'S PENDING LOAD BEFORE THIS RUN, SO
020600*POOLED RULES BALANCE AGAINST WORK ALREADY IN THE QUEUES.
020700 1300-COUNT-CURRENT-LOAD.
020800     OPEN INPUT SUSPENSE-REASON-LOG
020900     PERFORM 2100-READ-REASON
021000     PERFORM UNTIL WS-NO-MORE-REASONS
021100         IF SUSP-PENDING OF SUSP-REASON-RECORD
021200             AND SUSP-ASSIGNED-TO OF SUSP-REASON-RECORD
021300                NOT = SPACES
021400             MOVE SUSP-ASSIGNED-TO OF SUSP-REASON-RECORD
021500                 TO WS-FIND-OPERATOR
021600             PERFORM 2500-FIND-OPERATOR
021700             IF WS-OPR-FOUND
021800                 ADD 1 TO WS-OPR-LOAD(WS-OPR-IX)
021900             END-IF
022000         END-IF
022100         PERFORM 2100-READ-REASON
022200     END-PERFORM
022300     CLOSE SUSPENSE-REASON-LOG.
022400
022500 2000-PROCESS-REASON.
022600     MOVE CORRESPONDING SUSP-REASON-RECORD TO RSNO-RECORD
022700     IF SUSP-PENDING OF SUSP-REASON-RECORD
022800         ADD 1 TO WS-PENDING-COUNT
022900         PERFORM 2200-ROUTE-ENTRY
023000     END-IF
023100     WRITE RSNO-RECORD
023200     PERFORM 2100-READ-REASON.
023300
023400 2100-READ-REASON.
023500     READ SUSPENSE-REASON-LOG
023600         AT END
023700             SET WS-NO-MORE-REASONS TO TRUE
023800     END-READ.
023900
024000******************************************************************
024100* A SUPERVISOR'S REASSIGNMENT OR A CLERK'S PICKUP STANDS WHILE   *
024200* THE ASSIGNEE IS STILL ACTIVE. OTHERWISE THE FIRST MATCHING     *
024300* RULE DECIDES: AN ASSIGNEE ALREADY IN THAT RULE'S POOL KEEPS    *
024400* THE ENTRY, ANYONE ELSE LOSES IT TO THE LEAST-LOADED ACTIVE     *
024500* POOL MEMBER. WITH NO RULE OR NO ACTIVE POOL MEMBER, AN ACTIVE  *
024600* ASSIGNEE KEEPS IT AND AN INACTIVE ONE LOSES IT TO NOBODY.      *
024700******************************************************************
024800 2200-ROUTE-ENTRY.
024900     PERFORM 2210-AGE-ENTRY
025000     MOVE SUSP-ASSIGNED-TO OF SUSP-REASON-RECORD
025100         TO WS-CURRENT-OPERATOR
025200     MOVE 'N' TO WS-CURRENT-OK-SW
025300     IF WS-CURRENT-OPERATOR NOT = SPACES
025400         MOVE WS-CURRENT-OPERATOR TO WS-FIND-OPERATOR
025500         PERFORM 2500-FIND-OPERATOR
025600         IF WS-OPR-FOUND
025700             AND WS-OPR-ELIGIBLE(WS-OPR-IX)
025800             SET WS-CURRENT-OK TO TRUE
025900         END-IF
026000     END-IF
026100     IF WS-CURRENT-OK
026200         AND (SUSP-ASSIGNED-BY-SUPV OF SUSP-REASON-RECORD
026300             OR SUSP-PICKED-UP OF SUSP-REASON-RECORD)
026400         ADD 1 TO WS-KEPT-COUNT
026500     ELSE
026600         PERFORM 2300-MATCH-RULE
026700         MOVE SPACES TO WS-TARGET-OPERATOR
026800         MOVE 'N' TO WS-CURRENT-IN-POOL-SW
026900         IF WS-MATCH-IX > ZERO
027000             PERFORM 2400-CHOOSE-POOL-MEMBER
027100         END-IF
027200         EVALUATE TRUE
027300             WHEN WS-CURRENT-IN-POOL
027400                 ADD 1 TO WS-KEPT-COUNT
027500             WHEN WS-TARGET-OPERATOR NOT = SPACES
027600                 PERFORM 2600-ASSIGN-ENTRY
027700             WHEN WS-CURRENT-OK
027800                 ADD 1 TO WS-KEPT-COUNT
027900             WHEN OTHER
028000                 PERFORM 2700-LEAVE-UNASSIGNED
028100         END-EVALUATE
028200     END-IF.
028300
028400 2210-AGE-ENTRY.
028500     MOVE ZERO TO WS-AGE-DAYS
028600     IF SUSP-DETECTED-DATE OF SUSP-REASON-RECORD IS NUMERIC
028700         COMPUTE WS-DETECTED-INT =
028800             FUNCTION INTEGER-OF-DATE
028900                 (FUNCTION NUMVAL (SUSP-DETECTED-DATE
029000                     OF SUSP-REASON-RECORD))
029100         END-COMPUTE
029200         IF WS-DETECTED-INT < WS-TODAY-INT
029300             COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DETECTED-INT
029400         END-IF
029500     END-IF.
029600
029700 2300-MATCH-RULE.
029800     MOVE ZERO TO WS-MATCH-IX
029900     IF WS-RUL-TABLE-COUNT > ZERO
030000         PERFORM VARYING WS-RUL-SCAN-IX FROM 1 BY 1
030100                 UNTIL WS-RUL-SCAN-IX > WS-RUL-TABLE-COUNT
030200                    OR WS-MATCH-IX > ZERO
030300             SET WS-RUL-IX TO WS-RUL-SCAN-IX
030400             IF (WS-RUL-REASON(WS-RUL-IX) = SPACES
030500                 OR WS-RUL-REASON(WS-RUL-IX)
030600                     = SUSP-REASON-CODE OF SUSP-REASON-RECORD)
030700                 AND (WS-RUL-SENDER(WS-RUL-IX) = SPACES
030800                 OR WS-RUL-SENDER(WS-RUL-IX)
030900                     = SUSP-SENDER-ID OF SUSP-REASON-RECORD)
031000                 AND WS-AGE-DAYS NOT < WS-RUL-MIN-AGE(WS-RUL-IX)
031100                 AND (WS-RUL-MAX-AGE(WS-RUL-IX) = ZERO
031200                 OR WS-AGE-DAYS NOT > WS-RUL-MAX-AGE(WS-RUL-IX))
031300                 MOVE WS-RUL-SCAN-IX TO WS-MATCH-IX
031400             END-IF
031500         END-PERFORM
031600     END-IF.
031700
031800*THE POOL IS EVERY RULE WITH THE MATCHED RULE'S REASON, SENDER AND
031900*AGE BAND. TIES GO TO THE MEMBER LISTED FIRST.
032000 2400-CHOOSE-POOL-MEMBER.
032100     MOVE 99999 TO WS-TARGET-LOAD
032200     PERFORM 2410-CHECK-POOL-RULE
032300         VARYING WS-RUL-SCAN-IX FROM 1 BY 1
032400         UNTIL WS-RUL-SCAN-IX > WS-RUL-TABLE-COUNT.
032500
032600 2410-CHECK-POOL-RULE.
032700     SET WS-RUL-IX TO WS-RUL-SCAN-IX
032800     IF WS-RUL-REASON(WS-RUL-IX) = WS-RUL-REASON(WS-MATCH-IX)
032900         AND WS-RUL-SENDER(WS-RUL-IX) = WS-RUL-SENDER(WS-MATCH-IX)
033000         AND WS-RUL-MIN-AGE(WS-RUL-IX)
033100             = WS-RUL-MIN-AGE(WS-MATCH-IX)
033200         AND WS-RUL-MAX-AGE(WS-RUL-IX)
033300             = WS-RUL-MAX-AGE(WS-MATCH-IX)
033400         MOVE WS-RUL-OPERATOR(WS-RUL-IX) TO WS-FIND-OPERATOR
033500         PERFORM 2500-FIND-OPERATOR
033600         IF WS-OPR-FOUND
033700             AND WS-OPR-ELIGIBLE(WS-OPR-IX)
033800             IF WS-OPR-ID(WS-OPR-IX) = WS-CURRENT-OPERATOR
033900                 SET WS-CURRENT-IN-POOL TO TRUE
034000             END-IF
034100             IF WS-OPR-LOAD(WS-OPR-IX) < WS-TARGET-LOAD
034200                 MOVE WS-OPR-ID(WS-OPR-IX) TO WS-TARGET-OPERATOR
034300                 MOVE WS-OPR-LOAD(WS-OPR-IX) TO WS-TARGET-LOAD
034400             END-IF
034500         END-IF
034600     END-IF.
034700
034800 2500-FIND-OPERATOR.
034900     MOVE 'N' TO WS-OPR-FOUND-SW
035000     IF WS-OPR-TABLE-COUNT > ZERO
035100         SET WS-OPR-IX TO 1
035200         SEARCH WS-OPR-ENTRY
035300             AT END
035400                 CONTINUE
035500             WHEN WS-OPR-ID(WS-OPR-IX) = WS-FIND-OPERATOR
035600                 SET WS-OPR-FOUND TO TRUE
035700         END-SEARCH
035800     END-IF.
035900
036000 2600-ASSIGN-ENTRY.
036100     IF WS-CURRENT-OPERATOR NOT = SPACES
036200         ADD 1 TO WS-REROUTED-COUNT
036300         MOVE WS-CURRENT-OPERATOR TO WS-FIND-OPERATOR
036400         PERFORM 2500-FIND-OPERATOR
036500         IF WS-OPR-FOUND
036600             AND WS-OPR-LOAD(WS-OPR-IX) > ZERO
036700             SUBTRACT 1 FROM WS-OPR-LOAD(WS-OPR-IX)
036800         END-IF
036900     ELSE
037000         ADD 1 TO WS-ASSIGNED-COUNT
037100     END-IF
037200     MOVE WS-TARGET-OPERATOR TO WS-FIND-OPERATOR
037300     PERFORM 2500-FIND-OPERATOR
037400     ADD 1 TO WS-OPR-LOAD(WS-OPR-IX)
037500     ADD 1 TO WS-OPR-ADDED(WS-OPR-IX)
037600     MOVE WS-TARGET-OPERATOR TO SUSP-ASSIGNED-TO OF RSNO-RECORD
037700     MOVE WS-TODAY-DATE      TO SUSP-ASSIGNED-DATE OF RSNO-RECORD
037800     MOVE 'BCPSUSAS'         TO SUSP-ASSIGNED-BY OF RSNO-RECORD
037900     SET SUSP-ASSIGNED-BY-RULE OF RSNO-RECORD TO TRUE
038000     MOVE SPACES TO RPT-LINE
038100     IF WS-CURRENT-OPERATOR NOT = SPACES
038200         STRING 'REROUTED  CLM '
038300             SUSP-CLM-KEY OF SUSP-REASON-RECORD
038400             ' REASON ' SUSP-REASON-CODE OF SUSP-REASON-RECORD
038500             ' AGE ' WS-AGE-DAYS
038600             ' FROM ' WS-CURRENT-OPERATOR
038700             ' TO ' WS-TARGET-OPERATOR
038800             ' RULE ' WS-RUL-SEQ(WS-MATCH-IX)
038900             DELIMITED BY SIZE INTO RPT-LINE
039000     ELSE
039100         STRING 'ASSIGNED  CLM '
039200             SUSP-CLM-KEY OF SUSP-REASON-RECORD
039300             ' REASON ' SUSP-REASON-CODE OF SUSP-REASON-RECORD
039400             ' AGE ' WS-AGE-DAYS
039500             ' TO ' WS-TARGET-OPERATOR
039600             ' RULE ' WS-RUL-SEQ(WS-MATCH-IX)
039700             DELIMITED BY SIZE INTO RPT-LINE
039800     END-IF
039900     WRITE RPT-LINE.
040000
040100 2700-LEAVE-UNASSIGNED.
040200     ADD 1 TO WS-UNASSIGNED-COUNT
040300     MOVE SPACES TO RPT-LINE
040400     IF WS-CURRENT-OPERATOR NOT = SPACES
040500         MOVE SPACES TO SUSP-WORK-CONTROL OF RSNO-RECORD
040600         MOVE WS-CURRENT-OPERATOR TO WS-FIND-OPERATOR
040700         PERFORM 2500-FIND-OPERATOR
040800         IF WS-OPR-FOUND
040900             AND WS-OPR-LOAD(WS-OPR-IX) > ZERO
041000             SUBTRACT 1 FROM WS-OPR-LOAD(WS-OPR-IX)
041100         END-IF
041200         STRING 'RELEASED  CLM '
041300             SUSP-CLM-KEY OF SUSP-REASON-RECORD
041400             ' REASON ' SUSP-REASON-CODE OF SUSP-REASON-RECORD
041500             ' - ' WS-CURRENT-OPERATOR
041600             ' IS NOT AN ACTIVE SUSPENSE OPERATOR'
041700             ' AND NO RULE PLACES THE ENTRY'
041800             DELIMITED BY SIZE INTO RPT-LINE
041900     ELSE
042000         STRING 'NO RULE   CLM '
042100             SUSP-CLM-KEY OF SUSP-REASON-RECORD
042200             ' REASON ' SUSP-REASON-CODE OF SUSP-REASON-RECORD
042300             ' SENDER ' SUSP-SENDER-ID OF SUSP-REASON-RECORD
042400             ' AGE ' WS-AGE-DAYS
042500             ' - LEFT UNASSIGNED'
042600             DELIMITED BY SIZE INTO RPT-LINE
042700     END-IF
042800     WRITE RPT-LINE.
042900
043000 3000-WRITE-SUMMARY.
043100     MOVE SPACES TO RPT-LINE
043200     WRITE RPT-LINE
043300     MOVE 'OPERATOR  ROLE  PENDING  ADDED THIS RUN' TO RPT-LINE
043400     WRITE RPT-LINE
043500     IF WS-OPR-TABLE-COUNT > ZERO
043600         PERFORM 3100-WRITE-OPERATOR-LINE
043700             VARYING WS-OPR-IX FROM 1 BY 1
043800             UNTIL WS-OPR-IX > WS-OPR-TABLE-COUNT
043900     END-IF
044000     MOVE SPACES TO RPT-LINE
044100     WRITE RPT-LINE
044200     MOVE SPACES TO RPT-LINE
044300     STRING 'PENDING ENTRIES: ' WS-PENDING-COUNT
044400         DELIMITED BY SIZE INTO RPT-LINE
044500     WRITE RPT-LINE
044600     MOVE SPACES TO RPT-LINE
044700     STRING 'NEWLY ASSIGNED: ' WS-ASSIGNED-COUNT
044800         '  REROUTED: ' WS-REROUTED-COUNT
044900         '  UNCHANGED: ' WS-KEPT-COUNT
045000         DELIMITED BY SIZE INTO RPT-LINE
045100     WRITE RPT-LINE
045200     MOVE SPACES TO RPT-LINE
045300     STRING 'LEFT UNASSIGNED: ' WS-UNASSIGNED-COUNT
045400         DELIMITED BY SIZE INTO RPT-LINE
045500     WRITE RPT-LINE.
045600
045700 3100-WRITE-OPERATOR-LINE.
045800     IF WS-OPR-LOAD(WS-OPR-IX) > ZERO
045900         OR WS-OPR-ADDED(WS-OPR-IX) > ZERO
046000         MOVE SPACES TO RPT-LINE
046100         STRING WS-OPR-ID(WS-OPR-IX) '   '
046200             WS-OPR-ROLE(WS-OPR-IX) '    '
046300             WS-OPR-LOAD(WS-OPR-IX) '    '
046400             WS-OPR-ADDED(WS-OPR-IX)
046500             DELIMITED BY SIZE INTO RPT-LINE
046600         WRITE RPT-LINE
046700     END-IF.
046800
046900*INQUIRY < SUSPENSE CORRECTION < REFERENCE MAINTENANCE < PAYMENT
047000*RELEASE; AN SIU OPERATOR RANKS AS INQUIRY. ANYTHING ELSE RANKS
047100*ZERO.
047200 7000-RANK-ROLE.
047300     EVALUATE WS-RANK-ROLE
047400         WHEN 'I'
047500         WHEN 'U'
047600             MOVE 1 TO WS-RANK
047700         WHEN 'S'
047800             MOVE 2 TO WS-RANK
047900         WHEN 'M'
048000             MOVE 3 TO WS-RANK
048100         WHEN 'P'
048200             MOVE 4 TO WS-RANK
048300         WHEN OTHER
048400             MOVE ZERO TO WS-RANK
048500     END-EVALUATE.
048600
048700 9000-TERMINATE.
048800     CLOSE SUSPENSE-REASON-LOG
048900     CLOSE REASON-LOG-OUT
049000     CLOSE ASSIGN-RPT.
