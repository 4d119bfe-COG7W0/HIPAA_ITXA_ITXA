000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150128 - PAYMENT QUALITY AUDIT      *
000300*            RESULTS INTAKE. POSTS EACH AUDITOR FINDING          *
000400*            (BCPAUDRS, DD AUDRSLT) ONTO ITS SAMPLED CLAIM ON    *
000500*            THE SAMPLE MASTER (BCPAUDSM, CARRIED AUDSMST TO     *
000600*            AUDSMSTO). A FINDING FOR A CLAIM NOT IN THE SAMPLE  *
000700*            OR ALREADY RESULTED, OR ONE THAT DOES NOT HANG      *
000800*            TOGETHER (A FINANCIAL ERROR WITH NO DIRECTION OR    *
000900*            AMOUNT, A DOLLAR IMPACT ON A CORRECT OR PROCEDURAL  *
001000*            RESULT, NO AUDITOR), IS REJECTED ON THE REPORT.     *
001100*            AN OVERPAYMENT MARKED FOR RECOVERY APPENDS AN OPEN  *
001200*            BCPRCVBL RECEIVABLE AGAINST THE CLAIM'S PROVIDER    *
001300*            FOR THE ERROR AMOUNT (RECOVERED BY BCPNACHA'S       *
001400*            OFFSETS, AS BCPSUBWS SETTLEMENTS ARE). RC 4 WHEN    *
001500*            ANY FINDING IS REJECTED, RC 8 WHEN A TABLE FILLS.   *
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. BCPAUDIN.
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT RESULT-FILE ASSIGN TO AUDRSLT
002300            ORGANIZATION IS LINE SEQUENTIAL
002400            FILE STATUS IS WS-RES-STATUS.
002500     SELECT SAMPLE-MASTER ASSIGN TO AUDSMST
002600            ORGANIZATION IS LINE SEQUENTIAL
002700            FILE STATUS IS WS-SMS-STATUS.
002800     SELECT SAMPLE-MASTER-OUT ASSIGN TO AUDSMSTO
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-SMO-STATUS.
003100     SELECT RECEIVABLE-FILE ASSIGN TO RECVBL
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-RCV-STATUS.
003400     SELECT INTAKE-RPT ASSIGN TO AUDINRPT
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-RPT-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  RESULT-FILE.
004000     COPY BCPAUDRS.
004100 FD  SAMPLE-MASTER.
004200     COPY BCPAUDSM.
004300 FD  SAMPLE-MASTER-OUT.
004400     COPY BCPAUDSM
004500         REPLACING ==AUDS-RECORD== BY ==AUDO-RECORD==.
004600 FD  RECEIVABLE-FILE.
004700     COPY BCPRCVBL.
004800 FD  INTAKE-RPT.
004900 01  RPT-LINE                  PIC X(132).
005000 WORKING-STORAGE SECTION.
005100 01  WS-RES-STATUS             PIC X(02).
005200 01  WS-SMS-STATUS             PIC X(02).
005300 01  WS-SMO-STATUS             PIC X(02).
005400 01  WS-RCV-STATUS             PIC X(02).
005500 01  WS-RPT-STATUS             PIC X(02).
005600 01  WS-RES-EOF-SW             PIC X(01)      VALUE 'N'.
005700     88  WS-NO-MORE-RES            VALUE 'Y'.
005800 01  WS-SMS-EOF-SW             PIC X(01)      VALUE 'N'.
005900     88  WS-NO-MORE-SMS            VALUE 'Y'.
006000 01  WS-RUN-FATAL-SW           PIC X(01)      VALUE 'N'.
006100     88  WS-RUN-FATAL              VALUE 'Y'.
006200 01  WS-TODAY-DATE             PIC X(08).
006300*THE SAMPLE MASTER, HELD WHOLE SO FINDINGS CAN ARRIVE IN ANY
006400*ORDER.
006500 01  WS-AUD-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
006600 01  WS-AUD-TABLE.
006700     05  WS-AUD-ENTRY          OCCURS 1 TO 50000 TIMES
006800                               DEPENDING ON WS-AUD-TABLE-COUNT
006900                               INDEXED BY WS-AUD-IX.
007000         10  WS-AUD-REC-TYPE       PIC X(01).
007100         10  WS-AUD-SAMPLE-DATE    PIC X(08).
007200         10  WS-AUD-CLM-KEY        PIC 9(06).
007300         10  WS-AUD-POLICY-KEY     PIC 9(09).
007400         10  WS-AUD-IMAGE          PIC X(121).
007500 01  WS-AUD-FOUND-SW           PIC X(01)      VALUE 'N'.
007600     88  WS-AUD-FOUND              VALUE 'Y'.
007700 01  WS-REJECT-REASON          PIC X(40)      VALUE SPACES.
007800 01  WS-RESULTS-READ           PIC 9(07)      VALUE ZERO.
007900 01  WS-RESULTS-POSTED         PIC 9(07)      VALUE ZERO.
008000 01  WS-RESULTS-REJECTED       PIC 9(07)      VALUE ZERO.
008100 01  WS-RCVB-COUNT             PIC 9(07)      VALUE ZERO.
008200 01  WS-RCVB-TOTAL             PIC 9(11)V99   VALUE ZERO.
008300 01  WS-RPT-AMT                PIC ZZZ,ZZZ,ZZ9.99.
008400 01  WS-RPT-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
008500 01  WS-RPT-COUNT              PIC Z,ZZZ,ZZ9.
008600 PROCEDURE DIVISION.
008700 0000-MAIN-CONTROL.
008800     PERFORM 1000-INITIALIZE
008900     PERFORM 1100-LOAD-MASTER
009000     IF NOT WS-RUN-FATAL
009100         OPEN INPUT RESULT-FILE
009200         PERFORM 2100-READ-RESULT
009300         PERFORM 2000-APPLY-RESULT
009400             UNTIL WS-NO-MORE-RES
009500         CLOSE RESULT-FILE
009600         PERFORM 4000-WRITE-MASTER-OUT
009700     END-IF
009800     PERFORM 5000-WRITE-SUMMARY
009900     PERFORM 9000-TERMINATE
010000     IF WS-RUN-FATAL
010100         MOVE 8 TO RETURN-CODE
010200     ELSE
010300         IF WS-RESULTS-REJECTED > ZERO
010400             MOVE 4 TO RETURN-CODE
010500         END-IF
010600     END-IF
010700     STOP RUN.
010800
010900 1000-INITIALIZE.
011000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
011100     OPEN OUTPUT INTAKE-RPT
011200     MOVE SPACES TO RPT-LINE
011300     STRING 'PAYMENT QUALITY AUDIT RESULTS INTAKE - RUN '
011400                DELIMITED BY SIZE
011500            WS-TODAY-DATE DELIMITED BY SIZE
011600         INTO RPT-LINE
011700     END-STRING
011800     WRITE RPT-LINE
011900     MOVE SPACES TO RPT-LINE
012000     WRITE RPT-LINE.
012100
012200 1100-LOAD-MASTER.
012300     OPEN INPUT SAMPLE-MASTER
012400     PERFORM 1110-READ-MASTER
012500     PERFORM UNTIL WS-NO-MORE-SMS
012600             OR WS-RUN-FATAL
012700         IF WS-AUD-TABLE-COUNT < 50000
012800             ADD 1 TO WS-AUD-TABLE-COUNT
012900             SET WS-AUD-IX TO WS-AUD-TABLE-COUNT
013000             MOVE AUDS-REC-TYPE OF AUDS-RECORD
013100                 TO WS-AUD-REC-TYPE(WS-AUD-IX)
013200             MOVE AUDS-SAMPLE-DATE OF AUDS-RECORD
013300                 TO WS-AUD-SAMPLE-DATE(WS-AUD-IX)
013400             MOVE AUDS-RECORD TO WS-AUD-IMAGE(WS-AUD-IX)
013500             IF AUDS-CLAIM-ROW OF AUDS-RECORD
013600                 MOVE AUDS-CLM-KEY OF AUDS-RECORD
013700                     TO WS-AUD-CLM-KEY(WS-AUD-IX)
013800                 MOVE AUDS-CLM-POLICY-KEY OF AUDS-RECORD
013900                     TO WS-AUD-POLICY-KEY(WS-AUD-IX)
014000             ELSE
014100                 MOVE ZERO TO WS-AUD-CLM-KEY(WS-AUD-IX)
014200                 MOVE ZERO TO WS-AUD-POLICY-KEY(WS-AUD-IX)
014300             END-IF
014400         ELSE
014500             PERFORM 1900-TABLE-FULL
014600         END-IF
014700         PERFORM 1110-READ-MASTER
014800     END-PERFORM
014900     CLOSE SAMPLE-MASTER.
015000
015100 1110-READ-MASTER.
015200     READ SAMPLE-MASTER
015300         AT END
015400             SET WS-NO-MORE-SMS TO TRUE
015500     END-READ.
015600
015700 1900-TABLE-FULL.
015800     SET WS-RUN-FATAL TO TRUE
015900     MOVE 'TABLE FULL - RUN STOPPED, NO FINDINGS POSTED'
016000         TO RPT-LINE
016100     WRITE RPT-LINE.
016200
016300 2000-APPLY-RESULT.
016400     ADD 1 TO WS-RESULTS-READ
016500     PERFORM 2200-VALIDATE-RESULT
016600     IF WS-REJECT-REASON = SPACES
016700         PERFORM 2300-POST-RESULT
016800     ELSE
016900         ADD 1 TO WS-RESULTS-REJECTED
017000         PERFORM 2900-PRINT-RESULT
017100     END-IF
017200     PERFORM 2100-READ-RESULT.
017300
017400 2100-READ-RESULT.
017500     READ RESULT-FILE
017600         AT END
017700             SET WS-NO-MORE-RES TO TRUE
017800     END-READ.
017900
018000 2200-VALIDATE-RESULT.
018100     MOVE SPACES TO WS-REJECT-REASON
018200     MOVE 'N' TO WS-AUD-FOUND-SW
018300     IF WS-AUD-TABLE-COUNT > ZERO
018400         SET WS-AUD-IX TO 1
018500         SEARCH WS-AUD-ENTRY
018600             AT END
018700                 CONTINUE
018800             WHEN WS-AUD-REC-TYPE(WS-AUD-IX) = 'C'
018900                 AND WS-AUD-SAMPLE-DATE(WS-AUD-IX)
019000                     = AUDR-SAMPLE-DATE
019100                 AND WS-AUD-CLM-KEY(WS-AUD-IX) = AUDR-CLM-KEY
019200                 AND WS-AUD-POLICY-KEY(WS-AUD-IX)
019300                     = AUDR-POLICY-KEY
019400                 SET WS-AUD-FOUND TO TRUE
019500         END-SEARCH
019600     END-IF
019700     IF NOT WS-AUD-FOUND
019800         MOVE 'CLAIM NOT IN THAT SAMPLE' TO WS-REJECT-REASON
019900     ELSE
020000         MOVE WS-AUD-IMAGE(WS-AUD-IX) TO AUDO-RECORD
020100         IF NOT AUDS-CLM-PENDING OF AUDO-RECORD
020200             MOVE 'CLAIM ALREADY RESULTED' TO WS-REJECT-REASON
020300         END-IF
020400     END-IF
020500     IF WS-REJECT-REASON = SPACES
020600         EVALUATE TRUE
020700             WHEN AUDR-RESULT NOT = 'C'
020800                     AND AUDR-RESULT NOT = 'F'
020900                     AND AUDR-RESULT NOT = 'P'
021000                 MOVE 'RESULT NOT C, F OR P' TO WS-REJECT-REASON
021100             WHEN AUDR-ERROR-AMT IS NOT NUMERIC
021200                 MOVE 'ERROR AMOUNT NOT NUMERIC'
021300                     TO WS-REJECT-REASON
021400             WHEN AUDR-RESULT = 'F'
021500                     AND ((AUDR-ERROR-DIR NOT = 'O'
021600                             AND AUDR-ERROR-DIR NOT = 'U')
021700                         OR AUDR-ERROR-AMT = ZERO)
021800                 MOVE 'FINANCIAL ERROR NEEDS DIRECTION/AMOUNT'
021900                     TO WS-REJECT-REASON
022000             WHEN AUDR-RESULT NOT = 'F'
022100                     AND AUDR-ERROR-AMT > ZERO
022200                 MOVE 'DOLLAR IMPACT ONLY ON A FINANCIAL ERROR'
022300                     TO WS-REJECT-REASON
022400             WHEN AUDR-OPEN-RCVB = 'Y'
022500                     AND (AUDR-RESULT NOT = 'F'
022600                         OR AUDR-ERROR-DIR NOT = 'O')
022700                 MOVE 'RECEIVABLE ONLY FOR AN OVERPAYMENT'
022800                     TO WS-REJECT-REASON
022900             WHEN AUDR-AUDITOR-ID = SPACES
023000                 MOVE 'AUDITOR ID MISSING' TO WS-REJECT-REASON
023100             WHEN OTHER
023200                 CONTINUE
023300         END-EVALUATE
023400     END-IF.
023500
023600*THE FINDING GOES ONTO THE SAMPLED CLAIM; A REVIEW DATE NOT
023700*GIVEN IS TAKEN AS TODAY.
023800 2300-POST-RESULT.
023900     MOVE AUDR-RESULT     TO AUDS-CLM-RESULT OF AUDO-RECORD
024000     IF AUDR-RESULT = 'F'
024100         MOVE AUDR-ERROR-DIR TO AUDS-CLM-ERROR-DIR OF AUDO-RECORD
024200     ELSE
024300         MOVE SPACE TO AUDS-CLM-ERROR-DIR OF AUDO-RECORD
024400     END-IF
024500     MOVE AUDR-ERROR-AMT  TO AUDS-CLM-ERROR-AMT OF AUDO-RECORD
024600     MOVE AUDR-ERROR-CODE TO AUDS-CLM-ERROR-CODE OF AUDO-RECORD
024700     MOVE AUDR-AUDITOR-ID TO AUDS-CLM-AUDITOR-ID OF AUDO-RECORD
024800     IF AUDR-REVIEW-DATE IS NUMERIC
024900         MOVE AUDR-REVIEW-DATE
025000             TO AUDS-CLM-REVIEW-DATE OF AUDO-RECORD
025100     ELSE
025200         MOVE WS-TODAY-DATE TO AUDS-CLM-REVIEW-DATE OF AUDO-RECORD
025300     END-IF
025400     IF AUDR-OPEN-RCVB = 'Y'
025500         PERFORM 2400-OPEN-RECEIVABLE
025600         MOVE 'Y' TO AUDS-CLM-RCVB-SW OF AUDO-RECORD
025700         MOVE 'POSTED - RECEIVABLE OPENED' TO WS-REJECT-REASON
025800     ELSE
025900         MOVE 'POSTED' TO WS-REJECT-REASON
026000     END-IF
026100     MOVE AUDO-RECORD TO WS-AUD-IMAGE(WS-AUD-IX)
026200     ADD 1 TO WS-RESULTS-POSTED
026300     PERFORM 2900-PRINT-RESULT.
026400
026500 2400-OPEN-RECEIVABLE.
026600     IF WS-RCVB-COUNT = ZERO
026700         OPEN EXTEND RECEIVABLE-FILE
026800         IF WS-RCV-STATUS = '35'
026900             OPEN OUTPUT RECEIVABLE-FILE
027000         END-IF
027100     END-IF
027200     MOVE AUDS-CLM-KEY OF AUDO-RECORD TO RCVB-CLM-KEY
027300     MOVE AUDS-CLM-POLICY-KEY OF AUDO-RECORD TO RCVB-POLICY-KEY
027400     MOVE AUDS-CLM-PROV-NPI OF AUDO-RECORD TO RCVB-PROV-NPI
027500     MOVE AUDR-ERROR-AMT TO RCVB-ORIG-AMT
027600     MOVE AUDR-ERROR-AMT TO RCVB-OPEN-BALANCE
027700     MOVE WS-TODAY-DATE  TO RCVB-ESTABLISHED-DATE
027800     SET RCVB-IS-OPEN TO TRUE
027900     WRITE RCVB-RECORD
028000     ADD 1 TO WS-RCVB-COUNT
028100     ADD AUDR-ERROR-AMT TO WS-RCVB-TOTAL.
028200
028300*WS-REJECT-REASON CARRIES THE DISPOSITION, POSTED OR REJECTED.
028400 2900-PRINT-RESULT.
028500     MOVE ZERO TO WS-RPT-AMT
028600     IF AUDR-ERROR-AMT IS NUMERIC
028700         MOVE AUDR-ERROR-AMT TO WS-RPT-AMT
028800     END-IF
028900     MOVE SPACES TO RPT-LINE
029000     STRING 'SAMPLE ' DELIMITED BY SIZE
029100            AUDR-SAMPLE-DATE DELIMITED BY SIZE
029200            ' CLAIM ' DELIMITED BY SIZE
029300            AUDR-CLM-KEY DELIMITED BY SIZE
029400            ' POLICY ' DELIMITED BY SIZE
029500            AUDR-POLICY-KEY DELIMITED BY SIZE
029600            ' RESULT ' DELIMITED BY SIZE
029700            AUDR-RESULT DELIMITED BY SIZE
029800            AUDR-ERROR-DIR DELIMITED BY SIZE
029900            ' ' DELIMITED BY SIZE
030000            WS-RPT-AMT DELIMITED BY SIZE
030100            '  ' DELIMITED BY SIZE
030200            WS-REJECT-REASON DELIMITED BY SIZE
030300         INTO RPT-LINE
030400     END-STRING
030500     WRITE RPT-LINE.
030600
030700 4000-WRITE-MASTER-OUT.
030800     OPEN OUTPUT SAMPLE-MASTER-OUT
030900     PERFORM VARYING WS-AUD-IX FROM 1 BY 1
031000             UNTIL WS-AUD-IX > WS-AUD-TABLE-COUNT
031100         MOVE WS-AUD-IMAGE(WS-AUD-IX) TO AUDO-RECORD
031200         WRITE AUDO-RECORD
031300     END-PERFORM
031400     CLOSE SAMPLE-MASTER-OUT.
031500
031600 5000-WRITE-SUMMARY.
031700     MOVE SPACES TO RPT-LINE
031800     WRITE RPT-LINE
031900     MOVE WS-RESULTS-READ TO WS-RPT-COUNT
032000     MOVE SPACES TO RPT-LINE
032100     STRING 'FINDINGS READ                   ' DELIMITED BY SIZE
032200            WS-RPT-COUNT DELIMITED BY SIZE
032300         INTO RPT-LINE
032400     END-STRING
032500     WRITE RPT-LINE
032600     MOVE WS-RESULTS-POSTED TO WS-RPT-COUNT
032700     MOVE SPACES TO RPT-LINE
032800     STRING 'FINDINGS POSTED                 ' DELIMITED BY SIZE
032900            WS-RPT-COUNT DELIMITED BY SIZE
033000         INTO RPT-LINE
033100     END-STRING
033200     WRITE RPT-LINE
033300     MOVE WS-RESULTS-REJECTED TO WS-RPT-COUNT
033400     MOVE SPACES TO RPT-LINE
033500     STRING 'FINDINGS REJECTED               ' DELIMITED BY SIZE
033600            WS-RPT-COUNT DELIMITED BY SIZE
033700         INTO RPT-LINE
033800     END-STRING
033900     WRITE RPT-LINE
034000     MOVE WS-RCVB-COUNT TO WS-RPT-COUNT
034100     MOVE WS-RCVB-TOTAL TO WS-RPT-TOTAL
034200     MOVE SPACES TO RPT-LINE
034300     STRING 'RECEIVABLES OPENED              ' DELIMITED BY SIZE
034400            WS-RPT-COUNT DELIMITED BY SIZE
034500            '  AMOUNT ' DELIMITED BY SIZE
034600            WS-RPT-TOTAL DELIMITED BY SIZE
034700         INTO RPT-LINE
034800     END-STRING
034900     WRITE RPT-LINE.
035000
035100*THE RECEIVABLE FILE IS OPENED ONLY WHEN A RECOVERY IS OPENED, SO
035200*A RUN WITH NONE LEAVES IT UNTOUCHED.
035300 9000-TERMINATE.
035400     IF WS-RCVB-COUNT > ZERO
035500         CLOSE RECEIVABLE-FILE
035600     END-IF
035700     CLOSE INTAKE-RPT.
