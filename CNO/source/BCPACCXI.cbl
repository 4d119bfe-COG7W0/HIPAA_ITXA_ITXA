000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150136 - PBM PHARMACY ACCUMULATOR   *
000300*            INTAKE. THE PBM'S DAILY PHARMACY ACCUMULATOR        *
000400*            CHANGES AND MONTHLY FULL BALANCES (BCPACCXR, SENDER *
000500*            P) POST TO THE MEMBER'S PHARMACY BUCKET ON THE      *
000600*            ACCUMULATOR MASTER, WHICH BCPACCUM COUNTS TOWARD    *
000700*            THE COMBINED LIMIT. A CHANGE ADDS TO (OR ON A       *
000800*            REVERSAL TAKES FROM) THE BUCKET; A FULL BALANCE     *
000900*            REPLACES IT, AND ANY DIFFERENCE IS LISTED AS A      *
001000*            TRUE-UP. EACH MEMBER ROW KEEPS THE LAST PBM         *
001100*            SEQUENCE APPLIED: A CHANGE AT OR BELOW IT (OR A     *
001200*            FULL BALANCE BELOW IT) IS OUT OF SEQUENCE AND NOT   *
001300*            POSTED; A CHANGE THAT SKIPS AHEAD IS POSTED AND     *
001400*            LISTED AS A GAP FOR THE NEXT FULL BALANCE TO CLOSE. *
001500*            INVALID RECORDS, PRIOR-YEAR RECORDS AND REVERSALS   *
001600*            LARGER THAN THE BUCKET ARE REJECTED, AND THE PBM'S  *
001700*            REJECTS OF OUR MEDICAL RECORDS (TYPE R) ARE LISTED. *
001800*            ALL GO ON THE EXCEPTION REPORT (RC 4).              *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. BCPACCXI.
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT RX-ACCUM-IN ASSIGN TO RXACCIN
002600            ORGANIZATION IS LINE SEQUENTIAL
002700            FILE STATUS IS WS-ACXR-STATUS.
002800     SELECT OPTIONAL ACCUM-MASTER ASSIGN TO MACCMST
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-MAC-STATUS.
003100     SELECT ACCUM-MASTER-OUT ASSIGN TO MACCMSTO
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-MACO-STATUS.
003400     SELECT ACCXI-RPT ASSIGN TO ACCXIRPT
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-RPT-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  RX-ACCUM-IN.
004000     COPY BCPACCXR.
004100 FD  ACCUM-MASTER.
004200     COPY BCPMACCM.
004300 FD  ACCUM-MASTER-OUT.
004400     COPY BCPMACCM
004500         REPLACING ==MACC-RECORD== BY ==MACO-RECORD==.
004600 FD  ACCXI-RPT.
004700 01  RPT-LINE                  PIC X(132).
004800 WORKING-STORAGE SECTION.
004900 01  WS-ACXR-STATUS            PIC X(02).
005000 01  WS-MAC-STATUS             PIC X(02).
005100 01  WS-MACO-STATUS            PIC X(02).
005200 01  WS-RPT-STATUS             PIC X(02).
005300 01  WS-ACXR-EOF-SW            PIC X(01)      VALUE 'N'.
005400     88  WS-NO-MORE-ACXR            VALUE 'Y'.
005500 01  WS-MAC-EOF-SW             PIC X(01)      VALUE 'N'.
005600     88  WS-NO-MORE-MAC             VALUE 'Y'.
005700 01  WS-TODAY-DATE             PIC X(08).
005800 01  WS-BENEFIT-YEAR           PIC X(04).
005900******************************************************************
006000* ACCUMULATOR ROWS, EACH LAID OUT LIKE A BCPMACCM RECORD SO IT   *
006100* LOADS AND WRITES BACK AS IS.                                   *
006200******************************************************************
006300 01  WS-MAC-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
006400 01  WS-MAC-TABLE.
006500     05  WS-MAC-ENTRY          OCCURS 1 TO 10000 TIMES
006600                               DEPENDING ON WS-MAC-TABLE-COUNT
006700                               INDEXED BY WS-MAC-IX.
006800         10  WS-MAC-DATA.
006900             15  WS-MAC-SSN        PIC X(09).
007000             15  WS-MAC-YEAR       PIC X(04).
007100             15  WS-MAC-REL        PIC X(02).
007200             15  WS-MAC-PAT-LAST   PIC X(33).
007300             15  WS-MAC-PAT-FIRST  PIC X(12).
007400             15  WS-MAC-DED        PIC 9(09)V99.
007500             15  WS-MAC-COINS      PIC 9(09)V99.
007600             15  WS-MAC-MBR-ID     PIC 9(10).
007700             15  WS-MAC-RX-DED     PIC 9(09)V99.
007800             15  WS-MAC-RX-COINS   PIC 9(09)V99.
007900             15  WS-MAC-RX-SEQ     PIC 9(09).
008000             15  WS-MAC-MED-SEQ    PIC 9(09).
008100 01  WS-MAC-FOUND-SW           PIC X(01)      VALUE 'N'.
008200     88  WS-MAC-FOUND              VALUE 'Y'.
008300 01  WS-REJECT-REASON          PIC X(40).
008400 01  WS-NEXT-SEQ               PIC 9(09).
008500 01  WS-RPT-AMT                PIC Z,ZZZ,ZZ9.99.
008600 01  WS-RPT-AMT-2              PIC Z,ZZZ,ZZ9.99.
008700 01  WS-RPT-AMT-3              PIC Z,ZZZ,ZZ9.99.
008800 01  WS-RPT-AMT-4              PIC Z,ZZZ,ZZ9.99.
008900 01  WS-READ-COUNT             PIC 9(07)      VALUE ZERO.
009000 01  WS-CHANGE-COUNT           PIC 9(07)      VALUE ZERO.
009100 01  WS-FULL-BAL-COUNT         PIC 9(07)      VALUE ZERO.
009200 01  WS-TRUE-UP-COUNT          PIC 9(05)      VALUE ZERO.
009300 01  WS-ROW-ADDED-COUNT        PIC 9(05)      VALUE ZERO.
009400 01  WS-OUT-OF-SEQ-COUNT       PIC 9(05)      VALUE ZERO.
009500 01  WS-GAP-COUNT              PIC 9(05)      VALUE ZERO.
009600 01  WS-REJECT-COUNT           PIC 9(05)      VALUE ZERO.
009700 01  WS-PBM-REJECT-COUNT       PIC 9(05)      VALUE ZERO.
009800 PROCEDURE DIVISION.
009900 0000-MAIN-CONTROL.
010000     PERFORM 1000-INITIALIZE
010100     PERFORM 1100-LOAD-ACCUMULATORS
010200     PERFORM 2000-PROCESS-EXCHANGE
010300         UNTIL WS-NO-MORE-ACXR
010400     PERFORM 4000-WRITE-ACCUM-OUT
010500     PERFORM 5000-WRITE-SUMMARY
010600     PERFORM 9000-TERMINATE
010700     IF WS-OUT-OF-SEQ-COUNT NOT = ZERO
010800         OR WS-GAP-COUNT NOT = ZERO
010900         OR WS-REJECT-COUNT NOT = ZERO
011000         OR WS-PBM-REJECT-COUNT NOT = ZERO
011100         MOVE 4 TO RETURN-CODE
011200     END-IF
011300     STOP RUN.
011400
011500 1000-INITIALIZE.
011600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
011700     MOVE WS-TODAY-DATE(1:4) TO WS-BENEFIT-YEAR
011800     OPEN INPUT RX-ACCUM-IN
011900     OPEN OUTPUT ACCXI-RPT
012000     MOVE 'PBM PHARMACY ACCUMULATOR EXCHANGE EXCEPTIONS'
012100         TO RPT-LINE
012200     WRITE RPT-LINE
012300     PERFORM 2100-READ-EXCHANGE.
012400
012500 1100-LOAD-ACCUMULATORS.
012600     OPEN INPUT ACCUM-MASTER
012700     IF WS-MAC-STATUS = '35'
012800         SET WS-NO-MORE-MAC TO TRUE
012900     ELSE
013000         PERFORM 1110-READ-ACCUM
013100     END-IF
013200     PERFORM UNTIL WS-NO-MORE-MAC
013300         IF WS-MAC-TABLE-COUNT < 10000
013400             ADD 1 TO WS-MAC-TABLE-COUNT
013500             SET WS-MAC-IX TO WS-MAC-TABLE-COUNT
013600             MOVE MACC-RECORD TO WS-MAC-DATA(WS-MAC-IX)
013700             PERFORM 1120-CLEAR-RX-BUCKET
013800         END-IF
013900         PERFORM 1110-READ-ACCUM
014000     END-PERFORM
014100     IF WS-MAC-STATUS NOT = '35'
014200         CLOSE ACCUM-MASTER
014300     END-IF.
014400
014500 1110-READ-ACCUM.
014600     READ ACCUM-MASTER
014700         AT END
014800             SET WS-NO-MORE-MAC TO TRUE
014900     END-READ.
015000
015100*A ROW WRITTEN BEFORE THE PHARMACY BUCKET HOLDS SPACES THERE.
015200 1120-CLEAR-RX-BUCKET.
015300     IF WS-MAC-RX-DED(WS-MAC-IX) NOT NUMERIC
015400         MOVE ZERO TO WS-MAC-RX-DED(WS-MAC-IX)
015500     END-IF
015600     IF WS-MAC-RX-COINS(WS-MAC-IX) NOT NUMERIC
015700         MOVE ZERO TO WS-MAC-RX-COINS(WS-MAC-IX)
015800     END-IF
015900     IF WS-MAC-RX-SEQ(WS-MAC-IX) NOT NUMERIC
016000         MOVE ZERO TO WS-MAC-RX-SEQ(WS-MAC-IX)
016100     END-IF
016200     IF WS-MAC-MED-SEQ(WS-MAC-IX) NOT NUMERIC
016300         MOVE ZERO TO WS-MAC-MED-SEQ(WS-MAC-IX)
016400     END-IF.
016500
016600 2000-PROCESS-EXCHANGE.
016700     ADD 1 TO WS-READ-COUNT
016800     MOVE SPACES TO WS-REJECT-REASON
016900     EVALUATE TRUE
017000         WHEN NOT ACXR-FROM-PHARMACY
017100             MOVE 'NOT A PBM RECORD' TO WS-REJECT-REASON
017200         WHEN ACXR-IS-REJECT-ACK
017300             CONTINUE
017400         WHEN NOT ACXR-IS-CHANGE
017500             AND NOT ACXR-IS-FULL-BALANCE
017600             MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
017700         WHEN ACXR-SEQ-NBR NOT NUMERIC
017800             OR ACXR-DED-AMT NOT NUMERIC
017900             OR ACXR-COINS-AMT NOT NUMERIC
018000             MOVE 'SEQUENCE OR AMOUNT NOT NUMERIC'
018100                 TO WS-REJECT-REASON
018200         WHEN ACXR-IS-CHANGE
018300             AND ACXR-AMT-SIGN NOT = '+'
018400             AND ACXR-AMT-SIGN NOT = '-'
018500             MOVE 'AMOUNT SIGN NOT + OR -' TO WS-REJECT-REASON
018600         WHEN ACXR-BENEFIT-YEAR NOT = WS-BENEFIT-YEAR
018700             MOVE 'NOT THE CURRENT BENEFIT YEAR'
018800                 TO WS-REJECT-REASON
018900         WHEN OTHER
019000             CONTINUE
019100     END-EVALUATE
019200     IF WS-REJECT-REASON NOT = SPACES
019300         PERFORM 2900-REJECT-RECORD
019400     ELSE
019500     IF ACXR-IS-REJECT-ACK
019600         PERFORM 2800-REPORT-PBM-REJECT
019700     ELSE
019800         PERFORM 2200-FIND-OR-ADD-ACCUM
019900         IF NOT WS-MAC-FOUND
020000             MOVE 'ACCUMULATOR TABLE FULL' TO WS-REJECT-REASON
020100             PERFORM 2900-REJECT-RECORD
020200         ELSE
020300         IF ACXR-IS-CHANGE
020400             PERFORM 2300-APPLY-CHANGE
020500         ELSE
020600             PERFORM 2500-APPLY-FULL-BALANCE
020700         END-IF
020800         END-IF
020900     END-IF
021000     END-IF
021100     PERFORM 2100-READ-EXCHANGE.
021200
021300 2100-READ-EXCHANGE.
021400     READ RX-ACCUM-IN
021500         AT END
021600             SET WS-NO-MORE-ACXR TO TRUE
021700     END-READ.
021800
021900******************************************************************
022000* THE SAME MATCH BCPACCUM USES: MEMBER ID WHEN NONZERO, ELSE THE *
022100* SUBSCRIBER SSN, PLUS YEAR AND PATIENT. A MEMBER WITH PHARMACY  *
022200* SPEND BUT NO MEDICAL POSTING YET GETS A NEW ROW.               *
022300******************************************************************
022400 2200-FIND-OR-ADD-ACCUM.
022500     MOVE 'N' TO WS-MAC-FOUND-SW
022600     SET WS-MAC-IX TO 1
022700     SEARCH WS-MAC-ENTRY
022800         AT END
022900             CONTINUE
023000         WHEN (WS-MAC-SSN(WS-MAC-IX) = ACXR-SUBSCR-SSN
023100                 OR (ACXR-MEMBER-ID NOT = ZERO
023200                     AND WS-MAC-MBR-ID(WS-MAC-IX)
023300                         = ACXR-MEMBER-ID))
023400             AND WS-MAC-YEAR(WS-MAC-IX) = ACXR-BENEFIT-YEAR
023500             AND WS-MAC-REL(WS-MAC-IX) = ACXR-PATIENT-REL
023600             AND WS-MAC-PAT-LAST(WS-MAC-IX) = ACXR-PATIENT-LAST
023700             AND WS-MAC-PAT-FIRST(WS-MAC-IX)
023800                 = ACXR-PATIENT-FIRST
023900             SET WS-MAC-FOUND TO TRUE
024000     END-SEARCH
024100     IF NOT WS-MAC-FOUND
024200         AND WS-MAC-TABLE-COUNT < 10000
024300         ADD 1 TO WS-MAC-TABLE-COUNT
024400         ADD 1 TO WS-ROW-ADDED-COUNT
024500         SET WS-MAC-IX TO WS-MAC-TABLE-COUNT
024600         MOVE ACXR-SUBSCR-SSN    TO WS-MAC-SSN(WS-MAC-IX)
024700         MOVE ACXR-BENEFIT-YEAR  TO WS-MAC-YEAR(WS-MAC-IX)
024800         MOVE ACXR-MEMBER-ID     TO WS-MAC-MBR-ID(WS-MAC-IX)
024900         MOVE ACXR-PATIENT-REL   TO WS-MAC-REL(WS-MAC-IX)
025000         MOVE ACXR-PATIENT-LAST  TO WS-MAC-PAT-LAST(WS-MAC-IX)
025100         MOVE ACXR-PATIENT-FIRST TO WS-MAC-PAT-FIRST(WS-MAC-IX)
025200         MOVE ZERO TO WS-MAC-DED(WS-MAC-IX)
025300                      WS-MAC-COINS(WS-MAC-IX)
025400                      WS-MAC-RX-DED(WS-MAC-IX)
025500                      WS-MAC-RX-COINS(WS-MAC-IX)
025600                      WS-MAC-RX-SEQ(WS-MAC-IX)
025700                      WS-MAC-MED-SEQ(WS-MAC-IX)
025800         SET WS-MAC-FOUND TO TRUE
025900     END-IF.
026000
026100 2300-APPLY-CHANGE.
026200     IF ACXR-SEQ-NBR NOT > WS-MAC-RX-SEQ(WS-MAC-IX)
026300         PERFORM 2700-REPORT-OUT-OF-SEQ
026400     ELSE
026500     IF ACXR-IS-REVERSAL
026600         AND (ACXR-DED-AMT > WS-MAC-RX-DED(WS-MAC-IX)
026700           OR ACXR-COINS-AMT > WS-MAC-RX-COINS(WS-MAC-IX))
026800         MOVE 'REVERSAL LARGER THAN PHARMACY BUCKET'
026900             TO WS-REJECT-REASON
027000         PERFORM 2900-REJECT-RECORD
027100     ELSE
027200         COMPUTE WS-NEXT-SEQ = WS-MAC-RX-SEQ(WS-MAC-IX) + 1
027300         IF ACXR-SEQ-NBR > WS-NEXT-SEQ
027400             PERFORM 2750-REPORT-GAP
027500         END-IF
027600         ADD 1 TO WS-CHANGE-COUNT
027700         IF ACXR-IS-REVERSAL
027800             SUBTRACT ACXR-DED-AMT FROM WS-MAC-RX-DED(WS-MAC-IX)
027900             SUBTRACT ACXR-COINS-AMT
028000                 FROM WS-MAC-RX-COINS(WS-MAC-IX)
028100         ELSE
028200             ADD ACXR-DED-AMT   TO WS-MAC-RX-DED(WS-MAC-IX)
028300             ADD ACXR-COINS-AMT TO WS-MAC-RX-COINS(WS-MAC-IX)
028400         END-IF
028500         MOVE ACXR-SEQ-NBR TO WS-MAC-RX-SEQ(WS-MAC-IX)
028600     END-IF
028700     END-IF.
028800
028900******************************************************************
029000* A FULL BALANCE CARRIES THE SEQUENCE OF THE LAST CHANGE IT      *
029100* INCLUDES, SO ONE AT THE ROW'S CURRENT SEQUENCE STILL APPLIES   *
029200* AND TRUES UP ANYTHING A LOST OR OUT-OF-ORDER CHANGE LEFT OFF.  *
029300******************************************************************
029400 2500-APPLY-FULL-BALANCE.
029500     IF ACXR-SEQ-NBR < WS-MAC-RX-SEQ(WS-MAC-IX)
029600         PERFORM 2700-REPORT-OUT-OF-SEQ
029700     ELSE
029800         ADD 1 TO WS-FULL-BAL-COUNT
029900         IF ACXR-DED-AMT NOT = WS-MAC-RX-DED(WS-MAC-IX)
030000             OR ACXR-COINS-AMT NOT = WS-MAC-RX-COINS(WS-MAC-IX)
030100             ADD 1 TO WS-TRUE-UP-COUNT
030200             MOVE WS-MAC-RX-DED(WS-MAC-IX)   TO WS-RPT-AMT
030300             MOVE ACXR-DED-AMT               TO WS-RPT-AMT-2
030400             MOVE WS-MAC-RX-COINS(WS-MAC-IX) TO WS-RPT-AMT-3
030500             MOVE ACXR-COINS-AMT             TO WS-RPT-AMT-4
030600             MOVE SPACES TO RPT-LINE
030700             STRING 'TRUE-UP SSN ' ACXR-SUBSCR-SSN
030800                 ' ' ACXR-PATIENT-LAST(1:15)
030900                 ' RX DED ' WS-RPT-AMT ' TO ' WS-RPT-AMT-2
031000                 ' RX COINS ' WS-RPT-AMT-3 ' TO ' WS-RPT-AMT-4
031100                 DELIMITED BY SIZE INTO RPT-LINE
031200             WRITE RPT-LINE
031300         END-IF
031400         MOVE ACXR-DED-AMT   TO WS-MAC-RX-DED(WS-MAC-IX)
031500         MOVE ACXR-COINS-AMT TO WS-MAC-RX-COINS(WS-MAC-IX)
031600         MOVE ACXR-SEQ-NBR   TO WS-MAC-RX-SEQ(WS-MAC-IX)
031700     END-IF.
031800
031900 2700-REPORT-OUT-OF-SEQ.
032000     ADD 1 TO WS-OUT-OF-SEQ-COUNT
032100     MOVE SPACES TO RPT-LINE
032200     STRING 'OUT OF SEQUENCE - NOT POSTED  TYPE ' ACXR-REC-TYPE
032300         ' SEQ ' ACXR-SEQ-NBR
032400         ' LAST APPLIED ' WS-MAC-RX-SEQ(WS-MAC-IX)
032500         ' SSN ' ACXR-SUBSCR-SSN
032600         ' ' ACXR-PATIENT-LAST(1:15)
032700         DELIMITED BY SIZE INTO RPT-LINE
032800     WRITE RPT-LINE.
032900
033000 2750-REPORT-GAP.
033100     ADD 1 TO WS-GAP-COUNT
033200     MOVE SPACES TO RPT-LINE
033300     STRING 'SEQUENCE GAP - POSTED  SEQ ' ACXR-SEQ-NBR
033400         ' EXPECTED ' WS-NEXT-SEQ
033500         ' SSN ' ACXR-SUBSCR-SSN
033600         ' ' ACXR-PATIENT-LAST(1:15)
033700         DELIMITED BY SIZE INTO RPT-LINE
033800     WRITE RPT-LINE.
033900
034000******************************************************************
034100* THE PBM COULD NOT APPLY ONE OF OUR MEDICAL CHANGES; ITS SIDE   *
034200* STAYS SHORT UNTIL THE NEXT MONTHLY FULL BALANCE (BCPACCFB).    *
034300******************************************************************
034400 2800-REPORT-PBM-REJECT.
034500     ADD 1 TO WS-PBM-REJECT-COUNT
034600     MOVE SPACES TO RPT-LINE
034700     STRING 'PBM REJECTED MEDICAL SEQ ' ACXR-SEQ-NBR
034800         ' SSN ' ACXR-SUBSCR-SSN
034900         ' ' ACXR-PATIENT-LAST(1:15)
035000         ' CODE ' ACXR-REJECT-CD
035100         ' ' ACXR-REJECT-TEXT
035200         DELIMITED BY SIZE INTO RPT-LINE
035300     WRITE RPT-LINE.
035400
035500 2900-REJECT-RECORD.
035600     ADD 1 TO WS-REJECT-COUNT
035700     MOVE SPACES TO RPT-LINE
035800     STRING 'REJECTED - ' WS-REJECT-REASON
035900         ' TYPE ' ACXR-REC-TYPE
036000         ' SEQ ' ACXR-SEQ-NBR
036100         ' SSN ' ACXR-SUBSCR-SSN
036200         ' ' ACXR-PATIENT-LAST(1:15)
036300         DELIMITED BY SIZE INTO RPT-LINE
036400     WRITE RPT-LINE.
036500
036600 4000-WRITE-ACCUM-OUT.
036700     OPEN OUTPUT ACCUM-MASTER-OUT
036800     PERFORM VARYING WS-MAC-IX FROM 1 BY 1
036900             UNTIL WS-MAC-IX > WS-MAC-TABLE-COUNT
037000         MOVE WS-MAC-DATA(WS-MAC-IX) TO MACO-RECORD
037100         WRITE MACO-RECORD
037200     END-PERFORM
037300     CLOSE ACCUM-MASTER-OUT.
037400
037500 5000-WRITE-SUMMARY.
037600     MOVE SPACES TO RPT-LINE
037700     WRITE RPT-LINE
037800     MOVE SPACES TO RPT-LINE
037900     STRING 'EXCHANGE RECORDS READ ' WS-READ-COUNT
038000         '  CHANGES POSTED ' WS-CHANGE-COUNT
038100         '  FULL BALANCES APPLIED ' WS-FULL-BAL-COUNT
038200         '  TRUE-UPS ' WS-TRUE-UP-COUNT
038300         DELIMITED BY SIZE INTO RPT-LINE
038400     WRITE RPT-LINE
038500     MOVE SPACES TO RPT-LINE
038600     STRING 'NEW ACCUMULATOR ROWS ' WS-ROW-ADDED-COUNT
038700         '  OUT OF SEQUENCE ' WS-OUT-OF-SEQ-COUNT
038800         '  GAPS ' WS-GAP-COUNT
038900         '  REJECTED ' WS-REJECT-COUNT
039000         '  PBM REJECTS OF MEDICAL RECORDS ' WS-PBM-REJECT-COUNT
039100         DELIMITED BY SIZE INTO RPT-LINE
039200     WRITE RPT-LINE.
039300
039400 9000-TERMINATE.
039500     CLOSE RX-ACCUM-IN
039600     CLOSE ACCXI-RPT.
