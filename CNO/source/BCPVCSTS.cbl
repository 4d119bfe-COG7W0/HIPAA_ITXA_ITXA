000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150130 - VIRTUAL CARD STATUS        *
000300*            INTAKE. BCPNACHA HANDS CARD PAYMENTS TO THE CARD    *
000400*            BANK ON THE ISSUANCE FILE (BCPVCISS) BUT NOTHING    *
000500*            FOLLOWED A CARD ONCE IT LEFT. THIS JOB, RUN AFTER   *
000600*            THE PAYMENT CYCLE AND BEFORE BCPGLEXT:              *
000700*              - SEEDS THE CARD REGISTER (BCPVCREG) FROM         *
000800*                ISSUANCE DETAIL NOT YET ON IT, STATUS Q,        *
000900*              - APPLIES THE BANK'S STATUS FILE (BCPVCSTI):      *
001000*                ISSUED AND AUTHORIZED ROWS MOVE THE CARD        *
001100*                ALONG, A SETTLED ROW RECORDS THE AMOUNT         *
001200*                SETTLED AND THE REBATE EARNED, AN EXPIRED       *
001300*                ROW CLOSES A CARD THE PROVIDER NEVER RAN.       *
001400*                UNKNOWN REFERENCES, STATUSES OUT OF             *
001500*                SEQUENCE OR AFTER A CARD CLOSED, AND            *
001600*                SETTLED AMOUNTS THAT DIFFER FROM THE CARD       *
001700*                ARE REPORTED AND SET RC 4,                      *
001800*              - LISTS CARDS THAT EXPIRED UNUSED ON THEIR        *
001900*                OWN REPORT FOR THE PAYMENT DESK TO REISSUE      *
002000*                OR MOVE THE PROVIDER TO ACH, AND                *
002100*              - WRITES VCSETTLE, VCREBATE AND VCEXPIRE          *
002200*                CONTROL LEDGER ROWS FOR BCPGLEXT.               *
002300******************************************************************
002310* 10-15-26 - R KOWALSKI - AR 150130 - ON A REGISTER TABLE        *
002320*            OVERFLOW (RC 8) THE RUN NO LONGER WRITES A SHORT    *
002330*            VCREGO OR POSTS CONTROL LEDGER ROWS; THE PRIOR      *
002340*            REGISTER STANDS FOR THE RERUN AND THE REPORT SAYS   *
002350*            SO.                                                 *
002360******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. BCPVCSTS.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL CARD-REGISTER-FILE ASSIGN TO VCREG
003000            ORGANIZATION IS LINE SEQUENTIAL
003100            FILE STATUS IS WS-VCR-STATUS.
003200     SELECT CARD-REGISTER-OUT ASSIGN TO VCREGO
003300            ORGANIZATION IS LINE SEQUENTIAL
003400            FILE STATUS IS WS-VCRO-STATUS.
003500     SELECT OPTIONAL CARD-ISSUE-FILE ASSIGN TO VCISSUE
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS IS WS-VCI-STATUS.
003800     SELECT OPTIONAL CARD-STATUS-FILE ASSIGN TO VCSTAT
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS IS WS-VCS-STATUS.
004100     SELECT CONTROL-LEDGER ASSIGN TO CTLLEDG
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS IS WS-CTLG-STATUS.
004400     SELECT CARD-EXPIRED-RPT ASSIGN TO VCEXPRPT
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS IS WS-EXP-STATUS.
004700     SELECT CARD-STATUS-RPT ASSIGN TO VCRPT
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS IS WS-RPT-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CARD-REGISTER-FILE.
005300     COPY BCPVCREG.
005400 FD  CARD-REGISTER-OUT.
005500     COPY BCPVCREG
005600         REPLACING ==VCRG-RECORD== BY ==VCRO-RECORD==.
005700 FD  CARD-ISSUE-FILE.
005800     COPY BCPVCISS.
005900 FD  CARD-STATUS-FILE.
006000     COPY BCPVCSTI.
006100 FD  CONTROL-LEDGER.
006200     COPY BCPCTLG.
006300 FD  CARD-EXPIRED-RPT.
006400 01  EXP-LINE                  PIC X(132).
006500 FD  CARD-STATUS-RPT.
006600 01  RPT-LINE                  PIC X(132).
006700 WORKING-STORAGE SECTION.
006800 01  WS-VCR-STATUS             PIC X(02).
006900 01  WS-VCRO-STATUS            PIC X(02).
007000 01  WS-VCI-STATUS             PIC X(02).
007100 01  WS-VCS-STATUS             PIC X(02).
007200 01  WS-CTLG-STATUS            PIC X(02).
007300 01  WS-EXP-STATUS             PIC X(02).
007400 01  WS-RPT-STATUS             PIC X(02).
007500 01  WS-REG-EOF-SW             PIC X(01)      VALUE 'N'.
007600     88  WS-NO-MORE-REG            VALUE 'Y'.
007700 01  WS-VCI-EOF-SW             PIC X(01)      VALUE 'N'.
007800     88  WS-NO-MORE-VCI            VALUE 'Y'.
007900 01  WS-VCS-EOF-SW             PIC X(01)      VALUE 'N'.
008000     88  WS-NO-MORE-VCS            VALUE 'Y'.
008100 01  WS-TODAY-DATE             PIC X(08).
008200 01  WS-REG-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
008300 01  WS-REG-TABLE.
008400     05  WS-REG-ENTRY          OCCURS 1 TO 20000 TIMES
008500                               DEPENDING ON WS-REG-TABLE-COUNT
008600                               INDEXED BY WS-REG-IX.
008700         10  WS-REG-PAYMENT-REF    PIC 9(10).
008800         10  WS-REG-ISSUE-DATE     PIC X(08).
008900         10  WS-REG-AMOUNT         PIC 9(09)V99.
009000         10  WS-REG-PROV-NPI       PIC X(10).
009100         10  WS-REG-CLM-KEY        PIC 9(06).
009200         10  WS-REG-POLICY-KEY     PIC 9(09).
009300         10  WS-REG-NPI-KEY        PIC 9(10).
009400         10  WS-REG-STATUS         PIC X(01).
009500         10  WS-REG-STATUS-DATE    PIC X(08).
009600         10  WS-REG-CARD-LAST4     PIC X(04).
009700         10  WS-REG-EXPIRY-DATE    PIC X(08).
009800         10  WS-REG-SETTLED-AMT    PIC 9(09)V99.
009900         10  WS-REG-REBATE-AMT     PIC 9(07)V99.
010000 01  WS-REG-FOUND-SW           PIC X(01)      VALUE 'N'.
010100     88  WS-REG-FOUND              VALUE 'Y'.
010200 01  WS-REG-OVERFLOW-COUNT     PIC 9(05)      VALUE ZERO.
010300*STATUS RANKS - A CARD ONLY MOVES FORWARD (AUTHORIZED MAY REPEAT,
010400*ONE PER TERMINAL AUTHORIZATION); SETTLED AND EXPIRED ARE FINAL.
010500 01  WS-OLD-RANK               PIC 9(01).
010600 01  WS-NEW-RANK               PIC 9(01).
010700 01  WS-RANK-STATUS            PIC X(01).
010800 01  WS-RANK-WORK              PIC 9(01).
010900 01  WS-STATUS-READ-COUNT      PIC 9(05)      VALUE ZERO.
011000 01  WS-NEW-REG-COUNT          PIC 9(05)      VALUE ZERO.
011100 01  WS-ISSUED-COUNT           PIC 9(05)      VALUE ZERO.
011200 01  WS-AUTH-COUNT             PIC 9(05)      VALUE ZERO.
011300 01  WS-SETTLED-COUNT          PIC 9(05)      VALUE ZERO.
011400 01  WS-EXPIRED-COUNT          PIC 9(05)      VALUE ZERO.
011500 01  WS-UNKNOWN-COUNT          PIC 9(05)      VALUE ZERO.
011600 01  WS-SEQUENCE-ERR-COUNT     PIC 9(05)      VALUE ZERO.
011700 01  WS-AMT-MISMATCH-COUNT     PIC 9(05)      VALUE ZERO.
011800 01  WS-OPEN-COUNT             PIC 9(05)      VALUE ZERO.
011900 01  WS-SETTLED-TOTAL          PIC 9(11)V99   VALUE ZERO.
012000 01  WS-REBATE-TOTAL           PIC 9(11)V99   VALUE ZERO.
012100 01  WS-EXPIRED-TOTAL          PIC 9(11)V99   VALUE ZERO.
012200 01  WS-OPEN-TOTAL             PIC 9(11)V99   VALUE ZERO.
012300 01  WS-BANK-AMT               PIC 9(09)V99.
012400 01  WS-BANK-REBATE            PIC 9(07)V99.
012500 01  WS-RPT-AMOUNT             PIC Z,ZZZ,ZZ9.99.
012600 01  WS-RPT-AMOUNT2            PIC Z,ZZZ,ZZ9.99.
012700 PROCEDURE DIVISION.
012800 0000-MAIN-CONTROL.
012900     PERFORM 1000-INITIALIZE
013000     PERFORM 1100-LOAD-REGISTER
013100     PERFORM 2000-SEED-FROM-ISSUE
013200     PERFORM 3100-READ-CARD-STATUS
013300     PERFORM 3000-APPLY-CARD-STATUS
013400         UNTIL WS-NO-MORE-VCS
013450*A REGISTER TOO BIG FOR THE TABLE IS NOT WRITTEN BACK SHORT, AND
013460*NO LEDGER ROWS ARE POSTED FOR A RUN THAT MUST BE RERUN.
013500     IF WS-REG-OVERFLOW-COUNT = ZERO
013510         PERFORM 7000-WRITE-REGISTER-OUT
013520     END-IF
013600     PERFORM 8000-WRITE-SUMMARY
013700     IF WS-REG-OVERFLOW-COUNT = ZERO
013710         PERFORM 8500-WRITE-CONTROL-LEDGER
013720     END-IF
013800     PERFORM 9000-TERMINATE
013900     IF WS-UNKNOWN-COUNT NOT = ZERO
014000         OR WS-SEQUENCE-ERR-COUNT NOT = ZERO
014100         OR WS-AMT-MISMATCH-COUNT NOT = ZERO
014200         MOVE 4 TO RETURN-CODE
014300     END-IF
014400     IF WS-REG-OVERFLOW-COUNT NOT = ZERO
014500         MOVE 8 TO RETURN-CODE
014600     END-IF
014700     STOP RUN.
014800
014900 1000-INITIALIZE.
015000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
015100     OPEN OUTPUT CARD-STATUS-RPT
015200     OPEN OUTPUT CARD-EXPIRED-RPT
015300     OPEN INPUT CARD-STATUS-FILE
015400     MOVE 'VIRTUAL CARD STATUS INTAKE' TO RPT-LINE
015500     WRITE RPT-LINE
015600     MOVE 'VIRTUAL CARDS EXPIRED UNUSED - REISSUE OR MOVE TO ACH'
015700         TO EXP-LINE
015800     WRITE EXP-LINE
015900     MOVE SPACES TO EXP-LINE
016000     STRING 'PROVIDER NPI  PAYMENT REF  CLM KEY  '
016100         '      AMOUNT  ISSUED    EXPIRED'
016200         DELIMITED BY SIZE INTO EXP-LINE
016300     WRITE EXP-LINE.
016400
016500*A REGISTER THAT DOES NOT FIT THE TABLE CANNOT BE CARRIED FORWARD
016600*WHOLE, SO THE RUN ENDS RC 8 FOR A RERUN.
016700 1100-LOAD-REGISTER.
016800     OPEN INPUT CARD-REGISTER-FILE
016900     PERFORM 1110-READ-REGISTER
017000     PERFORM UNTIL WS-NO-MORE-REG
017100         IF WS-REG-TABLE-COUNT < 20000
017200             ADD 1 TO WS-REG-TABLE-COUNT
017300             SET WS-REG-IX TO WS-REG-TABLE-COUNT
017400             MOVE VCRG-PAYMENT-REF OF VCRG-RECORD
017500                 TO WS-REG-PAYMENT-REF(WS-REG-IX)
017600             MOVE VCRG-ISSUE-DATE OF VCRG-RECORD
017700                 TO WS-REG-ISSUE-DATE(WS-REG-IX)
017800             MOVE VCRG-AMOUNT OF VCRG-RECORD
017900                 TO WS-REG-AMOUNT(WS-REG-IX)
018000             MOVE VCRG-PROV-NPI OF VCRG-RECORD
018100                 TO WS-REG-PROV-NPI(WS-REG-IX)
018200             MOVE VCRG-CLM-KEY OF VCRG-RECORD
018300                 TO WS-REG-CLM-KEY(WS-REG-IX)
018400             MOVE VCRG-POLICY-KEY OF VCRG-RECORD
018500                 TO WS-REG-POLICY-KEY(WS-REG-IX)
018600             MOVE VCRG-NPI-KEY OF VCRG-RECORD
018700                 TO WS-REG-NPI-KEY(WS-REG-IX)
018800             MOVE VCRG-STATUS OF VCRG-RECORD
018900                 TO WS-REG-STATUS(WS-REG-IX)
019000             MOVE VCRG-STATUS-DATE OF VCRG-RECORD
019100                 TO WS-REG-STATUS-DATE(WS-REG-IX)
019200             MOVE VCRG-CARD-LAST4 OF VCRG-RECORD
019300                 TO WS-REG-CARD-LAST4(WS-REG-IX)
019400             MOVE VCRG-EXPIRY-DATE OF VCRG-RECORD
019500                 TO WS-REG-EXPIRY-DATE(WS-REG-IX)
019600             MOVE VCRG-SETTLED-AMT OF VCRG-RECORD
019700                 TO WS-REG-SETTLED-AMT(WS-REG-IX)
019800             MOVE VCRG-REBATE-AMT OF VCRG-RECORD
019900                 TO WS-REG-REBATE-AMT(WS-REG-IX)
020000         ELSE
020100             ADD 1 TO WS-REG-OVERFLOW-COUNT
020200         END-IF
020300         PERFORM 1110-READ-REGISTER
020400     END-PERFORM
020500     CLOSE CARD-REGISTER-FILE.
020600
020700 1110-READ-REGISTER.
020800     READ CARD-REGISTER-FILE
020900         AT END
021000             SET WS-NO-MORE-REG TO TRUE
021100     END-READ.
021200
021300*ONLY DETAIL ROWS SEED THE REGISTER; A RERUN OF THIS JOB AGAINST
021400*THE SAME ISSUANCE FILE FINDS THEM ALREADY THERE.
021500 2000-SEED-FROM-ISSUE.
021600     OPEN INPUT CARD-ISSUE-FILE
021700     PERFORM 2010-READ-ISSUE
021800     PERFORM UNTIL WS-NO-MORE-VCI
021900         IF VCI-DTL-REC-TYPE = 'D'
022000             PERFORM 2100-FIND-REGISTER-BY-REF
022100             IF NOT WS-REG-FOUND
022200                 PERFORM 2200-ADD-REGISTER-ENTRY
022300             END-IF
022400         END-IF
022500         PERFORM 2010-READ-ISSUE
022600     END-PERFORM
022700     CLOSE CARD-ISSUE-FILE.
022800
022900 2010-READ-ISSUE.
023000     READ CARD-ISSUE-FILE
023100         AT END
023200             SET WS-NO-MORE-VCI TO TRUE
023300     END-READ.
023400
023500 2100-FIND-REGISTER-BY-REF.
023600     MOVE 'N' TO WS-REG-FOUND-SW
023700     SET WS-REG-IX TO 1
023800     SEARCH WS-REG-ENTRY
023900         AT END
024000             CONTINUE
024100         WHEN WS-REG-PAYMENT-REF(WS-REG-IX) = VCI-DTL-PAYMENT-REF
024200             SET WS-REG-FOUND TO TRUE
024300     END-SEARCH.
024400
024500 2200-ADD-REGISTER-ENTRY.
024600     IF WS-REG-TABLE-COUNT < 20000
024700         ADD 1 TO WS-NEW-REG-COUNT
024800         ADD 1 TO WS-REG-TABLE-COUNT
024900         SET WS-REG-IX TO WS-REG-TABLE-COUNT
025000         MOVE VCI-DTL-PAYMENT-REF TO WS-REG-PAYMENT-REF(WS-REG-IX)
025100         MOVE VCI-DTL-ISSUE-DATE  TO WS-REG-ISSUE-DATE(WS-REG-IX)
025200         COMPUTE WS-REG-AMOUNT(WS-REG-IX) =
025300             VCI-DTL-AMOUNT-CENTS / 100
025400         END-COMPUTE
025500         MOVE VCI-DTL-PAYEE-NPI   TO WS-REG-PROV-NPI(WS-REG-IX)
025600         MOVE VCI-DTL-CLM-KEY     TO WS-REG-CLM-KEY(WS-REG-IX)
025700         MOVE VCI-DTL-POLICY-KEY  TO WS-REG-POLICY-KEY(WS-REG-IX)
025800         MOVE VCI-DTL-NPI-KEY     TO WS-REG-NPI-KEY(WS-REG-IX)
025900         MOVE 'Q'                 TO WS-REG-STATUS(WS-REG-IX)
026000         MOVE VCI-DTL-ISSUE-DATE  TO WS-REG-STATUS-DATE(WS-REG-IX)
026100         MOVE SPACES              TO WS-REG-CARD-LAST4(WS-REG-IX)
026200         MOVE SPACES              TO WS-REG-EXPIRY-DATE(WS-REG-IX)
026300         MOVE ZERO                TO WS-REG-SETTLED-AMT(WS-REG-IX)
026400         MOVE ZERO                TO WS-REG-REBATE-AMT(WS-REG-IX)
026500     ELSE
026600         ADD 1 TO WS-REG-OVERFLOW-COUNT
026700     END-IF.
026800
026900 3000-APPLY-CARD-STATUS.
027000     ADD 1 TO WS-STATUS-READ-COUNT
027100     MOVE 'N' TO WS-REG-FOUND-SW
027200     SET WS-REG-IX TO 1
027300     SEARCH WS-REG-ENTRY
027400         AT END
027500             CONTINUE
027600         WHEN WS-REG-PAYMENT-REF(WS-REG-IX) = VCST-PAYMENT-REF
027700             SET WS-REG-FOUND TO TRUE
027800     END-SEARCH
027900     IF NOT WS-REG-FOUND
028000         ADD 1 TO WS-UNKNOWN-COUNT
028100         MOVE SPACES TO RPT-LINE
028200         STRING 'BANK STATUS FOR A CARD WE NEVER REQUESTED - REF '
028300             VCST-PAYMENT-REF ' STATUS ' VCST-STATUS-CODE
028400             DELIMITED BY SIZE INTO RPT-LINE
028500         WRITE RPT-LINE
028600     ELSE
028700         MOVE WS-REG-STATUS(WS-REG-IX) TO WS-RANK-STATUS
028800         PERFORM 3200-RANK-STATUS
028900         MOVE WS-RANK-WORK TO WS-OLD-RANK
029000         MOVE VCST-STATUS-CODE TO WS-RANK-STATUS
029100         PERFORM 3200-RANK-STATUS
029200         MOVE WS-RANK-WORK TO WS-NEW-RANK
029300         IF WS-NEW-RANK = ZERO
029400             OR WS-OLD-RANK = 4
029500             OR (WS-NEW-RANK < WS-OLD-RANK)
029600             OR (WS-NEW-RANK = WS-OLD-RANK
029700                 AND NOT VCST-AUTHORIZED)
029800             ADD 1 TO WS-SEQUENCE-ERR-COUNT
029900             MOVE SPACES TO RPT-LINE
030000             STRING 'STATUS OUT OF SEQUENCE - REF '
030100                 VCST-PAYMENT-REF
030200                 ' REGISTER ' WS-REG-STATUS(WS-REG-IX)
030300                 ' BANK ' VCST-STATUS-CODE
030400                 ' ON ' VCST-STATUS-DATE
030500                 DELIMITED BY SIZE INTO RPT-LINE
030600             WRITE RPT-LINE
030700         ELSE
030800             PERFORM 3300-POST-STATUS
030900         END-IF
031000     END-IF
031100     PERFORM 3100-READ-CARD-STATUS.
031200
031300 3100-READ-CARD-STATUS.
031400     READ CARD-STATUS-FILE
031500         AT END
031600             SET WS-NO-MORE-VCS TO TRUE
031700     END-READ.
031800
031900*RANK ZERO IS AN UNRECOGNISED STATUS CODE FROM THE BANK.
032000 3200-RANK-STATUS.
032100     EVALUATE WS-RANK-STATUS
032200         WHEN 'Q'
032300             MOVE 1 TO WS-RANK-WORK
032400         WHEN 'I'
032500             MOVE 2 TO WS-RANK-WORK
032600         WHEN 'A'
032700             MOVE 3 TO WS-RANK-WORK
032800         WHEN 'S'
032900         WHEN 'E'
033000             MOVE 4 TO WS-RANK-WORK
033100         WHEN OTHER
033200             MOVE 0 TO WS-RANK-WORK
033300     END-EVALUATE.
033400
033500 3300-POST-STATUS.
033600     MOVE VCST-STATUS-CODE TO WS-REG-STATUS(WS-REG-IX)
033700     MOVE VCST-STATUS-DATE TO WS-REG-STATUS-DATE(WS-REG-IX)
033800     IF VCST-CARD-LAST4 NOT = SPACES
033900         MOVE VCST-CARD-LAST4 TO WS-REG-CARD-LAST4(WS-REG-IX)
034000     END-IF
034100     IF VCST-EXPIRY-DATE NOT = SPACES
034200         MOVE VCST-EXPIRY-DATE TO WS-REG-EXPIRY-DATE(WS-REG-IX)
034300     END-IF
034400     EVALUATE TRUE
034500         WHEN VCST-ISSUED
034600             ADD 1 TO WS-ISSUED-COUNT
034700         WHEN VCST-AUTHORIZED
034800             ADD 1 TO WS-AUTH-COUNT
034900         WHEN VCST-SETTLED
035000             PERFORM 3400-SETTLE-CARD
035100         WHEN VCST-EXPIRED
035200             PERFORM 3500-EXPIRE-CARD
035300     END-EVALUATE.
035400
035500*THE BANK'S SETTLED AMOUNT IS WHAT LEFT CASH, SO IT IS WHAT IS
035600*RECORDED AND BOOKED; A DIFFERENCE FROM THE CARD IS REPORTED.
035700 3400-SETTLE-CARD.
035800     ADD 1 TO WS-SETTLED-COUNT
035900     COMPUTE WS-BANK-AMT = VCST-AMOUNT-CENTS / 100
036000     COMPUTE WS-BANK-REBATE = VCST-REBATE-CENTS / 100
036100     MOVE WS-BANK-AMT    TO WS-REG-SETTLED-AMT(WS-REG-IX)
036200     MOVE WS-BANK-REBATE TO WS-REG-REBATE-AMT(WS-REG-IX)
036300     ADD WS-BANK-AMT     TO WS-SETTLED-TOTAL
036400     ADD WS-BANK-REBATE  TO WS-REBATE-TOTAL
036500     IF WS-BANK-AMT NOT = WS-REG-AMOUNT(WS-REG-IX)
036600         ADD 1 TO WS-AMT-MISMATCH-COUNT
036700         MOVE WS-REG-AMOUNT(WS-REG-IX) TO WS-RPT-AMOUNT
036800         MOVE WS-BANK-AMT TO WS-RPT-AMOUNT2
036900         MOVE SPACES TO RPT-LINE
037000         STRING 'SETTLED AMOUNT MISMATCH - REF '
037100             WS-REG-PAYMENT-REF(WS-REG-IX)
037200             ' CARD ' WS-RPT-AMOUNT
037300             ' BANK SETTLED ' WS-RPT-AMOUNT2
037400             DELIMITED BY SIZE INTO RPT-LINE
037500         WRITE RPT-LINE
037600     END-IF.
037700
037800*A CARD CAN ONLY EXPIRE FROM AN OPEN STATUS, SO NOTHING ON IT WAS
037900*EVER SETTLED - THE PROVIDER HAS NOT BEEN PAID.
038000 3500-EXPIRE-CARD.
038100     ADD 1 TO WS-EXPIRED-COUNT
038200     ADD WS-REG-AMOUNT(WS-REG-IX) TO WS-EXPIRED-TOTAL
038300     MOVE WS-REG-AMOUNT(WS-REG-IX) TO WS-RPT-AMOUNT
038400     MOVE SPACES TO EXP-LINE
038500     STRING WS-REG-PROV-NPI(WS-REG-IX)
038600         '    ' WS-REG-PAYMENT-REF(WS-REG-IX)
038700         ' ' WS-REG-CLM-KEY(WS-REG-IX)
038800         ' ' WS-RPT-AMOUNT
038900         '  ' WS-REG-ISSUE-DATE(WS-REG-IX)
039000         '  ' VCST-STATUS-DATE
039100         DELIMITED BY SIZE INTO EXP-LINE
039200     WRITE EXP-LINE.
039300
039400 7000-WRITE-REGISTER-OUT.
039500     OPEN OUTPUT CARD-REGISTER-OUT
039600     PERFORM VARYING WS-REG-IX FROM 1 BY 1
039700             UNTIL WS-REG-IX > WS-REG-TABLE-COUNT
039800         MOVE WS-REG-PAYMENT-REF(WS-REG-IX)
039900             TO VCRG-PAYMENT-REF OF VCRO-RECORD
040000         MOVE WS-REG-ISSUE-DATE(WS-REG-IX)
040100             TO VCRG-ISSUE-DATE OF VCRO-RECORD
040200         MOVE WS-REG-AMOUNT(WS-REG-IX)
040300             TO VCRG-AMOUNT OF VCRO-RECORD
040400         MOVE WS-REG-PROV-NPI(WS-REG-IX)
040500             TO VCRG-PROV-NPI OF VCRO-RECORD
040600         MOVE WS-REG-CLM-KEY(WS-REG-IX)
040700             TO VCRG-CLM-KEY OF VCRO-RECORD
040800         MOVE WS-REG-POLICY-KEY(WS-REG-IX)
040900             TO VCRG-POLICY-KEY OF VCRO-RECORD
041000         MOVE WS-REG-NPI-KEY(WS-REG-IX)
041100             TO VCRG-NPI-KEY OF VCRO-RECORD
041200         MOVE WS-REG-STATUS(WS-REG-IX)
041300             TO VCRG-STATUS OF VCRO-RECORD
041400         MOVE WS-REG-STATUS-DATE(WS-REG-IX)
041500             TO VCRG-STATUS-DATE OF VCRO-RECORD
041600         MOVE WS-REG-CARD-LAST4(WS-REG-IX)
041700             TO VCRG-CARD-LAST4 OF VCRO-RECORD
041800         MOVE WS-REG-EXPIRY-DATE(WS-REG-IX)
041900             TO VCRG-EXPIRY-DATE OF VCRO-RECORD
042000         MOVE WS-REG-SETTLED-AMT(WS-REG-IX)
042100             TO VCRG-SETTLED-AMT OF VCRO-RECORD
042200         MOVE WS-REG-REBATE-AMT(WS-REG-IX)
042300             TO VCRG-REBATE-AMT OF VCRO-RECORD
042400         IF VCRG-IS-OPEN OF VCRO-RECORD
042500             ADD 1 TO WS-OPEN-COUNT
042600             ADD WS-REG-AMOUNT(WS-REG-IX) TO WS-OPEN-TOTAL
042700         END-IF
042800         WRITE VCRO-RECORD
042900     END-PERFORM
043000     CLOSE CARD-REGISTER-OUT.
043100
043200 8000-WRITE-SUMMARY.
043300     MOVE SPACES TO RPT-LINE
043400     WRITE RPT-LINE
043500     MOVE SPACES TO RPT-LINE
043600     STRING 'STATUS ROWS READ ' WS-STATUS-READ-COUNT
043700         '  NEW CARDS REGISTERED ' WS-NEW-REG-COUNT
043800         '  ISSUED ' WS-ISSUED-COUNT
043900         '  AUTHORIZED ' WS-AUTH-COUNT
044000         DELIMITED BY SIZE INTO RPT-LINE
044100     WRITE RPT-LINE
044200     MOVE WS-SETTLED-TOTAL TO WS-RPT-AMOUNT
044300     MOVE WS-REBATE-TOTAL TO WS-RPT-AMOUNT2
044400     MOVE SPACES TO RPT-LINE
044500     STRING 'SETTLED ' WS-SETTLED-COUNT
044600         '  TOTAL ' WS-RPT-AMOUNT
044700         '  REBATE EARNED ' WS-RPT-AMOUNT2
044800         DELIMITED BY SIZE INTO RPT-LINE
044900     WRITE RPT-LINE
045000     MOVE WS-EXPIRED-TOTAL TO WS-RPT-AMOUNT
045100     MOVE SPACES TO RPT-LINE
045200     STRING 'EXPIRED UNUSED ' WS-EXPIRED-COUNT
045300         '  TOTAL ' WS-RPT-AMOUNT
045400         DELIMITED BY SIZE INTO RPT-LINE
045500     WRITE RPT-LINE
045600     MOVE WS-OPEN-TOTAL TO WS-RPT-AMOUNT
045700     MOVE SPACES TO RPT-LINE
045800     STRING 'STILL OPEN ' WS-OPEN-COUNT
045900         '  TOTAL ' WS-RPT-AMOUNT
046000         DELIMITED BY SIZE INTO RPT-LINE
046100     WRITE RPT-LINE
046200     MOVE SPACES TO RPT-LINE
046300     STRING 'EXCEPTIONS - UNKNOWN REF ' WS-UNKNOWN-COUNT
046400         '  OUT OF SEQUENCE ' WS-SEQUENCE-ERR-COUNT
046500         '  AMOUNT MISMATCH ' WS-AMT-MISMATCH-COUNT
046600         DELIMITED BY SIZE INTO RPT-LINE
046700     WRITE RPT-LINE
046800     IF WS-REG-OVERFLOW-COUNT NOT = ZERO
046900         MOVE SPACES TO RPT-LINE
047000         STRING 'CARD REGISTER TABLE FULL - '
047100             WS-REG-OVERFLOW-COUNT
047200             ' CARDS NOT CARRIED - RERUN REQUIRED (RC 8)'
047300             DELIMITED BY SIZE INTO RPT-LINE
047400         WRITE RPT-LINE
047410         MOVE SPACES TO RPT-LINE
047420         STRING 'CARD REGISTER NOT WRITTEN AND NO CONTROL LEDGER '
047430             'ROWS POSTED THIS RUN'
047440             DELIMITED BY SIZE INTO RPT-LINE
047450         WRITE RPT-LINE
047500     END-IF
047600     MOVE SPACES TO EXP-LINE
047700     WRITE EXP-LINE
047800     MOVE WS-EXPIRED-TOTAL TO WS-RPT-AMOUNT
047900     MOVE SPACES TO EXP-LINE
048000     STRING 'CARDS EXPIRED UNUSED ' WS-EXPIRED-COUNT
048100         '  TOTAL ' WS-RPT-AMOUNT
048200         DELIMITED BY SIZE INTO EXP-LINE
048300     WRITE EXP-LINE.
048400
048500 8500-WRITE-CONTROL-LEDGER.
048600     OPEN EXTEND CONTROL-LEDGER
048700     IF WS-CTLG-STATUS = '35'
048800         OPEN OUTPUT CONTROL-LEDGER
048900     END-IF
049000     MOVE 'BCPVCSTS'         TO CTLG-PROGRAM
049100     MOVE WS-TODAY-DATE      TO CTLG-RUN-DATE
049200     MOVE 'VCSTAT  '         TO CTLG-FILE-NAME
049300     MOVE 'I'                TO CTLG-DIRECTION
049400     MOVE WS-STATUS-READ-COUNT TO CTLG-REC-COUNT
049500     MOVE ZERO               TO CTLG-AMOUNT
049600     WRITE CTLG-RECORD
049700     MOVE 'O'                TO CTLG-DIRECTION
049800     MOVE 'VCSETTLE'         TO CTLG-FILE-NAME
049900     MOVE WS-SETTLED-COUNT   TO CTLG-REC-COUNT
050000     MOVE WS-SETTLED-TOTAL   TO CTLG-AMOUNT
050100     WRITE CTLG-RECORD
050200     MOVE 'VCREBATE'         TO CTLG-FILE-NAME
050300     MOVE WS-SETTLED-COUNT   TO CTLG-REC-COUNT
050400     MOVE WS-REBATE-TOTAL    TO CTLG-AMOUNT
050500     WRITE CTLG-RECORD
050600     MOVE 'VCEXPIRE'         TO CTLG-FILE-NAME
050700     MOVE WS-EXPIRED-COUNT   TO CTLG-REC-COUNT
050800     MOVE WS-EXPIRED-TOTAL   TO CTLG-AMOUNT
050900     WRITE CTLG-RECORD
051000     CLOSE CONTROL-LEDGER.
051100
051200 9000-TERMINATE.
051300     CLOSE CARD-STATUS-FILE
051400     CLOSE CARD-EXPIRED-RPT
051500     CLOSE CARD-STATUS-RPT.
