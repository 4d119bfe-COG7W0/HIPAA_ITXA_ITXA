000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150138 - WEEKLY CROSS-FILE          *
000300*            REFERENTIAL INTEGRITY SWEEP. THE PAYMENT AND CLAIM  *
000400*            MASTERS POINT AT EACH OTHER BY CLAIM KEY,           *
000500*            BCP-RESP-KEY AND NPI, AND PURGES, ARCHIVES AND      *
000600*            BACKOUTS CAN LEAVE A POINTER THAT NO LONGER         *
000700*            RESOLVES. THIS JOB READS THE PAID-KEY MASTER, CHECK *
000800*            CROSS-REFERENCE, OUTSTANDING CHECK REGISTER,        *
000900*            RECEIVABLES, DUNNING STAGES, DISPUTE CASES,         *
001000*            SUBROGATION CASES, RELEASE QUEUE, CLAIM NOTES,      *
001100*            ATTACHMENT MASTER AND CLAIM HISTORY (BY KEY), PLUS  *
001200*            THE POSTED CLAIMS AND VIRTUAL CARD REGISTER AS THE  *
001300*            ACH AND CARD PAYMENT RECORDS, AND LISTS EVERY       *
001400*            ORPHAN (A POINTER WITH NOTHING AT THE OTHER END)    *
001500*            AND CONTRADICTION (BOTH ENDS PRESENT BUT            *
001600*            DISAGREEING) WITH A COUNT PER FILE PAIR. NOTHING IS *
001700*            UPDATED. RETURN-CODE 4 WHEN THE TOTAL EXCEEDS THE   *
001800*            TOLERANCE ON THE CONTROL RECORD (BCPINTCT) OR THE   *
001900*            SWEEP IS INCOMPLETE (A TABLE FILLED OR CLAIM        *
002000*            HISTORY WAS NOT AVAILABLE).                         *
002100******************************************************************
002110* 10-15-26 - R KOWALSKI - AR 150138 - A TABLE THAT FILLS IS      *
002120*            REPORTED ONCE, NOT ONCE PER ROW LEFT OUT.           *
002130******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. BCPINTCK.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL INT-CONTROL-FILE ASSIGN TO INTCTL
002800            ORGANIZATION IS LINE SEQUENTIAL
002900            FILE STATUS IS WS-CTL-STATUS.
003000     SELECT OPTIONAL PAID-KEY-FILE ASSIGN TO PDKEYMST
003100            ORGANIZATION IS LINE SEQUENTIAL
003200            FILE STATUS IS WS-PDK-STATUS.
003300     SELECT OPTIONAL CHECK-XREF-FILE ASSIGN TO CHKXREF
003400            ORGANIZATION IS LINE SEQUENTIAL
003500            FILE STATUS IS WS-CKX-STATUS.
003600     SELECT OPTIONAL CHECK-REGISTER-FILE ASSIGN TO OCREG
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS IS WS-REG-STATUS.
003900     SELECT OPTIONAL RECEIVABLE-FILE ASSIGN TO RECVBL
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS WS-RCV-STATUS.
004200     SELECT OPTIONAL POSTED-CLAIMS ASSIGN TO POSTCLAIM
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS WS-POST-STATUS.
004500     SELECT OPTIONAL CARD-REGISTER-FILE ASSIGN TO VCREG
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS WS-VCR-STATUS.
004800     SELECT OPTIONAL DUN-STAGE-FILE ASSIGN TO DUNSTG
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS WS-DUN-STATUS.
005100     SELECT OPTIONAL DISPUTE-CASE-FILE ASSIGN TO DSPCASE
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS WS-DSP-STATUS.
005400     SELECT OPTIONAL SUBRO-CASE-FILE ASSIGN TO SUBROCSE
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            FILE STATUS IS WS-SBR-STATUS.
005700     SELECT OPTIONAL RELEASE-QUEUE ASSIGN TO RELQIN
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS IS WS-RLQ-STATUS.
006000     SELECT OPTIONAL CLAIM-NOTES-FILE ASSIGN TO CLMNOTES
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            FILE STATUS IS WS-NOT-STATUS.
006300     SELECT OPTIONAL ATTACH-MASTER-FILE ASSIGN TO ATCMAST
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS IS WS-ATC-STATUS.
006600     SELECT CLAIM-HISTORY ASSIGN TO CLMHIST
006700            ORGANIZATION IS INDEXED
006800            ACCESS MODE IS RANDOM
006900            RECORD KEY IS CHIST-CLM-KEY OF CHIST-RECORD
007000            FILE STATUS IS WS-CHIST-STATUS.
007100     SELECT INTEGRITY-RPT ASSIGN TO INTCKRPT
007200            ORGANIZATION IS LINE SEQUENTIAL
007300            FILE STATUS IS WS-RPT-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  INT-CONTROL-FILE.
007700     COPY BCPINTCT.
007800 FD  PAID-KEY-FILE.
007900     COPY BCPPDKEY.
008000 FD  CHECK-XREF-FILE.
008100     COPY BCPCKREF.
008200 FD  CHECK-REGISTER-FILE.
008300     COPY BCPOCREG.
008400 FD  RECEIVABLE-FILE.
008500     COPY BCPRCVBL.
008600 FD  POSTED-CLAIMS.
008700     COPY BCPMG50.
008800 FD  CARD-REGISTER-FILE.
008900     COPY BCPVCREG.
009000 FD  DUN-STAGE-FILE.
009100     COPY BCPDUNST.
009200 FD  DISPUTE-CASE-FILE.
009300     COPY BCPDSPCS.
009400 FD  SUBRO-CASE-FILE.
009500     COPY BCPSUBRO.
009600 FD  RELEASE-QUEUE.
009700     COPY BCPRELQ.
009800 FD  CLAIM-NOTES-FILE.
009900     COPY BCPCLNOT.
010000 FD  ATTACH-MASTER-FILE.
010100     COPY BCPATCMS.
010200 FD  CLAIM-HISTORY.
010300     COPY BCPCHIST.
010400 FD  INTEGRITY-RPT.
010500 01  RPT-LINE                  PIC X(132).
010600 WORKING-STORAGE SECTION.
010700     COPY BCPRESP_Updated
010800         REPLACING ==BCP-RESP-RECORD== BY ==WRK-RESP-DTL==.
010900 01  WS-CTL-STATUS             PIC X(02).
011000 01  WS-PDK-STATUS             PIC X(02).
011100 01  WS-CKX-STATUS             PIC X(02).
011200 01  WS-REG-STATUS             PIC X(02).
011300 01  WS-RCV-STATUS             PIC X(02).
011400 01  WS-POST-STATUS            PIC X(02).
011500 01  WS-VCR-STATUS             PIC X(02).
011600 01  WS-DUN-STATUS             PIC X(02).
011700 01  WS-DSP-STATUS             PIC X(02).
011800 01  WS-SBR-STATUS             PIC X(02).
011900 01  WS-RLQ-STATUS             PIC X(02).
012000 01  WS-NOT-STATUS             PIC X(02).
012100 01  WS-ATC-STATUS             PIC X(02).
012200 01  WS-CHIST-STATUS           PIC X(02).
012300 01  WS-RPT-STATUS             PIC X(02).
012400 01  WS-EOF-SW                 PIC X(01)      VALUE 'N'.
012500     88  WS-NO-MORE-INPUT          VALUE 'Y'.
012600 01  WS-HIST-OPEN-SW           PIC X(01)      VALUE 'N'.
012700     88  WS-HIST-AVAILABLE         VALUE 'Y'.
012800 01  WS-HIST-FOUND-SW          PIC X(01)      VALUE 'N'.
012900     88  WS-HIST-FOUND             VALUE 'Y'.
013000 01  WS-FOUND-SW               PIC X(01)      VALUE 'N'.
013100     88  WS-ROW-FOUND              VALUE 'Y'.
013200 01  WS-INCOMPLETE-SW          PIC X(01)      VALUE 'N'.
013300     88  WS-SWEEP-INCOMPLETE       VALUE 'Y'.
013400 01  WS-TODAY-DATE             PIC X(08).
013500 01  WS-TOLERANCE              PIC 9(07)      VALUE ZERO.
013600 01  WS-DETAIL-LIMIT           PIC 9(05)      VALUE ZERO.
013700 01  WS-TOTAL-EXCEPTIONS       PIC 9(07)      VALUE ZERO.
013800 01  WS-ORPHAN-TOTAL           PIC 9(07)      VALUE ZERO.
013900 01  WS-CONTRA-TOTAL           PIC 9(07)      VALUE ZERO.
014000 01  WS-LOOK-CLM-KEY           PIC 9(06).
014100 01  WS-LOOK-POLICY-KEY        PIC 9(09).
014200 01  WS-LOOK-NPI-KEY           PIC 9(10).
014300 01  WS-LOOK-NPI               PIC X(10).
014400 01  WS-LOOK-CHECK-NBR         PIC 9(10).
014500 01  WS-EXC-KEY-TEXT           PIC X(60).
014550 01  WS-OVF-LAST-TEXT          PIC X(60)      VALUE SPACES.
014600 01  WS-PAIR-SUB               PIC 9(02).
014700 01  WS-FILE-READ-COUNT        PIC 9(07)      VALUE ZERO.
014800*THE FILE PAIRS CHECKED: REFERRING FILE, REFERRED-TO FILE, KIND
014900*(O = ORPHAN, C = CONTRADICTION) AND THE EXCEPTION TEXT.
015000 01  WS-PAIR-CONSTANTS.
015100     05  FILLER                PIC X(18)      VALUE
015200         'RECVBL  CLMHIST O '.
015300     05  FILLER                PIC X(39)      VALUE
015400         'RECEIVABLE CLAIM NOT IN CLAIM HISTORY  '.
015500     05  FILLER                PIC X(18)      VALUE
015600         'PDKEYMSTACH/CHK O '.
015700     05  FILLER                PIC X(39)      VALUE
015800         'PAID KEY WITH NO ACH, CHECK OR CARD    '.
015900     05  FILLER                PIC X(18)      VALUE
016000         'CHKXREF OCREG   O '.
016100     05  FILLER                PIC X(39)      VALUE
016200         'CHECK NOT ON OUTSTANDING CHECK REGISTER'.
016300     05  FILLER                PIC X(18)      VALUE
016400         'OCREG   CHKXREF O '.
016500     05  FILLER                PIC X(39)      VALUE
016600         'REGISTER CHECK WITH NO CHECK XREF      '.
016700     05  FILLER                PIC X(18)      VALUE
016800         'CHKXREF PDKEYMSTC '.
016900     05  FILLER                PIC X(39)      VALUE
017000         'CHECK ISSUED FOR A KEY NOT MARKED PAID '.
017100     05  FILLER                PIC X(18)      VALUE
017200         'DUNSTG  RECVBL  O '.
017300     05  FILLER                PIC X(39)      VALUE
017400         'DUNNING STAGE WITH NO RECEIVABLE       '.
017500     05  FILLER                PIC X(18)      VALUE
017600         'DUNSTG  RECVBL  C '.
017700     05  FILLER                PIC X(39)      VALUE
017800         'DUNNING STAGE ON A SATISFIED RECEIVABLE'.
017900     05  FILLER                PIC X(18)      VALUE
018000         'DSPCASE CLMHIST O '.
018100     05  FILLER                PIC X(39)      VALUE
018200         'DISPUTE CASE CLAIM NOT IN HISTORY      '.
018300     05  FILLER                PIC X(18)      VALUE
018400         'SUBROCSECLMHIST O '.
018500     05  FILLER                PIC X(39)      VALUE
018600         'SUBRO CASE CLAIM NOT IN HISTORY        '.
018700     05  FILLER                PIC X(18)      VALUE
018800         'SUBROCSERECVBL  C '.
018900     05  FILLER                PIC X(39)      VALUE
019000         'SUBRO SETTLED BY RECEIVABLE - NONE HELD'.
019100     05  FILLER                PIC X(18)      VALUE
019200         'RELQIN  PDKEYMSTC '.
019300     05  FILLER                PIC X(39)      VALUE
019400         'QUEUED FOR RELEASE BUT ALREADY PAID    '.
019500     05  FILLER                PIC X(18)      VALUE
019600         'CLMNOTESCLMHIST O '.
019700     05  FILLER                PIC X(39)      VALUE
019800         'CLAIM NOTE FOR CLAIM NOT IN HISTORY    '.
019900     05  FILLER                PIC X(18)      VALUE
020000         'ATCMAST CLMHIST O '.
020100     05  FILLER                PIC X(39)      VALUE
020200         'ATTACHMENT FOR CLAIM NOT IN HISTORY    '.
020300 01  WS-PAIR-TABLE REDEFINES WS-PAIR-CONSTANTS.
020400     05  WS-PAIR-ENTRY         OCCURS 13 TIMES.
020500         10  WS-PAIR-FROM          PIC X(08).
020600         10  WS-PAIR-TO            PIC X(08).
020700         10  WS-PAIR-KIND          PIC X(01).
020800             88  WS-PAIR-IS-ORPHAN     VALUE 'O'.
020900         10  FILLER                PIC X(01).
021000         10  WS-PAIR-TEXT          PIC X(39).
021100 01  WS-PAIR-COUNT-TABLE.
021200     05  WS-PAIR-COUNT         PIC 9(07)      OCCURS 13 TIMES.
021300 01  WS-PDK-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
021400 01  WS-PDK-TABLE.
021500     05  WS-PDK-ENTRY          OCCURS 1 TO 20000 TIMES
021600                               DEPENDING ON WS-PDK-TABLE-COUNT
021700                               INDEXED BY WS-PDK-IX.
021800         10  WS-PDK-CLM-KEY        PIC 9(06).
021900         10  WS-PDK-POLICY-KEY     PIC 9(09).
022000         10  WS-PDK-NPI-KEY        PIC 9(10).
022100         10  WS-PDK-TRACE          PIC X(15).
022200 01  WS-CKX-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
022300 01  WS-CKX-TABLE.
022400     05  WS-CKX-ENTRY          OCCURS 1 TO 20000 TIMES
022500                               DEPENDING ON WS-CKX-TABLE-COUNT
022600                               INDEXED BY WS-CKX-IX.
022700         10  WS-CKX-CLM-KEY        PIC 9(06).
022800         10  WS-CKX-POLICY-KEY     PIC 9(09).
022900         10  WS-CKX-NPI-KEY        PIC 9(10).
023000         10  WS-CKX-CHECK-NBR      PIC 9(10).
023100 01  WS-REG-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
023200 01  WS-REG-TABLE.
023300     05  WS-REG-ENTRY          OCCURS 1 TO 20000 TIMES
023400                               DEPENDING ON WS-REG-TABLE-COUNT
023500                               INDEXED BY WS-REG-IX.
023600         10  WS-REG-CHECK-NBR      PIC 9(10).
023700         10  WS-REG-CLM-KEY        PIC 9(06).
023800 01  WS-RCV-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
023900 01  WS-RCV-TABLE.
024000     05  WS-RCV-ENTRY          OCCURS 1 TO 5000 TIMES
024100                               DEPENDING ON WS-RCV-TABLE-COUNT
024200                               INDEXED BY WS-RCV-IX.
024300         10  WS-RCV-CLM-KEY        PIC 9(06).
024400         10  WS-RCV-POLICY-KEY     PIC 9(09).
024500         10  WS-RCV-NPI            PIC X(10).
024600         10  WS-RCV-REC-STATUS     PIC X(01).
024700             88  WS-RCV-IS-OPEN        VALUE 'O'.
024800*CLAIMS WITH AN ACH (POSTED WITH A TRACE) OR VIRTUAL CARD
024900*PAYMENT RECORD; CHECKS COME FROM THE CHECK XREF TABLE.
025000 01  WS-PAY-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
025100 01  WS-PAY-TABLE.
025200     05  WS-PAY-ENTRY          OCCURS 1 TO 30000 TIMES
025300                               DEPENDING ON WS-PAY-TABLE-COUNT
025400                               INDEXED BY WS-PAY-IX.
025500         10  WS-PAY-CLM-KEY        PIC 9(06).
025600         10  WS-PAY-POLICY-KEY     PIC 9(09).
025700 01  WS-RPT-COUNT              PIC Z,ZZZ,ZZ9.
025800 PROCEDURE DIVISION.
025900 0000-MAIN-CONTROL.
026000     PERFORM 1000-INITIALIZE
026100     PERFORM 1100-LOAD-PAID-KEYS
026200     PERFORM 1200-LOAD-CHECK-XREF
026300     PERFORM 1300-LOAD-CHECK-REGISTER
026400     PERFORM 1400-LOAD-RECEIVABLES
026500     PERFORM 1500-LOAD-POSTED-CLAIMS
026600     PERFORM 1600-LOAD-CARD-REGISTER
026700     PERFORM 1700-OPEN-CLAIM-HISTORY
026800     PERFORM 2000-CHECK-RECEIVABLES
026900     PERFORM 2100-CHECK-PAID-KEYS
027000     PERFORM 2200-CHECK-CHECK-XREF
027100     PERFORM 2300-CHECK-REGISTER
027200     PERFORM 2400-CHECK-DUNNING
027300     PERFORM 2500-CHECK-DISPUTES
027400     PERFORM 2600-CHECK-SUBRO
027500     PERFORM 2700-CHECK-RELEASE-QUEUE
027600     PERFORM 2800-CHECK-NOTES
027700     PERFORM 2900-CHECK-ATTACHMENTS
027800     PERFORM 5000-WRITE-SUMMARY
027900     PERFORM 9000-TERMINATE
028000     IF WS-TOTAL-EXCEPTIONS > WS-TOLERANCE
028100         OR WS-SWEEP-INCOMPLETE
028200         MOVE 4 TO RETURN-CODE
028300     END-IF
028400     STOP RUN.
028500
028600 1000-INITIALIZE.
028700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
028800     MOVE ZEROS TO WS-PAIR-COUNT-TABLE
028900     OPEN OUTPUT INTEGRITY-RPT
029000     MOVE SPACES TO RPT-LINE
029100     STRING 'CROSS-FILE REFERENTIAL INTEGRITY SWEEP  RUN DATE '
029200         WS-TODAY-DATE
029300         DELIMITED BY SIZE INTO RPT-LINE
029400     WRITE RPT-LINE
029500     OPEN INPUT INT-CONTROL-FILE
029600     READ INT-CONTROL-FILE
029700         AT END
029800             CONTINUE
029900         NOT AT END
030000             IF INTC-TOLERANCE IS NUMERIC
030100                 MOVE INTC-TOLERANCE TO WS-TOLERANCE
030200             END-IF
030300             IF INTC-DETAIL-LIMIT IS NUMERIC
030400                 MOVE INTC-DETAIL-LIMIT TO WS-DETAIL-LIMIT
030500             END-IF
030600     END-READ
030700     CLOSE INT-CONTROL-FILE.
030800
030900 1100-LOAD-PAID-KEYS.
031000     MOVE 'N' TO WS-EOF-SW
031100     OPEN INPUT PAID-KEY-FILE
031200     IF WS-PDK-STATUS = '35'
031300         SET WS-NO-MORE-INPUT TO TRUE
031400     ELSE
031500         PERFORM 1110-READ-PAID-KEY
031600     END-IF
031700     PERFORM UNTIL WS-NO-MORE-INPUT
031800         IF WS-PDK-TABLE-COUNT < 20000
031900             ADD 1 TO WS-PDK-TABLE-COUNT
032000             SET WS-PDK-IX TO WS-PDK-TABLE-COUNT
032100             MOVE PDKEY-CLM-KEY    TO WS-PDK-CLM-KEY(WS-PDK-IX)
032200             MOVE PDKEY-POLICY-KEY TO WS-PDK-POLICY-KEY(WS-PDK-IX)
032300             MOVE PDKEY-NPI-KEY    TO WS-PDK-NPI-KEY(WS-PDK-IX)
032400             MOVE PDKEY-ENTRY-TRACE TO WS-PDK-TRACE(WS-PDK-IX)
032500         ELSE
032600             MOVE 'PDKEYMST' TO WS-EXC-KEY-TEXT
032700             PERFORM 8100-REPORT-OVERFLOW
032800         END-IF
032900         PERFORM 1110-READ-PAID-KEY
033000     END-PERFORM
033100     IF WS-PDK-STATUS NOT = '35'
033200         CLOSE PAID-KEY-FILE
033300     END-IF.
033400
033500 1110-READ-PAID-KEY.
033600     READ PAID-KEY-FILE
033700         AT END
033800             SET WS-NO-MORE-INPUT TO TRUE
033900     END-READ.
034000
034100 1200-LOAD-CHECK-XREF.
034200     MOVE 'N' TO WS-EOF-SW
034300     OPEN INPUT CHECK-XREF-FILE
034400     IF WS-CKX-STATUS = '35'
034500         SET WS-NO-MORE-INPUT TO TRUE
034600     ELSE
034700         PERFORM 1210-READ-CHECK-XREF
034800     END-IF
034900     PERFORM UNTIL WS-NO-MORE-INPUT
035000         IF WS-CKX-TABLE-COUNT < 20000
035100             ADD 1 TO WS-CKX-TABLE-COUNT
035200             SET WS-CKX-IX TO WS-CKX-TABLE-COUNT
035300             MOVE CKREF-CLM-KEY    TO WS-CKX-CLM-KEY(WS-CKX-IX)
035400             MOVE CKREF-POLICY-KEY TO WS-CKX-POLICY-KEY(WS-CKX-IX)
035500             MOVE CKREF-NPI-KEY    TO WS-CKX-NPI-KEY(WS-CKX-IX)
035600             MOVE CKREF-CHECK-NBR  TO WS-CKX-CHECK-NBR(WS-CKX-IX)
035700         ELSE
035800             MOVE 'CHKXREF' TO WS-EXC-KEY-TEXT
035900             PERFORM 8100-REPORT-OVERFLOW
036000         END-IF
036100         PERFORM 1210-READ-CHECK-XREF
036200     END-PERFORM
036300     IF WS-CKX-STATUS NOT = '35'
036400         CLOSE CHECK-XREF-FILE
036500     END-IF.
036600
036700 1210-READ-CHECK-XREF.
036800     READ CHECK-XREF-FILE
036900         AT END
037000             SET WS-NO-MORE-INPUT TO TRUE
037100     END-READ.
037200
037300 1300-LOAD-CHECK-REGISTER.
037400     MOVE 'N' TO WS-EOF-SW
037500     OPEN INPUT CHECK-REGISTER-FILE
037600     IF WS-REG-STATUS = '35'
037700         SET WS-NO-MORE-INPUT TO TRUE
037800     ELSE
037900         PERFORM 1310-READ-CHECK-REGISTER
038000     END-IF
038100     PERFORM UNTIL WS-NO-MORE-INPUT
038200         IF WS-REG-TABLE-COUNT < 20000
038300             ADD 1 TO WS-REG-TABLE-COUNT
038400             SET WS-REG-IX TO WS-REG-TABLE-COUNT
038500             MOVE OCRG-CHECK-NBR TO WS-REG-CHECK-NBR(WS-REG-IX)
038600             MOVE OCRG-CLM-KEY   TO WS-REG-CLM-KEY(WS-REG-IX)
038700         ELSE
038800             MOVE 'OCREG' TO WS-EXC-KEY-TEXT
038900             PERFORM 8100-REPORT-OVERFLOW
039000         END-IF
039100         PERFORM 1310-READ-CHECK-REGISTER
039200     END-PERFORM
039300     IF WS-REG-STATUS NOT = '35'
039400         CLOSE CHECK-REGISTER-FILE
039500     END-IF.
039600
039700 1310-READ-CHECK-REGISTER.
039800     READ CHECK-REGISTER-FILE
039900         AT END
040000             SET WS-NO-MORE-INPUT TO TRUE
040100     END-READ.
040200
040300 1400-LOAD-RECEIVABLES.
040400     MOVE 'N' TO WS-EOF-SW
040500     OPEN INPUT RECEIVABLE-FILE
040600     IF WS-RCV-STATUS = '35'
040700         SET WS-NO-MORE-INPUT TO TRUE
040800     ELSE
040900         PERFORM 1410-READ-RECEIVABLE
041000     END-IF
041100     PERFORM UNTIL WS-NO-MORE-INPUT
041200         IF WS-RCV-TABLE-COUNT < 5000
041300             ADD 1 TO WS-RCV-TABLE-COUNT
041400             SET WS-RCV-IX TO WS-RCV-TABLE-COUNT
041500             MOVE RCVB-CLM-KEY    TO WS-RCV-CLM-KEY(WS-RCV-IX)
041600             MOVE RCVB-POLICY-KEY TO WS-RCV-POLICY-KEY(WS-RCV-IX)
041700             MOVE RCVB-PROV-NPI   TO WS-RCV-NPI(WS-RCV-IX)
041800             MOVE RCVB-STATUS     TO WS-RCV-REC-STATUS(WS-RCV-IX)
041900         ELSE
042000             MOVE 'RECVBL' TO WS-EXC-KEY-TEXT
042100             PERFORM 8100-REPORT-OVERFLOW
042200         END-IF
042300         PERFORM 1410-READ-RECEIVABLE
042400     END-PERFORM
042500     IF WS-RCV-STATUS NOT = '35'
042600         CLOSE RECEIVABLE-FILE
042700     END-IF.
042800
042900 1410-READ-RECEIVABLE.
043000     READ RECEIVABLE-FILE
043100         AT END
043200             SET WS-NO-MORE-INPUT TO TRUE
043300     END-READ.
043400
043500*A POSTED CLAIM CARRYING ITS ACH TRACE IS THE NACHA RECORD OF
043600*THE PAYMENT.
043700 1500-LOAD-POSTED-CLAIMS.
043800     MOVE 'N' TO WS-EOF-SW
043900     OPEN INPUT POSTED-CLAIMS
044000     IF WS-POST-STATUS = '35'
044100         SET WS-NO-MORE-INPUT TO TRUE
044200     ELSE
044300         PERFORM 1510-READ-POSTED-CLAIM
044400     END-IF
044500     PERFORM UNTIL WS-NO-MORE-INPUT
044600         IF MEDG-CLM50-IS-POSTED
044700             AND MEDG-CLM50-ACH-TRACE-NO NOT = SPACES
044800             MOVE MEDG-CLM50-CLM-KEY    TO WS-LOOK-CLM-KEY
044900             MOVE MEDG-CLM50-POLICY-KEY TO WS-LOOK-POLICY-KEY
045000             PERFORM 1550-ADD-PAYMENT
045100         END-IF
045200         PERFORM 1510-READ-POSTED-CLAIM
045300     END-PERFORM
045400     IF WS-POST-STATUS NOT = '35'
045500         CLOSE POSTED-CLAIMS
045600     END-IF.
045700
045800 1510-READ-POSTED-CLAIM.
045900     READ POSTED-CLAIMS
046000         AT END
046100             SET WS-NO-MORE-INPUT TO TRUE
046200     END-READ.
046300
046400 1550-ADD-PAYMENT.
046500     IF WS-PAY-TABLE-COUNT < 30000
046600         ADD 1 TO WS-PAY-TABLE-COUNT
046700         SET WS-PAY-IX TO WS-PAY-TABLE-COUNT
046800         MOVE WS-LOOK-CLM-KEY    TO WS-PAY-CLM-KEY(WS-PAY-IX)
046900         MOVE WS-LOOK-POLICY-KEY TO WS-PAY-POLICY-KEY(WS-PAY-IX)
047000     ELSE
047100         MOVE 'POSTCLAIM/VCREG' TO WS-EXC-KEY-TEXT
047200         PERFORM 8100-REPORT-OVERFLOW
047300     END-IF.
047400
047500 1600-LOAD-CARD-REGISTER.
047600     MOVE 'N' TO WS-EOF-SW
047700     OPEN INPUT CARD-REGISTER-FILE
047800     IF WS-VCR-STATUS = '35'
047900         SET WS-NO-MORE-INPUT TO TRUE
048000     ELSE
048100         PERFORM 1610-READ-CARD-REGISTER
048200     END-IF
048300     PERFORM UNTIL WS-NO-MORE-INPUT
048400         MOVE VCRG-CLM-KEY    TO WS-LOOK-CLM-KEY
048500         MOVE VCRG-POLICY-KEY TO WS-LOOK-POLICY-KEY
048600         PERFORM 1550-ADD-PAYMENT
048700         PERFORM 1610-READ-CARD-REGISTER
048800     END-PERFORM
048900     IF WS-VCR-STATUS NOT = '35'
049000         CLOSE CARD-REGISTER-FILE
049100     END-IF.
049200
049300 1610-READ-CARD-REGISTER.
049400     READ CARD-REGISTER-FILE
049500         AT END
049600             SET WS-NO-MORE-INPUT TO TRUE
049700     END-READ.
049800
049900*WITHOUT THE CLAIM HISTORY MASTER EVERY CLAIM POINTER WOULD
050000*LOOK LIKE AN ORPHAN, SO THOSE PAIRS ARE SKIPPED AND SAID SO.
050100 1700-OPEN-CLAIM-HISTORY.
050200     OPEN INPUT CLAIM-HISTORY
050300     IF WS-CHIST-STATUS = '00'
050400         SET WS-HIST-AVAILABLE TO TRUE
050500     ELSE
050600         SET WS-SWEEP-INCOMPLETE TO TRUE
050700         MOVE SPACES TO RPT-LINE
050800         STRING 'CLAIM HISTORY NOT AVAILABLE (STATUS '
050900             WS-CHIST-STATUS ') - CLAIM HISTORY PAIRS SKIPPED'
051000             DELIMITED BY SIZE INTO RPT-LINE
051100         WRITE RPT-LINE
051200     END-IF.
051300
051400 2000-CHECK-RECEIVABLES.
051500     IF WS-HIST-AVAILABLE
051600         PERFORM VARYING WS-RCV-IX FROM 1 BY 1
051700                 UNTIL WS-RCV-IX > WS-RCV-TABLE-COUNT
051800             MOVE WS-RCV-CLM-KEY(WS-RCV-IX) TO WS-LOOK-CLM-KEY
051900             PERFORM 7000-FIND-CLAIM-HISTORY
052000             IF NOT WS-HIST-FOUND
052100                 MOVE 1 TO WS-PAIR-SUB
052200                 MOVE SPACES TO WS-EXC-KEY-TEXT
052300                 STRING 'CLM ' WS-RCV-CLM-KEY(WS-RCV-IX)
052400                     ' POLICY ' WS-RCV-POLICY-KEY(WS-RCV-IX)
052500                     ' NPI ' WS-RCV-NPI(WS-RCV-IX)
052600                     DELIMITED BY SIZE INTO WS-EXC-KEY-TEXT
052700                 PERFORM 8000-REPORT-EXCEPTION
052800             END-IF
052900         END-PERFORM
053000     END-IF.
053100
053200*A PAID KEY IS BACKED BY A CHECK XREF ROW, A CONSOLIDATED ACH
053300*ENTRY TRACE ON THE KEY ITSELF, A POSTED CLAIM WITH ITS ACH
053400*TRACE OR A VIRTUAL CARD REGISTER ROW.
053500 2100-CHECK-PAID-KEYS.
053600     PERFORM VARYING WS-PDK-IX FROM 1 BY 1
053700             UNTIL WS-PDK-IX > WS-PDK-TABLE-COUNT
053800         IF WS-PDK-TRACE(WS-PDK-IX) = SPACES
053900             PERFORM 2110-FIND-PAYMENT
054000             IF NOT WS-ROW-FOUND
054100                 MOVE 2 TO WS-PAIR-SUB
054200                 MOVE SPACES TO WS-EXC-KEY-TEXT
054300                 STRING 'CLM ' WS-PDK-CLM-KEY(WS-PDK-IX)
054400                     ' POLICY ' WS-PDK-POLICY-KEY(WS-PDK-IX)
054500                     ' NPI ' WS-PDK-NPI-KEY(WS-PDK-IX)
054600                     DELIMITED BY SIZE INTO WS-EXC-KEY-TEXT
054700                 PERFORM 8000-REPORT-EXCEPTION
054800             END-IF
054900         END-IF
055000     END-PERFORM.
055100
055200 2110-FIND-PAYMENT.
055300     MOVE 'N' TO WS-FOUND-SW
055400     SET WS-CKX-IX TO 1
055500     SEARCH WS-CKX-ENTRY
055600         AT END
055700             CONTINUE
055800         WHEN WS-CKX-CLM-KEY(WS-CKX-IX)
055900                 = WS-PDK-CLM-KEY(WS-PDK-IX)
056000             AND WS-CKX-POLICY-KEY(WS-CKX-IX)
056100                 = WS-PDK-POLICY-KEY(WS-PDK-IX)
056200             AND WS-CKX-NPI-KEY(WS-CKX-IX)
056300                 = WS-PDK-NPI-KEY(WS-PDK-IX)
056400             SET WS-ROW-FOUND TO TRUE
056500     END-SEARCH
056600     IF NOT WS-ROW-FOUND
056700         SET WS-PAY-IX TO 1
056800         SEARCH WS-PAY-ENTRY
056900             AT END
057000                 CONTINUE
057100             WHEN WS-PAY-CLM-KEY(WS-PAY-IX)
057200                     = WS-PDK-CLM-KEY(WS-PDK-IX)
057300                 AND WS-PAY-POLICY-KEY(WS-PAY-IX)
057400                     = WS-PDK-POLICY-KEY(WS-PDK-IX)
057500                 SET WS-ROW-FOUND TO TRUE
057600         END-SEARCH
057700     END-IF.
057800
057900 2200-CHECK-CHECK-XREF.
058000     PERFORM VARYING WS-CKX-IX FROM 1 BY 1
058100             UNTIL WS-CKX-IX > WS-CKX-TABLE-COUNT
058200         MOVE SPACES TO WS-EXC-KEY-TEXT
058300         STRING 'CHECK ' WS-CKX-CHECK-NBR(WS-CKX-IX)
058400             ' CLM ' WS-CKX-CLM-KEY(WS-CKX-IX)
058500             ' POLICY ' WS-CKX-POLICY-KEY(WS-CKX-IX)
058600             DELIMITED BY SIZE INTO WS-EXC-KEY-TEXT
058700         MOVE 'N' TO WS-FOUND-SW
058800         SET WS-REG-IX TO 1
058900         SEARCH WS-REG-ENTRY
059000             AT END
059100                 CONTINUE
059200             WHEN WS-REG-CHECK-NBR(WS-REG-IX)
059300                     = WS-CKX-CHECK-NBR(WS-CKX-IX)
059400                 SET WS-ROW-FOUND TO TRUE
059500         END-SEARCH
059600         IF NOT WS-ROW-FOUND
059700             MOVE 3 TO WS-PAIR-SUB
059800             PERFORM 8000-REPORT-EXCEPTION
059900         END-IF
060000         MOVE 'N' TO WS-FOUND-SW
060100         SET WS-PDK-IX TO 1
060200         SEARCH WS-PDK-ENTRY
060300             AT END
060400                 CONTINUE
060500             WHEN WS-PDK-CLM-KEY(WS-PDK-IX)
060600                     = WS-CKX-CLM-KEY(WS-CKX-IX)
060700                 AND WS-PDK-POLICY-KEY(WS-PDK-IX)
060800                     = WS-CKX-POLICY-KEY(WS-CKX-IX)
060900                 AND WS-PDK-NPI-KEY(WS-PDK-IX)
061000                     = WS-CKX-NPI-KEY(WS-CKX-IX)
061100                 SET WS-ROW-FOUND TO TRUE
061200         END-SEARCH
061300         IF NOT WS-ROW-FOUND
061400             MOVE 5 TO WS-PAIR-SUB
061500             PERFORM 8000-REPORT-EXCEPTION
061600         END-IF
061700     END-PERFORM.
061800
061900 2300-CHECK-REGISTER.
062000     PERFORM VARYING WS-REG-IX FROM 1 BY 1
062100             UNTIL WS-REG-IX > WS-REG-TABLE-COUNT
062200         MOVE 'N' TO WS-FOUND-SW
062300         SET WS-CKX-IX TO 1
062400         SEARCH WS-CKX-ENTRY
062500             AT END
062600                 CONTINUE
062700             WHEN WS-CKX-CHECK-NBR(WS-CKX-IX)
062800                     = WS-REG-CHECK-NBR(WS-REG-IX)
062900                 SET WS-ROW-FOUND TO TRUE
063000         END-SEARCH
063100         IF NOT WS-ROW-FOUND
063200             MOVE 4 TO WS-PAIR-SUB
063300             MOVE SPACES TO WS-EXC-KEY-TEXT
063400             STRING 'CHECK ' WS-REG-CHECK-NBR(WS-REG-IX)
063500                 ' CLM ' WS-REG-CLM-KEY(WS-REG-IX)
063600                 DELIMITED BY SIZE INTO WS-EXC-KEY-TEXT
063700             PERFORM 8000-REPORT-EXCEPTION
063800         END-IF
063900     END-PERFORM.
064000
064100 2400-CHECK-DUNNING.
064200     MOVE 'N' TO WS-EOF-SW
064300     OPEN INPUT DUN-STAGE-FILE
064400     IF WS-DUN-STATUS = '35'
064500         SET WS-NO-MORE-INPUT TO TRUE
064600     ELSE
064700         PERFORM 2410-READ-DUN-STAGE
064800     END-IF
064900     PERFORM UNTIL WS-NO-MORE-INPUT
065000         MOVE DUN-CLM-KEY  TO WS-LOOK-CLM-KEY
065100         MOVE DUN-PROV-NPI TO WS-LOOK-NPI
065200         PERFORM 7100-FIND-RECEIVABLE
065300         MOVE SPACES TO WS-EXC-KEY-TEXT
065400         STRING 'CLM ' DUN-CLM-KEY
065500             ' NPI ' DUN-PROV-NPI
065600             ' STAGE ' DUN-STAGE
065700             DELIMITED BY SIZE INTO WS-EXC-KEY-TEXT
065800         EVALUATE TRUE
065900             WHEN NOT WS-ROW-FOUND
066000                 MOVE 6 TO WS-PAIR-SUB
066100                 PERFORM 8000-REPORT-EXCEPTION
066200             WHEN NOT WS-RCV-IS-OPEN(WS-RCV-IX)
066300                 MOVE 7 TO WS-PAIR-SUB
066400                 PERFORM 8000-REPORT-EXCEPTION
066500             WHEN OTHER
066600                 CONTINUE
066700         END-EVALUATE
066800         PERFORM 2410-READ-DUN-STAGE
066900     END-PERFORM
067000     IF WS-DUN-STATUS NOT = '35'
067100         CLOSE DUN-STAGE-FILE
067200     END-IF.
067300
067400 2410-READ-DUN-STAGE.
067500     READ DUN-STAGE-FILE
067600         AT END
067700             SET WS-NO-MORE-INPUT TO TRUE
067800     END-READ.
067900
068000 2500-CHECK-DISPUTES.
068100     MOVE 'N' TO WS-EOF-SW
068200     OPEN INPUT DISPUTE-CASE-FILE
068300     IF WS-DSP-STATUS = '35'
068400         OR NOT WS-HIST-AVAILABLE
068500         SET WS-NO-MORE-INPUT TO TRUE
068600     ELSE
068700         PERFORM 2510-READ-DISPUTE
068800     END-IF
068900     PERFORM UNTIL WS-NO-MORE-INPUT
069000         MOVE DSP-CLM-KEY TO WS-LOOK-CLM-KEY
069100         PERFORM 7000-FIND-CLAIM-HISTORY
069200         IF NOT WS-HIST-FOUND
069300             MOVE 8 TO WS-PAIR-SUB
069400             MOVE SPACES TO WS-EXC-KEY-TEXT
069500             STRING 'CASE ' DSP-CASE-NBR
069600                 ' CLM ' DSP-CLM-KEY
069700                 ' POLICY ' DSP-POLICY-KEY
069800                 DELIMITED BY SIZE INTO WS-EXC-KEY-TEXT
069900             PERFORM 8000-REPORT-EXCEPTION
070000         END-IF
070100         PERFORM 2510-READ-DISPUTE
070200     END-PERFORM
070300     IF WS-DSP-STATUS NOT = '35'
070400         CLOSE DISPUTE-CASE-FILE
070500     END-IF.
070600
070700 2510-READ-DISPUTE.
070800     READ DISPUTE-CASE-FILE
070900         AT END
071000             SET WS-NO-MORE-INPUT TO TRUE
071100     END-READ.
071200
071300*A CASE SETTLED BY RECEIVABLE MUST HAVE LEFT A RECEIVABLE FOR
071400*ITS CLAIM (BCPSUBWS ESTABLISHES ONE ON SETTLEMENT).
071500 2600-CHECK-SUBRO.
071600     MOVE 'N' TO WS-EOF-SW
071700     OPEN INPUT SUBRO-CASE-FILE
071800     IF WS-SBR-STATUS = '35'
071900         SET WS-NO-MORE-INPUT TO TRUE
072000     ELSE
072100         PERFORM 2610-READ-SUBRO
072200     END-IF
072300     PERFORM UNTIL WS-NO-MORE-INPUT
072400         MOVE SPACES TO WS-EXC-KEY-TEXT
072500         STRING 'CASE ' SBR-CASE-NBR
072600             ' CLM ' SBR-CLM-KEY
072700             ' POLICY ' SBR-POLICY-KEY
072800             DELIMITED BY SIZE INTO WS-EXC-KEY-TEXT
072900         IF WS-HIST-AVAILABLE
073000             MOVE SBR-CLM-KEY TO WS-LOOK-CLM-KEY
073100             PERFORM 7000-FIND-CLAIM-HISTORY
073200             IF NOT WS-HIST-FOUND
073300                 MOVE 9 TO WS-PAIR-SUB
073400                 PERFORM 8000-REPORT-EXCEPTION
073500             END-IF
073600         END-IF
073700         IF SBR-SETTLED
073800             AND SBR-VIA-RECEIVABLE
073900             MOVE SBR-CLM-KEY  TO WS-LOOK-CLM-KEY
074000             MOVE SBR-PROV-NPI TO WS-LOOK-NPI
074100             PERFORM 7100-FIND-RECEIVABLE
074200             IF NOT WS-ROW-FOUND
074300                 MOVE 10 TO WS-PAIR-SUB
074400                 PERFORM 8000-REPORT-EXCEPTION
074500             END-IF
074600         END-IF
074700         PERFORM 2610-READ-SUBRO
074800     END-PERFORM
074900     IF WS-SBR-STATUS NOT = '35'
075000         CLOSE SUBRO-CASE-FILE
075100     END-IF.
075200
075300 2610-READ-SUBRO.
075400     READ SUBRO-CASE-FILE
075500         AT END
075600             SET WS-NO-MORE-INPUT TO TRUE
075700     END-READ.
075800
075900*A RESPONSE STILL PENDING OR APPROVED ON THE RELEASE QUEUE MUST
076000*NOT ALREADY BE ON THE PAID-KEY MASTER - RELEASING IT WOULD PAY
076100*THE CLAIM TWICE.
076200 2700-CHECK-RELEASE-QUEUE.
076300     MOVE 'N' TO WS-EOF-SW
076400     OPEN INPUT RELEASE-QUEUE
076500     IF WS-RLQ-STATUS = '35'
076600         SET WS-NO-MORE-INPUT TO TRUE
076700     ELSE
076800         PERFORM 2710-READ-RELEASE-QUEUE
076900     END-IF
077000     PERFORM UNTIL WS-NO-MORE-INPUT
077100         IF RELQ-PENDING
077200             OR RELQ-APPROVED
077300             MOVE RELQ-RESP-IMAGE TO WRK-RESP-DTL
077400             MOVE 'N' TO WS-FOUND-SW
077500             SET WS-PDK-IX TO 1
077600             SEARCH WS-PDK-ENTRY
077700                 AT END
077800                     CONTINUE
077900                 WHEN WS-PDK-CLM-KEY(WS-PDK-IX)
078000                         = BCP-RESP-CLM-KEY OF WRK-RESP-DTL
078100                     AND WS-PDK-POLICY-KEY(WS-PDK-IX)
078200                         = BCP-RESP-POLICY-KEY OF WRK-RESP-DTL
078300                     AND WS-PDK-NPI-KEY(WS-PDK-IX)
078400                         = BCP-RESP-NPI-KEY OF WRK-RESP-DTL
078500                     SET WS-ROW-FOUND TO TRUE
078600             END-SEARCH
078700             IF WS-ROW-FOUND
078800                 MOVE 11 TO WS-PAIR-SUB
078900                 MOVE SPACES TO WS-EXC-KEY-TEXT
079000                 STRING 'CLM ' BCP-RESP-CLM-KEY OF WRK-RESP-DTL
079100                     ' POLICY '
079200                    BCP-RESP-POLICY-KEY OF WRK-RESP-DTL
079300                     ' NPI ' BCP-RESP-NPI-KEY OF WRK-RESP-DTL
079400                     ' STATUS ' RELQ-STATUS
079500                     DELIMITED BY SIZE INTO WS-EXC-KEY-TEXT
079600                 PERFORM 8000-REPORT-EXCEPTION
079700             END-IF
079800         END-IF
079900         PERFORM 2710-READ-RELEASE-QUEUE
080000     END-PERFORM
080100     IF WS-RLQ-STATUS NOT = '35'
080200         CLOSE RELEASE-QUEUE
080300     END-IF.
080400
080500 2710-READ-RELEASE-QUEUE.
080600     READ RELEASE-QUEUE
080700         AT END
080800             SET WS-NO-MORE-INPUT TO TRUE
080900     END-READ.
081000
081100 2800-CHECK-NOTES.
081200     MOVE 'N' TO WS-EOF-SW
081300     OPEN INPUT CLAIM-NOTES-FILE
081400     IF WS-NOT-STATUS = '35'
081500         OR NOT WS-HIST-AVAILABLE
081600         SET WS-NO-MORE-INPUT TO TRUE
081700     ELSE
081800         PERFORM 2810-READ-NOTE
081900     END-IF
082000     PERFORM UNTIL WS-NO-MORE-INPUT
082100         MOVE CNOT-CLM-KEY TO WS-LOOK-CLM-KEY
082200         PERFORM 7000-FIND-CLAIM-HISTORY
082300         IF NOT WS-HIST-FOUND
082400             MOVE 12 TO WS-PAIR-SUB
082500             MOVE SPACES TO WS-EXC-KEY-TEXT
082600             STRING 'CLM ' CNOT-CLM-KEY
082700                 ' NOTE ' CNOT-NOTE-DATE
082800                 ' BY ' CNOT-OPERATOR
082900                 DELIMITED BY SIZE INTO WS-EXC-KEY-TEXT
083000             PERFORM 8000-REPORT-EXCEPTION
083100         END-IF
083200         PERFORM 2810-READ-NOTE
083300     END-PERFORM
083400     IF WS-NOT-STATUS NOT = '35'
083500         CLOSE CLAIM-NOTES-FILE
083600     END-IF.
083700
083800 2810-READ-NOTE.
083900     READ CLAIM-NOTES-FILE
084000         AT END
084100             SET WS-NO-MORE-INPUT TO TRUE
084200     END-READ.
084300
084400 2900-CHECK-ATTACHMENTS.
084500     MOVE 'N' TO WS-EOF-SW
084600     OPEN INPUT ATTACH-MASTER-FILE
084700     IF WS-ATC-STATUS = '35'
084800         OR NOT WS-HIST-AVAILABLE
084900         SET WS-NO-MORE-INPUT TO TRUE
085000     ELSE
085100         PERFORM 2910-READ-ATTACHMENT
085200     END-IF
085300     PERFORM UNTIL WS-NO-MORE-INPUT
085400         MOVE ATC-CLM-KEY TO WS-LOOK-CLM-KEY
085500         PERFORM 7000-FIND-CLAIM-HISTORY
085600         IF NOT WS-HIST-FOUND
085700             MOVE 13 TO WS-PAIR-SUB
085800             MOVE SPACES TO WS-EXC-KEY-TEXT
085900             STRING 'CLM ' ATC-CLM-KEY
086000                 ' CONTROL ' ATC-CONTROL-NBR
086100                 DELIMITED BY SIZE INTO WS-EXC-KEY-TEXT
086200             PERFORM 8000-REPORT-EXCEPTION
086300         END-IF
086400         PERFORM 2910-READ-ATTACHMENT
086500     END-PERFORM
086600     IF WS-ATC-STATUS NOT = '35'
086700         CLOSE ATTACH-MASTER-FILE
086800     END-IF.
086900
087000 2910-READ-ATTACHMENT.
087100     READ ATTACH-MASTER-FILE
087200         AT END
087300             SET WS-NO-MORE-INPUT TO TRUE
087400     END-READ.
087500
087600 5000-WRITE-SUMMARY.
087700     MOVE SPACES TO RPT-LINE
087800     WRITE RPT-LINE
087900     MOVE 'SUMMARY BY FILE PAIR' TO RPT-LINE
088000     WRITE RPT-LINE
088100     PERFORM 5100-WRITE-PAIR-LINE
088200         VARYING WS-PAIR-SUB FROM 1 BY 1 UNTIL WS-PAIR-SUB > 13
088300     MOVE SPACES TO RPT-LINE
088400     STRING 'ORPHANS ' WS-ORPHAN-TOTAL
088500         '  CONTRADICTIONS ' WS-CONTRA-TOTAL
088600         '  TOTAL ' WS-TOTAL-EXCEPTIONS
088700         '  TOLERANCE ' WS-TOLERANCE
088800         DELIMITED BY SIZE INTO RPT-LINE
088900     WRITE RPT-LINE
089000     MOVE SPACES TO RPT-LINE
089100     EVALUATE TRUE
089200         WHEN WS-SWEEP-INCOMPLETE
089300             MOVE 'SWEEP INCOMPLETE - SEE ABOVE' TO RPT-LINE
089400         WHEN WS-TOTAL-EXCEPTIONS > WS-TOLERANCE
089500             MOVE 'INTEGRITY EXCEPTIONS EXCEED TOLERANCE'
089600                 TO RPT-LINE
089700         WHEN OTHER
089800             MOVE 'INTEGRITY WITHIN TOLERANCE' TO RPT-LINE
089900     END-EVALUATE
090000     WRITE RPT-LINE.
090100
090200 5100-WRITE-PAIR-LINE.
090300     MOVE WS-PAIR-COUNT(WS-PAIR-SUB) TO WS-RPT-COUNT
090400     MOVE SPACES TO RPT-LINE
090500     IF WS-PAIR-IS-ORPHAN(WS-PAIR-SUB)
090600         STRING WS-PAIR-FROM(WS-PAIR-SUB) ' -> '
090700             WS-PAIR-TO(WS-PAIR-SUB) '  ORPHAN         '
090800             WS-PAIR-TEXT(WS-PAIR-SUB) ' ' WS-RPT-COUNT
090900             DELIMITED BY SIZE INTO RPT-LINE
091000     ELSE
091100         STRING WS-PAIR-FROM(WS-PAIR-SUB) ' -> '
091200             WS-PAIR-TO(WS-PAIR-SUB) '  CONTRADICTION  '
091300             WS-PAIR-TEXT(WS-PAIR-SUB) ' ' WS-RPT-COUNT
091400             DELIMITED BY SIZE INTO RPT-LINE
091500     END-IF
091600     WRITE RPT-LINE.
091700
091800 7000-FIND-CLAIM-HISTORY.
091900     MOVE 'N' TO WS-HIST-FOUND-SW
092000     MOVE WS-LOOK-CLM-KEY TO CHIST-CLM-KEY OF CHIST-RECORD
092100     READ CLAIM-HISTORY
092200         INVALID KEY
092300             CONTINUE
092400         NOT INVALID KEY
092500             SET WS-HIST-FOUND TO TRUE
092600     END-READ.
092700
092800*RECEIVABLES ARE KEYED BY CLAIM AND PROVIDER NPI; ON A HIT
092900*WS-RCV-IX IS LEFT ON THE ROW FOUND.
093000 7100-FIND-RECEIVABLE.
093100     MOVE 'N' TO WS-FOUND-SW
093200     SET WS-RCV-IX TO 1
093300     SEARCH WS-RCV-ENTRY
093400         AT END
093500             CONTINUE
093600         WHEN WS-RCV-CLM-KEY(WS-RCV-IX) = WS-LOOK-CLM-KEY
093700             AND WS-RCV-NPI(WS-RCV-IX) = WS-LOOK-NPI
093800             SET WS-ROW-FOUND TO TRUE
093900     END-SEARCH.
094000
094100 8000-REPORT-EXCEPTION.
094200     ADD 1 TO WS-PAIR-COUNT(WS-PAIR-SUB)
094300     ADD 1 TO WS-TOTAL-EXCEPTIONS
094400     IF WS-PAIR-IS-ORPHAN(WS-PAIR-SUB)
094500         ADD 1 TO WS-ORPHAN-TOTAL
094600     ELSE
094700         ADD 1 TO WS-CONTRA-TOTAL
094800     END-IF
094900     IF WS-DETAIL-LIMIT = ZERO
095000         OR WS-PAIR-COUNT(WS-PAIR-SUB) NOT > WS-DETAIL-LIMIT
095100         MOVE SPACES TO RPT-LINE
095200         STRING WS-PAIR-FROM(WS-PAIR-SUB) ' -> '
095300             WS-PAIR-TO(WS-PAIR-SUB) '  '
095400             WS-PAIR-TEXT(WS-PAIR-SUB) '  '
095500             WS-EXC-KEY-TEXT
095600             DELIMITED BY SIZE INTO RPT-LINE
095700         WRITE RPT-LINE
095800     END-IF.
095900
095910*ONE LINE PER TABLE THAT FILLS; THE LOADS RUN ONE FILE AT A TIME,
095920*SO THE REST OF THAT FILE'S ROWS COME THROUGH HERE TOGETHER.
096000 8100-REPORT-OVERFLOW.
096100     SET WS-SWEEP-INCOMPLETE TO TRUE
096150     IF WS-EXC-KEY-TEXT NOT = WS-OVF-LAST-TEXT
096160         MOVE WS-EXC-KEY-TEXT TO WS-OVF-LAST-TEXT
096200         MOVE SPACES TO RPT-LINE
096300         STRING 'TABLE FULL - ' WS-EXC-KEY-TEXT
096400             DELIMITED BY SPACE
096500             ' REMAINING ROWS NOT LOADED, SWEEP INCOMPLETE'
096600             DELIMITED BY SIZE INTO RPT-LINE
096700         WRITE RPT-LINE
096750     END-IF.
096800
096900 9000-TERMINATE.
097000     IF WS-HIST-AVAILABLE
097100         CLOSE CLAIM-HISTORY
097200     END-IF
097300     CLOSE INTEGRITY-RPT.
