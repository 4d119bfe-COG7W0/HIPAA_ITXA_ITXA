000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150118 - MONTHLY PCP CAPITATION     *
000300*            RUN. THE MANAGED-CARE CONTRACTS PAY EACH PRIMARY    *
000400*            CARE PROVIDER A PER-MEMBER-PER-MONTH AMOUNT         *
000500*            INSTEAD OF FEE-FOR-SERVICE. FOR THE COVERAGE MONTH  *
000600*            (CAPPARM CCYYMM, ELSE THE CURRENT MONTH) AND THE    *
000700*            WS-RETRO-MONTHS BEFORE IT, A MEMBER MONTH IS DUE    *
000800*            TO A PCP WHEN, ON THE FIRST DAY OF THE MONTH, THE   *
000900*            MEMBER HOLDS A PCP ASSIGNMENT SPAN (BCPPCPAS), THE  *
001000*            MEMBER ID RESOLVES THROUGH BCPMIDXR TO A SUBSCRIBER *
001100*            WITH AN ENROLLMENT SPAN (BCPENRMS), AND THE         *
001200*            ASSIGNMENT'S CONTRACT CODE HAS A RATE SPAN ON THE   *
001300*            CAPITATION RATE TABLE (BCPCAPRT). DUE MONTHS NOT    *
001400*            YET ON THE CAPITATION HISTORY (BCPCAPHS) ARE PAID - *
001500*            THE CURRENT MONTH PLUS ANY RETRO ADDS; MONTHS ON    *
001600*            THE HISTORY THAT ARE NO LONGER DUE (RETRO TERMS,    *
001700*            PCP CHANGES) ARE REVERSED. EACH PCP'S ADDS LESS     *
001800*            REVERSALS GO OUT AS ONE ACCEPTED BCP-RESP-RECORD    *
001900*            WITH BCP-RESP-PAT-TRAN-ID 'CAPPMT' ON CAPRESP,      *
002000*            WHICH IS CONCATENATED TO THE BCPRESP INPUT OF       *
002100*            BCPNACHA AND BCP835GN ONLY (THE SAME WAY BCPINTPY'S *
002200*            INTRESP IS) SO THE MONEY MOVES, REMITS AND HITS THE *
002300*            GL AS ITS OWN PAYMENT TYPE. A PCP WHOSE REVERSALS   *
002400*            EXCEED ITS ADDS GETS A BCPRCVBL RECEIVABLE FOR THE  *
002500*            DIFFERENCE SO BCPNACHA OFFSETS IT AGAINST LATER     *
002600*            PAYMENTS, AS BCPRTRMS DOES FOR RETRO-TERMED CLAIMS. *
002700*            A PCP NOT ON THE PROVIDER MASTER IS HELD (NOTHING   *
002800*            RECORDED, SO IT PAYS RETRO ONCE THE PCP IS ADDED).  *
002900*            AN EMPTY ASSIGNMENT, CROSS-REFERENCE OR ENROLLMENT  *
003000*            MASTER, OR A FULL TABLE, WOULD REVERSE GOOD MONTHS, *
003100*            SO THE RUN STOPS (RC 8) AND CARRIES THE HISTORY     *
003200*            FORWARD UNCHANGED.                                  *
003300******************************************************************
003310* 10-15-26 - R KOWALSKI - AR 150118 - A RUN STOPPED ON A FULL    *
003320*            TABLE NO LONGER WRITES THE MONTHS IT HAD ADDED      *
003330*            BEFORE STOPPING; THE HISTORY GOES BACK OUT EXACTLY  *
003340*            AS IT WAS READ, AS THE SUMMARY SAYS.                *
003350******************************************************************
003355* 10-15-26 - R KOWALSKI - AR 150118 - A FULL RATE, PROVIDER,     *
003360*            BANK ACCOUNT OR PCP TOTAL TABLE NOW STOPS THE RUN   *
003365*            (RC 8) INSTEAD OF DROPPING ROWS OR REUSING THE LAST *
003370*            PCP SLOT. A MEMBER HELD FOR NO CROSS-REFERENCE OR   *
003375*            AN UNKNOWN PCP, AND A MONTH WITH NO RATE, KEEPS ITS *
003380*            PAID MONTHS AS THEY ARE INSTEAD OF HAVING THEM      *
003385*            REVERSED.                                           *
003390******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. BCPCAPRN.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL CAP-PARM-FILE ASSIGN TO CAPPARM
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS WS-PRM-STATUS.
004200     SELECT PCP-ASSIGN-FILE ASSIGN TO PCPASGN
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS WS-ASG-STATUS.
004500     SELECT CAP-RATE-FILE ASSIGN TO CAPRATE
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS WS-RAT-STATUS.
004800     SELECT MEMBER-XREF-FILE ASSIGN TO MIDXREF
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS WS-MIX-STATUS.
005100     SELECT ENROLLMENT-FILE ASSIGN TO ENROLLMT
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS WS-ENR-STATUS.
005400     SELECT PROV-MASTER-FILE ASSIGN TO PRVMAST
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            FILE STATUS IS WS-PRV-STATUS.
005700     SELECT PBM-MASTER-FILE ASSIGN TO PBMMAST
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS IS WS-PBM-STATUS.
006000     SELECT CAP-HISTORY-FILE ASSIGN TO CAPHIST
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            FILE STATUS IS WS-HST-STATUS.
006300     SELECT CAP-HISTORY-OUT ASSIGN TO CAPHISTO
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS IS WS-HSTO-STATUS.
006600     SELECT RECEIVABLE-FILE ASSIGN TO RECVBL
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            FILE STATUS IS WS-RCV-STATUS.
006900     SELECT RECEIVABLE-OUT ASSIGN TO RECVBLO
007000            ORGANIZATION IS LINE SEQUENTIAL
007100            FILE STATUS IS WS-RCVO-STATUS.
007200     SELECT CAP-RESP-OUT ASSIGN TO CAPRESP
007300            ORGANIZATION IS LINE SEQUENTIAL
007400            FILE STATUS IS WS-OUT-STATUS.
007500     SELECT CONTROL-LEDGER ASSIGN TO CTLLEDG
007600            ORGANIZATION IS LINE SEQUENTIAL
007700            FILE STATUS IS WS-CTLG-STATUS.
007800     SELECT CAP-RUN-RPT ASSIGN TO CAPRPT
007900            ORGANIZATION IS LINE SEQUENTIAL
008000            FILE STATUS IS WS-RPT-STATUS.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  CAP-PARM-FILE.
008400 01  CAPPRM-RECORD.
008500     05  CAPPRM-RUN-MONTH          PIC X(06).
008600 FD  PCP-ASSIGN-FILE.
008700     COPY BCPPCPAS.
008800 FD  CAP-RATE-FILE.
008900     COPY BCPCAPRT.
009000 FD  MEMBER-XREF-FILE.
009100     COPY BCPMIDXR.
009200 FD  ENROLLMENT-FILE.
009300     COPY BCPENRMS.
009400 FD  PROV-MASTER-FILE.
009500     COPY BCPPRVMS.
009600 FD  PBM-MASTER-FILE.
009700     COPY BCPPBMST.
009800 FD  CAP-HISTORY-FILE.
009900     COPY BCPCAPHS.
010000 FD  CAP-HISTORY-OUT.
010100     COPY BCPCAPHS
010200         REPLACING ==CAPH-RECORD== BY ==CAPHO-RECORD==.
010300 FD  RECEIVABLE-FILE.
010400     COPY BCPRCVBL.
010500 FD  RECEIVABLE-OUT.
010600     COPY BCPRCVBL
010700         REPLACING ==RCVB-RECORD== BY ==RCVO-RECORD==.
010800 FD  CAP-RESP-OUT.
010900     COPY BCPRESP_Updated.
011000 FD  CONTROL-LEDGER.
011100     COPY BCPCTLG.
011200 FD  CAP-RUN-RPT.
011300 01  RPT-LINE                  PIC X(132).
011400 WORKING-STORAGE SECTION.
011500 01  WS-PRM-STATUS             PIC X(02).
011600 01  WS-ASG-STATUS             PIC X(02).
011700 01  WS-RAT-STATUS             PIC X(02).
011800 01  WS-MIX-STATUS             PIC X(02).
011900 01  WS-ENR-STATUS             PIC X(02).
012000 01  WS-PRV-STATUS             PIC X(02).
012100 01  WS-PBM-STATUS             PIC X(02).
012200 01  WS-HST-STATUS             PIC X(02).
012300 01  WS-HSTO-STATUS            PIC X(02).
012400 01  WS-RCV-STATUS             PIC X(02).
012500 01  WS-RCVO-STATUS            PIC X(02).
012600 01  WS-OUT-STATUS             PIC X(02).
012700 01  WS-CTLG-STATUS            PIC X(02).
012800 01  WS-RPT-STATUS             PIC X(02).
012900 01  WS-ASG-EOF-SW             PIC X(01)      VALUE 'N'.
013000     88  WS-NO-MORE-ASG            VALUE 'Y'.
013100 01  WS-RAT-EOF-SW             PIC X(01)      VALUE 'N'.
013200     88  WS-NO-MORE-RAT            VALUE 'Y'.
013300 01  WS-MIX-EOF-SW             PIC X(01)      VALUE 'N'.
013400     88  WS-NO-MORE-MIX            VALUE 'Y'.
013500 01  WS-ENR-EOF-SW             PIC X(01)      VALUE 'N'.
013600     88  WS-NO-MORE-ENR            VALUE 'Y'.
013700 01  WS-PRV-EOF-SW             PIC X(01)      VALUE 'N'.
013800     88  WS-NO-MORE-PRV            VALUE 'Y'.
013900 01  WS-PBM-EOF-SW             PIC X(01)      VALUE 'N'.
014000     88  WS-NO-MORE-PBM            VALUE 'Y'.
014100 01  WS-HST-EOF-SW             PIC X(01)      VALUE 'N'.
014200     88  WS-NO-MORE-HST            VALUE 'Y'.
014300 01  WS-RCV-EOF-SW             PIC X(01)      VALUE 'N'.
014400     88  WS-NO-MORE-RCV            VALUE 'Y'.
014500 01  WS-RUN-FATAL-SW           PIC X(01)      VALUE 'N'.
014600     88  WS-RUN-FATAL              VALUE 'Y'.
014700 01  WS-TODAY-DATE             PIC X(08).
014800 01  WS-ACCT-FUNCTION          PIC X(01).
014900*RETRO WINDOW: MONTHS BEFORE THE COVERAGE MONTH THAT ARE STILL
015000*PRICED, SO LATE ADDS ARE PAID AND LATE TERMS RECOVERED. MONTHS
015100*ARE WORKED AS A SINGLE INDEX (CCYY * 12 + MM - 1).
015200 01  WS-RETRO-MONTHS           PIC 9(03)      VALUE 012.
015300 01  WS-RUN-MONTH.
015400     05  WS-RUN-CCYY           PIC 9(04).
015500     05  WS-RUN-MM             PIC 9(02).
015600 01  WS-RUN-MONTH-N REDEFINES WS-RUN-MONTH
015700                               PIC 9(06).
015800 01  WS-RUN-MONTH-IX           PIC 9(06)      VALUE ZERO.
015900 01  WS-WINDOW-START-IX        PIC 9(06)      VALUE ZERO.
016000 01  WS-DATE-MONTH.
016100     05  WS-DM-CCYY            PIC 9(04).
016200     05  WS-DM-MM              PIC 9(02).
016300 01  WS-DATE-MONTH-IX          PIC 9(06)      VALUE ZERO.
016400 01  WS-MONTH-IX               PIC 9(06)      VALUE ZERO.
016500 01  WS-FIRST-MONTH-IX         PIC 9(06)      VALUE ZERO.
016600 01  WS-LAST-MONTH-IX          PIC 9(06)      VALUE ZERO.
016610 01  WS-HOLD-FIRST-IX          PIC 9(06)      VALUE ZERO.
016620 01  WS-HOLD-LAST-IX           PIC 9(06)      VALUE ZERO.
016700 01  WS-MM-REMAINDER           PIC 9(02)      VALUE ZERO.
016800 01  WS-CUR-MONTH.
016900     05  WS-CUR-CCYY           PIC 9(04).
017000     05  WS-CUR-MM             PIC 9(02).
017100 01  WS-CUR-FIRST-DAY          PIC X(08).
017200*PCP ASSIGNMENT SPANS.
017300 01  WS-ASG-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
017400 01  WS-ASG-TABLE.
017500     05  WS-ASG-ENTRY          OCCURS 1 TO 20000 TIMES
017600                               DEPENDING ON WS-ASG-TABLE-COUNT
017700                               INDEXED BY WS-ASG-IX.
017800         10  WS-ASG-MEMBER-ID      PIC 9(10).
017900         10  WS-ASG-EFF            PIC X(08).
018000         10  WS-ASG-TERM           PIC X(08).
018100         10  WS-ASG-NPI            PIC X(10).
018200         10  WS-ASG-CONTRACT       PIC X(02).
018300 01  WS-ASG-IX-N               PIC 9(05).
018400*CAPITATION RATE SPANS BY CONTRACT CODE.
018500 01  WS-RAT-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
018600 01  WS-RAT-TABLE.
018700     05  WS-RAT-ENTRY          OCCURS 1 TO 500 TIMES
018800                               DEPENDING ON WS-RAT-TABLE-COUNT
018900                               INDEXED BY WS-RAT-IX.
019000         10  WS-RAT-CONTRACT       PIC X(02).
019100         10  WS-RAT-EFF            PIC X(08).
019200         10  WS-RAT-TERM           PIC X(08).
019300         10  WS-RAT-RATE           PIC 9(05)V99.
019400 01  WS-RAT-FOUND-SW           PIC X(01)      VALUE 'N'.
019500     88  WS-RAT-FOUND              VALUE 'Y'.
019600*MEMBER ID TO SUBSCRIBER SSN, AND THE SUBSCRIBER'S SPANS.
019700 01  WS-MIX-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
019800 01  WS-MIX-TABLE.
019900     05  WS-MIX-ENTRY          OCCURS 1 TO 20000 TIMES
020000                               DEPENDING ON WS-MIX-TABLE-COUNT
020100                               INDEXED BY WS-MIX-IX.
020200         10  WS-MIX-MBR-ID         PIC 9(10).
020300         10  WS-MIX-SSN            PIC X(09).
020400 01  WS-MIX-FOUND-SW           PIC X(01)      VALUE 'N'.
020500     88  WS-MIX-FOUND              VALUE 'Y'.
020600 01  WS-ENR-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
020700 01  WS-ENR-TABLE.
020800     05  WS-ENR-ENTRY          OCCURS 1 TO 20000 TIMES
020900                               DEPENDING ON WS-ENR-TABLE-COUNT
021000                               INDEXED BY WS-ENR-IX.
021100         10  WS-ENR-SSN            PIC X(09).
021200         10  WS-ENR-EFF            PIC X(08).
021300         10  WS-ENR-TERM           PIC X(08).
021400 01  WS-ENR-FOUND-SW           PIC X(01)      VALUE 'N'.
021500     88  WS-ENR-FOUND              VALUE 'Y'.
021600 01  WS-CUR-SSN                PIC X(09).
021700*PROVIDER NAMES (BCPPRVMS) AND BANK ACCOUNTS (BCPPBMST).
021800 01  WS-PRV-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
021900 01  WS-PRV-TABLE.
022000     05  WS-PRV-ENTRY          OCCURS 1 TO 20000 TIMES
022100                               DEPENDING ON WS-PRV-TABLE-COUNT
022200                               INDEXED BY WS-PRV-IX.
022300         10  WS-PRV-NPI            PIC X(10).
022400         10  WS-PRV-NAME           PIC X(60).
022500 01  WS-PRV-FOUND-SW           PIC X(01)      VALUE 'N'.
022600     88  WS-PRV-FOUND              VALUE 'Y'.
022700 01  WS-PBM-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
022800 01  WS-PBM-TABLE.
022900     05  WS-PBM-ENTRY          OCCURS 1 TO 2000 TIMES
023000                               DEPENDING ON WS-PBM-TABLE-COUNT
023100                               INDEXED BY WS-PBM-IX.
023200         10  WS-PBM-NPI            PIC X(10).
023300         10  WS-PBM-ACCT           PIC X(35).
023400         10  WS-PBM-ABA            PIC X(12).
023500         10  WS-PBM-STAT           PIC X(01).
023600         10  WS-PBM-APPR           PIC X(01).
023700 01  WS-PBM-IX-N               PIC 9(04).
023800 01  WS-PBM-USE-N              PIC 9(04)      VALUE ZERO.
023900 01  WS-PBM-ANY-N              PIC 9(04)      VALUE ZERO.
024000*HISTORY MONTHS INSIDE THE WINDOW, PLUS MONTHS PAID THIS RUN.
024100*SEEN = STILL DUE THIS RUN; NEW = ADDED THIS RUN.
024200 01  WS-HST-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
024300 01  WS-HST-TABLE.
024400     05  WS-HST-ENTRY          OCCURS 1 TO 60000 TIMES
024500                               DEPENDING ON WS-HST-TABLE-COUNT
024600                               INDEXED BY WS-HST-IX.
024700         10  WS-HST-MEMBER-ID      PIC 9(10).
024800         10  WS-HST-MONTH          PIC X(06).
024900         10  WS-HST-NPI            PIC X(10).
025000         10  WS-HST-CONTRACT       PIC X(02).
025100         10  WS-HST-AMOUNT         PIC 9(05)V99.
025200         10  WS-HST-CAP-STATUS     PIC X(01).
025300         10  WS-HST-PAID-DATE      PIC X(08).
025400         10  WS-HST-REV-DATE       PIC X(08).
025500         10  WS-HST-SEEN-SW        PIC X(01).
025600         10  WS-HST-NEW-SW         PIC X(01).
025700 01  WS-HST-IX-N               PIC 9(05).
025800 01  WS-HST-FOUND-SW           PIC X(01)      VALUE 'N'.
025900     88  WS-HST-FOUND              VALUE 'Y'.
026000*PER-PCP TOTALS FOR THE RUN.
026100 01  WS-PCP-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
026200 01  WS-PCP-TABLE.
026300     05  WS-PCP-ENTRY          OCCURS 1 TO 5000 TIMES
026400                               DEPENDING ON WS-PCP-TABLE-COUNT
026500                               INDEXED BY WS-PCP-IX.
026600         10  WS-PCP-NPI            PIC X(10).
026700         10  WS-PCP-CUR-COUNT      PIC 9(05).
026800         10  WS-PCP-RETRO-ADDS     PIC 9(05).
026900         10  WS-PCP-ADD-AMT        PIC 9(09)V99.
027000         10  WS-PCP-RETRO-TERMS    PIC 9(05).
027100         10  WS-PCP-TERM-AMT       PIC 9(09)V99.
027200 01  WS-PCP-IX-N               PIC 9(04).
027300 01  WS-PCP-FOUND-SW           PIC X(01)      VALUE 'N'.
027400     88  WS-PCP-FOUND              VALUE 'Y'.
027500 01  WS-TALLY-NPI              PIC X(10).
027600 01  WS-PCP-NAME               PIC X(60).
027700 01  WS-NET-AMT                PIC S9(09)V99  VALUE ZERO.
027800 01  WS-RCVB-AMT               PIC 9(09)V99   VALUE ZERO.
027900 01  WS-ASG-READ-COUNT         PIC 9(05)      VALUE ZERO.
028000 01  WS-CUR-MONTH-COUNT        PIC 9(05)      VALUE ZERO.
028100 01  WS-RETRO-ADD-COUNT        PIC 9(05)      VALUE ZERO.
028200 01  WS-RETRO-TERM-COUNT       PIC 9(05)      VALUE ZERO.
028300 01  WS-NO-XREF-COUNT          PIC 9(05)      VALUE ZERO.
028400 01  WS-NO-PROV-COUNT          PIC 9(05)      VALUE ZERO.
028500 01  WS-NO-RATE-COUNT          PIC 9(05)      VALUE ZERO.
028600 01  WS-OVERLAP-COUNT          PIC 9(05)      VALUE ZERO.
028700 01  WS-RESP-COUNT             PIC 9(05)      VALUE ZERO.
028800 01  WS-RESP-TOTAL             PIC 9(11)V99   VALUE ZERO.
028900 01  WS-RCVB-ADDED-COUNT       PIC 9(05)      VALUE ZERO.
029000 01  WS-RCVB-ADDED-TOTAL       PIC 9(11)V99   VALUE ZERO.
029100 01  WS-HST-OUT-COUNT          PIC 9(07)      VALUE ZERO.
029200 01  WS-RPT-AMOUNT             PIC Z,ZZZ,ZZ9.99.
029300 01  WS-RPT-NET                PIC -,---,--9.99.
029400 PROCEDURE DIVISION.
029500 0000-MAIN-CONTROL.
029600     PERFORM 1000-INITIALIZE
029700     PERFORM 1100-LOAD-ASSIGNMENTS
029800     PERFORM 1150-LOAD-RATES
029900     PERFORM 1200-LOAD-MEMBER-XREF
030000     PERFORM 1250-LOAD-ENROLLMENT
030100     PERFORM 1300-LOAD-PROVIDERS
030200     PERFORM 1350-LOAD-BANK-ACCOUNTS
030300     PERFORM 1400-LOAD-HISTORY
030400     PERFORM 1500-COPY-RECEIVABLES-FORWARD
030500     IF WS-ASG-TABLE-COUNT = ZERO
030600         OR WS-MIX-TABLE-COUNT = ZERO
030700         OR WS-ENR-TABLE-COUNT = ZERO
030800         MOVE 'ASSIGNMENT, MEMBER XREF OR ENROLLMENT MASTER EMPTY'
030900             TO RPT-LINE
031000         WRITE RPT-LINE
031100         SET WS-RUN-FATAL TO TRUE
031200     END-IF
031300     IF NOT WS-RUN-FATAL
031400         PERFORM VARYING WS-ASG-IX-N FROM 1 BY 1
031500                 UNTIL WS-ASG-IX-N > WS-ASG-TABLE-COUNT
031600             SET WS-ASG-IX TO WS-ASG-IX-N
031700             PERFORM 2000-PRICE-ASSIGNMENT
031800         END-PERFORM
031900     END-IF
032000     IF NOT WS-RUN-FATAL
032100         PERFORM 2800-REVERSE-UNDUE-MONTHS
032150     END-IF
032160     IF NOT WS-RUN-FATAL
032200         PERFORM 3000-WRITE-PCP-PAYMENTS
032300     END-IF
032400     PERFORM 4000-WRITE-HISTORY-OUT
032500     PERFORM 5000-WRITE-SUMMARY
032600     PERFORM 6000-WRITE-CONTROL-LEDGER
032700     PERFORM 9000-TERMINATE
032800     IF WS-NO-XREF-COUNT NOT = ZERO
032900         OR WS-NO-PROV-COUNT NOT = ZERO
033000         OR WS-NO-RATE-COUNT NOT = ZERO
033100         OR WS-OVERLAP-COUNT NOT = ZERO
033200         OR WS-RCVB-ADDED-COUNT NOT = ZERO
033300         MOVE 4 TO RETURN-CODE
033400     END-IF
033500     IF WS-RUN-FATAL
033600         MOVE 8 TO RETURN-CODE
033700     END-IF
033800     STOP RUN.
033900
034000 1000-INITIALIZE.
034100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
034200     MOVE WS-TODAY-DATE(1:6) TO WS-RUN-MONTH
034300     OPEN INPUT CAP-PARM-FILE
034400     READ CAP-PARM-FILE
034500         AT END
034600             CONTINUE
034700         NOT AT END
034800             IF CAPPRM-RUN-MONTH IS NUMERIC
034900                 AND CAPPRM-RUN-MONTH(5:2) > '00'
035000                 AND CAPPRM-RUN-MONTH(5:2) < '13'
035100                 MOVE CAPPRM-RUN-MONTH TO WS-RUN-MONTH
035200             END-IF
035300     END-READ
035400     CLOSE CAP-PARM-FILE
035500     COMPUTE WS-RUN-MONTH-IX = WS-RUN-CCYY * 12 + WS-RUN-MM - 1
035600     COMPUTE WS-WINDOW-START-IX =
035700         WS-RUN-MONTH-IX - WS-RETRO-MONTHS
035800     OPEN OUTPUT CAP-RESP-OUT
035900     OPEN OUTPUT CAP-RUN-RPT
036000     MOVE SPACES TO RPT-LINE
036100     STRING 'PCP CAPITATION RUN - COVERAGE MONTH ' WS-RUN-MONTH
036200         '  RETRO MONTHS ' WS-RETRO-MONTHS
036300         DELIMITED BY SIZE INTO RPT-LINE
036400     WRITE RPT-LINE.
036500
036600 1100-LOAD-ASSIGNMENTS.
036700     OPEN INPUT PCP-ASSIGN-FILE
036800     IF WS-ASG-STATUS = '35'
036900         SET WS-NO-MORE-ASG TO TRUE
037000     ELSE
037100         PERFORM 1110-READ-ASSIGNMENT
037200     END-IF
037300     PERFORM UNTIL WS-NO-MORE-ASG
037400         ADD 1 TO WS-ASG-READ-COUNT
037500         IF WS-ASG-TABLE-COUNT < 20000
037600             ADD 1 TO WS-ASG-TABLE-COUNT
037700             SET WS-ASG-IX TO WS-ASG-TABLE-COUNT
037800             MOVE PCPAS-MEMBER-ID TO WS-ASG-MEMBER-ID(WS-ASG-IX)
037900             MOVE PCPAS-EFF-DATE      TO WS-ASG-EFF(WS-ASG-IX)
038000             MOVE PCPAS-TERM-DATE     TO WS-ASG-TERM(WS-ASG-IX)
038100             MOVE PCPAS-PCP-NPI       TO WS-ASG-NPI(WS-ASG-IX)
038200             MOVE PCPAS-CONTRACT-CODE
038300                 TO WS-ASG-CONTRACT(WS-ASG-IX)
038400         ELSE
038500             PERFORM 1900-TABLE-FULL
038600         END-IF
038700         PERFORM 1110-READ-ASSIGNMENT
038800     END-PERFORM
038900     IF WS-ASG-STATUS NOT = '35'
039000         CLOSE PCP-ASSIGN-FILE
039100     END-IF.
039200
039300 1110-READ-ASSIGNMENT.
039400     READ PCP-ASSIGN-FILE
039500         AT END
039600             SET WS-NO-MORE-ASG TO TRUE
039700     END-READ.
039800
039900 1150-LOAD-RATES.
040000     OPEN INPUT CAP-RATE-FILE
040100     IF WS-RAT-STATUS = '35'
040200         SET WS-NO-MORE-RAT TO TRUE
040300     ELSE
040400         PERFORM 1160-READ-RATE
040500     END-IF
040600     PERFORM UNTIL WS-NO-MORE-RAT
040700         IF WS-RAT-TABLE-COUNT < 500
040800             ADD 1 TO WS-RAT-TABLE-COUNT
040900             SET WS-RAT-IX TO WS-RAT-TABLE-COUNT
041000             MOVE CAPRT-CONTRACT-CODE
041100                 TO WS-RAT-CONTRACT(WS-RAT-IX)
041200             MOVE CAPRT-EFF-DATE      TO WS-RAT-EFF(WS-RAT-IX)
041300             MOVE CAPRT-TERM-DATE     TO WS-RAT-TERM(WS-RAT-IX)
041400             MOVE CAPRT-PMPM-RATE     TO WS-RAT-RATE(WS-RAT-IX)
041410         ELSE
041420             PERFORM 1900-TABLE-FULL
041500         END-IF
041600         PERFORM 1160-READ-RATE
041700     END-PERFORM
041800     IF WS-RAT-STATUS NOT = '35'
041900         CLOSE CAP-RATE-FILE
042000     END-IF.
042100
042200 1160-READ-RATE.
042300     READ CAP-RATE-FILE
042400         AT END
042500             SET WS-NO-MORE-RAT TO TRUE
042600     END-READ.
042700
042800 1200-LOAD-MEMBER-XREF.
042900     OPEN INPUT MEMBER-XREF-FILE
043000     IF WS-MIX-STATUS = '35'
043100         SET WS-NO-MORE-MIX TO TRUE
043200     ELSE
043300         PERFORM 1210-READ-MEMBER-XREF
043400     END-IF
043500     PERFORM UNTIL WS-NO-MORE-MIX
043600         IF WS-MIX-TABLE-COUNT < 20000
043700             ADD 1 TO WS-MIX-TABLE-COUNT
043800             SET WS-MIX-IX TO WS-MIX-TABLE-COUNT
043900             MOVE MIDX-MEMBER-ID  TO WS-MIX-MBR-ID(WS-MIX-IX)
044000             MOVE MIDX-SUBSCR-SSN TO WS-MIX-SSN(WS-MIX-IX)
044100         ELSE
044200             PERFORM 1900-TABLE-FULL
044300         END-IF
044400         PERFORM 1210-READ-MEMBER-XREF
044500     END-PERFORM
044600     IF WS-MIX-STATUS NOT = '35'
044700         CLOSE MEMBER-XREF-FILE
044800     END-IF.
044900
045000 1210-READ-MEMBER-XREF.
045100     READ MEMBER-XREF-FILE
045200         AT END
045300             SET WS-NO-MORE-MIX TO TRUE
045400     END-READ.
045500
045600 1250-LOAD-ENROLLMENT.
045700     OPEN INPUT ENROLLMENT-FILE
045800     IF WS-ENR-STATUS = '35'
045900         SET WS-NO-MORE-ENR TO TRUE
046000     ELSE
046100         PERFORM 1260-READ-ENROLLMENT
046200     END-IF
046300     PERFORM UNTIL WS-NO-MORE-ENR
046400         IF WS-ENR-TABLE-COUNT < 20000
046500             ADD 1 TO WS-ENR-TABLE-COUNT
046600             SET WS-ENR-IX TO WS-ENR-TABLE-COUNT
046700             MOVE ENROLL-SUBSCR-SSN TO WS-ENR-SSN(WS-ENR-IX)
046800             MOVE ENROLL-EFF-DATE   TO WS-ENR-EFF(WS-ENR-IX)
046900             MOVE ENROLL-TERM-DATE  TO WS-ENR-TERM(WS-ENR-IX)
047000         ELSE
047100             PERFORM 1900-TABLE-FULL
047200         END-IF
047300         PERFORM 1260-READ-ENROLLMENT
047400     END-PERFORM
047500     IF WS-ENR-STATUS NOT = '35'
047600         CLOSE ENROLLMENT-FILE
047700     END-IF.
047800
047900 1260-READ-ENROLLMENT.
048000     READ ENROLLMENT-FILE
048100         AT END
048200             SET WS-NO-MORE-ENR TO TRUE
048300     END-READ.
048400
048500 1300-LOAD-PROVIDERS.
048600     OPEN INPUT PROV-MASTER-FILE
048700     IF WS-PRV-STATUS = '35'
048800         SET WS-NO-MORE-PRV TO TRUE
048900     ELSE
049000         PERFORM 1310-READ-PROVIDER
049100     END-IF
049200     PERFORM UNTIL WS-NO-MORE-PRV
049300         IF WS-PRV-TABLE-COUNT < 20000
049400             ADD 1 TO WS-PRV-TABLE-COUNT
049500             SET WS-PRV-IX TO WS-PRV-TABLE-COUNT
049600             MOVE PRVMS-PROV-NPI  TO WS-PRV-NPI(WS-PRV-IX)
049700             MOVE PRVMS-PROV-NAME TO WS-PRV-NAME(WS-PRV-IX)
049710         ELSE
049720             PERFORM 1900-TABLE-FULL
049800         END-IF
049900         PERFORM 1310-READ-PROVIDER
050000     END-PERFORM
050100     IF WS-PRV-STATUS NOT = '35'
050200         CLOSE PROV-MASTER-FILE
050300     END-IF.
050400
050500 1310-READ-PROVIDER.
050600     READ PROV-MASTER-FILE
050700         AT END
050800             SET WS-NO-MORE-PRV TO TRUE
050900     END-READ.
051000
051100*ACCOUNTS ARE HELD ENCODED AT REST (BCPACCTM) AND DECODED HERE,
051200*AS BCPNACHA DOES, SO THE RESPONSE CARRIES THE CLEAR ACCOUNT.
051300 1350-LOAD-BANK-ACCOUNTS.
051400     OPEN INPUT PBM-MASTER-FILE
051500     IF WS-PBM-STATUS = '35'
051600         SET WS-NO-MORE-PBM TO TRUE
051700     ELSE
051800         PERFORM 1360-READ-PBM
051900     END-IF
052000     PERFORM UNTIL WS-NO-MORE-PBM
052100         IF WS-PBM-TABLE-COUNT < 2000
052200             ADD 1 TO WS-PBM-TABLE-COUNT
052300             SET WS-PBM-IX TO WS-PBM-TABLE-COUNT
052400             MOVE PBM-PROV-NPI TO WS-PBM-NPI(WS-PBM-IX)
052500             MOVE 'D'          TO WS-ACCT-FUNCTION
052600             CALL 'BCPACCTM' USING WS-ACCT-FUNCTION
052700                 PBM-BANK-ACCT-NBR
052800                 WS-PBM-ACCT(WS-PBM-IX)
052900             END-CALL
053000             MOVE PBM-BANK-ABA-NBR TO WS-PBM-ABA(WS-PBM-IX)
053100             MOVE PBM-STATUS       TO WS-PBM-STAT(WS-PBM-IX)
053200             MOVE PBM-APPROVAL-SW  TO WS-PBM-APPR(WS-PBM-IX)
053210         ELSE
053220             PERFORM 1900-TABLE-FULL
053300         END-IF
053400         PERFORM 1360-READ-PBM
053500     END-PERFORM
053600     IF WS-PBM-STATUS NOT = '35'
053700         CLOSE PBM-MASTER-FILE
053800     END-IF.
053900
054000 1360-READ-PBM.
054100     READ PBM-MASTER-FILE
054200         AT END
054300             SET WS-NO-MORE-PBM TO TRUE
054400     END-READ.
054500
054600*ONLY MONTHS FROM THE WINDOW START THROUGH THE COVERAGE MONTH
054700*ARE TABLED; OLDER (AND ANY LATER) MONTHS ARE SETTLED AND GO
054800*STRAIGHT THROUGH TO THE NEW HISTORY UNTOUCHED. NO HISTORY (35)
054900*IS THE FIRST RUN.
055000 1400-LOAD-HISTORY.
055100     OPEN INPUT CAP-HISTORY-FILE
055200     OPEN OUTPUT CAP-HISTORY-OUT
055300     IF WS-HST-STATUS = '35'
055400         SET WS-NO-MORE-HST TO TRUE
055500     ELSE
055600         PERFORM 1410-READ-HISTORY
055700     END-IF
055800     PERFORM UNTIL WS-NO-MORE-HST
055900         MOVE CAPH-COV-MONTH OF CAPH-RECORD TO WS-DATE-MONTH
056000         PERFORM 1950-COMPUTE-MONTH-IX
056100         IF WS-DATE-MONTH-IX < WS-WINDOW-START-IX
056200             OR WS-DATE-MONTH-IX > WS-RUN-MONTH-IX
056300             OR WS-HST-TABLE-COUNT NOT < 60000
056400             IF WS-HST-TABLE-COUNT NOT < 60000
056500                 AND NOT WS-DATE-MONTH-IX < WS-WINDOW-START-IX
056600                 AND NOT WS-DATE-MONTH-IX > WS-RUN-MONTH-IX
056700                 PERFORM 1900-TABLE-FULL
056800             END-IF
056900             MOVE CAPH-RECORD TO CAPHO-RECORD
057000             WRITE CAPHO-RECORD
057100             ADD 1 TO WS-HST-OUT-COUNT
057200         ELSE
057300             ADD 1 TO WS-HST-TABLE-COUNT
057400             SET WS-HST-IX TO WS-HST-TABLE-COUNT
057500             MOVE CAPH-MEMBER-ID OF CAPH-RECORD
057600                 TO WS-HST-MEMBER-ID(WS-HST-IX)
057700             MOVE CAPH-COV-MONTH OF CAPH-RECORD
057800                 TO WS-HST-MONTH(WS-HST-IX)
057900             MOVE CAPH-PCP-NPI OF CAPH-RECORD
058000                 TO WS-HST-NPI(WS-HST-IX)
058100             MOVE CAPH-CONTRACT-CODE OF CAPH-RECORD
058200                 TO WS-HST-CONTRACT(WS-HST-IX)
058300             MOVE CAPH-AMOUNT OF CAPH-RECORD
058400                 TO WS-HST-AMOUNT(WS-HST-IX)
058500             MOVE CAPH-STATUS OF CAPH-RECORD
058600                 TO WS-HST-CAP-STATUS(WS-HST-IX)
058700             MOVE CAPH-PAID-DATE OF CAPH-RECORD
058800                 TO WS-HST-PAID-DATE(WS-HST-IX)
058900             MOVE CAPH-REVERSED-DATE OF CAPH-RECORD
059000                 TO WS-HST-REV-DATE(WS-HST-IX)
059100             MOVE 'N' TO WS-HST-SEEN-SW(WS-HST-IX)
059200             MOVE 'N' TO WS-HST-NEW-SW(WS-HST-IX)
059300         END-IF
059400         PERFORM 1410-READ-HISTORY
059500     END-PERFORM
059600     IF WS-HST-STATUS NOT = '35'
059700         CLOSE CAP-HISTORY-FILE
059800     END-IF.
059900
060000 1410-READ-HISTORY.
060100     READ CAP-HISTORY-FILE
060200         AT END
060300             SET WS-NO-MORE-HST TO TRUE
060400     END-READ.
060500
060600*THE RECEIVABLE FILE IS CARRIED FORWARD WHOLE, AS IN BCPRTRMS,
060700*AND NEW CAPITATION RECEIVABLES APPEND AT THE TAIL.
060800 1500-COPY-RECEIVABLES-FORWARD.
060900     OPEN INPUT RECEIVABLE-FILE
061000     OPEN OUTPUT RECEIVABLE-OUT
061100     PERFORM 1510-READ-RECEIVABLE
061200     PERFORM UNTIL WS-NO-MORE-RCV
061300         MOVE CORRESPONDING RCVB-RECORD TO RCVO-RECORD
061400         WRITE RCVO-RECORD
061500         PERFORM 1510-READ-RECEIVABLE
061600     END-PERFORM
061700     CLOSE RECEIVABLE-FILE.
061800
061900 1510-READ-RECEIVABLE.
062000     READ RECEIVABLE-FILE
062100         AT END
062200             SET WS-NO-MORE-RCV TO TRUE
062300     END-READ.
062400
062500*A TRUNCATED TABLE WOULD MAKE PAID MONTHS LOOK UNDUE AND REVERSE
062600*THEM, SO ANY FULL TABLE STOPS THE PRICING.
062700 1900-TABLE-FULL.
062800     IF NOT WS-RUN-FATAL
062900         MOVE 'TABLE LIMIT REACHED LOADING MASTERS - RUN STOPPED'
063000             TO RPT-LINE
063100         WRITE RPT-LINE
063200     END-IF
063300     SET WS-RUN-FATAL TO TRUE.
063400
063500 1950-COMPUTE-MONTH-IX.
063600     IF WS-DATE-MONTH IS NUMERIC
063700         COMPUTE WS-DATE-MONTH-IX = WS-DM-CCYY * 12 + WS-DM-MM - 1
063800     ELSE
063900         MOVE ZERO TO WS-DATE-MONTH-IX
064000     END-IF.
064100
064200*A MEMBER MONTH COUNTS WHEN THE ASSIGNMENT COVERS ITS FIRST DAY:
064300*A SPAN STARTING MID-MONTH BEGINS WITH THE FOLLOWING MONTH, AND
064400*A SPAN TERMED ANY DAY OF A MONTH STILL HOLDS THAT MONTH.
064500 2000-PRICE-ASSIGNMENT.
064600     MOVE WS-ASG-EFF(WS-ASG-IX)(1:6) TO WS-DATE-MONTH
064700     PERFORM 1950-COMPUTE-MONTH-IX
064800     MOVE WS-DATE-MONTH-IX TO WS-FIRST-MONTH-IX
064900     IF WS-ASG-EFF(WS-ASG-IX)(7:2) > '01'
065000         ADD 1 TO WS-FIRST-MONTH-IX
065100     END-IF
065200     IF WS-FIRST-MONTH-IX < WS-WINDOW-START-IX
065300         MOVE WS-WINDOW-START-IX TO WS-FIRST-MONTH-IX
065400     END-IF
065500     MOVE WS-RUN-MONTH-IX TO WS-LAST-MONTH-IX
065600     IF WS-ASG-TERM(WS-ASG-IX) NOT = SPACES
065700         MOVE WS-ASG-TERM(WS-ASG-IX)(1:6) TO WS-DATE-MONTH
065800         PERFORM 1950-COMPUTE-MONTH-IX
065900         IF WS-DATE-MONTH-IX < WS-LAST-MONTH-IX
066000             MOVE WS-DATE-MONTH-IX TO WS-LAST-MONTH-IX
066100         END-IF
066200     END-IF
066300     IF WS-FIRST-MONTH-IX NOT > WS-LAST-MONTH-IX
066400         PERFORM 2100-RESOLVE-MEMBER
066500         IF NOT WS-MIX-FOUND
066600             ADD 1 TO WS-NO-XREF-COUNT
066700             MOVE SPACES TO RPT-LINE
066800             STRING 'MEMBER ID NOT ON CROSS-REFERENCE - MEMBER '
066900                 WS-ASG-MEMBER-ID(WS-ASG-IX)
067000                 ' PCP ' WS-ASG-NPI(WS-ASG-IX)
067100                 DELIMITED BY SIZE INTO RPT-LINE
067200             WRITE RPT-LINE
067210             MOVE WS-FIRST-MONTH-IX TO WS-HOLD-FIRST-IX
067220             MOVE WS-LAST-MONTH-IX  TO WS-HOLD-LAST-IX
067230             PERFORM 2050-HOLD-PAID-MONTHS
067300         ELSE
067400             PERFORM 2150-FIND-PROVIDER
067500             IF NOT WS-PRV-FOUND
067600                 ADD 1 TO WS-NO-PROV-COUNT
067700                 MOVE SPACES TO RPT-LINE
067800                 STRING 'PCP NOT ON PROVIDER MASTER - HELD - PCP '
067900                     WS-ASG-NPI(WS-ASG-IX)
068000                     ' MEMBER ' WS-ASG-MEMBER-ID(WS-ASG-IX)
068100                     DELIMITED BY SIZE INTO RPT-LINE
068200                 WRITE RPT-LINE
068210                 MOVE WS-FIRST-MONTH-IX TO WS-HOLD-FIRST-IX
068220                 MOVE WS-LAST-MONTH-IX  TO WS-HOLD-LAST-IX
068230                 PERFORM 2050-HOLD-PAID-MONTHS
068300             ELSE
068400                 PERFORM 2200-PRICE-MEMBER-MONTH
068500                     VARYING WS-MONTH-IX
068600                     FROM WS-FIRST-MONTH-IX BY 1
068700                     UNTIL WS-MONTH-IX > WS-LAST-MONTH-IX
068800                     OR WS-RUN-FATAL
068900             END-IF
069000         END-IF
069100     END-IF.
069200
069201*A HELD MEMBER IS NEITHER PAID NOR TAKEN BACK: MONTHS ALREADY
069202*PAID FROM WS-HOLD-FIRST-IX THROUGH WS-HOLD-LAST-IX ARE MARKED
069203*SEEN SO 2800 LEAVES THEM ALONE UNTIL THE HOLD CLEARS.
069204 2050-HOLD-PAID-MONTHS.
069205     PERFORM VARYING WS-HST-IX-N FROM 1 BY 1
069206             UNTIL WS-HST-IX-N > WS-HST-TABLE-COUNT
069207         SET WS-HST-IX TO WS-HST-IX-N
069208         IF WS-HST-MEMBER-ID(WS-HST-IX)
069209                 = WS-ASG-MEMBER-ID(WS-ASG-IX)
069210             AND WS-HST-CAP-STATUS(WS-HST-IX) = 'P'
069211             MOVE WS-HST-MONTH(WS-HST-IX) TO WS-DATE-MONTH
069212             PERFORM 1950-COMPUTE-MONTH-IX
069213             IF WS-DATE-MONTH-IX NOT < WS-HOLD-FIRST-IX
069214                 AND WS-DATE-MONTH-IX NOT > WS-HOLD-LAST-IX
069215                 MOVE 'Y' TO WS-HST-SEEN-SW(WS-HST-IX)
069216             END-IF
069217         END-IF
069218     END-PERFORM.
069219
069300 2100-RESOLVE-MEMBER.
069400     MOVE 'N' TO WS-MIX-FOUND-SW
069500     SET WS-MIX-IX TO 1
069600     SEARCH WS-MIX-ENTRY
069700         AT END
069800             CONTINUE
069900         WHEN WS-MIX-MBR-ID(WS-MIX-IX)
070000                 = WS-ASG-MEMBER-ID(WS-ASG-IX)
070100             SET WS-MIX-FOUND TO TRUE
070200             MOVE WS-MIX-SSN(WS-MIX-IX) TO WS-CUR-SSN
070300     END-SEARCH.
070400
070500 2150-FIND-PROVIDER.
070600     MOVE 'N' TO WS-PRV-FOUND-SW
070700     SET WS-PRV-IX TO 1
070800     IF WS-PRV-TABLE-COUNT > ZERO
070900         SEARCH WS-PRV-ENTRY
071000             AT END
071100                 CONTINUE
071200             WHEN WS-PRV-NPI(WS-PRV-IX) = WS-ASG-NPI(WS-ASG-IX)
071300                 SET WS-PRV-FOUND TO TRUE
071400         END-SEARCH
071500     END-IF.
071600
071700 2200-PRICE-MEMBER-MONTH.
071800     DIVIDE WS-MONTH-IX BY 12 GIVING WS-CUR-CCYY
071900         REMAINDER WS-MM-REMAINDER
072000     COMPUTE WS-CUR-MM = WS-MM-REMAINDER + 1
072100     MOVE WS-CUR-MONTH TO WS-CUR-FIRST-DAY(1:6)
072200     MOVE '01' TO WS-CUR-FIRST-DAY(7:2)
072300     PERFORM 2210-CHECK-ENROLLMENT
072400     IF WS-ENR-FOUND
072500         PERFORM 2220-FIND-RATE
072600         IF NOT WS-RAT-FOUND
072700             ADD 1 TO WS-NO-RATE-COUNT
072800             MOVE SPACES TO RPT-LINE
072900             STRING 'NO CAPITATION RATE - CONTRACT '
073000                 WS-ASG-CONTRACT(WS-ASG-IX)
073100                 ' MONTH ' WS-CUR-MONTH
073200                 ' MEMBER ' WS-ASG-MEMBER-ID(WS-ASG-IX)
073300                 DELIMITED BY SIZE INTO RPT-LINE
073400             WRITE RPT-LINE
073410             MOVE WS-MONTH-IX TO WS-HOLD-FIRST-IX
073420             MOVE WS-MONTH-IX TO WS-HOLD-LAST-IX
073430             PERFORM 2050-HOLD-PAID-MONTHS
073500         ELSE
073600             PERFORM 2230-MATCH-HISTORY
073700         END-IF
073800     END-IF.
073900
074000 2210-CHECK-ENROLLMENT.
074100     MOVE 'N' TO WS-ENR-FOUND-SW
074200     SET WS-ENR-IX TO 1
074300     SEARCH WS-ENR-ENTRY
074400         AT END
074500             CONTINUE
074600         WHEN WS-ENR-SSN(WS-ENR-IX) = WS-CUR-SSN
074700             AND WS-ENR-EFF(WS-ENR-IX) NOT > WS-CUR-FIRST-DAY
074800             AND (WS-ENR-TERM(WS-ENR-IX) = SPACES
074900                 OR WS-ENR-TERM(WS-ENR-IX) NOT < WS-CUR-FIRST-DAY)
075000             SET WS-ENR-FOUND TO TRUE
075100     END-SEARCH.
075200
075300 2220-FIND-RATE.
075400     MOVE 'N' TO WS-RAT-FOUND-SW
075500     SET WS-RAT-IX TO 1
075600     IF WS-RAT-TABLE-COUNT > ZERO
075700         SEARCH WS-RAT-ENTRY
075800             AT END
075900                 CONTINUE
076000             WHEN WS-RAT-CONTRACT(WS-RAT-IX)
076100                     = WS-ASG-CONTRACT(WS-ASG-IX)
076200                 AND WS-RAT-EFF(WS-RAT-IX) NOT > WS-CUR-FIRST-DAY
076300                 AND (WS-RAT-TERM(WS-RAT-IX) = SPACES
076400                     OR WS-RAT-TERM(WS-RAT-IX)
076500                         NOT < WS-CUR-FIRST-DAY)
076600                 SET WS-RAT-FOUND TO TRUE
076700         END-SEARCH
076800     END-IF.
076900
077000*A MONTH ALREADY PAID TO THIS PCP IS CONFIRMED; ONE PAID TO
077100*ANOTHER PCP THAT NOTHING ELSE CONFIRMS IS LEFT FOR 2800 TO
077200*REVERSE AND THIS PCP IS PAID; ONE ALREADY CONFIRMED FOR ANOTHER
077300*PCP THIS RUN IS AN OVERLAPPING ASSIGNMENT AND IS NOT PAID TWICE.
077400 2230-MATCH-HISTORY.
077500     MOVE 'N' TO WS-HST-FOUND-SW
077600     PERFORM VARYING WS-HST-IX-N FROM 1 BY 1
077700             UNTIL WS-HST-IX-N > WS-HST-TABLE-COUNT
077800             OR WS-HST-FOUND
077900         SET WS-HST-IX TO WS-HST-IX-N
078000         IF WS-HST-MEMBER-ID(WS-HST-IX)
078100                 = WS-ASG-MEMBER-ID(WS-ASG-IX)
078200             AND WS-HST-MONTH(WS-HST-IX) = WS-CUR-MONTH
078300             AND WS-HST-CAP-STATUS(WS-HST-IX) = 'P'
078400             AND (WS-HST-NPI(WS-HST-IX) = WS-ASG-NPI(WS-ASG-IX)
078500                 OR WS-HST-SEEN-SW(WS-HST-IX) = 'Y')
078600             SET WS-HST-FOUND TO TRUE
078700         END-IF
078800     END-PERFORM
078900     IF WS-HST-FOUND
079000         IF WS-HST-NPI(WS-HST-IX) = WS-ASG-NPI(WS-ASG-IX)
079100             MOVE 'Y' TO WS-HST-SEEN-SW(WS-HST-IX)
079200         ELSE
079300             ADD 1 TO WS-OVERLAP-COUNT
079400             MOVE SPACES TO RPT-LINE
079500             STRING 'OVERLAPPING PCP ASSIGNMENT - MEMBER '
079600                 WS-ASG-MEMBER-ID(WS-ASG-IX)
079700                 ' MONTH ' WS-CUR-MONTH
079800                 ' PCP ' WS-ASG-NPI(WS-ASG-IX)
079900                 ' ALREADY PAID TO ' WS-HST-NPI(WS-HST-IX)
080000                 DELIMITED BY SIZE INTO RPT-LINE
080100             WRITE RPT-LINE
080200         END-IF
080300     ELSE
080400         PERFORM 2240-ADD-PAID-MONTH
080500     END-IF.
080600
080700 2240-ADD-PAID-MONTH.
080800     IF WS-HST-TABLE-COUNT NOT < 60000
080900         PERFORM 1900-TABLE-FULL
081000     ELSE
081100         ADD 1 TO WS-HST-TABLE-COUNT
081200         SET WS-HST-IX TO WS-HST-TABLE-COUNT
081300         MOVE WS-ASG-MEMBER-ID(WS-ASG-IX)
081400             TO WS-HST-MEMBER-ID(WS-HST-IX)
081500         MOVE WS-CUR-MONTH TO WS-HST-MONTH(WS-HST-IX)
081600         MOVE WS-ASG-NPI(WS-ASG-IX) TO WS-HST-NPI(WS-HST-IX)
081700         MOVE WS-ASG-CONTRACT(WS-ASG-IX)
081800             TO WS-HST-CONTRACT(WS-HST-IX)
081900         MOVE WS-RAT-RATE(WS-RAT-IX) TO WS-HST-AMOUNT(WS-HST-IX)
082000         MOVE 'P' TO WS-HST-CAP-STATUS(WS-HST-IX)
082100         MOVE WS-TODAY-DATE TO WS-HST-PAID-DATE(WS-HST-IX)
082200         MOVE SPACES TO WS-HST-REV-DATE(WS-HST-IX)
082300         MOVE 'Y' TO WS-HST-SEEN-SW(WS-HST-IX)
082400         MOVE 'Y' TO WS-HST-NEW-SW(WS-HST-IX)
082500         MOVE WS-ASG-NPI(WS-ASG-IX) TO WS-TALLY-NPI
082600         PERFORM 2900-FIND-PCP-TOTAL
082650         IF WS-PCP-FOUND
082700             ADD WS-RAT-RATE(WS-RAT-IX)
082750                 TO WS-PCP-ADD-AMT(WS-PCP-IX)
082800             IF WS-MONTH-IX = WS-RUN-MONTH-IX
082900                 ADD 1 TO WS-CUR-MONTH-COUNT
083000                 ADD 1 TO WS-PCP-CUR-COUNT(WS-PCP-IX)
083100             ELSE
083200                 ADD 1 TO WS-RETRO-ADD-COUNT
083300                 ADD 1 TO WS-PCP-RETRO-ADDS(WS-PCP-IX)
083400                 MOVE WS-RAT-RATE(WS-RAT-IX) TO WS-RPT-AMOUNT
083500                 MOVE SPACES TO RPT-LINE
083600                 STRING 'RETRO ADD  - MEMBER '
083700                     WS-ASG-MEMBER-ID(WS-ASG-IX)
083800                     ' MONTH ' WS-CUR-MONTH
083900                     ' PCP ' WS-ASG-NPI(WS-ASG-IX)
084000                     ' AMOUNT ' WS-RPT-AMOUNT
084100                     DELIMITED BY SIZE INTO RPT-LINE
084200                 WRITE RPT-LINE
084300             END-IF
084350         END-IF
084400     END-IF.
084500
084600*A MONTH STILL MARKED PAID THAT NO ASSIGNMENT CONFIRMED THIS RUN
084700*IS NO LONGER DUE AND IS TAKEN BACK FROM THE PCP IT WENT TO.
084710*EVERY PCP TO BE CHARGED IS TABLED FIRST, SO A FULL PCP TABLE
084720*STOPS THE RUN BEFORE ANY MONTH IS TAKEN BACK.
084800 2800-REVERSE-UNDUE-MONTHS.
084810     PERFORM VARYING WS-HST-IX-N FROM 1 BY 1
084820             UNTIL WS-HST-IX-N > WS-HST-TABLE-COUNT
084830             OR WS-RUN-FATAL
084840         SET WS-HST-IX TO WS-HST-IX-N
084850         IF WS-HST-CAP-STATUS(WS-HST-IX) = 'P'
084860             AND WS-HST-SEEN-SW(WS-HST-IX) = 'N'
084870             MOVE WS-HST-NPI(WS-HST-IX) TO WS-TALLY-NPI
084880             PERFORM 2900-FIND-PCP-TOTAL
084890         END-IF
084895     END-PERFORM
084900     PERFORM VARYING WS-HST-IX-N FROM 1 BY 1
085000             UNTIL WS-HST-IX-N > WS-HST-TABLE-COUNT
085050             OR WS-RUN-FATAL
085100         SET WS-HST-IX TO WS-HST-IX-N
085200         IF WS-HST-CAP-STATUS(WS-HST-IX) = 'P'
085300             AND WS-HST-SEEN-SW(WS-HST-IX) = 'N'
085400             MOVE 'R' TO WS-HST-CAP-STATUS(WS-HST-IX)
085500             MOVE WS-TODAY-DATE TO WS-HST-REV-DATE(WS-HST-IX)
085600             ADD 1 TO WS-RETRO-TERM-COUNT
085700             MOVE WS-HST-NPI(WS-HST-IX) TO WS-TALLY-NPI
085800             PERFORM 2900-FIND-PCP-TOTAL
085900             ADD 1 TO WS-PCP-RETRO-TERMS(WS-PCP-IX)
086000             ADD WS-HST-AMOUNT(WS-HST-IX)
086100                 TO WS-PCP-TERM-AMT(WS-PCP-IX)
086200             MOVE WS-HST-AMOUNT(WS-HST-IX) TO WS-RPT-AMOUNT
086300             MOVE SPACES TO RPT-LINE
086400             STRING 'RETRO TERM - MEMBER '
086500                 WS-HST-MEMBER-ID(WS-HST-IX)
086600                 ' MONTH ' WS-HST-MONTH(WS-HST-IX)
086700                 ' PCP ' WS-HST-NPI(WS-HST-IX)
086800                 ' AMOUNT ' WS-RPT-AMOUNT
086900                 DELIMITED BY SIZE INTO RPT-LINE
087000             WRITE RPT-LINE
087100         END-IF
087200     END-PERFORM.
087300
087310*A NEW PCP IS ADDED WHILE THERE IS ROOM. WS-PCP-FOUND IS LEFT
087320*OFF ONLY WHEN THE TABLE IS FULL; THE RUN STOPS AND THE CALLER
087330*SKIPS THE TALLY.
087400 2900-FIND-PCP-TOTAL.
087500     MOVE 'N' TO WS-PCP-FOUND-SW
087600     SET WS-PCP-IX TO 1
087700     IF WS-PCP-TABLE-COUNT > ZERO
087800         SEARCH WS-PCP-ENTRY
087900             AT END
088000                 CONTINUE
088100             WHEN WS-PCP-NPI(WS-PCP-IX) = WS-TALLY-NPI
088200                 SET WS-PCP-FOUND TO TRUE
088300         END-SEARCH
088400     END-IF
088500     IF NOT WS-PCP-FOUND
088600         IF WS-PCP-TABLE-COUNT < 5000
088700             ADD 1 TO WS-PCP-TABLE-COUNT
088900             SET WS-PCP-IX TO WS-PCP-TABLE-COUNT
089100             MOVE WS-TALLY-NPI TO WS-PCP-NPI(WS-PCP-IX)
089200             MOVE ZERO TO WS-PCP-CUR-COUNT(WS-PCP-IX)
089300             MOVE ZERO TO WS-PCP-RETRO-ADDS(WS-PCP-IX)
089400             MOVE ZERO TO WS-PCP-ADD-AMT(WS-PCP-IX)
089500             MOVE ZERO TO WS-PCP-RETRO-TERMS(WS-PCP-IX)
089600             MOVE ZERO TO WS-PCP-TERM-AMT(WS-PCP-IX)
089650             SET WS-PCP-FOUND TO TRUE
089660         ELSE
089670             PERFORM 1900-TABLE-FULL
089700         END-IF
089800     END-IF.
089900
090000*ONE NET PAYMENT PER PCP: ADDS LESS REVERSALS. A NEGATIVE NET
090100*BECOMES A RECEIVABLE INSTEAD.
090200 3000-WRITE-PCP-PAYMENTS.
090300     MOVE SPACES TO RPT-LINE
090400     WRITE RPT-LINE
090500     PERFORM VARYING WS-PCP-IX-N FROM 1 BY 1
090600             UNTIL WS-PCP-IX-N > WS-PCP-TABLE-COUNT
090700         SET WS-PCP-IX TO WS-PCP-IX-N
090800         COMPUTE WS-NET-AMT = WS-PCP-ADD-AMT(WS-PCP-IX)
090900             - WS-PCP-TERM-AMT(WS-PCP-IX)
091000         END-COMPUTE
091100         MOVE WS-PCP-NPI(WS-PCP-IX) TO WS-TALLY-NPI
091200         PERFORM 3050-FIND-PCP-NAME
091300         IF WS-NET-AMT > ZERO
091400             PERFORM 3100-WRITE-CAP-RESPONSE
091500         END-IF
091600         IF WS-NET-AMT < ZERO
091700             PERFORM 3200-ESTABLISH-RECEIVABLE
091800         END-IF
091900         MOVE WS-NET-AMT TO WS-RPT-NET
092000         MOVE SPACES TO RPT-LINE
092100         STRING 'PCP ' WS-PCP-NPI(WS-PCP-IX)
092200             ' ' WS-PCP-NAME(1:30)
092300             ' MEMBERS ' WS-PCP-CUR-COUNT(WS-PCP-IX)
092400             ' RETRO ADDS ' WS-PCP-RETRO-ADDS(WS-PCP-IX)
092500             ' RETRO TERMS ' WS-PCP-RETRO-TERMS(WS-PCP-IX)
092600             ' NET ' WS-RPT-NET
092700             DELIMITED BY SIZE INTO RPT-LINE
092800         WRITE RPT-LINE
092900     END-PERFORM.
093000
093100 3050-FIND-PCP-NAME.
093200     MOVE SPACES TO WS-PCP-NAME
093300     SET WS-PRV-IX TO 1
093400     IF WS-PRV-TABLE-COUNT > ZERO
093500         SEARCH WS-PRV-ENTRY
093600             AT END
093700                 CONTINUE
093800             WHEN WS-PRV-NPI(WS-PRV-IX) = WS-TALLY-NPI
093900                 MOVE WS-PRV-NAME(WS-PRV-IX) TO WS-PCP-NAME
094000         END-SEARCH
094100     END-IF.
094200
094300*THE KEY IS CLAIM KEY ZERO, THE COVERAGE MONTH IN THE POLICY KEY
094400*AND THE PCP NPI, SO EACH PCP'S MONTHLY PAYMENT IS DISTINCT ON
094500*THE CHECK CROSS-REFERENCE AND THE REMIT.
094600 3100-WRITE-CAP-RESPONSE.
094700     MOVE SPACES TO BCP-RESP-RECORD
094800     MOVE ZERO TO BCP-RESP-CLM-KEY
094900     MOVE WS-RUN-MONTH-N TO BCP-RESP-POLICY-KEY
095000     IF WS-TALLY-NPI IS NUMERIC
095100         MOVE WS-TALLY-NPI TO BCP-RESP-NPI-KEY
095200     ELSE
095300         MOVE ZERO TO BCP-RESP-NPI-KEY
095400     END-IF
095500     MOVE WS-TODAY-DATE TO BCP-RESP-CREATE-DT
095600     MOVE WS-TODAY-DATE TO BCP-RESP-RESPONSE-DT
095700     SET BCP-RESP-WAS-ACCEPTED TO TRUE
095800     MOVE WS-NET-AMT TO BCP-RESP-CLM-PAID-AMT
095900     PERFORM 3150-FIND-BANK-ACCOUNT
096000     IF WS-PBM-USE-N > ZERO
096100         SET WS-PBM-IX TO WS-PBM-USE-N
096200         MOVE WS-PBM-ABA(WS-PBM-IX)  TO BCP-RESP-BANK-ABA-NBR
096300         MOVE WS-PBM-ACCT(WS-PBM-IX) TO BCP-RESP-BANK-ACCT-NBR
096400     END-IF
096500     STRING 'CAP' WS-RUN-MONTH WS-TALLY-NPI
096600         DELIMITED BY SIZE INTO BCP-RESP-ACH-TRACE-NO
096700     MOVE WS-PCP-NAME TO BCP-RESP-PROV-NAME
096800     MOVE WS-TALLY-NPI TO BCP-RESP-PROV-NPI
096900     STRING 'CAPITATION ' WS-RUN-MONTH
097000         DELIMITED BY SIZE INTO BCP-RESP-CLM-NO
097100     MOVE 'PCP CAPITATION' TO BCP-RESP-PAT-NAME-LAST
097200     MOVE 'CAPPMT' TO BCP-RESP-PAT-TRAN-ID
097300     MOVE SPACES TO BCP-RESP-FILLERS
097400     WRITE BCP-RESP-RECORD
097500     ADD 1 TO WS-RESP-COUNT
097600     ADD WS-NET-AMT TO WS-RESP-TOTAL.
097700
097800*A CLEARED, APPROVED ACCOUNT IS PREFERRED; OTHERWISE THE FIRST
097900*ACCOUNT ON FILE, WHICH BCPNACHA PAYS BY CHECK. NONE AT ALL
098000*LEAVES THE BANK FIELDS BLANK AND BCPNACHA ISSUES A CHECK.
098100 3150-FIND-BANK-ACCOUNT.
098200     MOVE ZERO TO WS-PBM-USE-N
098300     MOVE ZERO TO WS-PBM-ANY-N
098400     PERFORM VARYING WS-PBM-IX-N FROM 1 BY 1
098500             UNTIL WS-PBM-IX-N > WS-PBM-TABLE-COUNT
098600             OR WS-PBM-USE-N > ZERO
098700         SET WS-PBM-IX TO WS-PBM-IX-N
098800         IF WS-PBM-NPI(WS-PBM-IX) = WS-TALLY-NPI
098900             IF WS-PBM-ANY-N = ZERO
099000                 MOVE WS-PBM-IX-N TO WS-PBM-ANY-N
099100             END-IF
099200             IF WS-PBM-STAT(WS-PBM-IX) = 'C'
099300                 AND WS-PBM-APPR(WS-PBM-IX) NOT = 'P'
099400                 MOVE WS-PBM-IX-N TO WS-PBM-USE-N
099500             END-IF
099600         END-IF
099700     END-PERFORM
099800     IF WS-PBM-USE-N = ZERO
099900         MOVE WS-PBM-ANY-N TO WS-PBM-USE-N
100000     END-IF.
100100
100200 3200-ESTABLISH-RECEIVABLE.
100300     COMPUTE WS-RCVB-AMT = ZERO - WS-NET-AMT
100400     ADD 1 TO WS-RCVB-ADDED-COUNT
100500     ADD WS-RCVB-AMT TO WS-RCVB-ADDED-TOTAL
100600     MOVE SPACES TO RCVO-RECORD
100700     MOVE ZERO TO RCVB-CLM-KEY OF RCVO-RECORD
100800     MOVE WS-RUN-MONTH-N TO RCVB-POLICY-KEY OF RCVO-RECORD
100900     MOVE WS-TALLY-NPI TO RCVB-PROV-NPI OF RCVO-RECORD
101000     MOVE WS-RCVB-AMT TO RCVB-ORIG-AMT OF RCVO-RECORD
101100     MOVE WS-RCVB-AMT TO RCVB-OPEN-BALANCE OF RCVO-RECORD
101200     MOVE WS-TODAY-DATE TO RCVB-ESTABLISHED-DATE OF RCVO-RECORD
101300     SET RCVB-IS-OPEN OF RCVO-RECORD TO TRUE
101400     WRITE RCVO-RECORD
101500     MOVE WS-RCVB-AMT TO WS-RPT-AMOUNT
101600     MOVE SPACES TO RPT-LINE
101700     STRING 'RECEIVABLE ESTABLISHED - PCP ' WS-TALLY-NPI
101800         ' REVERSALS EXCEED ADDS BY ' WS-RPT-AMOUNT
101900         DELIMITED BY SIZE INTO RPT-LINE
102000     WRITE RPT-LINE.
102100
102200 4000-WRITE-HISTORY-OUT.
102300     PERFORM VARYING WS-HST-IX-N FROM 1 BY 1
102400             UNTIL WS-HST-IX-N > WS-HST-TABLE-COUNT
102500         SET WS-HST-IX TO WS-HST-IX-N
102550*A STOPPED RUN CARRIES THE HISTORY OVER EXACTLY AS IT WAS READ.
102560         IF NOT WS-RUN-FATAL
102570             OR WS-HST-NEW-SW(WS-HST-IX) = 'N'
102600             MOVE SPACES TO CAPHO-RECORD
102700             MOVE WS-HST-MEMBER-ID(WS-HST-IX)
102800                 TO CAPH-MEMBER-ID OF CAPHO-RECORD
102900             MOVE WS-HST-MONTH(WS-HST-IX)
103000                 TO CAPH-COV-MONTH OF CAPHO-RECORD
103100             MOVE WS-HST-NPI(WS-HST-IX)
103200                 TO CAPH-PCP-NPI OF CAPHO-RECORD
103300             MOVE WS-HST-CONTRACT(WS-HST-IX)
103400                 TO CAPH-CONTRACT-CODE OF CAPHO-RECORD
103500             MOVE WS-HST-AMOUNT(WS-HST-IX)
103600                 TO CAPH-AMOUNT OF CAPHO-RECORD
103700             MOVE WS-HST-CAP-STATUS(WS-HST-IX)
103800                 TO CAPH-STATUS OF CAPHO-RECORD
103900             MOVE WS-HST-PAID-DATE(WS-HST-IX)
104000                 TO CAPH-PAID-DATE OF CAPHO-RECORD
104100             MOVE WS-HST-REV-DATE(WS-HST-IX)
104200                 TO CAPH-REVERSED-DATE OF CAPHO-RECORD
104300             WRITE CAPHO-RECORD
104400             ADD 1 TO WS-HST-OUT-COUNT
104450         END-IF
104500     END-PERFORM.
104600
104700 5000-WRITE-SUMMARY.
104800     MOVE SPACES TO RPT-LINE
104900     WRITE RPT-LINE
105000     MOVE SPACES TO RPT-LINE
105100     STRING 'ASSIGNMENTS READ ' WS-ASG-READ-COUNT
105200         '  CURRENT MONTHS PAID ' WS-CUR-MONTH-COUNT
105300         '  RETRO ADDS ' WS-RETRO-ADD-COUNT
105400         '  RETRO TERMS ' WS-RETRO-TERM-COUNT
105500         DELIMITED BY SIZE INTO RPT-LINE
105600     WRITE RPT-LINE
105700     MOVE WS-RESP-TOTAL TO WS-RPT-AMOUNT
105800     MOVE SPACES TO RPT-LINE
105900     STRING 'CAPITATION PAYMENTS WRITTEN ' WS-RESP-COUNT
106000         '  TOTAL ' WS-RPT-AMOUNT
106100         DELIMITED BY SIZE INTO RPT-LINE
106200     WRITE RPT-LINE
106300     MOVE WS-RCVB-ADDED-TOTAL TO WS-RPT-AMOUNT
106400     MOVE SPACES TO RPT-LINE
106500     STRING 'RECEIVABLES ESTABLISHED ' WS-RCVB-ADDED-COUNT
106600         '  TOTAL ' WS-RPT-AMOUNT
106700         DELIMITED BY SIZE INTO RPT-LINE
106800     WRITE RPT-LINE
106900     MOVE SPACES TO RPT-LINE
107000     STRING 'EXCEPTIONS - NO XREF ' WS-NO-XREF-COUNT
107100         '  PCP HELD ' WS-NO-PROV-COUNT
107200         '  NO RATE ' WS-NO-RATE-COUNT
107300         '  OVERLAPS ' WS-OVERLAP-COUNT
107400         DELIMITED BY SIZE INTO RPT-LINE
107500     WRITE RPT-LINE
107600     IF WS-RUN-FATAL
107700         MOVE 'RUN STOPPED - NOTHING PAID, HISTORY CARRIED OVER'
107800             TO RPT-LINE
107900         WRITE RPT-LINE
108000     END-IF.
108100
108200 6000-WRITE-CONTROL-LEDGER.
108300     OPEN EXTEND CONTROL-LEDGER
108400     IF WS-CTLG-STATUS = '35'
108500         OPEN OUTPUT CONTROL-LEDGER
108600     END-IF
108700     MOVE 'BCPCAPRN'         TO CTLG-PROGRAM
108800     MOVE WS-TODAY-DATE      TO CTLG-RUN-DATE
108900     MOVE 'PCPASGN '         TO CTLG-FILE-NAME
109000     MOVE 'I'                TO CTLG-DIRECTION
109100     MOVE WS-ASG-READ-COUNT  TO CTLG-REC-COUNT
109200     MOVE ZERO               TO CTLG-AMOUNT
109300     WRITE CTLG-RECORD
109400     MOVE 'CAPRESP '         TO CTLG-FILE-NAME
109500     MOVE 'O'                TO CTLG-DIRECTION
109600     MOVE WS-RESP-COUNT      TO CTLG-REC-COUNT
109700     MOVE WS-RESP-TOTAL      TO CTLG-AMOUNT
109800     WRITE CTLG-RECORD
109900     MOVE 'CAPRCVBL'         TO CTLG-FILE-NAME
110000     MOVE WS-RCVB-ADDED-COUNT TO CTLG-REC-COUNT
110100     MOVE WS-RCVB-ADDED-TOTAL TO CTLG-AMOUNT
110200     WRITE CTLG-RECORD
110300     CLOSE CONTROL-LEDGER.
110400
110500 9000-TERMINATE.
110600     CLOSE CAP-HISTORY-OUT
110700     CLOSE RECEIVABLE-OUT
110800     CLOSE CAP-RESP-OUT
110900     CLOSE CAP-RUN-RPT.
