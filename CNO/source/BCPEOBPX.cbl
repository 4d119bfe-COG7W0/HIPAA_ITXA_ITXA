000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150127 - PATIENT-ACCESS EXPLANATION *
000300*            OF BENEFIT EXTRACT FOR THE MEMBER PORTAL. DAILY,    *
000400*            INCREMENTAL: EVERY CLAIM BCPCHIST SHOWS POSTED      *
000500*            SINCE THE LAST EXTRACT'S THROUGH DATE (EOBPCTL,     *
000600*            ALL POSTED CLAIMS WHEN ABSENT) IS WRITTEN TO THE    *
000700*            BCPEOBPT RECORD SET UNDER ITS INTERNAL MEMBER ID -  *
000800*            HEADER, SERVICE LINES AND CAS ADJUSTMENTS FROM THE  *
000900*            837, OUTCOME, PAYMENT DATE, TRACE AND PAYEE FROM    *
001000*            THE BCPRESP REMIT, PAID AMOUNT FROM THE HISTORY. A  *
001100*            CLAIM WHOSE 837 IS NOT ON BATCH837 GOES OUT HEADER  *
001200*            ONLY. THE POSTED NCPDP FILE'S RX DETAILS FOLLOW,    *
001300*            MEMBER ID FROM THE CARDHOLDER SSN (BCPMIDXR). A     *
001400*            CLAIM BILLING A DIAGNOSIS ON THE SENSITIVE MASTER   *
001500*            (BCPSNSDX) IS FLAGGED AND HAS ITS DIAGNOSES         *
001600*            (EDXC), PROCEDURE/REVENUE/NDC CODES (EPRC) AND      *
001700*            PROVIDER (EPRV) BLANKED, EACH PER THE OPTIONAL      *
001800*            BCPDEICF CONFIGURATION (EOBCFG, DEFAULT BLANKED);   *
001900*            ITS RX DETAILS LIKEWISE. THE THROUGH DATE MOVES TO  *
002000*            THE RUN DATE (EOBPCTLO) ONLY ON A CLEAN RUN. RC 8   *
002100*            WHEN A TABLE FILLS.                                 *
002200******************************************************************
002210* 10-15-26 - R KOWALSKI - AR 150127 - THE RX DETAILS ARE NOW     *
002220*            INCREMENTAL TOO: ONLY THOSE WHOSE POSTING DATE      *
002230*            (RX-DTL-POSTED-DATE, STAMPED BY BCPRXRSP) IS AFTER  *
002240*            THE LAST THROUGH DATE ARE SENT, SO A POSTED         *
002250*            PHARMACY FILE READ AGAIN DOES NOT RESEND WHAT THE   *
002260*            PORTAL ALREADY HAS.                                 *
002270******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. BCPEOBPX.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL EOB-CONTROL-FILE ASSIGN TO EOBPCTL
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-CTL-STATUS.
003100     SELECT EOB-CONTROL-OUT ASSIGN TO EOBPCTLO
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-CTO-STATUS.
003400     SELECT OPTIONAL EOB-CONFIG-FILE ASSIGN TO EOBCFG
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-CFG-STATUS.
003700     SELECT SENSITIVE-DIAG-FILE ASSIGN TO SNSDIAG
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS IS WS-SDX-STATUS.
004000     SELECT MEMBER-XREF-FILE ASSIGN TO MIDXREF
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS WS-MIX-STATUS.
004300     SELECT CLAIM-HISTORY ASSIGN TO CLMHIST
004400            ORGANIZATION IS INDEXED
004500            ACCESS MODE IS SEQUENTIAL
004600            RECORD KEY IS CHIST-CLM-KEY OF CHIST-RECORD
004700            FILE STATUS IS WS-CHIST-STATUS.
004800     SELECT RESPONSE-FILE ASSIGN TO BCPRESP
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS WS-RESP-STATUS.
005100     SELECT BATCH-837 ASSIGN TO BATCH837
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS WS-BATCH-STATUS.
005400     SELECT RX-POSTED-FILE ASSIGN TO RXPOSTED
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            FILE STATUS IS WS-RXP-STATUS.
005700     SELECT EOB-EXTRACT ASSIGN TO EOBPORT
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS IS WS-EXT-STATUS.
006000     SELECT EOB-RPT ASSIGN TO EOBPRPT
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            FILE STATUS IS WS-RPT-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  EOB-CONTROL-FILE.
006600 01  EOBCTL-RECORD.
006700     05  EOBCTL-THROUGH-DATE       PIC X(08).
006800 FD  EOB-CONTROL-OUT.
006900 01  EOBCTO-RECORD.
007000     05  EOBCTO-THROUGH-DATE       PIC X(08).
007100 FD  EOB-CONFIG-FILE.
007200     COPY BCPDEICF.
007300 FD  SENSITIVE-DIAG-FILE.
007400     COPY BCPSNSDX.
007500 FD  MEMBER-XREF-FILE.
007600     COPY BCPMIDXR.
007700 FD  CLAIM-HISTORY.
007800     COPY BCPCHIST.
007900 FD  RESPONSE-FILE.
008000     COPY BCPRESP_Updated.
008100 FD  BATCH-837.
008200     COPY BCPMGHDR.
008300     COPY BCPMG50.
008400     COPY BCPMG60.
008500     COPY BCPMGSVC.
008600     COPY BCPMG90.
008700     COPY BCPMG99.
008800 FD  RX-POSTED-FILE.
008900     COPY BCPRXHDR.
009000     COPY BCPRXDTL.
009100     COPY BCPRXTRL.
009200 FD  EOB-EXTRACT.
009300     COPY BCPEOBPT.
009400 FD  EOB-RPT.
009500 01  RPT-LINE                  PIC X(132).
009600 WORKING-STORAGE SECTION.
009700 01  WS-CTL-STATUS             PIC X(02).
009800 01  WS-CTO-STATUS             PIC X(02).
009900 01  WS-CFG-STATUS             PIC X(02).
010000 01  WS-SDX-STATUS             PIC X(02).
010100 01  WS-MIX-STATUS             PIC X(02).
010200 01  WS-CHIST-STATUS           PIC X(02).
010300 01  WS-RESP-STATUS            PIC X(02).
010400 01  WS-BATCH-STATUS           PIC X(02).
010500 01  WS-RXP-STATUS             PIC X(02).
010600 01  WS-EXT-STATUS             PIC X(02).
010700 01  WS-RPT-STATUS             PIC X(02).
010800 01  WS-CFG-EOF-SW             PIC X(01)      VALUE 'N'.
010900     88  WS-NO-MORE-CFG            VALUE 'Y'.
011000 01  WS-SDX-EOF-SW             PIC X(01)      VALUE 'N'.
011100     88  WS-NO-MORE-SDX            VALUE 'Y'.
011200 01  WS-MIX-EOF-SW             PIC X(01)      VALUE 'N'.
011300     88  WS-NO-MORE-MIX            VALUE 'Y'.
011400 01  WS-CHS-EOF-SW             PIC X(01)      VALUE 'N'.
011500     88  WS-NO-MORE-CHS            VALUE 'Y'.
011600 01  WS-RESP-EOF-SW            PIC X(01)      VALUE 'N'.
011700     88  WS-NO-MORE-RESP           VALUE 'Y'.
011800 01  WS-BAT-EOF-SW             PIC X(01)      VALUE 'N'.
011900     88  WS-NO-MORE-BAT            VALUE 'Y'.
012000 01  WS-RXP-EOF-SW             PIC X(01)      VALUE 'N'.
012100     88  WS-NO-MORE-RXP            VALUE 'Y'.
012200 01  WS-RUN-FATAL-SW           PIC X(01)      VALUE 'N'.
012300     88  WS-RUN-FATAL              VALUE 'Y'.
012400 01  WS-TODAY-DATE             PIC X(08).
012500 01  WS-EXTRACT-FROM           PIC X(08)      VALUE ZEROES.
012600 01  WS-LAST-REC-ID            PIC X(02)      VALUE SPACES.
012700*WHAT A SENSITIVE CLAIM HAS BLANKED. NO CONFIG ENTRY = BLANKED.
012800 01  WS-SUPPRESS-DIAG-SW       PIC X(01)      VALUE 'Y'.
012900     88  WS-SUPPRESS-DIAG          VALUE 'Y'.
013000 01  WS-SUPPRESS-PROC-SW       PIC X(01)      VALUE 'Y'.
013100     88  WS-SUPPRESS-PROC          VALUE 'Y'.
013200 01  WS-SUPPRESS-PROV-SW       PIC X(01)      VALUE 'Y'.
013300     88  WS-SUPPRESS-PROV          VALUE 'Y'.
013400 01  WS-SDX-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
013500 01  WS-SDX-TABLE.
013600     05  WS-SDX-ENTRY          OCCURS 1 TO 1000 TIMES
013700                               DEPENDING ON WS-SDX-TABLE-COUNT
013800                               INDEXED BY WS-SDX-IX.
013900         10  WS-SDX-PREFIX         PIC X(10).
014000         10  WS-SDX-LENGTH         PIC 9(02).
014100 01  WS-CODE-LENGTH            PIC 9(02)      VALUE ZERO.
014200 01  WS-MIX-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
014300 01  WS-MIX-TABLE.
014400     05  WS-MIX-ENTRY          OCCURS 1 TO 20000 TIMES
014500                               DEPENDING ON WS-MIX-TABLE-COUNT
014600                               INDEXED BY WS-MIX-IX.
014700         10  WS-MIX-MBR-ID         PIC 9(10).
014800         10  WS-MIX-SSN            PIC X(09).
014900 01  WS-MIX-FOUND-SW           PIC X(01)      VALUE 'N'.
015000     88  WS-MIX-FOUND              VALUE 'Y'.
015100*CLAIMS POSTED SINCE THE LAST EXTRACT, WITH THEIR REMIT WHEN ONE
015200*IS ON BCPRESP (RSP-SUB ZERO WHEN NOT).
015300 01  WS-SEL-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
015400 01  WS-SEL-TABLE.
015500     05  WS-SEL-ENTRY          OCCURS 1 TO 30000 TIMES
015600                               DEPENDING ON WS-SEL-TABLE-COUNT
015700                               INDEXED BY WS-SEL-IX.
015800         10  WS-SEL-CLM-KEY        PIC 9(06).
015900         10  WS-SEL-POLICY-KEY     PIC 9(09).
016000         10  WS-SEL-MBR-ID         PIC 9(10).
016100         10  WS-SEL-PAID-AMT       PIC 9(09)V99.
016200         10  WS-SEL-POSTED-DATE    PIC X(08).
016300         10  WS-SEL-RSP-SUB        PIC 9(05).
016400         10  WS-SEL-WRITTEN-SW     PIC X(01).
016500             88  WS-SEL-WRITTEN        VALUE 'Y'.
016600         10  WS-SEL-SENSITIVE-SW   PIC X(01).
016700             88  WS-SEL-SENSITIVE      VALUE 'Y'.
016800 01  WS-SEL-FOUND-SW           PIC X(01)      VALUE 'N'.
016900     88  WS-SEL-FOUND              VALUE 'Y'.
017000 01  WS-RSP-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
017100 01  WS-RSP-TABLE.
017200     05  WS-RSP-ENTRY          OCCURS 1 TO 30000 TIMES
017300                               DEPENDING ON WS-RSP-TABLE-COUNT
017400                               INDEXED BY WS-RSP-IX.
017500         10  WS-RSP-ACC-REJ-IND    PIC X(01).
017600         10  WS-RSP-ACH-DT         PIC X(08).
017700         10  WS-RSP-ACH-TRACE-NO   PIC X(50).
017800         10  WS-RSP-PROV-NPI       PIC X(10).
017900         10  WS-RSP-PROV-NAME      PIC X(60).
018000*THE CLAIM BEING WALKED ON THE 837 AND ITS SERVICE LINES.
018100 01  WS-CURR-PART-IND          PIC X(01)      VALUE SPACE.
018200 01  WS-CUR-SELECTED-SW        PIC X(01)      VALUE 'N'.
018300     88  WS-CUR-SELECTED           VALUE 'Y'.
018400 01  WS-CUR-SENSITIVE-SW       PIC X(01)      VALUE 'N'.
018500     88  WS-CUR-SENSITIVE          VALUE 'Y'.
018600 01  WS-CUR-SEL-SUB            PIC 9(05)      VALUE ZERO.
018700 01  WS-CUR-CLAIM-TYPE         PIC X(01)      VALUE SPACE.
018800 01  WS-CUR-CONTRACT-CODE      PIC X(02)      VALUE SPACES.
018900 01  WS-CUR-NPI                PIC X(10)      VALUE SPACES.
019000 01  WS-CUR-PROV-NAME          PIC X(60)      VALUE SPACES.
019100 01  WS-CUR-DIAG               PIC X(10)      VALUE SPACES.
019200 01  WS-DIAG-IX                PIC 9(01)      VALUE ZERO.
019300 01  WS-MOD-IX                 PIC 9(01)      VALUE ZERO.
019400 01  WS-CAS-IX                 PIC 9(02)      VALUE ZERO.
019500 01  WS-LIN-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
019600 01  WS-LIN-TABLE.
019700     05  WS-LIN-ENTRY          OCCURS 1 TO 999 TIMES
019800                               DEPENDING ON WS-LIN-TABLE-COUNT
019900                               INDEXED BY WS-LIN-IX.
020000         10  WS-LIN-LINE-NBR       PIC 9(06).
020100         10  WS-LIN-DATE-FROM      PIC X(08).
020200         10  WS-LIN-DATE-TO        PIC X(08).
020300         10  WS-LIN-PROC-CODE      PIC X(05).
020400         10  WS-LIN-PROC-MOD       PIC X(02)  OCCURS 4 TIMES.
020500         10  WS-LIN-REVENUE-CODE   PIC X(10).
020600         10  WS-LIN-PLACE-OF-SERV  PIC X(02).
020700         10  WS-LIN-DIAG           PIC X(10)  OCCURS 4 TIMES.
020800         10  WS-LIN-SUBMITTED-AMT  PIC 9(07)V99.
020900         10  WS-LIN-APPROVED-AMT   PIC 9(07)V99.
021000         10  WS-LIN-PAID-AMT       PIC 9(07)V99.
021100         10  WS-LIN-COINS-AMT      PIC 9(07)V99.
021200         10  WS-LIN-DEDUCT-AMT     PIC 9(07)V99.
021300         10  WS-LIN-NOT-COVRD-AMT  PIC 9(07)V99.
021400         10  WS-LIN-CAS            OCCURS 10 TIMES.
021500             15  WS-LIN-CAS-GRP    PIC X(02).
021600             15  WS-LIN-CAS-RSN    PIC X(05).
021700             15  WS-LIN-CAS-AMT    PIC 9(07)V99.
021800******************************************************************
021900* PLAIN-LANGUAGE TRANSLATIONS FOR THE CAS GROUP/REASON CODES     *
022000* MOST COMMON ON OUR REMITS, AS PRINTED ON THE PAPER EOB (SEE    *
022100* BCPEOBGN). CODES NOT LISTED GO OUT WITH NO TEXT.               *
022200******************************************************************
022300 01  WS-CAS-TEXT-CONSTANTS.
022400     05  FILLER                PIC X(47)      VALUE
022500         'PR1  YOUR DEDUCTIBLE                          '.
022600     05  FILLER                PIC X(47)      VALUE
022700         'PR2  YOUR COINSURANCE                         '.
022800     05  FILLER                PIC X(47)      VALUE
022900         'PR3  YOUR COPAYMENT                           '.
023000     05  FILLER                PIC X(47)      VALUE
023100         'CO45 CHARGE OVER THE PLAN ALLOWED AMOUNT      '.
023200     05  FILLER                PIC X(47)      VALUE
023300         'CO97 INCLUDED IN PAYMENT FOR ANOTHER SERVICE  '.
023400     05  FILLER                PIC X(47)      VALUE
023500         'OA23 ADJUSTED FOR ANOTHER PLANS PAYMENT       '.
023600 01  WS-CAS-TEXT-TABLE REDEFINES WS-CAS-TEXT-CONSTANTS.
023700     05  WS-CAS-TEXT-ENTRY     OCCURS 6 TIMES
023800                               INDEXED BY WS-CTX-IX.
023900         10  WS-CTX-CODE           PIC X(05).
024000         10  WS-CTX-TEXT           PIC X(42).
024100 01  WS-CTX-LOOKUP             PIC X(05).
024200*CLAIM TOTALS ACROSS THE BUFFERED LINES.
024300 01  WS-CLM-SUBMITTED          PIC 9(09)V99   VALUE ZERO.
024400 01  WS-CLM-APPROVED           PIC 9(09)V99   VALUE ZERO.
024500 01  WS-CLM-PATIENT-RESP       PIC 9(09)V99   VALUE ZERO.
024600 01  WS-CLM-SERVICE-FROM       PIC X(08)      VALUE SPACES.
024700 01  WS-CLM-SERVICE-TO         PIC X(08)      VALUE SPACES.
024800 01  WS-HISTORY-READ           PIC 9(07)      VALUE ZERO.
024900 01  WS-CLAIMS-SELECTED        PIC 9(07)      VALUE ZERO.
025000 01  WS-NO-MEMBER-ID-COUNT     PIC 9(07)      VALUE ZERO.
025100 01  WS-REMITS-MATCHED         PIC 9(07)      VALUE ZERO.
025200 01  WS-CLAIMS-WITH-DETAIL     PIC 9(07)      VALUE ZERO.
025300 01  WS-CLAIMS-HEADER-ONLY     PIC 9(07)      VALUE ZERO.
025400 01  WS-CLAIMS-SENSITIVE       PIC 9(07)      VALUE ZERO.
025500 01  WS-LINES-WRITTEN          PIC 9(07)      VALUE ZERO.
025600 01  WS-ADJ-WRITTEN            PIC 9(07)      VALUE ZERO.
025700 01  WS-RX-WRITTEN             PIC 9(07)      VALUE ZERO.
025800 01  WS-RX-SENSITIVE           PIC 9(07)      VALUE ZERO.
025900 01  WS-RX-NO-MEMBER           PIC 9(07)      VALUE ZERO.
026000 01  WS-RECORDS-WRITTEN        PIC 9(09)      VALUE ZERO.
026100 01  WS-RPT-COUNT              PIC Z,ZZZ,ZZ9.
026200 PROCEDURE DIVISION.
026300 0000-MAIN-CONTROL.
026400     PERFORM 1000-INITIALIZE
026500     PERFORM 1100-LOAD-CONFIG
026600     PERFORM 1200-LOAD-SENSITIVE-DIAG
026700     PERFORM 1300-LOAD-MEMBER-XREF
026800     IF NOT WS-RUN-FATAL
026900         PERFORM 1400-SELECT-HISTORY
027000     END-IF
027100     IF NOT WS-RUN-FATAL
027200         PERFORM 1500-LOAD-RESPONSES
027300     END-IF
027400     IF NOT WS-RUN-FATAL
027500         OPEN INPUT BATCH-837
027600         PERFORM 2100-READ-BATCH
027700         PERFORM 2000-PROCESS-RECORD
027800             UNTIL WS-NO-MORE-BAT
027900             OR WS-RUN-FATAL
028000         IF WS-CUR-SELECTED
028100             AND NOT WS-RUN-FATAL
028200             PERFORM 2600-WRITE-CLAIM
028300         END-IF
028400         CLOSE BATCH-837
028500     END-IF
028600     IF NOT WS-RUN-FATAL
028700         PERFORM 3000-WRITE-HEADER-ONLY
028800         PERFORM 4000-PROCESS-PHARMACY
028900     END-IF
029000     IF NOT WS-RUN-FATAL
029100         PERFORM 4900-CLOSE-EXTRACT
029200     END-IF
029300     PERFORM 5000-WRITE-SUMMARY
029400     PERFORM 9000-TERMINATE
029500     IF WS-RUN-FATAL
029600         MOVE 8 TO RETURN-CODE
029700     END-IF
029800     STOP RUN.
029900
030000 1000-INITIALIZE.
030100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
030200     OPEN INPUT EOB-CONTROL-FILE
030300     READ EOB-CONTROL-FILE
030400         AT END
030500             CONTINUE
030600         NOT AT END
030700             IF EOBCTL-THROUGH-DATE IS NUMERIC
030800                 MOVE EOBCTL-THROUGH-DATE TO WS-EXTRACT-FROM
030900             END-IF
031000     END-READ
031100     CLOSE EOB-CONTROL-FILE
031200     OPEN OUTPUT EOB-EXTRACT
031300     OPEN OUTPUT EOB-RPT
031400     MOVE SPACES TO RPT-LINE
031500     STRING 'PATIENT-ACCESS EOB EXTRACT - CLAIMS POSTED AFTER '
031600                DELIMITED BY SIZE
031700            WS-EXTRACT-FROM DELIMITED BY SIZE
031800            ' - RUN ' DELIMITED BY SIZE
031900            WS-TODAY-DATE DELIMITED BY SIZE
032000         INTO RPT-LINE
032100     END-STRING
032200     WRITE RPT-LINE.
032300
032400 1100-LOAD-CONFIG.
032500     OPEN INPUT EOB-CONFIG-FILE
032600     PERFORM 1110-READ-CONFIG
032700     PERFORM UNTIL WS-NO-MORE-CFG
032800         EVALUATE DEICF-FIELD-CODE
032900             WHEN 'EDXC'
033000                 MOVE DEICF-SCRUB-IND TO WS-SUPPRESS-DIAG-SW
033100             WHEN 'EPRC'
033200                 MOVE DEICF-SCRUB-IND TO WS-SUPPRESS-PROC-SW
033300             WHEN 'EPRV'
033400                 MOVE DEICF-SCRUB-IND TO WS-SUPPRESS-PROV-SW
033500         END-EVALUATE
033600         PERFORM 1110-READ-CONFIG
033700     END-PERFORM
033800     CLOSE EOB-CONFIG-FILE.
033900
034000 1110-READ-CONFIG.
034100     READ EOB-CONFIG-FILE
034200         AT END
034300             SET WS-NO-MORE-CFG TO TRUE
034400     END-READ.
034500
034600 1200-LOAD-SENSITIVE-DIAG.
034700     OPEN INPUT SENSITIVE-DIAG-FILE
034800     PERFORM 1210-READ-SENSITIVE-DIAG
034900     PERFORM UNTIL WS-NO-MORE-SDX
035000             OR WS-RUN-FATAL
035100         IF SNSDX-DIAG-PREFIX NOT = SPACES
035200             IF WS-SDX-TABLE-COUNT < 1000
035300                 ADD 1 TO WS-SDX-TABLE-COUNT
035400                 SET WS-SDX-IX TO WS-SDX-TABLE-COUNT
035500                 MOVE SNSDX-DIAG-PREFIX
035600                     TO WS-SDX-PREFIX(WS-SDX-IX)
035700                 MOVE ZERO TO WS-CODE-LENGTH
035800                 INSPECT SNSDX-DIAG-PREFIX TALLYING WS-CODE-LENGTH
035900                     FOR CHARACTERS BEFORE INITIAL SPACE
036000                 MOVE WS-CODE-LENGTH TO WS-SDX-LENGTH(WS-SDX-IX)
036100             ELSE
036200                 PERFORM 1900-TABLE-FULL
036300             END-IF
036400         END-IF
036500         PERFORM 1210-READ-SENSITIVE-DIAG
036600     END-PERFORM
036700     CLOSE SENSITIVE-DIAG-FILE.
036800
036900 1210-READ-SENSITIVE-DIAG.
037000     READ SENSITIVE-DIAG-FILE
037100         AT END
037200             SET WS-NO-MORE-SDX TO TRUE
037300     END-READ.
037400
037500 1300-LOAD-MEMBER-XREF.
037600     OPEN INPUT MEMBER-XREF-FILE
037700     PERFORM 1310-READ-MEMBER-XREF
037800     PERFORM UNTIL WS-NO-MORE-MIX
037900             OR WS-RUN-FATAL
038000         IF WS-MIX-TABLE-COUNT < 20000
038100             ADD 1 TO WS-MIX-TABLE-COUNT
038200             SET WS-MIX-IX TO WS-MIX-TABLE-COUNT
038300             MOVE MIDX-MEMBER-ID  TO WS-MIX-MBR-ID(WS-MIX-IX)
038400             MOVE MIDX-SUBSCR-SSN TO WS-MIX-SSN(WS-MIX-IX)
038500         ELSE
038600             PERFORM 1900-TABLE-FULL
038700         END-IF
038800         PERFORM 1310-READ-MEMBER-XREF
038900     END-PERFORM
039000     CLOSE MEMBER-XREF-FILE.
039100
039200 1310-READ-MEMBER-XREF.
039300     READ MEMBER-XREF-FILE
039400         AT END
039500             SET WS-NO-MORE-MIX TO TRUE
039600     END-READ.
039700
039800*EVERY HISTORY ROW POSTED AFTER THE LAST EXTRACT. A ROW SINCE
039900*ARCHIVED WAS POSTED, AND EXTRACTED, BEFORE THE ARCHIVE RAN.
040000 1400-SELECT-HISTORY.
040100     OPEN INPUT CLAIM-HISTORY
040200     PERFORM 1410-READ-HISTORY
040300     PERFORM UNTIL WS-NO-MORE-CHS
040400             OR WS-RUN-FATAL
040500         ADD 1 TO WS-HISTORY-READ
040600         IF CHIST-POSTED OF CHIST-RECORD
040700             AND CHIST-LAST-UPDATE-DATE OF CHIST-RECORD
040800                 > WS-EXTRACT-FROM
040900             IF CHIST-MEMBER-ID OF CHIST-RECORD = ZERO
041000                 ADD 1 TO WS-NO-MEMBER-ID-COUNT
041100             ELSE
041200                 PERFORM 1420-ADD-SELECTED
041300             END-IF
041400         END-IF
041500         PERFORM 1410-READ-HISTORY
041600     END-PERFORM
041700     CLOSE CLAIM-HISTORY.
041800
041900 1410-READ-HISTORY.
042000     READ CLAIM-HISTORY NEXT RECORD
042100         AT END
042200             SET WS-NO-MORE-CHS TO TRUE
042300     END-READ.
042400
042500 1420-ADD-SELECTED.
042600     IF WS-SEL-TABLE-COUNT < 30000
042700         ADD 1 TO WS-SEL-TABLE-COUNT
042800         ADD 1 TO WS-CLAIMS-SELECTED
042900         SET WS-SEL-IX TO WS-SEL-TABLE-COUNT
043000         MOVE CHIST-CLM-KEY OF CHIST-RECORD
043100             TO WS-SEL-CLM-KEY(WS-SEL-IX)
043200         MOVE CHIST-POLICY-KEY OF CHIST-RECORD
043300             TO WS-SEL-POLICY-KEY(WS-SEL-IX)
043400         MOVE CHIST-MEMBER-ID OF CHIST-RECORD
043500             TO WS-SEL-MBR-ID(WS-SEL-IX)
043600         MOVE CHIST-PAID-AMT OF CHIST-RECORD
043700             TO WS-SEL-PAID-AMT(WS-SEL-IX)
043800         MOVE CHIST-LAST-UPDATE-DATE OF CHIST-RECORD
043900             TO WS-SEL-POSTED-DATE(WS-SEL-IX)
044000         MOVE ZERO TO WS-SEL-RSP-SUB(WS-SEL-IX)
044100         MOVE 'N'  TO WS-SEL-WRITTEN-SW(WS-SEL-IX)
044200         MOVE 'N'  TO WS-SEL-SENSITIVE-SW(WS-SEL-IX)
044300     ELSE
044400         PERFORM 1900-TABLE-FULL
044500     END-IF.
044600
044700*THE FIRST REMIT FOR A SELECTED CLAIM IS THE ONE EXTRACTED.
044800 1500-LOAD-RESPONSES.
044900     OPEN INPUT RESPONSE-FILE
045000     PERFORM 1510-READ-RESPONSE
045100     PERFORM UNTIL WS-NO-MORE-RESP
045200             OR WS-RUN-FATAL
045300         MOVE 'N' TO WS-SEL-FOUND-SW
045400         IF WS-SEL-TABLE-COUNT > ZERO
045500             SET WS-SEL-IX TO 1
045600             SEARCH WS-SEL-ENTRY
045700                 AT END
045800                     CONTINUE
045900                 WHEN WS-SEL-CLM-KEY(WS-SEL-IX) = BCP-RESP-CLM-KEY
046000                     AND WS-SEL-POLICY-KEY(WS-SEL-IX)
046100                         = BCP-RESP-POLICY-KEY
046200                     AND WS-SEL-RSP-SUB(WS-SEL-IX) = ZERO
046300                     SET WS-SEL-FOUND TO TRUE
046400             END-SEARCH
046500         END-IF
046600         IF WS-SEL-FOUND
046700             PERFORM 1520-ADD-RESPONSE
046800         END-IF
046900         PERFORM 1510-READ-RESPONSE
047000     END-PERFORM
047100     CLOSE RESPONSE-FILE.
047200
047300 1510-READ-RESPONSE.
047400     READ RESPONSE-FILE
047500         AT END
047600             SET WS-NO-MORE-RESP TO TRUE
047700     END-READ.
047800
047900 1520-ADD-RESPONSE.
048000     IF WS-RSP-TABLE-COUNT < 30000
048100         ADD 1 TO WS-RSP-TABLE-COUNT
048200         ADD 1 TO WS-REMITS-MATCHED
048300         SET WS-RSP-IX TO WS-RSP-TABLE-COUNT
048400         MOVE BCP-RESP-ACC-REJ-IND
048500             TO WS-RSP-ACC-REJ-IND(WS-RSP-IX)
048600         MOVE BCP-RESP-ACH-DT       TO WS-RSP-ACH-DT(WS-RSP-IX)
048700         MOVE BCP-RESP-ACH-TRACE-NO
048800             TO WS-RSP-ACH-TRACE-NO(WS-RSP-IX)
048900         MOVE BCP-RESP-PROV-NPI     TO WS-RSP-PROV-NPI(WS-RSP-IX)
049000         MOVE BCP-RESP-PROV-NAME    TO WS-RSP-PROV-NAME(WS-RSP-IX)
049100         MOVE WS-RSP-TABLE-COUNT    TO WS-SEL-RSP-SUB(WS-SEL-IX)
049200     ELSE
049300         PERFORM 1900-TABLE-FULL
049400     END-IF.
049500
049600 1900-TABLE-FULL.
049700     SET WS-RUN-FATAL TO TRUE
049800     MOVE SPACES TO RPT-LINE
049900     STRING 'TABLE FULL - RUN STOPPED, EXTRACT INCOMPLETE, '
050000                DELIMITED BY SIZE
050100            'THROUGH DATE NOT ADVANCED' DELIMITED BY SIZE
050200         INTO RPT-LINE
050300     END-STRING
050400     WRITE RPT-LINE.
050500
050600*THE 837 WALK. A SELECTED CLAIM'S LINES ARE HELD UNTIL THE NEXT
050700*CLAIM (OR END OF FILE) SO ITS HEADER CAN CARRY THE LINE TOTALS.
050800 2000-PROCESS-RECORD.
050900     EVALUATE WS-LAST-REC-ID
051000         WHEN '02'
051100             MOVE MEDG-HDR-PART-IND TO WS-CURR-PART-IND
051200         WHEN '50'
051300             IF WS-CUR-SELECTED
051400                 PERFORM 2600-WRITE-CLAIM
051500             END-IF
051600             PERFORM 2200-SELECT-CLAIM
051700         WHEN 'SV'
051800             IF WS-CUR-SELECTED
051900                 PERFORM 2300-HOLD-LINE
052000             END-IF
052100         WHEN OTHER
052200             CONTINUE
052300     END-EVALUATE
052400     PERFORM 2100-READ-BATCH.
052500
052600 2100-READ-BATCH.
052700     READ BATCH-837
052800         AT END
052900             SET WS-NO-MORE-BAT TO TRUE
053000     END-READ
053100     IF NOT WS-NO-MORE-BAT
053200         MOVE MEDG-HDR-REC-ID TO WS-LAST-REC-ID
053300     END-IF.
053400
053500*A CLAIM ALREADY WRITTEN FROM AN EARLIER GENERATION IS NOT
053600*WRITTEN AGAIN.
053700 2200-SELECT-CLAIM.
053800     MOVE 'N' TO WS-CUR-SELECTED-SW
053900     IF WS-SEL-TABLE-COUNT > ZERO
054000         SET WS-SEL-IX TO 1
054100         SEARCH WS-SEL-ENTRY
054200             AT END
054300                 CONTINUE
054400             WHEN WS-SEL-CLM-KEY(WS-SEL-IX)
054500                     = MEDG-CLM50-CLM-KEY OF MEDG-CLM50-RECORD
054600                 AND WS-SEL-POLICY-KEY(WS-SEL-IX)
054700                     = MEDG-CLM50-POLICY-KEY OF MEDG-CLM50-RECORD
054800                 AND NOT WS-SEL-WRITTEN(WS-SEL-IX)
054900                 SET WS-CUR-SELECTED TO TRUE
055000         END-SEARCH
055100     END-IF
055200     IF WS-CUR-SELECTED
055300         SET WS-CUR-SEL-SUB TO WS-SEL-IX
055400         MOVE 'N' TO WS-CUR-SENSITIVE-SW
055500         MOVE ZERO TO WS-LIN-TABLE-COUNT
055600         IF WS-CURR-PART-IND = 'A'
055700             MOVE 'I' TO WS-CUR-CLAIM-TYPE
055800         ELSE
055900             MOVE 'P' TO WS-CUR-CLAIM-TYPE
056000         END-IF
056100         MOVE MEDG-CLM50-CONTRACT-CODE OF MEDG-CLM50-RECORD
056200             TO WS-CUR-CONTRACT-CODE
056300         MOVE MEDG-CLM50-RENDPROV-NPI OF MEDG-CLM50-RECORD
056400             TO WS-CUR-NPI
056500         MOVE SPACES TO WS-CUR-PROV-NAME
056600         IF MEDG-CLM50-RENDPROV-FIRST OF MEDG-CLM50-RECORD
056700                 = SPACES
056800             MOVE MEDG-CLM50-RENDPROV-LAST OF MEDG-CLM50-RECORD
056900                 TO WS-CUR-PROV-NAME
057000         ELSE
057100             STRING MEDG-CLM50-RENDPROV-LAST OF MEDG-CLM50-RECORD
057200                        DELIMITED BY '  '
057300                    ', ' DELIMITED BY SIZE
057400                    MEDG-CLM50-RENDPROV-FIRST OF MEDG-CLM50-RECORD
057500                        DELIMITED BY '  '
057600                 INTO WS-CUR-PROV-NAME
057700             END-STRING
057800         END-IF
057900     END-IF.
058000
058100 2300-HOLD-LINE.
058200     IF WS-LIN-TABLE-COUNT < 999
058300         ADD 1 TO WS-LIN-TABLE-COUNT
058400         SET WS-LIN-IX TO WS-LIN-TABLE-COUNT
058500         MOVE MEDG-SVC-LINE-NBR      TO WS-LIN-LINE-NBR(WS-LIN-IX)
058600         MOVE MEDG-SVC-DATE-FROM
058700             TO WS-LIN-DATE-FROM(WS-LIN-IX)
058800         MOVE MEDG-SVC-DATE-TO       TO WS-LIN-DATE-TO(WS-LIN-IX)
058900         MOVE MEDG-SVC-PROC-CODE
059000             TO WS-LIN-PROC-CODE(WS-LIN-IX)
059100         MOVE MEDG-SVC-PROC-MOD1
059200             TO WS-LIN-PROC-MOD(WS-LIN-IX, 1)
059300         MOVE MEDG-SVC-PROC-MOD2
059400             TO WS-LIN-PROC-MOD(WS-LIN-IX, 2)
059500         MOVE MEDG-SVC-PROC-MOD3
059600             TO WS-LIN-PROC-MOD(WS-LIN-IX, 3)
059700         MOVE MEDG-SVC-PROC-MOD4
059800             TO WS-LIN-PROC-MOD(WS-LIN-IX, 4)
059900         MOVE MEDG-SVC-REVENUE-CODE
060000             TO WS-LIN-REVENUE-CODE(WS-LIN-IX)
060100         MOVE MEDG-SVC-PLACE-OF-SERV
060200             TO WS-LIN-PLACE-OF-SERV(WS-LIN-IX)
060300         MOVE MEDG-SVC-PRIMARY-DIAG
060400             TO WS-LIN-DIAG(WS-LIN-IX, 1)
060500         MOVE MEDG-SVC-SECONDARY-DIAG1
060600             TO WS-LIN-DIAG(WS-LIN-IX, 2)
060700         MOVE MEDG-SVC-SECONDARY-DIAG2
060800             TO WS-LIN-DIAG(WS-LIN-IX, 3)
060900         MOVE MEDG-SVC-SECONDARY-DIAG3
061000             TO WS-LIN-DIAG(WS-LIN-IX, 4)
061100         MOVE MEDG-SVC-SUBMITTED-CHG
061200             TO WS-LIN-SUBMITTED-AMT(WS-LIN-IX)
061300         MOVE MEDG-SVC-APPROVED-AMT
061400             TO WS-LIN-APPROVED-AMT(WS-LIN-IX)
061500         MOVE MEDG-SVC-AMOUNT-PAID   TO WS-LIN-PAID-AMT(WS-LIN-IX)
061600         MOVE MEDG-SVC-COINSURANCE-AMT
061700             TO WS-LIN-COINS-AMT(WS-LIN-IX)
061800         MOVE MEDG-SVC-DEDUCTIBLE-AMT
061900             TO WS-LIN-DEDUCT-AMT(WS-LIN-IX)
062000         MOVE MEDG-SVC-NOT-COVRD-AMT
062100             TO WS-LIN-NOT-COVRD-AMT(WS-LIN-IX)
062200         PERFORM VARYING WS-CAS-IX FROM 1 BY 1
062300                 UNTIL WS-CAS-IX > 10
062400             MOVE MEDG-SVC-CAS-GROUP-CD(WS-CAS-IX)
062500                 TO WS-LIN-CAS-GRP(WS-LIN-IX, WS-CAS-IX)
062600             MOVE MEDG-SVC-CAS-REASN-CD(WS-CAS-IX)
062700                 TO WS-LIN-CAS-RSN(WS-LIN-IX, WS-CAS-IX)
062800             MOVE MEDG-SVC-CAS-AMOUNT(WS-CAS-IX)
062900                 TO WS-LIN-CAS-AMT(WS-LIN-IX, WS-CAS-IX)
063000         END-PERFORM
063100         IF NOT WS-CUR-SENSITIVE
063200             AND WS-SDX-TABLE-COUNT > ZERO
063300             PERFORM VARYING WS-DIAG-IX FROM 1 BY 1
063400                     UNTIL WS-DIAG-IX > 4
063500                 MOVE WS-LIN-DIAG(WS-LIN-IX, WS-DIAG-IX)
063600                     TO WS-CUR-DIAG
063700                 IF WS-CUR-DIAG NOT = SPACES
063800                     PERFORM 2400-CHECK-SENSITIVE
063900                 END-IF
064000             END-PERFORM
064100         END-IF
064200     ELSE
064300         PERFORM 1900-TABLE-FULL
064400     END-IF.
064500
064600 2400-CHECK-SENSITIVE.
064700     PERFORM VARYING WS-SDX-IX FROM 1 BY 1
064800             UNTIL WS-SDX-IX > WS-SDX-TABLE-COUNT
064900         MOVE WS-SDX-LENGTH(WS-SDX-IX) TO WS-CODE-LENGTH
065000         IF WS-CUR-DIAG(1:WS-CODE-LENGTH)
065100                 = WS-SDX-PREFIX(WS-SDX-IX)(1:WS-CODE-LENGTH)
065200             SET WS-CUR-SENSITIVE TO TRUE
065300         END-IF
065400     END-PERFORM.
065500
065600*HEADER, THEN EACH LINE FOLLOWED BY ITS ADJUSTMENTS.
065700 2600-WRITE-CLAIM.
065800     SET WS-SEL-IX TO WS-CUR-SEL-SUB
065900     MOVE ZERO   TO WS-CLM-SUBMITTED
066000     MOVE ZERO   TO WS-CLM-APPROVED
066100     MOVE ZERO   TO WS-CLM-PATIENT-RESP
066200     MOVE SPACES TO WS-CLM-SERVICE-FROM
066300     MOVE SPACES TO WS-CLM-SERVICE-TO
066400     PERFORM VARYING WS-LIN-IX FROM 1 BY 1
066500             UNTIL WS-LIN-IX > WS-LIN-TABLE-COUNT
066600         ADD WS-LIN-SUBMITTED-AMT(WS-LIN-IX) TO WS-CLM-SUBMITTED
066700         ADD WS-LIN-APPROVED-AMT(WS-LIN-IX)  TO WS-CLM-APPROVED
066800         ADD WS-LIN-COINS-AMT(WS-LIN-IX)
066900             TO WS-CLM-PATIENT-RESP
067000         ADD WS-LIN-DEDUCT-AMT(WS-LIN-IX)
067100             TO WS-CLM-PATIENT-RESP
067200         IF WS-CLM-SERVICE-FROM = SPACES
067300             OR WS-LIN-DATE-FROM(WS-LIN-IX) < WS-CLM-SERVICE-FROM
067400             MOVE WS-LIN-DATE-FROM(WS-LIN-IX)
067500                 TO WS-CLM-SERVICE-FROM
067600         END-IF
067700         IF WS-LIN-DATE-TO(WS-LIN-IX) > WS-CLM-SERVICE-TO
067800             MOVE WS-LIN-DATE-TO(WS-LIN-IX) TO WS-CLM-SERVICE-TO
067900         END-IF
068000     END-PERFORM
068100     PERFORM 2650-BUILD-HEADER
068200     MOVE WS-CUR-CLAIM-TYPE    TO EOBPT-HDR-CLAIM-TYPE
068300     MOVE 'Y'                  TO EOBPT-HDR-DETAIL-IND
068400     MOVE WS-CLM-SERVICE-FROM  TO EOBPT-HDR-SERVICE-FROM
068500     MOVE WS-CLM-SERVICE-TO    TO EOBPT-HDR-SERVICE-TO
068600     MOVE WS-CUR-CONTRACT-CODE TO EOBPT-HDR-CONTRACT-CODE
068700     IF EOBPT-HDR-PROV-NPI = SPACES
068800         MOVE WS-CUR-NPI       TO EOBPT-HDR-PROV-NPI
068900         MOVE WS-CUR-PROV-NAME TO EOBPT-HDR-PROV-NAME
069000     END-IF
069100     IF WS-LIN-TABLE-COUNT > ZERO
069200         MOVE WS-LIN-DIAG(1, 1) TO EOBPT-HDR-PRIMARY-DIAG
069300     END-IF
069400     MOVE WS-LIN-TABLE-COUNT   TO EOBPT-HDR-LINE-COUNT
069500     MOVE WS-CLM-SUBMITTED     TO EOBPT-HDR-SUBMITTED-AMT
069600     MOVE WS-CLM-APPROVED      TO EOBPT-HDR-APPROVED-AMT
069700     MOVE WS-CLM-PATIENT-RESP  TO EOBPT-HDR-PATIENT-RESP
069800     IF WS-CUR-SENSITIVE
069900         ADD 1 TO WS-CLAIMS-SENSITIVE
070000         MOVE 'Y' TO WS-SEL-SENSITIVE-SW(WS-SEL-IX)
070100         MOVE 'Y' TO EOBPT-HDR-SENSITIVE-IND
070200         IF WS-SUPPRESS-DIAG
070300             MOVE SPACES TO EOBPT-HDR-PRIMARY-DIAG
070400         END-IF
070500         IF WS-SUPPRESS-PROV
070600             MOVE SPACES TO EOBPT-HDR-PROV-NPI
070700             MOVE SPACES TO EOBPT-HDR-PROV-NAME
070800         END-IF
070900     END-IF
071000     PERFORM 2900-WRITE-EXTRACT
071100     ADD 1 TO WS-CLAIMS-WITH-DETAIL
071200     PERFORM VARYING WS-LIN-IX FROM 1 BY 1
071300             UNTIL WS-LIN-IX > WS-LIN-TABLE-COUNT
071400         PERFORM 2700-WRITE-LINE
071500     END-PERFORM
071600     MOVE 'Y' TO WS-SEL-WRITTEN-SW(WS-SEL-IX)
071700     MOVE 'N' TO WS-CUR-SELECTED-SW.
071800
071900*WHAT THE HISTORY AND THE REMIT KNOW OF THE CLAIM AT WS-SEL-IX.
072000*THE REMIT'S PAYEE IS THE PROVIDER WHEN IT NAMES ONE.
072100 2650-BUILD-HEADER.
072200     MOVE SPACES TO EOBPT-RECORD
072300     SET EOBPT-CLAIM-HEADER TO TRUE
072400     MOVE WS-SEL-MBR-ID(WS-SEL-IX)      TO EOBPT-MEMBER-ID
072500     MOVE WS-SEL-CLM-KEY(WS-SEL-IX)     TO EOBPT-CLM-KEY
072600     MOVE WS-SEL-POLICY-KEY(WS-SEL-IX)  TO EOBPT-POLICY-KEY
072700     MOVE 'N'                           TO EOBPT-HDR-SENSITIVE-IND
072800     MOVE 'N'                           TO EOBPT-HDR-DETAIL-IND
072900     MOVE WS-SEL-POSTED-DATE(WS-SEL-IX) TO EOBPT-HDR-POSTED-DATE
073000     MOVE ZERO                          TO EOBPT-HDR-LINE-COUNT
073100     MOVE ZERO                          TO EOBPT-HDR-SUBMITTED-AMT
073200     MOVE ZERO                          TO EOBPT-HDR-APPROVED-AMT
073300     MOVE WS-SEL-PAID-AMT(WS-SEL-IX)    TO EOBPT-HDR-PAID-AMT
073400     MOVE ZERO                          TO EOBPT-HDR-PATIENT-RESP
073500     IF WS-SEL-RSP-SUB(WS-SEL-IX) > ZERO
073600         SET WS-RSP-IX TO WS-SEL-RSP-SUB(WS-SEL-IX)
073700         MOVE WS-RSP-ACC-REJ-IND(WS-RSP-IX)  TO EOBPT-HDR-OUTCOME
073800         MOVE WS-RSP-ACH-DT(WS-RSP-IX)
073900             TO EOBPT-HDR-PAYMENT-DATE
074000         MOVE WS-RSP-ACH-TRACE-NO(WS-RSP-IX)
074100             TO EOBPT-HDR-PAYMENT-TRACE
074200         IF WS-RSP-PROV-NPI(WS-RSP-IX) NOT = SPACES
074300             MOVE WS-RSP-PROV-NPI(WS-RSP-IX)
074400                 TO EOBPT-HDR-PROV-NPI
074500             MOVE WS-RSP-PROV-NAME(WS-RSP-IX)
074600                 TO EOBPT-HDR-PROV-NAME
074700         END-IF
074800     END-IF.
074900
075000 2700-WRITE-LINE.
075100     MOVE SPACES TO EOBPT-RECORD
075200     SET EOBPT-CLAIM-LINE TO TRUE
075300     MOVE WS-SEL-MBR-ID(WS-SEL-IX)       TO EOBPT-MEMBER-ID
075400     MOVE WS-SEL-CLM-KEY(WS-SEL-IX)      TO EOBPT-CLM-KEY
075500     MOVE WS-SEL-POLICY-KEY(WS-SEL-IX)   TO EOBPT-POLICY-KEY
075600     MOVE WS-LIN-LINE-NBR(WS-LIN-IX)     TO EOBPT-LIN-LINE-NBR
075700     MOVE WS-LIN-DATE-FROM(WS-LIN-IX)    TO EOBPT-LIN-DATE-FROM
075800     MOVE WS-LIN-DATE-TO(WS-LIN-IX)      TO EOBPT-LIN-DATE-TO
075900     MOVE WS-LIN-PLACE-OF-SERV(WS-LIN-IX)
076000         TO EOBPT-LIN-PLACE-OF-SERV
076100     IF NOT WS-CUR-SENSITIVE
076200         OR NOT WS-SUPPRESS-PROC
076300         MOVE WS-LIN-PROC-CODE(WS-LIN-IX) TO EOBPT-LIN-PROC-CODE
076400         PERFORM VARYING WS-MOD-IX FROM 1 BY 1
076500                 UNTIL WS-MOD-IX > 4
076600             MOVE WS-LIN-PROC-MOD(WS-LIN-IX, WS-MOD-IX)
076700                 TO EOBPT-LIN-PROC-MOD(WS-MOD-IX)
076800         END-PERFORM
076900         MOVE WS-LIN-REVENUE-CODE(WS-LIN-IX)
077000             TO EOBPT-LIN-REVENUE-CODE
077100     END-IF
077200     IF NOT WS-CUR-SENSITIVE
077300         OR NOT WS-SUPPRESS-DIAG
077400         PERFORM VARYING WS-DIAG-IX FROM 1 BY 1
077500                 UNTIL WS-DIAG-IX > 4
077600             MOVE WS-LIN-DIAG(WS-LIN-IX, WS-DIAG-IX)
077700                 TO EOBPT-LIN-DIAG(WS-DIAG-IX)
077800         END-PERFORM
077900     END-IF
078000     MOVE WS-LIN-SUBMITTED-AMT(WS-LIN-IX)
078100         TO EOBPT-LIN-SUBMITTED-AMT
078200     MOVE WS-LIN-APPROVED-AMT(WS-LIN-IX) TO EOBPT-LIN-APPROVED-AMT
078300     MOVE WS-LIN-PAID-AMT(WS-LIN-IX)     TO EOBPT-LIN-PAID-AMT
078400     MOVE WS-LIN-COINS-AMT(WS-LIN-IX)
078500         TO EOBPT-LIN-COINSURANCE-AMT
078600     MOVE WS-LIN-DEDUCT-AMT(WS-LIN-IX)
078700         TO EOBPT-LIN-DEDUCTIBLE-AMT
078800     MOVE WS-LIN-NOT-COVRD-AMT(WS-LIN-IX)
078900         TO EOBPT-LIN-NOT-COVRD-AMT
079000     PERFORM 2900-WRITE-EXTRACT
079100     ADD 1 TO WS-LINES-WRITTEN
079200     PERFORM VARYING WS-CAS-IX FROM 1 BY 1
079300             UNTIL WS-CAS-IX > 10
079400         IF WS-LIN-CAS-GRP(WS-LIN-IX, WS-CAS-IX) NOT = SPACES
079500             PERFORM 2800-WRITE-ADJUSTMENT
079600         END-IF
079700     END-PERFORM.
079800
079900 2800-WRITE-ADJUSTMENT.
080000     MOVE SPACES TO EOBPT-RECORD
080100     SET EOBPT-ADJUDICATION TO TRUE
080200     MOVE WS-SEL-MBR-ID(WS-SEL-IX)       TO EOBPT-MEMBER-ID
080300     MOVE WS-SEL-CLM-KEY(WS-SEL-IX)      TO EOBPT-CLM-KEY
080400     MOVE WS-SEL-POLICY-KEY(WS-SEL-IX)   TO EOBPT-POLICY-KEY
080500     MOVE WS-LIN-LINE-NBR(WS-LIN-IX)     TO EOBPT-ADJ-LINE-NBR
080600     MOVE WS-LIN-CAS-GRP(WS-LIN-IX, WS-CAS-IX)
080700         TO EOBPT-ADJ-GROUP-CD
080800     MOVE WS-LIN-CAS-RSN(WS-LIN-IX, WS-CAS-IX)
080900         TO EOBPT-ADJ-REASN-CD
081000     MOVE WS-LIN-CAS-AMT(WS-LIN-IX, WS-CAS-IX)
081100         TO EOBPT-ADJ-AMOUNT
081200     MOVE SPACES TO WS-CTX-LOOKUP
081300     STRING WS-LIN-CAS-GRP(WS-LIN-IX, WS-CAS-IX)
081400                DELIMITED BY SIZE
081500            WS-LIN-CAS-RSN(WS-LIN-IX, WS-CAS-IX)
081600                DELIMITED BY SPACE
081700         INTO WS-CTX-LOOKUP
081800     END-STRING
081900     SET WS-CTX-IX TO 1
082000     SEARCH WS-CAS-TEXT-ENTRY
082100         AT END
082200             CONTINUE
082300         WHEN WS-CTX-CODE(WS-CTX-IX) = WS-CTX-LOOKUP
082400             MOVE WS-CTX-TEXT(WS-CTX-IX) TO EOBPT-ADJ-REASN-TEXT
082500     END-SEARCH
082600     PERFORM 2900-WRITE-EXTRACT
082700     ADD 1 TO WS-ADJ-WRITTEN.
082800
082900 2900-WRITE-EXTRACT.
083000     WRITE EOBPT-RECORD
083100     ADD 1 TO WS-RECORDS-WRITTEN.
083200
083300*POSTED CLAIMS WHOSE 837 WAS NOT ON BATCH837 THIS RUN.
083400 3000-WRITE-HEADER-ONLY.
083500     PERFORM VARYING WS-SEL-IX FROM 1 BY 1
083600             UNTIL WS-SEL-IX > WS-SEL-TABLE-COUNT
083700         IF NOT WS-SEL-WRITTEN(WS-SEL-IX)
083800             PERFORM 2650-BUILD-HEADER
083900             PERFORM 2900-WRITE-EXTRACT
084000             ADD 1 TO WS-CLAIMS-HEADER-ONLY
084100             MOVE 'Y' TO WS-SEL-WRITTEN-SW(WS-SEL-IX)
084200         END-IF
084300     END-PERFORM.
084400
084500*POSTED RX DETAILS. ONE UNDER A SENSITIVE MEDICAL CLAIM IN THIS
084600*EXTRACT IS SUPPRESSED THE SAME WAY. LIKE THE CLAIMS, ONLY THOSE
084610*POSTED AFTER THE LAST THROUGH DATE ARE SENT; A DETAIL POSTED
084620*BEFORE THE POSTING DATE WAS CARRIED GOES OUT ONLY ON A FULL
084630*EXTRACT (NO CONTROL RECORD).
084700 4000-PROCESS-PHARMACY.
084800     OPEN INPUT RX-POSTED-FILE
084900     PERFORM 4010-READ-RX-POSTED
085000     PERFORM UNTIL WS-NO-MORE-RXP
085100         IF RX-DTL-REC-ID = 'RD'
085200             AND RX-DTL-IS-POSTED
085210             AND (RX-DTL-POSTED-DATE > WS-EXTRACT-FROM
085220                 OR WS-EXTRACT-FROM = ZEROES)
085300             PERFORM 4100-WRITE-PHARMACY
085400         END-IF
085500         PERFORM 4010-READ-RX-POSTED
085600     END-PERFORM
085700     CLOSE RX-POSTED-FILE.
085800
085900 4010-READ-RX-POSTED.
086000     READ RX-POSTED-FILE
086100         AT END
086200             SET WS-NO-MORE-RXP TO TRUE
086300     END-READ.
086400
086500 4100-WRITE-PHARMACY.
086600     MOVE 'N' TO WS-MIX-FOUND-SW
086700     IF WS-MIX-TABLE-COUNT > ZERO
086800         SET WS-MIX-IX TO 1
086900         SEARCH WS-MIX-ENTRY
087000             AT END
087100                 CONTINUE
087200             WHEN WS-MIX-SSN(WS-MIX-IX) = RX-DTL-CARDHOLDER-ID
087300                 SET WS-MIX-FOUND TO TRUE
087400         END-SEARCH
087500     END-IF
087600     IF NOT WS-MIX-FOUND
087700         ADD 1 TO WS-RX-NO-MEMBER
087800     ELSE
087900         MOVE 'N' TO WS-CUR-SENSITIVE-SW
088000         IF WS-SEL-TABLE-COUNT > ZERO
088100             SET WS-SEL-IX TO 1
088200             SEARCH WS-SEL-ENTRY
088300                 AT END
088400                     CONTINUE
088500                 WHEN WS-SEL-CLM-KEY(WS-SEL-IX) = RX-DTL-CLM-KEY
088600                     AND WS-SEL-POLICY-KEY(WS-SEL-IX)
088700                         = RX-DTL-POLICY-KEY
088800                     AND WS-SEL-SENSITIVE(WS-SEL-IX)
088900                     SET WS-CUR-SENSITIVE TO TRUE
089000             END-SEARCH
089100         END-IF
089200         MOVE SPACES TO EOBPT-RECORD
089300         SET EOBPT-PHARMACY TO TRUE
089400         MOVE WS-MIX-MBR-ID(WS-MIX-IX)  TO EOBPT-MEMBER-ID
089500         MOVE RX-DTL-CLM-KEY            TO EOBPT-CLM-KEY
089600         MOVE RX-DTL-POLICY-KEY         TO EOBPT-POLICY-KEY
089700         MOVE RX-DTL-ACC-REJ-IND        TO EOBPT-RX-OUTCOME
089800         MOVE 'N'                       TO EOBPT-RX-SENSITIVE-IND
089900         MOVE RX-DTL-DATE-OF-SERVICE
090000             TO EOBPT-RX-DATE-OF-SERVICE
090100         MOVE RX-DTL-NATL-DRUG-CD       TO EOBPT-RX-NATL-DRUG-CD
090200         MOVE RX-DTL-QUANTITY           TO EOBPT-RX-QUANTITY
090300         MOVE RX-DTL-UOM                TO EOBPT-RX-UOM
090400         MOVE RX-DTL-DAYS-SUPPLY        TO EOBPT-RX-DAYS-SUPPLY
090500         MOVE RX-DTL-PRESCRIBER-NPI     TO EOBPT-RX-PRESCRIBER-NPI
090600         MOVE RX-DTL-PHARMACY-ID        TO EOBPT-RX-PHARMACY-ID
090700         MOVE RX-DTL-PAID-AMT           TO EOBPT-RX-PAID-AMT
090800         IF WS-CUR-SENSITIVE
090900             ADD 1 TO WS-RX-SENSITIVE
091000             MOVE 'Y' TO EOBPT-RX-SENSITIVE-IND
091100             IF WS-SUPPRESS-PROC
091200                 MOVE SPACES TO EOBPT-RX-NATL-DRUG-CD
091300             END-IF
091400             IF WS-SUPPRESS-PROV
091500                 MOVE SPACES TO EOBPT-RX-PRESCRIBER-NPI
091600                 MOVE SPACES TO EOBPT-RX-PHARMACY-ID
091700             END-IF
091800         END-IF
091900         PERFORM 2900-WRITE-EXTRACT
092000         ADD 1 TO WS-RX-WRITTEN
092100     END-IF.
092200
092300*TRAILER, THEN THE NEW THROUGH DATE FOR TOMORROW'S RUN.
092400 4900-CLOSE-EXTRACT.
092500     MOVE SPACES TO EOBPT-RECORD
092600     SET EOBPT-TRAILER TO TRUE
092700     MOVE ZERO TO EOBPT-MEMBER-ID
092800     MOVE ZERO TO EOBPT-CLM-KEY
092900     MOVE ZERO TO EOBPT-POLICY-KEY
093000     MOVE WS-TODAY-DATE        TO EOBPT-TRL-RUN-DATE
093100     MOVE WS-EXTRACT-FROM      TO EOBPT-TRL-EXTRACT-FROM
093200     COMPUTE EOBPT-TRL-CLAIM-COUNT = WS-CLAIMS-WITH-DETAIL
093300         + WS-CLAIMS-HEADER-ONLY
093400     MOVE WS-LINES-WRITTEN     TO EOBPT-TRL-LINE-COUNT
093500     MOVE WS-ADJ-WRITTEN       TO EOBPT-TRL-ADJ-COUNT
093600     MOVE WS-RX-WRITTEN        TO EOBPT-TRL-RX-COUNT
093700     ADD 1 TO WS-RECORDS-WRITTEN
093800     MOVE WS-RECORDS-WRITTEN   TO EOBPT-TRL-RECORD-COUNT
093900     WRITE EOBPT-RECORD
094000     OPEN OUTPUT EOB-CONTROL-OUT
094100     MOVE WS-TODAY-DATE TO EOBCTO-THROUGH-DATE
094200     WRITE EOBCTO-RECORD
094300     CLOSE EOB-CONTROL-OUT.
094400
094500 5000-WRITE-SUMMARY.
094600     MOVE SPACES TO RPT-LINE
094700     WRITE RPT-LINE
094800     MOVE WS-HISTORY-READ TO WS-RPT-COUNT
094900     MOVE SPACES TO RPT-LINE
095000     STRING 'CLAIM HISTORY ROWS READ         ' DELIMITED BY SIZE
095100            WS-RPT-COUNT DELIMITED BY SIZE
095200         INTO RPT-LINE
095300     END-STRING
095400     WRITE RPT-LINE
095500     MOVE WS-CLAIMS-SELECTED TO WS-RPT-COUNT
095600     MOVE SPACES TO RPT-LINE
095700     STRING 'CLAIMS POSTED SINCE LAST EXTRACT' DELIMITED BY SIZE
095800            WS-RPT-COUNT DELIMITED BY SIZE
095900         INTO RPT-LINE
096000     END-STRING
096100     WRITE RPT-LINE
096200     MOVE WS-NO-MEMBER-ID-COUNT TO WS-RPT-COUNT
096300     MOVE SPACES TO RPT-LINE
096400     STRING 'POSTED CLAIMS WITH NO MEMBER ID ' DELIMITED BY SIZE
096500            WS-RPT-COUNT DELIMITED BY SIZE
096600         INTO RPT-LINE
096700     END-STRING
096800     WRITE RPT-LINE
096900     MOVE WS-REMITS-MATCHED TO WS-RPT-COUNT
097000     MOVE SPACES TO RPT-LINE
097100     STRING 'CLAIMS WITH A REMIT ON BCPRESP  ' DELIMITED BY SIZE
097200            WS-RPT-COUNT DELIMITED BY SIZE
097300         INTO RPT-LINE
097400     END-STRING
097500     WRITE RPT-LINE
097600     MOVE WS-CLAIMS-WITH-DETAIL TO WS-RPT-COUNT
097700     MOVE SPACES TO RPT-LINE
097800     STRING 'CLAIMS EXTRACTED WITH 837 DETAIL' DELIMITED BY SIZE
097900            WS-RPT-COUNT DELIMITED BY SIZE
098000         INTO RPT-LINE
098100     END-STRING
098200     WRITE RPT-LINE
098300     MOVE WS-CLAIMS-HEADER-ONLY TO WS-RPT-COUNT
098400     MOVE SPACES TO RPT-LINE
098500     STRING 'CLAIMS EXTRACTED HEADER ONLY    ' DELIMITED BY SIZE
098600            WS-RPT-COUNT DELIMITED BY SIZE
098700         INTO RPT-LINE
098800     END-STRING
098900     WRITE RPT-LINE
099000     MOVE WS-CLAIMS-SENSITIVE TO WS-RPT-COUNT
099100     MOVE SPACES TO RPT-LINE
099200     STRING 'SENSITIVE CLAIMS SUPPRESSED     ' DELIMITED BY SIZE
099300            WS-RPT-COUNT DELIMITED BY SIZE
099400         INTO RPT-LINE
099500     END-STRING
099600     WRITE RPT-LINE
099700     MOVE WS-LINES-WRITTEN TO WS-RPT-COUNT
099800     MOVE SPACES TO RPT-LINE
099900     STRING 'SERVICE LINES EXTRACTED         ' DELIMITED BY SIZE
100000            WS-RPT-COUNT DELIMITED BY SIZE
100100         INTO RPT-LINE
100200     END-STRING
100300     WRITE RPT-LINE
100400     MOVE WS-ADJ-WRITTEN TO WS-RPT-COUNT
100500     MOVE SPACES TO RPT-LINE
100600     STRING 'ADJUSTMENTS EXTRACTED           ' DELIMITED BY SIZE
100700            WS-RPT-COUNT DELIMITED BY SIZE
100800         INTO RPT-LINE
100900     END-STRING
101000     WRITE RPT-LINE
101100     MOVE WS-RX-WRITTEN TO WS-RPT-COUNT
101200     MOVE SPACES TO RPT-LINE
101300     STRING 'PHARMACY CLAIMS EXTRACTED       ' DELIMITED BY SIZE
101400            WS-RPT-COUNT DELIMITED BY SIZE
101500         INTO RPT-LINE
101600     END-STRING
101700     WRITE RPT-LINE
101800     MOVE WS-RX-SENSITIVE TO WS-RPT-COUNT
101900     MOVE SPACES TO RPT-LINE
102000     STRING 'PHARMACY CLAIMS SUPPRESSED      ' DELIMITED BY SIZE
102100            WS-RPT-COUNT DELIMITED BY SIZE
102200         INTO RPT-LINE
102300     END-STRING
102400     WRITE RPT-LINE
102500     MOVE WS-RX-NO-MEMBER TO WS-RPT-COUNT
102600     MOVE SPACES TO RPT-LINE
102700     STRING 'PHARMACY CLAIMS NO MEMBER ID    ' DELIMITED BY SIZE
102800            WS-RPT-COUNT DELIMITED BY SIZE
102900         INTO RPT-LINE
103000     END-STRING
103100     WRITE RPT-LINE
103200     MOVE WS-RECORDS-WRITTEN TO WS-RPT-COUNT
103300     MOVE SPACES TO RPT-LINE
103400     STRING 'EXTRACT RECORDS WRITTEN         ' DELIMITED BY SIZE
103500            WS-RPT-COUNT DELIMITED BY SIZE
103600         INTO RPT-LINE
103700     END-STRING
103800     WRITE RPT-LINE.
103900
104000 9000-TERMINATE.
104100     CLOSE EOB-EXTRACT
104200     CLOSE EOB-RPT.
