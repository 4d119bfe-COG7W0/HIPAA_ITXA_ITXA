001200*            STOPS REBUILDING THESE TOTALS BY HAND AND MISSING   *
001300*            BATCHES.                                            *
001400******************************************************************
001400******************************************************************
001400* 10-15-26 - R KOWALSKI - AR 150134 - 340B EXCLUSION. A DRUG     *
001400*            LINE BCPNCPCV TAGGED 340B (RX-DTL-340B-IND) IS A    *
001400*            DUPLICATE DISCOUNT THE MANUFACTURER WILL NOT PAY,   *
001400*            SO IT IS KEPT OFF THE INVOICE EXTRACT AND THE       *
001400*            CLAIM-LEVEL DETAIL AND LISTED INSTEAD ON A SEPARATE *
001400*            340B EXCLUSION REPORT (REB340), ONE SECTION PER     *
001400*            LABELER, TO GO OUT WITH THAT LABELER'S INVOICE: NDC *
001400*            TOTALS AND THE EXCLUDED CLAIM LINES WITH THEIR      *
001400*            PHARMACY, COVERED ENTITY AND HOW THEY WERE          *
001400*            IDENTIFIED (C = CLAIM INDICATOR, M = 340B MASTER).  *
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. BCPRXREB.
001700 ENVIRONMENT DIVISION.
003200     SELECT REBATE-DETAIL-RPT ASSIGN TO REBDTL
003300            ORGANIZATION IS LINE SEQUENTIAL
003400            FILE STATUS IS WS-RPT-STATUS.
003410     SELECT REBATE-340B-RPT ASSIGN TO REB340
003420            ORGANIZATION IS LINE SEQUENTIAL
003430            FILE STATUS IS WS-X3R-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  OUTBOUND-NCPDP.
005300     05  REBINV-PERIOD-END     PIC X(08).
005400 FD  REBATE-DETAIL-RPT.
005500 01  RPT-LINE                  PIC X(132).
005510 FD  REBATE-340B-RPT.
005520 01  X3R-LINE                  PIC X(132).
005600 WORKING-STORAGE SECTION.
005700 01  WS-NCP-STATUS             PIC X(02).
005800 01  WS-NDCM-STATUS            PIC X(02).
008800 01  WS-LINES-IN-PERIOD        PIC 9(07)      VALUE ZERO.
008900 01  WS-LINES-OUT-PERIOD       PIC 9(07)      VALUE ZERO.
009000 01  WS-NO-LABELER-COUNT       PIC 9(05)      VALUE ZERO.
009010*AR 150134 - 340B UTILIZATION HELD OFF THE INVOICES, BY NDC AND
009020*BY CLAIM LINE, FOR THE PER-LABELER EXCLUSION REPORT.
009030 01  WS-X3R-STATUS             PIC X(02).
009040 01  WS-EXN-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
009050 01  WS-EXN-TABLE.
009060     05  WS-EXN-ENTRY          OCCURS 1 TO 5000 TIMES
009070                               DEPENDING ON WS-EXN-TABLE-COUNT
009080                               INDEXED BY WS-EXN-IX WS-EXN-IX2.
009090         10  WS-EXN-CODE           PIC X(10).
009100         10  WS-EXN-TOT-QTY        PIC 9(11)V999.
009110         10  WS-EXN-LINE-COUNT     PIC 9(07).
009120         10  WS-EXN-LABELER        PIC X(05).
009130         10  WS-EXN-MFR-NAME       PIC X(30).
009140         10  WS-EXN-DONE-SW        PIC X(01).
009150             88  WS-EXN-DONE           VALUE 'Y'.
009160 01  WS-EXN-FOUND-SW           PIC X(01)      VALUE 'N'.
009170     88  WS-EXN-FOUND              VALUE 'Y'.
009180 01  WS-EXL-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
009190 01  WS-EXL-TABLE.
009200     05  WS-EXL-ENTRY          OCCURS 1 TO 20000 TIMES
009210                               DEPENDING ON WS-EXL-TABLE-COUNT
009220                               INDEXED BY WS-EXL-IX.
009230         10  WS-EXL-CLM-KEY        PIC 9(06).
009240         10  WS-EXL-NDC            PIC X(10).
009250         10  WS-EXL-QTY            PIC 9(07)V999.
009260         10  WS-EXL-UOM            PIC X(02).
009270         10  WS-EXL-DOS            PIC X(08).
009280         10  WS-EXL-PHARMACY       PIC X(07).
009290         10  WS-EXL-ENTITY         PIC X(11).
009300         10  WS-EXL-SOURCE         PIC X(01).
009310 01  WS-EXL-OVERFLOW-COUNT     PIC 9(05)      VALUE ZERO.
009320 01  WS-340B-LINE-COUNT        PIC 9(07)      VALUE ZERO.
009330 01  WS-LAB-LABELER            PIC X(05).
009340 01  WS-LAB-LINE-COUNT         PIC 9(07)      VALUE ZERO.
009350 01  WS-LAB-TOT-QTY            PIC 9(11)V999  VALUE ZERO.
009360 01  WS-LAB-SECTION-COUNT      PIC 9(05)      VALUE ZERO.
009100 PROCEDURE DIVISION.
009200 0000-MAIN-CONTROL.
009300     PERFORM 1000-INITIALIZE
009500     PERFORM 2000-ACCUMULATE-DETAIL
009600         UNTIL WS-NO-MORE-NCP
009700     PERFORM 3000-WRITE-INVOICES
009710     PERFORM 3500-WRITE-340B-REPORT
009800     PERFORM 9000-TERMINATE
009900     IF WS-NO-LABELER-COUNT NOT = ZERO
009910         OR WS-EXL-OVERFLOW-COUNT NOT = ZERO
010000         MOVE 4 TO RETURN-CODE
010100     END-IF
010200     STOP RUN.
010700     OPEN OUTPUT REBATE-DETAIL-RPT
010800     MOVE 'DRUG REBATE CLAIM-LEVEL DETAIL' TO RPT-LINE
010900     WRITE RPT-LINE
010910     OPEN OUTPUT REBATE-340B-RPT
011000     PERFORM 1050-LOAD-DATE-RANGE
011100     PERFORM 2100-READ-NCPDP.
011200
014900         IF RX-DTL-DATE-OF-SERVICE NOT < WS-RANGE-START-DT
015000             AND RX-DTL-DATE-OF-SERVICE NOT > WS-RANGE-END-DT
015100             ADD 1 TO WS-LINES-IN-PERIOD
015110             IF RX-DTL-IS-340B
015120                 PERFORM 2400-TALLY-340B
015130             ELSE
015200             PERFORM 2200-TALLY-NDC
015300             PERFORM 2300-WRITE-DETAIL-LINE
015310             END-IF
015400         ELSE
015500             ADD 1 TO WS-LINES-OUT-PERIOD
015600         END-IF
019600         ' DOS ' RX-DTL-DATE-OF-SERVICE
019700         DELIMITED BY SIZE INTO RPT-LINE
019800     WRITE RPT-LINE.
019810
019820*AR 150134 - A 340B LINE IS TOTALLED BY NDC AND KEPT BY CLAIM
019830*FOR THE EXCLUSION REPORT, NEVER FOR THE INVOICE.
019840 2400-TALLY-340B.
019850     ADD 1 TO WS-340B-LINE-COUNT
019860     MOVE 'N' TO WS-EXN-FOUND-SW
019870     SET WS-EXN-IX TO 1
019880     SEARCH WS-EXN-ENTRY
019890         AT END
019900             CONTINUE
019910         WHEN WS-EXN-CODE(WS-EXN-IX) = RX-DTL-NATL-DRUG-CD
019920             SET WS-EXN-FOUND TO TRUE
019930     END-SEARCH
019940     IF NOT WS-EXN-FOUND
019950         IF WS-EXN-TABLE-COUNT < 5000
019960             ADD 1 TO WS-EXN-TABLE-COUNT
019970             SET WS-EXN-IX TO WS-EXN-TABLE-COUNT
019980             MOVE RX-DTL-NATL-DRUG-CD TO WS-EXN-CODE(WS-EXN-IX)
019990             MOVE ZERO TO WS-EXN-TOT-QTY(WS-EXN-IX)
020000                          WS-EXN-LINE-COUNT(WS-EXN-IX)
020010             MOVE 'N' TO WS-EXN-DONE-SW(WS-EXN-IX)
020020             SET WS-EXN-FOUND TO TRUE
020030         END-IF
020040     END-IF
020050     IF WS-EXN-FOUND
020060         ADD RX-DTL-QUANTITY TO WS-EXN-TOT-QTY(WS-EXN-IX)
020070         ADD 1 TO WS-EXN-LINE-COUNT(WS-EXN-IX)
020080     END-IF
020090     IF WS-EXL-TABLE-COUNT < 20000
020100         ADD 1 TO WS-EXL-TABLE-COUNT
020110         SET WS-EXL-IX TO WS-EXL-TABLE-COUNT
020120         MOVE RX-DTL-CLM-KEY      TO WS-EXL-CLM-KEY(WS-EXL-IX)
020130         MOVE RX-DTL-NATL-DRUG-CD TO WS-EXL-NDC(WS-EXL-IX)
020140         MOVE RX-DTL-QUANTITY     TO WS-EXL-QTY(WS-EXL-IX)
020150         MOVE RX-DTL-UOM          TO WS-EXL-UOM(WS-EXL-IX)
020160         MOVE RX-DTL-DATE-OF-SERVICE
020170             TO WS-EXL-DOS(WS-EXL-IX)
020180         MOVE RX-DTL-PHARMACY-ID  TO WS-EXL-PHARMACY(WS-EXL-IX)
020190         MOVE RX-DTL-340B-ENTITY-ID
020200             TO WS-EXL-ENTITY(WS-EXL-IX)
020210         MOVE RX-DTL-340B-SOURCE  TO WS-EXL-SOURCE(WS-EXL-IX)
020220     ELSE
020230         ADD 1 TO WS-EXL-OVERFLOW-COUNT
020240     END-IF.
019900
020000 3000-WRITE-INVOICES.
020100     PERFORM VARYING WS-NDC-IX FROM 1 BY 1
022800         '  OUTSIDE PERIOD: ' WS-LINES-OUT-PERIOD
022900         '  NDCS WITH NO LABELER: ' WS-NO-LABELER-COUNT
023000         DELIMITED BY SIZE INTO RPT-LINE
023100     WRITE RPT-LINE
023110     MOVE SPACES TO RPT-LINE
023120     STRING '340B LINES EXCLUDED FROM INVOICES: '
023130         WS-340B-LINE-COUNT
023140         '  (SEE 340B EXCLUSION REPORT)'
023150         DELIMITED BY SIZE INTO RPT-LINE
023160     WRITE RPT-LINE.
023200
023300 3100-FIND-LABELER.
023400     MOVE 'N' TO WS-MST-FOUND-SW
023900         WHEN WS-MST-CODE(WS-MST-IX) = WS-NDC-CODE(WS-NDC-IX)
024000             SET WS-MST-FOUND TO TRUE
024100     END-SEARCH.
024110
024120*AR 150134 - ONE SECTION PER LABELER: EVERY EXCLUDED NDC OF THE
024130*LABELER WITH ITS CLAIM LINES, THEN THE LABELER'S TOTALS.
024140 3500-WRITE-340B-REPORT.
024150     MOVE '340B EXCLUSION REPORT - UTILIZATION NOT INVOICED'
024160         TO X3R-LINE
024170     WRITE X3R-LINE
024180     PERFORM VARYING WS-EXN-IX FROM 1 BY 1
024190             UNTIL WS-EXN-IX > WS-EXN-TABLE-COUNT
024200         PERFORM 3510-FIND-340B-LABELER
024210     END-PERFORM
024220     PERFORM VARYING WS-EXN-IX FROM 1 BY 1
024230             UNTIL WS-EXN-IX > WS-EXN-TABLE-COUNT
024240         IF NOT WS-EXN-DONE(WS-EXN-IX)
024250             PERFORM 3520-WRITE-LABELER-SECTION
024260         END-IF
024270     END-PERFORM
024280     MOVE SPACES TO X3R-LINE
024290     WRITE X3R-LINE
024300     MOVE SPACES TO X3R-LINE
024310     STRING 'LABELER SECTIONS ' WS-LAB-SECTION-COUNT
024320         '  340B LINES EXCLUDED ' WS-340B-LINE-COUNT
024330         '  PERIOD ' WS-RANGE-START-DT ' - ' WS-RANGE-END-DT
024340         DELIMITED BY SIZE INTO X3R-LINE
024350     WRITE X3R-LINE
024360     IF WS-EXL-OVERFLOW-COUNT NOT = ZERO
024370         MOVE SPACES TO X3R-LINE
024380         STRING 'CLAIM LINES NOT LISTED - TABLE FULL: '
024390             WS-EXL-OVERFLOW-COUNT
024400             ' (STILL EXCLUDED AND IN THE NDC TOTALS)'
024410             DELIMITED BY SIZE INTO X3R-LINE
024420         WRITE X3R-LINE
024430     END-IF.
024440
024450 3510-FIND-340B-LABELER.
024460     MOVE 'N' TO WS-MST-FOUND-SW
024470     SET WS-MST-IX TO 1
024480     SEARCH WS-MST-ENTRY
024490         AT END
024500             CONTINUE
024510         WHEN WS-MST-CODE(WS-MST-IX) = WS-EXN-CODE(WS-EXN-IX)
024520             SET WS-MST-FOUND TO TRUE
024530     END-SEARCH
024540     IF WS-MST-FOUND
024550         MOVE WS-MST-LABELER(WS-MST-IX)
024560             TO WS-EXN-LABELER(WS-EXN-IX)
024570         MOVE WS-MST-MFR-NAME(WS-MST-IX)
024580             TO WS-EXN-MFR-NAME(WS-EXN-IX)
024590     ELSE
024600         MOVE 'UNKWN' TO WS-EXN-LABELER(WS-EXN-IX)
024610         MOVE 'LABELER NOT ON NDC MASTER'
024620             TO WS-EXN-MFR-NAME(WS-EXN-IX)
024630     END-IF.
024640
024650 3520-WRITE-LABELER-SECTION.
024660     ADD 1 TO WS-LAB-SECTION-COUNT
024670     MOVE WS-EXN-LABELER(WS-EXN-IX) TO WS-LAB-LABELER
024680     MOVE ZERO TO WS-LAB-LINE-COUNT WS-LAB-TOT-QTY
024690     MOVE SPACES TO X3R-LINE
024700     WRITE X3R-LINE
024710     MOVE SPACES TO X3R-LINE
024720     STRING 'LABELER ' WS-LAB-LABELER
024730         ' ' WS-EXN-MFR-NAME(WS-EXN-IX)
024740         ' PERIOD ' WS-RANGE-START-DT ' - ' WS-RANGE-END-DT
024750         DELIMITED BY SIZE INTO X3R-LINE
024760     WRITE X3R-LINE
024770     PERFORM VARYING WS-EXN-IX2 FROM WS-EXN-IX BY 1
024780             UNTIL WS-EXN-IX2 > WS-EXN-TABLE-COUNT
024790         IF WS-EXN-LABELER(WS-EXN-IX2) = WS-LAB-LABELER
024800             PERFORM 3530-WRITE-340B-NDC
024810         END-IF
024820     END-PERFORM
024830     MOVE SPACES TO X3R-LINE
024840     STRING 'LABELER ' WS-LAB-LABELER
024850         ' 340B LINES EXCLUDED ' WS-LAB-LINE-COUNT
024860         ' QTY ' WS-LAB-TOT-QTY
024870         DELIMITED BY SIZE INTO X3R-LINE
024880     WRITE X3R-LINE.
024890
024900 3530-WRITE-340B-NDC.
024910     SET WS-EXN-DONE(WS-EXN-IX2) TO TRUE
024920     ADD WS-EXN-LINE-COUNT(WS-EXN-IX2) TO WS-LAB-LINE-COUNT
024930     ADD WS-EXN-TOT-QTY(WS-EXN-IX2) TO WS-LAB-TOT-QTY
024940     MOVE SPACES TO X3R-LINE
024950     STRING '  NDC ' WS-EXN-CODE(WS-EXN-IX2)
024960         ' QTY ' WS-EXN-TOT-QTY(WS-EXN-IX2)
024970         ' LINES ' WS-EXN-LINE-COUNT(WS-EXN-IX2)
024980         DELIMITED BY SIZE INTO X3R-LINE
024990     WRITE X3R-LINE
025000     PERFORM VARYING WS-EXL-IX FROM 1 BY 1
025010             UNTIL WS-EXL-IX > WS-EXL-TABLE-COUNT
025020         IF WS-EXL-NDC(WS-EXL-IX) = WS-EXN-CODE(WS-EXN-IX2)
025030             MOVE SPACES TO X3R-LINE
025040             STRING '    CLM ' WS-EXL-CLM-KEY(WS-EXL-IX)
025050                 ' DOS ' WS-EXL-DOS(WS-EXL-IX)
025060                 ' QTY ' WS-EXL-QTY(WS-EXL-IX)
025070                 ' UOM ' WS-EXL-UOM(WS-EXL-IX)
025080                 ' PHARMACY ' WS-EXL-PHARMACY(WS-EXL-IX)
025090                 ' ENTITY ' WS-EXL-ENTITY(WS-EXL-IX)
025100                 ' SRC ' WS-EXL-SOURCE(WS-EXL-IX)
025110                 DELIMITED BY SIZE INTO X3R-LINE
025120             WRITE X3R-LINE
025130         END-IF
025140     END-PERFORM.
024200
024300 9000-TERMINATE.
024400     CLOSE OUTBOUND-NCPDP
024500     CLOSE REBATE-INVOICE-OUT
024600     CLOSE REBATE-DETAIL-RPT
024610     CLOSE REBATE-340B-RPT.
