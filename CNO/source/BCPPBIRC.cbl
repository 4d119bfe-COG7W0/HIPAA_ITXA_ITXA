000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150135 - PBM ADMINISTRATIVE INVOICE *
000300*            RECONCILIATION. THE PBM'S MONTHLY INVOICE DETAIL    *
000400*            (BCPPBINV) WAS BEING PAID AS BILLED. THIS MATCHES   *
000500*            EACH INVOICED CLAIM TO THE POSTED RX-DTL RECORD     *
000600*            BCPRXRSP WROTE (OUTNCPDPO) BY CLM-KEY/POLICY-KEY    *
000700*            AND DISPUTES CLAIMS INVOICED BUT NEVER POSTED,      *
000800*            CLAIMS INVOICED TWICE (ON THIS INVOICE OR AN        *
000900*            EARLIER ONE, FROM THE INVOICED-CLAIM HISTORY        *
001000*            BCPPBIHS), REJECTED CLAIMS BILLED A FEE, AND        *
001100*            INGREDIENT COST BILLED OVER RX-DTL-PAID-AMT. THE    *
001200*            DISPUTES GO BACK TO THE PBM ON PBMDISP (BCPPBDSP)   *
001300*            AND THE REPORT CLOSES WITH THE APPROVED-TO-PAY      *
001400*            AMOUNT - BILLED LESS DISPUTED.                      *
001500******************************************************************
001510* 10-15-26 - R KOWALSKI - AR 150135 - A FULL POSTED-CLAIM,       *
001520*            HISTORY OR DISPUTE TABLE NOW STOPS THE RUN WITH RC  *
001530*            8 AND A REPORT LINE, AND NEITHER PBMIHSTO NOR       *
001540*            PBMDISP IS WRITTEN. DISPUTES ARE HELD IN STORAGE    *
001550*            UNTIL THE RUN FINISHES. POSTED CLAIMS PAST THE      *
001560*            TABLE WERE DROPPED AND DISPUTED AS NEVER POSTED,    *
001570*            AND HISTORY PAST IT WAS LOST.                       *
001580******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. BCPPBIRC.
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT NCPDP-POSTED-FILE ASSIGN TO OUTNCPDPO
002200            ORGANIZATION IS LINE SEQUENTIAL
002300            FILE STATUS IS WS-NCP-STATUS.
002400     SELECT PBM-INVOICE-FILE ASSIGN TO PBMINVC
002500            ORGANIZATION IS LINE SEQUENTIAL
002600            FILE STATUS IS WS-INV-STATUS.
002700     SELECT OPTIONAL PBM-INV-HIST-FILE ASSIGN TO PBMIHIST
002800            ORGANIZATION IS LINE SEQUENTIAL
002900            FILE STATUS IS WS-IHS-STATUS.
003000     SELECT PBM-INV-HIST-OUT ASSIGN TO PBMIHSTO
003100            ORGANIZATION IS LINE SEQUENTIAL
003200            FILE STATUS IS WS-IHO-STATUS.
003300     SELECT PBM-DISPUTE-FILE ASSIGN TO PBMDISP
003400            ORGANIZATION IS LINE SEQUENTIAL
003500            FILE STATUS IS WS-DSP-STATUS.
003600     SELECT PBIRC-RPT ASSIGN TO PBIRCRPT
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS IS WS-RPT-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  NCPDP-POSTED-FILE.
004200     COPY BCPRXHDR.
004300     COPY BCPRXDTL.
004400     COPY BCPRXTRL.
004500 FD  PBM-INVOICE-FILE.
004600     COPY BCPPBINV.
004700 FD  PBM-INV-HIST-FILE.
004800     COPY BCPPBIHS.
004900 FD  PBM-INV-HIST-OUT.
005000 01  PBIH-OUT-LINE             PIC X(35).
005100 FD  PBM-DISPUTE-FILE.
005200     COPY BCPPBDSP.
005300 FD  PBIRC-RPT.
005400 01  RPT-LINE                  PIC X(132).
005500 WORKING-STORAGE SECTION.
005600 01  WS-NCP-STATUS             PIC X(02).
005700 01  WS-INV-STATUS             PIC X(02).
005800 01  WS-IHS-STATUS             PIC X(02).
005900 01  WS-IHO-STATUS             PIC X(02).
006000 01  WS-DSP-STATUS             PIC X(02).
006100 01  WS-RPT-STATUS             PIC X(02).
006200 01  WS-NCP-EOF-SW             PIC X(01)      VALUE 'N'.
006300     88  WS-NO-MORE-NCP             VALUE 'Y'.
006400 01  WS-INV-EOF-SW             PIC X(01)      VALUE 'N'.
006500     88  WS-NO-MORE-INV             VALUE 'Y'.
006600 01  WS-IHS-EOF-SW             PIC X(01)      VALUE 'N'.
006700     88  WS-NO-MORE-IHS             VALUE 'Y'.
006800******************************************************************
006900* POSTED PHARMACY CLAIMS, ONE ENTRY PER RX-DTL RECORD BCPRXRSP   *
007000* POSTED WITH THE PBM'S ACCEPT/REJECT ANSWER AND PAID AMOUNT.    *
007100******************************************************************
007200 01  WS-PST-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
007300 01  WS-PST-TABLE.
007400     05  WS-PST-ENTRY          OCCURS 1 TO 50000 TIMES
007500                               DEPENDING ON WS-PST-TABLE-COUNT
007600                               INDEXED BY WS-PST-IX.
007700         10  WS-PST-CLM-KEY        PIC 9(06).
007800         10  WS-PST-POLICY-KEY     PIC 9(09).
007900         10  WS-PST-PAID-AMT       PIC 9(09)V99.
008000         10  WS-PST-ACC-REJ-IND    PIC X(01).
008100             88  WS-PST-WAS-REJECTED   VALUE 'R'.
008200 01  WS-PST-FOUND-SW           PIC X(01)      VALUE 'N'.
008300     88  WS-PST-FOUND              VALUE 'Y'.
008310 01  WS-PST-FULL-SW            PIC X(01)      VALUE 'N'.
008320     88  WS-PST-TABLE-FULL         VALUE 'Y'.
008400******************************************************************
008500* INVOICED-CLAIM HISTORY. EACH ENTRY IS LAID OUT LIKE A BCPPBIHS *
008600* RECORD SO IT IS WRITTEN BACK OUT AS IS.                        *
008700******************************************************************
008800 01  WS-IHS-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
008900 01  WS-IHS-TABLE.
009000     05  WS-IHS-ENTRY          OCCURS 1 TO 99999 TIMES
009100                               DEPENDING ON WS-IHS-TABLE-COUNT
009200                               INDEXED BY WS-IHS-IX.
009300         10  WS-IHS-CLM-KEY        PIC 9(06).
009400         10  WS-IHS-POLICY-KEY     PIC 9(09).
009500         10  WS-IHS-INVOICE-NBR    PIC X(12).
009600         10  WS-IHS-INVOICE-DATE   PIC X(08).
009700 01  WS-IHS-FOUND-SW           PIC X(01)      VALUE 'N'.
009800     88  WS-IHS-FOUND              VALUE 'Y'.
009900 01  WS-IHS-FULL-SW            PIC X(01)      VALUE 'N'.
010000     88  WS-IHS-TABLE-FULL         VALUE 'Y'.
010010******************************************************************
010020* DISPUTES ARE HELD HERE AND GO TO PBMDISP ONLY WHEN EVERY TABLE *
010030* HELD, SO A SHORT RUN SENDS THE PBM NOTHING.                    *
010040******************************************************************
010050 01  WS-DSP-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
010060 01  WS-DSP-TABLE.
010070     05  WS-DSP-ENTRY          OCCURS 1 TO 50000 TIMES
010080                               DEPENDING ON WS-DSP-TABLE-COUNT
010090                               INDEXED BY WS-DSP-IX.
010091         10  WS-DSP-IMAGE          PIC X(114).
010092 01  WS-RUN-FATAL-SW           PIC X(01)      VALUE 'N'.
010093     88  WS-RUN-FATAL              VALUE 'Y'.
010100 01  WS-PASS-THRU-AMT          PIC 9(09)V99.
010200 01  WS-LINE-BILLED-AMT        PIC 9(09)V99.
010300 01  WS-LINE-DISPUTED-AMT      PIC 9(09)V99.
010400 01  WS-LINE-EXPECTED-AMT      PIC 9(09)V99.
010500 01  WS-UNDER-AMT              PIC 9(09)V99.
010600 01  WS-INVOICE-NBR            PIC X(12)      VALUE SPACES.
010700 01  WS-INVOICE-DATE           PIC X(08)      VALUE SPACES.
010800 01  WS-INV-LINE-COUNT         PIC 9(05)      VALUE ZERO.
010900 01  WS-APPROVED-COUNT         PIC 9(05)      VALUE ZERO.
011000 01  WS-NP-COUNT               PIC 9(05)      VALUE ZERO.
011100 01  WS-DU-COUNT               PIC 9(05)      VALUE ZERO.
011200 01  WS-RJ-COUNT               PIC 9(05)      VALUE ZERO.
011300 01  WS-IC-COUNT               PIC 9(05)      VALUE ZERO.
011400 01  WS-UNDER-COUNT            PIC 9(05)      VALUE ZERO.
011500 01  WS-DISPUTE-COUNT          PIC 9(05)      VALUE ZERO.
011600 01  WS-TOT-INGRED-AMT         PIC 9(11)V99   VALUE ZERO.
011700 01  WS-TOT-DISP-FEE-AMT       PIC 9(11)V99   VALUE ZERO.
011800 01  WS-TOT-ADMIN-FEE-AMT      PIC 9(11)V99   VALUE ZERO.
011900 01  WS-TOT-BILLED-AMT         PIC 9(11)V99   VALUE ZERO.
012000 01  WS-TOT-NP-AMT             PIC 9(11)V99   VALUE ZERO.
012100 01  WS-TOT-DU-AMT             PIC 9(11)V99   VALUE ZERO.
012200 01  WS-TOT-RJ-AMT             PIC 9(11)V99   VALUE ZERO.
012300 01  WS-TOT-IC-AMT             PIC 9(11)V99   VALUE ZERO.
012400 01  WS-TOT-UNDER-AMT          PIC 9(11)V99   VALUE ZERO.
012500 01  WS-TOT-DISPUTED-AMT       PIC 9(11)V99   VALUE ZERO.
012600 01  WS-TOT-APPROVED-AMT       PIC 9(11)V99   VALUE ZERO.
012700 01  WS-RPT-AMT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012800 01  WS-RPT-AMT-2              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012900 PROCEDURE DIVISION.
013000 0000-MAIN-CONTROL.
013100     PERFORM 1000-INITIALIZE
013200     PERFORM 1100-LOAD-POSTED-CLAIMS
013210     IF NOT WS-RUN-FATAL
013300         PERFORM 1200-LOAD-INVOICE-HISTORY
013310     END-IF
013400     PERFORM 2000-RECONCILE-INVOICE
013500         UNTIL WS-NO-MORE-INV OR WS-RUN-FATAL
013510     IF NOT WS-RUN-FATAL
013600         PERFORM 3000-WRITE-HISTORY
013610         PERFORM 3100-WRITE-DISPUTES
013620     END-IF
013700     PERFORM 5000-WRITE-SUMMARY
013800     PERFORM 9000-TERMINATE
013900     IF WS-RUN-FATAL
013910         MOVE 8 TO RETURN-CODE
013920     ELSE
013930         IF WS-DISPUTE-COUNT NOT = ZERO
014100             MOVE 4 TO RETURN-CODE
014110         END-IF
014200     END-IF
014300     STOP RUN.
014400
014500 1000-INITIALIZE.
014600     OPEN INPUT PBM-INVOICE-FILE
014800     OPEN OUTPUT PBIRC-RPT
014900     MOVE 'PBM ADMINISTRATIVE INVOICE RECONCILIATION'
015000         TO RPT-LINE
015100     WRITE RPT-LINE
015200     PERFORM 2100-READ-INVOICE
015300     IF NOT WS-NO-MORE-INV
015400         MOVE PBIV-INVOICE-NBR  TO WS-INVOICE-NBR
015500         MOVE PBIV-INVOICE-DATE TO WS-INVOICE-DATE
015600     END-IF
015700     MOVE SPACES TO RPT-LINE
015800     STRING 'INVOICE ' WS-INVOICE-NBR
015900         '  DATED ' WS-INVOICE-DATE
016000         DELIMITED BY SIZE INTO RPT-LINE
016100     WRITE RPT-LINE
016200     MOVE SPACES TO RPT-LINE
016300     WRITE RPT-LINE.
016400
016500 1100-LOAD-POSTED-CLAIMS.
016600     OPEN INPUT NCPDP-POSTED-FILE
016700     PERFORM 1110-READ-POSTED
016800     PERFORM UNTIL WS-NO-MORE-NCP OR WS-RUN-FATAL
016900         IF RX-DTL-REC-ID = 'RD'
017000             AND RX-DTL-IS-POSTED
017100             IF WS-PST-TABLE-COUNT < 50000
017200                 ADD 1 TO WS-PST-TABLE-COUNT
017300                 SET WS-PST-IX TO WS-PST-TABLE-COUNT
017400                 MOVE RX-DTL-CLM-KEY
017500                     TO WS-PST-CLM-KEY(WS-PST-IX)
017600                 MOVE RX-DTL-POLICY-KEY
017700                     TO WS-PST-POLICY-KEY(WS-PST-IX)
017800                 MOVE RX-DTL-PAID-AMT
017900                     TO WS-PST-PAID-AMT(WS-PST-IX)
018000                 MOVE RX-DTL-ACC-REJ-IND
018100                     TO WS-PST-ACC-REJ-IND(WS-PST-IX)
018110             ELSE
018120                 PERFORM 1900-POSTED-TABLE-FULL
018200             END-IF
018300         END-IF
018400         PERFORM 1110-READ-POSTED
018500     END-PERFORM
018600     CLOSE NCPDP-POSTED-FILE.
018700
018800 1110-READ-POSTED.
018900     READ NCPDP-POSTED-FILE
019000         AT END
019100             SET WS-NO-MORE-NCP TO TRUE
019200     END-READ.
019300
019400 1200-LOAD-INVOICE-HISTORY.
019500     OPEN INPUT PBM-INV-HIST-FILE
019600     IF WS-IHS-STATUS = '35'
019700         SET WS-NO-MORE-IHS TO TRUE
019800     ELSE
019900         PERFORM 1210-READ-HISTORY
020000     END-IF
020100     PERFORM UNTIL WS-NO-MORE-IHS OR WS-RUN-FATAL
020200         IF WS-IHS-TABLE-COUNT < 99999
020300             ADD 1 TO WS-IHS-TABLE-COUNT
020400             SET WS-IHS-IX TO WS-IHS-TABLE-COUNT
020500             MOVE PBIH-HISTORY-RECORD TO WS-IHS-ENTRY(WS-IHS-IX)
020600         ELSE
020700             PERFORM 1910-HISTORY-TABLE-FULL
020800         END-IF
020900         PERFORM 1210-READ-HISTORY
021000     END-PERFORM
021100     IF WS-IHS-STATUS NOT = '35'
021200         CLOSE PBM-INV-HIST-FILE
021300     END-IF.
021400
021500 1210-READ-HISTORY.
021600     READ PBM-INV-HIST-FILE
021700         AT END
021800             SET WS-NO-MORE-IHS TO TRUE
021900     END-READ.
021910
021920******************************************************************
021930* A TABLE THAT FILLS WOULD DROP POSTED CLAIMS (FALSE NP DISPUTES)*
021940* OR HISTORY ROWS (LOST FROM PBMIHSTO). THE RUN STOPS AND WRITES *
021950* NEITHER PBMIHSTO NOR PBMDISP.                                  *
021960******************************************************************
021970 1900-POSTED-TABLE-FULL.
021971     SET WS-PST-TABLE-FULL TO TRUE
021972     SET WS-RUN-FATAL TO TRUE
021973     MOVE SPACES TO RPT-LINE
021974     STRING 'POSTED CLAIM TABLE FULL AT 50000 - RUN STOPPED'
021975         DELIMITED BY SIZE INTO RPT-LINE
021976     WRITE RPT-LINE.
021977
021978 1910-HISTORY-TABLE-FULL.
021979     SET WS-IHS-TABLE-FULL TO TRUE
021980     SET WS-RUN-FATAL TO TRUE
021981     MOVE SPACES TO RPT-LINE
021982     STRING 'INVOICED-CLAIM HISTORY TABLE FULL AT 99999 - '
021983         'RUN STOPPED'
021984         DELIMITED BY SIZE INTO RPT-LINE
021985     WRITE RPT-LINE.
021986
021987 1920-DISPUTE-TABLE-FULL.
021988     SET WS-RUN-FATAL TO TRUE
021989     MOVE SPACES TO RPT-LINE
021990     STRING 'DISPUTE TABLE FULL AT 50000 - RUN STOPPED'
021991         DELIMITED BY SIZE INTO RPT-LINE
021992     WRITE RPT-LINE.
022000
022100******************************************************************
022200* EACH INVOICE LINE IS CHECKED IN ORDER: ALREADY INVOICED, NOT   *
022300* POSTED, POSTED AS REJECTED, THEN PASS-THROUGH AGAINST THE      *
022400* POSTED PAID AMOUNT. THE FIRST THREE DISPUTE THE WHOLE LINE;    *
022500* A COST DIFFERENCE DISPUTES ONLY THE OVERAGE AND THE ADMIN FEE  *
022600* STANDS. A LINE BILLED UNDER THE PAID AMOUNT IS REPORTED BUT    *
022700* PAID AS BILLED.                                                *
022800******************************************************************
022900 2000-RECONCILE-INVOICE.
023000     ADD 1 TO WS-INV-LINE-COUNT
023100     COMPUTE WS-PASS-THRU-AMT =
023200         PBIV-INGRED-COST + PBIV-DISPENSING-FEE
023300     COMPUTE WS-LINE-BILLED-AMT =
023400         WS-PASS-THRU-AMT + PBIV-ADMIN-FEE
023500     ADD PBIV-INGRED-COST     TO WS-TOT-INGRED-AMT
023600     ADD PBIV-DISPENSING-FEE  TO WS-TOT-DISP-FEE-AMT
023700     ADD PBIV-ADMIN-FEE       TO WS-TOT-ADMIN-FEE-AMT
023800     ADD WS-LINE-BILLED-AMT   TO WS-TOT-BILLED-AMT
023900     MOVE ZERO TO WS-LINE-DISPUTED-AMT
024000     PERFORM 2200-FIND-HISTORY
024100     IF WS-IHS-FOUND
024200         ADD 1 TO WS-DU-COUNT
024300         ADD WS-LINE-BILLED-AMT TO WS-TOT-DU-AMT
024400         MOVE WS-LINE-BILLED-AMT TO WS-LINE-DISPUTED-AMT
024500         MOVE ZERO TO WS-LINE-EXPECTED-AMT
024600         MOVE 'DU' TO PBDS-REASON-CD
024700         MOVE 'INVOICED TWICE' TO PBDS-REASON-TEXT
024800         MOVE WS-IHS-INVOICE-NBR(WS-IHS-IX)
024900             TO PBDS-PRIOR-INVOICE-NBR
025000         PERFORM 2500-WRITE-DISPUTE
025100     ELSE
025200         PERFORM 2300-FIND-POSTED
025300         IF NOT WS-PST-FOUND
025400             ADD 1 TO WS-NP-COUNT
025500             ADD WS-LINE-BILLED-AMT TO WS-TOT-NP-AMT
025600             MOVE WS-LINE-BILLED-AMT TO WS-LINE-DISPUTED-AMT
025700             MOVE ZERO TO WS-LINE-EXPECTED-AMT
025800             MOVE 'NP' TO PBDS-REASON-CD
025900             MOVE 'INVOICED BUT NEVER POSTED' TO PBDS-REASON-TEXT
026000             MOVE SPACES TO PBDS-PRIOR-INVOICE-NBR
026100             PERFORM 2500-WRITE-DISPUTE
026200         ELSE
026300             PERFORM 2400-ADD-HISTORY
026400             PERFORM 2050-CHECK-POSTED-CLAIM
026500         END-IF
026600     END-IF
029600     IF WS-LINE-DISPUTED-AMT = ZERO
029700         ADD 1 TO WS-APPROVED-COUNT
029800     END-IF
029900     ADD WS-LINE-DISPUTED-AMT TO WS-TOT-DISPUTED-AMT
030000     COMPUTE WS-TOT-APPROVED-AMT = WS-TOT-APPROVED-AMT
030100         + WS-LINE-BILLED-AMT - WS-LINE-DISPUTED-AMT
030200     PERFORM 2100-READ-INVOICE.
030300
030302*A POSTED CLAIM IS DISPUTED IF IT POSTED AS REJECTED AND STILL
030304*CARRIES A CHARGE, OR FOR ANY PASS-THROUGH OVER THE POSTED PAID.
030306 2050-CHECK-POSTED-CLAIM.
030308     IF WS-PST-WAS-REJECTED(WS-PST-IX)
030310         IF WS-LINE-BILLED-AMT > ZERO
030312             ADD 1 TO WS-RJ-COUNT
030314             ADD WS-LINE-BILLED-AMT TO WS-TOT-RJ-AMT
030316             MOVE WS-LINE-BILLED-AMT TO WS-LINE-DISPUTED-AMT
030318             MOVE ZERO TO WS-LINE-EXPECTED-AMT
030320             MOVE 'RJ' TO PBDS-REASON-CD
030322             MOVE 'REJECTED CLAIM BILLED A FEE'
030324                 TO PBDS-REASON-TEXT
030326             MOVE SPACES TO PBDS-PRIOR-INVOICE-NBR
030328             PERFORM 2500-WRITE-DISPUTE
030330         END-IF
030332     ELSE
030334         IF WS-PASS-THRU-AMT > WS-PST-PAID-AMT(WS-PST-IX)
030336             ADD 1 TO WS-IC-COUNT
030338             COMPUTE WS-LINE-DISPUTED-AMT =
030340                 WS-PASS-THRU-AMT - WS-PST-PAID-AMT(WS-PST-IX)
030342             ADD WS-LINE-DISPUTED-AMT TO WS-TOT-IC-AMT
030344             COMPUTE WS-LINE-EXPECTED-AMT =
030346                 WS-PST-PAID-AMT(WS-PST-IX) + PBIV-ADMIN-FEE
030348             MOVE 'IC' TO PBDS-REASON-CD
030350             MOVE 'INGREDIENT COST OVER PAID AMT'
030352                 TO PBDS-REASON-TEXT
030354             MOVE SPACES TO PBDS-PRIOR-INVOICE-NBR
030356             PERFORM 2500-WRITE-DISPUTE
030358         ELSE
030360             IF WS-PASS-THRU-AMT < WS-PST-PAID-AMT(WS-PST-IX)
030362                 PERFORM 2600-REPORT-UNDER-BILLED
030364             END-IF
030366         END-IF
030368     END-IF.
030370
030400 2100-READ-INVOICE.
030500     READ PBM-INVOICE-FILE
030600         AT END
030700             SET WS-NO-MORE-INV TO TRUE
030800     END-READ.
030900
031000 2200-FIND-HISTORY.
031100     MOVE 'N' TO WS-IHS-FOUND-SW
031200     SET WS-IHS-IX TO 1
031300     SEARCH WS-IHS-ENTRY
031400         AT END
031500             CONTINUE
031600         WHEN WS-IHS-CLM-KEY(WS-IHS-IX) = PBIV-CLM-KEY
031700             AND WS-IHS-POLICY-KEY(WS-IHS-IX) = PBIV-POLICY-KEY
031800             SET WS-IHS-FOUND TO TRUE
031900     END-SEARCH.
032000
032100 2300-FIND-POSTED.
032200     MOVE 'N' TO WS-PST-FOUND-SW
032300     SET WS-PST-IX TO 1
032400     SEARCH WS-PST-ENTRY
032500         AT END
032600             CONTINUE
032700         WHEN WS-PST-CLM-KEY(WS-PST-IX) = PBIV-CLM-KEY
032800             AND WS-PST-POLICY-KEY(WS-PST-IX) = PBIV-POLICY-KEY
032900             SET WS-PST-FOUND TO TRUE
033000     END-SEARCH.
033100
033200******************************************************************
033300* A CLAIM THAT POSTED IS NOW INVOICED, WHETHER OR NOT PART OF IT *
033400* IS DISPUTED; BILLING IT AGAIN ON THIS INVOICE OR A LATER ONE   *
033500* IS A DUPLICATE. A CLAIM NEVER POSTED IS LEFT OFF SO THE PBM    *
033600* CAN BILL IT ONCE IT DOES POST.                                 *
033700******************************************************************
033800 2400-ADD-HISTORY.
033900     IF WS-IHS-TABLE-COUNT < 99999
034000         ADD 1 TO WS-IHS-TABLE-COUNT
034100         SET WS-IHS-IX TO WS-IHS-TABLE-COUNT
034200         MOVE PBIV-CLM-KEY      TO WS-IHS-CLM-KEY(WS-IHS-IX)
034300         MOVE PBIV-POLICY-KEY   TO WS-IHS-POLICY-KEY(WS-IHS-IX)
034400         MOVE PBIV-INVOICE-NBR  TO WS-IHS-INVOICE-NBR(WS-IHS-IX)
034500         MOVE PBIV-INVOICE-DATE TO WS-IHS-INVOICE-DATE(WS-IHS-IX)
034600     ELSE
034700         PERFORM 1910-HISTORY-TABLE-FULL
034800     END-IF.
034900
035000 2500-WRITE-DISPUTE.
035100     ADD 1 TO WS-DISPUTE-COUNT
035200     MOVE PBIV-INVOICE-NBR     TO PBDS-INVOICE-NBR
035300     MOVE PBIV-CLM-KEY         TO PBDS-CLM-KEY
035400     MOVE PBIV-POLICY-KEY      TO PBDS-POLICY-KEY
035500     MOVE WS-LINE-BILLED-AMT   TO PBDS-BILLED-AMT
035600     MOVE WS-LINE-EXPECTED-AMT TO PBDS-EXPECTED-AMT
035700     MOVE WS-LINE-DISPUTED-AMT TO PBDS-DISPUTED-AMT
035800     IF WS-DSP-TABLE-COUNT < 50000
035810         ADD 1 TO WS-DSP-TABLE-COUNT
035820         SET WS-DSP-IX TO WS-DSP-TABLE-COUNT
035830         MOVE PBDS-DISPUTE-RECORD TO WS-DSP-IMAGE(WS-DSP-IX)
035840     ELSE
035850         PERFORM 1920-DISPUTE-TABLE-FULL
035860     END-IF
035900     MOVE WS-LINE-BILLED-AMT   TO WS-RPT-AMT
036000     MOVE WS-LINE-DISPUTED-AMT TO WS-RPT-AMT-2
036100     MOVE SPACES TO RPT-LINE
036200     STRING 'DISPUTE ' PBDS-REASON-CD
036300         ' CLM ' PBIV-CLM-KEY
036400         ' POL ' PBIV-POLICY-KEY
036500         ' BILLED' WS-RPT-AMT
036600         ' DISPUTED' WS-RPT-AMT-2
036700         ' ' PBDS-REASON-TEXT
036800         ' ' PBDS-PRIOR-INVOICE-NBR
036900         DELIMITED BY SIZE INTO RPT-LINE
037000     WRITE RPT-LINE.
037100
037200 2600-REPORT-UNDER-BILLED.
037300     ADD 1 TO WS-UNDER-COUNT
037400     COMPUTE WS-UNDER-AMT =
037500         WS-PST-PAID-AMT(WS-PST-IX) - WS-PASS-THRU-AMT
037600     ADD WS-UNDER-AMT TO WS-TOT-UNDER-AMT
037700     MOVE WS-PASS-THRU-AMT TO WS-RPT-AMT
037800     MOVE WS-PST-PAID-AMT(WS-PST-IX) TO WS-RPT-AMT-2
037900     MOVE SPACES TO RPT-LINE
038000     STRING 'UNDER BILLED CLM ' PBIV-CLM-KEY
038100         ' POLICY ' PBIV-POLICY-KEY
038200         ' PASS-THROUGH ' WS-RPT-AMT
038300         ' POSTED PAID ' WS-RPT-AMT-2
038400         ' - PAID AS BILLED'
038500         DELIMITED BY SIZE INTO RPT-LINE
038600     WRITE RPT-LINE.
038700
038800 3000-WRITE-HISTORY.
038900     OPEN OUTPUT PBM-INV-HIST-OUT
039000     PERFORM VARYING WS-IHS-IX FROM 1 BY 1
039100             UNTIL WS-IHS-IX > WS-IHS-TABLE-COUNT
039200         WRITE PBIH-OUT-LINE FROM WS-IHS-ENTRY(WS-IHS-IX)
039300     END-PERFORM
039400     CLOSE PBM-INV-HIST-OUT.
039410
039420 3100-WRITE-DISPUTES.
039430     OPEN OUTPUT PBM-DISPUTE-FILE
039440     PERFORM VARYING WS-DSP-IX FROM 1 BY 1
039450             UNTIL WS-DSP-IX > WS-DSP-TABLE-COUNT
039460         WRITE PBDS-DISPUTE-RECORD FROM WS-DSP-IMAGE(WS-DSP-IX)
039470     END-PERFORM
039480     CLOSE PBM-DISPUTE-FILE.
039500
039600 5000-WRITE-SUMMARY.
039700     MOVE SPACES TO RPT-LINE
039800     WRITE RPT-LINE
039900     MOVE SPACES TO RPT-LINE
040000     STRING 'INVOICE LINES ' WS-INV-LINE-COUNT
040100         '  PAID AS BILLED ' WS-APPROVED-COUNT
040200         '  DISPUTED ' WS-DISPUTE-COUNT
040300         '  UNDER BILLED ' WS-UNDER-COUNT
040400         DELIMITED BY SIZE INTO RPT-LINE
040500     WRITE RPT-LINE
040600     MOVE WS-TOT-INGRED-AMT TO WS-RPT-AMT
040700     MOVE WS-TOT-DISP-FEE-AMT TO WS-RPT-AMT-2
040800     MOVE SPACES TO RPT-LINE
040900     STRING 'INGREDIENT COST BILLED      ' WS-RPT-AMT
041000         '  DISPENSING FEES ' WS-RPT-AMT-2
041100         DELIMITED BY SIZE INTO RPT-LINE
041200     WRITE RPT-LINE
041300     MOVE WS-TOT-ADMIN-FEE-AMT TO WS-RPT-AMT
041400     MOVE WS-TOT-BILLED-AMT TO WS-RPT-AMT-2
041500     MOVE SPACES TO RPT-LINE
041600     STRING 'ADMIN FEES BILLED           ' WS-RPT-AMT
041700         '  TOTAL BILLED    ' WS-RPT-AMT-2
041800         DELIMITED BY SIZE INTO RPT-LINE
041900     WRITE RPT-LINE
042000     MOVE WS-TOT-NP-AMT TO WS-RPT-AMT
042100     MOVE SPACES TO RPT-LINE
042200     STRING 'NP INVOICED NOT POSTED  ' WS-NP-COUNT
042300         ' ' WS-RPT-AMT
042400         DELIMITED BY SIZE INTO RPT-LINE
042500     WRITE RPT-LINE
042600     MOVE WS-TOT-DU-AMT TO WS-RPT-AMT
042700     MOVE SPACES TO RPT-LINE
042800     STRING 'DU INVOICED TWICE       ' WS-DU-COUNT
042900         ' ' WS-RPT-AMT
043000         DELIMITED BY SIZE INTO RPT-LINE
043100     WRITE RPT-LINE
043200     MOVE WS-TOT-RJ-AMT TO WS-RPT-AMT
043300     MOVE SPACES TO RPT-LINE
043400     STRING 'RJ REJECTED BILLED FEE  ' WS-RJ-COUNT
043500         ' ' WS-RPT-AMT
043600         DELIMITED BY SIZE INTO RPT-LINE
043700     WRITE RPT-LINE
043800     MOVE WS-TOT-IC-AMT TO WS-RPT-AMT
043900     MOVE SPACES TO RPT-LINE
044000     STRING 'IC INGREDIENT COST OVER ' WS-IC-COUNT
044100         ' ' WS-RPT-AMT
044200         DELIMITED BY SIZE INTO RPT-LINE
044300     WRITE RPT-LINE
044400     MOVE WS-TOT-UNDER-AMT TO WS-RPT-AMT
044500     MOVE SPACES TO RPT-LINE
044600     STRING 'UNDER BILLED (NOT HELD) ' WS-UNDER-COUNT
044700         ' ' WS-RPT-AMT
044800         DELIMITED BY SIZE INTO RPT-LINE
044900     WRITE RPT-LINE
045000     MOVE WS-TOT-DISPUTED-AMT TO WS-RPT-AMT
045100     MOVE SPACES TO RPT-LINE
045200     STRING 'TOTAL DISPUTED                ' WS-RPT-AMT
045300         DELIMITED BY SIZE INTO RPT-LINE
045400     WRITE RPT-LINE
045500     MOVE WS-TOT-APPROVED-AMT TO WS-RPT-AMT
045600     MOVE SPACES TO RPT-LINE
045700     STRING 'APPROVED TO PAY               ' WS-RPT-AMT
045800         DELIMITED BY SIZE INTO RPT-LINE
045900     WRITE RPT-LINE
046000     IF WS-RUN-FATAL
046100         MOVE SPACES TO RPT-LINE
046200         STRING 'RUN STOPPED ON A FULL TABLE - PBMIHSTO AND '
046300             'PBMDISP NOT WRITTEN, FIGURES ABOVE ARE PARTIAL'
046400             DELIMITED BY SIZE INTO RPT-LINE
046500         WRITE RPT-LINE
046600     END-IF.
046700
046800 9000-TERMINATE.
046900     CLOSE PBM-INVOICE-FILE
047100     CLOSE PBIRC-RPT.
