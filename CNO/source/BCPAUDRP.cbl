000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150128 - PAYMENT QUALITY AUDIT      *
000300*            MONTHLY ACCURACY REPORT. FOR THE REPORT MONTH       *
000400*            (AUDRPARM CCYYMM, ELSE THE MONTH BEFORE THE CURRENT *
000500*            ONE) EVERY WEEKLY DRAW ON THE SAMPLE MASTER         *
000600*            (BCPAUDSM, DD AUDSMST) DATED IN THE MONTH IS TAKEN  *
000700*            AND EACH DRAW'S STRATUM STANDS AS ITS OWN STRATUM.  *
000800*            THE REVIEWED CLAIMS OF EACH STRATUM GIVE ITS ERROR  *
000900*            RATE (FINANCIAL OR PROCEDURAL) AND ITS MEAN DOLLAR  *
001000*            ERROR (OVER- AND UNDERPAID ALIKE), PROJECTED TO THE *
001100*            POPULATION AS STRATIFIED ESTIMATES WITH THE FINITE  *
001200*            POPULATION CORRECTION AND A 95 PERCENT CONFIDENCE   *
001300*            INTERVAL (1.96 STANDARD ERRORS). DOLLAR ACCURACY IS *
001400*            ONE LESS PROJECTED ERROR DOLLARS OVER PAID DOLLARS. *
001500*            A STRATUM WITH NO REVIEWED CLAIM YET IS LISTED BUT  *
001600*            LEFT OUT OF THE PROJECTION, AND ONE WITH A SINGLE   *
001700*            REVIEWED CLAIM ADDS NO VARIANCE. RC 4 WHEN ANY      *
001800*            SAMPLED CLAIM IS STILL PENDING, RC 8 WHEN A TABLE   *
001900*            FILLS.                                              *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. BCPAUDRP.
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPTIONAL AUD-PARM-FILE ASSIGN TO AUDRPARM
002700            ORGANIZATION IS LINE SEQUENTIAL
002800            FILE STATUS IS WS-PRM-STATUS.
002900     SELECT SAMPLE-MASTER ASSIGN TO AUDSMST
003000            ORGANIZATION IS LINE SEQUENTIAL
003100            FILE STATUS IS WS-SMS-STATUS.
003200     SELECT ACCURACY-RPT ASSIGN TO AUDRPT
003300            ORGANIZATION IS LINE SEQUENTIAL
003400            FILE STATUS IS WS-RPT-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  AUD-PARM-FILE.
003800 01  AUDRPM-RECORD.
003900     05  AUDRPM-REPORT-MONTH       PIC X(06).
004000 FD  SAMPLE-MASTER.
004100     COPY BCPAUDSM.
004200 FD  ACCURACY-RPT.
004300 01  RPT-LINE                  PIC X(132).
004400 WORKING-STORAGE SECTION.
004500 01  WS-PRM-STATUS             PIC X(02).
004600 01  WS-SMS-STATUS             PIC X(02).
004700 01  WS-RPT-STATUS             PIC X(02).
004800 01  WS-SMS-EOF-SW             PIC X(01)      VALUE 'N'.
004900     88  WS-NO-MORE-SMS            VALUE 'Y'.
005000 01  WS-RUN-FATAL-SW           PIC X(01)      VALUE 'N'.
005100     88  WS-RUN-FATAL              VALUE 'Y'.
005200 01  WS-STR-FOUND-SW           PIC X(01)      VALUE 'N'.
005300     88  WS-STR-FOUND              VALUE 'Y'.
005400 01  WS-TODAY-DATE             PIC X(08).
005500 01  WS-RPT-MONTH.
005600     05  WS-RPT-CCYY           PIC 9(04).
005700     05  WS-RPT-MM             PIC 9(02).
005800*ONE ENTRY PER DRAW AND STRATUM IN THE MONTH. ERROR DOLLARS ARE
005900*SUMMED AND SQUARED FOR THE STRATUM MEAN AND VARIANCE.
006000 01  WS-STR-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
006100 01  WS-STR-TABLE.
006200     05  WS-STR-ENTRY          OCCURS 1 TO 500 TIMES
006300                               DEPENDING ON WS-STR-TABLE-COUNT
006400                               INDEXED BY WS-STR-IX.
006500         10  WS-STR-SAMPLE-DATE    PIC X(08).
006600         10  WS-STR-PART-IND       PIC X(01).
006700         10  WS-STR-DOLLAR-BAND    PIC 9(01).
006800         10  WS-STR-POP-COUNT      PIC 9(07).
006900         10  WS-STR-POP-PAID-AMT   PIC 9(11)V99.
007000         10  WS-STR-SAMPLED        PIC 9(05).
007100         10  WS-STR-REVIEWED       PIC 9(05).
007200         10  WS-STR-PENDING        PIC 9(05).
007300         10  WS-STR-ERRORS         PIC 9(05).
007400         10  WS-STR-FINANCIAL      PIC 9(05).
007500         10  WS-STR-ERR-AMT        PIC 9(11)V99.
007600         10  WS-STR-ERR-AMT-SQ     PIC 9(16)V99.
007700 01  WS-CLAIMS-UNMATCHED       PIC 9(07)      VALUE ZERO.
007800*MONTH TOTALS, AND THE TOTALS OF THE STRATA THAT ARE PROJECTED.
007900 01  WS-TOT-POP-COUNT          PIC 9(09)      VALUE ZERO.
008000 01  WS-TOT-POP-PAID-AMT       PIC 9(13)V99   VALUE ZERO.
008100 01  WS-TOT-SAMPLED            PIC 9(07)      VALUE ZERO.
008200 01  WS-TOT-REVIEWED           PIC 9(07)      VALUE ZERO.
008300 01  WS-TOT-PENDING            PIC 9(07)      VALUE ZERO.
008400 01  WS-TOT-ERRORS             PIC 9(07)      VALUE ZERO.
008500 01  WS-TOT-FINANCIAL          PIC 9(07)      VALUE ZERO.
008600 01  WS-TOT-ERR-AMT            PIC 9(13)V99   VALUE ZERO.
008700 01  WS-UNREVIEWED-STRATA      PIC 9(05)      VALUE ZERO.
008800 01  WS-EST-POP-COUNT          PIC 9(09)      VALUE ZERO.
008900 01  WS-EST-PAID-AMT           PIC 9(13)V99   VALUE ZERO.
009000*ESTIMATOR WORK FIELDS.
009100 01  WS-WEIGHT                 PIC 9(01)V9(12) VALUE ZERO.
009200 01  WS-FPC                    PIC 9(01)V9(12) VALUE ZERO.
009300 01  WS-STR-RATE               PIC 9(01)V9(12) VALUE ZERO.
009400 01  WS-STR-MEAN               PIC 9(11)V9(06) VALUE ZERO.
009500 01  WS-STR-MEAN-SQ-N          PIC 9(16)V99   VALUE ZERO.
009600 01  WS-STR-VARIANCE           PIC 9(14)V9(04) VALUE ZERO.
009700 01  WS-DEG-FREEDOM            PIC 9(05)      VALUE ZERO.
009800 01  WS-VAR-TERM               PIC 9(01)V9(16) VALUE ZERO.
009900 01  WS-VAR-TERM-AMT           PIC 9(18)      VALUE ZERO.
010000 01  WS-ERR-RATE               PIC 9(01)V9(12) VALUE ZERO.
010100 01  WS-ERR-RATE-VAR           PIC 9(01)V9(16) VALUE ZERO.
010200 01  WS-ERR-RATE-HALF          PIC 9(01)V9(12) VALUE ZERO.
010300 01  WS-ERR-RATE-LOW           PIC 9(01)V9(12) VALUE ZERO.
010400 01  WS-ERR-RATE-HIGH          PIC 9(01)V9(12) VALUE ZERO.
010500 01  WS-ERR-PROJ-AMT           PIC 9(13)V99   VALUE ZERO.
010600 01  WS-ERR-PROJ-VAR           PIC 9(18)      VALUE ZERO.
010700 01  WS-ERR-PROJ-HALF          PIC 9(13)V99   VALUE ZERO.
010800 01  WS-ERR-PROJ-LOW           PIC 9(13)V99   VALUE ZERO.
010900 01  WS-ERR-PROJ-HIGH          PIC 9(13)V99   VALUE ZERO.
011000 01  WS-ACCURACY               PIC 9(01)V9(12) VALUE ZERO.
011100 01  WS-ACCURACY-LOW           PIC 9(01)V9(12) VALUE ZERO.
011200 01  WS-ACCURACY-HIGH          PIC 9(01)V9(12) VALUE ZERO.
011300 01  WS-CMP-WORK               PIC 9(11)V9(07) VALUE ZERO.
011400 01  WS-RPT-COUNT              PIC Z,ZZZ,ZZ9.
011500 01  WS-RPT-AMT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011600 01  WS-RPT-AMT-2              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011700 01  WS-RPT-AMT-3              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011800 01  WS-RPT-PCT                PIC ZZ9.99.
011900 01  WS-RPT-PCT-2              PIC ZZ9.99.
012000 01  WS-RPT-PCT-3              PIC ZZ9.99.
012100 01  WS-RPT-PAID               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012200 01  WS-RPT-POP                PIC Z,ZZZ,ZZ9.
012300 01  WS-RPT-SAMP               PIC ZZ,ZZ9.
012400 01  WS-RPT-REV                PIC ZZ,ZZ9.
012500 01  WS-RPT-PEND               PIC ZZ,ZZ9.
012600 01  WS-RPT-ERR                PIC ZZ,ZZ9.
012700 01  WS-RPT-FIN                PIC ZZ,ZZ9.
012800 PROCEDURE DIVISION.
012900 0000-MAIN-CONTROL.
013000     PERFORM 1000-INITIALIZE
013100     OPEN INPUT SAMPLE-MASTER
013200     PERFORM 2100-READ-MASTER
013300     PERFORM 2000-PROCESS-RECORD
013400         UNTIL WS-NO-MORE-SMS
013500            OR WS-RUN-FATAL
013600     CLOSE SAMPLE-MASTER
013700     IF NOT WS-RUN-FATAL
013800         PERFORM 3000-PRINT-STRATA
013900         PERFORM 4000-PROJECT
014000         PERFORM 5000-WRITE-SUMMARY
014100     END-IF
014200     PERFORM 9000-TERMINATE
014300     IF WS-RUN-FATAL
014400         MOVE 8 TO RETURN-CODE
014500     ELSE
014600         IF WS-TOT-PENDING > ZERO
014700             MOVE 4 TO RETURN-CODE
014800         END-IF
014900     END-IF
015000     STOP RUN.
015100
015200 1000-INITIALIZE.
015300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
015400     MOVE WS-TODAY-DATE(1:6) TO WS-RPT-MONTH
015500     IF WS-RPT-MM = 1
015600         MOVE 12 TO WS-RPT-MM
015700         SUBTRACT 1 FROM WS-RPT-CCYY
015800     ELSE
015900         SUBTRACT 1 FROM WS-RPT-MM
016000     END-IF
016100     OPEN INPUT AUD-PARM-FILE
016200     READ AUD-PARM-FILE
016300         AT END
016400             CONTINUE
016500         NOT AT END
016600             IF AUDRPM-REPORT-MONTH IS NUMERIC
016700                 AND AUDRPM-REPORT-MONTH(5:2) > '00'
016800                 AND AUDRPM-REPORT-MONTH(5:2) < '13'
016900                 MOVE AUDRPM-REPORT-MONTH TO WS-RPT-MONTH
017000             END-IF
017100     END-READ
017200     CLOSE AUD-PARM-FILE
017300     OPEN OUTPUT ACCURACY-RPT
017400     MOVE SPACES TO RPT-LINE
017500     STRING 'PAYMENT QUALITY AUDIT - PROJECTED ACCURACY FOR '
017600                DELIMITED BY SIZE
017700            WS-RPT-MONTH DELIMITED BY SIZE
017800            ' - RUN ' DELIMITED BY SIZE
017900            WS-TODAY-DATE DELIMITED BY SIZE
018000         INTO RPT-LINE
018100     END-STRING
018200     WRITE RPT-LINE
018300     MOVE SPACES TO RPT-LINE
018400     WRITE RPT-LINE.
018500
018600 1900-TABLE-FULL.
018700     SET WS-RUN-FATAL TO TRUE
018800     MOVE 'STRATUM TABLE FULL - REPORT NOT PRODUCED' TO RPT-LINE
018900     WRITE RPT-LINE.
019000
019100*'S' ROWS OPEN A STRATUM; 'C' ROWS ADD THEIR FINDING TO IT.
019200 2000-PROCESS-RECORD.
019300     IF AUDS-SAMPLE-DATE(1:6) = WS-RPT-MONTH
019400         EVALUATE TRUE
019500             WHEN AUDS-STRATUM-ROW
019600                 PERFORM 2200-ADD-STRATUM
019700             WHEN AUDS-CLAIM-ROW
019800                 PERFORM 2300-ADD-CLAIM
019900             WHEN OTHER
020000                 CONTINUE
020100         END-EVALUATE
020200     END-IF
020300     PERFORM 2100-READ-MASTER.
020400
020500 2100-READ-MASTER.
020600     READ SAMPLE-MASTER
020700         AT END
020800             SET WS-NO-MORE-SMS TO TRUE
020900     END-READ.
021000
021100 2200-ADD-STRATUM.
021200     IF WS-STR-TABLE-COUNT < 500
021300         ADD 1 TO WS-STR-TABLE-COUNT
021400         SET WS-STR-IX TO WS-STR-TABLE-COUNT
021500         INITIALIZE WS-STR-ENTRY(WS-STR-IX)
021600         MOVE AUDS-SAMPLE-DATE TO WS-STR-SAMPLE-DATE(WS-STR-IX)
021700         MOVE AUDS-PART-IND    TO WS-STR-PART-IND(WS-STR-IX)
021800         MOVE AUDS-DOLLAR-BAND TO WS-STR-DOLLAR-BAND(WS-STR-IX)
021900         MOVE AUDS-STR-POP-COUNT TO WS-STR-POP-COUNT(WS-STR-IX)
022000         MOVE AUDS-STR-POP-PAID-AMT
022100             TO WS-STR-POP-PAID-AMT(WS-STR-IX)
022200     ELSE
022300         PERFORM 1900-TABLE-FULL
022400     END-IF.
022500
022600 2300-ADD-CLAIM.
022700     MOVE 'N' TO WS-STR-FOUND-SW
022800     IF WS-STR-TABLE-COUNT > ZERO
022900         SET WS-STR-IX TO 1
023000         SEARCH WS-STR-ENTRY
023100             AT END
023200                 CONTINUE
023300             WHEN WS-STR-SAMPLE-DATE(WS-STR-IX) = AUDS-SAMPLE-DATE
023400                 AND WS-STR-PART-IND(WS-STR-IX) = AUDS-PART-IND
023500                 AND WS-STR-DOLLAR-BAND(WS-STR-IX)
023600                     = AUDS-DOLLAR-BAND
023700                 SET WS-STR-FOUND TO TRUE
023800         END-SEARCH
023900     END-IF
024000     IF NOT WS-STR-FOUND
024100         ADD 1 TO WS-CLAIMS-UNMATCHED
024200     ELSE
024300         ADD 1 TO WS-STR-SAMPLED(WS-STR-IX)
024400         IF AUDS-CLM-PENDING
024500             ADD 1 TO WS-STR-PENDING(WS-STR-IX)
024600         ELSE
024700             ADD 1 TO WS-STR-REVIEWED(WS-STR-IX)
024800             IF AUDS-CLM-FINANCIAL OR AUDS-CLM-PROCEDURAL
024900                 ADD 1 TO WS-STR-ERRORS(WS-STR-IX)
025000             END-IF
025100             IF AUDS-CLM-FINANCIAL
025200                 ADD 1 TO WS-STR-FINANCIAL(WS-STR-IX)
025300                 ADD AUDS-CLM-ERROR-AMT
025400                     TO WS-STR-ERR-AMT(WS-STR-IX)
025500                 COMPUTE WS-STR-ERR-AMT-SQ(WS-STR-IX) =
025600                     WS-STR-ERR-AMT-SQ(WS-STR-IX)
025700                     + AUDS-CLM-ERROR-AMT * AUDS-CLM-ERROR-AMT
025800             END-IF
025900         END-IF
026000     END-IF.
026100
026200 3000-PRINT-STRATA.
026300     MOVE SPACES TO RPT-LINE
026400     STRING 'DRAW     PT BAND  POPULATION        PAID DOLLARS '
026500                DELIMITED BY SIZE
026600            'SAMPLED REVIEWED PENDING ERRORS FIN-ERR '
026700                DELIMITED BY SIZE
026800            '   ERROR DOLLARS' DELIMITED BY SIZE
026900         INTO RPT-LINE
027000     END-STRING
027100     WRITE RPT-LINE
027200     PERFORM VARYING WS-STR-IX FROM 1 BY 1
027300             UNTIL WS-STR-IX > WS-STR-TABLE-COUNT
027400         MOVE WS-STR-POP-COUNT(WS-STR-IX)    TO WS-RPT-POP
027500         MOVE WS-STR-POP-PAID-AMT(WS-STR-IX) TO WS-RPT-PAID
027600         MOVE WS-STR-SAMPLED(WS-STR-IX)      TO WS-RPT-SAMP
027700         MOVE WS-STR-REVIEWED(WS-STR-IX)     TO WS-RPT-REV
027800         MOVE WS-STR-PENDING(WS-STR-IX)      TO WS-RPT-PEND
027900         MOVE WS-STR-ERRORS(WS-STR-IX)       TO WS-RPT-ERR
028000         MOVE WS-STR-FINANCIAL(WS-STR-IX)    TO WS-RPT-FIN
028100         MOVE WS-STR-ERR-AMT(WS-STR-IX)      TO WS-RPT-AMT
028200         MOVE SPACES TO RPT-LINE
028300         STRING WS-STR-SAMPLE-DATE(WS-STR-IX) DELIMITED BY SIZE
028400                ' ' DELIMITED BY SIZE
028500                WS-STR-PART-IND(WS-STR-IX) DELIMITED BY SIZE
028600                '   ' DELIMITED BY SIZE
028700                WS-STR-DOLLAR-BAND(WS-STR-IX) DELIMITED BY SIZE
028800                '   ' DELIMITED BY SIZE
028900                WS-RPT-POP DELIMITED BY SIZE
029000                ' ' DELIMITED BY SIZE
029100                WS-RPT-PAID DELIMITED BY SIZE
029200                '  ' DELIMITED BY SIZE
029300                WS-RPT-SAMP DELIMITED BY SIZE
029400                '   ' DELIMITED BY SIZE
029500                WS-RPT-REV DELIMITED BY SIZE
029600                '  ' DELIMITED BY SIZE
029700                WS-RPT-PEND DELIMITED BY SIZE
029800                ' ' DELIMITED BY SIZE
029900                WS-RPT-ERR DELIMITED BY SIZE
030000                '  ' DELIMITED BY SIZE
030100                WS-RPT-FIN DELIMITED BY SIZE
030200                ' ' DELIMITED BY SIZE
030300                WS-RPT-AMT DELIMITED BY SIZE
030400             INTO RPT-LINE
030500         END-STRING
030600         WRITE RPT-LINE
030700         ADD WS-STR-POP-COUNT(WS-STR-IX)    TO WS-TOT-POP-COUNT
030800         ADD WS-STR-POP-PAID-AMT(WS-STR-IX) TO WS-TOT-POP-PAID-AMT
030900         ADD WS-STR-SAMPLED(WS-STR-IX)      TO WS-TOT-SAMPLED
031000         ADD WS-STR-REVIEWED(WS-STR-IX)     TO WS-TOT-REVIEWED
031100         ADD WS-STR-PENDING(WS-STR-IX)      TO WS-TOT-PENDING
031200         ADD WS-STR-ERRORS(WS-STR-IX)       TO WS-TOT-ERRORS
031300         ADD WS-STR-FINANCIAL(WS-STR-IX)    TO WS-TOT-FINANCIAL
031400         ADD WS-STR-ERR-AMT(WS-STR-IX)      TO WS-TOT-ERR-AMT
031500         IF WS-STR-REVIEWED(WS-STR-IX) = ZERO
031600             ADD 1 TO WS-UNREVIEWED-STRATA
031700         ELSE
031800             ADD WS-STR-POP-COUNT(WS-STR-IX) TO WS-EST-POP-COUNT
031900             ADD WS-STR-POP-PAID-AMT(WS-STR-IX)
032000                 TO WS-EST-PAID-AMT
032100         END-IF
032200     END-PERFORM.
032300
032400*STRATIFIED ESTIMATES OVER THE REVIEWED STRATA. FOR STRATUM H
032500*WITH POPULATION N, n REVIEWED AND WEIGHT W = N / TOTAL N:
032600*  RATE     P = SUM W * p      VAR = SUM W*W*FPC*p*(1-p)/(n-1)
032700*  DOLLARS  T = SUM N * MEAN   VAR = SUM N*N*FPC*S*S/n
032800*WHERE FPC = 1 - n / N AND S*S IS THE STRATUM SAMPLE VARIANCE.
032900 4000-PROJECT.
033000     IF WS-EST-POP-COUNT > ZERO
033100         PERFORM VARYING WS-STR-IX FROM 1 BY 1
033200                 UNTIL WS-STR-IX > WS-STR-TABLE-COUNT
033300             IF WS-STR-REVIEWED(WS-STR-IX) > ZERO
033400                 PERFORM 4100-PROJECT-STRATUM
033500             END-IF
033600         END-PERFORM
033700         PERFORM 4300-INTERVALS
033800     END-IF.
033900
034000 4100-PROJECT-STRATUM.
034100     COMPUTE WS-WEIGHT ROUNDED =
034200         WS-STR-POP-COUNT(WS-STR-IX) / WS-EST-POP-COUNT
034300     IF WS-STR-REVIEWED(WS-STR-IX) < WS-STR-POP-COUNT(WS-STR-IX)
034400         COMPUTE WS-FPC ROUNDED = 1 - WS-STR-REVIEWED(WS-STR-IX)
034500             / WS-STR-POP-COUNT(WS-STR-IX)
034600     ELSE
034700         MOVE ZERO TO WS-FPC
034800     END-IF
034900     COMPUTE WS-STR-RATE ROUNDED =
035000         WS-STR-ERRORS(WS-STR-IX) / WS-STR-REVIEWED(WS-STR-IX)
035100     COMPUTE WS-ERR-RATE ROUNDED = WS-ERR-RATE
035200         + WS-WEIGHT * WS-STR-RATE
035300     COMPUTE WS-STR-MEAN ROUNDED =
035400         WS-STR-ERR-AMT(WS-STR-IX) / WS-STR-REVIEWED(WS-STR-IX)
035500     COMPUTE WS-ERR-PROJ-AMT ROUNDED = WS-ERR-PROJ-AMT
035600         + WS-STR-POP-COUNT(WS-STR-IX) * WS-STR-MEAN
035700     IF WS-STR-REVIEWED(WS-STR-IX) > 1
035800         PERFORM 4110-STRATUM-VARIANCE
035900     END-IF.
036000
036100 4110-STRATUM-VARIANCE.
036200     COMPUTE WS-DEG-FREEDOM = WS-STR-REVIEWED(WS-STR-IX) - 1
036300     COMPUTE WS-VAR-TERM ROUNDED =
036400         WS-STR-RATE * (1 - WS-STR-RATE) / WS-DEG-FREEDOM
036500     COMPUTE WS-VAR-TERM ROUNDED = WS-VAR-TERM * WS-FPC
036600     COMPUTE WS-VAR-TERM ROUNDED = WS-VAR-TERM * WS-WEIGHT
036700     COMPUTE WS-VAR-TERM ROUNDED = WS-VAR-TERM * WS-WEIGHT
036800     ADD WS-VAR-TERM TO WS-ERR-RATE-VAR
036900     COMPUTE WS-STR-MEAN-SQ-N ROUNDED =
037000         WS-STR-REVIEWED(WS-STR-IX) * WS-STR-MEAN * WS-STR-MEAN
037100     IF WS-STR-ERR-AMT-SQ(WS-STR-IX) > WS-STR-MEAN-SQ-N
037200         COMPUTE WS-STR-VARIANCE ROUNDED =
037300             (WS-STR-ERR-AMT-SQ(WS-STR-IX) - WS-STR-MEAN-SQ-N)
037400             / WS-DEG-FREEDOM
037500     ELSE
037600         MOVE ZERO TO WS-STR-VARIANCE
037700     END-IF
037800     COMPUTE WS-VAR-TERM-AMT ROUNDED = WS-STR-VARIANCE * WS-FPC
037900         / WS-STR-REVIEWED(WS-STR-IX)
038000     COMPUTE WS-VAR-TERM-AMT ROUNDED =
038100         WS-VAR-TERM-AMT * WS-STR-POP-COUNT(WS-STR-IX)
038200     COMPUTE WS-VAR-TERM-AMT ROUNDED =
038300         WS-VAR-TERM-AMT * WS-STR-POP-COUNT(WS-STR-IX)
038400     ADD WS-VAR-TERM-AMT TO WS-ERR-PROJ-VAR.
038500
038600 4300-INTERVALS.
038700     COMPUTE WS-ERR-RATE-HALF ROUNDED =
038800         1.96 * FUNCTION SQRT (WS-ERR-RATE-VAR)
038900     IF WS-ERR-RATE-HALF > WS-ERR-RATE
039000         MOVE ZERO TO WS-ERR-RATE-LOW
039100     ELSE
039200         COMPUTE WS-ERR-RATE-LOW = WS-ERR-RATE - WS-ERR-RATE-HALF
039300     END-IF
039400     COMPUTE WS-CMP-WORK = WS-ERR-RATE + WS-ERR-RATE-HALF
039500     IF WS-CMP-WORK > 1
039600         MOVE 1 TO WS-ERR-RATE-HIGH
039700     ELSE
039800         MOVE WS-CMP-WORK TO WS-ERR-RATE-HIGH
039900     END-IF
040000     COMPUTE WS-ERR-PROJ-HALF ROUNDED =
040100         1.96 * FUNCTION SQRT (WS-ERR-PROJ-VAR)
040200     IF WS-ERR-PROJ-HALF > WS-ERR-PROJ-AMT
040300         MOVE ZERO TO WS-ERR-PROJ-LOW
040400     ELSE
040500         COMPUTE WS-ERR-PROJ-LOW =
040600             WS-ERR-PROJ-AMT - WS-ERR-PROJ-HALF
040700     END-IF
040800     COMPUTE WS-ERR-PROJ-HIGH = WS-ERR-PROJ-AMT + WS-ERR-PROJ-HALF
040900     IF WS-EST-PAID-AMT > ZERO
041000         MOVE WS-ERR-PROJ-AMT TO WS-CMP-WORK
041100         PERFORM 4200-ACCURACY-OF
041200         MOVE WS-CMP-WORK TO WS-ACCURACY
041300         MOVE WS-ERR-PROJ-HIGH TO WS-CMP-WORK
041400         PERFORM 4200-ACCURACY-OF
041500         MOVE WS-CMP-WORK TO WS-ACCURACY-LOW
041600         MOVE WS-ERR-PROJ-LOW TO WS-CMP-WORK
041700         PERFORM 4200-ACCURACY-OF
041800         MOVE WS-CMP-WORK TO WS-ACCURACY-HIGH
041900     END-IF.
042000
042100*TURNS THE ERROR DOLLARS IN WS-CMP-WORK INTO THE DOLLAR ACCURACY.
042200 4200-ACCURACY-OF.
042300     IF WS-CMP-WORK > WS-EST-PAID-AMT
042400         MOVE ZERO TO WS-CMP-WORK
042500     ELSE
042600         COMPUTE WS-CMP-WORK ROUNDED =
042700             1 - WS-CMP-WORK / WS-EST-PAID-AMT
042800     END-IF.
042900
043000 5000-WRITE-SUMMARY.
043100     MOVE SPACES TO RPT-LINE
043200     WRITE RPT-LINE
043300     MOVE WS-STR-TABLE-COUNT TO WS-RPT-COUNT
043400     MOVE SPACES TO RPT-LINE
043500     STRING 'STRATA IN MONTH                 ' DELIMITED BY SIZE
043600            WS-RPT-COUNT DELIMITED BY SIZE
043700         INTO RPT-LINE
043800     END-STRING
043900     WRITE RPT-LINE
044000     MOVE WS-UNREVIEWED-STRATA TO WS-RPT-COUNT
044100     MOVE SPACES TO RPT-LINE
044200     STRING 'STRATA NOT YET REVIEWED         ' DELIMITED BY SIZE
044300            WS-RPT-COUNT DELIMITED BY SIZE
044400         INTO RPT-LINE
044500     END-STRING
044600     WRITE RPT-LINE
044700     MOVE WS-TOT-POP-COUNT TO WS-RPT-COUNT
044800     MOVE WS-TOT-POP-PAID-AMT TO WS-RPT-AMT
044900     MOVE SPACES TO RPT-LINE
045000     STRING 'POPULATION CLAIMS               ' DELIMITED BY SIZE
045100            WS-RPT-COUNT DELIMITED BY SIZE
045200            '  PAID ' DELIMITED BY SIZE
045300            WS-RPT-AMT DELIMITED BY SIZE
045400         INTO RPT-LINE
045500     END-STRING
045600     WRITE RPT-LINE
045700     MOVE WS-TOT-SAMPLED TO WS-RPT-COUNT
045800     MOVE SPACES TO RPT-LINE
045900     STRING 'CLAIMS SAMPLED                  ' DELIMITED BY SIZE
046000            WS-RPT-COUNT DELIMITED BY SIZE
046100         INTO RPT-LINE
046200     END-STRING
046300     WRITE RPT-LINE
046400     MOVE WS-TOT-REVIEWED TO WS-RPT-COUNT
046500     MOVE SPACES TO RPT-LINE
046600     STRING 'CLAIMS REVIEWED                 ' DELIMITED BY SIZE
046700            WS-RPT-COUNT DELIMITED BY SIZE
046800         INTO RPT-LINE
046900     END-STRING
047000     WRITE RPT-LINE
047100     MOVE WS-TOT-PENDING TO WS-RPT-COUNT
047200     MOVE SPACES TO RPT-LINE
047300     STRING 'CLAIMS STILL PENDING REVIEW     ' DELIMITED BY SIZE
047400            WS-RPT-COUNT DELIMITED BY SIZE
047500         INTO RPT-LINE
047600     END-STRING
047700     WRITE RPT-LINE
047800     MOVE WS-TOT-ERRORS TO WS-RPT-COUNT
047900     MOVE SPACES TO RPT-LINE
048000     STRING 'CLAIMS IN ERROR                 ' DELIMITED BY SIZE
048100            WS-RPT-COUNT DELIMITED BY SIZE
048200         INTO RPT-LINE
048300     END-STRING
048400     WRITE RPT-LINE
048500     MOVE WS-TOT-FINANCIAL TO WS-RPT-COUNT
048600     MOVE WS-TOT-ERR-AMT TO WS-RPT-AMT
048700     MOVE SPACES TO RPT-LINE
048800     STRING 'FINANCIAL ERRORS                ' DELIMITED BY SIZE
048900            WS-RPT-COUNT DELIMITED BY SIZE
049000            '  ERROR DOLLARS ' DELIMITED BY SIZE
049100            WS-RPT-AMT DELIMITED BY SIZE
049200         INTO RPT-LINE
049300     END-STRING
049400     WRITE RPT-LINE
049500     IF WS-CLAIMS-UNMATCHED > ZERO
049600         MOVE WS-CLAIMS-UNMATCHED TO WS-RPT-COUNT
049700         MOVE SPACES TO RPT-LINE
049800         STRING 'CLAIMS WITH NO STRATUM ROW      '
049900                    DELIMITED BY SIZE
050000                WS-RPT-COUNT DELIMITED BY SIZE
050100             INTO RPT-LINE
050200         END-STRING
050300         WRITE RPT-LINE
050400     END-IF
050500     MOVE SPACES TO RPT-LINE
050600     WRITE RPT-LINE
050700     IF WS-EST-POP-COUNT = ZERO
050800         MOVE 'NO REVIEWED CLAIMS - NOTHING TO PROJECT'
050900             TO RPT-LINE
051000         WRITE RPT-LINE
051100     ELSE
051200         PERFORM 5100-WRITE-PROJECTION
051300     END-IF.
051400
051500 5100-WRITE-PROJECTION.
051600     MOVE WS-EST-POP-COUNT TO WS-RPT-COUNT
051700     MOVE WS-EST-PAID-AMT TO WS-RPT-AMT
051800     MOVE SPACES TO RPT-LINE
051900     STRING 'PROJECTED OVER CLAIMS           ' DELIMITED BY SIZE
052000            WS-RPT-COUNT DELIMITED BY SIZE
052100            '  PAID ' DELIMITED BY SIZE
052200            WS-RPT-AMT DELIMITED BY SIZE
052300         INTO RPT-LINE
052400     END-STRING
052500     WRITE RPT-LINE
052600     COMPUTE WS-RPT-PCT ROUNDED = WS-ERR-RATE * 100
052700     COMPUTE WS-RPT-PCT-2 ROUNDED = WS-ERR-RATE-LOW * 100
052800     COMPUTE WS-RPT-PCT-3 ROUNDED = WS-ERR-RATE-HIGH * 100
052900     MOVE SPACES TO RPT-LINE
053000     STRING 'PROJECTED ERROR RATE PCT        ' DELIMITED BY SIZE
053100            WS-RPT-PCT DELIMITED BY SIZE
053200            '  95 PCT CI ' DELIMITED BY SIZE
053300            WS-RPT-PCT-2 DELIMITED BY SIZE
053400            ' TO ' DELIMITED BY SIZE
053500            WS-RPT-PCT-3 DELIMITED BY SIZE
053600         INTO RPT-LINE
053700     END-STRING
053800     WRITE RPT-LINE
053900     MOVE WS-ERR-PROJ-AMT TO WS-RPT-AMT
054000     MOVE WS-ERR-PROJ-LOW TO WS-RPT-AMT-2
054100     MOVE WS-ERR-PROJ-HIGH TO WS-RPT-AMT-3
054200     MOVE SPACES TO RPT-LINE
054300     STRING 'PROJECTED ERROR DOLLARS ' DELIMITED BY SIZE
054400            WS-RPT-AMT DELIMITED BY SIZE
054500            '  95 PCT CI ' DELIMITED BY SIZE
054600            WS-RPT-AMT-2 DELIMITED BY SIZE
054700            ' TO ' DELIMITED BY SIZE
054800            WS-RPT-AMT-3 DELIMITED BY SIZE
054900         INTO RPT-LINE
055000     END-STRING
055100     WRITE RPT-LINE
055200     IF WS-EST-PAID-AMT > ZERO
055300         PERFORM 5200-WRITE-ACCURACY
055400     END-IF.
055500
055600 5200-WRITE-ACCURACY.
055700     COMPUTE WS-RPT-PCT ROUNDED = WS-ACCURACY * 100
055800     COMPUTE WS-RPT-PCT-2 ROUNDED = WS-ACCURACY-LOW * 100
055900     COMPUTE WS-RPT-PCT-3 ROUNDED = WS-ACCURACY-HIGH * 100
056000     MOVE SPACES TO RPT-LINE
056100     STRING 'DOLLAR ACCURACY PCT             ' DELIMITED BY SIZE
056200            WS-RPT-PCT DELIMITED BY SIZE
056300            '  95 PCT CI ' DELIMITED BY SIZE
056400            WS-RPT-PCT-2 DELIMITED BY SIZE
056500            ' TO ' DELIMITED BY SIZE
056600            WS-RPT-PCT-3 DELIMITED BY SIZE
056700         INTO RPT-LINE
056800     END-STRING
056900     WRITE RPT-LINE.
057000
057100 9000-TERMINATE.
057200     CLOSE ACCURACY-RPT.
