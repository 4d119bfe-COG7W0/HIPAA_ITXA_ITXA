000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150148 - SENDER VOLUME AND DOLLAR   *
000300*            ANOMALY CHECK. A SENDER ONCE RE-SENT A WEEK'S       *
000400*            EXTRACT AS ONE BATCH AND ANOTHER TRUNCATED THEIRS   *
000500*            TO A TENTH OF NORMAL; BOTH BALANCED THROUGH         *
000600*            BCPBALCK AND THE DUPLICATE VOLUME WENT OUT. RUN     *
000700*            AFTER BCPBALCK AND BEFORE BCPX12SR, THIS STEP BANDS *
000800*            EACH 02...90/99 BATCH GROUP'S 99 TRAILER CLAIM      *
000900*            COUNT AND SUBMITTED DOLLARS AGAINST THE SENDER'S    *
001000*            TRAILING HISTORY - THE LAST TEN TRANSMITTED BATCHES *
001100*            ON THE BATCH LOG, REBUILT EACH RUN INTO THE         *
001200*            PER-SENDER STATISTICS FILE (BCPSNDST). BANDS ARE    *
001300*            PERCENTAGES OF THE SENDER'S AVERAGE, DEFAULT 25 TO  *
001400*            300 ON BOTH MEASURES ONCE FIVE BATCHES OF HISTORY   *
001500*            EXIST, AND COME FROM THE OPTIONAL VOLPARM CARDS: A  *
001600*            CARD WITH A BLANK SENDER SETS THE DEFAULTS, A CARD  *
001700*            NAMING A SENDER SETS THAT SENDER'S OWN. A BATCH     *
001800*            OUTSIDE ITS BANDS IS PUT ON OPERATIONAL HOLD: ITS   *
001900*            RECORDS GO TO THE HELD BATCH STORE INSTEAD OF THE   *
002000*            CLEARED 837 FILE BCPX12SR SERIALIZES, IT IS         *
002100*            REGISTERED PENDING ON THE HOLD REGISTER (BCPBHOLD)  *
002200*            FOR RELEASE OR REJECTION ON BCPVOLWS, AND ITS BATCH *
002300*            LOG ROW IS MARKED HELD. A BATCH RELEASED SINCE THE  *
002400*            LAST RUN JOINS THE CLEARED FILE AND ITS LOG ROW     *
002500*            TAKES TODAY AS ITS TRANSMIT DATE; A REJECTED BATCH  *
002600*            IS DROPPED FROM THE STORE AND ITS LOG ROW MARKED    *
002700*            WITHDRAWN. THE BATCH LOG IS CARRIED FORWARD         *
002800*            (BATCHLOG TO BATCHLGO) WITH EACH NEW BATCH'S COUNT  *
002900*            AND DOLLARS POSTED. RC 4 WHEN ANY BATCH WAS HELD.   *
003000******************************************************************
003010* 10-15-26 - R KOWALSKI - AR 150148 - MORE THAN 500 BATCH GROUPS *
003020*            NOW STOPS THE RUN RC 8 BEFORE ANYTHING IS ROUTED,   *
003030*            AS AN OVERSIZED HOLD REGISTER DOES. A BATCH WHOSE   *
003040*            KEY IS ALREADY ON THE HOLD REGISTER IS NOT HELD A   *
003050*            SECOND TIME AND ITS RECORDS ARE NOT WRITTEN AGAIN,  *
003060*            SINCE THE HELD STORE ALREADY HAS THEM. THE REPORT   *
003070*            NOW SAYS WHEN THE SENDER HISTORY TABLE OR THE BAND  *
003080*            CARD TABLE IS FULL.                                 *
003090******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. BCPVOLCK.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT BATCH-837 ASSIGN TO BATCH837
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS IS WS-BATCH-STATUS.
003900     SELECT CLEARED-837 ASSIGN TO CLR837
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS WS-CLR-STATUS.
004200     SELECT BATCH-LOG-FILE ASSIGN TO BATCHLOG
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS WS-BLOG-STATUS.
004500     SELECT BATCH-LOG-OUT ASSIGN TO BATCHLGO
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS WS-BLOGO-STATUS.
004800     SELECT OPTIONAL HOLD-REGISTER ASSIGN TO BHOLDIN
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS WS-BHLD-STATUS.
005100     SELECT HOLD-REGISTER-OUT ASSIGN TO BHOLDOUT
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS WS-BHLDO-STATUS.
005400     SELECT OPTIONAL HELD-BATCH-STORE ASSIGN TO BHIMGIN
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            FILE STATUS IS WS-BHIM-STATUS.
005700     SELECT HELD-BATCH-STORE-OUT ASSIGN TO BHIMGOUT
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS IS WS-BHIMO-STATUS.
006000     SELECT SENDER-STATS-OUT ASSIGN TO SNDSTAT
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            FILE STATUS IS WS-SNDST-STATUS.
006300     SELECT OPTIONAL VOL-PARM-FILE ASSIGN TO VOLPARM
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS IS WS-VPRM-STATUS.
006600     SELECT VOLUME-CHECK-RPT ASSIGN TO VOLRPT
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            FILE STATUS IS WS-RPT-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  BATCH-837.
007200     COPY BCPMGHDR.
007300     COPY BCPMG50.
007400     COPY BCPMG60.
007500     COPY BCPMGSVC.
007600     COPY BCPMG90.
007700     COPY BCPMG99.
007800 01  B837-RAW-LINE             PIC X(900).
007900 FD  CLEARED-837.
008000 01  CLR-RAW-LINE              PIC X(900).
008100 FD  BATCH-LOG-FILE.
008200     COPY BCPBLOG.
008300 FD  BATCH-LOG-OUT.
008400     COPY BCPBLOG
008500         REPLACING ==BLOG-RECORD== BY ==BLOGO-RECORD==.
008600 FD  HOLD-REGISTER.
008700     COPY BCPBHOLD.
008800 FD  HOLD-REGISTER-OUT.
008900     COPY BCPBHOLD
009000         REPLACING ==BHLD-RECORD== BY ==BHLDO-RECORD==.
009100*A HELD BATCH'S RECORDS RIDE WHOLE BEHIND ITS BATCH KEY (SENDER,
009200*RECEIVER, PROCESS DATE, BATCH SEQUENCE - THE BATCH LOG KEY).
009300 FD  HELD-BATCH-STORE.
009400 01  BHIM-RECORD.
009500     05  BHIM-BATCH-KEY            PIC X(44).
009600     05  BHIM-RAW-LINE             PIC X(900).
009700 FD  HELD-BATCH-STORE-OUT.
009800 01  BHIMO-RECORD.
009900     05  BHIMO-BATCH-KEY           PIC X(44).
010000     05  BHIMO-RAW-LINE            PIC X(900).
010100 FD  SENDER-STATS-OUT.
010200     COPY BCPSNDST.
010300 FD  VOL-PARM-FILE.
010400 01  VPRM-RECORD.
010500     05  VPRM-SENDER-ID            PIC X(16).
010600     05  VPRM-MIN-HISTORY          PIC 9(02).
010700     05  VPRM-CNT-LOW-PCT          PIC 9(03).
010800     05  VPRM-CNT-HIGH-PCT         PIC 9(04).
010900     05  VPRM-AMT-LOW-PCT          PIC 9(03).
011000     05  VPRM-AMT-HIGH-PCT         PIC 9(04).
011100 FD  VOLUME-CHECK-RPT.
011200 01  RPT-LINE                  PIC X(132).
011300 WORKING-STORAGE SECTION.
011400 01  WS-BATCH-STATUS           PIC X(02).
011500 01  WS-CLR-STATUS             PIC X(02).
011600 01  WS-BLOG-STATUS            PIC X(02).
011700 01  WS-BLOGO-STATUS           PIC X(02).
011800 01  WS-BHLD-STATUS            PIC X(02).
011900 01  WS-BHLDO-STATUS           PIC X(02).
012000 01  WS-BHIM-STATUS            PIC X(02).
012100 01  WS-BHIMO-STATUS           PIC X(02).
012200 01  WS-SNDST-STATUS           PIC X(02).
012300 01  WS-VPRM-STATUS            PIC X(02).
012400 01  WS-RPT-STATUS             PIC X(02).
012500 01  WS-EOF-SW                 PIC X(01)      VALUE 'N'.
012600     88  WS-NO-MORE-RECS           VALUE 'Y'.
012700 01  WS-BLOG-EOF-SW            PIC X(01)      VALUE 'N'.
012800     88  WS-NO-MORE-BLOG           VALUE 'Y'.
012900 01  WS-BHLD-EOF-SW            PIC X(01)      VALUE 'N'.
013000     88  WS-NO-MORE-BHLD           VALUE 'Y'.
013100 01  WS-BHIM-EOF-SW            PIC X(01)      VALUE 'N'.
013200     88  WS-NO-MORE-BHIM           VALUE 'Y'.
013300 01  WS-VPRM-EOF-SW            PIC X(01)      VALUE 'N'.
013400     88  WS-NO-MORE-VPRM           VALUE 'Y'.
013500 01  WS-TODAY-DATE             PIC X(08).
013600 01  WS-LAST-REC-ID            PIC X(02)      VALUE SPACES.
013700 01  WS-CUR-KEY                PIC X(44).
013800*BANDS: MINIMUM HISTORY BEFORE A SENDER IS BANDED AT ALL, AND THE
013900*LOW/HIGH LIMITS AS PERCENTAGES OF THE SENDER'S AVERAGE.
014000 01  WS-DEFAULT-BANDS.
014100     05  WS-DFT-MIN-HISTORY    PIC 9(02)      VALUE 05.
014200     05  WS-DFT-CNT-LOW-PCT    PIC 9(03)      VALUE 025.
014300     05  WS-DFT-CNT-HIGH-PCT   PIC 9(04)      VALUE 0300.
014400     05  WS-DFT-AMT-LOW-PCT    PIC 9(03)      VALUE 025.
014500     05  WS-DFT-AMT-HIGH-PCT   PIC 9(04)      VALUE 0300.
014600 01  WS-CUR-BANDS.
014700     05  WS-CUR-MIN-HISTORY    PIC 9(02).
014800     05  WS-CUR-CNT-LOW-PCT    PIC 9(03).
014900     05  WS-CUR-CNT-HIGH-PCT   PIC 9(04).
015000     05  WS-CUR-AMT-LOW-PCT    PIC 9(03).
015100     05  WS-CUR-AMT-HIGH-PCT   PIC 9(04).
015200 01  WS-BAND-TABLE-COUNT       PIC 9(03)      VALUE ZERO.
015300 01  WS-BAND-TABLE.
015400     05  WS-BAND-ENTRY         OCCURS 1 TO 100 TIMES
015500                               DEPENDING ON WS-BAND-TABLE-COUNT
015600                               INDEXED BY WS-BAND-IX.
015700         10  WS-BAND-SENDER        PIC X(16).
015800         10  WS-BAND-MIN-HISTORY   PIC 9(02).
015900         10  WS-BAND-CNT-LOW-PCT   PIC 9(03).
016000         10  WS-BAND-CNT-HIGH-PCT  PIC 9(04).
016100         10  WS-BAND-AMT-LOW-PCT   PIC 9(03).
016200         10  WS-BAND-AMT-HIGH-PCT  PIC 9(04).
016300*THE DAY'S BATCH GROUPS, IN FILE ORDER, WITH THEIR TRAILER TOTALS
016400*AND THE CHECK'S VERDICT.
016500 01  WS-GRP-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
016600 01  WS-GRP-OVERFLOW-SW        PIC X(01)      VALUE 'N'.
016700     88  WS-GRP-OVERFLOW           VALUE 'Y'.
016800 01  WS-GRP-TABLE.
016900     05  WS-GRP-ENTRY          OCCURS 1 TO 500 TIMES
017000                               DEPENDING ON WS-GRP-TABLE-COUNT
017100                               INDEXED BY WS-GRP-IX.
017200         10  WS-GRP-KEY.
017300             15  WS-GRP-SENDER     PIC X(16).
017400             15  WS-GRP-RECEIVER   PIC X(16).
017500             15  WS-GRP-PROC-DATE  PIC X(08).
017600             15  WS-GRP-BATCH-SEQ  PIC 9(04).
017700         10  WS-GRP-CLAIMS         PIC 9(05).
017800         10  WS-GRP-SUBMITTED      PIC 9(16)V99.
017900         10  WS-GRP-LOGGED-SW      PIC X(01).
018000         10  WS-GRP-HELD-SW        PIC X(01).
018100         10  WS-GRP-CNT-FLAG       PIC X(01).
018200         10  WS-GRP-AMT-FLAG       PIC X(01).
018300         10  WS-GRP-HIST-N         PIC 9(02).
018400         10  WS-GRP-AVG-CLAIMS     PIC 9(05).
018500         10  WS-GRP-AVG-SUBMITTED  PIC 9(16)V99.
018600*EACH SENDER'S LAST TEN TRANSMITTED BATCHES FROM THE BATCH LOG,
018700*OLDEST FIRST.
018800 01  WS-SND-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
018850 01  WS-SND-OVERFLOW-SW        PIC X(01)      VALUE 'N'.
018860     88  WS-SND-OVERFLOW           VALUE 'Y'.
018900 01  WS-SND-TABLE.
019000     05  WS-SND-ENTRY          OCCURS 1 TO 2000 TIMES
019100                               DEPENDING ON WS-SND-TABLE-COUNT
019200                               INDEXED BY WS-SND-IX.
019300         10  WS-SND-SENDER         PIC X(16).
019400         10  WS-SND-HIST-COUNT     PIC 9(02).
019500         10  WS-SND-HIST           OCCURS 10 TIMES
019600                                   INDEXED BY WS-SNDH-IX.
019700             15  WS-SND-H-DATE     PIC X(08).
019800             15  WS-SND-H-SEQ      PIC 9(04).
019900             15  WS-SND-H-CLAIMS   PIC 9(05).
020000             15  WS-SND-H-SUBMITTED PIC 9(16)V99.
020100 01  WS-SND-FOUND-SW           PIC X(01)      VALUE 'N'.
020200     88  WS-SND-FOUND              VALUE 'Y'.
020300 01  WS-HIST-DUP-SW            PIC X(01)      VALUE 'N'.
020400     88  WS-HIST-DUP               VALUE 'Y'.
020500 01  WS-CHK-SENDER             PIC X(16).
020600 01  WS-HIST-N                 PIC 9(02).
020700 01  WS-HIST-IX                PIC 9(02).
020800 01  WS-HIST-NX                PIC 9(02).
020900 01  WS-SUM-CLAIMS             PIC 9(07).
021000 01  WS-SUM-SUBMITTED          PIC 9(18)V99.
021100 01  WS-AVG-CLAIMS             PIC 9(05).
021200 01  WS-AVG-SUBMITTED          PIC 9(16)V99.
021300 01  WS-LOW-LIMIT              PIC 9(18)V99.
021400 01  WS-HIGH-LIMIT             PIC 9(18)V99.
021500*THE HOLD REGISTER RIDES IN A TABLE; NEW HOLDS ARE ADDED TO IT.
021600 01  WS-HLD-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
021700 01  WS-HLD-OVERFLOW-SW        PIC X(01)      VALUE 'N'.
021800     88  WS-HLD-OVERFLOW           VALUE 'Y'.
021900 01  WS-HLD-TABLE.
022000     05  WS-HLD-ENTRY          OCCURS 1 TO 500 TIMES
022100                               DEPENDING ON WS-HLD-TABLE-COUNT
022200                               INDEXED BY WS-HLD-IX.
022300         10  WS-HLD-STAT           PIC X(01).
022400         10  WS-HLD-KEY            PIC X(44).
022500         10  WS-HLD-REC            PIC X(127).
022600 01  WS-HLD-FOUND-SW           PIC X(01)      VALUE 'N'.
022700     88  WS-HLD-FOUND              VALUE 'Y'.
022800     COPY BCPBHOLD
022900         REPLACING ==BHLD-RECORD== BY ==WS-HOLD-WORK==.
023000 01  WS-ROUTE-GRP              PIC 9(03)      VALUE ZERO.
023100 01  WS-ROUTE-HELD-SW          PIC X(01)      VALUE 'N'.
023200 01  WS-ROUTE-KEY              PIC X(44).
023300 01  WS-CNT-ED                 PIC ZZ,ZZ9.
023400 01  WS-AVG-CNT-ED             PIC ZZ,ZZ9.
023500 01  WS-AMT-ED                 PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
023600 01  WS-AVG-AMT-ED             PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
023700 01  WS-CHECKED-COUNT          PIC 9(05)      VALUE ZERO.
023800 01  WS-CLEARED-COUNT          PIC 9(05)      VALUE ZERO.
023900 01  WS-NO-HISTORY-COUNT       PIC 9(05)      VALUE ZERO.
024000 01  WS-HELD-COUNT             PIC 9(05)      VALUE ZERO.
024100 01  WS-NOT-HELD-COUNT         PIC 9(05)      VALUE ZERO.
024200 01  WS-RELEASED-COUNT         PIC 9(05)      VALUE ZERO.
024300 01  WS-REJECTED-COUNT         PIC 9(05)      VALUE ZERO.
024400 01  WS-PENDING-COUNT          PIC 9(05)      VALUE ZERO.
024450 01  WS-ALREADY-HELD-COUNT     PIC 9(05)      VALUE ZERO.
024500 PROCEDURE DIVISION.
024600 0000-MAIN-CONTROL.
024700     PERFORM 1000-INITIALIZE
024800     PERFORM 1100-LOAD-BANDS
024900     PERFORM 1200-LOAD-HOLD-REGISTER
025000     IF WS-HLD-OVERFLOW
025100         PERFORM 9000-TERMINATE
025200         MOVE 8 TO RETURN-CODE
025300         STOP RUN
025400     END-IF
025500     PERFORM 2000-SCAN-BATCH-GROUPS
025510     IF WS-GRP-OVERFLOW
025520         PERFORM 9000-TERMINATE
025530         MOVE 8 TO RETURN-CODE
025540         STOP RUN
025550     END-IF
025600     PERFORM 3000-PROCESS-BATCH-LOG
025700     PERFORM 3500-CHECK-UNLOGGED-GROUPS
025800     PERFORM 4000-ROUTE-HELD-STORE
025900     PERFORM 4100-ROUTE-BATCH
026000     PERFORM 5000-WRITE-HOLD-REGISTER
026100     PERFORM 5100-WRITE-SENDER-STATS
026200     PERFORM 6000-WRITE-SUMMARY
026300     PERFORM 9000-TERMINATE
026400     IF WS-NOT-HELD-COUNT NOT = ZERO
026500         MOVE 8 TO RETURN-CODE
026600     ELSE
026700         IF WS-HELD-COUNT NOT = ZERO
026750             OR WS-ALREADY-HELD-COUNT NOT = ZERO
026800             MOVE 4 TO RETURN-CODE
026900         END-IF
027000     END-IF
027100     STOP RUN.
027200
027300 1000-INITIALIZE.
027400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
027500     OPEN OUTPUT VOLUME-CHECK-RPT
027600     MOVE 'SENDER VOLUME AND DOLLAR ANOMALY CHECK' TO RPT-LINE
027700     WRITE RPT-LINE.
027800
027900*A CARD WITH A BLANK SENDER REPLACES THE DEFAULT BANDS; A CARD
028000*NAMING A SENDER GIVES THAT SENDER ITS OWN. A ZERO OR NON-NUMERIC
028100*FIELD LEAVES THE DEFAULT IN FORCE.
028200 1100-LOAD-BANDS.
028300     OPEN INPUT VOL-PARM-FILE
028400     PERFORM 1110-READ-PARM
028500     PERFORM UNTIL WS-NO-MORE-VPRM
028600         IF VPRM-SENDER-ID = SPACES
028700             PERFORM 1120-SET-DEFAULT-BANDS
028800         ELSE
028900             IF WS-BAND-TABLE-COUNT < 100
029000                 ADD 1 TO WS-BAND-TABLE-COUNT
029100                 SET WS-BAND-IX TO WS-BAND-TABLE-COUNT
029200                 MOVE VPRM-RECORD TO WS-BAND-ENTRY(WS-BAND-IX)
029210             ELSE
029220                 MOVE SPACES TO RPT-LINE
029230                 STRING 'MORE THAN 100 SENDER BAND CARDS - '
029240                     'SENDER ' VPRM-SENDER-ID
029245                     ' USES THE DEFAULT BANDS'
029250                     DELIMITED BY SIZE INTO RPT-LINE
029260                 WRITE RPT-LINE
029300             END-IF
029400         END-IF
029500         PERFORM 1110-READ-PARM
029600     END-PERFORM
029700     CLOSE VOL-PARM-FILE.
029800
029900 1110-READ-PARM.
030000     READ VOL-PARM-FILE
030100         AT END
030200             SET WS-NO-MORE-VPRM TO TRUE
030300     END-READ.
030400
030500 1120-SET-DEFAULT-BANDS.
030600     IF VPRM-MIN-HISTORY IS NUMERIC
030700         AND VPRM-MIN-HISTORY > ZERO
030800         MOVE VPRM-MIN-HISTORY TO WS-DFT-MIN-HISTORY
030900     END-IF
031000     IF VPRM-CNT-LOW-PCT IS NUMERIC
031100         AND VPRM-CNT-LOW-PCT > ZERO
031200         MOVE VPRM-CNT-LOW-PCT TO WS-DFT-CNT-LOW-PCT
031300     END-IF
031400     IF VPRM-CNT-HIGH-PCT IS NUMERIC
031500         AND VPRM-CNT-HIGH-PCT > ZERO
031600         MOVE VPRM-CNT-HIGH-PCT TO WS-DFT-CNT-HIGH-PCT
031700     END-IF
031800     IF VPRM-AMT-LOW-PCT IS NUMERIC
031900         AND VPRM-AMT-LOW-PCT > ZERO
032000         MOVE VPRM-AMT-LOW-PCT TO WS-DFT-AMT-LOW-PCT
032100     END-IF
032200     IF VPRM-AMT-HIGH-PCT IS NUMERIC
032300         AND VPRM-AMT-HIGH-PCT > ZERO
032400         MOVE VPRM-AMT-HIGH-PCT TO WS-DFT-AMT-HIGH-PCT
032500     END-IF.
032600
032700*A REGISTER ENTRY THAT DID NOT FIT THE TABLE WOULD BE LOST WITH
032800*ITS HELD BATCH, SO AN OVERSIZED REGISTER STOPS THE RUN RC 8.
032900 1200-LOAD-HOLD-REGISTER.
033000     OPEN INPUT HOLD-REGISTER
033100     PERFORM 1210-READ-HOLD
033200     PERFORM UNTIL WS-NO-MORE-BHLD
033300         IF WS-HLD-TABLE-COUNT < 500
033400             ADD 1 TO WS-HLD-TABLE-COUNT
033500             SET WS-HLD-IX TO WS-HLD-TABLE-COUNT
033600             MOVE BHLD-STATUS OF BHLD-RECORD
033700                 TO WS-HLD-STAT(WS-HLD-IX)
033800             MOVE BHLD-RECORD(2:44) TO WS-HLD-KEY(WS-HLD-IX)
033900             MOVE BHLD-RECORD TO WS-HLD-REC(WS-HLD-IX)
034000         ELSE
034100             SET WS-HLD-OVERFLOW TO TRUE
034200         END-IF
034300         PERFORM 1210-READ-HOLD
034400     END-PERFORM
034500     CLOSE HOLD-REGISTER
034600     IF WS-HLD-OVERFLOW
034700         MOVE SPACES TO RPT-LINE
034800         STRING 'HOLD REGISTER EXCEEDS 500 ENTRIES - RUN STOPPED,'
034900             ' NOTHING ROUTED' DELIMITED BY SIZE INTO RPT-LINE
035000         WRITE RPT-LINE
035100     END-IF.
035200
035300 1210-READ-HOLD.
035400     READ HOLD-REGISTER
035500         AT END
035600             SET WS-NO-MORE-BHLD TO TRUE
035700     END-READ.
035800
035900*PASS 1 - TABLE EACH BATCH GROUP WITH ITS 99 TRAILER TOTALS (THE
036000*TOTALS BCPBALCK HAS ALREADY TIED TO THE DETAIL). A GROUP THAT
036050*DOES NOT FIT COULD NOT BE BANDED OR HELD, SO THE RUN STOPS RC 8.
036100 2000-SCAN-BATCH-GROUPS.
036200     OPEN INPUT BATCH-837
036300     PERFORM 2100-READ-BATCH
036400     PERFORM UNTIL WS-NO-MORE-RECS
036500         EVALUATE WS-LAST-REC-ID
036600             WHEN '02'
036700                 PERFORM 2200-START-GROUP
036800             WHEN '99'
036900                 IF WS-GRP-TABLE-COUNT > ZERO
037000                     AND NOT WS-GRP-OVERFLOW
037100                     MOVE MEDG-99-TOT-NBR-CLAIMS
037200                         TO WS-GRP-CLAIMS(WS-GRP-IX)
037300                     MOVE MEDG-99-TOT-SUBMITTED
037400                         TO WS-GRP-SUBMITTED(WS-GRP-IX)
037500                 END-IF
037600         END-EVALUATE
037700         PERFORM 2100-READ-BATCH
037800     END-PERFORM
037900     CLOSE BATCH-837
038000     IF WS-GRP-OVERFLOW
038100         MOVE SPACES TO RPT-LINE
038200         STRING 'MORE THAN 500 BATCH GROUPS - RUN STOPPED,'
038300             ' NOTHING ROUTED' DELIMITED BY SIZE INTO RPT-LINE
038400         WRITE RPT-LINE
038500     END-IF.
038600
038700 2100-READ-BATCH.
038800     READ BATCH-837
038900         AT END
039000             SET WS-NO-MORE-RECS TO TRUE
039100     END-READ
039200     IF NOT WS-NO-MORE-RECS
039300         MOVE MEDG-HDR-REC-ID TO WS-LAST-REC-ID
039400     END-IF.
039500
039600 2200-START-GROUP.
039700     IF WS-GRP-TABLE-COUNT < 500
039800         ADD 1 TO WS-GRP-TABLE-COUNT
039900         SET WS-GRP-IX TO WS-GRP-TABLE-COUNT
040000         MOVE MEDG-HDR-SENDER-ID     TO WS-GRP-SENDER(WS-GRP-IX)
040100         MOVE MEDG-HDR-RECEIVER-ID   TO WS-GRP-RECEIVER(WS-GRP-IX)
040200         MOVE MEDG-HDR-EDI-PROCESS-DATE
040300             TO WS-GRP-PROC-DATE(WS-GRP-IX)
040400         MOVE MEDG-HDR-BATCH-SEQ-NBR
040500             TO WS-GRP-BATCH-SEQ(WS-GRP-IX)
040600         MOVE ZERO TO WS-GRP-CLAIMS(WS-GRP-IX)
040700                      WS-GRP-SUBMITTED(WS-GRP-IX)
040800                      WS-GRP-HIST-N(WS-GRP-IX)
040900                      WS-GRP-AVG-CLAIMS(WS-GRP-IX)
041000                      WS-GRP-AVG-SUBMITTED(WS-GRP-IX)
041100         MOVE 'N' TO WS-GRP-LOGGED-SW(WS-GRP-IX)
041200                     WS-GRP-HELD-SW(WS-GRP-IX)
041300         MOVE SPACE TO WS-GRP-CNT-FLAG(WS-GRP-IX)
041400                       WS-GRP-AMT-FLAG(WS-GRP-IX)
041500     ELSE
041600         SET WS-GRP-OVERFLOW TO TRUE
041700     END-IF.
041800
041900*BAND ONE BATCH GROUP (WS-GRP-IX) AGAINST ITS SENDER'S HISTORY AS
042000*BUILT SO FAR. A SENDER WITH LESS THAN THE MINIMUM HISTORY PASSES.
042010*A BATCH ALREADY ON THE HOLD REGISTER (SENT AGAIN, OR A RERUN) HAS
042020*ITS RECORDS IN THE HELD STORE ALREADY; IT IS MARKED S AND NEITHER
042030*HELD AGAIN NOR CLEARED, AND ITS ENTRY DECIDES IT AS BEFORE.
042100 2400-CHECK-GROUP.
042200     ADD 1 TO WS-CHECKED-COUNT
042205     MOVE WS-GRP-KEY(WS-GRP-IX) TO WS-CUR-KEY
042210     PERFORM 4020-FIND-HOLD
042215     IF WS-HLD-FOUND
042220         MOVE 'S' TO WS-GRP-HELD-SW(WS-GRP-IX)
042225         ADD 1 TO WS-ALREADY-HELD-COUNT
042230         MOVE SPACES TO RPT-LINE
042235         STRING 'BATCH ALREADY ON HOLD REGISTER - NOT HELD AGAIN'
042240             ' - SENDER ' WS-GRP-SENDER(WS-GRP-IX)
042245             ' DATE ' WS-GRP-PROC-DATE(WS-GRP-IX)
042250             ' SEQ ' WS-GRP-BATCH-SEQ(WS-GRP-IX)
042255             DELIMITED BY SIZE INTO RPT-LINE
042260         WRITE RPT-LINE
042265         GO TO 2400-EXIT
042270     END-IF
042300     MOVE WS-GRP-SENDER(WS-GRP-IX) TO WS-CHK-SENDER
042400     PERFORM 2450-RESOLVE-BANDS
042500     PERFORM 2410-FIND-SENDER
042600     MOVE ZERO TO WS-HIST-N
042700     IF WS-SND-FOUND
042800         MOVE WS-SND-HIST-COUNT(WS-SND-IX) TO WS-HIST-N
042900     END-IF
043000     IF WS-HIST-N < WS-CUR-MIN-HISTORY
043100         ADD 1 TO WS-NO-HISTORY-COUNT
043200     ELSE
043300         PERFORM 2420-AVERAGE-HISTORY
043400         MOVE WS-HIST-N        TO WS-GRP-HIST-N(WS-GRP-IX)
043500         MOVE WS-AVG-CLAIMS    TO WS-GRP-AVG-CLAIMS(WS-GRP-IX)
043600         MOVE WS-AVG-SUBMITTED TO WS-GRP-AVG-SUBMITTED(WS-GRP-IX)
043700         PERFORM 2430-BAND-GROUP
043800     END-IF
043900     IF WS-GRP-CNT-FLAG(WS-GRP-IX) NOT = SPACE
044000         OR WS-GRP-AMT-FLAG(WS-GRP-IX) NOT = SPACE
044100         PERFORM 2500-HOLD-GROUP
044200     ELSE
044300         ADD 1 TO WS-CLEARED-COUNT
044400     END-IF.
044410
044420 2400-EXIT.
044430     EXIT.
044500
044600 2410-FIND-SENDER.
044700     MOVE 'N' TO WS-SND-FOUND-SW
044800     IF WS-SND-TABLE-COUNT > ZERO
044900         SET WS-SND-IX TO 1
045000         SEARCH WS-SND-ENTRY
045100             AT END
045200                 CONTINUE
045300             WHEN WS-SND-SENDER(WS-SND-IX) = WS-CHK-SENDER
045400                 SET WS-SND-FOUND TO TRUE
045500         END-SEARCH
045600     END-IF.
045700
045800 2420-AVERAGE-HISTORY.
045900     MOVE ZERO TO WS-SUM-CLAIMS WS-SUM-SUBMITTED
046000     PERFORM VARYING WS-SNDH-IX FROM 1 BY 1
046100             UNTIL WS-SNDH-IX > WS-HIST-N
046200         ADD WS-SND-H-CLAIMS(WS-SND-IX WS-SNDH-IX)
046300             TO WS-SUM-CLAIMS
046400         ADD WS-SND-H-SUBMITTED(WS-SND-IX WS-SNDH-IX)
046500             TO WS-SUM-SUBMITTED
046600     END-PERFORM
046700     COMPUTE WS-AVG-CLAIMS ROUNDED = WS-SUM-CLAIMS / WS-HIST-N
046800     COMPUTE WS-AVG-SUBMITTED ROUNDED =
046900         WS-SUM-SUBMITTED / WS-HIST-N.
047000
047100 2430-BAND-GROUP.
047200     COMPUTE WS-LOW-LIMIT =
047300         WS-AVG-CLAIMS * WS-CUR-CNT-LOW-PCT / 100
047400     COMPUTE WS-HIGH-LIMIT =
047500         WS-AVG-CLAIMS * WS-CUR-CNT-HIGH-PCT / 100
047600     IF WS-GRP-CLAIMS(WS-GRP-IX) < WS-LOW-LIMIT
047700         MOVE 'L' TO WS-GRP-CNT-FLAG(WS-GRP-IX)
047800     END-IF
047900     IF WS-GRP-CLAIMS(WS-GRP-IX) > WS-HIGH-LIMIT
048000         MOVE 'H' TO WS-GRP-CNT-FLAG(WS-GRP-IX)
048100     END-IF
048200     COMPUTE WS-LOW-LIMIT =
048300         WS-AVG-SUBMITTED * WS-CUR-AMT-LOW-PCT / 100
048400     COMPUTE WS-HIGH-LIMIT =
048500         WS-AVG-SUBMITTED * WS-CUR-AMT-HIGH-PCT / 100
048600     IF WS-GRP-SUBMITTED(WS-GRP-IX) < WS-LOW-LIMIT
048700         MOVE 'L' TO WS-GRP-AMT-FLAG(WS-GRP-IX)
048800     END-IF
048900     IF WS-GRP-SUBMITTED(WS-GRP-IX) > WS-HIGH-LIMIT
049000         MOVE 'H' TO WS-GRP-AMT-FLAG(WS-GRP-IX)
049100     END-IF.
049200
049300 2450-RESOLVE-BANDS.
049400     MOVE WS-DEFAULT-BANDS TO WS-CUR-BANDS
049500     IF WS-BAND-TABLE-COUNT > ZERO
049600         SET WS-BAND-IX TO 1
049700         SEARCH WS-BAND-ENTRY
049800             AT END
049900                 CONTINUE
050000             WHEN WS-BAND-SENDER(WS-BAND-IX) = WS-CHK-SENDER
050100                 PERFORM 2460-APPLY-SENDER-BANDS
050200         END-SEARCH
050300     END-IF.
050400
050500 2460-APPLY-SENDER-BANDS.
050600     IF WS-BAND-MIN-HISTORY(WS-BAND-IX) IS NUMERIC
050700         AND WS-BAND-MIN-HISTORY(WS-BAND-IX) > ZERO
050800         MOVE WS-BAND-MIN-HISTORY(WS-BAND-IX)
050900             TO WS-CUR-MIN-HISTORY
051000     END-IF
051100     IF WS-BAND-CNT-LOW-PCT(WS-BAND-IX) IS NUMERIC
051200         AND WS-BAND-CNT-LOW-PCT(WS-BAND-IX) > ZERO
051300         MOVE WS-BAND-CNT-LOW-PCT(WS-BAND-IX)
051400             TO WS-CUR-CNT-LOW-PCT
051500     END-IF
051600     IF WS-BAND-CNT-HIGH-PCT(WS-BAND-IX) IS NUMERIC
051700         AND WS-BAND-CNT-HIGH-PCT(WS-BAND-IX) > ZERO
051800         MOVE WS-BAND-CNT-HIGH-PCT(WS-BAND-IX)
051900             TO WS-CUR-CNT-HIGH-PCT
052000     END-IF
052100     IF WS-BAND-AMT-LOW-PCT(WS-BAND-IX) IS NUMERIC
052200         AND WS-BAND-AMT-LOW-PCT(WS-BAND-IX) > ZERO
052300         MOVE WS-BAND-AMT-LOW-PCT(WS-BAND-IX)
052400             TO WS-CUR-AMT-LOW-PCT
052500     END-IF
052600     IF WS-BAND-AMT-HIGH-PCT(WS-BAND-IX) IS NUMERIC
052700         AND WS-BAND-AMT-HIGH-PCT(WS-BAND-IX) > ZERO
052800         MOVE WS-BAND-AMT-HIGH-PCT(WS-BAND-IX)
052900             TO WS-CUR-AMT-HIGH-PCT
053000     END-IF.
053100
053200*REGISTER THE HOLD. A FULL REGISTER CANNOT TAKE IT, SO THE BATCH
053300*GOES OUT AS NORMAL AND THE RUN ENDS RC 8 FOR OPERATOR ATTENTION.
053400 2500-HOLD-GROUP.
053500     IF WS-HLD-TABLE-COUNT NOT < 500
053600         ADD 1 TO WS-NOT-HELD-COUNT
053700         MOVE SPACES TO RPT-LINE
053800         STRING 'HOLD REGISTER FULL - BATCH NOT HELD - SENDER '
053900             WS-GRP-SENDER(WS-GRP-IX)
054000             ' DATE ' WS-GRP-PROC-DATE(WS-GRP-IX)
054100             ' SEQ ' WS-GRP-BATCH-SEQ(WS-GRP-IX)
054200             DELIMITED BY SIZE INTO RPT-LINE
054300         WRITE RPT-LINE
054400     ELSE
054500         MOVE 'Y' TO WS-GRP-HELD-SW(WS-GRP-IX)
054600         ADD 1 TO WS-HELD-COUNT
054700         MOVE SPACES TO WS-HOLD-WORK
054800         SET BHLD-PENDING OF WS-HOLD-WORK TO TRUE
054900         MOVE WS-GRP-SENDER(WS-GRP-IX)
055000             TO BHLD-SENDER-ID OF WS-HOLD-WORK
055100         MOVE WS-GRP-RECEIVER(WS-GRP-IX)
055200             TO BHLD-RECEIVER-ID OF WS-HOLD-WORK
055300         MOVE WS-GRP-PROC-DATE(WS-GRP-IX)
055400             TO BHLD-PROCESS-DATE OF WS-HOLD-WORK
055500         MOVE WS-GRP-BATCH-SEQ(WS-GRP-IX)
055600             TO BHLD-BATCH-SEQ-NBR OF WS-HOLD-WORK
055700         MOVE WS-TODAY-DATE TO BHLD-HELD-DATE OF WS-HOLD-WORK
055800         MOVE WS-GRP-CNT-FLAG(WS-GRP-IX)
055900             TO BHLD-CNT-FLAG OF WS-HOLD-WORK
056000         MOVE WS-GRP-AMT-FLAG(WS-GRP-IX)
056100             TO BHLD-AMT-FLAG OF WS-HOLD-WORK
056200         MOVE WS-GRP-CLAIMS(WS-GRP-IX)
056300             TO BHLD-CLAIM-COUNT OF WS-HOLD-WORK
056400         MOVE WS-GRP-SUBMITTED(WS-GRP-IX)
056500             TO BHLD-SUBMITTED OF WS-HOLD-WORK
056600         MOVE WS-GRP-HIST-N(WS-GRP-IX)
056700             TO BHLD-HIST-BATCHES OF WS-HOLD-WORK
056800         MOVE WS-GRP-AVG-CLAIMS(WS-GRP-IX)
056900             TO BHLD-AVG-CLAIMS OF WS-HOLD-WORK
057000         MOVE WS-GRP-AVG-SUBMITTED(WS-GRP-IX)
057100             TO BHLD-AVG-SUBMITTED OF WS-HOLD-WORK
057200         ADD 1 TO WS-HLD-TABLE-COUNT
057300         SET WS-HLD-IX TO WS-HLD-TABLE-COUNT
057400         MOVE 'P' TO WS-HLD-STAT(WS-HLD-IX)
057500         MOVE WS-GRP-KEY(WS-GRP-IX) TO WS-HLD-KEY(WS-HLD-IX)
057600         MOVE WS-HOLD-WORK TO WS-HLD-REC(WS-HLD-IX)
057700         PERFORM 2510-REPORT-HOLD
057800     END-IF.
057900
058000 2510-REPORT-HOLD.
058100     MOVE SPACES TO RPT-LINE
058200     STRING 'BATCH HELD FOR VOLUME REVIEW - SENDER '
058300         WS-GRP-SENDER(WS-GRP-IX)
058400         ' RECEIVER ' WS-GRP-RECEIVER(WS-GRP-IX)
058500         ' DATE ' WS-GRP-PROC-DATE(WS-GRP-IX)
058600         ' SEQ ' WS-GRP-BATCH-SEQ(WS-GRP-IX)
058700         DELIMITED BY SIZE INTO RPT-LINE
058800     WRITE RPT-LINE
058900     MOVE WS-GRP-CLAIMS(WS-GRP-IX)        TO WS-CNT-ED
059000     MOVE WS-GRP-AVG-CLAIMS(WS-GRP-IX)    TO WS-AVG-CNT-ED
059100     MOVE WS-GRP-SUBMITTED(WS-GRP-IX)     TO WS-AMT-ED
059200     MOVE WS-GRP-AVG-SUBMITTED(WS-GRP-IX) TO WS-AVG-AMT-ED
059300     MOVE SPACES TO RPT-LINE
059400     STRING '    CLAIMS ' WS-CNT-ED ' AVG ' WS-AVG-CNT-ED
059500         ' (' WS-GRP-CNT-FLAG(WS-GRP-IX) ')'
059600         '  SUBMITTED ' WS-AMT-ED ' AVG ' WS-AVG-AMT-ED
059700         ' (' WS-GRP-AMT-FLAG(WS-GRP-IX) ')'
059800         '  HISTORY ' WS-GRP-HIST-N(WS-GRP-IX)
059900         DELIMITED BY SIZE INTO RPT-LINE
060000     WRITE RPT-LINE.
060100
060200*CARRY THE BATCH LOG FORWARD: APPLY RELEASE/REJECT DECISIONS TO
060300*HELD ROWS, CHECK AND POST TODAY'S GROUPS ON THEIR OWN ROWS, AND
060400*BUILD EACH SENDER'S HISTORY FROM THE TRANSMITTED ROWS IN LOG
060500*ORDER - SO TODAY'S ROWS, WHICH BCP837CV APPENDED LAST, ARE BANDED
060600*AGAINST EVERYTHING TRANSMITTED BEFORE THEM.
060700 3000-PROCESS-BATCH-LOG.
060800     OPEN INPUT BATCH-LOG-FILE
060900     OPEN OUTPUT BATCH-LOG-OUT
061000     PERFORM 3010-READ-BATCH-LOG
061100     PERFORM UNTIL WS-NO-MORE-BLOG
061200         MOVE BLOG-RECORD(1:44) TO WS-CUR-KEY
061300         PERFORM 3100-APPLY-HOLD-DECISION
061500         PERFORM 3200-MATCH-TODAY-GROUP
061700         IF BLOG-CLAIM-COUNT OF BLOG-RECORD IS NUMERIC
061800             AND BLOG-SUBMITTED OF BLOG-RECORD IS NUMERIC
061900             AND NOT BLOG-NOT-TRANSMITTED OF BLOG-RECORD
062000             PERFORM 3300-ADD-TO-HISTORY
062100         END-IF
062200         WRITE BLOGO-RECORD FROM BLOG-RECORD
062300         PERFORM 3010-READ-BATCH-LOG
062400     END-PERFORM
062500     CLOSE BATCH-LOG-FILE
062600     CLOSE BATCH-LOG-OUT.
062700
062800 3010-READ-BATCH-LOG.
062900     READ BATCH-LOG-FILE
063000         AT END
063100             SET WS-NO-MORE-BLOG TO TRUE
063200     END-READ.
063300
063400 3100-APPLY-HOLD-DECISION.
063500     IF BLOG-ON-HOLD OF BLOG-RECORD
063600         PERFORM 4020-FIND-HOLD
063700         IF WS-HLD-FOUND
063800             EVALUATE WS-HLD-STAT(WS-HLD-IX)
063900                 WHEN 'A'
064000                     MOVE SPACE TO BLOG-ACK-STATUS OF BLOG-RECORD
064100                     MOVE WS-TODAY-DATE
064200                         TO BLOG-TRANSMIT-DATE OF BLOG-RECORD
064300                 WHEN 'R'
064400                     SET BLOG-WITHDRAWN OF BLOG-RECORD TO TRUE
064500                 WHEN OTHER
064600                     CONTINUE
064700             END-EVALUATE
064800         END-IF
064900     END-IF.
065000
065100 3200-MATCH-TODAY-GROUP.
065200     IF WS-GRP-TABLE-COUNT > ZERO
065300         SET WS-GRP-IX TO 1
065400         SEARCH WS-GRP-ENTRY
065500             AT END
065600                 CONTINUE
065700             WHEN WS-GRP-KEY(WS-GRP-IX) = WS-CUR-KEY
065800                 PERFORM 3210-POST-TODAY-GROUP
065900         END-SEARCH
066000     END-IF.
066100
066200 3210-POST-TODAY-GROUP.
066300     IF WS-GRP-LOGGED-SW(WS-GRP-IX) = 'N'
066400         MOVE 'Y' TO WS-GRP-LOGGED-SW(WS-GRP-IX)
066500         PERFORM 2400-CHECK-GROUP THRU 2400-EXIT
066600     END-IF
066700     MOVE WS-GRP-CLAIMS(WS-GRP-IX)
066800         TO BLOG-CLAIM-COUNT OF BLOG-RECORD
066900     MOVE WS-GRP-SUBMITTED(WS-GRP-IX)
067000         TO BLOG-SUBMITTED OF BLOG-RECORD
067100     IF WS-GRP-HELD-SW(WS-GRP-IX) = 'Y'
067200         SET BLOG-ON-HOLD OF BLOG-RECORD TO TRUE
067300     END-IF
067310     IF WS-GRP-HELD-SW(WS-GRP-IX) = 'S'
067320         SET BLOG-ON-HOLD OF BLOG-RECORD TO TRUE
067330         PERFORM 3100-APPLY-HOLD-DECISION
067340     END-IF.
067400
067500*A ROW ALREADY IN THE SENDER'S HISTORY (A RERUN'S DUPLICATE LOG
067600*ROW) IS NOT COUNTED TWICE; AT TEN THE OLDEST DROPS OFF.
067700 3300-ADD-TO-HISTORY.
067800     MOVE BLOG-SENDER-ID OF BLOG-RECORD TO WS-CHK-SENDER
067900     PERFORM 2410-FIND-SENDER
068000     IF NOT WS-SND-FOUND
068100         AND WS-SND-TABLE-COUNT < 2000
068200         ADD 1 TO WS-SND-TABLE-COUNT
068300         SET WS-SND-IX TO WS-SND-TABLE-COUNT
068400         INITIALIZE WS-SND-ENTRY(WS-SND-IX)
068500         MOVE WS-CHK-SENDER TO WS-SND-SENDER(WS-SND-IX)
068600         SET WS-SND-FOUND TO TRUE
068700     END-IF
068710     IF NOT WS-SND-FOUND
068720         AND NOT WS-SND-OVERFLOW
068730         SET WS-SND-OVERFLOW TO TRUE
068740         MOVE SPACES TO RPT-LINE
068750         STRING 'MORE THAN 2000 SENDERS ON THE BATCH LOG - '
068760             'SENDER ' WS-CHK-SENDER ' AND LATER NEW SENDERS'
068770             ' HAVE NO HISTORY AND ARE NOT BANDED'
068780             DELIMITED BY SIZE INTO RPT-LINE
068790         WRITE RPT-LINE
068795     END-IF
068800     IF WS-SND-FOUND
068900         MOVE 'N' TO WS-HIST-DUP-SW
069000         PERFORM VARYING WS-SNDH-IX FROM 1 BY 1
069100                 UNTIL WS-SNDH-IX > WS-SND-HIST-COUNT(WS-SND-IX)
069200             IF WS-SND-H-DATE(WS-SND-IX WS-SNDH-IX)
069300                     = BLOG-PROCESS-DATE OF BLOG-RECORD
069400                 AND WS-SND-H-SEQ(WS-SND-IX WS-SNDH-IX)
069500                     = BLOG-BATCH-SEQ-NBR OF BLOG-RECORD
069600                 SET WS-HIST-DUP TO TRUE
069700             END-IF
069800         END-PERFORM
069900         IF NOT WS-HIST-DUP
070000             PERFORM 3310-APPEND-HISTORY
070100         END-IF
070200     END-IF.
070300
070400 3310-APPEND-HISTORY.
070500     IF WS-SND-HIST-COUNT(WS-SND-IX) < 10
070600         ADD 1 TO WS-SND-HIST-COUNT(WS-SND-IX)
070700     ELSE
070800         PERFORM VARYING WS-HIST-IX FROM 1 BY 1
070900                 UNTIL WS-HIST-IX > 9
071000             COMPUTE WS-HIST-NX = WS-HIST-IX + 1
071100             MOVE WS-SND-HIST(WS-SND-IX WS-HIST-NX)
071200                 TO WS-SND-HIST(WS-SND-IX WS-HIST-IX)
071300         END-PERFORM
071400     END-IF
071500     SET WS-SNDH-IX TO WS-SND-HIST-COUNT(WS-SND-IX)
071600     MOVE BLOG-PROCESS-DATE OF BLOG-RECORD
071700         TO WS-SND-H-DATE(WS-SND-IX WS-SNDH-IX)
071800     MOVE BLOG-BATCH-SEQ-NBR OF BLOG-RECORD
071900         TO WS-SND-H-SEQ(WS-SND-IX WS-SNDH-IX)
072000     MOVE BLOG-CLAIM-COUNT OF BLOG-RECORD
072100         TO WS-SND-H-CLAIMS(WS-SND-IX WS-SNDH-IX)
072200     MOVE BLOG-SUBMITTED OF BLOG-RECORD
072300         TO WS-SND-H-SUBMITTED(WS-SND-IX WS-SNDH-IX).
072400
072500*A GROUP WITH NO BATCH LOG ROW IS STILL BANDED (AGAINST THE FULL
072600*HISTORY) BUT CANNOT JOIN THE HISTORY ITSELF.
072700 3500-CHECK-UNLOGGED-GROUPS.
072800     IF WS-GRP-TABLE-COUNT > ZERO
073000         PERFORM VARYING WS-GRP-IX FROM 1 BY 1
073100                 UNTIL WS-GRP-IX > WS-GRP-TABLE-COUNT
073200             IF WS-GRP-LOGGED-SW(WS-GRP-IX) = 'N'
073300                 MOVE SPACES TO RPT-LINE
073400                 STRING 'BATCH GROUP NOT ON BATCH LOG - SENDER '
073500                     WS-GRP-SENDER(WS-GRP-IX)
073600                     ' DATE ' WS-GRP-PROC-DATE(WS-GRP-IX)
073700                     ' SEQ ' WS-GRP-BATCH-SEQ(WS-GRP-IX)
073800                     DELIMITED BY SIZE INTO RPT-LINE
073900                 WRITE RPT-LINE
074000                 PERFORM 2400-CHECK-GROUP THRU 2400-EXIT
074100             END-IF
074200         END-PERFORM
074300     END-IF.
074400
074500*RELEASED BATCHES FROM THE HELD STORE LEAD THE CLEARED FILE;
074600*PENDING ONES CARRY FORWARD; REJECTED ONES ARE DROPPED.
074700 4000-ROUTE-HELD-STORE.
074800     OPEN OUTPUT CLEARED-837
074900     OPEN OUTPUT HELD-BATCH-STORE-OUT
075000     OPEN INPUT HELD-BATCH-STORE
075100     PERFORM 4010-READ-HELD-STORE
075200     PERFORM UNTIL WS-NO-MORE-BHIM
075300         MOVE BHIM-BATCH-KEY TO WS-CUR-KEY
075400         PERFORM 4020-FIND-HOLD
075500         IF WS-HLD-FOUND
075600             EVALUATE WS-HLD-STAT(WS-HLD-IX)
075700                 WHEN 'A'
075800                     WRITE CLR-RAW-LINE FROM BHIM-RAW-LINE
075900                 WHEN 'P'
076000                     WRITE BHIMO-RECORD FROM BHIM-RECORD
076100                 WHEN OTHER
076200                     CONTINUE
076300             END-EVALUATE
076400         END-IF
076500         PERFORM 4010-READ-HELD-STORE
076600     END-PERFORM
076700     CLOSE HELD-BATCH-STORE.
076800
076900 4010-READ-HELD-STORE.
077000     READ HELD-BATCH-STORE
077100         AT END
077200             SET WS-NO-MORE-BHIM TO TRUE
077300     END-READ.
077400
077500 4020-FIND-HOLD.
077600     MOVE 'N' TO WS-HLD-FOUND-SW
077700     IF WS-HLD-TABLE-COUNT > ZERO
077800         SET WS-HLD-IX TO 1
077900         SEARCH WS-HLD-ENTRY
078000             AT END
078100                 CONTINUE
078200             WHEN WS-HLD-KEY(WS-HLD-IX) = WS-CUR-KEY
078300                 SET WS-HLD-FOUND TO TRUE
078400         END-SEARCH
078500     END-IF.
078600
078700*PASS 2 - EACH RECORD FOLLOWS ITS GROUP'S VERDICT: HELD GROUPS TO
078800*THE HELD STORE UNDER THEIR BATCH KEY, GROUPS ALREADY THERE ARE
078850*DROPPED, ALL OTHERS TO BCPX12SR.
078900 4100-ROUTE-BATCH.
079000     OPEN INPUT BATCH-837
079100     MOVE 'N' TO WS-EOF-SW
079200     PERFORM 2100-READ-BATCH
079300     PERFORM UNTIL WS-NO-MORE-RECS
079400         IF WS-LAST-REC-ID = '02'
079500             ADD 1 TO WS-ROUTE-GRP
079600             MOVE 'N' TO WS-ROUTE-HELD-SW
079800             SET WS-GRP-IX TO WS-ROUTE-GRP
079900             MOVE WS-GRP-HELD-SW(WS-GRP-IX)
080000                 TO WS-ROUTE-HELD-SW
080100             MOVE WS-GRP-KEY(WS-GRP-IX) TO WS-ROUTE-KEY
080300         END-IF
080400         EVALUATE WS-ROUTE-HELD-SW
080410             WHEN 'Y'
080500                 MOVE WS-ROUTE-KEY  TO BHIMO-BATCH-KEY
080600                 MOVE B837-RAW-LINE TO BHIMO-RAW-LINE
080700                 WRITE BHIMO-RECORD
080750             WHEN 'S'
080760                 CONTINUE
080800             WHEN OTHER
080900                 WRITE CLR-RAW-LINE FROM B837-RAW-LINE
081000         END-EVALUATE
081100         PERFORM 2100-READ-BATCH
081200     END-PERFORM
081300     CLOSE BATCH-837
081400     CLOSE CLEARED-837
081500     CLOSE HELD-BATCH-STORE-OUT.
081600
081700*ENTRIES DECIDED SINCE THE LAST RUN ARE CLOSED TODAY (AND CARRIED
081800*ONE MORE CYCLE FOR BCPBRCPT'S RESOLUTION RECEIPT); ENTRIES CLOSED
081900*ON AN EARLIER RUN ARE DROPPED.
082000 5000-WRITE-HOLD-REGISTER.
082100     OPEN OUTPUT HOLD-REGISTER-OUT
082200     IF WS-HLD-TABLE-COUNT > ZERO
082300         PERFORM 5010-WRITE-HOLD-ENTRY
082400             VARYING WS-HLD-IX FROM 1 BY 1
082500             UNTIL WS-HLD-IX > WS-HLD-TABLE-COUNT
082600     END-IF
082700     CLOSE HOLD-REGISTER-OUT.
082800
082900 5010-WRITE-HOLD-ENTRY.
083000     MOVE WS-HLD-REC(WS-HLD-IX) TO BHLDO-RECORD
083100     EVALUATE TRUE
083200         WHEN BHLD-CLOSED-DATE OF BHLDO-RECORD NOT = SPACES
083300             CONTINUE
083400         WHEN BHLD-RELEASED OF BHLDO-RECORD
083500             SET BHLD-TRANSMITTED OF BHLDO-RECORD TO TRUE
083600             MOVE WS-TODAY-DATE
083700                 TO BHLD-CLOSED-DATE OF BHLDO-RECORD
083800             ADD 1 TO WS-RELEASED-COUNT
083900             PERFORM 5020-REPORT-RESOLUTION
084000             WRITE BHLDO-RECORD
084100         WHEN BHLD-REJECTED OF BHLDO-RECORD
084200             MOVE WS-TODAY-DATE
084300                 TO BHLD-CLOSED-DATE OF BHLDO-RECORD
084400             ADD 1 TO WS-REJECTED-COUNT
084500             PERFORM 5020-REPORT-RESOLUTION
084600             WRITE BHLDO-RECORD
084700         WHEN BHLD-PENDING OF BHLDO-RECORD
084800             ADD 1 TO WS-PENDING-COUNT
084900             WRITE BHLDO-RECORD
084950         WHEN OTHER
084970             CONTINUE
085000     END-EVALUATE.
085100
085200 5020-REPORT-RESOLUTION.
085300     MOVE SPACES TO RPT-LINE
085400     IF BHLD-TRANSMITTED OF BHLDO-RECORD
085500         STRING 'HELD BATCH RELEASED AND TRANSMITTED - SENDER '
085600             BHLD-SENDER-ID OF BHLDO-RECORD
085700             ' DATE ' BHLD-PROCESS-DATE OF BHLDO-RECORD
085800             ' SEQ ' BHLD-BATCH-SEQ-NBR OF BHLDO-RECORD
085900             ' BY ' BHLD-DECIDED-BY OF BHLDO-RECORD
086000             ' ON ' BHLD-DECISION-DATE OF BHLDO-RECORD
086100             DELIMITED BY SIZE INTO RPT-LINE
086200     ELSE
086300         STRING 'HELD BATCH REJECTED - NOT TRANSMITTED - SENDER '
086400             BHLD-SENDER-ID OF BHLDO-RECORD
086500             ' DATE ' BHLD-PROCESS-DATE OF BHLDO-RECORD
086600             ' SEQ ' BHLD-BATCH-SEQ-NBR OF BHLDO-RECORD
086700             ' BY ' BHLD-DECIDED-BY OF BHLDO-RECORD
086800             ' ON ' BHLD-DECISION-DATE OF BHLDO-RECORD
086900             DELIMITED BY SIZE INTO RPT-LINE
087000     END-IF
087100     WRITE RPT-LINE.
087200
087300 5100-WRITE-SENDER-STATS.
087400     OPEN OUTPUT SENDER-STATS-OUT
087500     IF WS-SND-TABLE-COUNT > ZERO
087600         PERFORM 5110-WRITE-SENDER-STAT
087700             VARYING WS-SND-IX FROM 1 BY 1
087800             UNTIL WS-SND-IX > WS-SND-TABLE-COUNT
087900     END-IF
088000     CLOSE SENDER-STATS-OUT.
088100
088200 5110-WRITE-SENDER-STAT.
088300     MOVE SPACES TO SNDST-RECORD
088400     MOVE WS-SND-SENDER(WS-SND-IX) TO SNDST-SENDER-ID
088500     MOVE WS-TODAY-DATE TO SNDST-BUILT-DATE
088600     MOVE WS-SND-HIST-COUNT(WS-SND-IX) TO WS-HIST-N
088700     MOVE WS-HIST-N TO SNDST-HIST-COUNT
088800     MOVE ZERO TO WS-AVG-CLAIMS WS-AVG-SUBMITTED
088900     IF WS-HIST-N > ZERO
089000         PERFORM 2420-AVERAGE-HISTORY
089100     END-IF
089200     MOVE WS-AVG-CLAIMS    TO SNDST-AVG-CLAIMS
089300     MOVE WS-AVG-SUBMITTED TO SNDST-AVG-SUBMITTED
089400     PERFORM VARYING WS-HIST-IX FROM 1 BY 1
089500             UNTIL WS-HIST-IX > 10
089600         MOVE WS-SND-H-DATE(WS-SND-IX WS-HIST-IX)
089700             TO SNDST-H-PROCESS-DATE(WS-HIST-IX)
089800         MOVE WS-SND-H-SEQ(WS-SND-IX WS-HIST-IX)
089900             TO SNDST-H-BATCH-SEQ(WS-HIST-IX)
090000         MOVE WS-SND-H-CLAIMS(WS-SND-IX WS-HIST-IX)
090100             TO SNDST-H-CLAIMS(WS-HIST-IX)
090200         MOVE WS-SND-H-SUBMITTED(WS-SND-IX WS-HIST-IX)
090300             TO SNDST-H-SUBMITTED(WS-HIST-IX)
090400     END-PERFORM
090500     WRITE SNDST-RECORD.
090600
090700 6000-WRITE-SUMMARY.
090800     MOVE SPACES TO RPT-LINE
090900     STRING 'BATCHES CHECKED: ' WS-CHECKED-COUNT
091000         '  CLEARED: ' WS-CLEARED-COUNT
091100         '  (NO HISTORY YET: ' WS-NO-HISTORY-COUNT ')'
091200         '  HELD: ' WS-HELD-COUNT
091300         '  NOT HELD, REGISTER FULL: ' WS-NOT-HELD-COUNT
091350         '  ALREADY HELD: ' WS-ALREADY-HELD-COUNT
091400         DELIMITED BY SIZE INTO RPT-LINE
091500     WRITE RPT-LINE
091600     MOVE SPACES TO RPT-LINE
091700     STRING 'HOLDS RELEASED: ' WS-RELEASED-COUNT
091800         '  REJECTED: ' WS-REJECTED-COUNT
091900         '  STILL PENDING REVIEW: ' WS-PENDING-COUNT
092000         DELIMITED BY SIZE INTO RPT-LINE
092100     WRITE RPT-LINE.
092200
092300 9000-TERMINATE.
092400     CLOSE VOLUME-CHECK-RPT.
