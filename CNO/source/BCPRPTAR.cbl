000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150140 - REPORT REPOSITORY ARCHIVE  *
000300*            STEP. RUNS AFTER EVERY REPORT-PRODUCING STEP WITH   *
000400*            THE JUST-WRITTEN REPORT ON DD RPTIN AND A PARM      *
000500*            NAMING THE REPORT ID, RUN DATE (BLANK = TODAY),     *
000600*            CYCLE AND PRODUCING PROGRAM. THE REPORT IS COPIED   *
000700*            LINE FOR LINE INTO THE REPOSITORY STORE (BCPRPTST)  *
000800*            AND CATALOGED (BCPRPTCT) UNDER REPORT ID, RUN DATE  *
000900*            AND CYCLE - A RERUN OF THE SAME CYCLE BECOMES THE   *
001000*            NEXT VERSION, NOTHING IS OVERLAID - WITH A PURGE    *
001100*            DATE FROM THE REPORT'S RETENTION PERIOD ON THE      *
001200*            DEFINITION MASTER (BCPRPTDF). THE REPORT IS THEN    *
001300*            ROUTED TO EVERY DESTINATION ON THE DISTRIBUTION     *
001400*            MASTER (BCPRPTDS) THROUGH THE DISTRIBUTION QUEUE    *
001500*            (BCPRPTDQ); A PHI-BEARING REPORT IS SUPPRESSED FOR  *
001600*            ANY DESTINATION WHOSE ROLE DOES NOT REACH THE       *
001700*            REPORT'S VIEWING ROLE (BCPSIGNON RANKS). A REPORT   *
001800*            NOT ON THE DEFINITION MASTER IS STILL ARCHIVED, BUT *
001900*            AS PHI WITH THE SEVEN-YEAR DEFAULT RETENTION AND    *
002000*            PAYMENT-RELEASE VIEWING ROLE, AND SETS RETURN-CODE  *
002100*            4. A BAD PARM SETS 12 AND A MISSING REPORT FILE 8,  *
002200*            BOTH BEFORE ANYTHING IS WRITTEN.                    *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. BCPRPTAR.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT RPT-ARCH-PARM ASSIGN TO RPTARPRM
003000            ORGANIZATION IS LINE SEQUENTIAL
003100            FILE STATUS IS WS-PRM-STATUS.
003200     SELECT REPORT-IN ASSIGN TO RPTIN
003300            ORGANIZATION IS LINE SEQUENTIAL
003400            FILE STATUS IS WS-RIN-STATUS.
003500     SELECT OPTIONAL RPT-DEF-FILE ASSIGN TO RPTDEF
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS IS WS-RPDF-STATUS.
003800     SELECT OPTIONAL RPT-DIST-FILE ASSIGN TO RPTDIST
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS IS WS-RPDS-STATUS.
004100     SELECT OPTIONAL RPT-CATALOG ASSIGN TO RPTCAT
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS IS WS-RPCT-STATUS.
004400     SELECT OPTIONAL RPT-STORE ASSIGN TO RPTSTOR
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS IS WS-RPST-STATUS.
004700     SELECT OPTIONAL RPT-DIST-QUEUE ASSIGN TO RPTDQ
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS IS WS-RPDQ-STATUS.
005000     SELECT ARCH-RPT ASSIGN TO RPTARRPT
005100            ORGANIZATION IS LINE SEQUENTIAL
005200            FILE STATUS IS WS-RPT-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  RPT-ARCH-PARM.
005600 01  RPT-ARCH-PARM-RECORD.
005700     05  RPAP-REPORT-ID            PIC X(08).
005800     05  RPAP-RUN-DATE             PIC X(08).
005900     05  RPAP-CYCLE                PIC X(02).
006000     05  RPAP-PROGRAM              PIC X(08).
006100 FD  REPORT-IN.
006200 01  RPTIN-LINE                PIC X(132).
006300 FD  RPT-DEF-FILE.
006400     COPY BCPRPTDF.
006500 FD  RPT-DIST-FILE.
006600     COPY BCPRPTDS.
006700 FD  RPT-CATALOG.
006800     COPY BCPRPTCT.
006900 FD  RPT-STORE.
007000     COPY BCPRPTST.
007100 FD  RPT-DIST-QUEUE.
007200     COPY BCPRPTDQ.
007300 FD  ARCH-RPT.
007400 01  RPT-LINE                  PIC X(132).
007500 WORKING-STORAGE SECTION.
007600 01  WS-PRM-STATUS             PIC X(02).
007700 01  WS-RIN-STATUS             PIC X(02).
007800 01  WS-RPDF-STATUS            PIC X(02).
007900 01  WS-RPDS-STATUS            PIC X(02).
008000 01  WS-RPCT-STATUS            PIC X(02).
008100 01  WS-RPST-STATUS            PIC X(02).
008200 01  WS-RPDQ-STATUS            PIC X(02).
008300 01  WS-RPT-STATUS             PIC X(02).
008400 01  WS-PRM-EOF-SW             PIC X(01)      VALUE 'N'.
008500     88  WS-NO-MORE-PRM            VALUE 'Y'.
008600 01  WS-RIN-EOF-SW             PIC X(01)      VALUE 'N'.
008700     88  WS-NO-MORE-RIN            VALUE 'Y'.
008800 01  WS-RPDF-EOF-SW            PIC X(01)      VALUE 'N'.
008900     88  WS-NO-MORE-RPDF           VALUE 'Y'.
009000 01  WS-RPDS-EOF-SW            PIC X(01)      VALUE 'N'.
009100     88  WS-NO-MORE-RPDS           VALUE 'Y'.
009200 01  WS-RPCT-EOF-SW            PIC X(01)      VALUE 'N'.
009300     88  WS-NO-MORE-RPCT           VALUE 'Y'.
009400 01  WS-FAILED-SW              PIC X(01)      VALUE 'N'.
009500     88  WS-ARCH-FAILED            VALUE 'Y'.
009600 01  WS-DEF-FOUND-SW           PIC X(01)      VALUE 'N'.
009700     88  WS-DEF-FOUND              VALUE 'Y'.
009800 01  WS-TODAY-DATE             PIC X(08).
009900 01  WS-TIME                   PIC X(08).
010000 01  WS-RUN-DATE               PIC X(08).
010100 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
010200                               PIC 9(08).
010300 01  WS-CYCLE                  PIC 9(02)      VALUE ZERO.
010400 01  WS-VERSION                PIC 9(02)      VALUE ZERO.
010500*DEFAULTS FOR A REPORT NOT ON THE DEFINITION MASTER: KEPT SEVEN
010600*YEARS, TREATED AS PHI, VIEWABLE ONLY AT PAYMENT-RELEASE ROLE.
010700 01  WS-DEFAULT-RETAIN-DAYS    PIC 9(05)      VALUE 2555.
010800 01  WS-DEFAULT-PAGE-LINES     PIC 9(03)      VALUE 60.
010900 01  WS-DESCRIPTION            PIC X(30)      VALUE SPACES.
011000 01  WS-RETAIN-DAYS            PIC 9(05).
011100 01  WS-PAGE-LINES             PIC 9(03).
011200 01  WS-PHI-SW                 PIC X(01).
011300     88  WS-REPORT-HAS-PHI         VALUE 'Y'.
011400 01  WS-VIEW-ROLE              PIC X(01).
011500 01  WS-DAY-NBR                PIC 9(08).
011600 01  WS-PURGE-DATE             PIC X(08).
011700 01  WS-PURGE-DATE-N REDEFINES WS-PURGE-DATE
011800                               PIC 9(08).
011900 01  WS-LINE-COUNT             PIC 9(07)      VALUE ZERO.
012000 01  WS-PAGE-COUNT             PIC 9(05)      VALUE ZERO.
012100 01  WS-LINE-ON-PAGE           PIC 9(03)      VALUE ZERO.
012200 01  WS-ROUTED-COUNT           PIC 9(05)      VALUE ZERO.
012300 01  WS-SUPPRESSED-COUNT       PIC 9(05)      VALUE ZERO.
012400*OPERATOR ROLE RANKS, AS BCPSIGNON APPLIES THEM.
012500 01  WS-RANK-ROLE              PIC X(01).
012600 01  WS-RANK                   PIC 9(01).
012700 01  WS-VIEW-RANK              PIC 9(01).
012800 01  WS-DEST-RANK              PIC 9(01).
012900 01  WS-DEST-OK-SW             PIC X(01).
013000     88  WS-DEST-AUTHORIZED        VALUE 'Y'.
013100 PROCEDURE DIVISION.
013200 0000-MAIN-CONTROL.
013300     PERFORM 1000-INITIALIZE
013400     IF NOT WS-ARCH-FAILED
013500         PERFORM 1100-LOAD-DEFINITION
013600         PERFORM 1200-NEXT-VERSION
013700         PERFORM 2000-ARCHIVE-REPORT
013800         PERFORM 3000-ROUTE-REPORT
013900     END-IF
014000     PERFORM 5000-WRITE-SUMMARY
014100     PERFORM 9000-TERMINATE
014200     EVALUATE TRUE
014300         WHEN WS-ARCH-FAILED
014400             CONTINUE
014500         WHEN NOT WS-DEF-FOUND
014600             MOVE 4 TO RETURN-CODE
014700     END-EVALUATE
014800     STOP RUN.
014900
015000 1000-INITIALIZE.
015100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
015200     ACCEPT WS-TIME FROM TIME
015300     OPEN OUTPUT ARCH-RPT
015400     MOVE 'REPORT REPOSITORY ARCHIVE AND DISTRIBUTION' TO RPT-LINE
015500     WRITE RPT-LINE
015600     OPEN INPUT RPT-ARCH-PARM
015700     READ RPT-ARCH-PARM
015800         AT END
015900             SET WS-NO-MORE-PRM TO TRUE
016000     END-READ
016100     CLOSE RPT-ARCH-PARM
016200     IF NOT WS-NO-MORE-PRM
016300         IF RPAP-RUN-DATE = SPACES
016400             MOVE WS-TODAY-DATE TO WS-RUN-DATE
016500         ELSE
016600             MOVE RPAP-RUN-DATE TO WS-RUN-DATE
016700         END-IF
016800     END-IF
016900     EVALUATE TRUE
017000         WHEN WS-NO-MORE-PRM
017100             SET WS-ARCH-FAILED TO TRUE
017200             MOVE 12 TO RETURN-CODE
017300             MOVE 'ARCHIVE PARM MISSING - NOTHING ARCHIVED'
017400                 TO RPT-LINE
017500             WRITE RPT-LINE
017600         WHEN RPAP-REPORT-ID = SPACES
017700             OR RPAP-CYCLE NOT NUMERIC
017800             OR WS-RUN-DATE NOT NUMERIC
017900             SET WS-ARCH-FAILED TO TRUE
018000             MOVE 12 TO RETURN-CODE
018100             MOVE SPACES TO RPT-LINE
018200             STRING 'ARCHIVE PARM REPORT ID, RUN DATE OR CYCLE'
018300                 ' INVALID - NOTHING ARCHIVED: '
018400                 RPT-ARCH-PARM-RECORD
018500                 DELIMITED BY SIZE INTO RPT-LINE
018600             WRITE RPT-LINE
018700         WHEN OTHER
018800             MOVE RPAP-CYCLE TO WS-CYCLE
018900             OPEN INPUT REPORT-IN
019000             IF WS-RIN-STATUS NOT = '00'
019100                 SET WS-ARCH-FAILED TO TRUE
019200                 MOVE 8 TO RETURN-CODE
019300                 MOVE SPACES TO RPT-LINE
019400                 STRING 'REPORT FILE RPTIN FOR ' RPAP-REPORT-ID
019500                     ' NOT AVAILABLE (STATUS ' WS-RIN-STATUS
019600                     ') - NOTHING ARCHIVED'
019700                     DELIMITED BY SIZE INTO RPT-LINE
019800                 WRITE RPT-LINE
019900             END-IF
020000     END-EVALUATE.
020100
020200 1100-LOAD-DEFINITION.
020300     MOVE WS-DEFAULT-RETAIN-DAYS TO WS-RETAIN-DAYS
020400     MOVE WS-DEFAULT-PAGE-LINES TO WS-PAGE-LINES
020500     MOVE 'Y' TO WS-PHI-SW
020600     MOVE 'P' TO WS-VIEW-ROLE
020700     OPEN INPUT RPT-DEF-FILE
020800     PERFORM 1110-READ-DEFINITION
020900     PERFORM UNTIL WS-NO-MORE-RPDF OR WS-DEF-FOUND
021000         IF RPDF-REPORT-ID = RPAP-REPORT-ID
021100             SET WS-DEF-FOUND TO TRUE
021200             MOVE RPDF-DESCRIPTION TO WS-DESCRIPTION
021300             IF RPDF-RETAIN-DAYS NUMERIC
021400                 AND RPDF-RETAIN-DAYS > ZERO
021500                 MOVE RPDF-RETAIN-DAYS TO WS-RETAIN-DAYS
021600             END-IF
021700             IF RPDF-LINES-PER-PAGE NUMERIC
021800                 AND RPDF-LINES-PER-PAGE > ZERO
021900                 MOVE RPDF-LINES-PER-PAGE TO WS-PAGE-LINES
022000             END-IF
022100             MOVE RPDF-PHI-SW TO WS-PHI-SW
022200             MOVE RPDF-VIEW-ROLE TO WS-VIEW-ROLE
022300             IF WS-VIEW-ROLE = SPACE
022400                 MOVE 'I' TO WS-VIEW-ROLE
022500             END-IF
022600         ELSE
022700             PERFORM 1110-READ-DEFINITION
022800         END-IF
022900     END-PERFORM
023000     CLOSE RPT-DEF-FILE
023100     COMPUTE WS-DAY-NBR =
023200         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) + WS-RETAIN-DAYS
023300     COMPUTE WS-PURGE-DATE-N =
023400         FUNCTION DATE-OF-INTEGER(WS-DAY-NBR)
023500     MOVE SPACES TO RPT-LINE
023600     STRING 'REPORT ' RPAP-REPORT-ID ' ' WS-DESCRIPTION
023700         '  RUN DATE ' WS-RUN-DATE '  CYCLE ' WS-CYCLE
023800         '  PROGRAM ' RPAP-PROGRAM
023900         DELIMITED BY SIZE INTO RPT-LINE
024000     WRITE RPT-LINE
024100     IF NOT WS-DEF-FOUND
024200         MOVE SPACES TO RPT-LINE
024300         STRING 'REPORT ' RPAP-REPORT-ID ' NOT ON THE DEFINITION'
024400             ' MASTER - ARCHIVED AS PHI, DEFAULT RETENTION, NOT'
024500             ' ROUTED'
024600             DELIMITED BY SIZE INTO RPT-LINE
024700         WRITE RPT-LINE
024800     END-IF.
024900
025000 1110-READ-DEFINITION.
025100     READ RPT-DEF-FILE
025200         AT END
025300             SET WS-NO-MORE-RPDF TO TRUE
025400     END-READ.
025500
025600*A RERUN OF A CYCLE ALREADY IN THE REPOSITORY IS KEPT ALONGSIDE
025700*IT AS THE NEXT VERSION.
025800 1200-NEXT-VERSION.
025900     OPEN INPUT RPT-CATALOG
026000     IF WS-RPCT-STATUS = '35'
026100         SET WS-NO-MORE-RPCT TO TRUE
026200     ELSE
026300         PERFORM 1210-READ-CATALOG
026400     END-IF
026500     PERFORM UNTIL WS-NO-MORE-RPCT
026600         IF RPCT-REPORT-ID = RPAP-REPORT-ID
026700             AND RPCT-RUN-DATE = WS-RUN-DATE
026800             AND RPCT-CYCLE = WS-CYCLE
026900             AND RPCT-VERSION > WS-VERSION
027000             MOVE RPCT-VERSION TO WS-VERSION
027100         END-IF
027200         PERFORM 1210-READ-CATALOG
027300     END-PERFORM
027400     IF WS-RPCT-STATUS NOT = '35'
027500         CLOSE RPT-CATALOG
027600     END-IF
027700     ADD 1 TO WS-VERSION.
027800
027900 1210-READ-CATALOG.
028000     READ RPT-CATALOG
028100         AT END
028200             SET WS-NO-MORE-RPCT TO TRUE
028300     END-READ.
028400
028500 2000-ARCHIVE-REPORT.
028600     OPEN EXTEND RPT-STORE
028700     IF WS-RPST-STATUS = '35'
028800         OPEN OUTPUT RPT-STORE
028900     END-IF
029000     PERFORM 2100-READ-REPORT
029100     PERFORM UNTIL WS-NO-MORE-RIN
029200         PERFORM 2200-STORE-LINE
029300         PERFORM 2100-READ-REPORT
029400     END-PERFORM
029500     CLOSE REPORT-IN
029600     CLOSE RPT-STORE
029700     OPEN EXTEND RPT-CATALOG
029800     IF WS-RPCT-STATUS = '35'
029900         OPEN OUTPUT RPT-CATALOG
030000     END-IF
030100     MOVE RPAP-REPORT-ID  TO RPCT-REPORT-ID
030200     MOVE WS-RUN-DATE     TO RPCT-RUN-DATE
030300     MOVE WS-CYCLE        TO RPCT-CYCLE
030400     MOVE WS-VERSION      TO RPCT-VERSION
030500     MOVE RPAP-PROGRAM    TO RPCT-PROGRAM
030600     MOVE WS-TODAY-DATE   TO RPCT-ARCH-DATE
030700     MOVE WS-TIME         TO RPCT-ARCH-TIME
030800     MOVE WS-LINE-COUNT   TO RPCT-LINE-COUNT
030900     MOVE WS-PAGE-COUNT   TO RPCT-PAGE-COUNT
031000     MOVE WS-PURGE-DATE   TO RPCT-PURGE-DATE
031100     MOVE WS-PHI-SW       TO RPCT-PHI-SW
031200     MOVE WS-VIEW-ROLE    TO RPCT-VIEW-ROLE
031300     WRITE RPCT-RECORD
031400     CLOSE RPT-CATALOG
031500     MOVE SPACES TO RPT-LINE
031600     STRING 'ARCHIVED AS VERSION ' WS-VERSION
031700         '  LINES ' WS-LINE-COUNT '  PAGES ' WS-PAGE-COUNT
031800         '  PHI ' WS-PHI-SW '  VIEW ROLE ' WS-VIEW-ROLE
031900         '  PURGE AFTER ' WS-PURGE-DATE
032000         DELIMITED BY SIZE INTO RPT-LINE
032100     WRITE RPT-LINE.
032200
032300 2100-READ-REPORT.
032400     READ REPORT-IN
032500         AT END
032600             SET WS-NO-MORE-RIN TO TRUE
032700     END-READ.
032800
032900 2200-STORE-LINE.
033000     IF WS-PAGE-COUNT = ZERO
033100         OR WS-LINE-ON-PAGE NOT < WS-PAGE-LINES
033200         ADD 1 TO WS-PAGE-COUNT
033300         MOVE ZERO TO WS-LINE-ON-PAGE
033400     END-IF
033500     ADD 1 TO WS-LINE-ON-PAGE
033600     ADD 1 TO WS-LINE-COUNT
033700     MOVE RPAP-REPORT-ID  TO RPST-REPORT-ID
033800     MOVE WS-RUN-DATE     TO RPST-RUN-DATE
033900     MOVE WS-CYCLE        TO RPST-CYCLE
034000     MOVE WS-VERSION      TO RPST-VERSION
034100     MOVE WS-LINE-COUNT   TO RPST-LINE-SEQ
034200     MOVE WS-PAGE-COUNT   TO RPST-PAGE-NBR
034300     MOVE RPTIN-LINE      TO RPST-TEXT
034400     WRITE RPST-RECORD.
034500
034600******************************************************************
034700* EVERY DISTRIBUTION ROW FOR THE REPORT GETS A QUEUE ROW. A PHI  *
034800* REPORT GOES ONLY TO A DESTINATION WHOSE ROLE REACHES THE       *
034900* REPORT'S VIEWING ROLE; THE REST ARE QUEUED AS SUPPRESSED WITH  *
035000* THE REASON SO NOTHING DROPS SILENTLY.                          *
035100******************************************************************
035200 3000-ROUTE-REPORT.
035300     IF WS-DEF-FOUND
035400         OPEN EXTEND RPT-DIST-QUEUE
035500         IF WS-RPDQ-STATUS = '35'
035600             OPEN OUTPUT RPT-DIST-QUEUE
035700         END-IF
035800         MOVE WS-VIEW-ROLE TO WS-RANK-ROLE
035900         PERFORM 7000-RANK-ROLE
036000         MOVE WS-RANK TO WS-VIEW-RANK
036100         OPEN INPUT RPT-DIST-FILE
036200         PERFORM 3010-READ-DISTRIBUTION
036300         PERFORM UNTIL WS-NO-MORE-RPDS
036400             IF RPDS-REPORT-ID = RPAP-REPORT-ID
036500                 PERFORM 3100-ROUTE-DESTINATION
036600             END-IF
036700             PERFORM 3010-READ-DISTRIBUTION
036800         END-PERFORM
036900         CLOSE RPT-DIST-FILE
037000         CLOSE RPT-DIST-QUEUE
037100     END-IF.
037200
037300 3010-READ-DISTRIBUTION.
037400     READ RPT-DIST-FILE
037500         AT END
037600             SET WS-NO-MORE-RPDS TO TRUE
037700     END-READ.
037800
037900 3100-ROUTE-DESTINATION.
038000     MOVE 'Y' TO WS-DEST-OK-SW
038100     IF WS-REPORT-HAS-PHI
038200         MOVE RPDS-DEST-ROLE TO WS-RANK-ROLE
038300         PERFORM 7000-RANK-ROLE
038400         MOVE WS-RANK TO WS-DEST-RANK
038500         EVALUATE TRUE
038600             WHEN WS-VIEW-ROLE = 'U'
038700                 IF RPDS-DEST-ROLE NOT = 'U'
038800                     MOVE 'N' TO WS-DEST-OK-SW
038900                 END-IF
039000             WHEN WS-DEST-RANK = ZERO
039100                 OR WS-DEST-RANK < WS-VIEW-RANK
039200                 MOVE 'N' TO WS-DEST-OK-SW
039300         END-EVALUATE
039400     END-IF
039500     MOVE SPACES          TO RPDQ-RECORD
039600     MOVE RPAP-REPORT-ID  TO RPDQ-REPORT-ID
039700     MOVE WS-RUN-DATE     TO RPDQ-RUN-DATE
039800     MOVE WS-CYCLE        TO RPDQ-CYCLE
039900     MOVE WS-VERSION      TO RPDQ-VERSION
040000     MOVE RPDS-DEST-TYPE  TO RPDQ-DEST-TYPE
040100     MOVE RPDS-DEST-ID    TO RPDQ-DEST-ID
040200     MOVE RPDS-DEST-NAME  TO RPDQ-DEST-NAME
040300     MOVE RPDS-COPIES     TO RPDQ-COPIES
040400     IF WS-DEST-AUTHORIZED
040500         ADD 1 TO WS-ROUTED-COUNT
040600         SET RPDQ-QUEUED TO TRUE
040700     ELSE
040800         ADD 1 TO WS-SUPPRESSED-COUNT
040900         SET RPDQ-SUPPRESSED TO TRUE
041000         STRING 'PHI REPORT - ROLE ' RPDS-DEST-ROLE
041100             ' BELOW VIEWING ROLE ' WS-VIEW-ROLE
041200             DELIMITED BY SIZE INTO RPDQ-REASON
041300     END-IF
041400     WRITE RPDQ-RECORD
041500     MOVE SPACES TO RPT-LINE
041600     IF WS-DEST-AUTHORIZED
041700         STRING 'ROUTED     ' RPDS-DEST-TYPE ' ' RPDS-DEST-ID
041800             ' ' RPDS-DEST-NAME '  COPIES ' RPDS-COPIES
041900             DELIMITED BY SIZE INTO RPT-LINE
042000     ELSE
042100         STRING 'SUPPRESSED ' RPDS-DEST-TYPE ' ' RPDS-DEST-ID
042200             ' ' RPDS-DEST-NAME '  ' RPDQ-REASON
042300             DELIMITED BY SIZE INTO RPT-LINE
042400     END-IF
042500     WRITE RPT-LINE.
042600
042700*INQUIRY < SUSPENSE CORRECTION < REFERENCE MAINTENANCE < PAYMENT
042800*RELEASE; AN SIU OPERATOR RANKS AS INQUIRY. ANYTHING ELSE RANKS
042900*ZERO AND RECEIVES NO PHI.
043000 7000-RANK-ROLE.
043100     EVALUATE WS-RANK-ROLE
043200         WHEN 'I'
043300         WHEN 'U'
043400             MOVE 1 TO WS-RANK
043500         WHEN 'S'
043600             MOVE 2 TO WS-RANK
043700         WHEN 'M'
043800             MOVE 3 TO WS-RANK
043900         WHEN 'P'
044000             MOVE 4 TO WS-RANK
044100         WHEN OTHER
044200             MOVE ZERO TO WS-RANK
044300     END-EVALUATE.
044400
044500 5000-WRITE-SUMMARY.
044600     MOVE SPACES TO RPT-LINE
044700     WRITE RPT-LINE
044800     MOVE SPACES TO RPT-LINE
044900     IF WS-ARCH-FAILED
045000         MOVE 'ARCHIVE NOT TAKEN - SEE MESSAGE ABOVE' TO RPT-LINE
045100     ELSE
045200         STRING 'LINES ARCHIVED ' WS-LINE-COUNT
045300             '  DESTINATIONS ROUTED ' WS-ROUTED-COUNT
045400             '  SUPPRESSED ' WS-SUPPRESSED-COUNT
045500             DELIMITED BY SIZE INTO RPT-LINE
045600     END-IF
045700     WRITE RPT-LINE.
045800
045900 9000-TERMINATE.
046000     CLOSE ARCH-RPT.
