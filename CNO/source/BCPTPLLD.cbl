000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150120 - MEMBER OTHER-COVERAGE      *
000300*            MASTER LOAD. APPLIES THE ENROLLMENT AND TPL VENDOR  *
000400*            OTHER-COVERAGE FEEDS (BCPTPLFD, CONCATENATED TO     *
000500*            TPLFEED) TO THE OTHER-COVERAGE MASTER (BCPTPLMS),   *
000600*            CARRIED TPLMAST TO TPLMASTO. A FEED SPAN IS MATCHED *
000700*            ON MEMBER ID + CARRIER + POLICY + EFFECTIVE DATE;   *
000800*            THE LATER FEED RECORD WINS, SO THE VENDOR FILE      *
000900*            CONCATENATED AFTER THE ENROLLMENT EXTRACT SETTLES   *
001000*            ANY DISAGREEMENT OVER WHO IS PRIMARY. A MEMBER ID   *
001100*            NOT ON THE CROSS-REFERENCE (BCPMIDXR), A BAD DATE   *
001200*            OR PRIMACY CODE, OR A TERM/DELETE FOR A SPAN NOT ON *
001300*            THE MASTER IS REJECTED TO THE REPORT (RC 4). A FULL *
001400*            TABLE STOPS THE RUN (RC 8) WITHOUT WRITING THE      *
001500*            MASTER.                                             *
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. BCPTPLLD.
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT OPTIONAL TPL-MASTER-FILE ASSIGN TO TPLMAST
002300            ORGANIZATION IS LINE SEQUENTIAL
002400            FILE STATUS IS WS-TPL-STATUS.
002500     SELECT TPL-MASTER-OUT ASSIGN TO TPLMASTO
002600            ORGANIZATION IS LINE SEQUENTIAL
002700            FILE STATUS IS WS-TPLO-STATUS.
002800     SELECT TPL-FEED-FILE ASSIGN TO TPLFEED
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-FED-STATUS.
003100     SELECT MEMBER-XREF-FILE ASSIGN TO MIDXREF
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-MIX-STATUS.
003400     SELECT TPL-LOAD-RPT ASSIGN TO TPLRPT
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-RPT-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  TPL-MASTER-FILE.
004000     COPY BCPTPLMS.
004100 FD  TPL-MASTER-OUT.
004200     COPY BCPTPLMS
004300         REPLACING ==TPLMS-RECORD== BY ==TPLMO-RECORD==.
004400 FD  TPL-FEED-FILE.
004500     COPY BCPTPLFD.
004600 FD  MEMBER-XREF-FILE.
004700     COPY BCPMIDXR.
004800 FD  TPL-LOAD-RPT.
004900 01  RPT-LINE                  PIC X(132).
005000 WORKING-STORAGE SECTION.
005100 01  WS-TPL-STATUS             PIC X(02).
005200 01  WS-TPLO-STATUS            PIC X(02).
005300 01  WS-FED-STATUS             PIC X(02).
005400 01  WS-MIX-STATUS             PIC X(02).
005500 01  WS-RPT-STATUS             PIC X(02).
005600 01  WS-TPL-EOF-SW             PIC X(01)      VALUE 'N'.
005700     88  WS-NO-MORE-TPL            VALUE 'Y'.
005800 01  WS-FED-EOF-SW             PIC X(01)      VALUE 'N'.
005900     88  WS-NO-MORE-FED            VALUE 'Y'.
006000 01  WS-MIX-EOF-SW             PIC X(01)      VALUE 'N'.
006100     88  WS-NO-MORE-MIX            VALUE 'Y'.
006200 01  WS-RUN-FATAL-SW           PIC X(01)      VALUE 'N'.
006300     88  WS-RUN-FATAL              VALUE 'Y'.
006400 01  WS-TODAY-DATE             PIC X(08).
006500*OTHER-COVERAGE SPANS, AS MASTER IMAGES WITH A DROPPED SWITCH.
006600 01  WS-TPL-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
006700 01  WS-TPL-TABLE.
006800     05  WS-TPL-ENTRY          OCCURS 1 TO 30000 TIMES
006900                               DEPENDING ON WS-TPL-TABLE-COUNT
007000                               INDEXED BY WS-TPL-IX.
007100         10  WS-TPL-DATA.
007200             15  WS-TPL-KEY.
007300                 20  WS-TPL-MEMBER-ID  PIC 9(10).
007400                 20  WS-TPL-CARRIER-ID PIC X(10).
007500                 20  WS-TPL-POLICY-NBR PIC X(20).
007600                 20  WS-TPL-EFF-DATE   PIC X(08).
007700             15  WS-TPL-TERM-DATE  PIC X(08).
007800             15  WS-TPL-PRIMACY    PIC X(01).
007900             15  WS-TPL-CARRIER-NAME
008000                                   PIC X(30).
008100             15  WS-TPL-SOURCE     PIC X(01).
008200             15  WS-TPL-UPDATE-DATE
008300                                   PIC X(08).
008400         10  WS-TPL-DROP-SW        PIC X(01).
008500             88  WS-TPL-DROPPED        VALUE 'Y'.
008600*MEMBER IDS ON THE CROSS-REFERENCE.
008700 01  WS-MIX-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
008800 01  WS-MIX-TABLE.
008900     05  WS-MIX-ENTRY          OCCURS 1 TO 20000 TIMES
009000                               DEPENDING ON WS-MIX-TABLE-COUNT
009100                               INDEXED BY WS-MIX-IX.
009200         10  WS-MIX-MEMBER-ID      PIC 9(10).
009300 01  WS-FEED-KEY.
009400     05  WS-FEED-MEMBER-ID     PIC 9(10).
009500     05  WS-FEED-CARRIER-ID    PIC X(10).
009600     05  WS-FEED-POLICY-NBR    PIC X(20).
009700     05  WS-FEED-EFF-DATE      PIC X(08).
009800 01  WS-FOUND-SW               PIC X(01)      VALUE 'N'.
009900     88  WS-FOUND                  VALUE 'Y'.
010000 01  WS-MIX-FOUND-SW           PIC X(01)      VALUE 'N'.
010100     88  WS-MIX-FOUND              VALUE 'Y'.
010200 01  WS-REJECT-REASON          PIC X(40).
010300 01  WS-ACTION-TEXT            PIC X(20).
010400 01  WS-OLD-PRIMACY            PIC X(01).
010500 01  WS-FEED-READ-COUNT        PIC 9(07)      VALUE ZERO.
010600 01  WS-MASTER-IN-COUNT        PIC 9(07)      VALUE ZERO.
010700 01  WS-MASTER-OUT-COUNT       PIC 9(07)      VALUE ZERO.
010800 01  WS-ADD-COUNT              PIC 9(05)      VALUE ZERO.
010900 01  WS-CHANGE-COUNT           PIC 9(05)      VALUE ZERO.
011000 01  WS-PRIMACY-FLIP-COUNT     PIC 9(05)      VALUE ZERO.
011100 01  WS-TERM-COUNT             PIC 9(05)      VALUE ZERO.
011200 01  WS-DELETE-COUNT           PIC 9(05)      VALUE ZERO.
011300 01  WS-REJECT-COUNT           PIC 9(05)      VALUE ZERO.
011400 PROCEDURE DIVISION.
011500 0000-MAIN-CONTROL.
011600     PERFORM 1000-INITIALIZE
011700     PERFORM 1100-LOAD-MASTER
011800     PERFORM 1200-LOAD-MEMBER-XREF
011900     IF NOT WS-RUN-FATAL
012000         OPEN INPUT TPL-FEED-FILE
012100         PERFORM 2100-READ-FEED
012200         PERFORM UNTIL WS-NO-MORE-FED OR WS-RUN-FATAL
012300             PERFORM 2000-APPLY-FEED-RECORD
012400             PERFORM 2100-READ-FEED
012500         END-PERFORM
012600         CLOSE TPL-FEED-FILE
012700     END-IF
012800     IF NOT WS-RUN-FATAL
012900         PERFORM 3000-WRITE-MASTER-OUT
013000     END-IF
013100     PERFORM 4000-WRITE-SUMMARY
013200     PERFORM 9000-TERMINATE
013300     IF WS-REJECT-COUNT NOT = ZERO
013400         MOVE 4 TO RETURN-CODE
013500     END-IF
013600     IF WS-RUN-FATAL
013700         MOVE 8 TO RETURN-CODE
013800     END-IF
013900     STOP RUN.
014000
014100 1000-INITIALIZE.
014200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
014300     OPEN OUTPUT TPL-LOAD-RPT
014400     MOVE SPACES TO RPT-LINE
014500     STRING 'MEMBER OTHER-COVERAGE MASTER LOAD ' WS-TODAY-DATE
014600         DELIMITED BY SIZE INTO RPT-LINE
014700     WRITE RPT-LINE
014800     MOVE SPACES TO RPT-LINE
014900     WRITE RPT-LINE.
015000
015100 1100-LOAD-MASTER.
015200     OPEN INPUT TPL-MASTER-FILE
015300     IF WS-TPL-STATUS = '35'
015400         SET WS-NO-MORE-TPL TO TRUE
015500     ELSE
015600         PERFORM 1110-READ-MASTER
015700     END-IF
015800     PERFORM UNTIL WS-NO-MORE-TPL
015900         ADD 1 TO WS-MASTER-IN-COUNT
016000         IF WS-TPL-TABLE-COUNT < 30000
016100             ADD 1 TO WS-TPL-TABLE-COUNT
016200             SET WS-TPL-IX TO WS-TPL-TABLE-COUNT
016300             MOVE TPLMS-RECORD TO WS-TPL-DATA(WS-TPL-IX)
016400             MOVE 'N' TO WS-TPL-DROP-SW(WS-TPL-IX)
016500         ELSE
016600             PERFORM 1900-TABLE-FULL
016700         END-IF
016800         PERFORM 1110-READ-MASTER
016900     END-PERFORM
017000     IF WS-TPL-STATUS NOT = '35'
017100         CLOSE TPL-MASTER-FILE
017200     END-IF.
017300
017400 1110-READ-MASTER.
017500     READ TPL-MASTER-FILE
017600         AT END
017700             SET WS-NO-MORE-TPL TO TRUE
017800     END-READ.
017900
018000 1200-LOAD-MEMBER-XREF.
018100     OPEN INPUT MEMBER-XREF-FILE
018200     IF WS-MIX-STATUS = '35'
018300         SET WS-NO-MORE-MIX TO TRUE
018400     ELSE
018500         PERFORM 1210-READ-MEMBER-XREF
018600     END-IF
018700     PERFORM UNTIL WS-NO-MORE-MIX
018800         IF WS-MIX-TABLE-COUNT < 20000
018900             ADD 1 TO WS-MIX-TABLE-COUNT
019000             SET WS-MIX-IX TO WS-MIX-TABLE-COUNT
019100             MOVE MIDX-MEMBER-ID TO WS-MIX-MEMBER-ID(WS-MIX-IX)
019200         ELSE
019300             PERFORM 1900-TABLE-FULL
019400         END-IF
019500         PERFORM 1210-READ-MEMBER-XREF
019600     END-PERFORM
019700     IF WS-MIX-STATUS NOT = '35'
019800         CLOSE MEMBER-XREF-FILE
019900     END-IF.
020000
020100 1210-READ-MEMBER-XREF.
020200     READ MEMBER-XREF-FILE
020300         AT END
020400             SET WS-NO-MORE-MIX TO TRUE
020500     END-READ.
020600
020700 1900-TABLE-FULL.
020800     IF NOT WS-RUN-FATAL
020900         MOVE 'TABLE FULL - RUN STOPPED, MASTER NOT WRITTEN'
021000             TO RPT-LINE
021100         WRITE RPT-LINE
021200     END-IF
021300     SET WS-RUN-FATAL TO TRUE.
021400
021500 2000-APPLY-FEED-RECORD.
021600     ADD 1 TO WS-FEED-READ-COUNT
021700     MOVE TPLFD-MEMBER-ID  TO WS-FEED-MEMBER-ID
021800     MOVE TPLFD-CARRIER-ID TO WS-FEED-CARRIER-ID
021900     MOVE TPLFD-POLICY-NBR TO WS-FEED-POLICY-NBR
022000     MOVE TPLFD-EFF-DATE   TO WS-FEED-EFF-DATE
022100     PERFORM 2200-VALIDATE-FEED-RECORD
022200     IF WS-REJECT-REASON NOT = SPACES
022300         PERFORM 2900-REJECT-FEED-RECORD
022400     ELSE
022500         MOVE 'N' TO WS-FOUND-SW
022600         SET WS-TPL-IX TO 1
022700         SEARCH WS-TPL-ENTRY
022800             AT END
022900                 CONTINUE
023000             WHEN WS-TPL-KEY(WS-TPL-IX) = WS-FEED-KEY
023100                 AND NOT WS-TPL-DROPPED(WS-TPL-IX)
023200                 SET WS-FOUND TO TRUE
023300         END-SEARCH
023400         EVALUATE TRUE
023500             WHEN TPLFD-IS-ADD AND WS-FOUND
023600                 PERFORM 2300-CHANGE-SPAN
023700             WHEN TPLFD-IS-ADD
023800                 PERFORM 2400-ADD-SPAN
023900             WHEN NOT WS-FOUND
024000                 MOVE 'NO SPAN ON MASTER WITH THIS KEY'
024100                     TO WS-REJECT-REASON
024200                 PERFORM 2900-REJECT-FEED-RECORD
024300             WHEN TPLFD-IS-TERM
024400                 MOVE TPLFD-TERM-DATE
024500                     TO WS-TPL-TERM-DATE(WS-TPL-IX)
024600                 MOVE TPLFD-SOURCE    TO WS-TPL-SOURCE(WS-TPL-IX)
024700                 MOVE WS-TODAY-DATE
024800                     TO WS-TPL-UPDATE-DATE(WS-TPL-IX)
024900                 ADD 1 TO WS-TERM-COUNT
025000                 MOVE 'TERMED' TO WS-ACTION-TEXT
025100                 PERFORM 2800-REPORT-SPAN
025200             WHEN OTHER
025300                 SET WS-TPL-DROPPED(WS-TPL-IX) TO TRUE
025400                 ADD 1 TO WS-DELETE-COUNT
025500                 MOVE 'DELETED' TO WS-ACTION-TEXT
025600                 PERFORM 2800-REPORT-SPAN
025700         END-EVALUATE
025800     END-IF.
025900
026000 2100-READ-FEED.
026100     READ TPL-FEED-FILE
026200         AT END
026300             SET WS-NO-MORE-FED TO TRUE
026400     END-READ.
026500
026600 2200-VALIDATE-FEED-RECORD.
026700     MOVE SPACES TO WS-REJECT-REASON
026800     MOVE 'N' TO WS-MIX-FOUND-SW
026900     IF TPLFD-MEMBER-ID IS NUMERIC
027000         SET WS-MIX-IX TO 1
027100         SEARCH WS-MIX-ENTRY
027200             AT END
027300                 CONTINUE
027400             WHEN WS-MIX-MEMBER-ID(WS-MIX-IX) = TPLFD-MEMBER-ID
027500                 SET WS-MIX-FOUND TO TRUE
027600         END-SEARCH
027700     END-IF
027800     EVALUATE TRUE
027900         WHEN NOT TPLFD-IS-ADD AND NOT TPLFD-IS-TERM
028000             AND NOT TPLFD-IS-DELETE
028100             MOVE 'ACTION NOT A, T OR D' TO WS-REJECT-REASON
028200         WHEN NOT TPLFD-FROM-ENROLLMENT
028300             AND NOT TPLFD-FROM-TPL-VENDOR
028400             MOVE 'SOURCE NOT E OR V' TO WS-REJECT-REASON
028500         WHEN NOT WS-MIX-FOUND
028600             MOVE 'MEMBER ID NOT ON CROSS-REFERENCE'
028700                 TO WS-REJECT-REASON
028800         WHEN TPLFD-CARRIER-ID = SPACES
028900             MOVE 'OTHER CARRIER ID MISSING' TO WS-REJECT-REASON
029000         WHEN TPLFD-EFF-DATE IS NOT NUMERIC
029100             MOVE 'EFFECTIVE DATE NOT CCYYMMDD'
029200                 TO WS-REJECT-REASON
029300         WHEN TPLFD-TERM-DATE NOT = SPACES
029400             AND TPLFD-TERM-DATE IS NOT NUMERIC
029500             MOVE 'TERM DATE NOT CCYYMMDD' TO WS-REJECT-REASON
029600         WHEN TPLFD-TERM-DATE NOT = SPACES
029700             AND TPLFD-TERM-DATE < TPLFD-EFF-DATE
029800             MOVE 'TERM DATE BEFORE EFFECTIVE DATE'
029900                 TO WS-REJECT-REASON
030000         WHEN TPLFD-IS-TERM AND TPLFD-TERM-DATE = SPACES
030100             MOVE 'TERM ACTION WITHOUT A TERM DATE'
030200                 TO WS-REJECT-REASON
030300         WHEN TPLFD-IS-ADD
030400             AND TPLFD-PRIMACY NOT = 'P'
030500             AND TPLFD-PRIMACY NOT = 'S'
030600             MOVE 'PRIMACY NOT P OR S' TO WS-REJECT-REASON
030700     END-EVALUATE.
030800
030900*A CHANGE OF PRIMACY IS CALLED OUT ON THE REPORT; IT IS WHAT
031000*MAKES BCPTPLRV FIND CLAIMS ALREADY PAID AS PRIMARY.
031100 2300-CHANGE-SPAN.
031200     MOVE WS-TPL-PRIMACY(WS-TPL-IX) TO WS-OLD-PRIMACY
031300     MOVE TPLFD-TERM-DATE    TO WS-TPL-TERM-DATE(WS-TPL-IX)
031400     MOVE TPLFD-PRIMACY      TO WS-TPL-PRIMACY(WS-TPL-IX)
031500     MOVE TPLFD-CARRIER-NAME TO WS-TPL-CARRIER-NAME(WS-TPL-IX)
031600     MOVE TPLFD-SOURCE       TO WS-TPL-SOURCE(WS-TPL-IX)
031700     MOVE WS-TODAY-DATE      TO WS-TPL-UPDATE-DATE(WS-TPL-IX)
031800     ADD 1 TO WS-CHANGE-COUNT
031900     IF WS-OLD-PRIMACY NOT = TPLFD-PRIMACY
032000         ADD 1 TO WS-PRIMACY-FLIP-COUNT
032100         MOVE SPACES TO WS-ACTION-TEXT
032200         STRING 'PRIMACY ' WS-OLD-PRIMACY ' TO ' TPLFD-PRIMACY
032300             DELIMITED BY SIZE INTO WS-ACTION-TEXT
032400     ELSE
032500         MOVE 'CHANGED' TO WS-ACTION-TEXT
032600     END-IF
032700     PERFORM 2800-REPORT-SPAN.
032800
032900 2400-ADD-SPAN.
033000     IF WS-TPL-TABLE-COUNT < 30000
033100         ADD 1 TO WS-TPL-TABLE-COUNT
033200         SET WS-TPL-IX TO WS-TPL-TABLE-COUNT
033300         MOVE WS-FEED-KEY        TO WS-TPL-KEY(WS-TPL-IX)
033400         MOVE TPLFD-TERM-DATE    TO WS-TPL-TERM-DATE(WS-TPL-IX)
033500         MOVE TPLFD-PRIMACY      TO WS-TPL-PRIMACY(WS-TPL-IX)
033600         MOVE TPLFD-CARRIER-NAME TO WS-TPL-CARRIER-NAME(WS-TPL-IX)
033700         MOVE TPLFD-SOURCE       TO WS-TPL-SOURCE(WS-TPL-IX)
033800         MOVE WS-TODAY-DATE      TO WS-TPL-UPDATE-DATE(WS-TPL-IX)
033900         MOVE 'N' TO WS-TPL-DROP-SW(WS-TPL-IX)
034000         ADD 1 TO WS-ADD-COUNT
034100         MOVE 'ADDED' TO WS-ACTION-TEXT
034200         PERFORM 2800-REPORT-SPAN
034300     ELSE
034400         PERFORM 1900-TABLE-FULL
034500     END-IF.
034600
034700 2800-REPORT-SPAN.
034800     MOVE SPACES TO RPT-LINE
034900     STRING WS-ACTION-TEXT ' ' TPLFD-SOURCE
035000         ' MEMBER ' WS-FEED-MEMBER-ID
035100         ' CARRIER ' WS-FEED-CARRIER-ID
035200         ' POLICY ' WS-FEED-POLICY-NBR
035300         ' EFF ' WS-FEED-EFF-DATE
035400         ' TERM ' WS-TPL-TERM-DATE(WS-TPL-IX)
035500         ' PRIMACY ' WS-TPL-PRIMACY(WS-TPL-IX)
035600         DELIMITED BY SIZE INTO RPT-LINE
035700     WRITE RPT-LINE.
035800
035900 2900-REJECT-FEED-RECORD.
036000     ADD 1 TO WS-REJECT-COUNT
036100     MOVE SPACES TO RPT-LINE
036200     STRING 'REJECTED ' TPLFD-ACTION TPLFD-SOURCE
036300         ' MEMBER ' TPLFD-MEMBER-ID
036400         ' CARRIER ' TPLFD-CARRIER-ID
036500         ' EFF ' TPLFD-EFF-DATE
036600         ' - ' WS-REJECT-REASON
036700         DELIMITED BY SIZE INTO RPT-LINE
036800     WRITE RPT-LINE.
036900
037000 3000-WRITE-MASTER-OUT.
037100     OPEN OUTPUT TPL-MASTER-OUT
037200     PERFORM VARYING WS-TPL-IX FROM 1 BY 1
037300             UNTIL WS-TPL-IX > WS-TPL-TABLE-COUNT
037400         IF NOT WS-TPL-DROPPED(WS-TPL-IX)
037500             MOVE WS-TPL-DATA(WS-TPL-IX) TO TPLMO-RECORD
037600             WRITE TPLMO-RECORD
037700             ADD 1 TO WS-MASTER-OUT-COUNT
037800         END-IF
037900     END-PERFORM
038000     CLOSE TPL-MASTER-OUT.
038100
038200 4000-WRITE-SUMMARY.
038300     MOVE SPACES TO RPT-LINE
038400     WRITE RPT-LINE
038500     MOVE SPACES TO RPT-LINE
038600     STRING 'FEED RECORDS READ ' WS-FEED-READ-COUNT
038700         '  ADDED ' WS-ADD-COUNT
038800         '  CHANGED ' WS-CHANGE-COUNT
038900         '  PRIMACY CHANGES ' WS-PRIMACY-FLIP-COUNT
039000         '  TERMED ' WS-TERM-COUNT
039100         '  DELETED ' WS-DELETE-COUNT
039200         '  REJECTED ' WS-REJECT-COUNT
039300         DELIMITED BY SIZE INTO RPT-LINE
039400     WRITE RPT-LINE
039500     MOVE SPACES TO RPT-LINE
039600     STRING 'MASTER SPANS IN ' WS-MASTER-IN-COUNT
039700         '  OUT ' WS-MASTER-OUT-COUNT
039800         DELIMITED BY SIZE INTO RPT-LINE
039900     WRITE RPT-LINE.
040000
040100 9000-TERMINATE.
040200     CLOSE TPL-LOAD-RPT.
