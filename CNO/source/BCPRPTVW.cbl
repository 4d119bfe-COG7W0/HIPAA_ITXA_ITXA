000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150140 - ONLINE REPORT REPOSITORY   *
000300*            VIEWER. AFTER BCPSIGNON (INQUIRY ROLE) THE OPERATOR *
000400*            LISTS THE ARCHIVED REPORTS FROM THE REPOSITORY      *
000500*            CATALOG (BCPRPTCT), NEWEST FIRST, OPTIONALLY        *
000600*            NARROWED BY REPORT ID AND RUN DATE, PICKS ONE, AND  *
000700*            PAGES THROUGH IT AS IT WAS PRINTED (FORWARD, BACK,  *
000800*            TO A PRINTED PAGE, AND LEFT/RIGHT ACROSS THE 132    *
000900*            PRINT COLUMNS). A PHI-BEARING REPORT OPENS ONLY FOR *
001000*            AN OPERATOR WHOSE ROLE ON THE SECURITY MASTER       *
001100*            REACHES THE REPORT'S VIEWING ROLE. EVERY VIEW - AND *
001200*            EVERY REFUSED ATTEMPT - IS LOGGED TO THE PHI ACCESS *
001300*            LOG UNDER THE AUTHENTICATED OPERATOR.               *
001400******************************************************************
001410* 10-15-26 - R KOWALSKI - AR 150140 - PAST 5000 CATALOG ROWS THE *
001420*            TABLE NOW ROLLS AND KEEPS THE NEWEST 5000, WITH A   *
001430*            LINE ON THE LIST SCREEN GIVING HOW MANY OLDER ROWS  *
001440*            ARE NOT SHOWN. THE CAP HAD KEPT THE OLDEST ROWS AND *
001450*            HIDDEN THE NEWEST REPORTS.                          *
001460******************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. BCPRPTVW.
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000     SELECT OPTIONAL RPT-CATALOG ASSIGN TO RPTCAT
002100            ORGANIZATION IS LINE SEQUENTIAL
002200            FILE STATUS IS WS-RPCT-STATUS.
002300     SELECT OPTIONAL RPT-STORE ASSIGN TO RPTSTOR
002400            ORGANIZATION IS LINE SEQUENTIAL
002500            FILE STATUS IS WS-RPST-STATUS.
002600     SELECT OPTIONAL RPT-DEF-FILE ASSIGN TO RPTDEF
002700            ORGANIZATION IS LINE SEQUENTIAL
002800            FILE STATUS IS WS-RPDF-STATUS.
002900     SELECT OPSEC-MASTER-FILE ASSIGN TO OPSECMST
003000            ORGANIZATION IS LINE SEQUENTIAL
003100            FILE STATUS IS WS-SEC-STATUS.
003200     SELECT PHI-ACCESS-LOG ASSIGN TO PHIALOG
003300            ORGANIZATION IS LINE SEQUENTIAL
003400            FILE STATUS IS WS-PHI-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  RPT-CATALOG.
003800     COPY BCPRPTCT.
003900 FD  RPT-STORE.
004000     COPY BCPRPTST.
004100 FD  RPT-DEF-FILE.
004200     COPY BCPRPTDF.
004300 FD  OPSEC-MASTER-FILE.
004400     COPY BCPOPSEC.
004500 FD  PHI-ACCESS-LOG.
004600     COPY BCPPHILG.
004700 WORKING-STORAGE SECTION.
004800 01  WS-RPCT-STATUS            PIC X(02).
004900 01  WS-RPST-STATUS            PIC X(02).
005000 01  WS-RPDF-STATUS            PIC X(02).
005100 01  WS-SEC-STATUS             PIC X(02).
005200 01  WS-PHI-STATUS             PIC X(02).
005300 01  WS-RPCT-EOF-SW            PIC X(01)      VALUE 'N'.
005400     88  WS-NO-MORE-RPCT           VALUE 'Y'.
005500 01  WS-RPST-EOF-SW            PIC X(01)      VALUE 'N'.
005600     88  WS-NO-MORE-RPST           VALUE 'Y'.
005700 01  WS-RPDF-EOF-SW            PIC X(01)      VALUE 'N'.
005800     88  WS-NO-MORE-RPDF           VALUE 'Y'.
005900 01  WS-SEC-EOF-SW             PIC X(01)      VALUE 'N'.
006000     88  WS-NO-MORE-SEC            VALUE 'Y'.
006100 01  WS-EXIT-SW                PIC X(01)      VALUE 'N'.
006200     88  WS-EXIT-REQUESTED         VALUE 'Y'.
006300 01  WS-VIEW-EXIT-SW           PIC X(01)      VALUE 'N'.
006400     88  WS-VIEW-DONE              VALUE 'Y'.
006500 01  WS-TODAY-DATE             PIC X(08).
006600 01  WS-ACCESS-TIME            PIC X(08).
006700 01  WS-OPERATOR-ID            PIC X(08)      VALUE SPACES.
006800 01  WS-OPERATOR-ROLE          PIC X(01)      VALUE SPACE.
006900 01  WS-SIGNON-ROLE            PIC X(01).
007000 01  WS-SIGNON-RESULT          PIC X(01)      VALUE 'N'.
007100*REPOSITORY CATALOG ROWS, IN ARCHIVE ORDER. PAST 5000 ROWS THE
007110*TABLE ROLLS - EACH NEW ROW OVERWRITES THE OLDEST, AND
007120*WS-CAT-WRAP-SUB IS THE SLOT HOLDING THE NEWEST.
007200 01  WS-CAT-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
007300 01  WS-CAT-TABLE.
007400     05  WS-CAT-ENTRY          OCCURS 1 TO 5000 TIMES
007500                               DEPENDING ON WS-CAT-TABLE-COUNT
007600                               INDEXED BY WS-CAT-IX.
007700         10  WS-CAT-REPORT-ID      PIC X(08).
007800         10  WS-CAT-RUN-DATE       PIC X(08).
007900         10  WS-CAT-CYCLE          PIC 9(02).
008000         10  WS-CAT-VERSION        PIC 9(02).
008100         10  WS-CAT-PROGRAM        PIC X(08).
008200         10  WS-CAT-LINE-COUNT     PIC 9(07).
008300         10  WS-CAT-PAGE-COUNT     PIC 9(05).
008400         10  WS-CAT-PHI-SW         PIC X(01).
008500         10  WS-CAT-VIEW-ROLE      PIC X(01).
008510 01  WS-CAT-WRAP-SUB           PIC 9(05)      VALUE ZERO.
008520 01  WS-CAT-PHYS-SUB           PIC 9(05).
008530 01  WS-CAT-DROPPED-COUNT      PIC 9(07)      VALUE ZERO.
008540 01  WS-CAT-TRUNC-MESSAGE      PIC X(78)      VALUE SPACES.
008600*REPORT DESCRIPTIONS FROM THE DEFINITION MASTER.
008700 01  WS-DEF-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
008800 01  WS-DEF-TABLE.
008900     05  WS-DEF-ENTRY          OCCURS 1 TO 500 TIMES
009000                               DEPENDING ON WS-DEF-TABLE-COUNT
009100                               INDEXED BY WS-DEF-IX.
009200         10  WS-DEF-REPORT-ID      PIC X(08).
009300         10  WS-DEF-DESCRIPTION    PIC X(30).
009400*CATALOG ROWS MATCHING THE LIST FILTER, NEWEST FIRST.
009500 01  WS-SEL-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
009600 01  WS-SEL-TABLE.
009700     05  WS-SEL-CAT-SUB        PIC 9(05)      OCCURS 5000 TIMES.
009800 01  WS-SCAN-IX                PIC 9(05).
009900 01  WS-LIST-BASE              PIC 9(05)      VALUE ZERO.
010000 01  WS-LIST-IX                PIC 9(05).
010100 01  WS-LIST-ROW               PIC 9(02).
010200 01  WS-SEL-NBR                PIC 9(03).
010300 01  WS-CUR-SUB                PIC 9(05).
010400 01  WS-IN-SELECT              PIC X(03)      VALUE SPACES.
010500 01  WS-IN-FILTER-ID           PIC X(08)      VALUE SPACES.
010600 01  WS-IN-FILTER-DATE         PIC X(08)      VALUE SPACES.
010700 01  WS-PRIOR-FILTER           PIC X(16)      VALUE SPACES.
010800 01  WS-CUR-FILTER             PIC X(16).
010900 01  WS-OUT-MESSAGE            PIC X(60)      VALUE SPACES.
011000 01  WS-LIST-LINES.
011100     05  WS-LIST-LINE          OCCURS 10 TIMES PIC X(78).
011200*REPORT WINDOW - 15 PRINT LINES, 78 OF THE 132 COLUMNS AT A TIME.
011300 01  WS-WINDOW-SIZE            PIC 9(02)      VALUE 15.
011400 01  WS-WIN-START              PIC 9(07).
011500 01  WS-WIN-ROW                PIC 9(02).
011600 01  WS-WIN-COLUMN             PIC 9(03)      VALUE 1.
011700 01  WS-WIN-PAGE               PIC 9(05).
011800 01  WS-WIN-LAST               PIC 9(07).
011900 01  WS-GOTO-PAGE              PIC 9(05)      VALUE ZERO.
012000 01  WS-IN-COMMAND             PIC X(01)      VALUE SPACE.
012100 01  WS-IN-PAGE                PIC X(05)      VALUE SPACES.
012200 01  WS-VIEW-TITLE             PIC X(78).
012300 01  WS-VIEW-POSITION          PIC X(78).
012400 01  WS-WIN-TEXT               PIC X(132).
012500 01  WS-WIN-LINES.
012600     05  WS-WIN-LINE           OCCURS 15 TIMES PIC X(78).
012700*OPERATOR ROLE RANKS, AS BCPSIGNON APPLIES THEM.
012800 01  WS-RANK-ROLE              PIC X(01).
012900 01  WS-RANK                   PIC 9(01).
013000 01  WS-VIEW-RANK              PIC 9(01).
013100 01  WS-AUTH-SW                PIC X(01).
013200     88  WS-VIEW-AUTHORIZED        VALUE 'Y'.
013300 SCREEN SECTION.
013400 01  SD-LIST-SCREEN.
013500     05  BLANK SCREEN.
013600     05  LINE 1  COLUMN 1
013700         VALUE 'REPORT REPOSITORY - ARCHIVED REPORTS'.
013800     05  LINE 2  COLUMN 1  VALUE 'REPORT ID: '.
013900     05  LINE 2  COLUMN 12 PIC X(08) USING WS-IN-FILTER-ID.
014000     05  LINE 2  COLUMN 22 VALUE 'RUN DATE: '.
014100     05  LINE 2  COLUMN 32 PIC X(08) USING WS-IN-FILTER-DATE.
014200     05  LINE 2  COLUMN 42 VALUE '(BLANK = ALL)'.
014300     05  LINE 3  COLUMN 1
014400         VALUE 'NBR REPORT   RUN DATE CY VR PROGRAM    LINES PHI'.
014500     05  LINE 4  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(1).
014600     05  LINE 5  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(2).
014700     05  LINE 6  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(3).
014800     05  LINE 7  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(4).
014900     05  LINE 8  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(5).
015000     05  LINE 9  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(6).
015100     05  LINE 10 COLUMN 1  PIC X(78) FROM WS-LIST-LINE(7).
015200     05  LINE 11 COLUMN 1  PIC X(78) FROM WS-LIST-LINE(8).
015300     05  LINE 12 COLUMN 1  PIC X(78) FROM WS-LIST-LINE(9).
015400     05  LINE 13 COLUMN 1  PIC X(78) FROM WS-LIST-LINE(10).
015450     05  LINE 14 COLUMN 1  PIC X(78) FROM WS-CAT-TRUNC-MESSAGE.
015500     05  LINE 15 COLUMN 1  PIC X(60) FROM WS-OUT-MESSAGE.
015600     05  LINE 16 COLUMN 1
015700         VALUE 'ENTRY NBR (N=NEXT PAGE, X=EXIT): '.
015800     05  LINE 16 COLUMN 35 PIC X(03) USING WS-IN-SELECT.
015900 01  SD-VIEW-SCREEN.
016000     05  BLANK SCREEN.
016100     05  LINE 1  COLUMN 1  PIC X(78) FROM WS-VIEW-TITLE.
016200     05  LINE 2  COLUMN 1  PIC X(78) FROM WS-VIEW-POSITION.
016300     05  LINE 4  COLUMN 1  PIC X(78) FROM WS-WIN-LINE(1).
016400     05  LINE 5  COLUMN 1  PIC X(78) FROM WS-WIN-LINE(2).
016500     05  LINE 6  COLUMN 1  PIC X(78) FROM WS-WIN-LINE(3).
016600     05  LINE 7  COLUMN 1  PIC X(78) FROM WS-WIN-LINE(4).
016700     05  LINE 8  COLUMN 1  PIC X(78) FROM WS-WIN-LINE(5).
016800     05  LINE 9  COLUMN 1  PIC X(78) FROM WS-WIN-LINE(6).
016900     05  LINE 10 COLUMN 1  PIC X(78) FROM WS-WIN-LINE(7).
017000     05  LINE 11 COLUMN 1  PIC X(78) FROM WS-WIN-LINE(8).
017100     05  LINE 12 COLUMN 1  PIC X(78) FROM WS-WIN-LINE(9).
017200     05  LINE 13 COLUMN 1  PIC X(78) FROM WS-WIN-LINE(10).
017300     05  LINE 14 COLUMN 1  PIC X(78) FROM WS-WIN-LINE(11).
017400     05  LINE 15 COLUMN 1  PIC X(78) FROM WS-WIN-LINE(12).
017500     05  LINE 16 COLUMN 1  PIC X(78) FROM WS-WIN-LINE(13).
017600     05  LINE 17 COLUMN 1  PIC X(78) FROM WS-WIN-LINE(14).
017700     05  LINE 18 COLUMN 1  PIC X(78) FROM WS-WIN-LINE(15).
017800     05  LINE 20 COLUMN 1
017900         VALUE 'N=NEXT P=PREV R=RIGHT L=LEFT G=GO TO PAGE X=LIST'.
018000     05  LINE 20 COLUMN 51 PIC X(01) USING WS-IN-COMMAND.
018100     05  LINE 20 COLUMN 55 VALUE 'PAGE: '.
018200     05  LINE 20 COLUMN 61 PIC X(05) USING WS-IN-PAGE.
018300 PROCEDURE DIVISION.
018400 0000-MAIN-CONTROL.
018500     PERFORM 1000-INITIALIZE
018600     PERFORM 2000-LIST-LOOP
018700         UNTIL WS-EXIT-REQUESTED
018800     PERFORM 9000-TERMINATE
018900     STOP RUN.
019000
019100 1000-INITIALIZE.
019200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
019300     PERFORM 1050-OPERATOR-SIGN-ON
019400     IF WS-EXIT-REQUESTED
019500         CONTINUE
019600     ELSE
019700         OPEN EXTEND PHI-ACCESS-LOG
019800         IF WS-PHI-STATUS = '35'
019900             OPEN OUTPUT PHI-ACCESS-LOG
020000         END-IF
020100         PERFORM 1060-GET-OPERATOR-ROLE
020200         PERFORM 1100-LOAD-CATALOG
020300         PERFORM 1200-LOAD-DEFINITIONS
020400     END-IF.
020500
020600*AR 150086 PATTERN - SHARED SIGN-ON; INQUIRY ROLE REQUIRED.
020700 1050-OPERATOR-SIGN-ON.
020800     MOVE 'I' TO WS-SIGNON-ROLE
020900     CALL 'BCPSIGNON' USING WS-SIGNON-ROLE
021000         WS-OPERATOR-ID WS-SIGNON-RESULT
021100     END-CALL
021200     IF WS-SIGNON-RESULT NOT = 'Y'
021300         SET WS-EXIT-REQUESTED TO TRUE
021400         DISPLAY 'SIGN-ON FAILED - REPORT VIEWER SESSION ENDED'
021500     END-IF.
021600
021700*THE AUTHENTICATED OPERATOR'S ROLE DECIDES WHICH PHI REPORTS
021800*OPEN. AN OPERATOR NOT FOUND KEEPS A BLANK ROLE AND OPENS NONE.
021900 1060-GET-OPERATOR-ROLE.
022000     OPEN INPUT OPSEC-MASTER-FILE
022100     PERFORM 1070-READ-SECURITY
022200     PERFORM UNTIL WS-NO-MORE-SEC
022300         IF OPSEC-OPERATOR-ID = WS-OPERATOR-ID
022400             MOVE OPSEC-ROLE TO WS-OPERATOR-ROLE
022500             SET WS-NO-MORE-SEC TO TRUE
022600         ELSE
022700             PERFORM 1070-READ-SECURITY
022800         END-IF
022900     END-PERFORM
023000     CLOSE OPSEC-MASTER-FILE.
023100
023200 1070-READ-SECURITY.
023300     READ OPSEC-MASTER-FILE
023400         AT END
023500             SET WS-NO-MORE-SEC TO TRUE
023600     END-READ.
023700
023800 1100-LOAD-CATALOG.
023900     OPEN INPUT RPT-CATALOG
024000     PERFORM 1110-READ-CATALOG
024100     PERFORM UNTIL WS-NO-MORE-RPCT
024200         IF WS-CAT-TABLE-COUNT < 5000
024300             ADD 1 TO WS-CAT-TABLE-COUNT
024400             SET WS-CAT-IX TO WS-CAT-TABLE-COUNT
024410         ELSE
024420             ADD 1 TO WS-CAT-DROPPED-COUNT
024430             ADD 1 TO WS-CAT-WRAP-SUB
024440             IF WS-CAT-WRAP-SUB > 5000
024450                 MOVE 1 TO WS-CAT-WRAP-SUB
024460             END-IF
024470             SET WS-CAT-IX TO WS-CAT-WRAP-SUB
024480         END-IF
024500         MOVE RPCT-REPORT-ID  TO WS-CAT-REPORT-ID(WS-CAT-IX)
024600         MOVE RPCT-RUN-DATE   TO WS-CAT-RUN-DATE(WS-CAT-IX)
024700         MOVE RPCT-CYCLE      TO WS-CAT-CYCLE(WS-CAT-IX)
024800         MOVE RPCT-VERSION    TO WS-CAT-VERSION(WS-CAT-IX)
024900         MOVE RPCT-PROGRAM    TO WS-CAT-PROGRAM(WS-CAT-IX)
025000         MOVE RPCT-LINE-COUNT TO WS-CAT-LINE-COUNT(WS-CAT-IX)
025100         MOVE RPCT-PAGE-COUNT TO WS-CAT-PAGE-COUNT(WS-CAT-IX)
025200         MOVE RPCT-PHI-SW     TO WS-CAT-PHI-SW(WS-CAT-IX)
025300         MOVE RPCT-VIEW-ROLE  TO WS-CAT-VIEW-ROLE(WS-CAT-IX)
025500         PERFORM 1110-READ-CATALOG
025600     END-PERFORM
025700     CLOSE RPT-CATALOG
025710     IF WS-CAT-DROPPED-COUNT NOT = ZERO
025720         STRING 'CATALOG OVER 5000 ROWS - NEWEST 5000 LISTED, '
025730             WS-CAT-DROPPED-COUNT ' OLDER NOT SHOWN'
025740             DELIMITED BY SIZE INTO WS-CAT-TRUNC-MESSAGE
025750     END-IF.
025800
025900 1110-READ-CATALOG.
026000     READ RPT-CATALOG
026100         AT END
026200             SET WS-NO-MORE-RPCT TO TRUE
026300     END-READ.
026400
026500 1200-LOAD-DEFINITIONS.
026600     OPEN INPUT RPT-DEF-FILE
026700     PERFORM 1210-READ-DEFINITION
026800     PERFORM UNTIL WS-NO-MORE-RPDF
026900         IF WS-DEF-TABLE-COUNT < 500
027000             ADD 1 TO WS-DEF-TABLE-COUNT
027100             SET WS-DEF-IX TO WS-DEF-TABLE-COUNT
027200             MOVE RPDF-REPORT-ID   TO WS-DEF-REPORT-ID(WS-DEF-IX)
027300             MOVE RPDF-DESCRIPTION
027400                 TO WS-DEF-DESCRIPTION(WS-DEF-IX)
027500         END-IF
027600         PERFORM 1210-READ-DEFINITION
027700     END-PERFORM
027800     CLOSE RPT-DEF-FILE.
027900
028000 1210-READ-DEFINITION.
028100     READ RPT-DEF-FILE
028200         AT END
028300             SET WS-NO-MORE-RPDF TO TRUE
028400     END-READ.
028500
028600 2000-LIST-LOOP.
028700     MOVE WS-IN-FILTER-ID TO WS-CUR-FILTER(1:8)
028800     MOVE WS-IN-FILTER-DATE TO WS-CUR-FILTER(9:8)
028900     IF WS-CUR-FILTER NOT = WS-PRIOR-FILTER
029000         OR WS-SEL-TABLE-COUNT = ZERO
029100         MOVE WS-CUR-FILTER TO WS-PRIOR-FILTER
029200         MOVE ZERO TO WS-LIST-BASE
029300         PERFORM 2050-SELECT-REPORTS
029400     END-IF
029500     PERFORM 2100-BUILD-LIST-LINES
029600     MOVE SPACES TO WS-IN-SELECT
029700     DISPLAY SD-LIST-SCREEN
029800     ACCEPT SD-LIST-SCREEN
029900     MOVE SPACES TO WS-OUT-MESSAGE
030000     EVALUATE TRUE
030100         WHEN WS-IN-SELECT = 'X  ' OR 'x  '
030200             SET WS-EXIT-REQUESTED TO TRUE
030300         WHEN WS-IN-SELECT = 'N  ' OR 'n  '
030400             ADD 10 TO WS-LIST-BASE
030500             IF WS-LIST-BASE >= WS-SEL-TABLE-COUNT
030600                 MOVE ZERO TO WS-LIST-BASE
030700             END-IF
030800         WHEN WS-IN-SELECT IS NUMERIC
030900             MOVE WS-IN-SELECT TO WS-SEL-NBR
031000             IF WS-SEL-NBR > ZERO
031100                 AND WS-SEL-NBR <= WS-SEL-TABLE-COUNT
031200                 MOVE WS-SEL-CAT-SUB(WS-SEL-NBR) TO WS-CUR-SUB
031300                 PERFORM 3000-OPEN-REPORT
031400             END-IF
031500         WHEN OTHER
031600             CONTINUE
031700     END-EVALUATE.
031800
031900*NEWEST FIRST: THE CATALOG IS IN ARCHIVE ORDER, SO IT IS SCANNED
032000*FROM THE END. WS-SCAN-IX COUNTS ROWS FROM THE OLDEST KEPT; ONCE
032010*THE TABLE HAS ROLLED THE OLDEST SITS JUST PAST THE NEWEST.
032100 2050-SELECT-REPORTS.
032200     MOVE ZERO TO WS-SEL-TABLE-COUNT
032300     IF WS-CAT-TABLE-COUNT > ZERO
032400         PERFORM 2060-SELECT-ONE
032500             VARYING WS-SCAN-IX FROM WS-CAT-TABLE-COUNT BY -1
032600             UNTIL WS-SCAN-IX < 1
032700     END-IF
032800     IF WS-SEL-TABLE-COUNT = ZERO
032900         MOVE 'NO ARCHIVED REPORTS MATCH' TO WS-OUT-MESSAGE
033000     END-IF.
033100
033200 2060-SELECT-ONE.
033300     COMPUTE WS-CAT-PHYS-SUB = WS-SCAN-IX + WS-CAT-WRAP-SUB
033310     IF WS-CAT-PHYS-SUB > 5000
033320         SUBTRACT 5000 FROM WS-CAT-PHYS-SUB
033330     END-IF
033340     SET WS-CAT-IX TO WS-CAT-PHYS-SUB
033400     IF (WS-IN-FILTER-ID = SPACES
033500             OR WS-IN-FILTER-ID = WS-CAT-REPORT-ID(WS-CAT-IX))
033600         AND (WS-IN-FILTER-DATE = SPACES
033700             OR WS-IN-FILTER-DATE = WS-CAT-RUN-DATE(WS-CAT-IX))
033800         ADD 1 TO WS-SEL-TABLE-COUNT
033900         MOVE WS-CAT-PHYS-SUB
033910             TO WS-SEL-CAT-SUB(WS-SEL-TABLE-COUNT)
034000     END-IF.
034100
034200 2100-BUILD-LIST-LINES.
034300     PERFORM VARYING WS-LIST-ROW FROM 1 BY 1
034400             UNTIL WS-LIST-ROW > 10
034500         MOVE SPACES TO WS-LIST-LINE(WS-LIST-ROW)
034600         COMPUTE WS-LIST-IX = WS-LIST-BASE + WS-LIST-ROW
034700         IF WS-LIST-IX <= WS-SEL-TABLE-COUNT
034800             SET WS-CAT-IX TO WS-SEL-CAT-SUB(WS-LIST-IX)
034900             STRING WS-LIST-IX(3:3) ' '
035000                 WS-CAT-REPORT-ID(WS-CAT-IX) ' '
035100                 WS-CAT-RUN-DATE(WS-CAT-IX) ' '
035200                 WS-CAT-CYCLE(WS-CAT-IX) ' '
035300                 WS-CAT-VERSION(WS-CAT-IX) ' '
035400                 WS-CAT-PROGRAM(WS-CAT-IX) ' '
035500                 WS-CAT-LINE-COUNT(WS-CAT-IX) '  '
035600                 WS-CAT-PHI-SW(WS-CAT-IX)
035700                 DELIMITED BY SIZE
035800                 INTO WS-LIST-LINE(WS-LIST-ROW)
035900         END-IF
036000     END-PERFORM.
036100
036200******************************************************************
036300* A PHI REPORT OPENS ONLY IF THE OPERATOR'S ROLE REACHES ITS     *
036400* VIEWING ROLE (AN SIU VIEWING ROLE NEEDS AN SIU OPERATOR). THE  *
036500* ATTEMPT IS LOGGED EITHER WAY.                                  *
036600******************************************************************
036700 3000-OPEN-REPORT.
036800     SET WS-CAT-IX TO WS-CUR-SUB
036900     MOVE 'Y' TO WS-AUTH-SW
037000     IF WS-CAT-PHI-SW(WS-CAT-IX) = 'Y'
037100         MOVE WS-CAT-VIEW-ROLE(WS-CAT-IX) TO WS-RANK-ROLE
037200         PERFORM 7000-RANK-ROLE
037300         MOVE WS-RANK TO WS-VIEW-RANK
037400         MOVE WS-OPERATOR-ROLE TO WS-RANK-ROLE
037500         PERFORM 7000-RANK-ROLE
037600         EVALUATE TRUE
037700             WHEN WS-CAT-VIEW-ROLE(WS-CAT-IX) = 'U'
037800                 IF WS-OPERATOR-ROLE NOT = 'U'
037900                     MOVE 'N' TO WS-AUTH-SW
038000                 END-IF
038100             WHEN WS-RANK = ZERO
038200                 OR WS-RANK < WS-VIEW-RANK
038300                 MOVE 'N' TO WS-AUTH-SW
038400         END-EVALUATE
038500     END-IF
038600     PERFORM 3900-LOG-PHI-ACCESS
038700     IF WS-VIEW-AUTHORIZED
038800         PERFORM 3010-SET-TITLE
038900         MOVE 1 TO WS-WIN-START
039000         MOVE 1 TO WS-WIN-COLUMN
039100         MOVE 'N' TO WS-VIEW-EXIT-SW
039200         PERFORM 3100-VIEW-LOOP
039300             UNTIL WS-VIEW-DONE
039400     ELSE
039500         MOVE SPACES TO WS-OUT-MESSAGE
039600         STRING 'NOT AUTHORIZED - PHI REPORT REQUIRES ROLE '
039700             WS-CAT-VIEW-ROLE(WS-CAT-IX)
039800             DELIMITED BY SIZE INTO WS-OUT-MESSAGE
039900     END-IF.
040000
040100 3010-SET-TITLE.
040200     MOVE SPACES TO WS-VIEW-TITLE
040300     SET WS-DEF-IX TO 1
040400     IF WS-DEF-TABLE-COUNT > ZERO
040500         SEARCH WS-DEF-ENTRY
040600             AT END
040700                 CONTINUE
040800             WHEN WS-DEF-REPORT-ID(WS-DEF-IX)
040900                     = WS-CAT-REPORT-ID(WS-CAT-IX)
041000                 STRING WS-CAT-REPORT-ID(WS-CAT-IX) ' '
041100                     WS-DEF-DESCRIPTION(WS-DEF-IX)
041200                     DELIMITED BY SIZE INTO WS-VIEW-TITLE
041300         END-SEARCH
041400     END-IF
041500     IF WS-VIEW-TITLE = SPACES
041600         MOVE WS-CAT-REPORT-ID(WS-CAT-IX) TO WS-VIEW-TITLE
041700     END-IF
041800     MOVE SPACES TO WS-VIEW-TITLE(40:39)
041900     STRING 'RUN ' WS-CAT-RUN-DATE(WS-CAT-IX)
042000         ' CYCLE ' WS-CAT-CYCLE(WS-CAT-IX)
042100         ' VERSION ' WS-CAT-VERSION(WS-CAT-IX)
042200         DELIMITED BY SIZE INTO WS-VIEW-TITLE(40:39).
042300
042400 3100-VIEW-LOOP.
042500     PERFORM 3200-LOAD-WINDOW
042600     MOVE SPACES TO WS-IN-COMMAND WS-IN-PAGE
042700     DISPLAY SD-VIEW-SCREEN
042800     ACCEPT SD-VIEW-SCREEN
042900     EVALUATE TRUE
043000         WHEN WS-IN-COMMAND = 'X' OR 'x'
043100             SET WS-VIEW-DONE TO TRUE
043200         WHEN WS-IN-COMMAND = 'N' OR 'n'
043300             IF WS-WIN-START + WS-WINDOW-SIZE
043400                     <= WS-CAT-LINE-COUNT(WS-CAT-IX)
043500                 ADD WS-WINDOW-SIZE TO WS-WIN-START
043600             END-IF
043700         WHEN WS-IN-COMMAND = 'P' OR 'p'
043800             IF WS-WIN-START > WS-WINDOW-SIZE
043900                 SUBTRACT WS-WINDOW-SIZE FROM WS-WIN-START
044000             ELSE
044100                 MOVE 1 TO WS-WIN-START
044200             END-IF
044300         WHEN WS-IN-COMMAND = 'R' OR 'r'
044400             MOVE 55 TO WS-WIN-COLUMN
044500         WHEN WS-IN-COMMAND = 'L' OR 'l'
044600             MOVE 1 TO WS-WIN-COLUMN
044700         WHEN WS-IN-COMMAND = 'G' OR 'g'
044800             IF WS-IN-PAGE IS NUMERIC
044900                 MOVE WS-IN-PAGE TO WS-GOTO-PAGE
045000                 IF WS-GOTO-PAGE > WS-CAT-PAGE-COUNT(WS-CAT-IX)
045100                     MOVE ZERO TO WS-GOTO-PAGE
045200                 END-IF
045300             END-IF
045400         WHEN OTHER
045500             CONTINUE
045600     END-EVALUATE.
045700
045800******************************************************************
045900* THE STORE IS READ FROM THE TOP FOR EACH WINDOW, SO NO REPORT   *
046000* IS TOO LONG TO VIEW. A GO-TO-PAGE REQUEST MOVES THE WINDOW TO  *
046100* THE FIRST LINE OF THAT PRINTED PAGE.                           *
046200******************************************************************
046300 3200-LOAD-WINDOW.
046400     MOVE SPACES TO WS-WIN-LINES
046500     MOVE ZERO TO WS-WIN-PAGE WS-WIN-LAST
046600     MOVE 'N' TO WS-RPST-EOF-SW
046700     OPEN INPUT RPT-STORE
046800     PERFORM 3210-READ-STORE
046900     PERFORM UNTIL WS-NO-MORE-RPST
047000         IF RPST-REPORT-ID = WS-CAT-REPORT-ID(WS-CAT-IX)
047100             AND RPST-RUN-DATE = WS-CAT-RUN-DATE(WS-CAT-IX)
047200             AND RPST-CYCLE = WS-CAT-CYCLE(WS-CAT-IX)
047300             AND RPST-VERSION = WS-CAT-VERSION(WS-CAT-IX)
047400             PERFORM 3220-WINDOW-LINE
047500         END-IF
047600         PERFORM 3210-READ-STORE
047700     END-PERFORM
047800     CLOSE RPT-STORE
047900     MOVE ZERO TO WS-GOTO-PAGE
048000     MOVE SPACES TO WS-VIEW-POSITION
048100     IF WS-WIN-LAST = ZERO
048200         MOVE 'REPORT LINES NOT FOUND IN THE REPOSITORY STORE'
048300             TO WS-VIEW-POSITION
048400     ELSE
048500         STRING 'PAGE ' WS-WIN-PAGE
048600             ' OF ' WS-CAT-PAGE-COUNT(WS-CAT-IX)
048700             '   LINES ' WS-WIN-START '-' WS-WIN-LAST
048800             ' OF ' WS-CAT-LINE-COUNT(WS-CAT-IX)
048900             '   COLUMN ' WS-WIN-COLUMN
049000             DELIMITED BY SIZE INTO WS-VIEW-POSITION
049100     END-IF.
049200
049300 3210-READ-STORE.
049400     READ RPT-STORE
049500         AT END
049600             SET WS-NO-MORE-RPST TO TRUE
049700     END-READ.
049800
049900 3220-WINDOW-LINE.
050000     IF WS-GOTO-PAGE > ZERO
050100         AND RPST-PAGE-NBR = WS-GOTO-PAGE
050200         MOVE RPST-LINE-SEQ TO WS-WIN-START
050300         MOVE ZERO TO WS-GOTO-PAGE
050400     END-IF
050500     IF WS-GOTO-PAGE = ZERO
050600         AND RPST-LINE-SEQ NOT < WS-WIN-START
050700         AND RPST-LINE-SEQ < WS-WIN-START + WS-WINDOW-SIZE
050800         COMPUTE WS-WIN-ROW = RPST-LINE-SEQ - WS-WIN-START + 1
050900         IF WS-WIN-ROW = 1
051000             MOVE RPST-PAGE-NBR TO WS-WIN-PAGE
051100         END-IF
051200         MOVE RPST-TEXT TO WS-WIN-TEXT
051300         MOVE WS-WIN-TEXT(WS-WIN-COLUMN:78)
051400             TO WS-WIN-LINE(WS-WIN-ROW)
051500         MOVE RPST-LINE-SEQ TO WS-WIN-LAST
051600     END-IF.
051700
051800*EVERY OPEN OF AN ARCHIVED REPORT, GRANTED OR REFUSED, IS AN
051900*ENTRY IN THE PHI ACCESS LOG KEYED BY THE REPORT INSTANCE.
052000 3900-LOG-PHI-ACCESS.
052100     MOVE SPACES TO PHIL-RECORD
052200     MOVE WS-OPERATOR-ID TO PHIL-OPERATOR
052300     MOVE WS-TODAY-DATE  TO PHIL-ACCESS-DATE
052400     ACCEPT WS-ACCESS-TIME FROM TIME
052500     MOVE WS-ACCESS-TIME TO PHIL-ACCESS-TIME
052600     SET PHIL-SEARCH-BY-REPORT TO TRUE
052700     STRING WS-CAT-REPORT-ID(WS-CAT-IX) ' '
052800         WS-CAT-RUN-DATE(WS-CAT-IX) ' '
052900         WS-CAT-CYCLE(WS-CAT-IX) ' '
053000         WS-CAT-VERSION(WS-CAT-IX)
053100         DELIMITED BY SIZE INTO PHIL-SEARCH-KEY
053200     MOVE SPACES TO PHIL-SUBSCR-SSN
053300     MOVE ZERO TO PHIL-CLM-KEY
053400     IF WS-VIEW-AUTHORIZED
053500         SET PHIL-CLAIM-DISPLAYED TO TRUE
053600     ELSE
053700         SET PHIL-NOTHING-FOUND TO TRUE
053800     END-IF
053900     WRITE PHIL-RECORD.
054000
054100*INQUIRY < SUSPENSE CORRECTION < REFERENCE MAINTENANCE < PAYMENT
054200*RELEASE; AN SIU OPERATOR RANKS AS INQUIRY. ANYTHING ELSE RANKS
054300*ZERO AND OPENS NO PHI.
054400 7000-RANK-ROLE.
054500     EVALUATE WS-RANK-ROLE
054600         WHEN 'I'
054700         WHEN 'U'
054800             MOVE 1 TO WS-RANK
054900         WHEN 'S'
055000             MOVE 2 TO WS-RANK
055100         WHEN 'M'
055200             MOVE 3 TO WS-RANK
055300         WHEN 'P'
055400             MOVE 4 TO WS-RANK
055500         WHEN OTHER
055600             MOVE ZERO TO WS-RANK
055700     END-EVALUATE.
055800
055900 9000-TERMINATE.
056000     IF WS-SIGNON-RESULT = 'Y'
056100         CLOSE PHI-ACCESS-LOG
056200     END-IF.
