000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150129 - SPECIAL INVESTIGATIONS     *
000300*            CASE WORKSTATION (BCPSUBWS SCREEN STYLE). THE FRAUD *
000400*            UNIT'S ONLY TOOL WAS THE OIG EXCLUSION CHECK, ALL   *
000500*            OR NOTHING AND ONLY FOR LISTED PROVIDERS. HERE AN   *
000600*            INVESTIGATOR - SIGNED ON THROUGH BCPSIGNON WITH THE *
000700*            SIU ROLE (U) - OPENS A CASE AGAINST A PROVIDER NPI  *
000800*            (BCPSIUCS) WITH ITS ALLEGATION TYPE AND ASSIGNED    *
000900*            INVESTIGATOR, PLACES OR LIFTS A FULL OR PERCENTAGE  *
001000*            PRE-PAYMENT HOLD THAT BCPNACHA HONORS, CLOSES THE   *
001100*            CASE, AND APPROVES THE RELEASE OR FORFEIT OF THE    *
001200*            FUNDS BCPNACHA HAS HELD FOR IT (BCPSIUHP). THE NEXT *
001300*            BCPNACHA RUN PAYS A RELEASE OR BOOKS A FORFEIT AND  *
001400*            LEDGERS IT FOR THE GL EXTRACT. EVERY CASE CHANGE    *
001500*            AND FUNDS DECISION IS LOGGED UNDER THE              *
001600*            AUTHENTICATED OPERATOR ID ON THE SIU ACTIVITY LOG.  *
001700******************************************************************
001710* 10-15-26 - R KOWALSKI - AR 150129 - 3300 TESTS THE HOLD        *
001720*            PERCENT WITH TEST-NUMVAL BEFORE CONVERTING IT; A    *
001730*            NON-NUMERIC ENTRY IS REJECTED WITH ITS OWN EDIT     *
001740*            MESSAGE.                                            *
001750******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. BCPSIUWS.
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OPTIONAL SIU-CASE-FILE ASSIGN TO SIUCASE
002400            ORGANIZATION IS LINE SEQUENTIAL
002500            FILE STATUS IS WS-SIU-STATUS.
002600     SELECT SIU-CASE-OUT ASSIGN TO SIUCASEO
002700            ORGANIZATION IS LINE SEQUENTIAL
002800            FILE STATUS IS WS-SIUO-STATUS.
002900     SELECT OPTIONAL SIU-HELD-FILE ASSIGN TO SIUHELD
003000            ORGANIZATION IS LINE SEQUENTIAL
003100            FILE STATUS IS WS-SHP-STATUS.
003200     SELECT SIU-HELD-OUT ASSIGN TO SIUHELDO
003300            ORGANIZATION IS LINE SEQUENTIAL
003400            FILE STATUS IS WS-SHPO-STATUS.
003500     SELECT SIU-LOG ASSIGN TO SIULOG
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS IS WS-LOG-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  SIU-CASE-FILE.
004100     COPY BCPSIUCS.
004200 FD  SIU-CASE-OUT.
004300     COPY BCPSIUCS
004400         REPLACING ==SIUC-RECORD== BY ==SIUCO-RECORD==.
004500 FD  SIU-HELD-FILE.
004600     COPY BCPSIUHP.
004700 FD  SIU-HELD-OUT.
004800     COPY BCPSIUHP
004900         REPLACING ==SIUH-RECORD== BY ==SIUHO-RECORD==.
005000 FD  SIU-LOG.
005100 01  SLOG-RECORD.
005200     05  SLOG-OPERATOR             PIC X(08).
005300     05  SLOG-ACTION-DATE          PIC X(08).
005400     05  SLOG-ACTION-TIME          PIC X(08).
005500     05  SLOG-CASE-NBR             PIC 9(06).
005600     05  SLOG-PROV-NPI             PIC X(10).
005700     05  SLOG-ACTION               PIC X(01).
005800     05  SLOG-CLM-KEY              PIC 9(06).
005900     05  SLOG-AMOUNT               PIC 9(09)V99.
006000 WORKING-STORAGE SECTION.
006100 01  WS-SIU-STATUS             PIC X(02).
006200 01  WS-SIUO-STATUS            PIC X(02).
006300 01  WS-SHP-STATUS             PIC X(02).
006400 01  WS-SHPO-STATUS            PIC X(02).
006500 01  WS-LOG-STATUS             PIC X(02).
006600 01  WS-SIU-EOF-SW             PIC X(01)      VALUE 'N'.
006700     88  WS-NO-MORE-SIU            VALUE 'Y'.
006800 01  WS-SHP-EOF-SW             PIC X(01)      VALUE 'N'.
006900     88  WS-NO-MORE-SHP            VALUE 'Y'.
007000 01  WS-EXIT-SW                PIC X(01)      VALUE 'N'.
007100     88  WS-EXIT-REQUESTED         VALUE 'Y'.
007200 01  WS-TODAY-DATE             PIC X(08).
007300 01  WS-TIME                   PIC X(08).
007400 01  WS-OPERATOR-ID            PIC X(08)      VALUE SPACES.
007500 01  WS-SIGNON-ROLE            PIC X(01).
007600 01  WS-SIGNON-RESULT          PIC X(01)      VALUE 'N'.
007700 01  WS-CSE-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
007800 01  WS-CSE-TABLE.
007900     05  WS-CSE-ENTRY          OCCURS 1 TO 2000 TIMES
008000                               DEPENDING ON WS-CSE-TABLE-COUNT
008100                               INDEXED BY WS-CSE-IX.
008200         10  WS-CSE-CASE-NBR       PIC 9(06).
008300         10  WS-CSE-NPI            PIC X(10).
008400         10  WS-CSE-STAT           PIC X(01).
008500         10  WS-CSE-ALLEG          PIC X(04).
008600         10  WS-CSE-INVEST         PIC X(08).
008700         10  WS-CSE-OPENED         PIC X(08).
008800         10  WS-CSE-CLOSED         PIC X(08).
008900         10  WS-CSE-HOLD-TYPE      PIC X(01).
009000         10  WS-CSE-HOLD-PCT       PIC 9(03).
009100         10  WS-CSE-HOLD-DATE      PIC X(08).
009200         10  WS-CSE-LAST-OPER      PIC X(08).
009300         10  WS-CSE-LAST-UPD       PIC X(08).
009400         10  WS-CSE-NOTE           PIC X(60).
009500 01  WS-CSE-FOUND-SW           PIC X(01)      VALUE 'N'.
009600     88  WS-CSE-FOUND              VALUE 'Y'.
009700*HELD PAYMENTS RIDE IN A TABLE; THE RESPONSE IMAGE IS REDEFINED
009800*THROUGH A LOCAL RESPONSE AREA FOR THE CLAIM KEY ON THE LOG.
009900 01  WS-HLD-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
010000 01  WS-HLD-TABLE.
010100     05  WS-HLD-ENTRY          OCCURS 1 TO 2000 TIMES
010200                               DEPENDING ON WS-HLD-TABLE-COUNT
010300                               INDEXED BY WS-HLD-IX.
010400         10  WS-HLD-STAT           PIC X(01).
010500         10  WS-HLD-CASE-NBR       PIC 9(06).
010600         10  WS-HLD-HOLD-TYPE      PIC X(01).
010700         10  WS-HLD-HELD-DATE      PIC X(08).
010800         10  WS-HLD-AMT            PIC 9(09)V99.
010900         10  WS-HLD-DISP-BY        PIC X(08).
011000         10  WS-HLD-DISP-DATE      PIC X(08).
011100         10  WS-HLD-SETTLED        PIC X(08).
011200         10  WS-HLD-IMAGE          PIC X(618).
011300     COPY BCPRESP_Updated
011400         REPLACING ==BCP-RESP-RECORD== BY ==WRK-RESP-DTL==.
011500 01  WS-TABLE-FULL-SW          PIC X(01)      VALUE 'N'.
011600     88  WS-TABLE-FULL             VALUE 'Y'.
011700 01  WS-NEXT-CASE-NBR          PIC 9(06)      VALUE ZERO.
011800 01  WS-LIST-BASE              PIC 9(04)      VALUE ZERO.
011900 01  WS-LIST-IX                PIC 9(04).
012000 01  WS-LIST-ROW               PIC 9(02).
012100 01  WS-HLD-IX-N               PIC 9(04).
012200 01  WS-IN-SELECT              PIC X(06)      VALUE SPACES.
012300 01  WS-SEL-NBR                PIC 9(06).
012400 01  WS-IN-NPI                 PIC X(10)      VALUE SPACES.
012500 01  WS-IN-ALLEG               PIC X(04)      VALUE SPACES.
012600     88  WS-IN-ALLEG-VALID         VALUE 'BILL' 'UPCD' 'UNBN'
012700                                         'KICK' 'IDTH' 'MNEC'
012800                                         'OTHR'.
012900 01  WS-IN-INVEST              PIC X(08)      VALUE SPACES.
013000 01  WS-IN-STATUS              PIC X(01)      VALUE SPACE.
013100 01  WS-IN-HOLD-TYPE           PIC X(01)      VALUE SPACE.
013200 01  WS-IN-HOLD-PCT            PIC X(03)      VALUE SPACES.
013300 01  WS-IN-NOTE                PIC X(60)      VALUE SPACES.
013400 01  WS-IN-DISPOSE             PIC X(01)      VALUE SPACE.
013500 01  WS-IN-PCT-N               PIC 9(03)      VALUE ZERO.
013600 01  WS-ADD-MODE-SW            PIC X(01)      VALUE 'N'.
013700     88  WS-ADD-MODE               VALUE 'Y'.
013800 01  WS-EDIT-ERROR             PIC X(40)      VALUE SPACES.
013900 01  WS-LOG-ACTION             PIC X(01).
014000 01  WS-CASE-HELD-COUNT        PIC 9(04)      VALUE ZERO.
014100 01  WS-CASE-HELD-AMT          PIC 9(11)V99   VALUE ZERO.
014200 01  WS-DISPOSED-COUNT         PIC 9(04)      VALUE ZERO.
014300 01  WS-AMT-ED                 PIC Z,ZZZ,ZZZ,ZZ9.99.
014400 01  WS-OUT-MESSAGE            PIC X(70)      VALUE SPACES.
014500 01  WS-LIST-MESSAGE           PIC X(70)      VALUE SPACES.
014600 01  WS-LIST-LINES.
014700     05  WS-LIST-LINE          OCCURS 10 TIMES PIC X(78).
014800 01  WS-ADDED-COUNT            PIC 9(04)      VALUE ZERO.
014900 01  WS-UPDATED-COUNT          PIC 9(04)      VALUE ZERO.
015000 01  WS-RELEASED-COUNT         PIC 9(04)      VALUE ZERO.
015100 01  WS-FORFEITED-COUNT        PIC 9(04)      VALUE ZERO.
015200 SCREEN SECTION.
015300 01  SD-LIST-SCREEN.
015400     05  BLANK SCREEN.
015500     05  LINE 1  COLUMN 1
015600         VALUE 'SPECIAL INVESTIGATIONS CASE LIST'.
015700     05  LINE 2  COLUMN 1  PIC X(70) FROM WS-LIST-MESSAGE.
015800     05  LINE 3  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(1).
015900     05  LINE 4  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(2).
016000     05  LINE 5  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(3).
016100     05  LINE 6  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(4).
016200     05  LINE 7  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(5).
016300     05  LINE 8  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(6).
016400     05  LINE 9  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(7).
016500     05  LINE 10 COLUMN 1  PIC X(78) FROM WS-LIST-LINE(8).
016600     05  LINE 11 COLUMN 1  PIC X(78) FROM WS-LIST-LINE(9).
016700     05  LINE 12 COLUMN 1  PIC X(78) FROM WS-LIST-LINE(10).
016800     05  LINE 14 COLUMN 1
016900         VALUE 'CASE NBR (A=ADD, N=NEXT PAGE, X=EXIT): '.
017000     05  LINE 14 COLUMN 41 PIC X(06) USING WS-IN-SELECT.
017100 01  SD-CASE-SCREEN.
017200     05  BLANK SCREEN.
017300     05  LINE 1  COLUMN 1  VALUE 'SIU CASE MAINTENANCE'.
017400     05  LINE 2  COLUMN 1  PIC X(70) USING WS-OUT-MESSAGE.
017500     05  LINE 4  COLUMN 1  VALUE 'PROVIDER NPI......: '.
017600     05  LINE 4  COLUMN 21 PIC X(10) USING WS-IN-NPI.
017700     05  LINE 5  COLUMN 1  VALUE 'ALLEGATION........: '.
017800     05  LINE 5  COLUMN 21 PIC X(04) USING WS-IN-ALLEG.
017900     05  LINE 5  COLUMN 27
018000         VALUE '(BILL UPCD UNBN KICK IDTH MNEC OTHR)'.
018100     05  LINE 6  COLUMN 1  VALUE 'INVESTIGATOR......: '.
018200     05  LINE 6  COLUMN 21 PIC X(08) USING WS-IN-INVEST.
018300     05  LINE 7  COLUMN 1  VALUE 'CASE STATUS.......: '.
018400     05  LINE 7  COLUMN 21 PIC X(01) USING WS-IN-STATUS.
018500     05  LINE 7  COLUMN 27 VALUE '(O=OPEN C=CLOSED)'.
018600     05  LINE 8  COLUMN 1  VALUE 'PAYMENT HOLD......: '.
018700     05  LINE 8  COLUMN 21 PIC X(01) USING WS-IN-HOLD-TYPE.
018800     05  LINE 8  COLUMN 27 VALUE '(N=NONE F=FULL P=PERCENT)'.
018900     05  LINE 9  COLUMN 1  VALUE 'HOLD PERCENT......: '.
019000     05  LINE 9  COLUMN 21 PIC X(03) USING WS-IN-HOLD-PCT.
019100     05  LINE 10 COLUMN 1  VALUE 'NOTE..............: '.
019200     05  LINE 10 COLUMN 21 PIC X(60) USING WS-IN-NOTE.
019300     05  LINE 12 COLUMN 1
019400         VALUE 'HELD FUNDS (R=RELEASE ALL F=FORFEIT ALL): '.
019500     05  LINE 12 COLUMN 44 PIC X(01) USING WS-IN-DISPOSE.
019600 PROCEDURE DIVISION.
019700 0000-MAIN-CONTROL.
019800     PERFORM 1000-INITIALIZE
019900     IF WS-SIGNON-RESULT = 'Y'
020000         PERFORM 2000-WORK-LOOP
020100             UNTIL WS-EXIT-REQUESTED
020200         IF NOT WS-TABLE-FULL
020300             PERFORM 8000-REWRITE-CASES
020400             PERFORM 8100-REWRITE-HELD
020500         END-IF
020600     END-IF
020700     PERFORM 9000-TERMINATE
020800     STOP RUN.
020900
021000 1000-INITIALIZE.
021100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
021200     ACCEPT WS-TIME FROM TIME
021300     PERFORM 1050-OPERATOR-SIGN-ON
021400     IF WS-SIGNON-RESULT = 'Y'
021500         PERFORM 1100-LOAD-CASES
021600         PERFORM 1200-LOAD-HELD
021700         IF WS-TABLE-FULL
021800             DISPLAY 'SIU FILES EXCEED 2000 ENTRIES - SEE SYSTEMS'
021900             SET WS-EXIT-REQUESTED TO TRUE
022000         END-IF
022100         OPEN EXTEND SIU-LOG
022200         IF WS-LOG-STATUS = '35'
022300             OPEN OUTPUT SIU-LOG
022400         END-IF
022500     END-IF.
022600
022700*AR 150086 PATTERN - SHARED SIGN-ON; THE SIU ROLE IS REQUIRED,
022800*AND BCPSIGNON GRANTS IT ONLY TO OPERATORS WHO HOLD IT.
022900 1050-OPERATOR-SIGN-ON.
023000     MOVE 'U' TO WS-SIGNON-ROLE
023100     CALL 'BCPSIGNON' USING WS-SIGNON-ROLE
023200         WS-OPERATOR-ID WS-SIGNON-RESULT
023300     END-CALL
023400     IF WS-SIGNON-RESULT NOT = 'Y'
023500         SET WS-EXIT-REQUESTED TO TRUE
023600         DISPLAY 'SIGN-ON FAILED - SIU SESSION ENDED'
023700     END-IF.
023800
023900 1100-LOAD-CASES.
024000     OPEN INPUT SIU-CASE-FILE
024100     PERFORM 1110-READ-CASE
024200     PERFORM UNTIL WS-NO-MORE-SIU
024300         IF WS-CSE-TABLE-COUNT < 2000
024400             ADD 1 TO WS-CSE-TABLE-COUNT
024500             SET WS-CSE-IX TO WS-CSE-TABLE-COUNT
024600             MOVE SIUC-CASE-NBR OF SIUC-RECORD
024700                 TO WS-CSE-CASE-NBR(WS-CSE-IX)
024800             MOVE SIUC-PROV-NPI OF SIUC-RECORD
024900                 TO WS-CSE-NPI(WS-CSE-IX)
025000             MOVE SIUC-STATUS OF SIUC-RECORD
025100                 TO WS-CSE-STAT(WS-CSE-IX)
025200             MOVE SIUC-ALLEGATION OF SIUC-RECORD
025300                 TO WS-CSE-ALLEG(WS-CSE-IX)
025400             MOVE SIUC-INVESTIGATOR OF SIUC-RECORD
025500                 TO WS-CSE-INVEST(WS-CSE-IX)
025600             MOVE SIUC-OPENED-DATE OF SIUC-RECORD
025700                 TO WS-CSE-OPENED(WS-CSE-IX)
025800             MOVE SIUC-CLOSED-DATE OF SIUC-RECORD
025900                 TO WS-CSE-CLOSED(WS-CSE-IX)
026000             MOVE SIUC-HOLD-TYPE OF SIUC-RECORD
026100                 TO WS-CSE-HOLD-TYPE(WS-CSE-IX)
026200             MOVE SIUC-HOLD-PCT OF SIUC-RECORD
026300                 TO WS-CSE-HOLD-PCT(WS-CSE-IX)
026400             MOVE SIUC-HOLD-DATE OF SIUC-RECORD
026500                 TO WS-CSE-HOLD-DATE(WS-CSE-IX)
026600             MOVE SIUC-LAST-OPERATOR OF SIUC-RECORD
026700                 TO WS-CSE-LAST-OPER(WS-CSE-IX)
026800             MOVE SIUC-LAST-UPDATE OF SIUC-RECORD
026900                 TO WS-CSE-LAST-UPD(WS-CSE-IX)
027000             MOVE SIUC-NOTE OF SIUC-RECORD
027100                 TO WS-CSE-NOTE(WS-CSE-IX)
027200             IF SIUC-CASE-NBR OF SIUC-RECORD > WS-NEXT-CASE-NBR
027300                 MOVE SIUC-CASE-NBR OF SIUC-RECORD
027400                     TO WS-NEXT-CASE-NBR
027500             END-IF
027600         ELSE
027700             SET WS-TABLE-FULL TO TRUE
027800         END-IF
027900         PERFORM 1110-READ-CASE
028000     END-PERFORM
028100     CLOSE SIU-CASE-FILE
028200     ADD 1 TO WS-NEXT-CASE-NBR.
028300
028400 1110-READ-CASE.
028500     READ SIU-CASE-FILE
028600         AT END
028700             SET WS-NO-MORE-SIU TO TRUE
028800     END-READ.
028900
029000 1200-LOAD-HELD.
029100     OPEN INPUT SIU-HELD-FILE
029200     PERFORM 1210-READ-HELD
029300     PERFORM UNTIL WS-NO-MORE-SHP
029400         IF WS-HLD-TABLE-COUNT < 2000
029500             ADD 1 TO WS-HLD-TABLE-COUNT
029600             SET WS-HLD-IX TO WS-HLD-TABLE-COUNT
029700             MOVE SIUH-STATUS OF SIUH-RECORD
029800                 TO WS-HLD-STAT(WS-HLD-IX)
029900             MOVE SIUH-CASE-NBR OF SIUH-RECORD
030000                 TO WS-HLD-CASE-NBR(WS-HLD-IX)
030100             MOVE SIUH-HOLD-TYPE OF SIUH-RECORD
030200                 TO WS-HLD-HOLD-TYPE(WS-HLD-IX)
030300             MOVE SIUH-HELD-DATE OF SIUH-RECORD
030400                 TO WS-HLD-HELD-DATE(WS-HLD-IX)
030500             MOVE SIUH-HELD-AMT OF SIUH-RECORD
030600                 TO WS-HLD-AMT(WS-HLD-IX)
030700             MOVE SIUH-DISPOSED-BY OF SIUH-RECORD
030800                 TO WS-HLD-DISP-BY(WS-HLD-IX)
030900             MOVE SIUH-DISPOSITION-DATE OF SIUH-RECORD
031000                 TO WS-HLD-DISP-DATE(WS-HLD-IX)
031100             MOVE SIUH-SETTLED-DATE OF SIUH-RECORD
031200                 TO WS-HLD-SETTLED(WS-HLD-IX)
031300             MOVE SIUH-RESP-IMAGE OF SIUH-RECORD
031400                 TO WS-HLD-IMAGE(WS-HLD-IX)
031500         ELSE
031600             SET WS-TABLE-FULL TO TRUE
031700         END-IF
031800         PERFORM 1210-READ-HELD
031900     END-PERFORM
032000     CLOSE SIU-HELD-FILE.
032100
032200 1210-READ-HELD.
032300     READ SIU-HELD-FILE
032400         AT END
032500             SET WS-NO-MORE-SHP TO TRUE
032600     END-READ.
032700
032800*A FILE TOO BIG FOR ITS TABLE WOULD BE TRUNCATED ON REWRITE, SO
032900*1000 ENDS THAT SESSION BEFORE THE FIRST SCREEN AND NOTHING IS
033000*WRITTEN BACK.
033100 2000-WORK-LOOP.
033200     PERFORM 2100-BUILD-LIST-LINES
033300     MOVE SPACES TO WS-IN-SELECT
033400     DISPLAY SD-LIST-SCREEN
033500     ACCEPT SD-LIST-SCREEN
033600     MOVE SPACES TO WS-LIST-MESSAGE
033700     EVALUATE TRUE
033800         WHEN WS-IN-SELECT = 'X     ' OR 'x     '
033900             SET WS-EXIT-REQUESTED TO TRUE
034000         WHEN WS-IN-SELECT = 'N     ' OR 'n     '
034100             ADD 10 TO WS-LIST-BASE
034200             IF WS-LIST-BASE >= WS-CSE-TABLE-COUNT
034300                 MOVE ZERO TO WS-LIST-BASE
034400             END-IF
034500         WHEN WS-IN-SELECT = 'A     ' OR 'a     '
034600             PERFORM 3000-ADD-CASE
034700         WHEN WS-IN-SELECT IS NUMERIC
034800             MOVE WS-IN-SELECT TO WS-SEL-NBR
034900             PERFORM 3100-WORK-CASE
035000         WHEN OTHER
035100             CONTINUE
035200     END-EVALUATE.
035300
035400 2100-BUILD-LIST-LINES.
035500     PERFORM VARYING WS-LIST-ROW FROM 1 BY 1
035600             UNTIL WS-LIST-ROW > 10
035700         MOVE SPACES TO WS-LIST-LINE(WS-LIST-ROW)
035800         COMPUTE WS-LIST-IX = WS-LIST-BASE + WS-LIST-ROW
035900         IF WS-LIST-IX <= WS-CSE-TABLE-COUNT
036000             SET WS-CSE-IX TO WS-LIST-IX
036100             STRING WS-CSE-CASE-NBR(WS-CSE-IX)
036200                 ' NPI ' WS-CSE-NPI(WS-CSE-IX)
036300                 ' ST ' WS-CSE-STAT(WS-CSE-IX)
036400                 ' ' WS-CSE-ALLEG(WS-CSE-IX)
036500                 ' HOLD ' WS-CSE-HOLD-TYPE(WS-CSE-IX)
036600                 ' ' WS-CSE-HOLD-PCT(WS-CSE-IX)
036700                 ' INV ' WS-CSE-INVEST(WS-CSE-IX)
036800                 ' OPENED ' WS-CSE-OPENED(WS-CSE-IX)
036900                 DELIMITED BY SIZE
037000                 INTO WS-LIST-LINE(WS-LIST-ROW)
037100         END-IF
037200     END-PERFORM.
037300
037400 3000-ADD-CASE.
037500     IF WS-CSE-TABLE-COUNT >= 2000
037600         MOVE 'CASE FILE FULL - NO CASE ADDED' TO WS-LIST-MESSAGE
037700     ELSE
037800         SET WS-ADD-MODE TO TRUE
037900         MOVE SPACES TO WS-IN-NPI WS-IN-ALLEG WS-IN-NOTE
038000             WS-IN-HOLD-PCT
038100         MOVE WS-OPERATOR-ID TO WS-IN-INVEST
038200         MOVE 'O' TO WS-IN-STATUS
038300         MOVE 'N' TO WS-IN-HOLD-TYPE
038400         MOVE SPACE TO WS-IN-DISPOSE
038500         MOVE 'NEW CASE' TO WS-OUT-MESSAGE
038600         DISPLAY SD-CASE-SCREEN
038700         ACCEPT SD-CASE-SCREEN
038800         PERFORM 3300-EDIT-INPUT
038900         IF WS-EDIT-ERROR = SPACES
039000             ADD 1 TO WS-CSE-TABLE-COUNT
039100             SET WS-CSE-IX TO WS-CSE-TABLE-COUNT
039200             MOVE WS-NEXT-CASE-NBR TO WS-CSE-CASE-NBR(WS-CSE-IX)
039300             ADD 1 TO WS-NEXT-CASE-NBR
039400             MOVE WS-IN-NPI     TO WS-CSE-NPI(WS-CSE-IX)
039500             MOVE 'O'           TO WS-CSE-STAT(WS-CSE-IX)
039600             MOVE WS-TODAY-DATE TO WS-CSE-OPENED(WS-CSE-IX)
039700             MOVE SPACES        TO WS-CSE-CLOSED(WS-CSE-IX)
039800             MOVE 'N'           TO WS-CSE-HOLD-TYPE(WS-CSE-IX)
039900             MOVE ZERO          TO WS-CSE-HOLD-PCT(WS-CSE-IX)
040000             MOVE SPACES        TO WS-CSE-HOLD-DATE(WS-CSE-IX)
040100             PERFORM 3400-APPLY-INPUT
040200             ADD 1 TO WS-ADDED-COUNT
040300             MOVE 'A' TO WS-LOG-ACTION
040400             PERFORM 3600-LOG-CASE-ACTION
040500             STRING 'CASE ' WS-CSE-CASE-NBR(WS-CSE-IX)
040600                 ' OPENED FOR NPI ' WS-CSE-NPI(WS-CSE-IX)
040700                 DELIMITED BY SIZE INTO WS-LIST-MESSAGE
040800         ELSE
040900             STRING 'CASE NOT ADDED - ' WS-EDIT-ERROR
041000                 DELIMITED BY SIZE INTO WS-LIST-MESSAGE
041100         END-IF
041200         MOVE 'N' TO WS-ADD-MODE-SW
041300     END-IF.
041400
041500 3100-WORK-CASE.
041600     MOVE 'N' TO WS-CSE-FOUND-SW
041700     SET WS-CSE-IX TO 1
041800     IF WS-CSE-TABLE-COUNT > ZERO
041900         SEARCH WS-CSE-ENTRY
042000             AT END
042100                 CONTINUE
042200             WHEN WS-CSE-CASE-NBR(WS-CSE-IX) = WS-SEL-NBR
042300                 SET WS-CSE-FOUND TO TRUE
042400         END-SEARCH
042500     END-IF
042600     IF WS-CSE-FOUND
042700         MOVE WS-CSE-NPI(WS-CSE-IX)       TO WS-IN-NPI
042800         MOVE WS-CSE-ALLEG(WS-CSE-IX)     TO WS-IN-ALLEG
042900         MOVE WS-CSE-INVEST(WS-CSE-IX)    TO WS-IN-INVEST
043000         MOVE WS-CSE-STAT(WS-CSE-IX)      TO WS-IN-STATUS
043100         MOVE WS-CSE-HOLD-TYPE(WS-CSE-IX) TO WS-IN-HOLD-TYPE
043200         MOVE WS-CSE-HOLD-PCT(WS-CSE-IX)  TO WS-IN-HOLD-PCT
043300         MOVE WS-CSE-NOTE(WS-CSE-IX)      TO WS-IN-NOTE
043400         MOVE SPACE TO WS-IN-DISPOSE
043500         PERFORM 3200-TALLY-CASE-HELD
043600         MOVE WS-CASE-HELD-AMT TO WS-AMT-ED
043700         MOVE SPACES TO WS-OUT-MESSAGE
043800         STRING 'CASE ' WS-CSE-CASE-NBR(WS-CSE-IX)
043900             ' OPENED ' WS-CSE-OPENED(WS-CSE-IX)
044000             ' HELD PAYMENTS ' WS-CASE-HELD-COUNT
044100             ' ' WS-AMT-ED
044200             DELIMITED BY SIZE INTO WS-OUT-MESSAGE
044300         DISPLAY SD-CASE-SCREEN
044400         ACCEPT SD-CASE-SCREEN
044500*THE NPI IS THE CASE KEY; IT IS NOT CHANGED ONCE OPENED.
044600         MOVE WS-CSE-NPI(WS-CSE-IX) TO WS-IN-NPI
044700         PERFORM 3300-EDIT-INPUT
044800         IF WS-EDIT-ERROR = SPACES
044900             PERFORM 3400-APPLY-INPUT
045000             ADD 1 TO WS-UPDATED-COUNT
045100             PERFORM 3600-LOG-CASE-ACTION
045200             PERFORM 3500-DISPOSE-HELD
045300             STRING 'CASE ' WS-CSE-CASE-NBR(WS-CSE-IX)
045400                 ' SAVED - HELD PAYMENTS DISPOSED '
045500                 WS-DISPOSED-COUNT
045600                 DELIMITED BY SIZE INTO WS-LIST-MESSAGE
045700         ELSE
045800             STRING 'CASE ' WS-CSE-CASE-NBR(WS-CSE-IX)
045900                 ' NOT SAVED - ' WS-EDIT-ERROR
046000                 DELIMITED BY SIZE INTO WS-LIST-MESSAGE
046100         END-IF
046200     ELSE
046300         MOVE 'NO SUCH CASE NUMBER' TO WS-LIST-MESSAGE
046400     END-IF.
046500
046600 3200-TALLY-CASE-HELD.
046700     MOVE ZERO TO WS-CASE-HELD-COUNT WS-CASE-HELD-AMT
046800     PERFORM VARYING WS-HLD-IX-N FROM 1 BY 1
046900             UNTIL WS-HLD-IX-N > WS-HLD-TABLE-COUNT
047000         SET WS-HLD-IX TO WS-HLD-IX-N
047100         IF WS-HLD-CASE-NBR(WS-HLD-IX)
047200                 = WS-CSE-CASE-NBR(WS-CSE-IX)
047300             AND WS-HLD-STAT(WS-HLD-IX) = 'H'
047400             ADD 1 TO WS-CASE-HELD-COUNT
047500             ADD WS-HLD-AMT(WS-HLD-IX) TO WS-CASE-HELD-AMT
047600         END-IF
047700     END-PERFORM.
047800
047900*THE FIRST FAILED EDIT IS REPORTED AND NOTHING IS SAVED. A CASE
048000*BEING CLOSED DROPS ITS HOLD, WHATEVER THE HOLD FIELDS SAY.
048100 3300-EDIT-INPUT.
048200     MOVE SPACES TO WS-EDIT-ERROR
048300     MOVE ZERO TO WS-IN-PCT-N
048400     IF WS-IN-HOLD-PCT NOT = SPACES
048410         AND FUNCTION TEST-NUMVAL (WS-IN-HOLD-PCT) = ZERO
048500         COMPUTE WS-IN-PCT-N = FUNCTION NUMVAL(WS-IN-HOLD-PCT)
048600         END-COMPUTE
048700     END-IF
048800     EVALUATE TRUE
048900         WHEN WS-ADD-MODE AND WS-IN-NPI IS NOT NUMERIC
049000             MOVE 'NPI MUST BE 10 DIGITS' TO WS-EDIT-ERROR
049100         WHEN WS-ADD-MODE AND WS-IN-STATUS NOT = 'O'
049200             MOVE 'A NEW CASE MUST BE OPEN' TO WS-EDIT-ERROR
049300         WHEN NOT WS-IN-ALLEG-VALID
049400             MOVE 'ALLEGATION TYPE NOT RECOGNIZED'
049500                 TO WS-EDIT-ERROR
049600         WHEN WS-IN-INVEST = SPACES
049700             MOVE 'INVESTIGATOR REQUIRED' TO WS-EDIT-ERROR
049800         WHEN WS-IN-STATUS NOT = 'O' AND WS-IN-STATUS NOT = 'C'
049900             MOVE 'CASE STATUS MUST BE O OR C' TO WS-EDIT-ERROR
050000         WHEN WS-IN-HOLD-TYPE NOT = 'N'
050100             AND WS-IN-HOLD-TYPE NOT = 'F'
050200             AND WS-IN-HOLD-TYPE NOT = 'P'
050300             MOVE 'PAYMENT HOLD MUST BE N, F OR P'
050400                 TO WS-EDIT-ERROR
050410         WHEN WS-IN-HOLD-PCT NOT = SPACES
050420             AND FUNCTION TEST-NUMVAL (WS-IN-HOLD-PCT) NOT = ZERO
050430             MOVE 'HOLD PERCENT MUST BE NUMERIC' TO WS-EDIT-ERROR
050500         WHEN WS-IN-HOLD-TYPE = 'P' AND WS-IN-STATUS = 'O'
050600             AND (WS-IN-PCT-N < 1 OR WS-IN-PCT-N > 99)
050700             MOVE 'HOLD PERCENT MUST BE 1 - 99' TO WS-EDIT-ERROR
050800         WHEN WS-IN-DISPOSE NOT = SPACE
050900             AND WS-IN-DISPOSE NOT = 'R'
051000             AND WS-IN-DISPOSE NOT = 'F'
051100             MOVE 'HELD FUNDS ACTION MUST BE R OR F'
051200                 TO WS-EDIT-ERROR
051300         WHEN OTHER
051400             PERFORM 3310-CHECK-OPEN-CASE
051500     END-EVALUATE.
051600
051700*ONE OPEN CASE PER NPI, SO BCPNACHA NEVER SEES TWO HOLDS FOR THE
051800*SAME PAYEE.
051900 3310-CHECK-OPEN-CASE.
052000     IF WS-IN-STATUS = 'O'
052100         PERFORM VARYING WS-LIST-IX FROM 1 BY 1
052200                 UNTIL WS-LIST-IX > WS-CSE-TABLE-COUNT
052300             IF WS-CSE-NPI(WS-LIST-IX) = WS-IN-NPI
052400                 AND WS-CSE-STAT(WS-LIST-IX) = 'O'
052500                 AND (WS-ADD-MODE
052600                  OR WS-CSE-CASE-NBR(WS-LIST-IX) NOT = WS-SEL-NBR)
052700                 MOVE 'NPI ALREADY HAS AN OPEN CASE'
052800                     TO WS-EDIT-ERROR
052900             END-IF
053000         END-PERFORM
053100     END-IF.
053200
053300 3400-APPLY-INPUT.
053400     MOVE 'U' TO WS-LOG-ACTION
053500     MOVE WS-IN-ALLEG  TO WS-CSE-ALLEG(WS-CSE-IX)
053600     MOVE WS-IN-INVEST TO WS-CSE-INVEST(WS-CSE-IX)
053700     MOVE WS-IN-NOTE   TO WS-CSE-NOTE(WS-CSE-IX)
053800     IF WS-IN-STATUS = 'C'
053900         IF WS-CSE-STAT(WS-CSE-IX) = 'O'
054000             MOVE 'C' TO WS-LOG-ACTION
054100             MOVE WS-TODAY-DATE TO WS-CSE-CLOSED(WS-CSE-IX)
054200         END-IF
054300         MOVE 'N' TO WS-IN-HOLD-TYPE
054400     ELSE
054500         MOVE SPACES TO WS-CSE-CLOSED(WS-CSE-IX)
054600     END-IF
054700     MOVE WS-IN-STATUS TO WS-CSE-STAT(WS-CSE-IX)
054800     IF WS-IN-HOLD-TYPE NOT = 'P'
054900         MOVE ZERO TO WS-IN-PCT-N
055000     END-IF
055100     IF WS-IN-HOLD-TYPE NOT = WS-CSE-HOLD-TYPE(WS-CSE-IX)
055200         OR WS-IN-PCT-N NOT = WS-CSE-HOLD-PCT(WS-CSE-IX)
055300         MOVE WS-IN-HOLD-TYPE TO WS-CSE-HOLD-TYPE(WS-CSE-IX)
055400         MOVE WS-IN-PCT-N     TO WS-CSE-HOLD-PCT(WS-CSE-IX)
055500         MOVE WS-TODAY-DATE   TO WS-CSE-HOLD-DATE(WS-CSE-IX)
055600     END-IF
055700     MOVE WS-OPERATOR-ID TO WS-CSE-LAST-OPER(WS-CSE-IX)
055800     MOVE WS-TODAY-DATE  TO WS-CSE-LAST-UPD(WS-CSE-IX).
055900
056000*EVERY PAYMENT STILL HELD FOR THE CASE TAKES THE DECISION; THE
056100*NEXT BCPNACHA RUN PAYS OR BOOKS IT.
056200 3500-DISPOSE-HELD.
056300     MOVE ZERO TO WS-DISPOSED-COUNT
056400     IF WS-IN-DISPOSE = 'R' OR WS-IN-DISPOSE = 'F'
056500         PERFORM VARYING WS-HLD-IX-N FROM 1 BY 1
056600                 UNTIL WS-HLD-IX-N > WS-HLD-TABLE-COUNT
056700             SET WS-HLD-IX TO WS-HLD-IX-N
056800             IF WS-HLD-CASE-NBR(WS-HLD-IX)
056900                     = WS-CSE-CASE-NBR(WS-CSE-IX)
057000                 AND WS-HLD-STAT(WS-HLD-IX) = 'H'
057100                 PERFORM 3510-DISPOSE-ONE
057200             END-IF
057300         END-PERFORM
057400     END-IF.
057500
057600 3510-DISPOSE-ONE.
057700     ADD 1 TO WS-DISPOSED-COUNT
057800     IF WS-IN-DISPOSE = 'R'
057900         ADD 1 TO WS-RELEASED-COUNT
058000     ELSE
058100         ADD 1 TO WS-FORFEITED-COUNT
058200     END-IF
058300     MOVE WS-IN-DISPOSE  TO WS-HLD-STAT(WS-HLD-IX)
058400     MOVE WS-OPERATOR-ID TO WS-HLD-DISP-BY(WS-HLD-IX)
058500     MOVE WS-TODAY-DATE  TO WS-HLD-DISP-DATE(WS-HLD-IX)
058600     MOVE WS-HLD-IMAGE(WS-HLD-IX) TO WRK-RESP-DTL
058700     MOVE SPACES TO SLOG-RECORD
058800     MOVE WS-OPERATOR-ID TO SLOG-OPERATOR
058900     MOVE WS-TODAY-DATE  TO SLOG-ACTION-DATE
059000     MOVE WS-TIME        TO SLOG-ACTION-TIME
059100     MOVE WS-CSE-CASE-NBR(WS-CSE-IX) TO SLOG-CASE-NBR
059200     MOVE WS-CSE-NPI(WS-CSE-IX)      TO SLOG-PROV-NPI
059300     MOVE WS-IN-DISPOSE  TO SLOG-ACTION
059400     MOVE BCP-RESP-CLM-KEY OF WRK-RESP-DTL TO SLOG-CLM-KEY
059500     MOVE WS-HLD-AMT(WS-HLD-IX) TO SLOG-AMOUNT
059600     WRITE SLOG-RECORD.
059700
059800 3600-LOG-CASE-ACTION.
059900     MOVE SPACES TO SLOG-RECORD
060000     MOVE WS-OPERATOR-ID TO SLOG-OPERATOR
060100     MOVE WS-TODAY-DATE  TO SLOG-ACTION-DATE
060200     MOVE WS-TIME        TO SLOG-ACTION-TIME
060300     MOVE WS-CSE-CASE-NBR(WS-CSE-IX) TO SLOG-CASE-NBR
060400     MOVE WS-CSE-NPI(WS-CSE-IX)      TO SLOG-PROV-NPI
060500     MOVE WS-LOG-ACTION  TO SLOG-ACTION
060600     MOVE ZERO TO SLOG-CLM-KEY
060700     MOVE ZERO TO SLOG-AMOUNT
060800     WRITE SLOG-RECORD.
060900
061000 8000-REWRITE-CASES.
061100     OPEN OUTPUT SIU-CASE-OUT
061200     PERFORM VARYING WS-CSE-IX FROM 1 BY 1
061300             UNTIL WS-CSE-IX > WS-CSE-TABLE-COUNT
061400         MOVE SPACES TO SIUCO-RECORD
061500         MOVE WS-CSE-CASE-NBR(WS-CSE-IX)
061600             TO SIUC-CASE-NBR OF SIUCO-RECORD
061700         MOVE WS-CSE-NPI(WS-CSE-IX)
061800             TO SIUC-PROV-NPI OF SIUCO-RECORD
061900         MOVE WS-CSE-STAT(WS-CSE-IX)
062000             TO SIUC-STATUS OF SIUCO-RECORD
062100         MOVE WS-CSE-ALLEG(WS-CSE-IX)
062200             TO SIUC-ALLEGATION OF SIUCO-RECORD
062300         MOVE WS-CSE-INVEST(WS-CSE-IX)
062400             TO SIUC-INVESTIGATOR OF SIUCO-RECORD
062500         MOVE WS-CSE-OPENED(WS-CSE-IX)
062600             TO SIUC-OPENED-DATE OF SIUCO-RECORD
062700         MOVE WS-CSE-CLOSED(WS-CSE-IX)
062800             TO SIUC-CLOSED-DATE OF SIUCO-RECORD
062900         MOVE WS-CSE-HOLD-TYPE(WS-CSE-IX)
063000             TO SIUC-HOLD-TYPE OF SIUCO-RECORD
063100         MOVE WS-CSE-HOLD-PCT(WS-CSE-IX)
063200             TO SIUC-HOLD-PCT OF SIUCO-RECORD
063300         MOVE WS-CSE-HOLD-DATE(WS-CSE-IX)
063400             TO SIUC-HOLD-DATE OF SIUCO-RECORD
063500         MOVE WS-CSE-LAST-OPER(WS-CSE-IX)
063600             TO SIUC-LAST-OPERATOR OF SIUCO-RECORD
063700         MOVE WS-CSE-LAST-UPD(WS-CSE-IX)
063800             TO SIUC-LAST-UPDATE OF SIUCO-RECORD
063900         MOVE WS-CSE-NOTE(WS-CSE-IX)
064000             TO SIUC-NOTE OF SIUCO-RECORD
064100         WRITE SIUCO-RECORD
064200     END-PERFORM
064300     CLOSE SIU-CASE-OUT.
064400
064500 8100-REWRITE-HELD.
064600     OPEN OUTPUT SIU-HELD-OUT
064700     PERFORM VARYING WS-HLD-IX FROM 1 BY 1
064800             UNTIL WS-HLD-IX > WS-HLD-TABLE-COUNT
064900         MOVE WS-HLD-STAT(WS-HLD-IX)
065000             TO SIUH-STATUS OF SIUHO-RECORD
065100         MOVE WS-HLD-CASE-NBR(WS-HLD-IX)
065200             TO SIUH-CASE-NBR OF SIUHO-RECORD
065300         MOVE WS-HLD-HOLD-TYPE(WS-HLD-IX)
065400             TO SIUH-HOLD-TYPE OF SIUHO-RECORD
065500         MOVE WS-HLD-HELD-DATE(WS-HLD-IX)
065600             TO SIUH-HELD-DATE OF SIUHO-RECORD
065700         MOVE WS-HLD-AMT(WS-HLD-IX)
065800             TO SIUH-HELD-AMT OF SIUHO-RECORD
065900         MOVE WS-HLD-DISP-BY(WS-HLD-IX)
066000             TO SIUH-DISPOSED-BY OF SIUHO-RECORD
066100         MOVE WS-HLD-DISP-DATE(WS-HLD-IX)
066200             TO SIUH-DISPOSITION-DATE OF SIUHO-RECORD
066300         MOVE WS-HLD-SETTLED(WS-HLD-IX)
066400             TO SIUH-SETTLED-DATE OF SIUHO-RECORD
066500         MOVE WS-HLD-IMAGE(WS-HLD-IX)
066600             TO SIUH-RESP-IMAGE OF SIUHO-RECORD
066700         WRITE SIUHO-RECORD
066800     END-PERFORM
066900     CLOSE SIU-HELD-OUT.
067000
067100 9000-TERMINATE.
067200     IF WS-SIGNON-RESULT = 'Y'
067300         CLOSE SIU-LOG
067400     END-IF
067500     DISPLAY 'SIU CASES ADDED: ' WS-ADDED-COUNT
067600         ' UPDATED: ' WS-UPDATED-COUNT
067700         ' HELD PAYMENTS RELEASED: ' WS-RELEASED-COUNT
067800         ' FORFEITED: ' WS-FORFEITED-COUNT.
