000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150139 - DAILY REFERENCE MASTER     *
000300*            FRESHNESS MONITOR. THE EDITORS QUIETLY PASS OR      *
000400*            REJECT AGAINST A STALE LIST WHEN A REFRESH IS       *
000500*            MISSED. THIS READS THE FRESHNESS CONTROL FILE       *
000600*            (BCPREFCT) AND, FOR EACH MASTER, CHECKS THE LAST    *
000700*            LOAD AGAINST ITS CADENCE (WEEKLY 7, MONTHLY 31,     *
000800*            QUARTERLY 92, ANNUAL 366 DAYS, PLUS GRACE) AND      *
000900*            AGAINST ANY FIXED ANNUAL RELEASE DATE (E.G. ICD-10  *
001000*            ON OCTOBER 1, WHICH MAY BE LOADED UP TO LEAD DAYS   *
001100*            AHEAD), REPORTING EACH AS CURRENT, DUE SOON (INSIDE *
001200*            THE LEAD WINDOW) OR OVERDUE. OVERDUE REGULATORY     *
001300*            MASTERS ARE COUNTED ON A CONTROL LEDGER ROW         *
001400*            (BCPREFMN/REFGATE) THAT BCPRUNGT'S FRESHNESS MODE   *
001500*            ENFORCES. THE REPORT THEN LISTS THE LAST WEEK OF    *
001600*            EDITOR RUNS FROM THE USAGE LOG (BCPREFUS) WITH THE  *
001700*            VERSION EACH ONE USED, FLAGGING RUNS THAT USED A    *
001800*            VERSION SINCE SUPERSEDED. RETURN-CODE 4 WHEN ANY    *
001900*            MASTER IS OVERDUE, 8 WHEN THE CONTROL FILE IS       *
002000*            MISSING (NO LEDGER ROW IS WRITTEN, SO THE GATE      *
002100*            REFUSES).                                           *
002200******************************************************************
002210* 10-15-26 - R KOWALSKI - AR 150139 - THE GATE ROW NOW CARRIES A *
002220*            NON-ZERO COUNT, AND THE RUN ENDS RC 8, WHEN THE     *
002230*            CONTROL FILE IS EMPTY, WHEN BCPEXCLM OR BCPICDMS    *
002240*            HAS NO CONTROL ROW, OR WHEN CONTROL ROWS ARE LEFT   *
002250*            UNCHECKED BECAUSE THE TABLE FILLED. EACH OF THESE   *
002260*            LEFT THE GATE OPEN.                                 *
002270******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. BCPREFMN.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL REF-CONTROL-FILE ASSIGN TO REFCTL
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-REFC-STATUS.
003100     SELECT OPTIONAL REF-USAGE-LOG ASSIGN TO REFUSAGE
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-REFU-STATUS.
003400     SELECT CONTROL-LEDGER ASSIGN TO CTLLEDG
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-CTLG-STATUS.
003700     SELECT FRESHNESS-RPT ASSIGN TO REFMNRPT
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS IS WS-RPT-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  REF-CONTROL-FILE.
004300     COPY BCPREFCT.
004400 FD  REF-USAGE-LOG.
004500     COPY BCPREFUS.
004600 FD  CONTROL-LEDGER.
004700     COPY BCPCTLG.
004800 FD  FRESHNESS-RPT.
004900 01  RPT-LINE                  PIC X(132).
005000 WORKING-STORAGE SECTION.
005100 01  WS-REFC-STATUS            PIC X(02).
005200 01  WS-REFU-STATUS            PIC X(02).
005300 01  WS-CTLG-STATUS            PIC X(02).
005400 01  WS-RPT-STATUS             PIC X(02).
005500 01  WS-REFC-EOF-SW            PIC X(01)      VALUE 'N'.
005600     88  WS-NO-MORE-REFC           VALUE 'Y'.
005700 01  WS-REFU-EOF-SW            PIC X(01)      VALUE 'N'.
005800     88  WS-NO-MORE-REFU           VALUE 'Y'.
005900 01  WS-CONTROL-MISSING-SW     PIC X(01)      VALUE 'N'.
006000     88  WS-CONTROL-MISSING        VALUE 'Y'.
006100 01  WS-TODAY-DATE             PIC X(08).
006200 01  WS-TODAY-CCYY             PIC 9(04).
006300 01  WS-TODAY-INT              PIC 9(07)      VALUE ZERO.
006400 01  WS-USAGE-WINDOW           PIC 9(03)      VALUE 7.
006500 01  WS-WINDOW-START-INT       PIC 9(07)      VALUE ZERO.
006600 01  WS-REF-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
006700 01  WS-REF-TABLE.
006800     05  WS-REF-ENTRY          OCCURS 1 TO 100 TIMES
006900                               DEPENDING ON WS-REF-TABLE-COUNT
007000                               INDEXED BY WS-REF-IX.
007100         10  WS-REF-MASTER-ID      PIC X(08).
007200         10  WS-REF-DESCRIPTION    PIC X(20).
007300         10  WS-REF-CADENCE-CD     PIC X(01).
007400         10  WS-REF-GRACE-DAYS     PIC 9(03).
007500         10  WS-REF-RELEASE-MMDD   PIC X(04).
007600         10  WS-REF-LEAD-DAYS      PIC 9(03).
007700         10  WS-REF-REGULATORY-SW  PIC X(01).
007800         10  WS-REF-LOAD-DATE      PIC X(08).
007900         10  WS-REF-LOAD-PGM       PIC X(08).
008000         10  WS-REF-VERSION        PIC X(10).
008100 01  WS-REF-FOUND-SW           PIC X(01)      VALUE 'N'.
008200     88  WS-REF-FOUND              VALUE 'Y'.
008300*PER-MASTER EVALUATION WORK FIELDS.
008400 01  WS-CYCLE-DAYS             PIC 9(03)      VALUE ZERO.
008500 01  WS-LOAD-INT               PIC 9(07)      VALUE ZERO.
008600 01  WS-DUE-INT                PIC 9(07)      VALUE ZERO.
008700 01  WS-NEXT-DUE-INT           PIC 9(07)      VALUE ZERO.
008800 01  WS-WARN-INT               PIC 9(07)      VALUE ZERO.
008900 01  WS-RELEASE-INT            PIC 9(07)      VALUE ZERO.
009000 01  WS-PRIOR-RELEASE-INT      PIC 9(07)      VALUE ZERO.
009100 01  WS-RELEASE-DATE           PIC X(08).
009200 01  WS-RELEASE-NUM            PIC 9(08).
009300 01  WS-NEXT-DUE-DATE          PIC X(08).
009400 01  WS-NEXT-DUE-NUM           PIC 9(08).
009500 01  WS-MASTER-STATE           PIC X(01).
009600     88  WS-MASTER-CURRENT         VALUE 'C'.
009700     88  WS-MASTER-DUE-SOON        VALUE 'S'.
009800     88  WS-MASTER-OVERDUE         VALUE 'O'.
009900 01  WS-STATE-TEXT             PIC X(12).
010000 01  WS-REASON-TEXT            PIC X(40).
010100 01  WS-MASTER-COUNT           PIC 9(05)      VALUE ZERO.
010200 01  WS-CURRENT-COUNT          PIC 9(05)      VALUE ZERO.
010300 01  WS-DUE-SOON-COUNT         PIC 9(05)      VALUE ZERO.
010400 01  WS-OVERDUE-COUNT          PIC 9(05)      VALUE ZERO.
010500 01  WS-REG-OVERDUE-COUNT      PIC 9(05)      VALUE ZERO.
010600 01  WS-USAGE-COUNT            PIC 9(05)      VALUE ZERO.
010700 01  WS-SUPERSEDED-COUNT       PIC 9(05)      VALUE ZERO.
010800 01  WS-USAGE-INT              PIC 9(07)      VALUE ZERO.
010810*CONDITIONS THAT CLOSE THE GATE WHATEVER THE MASTERS SHOW - AN
010820*EMPTY CONTROL FILE, A REQUIRED MASTER WITH NO CONTROL ROW, AND
010830*CONTROL ROWS LEFT UNCHECKED BECAUSE THE TABLE FILLED.
010840 01  WS-GATE-FAIL-COUNT        PIC 9(05)      VALUE ZERO.
010850 01  WS-REQUIRED-MASTER-LIST.
010860     05  FILLER                PIC X(08)      VALUE 'BCPEXCLM'.
010870     05  FILLER                PIC X(08)      VALUE 'BCPICDMS'.
010880 01  WS-REQUIRED-MASTERS REDEFINES WS-REQUIRED-MASTER-LIST.
010890     05  WS-REQUIRED-MASTER-ID PIC X(08)      OCCURS 2 TIMES
010891                               INDEXED BY WS-REQ-IX.
010900 PROCEDURE DIVISION.
011000 0000-MAIN-CONTROL.
011100     PERFORM 1000-INITIALIZE
011200     PERFORM 1100-LOAD-CONTROL
011300     IF WS-CONTROL-MISSING
011400         MOVE 'FRESHNESS CONTROL FILE (REFCTL) NOT AVAILABLE -'
011500             TO RPT-LINE
011600         WRITE RPT-LINE
011700         MOVE '  NO GATE ROW WRITTEN, GATED STEPS WILL REFUSE'
011800             TO RPT-LINE
011900         WRITE RPT-LINE
012000     ELSE
012010         IF WS-REF-TABLE-COUNT = ZERO
012020             ADD 1 TO WS-GATE-FAIL-COUNT
012030             MOVE 'FRESHNESS CONTROL FILE (REFCTL) IS EMPTY'
012040                 TO RPT-LINE
012050             WRITE RPT-LINE
012060         ELSE
012070             PERFORM 2050-CHECK-REQUIRED-MASTERS
012080         END-IF
012100         PERFORM 2000-CHECK-MASTERS
012200         PERFORM 3000-LIST-USAGE
012300         PERFORM 5000-WRITE-SUMMARY
012400         PERFORM 6000-WRITE-CONTROL-LEDGER
012500     END-IF
012600     PERFORM 9000-TERMINATE
012700     EVALUATE TRUE
012800         WHEN WS-CONTROL-MISSING
012810             OR WS-GATE-FAIL-COUNT NOT = ZERO
012900             MOVE 8 TO RETURN-CODE
013000         WHEN WS-OVERDUE-COUNT NOT = ZERO
013100             MOVE 4 TO RETURN-CODE
013200     END-EVALUATE
013300     STOP RUN.
013400
013500 1000-INITIALIZE.
013600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
013700     MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-CCYY
013800     COMPUTE WS-TODAY-INT =
013900         FUNCTION INTEGER-OF-DATE
014000             (FUNCTION NUMVAL (WS-TODAY-DATE))
014100     END-COMPUTE
014200     COMPUTE WS-WINDOW-START-INT = WS-TODAY-INT - WS-USAGE-WINDOW
014300     OPEN OUTPUT FRESHNESS-RPT
014400     MOVE SPACES TO RPT-LINE
014500     STRING 'REFERENCE MASTER FRESHNESS MONITOR - RUN DATE '
014600         WS-TODAY-DATE
014700         DELIMITED BY SIZE INTO RPT-LINE
014800     WRITE RPT-LINE
014900     MOVE SPACES TO RPT-LINE
015000     WRITE RPT-LINE.
015100
015200 1100-LOAD-CONTROL.
015300     OPEN INPUT REF-CONTROL-FILE
015400     IF WS-REFC-STATUS = '35'
015500         SET WS-NO-MORE-REFC TO TRUE
015600     ELSE
015700         PERFORM 1110-READ-CONTROL
015800     END-IF
015900     PERFORM UNTIL WS-NO-MORE-REFC
016000         IF WS-REF-TABLE-COUNT < 100
016100             ADD 1 TO WS-REF-TABLE-COUNT
016200             SET WS-REF-IX TO WS-REF-TABLE-COUNT
016300             MOVE REFC-MASTER-ID
016400                 TO WS-REF-MASTER-ID(WS-REF-IX)
016500             MOVE REFC-DESCRIPTION
016600                 TO WS-REF-DESCRIPTION(WS-REF-IX)
016700             MOVE REFC-CADENCE-CD
016800                 TO WS-REF-CADENCE-CD(WS-REF-IX)
016900             MOVE REFC-GRACE-DAYS
017000                 TO WS-REF-GRACE-DAYS(WS-REF-IX)
017100             MOVE REFC-RELEASE-MMDD
017200                 TO WS-REF-RELEASE-MMDD(WS-REF-IX)
017300             MOVE REFC-LEAD-DAYS
017400                 TO WS-REF-LEAD-DAYS(WS-REF-IX)
017500             MOVE REFC-REGULATORY-SW
017600                 TO WS-REF-REGULATORY-SW(WS-REF-IX)
017700             MOVE REFC-LAST-LOAD-DATE
017800                 TO WS-REF-LOAD-DATE(WS-REF-IX)
017900             MOVE REFC-LAST-LOAD-PGM
018000                 TO WS-REF-LOAD-PGM(WS-REF-IX)
018100             MOVE REFC-VERSION       TO WS-REF-VERSION(WS-REF-IX)
018200         ELSE
018250             ADD 1 TO WS-GATE-FAIL-COUNT
018300             MOVE SPACES TO RPT-LINE
018400             STRING 'CONTROL TABLE FULL - MASTER '
018500                 REFC-MASTER-ID ' NOT CHECKED'
018600                 DELIMITED BY SIZE INTO RPT-LINE
018700             WRITE RPT-LINE
018800         END-IF
018900         PERFORM 1110-READ-CONTROL
019000     END-PERFORM
019100     IF WS-REFC-STATUS = '35'
019200         SET WS-CONTROL-MISSING TO TRUE
019300     ELSE
019400         CLOSE REF-CONTROL-FILE
019500     END-IF.
019600
019700 1110-READ-CONTROL.
019800     READ REF-CONTROL-FILE
019900         AT END
020000             SET WS-NO-MORE-REFC TO TRUE
020100     END-READ.
020200
020300 2000-CHECK-MASTERS.
020400     MOVE SPACES TO RPT-LINE
020500     STRING 'MASTER   DESCRIPTION         CAD LAST LOAD BY       '
020600         'VERSION    NEXT DUE STATUS       REG REASON'
020700         DELIMITED BY SIZE INTO RPT-LINE
020800     WRITE RPT-LINE
020900     PERFORM VARYING WS-REF-IX FROM 1 BY 1
021000             UNTIL WS-REF-IX > WS-REF-TABLE-COUNT
021100         PERFORM 2100-EVALUATE-MASTER
021200         PERFORM 2900-WRITE-MASTER-LINE
021300     END-PERFORM.
021400
021403*THE CLAIM EDITS CANNOT RUN WITHOUT THE EXCLUSION AND ICD-10
021406*MASTERS, SO A MISSING CONTROL ROW FOR EITHER CLOSES THE GATE.
021409 2050-CHECK-REQUIRED-MASTERS.
021412     PERFORM VARYING WS-REQ-IX FROM 1 BY 1
021415             UNTIL WS-REQ-IX > 2
021418         MOVE 'N' TO WS-REF-FOUND-SW
021421         SET WS-REF-IX TO 1
021424         SEARCH WS-REF-ENTRY
021427             AT END
021430                 CONTINUE
021433             WHEN WS-REF-MASTER-ID(WS-REF-IX)
021436                     = WS-REQUIRED-MASTER-ID(WS-REQ-IX)
021439                 SET WS-REF-FOUND TO TRUE
021442         END-SEARCH
021445         IF NOT WS-REF-FOUND
021448             ADD 1 TO WS-GATE-FAIL-COUNT
021451             MOVE SPACES TO RPT-LINE
021454             STRING 'REQUIRED MASTER '
021457                 WS-REQUIRED-MASTER-ID(WS-REQ-IX)
021460                 ' HAS NO FRESHNESS CONTROL ROW'
021463                 DELIMITED BY SIZE INTO RPT-LINE
021466             WRITE RPT-LINE
021469         END-IF
021472     END-PERFORM.
021475
021500******************************************************************
021600* A MASTER IS OVERDUE WHEN IT HAS NEVER BEEN LOADED, WHEN ITS    *
021700* CADENCE PLUS GRACE HAS RUN OUT SINCE THE LAST LOAD, OR WHEN A  *
021800* FIXED ANNUAL RELEASE HAS TAKEN EFFECT (PLUS GRACE) WITHOUT A   *
021900* LOAD INSIDE ITS LEAD WINDOW. IT IS DUE SOON WHEN EITHER        *
022000* DEADLINE FALLS WITHIN THE LEAD DAYS. THE EARLIER DEADLINE IS   *
022100* REPORTED AS NEXT DUE.                                          *
022200******************************************************************
022300 2100-EVALUATE-MASTER.
022400     SET WS-MASTER-CURRENT TO TRUE
022500     MOVE SPACES TO WS-REASON-TEXT
022600     MOVE ZERO TO WS-LOAD-INT WS-NEXT-DUE-INT
022700     EVALUATE WS-REF-CADENCE-CD(WS-REF-IX)
022800         WHEN 'W'
022900             MOVE 7   TO WS-CYCLE-DAYS
023000         WHEN 'M'
023100             MOVE 31  TO WS-CYCLE-DAYS
023200         WHEN 'Q'
023300             MOVE 92  TO WS-CYCLE-DAYS
023400         WHEN 'A'
023500             MOVE 366 TO WS-CYCLE-DAYS
023600         WHEN OTHER
023700             MOVE ZERO TO WS-CYCLE-DAYS
023800     END-EVALUATE
023900     IF WS-REF-LOAD-DATE(WS-REF-IX) IS NUMERIC
024000         AND WS-REF-LOAD-DATE(WS-REF-IX) NOT = ZERO
024100         COMPUTE WS-LOAD-INT =
024200             FUNCTION INTEGER-OF-DATE
024300                 (FUNCTION NUMVAL (WS-REF-LOAD-DATE(WS-REF-IX)))
024400         END-COMPUTE
024500     END-IF
024600     IF WS-LOAD-INT = ZERO
024700         SET WS-MASTER-OVERDUE TO TRUE
024800         MOVE 'NEVER LOADED' TO WS-REASON-TEXT
024900     ELSE
025000         IF WS-CYCLE-DAYS NOT = ZERO
025100             PERFORM 2200-CHECK-CADENCE
025200         END-IF
025300         IF WS-REF-RELEASE-MMDD(WS-REF-IX) NOT = SPACES
025400             PERFORM 2300-CHECK-RELEASE-DATE
025500         END-IF
025600     END-IF.
025700
025800 2200-CHECK-CADENCE.
025900     COMPUTE WS-DUE-INT = WS-LOAD-INT + WS-CYCLE-DAYS
026000         + WS-REF-GRACE-DAYS(WS-REF-IX)
026100     MOVE WS-DUE-INT TO WS-NEXT-DUE-INT
026200     COMPUTE WS-WARN-INT =
026300         WS-DUE-INT - WS-REF-LEAD-DAYS(WS-REF-IX)
026400     EVALUATE TRUE
026500         WHEN WS-TODAY-INT > WS-DUE-INT
026600             SET WS-MASTER-OVERDUE TO TRUE
026700             MOVE 'CADENCE PLUS GRACE EXCEEDED' TO WS-REASON-TEXT
026800         WHEN WS-TODAY-INT >= WS-WARN-INT
026900             SET WS-MASTER-DUE-SOON TO TRUE
027000             MOVE 'CADENCE DEADLINE WITHIN LEAD WINDOW'
027100                 TO WS-REASON-TEXT
027200     END-EVALUATE.
027300
027400*THIS YEAR'S RELEASE, IF ALREADY EFFECTIVE, MUST HAVE BEEN LOADED
027500*NO EARLIER THAN LEAD DAYS BEFORE IT; BEFORE IT TAKES EFFECT THE
027600*PRIOR YEAR'S RELEASE MUST STILL BE COVERED.
027700 2300-CHECK-RELEASE-DATE.
027800     MOVE SPACES TO WS-RELEASE-DATE
027900     STRING WS-TODAY-CCYY WS-REF-RELEASE-MMDD(WS-REF-IX)
028000         DELIMITED BY SIZE INTO WS-RELEASE-DATE
028100     MOVE ZERO TO WS-RELEASE-INT WS-PRIOR-RELEASE-INT
028200     IF WS-RELEASE-DATE IS NUMERIC
028300         COMPUTE WS-RELEASE-INT =
028400             FUNCTION INTEGER-OF-DATE
028500                 (FUNCTION NUMVAL (WS-RELEASE-DATE))
028600         END-COMPUTE
028700     END-IF
028800     IF WS-RELEASE-INT = ZERO
028900         IF NOT WS-MASTER-OVERDUE
029000             SET WS-MASTER-DUE-SOON TO TRUE
029100             MOVE 'RELEASE MMDD ON CONTROL ROW INVALID'
029200                 TO WS-REASON-TEXT
029300         END-IF
029400     ELSE
029500         IF WS-TODAY-INT < WS-RELEASE-INT
029600             MOVE WS-RELEASE-DATE TO WS-RELEASE-NUM
029700             SUBTRACT 10000 FROM WS-RELEASE-NUM
029800             COMPUTE WS-PRIOR-RELEASE-INT =
029900                 FUNCTION INTEGER-OF-DATE (WS-RELEASE-NUM)
030000             END-COMPUTE
030100             PERFORM 2310-CHECK-PRIOR-RELEASE
030200         END-IF
030300         PERFORM 2320-CHECK-THIS-RELEASE
030400     END-IF.
030500
030600 2310-CHECK-PRIOR-RELEASE.
030700     IF WS-PRIOR-RELEASE-INT NOT = ZERO
030800         AND WS-LOAD-INT
030900             < WS-PRIOR-RELEASE-INT - WS-REF-LEAD-DAYS(WS-REF-IX)
031000         AND WS-TODAY-INT
031100             >= WS-PRIOR-RELEASE-INT
031200                + WS-REF-GRACE-DAYS(WS-REF-IX)
031300         SET WS-MASTER-OVERDUE TO TRUE
031400         MOVE 'LAST ANNUAL RELEASE NEVER LOADED' TO WS-REASON-TEXT
031500     END-IF.
031600
031700 2320-CHECK-THIS-RELEASE.
031800     IF WS-LOAD-INT
031900             < WS-RELEASE-INT - WS-REF-LEAD-DAYS(WS-REF-IX)
032000         COMPUTE WS-DUE-INT =
032100             WS-RELEASE-INT + WS-REF-GRACE-DAYS(WS-REF-IX)
032200         IF WS-NEXT-DUE-INT = ZERO
032300             OR WS-DUE-INT < WS-NEXT-DUE-INT
032400             MOVE WS-DUE-INT TO WS-NEXT-DUE-INT
032500         END-IF
032600         EVALUATE TRUE
032700             WHEN WS-MASTER-OVERDUE
032800                 CONTINUE
032900             WHEN WS-TODAY-INT >= WS-DUE-INT
033000                 SET WS-MASTER-OVERDUE TO TRUE
033100                 MOVE SPACES TO WS-REASON-TEXT
033200                 STRING 'RELEASE EFFECTIVE ' WS-RELEASE-DATE
033300                     ' NOT LOADED'
033400                     DELIMITED BY SIZE INTO WS-REASON-TEXT
033500             WHEN WS-TODAY-INT
033600                     >= WS-RELEASE-INT
033700                        - WS-REF-LEAD-DAYS(WS-REF-IX)
033800                 SET WS-MASTER-DUE-SOON TO TRUE
033900                 MOVE SPACES TO WS-REASON-TEXT
034000                 STRING 'RELEASE EFFECTIVE ' WS-RELEASE-DATE
034100                     ' NOT YET LOADED'
034200                     DELIMITED BY SIZE INTO WS-REASON-TEXT
034300         END-EVALUATE
034400     END-IF.
034500
034600 2900-WRITE-MASTER-LINE.
034700     ADD 1 TO WS-MASTER-COUNT
034800     EVALUATE TRUE
034900         WHEN WS-MASTER-OVERDUE
035000             ADD 1 TO WS-OVERDUE-COUNT
035100             MOVE 'OVERDUE' TO WS-STATE-TEXT
035200             IF WS-REF-REGULATORY-SW(WS-REF-IX) = 'Y'
035300                 ADD 1 TO WS-REG-OVERDUE-COUNT
035400             END-IF
035500         WHEN WS-MASTER-DUE-SOON
035600             ADD 1 TO WS-DUE-SOON-COUNT
035700             MOVE 'DUE SOON' TO WS-STATE-TEXT
035800         WHEN OTHER
035900             ADD 1 TO WS-CURRENT-COUNT
036000             MOVE 'CURRENT' TO WS-STATE-TEXT
036100     END-EVALUATE
036200     MOVE SPACES TO WS-NEXT-DUE-DATE
036300     IF WS-NEXT-DUE-INT NOT = ZERO
036400         COMPUTE WS-NEXT-DUE-NUM =
036500             FUNCTION DATE-OF-INTEGER (WS-NEXT-DUE-INT)
036600         END-COMPUTE
036700         MOVE WS-NEXT-DUE-NUM TO WS-NEXT-DUE-DATE
036800     END-IF
036900     MOVE SPACES TO RPT-LINE
037000     STRING WS-REF-MASTER-ID(WS-REF-IX) ' '
037100         WS-REF-DESCRIPTION(WS-REF-IX) ' '
037200         WS-REF-CADENCE-CD(WS-REF-IX) '   '
037300         WS-REF-LOAD-DATE(WS-REF-IX) '  '
037400         WS-REF-LOAD-PGM(WS-REF-IX) ' '
037500         WS-REF-VERSION(WS-REF-IX) ' '
037600         WS-NEXT-DUE-DATE ' '
037700         WS-STATE-TEXT ' '
037800         WS-REF-REGULATORY-SW(WS-REF-IX) '   '
037900         WS-REASON-TEXT
038000         DELIMITED BY SIZE INTO RPT-LINE
038100     WRITE RPT-LINE.
038200
038300******************************************************************
038400* EDITOR RUNS INSIDE THE USAGE WINDOW, WITH THE VERSION EACH     *
038500* USED. A RUN WHOSE VERSION NO LONGER MATCHES THE CONTROL ROW    *
038600* RAN AGAINST A RELEASE SINCE SUPERSEDED.                        *
038700******************************************************************
038800 3000-LIST-USAGE.
038900     MOVE SPACES TO RPT-LINE
039000     WRITE RPT-LINE
039100     MOVE SPACES TO RPT-LINE
039200     STRING 'REFERENCE VERSIONS USED BY EDIT RUNS - LAST '
039300         WS-USAGE-WINDOW ' DAYS'
039400         DELIMITED BY SIZE INTO RPT-LINE
039500     WRITE RPT-LINE
039600     MOVE 'RUN DATE RUN TIME PROGRAM  MASTER   VERSION    LOADED'
039700         TO RPT-LINE
039800     WRITE RPT-LINE
039900     OPEN INPUT REF-USAGE-LOG
040000     IF WS-REFU-STATUS = '35'
040100         SET WS-NO-MORE-REFU TO TRUE
040200     ELSE
040300         PERFORM 3100-READ-USAGE
040400     END-IF
040500     PERFORM UNTIL WS-NO-MORE-REFU
040600         PERFORM 3200-CHECK-USAGE-ROW
040700         PERFORM 3100-READ-USAGE
040800     END-PERFORM
040900     IF WS-REFU-STATUS NOT = '35'
041000         CLOSE REF-USAGE-LOG
041100     END-IF.
041200
041300 3100-READ-USAGE.
041400     READ REF-USAGE-LOG
041500         AT END
041600             SET WS-NO-MORE-REFU TO TRUE
041700     END-READ.
041800
041900 3200-CHECK-USAGE-ROW.
042000     MOVE ZERO TO WS-USAGE-INT
042100     IF REFU-RUN-DATE IS NUMERIC
042200         AND REFU-RUN-DATE NOT = ZERO
042300         COMPUTE WS-USAGE-INT =
042400             FUNCTION INTEGER-OF-DATE
042500                 (FUNCTION NUMVAL (REFU-RUN-DATE))
042600         END-COMPUTE
042700     END-IF
042800     IF WS-USAGE-INT >= WS-WINDOW-START-INT
042900         ADD 1 TO WS-USAGE-COUNT
043000         MOVE 'N' TO WS-REF-FOUND-SW
043100         SET WS-REF-IX TO 1
043200         SEARCH WS-REF-ENTRY
043300             AT END
043400                 CONTINUE
043500             WHEN WS-REF-MASTER-ID(WS-REF-IX) = REFU-MASTER-ID
043600                 SET WS-REF-FOUND TO TRUE
043700         END-SEARCH
043800         MOVE SPACES TO RPT-LINE
043900         STRING REFU-RUN-DATE ' ' REFU-RUN-TIME ' '
044000             REFU-PROGRAM ' ' REFU-MASTER-ID ' '
044100             REFU-VERSION ' ' REFU-LOAD-DATE
044200             DELIMITED BY SIZE INTO RPT-LINE
044300         EVALUATE TRUE
044400             WHEN NOT WS-REF-FOUND
044500                 MOVE 'MASTER NOT ON FRESHNESS CONTROL'
044600                     TO RPT-LINE(65:31)
044700             WHEN REFU-VERSION NOT = WS-REF-VERSION(WS-REF-IX)
044800                 ADD 1 TO WS-SUPERSEDED-COUNT
044900                 STRING 'SUPERSEDED - CURRENT IS '
045000                     WS-REF-VERSION(WS-REF-IX)
045100                     DELIMITED BY SIZE INTO RPT-LINE(65:34)
045200         END-EVALUATE
045300         WRITE RPT-LINE
045400     END-IF.
045500
045600 5000-WRITE-SUMMARY.
045700     MOVE SPACES TO RPT-LINE
045800     WRITE RPT-LINE
045900     MOVE SPACES TO RPT-LINE
046000     STRING 'MASTERS CHECKED ' WS-MASTER-COUNT
046100         '  CURRENT ' WS-CURRENT-COUNT
046200         '  DUE SOON ' WS-DUE-SOON-COUNT
046300         '  OVERDUE ' WS-OVERDUE-COUNT
046400         DELIMITED BY SIZE INTO RPT-LINE
046500     WRITE RPT-LINE
046600     MOVE SPACES TO RPT-LINE
046700     STRING 'EDIT RUNS LISTED ' WS-USAGE-COUNT
046800         '  USING A SUPERSEDED VERSION ' WS-SUPERSEDED-COUNT
046900         DELIMITED BY SIZE INTO RPT-LINE
047000     WRITE RPT-LINE
047100     MOVE SPACES TO RPT-LINE
047200     IF WS-REG-OVERDUE-COUNT = ZERO
047210         AND WS-GATE-FAIL-COUNT = ZERO
047300         MOVE 'NO REGULATORY MASTER OVERDUE - FRESHNESS GATE OPEN'
047400             TO RPT-LINE
047500     ELSE
047600         STRING 'REGULATORY MASTERS OVERDUE ' WS-REG-OVERDUE-COUNT
047650             '  CONTROL FAILURES ' WS-GATE-FAIL-COUNT
047700             ' - FRESHNESS GATE WILL REFUSE GATED STEPS'
047800             DELIMITED BY SIZE INTO RPT-LINE
047900     END-IF
048000     WRITE RPT-LINE.
048100
048200*BCPRUNGT'S FRESHNESS MODE REFUSES UNLESS TODAY'S REFGATE ROW
048300*EXISTS AND CARRIES A ZERO COUNT. CONTROL FAILURES COUNT WITH
048310*THE OVERDUE REGULATORY MASTERS.
048400 6000-WRITE-CONTROL-LEDGER.
048500     OPEN EXTEND CONTROL-LEDGER
048600     IF WS-CTLG-STATUS = '35'
048700         OPEN OUTPUT CONTROL-LEDGER
048800     END-IF
048900     MOVE 'BCPREFMN'            TO CTLG-PROGRAM
049000     MOVE WS-TODAY-DATE         TO CTLG-RUN-DATE
049100     MOVE 'REFGATE '            TO CTLG-FILE-NAME
049200     MOVE 'O'                   TO CTLG-DIRECTION
049300     COMPUTE CTLG-REC-COUNT =
049310         WS-REG-OVERDUE-COUNT + WS-GATE-FAIL-COUNT
049400     MOVE ZERO                  TO CTLG-AMOUNT
049500     WRITE CTLG-RECORD
049600     CLOSE CONTROL-LEDGER.
049700
049800 9000-TERMINATE.
049900     CLOSE FRESHNESS-RPT.
