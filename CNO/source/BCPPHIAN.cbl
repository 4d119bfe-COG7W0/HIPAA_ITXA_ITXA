000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150143 - DAILY PHI ACCESS ANOMALY   *
000300*            REVIEW OVER THE PHI ACCESS LOG (PHIALOG). FOR THE   *
000400*            REVIEW DATE (PARM PHIANPRM, SPACES = YESTERDAY)     *
000500*            EACH OPERATOR IS SCORED ON: VOLUME FAR ABOVE THEIR  *
000600*            OWN BASELINE (AVERAGE PER ACTIVE DAY OVER THE PRIOR *
000700*            30 DAYS BY DEFAULT), SSN SEARCHES THAT FOUND        *
000800*            NOTHING (FISHING), LOOKUPS OF MEMBERS ON THE WATCH  *
000900*            LIST (BCPPHIWL, DD PHIWATCH) - AN EMPLOYEE OPENING  *
001000*            THEIR OWN RECORD SCORES HIGHEST - ACCESS OUTSIDE    *
001100*            BUSINESS HOURS OR ON A WEEKEND OR BANK HOLIDAY      *
001200*            (BCPBKCAL), AND MEMBER LOOKUPS WITH NO WORK TYING   *
001300*            THE OPERATOR TO THE MEMBER - NO OPEN SUSPENSE ON    *
001400*            THE MEMBER IN THEIR QUEUE, NO OPEN DISPUTE ON THE   *
001500*            CLAIM, AND NO SUSPENSE CORRECTION, DISPUTE OR CLAIM *
001600*            NOTE OF THEIR OWN ON IT IN THE BASELINE WINDOW. THE *
001700*            REPORT IS THE PRIVACY OFFICE'S CASE LIST: ONE CASE  *
001800*            PER FLAGGED OPERATOR, HIGHEST SCORE FIRST, WITH THE *
001900*            LOG ENTRIES BEHIND IT ATTACHED. EACH OPERATOR'S     *
002000*            DAILY SCORE IS CARRIED FORWARD ON THE REVIEW        *
002100*            HISTORY (BCPPHIAH) FOR THE MONTHLY TREND            *
002200*            (BCPPHITR). RC 4 WHEN ANYONE IS FLAGGED, RC 12 ON A *
002300*            BAD PARM.                                           *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. BCPPHIAN.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL ANOMALY-PARM-FILE ASSIGN TO PHIANPRM
003100            ORGANIZATION IS LINE SEQUENTIAL
003200            FILE STATUS IS WS-PRM-STATUS.
003300     SELECT PHI-ACCESS-LOG ASSIGN TO PHIALOG
003400            ORGANIZATION IS LINE SEQUENTIAL
003500            FILE STATUS IS WS-PHI-STATUS.
003600     SELECT OPTIONAL PHI-WATCH-FILE ASSIGN TO PHIWATCH
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS IS WS-WCH-STATUS.
003900     SELECT OPTIONAL BANK-CALENDAR-FILE ASSIGN TO BANKCAL
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS WS-CAL-STATUS.
004200     SELECT OPTIONAL SUSPENSE-REASON-LOG ASSIGN TO SUSPRSN
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS WS-SRSN-STATUS.
004500     SELECT OPTIONAL DISPUTE-CASE-FILE ASSIGN TO DSPCASE
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS WS-DSP-STATUS.
004800     SELECT OPTIONAL CLAIM-NOTES-FILE ASSIGN TO CLMNOTES
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS WS-CNOT-STATUS.
005100     SELECT OPTIONAL REVIEW-HIST-FILE ASSIGN TO PHIANHST
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS WS-HST-STATUS.
005400     SELECT REVIEW-HIST-OUT ASSIGN TO PHIANHSO
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            FILE STATUS IS WS-HSO-STATUS.
005700     SELECT ANOMALY-RPT ASSIGN TO PHIANRPT
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS IS WS-RPT-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200*ANY FIELD LEFT BLANK OR ZERO TAKES ITS DEFAULT.
006300 FD  ANOMALY-PARM-FILE.
006400 01  ANOM-PARM-RECORD.
006500     05  ANOM-REVIEW-DATE          PIC X(08).
006600     05  ANOM-BASE-DAYS            PIC X(03).
006700     05  ANOM-VOLUME-FACTOR        PIC X(02).
006800     05  ANOM-VOLUME-FLOOR         PIC X(04).
006900     05  ANOM-NOHIT-LIMIT          PIC X(03).
007000     05  ANOM-HOURS-START          PIC X(04).
007100     05  ANOM-HOURS-END            PIC X(04).
007200 FD  PHI-ACCESS-LOG.
007300     COPY BCPPHILG.
007400 FD  PHI-WATCH-FILE.
007500     COPY BCPPHIWL.
007600 FD  BANK-CALENDAR-FILE.
007700     COPY BCPBKCAL.
007800 FD  SUSPENSE-REASON-LOG.
007900     COPY BCPSUSRS.
008000 FD  DISPUTE-CASE-FILE.
008100     COPY BCPDSPCS.
008200 FD  CLAIM-NOTES-FILE.
008300     COPY BCPCLNOT.
008400 FD  REVIEW-HIST-FILE.
008500     COPY BCPPHIAH.
008600 FD  REVIEW-HIST-OUT.
008700     COPY BCPPHIAH REPLACING ==PHIH-RECORD== BY ==PHIHO-RECORD==.
008800 FD  ANOMALY-RPT.
008900 01  RPT-LINE                  PIC X(132).
009000 WORKING-STORAGE SECTION.
009100 01  WS-PRM-STATUS             PIC X(02).
009200 01  WS-PHI-STATUS             PIC X(02).
009300 01  WS-WCH-STATUS             PIC X(02).
009400 01  WS-CAL-STATUS             PIC X(02).
009500 01  WS-SRSN-STATUS            PIC X(02).
009600 01  WS-DSP-STATUS             PIC X(02).
009700 01  WS-CNOT-STATUS            PIC X(02).
009800 01  WS-HST-STATUS             PIC X(02).
009900 01  WS-HSO-STATUS             PIC X(02).
010000 01  WS-RPT-STATUS             PIC X(02).
010100 01  WS-PHI-EOF-SW             PIC X(01)      VALUE 'N'.
010200     88  WS-NO-MORE-PHI            VALUE 'Y'.
010300 01  WS-WCH-EOF-SW             PIC X(01)      VALUE 'N'.
010400     88  WS-NO-MORE-WATCH          VALUE 'Y'.
010500 01  WS-CAL-EOF-SW             PIC X(01)      VALUE 'N'.
010600     88  WS-NO-MORE-CAL            VALUE 'Y'.
010700 01  WS-SRSN-EOF-SW            PIC X(01)      VALUE 'N'.
010800     88  WS-NO-MORE-REASONS        VALUE 'Y'.
010900 01  WS-DSP-EOF-SW             PIC X(01)      VALUE 'N'.
011000     88  WS-NO-MORE-DISPUTES       VALUE 'Y'.
011100 01  WS-CNOT-EOF-SW            PIC X(01)      VALUE 'N'.
011200     88  WS-NO-MORE-NOTES          VALUE 'Y'.
011300 01  WS-HST-EOF-SW             PIC X(01)      VALUE 'N'.
011400     88  WS-NO-MORE-HIST           VALUE 'Y'.
011500 01  WS-PARM-ERROR-SW          PIC X(01)      VALUE 'N'.
011600     88  WS-PARM-ERROR             VALUE 'Y'.
011700*REVIEW SETTINGS, AS DEFAULTED OR TAKEN FROM THE PARM.
011800 01  WS-REVIEW-DATE            PIC X(08).
011900 01  WS-BASE-DAYS              PIC 9(03)      VALUE 30.
012000 01  WS-VOLUME-FACTOR          PIC 9(02)      VALUE 3.
012100 01  WS-VOLUME-FLOOR           PIC 9(04)      VALUE 25.
012200 01  WS-NOHIT-LIMIT            PIC 9(03)      VALUE 3.
012300 01  WS-HOURS-START            PIC X(04)      VALUE '0700'.
012400 01  WS-HOURS-END              PIC X(04)      VALUE '1900'.
012500 01  WS-HIST-KEEP-DAYS         PIC 9(03)      VALUE 400.
012600*POINTS PER FINDING. THE SCORE ONLY ORDERS THE CASE LIST.
012700 01  WS-VOLUME-POINTS          PIC 9(03)      VALUE 25.
012800 01  WS-NOHIT-POINTS           PIC 9(03)      VALUE 5.
012900 01  WS-WATCH-POINTS           PIC 9(03)      VALUE 10.
013000 01  WS-SELF-POINTS            PIC 9(03)      VALUE 20.
013100 01  WS-AFTER-HRS-POINTS       PIC 9(03)      VALUE 2.
013200 01  WS-NO-TIE-POINTS          PIC 9(03)      VALUE 2.
013300 01  WS-TODAY-DATE             PIC X(08).
013400 01  WS-TODAY-INT              PIC 9(07).
013500 01  WS-REVIEW-INT             PIC 9(07).
013600 01  WS-BASE-START-INT         PIC 9(07).
013700 01  WS-BASE-START-DATE        PIC 9(08).
013800 01  WS-BASE-END-DATE          PIC 9(08).
013900 01  WS-HIST-KEEP-DATE         PIC 9(08).
014000 01  WS-REVIEW-DOW             PIC 9(01).
014100 01  WS-CLOSED-DAY-SW          PIC X(01)      VALUE 'N'.
014200     88  WS-CLOSED-DAY             VALUE 'Y'.
014300 01  WS-CAL-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
014400 01  WS-CAL-TABLE.
014500     05  WS-CAL-ENTRY          OCCURS 1 TO 100 TIMES
014600                               DEPENDING ON WS-CAL-TABLE-COUNT
014700                               INDEXED BY WS-CAL-IX.
014800         10  WS-CAL-DATE           PIC X(08).
014900 01  WS-WCH-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
015000 01  WS-WCH-TABLE.
015100     05  WS-WCH-ENTRY          OCCURS 1 TO 2000 TIMES
015200                               DEPENDING ON WS-WCH-TABLE-COUNT
015300                               INDEXED BY WS-WCH-IX.
015400         10  WS-WCH-SSN            PIC X(09).
015500         10  WS-WCH-TYPE           PIC X(01).
015600         10  WS-WCH-OPERATOR       PIC X(08).
015700*WORK THAT TIES AN OPERATOR TO A MEMBER (BY SSN) OR TO A CLAIM (BY
015800*CLAIM KEY). AN OPERATOR OF ALL STARS TIES ANYONE - AN UNASSIGNED
015900*OPEN SUSPENSE ENTRY OR AN OPEN DISPUTE.
016000 01  WS-ANY-OPERATOR           PIC X(08)      VALUE '********'.
016100 01  WS-TIE-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
016200 01  WS-TIE-TABLE.
016300     05  WS-TIE-ENTRY          OCCURS 1 TO 20000 TIMES
016400                               DEPENDING ON WS-TIE-TABLE-COUNT
016500                               INDEXED BY WS-TIE-IX.
016600         10  WS-TIE-KIND           PIC X(01).
016700         10  WS-TIE-KEY            PIC X(09).
016800         10  WS-TIE-OPERATOR       PIC X(08).
016900 01  WS-TIE-OVERFLOW           PIC 9(05)      VALUE ZERO.
017000 01  WS-NEW-TIE-KIND           PIC X(01).
017100 01  WS-NEW-TIE-KEY            PIC X(09).
017200 01  WS-NEW-TIE-OPERATOR       PIC X(08).
017300 01  WS-CLM-KEY-X              PIC X(09).
017400 01  WS-TIE-FOUND-SW           PIC X(01)      VALUE 'N'.
017500     88  WS-TIE-FOUND              VALUE 'Y'.
017600 01  WS-NO-TIE-SW              PIC X(01)      VALUE 'N'.
017700     88  WS-NO-TIE                 VALUE 'Y'.
017800*ONE ROW PER OPERATOR SEEN IN THE BASELINE WINDOW OR ON THE DAY.
017900 01  WS-OPR-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
018000 01  WS-OPR-TABLE.
018100     05  WS-OPR-ENTRY          OCCURS 1 TO 500 TIMES
018200                               DEPENDING ON WS-OPR-TABLE-COUNT
018300                               INDEXED BY WS-OPR-IX.
018400         10  WS-OPR-ID             PIC X(08).
018500         10  WS-OPR-LAST-DATE      PIC X(08).
018600         10  WS-OPR-BASE-COUNT     PIC 9(07).
018700         10  WS-OPR-BASE-DAYS      PIC 9(03).
018800         10  WS-OPR-DAY-COUNT      PIC 9(05).
018900         10  WS-OPR-NOHIT          PIC 9(05).
019000         10  WS-OPR-WATCH          PIC 9(05).
019100         10  WS-OPR-SELF           PIC 9(05).
019200         10  WS-OPR-AFTER-HRS      PIC 9(05).
019300         10  WS-OPR-NO-TIE         PIC 9(05).
019400         10  WS-OPR-BASE-AVG       PIC 9(05)V9.
019500         10  WS-OPR-SCORE          PIC 9(07).
019600         10  WS-OPR-CASE-NBR       PIC 9(03).
019700         10  WS-OPR-VOLUME-SW      PIC X(01).
019800             88  WS-OPR-VOLUME-HIGH    VALUE 'Y'.
019900         10  WS-OPR-FLAGS          PIC X(40).
020000 01  WS-OPR-FOUND-SW           PIC X(01)      VALUE 'N'.
020100     88  WS-OPR-FOUND              VALUE 'Y'.
020200 01  WS-OPR-OVERFLOW           PIC 9(05)      VALUE ZERO.
020300*CASES IN SCORE ORDER, AND THE LOG ENTRIES ATTACHED TO THEM.
020400 01  WS-CASE-TABLE.
020500     05  WS-CASE-OPR-IX        PIC 9(03)      OCCURS 500 TIMES.
020600 01  WS-CASE-NBR               PIC 9(03).
020700 01  WS-DTL-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
020800 01  WS-DTL-TABLE.
020900     05  WS-DTL-ENTRY          OCCURS 1 TO 5000 TIMES
021000                               DEPENDING ON WS-DTL-TABLE-COUNT
021100                               INDEXED BY WS-DTL-IX.
021200         10  WS-DTL-CASE-NBR       PIC 9(03).
021300         10  WS-DTL-LOG            PIC X(71).
021400         10  WS-DTL-SSN            PIC X(09).
021500         10  WS-DTL-REASON         PIC X(40).
021600 01  WS-DTL-OVERFLOW           PIC 9(05)      VALUE ZERO.
021700 01  WS-DTL-LOG-VIEW.
021800     05  WS-DTL-OPERATOR       PIC X(08).
021900     05  WS-DTL-DATE           PIC X(08).
022000     05  WS-DTL-TIME           PIC X(08).
022100     05  WS-DTL-TYPE           PIC X(01).
022200     05  WS-DTL-KEY            PIC X(30).
022300     05  WS-DTL-LOG-SSN        PIC X(09).
022400     05  WS-DTL-CLM-KEY        PIC 9(06).
022500     05  WS-DTL-FOUND          PIC X(01).
022600 01  WS-WCH-FOUND-SW           PIC X(01)      VALUE 'N'.
022700     88  WS-WCH-FOUND              VALUE 'Y'.
022800 01  WS-ACCESS-SSN             PIC X(09).
022900 01  WS-AFTER-HRS-SW           PIC X(01)      VALUE 'N'.
023000     88  WS-AFTER-HOURS            VALUE 'Y'.
023100 01  WS-VOLUME-LIMIT           PIC 9(07)V9.
023200 01  WS-BEST-IX                PIC 9(03).
023300 01  WS-BEST-SCORE             PIC 9(07).
023400 01  WS-SCAN-IX                PIC 9(03).
023500 01  WS-FLAG-PTR               PIC 9(03).
023600 01  WS-REASON                 PIC X(40).
023700 01  WS-FLAGGED-COUNT          PIC 9(05)      VALUE ZERO.
023800 01  WS-DETAIL-COUNT           PIC 9(05)      VALUE ZERO.
023900 01  WS-DAY-ACCESS-COUNT       PIC 9(07)      VALUE ZERO.
024000 01  WS-HIST-KEPT              PIC 9(07)      VALUE ZERO.
024100 01  WS-HIST-DROPPED           PIC 9(07)      VALUE ZERO.
024200 01  WS-HIST-WRITTEN           PIC 9(05)      VALUE ZERO.
024300 01  WS-ED-AVG                 PIC ZZZZ9.9.
024400 01  WS-ED-SCORE               PIC ZZZZZZ9.
024500 01  WS-ED-DAY                 PIC ZZZZ9.
024600 01  WS-ED-NOHIT               PIC ZZZZ9.
024700 01  WS-ED-WATCH               PIC ZZZZ9.
024800 01  WS-ED-AFTER               PIC ZZZZ9.
024900 01  WS-ED-NO-TIE              PIC ZZZZ9.
025000 PROCEDURE DIVISION.
025100 0000-MAIN-CONTROL.
025200     PERFORM 1000-INITIALIZE
025300     IF WS-PARM-ERROR
025400         MOVE 12 TO RETURN-CODE
025500     ELSE
025600         OPEN INPUT PHI-ACCESS-LOG
025700         PERFORM 2100-READ-LOG
025800         PERFORM 2000-SCORE-ACCESS
025900             UNTIL WS-NO-MORE-PHI
026000         CLOSE PHI-ACCESS-LOG
026100         PERFORM 3000-SCORE-OPERATORS
026200         PERFORM 4000-WRITE-OPERATOR-LIST
026300         PERFORM 5000-ATTACH-LOG-ENTRIES
026400         PERFORM 5500-WRITE-CASES
026500         PERFORM 7000-CARRY-HISTORY
026600         PERFORM 6000-WRITE-SUMMARY
026700         IF WS-FLAGGED-COUNT > ZERO
026800             MOVE 4 TO RETURN-CODE
026900         END-IF
027000     END-IF
027100     CLOSE ANOMALY-RPT
027200     STOP RUN.
027300
027400 1000-INITIALIZE.
027500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
027600     COMPUTE WS-TODAY-INT =
027700         FUNCTION INTEGER-OF-DATE
027800             (FUNCTION NUMVAL (WS-TODAY-DATE))
027900     END-COMPUTE
028000     OPEN OUTPUT ANOMALY-RPT
028100     MOVE 'PHI ACCESS ANOMALY REVIEW - PRIVACY OFFICE CASE LIST'
028200         TO RPT-LINE
028300     WRITE RPT-LINE
028400     PERFORM 1100-READ-PARM
028500     IF WS-PARM-ERROR
028600         MOVE SPACES TO RPT-LINE
028700         STRING 'PARM INVALID - ' ANOM-PARM-RECORD
028800             ' - REVIEW NOT RUN'
028900             DELIMITED BY SIZE INTO RPT-LINE
029000         WRITE RPT-LINE
029100     ELSE
029200         PERFORM 1200-LOAD-WATCH-LIST
029300         PERFORM 1300-LOAD-BANK-CALENDAR
029400         PERFORM 1400-SET-REVIEW-DAY
029500         PERFORM 1500-LOAD-SUSPENSE-TIES
029600         PERFORM 1600-LOAD-DISPUTE-TIES
029700         PERFORM 1700-LOAD-NOTE-TIES
029800     END-IF.
029900
030000*NO CARD REVIEWS YESTERDAY WITH THE DEFAULTS.
030100 1100-READ-PARM.
030200     COMPUTE WS-REVIEW-INT = WS-TODAY-INT - 1
030300     COMPUTE WS-BASE-END-DATE =
030400         FUNCTION DATE-OF-INTEGER (WS-REVIEW-INT)
030500     END-COMPUTE
030600     MOVE WS-BASE-END-DATE TO WS-REVIEW-DATE
030700     OPEN INPUT ANOMALY-PARM-FILE
030800     READ ANOMALY-PARM-FILE
030900         AT END
031000             MOVE SPACES TO ANOM-PARM-RECORD
031100     END-READ
031200     CLOSE ANOMALY-PARM-FILE
031300     IF ANOM-REVIEW-DATE NOT = SPACES
031400         IF ANOM-REVIEW-DATE IS NUMERIC
031500             AND ANOM-REVIEW-DATE NOT > WS-TODAY-DATE
031600             AND FUNCTION TEST-DATE-YYYYMMDD
031700                 (FUNCTION NUMVAL (ANOM-REVIEW-DATE)) = ZERO
031800             MOVE ANOM-REVIEW-DATE TO WS-REVIEW-DATE
031900         ELSE
032000             SET WS-PARM-ERROR TO TRUE
032100         END-IF
032200     END-IF
032300     IF ANOM-BASE-DAYS NOT = SPACES
032400         IF ANOM-BASE-DAYS IS NUMERIC
032500             IF ANOM-BASE-DAYS > ZERO
032600                 MOVE ANOM-BASE-DAYS TO WS-BASE-DAYS
032700             END-IF
032800         ELSE
032900             SET WS-PARM-ERROR TO TRUE
033000         END-IF
033100     END-IF
033200     IF ANOM-VOLUME-FACTOR NOT = SPACES
033300         IF ANOM-VOLUME-FACTOR IS NUMERIC
033400             IF ANOM-VOLUME-FACTOR > ZERO
033500                 MOVE ANOM-VOLUME-FACTOR TO WS-VOLUME-FACTOR
033600             END-IF
033700         ELSE
033800             SET WS-PARM-ERROR TO TRUE
033900         END-IF
034000     END-IF
034100     IF ANOM-VOLUME-FLOOR NOT = SPACES
034200         IF ANOM-VOLUME-FLOOR IS NUMERIC
034300             IF ANOM-VOLUME-FLOOR > ZERO
034400                 MOVE ANOM-VOLUME-FLOOR TO WS-VOLUME-FLOOR
034500             END-IF
034600         ELSE
034700             SET WS-PARM-ERROR TO TRUE
034800         END-IF
034900     END-IF
035000     IF ANOM-NOHIT-LIMIT NOT = SPACES
035100         IF ANOM-NOHIT-LIMIT IS NUMERIC
035200             IF ANOM-NOHIT-LIMIT > ZERO
035300                 MOVE ANOM-NOHIT-LIMIT TO WS-NOHIT-LIMIT
035400             END-IF
035500         ELSE
035600             SET WS-PARM-ERROR TO TRUE
035700         END-IF
035800     END-IF
035900     IF ANOM-HOURS-START NOT = SPACES
036000         IF ANOM-HOURS-START IS NUMERIC
036100             AND ANOM-HOURS-START NOT > '2400'
036200             AND ANOM-HOURS-START(3:2) < '60'
036300             MOVE ANOM-HOURS-START TO WS-HOURS-START
036400         ELSE
036500             SET WS-PARM-ERROR TO TRUE
036600         END-IF
036700     END-IF
036800     IF ANOM-HOURS-END NOT = SPACES
036900         IF ANOM-HOURS-END IS NUMERIC
037000             AND ANOM-HOURS-END NOT > '2400'
037100             AND ANOM-HOURS-END(3:2) < '60'
037200             MOVE ANOM-HOURS-END TO WS-HOURS-END
037300         ELSE
037400             SET WS-PARM-ERROR TO TRUE
037500         END-IF
037600     END-IF
037700     IF WS-HOURS-START NOT < WS-HOURS-END
037800         SET WS-PARM-ERROR TO TRUE
037900     END-IF.
038000
038100 1200-LOAD-WATCH-LIST.
038200     OPEN INPUT PHI-WATCH-FILE
038300     PERFORM 1210-READ-WATCH
038400     PERFORM UNTIL WS-NO-MORE-WATCH
038500         IF WS-WCH-TABLE-COUNT < 2000
038600             ADD 1 TO WS-WCH-TABLE-COUNT
038700             SET WS-WCH-IX TO WS-WCH-TABLE-COUNT
038800             MOVE PHIW-SUBSCR-SSN  TO WS-WCH-SSN(WS-WCH-IX)
038900             MOVE PHIW-WATCH-TYPE  TO WS-WCH-TYPE(WS-WCH-IX)
039000             MOVE PHIW-OPERATOR-ID TO WS-WCH-OPERATOR(WS-WCH-IX)
039100         END-IF
039200         PERFORM 1210-READ-WATCH
039300     END-PERFORM
039400     CLOSE PHI-WATCH-FILE.
039500
039600 1210-READ-WATCH.
039700     READ PHI-WATCH-FILE
039800         AT END
039900             SET WS-NO-MORE-WATCH TO TRUE
040000     END-READ.
040100
040200*HOLIDAYS FROM THE CALENDAR MASTER; A MISSING MASTER LEAVES ONLY
040300*THE WEEKEND AS CLOSED DAYS.
040400 1300-LOAD-BANK-CALENDAR.
040500     OPEN INPUT BANK-CALENDAR-FILE
040600     PERFORM 1310-READ-CALENDAR
040700     PERFORM UNTIL WS-NO-MORE-CAL
040800         IF WS-CAL-TABLE-COUNT < 100
040900             ADD 1 TO WS-CAL-TABLE-COUNT
041000             SET WS-CAL-IX TO WS-CAL-TABLE-COUNT
041100             MOVE BKCAL-DATE TO WS-CAL-DATE(WS-CAL-IX)
041200         END-IF
041300         PERFORM 1310-READ-CALENDAR
041400     END-PERFORM
041500     CLOSE BANK-CALENDAR-FILE.
041600
041700 1310-READ-CALENDAR.
041800     READ BANK-CALENDAR-FILE
041900         AT END
042000             SET WS-NO-MORE-CAL TO TRUE
042100     END-READ.
042200
042300*THE BASELINE IS THE WINDOW OF DAYS JUST BEFORE THE REVIEW DAY.
042400*INTEGER DATE 1 IS MONDAY 1601-01-01, SO MOD 7 GIVES 6 FOR
042500*SATURDAY AND 0 FOR SUNDAY.
042600 1400-SET-REVIEW-DAY.
042700     COMPUTE WS-REVIEW-INT =
042800         FUNCTION INTEGER-OF-DATE
042900             (FUNCTION NUMVAL (WS-REVIEW-DATE))
043000     END-COMPUTE
043100     COMPUTE WS-BASE-START-INT = WS-REVIEW-INT - WS-BASE-DAYS
043200     COMPUTE WS-BASE-START-DATE =
043300         FUNCTION DATE-OF-INTEGER (WS-BASE-START-INT)
043400     END-COMPUTE
043500     COMPUTE WS-BASE-END-DATE =
043600         FUNCTION DATE-OF-INTEGER (WS-REVIEW-INT - 1)
043700     END-COMPUTE
043800     COMPUTE WS-HIST-KEEP-DATE =
043900         FUNCTION DATE-OF-INTEGER
044000             (WS-REVIEW-INT - WS-HIST-KEEP-DAYS)
044100     END-COMPUTE
044200     COMPUTE WS-REVIEW-DOW = FUNCTION MOD(WS-REVIEW-INT, 7)
044300     IF WS-REVIEW-DOW = 6 OR WS-REVIEW-DOW = 0
044400         SET WS-CLOSED-DAY TO TRUE
044500     ELSE
044600         IF WS-CAL-TABLE-COUNT > ZERO
044700             SET WS-CAL-IX TO 1
044800             SEARCH WS-CAL-ENTRY
044900                 AT END
045000                     CONTINUE
045100                 WHEN WS-CAL-DATE(WS-CAL-IX) = WS-REVIEW-DATE
045200                     SET WS-CLOSED-DAY TO TRUE
045300             END-SEARCH
045400         END-IF
045500     END-IF
045600     MOVE SPACES TO RPT-LINE
045700     STRING 'REVIEW DATE ' WS-REVIEW-DATE
045800         '   BASELINE ' WS-BASE-START-DATE ' TO ' WS-BASE-END-DATE
045900         '   BUSINESS HOURS ' WS-HOURS-START '-' WS-HOURS-END
046000         DELIMITED BY SIZE INTO RPT-LINE
046100     WRITE RPT-LINE
046200     IF WS-CLOSED-DAY
046300         MOVE 'CLOSED DAY - ALL ACCESS COUNTS AS AFTER HOURS'
046400             TO RPT-LINE
046500         WRITE RPT-LINE
046600     END-IF
046700     MOVE SPACES TO RPT-LINE
046800     STRING 'VOLUME FLAG OVER ' WS-VOLUME-FACTOR
046900         ' X BASELINE AND AT LEAST ' WS-VOLUME-FLOOR
047000         ' LOOKUPS   FISHING FLAG AT ' WS-NOHIT-LIMIT
047100         ' EMPTY SSN SEARCHES'
047200         DELIMITED BY SIZE INTO RPT-LINE
047300     WRITE RPT-LINE.
047400
047500*AN OPEN SUSPENSE ENTRY TIES THE MEMBER AND CLAIM TO THE OPERATOR
047600*IT IS ASSIGNED TO (ANYONE WHEN UNASSIGNED). A CORRECTION IN THE
047700*WINDOW TIES THEM TO THE CLERK WHO MADE IT.
047800 1500-LOAD-SUSPENSE-TIES.
047900     OPEN INPUT SUSPENSE-REASON-LOG
048000     PERFORM 1510-READ-REASON
048100     PERFORM UNTIL WS-NO-MORE-REASONS
048200         IF SUSP-PENDING OR SUSP-PEND-ATTACH
048300             MOVE SUSP-ASSIGNED-TO TO WS-NEW-TIE-OPERATOR
048400             IF WS-NEW-TIE-OPERATOR = SPACES
048500                 MOVE WS-ANY-OPERATOR TO WS-NEW-TIE-OPERATOR
048600             END-IF
048700             PERFORM 1520-ADD-SUSPENSE-TIE
048800         END-IF
048900         IF SUSP-CORRECTED-BY NOT = SPACES
049000             AND SUSP-CORRECTED-DATE NOT < WS-BASE-START-DATE
049100             AND SUSP-CORRECTED-DATE NOT > WS-REVIEW-DATE
049200             MOVE SUSP-CORRECTED-BY TO WS-NEW-TIE-OPERATOR
049300             PERFORM 1520-ADD-SUSPENSE-TIE
049400         END-IF
049500         PERFORM 1510-READ-REASON
049600     END-PERFORM
049700     CLOSE SUSPENSE-REASON-LOG.
049800
049900 1510-READ-REASON.
050000     READ SUSPENSE-REASON-LOG
050100         AT END
050200             SET WS-NO-MORE-REASONS TO TRUE
050300     END-READ.
050400
050500 1520-ADD-SUSPENSE-TIE.
050600     MOVE 'S' TO WS-NEW-TIE-KIND
050700     MOVE SUSP-SUBSCR-SSN TO WS-NEW-TIE-KEY
050800     PERFORM 1900-ADD-TIE
050900     MOVE 'C' TO WS-NEW-TIE-KIND
051000     MOVE SUSP-CLM-KEY TO WS-NEW-TIE-KEY
051100     PERFORM 1900-ADD-TIE.
051200
051300*AN OPEN DISPUTE TIES ITS CLAIM TO ANYONE; A DISPUTE OPENED IN THE
051400*WINDOW TIES IT TO THE OPERATOR WHO OPENED IT.
051500 1600-LOAD-DISPUTE-TIES.
051600     OPEN INPUT DISPUTE-CASE-FILE
051700     PERFORM 1610-READ-DISPUTE
051800     PERFORM UNTIL WS-NO-MORE-DISPUTES
051900         MOVE 'C' TO WS-NEW-TIE-KIND
052000         MOVE DSP-CLM-KEY TO WS-NEW-TIE-KEY
052100         IF DSP-IS-OPEN
052200             MOVE WS-ANY-OPERATOR TO WS-NEW-TIE-OPERATOR
052300             PERFORM 1900-ADD-TIE
052400         END-IF
052500         IF DSP-OPENED-DATE NOT < WS-BASE-START-DATE
052600             AND DSP-OPENED-DATE NOT > WS-REVIEW-DATE
052700             MOVE DSP-OPENED-BY TO WS-NEW-TIE-OPERATOR
052800             PERFORM 1900-ADD-TIE
052900         END-IF
053000         PERFORM 1610-READ-DISPUTE
053100     END-PERFORM
053200     CLOSE DISPUTE-CASE-FILE.
053300
053400 1610-READ-DISPUTE.
053500     READ DISPUTE-CASE-FILE
053600         AT END
053700             SET WS-NO-MORE-DISPUTES TO TRUE
053800     END-READ.
053900
054000*A CLAIM NOTE IN THE WINDOW TIES ITS CLAIM TO THE NOTE'S AUTHOR.
054100 1700-LOAD-NOTE-TIES.
054200     OPEN INPUT CLAIM-NOTES-FILE
054300     PERFORM 1710-READ-NOTE
054400     PERFORM UNTIL WS-NO-MORE-NOTES
054500         IF CNOT-NOTE-DATE NOT < WS-BASE-START-DATE
054600             AND CNOT-NOTE-DATE NOT > WS-REVIEW-DATE
054700             MOVE 'C' TO WS-NEW-TIE-KIND
054800             MOVE CNOT-CLM-KEY TO WS-NEW-TIE-KEY
054900             MOVE CNOT-OPERATOR TO WS-NEW-TIE-OPERATOR
055000             PERFORM 1900-ADD-TIE
055100         END-IF
055200         PERFORM 1710-READ-NOTE
055300     END-PERFORM
055400     CLOSE CLAIM-NOTES-FILE.
055500
055600 1710-READ-NOTE.
055700     READ CLAIM-NOTES-FILE
055800         AT END
055900             SET WS-NO-MORE-NOTES TO TRUE
056000     END-READ.
056100
056200 1900-ADD-TIE.
056300     MOVE 'N' TO WS-TIE-FOUND-SW
056400     IF WS-TIE-TABLE-COUNT > ZERO
056500         SET WS-TIE-IX TO 1
056600         SEARCH WS-TIE-ENTRY
056700             AT END
056800                 CONTINUE
056900             WHEN WS-TIE-KIND(WS-TIE-IX) = WS-NEW-TIE-KIND
057000                 AND WS-TIE-KEY(WS-TIE-IX) = WS-NEW-TIE-KEY
057100                 AND WS-TIE-OPERATOR(WS-TIE-IX)
057200                     = WS-NEW-TIE-OPERATOR
057300                 SET WS-TIE-FOUND TO TRUE
057400         END-SEARCH
057500     END-IF
057600     IF NOT WS-TIE-FOUND
057700         IF WS-TIE-TABLE-COUNT < 20000
057800             ADD 1 TO WS-TIE-TABLE-COUNT
057900             SET WS-TIE-IX TO WS-TIE-TABLE-COUNT
058000             MOVE WS-NEW-TIE-KIND     TO WS-TIE-KIND(WS-TIE-IX)
058100             MOVE WS-NEW-TIE-KEY      TO WS-TIE-KEY(WS-TIE-IX)
058200             MOVE WS-NEW-TIE-OPERATOR
058300                 TO WS-TIE-OPERATOR(WS-TIE-IX)
058400         ELSE
058500             ADD 1 TO WS-TIE-OVERFLOW
058600         END-IF
058700     END-IF.
058800
058900*FIRST PASS - COUNT EACH OPERATOR'S BASELINE AND REVIEW-DAY
059000*ACTIVITY. THE LOG IS WRITTEN IN TIME ORDER, SO A CHANGE OF DATE
059100*FOR AN OPERATOR STARTS A NEW ACTIVE DAY.
059200 2000-SCORE-ACCESS.
059300     EVALUATE TRUE
059400         WHEN PHIL-ACCESS-DATE = WS-REVIEW-DATE
059500             PERFORM 2200-FIND-OPERATOR
059600             IF WS-OPR-FOUND
059700                 ADD 1 TO WS-DAY-ACCESS-COUNT
059800                 ADD 1 TO WS-OPR-DAY-COUNT(WS-OPR-IX)
059900                 PERFORM 2300-CHECK-ACCESS
060000                 IF PHIL-SEARCH-BY-SSN AND PHIL-NOTHING-FOUND
060100                     ADD 1 TO WS-OPR-NOHIT(WS-OPR-IX)
060200                 END-IF
060300                 IF WS-WCH-FOUND
060400                     IF WS-WCH-OPERATOR(WS-WCH-IX) = PHIL-OPERATOR
060500                         ADD 1 TO WS-OPR-SELF(WS-OPR-IX)
060600                     ELSE
060700                         ADD 1 TO WS-OPR-WATCH(WS-OPR-IX)
060800                     END-IF
060900                 END-IF
061000                 IF WS-AFTER-HOURS
061100                     ADD 1 TO WS-OPR-AFTER-HRS(WS-OPR-IX)
061200                 END-IF
061300                 IF WS-NO-TIE
061400                     ADD 1 TO WS-OPR-NO-TIE(WS-OPR-IX)
061500                 END-IF
061600             END-IF
061700         WHEN PHIL-ACCESS-DATE NOT < WS-BASE-START-DATE
061800             AND PHIL-ACCESS-DATE NOT > WS-BASE-END-DATE
061900             PERFORM 2200-FIND-OPERATOR
062000             IF WS-OPR-FOUND
062100                 ADD 1 TO WS-OPR-BASE-COUNT(WS-OPR-IX)
062200                 IF PHIL-ACCESS-DATE
062300                         NOT = WS-OPR-LAST-DATE(WS-OPR-IX)
062400                     ADD 1 TO WS-OPR-BASE-DAYS(WS-OPR-IX)
062500                     MOVE PHIL-ACCESS-DATE
062600                         TO WS-OPR-LAST-DATE(WS-OPR-IX)
062700                 END-IF
062800             END-IF
062900     END-EVALUATE
063000     PERFORM 2100-READ-LOG.
063100
063200 2100-READ-LOG.
063300     READ PHI-ACCESS-LOG
063400         AT END
063500             SET WS-NO-MORE-PHI TO TRUE
063600     END-READ.
063700
063800*FIND OR ADD THE OPERATOR'S ROW; NOT FOUND ONLY WHEN THE TABLE IS
063900*FULL.
064000 2200-FIND-OPERATOR.
064100     MOVE 'N' TO WS-OPR-FOUND-SW
064200     IF WS-OPR-TABLE-COUNT > ZERO
064300         SET WS-OPR-IX TO 1
064400         SEARCH WS-OPR-ENTRY
064500             AT END
064600                 CONTINUE
064700             WHEN WS-OPR-ID(WS-OPR-IX) = PHIL-OPERATOR
064800                 SET WS-OPR-FOUND TO TRUE
064900         END-SEARCH
065000     END-IF
065100     IF NOT WS-OPR-FOUND
065200         IF WS-OPR-TABLE-COUNT < 500
065300             ADD 1 TO WS-OPR-TABLE-COUNT
065400             SET WS-OPR-IX TO WS-OPR-TABLE-COUNT
065500             INITIALIZE WS-OPR-ENTRY(WS-OPR-IX)
065600             MOVE PHIL-OPERATOR TO WS-OPR-ID(WS-OPR-IX)
065700             SET WS-OPR-FOUND TO TRUE
065800         ELSE
065900             ADD 1 TO WS-OPR-OVERFLOW
066000         END-IF
066100     END-IF.
066200
066300*WATCH-LIST, AFTER-HOURS AND WORK-TIE TESTS FOR ONE REVIEW-DAY
066400*ACCESS. THE MEMBER IS THE ONE DISPLAYED, OR THE SSN KEYED FOR AN
066500*SSN SEARCH. ONLY A MEMBER LOOKUP THAT DISPLAYED A CLAIM NEEDS A
066600*WORK TIE; PROVIDER AND REPORT VIEWS DO NOT NAME ONE MEMBER.
066700 2300-CHECK-ACCESS.
066800     MOVE 'N' TO WS-WCH-FOUND-SW
066900     MOVE PHIL-SUBSCR-SSN TO WS-ACCESS-SSN
067000     IF WS-ACCESS-SSN = SPACES AND PHIL-SEARCH-BY-SSN
067100         MOVE PHIL-SEARCH-KEY(1:9) TO WS-ACCESS-SSN
067200     END-IF
067300     IF WS-ACCESS-SSN NOT = SPACES AND WS-WCH-TABLE-COUNT > ZERO
067400         SET WS-WCH-IX TO 1
067500         SEARCH WS-WCH-ENTRY
067600             AT END
067700                 CONTINUE
067800             WHEN WS-WCH-SSN(WS-WCH-IX) = WS-ACCESS-SSN
067900                 SET WS-WCH-FOUND TO TRUE
068000         END-SEARCH
068100     END-IF
068200     IF WS-CLOSED-DAY
068300         OR PHIL-ACCESS-TIME(1:4) < WS-HOURS-START
068400         OR PHIL-ACCESS-TIME(1:4) NOT < WS-HOURS-END
068500         SET WS-AFTER-HOURS TO TRUE
068600     ELSE
068700         MOVE 'N' TO WS-AFTER-HRS-SW
068800     END-IF
068900     MOVE 'N' TO WS-NO-TIE-SW
069000     IF PHIL-CLAIM-DISPLAYED
069100         AND (PHIL-SEARCH-BY-SSN OR PHIL-SEARCH-BY-CLM-NO
069200              OR PHIL-SEARCH-BY-MBR-ID)
069300         PERFORM 2400-CHECK-WORK-TIE
069400         IF NOT WS-TIE-FOUND
069500             SET WS-NO-TIE TO TRUE
069600         END-IF
069700     END-IF.
069800
069900 2400-CHECK-WORK-TIE.
070000     MOVE 'N' TO WS-TIE-FOUND-SW
070100     MOVE PHIL-CLM-KEY TO WS-CLM-KEY-X
070200     IF WS-TIE-TABLE-COUNT > ZERO
070300         SET WS-TIE-IX TO 1
070400         SEARCH WS-TIE-ENTRY
070500             AT END
070600                 CONTINUE
070700             WHEN (WS-TIE-OPERATOR(WS-TIE-IX) = PHIL-OPERATOR
070800                   OR WS-TIE-OPERATOR(WS-TIE-IX)
070900                      = WS-ANY-OPERATOR)
071000                 AND ((WS-TIE-KIND(WS-TIE-IX) = 'S'
071100                       AND WS-TIE-KEY(WS-TIE-IX) = WS-ACCESS-SSN)
071200                   OR (WS-TIE-KIND(WS-TIE-IX) = 'C'
071300                       AND WS-TIE-KEY(WS-TIE-IX) = WS-CLM-KEY-X))
071400                 SET WS-TIE-FOUND TO TRUE
071500         END-SEARCH
071600     END-IF.
071700
071800*AN OPERATOR WITH NO BASELINE DAYS IS HELD TO THE FLOOR ALONE.
071900 3000-SCORE-OPERATORS.
072000     IF WS-OPR-TABLE-COUNT > ZERO
072100         PERFORM 3100-SCORE-ONE-OPERATOR
072200             VARYING WS-OPR-IX FROM 1 BY 1
072300             UNTIL WS-OPR-IX > WS-OPR-TABLE-COUNT
072400     END-IF.
072500
072600 3100-SCORE-ONE-OPERATOR.
072700     MOVE ZERO TO WS-OPR-BASE-AVG(WS-OPR-IX)
072800     IF WS-OPR-BASE-DAYS(WS-OPR-IX) > ZERO
072900         COMPUTE WS-OPR-BASE-AVG(WS-OPR-IX) ROUNDED =
073000             WS-OPR-BASE-COUNT(WS-OPR-IX)
073100                 / WS-OPR-BASE-DAYS(WS-OPR-IX)
073200         END-COMPUTE
073300     END-IF
073400     COMPUTE WS-VOLUME-LIMIT =
073500         WS-OPR-BASE-AVG(WS-OPR-IX) * WS-VOLUME-FACTOR
073600     END-COMPUTE
073700     MOVE ZERO TO WS-OPR-SCORE(WS-OPR-IX)
073800     MOVE SPACES TO WS-OPR-FLAGS(WS-OPR-IX)
073900     MOVE 1 TO WS-FLAG-PTR
074000     IF WS-OPR-DAY-COUNT(WS-OPR-IX) NOT < WS-VOLUME-FLOOR
074100         AND WS-OPR-DAY-COUNT(WS-OPR-IX) > WS-VOLUME-LIMIT
074200         SET WS-OPR-VOLUME-HIGH(WS-OPR-IX) TO TRUE
074300         ADD WS-VOLUME-POINTS TO WS-OPR-SCORE(WS-OPR-IX)
074400         STRING 'VOLUME ' DELIMITED BY SIZE
074500             INTO WS-OPR-FLAGS(WS-OPR-IX) WITH POINTER WS-FLAG-PTR
074600     END-IF
074700     IF WS-OPR-NOHIT(WS-OPR-IX) NOT < WS-NOHIT-LIMIT
074800         COMPUTE WS-OPR-SCORE(WS-OPR-IX) =
074900             WS-OPR-SCORE(WS-OPR-IX)
075000                 + WS-OPR-NOHIT(WS-OPR-IX) * WS-NOHIT-POINTS
075100         END-COMPUTE
075200         STRING 'FISHING ' DELIMITED BY SIZE
075300             INTO WS-OPR-FLAGS(WS-OPR-IX) WITH POINTER WS-FLAG-PTR
075400     END-IF
075500     IF WS-OPR-SELF(WS-OPR-IX) > ZERO
075600         STRING 'SELF ' DELIMITED BY SIZE
075700             INTO WS-OPR-FLAGS(WS-OPR-IX) WITH POINTER WS-FLAG-PTR
075800     END-IF
075900     IF WS-OPR-WATCH(WS-OPR-IX) > ZERO
076000         STRING 'WATCH ' DELIMITED BY SIZE
076100             INTO WS-OPR-FLAGS(WS-OPR-IX) WITH POINTER WS-FLAG-PTR
076200     END-IF
076300     IF WS-OPR-AFTER-HRS(WS-OPR-IX) > ZERO
076400         STRING 'AFTER-HRS ' DELIMITED BY SIZE
076500             INTO WS-OPR-FLAGS(WS-OPR-IX) WITH POINTER WS-FLAG-PTR
076600     END-IF
076700     IF WS-OPR-NO-TIE(WS-OPR-IX) > ZERO
076800         STRING 'NO-TIE' DELIMITED BY SIZE
076900             INTO WS-OPR-FLAGS(WS-OPR-IX) WITH POINTER WS-FLAG-PTR
077000     END-IF
077100     COMPUTE WS-OPR-SCORE(WS-OPR-IX) =
077200         WS-OPR-SCORE(WS-OPR-IX)
077300             + WS-OPR-WATCH(WS-OPR-IX) * WS-WATCH-POINTS
077400             + WS-OPR-SELF(WS-OPR-IX) * WS-SELF-POINTS
077500             + WS-OPR-AFTER-HRS(WS-OPR-IX) * WS-AFTER-HRS-POINTS
077600             + WS-OPR-NO-TIE(WS-OPR-IX) * WS-NO-TIE-POINTS
077700     END-COMPUTE
077800     IF WS-OPR-SCORE(WS-OPR-IX) > ZERO
077900         ADD 1 TO WS-FLAGGED-COUNT
078000     END-IF.
078100
078200*THE CASE INDEX - FLAGGED OPERATORS, HIGHEST SCORE FIRST. THE
078300*ORDER HERE NUMBERS THE CASES.
078400 4000-WRITE-OPERATOR-LIST.
078500     MOVE SPACES TO RPT-LINE
078600     WRITE RPT-LINE
078700     MOVE 'CASE INDEX' TO RPT-LINE
078800     WRITE RPT-LINE
078900     MOVE SPACES TO RPT-LINE
079000     STRING 'CASE  OPERATOR    SCORE  LOOKUPS  BASE AVG'
079100         '  EMPTY SSN  WATCH  AFTER HRS  NO TIE  FLAGS'
079200         DELIMITED BY SIZE INTO RPT-LINE
079300     WRITE RPT-LINE
079400     MOVE ZERO TO WS-CASE-NBR
079500     PERFORM 4100-WRITE-NEXT-OPERATOR
079600         WS-FLAGGED-COUNT TIMES.
079700
079800 4100-WRITE-NEXT-OPERATOR.
079900     MOVE ZERO TO WS-BEST-IX
080000     MOVE ZERO TO WS-BEST-SCORE
080100     PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
080200             UNTIL WS-SCAN-IX > WS-OPR-TABLE-COUNT
080300         IF WS-OPR-CASE-NBR(WS-SCAN-IX) = ZERO
080400             AND WS-OPR-SCORE(WS-SCAN-IX) > WS-BEST-SCORE
080500             MOVE WS-SCAN-IX TO WS-BEST-IX
080600             MOVE WS-OPR-SCORE(WS-SCAN-IX) TO WS-BEST-SCORE
080700         END-IF
080800     END-PERFORM
080900     IF WS-BEST-IX > ZERO
081000         SET WS-OPR-IX TO WS-BEST-IX
081100         ADD 1 TO WS-CASE-NBR
081200         MOVE WS-CASE-NBR TO WS-OPR-CASE-NBR(WS-OPR-IX)
081300         MOVE WS-BEST-IX TO WS-CASE-OPR-IX(WS-CASE-NBR)
081400         MOVE WS-OPR-SCORE(WS-OPR-IX)     TO WS-ED-SCORE
081500         MOVE WS-OPR-DAY-COUNT(WS-OPR-IX) TO WS-ED-DAY
081600         MOVE WS-OPR-BASE-AVG(WS-OPR-IX)  TO WS-ED-AVG
081700         MOVE WS-OPR-NOHIT(WS-OPR-IX)     TO WS-ED-NOHIT
081800         COMPUTE WS-ED-WATCH =
081900             WS-OPR-WATCH(WS-OPR-IX) + WS-OPR-SELF(WS-OPR-IX)
082000         END-COMPUTE
082100         MOVE WS-OPR-AFTER-HRS(WS-OPR-IX) TO WS-ED-AFTER
082200         MOVE WS-OPR-NO-TIE(WS-OPR-IX)    TO WS-ED-NO-TIE
082300         MOVE SPACES TO RPT-LINE
082400         STRING WS-CASE-NBR '   ' WS-OPR-ID(WS-OPR-IX)
082500             '  ' WS-ED-SCORE '    ' WS-ED-DAY '   ' WS-ED-AVG
082600             '      ' WS-ED-NOHIT '  ' WS-ED-WATCH
082700             '      ' WS-ED-AFTER '   ' WS-ED-NO-TIE
082800             '  ' WS-OPR-FLAGS(WS-OPR-IX)
082900             DELIMITED BY SIZE INTO RPT-LINE
083000         WRITE RPT-LINE
083100     END-IF.
083200
083300*SECOND PASS - ATTACH EACH REVIEW-DAY ACCESS BEHIND A FLAG TO ITS
083400*OPERATOR'S CASE. EMPTY SSN SEARCHES ARE ATTACHED ONLY FOR
083500*OPERATORS FLAGGED AS FISHING; A VOLUME CASE GETS THE DAY'S WHOLE
083600*LOG.
083700 5000-ATTACH-LOG-ENTRIES.
083800     MOVE 'N' TO WS-PHI-EOF-SW
083900     OPEN INPUT PHI-ACCESS-LOG
084000     PERFORM 2100-READ-LOG
084100     PERFORM 5100-ATTACH-ACCESS
084200         UNTIL WS-NO-MORE-PHI
084300     CLOSE PHI-ACCESS-LOG.
084400
084500 5100-ATTACH-ACCESS.
084600     IF PHIL-ACCESS-DATE = WS-REVIEW-DATE
084700         AND WS-OPR-TABLE-COUNT > ZERO
084800         MOVE 'N' TO WS-OPR-FOUND-SW
084900         SET WS-OPR-IX TO 1
085000         SEARCH WS-OPR-ENTRY
085100             AT END
085200                 CONTINUE
085300             WHEN WS-OPR-ID(WS-OPR-IX) = PHIL-OPERATOR
085400                 SET WS-OPR-FOUND TO TRUE
085500         END-SEARCH
085600         IF WS-OPR-FOUND
085700             IF WS-OPR-CASE-NBR(WS-OPR-IX) > ZERO
085800                 PERFORM 2300-CHECK-ACCESS
085900                 PERFORM 5200-SET-ACCESS-REASON
086000                 IF WS-REASON NOT = SPACES
086100                     PERFORM 5300-SAVE-DETAIL
086200                 END-IF
086300             END-IF
086400         END-IF
086500     END-IF
086600     PERFORM 2100-READ-LOG.
086700
086800 5200-SET-ACCESS-REASON.
086900     MOVE SPACES TO WS-REASON
087000     MOVE 1 TO WS-FLAG-PTR
087100     IF PHIL-SEARCH-BY-SSN AND PHIL-NOTHING-FOUND
087200         AND WS-OPR-NOHIT(WS-OPR-IX) NOT < WS-NOHIT-LIMIT
087300         STRING 'EMPTY SSN SEARCH ' DELIMITED BY SIZE
087400             INTO WS-REASON WITH POINTER WS-FLAG-PTR
087500     END-IF
087600     IF WS-WCH-FOUND
087700         IF WS-WCH-OPERATOR(WS-WCH-IX) = PHIL-OPERATOR
087800             STRING 'OWN RECORD ' DELIMITED BY SIZE
087900                 INTO WS-REASON WITH POINTER WS-FLAG-PTR
088000         ELSE
088100             IF WS-WCH-TYPE(WS-WCH-IX) = 'E'
088200                 STRING 'EMPLOYEE ' DELIMITED BY SIZE
088300                     INTO WS-REASON WITH POINTER WS-FLAG-PTR
088400             ELSE
088500                 STRING 'VIP ' DELIMITED BY SIZE
088600                     INTO WS-REASON WITH POINTER WS-FLAG-PTR
088700             END-IF
088800         END-IF
088900     END-IF
089000     IF WS-AFTER-HOURS
089100         STRING 'AFTER HOURS ' DELIMITED BY SIZE
089200             INTO WS-REASON WITH POINTER WS-FLAG-PTR
089300     END-IF
089400     IF WS-NO-TIE
089500         STRING 'NO WORK TIE' DELIMITED BY SIZE
089600             INTO WS-REASON WITH POINTER WS-FLAG-PTR
089700     END-IF
089800     IF WS-REASON = SPACES AND WS-OPR-VOLUME-HIGH(WS-OPR-IX)
089900         MOVE 'VOLUME' TO WS-REASON
090000     END-IF.
090100
090200 5300-SAVE-DETAIL.
090300     ADD 1 TO WS-DETAIL-COUNT
090400     IF WS-DTL-TABLE-COUNT < 5000
090500         ADD 1 TO WS-DTL-TABLE-COUNT
090600         SET WS-DTL-IX TO WS-DTL-TABLE-COUNT
090700         MOVE WS-OPR-CASE-NBR(WS-OPR-IX)
090800             TO WS-DTL-CASE-NBR(WS-DTL-IX)
090900         MOVE PHIL-RECORD   TO WS-DTL-LOG(WS-DTL-IX)
091000         MOVE WS-ACCESS-SSN TO WS-DTL-SSN(WS-DTL-IX)
091100         MOVE WS-REASON     TO WS-DTL-REASON(WS-DTL-IX)
091200     ELSE
091300         ADD 1 TO WS-DTL-OVERFLOW
091400     END-IF.
091500
091600*ONE CASE PER FLAGGED OPERATOR, WITH ITS LOG ENTRIES ATTACHED.
091700 5500-WRITE-CASES.
091800     IF WS-FLAGGED-COUNT > ZERO
091900         PERFORM 5600-WRITE-ONE-CASE
092000             VARYING WS-CASE-NBR FROM 1 BY 1
092100             UNTIL WS-CASE-NBR > WS-FLAGGED-COUNT
092200     END-IF.
092300
092400 5600-WRITE-ONE-CASE.
092500     SET WS-OPR-IX TO WS-CASE-OPR-IX(WS-CASE-NBR)
092600     MOVE WS-OPR-SCORE(WS-OPR-IX) TO WS-ED-SCORE
092700     MOVE SPACES TO RPT-LINE
092800     WRITE RPT-LINE
092900     MOVE SPACES TO RPT-LINE
093000     STRING 'CASE ' WS-REVIEW-DATE '-' WS-CASE-NBR
093100         '   OPERATOR ' WS-OPR-ID(WS-OPR-IX)
093200         '   SCORE ' WS-ED-SCORE
093300         '   FLAGS ' WS-OPR-FLAGS(WS-OPR-IX)
093400         DELIMITED BY SIZE INTO RPT-LINE
093500     WRITE RPT-LINE
093600     IF WS-OPR-VOLUME-HIGH(WS-OPR-IX)
093700         MOVE WS-OPR-DAY-COUNT(WS-OPR-IX) TO WS-ED-DAY
093800         MOVE WS-OPR-BASE-AVG(WS-OPR-IX)  TO WS-ED-AVG
093900         MOVE SPACES TO RPT-LINE
094000         STRING '  VOLUME ' WS-ED-DAY
094100             ' LOOKUPS AGAINST A BASELINE OF '
094200             WS-ED-AVG ' PER ACTIVE DAY'
094300             DELIMITED BY SIZE INTO RPT-LINE
094400         WRITE RPT-LINE
094500     END-IF
094600     MOVE SPACES TO RPT-LINE
094700     STRING '  TIME      TYPE  SEARCH KEY                      '
094800         'MEMBER SSN  CLAIM   FOUND  REASON'
094900         DELIMITED BY SIZE INTO RPT-LINE
095000     WRITE RPT-LINE
095100     IF WS-DTL-TABLE-COUNT > ZERO
095200         PERFORM 5700-WRITE-CASE-ENTRY
095300             VARYING WS-DTL-IX FROM 1 BY 1
095400             UNTIL WS-DTL-IX > WS-DTL-TABLE-COUNT
095500     END-IF.
095600
095700 5700-WRITE-CASE-ENTRY.
095800     IF WS-DTL-CASE-NBR(WS-DTL-IX) = WS-CASE-NBR
095900         MOVE WS-DTL-LOG(WS-DTL-IX) TO WS-DTL-LOG-VIEW
096000         MOVE SPACES TO RPT-LINE
096100         STRING '  ' WS-DTL-TIME '  ' WS-DTL-TYPE '     '
096200             WS-DTL-KEY '  ' WS-DTL-SSN(WS-DTL-IX) '   '
096300             WS-DTL-CLM-KEY '  ' WS-DTL-FOUND '      '
096400             WS-DTL-REASON(WS-DTL-IX)
096500             DELIMITED BY SIZE INTO RPT-LINE
096600         WRITE RPT-LINE
096700     END-IF.
096800
096900 6000-WRITE-SUMMARY.
097000     MOVE SPACES TO RPT-LINE
097100     WRITE RPT-LINE
097200     MOVE SPACES TO RPT-LINE
097300     STRING 'REVIEW-DAY LOOKUPS: ' WS-DAY-ACCESS-COUNT
097400         '   OPERATORS: ' WS-OPR-TABLE-COUNT
097500         '   CASES: ' WS-FLAGGED-COUNT
097600         '   ENTRIES ATTACHED: ' WS-DETAIL-COUNT
097700         DELIMITED BY SIZE INTO RPT-LINE
097800     WRITE RPT-LINE
097900     MOVE SPACES TO RPT-LINE
098000     STRING 'REVIEW HISTORY ROWS KEPT: ' WS-HIST-KEPT
098100         '   DROPPED: ' WS-HIST-DROPPED
098200         '   WRITTEN FOR REVIEW DATE: ' WS-HIST-WRITTEN
098300         DELIMITED BY SIZE INTO RPT-LINE
098400     WRITE RPT-LINE
098500     IF WS-OPR-OVERFLOW > ZERO
098600         MOVE SPACES TO RPT-LINE
098700         STRING 'LOG ROWS NOT SCORED (OPERATOR TABLE FULL): '
098800             WS-OPR-OVERFLOW
098900             DELIMITED BY SIZE INTO RPT-LINE
099000         WRITE RPT-LINE
099100     END-IF
099200     IF WS-TIE-OVERFLOW > ZERO
099300         MOVE SPACES TO RPT-LINE
099400         STRING 'WORK TIES NOT LOADED (TIE TABLE FULL): '
099500             WS-TIE-OVERFLOW
099600             DELIMITED BY SIZE INTO RPT-LINE
099700         WRITE RPT-LINE
099800     END-IF
099900     IF WS-DTL-OVERFLOW > ZERO
100000         MOVE SPACES TO RPT-LINE
100100         STRING 'ENTRIES NOT ATTACHED (CASE TABLE FULL): '
100200             WS-DTL-OVERFLOW
100300             DELIMITED BY SIZE INTO RPT-LINE
100400         WRITE RPT-LINE
100500     END-IF.
100600
100700*CARRY THE REVIEW HISTORY FORWARD, DROPPING ROWS PAST RETENTION
100800*AND ANY EARLIER RUN OF THIS REVIEW DATE, THEN ADD ONE ROW PER
100900*OPERATOR ACTIVE ON THE REVIEW DATE.
101000 7000-CARRY-HISTORY.
101100     OPEN INPUT REVIEW-HIST-FILE
101200     OPEN OUTPUT REVIEW-HIST-OUT
101300     PERFORM 7100-READ-HISTORY
101400     PERFORM UNTIL WS-NO-MORE-HIST
101500         IF PHIH-REVIEW-DATE OF PHIH-RECORD = WS-REVIEW-DATE
101600             OR PHIH-REVIEW-DATE OF PHIH-RECORD
101700                 < WS-HIST-KEEP-DATE
101800             ADD 1 TO WS-HIST-DROPPED
101900         ELSE
102000             MOVE PHIH-RECORD TO PHIHO-RECORD
102100             WRITE PHIHO-RECORD
102200             ADD 1 TO WS-HIST-KEPT
102300         END-IF
102400         PERFORM 7100-READ-HISTORY
102500     END-PERFORM
102600     CLOSE REVIEW-HIST-FILE
102700     IF WS-OPR-TABLE-COUNT > ZERO
102800         PERFORM 7200-WRITE-HISTORY-ROW
102900             VARYING WS-OPR-IX FROM 1 BY 1
103000             UNTIL WS-OPR-IX > WS-OPR-TABLE-COUNT
103100     END-IF
103200     CLOSE REVIEW-HIST-OUT.
103300
103400 7100-READ-HISTORY.
103500     READ REVIEW-HIST-FILE
103600         AT END
103700             SET WS-NO-MORE-HIST TO TRUE
103800     END-READ.
103900
104000 7200-WRITE-HISTORY-ROW.
104100     IF WS-OPR-DAY-COUNT(WS-OPR-IX) > ZERO
104200         MOVE SPACES TO PHIHO-RECORD
104300         MOVE WS-REVIEW-DATE TO PHIH-REVIEW-DATE OF PHIHO-RECORD
104400         MOVE WS-OPR-ID(WS-OPR-IX)
104500             TO PHIH-OPERATOR OF PHIHO-RECORD
104600         MOVE WS-OPR-DAY-COUNT(WS-OPR-IX)
104700             TO PHIH-LOOKUPS OF PHIHO-RECORD
104800         MOVE WS-OPR-NOHIT(WS-OPR-IX)
104900             TO PHIH-EMPTY-SSN OF PHIHO-RECORD
105000         MOVE WS-OPR-WATCH(WS-OPR-IX)
105100             TO PHIH-WATCH OF PHIHO-RECORD
105200         MOVE WS-OPR-SELF(WS-OPR-IX)
105300             TO PHIH-SELF OF PHIHO-RECORD
105400         MOVE WS-OPR-AFTER-HRS(WS-OPR-IX)
105500             TO PHIH-AFTER-HOURS OF PHIHO-RECORD
105600         MOVE WS-OPR-NO-TIE(WS-OPR-IX)
105700             TO PHIH-NO-TIE OF PHIHO-RECORD
105800         MOVE WS-OPR-VOLUME-SW(WS-OPR-IX)
105900             TO PHIH-VOLUME-SW OF PHIHO-RECORD
106000         MOVE WS-OPR-SCORE(WS-OPR-IX)
106100             TO PHIH-SCORE OF PHIHO-RECORD
106200         WRITE PHIHO-RECORD
106300         ADD 1 TO WS-HIST-WRITTEN
106400     END-IF.
