000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150142 - SUSPENSE CLERK             *
000300*            PRODUCTIVITY REPORT, DAILY OR WEEKLY. A PARM CARD   *
000400*            (SUSPRPRM) PICKS THE PERIOD - D FOR THE DAY, W FOR  *
000500*            THE SEVEN DAYS ENDING ON THE DATE GIVEN (SPACES =   *
000600*            TODAY); NO CARD RUNS THE DAILY REPORT FOR TODAY, A  *
000700*            BAD CARD ENDS RC 12. FROM THE WORK STAMPS ON THE    *
000800*            SUSPENSE REASON LOG IT SHOWS, PER CLERK AND PER     *
000900*            REASON CODE, THE ENTRIES WORKED (CORRECTED) IN THE  *
001000*            PERIOD AND THEIR AVERAGE HANDLE TIME, THE CORRECTED *
001100*            ENTRIES RE-DRIVEN AND THE QUEUED ENTRIES EXPIRED IN *
001200*            THE PERIOD, AND THE PENDING BACKLOG NOW, WITH HOW   *
001300*            MUCH OF IT IS OVER 30 DAYS OLD. CORRECTIONS STAMPED *
001400*            BY A JOB (BCPATTRC'S ATTACHMENT RELEASES) SHOW      *
001500*            UNDER THE JOB'S NAME AND CARRY NO HANDLE TIME.      *
001600******************************************************************
001610* 10-15-26 - R KOWALSKI - AR 150142 - AVERAGE HANDLE MINUTES     *
001620*            WIDENED TO FOUR DIGITS; A FIVE-DIGIT SECONDS        *
001630*            AVERAGE RUNS TO 1666 MINUTES AND WAS LOSING ITS     *
001640*            HIGH-ORDER DIGIT. THE COLUMN STILL ENDS WHERE IT    *
001650*            DID.                                                *
001660******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. BCPSUSPR.
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT OPTIONAL PROD-PARM-FILE ASSIGN TO SUSPRPRM
002300            ORGANIZATION IS LINE SEQUENTIAL
002400            FILE STATUS IS WS-PRM-STATUS.
002500     SELECT SUSPENSE-REASON-LOG ASSIGN TO SUSPRSN
002600            ORGANIZATION IS LINE SEQUENTIAL
002700            FILE STATUS IS WS-SRSN-STATUS.
002800     SELECT PROD-RPT ASSIGN TO SUSPRRPT
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-RPT-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  PROD-PARM-FILE.
003400 01  PROD-PARM-RECORD.
003500     05  PROD-PERIOD               PIC X(01).
003600         88  PROD-DAILY                VALUE 'D'.
003700         88  PROD-WEEKLY               VALUE 'W'.
003800     05  PROD-END-DATE             PIC X(08).
003900 FD  SUSPENSE-REASON-LOG.
004000     COPY BCPSUSRS.
004100 FD  PROD-RPT.
004200 01  RPT-LINE                  PIC X(132).
004300 WORKING-STORAGE SECTION.
004400 01  WS-PRM-STATUS             PIC X(02).
004500 01  WS-SRSN-STATUS            PIC X(02).
004600 01  WS-RPT-STATUS             PIC X(02).
004700 01  WS-SRSN-EOF-SW            PIC X(01)      VALUE 'N'.
004800     88  WS-NO-MORE-REASONS        VALUE 'Y'.
004900 01  WS-PARM-ERROR-SW          PIC X(01)      VALUE 'N'.
005000     88  WS-PARM-ERROR             VALUE 'Y'.
005100 01  WS-PERIOD                 PIC X(01)      VALUE 'D'.
005200     88  WS-PERIOD-WEEKLY          VALUE 'W'.
005300 01  WS-TODAY-DATE             PIC X(08).
005400 01  WS-TODAY-INT              PIC 9(07).
005500 01  WS-END-DATE               PIC X(08).
005600 01  WS-START-DATE             PIC 9(08).
005700 01  WS-START-INT              PIC 9(07).
005800 01  WS-END-INT                PIC 9(07).
005900 01  WS-DETECTED-INT           PIC 9(07).
006000 01  WS-AGE-DAYS               PIC 9(05).
006100 01  WS-STAMP-DATE             PIC X(08).
006200 01  WS-IN-PERIOD-SW           PIC X(01).
006300     88  WS-IN-PERIOD              VALUE 'Y'.
006400*ONE ROW PER CLERK (OR JOB) AND ONE PER REASON CODE.
006500 01  WS-KEY                    PIC X(08).
006600 01  WS-UNASSIGNED-KEY         PIC X(08)      VALUE '(NONE)'.
006700 01  WS-CLK-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
006800 01  WS-CLK-TABLE.
006900     05  WS-CLK-ENTRY          OCCURS 1 TO 300 TIMES
007000                               DEPENDING ON WS-CLK-TABLE-COUNT
007100                               INDEXED BY WS-CLK-IX.
007200         10  WS-CLK-ID             PIC X(08).
007300         10  WS-CLK-WORKED         PIC 9(05).
007400         10  WS-CLK-HANDLE-SECS    PIC 9(09).
007500         10  WS-CLK-HANDLE-COUNT   PIC 9(05).
007600         10  WS-CLK-REDRIVEN       PIC 9(05).
007700         10  WS-CLK-EXPIRED        PIC 9(05).
007800         10  WS-CLK-BACKLOG        PIC 9(05).
007900         10  WS-CLK-AGED           PIC 9(05).
008000 01  WS-RSN-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
008100 01  WS-RSN-TABLE.
008200     05  WS-RSN-ENTRY          OCCURS 1 TO 100 TIMES
008300                               DEPENDING ON WS-RSN-TABLE-COUNT
008400                               INDEXED BY WS-RSN-IX.
008500         10  WS-RSN-CODE           PIC X(05).
008600         10  WS-RSN-WORKED         PIC 9(05).
008700         10  WS-RSN-HANDLE-SECS    PIC 9(09).
008800         10  WS-RSN-HANDLE-COUNT   PIC 9(05).
008900         10  WS-RSN-REDRIVEN       PIC 9(05).
009000         10  WS-RSN-EXPIRED        PIC 9(05).
009100         10  WS-RSN-BACKLOG        PIC 9(05).
009200         10  WS-RSN-AGED           PIC 9(05).
009300 01  WS-FOUND-SW               PIC X(01)      VALUE 'N'.
009400     88  WS-ENTRY-FOUND            VALUE 'Y'.
009500 01  WS-OVERFLOW-COUNT         PIC 9(05)      VALUE ZERO.
009600*GRAND TOTALS, AND ONE LINE'S FIGURES WHILE IT IS FORMATTED.
009700 01  WS-TOTALS.
009800     05  WS-TOT-WORKED         PIC 9(05)      VALUE ZERO.
009900     05  WS-TOT-HANDLE-SECS    PIC 9(09)      VALUE ZERO.
010000     05  WS-TOT-HANDLE-COUNT   PIC 9(05)      VALUE ZERO.
010100     05  WS-TOT-REDRIVEN       PIC 9(05)      VALUE ZERO.
010200     05  WS-TOT-EXPIRED        PIC 9(05)      VALUE ZERO.
010300     05  WS-TOT-BACKLOG        PIC 9(05)      VALUE ZERO.
010400     05  WS-TOT-AGED           PIC 9(05)      VALUE ZERO.
010500 01  WS-LINE-FIGURES.
010600     05  WS-LN-LABEL           PIC X(08).
010700     05  WS-LN-WORKED          PIC 9(05).
010800     05  WS-LN-HANDLE-SECS     PIC 9(09).
010900     05  WS-LN-HANDLE-COUNT    PIC 9(05).
011000     05  WS-LN-REDRIVEN        PIC 9(05).
011100     05  WS-LN-EXPIRED         PIC 9(05).
011200     05  WS-LN-BACKLOG         PIC 9(05).
011300     05  WS-LN-AGED            PIC 9(05).
011400 01  WS-AVG-SECS               PIC 9(05).
011500 01  WS-AVG-MIN                PIC 9(04).
011600 01  WS-AVG-SEC                PIC 9(02).
011700 01  WS-ED-COUNT               PIC ZZZZ9.
011800 01  WS-ED-MIN                 PIC ZZ9.
011900 01  WS-ED-LINE.
012000     05  WS-ED-LABEL           PIC X(08).
012100     05  FILLER                PIC X(03)      VALUE SPACES.
012200     05  WS-ED-WORKED          PIC ZZZZ9.
012300     05  FILLER                PIC X(04)      VALUE SPACES.
012400     05  WS-ED-AVG-MIN         PIC ZZZ9.
012500     05  WS-ED-AVG-COLON       PIC X(01).
012600     05  WS-ED-AVG-SEC         PIC 99.
012700     05  FILLER                PIC X(06)      VALUE SPACES.
012800     05  WS-ED-REDRIVEN        PIC ZZZZ9.
012900     05  FILLER                PIC X(04)      VALUE SPACES.
013000     05  WS-ED-EXPIRED         PIC ZZZZ9.
013100     05  FILLER                PIC X(04)      VALUE SPACES.
013200     05  WS-ED-BACKLOG         PIC ZZZZ9.
013300     05  FILLER                PIC X(04)      VALUE SPACES.
013400     05  WS-ED-AGED            PIC ZZZZ9.
013500 PROCEDURE DIVISION.
013600 0000-MAIN-CONTROL.
013700     PERFORM 1000-INITIALIZE
013800     IF WS-PARM-ERROR
013900         MOVE 12 TO RETURN-CODE
014000     ELSE
014100         PERFORM 2000-PROCESS-REASON
014200             UNTIL WS-NO-MORE-REASONS
014300         CLOSE SUSPENSE-REASON-LOG
014400         PERFORM 3000-WRITE-REPORT
014500     END-IF
014600     CLOSE PROD-RPT
014700     STOP RUN.
014800
014900 1000-INITIALIZE.
015000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
015100     COMPUTE WS-TODAY-INT =
015200         FUNCTION INTEGER-OF-DATE
015300             (FUNCTION NUMVAL (WS-TODAY-DATE))
015400     END-COMPUTE
015500     OPEN OUTPUT PROD-RPT
015600     PERFORM 1100-READ-PARM
015700     IF WS-PARM-ERROR
015800         MOVE SPACES TO RPT-LINE
015900         STRING 'SUSPENSE PRODUCTIVITY PARM INVALID - PERIOD '
016000             PROD-PERIOD ' END DATE ' PROD-END-DATE
016100             ' - REPORT NOT PRODUCED'
016200             DELIMITED BY SIZE INTO RPT-LINE
016300         WRITE RPT-LINE
016400     ELSE
016500         OPEN INPUT SUSPENSE-REASON-LOG
016600         PERFORM 2100-READ-REASON
016700     END-IF.
016800
016900*NO CARD MEANS TODAY'S DAILY REPORT. A WEEK IS THE SEVEN DAYS
017000*ENDING ON THE END DATE.
017100 1100-READ-PARM.
017200     MOVE WS-TODAY-DATE TO WS-END-DATE
017300     OPEN INPUT PROD-PARM-FILE
017400     READ PROD-PARM-FILE
017500         AT END
017600             MOVE 'D' TO PROD-PERIOD
017700             MOVE SPACES TO PROD-END-DATE
017800     END-READ
017900     CLOSE PROD-PARM-FILE
018000     IF NOT PROD-DAILY AND NOT PROD-WEEKLY
018100         SET WS-PARM-ERROR TO TRUE
018200     END-IF
018300     IF PROD-END-DATE NOT = SPACES
018400         IF PROD-END-DATE IS NUMERIC
018500             AND PROD-END-DATE NOT > WS-TODAY-DATE
018600             AND FUNCTION TEST-DATE-YYYYMMDD
018700                 (FUNCTION NUMVAL (PROD-END-DATE)) = ZERO
018800             MOVE PROD-END-DATE TO WS-END-DATE
018900         ELSE
019000             SET WS-PARM-ERROR TO TRUE
019100         END-IF
019200     END-IF
019300     IF NOT WS-PARM-ERROR
019400         MOVE PROD-PERIOD TO WS-PERIOD
019500         COMPUTE WS-END-INT =
019600             FUNCTION INTEGER-OF-DATE
019700                 (FUNCTION NUMVAL (WS-END-DATE))
019800         END-COMPUTE
019900         MOVE WS-END-INT TO WS-START-INT
020000         IF WS-PERIOD-WEEKLY
020100             SUBTRACT 6 FROM WS-START-INT
020200         END-IF
020300         COMPUTE WS-START-DATE =
020400             FUNCTION DATE-OF-INTEGER (WS-START-INT)
020500         END-COMPUTE
020600     END-IF.
020700
020800 2000-PROCESS-REASON.
020900     EVALUATE TRUE
021000         WHEN SUSP-PENDING OF SUSP-REASON-RECORD
021100             PERFORM 2300-COUNT-BACKLOG
021200         WHEN SUSP-EXPIRED OF SUSP-REASON-RECORD
021300             PERFORM 2400-COUNT-EXPIRY
021400     END-EVALUATE
021500     IF SUSP-CORRECTED-BY OF SUSP-REASON-RECORD NOT = SPACES
021600         PERFORM 2200-COUNT-CORRECTION
021700     END-IF
021800     PERFORM 2100-READ-REASON.
021900
022000 2100-READ-REASON.
022100     READ SUSPENSE-REASON-LOG
022200         AT END
022300             SET WS-NO-MORE-REASONS TO TRUE
022400     END-READ.
022500
022600*A CORRECTION IN THE PERIOD COUNTS AS WORKED FOR ITS CLERK; A
022700*CORRECTED ENTRY RE-DRIVEN IN THE PERIOD COUNTS AS RE-DRIVEN.
022800 2200-COUNT-CORRECTION.
022900     MOVE SUSP-CORRECTED-BY OF SUSP-REASON-RECORD TO WS-KEY
023000     PERFORM 2500-FIND-CLERK
023100     PERFORM 2600-FIND-REASON
023200     MOVE SUSP-CORRECTED-DATE OF SUSP-REASON-RECORD
023300         TO WS-STAMP-DATE
023400     PERFORM 2700-CHECK-PERIOD
023500     IF WS-IN-PERIOD
023600         ADD 1 TO WS-TOT-WORKED
023700         IF WS-CLK-IX NOT = ZERO
023800             ADD 1 TO WS-CLK-WORKED(WS-CLK-IX)
023900         END-IF
024000         IF WS-RSN-IX NOT = ZERO
024100             ADD 1 TO WS-RSN-WORKED(WS-RSN-IX)
024200         END-IF
024300         IF SUSP-HANDLE-SECONDS OF SUSP-REASON-RECORD IS NUMERIC
024400             AND SUSP-HANDLE-SECONDS OF SUSP-REASON-RECORD > ZERO
024500             ADD SUSP-HANDLE-SECONDS OF SUSP-REASON-RECORD
024600                 TO WS-TOT-HANDLE-SECS
024700             ADD 1 TO WS-TOT-HANDLE-COUNT
024800             IF WS-CLK-IX NOT = ZERO
024900                 ADD SUSP-HANDLE-SECONDS OF SUSP-REASON-RECORD
025000                     TO WS-CLK-HANDLE-SECS(WS-CLK-IX)
025100                 ADD 1 TO WS-CLK-HANDLE-COUNT(WS-CLK-IX)
025200             END-IF
025300             IF WS-RSN-IX NOT = ZERO
025400                 ADD SUSP-HANDLE-SECONDS OF SUSP-REASON-RECORD
025500                     TO WS-RSN-HANDLE-SECS(WS-RSN-IX)
025600                 ADD 1 TO WS-RSN-HANDLE-COUNT(WS-RSN-IX)
025700             END-IF
025800         END-IF
025900     END-IF
026000     IF SUSP-REDRIVEN OF SUSP-REASON-RECORD
026100         MOVE SUSP-CLOSED-DATE OF SUSP-REASON-RECORD
026200             TO WS-STAMP-DATE
026300         PERFORM 2700-CHECK-PERIOD
026400         IF WS-IN-PERIOD
026500             ADD 1 TO WS-TOT-REDRIVEN
026600             IF WS-CLK-IX NOT = ZERO
026700                 ADD 1 TO WS-CLK-REDRIVEN(WS-CLK-IX)
026800             END-IF
026900             IF WS-RSN-IX NOT = ZERO
027000                 ADD 1 TO WS-RSN-REDRIVEN(WS-RSN-IX)
027100             END-IF
027200         END-IF
027300     END-IF.
027400
027500*THE BACKLOG IS WHAT IS PENDING NOW, BY ASSIGNEE.
027600 2300-COUNT-BACKLOG.
027700     MOVE SUSP-ASSIGNED-TO OF SUSP-REASON-RECORD TO WS-KEY
027800     IF WS-KEY = SPACES
027900         MOVE WS-UNASSIGNED-KEY TO WS-KEY
028000     END-IF
028100     PERFORM 2500-FIND-CLERK
028200     PERFORM 2600-FIND-REASON
028300     MOVE ZERO TO WS-AGE-DAYS
028400     IF SUSP-DETECTED-DATE OF SUSP-REASON-RECORD IS NUMERIC
028500         COMPUTE WS-DETECTED-INT =
028600             FUNCTION INTEGER-OF-DATE
028700                 (FUNCTION NUMVAL (SUSP-DETECTED-DATE
028800                     OF SUSP-REASON-RECORD))
028900         END-COMPUTE
029000         IF WS-DETECTED-INT < WS-TODAY-INT
029100             COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DETECTED-INT
029200         END-IF
029300     END-IF
029400     ADD 1 TO WS-TOT-BACKLOG
029500     IF WS-CLK-IX NOT = ZERO
029600         ADD 1 TO WS-CLK-BACKLOG(WS-CLK-IX)
029700     END-IF
029800     IF WS-RSN-IX NOT = ZERO
029900         ADD 1 TO WS-RSN-BACKLOG(WS-RSN-IX)
030000     END-IF
030100     IF WS-AGE-DAYS > 30
030200         ADD 1 TO WS-TOT-AGED
030300         IF WS-CLK-IX NOT = ZERO
030400             ADD 1 TO WS-CLK-AGED(WS-CLK-IX)
030500         END-IF
030600         IF WS-RSN-IX NOT = ZERO
030700             ADD 1 TO WS-RSN-AGED(WS-RSN-IX)
030800         END-IF
030900     END-IF.
031000
031100*AN ENTRY THAT EXPIRED IN THE PERIOD COUNTS AGAINST THE QUEUE IT
031200*EXPIRED IN.
031300 2400-COUNT-EXPIRY.
031400     MOVE SUSP-CLOSED-DATE OF SUSP-REASON-RECORD TO WS-STAMP-DATE
031500     PERFORM 2700-CHECK-PERIOD
031600     IF WS-IN-PERIOD
031700         MOVE SUSP-ASSIGNED-TO OF SUSP-REASON-RECORD TO WS-KEY
031800         IF WS-KEY = SPACES
031900             MOVE WS-UNASSIGNED-KEY TO WS-KEY
032000         END-IF
032100         PERFORM 2500-FIND-CLERK
032200         PERFORM 2600-FIND-REASON
032300         ADD 1 TO WS-TOT-EXPIRED
032400         IF WS-CLK-IX NOT = ZERO
032500             ADD 1 TO WS-CLK-EXPIRED(WS-CLK-IX)
032600         END-IF
032700         IF WS-RSN-IX NOT = ZERO
032800             ADD 1 TO WS-RSN-EXPIRED(WS-RSN-IX)
032900         END-IF
033000     END-IF.
033100
033200*FIND OR ADD THE CLERK ROW FOR WS-KEY; ZERO INDEX WHEN FULL.
033300 2500-FIND-CLERK.
033400     MOVE 'N' TO WS-FOUND-SW
033500     IF WS-CLK-TABLE-COUNT > ZERO
033600         SET WS-CLK-IX TO 1
033700         SEARCH WS-CLK-ENTRY
033800             AT END
033900                 CONTINUE
034000             WHEN WS-CLK-ID(WS-CLK-IX) = WS-KEY
034100                 SET WS-ENTRY-FOUND TO TRUE
034200         END-SEARCH
034300     END-IF
034400     IF NOT WS-ENTRY-FOUND
034500         IF WS-CLK-TABLE-COUNT < 300
034600             ADD 1 TO WS-CLK-TABLE-COUNT
034700             SET WS-CLK-IX TO WS-CLK-TABLE-COUNT
034800             INITIALIZE WS-CLK-ENTRY(WS-CLK-IX)
034900             MOVE WS-KEY TO WS-CLK-ID(WS-CLK-IX)
035000         ELSE
035100             ADD 1 TO WS-OVERFLOW-COUNT
035200             SET WS-CLK-IX TO ZERO
035300         END-IF
035400     END-IF.
035500
035600 2600-FIND-REASON.
035700     MOVE 'N' TO WS-FOUND-SW
035800     IF WS-RSN-TABLE-COUNT > ZERO
035900         SET WS-RSN-IX TO 1
036000         SEARCH WS-RSN-ENTRY
036100             AT END
036200                 CONTINUE
036300             WHEN WS-RSN-CODE(WS-RSN-IX)
036400                     = SUSP-REASON-CODE OF SUSP-REASON-RECORD
036500                 SET WS-ENTRY-FOUND TO TRUE
036600         END-SEARCH
036700     END-IF
036800     IF NOT WS-ENTRY-FOUND
036900         IF WS-RSN-TABLE-COUNT < 100
037000             ADD 1 TO WS-RSN-TABLE-COUNT
037100             SET WS-RSN-IX TO WS-RSN-TABLE-COUNT
037200             INITIALIZE WS-RSN-ENTRY(WS-RSN-IX)
037300             MOVE SUSP-REASON-CODE OF SUSP-REASON-RECORD
037400                 TO WS-RSN-CODE(WS-RSN-IX)
037500         ELSE
037600             ADD 1 TO WS-OVERFLOW-COUNT
037700             SET WS-RSN-IX TO ZERO
037800         END-IF
037900     END-IF.
038000
038100 2700-CHECK-PERIOD.
038200     IF WS-STAMP-DATE IS NUMERIC
038300         AND WS-STAMP-DATE NOT < WS-START-DATE
038400         AND WS-STAMP-DATE NOT > WS-END-DATE
038500         SET WS-IN-PERIOD TO TRUE
038600     ELSE
038700         MOVE 'N' TO WS-IN-PERIOD-SW
038800     END-IF.
038900
039000 3000-WRITE-REPORT.
039100     MOVE SPACES TO RPT-LINE
039200     IF WS-PERIOD-WEEKLY
039300         STRING 'SUSPENSE PRODUCTIVITY REPORT - WEEKLY - '
039400             WS-START-DATE ' TO ' WS-END-DATE
039500             DELIMITED BY SIZE INTO RPT-LINE
039600     ELSE
039700         STRING 'SUSPENSE PRODUCTIVITY REPORT - DAILY - '
039800             WS-END-DATE
039900             DELIMITED BY SIZE INTO RPT-LINE
040000     END-IF
040100     WRITE RPT-LINE
040200     MOVE SPACES TO RPT-LINE
040300     STRING 'RUN DATE: ' WS-TODAY-DATE
040400         '   BACKLOG AND AGE AS OF THE RUN DATE'
040500         DELIMITED BY SIZE INTO RPT-LINE
040600     WRITE RPT-LINE
040700     MOVE SPACES TO RPT-LINE
040800     WRITE RPT-LINE
040900     MOVE 'BY CLERK' TO RPT-LINE
041000     WRITE RPT-LINE
041100     PERFORM 3900-WRITE-HEADINGS
041200     IF WS-CLK-TABLE-COUNT > ZERO
041300         PERFORM 3100-WRITE-CLERK-LINE
041400             VARYING WS-CLK-IX FROM 1 BY 1
041500             UNTIL WS-CLK-IX > WS-CLK-TABLE-COUNT
041600     END-IF
041700     PERFORM 3300-WRITE-TOTAL-LINE
041800     MOVE SPACES TO RPT-LINE
041900     WRITE RPT-LINE
042000     MOVE 'BY REASON CODE' TO RPT-LINE
042100     WRITE RPT-LINE
042200     PERFORM 3900-WRITE-HEADINGS
042300     IF WS-RSN-TABLE-COUNT > ZERO
042400         PERFORM 3200-WRITE-REASON-LINE
042500             VARYING WS-RSN-IX FROM 1 BY 1
042600             UNTIL WS-RSN-IX > WS-RSN-TABLE-COUNT
042700     END-IF
042800     PERFORM 3300-WRITE-TOTAL-LINE
042900     IF WS-OVERFLOW-COUNT > ZERO
043000         MOVE SPACES TO RPT-LINE
043100         STRING 'ROWS NOT BROKEN OUT (TABLE FULL): '
043200             WS-OVERFLOW-COUNT
043300             DELIMITED BY SIZE INTO RPT-LINE
043400         WRITE RPT-LINE
043500     END-IF.
043600
043700 3100-WRITE-CLERK-LINE.
043800     MOVE WS-CLK-ID(WS-CLK-IX)           TO WS-LN-LABEL
043900     MOVE WS-CLK-WORKED(WS-CLK-IX)       TO WS-LN-WORKED
044000     MOVE WS-CLK-HANDLE-SECS(WS-CLK-IX)  TO WS-LN-HANDLE-SECS
044100     MOVE WS-CLK-HANDLE-COUNT(WS-CLK-IX) TO WS-LN-HANDLE-COUNT
044200     MOVE WS-CLK-REDRIVEN(WS-CLK-IX)     TO WS-LN-REDRIVEN
044300     MOVE WS-CLK-EXPIRED(WS-CLK-IX)      TO WS-LN-EXPIRED
044400     MOVE WS-CLK-BACKLOG(WS-CLK-IX)      TO WS-LN-BACKLOG
044500     MOVE WS-CLK-AGED(WS-CLK-IX)         TO WS-LN-AGED
044600     PERFORM 3800-FORMAT-LINE.
044700
044800 3200-WRITE-REASON-LINE.
044900     MOVE WS-RSN-CODE(WS-RSN-IX)         TO WS-LN-LABEL
045000     MOVE WS-RSN-WORKED(WS-RSN-IX)       TO WS-LN-WORKED
045100     MOVE WS-RSN-HANDLE-SECS(WS-RSN-IX)  TO WS-LN-HANDLE-SECS
045200     MOVE WS-RSN-HANDLE-COUNT(WS-RSN-IX) TO WS-LN-HANDLE-COUNT
045300     MOVE WS-RSN-REDRIVEN(WS-RSN-IX)     TO WS-LN-REDRIVEN
045400     MOVE WS-RSN-EXPIRED(WS-RSN-IX)      TO WS-LN-EXPIRED
045500     MOVE WS-RSN-BACKLOG(WS-RSN-IX)      TO WS-LN-BACKLOG
045600     MOVE WS-RSN-AGED(WS-RSN-IX)         TO WS-LN-AGED
045700     PERFORM 3800-FORMAT-LINE.
045800
045900 3300-WRITE-TOTAL-LINE.
046000     MOVE 'TOTAL'             TO WS-LN-LABEL
046100     MOVE WS-TOT-WORKED       TO WS-LN-WORKED
046200     MOVE WS-TOT-HANDLE-SECS  TO WS-LN-HANDLE-SECS
046300     MOVE WS-TOT-HANDLE-COUNT TO WS-LN-HANDLE-COUNT
046400     MOVE WS-TOT-REDRIVEN     TO WS-LN-REDRIVEN
046500     MOVE WS-TOT-EXPIRED      TO WS-LN-EXPIRED
046600     MOVE WS-TOT-BACKLOG      TO WS-LN-BACKLOG
046700     MOVE WS-TOT-AGED         TO WS-LN-AGED
046800     PERFORM 3800-FORMAT-LINE.
046900
047000*AVERAGE HANDLE TIME IS OVER THE CORRECTIONS THAT CARRY ONE,
047100*SHOWN AS MINUTES:SECONDS.
047200 3800-FORMAT-LINE.
047300     MOVE WS-LN-LABEL    TO WS-ED-LABEL
047400     MOVE WS-LN-WORKED   TO WS-ED-WORKED
047500     MOVE WS-LN-REDRIVEN TO WS-ED-REDRIVEN
047600     MOVE WS-LN-EXPIRED  TO WS-ED-EXPIRED
047700     MOVE WS-LN-BACKLOG  TO WS-ED-BACKLOG
047800     MOVE WS-LN-AGED     TO WS-ED-AGED
047900     IF WS-LN-HANDLE-COUNT > ZERO
048000         COMPUTE WS-AVG-SECS ROUNDED =
048100             WS-LN-HANDLE-SECS / WS-LN-HANDLE-COUNT
048200         DIVIDE WS-AVG-SECS BY 60 GIVING WS-AVG-MIN
048300             REMAINDER WS-AVG-SEC
048400         MOVE WS-AVG-MIN TO WS-ED-AVG-MIN
048500         MOVE ':' TO WS-ED-AVG-COLON
048600         MOVE WS-AVG-SEC TO WS-ED-AVG-SEC
048700     ELSE
048800         MOVE ZERO TO WS-ED-AVG-MIN
048900         MOVE ':' TO WS-ED-AVG-COLON
049000         MOVE ZERO TO WS-ED-AVG-SEC
049100     END-IF
049200     MOVE WS-ED-LINE TO RPT-LINE
049300     WRITE RPT-LINE.
049400
049500 3900-WRITE-HEADINGS.
049600     MOVE SPACES      TO RPT-LINE
049610     MOVE 'ID/CODE'   TO RPT-LINE(1:7)
049620     MOVE 'WORKED'    TO RPT-LINE(11:6)
049630     MOVE 'AVG HANDLE' TO RPT-LINE(19:10)
049640     MOVE 'RE-DRIVEN' TO RPT-LINE(30:9)
049650     MOVE 'EXPIRED'   TO RPT-LINE(41:7)
049660     MOVE 'BACKLOG'   TO RPT-LINE(50:7)
049670     MOVE 'AGED>30'   TO RPT-LINE(59:7)
049900     WRITE RPT-LINE.
