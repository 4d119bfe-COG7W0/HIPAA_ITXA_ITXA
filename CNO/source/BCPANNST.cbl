000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150149 - ANNUAL MEMBER BENEFIT AND  *
000300*            OUT-OF-POCKET SUMMARY STATEMENT. RUN AT THE TURN OF *
000400*            THE BENEFIT YEAR AHEAD OF BCPACCRL, WHILE THE       *
000500*            CLOSING ACCUMULATOR ROWS (BCPMACCM) ARE STILL ON    *
000600*            THE MASTER. FOR THE STATEMENT YEAR - THE YEAR       *
000700*            BEFORE THE RUN DATE, OR THE YEAR ON THE OPTIONAL    *
000800*            ANNPARM CARD - EACH MEMBER'S ROW GIVES THE          *
000900*            DEDUCTIBLE MET AND COINSURANCE PAID, MEDICAL AND    *
001000*            PHARMACY, AND THE CONTRACT MASTER GIVES THE LIMITS; *
001100*            THE OUT-OF-POCKET MAXIMUM IS THE ANNUAL DEDUCTIBLE  *
001200*            PLUS COINSURANCE LIMIT. THE MEMBER'S ACCEPTED       *
001300*            CLAIMS POSTED IN THE YEAR ARE TOTALLED FROM THE     *
001400*            CLAIM HISTORY MASTER (BCPCHIST) FOR THE CLAIM       *
001500*            COUNT, PLAN PAID AND A PER-PROVIDER BREAKDOWN (TEN  *
001600*            PROVIDERS, THE REST AS ALL OTHER), NAMED FROM THE   *
001700*            PROVIDER MASTER. ONE STATEMENT PRINTS PER MEMBER,   *
001800*            ADDRESSED TO THE SUBSCRIBER, AND GOES THROUGH THE   *
001900*            EOB FULFILLMENT PATH: THE ADDRESS MASTER (BCPMADDR) *
002000*            IS LOADED AT STARTUP, RETURNED MAIL SUPPRESSES THE  *
002100*            STATEMENT, AND EACH PRINTED STATEMENT WRITES A      *
002200*            BCPEOBMX MAIL EXTRACT RECORD (ANNMAIL) FOR BCPEOBML *
002300*            TO ZIP-SORT. EVERY MEMBER WITH AN INTERNAL MEMBER   *
002400*            ID ALSO GOES TO THE MEMBER PORTAL EXTRACT           *
002500*            (BCPANNPT). RC 8 WHEN A TABLE FILLS.                *
002600******************************************************************
002606* 10-15-26 - R KOWALSKI - AR 150149 - THE STATEMENT NOW SHOWS    *
002612*            THE FAMILY POSITION: THE CONTRACT'S FAMILY LIMITS   *
002618*            ARE LOADED AND EVERY ROW UNDER THE SUBSCRIBER'S SSN *
002624*            SUMMED, AS BCPACCUM DOES, AND A MEMBER SHOWS THE    *
002630*            MAXIMUM MET, NOTHING REMAINING, ONCE EITHER THE     *
002636*            MEMBER OR THE FAMILY MAXIMUM IS MET. THE FAMILY     *
002642*            FIGURES ALSO GO ON THE PORTAL 'AS' RECORD. A        *
002648*            SENSITIVE CLAIM (CHIST-SENSITIVE-IND, SET BY        *
002654*            BCP837CV) IS TOTALLED UNDER ALL OTHER PROVIDERS, SO *
002660*            ITS PROVIDER IS NEVER NAMED ON PAPER OR THE PORTAL. *
002666*            ONLY A POSTED ROW FALLS BACK ON THE LAST UPDATE     *
002672*            DATE; AN ARCHIVED ROW WITH NO POSTING DATE IS       *
002678*            REPORTED AND LEFT OFF.                              *
002684******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. BCPANNST.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPTIONAL ANN-PARM-FILE ASSIGN TO ANNPARM
003300            ORGANIZATION IS LINE SEQUENTIAL
003400            FILE STATUS IS WS-PRM-STATUS.
003500     SELECT ACCUM-MASTER ASSIGN TO MACCMST
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS IS WS-MAC-STATUS.
003800     SELECT CLAIM-HISTORY ASSIGN TO CLMHIST
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE IS SEQUENTIAL
004100            RECORD KEY IS CHIST-CLM-KEY OF CHIST-RECORD
004200            FILE STATUS IS WS-CHIST-STATUS.
004300     SELECT CONTRACT-MASTER-FILE ASSIGN TO CTMASTER
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS IS WS-CTM-STATUS.
004600     SELECT PROV-MASTER-FILE ASSIGN TO PRVMAST
004700            ORGANIZATION IS LINE SEQUENTIAL
004800            FILE STATUS IS WS-PRV-STATUS.
004900     SELECT MEMBER-ADDR-FILE ASSIGN TO MBRADDR
005000            ORGANIZATION IS LINE SEQUENTIAL
005100            FILE STATUS IS WS-ADR-STATUS.
005200     SELECT ANN-PRINT-FILE ASSIGN TO ANNPRINT
005300            ORGANIZATION IS LINE SEQUENTIAL
005400            FILE STATUS IS WS-STM-STATUS.
005500     SELECT ANN-MAIL-EXTRACT ASSIGN TO ANNMAIL
005600            ORGANIZATION IS LINE SEQUENTIAL
005700            FILE STATUS IS WS-MLX-STATUS.
005800     SELECT ANN-PORTAL-FILE ASSIGN TO ANNPORT
005900            ORGANIZATION IS LINE SEQUENTIAL
006000            FILE STATUS IS WS-APT-STATUS.
006100     SELECT ANN-SUMMARY-RPT ASSIGN TO ANNRPT
006200            ORGANIZATION IS LINE SEQUENTIAL
006300            FILE STATUS IS WS-RPT-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  ANN-PARM-FILE.
006700 01  ANNP-RECORD.
006800     05  ANNP-BENEFIT-YEAR         PIC X(04).
006900 FD  ACCUM-MASTER.
007000     COPY BCPMACCM.
007100 FD  CLAIM-HISTORY.
007200     COPY BCPCHIST.
007300 FD  CONTRACT-MASTER-FILE.
007400     COPY BCPCTMST.
007500 FD  PROV-MASTER-FILE.
007600     COPY BCPPRVMS.
007700 FD  MEMBER-ADDR-FILE.
007800     COPY BCPMADDR.
007900 FD  ANN-PRINT-FILE.
008000 01  STMT-LINE                 PIC X(132).
008100 FD  ANN-MAIL-EXTRACT.
008200     COPY BCPEOBMX.
008300 FD  ANN-PORTAL-FILE.
008400     COPY BCPANNPT.
008500 FD  ANN-SUMMARY-RPT.
008600 01  RPT-LINE                  PIC X(132).
008700 WORKING-STORAGE SECTION.
008800 01  WS-PRM-STATUS             PIC X(02).
008900 01  WS-MAC-STATUS             PIC X(02).
009000 01  WS-CHIST-STATUS           PIC X(02).
009100 01  WS-CTM-STATUS             PIC X(02).
009200 01  WS-PRV-STATUS             PIC X(02).
009300 01  WS-ADR-STATUS             PIC X(02).
009400 01  WS-STM-STATUS             PIC X(02).
009500 01  WS-MLX-STATUS             PIC X(02).
009600 01  WS-APT-STATUS             PIC X(02).
009700 01  WS-RPT-STATUS             PIC X(02).
009800 01  WS-MAC-EOF-SW             PIC X(01)      VALUE 'N'.
009900     88  WS-NO-MORE-MAC            VALUE 'Y'.
010000 01  WS-CHS-EOF-SW             PIC X(01)      VALUE 'N'.
010100     88  WS-NO-MORE-CHS            VALUE 'Y'.
010200 01  WS-CTM-EOF-SW             PIC X(01)      VALUE 'N'.
010300     88  WS-NO-MORE-CTM            VALUE 'Y'.
010400 01  WS-PRV-EOF-SW             PIC X(01)      VALUE 'N'.
010500     88  WS-NO-MORE-PRV            VALUE 'Y'.
010600 01  WS-ADR-EOF-SW             PIC X(01)      VALUE 'N'.
010700     88  WS-NO-MORE-ADR            VALUE 'Y'.
010800 01  WS-RUN-FATAL-SW           PIC X(01)      VALUE 'N'.
010900     88  WS-RUN-FATAL              VALUE 'Y'.
011000 01  WS-TODAY-DATE             PIC X(08).
011100 01  WS-YEAR-NUM               PIC 9(04).
011200 01  WS-STMT-YEAR              PIC X(04).
011300*CONTRACT LIMITS, FROM THE CONTRACT MASTER.
011400 01  WS-CTM-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
011500 01  WS-CTM-TABLE.
011600     05  WS-CTM-ENTRY          OCCURS 1 TO 200 TIMES
011700                               DEPENDING ON WS-CTM-TABLE-COUNT
011800                               INDEXED BY WS-CTM-IX.
011900         10  WS-CTM-CODE           PIC X(02).
012000         10  WS-CTM-PLAN-NAME      PIC X(30).
012100         10  WS-CTM-DED-LIMIT      PIC 9(07)V99.
012200         10  WS-CTM-COINS-LIMIT    PIC 9(07)V99.
012225         10  WS-CTM-FAM-DED-LIM    PIC 9(07)V99.
012250         10  WS-CTM-FAM-COINS-LIM  PIC 9(07)V99.
012300 01  WS-CTM-FOUND-SW           PIC X(01)      VALUE 'N'.
012400     88  WS-CTM-FOUND              VALUE 'Y'.
012500*PROVIDER NAMES, FROM THE PROVIDER MASTER (FIRST ROW PER NPI).
012600 01  WS-PRV-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
012700 01  WS-PRV-TABLE.
012800     05  WS-PRV-ENTRY          OCCURS 1 TO 20000 TIMES
012900                               DEPENDING ON WS-PRV-TABLE-COUNT
013000                               INDEXED BY WS-PRV-IX.
013100         10  WS-PRV-NPI            PIC X(10).
013200         10  WS-PRV-NAME           PIC X(60).
013300 01  WS-PRV-WANT-NPI           PIC X(10).
013400 01  WS-PRV-NAME-OUT           PIC X(60).
013500*MEMBER MAILING ADDRESSES, AS BCPEOBGN LOADS THEM.
013600 01  WS-ADR-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
013700 01  WS-ADR-TABLE.
013800     05  WS-ADR-ENTRY          OCCURS 1 TO 20000 TIMES
013900                               DEPENDING ON WS-ADR-TABLE-COUNT
014000                               INDEXED BY WS-ADR-IX.
014100         10  WS-ADR-SSN            PIC X(09).
014200         10  WS-ADR-LINE-1         PIC X(40).
014300         10  WS-ADR-LINE-2         PIC X(40).
014400         10  WS-ADR-CITY           PIC X(25).
014500         10  WS-ADR-STATE          PIC X(02).
014600         10  WS-ADR-ZIP            PIC X(09).
014700         10  WS-ADR-RETURNED-SW    PIC X(01).
014800             88  WS-ADR-RETURNED       VALUE 'R'.
014900 01  WS-ADR-FOUND-SW           PIC X(01)      VALUE 'N'.
015000     88  WS-ADR-FOUND              VALUE 'Y'.
015100*ONE ENTRY PER CLOSING ACCUMULATOR ROW FOR THE STATEMENT YEAR,
015200*WITH THE YEAR'S POSTED CLAIMS TOTALLED UNDER IT. THE CONTRACT IS
015300*THE ONE ON THE MEMBER'S LATEST POSTED CLAIM.
015400 01  WS-MBR-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
015500 01  WS-MBR-TABLE.
015600     05  WS-MBR-ENTRY          OCCURS 1 TO 20000 TIMES
015700                               DEPENDING ON WS-MBR-TABLE-COUNT
015800                               INDEXED BY WS-MBR-IX.
015900         10  WS-MBR-ID             PIC 9(10).
016000         10  WS-MBR-SSN            PIC X(09).
016100         10  WS-MBR-REL            PIC X(02).
016200         10  WS-MBR-LAST           PIC X(33).
016300         10  WS-MBR-FIRST          PIC X(12).
016400         10  WS-MBR-MED-DED        PIC 9(09)V99.
016500         10  WS-MBR-MED-COINS      PIC 9(09)V99.
016600         10  WS-MBR-RX-DED         PIC 9(09)V99.
016700         10  WS-MBR-RX-COINS       PIC 9(09)V99.
016800         10  WS-MBR-CONTRACT       PIC X(02).
016900         10  WS-MBR-CONTRACT-DATE  PIC X(08).
017000         10  WS-MBR-SUB-LAST       PIC X(33).
017100         10  WS-MBR-SUB-FIRST      PIC X(12).
017200         10  WS-MBR-CLAIMS         PIC 9(05).
017300         10  WS-MBR-PAID           PIC 9(11)V99.
017400         10  WS-MBR-PRV-COUNT      PIC 9(02).
017500         10  WS-MBR-PRV            OCCURS 10 TIMES.
017600             15  WS-MBR-PRV-NPI        PIC X(10).
017700             15  WS-MBR-PRV-CLAIMS     PIC 9(05).
017800             15  WS-MBR-PRV-PAID       PIC 9(11)V99.
017900         10  WS-MBR-OTH-CLAIMS     PIC 9(05).
018000         10  WS-MBR-OTH-PAID       PIC 9(11)V99.
018100 01  WS-MBR-FOUND-SW           PIC X(01)      VALUE 'N'.
018200     88  WS-MBR-FOUND              VALUE 'Y'.
018300 01  WS-SLOT                   PIC 9(02).
018400 01  WS-SLOT-HIT               PIC 9(02).
018500 01  WS-CLM-POSTED-DATE        PIC X(08).
018600*ONE MEMBER'S STATEMENT FIGURES.
018700 01  WS-DED-LIMIT              PIC 9(07)V99.
018800 01  WS-COINS-LIMIT            PIC 9(07)V99.
018900 01  WS-TOT-DED                PIC 9(09)V99.
019000 01  WS-TOT-COINS              PIC 9(09)V99.
019100 01  WS-OOP-APPLIED            PIC 9(09)V99.
019200 01  WS-OOP-MAXIMUM            PIC 9(09)V99.
019300 01  WS-OOP-REMAINING          PIC 9(09)V99.
019400 01  WS-OOP-MET-SW             PIC X(01).
019500     88  WS-OOP-MET                VALUE 'Y'.
019505 01  WS-OOP-MET-BY-FAMILY-SW   PIC X(01).
019510     88  WS-OOP-MET-BY-FAMILY      VALUE 'Y'.
019515*THE FAMILY'S POSITION - EVERY ROW UNDER THE SUBSCRIBER'S SSN.
019520 01  WS-FAM-IX                 PIC 9(05).
019525 01  WS-FAM-DED                PIC 9(09)V99.
019530 01  WS-FAM-COINS              PIC 9(09)V99.
019535 01  WS-FAM-DED-LIMIT          PIC 9(07)V99.
019540 01  WS-FAM-COINS-LIMIT        PIC 9(07)V99.
019545 01  WS-FAM-OOP-APPLIED        PIC 9(09)V99.
019550 01  WS-FAM-OOP-MAXIMUM        PIC 9(09)V99.
019555 01  WS-FAM-OOP-REMAINING      PIC 9(09)V99.
019560 01  WS-FAM-OOP-MET-SW         PIC X(01).
019565     88  WS-FAM-OOP-MET            VALUE 'Y'.
019600 01  WS-MEMBER-NAME            PIC X(46).
019700 01  WS-ADDRESSEE-NAME         PIC X(46).
019800 01  WS-STMT-SUPPRESS-SW       PIC X(01)      VALUE 'N'.
019900     88  WS-STMT-SUPPRESSED        VALUE 'Y'.
020000 01  WS-AMT-ED1                PIC ZZZ,ZZZ,ZZ9.99.
020100 01  WS-AMT-ED2                PIC ZZZ,ZZZ,ZZ9.99.
020200 01  WS-AMT-ED3                PIC ZZZ,ZZZ,ZZ9.99.
020300 01  WS-AMT-ED4                PIC ZZZ,ZZZ,ZZ9.99.
020400 01  WS-PAID-ED                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
020500 01  WS-CNT-ED                 PIC ZZ,ZZ9.
020600*RUN TALLIES.
020700 01  WS-HISTORY-READ           PIC 9(07)      VALUE ZERO.
020800 01  WS-HISTORY-SELECTED       PIC 9(07)      VALUE ZERO.
020900 01  WS-NO-ACCUM-COUNT         PIC 9(07)      VALUE ZERO.
021000 01  WS-MEMBER-COUNT           PIC 9(07)      VALUE ZERO.
021100 01  WS-STMT-COUNT             PIC 9(07)      VALUE ZERO.
021200 01  WS-SUPPRESSED-COUNT       PIC 9(07)      VALUE ZERO.
021300 01  WS-NO-ADDR-COUNT          PIC 9(07)      VALUE ZERO.
021400 01  WS-MAIL-EXTRACT-COUNT     PIC 9(07)      VALUE ZERO.
021500 01  WS-NO-CONTRACT-COUNT      PIC 9(07)      VALUE ZERO.
021600 01  WS-NO-MEMBER-ID-COUNT     PIC 9(07)      VALUE ZERO.
021700 01  WS-PORTAL-MEMBERS         PIC 9(07)      VALUE ZERO.
021800 01  WS-PORTAL-PROVIDERS       PIC 9(07)      VALUE ZERO.
021900 01  WS-PORTAL-RECORDS         PIC 9(09)      VALUE ZERO.
021925 01  WS-SENSITIVE-COUNT        PIC 9(07)      VALUE ZERO.
021950 01  WS-NO-POST-DATE-COUNT     PIC 9(07)      VALUE ZERO.
022000 PROCEDURE DIVISION.
022100 0000-MAIN-CONTROL.
022200     PERFORM 1000-INITIALIZE
022300     PERFORM 1100-LOAD-CONTRACTS
022400     IF NOT WS-RUN-FATAL
022500         PERFORM 1200-LOAD-PROVIDERS
022600     END-IF
022700     IF NOT WS-RUN-FATAL
022800         PERFORM 1300-LOAD-ADDRESS-MASTER
022900     END-IF
023000     IF NOT WS-RUN-FATAL
023100         PERFORM 1400-LOAD-ACCUMULATORS
023200     END-IF
023300     IF NOT WS-RUN-FATAL
023400         PERFORM 1500-TOTAL-CLAIM-HISTORY
023500     END-IF
023600     IF NOT WS-RUN-FATAL
023700         PERFORM 2000-PRODUCE-STATEMENT
023800             VARYING WS-MBR-IX FROM 1 BY 1
023900             UNTIL WS-MBR-IX > WS-MBR-TABLE-COUNT
024000         PERFORM 2900-WRITE-PORTAL-TRAILER
024100     END-IF
024200     PERFORM 4000-WRITE-SUMMARY
024300     PERFORM 9000-TERMINATE
024400     IF WS-RUN-FATAL
024500         MOVE 8 TO RETURN-CODE
024600     END-IF
024700     STOP RUN.
024800
024900*THE STATEMENT YEAR DEFAULTS TO THE YEAR JUST CLOSED; AN ANNPARM
025000*CARD NAMES ANOTHER (A RERUN, OR A RUN BEFORE THE YEAR TURNS).
025100 1000-INITIALIZE.
025200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
025300     MOVE WS-TODAY-DATE(1:4) TO WS-YEAR-NUM
025400     SUBTRACT 1 FROM WS-YEAR-NUM
025500     MOVE WS-YEAR-NUM TO WS-STMT-YEAR
025600     OPEN INPUT ANN-PARM-FILE
025700     READ ANN-PARM-FILE
025800         AT END
025900             CONTINUE
026000         NOT AT END
026100             IF ANNP-BENEFIT-YEAR IS NUMERIC
026200                 MOVE ANNP-BENEFIT-YEAR TO WS-STMT-YEAR
026300             END-IF
026400     END-READ
026500     CLOSE ANN-PARM-FILE
026600     OPEN OUTPUT ANN-PRINT-FILE
026700     OPEN OUTPUT ANN-MAIL-EXTRACT
026800     OPEN OUTPUT ANN-PORTAL-FILE
026900     OPEN OUTPUT ANN-SUMMARY-RPT
027000     MOVE SPACES TO RPT-LINE
027100     STRING 'ANNUAL MEMBER BENEFIT STATEMENT SUMMARY - '
027200         'BENEFIT YEAR ' WS-STMT-YEAR ' - RUN ' WS-TODAY-DATE
027300         DELIMITED BY SIZE INTO RPT-LINE
027400     WRITE RPT-LINE.
027500
027600 1100-LOAD-CONTRACTS.
027700     OPEN INPUT CONTRACT-MASTER-FILE
027800     PERFORM 1110-READ-CONTRACT
027900     PERFORM UNTIL WS-NO-MORE-CTM
028000             OR WS-RUN-FATAL
028100         IF WS-CTM-TABLE-COUNT < 200
028200             ADD 1 TO WS-CTM-TABLE-COUNT
028300             SET WS-CTM-IX TO WS-CTM-TABLE-COUNT
028400             MOVE CTMST-CONTRACT-CODE
028500                 TO WS-CTM-CODE(WS-CTM-IX)
028600             MOVE CTMST-PLAN-NAME
028700                 TO WS-CTM-PLAN-NAME(WS-CTM-IX)
028800             MOVE CTMST-ANNUAL-DED-LIMIT
028900                 TO WS-CTM-DED-LIMIT(WS-CTM-IX)
029000             MOVE CTMST-ANNUAL-COINS-LIMIT
029100                 TO WS-CTM-COINS-LIMIT(WS-CTM-IX)
029120             MOVE CTMST-FAMILY-DED-LIMIT
029140                 TO WS-CTM-FAM-DED-LIM(WS-CTM-IX)
029160             MOVE CTMST-FAMILY-COINS-LIMIT
029180                 TO WS-CTM-FAM-COINS-LIM(WS-CTM-IX)
029200         ELSE
029300             PERFORM 1900-TABLE-FULL
029400         END-IF
029500         PERFORM 1110-READ-CONTRACT
029600     END-PERFORM
029700     CLOSE CONTRACT-MASTER-FILE.
029800
029900 1110-READ-CONTRACT.
030000     READ CONTRACT-MASTER-FILE
030100         AT END
030200             SET WS-NO-MORE-CTM TO TRUE
030300     END-READ.
030400
030500*A PROVIDER WITH SEVERAL PARTICIPATION SPANS HAS SEVERAL ROWS; THE
030600*NAME IS TAKEN FROM THE FIRST.
030700 1200-LOAD-PROVIDERS.
030800     OPEN INPUT PROV-MASTER-FILE
030900     PERFORM 1210-READ-PROVIDER
031000     PERFORM UNTIL WS-NO-MORE-PRV
031100             OR WS-RUN-FATAL
031200         IF WS-PRV-TABLE-COUNT = ZERO
031300             OR PRVMS-PROV-NPI NOT = WS-PRV-NPI(WS-PRV-IX)
031400             IF WS-PRV-TABLE-COUNT < 20000
031500                 ADD 1 TO WS-PRV-TABLE-COUNT
031600                 SET WS-PRV-IX TO WS-PRV-TABLE-COUNT
031700                 MOVE PRVMS-PROV-NPI  TO WS-PRV-NPI(WS-PRV-IX)
031800                 MOVE PRVMS-PROV-NAME TO WS-PRV-NAME(WS-PRV-IX)
031900             ELSE
032000                 PERFORM 1900-TABLE-FULL
032100             END-IF
032200         END-IF
032300         PERFORM 1210-READ-PROVIDER
032400     END-PERFORM
032500     CLOSE PROV-MASTER-FILE.
032600
032700 1210-READ-PROVIDER.
032800     READ PROV-MASTER-FILE
032900         AT END
033000             SET WS-NO-MORE-PRV TO TRUE
033100     END-READ.
033200
033300*A MISSING MASTER (STATUS 35) LOADS AN EMPTY TABLE, SO EVERY
033400*MEMBER PRINTS AS A NO-ADDRESS EXCEPTION, AS IN BCPEOBGN.
033500 1300-LOAD-ADDRESS-MASTER.
033600     OPEN INPUT MEMBER-ADDR-FILE
033700     IF WS-ADR-STATUS = '35'
033800         SET WS-NO-MORE-ADR TO TRUE
033900     ELSE
034000         PERFORM 1310-READ-ADDRESS
034100     END-IF
034200     PERFORM UNTIL WS-NO-MORE-ADR
034300             OR WS-RUN-FATAL
034400         IF WS-ADR-TABLE-COUNT < 20000
034500             ADD 1 TO WS-ADR-TABLE-COUNT
034600             SET WS-ADR-IX TO WS-ADR-TABLE-COUNT
034700             MOVE MADR-SUBSCR-SSN  TO WS-ADR-SSN(WS-ADR-IX)
034800             MOVE MADR-ADDR-LINE-1 TO WS-ADR-LINE-1(WS-ADR-IX)
034900             MOVE MADR-ADDR-LINE-2 TO WS-ADR-LINE-2(WS-ADR-IX)
035000             MOVE MADR-CITY        TO WS-ADR-CITY(WS-ADR-IX)
035100             MOVE MADR-STATE       TO WS-ADR-STATE(WS-ADR-IX)
035200             MOVE MADR-ZIP         TO WS-ADR-ZIP(WS-ADR-IX)
035300             MOVE MADR-RETURNED-MAIL-SW
035400                 TO WS-ADR-RETURNED-SW(WS-ADR-IX)
035500         ELSE
035600             PERFORM 1900-TABLE-FULL
035700         END-IF
035800         PERFORM 1310-READ-ADDRESS
035900     END-PERFORM
036000     IF WS-ADR-STATUS NOT = '35'
036100         CLOSE MEMBER-ADDR-FILE
036200     END-IF.
036300
036400 1310-READ-ADDRESS.
036500     READ MEMBER-ADDR-FILE
036600         AT END
036700             SET WS-NO-MORE-ADR TO TRUE
036800     END-READ.
036900
037000*THE CLOSING ROWS FOR THE STATEMENT YEAR. PHARMACY FIELDS ON ROWS
037100*PRE-DATING THE PHARMACY BUCKET ARE SPACES AND READ AS ZERO.
037200 1400-LOAD-ACCUMULATORS.
037300     OPEN INPUT ACCUM-MASTER
037400     PERFORM 1410-READ-ACCUM
037500     PERFORM UNTIL WS-NO-MORE-MAC
037600             OR WS-RUN-FATAL
037700         IF MACC-BENEFIT-YEAR = WS-STMT-YEAR
037800             IF WS-MBR-TABLE-COUNT < 20000
037900                 PERFORM 1420-ADD-MEMBER
038000             ELSE
038100                 PERFORM 1900-TABLE-FULL
038200             END-IF
038300         END-IF
038400         PERFORM 1410-READ-ACCUM
038500     END-PERFORM
038600     CLOSE ACCUM-MASTER.
038700
038800 1410-READ-ACCUM.
038900     READ ACCUM-MASTER
039000         AT END
039100             SET WS-NO-MORE-MAC TO TRUE
039200     END-READ.
039300
039400 1420-ADD-MEMBER.
039500     ADD 1 TO WS-MBR-TABLE-COUNT
039600     SET WS-MBR-IX TO WS-MBR-TABLE-COUNT
039700     INITIALIZE WS-MBR-ENTRY(WS-MBR-IX)
039800     IF MACC-MEMBER-ID IS NUMERIC
039900         MOVE MACC-MEMBER-ID TO WS-MBR-ID(WS-MBR-IX)
040000     END-IF
040100     MOVE MACC-SUBSCR-SSN      TO WS-MBR-SSN(WS-MBR-IX)
040200     MOVE MACC-PATIENT-REL     TO WS-MBR-REL(WS-MBR-IX)
040300     MOVE MACC-PATIENT-LAST    TO WS-MBR-LAST(WS-MBR-IX)
040400     MOVE MACC-PATIENT-FIRST   TO WS-MBR-FIRST(WS-MBR-IX)
040500     MOVE MACC-DED-ACCUM       TO WS-MBR-MED-DED(WS-MBR-IX)
040600     MOVE MACC-COINS-ACCUM     TO WS-MBR-MED-COINS(WS-MBR-IX)
040700     IF MACC-RX-DED-ACCUM IS NUMERIC
040800         MOVE MACC-RX-DED-ACCUM TO WS-MBR-RX-DED(WS-MBR-IX)
040900     END-IF
041000     IF MACC-RX-COINS-ACCUM IS NUMERIC
041100         MOVE MACC-RX-COINS-ACCUM TO WS-MBR-RX-COINS(WS-MBR-IX)
041200     END-IF.
041300
041400*A CLAIM COUNTS IN THE YEAR IT POSTED. A POSTED ROW PRE-DATING THE
041500*POSTING DATE FALLS BACK ON THE LAST UPDATE DATE, AS BCPEOBPX USES
041600*IT. ON AN ARCHIVED ROW THAT DATE IS THE ARCHIVE DATE, SO AN
041625*ARCHIVED ROW WITH NO POSTING DATE IS REPORTED (1515), LEFT OFF.
041650*REJECTED CLAIMS PAID NOTHING AND ARE LEFT OFF THE STATEMENT.
041700 1500-TOTAL-CLAIM-HISTORY.
041800     OPEN INPUT CLAIM-HISTORY
041900     PERFORM 1510-READ-HISTORY
042000     PERFORM UNTIL WS-NO-MORE-CHS
042100         ADD 1 TO WS-HISTORY-READ
042200         IF CHIST-POSTED OR CHIST-ARCHIVED
042300             MOVE CHIST-POSTED-DATE TO WS-CLM-POSTED-DATE
042400             IF WS-CLM-POSTED-DATE = SPACES
042450                 AND CHIST-POSTED
042500                 MOVE CHIST-LAST-UPDATE-DATE TO WS-CLM-POSTED-DATE
042600             END-IF
042625             IF WS-CLM-POSTED-DATE = SPACES
042650                 PERFORM 1515-REPORT-NO-POST-DATE
042675             END-IF
042700             IF WS-CLM-POSTED-DATE(1:4) = WS-STMT-YEAR
042800                 AND NOT CHIST-CLAIM-REJECTED
042900                 PERFORM 1520-SELECT-CLAIM
043000             END-IF
043100         END-IF
043200         PERFORM 1510-READ-HISTORY
043300     END-PERFORM
043400     CLOSE CLAIM-HISTORY.
043500
043600 1510-READ-HISTORY.
043700     READ CLAIM-HISTORY NEXT RECORD
043800         AT END
043900             SET WS-NO-MORE-CHS TO TRUE
044000     END-READ.
044100
044105*AN ARCHIVED ROW LAST TOUCHED BEFORE THE STATEMENT YEAR CANNOT
044110*HAVE POSTED IN IT, AND A REJECTED CLAIM IS NEVER SHOWN; BOTH ARE
044115*PASSED OVER QUIETLY.
044120 1515-REPORT-NO-POST-DATE.
044125     IF CHIST-LAST-UPDATE-DATE(1:4) NOT < WS-STMT-YEAR
044130         AND NOT CHIST-CLAIM-REJECTED
044135         ADD 1 TO WS-NO-POST-DATE-COUNT
044140         MOVE SPACES TO RPT-LINE
044145         STRING 'ARCHIVED CLAIM ' CHIST-CLM-KEY
044150             ' MEMBER ID ' CHIST-MEMBER-ID
044155             ' HAS NO POSTING DATE - NOT ON ANY STATEMENT'
044160             DELIMITED BY SIZE INTO RPT-LINE
044165         WRITE RPT-LINE
044170     END-IF.
044175
044200 1520-SELECT-CLAIM.
044300     ADD 1 TO WS-HISTORY-SELECTED
044400     PERFORM 1530-FIND-CLAIM-MEMBER
044500     IF WS-MBR-FOUND
044600         PERFORM 1540-ADD-CLAIM
044700     ELSE
044800         ADD 1 TO WS-NO-ACCUM-COUNT
044900         MOVE SPACES TO RPT-LINE
045000         STRING 'POSTED CLAIM ' CHIST-CLM-KEY
045100             ' MEMBER ID ' CHIST-MEMBER-ID
045200             ' HAS NO ' WS-STMT-YEAR ' ACCUMULATOR ROW'
045300             ' - NOT ON ANY STATEMENT'
045400             DELIMITED BY SIZE INTO RPT-LINE
045500         WRITE RPT-LINE
045600     END-IF.
045700
045800*BY MEMBER ID; A CLAIM PRE-DATING THE ID GOES TO THE SUBSCRIBER'S
045900*OWN ROW (RELATIONSHIP 18 OR BLANK) UNDER THE SAME SSN.
046000 1530-FIND-CLAIM-MEMBER.
046100     MOVE 'N' TO WS-MBR-FOUND-SW
046200     IF WS-MBR-TABLE-COUNT > ZERO
046300         SET WS-MBR-IX TO 1
046400         IF CHIST-MEMBER-ID NOT = ZERO
046500             SEARCH WS-MBR-ENTRY
046600                 AT END
046700                     CONTINUE
046800                 WHEN WS-MBR-ID(WS-MBR-IX) = CHIST-MEMBER-ID
046900                     SET WS-MBR-FOUND TO TRUE
047000             END-SEARCH
047100         ELSE
047200             SEARCH WS-MBR-ENTRY
047300                 AT END
047400                     CONTINUE
047500                 WHEN WS-MBR-SSN(WS-MBR-IX) = CHIST-SUBSCR-SSN
047600                     AND (WS-MBR-REL(WS-MBR-IX) = '18'
047700                       OR WS-MBR-REL(WS-MBR-IX) = SPACES)
047800                     SET WS-MBR-FOUND TO TRUE
047900             END-SEARCH
048000         END-IF
048100     END-IF.
048200
048300 1540-ADD-CLAIM.
048400     ADD 1 TO WS-MBR-CLAIMS(WS-MBR-IX)
048500     ADD CHIST-PAID-AMT TO WS-MBR-PAID(WS-MBR-IX)
048600     IF CHIST-CONTRACT-CODE NOT = SPACES
048700         AND WS-CLM-POSTED-DATE
048800             NOT < WS-MBR-CONTRACT-DATE(WS-MBR-IX)
048900         MOVE CHIST-CONTRACT-CODE TO WS-MBR-CONTRACT(WS-MBR-IX)
049000         MOVE WS-CLM-POSTED-DATE
049100             TO WS-MBR-CONTRACT-DATE(WS-MBR-IX)
049200     END-IF
049300     IF CHIST-SUBSCR-LAST NOT = SPACES
049400         MOVE CHIST-SUBSCR-LAST  TO WS-MBR-SUB-LAST(WS-MBR-IX)
049500         MOVE CHIST-SUBSCR-FIRST TO WS-MBR-SUB-FIRST(WS-MBR-IX)
049600     END-IF
049700     IF CHIST-SENSITIVE
049710         ADD 1 TO WS-SENSITIVE-COUNT
049720         ADD 1 TO WS-MBR-OTH-CLAIMS(WS-MBR-IX)
049730         ADD CHIST-PAID-AMT TO WS-MBR-OTH-PAID(WS-MBR-IX)
049740     ELSE
049750         PERFORM 1550-ADD-PROVIDER-CLAIM
049760     END-IF.
049800
049900*THE FIRST TEN PROVIDERS SEEN EACH GET A LINE; ANY BEYOND THAT ARE
050000*TOTALLED AS ALL OTHER PROVIDERS. SO ARE SENSITIVE CLAIMS (1540),
050050*WHOSE PROVIDER IS NEVER NAMED, AS BCPEOBPX WITHHOLDS IT.
050100 1550-ADD-PROVIDER-CLAIM.
050200     MOVE ZERO TO WS-SLOT-HIT
050300     PERFORM VARYING WS-SLOT FROM 1 BY 1
050400             UNTIL WS-SLOT > WS-MBR-PRV-COUNT(WS-MBR-IX)
050500         IF WS-MBR-PRV-NPI(WS-MBR-IX WS-SLOT) = CHIST-PROV-NPI
050600             MOVE WS-SLOT TO WS-SLOT-HIT
050700         END-IF
050800     END-PERFORM
050900     IF WS-SLOT-HIT = ZERO
051000         AND WS-MBR-PRV-COUNT(WS-MBR-IX) < 10
051100         ADD 1 TO WS-MBR-PRV-COUNT(WS-MBR-IX)
051200         MOVE WS-MBR-PRV-COUNT(WS-MBR-IX) TO WS-SLOT-HIT
051300         MOVE CHIST-PROV-NPI
051400             TO WS-MBR-PRV-NPI(WS-MBR-IX WS-SLOT-HIT)
051500     END-IF
051600     IF WS-SLOT-HIT = ZERO
051700         ADD 1 TO WS-MBR-OTH-CLAIMS(WS-MBR-IX)
051800         ADD CHIST-PAID-AMT TO WS-MBR-OTH-PAID(WS-MBR-IX)
051900     ELSE
052000         ADD 1 TO WS-MBR-PRV-CLAIMS(WS-MBR-IX WS-SLOT-HIT)
052100         ADD CHIST-PAID-AMT
052200             TO WS-MBR-PRV-PAID(WS-MBR-IX WS-SLOT-HIT)
052300     END-IF.
052400
052500 1900-TABLE-FULL.
052600     SET WS-RUN-FATAL TO TRUE
052700     MOVE SPACES TO RPT-LINE
052800     STRING 'TABLE FULL - RUN STOPPED, NO STATEMENTS PRODUCED'
052900         DELIMITED BY SIZE INTO RPT-LINE
053000     WRITE RPT-LINE.
053100
053200*ONE MEMBER. RETURNED MAIL SUPPRESSES THE PRINTED STATEMENT AND
053300*ITS MAIL EXTRACT, AS IN BCPEOBGN; THE PORTAL COPY STILL GOES.
053400 2000-PRODUCE-STATEMENT.
053500     ADD 1 TO WS-MEMBER-COUNT
053600     PERFORM 2100-FIGURE-POSITION
053700     PERFORM 2150-SET-NAMES
053800     MOVE 'N' TO WS-STMT-SUPPRESS-SW
053900     PERFORM 2200-FIND-ADDRESS
054000     IF WS-ADR-FOUND AND WS-ADR-RETURNED(WS-ADR-IX)
054100         SET WS-STMT-SUPPRESSED TO TRUE
054200         ADD 1 TO WS-SUPPRESSED-COUNT
054300     ELSE
054400         ADD 1 TO WS-STMT-COUNT
054500         PERFORM 2300-PRINT-STATEMENT
054600         IF WS-ADR-FOUND
054700             PERFORM 2400-WRITE-MAIL-EXTRACT
054800         ELSE
054900             ADD 1 TO WS-NO-ADDR-COUNT
055000             MOVE SPACES TO RPT-LINE
055100             STRING 'NO ADDRESS ON MASTER FOR SUBSCRIBER '
055200                 WS-MBR-SSN(WS-MBR-IX)
055300                 DELIMITED BY SIZE INTO RPT-LINE
055400             WRITE RPT-LINE
055500         END-IF
055600     END-IF
055700     IF WS-MBR-ID(WS-MBR-IX) = ZERO
055800         ADD 1 TO WS-NO-MEMBER-ID-COUNT
055900     ELSE
056000         PERFORM 2500-WRITE-PORTAL-MEMBER
056100     END-IF.
056200
056300*DEDUCTIBLE AND COINSURANCE ARE MEDICAL PLUS PHARMACY, AS BCPACCUM
056400*APPLIES THEM TO THE LIMITS. THE OUT-OF-POCKET MAXIMUM IS THE TWO
056500*ANNUAL LIMITS TOGETHER; THE FAMILY'S IS FIGURED IN 2130.
056600 2100-FIGURE-POSITION.
056700     COMPUTE WS-TOT-DED = WS-MBR-MED-DED(WS-MBR-IX)
056800                        + WS-MBR-RX-DED(WS-MBR-IX)
056900     COMPUTE WS-TOT-COINS = WS-MBR-MED-COINS(WS-MBR-IX)
057000                          + WS-MBR-RX-COINS(WS-MBR-IX)
057100     COMPUTE WS-OOP-APPLIED = WS-TOT-DED + WS-TOT-COINS
057200     MOVE ZERO TO WS-DED-LIMIT WS-COINS-LIMIT
057300                  WS-OOP-MAXIMUM WS-OOP-REMAINING
057325                  WS-FAM-DED-LIMIT WS-FAM-COINS-LIMIT
057350                  WS-FAM-OOP-MAXIMUM WS-FAM-OOP-REMAINING
057400     MOVE 'N' TO WS-OOP-MET-SW
057425     MOVE 'N' TO WS-OOP-MET-BY-FAMILY-SW
057450     MOVE 'N' TO WS-FAM-OOP-MET-SW
057475     PERFORM 2120-SUM-FAMILY-POSITION
057500     PERFORM 2110-FIND-CONTRACT
057600     IF WS-CTM-FOUND
057700         MOVE WS-CTM-DED-LIMIT(WS-CTM-IX)   TO WS-DED-LIMIT
057800         MOVE WS-CTM-COINS-LIMIT(WS-CTM-IX) TO WS-COINS-LIMIT
057900         COMPUTE WS-OOP-MAXIMUM = WS-DED-LIMIT + WS-COINS-LIMIT
058000         IF WS-OOP-APPLIED NOT < WS-OOP-MAXIMUM
058100             SET WS-OOP-MET TO TRUE
058200         ELSE
058300             COMPUTE WS-OOP-REMAINING =
058400                 WS-OOP-MAXIMUM - WS-OOP-APPLIED
058500         END-IF
058550         PERFORM 2130-APPLY-FAMILY-LIMITS
058600     ELSE
058700         ADD 1 TO WS-NO-CONTRACT-COUNT
058800         MOVE SPACES TO RPT-LINE
058900         STRING 'CONTRACT ' WS-MBR-CONTRACT(WS-MBR-IX)
059000             ' NOT ON CONTRACT MASTER - NO LIMITS SHOWN'
059100             ' FOR SUBSCRIBER '
059200             WS-MBR-SSN(WS-MBR-IX)
059300             DELIMITED BY SIZE INTO RPT-LINE
059400         WRITE RPT-LINE
059500     END-IF.
059600
059700 2110-FIND-CONTRACT.
059800     MOVE 'N' TO WS-CTM-FOUND-SW
059900     IF WS-CTM-TABLE-COUNT > ZERO
060000         AND WS-MBR-CONTRACT(WS-MBR-IX) NOT = SPACES
060100         SET WS-CTM-IX TO 1
060200         SEARCH WS-CTM-ENTRY
060300             AT END
060400                 CONTINUE
060500             WHEN WS-CTM-CODE(WS-CTM-IX)
060600                  = WS-MBR-CONTRACT(WS-MBR-IX)
060700                 SET WS-CTM-FOUND TO TRUE
060800         END-SEARCH
060900     END-IF.
061000
061002*THE FAMILY IS EVERY ROW FOR THE YEAR UNDER THE SUBSCRIBER'S SSN,
061004*SUMMED AS BCPACCUM 2600-SUM-FAMILY-POSITION SUMS IT.
061006 2120-SUM-FAMILY-POSITION.
061008     MOVE ZERO TO WS-FAM-DED WS-FAM-COINS
061010     PERFORM VARYING WS-FAM-IX FROM 1 BY 1
061012             UNTIL WS-FAM-IX > WS-MBR-TABLE-COUNT
061014         IF WS-MBR-SSN(WS-FAM-IX) = WS-MBR-SSN(WS-MBR-IX)
061016             ADD WS-MBR-MED-DED(WS-FAM-IX)   TO WS-FAM-DED
061018             ADD WS-MBR-RX-DED(WS-FAM-IX)    TO WS-FAM-DED
061020             ADD WS-MBR-MED-COINS(WS-FAM-IX) TO WS-FAM-COINS
061022             ADD WS-MBR-RX-COINS(WS-FAM-IX)  TO WS-FAM-COINS
061024         END-IF
061026     END-PERFORM
061028     COMPUTE WS-FAM-OOP-APPLIED = WS-FAM-DED + WS-FAM-COINS.
061030
061032*A FAMILY MAXIMUM APPLIES ONLY WHEN THE CONTRACT SETS BOTH FAMILY
061034*LIMITS (ZERO MEANS NO LIMIT). ONCE THE FAMILY MEETS IT, EVERY
061036*MEMBER HAS MET THE MAXIMUM WITH NOTHING REMAINING; UNTIL THEN A
061038*MEMBER'S REMAINING IS NEVER MORE THAN THE FAMILY'S.
061040 2130-APPLY-FAMILY-LIMITS.
061042     MOVE WS-CTM-FAM-DED-LIM(WS-CTM-IX)   TO WS-FAM-DED-LIMIT
061044     MOVE WS-CTM-FAM-COINS-LIM(WS-CTM-IX) TO WS-FAM-COINS-LIMIT
061046     IF WS-FAM-DED-LIMIT > ZERO
061048         AND WS-FAM-COINS-LIMIT > ZERO
061050         COMPUTE WS-FAM-OOP-MAXIMUM =
061052             WS-FAM-DED-LIMIT + WS-FAM-COINS-LIMIT
061054         IF WS-FAM-OOP-APPLIED NOT < WS-FAM-OOP-MAXIMUM
061056             SET WS-FAM-OOP-MET TO TRUE
061058             IF NOT WS-OOP-MET
061060                 SET WS-OOP-MET TO TRUE
061062                 SET WS-OOP-MET-BY-FAMILY TO TRUE
061064                 MOVE ZERO TO WS-OOP-REMAINING
061066             END-IF
061068         ELSE
061070             COMPUTE WS-FAM-OOP-REMAINING =
061072                 WS-FAM-OOP-MAXIMUM - WS-FAM-OOP-APPLIED
061074             IF WS-FAM-OOP-REMAINING < WS-OOP-REMAINING
061076                 MOVE WS-FAM-OOP-REMAINING TO WS-OOP-REMAINING
061078             END-IF
061080         END-IF
061082     END-IF.
061084
061100*THE MEMBER IS THE PATIENT ON THE ACCUMULATOR ROW (BLANK ON THE
061200*SUBSCRIBER'S OWN ROW); THE STATEMENT IS ADDRESSED TO THE
061300*SUBSCRIBER NAMED ON THE MEMBER'S CLAIMS.
061400 2150-SET-NAMES.
061500     MOVE SPACES TO WS-ADDRESSEE-NAME WS-MEMBER-NAME
061600     IF WS-MBR-SUB-LAST(WS-MBR-IX) NOT = SPACES
061700         STRING WS-MBR-SUB-FIRST(WS-MBR-IX) DELIMITED BY SPACE
061800             ' ' WS-MBR-SUB-LAST(WS-MBR-IX) DELIMITED BY SIZE
061900             INTO WS-ADDRESSEE-NAME
062000     END-IF
062100     IF WS-MBR-LAST(WS-MBR-IX) NOT = SPACES
062200         STRING WS-MBR-FIRST(WS-MBR-IX) DELIMITED BY SPACE
062300             ' ' WS-MBR-LAST(WS-MBR-IX) DELIMITED BY SIZE
062400             INTO WS-MEMBER-NAME
062500     ELSE
062600         MOVE WS-ADDRESSEE-NAME TO WS-MEMBER-NAME
062700     END-IF
062800     IF WS-ADDRESSEE-NAME = SPACES
062900         MOVE WS-MEMBER-NAME TO WS-ADDRESSEE-NAME
063000     END-IF.
063100
063200 2200-FIND-ADDRESS.
063300     MOVE 'N' TO WS-ADR-FOUND-SW
063400     IF WS-ADR-TABLE-COUNT > ZERO
063500         SET WS-ADR-IX TO 1
063600         SEARCH WS-ADR-ENTRY
063700             AT END
063800                 CONTINUE
063900             WHEN WS-ADR-SSN(WS-ADR-IX) = WS-MBR-SSN(WS-MBR-IX)
064000                 SET WS-ADR-FOUND TO TRUE
064100         END-SEARCH
064200     END-IF.
064300
064400 2300-PRINT-STATEMENT.
064500     MOVE ALL '=' TO STMT-LINE
064600     WRITE STMT-LINE
064700     MOVE SPACES TO STMT-LINE
064800     STRING 'ANNUAL BENEFIT AND OUT-OF-POCKET SUMMARY'
064900         '        BENEFIT YEAR ' WS-STMT-YEAR
065000         '    PRODUCED ' WS-TODAY-DATE
065100         DELIMITED BY SIZE INTO STMT-LINE
065200     WRITE STMT-LINE
065300     MOVE SPACES TO STMT-LINE
065400     STRING 'TO:     ' WS-ADDRESSEE-NAME
065500         DELIMITED BY SIZE INTO STMT-LINE
065600     WRITE STMT-LINE
065700     MOVE SPACES TO STMT-LINE
065800     STRING 'MEMBER: ' WS-MEMBER-NAME
065900         DELIMITED BY SIZE INTO STMT-LINE
066000     WRITE STMT-LINE
066100     MOVE SPACES TO STMT-LINE
066200     IF WS-CTM-FOUND
066300         STRING 'PLAN:   ' WS-CTM-PLAN-NAME(WS-CTM-IX)
066400             DELIMITED BY SIZE INTO STMT-LINE
066500     ELSE
066600         STRING 'PLAN:   ' WS-MBR-CONTRACT(WS-MBR-IX)
066700             ' (PLAN LIMITS NOT AVAILABLE - CALL MEMBER SERVICES)'
066800             DELIMITED BY SIZE INTO STMT-LINE
066900     END-IF
067000     WRITE STMT-LINE
067100     MOVE SPACES TO STMT-LINE
067200     WRITE STMT-LINE
067300     MOVE SPACES TO STMT-LINE
067400     MOVE 'MEDICAL       PHARMACY          TOTAL   ANNUAL LIMIT'
067500         TO STMT-LINE(33:52)
067600     WRITE STMT-LINE
067700     MOVE WS-MBR-MED-DED(WS-MBR-IX) TO WS-AMT-ED1
067800     MOVE WS-MBR-RX-DED(WS-MBR-IX)  TO WS-AMT-ED2
067900     MOVE WS-TOT-DED                TO WS-AMT-ED3
068000     MOVE WS-DED-LIMIT              TO WS-AMT-ED4
068100     MOVE SPACES TO STMT-LINE
068200     STRING 'DEDUCTIBLE MET           ' WS-AMT-ED1
068300         ' ' WS-AMT-ED2 ' ' WS-AMT-ED3 ' ' WS-AMT-ED4
068400         DELIMITED BY SIZE INTO STMT-LINE
068500     WRITE STMT-LINE
068600     MOVE WS-MBR-MED-COINS(WS-MBR-IX) TO WS-AMT-ED1
068700     MOVE WS-MBR-RX-COINS(WS-MBR-IX)  TO WS-AMT-ED2
068800     MOVE WS-TOT-COINS                TO WS-AMT-ED3
068900     MOVE WS-COINS-LIMIT              TO WS-AMT-ED4
069000     MOVE SPACES TO STMT-LINE
069100     STRING 'COINSURANCE PAID         ' WS-AMT-ED1
069200         ' ' WS-AMT-ED2 ' ' WS-AMT-ED3 ' ' WS-AMT-ED4
069300         DELIMITED BY SIZE INTO STMT-LINE
069400     WRITE STMT-LINE
069420     IF WS-FAM-DED-LIMIT > ZERO
069440         OR WS-FAM-COINS-LIMIT > ZERO
069460         PERFORM 2305-PRINT-FAMILY-LIMITS
069480     END-IF
069500     MOVE SPACES TO STMT-LINE
069600     WRITE STMT-LINE
069700     MOVE WS-OOP-APPLIED   TO WS-AMT-ED1
069800     MOVE WS-OOP-MAXIMUM   TO WS-AMT-ED2
069900     MOVE WS-OOP-REMAINING TO WS-AMT-ED3
070000     MOVE SPACES TO STMT-LINE
070100     EVALUATE TRUE
070200         WHEN NOT WS-CTM-FOUND
070300             STRING 'OUT-OF-POCKET APPLIED    ' WS-AMT-ED1
070400                 '   MAXIMUM NOT AVAILABLE'
070500                 DELIMITED BY SIZE INTO STMT-LINE
070510         WHEN WS-OOP-MET-BY-FAMILY
070520             STRING 'OUT-OF-POCKET APPLIED    ' WS-AMT-ED1
070530                 '   OF MAXIMUM ' WS-AMT-ED2
070540                 '   FAMILY MAXIMUM MET'
070550                 DELIMITED BY SIZE INTO STMT-LINE
070600         WHEN WS-OOP-MET
070700             STRING 'OUT-OF-POCKET APPLIED    ' WS-AMT-ED1
070800                 '   OF MAXIMUM ' WS-AMT-ED2
070900                 '   MAXIMUM MET'
071000                 DELIMITED BY SIZE INTO STMT-LINE
071100         WHEN OTHER
071200             STRING 'OUT-OF-POCKET APPLIED    ' WS-AMT-ED1
071300                 '   OF MAXIMUM ' WS-AMT-ED2
071400                 '   REMAINING ' WS-AMT-ED3
071500                 DELIMITED BY SIZE INTO STMT-LINE
071600     END-EVALUATE
071700     WRITE STMT-LINE
071705     IF WS-FAM-OOP-MAXIMUM > ZERO
071710         MOVE WS-FAM-OOP-APPLIED   TO WS-AMT-ED1
071715         MOVE WS-FAM-OOP-MAXIMUM   TO WS-AMT-ED2
071720         MOVE WS-FAM-OOP-REMAINING TO WS-AMT-ED3
071725         MOVE SPACES TO STMT-LINE
071730         IF WS-FAM-OOP-MET
071735             STRING 'FAMILY OUT-OF-POCKET     ' WS-AMT-ED1
071740                 '   OF MAXIMUM ' WS-AMT-ED2
071745                 '   MAXIMUM MET'
071750                 DELIMITED BY SIZE INTO STMT-LINE
071755         ELSE
071760             STRING 'FAMILY OUT-OF-POCKET     ' WS-AMT-ED1
071765                 '   OF MAXIMUM ' WS-AMT-ED2
071770                 '   REMAINING ' WS-AMT-ED3
071775                 DELIMITED BY SIZE INTO STMT-LINE
071780         END-IF
071785         WRITE STMT-LINE
071790     END-IF
071800     MOVE SPACES TO STMT-LINE
071900     WRITE STMT-LINE
072000     MOVE WS-MBR-CLAIMS(WS-MBR-IX) TO WS-CNT-ED
072100     MOVE WS-MBR-PAID(WS-MBR-IX)   TO WS-PAID-ED
072200     MOVE SPACES TO STMT-LINE
072300     STRING 'CLAIMS PROCESSED ' WS-CNT-ED
072400         '     PAID BY THE PLAN ' WS-PAID-ED
072500         DELIMITED BY SIZE INTO STMT-LINE
072600     WRITE STMT-LINE
072700     IF WS-MBR-CLAIMS(WS-MBR-IX) > ZERO
072800         MOVE SPACES TO STMT-LINE
072900         WRITE STMT-LINE
073000         MOVE 'PROVIDER' TO STMT-LINE
073100         MOVE 'NPI         CLAIMS         PLAN PAID'
073200             TO STMT-LINE(63:36)
073300         WRITE STMT-LINE
073400         PERFORM 2310-PRINT-PROVIDER
073500             VARYING WS-SLOT FROM 1 BY 1
073600             UNTIL WS-SLOT > WS-MBR-PRV-COUNT(WS-MBR-IX)
073700         IF WS-MBR-OTH-CLAIMS(WS-MBR-IX) > ZERO
073800             MOVE WS-MBR-OTH-CLAIMS(WS-MBR-IX) TO WS-CNT-ED
073900             MOVE WS-MBR-OTH-PAID(WS-MBR-IX)   TO WS-PAID-ED
074000             MOVE SPACES TO STMT-LINE
074100             MOVE 'ALL OTHER PROVIDERS' TO STMT-LINE
074200             STRING WS-CNT-ED ' ' WS-PAID-ED
074300                 DELIMITED BY SIZE INTO STMT-LINE(75:24)
074400             WRITE STMT-LINE
074500         END-IF
074600     END-IF
074700     MOVE SPACES TO STMT-LINE
074800     WRITE STMT-LINE.
074900
074905*THE FAMILY FIGURES PRINT IN THE TOTAL AND ANNUAL LIMIT COLUMNS.
074910 2305-PRINT-FAMILY-LIMITS.
074915     MOVE WS-FAM-DED       TO WS-AMT-ED3
074920     MOVE WS-FAM-DED-LIMIT TO WS-AMT-ED4
074925     MOVE SPACES TO STMT-LINE
074930     MOVE 'FAMILY DEDUCTIBLE MET' TO STMT-LINE
074935     MOVE WS-AMT-ED3 TO STMT-LINE(56:14)
074940     MOVE WS-AMT-ED4 TO STMT-LINE(71:14)
074945     WRITE STMT-LINE
074950     MOVE WS-FAM-COINS       TO WS-AMT-ED3
074955     MOVE WS-FAM-COINS-LIMIT TO WS-AMT-ED4
074960     MOVE SPACES TO STMT-LINE
074965     MOVE 'FAMILY COINSURANCE PAID' TO STMT-LINE
074970     MOVE WS-AMT-ED3 TO STMT-LINE(56:14)
074975     MOVE WS-AMT-ED4 TO STMT-LINE(71:14)
074980     WRITE STMT-LINE.
074985
075000 2310-PRINT-PROVIDER.
075100     MOVE WS-MBR-PRV-NPI(WS-MBR-IX WS-SLOT) TO WS-PRV-WANT-NPI
075200     PERFORM 2320-FIND-PROVIDER-NAME
075300     MOVE WS-MBR-PRV-CLAIMS(WS-MBR-IX WS-SLOT) TO WS-CNT-ED
075400     MOVE WS-MBR-PRV-PAID(WS-MBR-IX WS-SLOT)   TO WS-PAID-ED
075500     MOVE SPACES TO STMT-LINE
075600     EVALUATE TRUE
075700         WHEN WS-PRV-WANT-NPI = SPACES
075800             MOVE 'PROVIDER NOT RECORDED' TO STMT-LINE
075900         WHEN WS-PRV-NAME-OUT = SPACES
076000             MOVE 'PROVIDER NOT ON FILE' TO STMT-LINE
076100         WHEN OTHER
076200             MOVE WS-PRV-NAME-OUT TO STMT-LINE
076300     END-EVALUATE
076400     MOVE WS-PRV-WANT-NPI TO STMT-LINE(63:10)
076500     STRING WS-CNT-ED ' ' WS-PAID-ED
076600         DELIMITED BY SIZE INTO STMT-LINE(75:24)
076700     WRITE STMT-LINE.
076800
076900 2320-FIND-PROVIDER-NAME.
077000     MOVE SPACES TO WS-PRV-NAME-OUT
077100     IF WS-PRV-TABLE-COUNT > ZERO
077200         AND WS-PRV-WANT-NPI NOT = SPACES
077300         SET WS-PRV-IX TO 1
077400         SEARCH WS-PRV-ENTRY
077500             AT END
077600                 CONTINUE
077700             WHEN WS-PRV-NPI(WS-PRV-IX) = WS-PRV-WANT-NPI
077800                 MOVE WS-PRV-NAME(WS-PRV-IX) TO WS-PRV-NAME-OUT
077900         END-SEARCH
078000     END-IF.
078100
078200 2400-WRITE-MAIL-EXTRACT.
078300     ADD 1 TO WS-MAIL-EXTRACT-COUNT
078400     MOVE SPACES TO EOBMX-RECORD
078500     MOVE WS-ADR-ZIP(WS-ADR-IX)    TO EOBMX-ZIP
078600     MOVE WS-MBR-SSN(WS-MBR-IX)    TO EOBMX-SUBSCR-SSN
078700     MOVE WS-ADDRESSEE-NAME        TO EOBMX-MEMBER-NAME
078800     MOVE WS-ADR-LINE-1(WS-ADR-IX) TO EOBMX-ADDR-LINE-1
078900     MOVE WS-ADR-LINE-2(WS-ADR-IX) TO EOBMX-ADDR-LINE-2
079000     MOVE WS-ADR-CITY(WS-ADR-IX)   TO EOBMX-CITY
079100     MOVE WS-ADR-STATE(WS-ADR-IX)  TO EOBMX-STATE
079200     MOVE WS-TODAY-DATE            TO EOBMX-CYCLE-DATE
079300     WRITE EOBMX-RECORD.
079400
079500 2500-WRITE-PORTAL-MEMBER.
079600     ADD 1 TO WS-PORTAL-MEMBERS
079700     MOVE SPACES TO ANNPT-RECORD
079800     SET ANNPT-MEMBER-SUMMARY TO TRUE
079900     MOVE WS-MBR-ID(WS-MBR-IX)        TO ANNPT-MEMBER-ID
080000     MOVE WS-STMT-YEAR                TO ANNPT-BENEFIT-YEAR
080100     IF WS-MBR-LAST(WS-MBR-IX) = SPACES
080200         MOVE WS-MBR-SUB-LAST(WS-MBR-IX)
080300             TO ANNPT-SUM-PATIENT-LAST
080400         MOVE WS-MBR-SUB-FIRST(WS-MBR-IX)
080500             TO ANNPT-SUM-PATIENT-FIRST
080600     ELSE
080700         MOVE WS-MBR-LAST(WS-MBR-IX)  TO ANNPT-SUM-PATIENT-LAST
080800         MOVE WS-MBR-FIRST(WS-MBR-IX) TO ANNPT-SUM-PATIENT-FIRST
080900     END-IF
081000     MOVE WS-MBR-CONTRACT(WS-MBR-IX)  TO ANNPT-SUM-CONTRACT-CODE
081100     IF WS-CTM-FOUND
081200         MOVE 'Y' TO ANNPT-SUM-LIMITS-IND
081300     ELSE
081400         MOVE 'N' TO ANNPT-SUM-LIMITS-IND
081500     END-IF
081600     MOVE WS-MBR-MED-DED(WS-MBR-IX)   TO ANNPT-SUM-MED-DED
081700     MOVE WS-MBR-RX-DED(WS-MBR-IX)    TO ANNPT-SUM-RX-DED
081800     MOVE WS-DED-LIMIT                TO ANNPT-SUM-DED-LIMIT
081900     MOVE WS-MBR-MED-COINS(WS-MBR-IX) TO ANNPT-SUM-MED-COINS
082000     MOVE WS-MBR-RX-COINS(WS-MBR-IX)  TO ANNPT-SUM-RX-COINS
082100     MOVE WS-COINS-LIMIT              TO ANNPT-SUM-COINS-LIMIT
082200     MOVE WS-OOP-APPLIED              TO ANNPT-SUM-OOP-APPLIED
082300     MOVE WS-OOP-MAXIMUM              TO ANNPT-SUM-OOP-MAXIMUM
082400     MOVE WS-OOP-REMAINING            TO ANNPT-SUM-OOP-REMAINING
082500     MOVE WS-OOP-MET-SW               TO ANNPT-SUM-OOP-MET-IND
082525     MOVE WS-FAM-DED                  TO ANNPT-SUM-FAM-DED
082550     MOVE WS-FAM-COINS                TO ANNPT-SUM-FAM-COINS
082575     MOVE WS-FAM-OOP-MAXIMUM          TO ANNPT-SUM-FAM-OOP-MAXIMUM
082600     MOVE WS-MBR-CLAIMS(WS-MBR-IX)    TO ANNPT-SUM-CLAIM-COUNT
082700     MOVE WS-MBR-PAID(WS-MBR-IX)      TO ANNPT-SUM-PLAN-PAID
082800     MOVE WS-MBR-PRV-COUNT(WS-MBR-IX) TO ANNPT-SUM-PROVIDER-COUNT
082900     IF WS-MBR-OTH-CLAIMS(WS-MBR-IX) > ZERO
083000         ADD 1 TO ANNPT-SUM-PROVIDER-COUNT
083100     END-IF
083200     WRITE ANNPT-RECORD
083300     ADD 1 TO WS-PORTAL-RECORDS
083400     PERFORM 2510-WRITE-PORTAL-PROVIDER
083500         VARYING WS-SLOT FROM 1 BY 1
083600         UNTIL WS-SLOT > WS-MBR-PRV-COUNT(WS-MBR-IX)
083700     IF WS-MBR-OTH-CLAIMS(WS-MBR-IX) > ZERO
083800         MOVE SPACES TO ANNPT-RECORD
083900         SET ANNPT-PROVIDER TO TRUE
084000         MOVE WS-MBR-ID(WS-MBR-IX)  TO ANNPT-MEMBER-ID
084100         MOVE WS-STMT-YEAR          TO ANNPT-BENEFIT-YEAR
084200         MOVE 'Y'                   TO ANNPT-PRV-ALL-OTHER-IND
084300         MOVE WS-MBR-OTH-CLAIMS(WS-MBR-IX)
084400             TO ANNPT-PRV-CLAIM-COUNT
084500         MOVE WS-MBR-OTH-PAID(WS-MBR-IX)
084600             TO ANNPT-PRV-PLAN-PAID
084700         WRITE ANNPT-RECORD
084800         ADD 1 TO WS-PORTAL-PROVIDERS
084900         ADD 1 TO WS-PORTAL-RECORDS
085000     END-IF.
085100
085200 2510-WRITE-PORTAL-PROVIDER.
085300     MOVE WS-MBR-PRV-NPI(WS-MBR-IX WS-SLOT) TO WS-PRV-WANT-NPI
085400     PERFORM 2320-FIND-PROVIDER-NAME
085500     MOVE SPACES TO ANNPT-RECORD
085600     SET ANNPT-PROVIDER TO TRUE
085700     MOVE WS-MBR-ID(WS-MBR-IX)  TO ANNPT-MEMBER-ID
085800     MOVE WS-STMT-YEAR          TO ANNPT-BENEFIT-YEAR
085900     MOVE WS-PRV-WANT-NPI       TO ANNPT-PRV-NPI
086000     MOVE WS-PRV-NAME-OUT       TO ANNPT-PRV-NAME
086100     MOVE 'N'                   TO ANNPT-PRV-ALL-OTHER-IND
086200     MOVE WS-MBR-PRV-CLAIMS(WS-MBR-IX WS-SLOT)
086300         TO ANNPT-PRV-CLAIM-COUNT
086400     MOVE WS-MBR-PRV-PAID(WS-MBR-IX WS-SLOT)
086500         TO ANNPT-PRV-PLAN-PAID
086600     WRITE ANNPT-RECORD
086700     ADD 1 TO WS-PORTAL-PROVIDERS
086800     ADD 1 TO WS-PORTAL-RECORDS.
086900
087000 2900-WRITE-PORTAL-TRAILER.
087100     ADD 1 TO WS-PORTAL-RECORDS
087200     MOVE SPACES TO ANNPT-RECORD
087300     SET ANNPT-TRAILER TO TRUE
087400     MOVE ZERO                TO ANNPT-MEMBER-ID
087500     MOVE WS-STMT-YEAR        TO ANNPT-BENEFIT-YEAR
087600     MOVE WS-TODAY-DATE       TO ANNPT-TRL-RUN-DATE
087700     MOVE WS-PORTAL-MEMBERS   TO ANNPT-TRL-MEMBER-COUNT
087800     MOVE WS-PORTAL-PROVIDERS TO ANNPT-TRL-PROVIDER-COUNT
087900     MOVE WS-PORTAL-RECORDS   TO ANNPT-TRL-RECORD-COUNT
088000     WRITE ANNPT-RECORD.
088100
088200 4000-WRITE-SUMMARY.
088300     MOVE SPACES TO RPT-LINE
088400     STRING 'ACCUMULATOR ROWS FOR YEAR: ' WS-MEMBER-COUNT
088500         '  STATEMENTS PRINTED: ' WS-STMT-COUNT
088600         '  CONTRACT NOT ON MASTER: ' WS-NO-CONTRACT-COUNT
088700         DELIMITED BY SIZE INTO RPT-LINE
088800     WRITE RPT-LINE
088900     MOVE SPACES TO RPT-LINE
089000     STRING 'CLAIM HISTORY ROWS READ: ' WS-HISTORY-READ
089100         '  POSTED IN YEAR: ' WS-HISTORY-SELECTED
089200         '  NO ACCUMULATOR ROW: ' WS-NO-ACCUM-COUNT
089300         DELIMITED BY SIZE INTO RPT-LINE
089400     WRITE RPT-LINE
089500     MOVE SPACES TO RPT-LINE
089600     STRING 'MAIL EXTRACT RECORDS: ' WS-MAIL-EXTRACT-COUNT
089700         '  RETURNED-MAIL SUPPRESSED: ' WS-SUPPRESSED-COUNT
089800         '  NO ADDRESS ON MASTER: ' WS-NO-ADDR-COUNT
089900         DELIMITED BY SIZE INTO RPT-LINE
090000     WRITE RPT-LINE
090010     MOVE SPACES TO RPT-LINE
090020     STRING 'SENSITIVE CLAIMS (PROVIDER NOT SHOWN): '
090030         WS-SENSITIVE-COUNT
090040         '  ARCHIVED WITH NO POSTING DATE: ' WS-NO-POST-DATE-COUNT
090050         DELIMITED BY SIZE INTO RPT-LINE
090060     WRITE RPT-LINE
090100     MOVE SPACES TO RPT-LINE
090200     STRING 'PORTAL MEMBERS: ' WS-PORTAL-MEMBERS
090300         '  PORTAL RECORDS: ' WS-PORTAL-RECORDS
090400         '  NO MEMBER ID (NOT SENT TO PORTAL): '
090500         WS-NO-MEMBER-ID-COUNT
090600         DELIMITED BY SIZE INTO RPT-LINE
090700     WRITE RPT-LINE.
090800
090900 9000-TERMINATE.
091000     CLOSE ANN-PRINT-FILE
091100     CLOSE ANN-MAIL-EXTRACT
091200     CLOSE ANN-PORTAL-FILE
091300     CLOSE ANN-SUMMARY-RPT.
