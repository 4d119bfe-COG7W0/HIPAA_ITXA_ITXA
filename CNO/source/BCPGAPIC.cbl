000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150126 - PREVENTIVE CARE GAP-IN-    *
000300*            CARE RUN. MONTHLY, FOR THE REPORT MONTH (GAPPARM    *
000400*            CCYYMM, ELSE THE MONTH BEFORE THE CURRENT ONE),     *
000500*            SCORES EVERY MEMBER ENROLLED ON ITS LAST DAY        *
000600*            (BCPENRMS THROUGH BCPMIDXR) AGAINST EACH MEASURE OF *
000700*            THE DEFINITION TABLE (BCPGAPMS). A MEMBER IS IN A   *
000800*            MEASURE'S POPULATION WHEN CONTINUOUSLY ENROLLED     *
000900*            THROUGH ITS LOOKBACK (ADJOINING SPANS CHAINED), IN  *
001000*            ITS AGE BAND AND SEX (BCPMDEMO, SEX FROM THE CLAIM  *
001100*            WHEN NOT ON FILE) AND, WHEN THE MEASURE LISTS       *
001200*            DIAGNOSES, BILLED FOR ONE OF THEM IN THE LOOKBACK.  *
001300*            THE GAP IS CLOSED BY A QUALIFYING PROCEDURE ON A    *
001400*            POSTED, ACCEPTED CLAIM IN THE LOOKBACK. BATCH837 IS *
001500*            THE LONGEST LOOKBACK'S 837 GENERATIONS              *
001600*            CONCATENATED. OPEN GAPS GO TO THE OUTREACH LIST     *
001700*            (BCPGAPLS); THE REPORT GIVES THE COMPLIANCE RATE    *
001800*            PER RENDERING PROVIDER AND MEASURE - THE PROVIDER   *
001900*            OF THE CLOSING SERVICE, ELSE OF THE MEMBER'S LATEST *
002000*            CLAIM - AND PER MEASURE. RC 8 WHEN A TABLE FILLS.   *
002100******************************************************************
002110* 10-15-26 - R KOWALSKI - AR 150126 - 1410 TESTS THE             *
002120*            CONTINUOUS-ENROLLMENT START DATE BEFORE CONVERTING  *
002130*            IT; AN ENROLLMENT ROW WITH A BLANK OR NON-NUMERIC   *
002140*            EFFECTIVE DATE ENDS THE CHAIN INSTEAD OF FAILING    *
002150*            THE DATE ARITHMETIC.                                *
002160******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. BCPGAPIC.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL GAP-PARM-FILE ASSIGN TO GAPPARM
002800            ORGANIZATION IS LINE SEQUENTIAL
002900            FILE STATUS IS WS-PRM-STATUS.
003000     SELECT MEASURE-FILE ASSIGN TO GAPMEAS
003100            ORGANIZATION IS LINE SEQUENTIAL
003200            FILE STATUS IS WS-MEA-STATUS.
003300     SELECT MEMBER-XREF-FILE ASSIGN TO MIDXREF
003400            ORGANIZATION IS LINE SEQUENTIAL
003500            FILE STATUS IS WS-MIX-STATUS.
003600     SELECT ENROLLMENT-FILE ASSIGN TO ENROLLMT
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS IS WS-ENR-STATUS.
003900     SELECT OPTIONAL DEMOGRAPHIC-FILE ASSIGN TO MBRDEMO
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS WS-DEM-STATUS.
004200     SELECT POSTED-CLAIMS ASSIGN TO POSTCLAIM
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS WS-POST-STATUS.
004500     SELECT BATCH-837 ASSIGN TO BATCH837
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS WS-BATCH-STATUS.
004800     SELECT GAP-LIST-FILE ASSIGN TO GAPLIST
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS WS-GPL-STATUS.
005100     SELECT GAP-RPT ASSIGN TO GAPRPT
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS WS-RPT-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  GAP-PARM-FILE.
005700 01  GAPPRM-RECORD.
005800     05  GAPPRM-RPT-MONTH          PIC X(06).
005900 FD  MEASURE-FILE.
006000     COPY BCPGAPMS.
006100 FD  MEMBER-XREF-FILE.
006200     COPY BCPMIDXR.
006300 FD  ENROLLMENT-FILE.
006400     COPY BCPENRMS.
006500 FD  DEMOGRAPHIC-FILE.
006600     COPY BCPMDEMO.
006700 FD  POSTED-CLAIMS.
006800     COPY BCPMG50
006900         REPLACING ==MEDG-CLM50-RECORD== BY ==POST-CLM50-RECORD==.
007000 FD  BATCH-837.
007100     COPY BCPMGHDR.
007200     COPY BCPMG50.
007300     COPY BCPMG60.
007400     COPY BCPMGSVC.
007500     COPY BCPMG90.
007600     COPY BCPMG99.
007700 FD  GAP-LIST-FILE.
007800     COPY BCPGAPLS.
007900 FD  GAP-RPT.
008000 01  RPT-LINE                  PIC X(132).
008100 WORKING-STORAGE SECTION.
008200 01  WS-PRM-STATUS             PIC X(02).
008300 01  WS-MEA-STATUS             PIC X(02).
008400 01  WS-MIX-STATUS             PIC X(02).
008500 01  WS-ENR-STATUS             PIC X(02).
008600 01  WS-DEM-STATUS             PIC X(02).
008700 01  WS-POST-STATUS            PIC X(02).
008800 01  WS-BATCH-STATUS           PIC X(02).
008900 01  WS-GPL-STATUS             PIC X(02).
009000 01  WS-RPT-STATUS             PIC X(02).
009100 01  WS-MEA-EOF-SW             PIC X(01)      VALUE 'N'.
009200     88  WS-NO-MORE-MEA            VALUE 'Y'.
009300 01  WS-MIX-EOF-SW             PIC X(01)      VALUE 'N'.
009400     88  WS-NO-MORE-MIX            VALUE 'Y'.
009500 01  WS-ENR-EOF-SW             PIC X(01)      VALUE 'N'.
009600     88  WS-NO-MORE-ENR            VALUE 'Y'.
009700 01  WS-DEM-EOF-SW             PIC X(01)      VALUE 'N'.
009800     88  WS-NO-MORE-DEM            VALUE 'Y'.
009900 01  WS-POST-EOF-SW            PIC X(01)      VALUE 'N'.
010000     88  WS-NO-MORE-POST           VALUE 'Y'.
010100 01  WS-BAT-EOF-SW             PIC X(01)      VALUE 'N'.
010200     88  WS-NO-MORE-BAT            VALUE 'Y'.
010300 01  WS-RUN-FATAL-SW           PIC X(01)      VALUE 'N'.
010400     88  WS-RUN-FATAL              VALUE 'Y'.
010500 01  WS-TODAY-DATE             PIC X(08).
010600 01  WS-LAST-REC-ID            PIC X(02)      VALUE SPACES.
010700*REPORT MONTH, ITS LAST DAY (THE AS-OF DATE) AND THE EARLIEST
010800*LOOKBACK START OF ANY MEASURE.
010900 01  WS-RPT-MONTH.
011000     05  WS-RPT-CCYY           PIC 9(04).
011100     05  WS-RPT-MM             PIC 9(02).
011200 01  WS-RPT-MONTH-IX           PIC 9(06)      VALUE ZERO.
011300 01  WS-MON-IX                 PIC 9(06)      VALUE ZERO.
011400 01  WS-WRK-MONTH.
011500     05  WS-WRK-CCYY           PIC 9(04).
011600     05  WS-WRK-MM             PIC 9(02).
011700 01  WS-WRK-DATE               PIC X(08).
011800 01  WS-WRK-DATE-N             PIC 9(08).
011900 01  WS-AS-OF-DATE             PIC X(08).
012000 01  WS-AS-OF-N REDEFINES WS-AS-OF-DATE.
012100     05  WS-AS-OF-CCYY         PIC 9(04).
012200     05  WS-AS-OF-MMDD         PIC 9(04).
012300 01  WS-EARLIEST-START         PIC X(08)      VALUE SPACES.
012400*MEASURES, THEIR POPULATION DIAGNOSES AND CLOSING PROCEDURES.
012500 01  WS-MEA-TABLE-COUNT        PIC 9(02)      VALUE ZERO.
012600 01  WS-MEA-TABLE.
012700     05  WS-MEA-ENTRY          OCCURS 1 TO 20 TIMES
012800                               DEPENDING ON WS-MEA-TABLE-COUNT
012900                               INDEXED BY WS-MEA-IX.
013000         10  WS-MEA-ID             PIC X(06).
013100         10  WS-MEA-DESC           PIC X(30).
013200         10  WS-MEA-LOOKBACK       PIC 9(02).
013300         10  WS-MEA-AGE-FROM       PIC 9(03).
013400         10  WS-MEA-AGE-TO         PIC 9(03).
013500         10  WS-MEA-SEX            PIC X(01).
013600         10  WS-MEA-START-DATE     PIC X(08).
013700         10  WS-MEA-DIAG-REQ-SW    PIC X(01).
013800             88  WS-MEA-NEEDS-DIAG     VALUE 'Y'.
013900         10  WS-MEA-ELIGIBLE       PIC 9(07).
014000         10  WS-MEA-MET            PIC 9(07).
014100 01  WS-MDX-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
014200 01  WS-MDX-TABLE.
014300     05  WS-MDX-ENTRY          OCCURS 1 TO 1000 TIMES
014400                               DEPENDING ON WS-MDX-TABLE-COUNT
014500                               INDEXED BY WS-MDX-IX.
014600         10  WS-MDX-MEA-SUB        PIC 9(02).
014700         10  WS-MDX-CODE           PIC X(10).
014800         10  WS-MDX-LENGTH         PIC 9(02).
014900 01  WS-MPX-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
015000 01  WS-MPX-TABLE.
015100     05  WS-MPX-ENTRY          OCCURS 1 TO 1000 TIMES
015200                               DEPENDING ON WS-MPX-TABLE-COUNT
015300                               INDEXED BY WS-MPX-IX.
015400         10  WS-MPX-MEA-SUB        PIC 9(02).
015500         10  WS-MPX-CODE           PIC X(05).
015600 01  WS-MEA-FOUND-SW           PIC X(01)      VALUE 'N'.
015700     88  WS-MEA-FOUND              VALUE 'Y'.
015800 01  WS-CODE-LENGTH            PIC 9(02)      VALUE ZERO.
015900*CROSS-REFERENCE, ENROLLMENT SPANS AND DEMOGRAPHICS.
016000 01  WS-MIX-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
016100 01  WS-MIX-TABLE.
016200     05  WS-MIX-ENTRY          OCCURS 1 TO 20000 TIMES
016300                               DEPENDING ON WS-MIX-TABLE-COUNT
016400                               INDEXED BY WS-MIX-IX.
016500         10  WS-MIX-MBR-ID         PIC 9(10).
016600         10  WS-MIX-SSN            PIC X(09).
016700 01  WS-ENR-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
016800 01  WS-ENR-TABLE.
016900     05  WS-ENR-ENTRY          OCCURS 1 TO 20000 TIMES
017000                               DEPENDING ON WS-ENR-TABLE-COUNT
017100                               INDEXED BY WS-ENR-IX.
017200         10  WS-ENR-SSN            PIC X(09).
017300         10  WS-ENR-EFF            PIC X(08).
017400         10  WS-ENR-TERM           PIC X(08).
017500 01  WS-ENR-FOUND-SW           PIC X(01)      VALUE 'N'.
017600     88  WS-ENR-FOUND              VALUE 'Y'.
017700 01  WS-DEM-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
017800 01  WS-DEM-TABLE.
017900     05  WS-DEM-ENTRY          OCCURS 1 TO 20000 TIMES
018000                               DEPENDING ON WS-DEM-TABLE-COUNT
018100                               INDEXED BY WS-DEM-IX.
018200         10  WS-DEM-MBR-ID         PIC 9(10).
018300         10  WS-DEM-BIRTH-DATE     PIC X(08).
018400         10  WS-DEM-SEX            PIC X(01).
018500*MEMBERS ENROLLED ON THE AS-OF DATE, WITH WHAT THEIR CLAIMS SHOW
018600*PER MEASURE.
018700 01  WS-MBR-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
018800 01  WS-MBR-TABLE.
018900     05  WS-MBR-ENTRY          OCCURS 1 TO 20000 TIMES
019000                               DEPENDING ON WS-MBR-TABLE-COUNT
019100                               INDEXED BY WS-MBR-IX.
019200         10  WS-MBR-ID             PIC 9(10).
019300         10  WS-MBR-CONT-START     PIC X(08).
019400         10  WS-MBR-BIRTH-DATE     PIC X(08).
019500         10  WS-MBR-SEX            PIC X(01).
019600         10  WS-MBR-AGE            PIC 9(03).
019700         10  WS-MBR-LAST-DOS       PIC X(08).
019800         10  WS-MBR-LAST-NPI       PIC X(10).
019900         10  WS-MBR-MEA            OCCURS 20 TIMES.
020000             15  WS-MBR-DIAG-SW    PIC X(01).
020100             15  WS-MBR-MET-SW     PIC X(01).
020200             15  WS-MBR-MET-DOS    PIC X(08).
020300             15  WS-MBR-MET-NPI    PIC X(10).
020400 01  WS-MBR-FOUND-SW           PIC X(01)      VALUE 'N'.
020500     88  WS-MBR-FOUND              VALUE 'Y'.
020600 01  WS-CUR-SSN                PIC X(09)      VALUE SPACES.
020700 01  WS-CONT-START             PIC X(08)      VALUE SPACES.
020800 01  WS-DAY-BEFORE             PIC X(08)      VALUE SPACES.
020900 01  WS-CHAIN-SW               PIC X(01)      VALUE 'N'.
021000     88  WS-CHAIN-DONE             VALUE 'Y'.
021100 01  WS-BIRTH-N.
021200     05  WS-BIRTH-CCYY         PIC 9(04).
021300     05  WS-BIRTH-MMDD         PIC 9(04).
021400*POSTED, ACCEPTED CLAIMS OF ENROLLED MEMBERS.
021500 01  WS-PST-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
021600 01  WS-PST-TABLE.
021700     05  WS-PST-ENTRY          OCCURS 1 TO 30000 TIMES
021800                               DEPENDING ON WS-PST-TABLE-COUNT
021900                               INDEXED BY WS-PST-IX.
022000         10  WS-PST-CLM-KEY        PIC 9(06).
022100         10  WS-PST-MBR-SUB        PIC 9(05).
022200 01  WS-CUR-SELECTED-SW        PIC X(01)      VALUE 'N'.
022300     88  WS-CUR-SELECTED           VALUE 'Y'.
022400 01  WS-CUR-NPI                PIC X(10)      VALUE SPACES.
022500 01  WS-CUR-DIAG               PIC X(10)      VALUE SPACES.
022600 01  WS-DIAG-IX                PIC 9(01)      VALUE ZERO.
022700 01  WS-MEA-SUB                PIC 9(02)      VALUE ZERO.
022800*COMPLIANCE BY RENDERING PROVIDER AND MEASURE.
022900 01  WS-PRV-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
023000 01  WS-PRV-TABLE.
023100     05  WS-PRV-ENTRY          OCCURS 1 TO 20000 TIMES
023200                               DEPENDING ON WS-PRV-TABLE-COUNT
023300                               INDEXED BY WS-PRV-IX.
023400         10  WS-PRV-NPI            PIC X(10).
023500         10  WS-PRV-MEA-SUB        PIC 9(02).
023600         10  WS-PRV-ELIGIBLE       PIC 9(07).
023700         10  WS-PRV-MET            PIC 9(07).
023800 01  WS-PRV-FOUND-SW           PIC X(01)      VALUE 'N'.
023900     88  WS-PRV-FOUND              VALUE 'Y'.
024000 01  WS-SCORE-NPI              PIC X(10)      VALUE SPACES.
024100 01  WS-ELIGIBLE-SW            PIC X(01)      VALUE 'N'.
024200     88  WS-IS-ELIGIBLE            VALUE 'Y'.
024300 01  WS-MEMBERS-ENROLLED       PIC 9(07)      VALUE ZERO.
024400 01  WS-NO-MEMBER-ID-COUNT     PIC 9(07)      VALUE ZERO.
024500 01  WS-AGE-UNKNOWN-COUNT      PIC 9(07)      VALUE ZERO.
024600 01  WS-CLAIMS-SELECTED        PIC 9(07)      VALUE ZERO.
024700 01  WS-GAP-COUNT              PIC 9(07)      VALUE ZERO.
024800 01  WS-RATE                   PIC 9(03)V9    VALUE ZERO.
024900 01  WS-RPT-RATE               PIC ZZ9.9.
025000 01  WS-RPT-ELIGIBLE           PIC Z,ZZZ,ZZ9.
025100 01  WS-RPT-MET                PIC Z,ZZZ,ZZ9.
025200 01  WS-RPT-GAPS               PIC Z,ZZZ,ZZ9.
025300 01  WS-RPT-COUNT              PIC Z,ZZZ,ZZ9.
025400 PROCEDURE DIVISION.
025500 0000-MAIN-CONTROL.
025600     PERFORM 1000-INITIALIZE
025700     PERFORM 1100-LOAD-MEASURES
025800     PERFORM 1200-LOAD-MEMBER-XREF
025900     PERFORM 1250-LOAD-ENROLLMENT
026000     PERFORM 1300-LOAD-DEMOGRAPHICS
026100     IF NOT WS-RUN-FATAL
026200         PERFORM 1400-BUILD-MEMBERS
026300     END-IF
026400     IF NOT WS-RUN-FATAL
026500         PERFORM 1500-LOAD-POSTED-KEYS
026600     END-IF
026700     IF NOT WS-RUN-FATAL
026800         OPEN INPUT BATCH-837
026900         PERFORM 2100-READ-BATCH
027000         PERFORM 2000-PROCESS-RECORD
027100             UNTIL WS-NO-MORE-BAT
027200         CLOSE BATCH-837
027300         PERFORM 3000-SCORE-MEMBERS
027400     END-IF
027500     IF NOT WS-RUN-FATAL
027600         PERFORM 4000-WRITE-COMPLIANCE
027700     END-IF
027800     PERFORM 5000-WRITE-SUMMARY
027900     PERFORM 9000-TERMINATE
028000     IF WS-RUN-FATAL
028100         MOVE 8 TO RETURN-CODE
028200     END-IF
028300     STOP RUN.
028400
028500 1000-INITIALIZE.
028600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
028700     MOVE WS-TODAY-DATE(1:6) TO WS-RPT-MONTH
028800     IF WS-RPT-MM = 1
028900         MOVE 12 TO WS-RPT-MM
029000         SUBTRACT 1 FROM WS-RPT-CCYY
029100     ELSE
029200         SUBTRACT 1 FROM WS-RPT-MM
029300     END-IF
029400     OPEN INPUT GAP-PARM-FILE
029500     READ GAP-PARM-FILE
029600         AT END
029700             CONTINUE
029800         NOT AT END
029900             IF GAPPRM-RPT-MONTH IS NUMERIC
030000                 AND GAPPRM-RPT-MONTH(5:2) > '00'
030100                 AND GAPPRM-RPT-MONTH(5:2) < '13'
030200                 MOVE GAPPRM-RPT-MONTH TO WS-RPT-MONTH
030300             END-IF
030400     END-READ
030500     CLOSE GAP-PARM-FILE
030600     COMPUTE WS-RPT-MONTH-IX = WS-RPT-CCYY * 12 + WS-RPT-MM - 1
030700     COMPUTE WS-MON-IX = WS-RPT-MONTH-IX + 1
030800     PERFORM 1050-FIRST-OF-MONTH
030900     COMPUTE WS-WRK-DATE-N = FUNCTION DATE-OF-INTEGER
031000         (FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-WRK-DATE))
031100          - 1)
031200     MOVE WS-WRK-DATE-N TO WS-AS-OF-DATE
031300     MOVE WS-AS-OF-DATE TO WS-EARLIEST-START
031400     OPEN OUTPUT GAP-LIST-FILE
031500     OPEN OUTPUT GAP-RPT
031600     MOVE SPACES TO RPT-LINE
031700     STRING 'PREVENTIVE CARE GAP-IN-CARE COMPLIANCE - '
031800                DELIMITED BY SIZE
031900            'MEMBERS ENROLLED ' DELIMITED BY SIZE
032000            WS-AS-OF-DATE DELIMITED BY SIZE
032100            ' - RUN ' DELIMITED BY SIZE
032200            WS-TODAY-DATE DELIMITED BY SIZE
032300         INTO RPT-LINE
032400     END-STRING
032500     WRITE RPT-LINE.
032600
032700*CCYYMMDD OF THE FIRST DAY OF MONTH NUMBER WS-MON-IX.
032800 1050-FIRST-OF-MONTH.
032900     DIVIDE WS-MON-IX BY 12 GIVING WS-WRK-CCYY
033000         REMAINDER WS-WRK-MM
033100     ADD 1 TO WS-WRK-MM
033200     MOVE WS-WRK-MONTH TO WS-WRK-DATE(1:6)
033300     MOVE '01' TO WS-WRK-DATE(7:2).
033400
033500 1100-LOAD-MEASURES.
033600     OPEN INPUT MEASURE-FILE
033700     PERFORM 1110-READ-MEASURE
033800     PERFORM UNTIL WS-NO-MORE-MEA
033900             OR WS-RUN-FATAL
034000         EVALUATE TRUE
034100             WHEN GAPMS-MEASURE-ROW
034200                 PERFORM 1120-LOAD-MEASURE-ROW
034300             WHEN GAPMS-DIAG-ROW
034400                 PERFORM 1130-LOAD-DIAG-ROW
034500             WHEN GAPMS-PROC-ROW
034600                 PERFORM 1140-LOAD-PROC-ROW
034700         END-EVALUATE
034800         PERFORM 1110-READ-MEASURE
034900     END-PERFORM
035000     CLOSE MEASURE-FILE.
035100
035200 1110-READ-MEASURE.
035300     READ MEASURE-FILE
035400         AT END
035500             SET WS-NO-MORE-MEA TO TRUE
035600     END-READ.
035700
035800*THE LOOKBACK ENDS WITH THE REPORT MONTH; ZERO IS TAKEN AS 12.
035900 1120-LOAD-MEASURE-ROW.
036000     IF WS-MEA-TABLE-COUNT < 20
036100         ADD 1 TO WS-MEA-TABLE-COUNT
036200         SET WS-MEA-IX TO WS-MEA-TABLE-COUNT
036300         MOVE GAPMS-MEASURE-ID    TO WS-MEA-ID(WS-MEA-IX)
036400         MOVE GAPMS-DESCRIPTION   TO WS-MEA-DESC(WS-MEA-IX)
036500         MOVE GAPMS-LOOKBACK-MONTHS TO WS-MEA-LOOKBACK(WS-MEA-IX)
036600         IF WS-MEA-LOOKBACK(WS-MEA-IX) = ZERO
036700             MOVE 12 TO WS-MEA-LOOKBACK(WS-MEA-IX)
036800         END-IF
036900         MOVE GAPMS-AGE-FROM      TO WS-MEA-AGE-FROM(WS-MEA-IX)
037000         MOVE GAPMS-AGE-TO        TO WS-MEA-AGE-TO(WS-MEA-IX)
037100         MOVE GAPMS-SEX           TO WS-MEA-SEX(WS-MEA-IX)
037200         MOVE 'N' TO WS-MEA-DIAG-REQ-SW(WS-MEA-IX)
037300         MOVE ZERO TO WS-MEA-ELIGIBLE(WS-MEA-IX)
037400         MOVE ZERO TO WS-MEA-MET(WS-MEA-IX)
037500         COMPUTE WS-MON-IX = WS-RPT-MONTH-IX
037600             - WS-MEA-LOOKBACK(WS-MEA-IX) + 1
037700         PERFORM 1050-FIRST-OF-MONTH
037800         MOVE WS-WRK-DATE TO WS-MEA-START-DATE(WS-MEA-IX)
037900         IF WS-WRK-DATE < WS-EARLIEST-START
038000             MOVE WS-WRK-DATE TO WS-EARLIEST-START
038100         END-IF
038200     ELSE
038300         PERFORM 1900-TABLE-FULL
038400     END-IF.
038500
038600 1130-LOAD-DIAG-ROW.
038700     PERFORM 1150-FIND-MEASURE
038800     IF WS-MEA-FOUND
038900         IF WS-MDX-TABLE-COUNT < 1000
039000             ADD 1 TO WS-MDX-TABLE-COUNT
039100             SET WS-MDX-IX TO WS-MDX-TABLE-COUNT
039200             SET WS-MDX-MEA-SUB(WS-MDX-IX) TO WS-MEA-IX
039300             MOVE GAPMS-CODE TO WS-MDX-CODE(WS-MDX-IX)
039400             MOVE ZERO TO WS-CODE-LENGTH
039500             INSPECT GAPMS-CODE TALLYING WS-CODE-LENGTH
039600                 FOR CHARACTERS BEFORE INITIAL SPACE
039700             IF WS-CODE-LENGTH = ZERO
039800                 MOVE 1 TO WS-CODE-LENGTH
039900             END-IF
040000             MOVE WS-CODE-LENGTH TO WS-MDX-LENGTH(WS-MDX-IX)
040100             MOVE 'Y' TO WS-MEA-DIAG-REQ-SW(WS-MEA-IX)
040200         ELSE
040300             PERFORM 1900-TABLE-FULL
040400         END-IF
040500     END-IF.
040600
040700 1140-LOAD-PROC-ROW.
040800     PERFORM 1150-FIND-MEASURE
040900     IF WS-MEA-FOUND
041000         IF WS-MPX-TABLE-COUNT < 1000
041100             ADD 1 TO WS-MPX-TABLE-COUNT
041200             SET WS-MPX-IX TO WS-MPX-TABLE-COUNT
041300             SET WS-MPX-MEA-SUB(WS-MPX-IX) TO WS-MEA-IX
041400             MOVE GAPMS-CODE TO WS-MPX-CODE(WS-MPX-IX)
041500         ELSE
041600             PERFORM 1900-TABLE-FULL
041700         END-IF
041800     END-IF.
041900
042000*'D' AND 'P' ROWS FOLLOW THEIR 'M' ROW; ONE WITH NO MEASURE LOADED
042100*IS IGNORED.
042200 1150-FIND-MEASURE.
042300     MOVE 'N' TO WS-MEA-FOUND-SW
042400     IF WS-MEA-TABLE-COUNT > ZERO
042500         SET WS-MEA-IX TO 1
042600         SEARCH WS-MEA-ENTRY
042700             AT END
042800                 CONTINUE
042900             WHEN WS-MEA-ID(WS-MEA-IX) = GAPMS-MEASURE-ID
043000                 SET WS-MEA-FOUND TO TRUE
043100         END-SEARCH
043200     END-IF.
043300
043400 1200-LOAD-MEMBER-XREF.
043500     OPEN INPUT MEMBER-XREF-FILE
043600     PERFORM 1210-READ-MEMBER-XREF
043700     PERFORM UNTIL WS-NO-MORE-MIX
043800             OR WS-RUN-FATAL
043900         IF WS-MIX-TABLE-COUNT < 20000
044000             ADD 1 TO WS-MIX-TABLE-COUNT
044100             SET WS-MIX-IX TO WS-MIX-TABLE-COUNT
044200             MOVE MIDX-MEMBER-ID  TO WS-MIX-MBR-ID(WS-MIX-IX)
044300             MOVE MIDX-SUBSCR-SSN TO WS-MIX-SSN(WS-MIX-IX)
044400         ELSE
044500             PERFORM 1900-TABLE-FULL
044600         END-IF
044700         PERFORM 1210-READ-MEMBER-XREF
044800     END-PERFORM
044900     CLOSE MEMBER-XREF-FILE.
045000
045100 1210-READ-MEMBER-XREF.
045200     READ MEMBER-XREF-FILE
045300         AT END
045400             SET WS-NO-MORE-MIX TO TRUE
045500     END-READ.
045600
045700 1250-LOAD-ENROLLMENT.
045800     OPEN INPUT ENROLLMENT-FILE
045900     PERFORM 1260-READ-ENROLLMENT
046000     PERFORM UNTIL WS-NO-MORE-ENR
046100             OR WS-RUN-FATAL
046200         IF WS-ENR-TABLE-COUNT < 20000
046300             ADD 1 TO WS-ENR-TABLE-COUNT
046400             SET WS-ENR-IX TO WS-ENR-TABLE-COUNT
046500             MOVE ENROLL-SUBSCR-SSN TO WS-ENR-SSN(WS-ENR-IX)
046600             MOVE ENROLL-EFF-DATE   TO WS-ENR-EFF(WS-ENR-IX)
046700             MOVE ENROLL-TERM-DATE  TO WS-ENR-TERM(WS-ENR-IX)
046800         ELSE
046900             PERFORM 1900-TABLE-FULL
047000         END-IF
047100         PERFORM 1260-READ-ENROLLMENT
047200     END-PERFORM
047300     CLOSE ENROLLMENT-FILE.
047400
047500 1260-READ-ENROLLMENT.
047600     READ ENROLLMENT-FILE
047700         AT END
047800             SET WS-NO-MORE-ENR TO TRUE
047900     END-READ.
048000
048100 1300-LOAD-DEMOGRAPHICS.
048200     OPEN INPUT DEMOGRAPHIC-FILE
048300     PERFORM 1310-READ-DEMOGRAPHIC
048400     PERFORM UNTIL WS-NO-MORE-DEM
048500             OR WS-RUN-FATAL
048600         IF WS-DEM-TABLE-COUNT < 20000
048700             ADD 1 TO WS-DEM-TABLE-COUNT
048800             SET WS-DEM-IX TO WS-DEM-TABLE-COUNT
048900             MOVE MDEMO-MEMBER-ID  TO WS-DEM-MBR-ID(WS-DEM-IX)
049000             MOVE MDEMO-BIRTH-DATE TO WS-DEM-BIRTH-DATE(WS-DEM-IX)
049100             MOVE MDEMO-SEX        TO WS-DEM-SEX(WS-DEM-IX)
049200         ELSE
049300             PERFORM 1900-TABLE-FULL
049400         END-IF
049500         PERFORM 1310-READ-DEMOGRAPHIC
049600     END-PERFORM
049700     IF WS-DEM-STATUS NOT = '35'
049800         CLOSE DEMOGRAPHIC-FILE
049900     END-IF.
050000
050100 1310-READ-DEMOGRAPHIC.
050200     READ DEMOGRAPHIC-FILE
050300         AT END
050400             SET WS-NO-MORE-DEM TO TRUE
050500     END-READ.
050600
050700*ONE MEMBER PER SUBSCRIBER WITH A SPAN COVERING THE AS-OF DATE.
050800*CONTINUOUS ENROLLMENT RUNS BACK THROUGH ANY SPAN THAT REACHES THE
050900*DAY BEFORE THE EARLIEST START FOUND SO FAR.
051000 1400-BUILD-MEMBERS.
051100     PERFORM VARYING WS-MIX-IX FROM 1 BY 1
051200             UNTIL WS-MIX-IX > WS-MIX-TABLE-COUNT
051300             OR WS-RUN-FATAL
051400         MOVE WS-MIX-SSN(WS-MIX-IX) TO WS-CUR-SSN
051500         MOVE 'N' TO WS-ENR-FOUND-SW
051600         IF WS-ENR-TABLE-COUNT > ZERO
051700             SET WS-ENR-IX TO 1
051800             SEARCH WS-ENR-ENTRY
051900                 AT END
052000                     CONTINUE
052100                 WHEN WS-ENR-SSN(WS-ENR-IX) = WS-CUR-SSN
052200                     AND WS-ENR-EFF(WS-ENR-IX) NOT > WS-AS-OF-DATE
052300                     AND (WS-ENR-TERM(WS-ENR-IX) = SPACES
052400                         OR WS-ENR-TERM(WS-ENR-IX)
052500                             NOT < WS-AS-OF-DATE)
052600                     SET WS-ENR-FOUND TO TRUE
052700             END-SEARCH
052800         END-IF
052900         IF WS-ENR-FOUND
053000             MOVE WS-ENR-EFF(WS-ENR-IX) TO WS-CONT-START
053100             MOVE 'N' TO WS-CHAIN-SW
053200             PERFORM 1410-CHAIN-ENROLLMENT
053300                 UNTIL WS-CHAIN-DONE
053400             PERFORM 1420-ADD-MEMBER
053500         END-IF
053600     END-PERFORM.
053700
053710*A START DATE THAT IS NOT A CCYYMMDD DATE ENDS THE CHAIN THERE
053720*RATHER THAN BEING HANDED TO THE DATE FUNCTIONS.
053800 1410-CHAIN-ENROLLMENT.
053810     IF WS-CONT-START IS NOT NUMERIC
053820         OR WS-CONT-START < '16010101'
053830         SET WS-CHAIN-DONE TO TRUE
053840     ELSE
053850         PERFORM 1415-CHAIN-PRIOR-SPAN
053860     END-IF.
053870
053880 1415-CHAIN-PRIOR-SPAN.
053900     COMPUTE WS-WRK-DATE-N = FUNCTION DATE-OF-INTEGER
054000         (FUNCTION INTEGER-OF-DATE
054100             (FUNCTION NUMVAL (WS-CONT-START)) - 1)
054200     MOVE WS-WRK-DATE-N TO WS-DAY-BEFORE
054300     MOVE 'N' TO WS-ENR-FOUND-SW
054400     SET WS-ENR-IX TO 1
054500     SEARCH WS-ENR-ENTRY
054600         AT END
054700             CONTINUE
054800         WHEN WS-ENR-SSN(WS-ENR-IX) = WS-CUR-SSN
054900             AND WS-ENR-EFF(WS-ENR-IX) < WS-CONT-START
055000             AND (WS-ENR-TERM(WS-ENR-IX) = SPACES
055100                 OR WS-ENR-TERM(WS-ENR-IX) NOT < WS-DAY-BEFORE)
055200             SET WS-ENR-FOUND TO TRUE
055300     END-SEARCH
055400     IF WS-ENR-FOUND
055500         MOVE WS-ENR-EFF(WS-ENR-IX) TO WS-CONT-START
055600     ELSE
055700         SET WS-CHAIN-DONE TO TRUE
055800     END-IF.
055900
056000 1420-ADD-MEMBER.
056100     IF WS-MBR-TABLE-COUNT < 20000
056200         ADD 1 TO WS-MBR-TABLE-COUNT
056300         ADD 1 TO WS-MEMBERS-ENROLLED
056400         SET WS-MBR-IX TO WS-MBR-TABLE-COUNT
056500         INITIALIZE WS-MBR-ENTRY(WS-MBR-IX)
056600         MOVE WS-MIX-MBR-ID(WS-MIX-IX) TO WS-MBR-ID(WS-MBR-IX)
056700         MOVE WS-CONT-START TO WS-MBR-CONT-START(WS-MBR-IX)
056800         IF WS-DEM-TABLE-COUNT > ZERO
056900             SET WS-DEM-IX TO 1
057000             SEARCH WS-DEM-ENTRY
057100                 AT END
057200                     CONTINUE
057300                 WHEN WS-DEM-MBR-ID(WS-DEM-IX)
057400                         = WS-MIX-MBR-ID(WS-MIX-IX)
057500                     MOVE WS-DEM-BIRTH-DATE(WS-DEM-IX)
057600                         TO WS-MBR-BIRTH-DATE(WS-MBR-IX)
057700                     MOVE WS-DEM-SEX(WS-DEM-IX)
057800                         TO WS-MBR-SEX(WS-MBR-IX)
057900             END-SEARCH
058000         END-IF
058100         IF WS-MBR-BIRTH-DATE(WS-MBR-IX) IS NUMERIC
058200             MOVE WS-MBR-BIRTH-DATE(WS-MBR-IX) TO WS-BIRTH-N
058300             COMPUTE WS-MBR-AGE(WS-MBR-IX) =
058400                 WS-AS-OF-CCYY - WS-BIRTH-CCYY
058500             IF WS-AS-OF-MMDD < WS-BIRTH-MMDD
058600                 SUBTRACT 1 FROM WS-MBR-AGE(WS-MBR-IX)
058700             END-IF
058800         END-IF
058900     ELSE
059000         PERFORM 1900-TABLE-FULL
059100     END-IF.
059200
059300 1500-LOAD-POSTED-KEYS.
059400     OPEN INPUT POSTED-CLAIMS
059500     PERFORM 1510-READ-POSTED
059600     PERFORM UNTIL WS-NO-MORE-POST
059700             OR WS-RUN-FATAL
059800         IF MEDG-CLM50-IS-POSTED OF POST-CLM50-RECORD
059900             AND MEDG-CLM50-WAS-ACCEPTED OF POST-CLM50-RECORD
060000             AND NOT MEDG-CLM50-IS-VOID OF POST-CLM50-RECORD
060100             IF MEDG-CLM50-MEMBER-ID OF POST-CLM50-RECORD = ZERO
060200                 ADD 1 TO WS-NO-MEMBER-ID-COUNT
060300             ELSE
060400                 PERFORM 1520-ADD-POSTED-KEY
060500             END-IF
060600         END-IF
060700         PERFORM 1510-READ-POSTED
060800     END-PERFORM
060900     CLOSE POSTED-CLAIMS.
061000
061100 1510-READ-POSTED.
061200     READ POSTED-CLAIMS
061300         AT END
061400             SET WS-NO-MORE-POST TO TRUE
061500     END-READ.
061600
061700 1520-ADD-POSTED-KEY.
061800     MOVE 'N' TO WS-MBR-FOUND-SW
061900     IF WS-MBR-TABLE-COUNT > ZERO
062000         SET WS-MBR-IX TO 1
062100         SEARCH WS-MBR-ENTRY
062200             AT END
062300                 CONTINUE
062400             WHEN WS-MBR-ID(WS-MBR-IX)
062500                     = MEDG-CLM50-MEMBER-ID OF POST-CLM50-RECORD
062600                 SET WS-MBR-FOUND TO TRUE
062700         END-SEARCH
062800     END-IF
062900     IF WS-MBR-FOUND
063000         IF WS-PST-TABLE-COUNT < 30000
063100             ADD 1 TO WS-PST-TABLE-COUNT
063200             SET WS-PST-IX TO WS-PST-TABLE-COUNT
063300             MOVE MEDG-CLM50-CLM-KEY OF POST-CLM50-RECORD
063400                 TO WS-PST-CLM-KEY(WS-PST-IX)
063500             SET WS-PST-MBR-SUB(WS-PST-IX) TO WS-MBR-IX
063600         ELSE
063700             PERFORM 1900-TABLE-FULL
063800         END-IF
063900     END-IF.
064000
064100 1900-TABLE-FULL.
064200     SET WS-RUN-FATAL TO TRUE
064300     MOVE 'TABLE FULL - RUN STOPPED, NO GAP LIST PRODUCED'
064400         TO RPT-LINE
064500     WRITE RPT-LINE.
064600
064700 2000-PROCESS-RECORD.
064800     EVALUATE WS-LAST-REC-ID
064900         WHEN '50'
065000             PERFORM 2200-SELECT-CLAIM
065100         WHEN 'SV'
065200             IF WS-CUR-SELECTED
065300                 AND MEDG-SVC-DATE-FROM NOT < WS-EARLIEST-START
065400                 AND MEDG-SVC-DATE-FROM NOT > WS-AS-OF-DATE
065500                 PERFORM 2300-APPLY-LINE
065600             END-IF
065700         WHEN OTHER
065800             CONTINUE
065900     END-EVALUATE
066000     PERFORM 2100-READ-BATCH.
066100
066200 2100-READ-BATCH.
066300     READ BATCH-837
066400         AT END
066500             SET WS-NO-MORE-BAT TO TRUE
066600     END-READ
066700     IF NOT WS-NO-MORE-BAT
066800         MOVE MEDG-HDR-REC-ID TO WS-LAST-REC-ID
066900     END-IF.
067000
067100 2200-SELECT-CLAIM.
067200     MOVE 'N' TO WS-CUR-SELECTED-SW
067300     IF WS-PST-TABLE-COUNT > ZERO
067400         SET WS-PST-IX TO 1
067500         SEARCH WS-PST-ENTRY
067600             AT END
067700                 CONTINUE
067800             WHEN WS-PST-CLM-KEY(WS-PST-IX)
067900                     = MEDG-CLM50-CLM-KEY OF MEDG-CLM50-RECORD
068000                 SET WS-CUR-SELECTED TO TRUE
068100         END-SEARCH
068200     END-IF
068300     IF WS-CUR-SELECTED
068400         ADD 1 TO WS-CLAIMS-SELECTED
068500         SET WS-MBR-IX TO WS-PST-MBR-SUB(WS-PST-IX)
068600         MOVE MEDG-CLM50-RENDPROV-NPI OF MEDG-CLM50-RECORD
068700             TO WS-CUR-NPI
068800         IF WS-MBR-SEX(WS-MBR-IX) = SPACES
068900             MOVE MEDG-CLM50-PATIENT-SEX OF MEDG-CLM50-RECORD
069000                 TO WS-MBR-SEX(WS-MBR-IX)
069100         END-IF
069200     END-IF.
069300
069400*A LINE IN THE LOOKBACK: THE MEMBER'S LATEST SERVICE, THEN EACH
069500*MEASURE WHOSE OWN LOOKBACK THE LINE FALLS IN.
069600 2300-APPLY-LINE.
069700     IF MEDG-SVC-DATE-FROM NOT < WS-MBR-LAST-DOS(WS-MBR-IX)
069800         MOVE MEDG-SVC-DATE-FROM TO WS-MBR-LAST-DOS(WS-MBR-IX)
069900         MOVE WS-CUR-NPI         TO WS-MBR-LAST-NPI(WS-MBR-IX)
070000     END-IF
070100     IF WS-MDX-TABLE-COUNT > ZERO
070200         PERFORM VARYING WS-DIAG-IX FROM 1 BY 1
070300                 UNTIL WS-DIAG-IX > 4
070400             EVALUATE WS-DIAG-IX
070500                 WHEN 1
070600                     MOVE MEDG-SVC-PRIMARY-DIAG    TO WS-CUR-DIAG
070700                 WHEN 2
070800                     MOVE MEDG-SVC-SECONDARY-DIAG1 TO WS-CUR-DIAG
070900                 WHEN 3
071000                     MOVE MEDG-SVC-SECONDARY-DIAG2 TO WS-CUR-DIAG
071100                 WHEN 4
071200                     MOVE MEDG-SVC-SECONDARY-DIAG3 TO WS-CUR-DIAG
071300             END-EVALUATE
071400             IF WS-CUR-DIAG NOT = SPACES
071500                 PERFORM 2400-MATCH-DIAGNOSIS
071600             END-IF
071700         END-PERFORM
071800     END-IF
071900     IF MEDG-SVC-PROC-CODE NOT = SPACES
072000         PERFORM 2500-MATCH-PROCEDURE
072100     END-IF.
072200
072300 2400-MATCH-DIAGNOSIS.
072400     PERFORM VARYING WS-MDX-IX FROM 1 BY 1
072500             UNTIL WS-MDX-IX > WS-MDX-TABLE-COUNT
072600         MOVE WS-MDX-MEA-SUB(WS-MDX-IX) TO WS-MEA-SUB
072700         MOVE WS-MDX-LENGTH(WS-MDX-IX) TO WS-CODE-LENGTH
072800         IF WS-CUR-DIAG(1:WS-CODE-LENGTH)
072900                 = WS-MDX-CODE(WS-MDX-IX)(1:WS-CODE-LENGTH)
073000             AND MEDG-SVC-DATE-FROM
073100                 NOT < WS-MEA-START-DATE(WS-MEA-SUB)
073200             MOVE 'Y' TO WS-MBR-DIAG-SW(WS-MBR-IX, WS-MEA-SUB)
073300         END-IF
073400     END-PERFORM.
073500
073600*THE LATEST CLOSING SERVICE IS KEPT, FOR THE PROVIDER CREDITED.
073700 2500-MATCH-PROCEDURE.
073800     PERFORM VARYING WS-MPX-IX FROM 1 BY 1
073900             UNTIL WS-MPX-IX > WS-MPX-TABLE-COUNT
074000         MOVE WS-MPX-MEA-SUB(WS-MPX-IX) TO WS-MEA-SUB
074100         IF MEDG-SVC-PROC-CODE = WS-MPX-CODE(WS-MPX-IX)
074200             AND MEDG-SVC-DATE-FROM
074300                 NOT < WS-MEA-START-DATE(WS-MEA-SUB)
074400             AND MEDG-SVC-DATE-FROM
074500                 NOT < WS-MBR-MET-DOS(WS-MBR-IX, WS-MEA-SUB)
074600             MOVE 'Y' TO WS-MBR-MET-SW(WS-MBR-IX, WS-MEA-SUB)
074700             MOVE MEDG-SVC-DATE-FROM
074800                 TO WS-MBR-MET-DOS(WS-MBR-IX, WS-MEA-SUB)
074900             MOVE WS-CUR-NPI
075000                 TO WS-MBR-MET-NPI(WS-MBR-IX, WS-MEA-SUB)
075100         END-IF
075200     END-PERFORM.
075300
075400*EVERY MEMBER AGAINST EVERY MEASURE. A MEASURE WITH AN AGE BAND
075500*CANNOT PLACE A MEMBER WITH NO BIRTH DATE ON FILE.
075600 3000-SCORE-MEMBERS.
075700     PERFORM VARYING WS-MBR-IX FROM 1 BY 1
075800             UNTIL WS-MBR-IX > WS-MBR-TABLE-COUNT
075900             OR WS-RUN-FATAL
076000         PERFORM VARYING WS-MEA-SUB FROM 1 BY 1
076100                 UNTIL WS-MEA-SUB > WS-MEA-TABLE-COUNT
076200                 OR WS-RUN-FATAL
076300             PERFORM 3100-CHECK-ELIGIBLE
076400             IF WS-IS-ELIGIBLE
076500                 PERFORM 3200-SCORE-MEASURE
076600             END-IF
076700         END-PERFORM
076800     END-PERFORM.
076900
077000 3100-CHECK-ELIGIBLE.
077100     MOVE 'Y' TO WS-ELIGIBLE-SW
077200     IF WS-MBR-CONT-START(WS-MBR-IX)
077300             > WS-MEA-START-DATE(WS-MEA-SUB)
077400         MOVE 'N' TO WS-ELIGIBLE-SW
077500     END-IF
077600     IF WS-IS-ELIGIBLE
077700         AND WS-MEA-AGE-TO(WS-MEA-SUB) > ZERO
077800         IF WS-MBR-BIRTH-DATE(WS-MBR-IX) IS NOT NUMERIC
077900             ADD 1 TO WS-AGE-UNKNOWN-COUNT
078000             MOVE 'N' TO WS-ELIGIBLE-SW
078100         ELSE
078200             IF WS-MBR-AGE(WS-MBR-IX)
078300                     < WS-MEA-AGE-FROM(WS-MEA-SUB)
078400                 OR WS-MBR-AGE(WS-MBR-IX)
078500                     > WS-MEA-AGE-TO(WS-MEA-SUB)
078600                 MOVE 'N' TO WS-ELIGIBLE-SW
078700             END-IF
078800         END-IF
078900     END-IF
079000     IF WS-IS-ELIGIBLE
079100         AND WS-MEA-SEX(WS-MEA-SUB) NOT = SPACE
079200         AND WS-MEA-SEX(WS-MEA-SUB) NOT = WS-MBR-SEX(WS-MBR-IX)
079300         MOVE 'N' TO WS-ELIGIBLE-SW
079400     END-IF
079500     IF WS-IS-ELIGIBLE
079600         AND WS-MEA-NEEDS-DIAG(WS-MEA-SUB)
079700         AND WS-MBR-DIAG-SW(WS-MBR-IX, WS-MEA-SUB) NOT = 'Y'
079800         MOVE 'N' TO WS-ELIGIBLE-SW
079900     END-IF.
080000
080100 3200-SCORE-MEASURE.
080200     ADD 1 TO WS-MEA-ELIGIBLE(WS-MEA-SUB)
080300     IF WS-MBR-MET-SW(WS-MBR-IX, WS-MEA-SUB) = 'Y'
080400         ADD 1 TO WS-MEA-MET(WS-MEA-SUB)
080500         MOVE WS-MBR-MET-NPI(WS-MBR-IX, WS-MEA-SUB)
080600             TO WS-SCORE-NPI
080700     ELSE
080800         MOVE WS-MBR-LAST-NPI(WS-MBR-IX) TO WS-SCORE-NPI
080900         PERFORM 3300-WRITE-GAP
081000     END-IF
081100     PERFORM 3400-FIND-PROVIDER
081200     IF WS-PRV-FOUND
081300         ADD 1 TO WS-PRV-ELIGIBLE(WS-PRV-IX)
081400         IF WS-MBR-MET-SW(WS-MBR-IX, WS-MEA-SUB) = 'Y'
081500             ADD 1 TO WS-PRV-MET(WS-PRV-IX)
081600         END-IF
081700     END-IF.
081800
081900 3300-WRITE-GAP.
082000     MOVE WS-MBR-ID(WS-MBR-IX)        TO GAPLS-MEMBER-ID
082100     MOVE WS-MEA-ID(WS-MEA-SUB)       TO GAPLS-MEASURE-ID
082200     MOVE WS-MEA-DESC(WS-MEA-SUB)     TO GAPLS-MEASURE-DESC
082300     MOVE WS-AS-OF-DATE               TO GAPLS-AS-OF-DATE
082400     MOVE WS-MEA-START-DATE(WS-MEA-SUB) TO GAPLS-LOOKBACK-START
082500     MOVE WS-MBR-AGE(WS-MBR-IX)       TO GAPLS-AGE
082600     MOVE WS-MBR-SEX(WS-MBR-IX)       TO GAPLS-SEX
082700     MOVE WS-MBR-LAST-NPI(WS-MBR-IX)  TO GAPLS-PROV-NPI
082800     MOVE WS-MBR-LAST-DOS(WS-MBR-IX)  TO GAPLS-LAST-SERVICE-DATE
082900     MOVE WS-TODAY-DATE               TO GAPLS-RUN-DATE
083000     WRITE GAPLS-RECORD
083100     ADD 1 TO WS-GAP-COUNT.
083200
083300 3400-FIND-PROVIDER.
083400     MOVE 'N' TO WS-PRV-FOUND-SW
083500     IF WS-PRV-TABLE-COUNT > ZERO
083600         SET WS-PRV-IX TO 1
083700         SEARCH WS-PRV-ENTRY
083800             AT END
083900                 CONTINUE
084000             WHEN WS-PRV-NPI(WS-PRV-IX) = WS-SCORE-NPI
084100                 AND WS-PRV-MEA-SUB(WS-PRV-IX) = WS-MEA-SUB
084200                 SET WS-PRV-FOUND TO TRUE
084300         END-SEARCH
084400     END-IF
084500     IF NOT WS-PRV-FOUND
084600         IF WS-PRV-TABLE-COUNT < 20000
084700             ADD 1 TO WS-PRV-TABLE-COUNT
084800             SET WS-PRV-IX TO WS-PRV-TABLE-COUNT
084900             MOVE WS-SCORE-NPI TO WS-PRV-NPI(WS-PRV-IX)
085000             MOVE WS-MEA-SUB   TO WS-PRV-MEA-SUB(WS-PRV-IX)
085100             MOVE ZERO TO WS-PRV-ELIGIBLE(WS-PRV-IX)
085200             MOVE ZERO TO WS-PRV-MET(WS-PRV-IX)
085300             SET WS-PRV-FOUND TO TRUE
085400         ELSE
085500             PERFORM 1900-TABLE-FULL
085600         END-IF
085700     END-IF.
085800
085900*BY MEASURE: EACH PROVIDER CREDITED WITH ITS MEMBERS, THEN THE
086000*MEASURE TOTAL. A BLANK NPI IS A MEMBER WITH NO CLAIM IN THE
086100*LOOKBACK.
086200 4000-WRITE-COMPLIANCE.
086300     PERFORM VARYING WS-MEA-SUB FROM 1 BY 1
086400             UNTIL WS-MEA-SUB > WS-MEA-TABLE-COUNT
086500         MOVE SPACES TO RPT-LINE
086600         WRITE RPT-LINE
086700         MOVE SPACES TO RPT-LINE
086800         STRING 'MEASURE ' DELIMITED BY SIZE
086900                WS-MEA-ID(WS-MEA-SUB) DELIMITED BY SIZE
087000                ' ' DELIMITED BY SIZE
087100                WS-MEA-DESC(WS-MEA-SUB) DELIMITED BY SIZE
087200                ' LOOKBACK FROM ' DELIMITED BY SIZE
087300                WS-MEA-START-DATE(WS-MEA-SUB) DELIMITED BY SIZE
087400             INTO RPT-LINE
087500         END-STRING
087600         WRITE RPT-LINE
087700         MOVE SPACES TO RPT-LINE
087800         STRING 'RENDERING NPI    ELIGIBLE       MET      GAPS'
087900                    DELIMITED BY SIZE
088000                '  RATE %' DELIMITED BY SIZE
088100             INTO RPT-LINE
088200         END-STRING
088300         WRITE RPT-LINE
088400         PERFORM VARYING WS-PRV-IX FROM 1 BY 1
088500                 UNTIL WS-PRV-IX > WS-PRV-TABLE-COUNT
088600             IF WS-PRV-MEA-SUB(WS-PRV-IX) = WS-MEA-SUB
088700                 MOVE WS-PRV-ELIGIBLE(WS-PRV-IX)
088800                     TO WS-RPT-ELIGIBLE
088900                 MOVE WS-PRV-MET(WS-PRV-IX)      TO WS-RPT-MET
089000                 COMPUTE WS-RPT-GAPS = WS-PRV-ELIGIBLE(WS-PRV-IX)
089100                     - WS-PRV-MET(WS-PRV-IX)
089200                 MOVE ZERO TO WS-RATE
089300                 IF WS-PRV-ELIGIBLE(WS-PRV-IX) > ZERO
089400                     COMPUTE WS-RATE ROUNDED =
089500                         WS-PRV-MET(WS-PRV-IX) * 100
089600                         / WS-PRV-ELIGIBLE(WS-PRV-IX)
089700                     END-COMPUTE
089800                 END-IF
089900                 MOVE WS-RATE TO WS-RPT-RATE
090000                 MOVE SPACES TO RPT-LINE
090100                 STRING WS-PRV-NPI(WS-PRV-IX) DELIMITED BY SIZE
090200                        '    ' DELIMITED BY SIZE
090300                        WS-RPT-ELIGIBLE DELIMITED BY SIZE
090400                        ' ' DELIMITED BY SIZE
090500                        WS-RPT-MET DELIMITED BY SIZE
090600                        ' ' DELIMITED BY SIZE
090700                        WS-RPT-GAPS DELIMITED BY SIZE
090800                        '   ' DELIMITED BY SIZE
090900                        WS-RPT-RATE DELIMITED BY SIZE
091000                     INTO RPT-LINE
091100                 END-STRING
091200                 WRITE RPT-LINE
091300             END-IF
091400         END-PERFORM
091500         MOVE WS-MEA-ELIGIBLE(WS-MEA-SUB) TO WS-RPT-ELIGIBLE
091600         MOVE WS-MEA-MET(WS-MEA-SUB)      TO WS-RPT-MET
091700         COMPUTE WS-RPT-GAPS = WS-MEA-ELIGIBLE(WS-MEA-SUB)
091800             - WS-MEA-MET(WS-MEA-SUB)
091900         MOVE ZERO TO WS-RATE
092000         IF WS-MEA-ELIGIBLE(WS-MEA-SUB) > ZERO
092100             COMPUTE WS-RATE ROUNDED =
092200                 WS-MEA-MET(WS-MEA-SUB) * 100
092300                 / WS-MEA-ELIGIBLE(WS-MEA-SUB)
092400             END-COMPUTE
092500         END-IF
092600         MOVE WS-RATE TO WS-RPT-RATE
092700         MOVE SPACES TO RPT-LINE
092800         STRING 'MEASURE TOT   ' DELIMITED BY SIZE
092900                WS-RPT-ELIGIBLE DELIMITED BY SIZE
093000                ' ' DELIMITED BY SIZE
093100                WS-RPT-MET DELIMITED BY SIZE
093200                ' ' DELIMITED BY SIZE
093300                WS-RPT-GAPS DELIMITED BY SIZE
093400                '   ' DELIMITED BY SIZE
093500                WS-RPT-RATE DELIMITED BY SIZE
093600             INTO RPT-LINE
093700         END-STRING
093800         WRITE RPT-LINE
093900     END-PERFORM.
094000
094100 5000-WRITE-SUMMARY.
094200     MOVE SPACES TO RPT-LINE
094300     WRITE RPT-LINE
094400     MOVE WS-MEMBERS-ENROLLED TO WS-RPT-COUNT
094500     MOVE SPACES TO RPT-LINE
094600     STRING 'MEMBERS ENROLLED ON AS-OF DATE  ' DELIMITED BY SIZE
094700            WS-RPT-COUNT DELIMITED BY SIZE
094800         INTO RPT-LINE
094900     END-STRING
095000     WRITE RPT-LINE
095100     MOVE WS-CLAIMS-SELECTED TO WS-RPT-COUNT
095200     MOVE SPACES TO RPT-LINE
095300     STRING 'POSTED CLAIMS ON BATCH837       ' DELIMITED BY SIZE
095400            WS-RPT-COUNT DELIMITED BY SIZE
095500         INTO RPT-LINE
095600     END-STRING
095700     WRITE RPT-LINE
095800     MOVE WS-NO-MEMBER-ID-COUNT TO WS-RPT-COUNT
095900     MOVE SPACES TO RPT-LINE
096000     STRING 'POSTED CLAIMS WITH NO MEMBER ID ' DELIMITED BY SIZE
096100            WS-RPT-COUNT DELIMITED BY SIZE
096200         INTO RPT-LINE
096300     END-STRING
096400     WRITE RPT-LINE
096500     MOVE WS-AGE-UNKNOWN-COUNT TO WS-RPT-COUNT
096600     MOVE SPACES TO RPT-LINE
096700     STRING 'MEMBER-MEASURES NO BIRTH DATE   ' DELIMITED BY SIZE
096800            WS-RPT-COUNT DELIMITED BY SIZE
096900         INTO RPT-LINE
097000     END-STRING
097100     WRITE RPT-LINE
097200     MOVE WS-GAP-COUNT TO WS-RPT-COUNT
097300     MOVE SPACES TO RPT-LINE
097400     STRING 'GAPS ON THE OUTREACH LIST       ' DELIMITED BY SIZE
097500            WS-RPT-COUNT DELIMITED BY SIZE
097600         INTO RPT-LINE
097700     END-STRING
097800     WRITE RPT-LINE.
097900
098000 9000-TERMINATE.
098100     CLOSE GAP-LIST-FILE
098200     CLOSE GAP-RPT.
