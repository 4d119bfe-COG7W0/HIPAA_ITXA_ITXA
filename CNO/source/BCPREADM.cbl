000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150123 - INPATIENT READMISSION      *
000300*            DETECTION. NOBODY NOTICED WHEN A MEMBER WENT BACK   *
000400*            INTO THE HOSPITAL SHORTLY AFTER A DISCHARGE, THOUGH *
000500*            THE HOSPITAL CONTRACTS LET US REVIEW AND BUNDLE     *
000600*            THOSE STAYS. RUN AFTER POSTING AND BCPDRGGR, THIS   *
000700*            JOB ADDS EACH POSTED, ACCEPTED INPATIENT CLAIM      *
000800*            (ADMIT DATE ON THE 50 RECORD) TO THE INPATIENT STAY *
000900*            HISTORY (BCPIPSTY) AND PAIRS ITS ADMIT DATE WITH    *
001000*            THE SAME MEMBER'S MOST RECENT PRIOR DISCHARGE. AN   *
001100*            ADMISSION WITHIN THE WINDOW (READPARM DAYS, 30 WHEN *
001200*            THE FILE IS ABSENT) IS LINKED TO THE PRIOR STAY;    *
001300*            WHEN IT IS AT THE SAME FACILITY OR ITS MS-DRG IS    *
001400*            RELATED TO THE PRIOR ONE (THE SAME DRG, OR BOTH IN  *
001500*            ONE BASE/CC/MCC FAMILY ON THE GROUPER TABLES) IT    *
001600*            IS APPENDED TO THE READMISSION REVIEW QUEUE         *
001700*            (BCPRDMQ). CLAIMS ALREADY ON THE HISTORY ARE NOT    *
001800*            ADDED AGAIN, SO A RERUN DOES NOT QUEUE TWICE. RC 4  *
001900*            WHEN ANY PAIR IS QUEUED; RC 8, HISTORY NOT WRITTEN, *
002000*            WHEN THE STAY TABLE FILLS.                          *
002100******************************************************************
002110* 10-15-26 - R KOWALSKI - AR 150123 - REVIEW QUEUE ENTRIES ARE   *
002120*            NOW HELD IN STORAGE AND APPENDED TO BCPRDMQ ONLY    *
002130*            WHEN THE RUN FINISHES AND WRITES THE STAY HISTORY.  *
002140*            A RUN THAT STOPPED ON A FULL TABLE HAD ALREADY      *
002150*            QUEUED ITS PAIRS, AND THE RERUN QUEUED THEM AGAIN.  *
002160*            RC 8 ALSO WHEN THE QUEUE TABLE FILLS.               *
002170******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. BCPREADM.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT POSTED-CLAIMS ASSIGN TO POSTCLAIM
002800            ORGANIZATION IS LINE SEQUENTIAL
002900            FILE STATUS IS WS-POST-STATUS.
003000     SELECT OPTIONAL DRG-ASSIGN-FILE ASSIGN TO DRGASGN
003100            ORGANIZATION IS LINE SEQUENTIAL
003200            FILE STATUS IS WS-DRA-STATUS.
003300     SELECT OPTIONAL DRG-MASTER-FILE ASSIGN TO DRGTBLS
003400            ORGANIZATION IS LINE SEQUENTIAL
003500            FILE STATUS IS WS-DRG-STATUS.
003600     SELECT OPTIONAL READM-PARM-FILE ASSIGN TO READPARM
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS IS WS-PRM-STATUS.
003900     SELECT OPTIONAL STAY-HISTORY-FILE ASSIGN TO IPSTAY
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS WS-IPS-STATUS.
004200     SELECT STAY-HISTORY-OUT ASSIGN TO IPSTAYO
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS WS-IPSO-STATUS.
004500     SELECT OPTIONAL READM-QUEUE ASSIGN TO READMQ
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS WS-RDMQ-STATUS.
004800     SELECT READM-RPT ASSIGN TO READMRPT
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS WS-RPT-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  POSTED-CLAIMS.
005400     COPY BCPMG50
005500         REPLACING ==MEDG-CLM50-RECORD== BY ==POST-CLM50-RECORD==.
005600 FD  DRG-ASSIGN-FILE.
005700     COPY BCPDRGAS.
005800 FD  DRG-MASTER-FILE.
005900     COPY BCPDRGMS.
006000 FD  READM-PARM-FILE.
006100 01  RDPRM-RECORD.
006200     05  RDPRM-WINDOW-DAYS         PIC 9(03).
006300 FD  STAY-HISTORY-FILE.
006400     COPY BCPIPSTY.
006500 FD  STAY-HISTORY-OUT.
006600     COPY BCPIPSTY
006700         REPLACING ==IPS-STAY-RECORD== BY ==IPSO-RECORD==.
006800 FD  READM-QUEUE.
006900     COPY BCPRDMQ.
007000 FD  READM-RPT.
007100 01  RPT-LINE                  PIC X(132).
007200 WORKING-STORAGE SECTION.
007300 01  WS-POST-STATUS            PIC X(02).
007400 01  WS-DRA-STATUS             PIC X(02).
007500 01  WS-DRG-STATUS             PIC X(02).
007600 01  WS-PRM-STATUS             PIC X(02).
007700 01  WS-IPS-STATUS             PIC X(02).
007800 01  WS-IPSO-STATUS            PIC X(02).
007900 01  WS-RDMQ-STATUS            PIC X(02).
008000 01  WS-RPT-STATUS             PIC X(02).
008100 01  WS-POST-EOF-SW            PIC X(01)      VALUE 'N'.
008200     88  WS-NO-MORE-POST           VALUE 'Y'.
008300 01  WS-DRA-EOF-SW             PIC X(01)      VALUE 'N'.
008400     88  WS-NO-MORE-DRA            VALUE 'Y'.
008500 01  WS-DRG-EOF-SW             PIC X(01)      VALUE 'N'.
008600     88  WS-NO-MORE-DRG            VALUE 'Y'.
008700 01  WS-PRM-EOF-SW             PIC X(01)      VALUE 'N'.
008800     88  WS-NO-MORE-PRM            VALUE 'Y'.
008900 01  WS-IPS-EOF-SW             PIC X(01)      VALUE 'N'.
009000     88  WS-NO-MORE-IPS            VALUE 'Y'.
009100 01  WS-RUN-FATAL-SW           PIC X(01)      VALUE 'N'.
009200     88  WS-RUN-FATAL              VALUE 'Y'.
009300 01  WS-TODAY-DATE             PIC X(08).
009400*DAYS FROM A DISCHARGE TO THE NEXT ADMISSION THAT STILL COUNT AS A
009500*READMISSION. THE CONTRACT STANDARD IS 30; READPARM OVERRIDES IT.
009600 01  WS-WINDOW-DAYS            PIC 9(03)      VALUE 030.
009700*CLAIM KEY TO MS-DRG FROM THIS CYCLE'S GROUPER RUN.
009800 01  WS-DRA-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
009900 01  WS-DRA-TABLE.
010000     05  WS-DRA-ENTRY          OCCURS 1 TO 20000 TIMES
010100                               DEPENDING ON WS-DRA-TABLE-COUNT
010200                               INDEXED BY WS-DRA-IX.
010300         10  WS-DRA-CLM-KEY        PIC 9(06).
010400         10  WS-DRA-DRG-CODE       PIC X(03).
010500*BASE/CC/MCC DRG FAMILIES FROM THE GROUPER TABLES.
010600 01  WS-FAM-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
010700 01  WS-FAM-TABLE.
010800     05  WS-FAM-ENTRY          OCCURS 1 TO 5000 TIMES
010900                               DEPENDING ON WS-FAM-TABLE-COUNT
011000                               INDEXED BY WS-FAM-IX.
011100         10  WS-FAM-DRG-BASE       PIC X(03).
011200         10  WS-FAM-DRG-CC         PIC X(03).
011300         10  WS-FAM-DRG-MCC        PIC X(03).
011400*THE INPATIENT STAY HISTORY, CARRIED IN TO OUT WITH TODAY'S STAYS
011500*ADDED. WS-STY-DISCHG-INT IS THE DISCHARGE DATE AS A DAY NUMBER,
011600*ZERO WHEN THE STAY HAS NO USABLE DISCHARGE DATE.
011700 01  WS-STY-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
011800 01  WS-STY-TABLE.
011900     05  WS-STY-ENTRY          OCCURS 1 TO 50000 TIMES
012000                               DEPENDING ON WS-STY-TABLE-COUNT
012100                               INDEXED BY WS-STY-IX.
012200         10  WS-STY-MEMBER-ID      PIC 9(10).
012300         10  WS-STY-CLM-KEY        PIC 9(06).
012400         10  WS-STY-ADMIT-DATE     PIC X(08).
012500         10  WS-STY-DISCHG-DATE    PIC X(08).
012600         10  WS-STY-DISCHG-INT     PIC 9(07).
012700         10  WS-STY-FACILITY-NPI   PIC X(10).
012800         10  WS-STY-FACILITY-NAME  PIC X(33).
012900         10  WS-STY-DRG-CODE       PIC X(03).
013000         10  WS-STY-PAID-AMT       PIC 9(09)V99.
013100         10  WS-STY-POSTED-DATE    PIC X(08).
013200         10  WS-STY-READMIT-IND    PIC X(01).
013300         10  WS-STY-PRIOR-CLM-KEY  PIC 9(06).
013400         10  WS-STY-DAYS-SINCE     PIC 9(03).
013500         10  WS-STY-REVIEW-IND     PIC X(01).
013600 01  WS-STY-FOUND-SW           PIC X(01)      VALUE 'N'.
013700     88  WS-STY-FOUND              VALUE 'Y'.
013800 01  WS-PRIOR-FOUND-SW         PIC X(01)      VALUE 'N'.
013900     88  WS-PRIOR-FOUND            VALUE 'Y'.
013910*REVIEW QUEUE ENTRIES BUILT THIS RUN, WRITTEN ONLY IF IT FINISHES.
013920 01  WS-RDQ-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
013930 01  WS-RDQ-TABLE.
013940     05  WS-RDQ-ENTRY          OCCURS 1 TO 10000 TIMES
013950                               DEPENDING ON WS-RDQ-TABLE-COUNT
013960                               INDEXED BY WS-RDQ-IX.
013970         10  WS-RDQ-IMAGE          PIC X(99).
014000 01  WS-PRIOR-IX               PIC 9(05)      VALUE ZERO.
014100 01  WS-NEW-IX                 PIC 9(05)      VALUE ZERO.
014200 01  WS-SCAN-IX                PIC 9(05)      VALUE ZERO.
014300 01  WS-DATE-WORK              PIC X(08).
014400 01  WS-DATE-INT               PIC 9(07)      VALUE ZERO.
014500 01  WS-ADMIT-INT              PIC 9(07)      VALUE ZERO.
014600 01  WS-DAYS-BETWEEN           PIC 9(05)      VALUE ZERO.
014700 01  WS-CUR-DRG-CODE           PIC X(03)      VALUE SPACES.
014800 01  WS-SAME-FAC-SW            PIC X(01)      VALUE 'N'.
014900     88  WS-SAME-FACILITY          VALUE 'Y'.
015000 01  WS-RELATED-DRG-SW         PIC X(01)      VALUE 'N'.
015100     88  WS-DRG-IS-RELATED         VALUE 'Y'.
015200 01  WS-DRG-A                  PIC X(03).
015300 01  WS-DRG-B                  PIC X(03).
015400 01  WS-ADDED-COUNT            PIC 9(05)      VALUE ZERO.
015500 01  WS-ON-FILE-COUNT          PIC 9(05)      VALUE ZERO.
015600 01  WS-NO-MEMBER-COUNT        PIC 9(05)      VALUE ZERO.
015700 01  WS-READMIT-COUNT          PIC 9(05)      VALUE ZERO.
015800 01  WS-QUEUED-COUNT           PIC 9(05)      VALUE ZERO.
015900 01  WS-STY-OUT-COUNT          PIC 9(07)      VALUE ZERO.
016000 01  WS-RPT-AMOUNT             PIC Z,ZZZ,ZZ9.99.
016100 01  WS-RPT-PRIOR-AMT          PIC Z,ZZZ,ZZ9.99.
016200 01  WS-RPT-DAYS               PIC ZZ9.
016300 01  WS-RPT-REASON             PIC X(26).
016400 PROCEDURE DIVISION.
016500 0000-MAIN-CONTROL.
016600     PERFORM 1000-INITIALIZE
016700     PERFORM 1100-LOAD-PARMS
016800     PERFORM 1200-LOAD-DRG-FAMILIES
016900     PERFORM 1300-LOAD-DRG-ASSIGN
017000     PERFORM 1400-LOAD-STAY-HISTORY
017100     IF NOT WS-RUN-FATAL
017200         PERFORM 2000-PROCESS-POSTED
017300             UNTIL WS-NO-MORE-POST
017400             OR WS-RUN-FATAL
017500     END-IF
017600     IF NOT WS-RUN-FATAL
017700         PERFORM 4000-WRITE-STAYS-OUT
017750         PERFORM 4100-WRITE-REVIEW-QUEUE
017800     END-IF
017900     PERFORM 5000-WRITE-SUMMARY
018000     PERFORM 9000-TERMINATE
018100     IF WS-QUEUED-COUNT NOT = ZERO
018200         MOVE 4 TO RETURN-CODE
018300     END-IF
018400     IF WS-RUN-FATAL
018500         MOVE 8 TO RETURN-CODE
018600     END-IF
018700     STOP RUN.
018800
018900 1000-INITIALIZE.
019000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
019100     OPEN INPUT POSTED-CLAIMS
019200     OPEN OUTPUT STAY-HISTORY-OUT
019300     OPEN EXTEND READM-QUEUE
019400     OPEN OUTPUT READM-RPT
019500     PERFORM 2100-READ-POSTED.
019600
019700 1100-LOAD-PARMS.
019800     OPEN INPUT READM-PARM-FILE
019900     READ READM-PARM-FILE
020000         AT END
020100             SET WS-NO-MORE-PRM TO TRUE
020200     END-READ
020300     IF NOT WS-NO-MORE-PRM
020400         IF RDPRM-WINDOW-DAYS IS NUMERIC
020500             AND RDPRM-WINDOW-DAYS > ZERO
020600             MOVE RDPRM-WINDOW-DAYS TO WS-WINDOW-DAYS
020700         END-IF
020800     END-IF
020900     CLOSE READM-PARM-FILE
021000     MOVE WS-WINDOW-DAYS TO WS-RPT-DAYS
021100     MOVE SPACES TO RPT-LINE
021200     STRING 'INPATIENT READMISSION REVIEW - '
021300                DELIMITED BY SIZE
021400            WS-RPT-DAYS DELIMITED BY SIZE
021500            ' DAY WINDOW - RUN ' DELIMITED BY SIZE
021600            WS-TODAY-DATE DELIMITED BY SIZE
021700         INTO RPT-LINE
021800     END-STRING
021900     WRITE RPT-LINE.
022000
022100 1200-LOAD-DRG-FAMILIES.
022200     OPEN INPUT DRG-MASTER-FILE
022300     PERFORM 1210-READ-DRG-MASTER
022400     PERFORM UNTIL WS-NO-MORE-DRG
022500         IF DRGMS-ASSIGN-ROW
022600             AND WS-FAM-TABLE-COUNT < 5000
022700             ADD 1 TO WS-FAM-TABLE-COUNT
022800             SET WS-FAM-IX TO WS-FAM-TABLE-COUNT
022900             MOVE DRGMS-DRG-BASE TO WS-FAM-DRG-BASE(WS-FAM-IX)
023000             MOVE DRGMS-DRG-CC   TO WS-FAM-DRG-CC(WS-FAM-IX)
023100             MOVE DRGMS-DRG-MCC  TO WS-FAM-DRG-MCC(WS-FAM-IX)
023200         END-IF
023300         PERFORM 1210-READ-DRG-MASTER
023400     END-PERFORM
023500     IF WS-DRG-STATUS NOT = '35'
023600         CLOSE DRG-MASTER-FILE
023700     END-IF.
023800
023900 1210-READ-DRG-MASTER.
024000     READ DRG-MASTER-FILE
024100         AT END
024200             SET WS-NO-MORE-DRG TO TRUE
024300     END-READ.
024400
024500 1300-LOAD-DRG-ASSIGN.
024600     OPEN INPUT DRG-ASSIGN-FILE
024700     PERFORM 1310-READ-DRG-ASSIGN
024800     PERFORM UNTIL WS-NO-MORE-DRA
024900         IF DRGA-ASSIGNED
025000             AND WS-DRA-TABLE-COUNT < 20000
025100             ADD 1 TO WS-DRA-TABLE-COUNT
025200             SET WS-DRA-IX TO WS-DRA-TABLE-COUNT
025300             MOVE DRGA-CLM-KEY  TO WS-DRA-CLM-KEY(WS-DRA-IX)
025400             MOVE DRGA-DRG-CODE TO WS-DRA-DRG-CODE(WS-DRA-IX)
025500         END-IF
025600         PERFORM 1310-READ-DRG-ASSIGN
025700     END-PERFORM
025800     IF WS-DRA-STATUS NOT = '35'
025900         CLOSE DRG-ASSIGN-FILE
026000     END-IF.
026100
026200 1310-READ-DRG-ASSIGN.
026300     READ DRG-ASSIGN-FILE
026400         AT END
026500             SET WS-NO-MORE-DRA TO TRUE
026600     END-READ.
026700
026800 1400-LOAD-STAY-HISTORY.
026900     OPEN INPUT STAY-HISTORY-FILE
027000     PERFORM 1410-READ-STAY-HISTORY
027100     PERFORM UNTIL WS-NO-MORE-IPS
027200             OR WS-RUN-FATAL
027300         IF WS-STY-TABLE-COUNT < 50000
027400             ADD 1 TO WS-STY-TABLE-COUNT
027500             SET WS-STY-IX TO WS-STY-TABLE-COUNT
027600             MOVE IPS-MEMBER-ID OF IPS-STAY-RECORD
027700                 TO WS-STY-MEMBER-ID(WS-STY-IX)
027800             MOVE IPS-CLM-KEY OF IPS-STAY-RECORD
027900                 TO WS-STY-CLM-KEY(WS-STY-IX)
028000             MOVE IPS-ADMIT-DATE OF IPS-STAY-RECORD
028100                 TO WS-STY-ADMIT-DATE(WS-STY-IX)
028200             MOVE IPS-DISCHG-DATE OF IPS-STAY-RECORD
028300                 TO WS-STY-DISCHG-DATE(WS-STY-IX)
028400             MOVE IPS-FACILITY-NPI OF IPS-STAY-RECORD
028500                 TO WS-STY-FACILITY-NPI(WS-STY-IX)
028600             MOVE IPS-FACILITY-NAME OF IPS-STAY-RECORD
028700                 TO WS-STY-FACILITY-NAME(WS-STY-IX)
028800             MOVE IPS-DRG-CODE OF IPS-STAY-RECORD
028900                 TO WS-STY-DRG-CODE(WS-STY-IX)
029000             MOVE IPS-PAID-AMT OF IPS-STAY-RECORD
029100                 TO WS-STY-PAID-AMT(WS-STY-IX)
029200             MOVE IPS-POSTED-DATE OF IPS-STAY-RECORD
029300                 TO WS-STY-POSTED-DATE(WS-STY-IX)
029400             MOVE IPS-READMIT-IND OF IPS-STAY-RECORD
029500                 TO WS-STY-READMIT-IND(WS-STY-IX)
029600             MOVE IPS-PRIOR-CLM-KEY OF IPS-STAY-RECORD
029700                 TO WS-STY-PRIOR-CLM-KEY(WS-STY-IX)
029800             MOVE IPS-DAYS-SINCE-PRIOR OF IPS-STAY-RECORD
029900                 TO WS-STY-DAYS-SINCE(WS-STY-IX)
030000             MOVE IPS-REVIEW-IND OF IPS-STAY-RECORD
030100                 TO WS-STY-REVIEW-IND(WS-STY-IX)
030200             MOVE IPS-DISCHG-DATE OF IPS-STAY-RECORD
030300                 TO WS-DATE-WORK
030400             PERFORM 3900-DATE-TO-INT
030500             MOVE WS-DATE-INT TO WS-STY-DISCHG-INT(WS-STY-IX)
030600         ELSE
030700             PERFORM 1900-TABLE-FULL
030800         END-IF
030900         PERFORM 1410-READ-STAY-HISTORY
031000     END-PERFORM
031100     IF WS-IPS-STATUS NOT = '35'
031200         CLOSE STAY-HISTORY-FILE
031300     END-IF.
031400
031500 1410-READ-STAY-HISTORY.
031600     READ STAY-HISTORY-FILE
031700         AT END
031800             SET WS-NO-MORE-IPS TO TRUE
031900     END-READ.
032000
032100 1900-TABLE-FULL.
032200     SET WS-RUN-FATAL TO TRUE
032300     MOVE SPACES TO RPT-LINE
032310     STRING 'STAY TABLE FULL - RUN STOPPED, HISTORY AND '
032320         'REVIEW QUEUE NOT WRITTEN'
032330         DELIMITED BY SIZE INTO RPT-LINE
032500     WRITE RPT-LINE.
032510
032520 1910-QUEUE-TABLE-FULL.
032530     SET WS-RUN-FATAL TO TRUE
032540     MOVE SPACES TO RPT-LINE
032550     STRING 'REVIEW QUEUE TABLE FULL - RUN STOPPED, HISTORY AND '
032560         'REVIEW QUEUE NOT WRITTEN'
032570         DELIMITED BY SIZE INTO RPT-LINE
032580     WRITE RPT-LINE.
032600
032700*ONE POSTED CLAIM. ONLY POSTED, ACCEPTED INPATIENT CLAIMS ARE
032800*STAYS; A VOID CARRIES NO STAY OF ITS OWN.
032900 2000-PROCESS-POSTED.
033000     IF MEDG-CLM50-IS-POSTED OF POST-CLM50-RECORD
033100         AND MEDG-CLM50-WAS-ACCEPTED OF POST-CLM50-RECORD
033200         AND MEDG-CLM50-ADMIT-DATE OF POST-CLM50-RECORD
033300             NOT = SPACES
033400         AND NOT MEDG-CLM50-IS-VOID OF POST-CLM50-RECORD
033500         PERFORM 2200-ADD-STAY
033600     END-IF
033700     PERFORM 2100-READ-POSTED.
033800
033900 2100-READ-POSTED.
034000     READ POSTED-CLAIMS
034100         AT END
034200             SET WS-NO-MORE-POST TO TRUE
034300     END-READ.
034400
034500 2200-ADD-STAY.
034600     IF MEDG-CLM50-MEMBER-ID OF POST-CLM50-RECORD = ZERO
034700         ADD 1 TO WS-NO-MEMBER-COUNT
034800     ELSE
034900         MOVE 'N' TO WS-STY-FOUND-SW
035000         SET WS-STY-IX TO 1
035100         SEARCH WS-STY-ENTRY
035200             WHEN WS-STY-CLM-KEY(WS-STY-IX) =
035300                  MEDG-CLM50-CLM-KEY OF POST-CLM50-RECORD
035400                 SET WS-STY-FOUND TO TRUE
035500         END-SEARCH
035600         EVALUATE TRUE
035700             WHEN WS-STY-FOUND
035800                 ADD 1 TO WS-ON-FILE-COUNT
035900             WHEN WS-STY-TABLE-COUNT NOT < 50000
036000                 PERFORM 1900-TABLE-FULL
036100             WHEN OTHER
036200                 PERFORM 2300-BUILD-STAY
036300                 PERFORM 3000-FIND-PRIOR-STAY
036400                 IF WS-PRIOR-FOUND
036500                     PERFORM 3100-LINK-READMISSION
036600                 END-IF
036700         END-EVALUATE
036800     END-IF.
036900
037000 2300-BUILD-STAY.
037100     MOVE SPACES TO WS-CUR-DRG-CODE
037200     SET WS-DRA-IX TO 1
037300     SEARCH WS-DRA-ENTRY
037400         WHEN WS-DRA-CLM-KEY(WS-DRA-IX) =
037500              MEDG-CLM50-CLM-KEY OF POST-CLM50-RECORD
037600             MOVE WS-DRA-DRG-CODE(WS-DRA-IX) TO WS-CUR-DRG-CODE
037700     END-SEARCH
037800     ADD 1 TO WS-STY-TABLE-COUNT
037900     MOVE WS-STY-TABLE-COUNT TO WS-NEW-IX
038000     MOVE MEDG-CLM50-MEMBER-ID OF POST-CLM50-RECORD
038100         TO WS-STY-MEMBER-ID(WS-NEW-IX)
038200     MOVE MEDG-CLM50-CLM-KEY OF POST-CLM50-RECORD
038300         TO WS-STY-CLM-KEY(WS-NEW-IX)
038400     MOVE MEDG-CLM50-ADMIT-DATE OF POST-CLM50-RECORD
038500         TO WS-STY-ADMIT-DATE(WS-NEW-IX)
038600     MOVE MEDG-CLM50-DISCHG-DATE OF POST-CLM50-RECORD
038700         TO WS-STY-DISCHG-DATE(WS-NEW-IX)
038800     MOVE MEDG-CLM50-RENDPROV-NPI OF POST-CLM50-RECORD
038900         TO WS-STY-FACILITY-NPI(WS-NEW-IX)
039000     MOVE MEDG-CLM50-RENDPROV-LAST OF POST-CLM50-RECORD
039100         TO WS-STY-FACILITY-NAME(WS-NEW-IX)
039200     MOVE WS-CUR-DRG-CODE TO WS-STY-DRG-CODE(WS-NEW-IX)
039300     MOVE MEDG-CLM50-PAID-AMT OF POST-CLM50-RECORD
039400         TO WS-STY-PAID-AMT(WS-NEW-IX)
039500     MOVE WS-TODAY-DATE TO WS-STY-POSTED-DATE(WS-NEW-IX)
039600     MOVE 'N'  TO WS-STY-READMIT-IND(WS-NEW-IX)
039700     MOVE ZERO TO WS-STY-PRIOR-CLM-KEY(WS-NEW-IX)
039800     MOVE ZERO TO WS-STY-DAYS-SINCE(WS-NEW-IX)
039900     MOVE 'N'  TO WS-STY-REVIEW-IND(WS-NEW-IX)
040000     MOVE MEDG-CLM50-DISCHG-DATE OF POST-CLM50-RECORD
040100         TO WS-DATE-WORK
040200     PERFORM 3900-DATE-TO-INT
040300     MOVE WS-DATE-INT TO WS-STY-DISCHG-INT(WS-NEW-IX)
040400     ADD 1 TO WS-ADDED-COUNT.
040500
040600*THE SAME MEMBER'S LATEST DISCHARGE ON OR BEFORE THIS ADMISSION,
040700*WITHIN THE WINDOW. A STAY WITH NO USABLE DISCHARGE DATE (STILL AN
040800*INTERIM BILL) CANNOT BE THE PRIOR STAY.
040900 3000-FIND-PRIOR-STAY.
041000     MOVE 'N' TO WS-PRIOR-FOUND-SW
041100     MOVE ZERO TO WS-PRIOR-IX
041200     MOVE WS-STY-ADMIT-DATE(WS-NEW-IX) TO WS-DATE-WORK
041300     PERFORM 3900-DATE-TO-INT
041400     MOVE WS-DATE-INT TO WS-ADMIT-INT
041500     IF WS-ADMIT-INT > ZERO
041600         PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
041700                 UNTIL WS-SCAN-IX > WS-STY-TABLE-COUNT
041800             IF WS-SCAN-IX NOT = WS-NEW-IX
041900                 AND WS-STY-MEMBER-ID(WS-SCAN-IX) =
042000                     WS-STY-MEMBER-ID(WS-NEW-IX)
042100                 AND WS-STY-DISCHG-INT(WS-SCAN-IX) > ZERO
042200                 AND WS-STY-DISCHG-INT(WS-SCAN-IX)
042300                     NOT > WS-ADMIT-INT
042400                 AND WS-ADMIT-INT - WS-STY-DISCHG-INT(WS-SCAN-IX)
042500                     NOT > WS-WINDOW-DAYS
042600                 IF NOT WS-PRIOR-FOUND
042700                     OR WS-STY-DISCHG-INT(WS-SCAN-IX) >
042800                        WS-STY-DISCHG-INT(WS-PRIOR-IX)
042900                     SET WS-PRIOR-FOUND TO TRUE
043000                     MOVE WS-SCAN-IX TO WS-PRIOR-IX
043100                 END-IF
043200             END-IF
043300         END-PERFORM
043400     END-IF.
043500
043600 3100-LINK-READMISSION.
043700     COMPUTE WS-DAYS-BETWEEN =
043800         WS-ADMIT-INT - WS-STY-DISCHG-INT(WS-PRIOR-IX)
043900     END-COMPUTE
044000     MOVE 'Y' TO WS-STY-READMIT-IND(WS-NEW-IX)
044100     MOVE WS-STY-CLM-KEY(WS-PRIOR-IX)
044200         TO WS-STY-PRIOR-CLM-KEY(WS-NEW-IX)
044300     MOVE WS-DAYS-BETWEEN TO WS-STY-DAYS-SINCE(WS-NEW-IX)
044400     ADD 1 TO WS-READMIT-COUNT
044500     MOVE 'N' TO WS-SAME-FAC-SW
044600     IF WS-STY-FACILITY-NPI(WS-NEW-IX) NOT = SPACES
044700         AND WS-STY-FACILITY-NPI(WS-NEW-IX) =
044800             WS-STY-FACILITY-NPI(WS-PRIOR-IX)
044900         SET WS-SAME-FACILITY TO TRUE
045000     END-IF
045100     MOVE WS-STY-DRG-CODE(WS-NEW-IX)   TO WS-DRG-A
045200     MOVE WS-STY-DRG-CODE(WS-PRIOR-IX) TO WS-DRG-B
045300     PERFORM 3200-CHECK-RELATED-DRG
045400     IF WS-SAME-FACILITY OR WS-DRG-IS-RELATED
045500         MOVE 'Y' TO WS-STY-REVIEW-IND(WS-NEW-IX)
045600         PERFORM 3300-QUEUE-FOR-REVIEW
045700     END-IF.
045800
045900*RELATED MEANS THE SAME DRG, OR BOTH DRGS IN ONE BASE/CC/MCC
046000*FAMILY.
046100 3200-CHECK-RELATED-DRG.
046200     MOVE 'N' TO WS-RELATED-DRG-SW
046300     IF WS-DRG-A NOT = SPACES
046400         AND WS-DRG-B NOT = SPACES
046500         IF WS-DRG-A = WS-DRG-B
046600             SET WS-DRG-IS-RELATED TO TRUE
046700         ELSE
046800             PERFORM VARYING WS-FAM-IX FROM 1 BY 1
046900                     UNTIL WS-FAM-IX > WS-FAM-TABLE-COUNT
047000                     OR WS-DRG-IS-RELATED
047100                 IF (WS-DRG-A = WS-FAM-DRG-BASE(WS-FAM-IX)
047200                     OR WS-DRG-A = WS-FAM-DRG-CC(WS-FAM-IX)
047300                     OR WS-DRG-A = WS-FAM-DRG-MCC(WS-FAM-IX))
047400                     AND (WS-DRG-B = WS-FAM-DRG-BASE(WS-FAM-IX)
047500                     OR WS-DRG-B = WS-FAM-DRG-CC(WS-FAM-IX)
047600                     OR WS-DRG-B = WS-FAM-DRG-MCC(WS-FAM-IX))
047700                     SET WS-DRG-IS-RELATED TO TRUE
047800                 END-IF
047900             END-PERFORM
048000         END-IF
048100     END-IF.
048200
048300 3300-QUEUE-FOR-REVIEW.
048400     MOVE SPACES TO RDMQ-RECORD
048500     SET RDMQ-OPEN TO TRUE
048600     MOVE WS-TODAY-DATE TO RDMQ-QUEUED-DATE
048700     MOVE WS-STY-MEMBER-ID(WS-NEW-IX) TO RDMQ-MEMBER-ID
048800     EVALUATE TRUE
048900         WHEN WS-SAME-FACILITY AND WS-DRG-IS-RELATED
049000             SET RDMQ-FACILITY-AND-DRG TO TRUE
049100             MOVE 'SAME FACILITY, RELATED DRG' TO WS-RPT-REASON
049200         WHEN WS-SAME-FACILITY
049300             SET RDMQ-SAME-FACILITY TO TRUE
049400             MOVE 'SAME FACILITY' TO WS-RPT-REASON
049500         WHEN OTHER
049600             SET RDMQ-RELATED-DRG TO TRUE
049700             MOVE 'RELATED DRG' TO WS-RPT-REASON
049800     END-EVALUATE
049900     MOVE WS-DAYS-BETWEEN TO RDMQ-DAYS-BETWEEN
050000     MOVE WS-STY-CLM-KEY(WS-PRIOR-IX)     TO RDMQ-PRIOR-CLM-KEY
050100     MOVE WS-STY-DISCHG-DATE(WS-PRIOR-IX)
050200         TO RDMQ-PRIOR-DISCHG-DATE
050300     MOVE WS-STY-FACILITY-NPI(WS-PRIOR-IX)
050400         TO RDMQ-PRIOR-FACILITY-NPI
050500     MOVE WS-STY-DRG-CODE(WS-PRIOR-IX)    TO RDMQ-PRIOR-DRG-CODE
050600     MOVE WS-STY-PAID-AMT(WS-PRIOR-IX)    TO RDMQ-PRIOR-PAID-AMT
050700     MOVE WS-STY-CLM-KEY(WS-NEW-IX)       TO RDMQ-READM-CLM-KEY
050800     MOVE WS-STY-ADMIT-DATE(WS-NEW-IX)    TO RDMQ-READM-ADMIT-DATE
050900     MOVE WS-STY-FACILITY-NPI(WS-NEW-IX)
051000         TO RDMQ-READM-FACILITY-NPI
051100     MOVE WS-STY-DRG-CODE(WS-NEW-IX)      TO RDMQ-READM-DRG-CODE
051200     MOVE WS-STY-PAID-AMT(WS-NEW-IX)      TO RDMQ-READM-PAID-AMT
051300     IF WS-RDQ-TABLE-COUNT NOT < 10000
051310         PERFORM 1910-QUEUE-TABLE-FULL
051320     ELSE
051330         ADD 1 TO WS-RDQ-TABLE-COUNT
051340         SET WS-RDQ-IX TO WS-RDQ-TABLE-COUNT
051350         MOVE RDMQ-RECORD TO WS-RDQ-IMAGE(WS-RDQ-IX)
051360         ADD 1 TO WS-QUEUED-COUNT
051370     END-IF
051500     MOVE WS-STY-PAID-AMT(WS-NEW-IX)   TO WS-RPT-AMOUNT
051600     MOVE WS-STY-PAID-AMT(WS-PRIOR-IX) TO WS-RPT-PRIOR-AMT
051700     MOVE WS-DAYS-BETWEEN TO WS-RPT-DAYS
051800     MOVE SPACES TO RPT-LINE
051900     STRING 'CLAIM ' DELIMITED BY SIZE
052000            RDMQ-READM-CLM-KEY DELIMITED BY SIZE
052100            ' ADMIT ' DELIMITED BY SIZE
052200            RDMQ-READM-ADMIT-DATE DELIMITED BY SIZE
052300            ' PAID ' DELIMITED BY SIZE
052400            WS-RPT-AMOUNT DELIMITED BY SIZE
052500            ' PRIOR ' DELIMITED BY SIZE
052600            RDMQ-PRIOR-CLM-KEY DELIMITED BY SIZE
052700            ' DISCHG ' DELIMITED BY SIZE
052800            RDMQ-PRIOR-DISCHG-DATE DELIMITED BY SIZE
052900            ' PAID ' DELIMITED BY SIZE
053000            WS-RPT-PRIOR-AMT DELIMITED BY SIZE
053100            ' DAYS ' DELIMITED BY SIZE
053200            WS-RPT-DAYS DELIMITED BY SIZE
053300            ' ' DELIMITED BY SIZE
053400            WS-RPT-REASON DELIMITED BY '  '
053500         INTO RPT-LINE
053600     END-STRING
053700     WRITE RPT-LINE
053800     MOVE SPACES TO RPT-LINE
053900     STRING '      MEMBER ' DELIMITED BY SIZE
054000            RDMQ-MEMBER-ID DELIMITED BY SIZE
054100            ' FACILITY ' DELIMITED BY SIZE
054200            RDMQ-READM-FACILITY-NPI DELIMITED BY SIZE
054300            ' ' DELIMITED BY SIZE
054400            WS-STY-FACILITY-NAME(WS-NEW-IX) DELIMITED BY SIZE
054500            ' DRG ' DELIMITED BY SIZE
054600            RDMQ-READM-DRG-CODE DELIMITED BY SIZE
054700            ' PRIOR FACILITY ' DELIMITED BY SIZE
054800            RDMQ-PRIOR-FACILITY-NPI DELIMITED BY SIZE
054900            ' DRG ' DELIMITED BY SIZE
055000            RDMQ-PRIOR-DRG-CODE DELIMITED BY SIZE
055100         INTO RPT-LINE
055200     END-STRING
055300     WRITE RPT-LINE.
055400
055500*CCYYMMDD TO A DAY NUMBER; ZERO WHEN THE DATE IS NOT USABLE.
055600 3900-DATE-TO-INT.
055700     MOVE ZERO TO WS-DATE-INT
055800     IF WS-DATE-WORK IS NUMERIC
055900         AND WS-DATE-WORK(1:4) > '1600'
056000         AND WS-DATE-WORK(5:2) > '00'
056100         AND WS-DATE-WORK(5:2) < '13'
056200         AND WS-DATE-WORK(7:2) > '00'
056300         AND WS-DATE-WORK(7:2) < '32'
056400         COMPUTE WS-DATE-INT =
056500             FUNCTION INTEGER-OF-DATE
056600                 (FUNCTION NUMVAL (WS-DATE-WORK))
056700         END-COMPUTE
056800     END-IF.
056900
057000 4000-WRITE-STAYS-OUT.
057100     PERFORM VARYING WS-STY-IX FROM 1 BY 1
057200             UNTIL WS-STY-IX > WS-STY-TABLE-COUNT
057300         MOVE WS-STY-MEMBER-ID(WS-STY-IX)  TO IPS-MEMBER-ID OF
057400                                              IPSO-RECORD
057500         MOVE WS-STY-CLM-KEY(WS-STY-IX)    TO IPS-CLM-KEY OF
057600                                              IPSO-RECORD
057700         MOVE WS-STY-ADMIT-DATE(WS-STY-IX) TO IPS-ADMIT-DATE OF
057800                                              IPSO-RECORD
057900         MOVE WS-STY-DISCHG-DATE(WS-STY-IX)
058000             TO IPS-DISCHG-DATE OF IPSO-RECORD
058100         MOVE WS-STY-FACILITY-NPI(WS-STY-IX)
058200             TO IPS-FACILITY-NPI OF IPSO-RECORD
058300         MOVE WS-STY-FACILITY-NAME(WS-STY-IX)
058400             TO IPS-FACILITY-NAME OF IPSO-RECORD
058500         MOVE WS-STY-DRG-CODE(WS-STY-IX)   TO IPS-DRG-CODE OF
058600                                              IPSO-RECORD
058700         MOVE WS-STY-PAID-AMT(WS-STY-IX)   TO IPS-PAID-AMT OF
058800                                              IPSO-RECORD
058900         MOVE WS-STY-POSTED-DATE(WS-STY-IX)
059000             TO IPS-POSTED-DATE OF IPSO-RECORD
059100         MOVE WS-STY-READMIT-IND(WS-STY-IX)
059200             TO IPS-READMIT-IND OF IPSO-RECORD
059300         MOVE WS-STY-PRIOR-CLM-KEY(WS-STY-IX)
059400             TO IPS-PRIOR-CLM-KEY OF IPSO-RECORD
059500         MOVE WS-STY-DAYS-SINCE(WS-STY-IX)
059600             TO IPS-DAYS-SINCE-PRIOR OF IPSO-RECORD
059700         MOVE WS-STY-REVIEW-IND(WS-STY-IX)
059800             TO IPS-REVIEW-IND OF IPSO-RECORD
059900         WRITE IPSO-RECORD
060000         ADD 1 TO WS-STY-OUT-COUNT
060100     END-PERFORM.
060200
060210*THE REVIEW QUEUE ENTRIES GO OUT WITH THE HISTORY THAT RECORDS
060220*THEIR STAYS, SO A RERUN AFTER A STOPPED RUN QUEUES THEM ONCE.
060230 4100-WRITE-REVIEW-QUEUE.
060240     PERFORM VARYING WS-RDQ-IX FROM 1 BY 1
060250             UNTIL WS-RDQ-IX > WS-RDQ-TABLE-COUNT
060260         MOVE WS-RDQ-IMAGE(WS-RDQ-IX) TO RDMQ-RECORD
060270         WRITE RDMQ-RECORD
060280     END-PERFORM.
060290
060300 5000-WRITE-SUMMARY.
060400     MOVE SPACES TO RPT-LINE
060500     WRITE RPT-LINE
060600     MOVE SPACES TO RPT-LINE
060700     STRING 'INPATIENT STAYS ADDED: ' DELIMITED BY SIZE
060800            WS-ADDED-COUNT DELIMITED BY SIZE
060900            '  ALREADY ON HISTORY: ' DELIMITED BY SIZE
061000            WS-ON-FILE-COUNT DELIMITED BY SIZE
061100            '  NO MEMBER ID: ' DELIMITED BY SIZE
061200            WS-NO-MEMBER-COUNT DELIMITED BY SIZE
061300         INTO RPT-LINE
061400     END-STRING
061500     WRITE RPT-LINE
061600     MOVE SPACES TO RPT-LINE
061700     STRING 'READMISSIONS IN WINDOW: ' DELIMITED BY SIZE
061800            WS-READMIT-COUNT DELIMITED BY SIZE
061900            '  QUEUED FOR REVIEW: ' DELIMITED BY SIZE
062000            WS-QUEUED-COUNT DELIMITED BY SIZE
062100            '  STAYS ON HISTORY: ' DELIMITED BY SIZE
062200            WS-STY-OUT-COUNT DELIMITED BY SIZE
062300         INTO RPT-LINE
062400     END-STRING
062500     WRITE RPT-LINE.
062600
062700 9000-TERMINATE.
062800     CLOSE POSTED-CLAIMS
062900     CLOSE STAY-HISTORY-OUT
063000     CLOSE READM-QUEUE
063100     CLOSE READM-RPT.
