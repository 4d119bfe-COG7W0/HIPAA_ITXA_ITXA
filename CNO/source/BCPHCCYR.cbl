000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150124 - HCC YEAR-OVER-YEAR         *
000300*            RECAPTURE REPORT. FROM THE MEMBER HCC PROFILE       *
000400*            (BCPHCCPF), LISTS EVERY CHRONIC HCC THAT SCORED FOR *
000500*            A MEMBER IN THE PRIOR YEAR BUT HAS NO SUPPORT YET   *
000600*            IN THE REPORT YEAR (HCCYPARM CCYY, ELSE THE CURRENT *
000700*            YEAR), SO THE CARE TEAM CAN SCHEDULE A VISIT TO     *
000800*            RECAPTURE IT. AN HCC COUNTS AS RECAPTURED WHEN THE  *
000900*            REPORT YEAR HAS THE SAME HCC OR ONE ABOVE IT IN THE *
001000*            REPORT YEAR'S HIERARCHY (BCPHCCMS). RC 4 WHEN ANY   *
001100*            HCC IS LISTED.                                      *
001200******************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. BCPHCCYR.
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001800     SELECT OPTIONAL HCCY-PARM-FILE ASSIGN TO HCCYPARM
001900            ORGANIZATION IS LINE SEQUENTIAL
002000            FILE STATUS IS WS-PRM-STATUS.
002100     SELECT HCC-MODEL-FILE ASSIGN TO HCCMODEL
002200            ORGANIZATION IS LINE SEQUENTIAL
002300            FILE STATUS IS WS-HCM-STATUS.
002400     SELECT OPTIONAL HCC-PROFILE-FILE ASSIGN TO HCCPROF
002500            ORGANIZATION IS LINE SEQUENTIAL
002600            FILE STATUS IS WS-HPF-STATUS.
002700     SELECT HCCY-RPT ASSIGN TO HCCYRPT
002800            ORGANIZATION IS LINE SEQUENTIAL
002900            FILE STATUS IS WS-RPT-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  HCCY-PARM-FILE.
003300 01  HYPRM-RECORD.
003400     05  HYPRM-RPT-YEAR            PIC X(04).
003500 FD  HCC-MODEL-FILE.
003600     COPY BCPHCCMS.
003700 FD  HCC-PROFILE-FILE.
003800     COPY BCPHCCPF.
003900 FD  HCCY-RPT.
004000 01  RPT-LINE                  PIC X(132).
004100 WORKING-STORAGE SECTION.
004200 01  WS-PRM-STATUS             PIC X(02).
004300 01  WS-HCM-STATUS             PIC X(02).
004400 01  WS-HPF-STATUS             PIC X(02).
004500 01  WS-RPT-STATUS             PIC X(02).
004600 01  WS-HCM-EOF-SW             PIC X(01)      VALUE 'N'.
004700     88  WS-NO-MORE-HCM            VALUE 'Y'.
004800 01  WS-HPF-EOF-SW             PIC X(01)      VALUE 'N'.
004900     88  WS-NO-MORE-HPF            VALUE 'Y'.
005000 01  WS-TODAY-DATE             PIC X(08).
005100 01  WS-RPT-YEAR               PIC 9(04)      VALUE ZERO.
005200 01  WS-RPT-YEAR-X REDEFINES WS-RPT-YEAR
005300                               PIC X(04).
005400 01  WS-PRIOR-YEAR             PIC 9(04)      VALUE ZERO.
005500 01  WS-PRIOR-YEAR-X REDEFINES WS-PRIOR-YEAR
005600                               PIC X(04).
005700*THE REPORT YEAR'S HIERARCHY.
005800 01  WS-HIE-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
005900 01  WS-HIE-TABLE.
006000     05  WS-HIE-ENTRY          OCCURS 1 TO 2000 TIMES
006100                               DEPENDING ON WS-HIE-TABLE-COUNT
006200                               INDEXED BY WS-HIE-IX.
006300         10  WS-HIE-HCC            PIC X(04).
006400         10  WS-HIE-DROPS-HCC      PIC X(04).
006500*ONE MEMBER: PRIOR-YEAR CHRONIC HCCS THAT SCORED, AND EVERY HCC
006600*SUPPORTED SO FAR IN THE REPORT YEAR.
006700 01  WS-MBR-ID                 PIC 9(10)      VALUE ZERO.
006800 01  WS-PRI-COUNT              PIC 9(03)      VALUE ZERO.
006900 01  WS-PRI-TABLE.
007000     05  WS-PRI-ENTRY          OCCURS 1 TO 200 TIMES
007100                               DEPENDING ON WS-PRI-COUNT
007200                               INDEXED BY WS-PRI-IX.
007300         10  WS-PRI-HCC            PIC X(04).
007400         10  WS-PRI-FIRST-DOS      PIC X(08).
007500         10  WS-PRI-FIRST-CLM-KEY  PIC 9(06).
007600         10  WS-PRI-FIRST-DIAG     PIC X(10).
007700         10  WS-PRI-COEFFICIENT    PIC 9(01)V999.
007800 01  WS-CUR-COUNT              PIC 9(03)      VALUE ZERO.
007900 01  WS-CUR-TABLE.
008000     05  WS-CUR-ENTRY          OCCURS 1 TO 200 TIMES
008100                               DEPENDING ON WS-CUR-COUNT
008200                               INDEXED BY WS-CUR-IX.
008300         10  WS-CUR-HCC            PIC X(04).
008400 01  WS-RECAPTURED-SW          PIC X(01)      VALUE 'N'.
008500     88  WS-RECAPTURED             VALUE 'Y'.
008600 01  WS-MBR-GAP-SW             PIC X(01)      VALUE 'N'.
008700     88  WS-MBR-HAS-GAP            VALUE 'Y'.
008800 01  WS-CHRONIC-MBR-COUNT      PIC 9(07)      VALUE ZERO.
008900 01  WS-GAP-MBR-COUNT          PIC 9(07)      VALUE ZERO.
009000 01  WS-GAP-HCC-COUNT          PIC 9(07)      VALUE ZERO.
009100 01  WS-OVERFLOW-COUNT         PIC 9(07)      VALUE ZERO.
009200 01  WS-GAP-SCORE-TOTAL        PIC 9(07)V999  VALUE ZERO.
009300 01  WS-RPT-COEF               PIC 9.999.
009400 01  WS-RPT-TOTAL              PIC Z,ZZZ,ZZ9.999.
009500 PROCEDURE DIVISION.
009600 0000-MAIN-CONTROL.
009700     PERFORM 1000-INITIALIZE
009800     PERFORM 1100-LOAD-HIERARCHY
009900     PERFORM 2000-SCAN-PROFILE
010000     PERFORM 5000-WRITE-SUMMARY
010100     PERFORM 9000-TERMINATE
010200     IF WS-GAP-HCC-COUNT NOT = ZERO
010300         MOVE 4 TO RETURN-CODE
010400     END-IF
010500     STOP RUN.
010600
010700 1000-INITIALIZE.
010800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
010900     MOVE WS-TODAY-DATE(1:4) TO WS-RPT-YEAR-X
011000     OPEN INPUT HCCY-PARM-FILE
011100     READ HCCY-PARM-FILE
011200         AT END
011300             CONTINUE
011400         NOT AT END
011500             IF HYPRM-RPT-YEAR IS NUMERIC
011600                 AND HYPRM-RPT-YEAR > '1900'
011700                 MOVE HYPRM-RPT-YEAR TO WS-RPT-YEAR-X
011800             END-IF
011900     END-READ
012000     CLOSE HCCY-PARM-FILE
012100     COMPUTE WS-PRIOR-YEAR = WS-RPT-YEAR - 1
012200     OPEN OUTPUT HCCY-RPT
012300     MOVE SPACES TO RPT-LINE
012400     STRING 'CHRONIC HCCS SCORED IN ' DELIMITED BY SIZE
012500            WS-PRIOR-YEAR-X DELIMITED BY SIZE
012600            ' NOT YET RECAPTURED IN ' DELIMITED BY SIZE
012700            WS-RPT-YEAR-X DELIMITED BY SIZE
012800            ' - RUN ' DELIMITED BY SIZE
012900            WS-TODAY-DATE DELIMITED BY SIZE
013000         INTO RPT-LINE
013100     END-STRING
013200     WRITE RPT-LINE
013300     MOVE SPACES TO RPT-LINE
013400     WRITE RPT-LINE.
013500
013600 1100-LOAD-HIERARCHY.
013700     OPEN INPUT HCC-MODEL-FILE
013800     PERFORM 1110-READ-HCC-MODEL
013900     PERFORM UNTIL WS-NO-MORE-HCM
014000         IF HCCMS-HIERARCHY-ROW
014100             AND HCCMS-MODEL-YEAR = WS-RPT-YEAR-X
014200             AND WS-HIE-TABLE-COUNT < 2000
014300             ADD 1 TO WS-HIE-TABLE-COUNT
014400             SET WS-HIE-IX TO WS-HIE-TABLE-COUNT
014500             MOVE HCCMS-HCC       TO WS-HIE-HCC(WS-HIE-IX)
014600             MOVE HCCMS-DROPS-HCC TO WS-HIE-DROPS-HCC(WS-HIE-IX)
014700         END-IF
014800         PERFORM 1110-READ-HCC-MODEL
014900     END-PERFORM
015000     CLOSE HCC-MODEL-FILE.
015100
015200 1110-READ-HCC-MODEL.
015300     READ HCC-MODEL-FILE
015400         AT END
015500             SET WS-NO-MORE-HCM TO TRUE
015600     END-READ.
015700
015800*THE PROFILE IS IN MEMBER/YEAR/HCC ORDER; BREAK ON MEMBER.
015900 2000-SCAN-PROFILE.
016000     OPEN INPUT HCC-PROFILE-FILE
016100     MOVE ZERO TO WS-PRI-COUNT
016200     MOVE ZERO TO WS-CUR-COUNT
016300     PERFORM 2010-READ-PROFILE
016400     PERFORM UNTIL WS-NO-MORE-HPF
016500         IF HCCPF-MEMBER-ID NOT = WS-MBR-ID
016600             PERFORM 3000-CHECK-MEMBER
016700             MOVE HCCPF-MEMBER-ID TO WS-MBR-ID
016800         END-IF
016900         IF HCCPF-HCC-ROW
017000             PERFORM 2100-KEEP-HCC
017100         END-IF
017200         PERFORM 2010-READ-PROFILE
017300     END-PERFORM
017400     PERFORM 3000-CHECK-MEMBER
017500     IF WS-HPF-STATUS NOT = '35'
017600         CLOSE HCC-PROFILE-FILE
017700     END-IF.
017800
017900 2010-READ-PROFILE.
018000     READ HCC-PROFILE-FILE
018100         AT END
018200             SET WS-NO-MORE-HPF TO TRUE
018300     END-READ.
018400
018500 2100-KEEP-HCC.
018600     EVALUATE TRUE
018700         WHEN HCCPF-SERVICE-YEAR = WS-PRIOR-YEAR-X
018800             AND HCCPF-IS-CHRONIC
018900             AND NOT HCCPF-DROPPED-BY-HIER
019000             IF WS-PRI-COUNT < 200
019100                 ADD 1 TO WS-PRI-COUNT
019200                 SET WS-PRI-IX TO WS-PRI-COUNT
019300                 MOVE HCCPF-HCC       TO WS-PRI-HCC(WS-PRI-IX)
019400                 MOVE HCCPF-FIRST-DOS
019500                     TO WS-PRI-FIRST-DOS(WS-PRI-IX)
019600                 MOVE HCCPF-FIRST-CLM-KEY
019700                     TO WS-PRI-FIRST-CLM-KEY(WS-PRI-IX)
019800                 MOVE HCCPF-FIRST-DIAG
019900                     TO WS-PRI-FIRST-DIAG(WS-PRI-IX)
020000                 MOVE HCCPF-COEFFICIENT
020100                     TO WS-PRI-COEFFICIENT(WS-PRI-IX)
020200             ELSE
020300                 ADD 1 TO WS-OVERFLOW-COUNT
020400             END-IF
020500         WHEN HCCPF-SERVICE-YEAR = WS-RPT-YEAR-X
020600             IF WS-CUR-COUNT < 200
020700                 ADD 1 TO WS-CUR-COUNT
020800                 SET WS-CUR-IX TO WS-CUR-COUNT
020900                 MOVE HCCPF-HCC TO WS-CUR-HCC(WS-CUR-IX)
021000             ELSE
021100                 ADD 1 TO WS-OVERFLOW-COUNT
021200             END-IF
021300         WHEN OTHER
021400             CONTINUE
021500     END-EVALUATE.
021600
021700 3000-CHECK-MEMBER.
021800     IF WS-PRI-COUNT > ZERO
021900         ADD 1 TO WS-CHRONIC-MBR-COUNT
022000         MOVE 'N' TO WS-MBR-GAP-SW
022100         PERFORM VARYING WS-PRI-IX FROM 1 BY 1
022200                 UNTIL WS-PRI-IX > WS-PRI-COUNT
022300             PERFORM 3100-CHECK-RECAPTURE
022400             IF NOT WS-RECAPTURED
022500                 SET WS-MBR-HAS-GAP TO TRUE
022600                 PERFORM 3200-REPORT-GAP
022700             END-IF
022800         END-PERFORM
022900         IF WS-MBR-HAS-GAP
023000             ADD 1 TO WS-GAP-MBR-COUNT
023100         END-IF
023200     END-IF
023300     MOVE ZERO TO WS-PRI-COUNT
023400     MOVE ZERO TO WS-CUR-COUNT.
023500
023600 3100-CHECK-RECAPTURE.
023700     MOVE 'N' TO WS-RECAPTURED-SW
023800     PERFORM VARYING WS-CUR-IX FROM 1 BY 1
023900             UNTIL WS-CUR-IX > WS-CUR-COUNT
024000             OR WS-RECAPTURED
024100         IF WS-CUR-HCC(WS-CUR-IX) = WS-PRI-HCC(WS-PRI-IX)
024200             SET WS-RECAPTURED TO TRUE
024300         ELSE
024400             IF WS-HIE-TABLE-COUNT > ZERO
024500                 SET WS-HIE-IX TO 1
024600                 SEARCH WS-HIE-ENTRY
024700                     AT END
024800                         CONTINUE
024900                     WHEN WS-HIE-HCC(WS-HIE-IX) =
025000                          WS-CUR-HCC(WS-CUR-IX)
025100                         AND WS-HIE-DROPS-HCC(WS-HIE-IX) =
025200                             WS-PRI-HCC(WS-PRI-IX)
025300                         SET WS-RECAPTURED TO TRUE
025400                 END-SEARCH
025500             END-IF
025600         END-IF
025700     END-PERFORM.
025800
025900 3200-REPORT-GAP.
026000     ADD 1 TO WS-GAP-HCC-COUNT
026100     ADD WS-PRI-COEFFICIENT(WS-PRI-IX) TO WS-GAP-SCORE-TOTAL
026200     MOVE WS-PRI-COEFFICIENT(WS-PRI-IX) TO WS-RPT-COEF
026300     MOVE SPACES TO RPT-LINE
026400     STRING 'MEMBER ' DELIMITED BY SIZE
026500            WS-MBR-ID DELIMITED BY SIZE
026600            ' HCC ' DELIMITED BY SIZE
026700            WS-PRI-HCC(WS-PRI-IX) DELIMITED BY SIZE
026800            ' COEF ' DELIMITED BY SIZE
026900            WS-RPT-COEF DELIMITED BY SIZE
027000            ' FIRST SUPPORTED ' DELIMITED BY SIZE
027100            WS-PRI-FIRST-DOS(WS-PRI-IX) DELIMITED BY SIZE
027200            ' CLAIM ' DELIMITED BY SIZE
027300            WS-PRI-FIRST-CLM-KEY(WS-PRI-IX) DELIMITED BY SIZE
027400            ' DIAG ' DELIMITED BY SIZE
027500            WS-PRI-FIRST-DIAG(WS-PRI-IX) DELIMITED BY SIZE
027600         INTO RPT-LINE
027700     END-STRING
027800     WRITE RPT-LINE.
027900
028000 5000-WRITE-SUMMARY.
028100     MOVE SPACES TO RPT-LINE
028200     WRITE RPT-LINE
028300     MOVE SPACES TO RPT-LINE
028400     STRING 'MEMBERS WITH PRIOR-YEAR CHRONIC HCCS: '
028500                DELIMITED BY SIZE
028600            WS-CHRONIC-MBR-COUNT DELIMITED BY SIZE
028700            '  MEMBERS WITH GAPS: ' DELIMITED BY SIZE
028800            WS-GAP-MBR-COUNT DELIMITED BY SIZE
028900            '  HCCS NOT RECAPTURED: ' DELIMITED BY SIZE
029000            WS-GAP-HCC-COUNT DELIMITED BY SIZE
029100         INTO RPT-LINE
029200     END-STRING
029300     WRITE RPT-LINE
029400     MOVE WS-GAP-SCORE-TOTAL TO WS-RPT-TOTAL
029500     MOVE SPACES TO RPT-LINE
029600     STRING 'COEFFICIENT NOT YET RECAPTURED: ' DELIMITED BY SIZE
029700            WS-RPT-TOTAL DELIMITED BY SIZE
029800            '  HCCS PAST MEMBER LIMIT: ' DELIMITED BY SIZE
029900            WS-OVERFLOW-COUNT DELIMITED BY SIZE
030000         INTO RPT-LINE
030100     END-STRING
030200     WRITE RPT-LINE.
030300
030400 9000-TERMINATE.
030500     CLOSE HCCY-RPT.
