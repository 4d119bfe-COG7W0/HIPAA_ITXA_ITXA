000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150123 - MONTHLY READMISSION RATE   *
000300*            BY FACILITY. FROM THE INPATIENT STAY HISTORY        *
000400*            (BCPIPSTY), FOR THE REPORT MONTH (READRPRM CCYYMM,  *
000500*            ELSE THE MONTH BEFORE THE CURRENT ONE, SO THE       *
000600*            READMISSION WINDOW HAS RUN OUT FOR MOST DISCHARGES) *
000700*            COUNTS EACH FACILITY'S DISCHARGES IN THE MONTH AND  *
000800*            HOW MANY OF THEM BCPREADM LINKED A LATER            *
000900*            READMISSION TO (ANY FACILITY, AND THE SAME          *
001000*            FACILITY), WITH THE READMISSION RATE. RC 8 WHEN A   *
001100*            TABLE FILLS.                                        *
001200******************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. BCPREADR.
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001800     SELECT OPTIONAL READR-PARM-FILE ASSIGN TO READRPRM
001900            ORGANIZATION IS LINE SEQUENTIAL
002000            FILE STATUS IS WS-PRM-STATUS.
002100     SELECT OPTIONAL STAY-HISTORY-FILE ASSIGN TO IPSTAY
002200            ORGANIZATION IS LINE SEQUENTIAL
002300            FILE STATUS IS WS-IPS-STATUS.
002400     SELECT READR-RPT ASSIGN TO READRRPT
002500            ORGANIZATION IS LINE SEQUENTIAL
002600            FILE STATUS IS WS-RPT-STATUS.
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  READR-PARM-FILE.
003000 01  RDRPRM-RECORD.
003100     05  RDRPRM-RPT-MONTH          PIC X(06).
003200 FD  STAY-HISTORY-FILE.
003300     COPY BCPIPSTY.
003400 FD  READR-RPT.
003500 01  RPT-LINE                  PIC X(132).
003600 WORKING-STORAGE SECTION.
003700 01  WS-PRM-STATUS             PIC X(02).
003800 01  WS-IPS-STATUS             PIC X(02).
003900 01  WS-RPT-STATUS             PIC X(02).
004000 01  WS-IPS-EOF-SW             PIC X(01)      VALUE 'N'.
004100     88  WS-NO-MORE-IPS            VALUE 'Y'.
004200 01  WS-RUN-FATAL-SW           PIC X(01)      VALUE 'N'.
004300     88  WS-RUN-FATAL              VALUE 'Y'.
004400 01  WS-TODAY-DATE             PIC X(08).
004500 01  WS-RPT-MONTH.
004600     05  WS-RPT-CCYY           PIC 9(04).
004700     05  WS-RPT-MM             PIC 9(02).
004800*STAYS DISCHARGED IN THE REPORT MONTH, AND THE READMISSION LINKS
004900*(STAY TO THE PRIOR CLAIM KEY IT FOLLOWED) FROM THE WHOLE HISTORY.
005000 01  WS-DIS-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
005100 01  WS-DIS-TABLE.
005200     05  WS-DIS-ENTRY          OCCURS 1 TO 20000 TIMES
005300                               DEPENDING ON WS-DIS-TABLE-COUNT
005400                               INDEXED BY WS-DIS-IX.
005500         10  WS-DIS-CLM-KEY        PIC 9(06).
005600         10  WS-DIS-FACILITY-NPI   PIC X(10).
005700 01  WS-LNK-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
005800 01  WS-LNK-TABLE.
005900     05  WS-LNK-ENTRY          OCCURS 1 TO 20000 TIMES
006000                               DEPENDING ON WS-LNK-TABLE-COUNT
006100                               INDEXED BY WS-LNK-IX.
006200         10  WS-LNK-PRIOR-CLM-KEY  PIC 9(06).
006300         10  WS-LNK-FACILITY-NPI   PIC X(10).
006400*PER-FACILITY TOTALS FOR THE MONTH.
006500 01  WS-FAC-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
006600 01  WS-FAC-TABLE.
006700     05  WS-FAC-ENTRY          OCCURS 1 TO 5000 TIMES
006800                               DEPENDING ON WS-FAC-TABLE-COUNT
006900                               INDEXED BY WS-FAC-IX.
007000         10  WS-FAC-NPI            PIC X(10).
007100         10  WS-FAC-NAME           PIC X(33).
007200         10  WS-FAC-DISCHARGES     PIC 9(05).
007300         10  WS-FAC-READMITS       PIC 9(05).
007400         10  WS-FAC-SAME-FAC       PIC 9(05).
007500 01  WS-FAC-FOUND-SW           PIC X(01)      VALUE 'N'.
007600     88  WS-FAC-FOUND              VALUE 'Y'.
007700 01  WS-TOT-DISCHARGES         PIC 9(07)      VALUE ZERO.
007800 01  WS-TOT-READMITS           PIC 9(07)      VALUE ZERO.
007900 01  WS-TOT-SAME-FAC           PIC 9(07)      VALUE ZERO.
008000 01  WS-RATE                   PIC 9(03)V9    VALUE ZERO.
008100 01  WS-RPT-RATE               PIC ZZ9.9.
008200 01  WS-RPT-DISCHARGES         PIC ZZ,ZZ9.
008300 01  WS-RPT-READMITS           PIC ZZ,ZZ9.
008400 01  WS-RPT-SAME-FAC           PIC ZZ,ZZ9.
008500 PROCEDURE DIVISION.
008600 0000-MAIN-CONTROL.
008700     PERFORM 1000-INITIALIZE
008800     PERFORM 1100-LOAD-STAY-HISTORY
008900     IF NOT WS-RUN-FATAL
009000         PERFORM 2000-COUNT-DISCHARGES
009100         PERFORM 3000-COUNT-READMISSIONS
009200         PERFORM 4000-WRITE-FACILITIES
009300     END-IF
009400     PERFORM 9000-TERMINATE
009500     IF WS-RUN-FATAL
009600         MOVE 8 TO RETURN-CODE
009700     END-IF
009800     STOP RUN.
009900
010000 1000-INITIALIZE.
010100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
010200     MOVE WS-TODAY-DATE(1:6) TO WS-RPT-MONTH
010300     IF WS-RPT-MM = 1
010400         MOVE 12 TO WS-RPT-MM
010500         SUBTRACT 1 FROM WS-RPT-CCYY
010600     ELSE
010700         SUBTRACT 1 FROM WS-RPT-MM
010800     END-IF
010900     OPEN INPUT READR-PARM-FILE
011000     READ READR-PARM-FILE
011100         AT END
011200             CONTINUE
011300         NOT AT END
011400             IF RDRPRM-RPT-MONTH IS NUMERIC
011500                 AND RDRPRM-RPT-MONTH(5:2) > '00'
011600                 AND RDRPRM-RPT-MONTH(5:2) < '13'
011700                 MOVE RDRPRM-RPT-MONTH TO WS-RPT-MONTH
011800             END-IF
011900     END-READ
012000     CLOSE READR-PARM-FILE
012100     OPEN OUTPUT READR-RPT
012200     MOVE SPACES TO RPT-LINE
012300     STRING 'INPATIENT READMISSION RATE BY FACILITY - '
012400                DELIMITED BY SIZE
012500            'DISCHARGES IN ' DELIMITED BY SIZE
012600            WS-RPT-MONTH DELIMITED BY SIZE
012700         INTO RPT-LINE
012800     END-STRING
012900     WRITE RPT-LINE.
013000
013100 1100-LOAD-STAY-HISTORY.
013200     OPEN INPUT STAY-HISTORY-FILE
013300     PERFORM 1110-READ-STAY-HISTORY
013400     PERFORM UNTIL WS-NO-MORE-IPS
013500             OR WS-RUN-FATAL
013600         IF IPS-DISCHG-DATE(1:6) = WS-RPT-MONTH
013700             PERFORM 1200-ADD-DISCHARGE
013800         END-IF
013900         IF IPS-IS-READMISSION
014000             AND IPS-PRIOR-CLM-KEY > ZERO
014100             PERFORM 1300-ADD-LINK
014200         END-IF
014300         PERFORM 1110-READ-STAY-HISTORY
014400     END-PERFORM
014500     IF WS-IPS-STATUS NOT = '35'
014600         CLOSE STAY-HISTORY-FILE
014700     END-IF.
014800
014900 1110-READ-STAY-HISTORY.
015000     READ STAY-HISTORY-FILE
015100         AT END
015200             SET WS-NO-MORE-IPS TO TRUE
015300     END-READ.
015400
015500 1200-ADD-DISCHARGE.
015600     IF WS-DIS-TABLE-COUNT < 20000
015700         ADD 1 TO WS-DIS-TABLE-COUNT
015800         SET WS-DIS-IX TO WS-DIS-TABLE-COUNT
015900         MOVE IPS-CLM-KEY      TO WS-DIS-CLM-KEY(WS-DIS-IX)
016000         MOVE IPS-FACILITY-NPI TO WS-DIS-FACILITY-NPI(WS-DIS-IX)
016100         PERFORM 2100-FIND-FACILITY
016200         IF WS-FAC-FOUND
016300             AND WS-FAC-NAME(WS-FAC-IX) = SPACES
016400             MOVE IPS-FACILITY-NAME TO WS-FAC-NAME(WS-FAC-IX)
016500         END-IF
016600     ELSE
016700         PERFORM 1900-TABLE-FULL
016800     END-IF.
016900
017000 1300-ADD-LINK.
017100     IF WS-LNK-TABLE-COUNT < 20000
017200         ADD 1 TO WS-LNK-TABLE-COUNT
017300         SET WS-LNK-IX TO WS-LNK-TABLE-COUNT
017400         MOVE IPS-PRIOR-CLM-KEY TO WS-LNK-PRIOR-CLM-KEY(WS-LNK-IX)
017500         MOVE IPS-FACILITY-NPI  TO WS-LNK-FACILITY-NPI(WS-LNK-IX)
017600     ELSE
017700         PERFORM 1900-TABLE-FULL
017800     END-IF.
017900
018000 1900-TABLE-FULL.
018100     SET WS-RUN-FATAL TO TRUE
018200     MOVE 'TABLE FULL - RUN STOPPED, NO RATES REPORTED'
018300         TO RPT-LINE
018400     WRITE RPT-LINE.
018500
018600*FACILITY ROW FOR WS-DIS-FACILITY-NPI(WS-DIS-IX), ADDED WHEN NEW.
018700 2100-FIND-FACILITY.
018800     MOVE 'N' TO WS-FAC-FOUND-SW
018900     SET WS-FAC-IX TO 1
019000     SEARCH WS-FAC-ENTRY
019100         WHEN WS-FAC-NPI(WS-FAC-IX) =
019200              WS-DIS-FACILITY-NPI(WS-DIS-IX)
019300             SET WS-FAC-FOUND TO TRUE
019400     END-SEARCH
019500     IF NOT WS-FAC-FOUND
019600         IF WS-FAC-TABLE-COUNT < 5000
019700             ADD 1 TO WS-FAC-TABLE-COUNT
019800             SET WS-FAC-IX TO WS-FAC-TABLE-COUNT
019900             MOVE WS-DIS-FACILITY-NPI(WS-DIS-IX)
020000                 TO WS-FAC-NPI(WS-FAC-IX)
020100             MOVE SPACES TO WS-FAC-NAME(WS-FAC-IX)
020200             MOVE ZERO TO WS-FAC-DISCHARGES(WS-FAC-IX)
020300             MOVE ZERO TO WS-FAC-READMITS(WS-FAC-IX)
020400             MOVE ZERO TO WS-FAC-SAME-FAC(WS-FAC-IX)
020500             SET WS-FAC-FOUND TO TRUE
020600         ELSE
020700             PERFORM 1900-TABLE-FULL
020800         END-IF
020900     END-IF.
021000
021100 2000-COUNT-DISCHARGES.
021200     PERFORM VARYING WS-DIS-IX FROM 1 BY 1
021300             UNTIL WS-DIS-IX > WS-DIS-TABLE-COUNT
021400         PERFORM 2100-FIND-FACILITY
021500         IF WS-FAC-FOUND
021600             ADD 1 TO WS-FAC-DISCHARGES(WS-FAC-IX)
021700             ADD 1 TO WS-TOT-DISCHARGES
021800         END-IF
021900     END-PERFORM.
022000
022100*A READMISSION COUNTS AGAINST THE FACILITY THAT DISCHARGED THE
022200*PRIOR STAY, WHEN THAT DISCHARGE FELL IN THE REPORT MONTH.
022300 3000-COUNT-READMISSIONS.
022400     PERFORM VARYING WS-LNK-IX FROM 1 BY 1
022500             UNTIL WS-LNK-IX > WS-LNK-TABLE-COUNT
022600         SET WS-DIS-IX TO 1
022700         SEARCH WS-DIS-ENTRY
022800             WHEN WS-DIS-CLM-KEY(WS-DIS-IX) =
022900                  WS-LNK-PRIOR-CLM-KEY(WS-LNK-IX)
023000                 PERFORM 2100-FIND-FACILITY
023100                 IF WS-FAC-FOUND
023200                     ADD 1 TO WS-FAC-READMITS(WS-FAC-IX)
023300                     ADD 1 TO WS-TOT-READMITS
023400                     IF WS-LNK-FACILITY-NPI(WS-LNK-IX) =
023500                        WS-DIS-FACILITY-NPI(WS-DIS-IX)
023600                         ADD 1 TO WS-FAC-SAME-FAC(WS-FAC-IX)
023700                         ADD 1 TO WS-TOT-SAME-FAC
023800                     END-IF
023900                 END-IF
024000         END-SEARCH
024100     END-PERFORM.
024200
024300 4000-WRITE-FACILITIES.
024400     MOVE SPACES TO RPT-LINE
024500     WRITE RPT-LINE
024600     MOVE SPACES TO RPT-LINE
024700     STRING 'FACILITY   NAME' DELIMITED BY SIZE
024800            '                              ' DELIMITED BY SIZE
024900            'DISCHARGES  READMITS  SAME FAC   RATE %'
025000                DELIMITED BY SIZE
025100         INTO RPT-LINE
025200     END-STRING
025300     WRITE RPT-LINE
025400     PERFORM VARYING WS-FAC-IX FROM 1 BY 1
025500             UNTIL WS-FAC-IX > WS-FAC-TABLE-COUNT
025600         MOVE WS-FAC-DISCHARGES(WS-FAC-IX) TO WS-RPT-DISCHARGES
025700         MOVE WS-FAC-READMITS(WS-FAC-IX)   TO WS-RPT-READMITS
025800         MOVE WS-FAC-SAME-FAC(WS-FAC-IX)   TO WS-RPT-SAME-FAC
025900         MOVE ZERO TO WS-RATE
026000         IF WS-FAC-DISCHARGES(WS-FAC-IX) > ZERO
026100             COMPUTE WS-RATE ROUNDED =
026200                 WS-FAC-READMITS(WS-FAC-IX) * 100
026300                 / WS-FAC-DISCHARGES(WS-FAC-IX)
026400             END-COMPUTE
026500         END-IF
026600         MOVE WS-RATE TO WS-RPT-RATE
026700         MOVE SPACES TO RPT-LINE
026800         STRING WS-FAC-NPI(WS-FAC-IX) DELIMITED BY SIZE
026900                ' ' DELIMITED BY SIZE
027000                WS-FAC-NAME(WS-FAC-IX) DELIMITED BY SIZE
027100                '     ' DELIMITED BY SIZE
027200                WS-RPT-DISCHARGES DELIMITED BY SIZE
027300                '    ' DELIMITED BY SIZE
027400                WS-RPT-READMITS DELIMITED BY SIZE
027500                '    ' DELIMITED BY SIZE
027600                WS-RPT-SAME-FAC DELIMITED BY SIZE
027700                '   ' DELIMITED BY SIZE
027800                WS-RPT-RATE DELIMITED BY SIZE
027900             INTO RPT-LINE
028000         END-STRING
028100         WRITE RPT-LINE
028200     END-PERFORM
028300     MOVE WS-TOT-DISCHARGES TO WS-RPT-DISCHARGES
028400     MOVE WS-TOT-READMITS   TO WS-RPT-READMITS
028500     MOVE WS-TOT-SAME-FAC   TO WS-RPT-SAME-FAC
028600     MOVE ZERO TO WS-RATE
028700     IF WS-TOT-DISCHARGES > ZERO
028800         COMPUTE WS-RATE ROUNDED =
028900             WS-TOT-READMITS * 100 / WS-TOT-DISCHARGES
029000         END-COMPUTE
029100     END-IF
029200     MOVE WS-RATE TO WS-RPT-RATE
029300     MOVE SPACES TO RPT-LINE
029400     WRITE RPT-LINE
029500     MOVE SPACES TO RPT-LINE
029600     STRING 'ALL FACILITIES' DELIMITED BY SIZE
029700            '                                 ' DELIMITED BY SIZE
029800            WS-RPT-DISCHARGES DELIMITED BY SIZE
029900            '    ' DELIMITED BY SIZE
030000            WS-RPT-READMITS DELIMITED BY SIZE
030100            '    ' DELIMITED BY SIZE
030200            WS-RPT-SAME-FAC DELIMITED BY SIZE
030300            '   ' DELIMITED BY SIZE
030400            WS-RPT-RATE DELIMITED BY SIZE
030500         INTO RPT-LINE
030600     END-STRING
030700     WRITE RPT-LINE.
030800
030900 9000-TERMINATE.
031000     CLOSE READR-RPT.
