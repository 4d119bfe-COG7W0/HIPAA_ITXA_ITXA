000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150144 - QUARTERLY OPERATOR ACCESS  *
000300*            RECERTIFICATION PACKAGE. PRINTS ONE PACKAGE PER     *
000400*            SUPERVISOR LISTING EACH OPERATOR THEY OWN ON THE    *
000500*            SECURITY MASTER (OPSECMST) - ROLE, WHO GRANTED IT   *
000600*            AND WHEN, LAST SIGN-ON, LAST REVIEW AND LOCK STATUS *
000700*            - FOR AN APPROVE OR REVOKE MARK AND SIGNATURE.      *
000800*            OPERATORS WITH NO SUPERVISOR, OR WHO ARE THEIR OWN, *
000900*            GO IN THE SECURITY PACKAGE; ACCOUNTS ALREADY        *
001000*            REVOKED ARE LEFT OUT. EACH LINE IS ALSO WRITTEN TO  *
001100*            THE RECERTIFICATION CONTROL FILE (RCRTISS TO        *
001200*            RCRTISO, EARLIER CYCLES CARRIED FORWARD, A RERUN OF *
001300*            THE CYCLE REPLACES IT) FOR BCPRCRIN. PARM RCRPKPRM  *
001400*            GIVES THE CYCLE (YYYYQN, SPACES = THE CURRENT       *
001500*            QUARTER) AND DAYS ALLOWED FOR RETURN (SPACES = 30); *
001600*            A BAD PARM ENDS RC 12.                              *
001700******************************************************************
001710* 10-15-26 - R KOWALSKI - AR 150144 - A RERUN OF A CYCLE THAT    *
001720*            ALREADY HAS AN APPROVE OR REVOKE RECORDED ON ITS    *
001730*            CONTROL ROWS NOW ENDS RC 12 WITH NOTHING PRODUCED.  *
001740*            REISSUING THE CYCLE HAD DROPPED THOSE DECISIONS.    *
001750******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. BCPRCRPK.
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OPTIONAL RCRT-PARM-FILE ASSIGN TO RCRPKPRM
002400            ORGANIZATION IS LINE SEQUENTIAL
002500            FILE STATUS IS WS-PRM-STATUS.
002600     SELECT OPSEC-MASTER-FILE ASSIGN TO OPSECMST
002700            ORGANIZATION IS LINE SEQUENTIAL
002800            FILE STATUS IS WS-SEC-STATUS.
002900     SELECT OPTIONAL RCRT-CONTROL-IN ASSIGN TO RCRTISS
003000            ORGANIZATION IS LINE SEQUENTIAL
003100            FILE STATUS IS WS-RCI-STATUS.
003200     SELECT RCRT-CONTROL-OUT ASSIGN TO RCRTISO
003300            ORGANIZATION IS LINE SEQUENTIAL
003400            FILE STATUS IS WS-RCO-STATUS.
003500     SELECT RCRT-PACKAGE-RPT ASSIGN TO RCRPKRPT
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS IS WS-RPT-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  RCRT-PARM-FILE.
004100 01  RCRT-PARM-RECORD.
004200     05  RCRT-PARM-CYCLE.
004300         10  RCRT-PARM-YEAR        PIC X(04).
004400         10  RCRT-PARM-Q           PIC X(01).
004500         10  RCRT-PARM-QTR         PIC X(01).
004600     05  RCRT-PARM-DUE-DAYS        PIC X(03).
004700 FD  OPSEC-MASTER-FILE.
004800     COPY BCPOPSEC.
004900 FD  RCRT-CONTROL-IN.
005000     COPY BCPRCERT.
005100 FD  RCRT-CONTROL-OUT.
005200     COPY BCPRCERT
005300         REPLACING ==RCRT-RECORD== BY ==RCRO-RECORD==.
005400 FD  RCRT-PACKAGE-RPT.
005500 01  RPT-LINE                  PIC X(132).
005600 WORKING-STORAGE SECTION.
005700 01  WS-PRM-STATUS             PIC X(02).
005800 01  WS-SEC-STATUS             PIC X(02).
005900 01  WS-RCI-STATUS             PIC X(02).
006000 01  WS-RCO-STATUS             PIC X(02).
006100 01  WS-RPT-STATUS             PIC X(02).
006200 01  WS-SEC-EOF-SW             PIC X(01)      VALUE 'N'.
006300     88  WS-NO-MORE-SEC            VALUE 'Y'.
006400 01  WS-RCI-EOF-SW             PIC X(01)      VALUE 'N'.
006500     88  WS-NO-MORE-RCI            VALUE 'Y'.
006600 01  WS-PARM-ERROR-SW          PIC X(01)      VALUE 'N'.
006700     88  WS-PARM-ERROR             VALUE 'Y'.
006710 01  WS-RERUN-REFUSED-SW       PIC X(01)      VALUE 'N'.
006720     88  WS-RERUN-REFUSED          VALUE 'Y'.
006730 01  WS-DECIDED-COUNT          PIC 9(05)      VALUE ZERO.
006800 01  WS-TODAY-DATE             PIC X(08).
006900 01  WS-TODAY-NUM REDEFINES WS-TODAY-DATE.
007000     05  WS-TODAY-YEAR         PIC X(04).
007100     05  WS-TODAY-MONTH        PIC 9(02).
007200     05  WS-TODAY-DAY          PIC 9(02).
007300 01  WS-TODAY-INT              PIC 9(07).
007400 01  WS-CYCLE                  PIC X(06).
007500 01  WS-QUARTER                PIC 9(01).
007600 01  WS-DUE-DAYS               PIC 9(03)      VALUE 30.
007700 01  WS-DUE-DATE               PIC 9(08).
007800 01  WS-SECURITY-OWNER         PIC X(08)      VALUE 'SECURITY'.
007900 01  WS-STATUS-TEXT            PIC X(15).
008000 01  WS-PKG-COUNT              PIC 9(05).
008100*EVERY OPERATOR TO BE RECERTIFIED, WITH THE PACKAGE THEY GO IN.
008200 01  WS-OPR-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
008300 01  WS-OPR-TABLE.
008400     05  WS-OPR-ENTRY          OCCURS 1 TO 500 TIMES
008500                               DEPENDING ON WS-OPR-TABLE-COUNT
008600                               INDEXED BY WS-OPR-IX.
008700         10  WS-OPR-OWNER          PIC X(08).
008800         10  WS-OPR-ID             PIC X(08).
008900         10  WS-OPR-ROLE           PIC X(01).
009000         10  WS-OPR-GRANTED-BY     PIC X(08).
009100         10  WS-OPR-GRANTED-DATE   PIC X(08).
009200         10  WS-OPR-LAST-SIGNON    PIC X(08).
009300         10  WS-OPR-LAST-REVIEW    PIC X(08).
009400         10  WS-OPR-STATUS         PIC X(15).
009500 01  WS-OPR-OVERFLOW           PIC 9(05)      VALUE ZERO.
009600 01  WS-SUP-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
009700 01  WS-SUP-TABLE.
009800     05  WS-SUP-ENTRY          OCCURS 1 TO 500 TIMES
009900                               DEPENDING ON WS-SUP-TABLE-COUNT
010000                               INDEXED BY WS-SUP-IX.
010100         10  WS-SUP-ID             PIC X(08).
010200 01  WS-READ-COUNT             PIC 9(05)      VALUE ZERO.
010300 01  WS-REVOKED-COUNT          PIC 9(05)      VALUE ZERO.
010400 01  WS-LISTED-COUNT           PIC 9(05)      VALUE ZERO.
010500 01  WS-CARRIED-COUNT          PIC 9(05)      VALUE ZERO.
010600 01  WS-REPLACED-COUNT         PIC 9(05)      VALUE ZERO.
010700 PROCEDURE DIVISION.
010800 0000-MAIN-CONTROL.
010900     PERFORM 1000-INITIALIZE
011000     IF WS-PARM-ERROR OR WS-RERUN-REFUSED
011100         MOVE 12 TO RETURN-CODE
011200     ELSE
011300         PERFORM 2000-LOAD-OPERATOR
011400             UNTIL WS-NO-MORE-SEC
011500         CLOSE OPSEC-MASTER-FILE
011600         PERFORM 3000-CARRY-CONTROL
011700             UNTIL WS-NO-MORE-RCI
011800         CLOSE RCRT-CONTROL-IN
011900         PERFORM 4000-PRINT-PACKAGE
012000             VARYING WS-SUP-IX FROM 1 BY 1
012100             UNTIL WS-SUP-IX > WS-SUP-TABLE-COUNT
012200         CLOSE RCRT-CONTROL-OUT
012300         PERFORM 8000-WRITE-TOTALS
012400     END-IF
012500     CLOSE RCRT-PACKAGE-RPT
012600     STOP RUN.
012700
012800 1000-INITIALIZE.
012900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
013000     COMPUTE WS-TODAY-INT =
013100         FUNCTION INTEGER-OF-DATE
013200             (FUNCTION NUMVAL (WS-TODAY-DATE))
013300     END-COMPUTE
013400     OPEN OUTPUT RCRT-PACKAGE-RPT
013500     PERFORM 1100-READ-PARM
013510     IF NOT WS-PARM-ERROR
013520         PERFORM 1200-CHECK-DECIDED
013530     END-IF
013600     IF NOT WS-PARM-ERROR AND NOT WS-RERUN-REFUSED
013700         COMPUTE WS-DUE-DATE =
013800             FUNCTION DATE-OF-INTEGER (WS-TODAY-INT + WS-DUE-DAYS)
013900         END-COMPUTE
014000         OPEN INPUT OPSEC-MASTER-FILE
014100         PERFORM 2100-READ-MASTER
014200         OPEN INPUT RCRT-CONTROL-IN
014300         OPEN OUTPUT RCRT-CONTROL-OUT
014400         PERFORM 3100-READ-CONTROL
014500     END-IF.
014600
014700 1100-READ-PARM.
014800     OPEN INPUT RCRT-PARM-FILE
014900     READ RCRT-PARM-FILE
015000         AT END
015100             MOVE SPACES TO RCRT-PARM-RECORD
015200     END-READ
015300     CLOSE RCRT-PARM-FILE
015400     IF RCRT-PARM-CYCLE = SPACES
015500         COMPUTE WS-QUARTER = (WS-TODAY-MONTH + 2) / 3
015600         MOVE WS-TODAY-YEAR TO WS-CYCLE (1:4)
015700         MOVE 'Q' TO WS-CYCLE (5:1)
015800         MOVE WS-QUARTER TO WS-CYCLE (6:1)
015900     ELSE
016000         IF RCRT-PARM-YEAR IS NUMERIC
016100             AND RCRT-PARM-Q = 'Q'
016200             AND RCRT-PARM-QTR >= '1' AND RCRT-PARM-QTR <= '4'
016300             MOVE RCRT-PARM-CYCLE TO WS-CYCLE
016400         ELSE
016500             SET WS-PARM-ERROR TO TRUE
016600         END-IF
016700     END-IF
016800     IF RCRT-PARM-DUE-DAYS NOT = SPACES
016900         IF RCRT-PARM-DUE-DAYS IS NUMERIC
017000             AND RCRT-PARM-DUE-DAYS > ZERO
017100             MOVE RCRT-PARM-DUE-DAYS TO WS-DUE-DAYS
017200         ELSE
017300             SET WS-PARM-ERROR TO TRUE
017400         END-IF
017500     END-IF
017600     IF WS-PARM-ERROR
017700         MOVE SPACES TO RPT-LINE
017800         STRING 'PARM INVALID - CYCLE ' RCRT-PARM-CYCLE
017900             ' DAYS ' RCRT-PARM-DUE-DAYS
018000             ' - NO PACKAGES PRODUCED'
018100             DELIMITED BY SIZE INTO RPT-LINE
018200         WRITE RPT-LINE
018300     END-IF.
018400
018403*A RERUN REISSUES THE CYCLE FROM THE MASTER, WHICH WOULD DROP ANY
018406*APPROVE OR REVOKE ALREADY RECORDED AGAINST IT, SO ONCE A
018409*DECISION IS IN THE CYCLE CANNOT BE REISSUED.
018412 1200-CHECK-DECIDED.
018415     OPEN INPUT RCRT-CONTROL-IN
018418     PERFORM 3100-READ-CONTROL
018421     PERFORM UNTIL WS-NO-MORE-RCI
018424         IF RCRT-CYCLE OF RCRT-RECORD = WS-CYCLE
018427             AND RCRT-DECISION OF RCRT-RECORD NOT = SPACE
018430             ADD 1 TO WS-DECIDED-COUNT
018433         END-IF
018436         PERFORM 3100-READ-CONTROL
018439     END-PERFORM
018442     CLOSE RCRT-CONTROL-IN
018445     MOVE 'N' TO WS-RCI-EOF-SW
018448     IF WS-DECIDED-COUNT > ZERO
018451         SET WS-RERUN-REFUSED TO TRUE
018454         MOVE SPACES TO RPT-LINE
018457         STRING 'CYCLE ' WS-CYCLE ' ALREADY HAS '
018460             WS-DECIDED-COUNT ' DECISIONS RECORDED - '
018463             'RERUN REFUSED, NO PACKAGES PRODUCED'
018466             DELIMITED BY SIZE INTO RPT-LINE
018469         WRITE RPT-LINE
018472     END-IF.
018475
018500*A REVOKED ACCOUNT HAS NOTHING LEFT TO RECERTIFY.
018600 2000-LOAD-OPERATOR.
018700     ADD 1 TO WS-READ-COUNT
018800     IF OPSEC-IS-LOCKED AND OPSEC-LOCK-REVOKED
018900         ADD 1 TO WS-REVOKED-COUNT
019000     ELSE
019100         IF WS-OPR-TABLE-COUNT < 500
019200             ADD 1 TO WS-OPR-TABLE-COUNT
019300             SET WS-OPR-IX TO WS-OPR-TABLE-COUNT
019400             PERFORM 2200-FILL-OPERATOR
019500         ELSE
019600             ADD 1 TO WS-OPR-OVERFLOW
019700         END-IF
019800     END-IF
019900     PERFORM 2100-READ-MASTER.
020000
020100 2100-READ-MASTER.
020200     READ OPSEC-MASTER-FILE
020300         AT END
020400             SET WS-NO-MORE-SEC TO TRUE
020500     END-READ.
020600
020700 2200-FILL-OPERATOR.
020800     IF OPSEC-SUPERVISOR-ID = SPACES
020900         OR OPSEC-SUPERVISOR-ID = OPSEC-OPERATOR-ID
021000         MOVE WS-SECURITY-OWNER TO WS-OPR-OWNER (WS-OPR-IX)
021100     ELSE
021200         MOVE OPSEC-SUPERVISOR-ID TO WS-OPR-OWNER (WS-OPR-IX)
021300     END-IF
021400     MOVE OPSEC-OPERATOR-ID TO WS-OPR-ID (WS-OPR-IX)
021500     MOVE OPSEC-ROLE TO WS-OPR-ROLE (WS-OPR-IX)
021600     MOVE OPSEC-GRANTED-BY TO WS-OPR-GRANTED-BY (WS-OPR-IX)
021700     MOVE OPSEC-GRANTED-DATE TO WS-OPR-GRANTED-DATE (WS-OPR-IX)
021800     MOVE OPSEC-LAST-SIGNON TO WS-OPR-LAST-SIGNON (WS-OPR-IX)
021900     MOVE OPSEC-LAST-REVIEW TO WS-OPR-LAST-REVIEW (WS-OPR-IX)
022000     EVALUATE TRUE
022100         WHEN NOT OPSEC-IS-LOCKED
022200             MOVE 'ACTIVE' TO WS-OPR-STATUS (WS-OPR-IX)
022300         WHEN OPSEC-LOCK-DORMANT
022400             MOVE 'LOCKED-DORMANT' TO WS-OPR-STATUS (WS-OPR-IX)
022500         WHEN OTHER
022600             MOVE 'LOCKED-FAILED' TO WS-OPR-STATUS (WS-OPR-IX)
022700     END-EVALUATE
022800     SET WS-SUP-IX TO 1
022900     SEARCH WS-SUP-ENTRY
023000         AT END
023100             ADD 1 TO WS-SUP-TABLE-COUNT
023200             MOVE WS-OPR-OWNER (WS-OPR-IX)
023300                 TO WS-SUP-ID (WS-SUP-TABLE-COUNT)
023400         WHEN WS-SUP-ID (WS-SUP-IX) = WS-OPR-OWNER (WS-OPR-IX)
023500             CONTINUE
023600     END-SEARCH.
023700
023800*EARLIER CYCLES GO FORWARD AS THEY ARE; THIS CYCLE IS REISSUED.
023900 3000-CARRY-CONTROL.
024000     IF RCRT-CYCLE OF RCRT-RECORD = WS-CYCLE
024100         ADD 1 TO WS-REPLACED-COUNT
024200     ELSE
024300         MOVE RCRT-RECORD TO RCRO-RECORD
024400         WRITE RCRO-RECORD
024500         ADD 1 TO WS-CARRIED-COUNT
024600     END-IF
024700     PERFORM 3100-READ-CONTROL.
024800
024900 3100-READ-CONTROL.
025000     READ RCRT-CONTROL-IN
025100         AT END
025200             SET WS-NO-MORE-RCI TO TRUE
025300     END-READ.
025400
025500 4000-PRINT-PACKAGE.
025600     MOVE ALL '-' TO RPT-LINE
025700     WRITE RPT-LINE
025800     MOVE SPACES TO RPT-LINE
025900     STRING 'OPERATOR ACCESS RECERTIFICATION   CYCLE ' WS-CYCLE
026000         '   PACKAGE FOR ' WS-SUP-ID (WS-SUP-IX)
026100         DELIMITED BY SIZE INTO RPT-LINE
026200     WRITE RPT-LINE
026300     MOVE SPACES TO RPT-LINE
026400     STRING 'ISSUED ' WS-TODAY-DATE
026500         '   RETURN SIGNED TO SECURITY BY ' WS-DUE-DATE
026600         DELIMITED BY SIZE INTO RPT-LINE
026700     WRITE RPT-LINE
026800     MOVE SPACES TO RPT-LINE
026900     STRING 'MARK EACH OPERATOR APPROVE (ROLE STILL NEEDED) '
027000         'OR REVOKE'
027100         DELIMITED BY SIZE INTO RPT-LINE
027200     WRITE RPT-LINE
027300     MOVE SPACES TO RPT-LINE
027400     WRITE RPT-LINE
027500     MOVE SPACES TO RPT-LINE
027600     STRING 'OPERATOR  ROLE  GRANTED BY  GRANTED   '
027700         'LAST SIGN-ON  LAST REVIEW  STATUS           '
027800         'APPROVE  REVOKE'
027900         DELIMITED BY SIZE INTO RPT-LINE
028000     WRITE RPT-LINE
028100     MOVE ZERO TO WS-PKG-COUNT
028200     PERFORM 4100-PRINT-OPERATOR
028300         VARYING WS-OPR-IX FROM 1 BY 1
028400         UNTIL WS-OPR-IX > WS-OPR-TABLE-COUNT
028500     MOVE SPACES TO RPT-LINE
028600     WRITE RPT-LINE
028700     MOVE SPACES TO RPT-LINE
028800     STRING 'OPERATORS IN PACKAGE: ' WS-PKG-COUNT
028900         DELIMITED BY SIZE INTO RPT-LINE
029000     WRITE RPT-LINE
029100     MOVE SPACES TO RPT-LINE
029200     WRITE RPT-LINE
029300     MOVE SPACES TO RPT-LINE
029400     STRING 'SIGNED ______________________________'
029500         '   DATE __________'
029600         DELIMITED BY SIZE INTO RPT-LINE
029700     WRITE RPT-LINE.
029800
029900 4100-PRINT-OPERATOR.
030000     IF WS-OPR-OWNER (WS-OPR-IX) = WS-SUP-ID (WS-SUP-IX)
030100         ADD 1 TO WS-PKG-COUNT
030200         ADD 1 TO WS-LISTED-COUNT
030300         MOVE SPACES TO RPT-LINE
030400         STRING WS-OPR-ID (WS-OPR-IX) '  '
030500             WS-OPR-ROLE (WS-OPR-IX) '     '
030600             WS-OPR-GRANTED-BY (WS-OPR-IX) '    '
030700             WS-OPR-GRANTED-DATE (WS-OPR-IX) '  '
030800             WS-OPR-LAST-SIGNON (WS-OPR-IX) '      '
030900             WS-OPR-LAST-REVIEW (WS-OPR-IX) '     '
031000             WS-OPR-STATUS (WS-OPR-IX) '  '
031100             '[ ]      [ ]'
031200             DELIMITED BY SIZE INTO RPT-LINE
031300         WRITE RPT-LINE
031400         MOVE SPACES TO RCRO-RECORD
031500         MOVE WS-CYCLE TO RCRT-CYCLE OF RCRO-RECORD
031600         MOVE WS-SUP-ID (WS-SUP-IX)
031700             TO RCRT-SUPERVISOR-ID OF RCRO-RECORD
031800         MOVE WS-OPR-ID (WS-OPR-IX)
031900             TO RCRT-OPERATOR-ID OF RCRO-RECORD
032000         MOVE WS-OPR-ROLE (WS-OPR-IX) TO RCRT-ROLE OF RCRO-RECORD
032100         MOVE WS-TODAY-DATE TO RCRT-ISSUED-DATE OF RCRO-RECORD
032200         MOVE WS-DUE-DATE TO RCRT-DUE-DATE OF RCRO-RECORD
032300         WRITE RCRO-RECORD
032400     END-IF.
032500
032600 8000-WRITE-TOTALS.
032700     MOVE ALL '-' TO RPT-LINE
032800     WRITE RPT-LINE
032900     MOVE SPACES TO RPT-LINE
033000     STRING 'CYCLE ' WS-CYCLE
033100         '   OPERATORS READ: ' WS-READ-COUNT
033200         '   LISTED: ' WS-LISTED-COUNT
033300         '   PACKAGES: ' WS-SUP-TABLE-COUNT
033400         '   ALREADY REVOKED: ' WS-REVOKED-COUNT
033500         DELIMITED BY SIZE INTO RPT-LINE
033600     WRITE RPT-LINE
033700     MOVE SPACES TO RPT-LINE
033800     STRING 'CONTROL ROWS CARRIED: ' WS-CARRIED-COUNT
033900         '   REPLACED FOR THIS CYCLE: ' WS-REPLACED-COUNT
034000         DELIMITED BY SIZE INTO RPT-LINE
034100     WRITE RPT-LINE
034200     IF WS-OPR-OVERFLOW > ZERO
034300         MOVE SPACES TO RPT-LINE
034400         STRING 'OPERATORS NOT LISTED (TABLE FULL): '
034500             WS-OPR-OVERFLOW
034600             DELIMITED BY SIZE INTO RPT-LINE
034700         WRITE RPT-LINE
034800         MOVE 8 TO RETURN-CODE
034900     END-IF.
