000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150144 - NIGHTLY DORMANT-ACCOUNT    *
000300*            LOCK. CARRIES THE OPERATOR SECURITY MASTER FORWARD  *
000400*            (OPSECMST TO OPSECMSO) AND LOCKS EVERY ACTIVE       *
000500*            OPERATOR WHO HAS NOT SIGNED ON WITHIN THE DORMANT   *
000600*            LIMIT (PARM OPDRMPRM, DAYS, DEFAULT 90), RECORDING  *
000700*            REASON D AND THE LOCK DATE SO BCPSIGNON CAN SAY     *
000800*            WHY. A NEVER-USED ACCOUNT IS MEASURED FROM ITS      *
000900*            GRANT DATE; A ROW WITH NEITHER DATE (SET UP BEFORE  *
001000*            SIGN-ONS WERE STAMPED) STARTS ITS CLOCK TODAY.      *
001100*            OPERATORS WITHIN 14 DAYS OF THE LIMIT ARE LISTED AS *
001200*            A WARNING. RC 4 WHEN ANY ACCOUNT WAS LOCKED, RC 12  *
001300*            ON A BAD PARM.                                      *
001400******************************************************************
001410* 10-15-26 - R KOWALSKI - AR 150144 - STARTING THE CLOCK ON A    *
001420*            ROW WITH NO SIGN-ON OR GRANT DATE NOW STAMPS        *
001430*            OPSEC-CLOCK-START INSTEAD OF A LAST SIGN-ON THE     *
001440*            OPERATOR NEVER MADE; IDLE TIME ON SUCH A ROW RUNS   *
001450*            FROM THAT DATE.                                     *
001460******************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. BCPOPDRM.
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000     SELECT OPTIONAL DORMANT-PARM-FILE ASSIGN TO OPDRMPRM
002100            ORGANIZATION IS LINE SEQUENTIAL
002200            FILE STATUS IS WS-PRM-STATUS.
002300     SELECT OPSEC-MASTER-FILE ASSIGN TO OPSECMST
002400            ORGANIZATION IS LINE SEQUENTIAL
002500            FILE STATUS IS WS-SEC-STATUS.
002600     SELECT OPSEC-MASTER-OUT ASSIGN TO OPSECMSO
002700            ORGANIZATION IS LINE SEQUENTIAL
002800            FILE STATUS IS WS-SECO-STATUS.
002900     SELECT DORMANT-RPT ASSIGN TO OPDRMRPT
003000            ORGANIZATION IS LINE SEQUENTIAL
003100            FILE STATUS IS WS-RPT-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  DORMANT-PARM-FILE.
003500 01  DORMANT-PARM-RECORD.
003600     05  DORMANT-LIMIT-DAYS        PIC X(03).
003700 FD  OPSEC-MASTER-FILE.
003800     COPY BCPOPSEC.
003900 FD  OPSEC-MASTER-OUT.
004000     COPY BCPOPSEC
004100         REPLACING ==OPSEC-RECORD== BY ==OPSO-RECORD==.
004200 FD  DORMANT-RPT.
004300 01  RPT-LINE                  PIC X(132).
004400 WORKING-STORAGE SECTION.
004500 01  WS-PRM-STATUS             PIC X(02).
004600 01  WS-SEC-STATUS             PIC X(02).
004700 01  WS-SECO-STATUS            PIC X(02).
004800 01  WS-RPT-STATUS             PIC X(02).
004900 01  WS-SEC-EOF-SW             PIC X(01)      VALUE 'N'.
005000     88  WS-NO-MORE-SEC            VALUE 'Y'.
005100 01  WS-PARM-ERROR-SW          PIC X(01)      VALUE 'N'.
005200     88  WS-PARM-ERROR             VALUE 'Y'.
005300 01  WS-DORMANT-DAYS           PIC 9(03)      VALUE 90.
005400 01  WS-WARN-DAYS              PIC 9(03)      VALUE 14.
005500 01  WS-WARN-FROM              PIC 9(03).
005600 01  WS-TODAY-DATE             PIC X(08).
005700 01  WS-TODAY-INT              PIC 9(07).
005800 01  WS-LAST-USE-DATE          PIC X(08).
005900 01  WS-LAST-USE-INT           PIC 9(07).
006000 01  WS-IDLE-DAYS              PIC 9(05).
006100 01  WS-DAYS-LEFT              PIC 9(05).
006200 01  WS-ED-DAYS                PIC ZZZZ9.
006300 01  WS-ED-LEFT                PIC ZZ9.
006400 01  WS-READ-COUNT             PIC 9(05)      VALUE ZERO.
006500 01  WS-ALREADY-LOCKED         PIC 9(05)      VALUE ZERO.
006600 01  WS-LOCKED-COUNT           PIC 9(05)      VALUE ZERO.
006700 01  WS-WARNED-COUNT           PIC 9(05)      VALUE ZERO.
006800 01  WS-STARTED-COUNT          PIC 9(05)      VALUE ZERO.
006900 PROCEDURE DIVISION.
007000 0000-MAIN-CONTROL.
007100     PERFORM 1000-INITIALIZE
007200     IF WS-PARM-ERROR
007300         MOVE 12 TO RETURN-CODE
007400     ELSE
007500         PERFORM 2000-CHECK-OPERATOR
007600             UNTIL WS-NO-MORE-SEC
007700         PERFORM 8000-WRITE-TOTALS
007800         CLOSE OPSEC-MASTER-FILE
007900         CLOSE OPSEC-MASTER-OUT
008000         IF WS-LOCKED-COUNT > ZERO
008100             MOVE 4 TO RETURN-CODE
008200         END-IF
008300     END-IF
008400     CLOSE DORMANT-RPT
008500     STOP RUN.
008600
008700 1000-INITIALIZE.
008800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
008900     COMPUTE WS-TODAY-INT =
009000         FUNCTION INTEGER-OF-DATE
009100             (FUNCTION NUMVAL (WS-TODAY-DATE))
009200     END-COMPUTE
009300     OPEN OUTPUT DORMANT-RPT
009400     MOVE 'DORMANT OPERATOR ACCOUNT LOCK' TO RPT-LINE
009500     WRITE RPT-LINE
009600     OPEN INPUT DORMANT-PARM-FILE
009700     READ DORMANT-PARM-FILE
009800         AT END
009900             MOVE SPACES TO DORMANT-PARM-RECORD
010000     END-READ
010100     CLOSE DORMANT-PARM-FILE
010200     IF DORMANT-LIMIT-DAYS NOT = SPACES
010300         IF DORMANT-LIMIT-DAYS IS NUMERIC
010400             AND DORMANT-LIMIT-DAYS > WS-WARN-DAYS
010500             MOVE DORMANT-LIMIT-DAYS TO WS-DORMANT-DAYS
010600         ELSE
010700             SET WS-PARM-ERROR TO TRUE
010800             MOVE SPACES TO RPT-LINE
010900             STRING 'PARM INVALID - DORMANT LIMIT '
011000                 DORMANT-LIMIT-DAYS
011100                 ' - NO ACCOUNTS CHECKED'
011200                 DELIMITED BY SIZE INTO RPT-LINE
011300             WRITE RPT-LINE
011400         END-IF
011500     END-IF
011600     IF NOT WS-PARM-ERROR
011700         COMPUTE WS-WARN-FROM = WS-DORMANT-DAYS - WS-WARN-DAYS
011800         MOVE SPACES TO RPT-LINE
011900         STRING 'RUN DATE ' WS-TODAY-DATE
012000             '   DORMANT LIMIT ' WS-DORMANT-DAYS ' DAYS'
012100             DELIMITED BY SIZE INTO RPT-LINE
012200         WRITE RPT-LINE
012300         MOVE SPACES TO RPT-LINE
012400         WRITE RPT-LINE
012500         OPEN INPUT OPSEC-MASTER-FILE
012600         OPEN OUTPUT OPSEC-MASTER-OUT
012700         PERFORM 2100-READ-MASTER
012800     END-IF.
012900
013000 2000-CHECK-OPERATOR.
013100     ADD 1 TO WS-READ-COUNT
013200     MOVE OPSEC-RECORD TO OPSO-RECORD
013300     IF OPSEC-IS-LOCKED OF OPSEC-RECORD
013400         ADD 1 TO WS-ALREADY-LOCKED
013500     ELSE
013600         PERFORM 2200-CHECK-IDLE-DAYS THRU 2200-EXIT
013700     END-IF
013800     WRITE OPSO-RECORD
013900     PERFORM 2100-READ-MASTER.
014000
014100 2100-READ-MASTER.
014200     READ OPSEC-MASTER-FILE
014300         AT END
014400             SET WS-NO-MORE-SEC TO TRUE
014500     END-READ.
014600
014700*IDLE TIME RUNS FROM THE LAST SIGN-ON, OR FROM THE GRANT FOR AN
014800*ACCOUNT NEVER USED, OR FROM THE NIGHT THIS JOB STARTED THE
014810*CLOCK ON A ROW WITH NEITHER. STARTING THE CLOCK STAMPS ITS OWN
014820*DATE, NOT A SIGN-ON.
014900 2200-CHECK-IDLE-DAYS.
015000     MOVE OPSEC-LAST-SIGNON OF OPSEC-RECORD TO WS-LAST-USE-DATE
015100     IF WS-LAST-USE-DATE IS NOT NUMERIC
015200         MOVE OPSEC-GRANTED-DATE OF OPSEC-RECORD
015300             TO WS-LAST-USE-DATE
015400     END-IF
015410     IF WS-LAST-USE-DATE IS NOT NUMERIC
015420         MOVE OPSEC-CLOCK-START OF OPSEC-RECORD
015430             TO WS-LAST-USE-DATE
015440     END-IF
015500     IF WS-LAST-USE-DATE IS NOT NUMERIC
015600         MOVE WS-TODAY-DATE TO OPSEC-CLOCK-START OF OPSO-RECORD
015700         ADD 1 TO WS-STARTED-COUNT
015800         MOVE SPACES TO RPT-LINE
015900         STRING 'CLOCK STARTED  '
016000             OPSEC-OPERATOR-ID OF OPSEC-RECORD
016100             '  ROLE ' OPSEC-ROLE OF OPSEC-RECORD
016200             '  NO SIGN-ON OR GRANT DATE ON FILE'
016300             DELIMITED BY SIZE INTO RPT-LINE
016400         WRITE RPT-LINE
016500         GO TO 2200-EXIT
016600     END-IF
016700     COMPUTE WS-LAST-USE-INT =
016800         FUNCTION INTEGER-OF-DATE
016900             (FUNCTION NUMVAL (WS-LAST-USE-DATE))
017000     END-COMPUTE
017100     MOVE ZERO TO WS-IDLE-DAYS
017200     IF WS-LAST-USE-INT < WS-TODAY-INT
017300         COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-LAST-USE-INT
017400     END-IF
017500     MOVE WS-IDLE-DAYS TO WS-ED-DAYS
017600     EVALUATE TRUE
017700         WHEN WS-IDLE-DAYS > WS-DORMANT-DAYS
017800             MOVE 'L' TO OPSEC-LOCK-SW OF OPSO-RECORD
017900             MOVE 'D' TO OPSEC-LOCK-REASON OF OPSO-RECORD
018000             MOVE WS-TODAY-DATE TO OPSEC-LOCK-DATE OF OPSO-RECORD
018100             ADD 1 TO WS-LOCKED-COUNT
018200             MOVE SPACES TO RPT-LINE
018300             STRING 'LOCKED         '
018400                 OPSEC-OPERATOR-ID OF OPSEC-RECORD
018500                 '  ROLE ' OPSEC-ROLE OF OPSEC-RECORD
018600                 '  LAST USED ' WS-LAST-USE-DATE
018700                 '  IDLE ' WS-ED-DAYS ' DAYS'
018800                 '  SUPERVISOR '
018900                 OPSEC-SUPERVISOR-ID OF OPSEC-RECORD
019000                 DELIMITED BY SIZE INTO RPT-LINE
019100             WRITE RPT-LINE
019200         WHEN WS-IDLE-DAYS > WS-WARN-FROM
019300             COMPUTE WS-DAYS-LEFT =
019400                 WS-DORMANT-DAYS - WS-IDLE-DAYS + 1
019500             END-COMPUTE
019600             MOVE WS-DAYS-LEFT TO WS-ED-LEFT
019700             ADD 1 TO WS-WARNED-COUNT
019800             MOVE SPACES TO RPT-LINE
019900             STRING 'WARNING        '
020000                 OPSEC-OPERATOR-ID OF OPSEC-RECORD
020100                 '  ROLE ' OPSEC-ROLE OF OPSEC-RECORD
020200                 '  LAST USED ' WS-LAST-USE-DATE
020300                 '  IDLE ' WS-ED-DAYS ' DAYS'
020400                 '  LOCKS IN ' WS-ED-LEFT ' DAYS'
020500                 DELIMITED BY SIZE INTO RPT-LINE
020600             WRITE RPT-LINE
020700     END-EVALUATE.
020800
020900 2200-EXIT.
021000     EXIT.
021100
021200 8000-WRITE-TOTALS.
021300     MOVE SPACES TO RPT-LINE
021400     WRITE RPT-LINE
021500     MOVE SPACES TO RPT-LINE
021600     STRING 'OPERATORS READ: ' WS-READ-COUNT
021700         '   ALREADY LOCKED: ' WS-ALREADY-LOCKED
021800         '   LOCKED DORMANT: ' WS-LOCKED-COUNT
021900         '   WARNED: ' WS-WARNED-COUNT
022000         '   CLOCK STARTED: ' WS-STARTED-COUNT
022100         DELIMITED BY SIZE INTO RPT-LINE
022200     WRITE RPT-LINE.
