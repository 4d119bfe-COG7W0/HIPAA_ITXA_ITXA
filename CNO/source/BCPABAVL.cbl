000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150133 - BANK ROUTING NUMBER        *
000300*            VALIDATION, CALLED LIKE BCPACCTM. CHECKS THAT A     *
000400*            ROUTING NUMBER IS NINE DIGITS, THAT ITS CHECK DIGIT *
000500*            IS RIGHT (WEIGHTS 3-7-1) AND THAT IT IS ON THE      *
000600*            FEDACH PARTICIPANT DIRECTORY (FEDMAST, LOADED BY    *
000700*            BCPFEDLD), AND HANDS BACK THE INSTITUTION NAME.     *
000800*            THE DIRECTORY IS READ INTO STORAGE ON THE FIRST     *
000900*            CALL OF THE RUN. RESULT CODES:                      *
001000*              V - VALID, ON THE DIRECTORY                       *
001100*              F - NOT NINE DIGITS                               *
001200*              C - CHECK DIGIT FAILS                             *
001300*              N - CHECK DIGIT GOOD, NOT AN ACH PARTICIPANT      *
001400*              U - CHECK DIGIT GOOD, NO DIRECTORY TO CHECK       *
001500*                  PARTICIPATION AGAINST                         *
001600******************************************************************
001610* 10-15-26 - R KOWALSKI - AR 150133 - THE DIRECTORY IS CLOSED    *
001620*            AFTER LOADING ONLY WHEN ITS OPEN SUCCEEDED; A       *
001630*            FAILED OPEN OTHER THAN A MISSING FILE WAS BEING     *
001640*            CLOSED ANYWAY.                                      *
001650******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. BCPABAVL.
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT OPTIONAL FEDACH-MASTER-FILE ASSIGN TO FEDMAST
002300            ORGANIZATION IS LINE SEQUENTIAL
002400            FILE STATUS IS WS-FED-STATUS.
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  FEDACH-MASTER-FILE.
002800     COPY BCPFEDMS.
002900 WORKING-STORAGE SECTION.
003000 01  WS-FED-STATUS             PIC X(02).
003100 01  WS-FED-EOF-SW             PIC X(01)      VALUE 'N'.
003200     88  WS-NO-MORE-FED            VALUE 'Y'.
003300 01  WS-FED-LOADED-SW          PIC X(01)      VALUE 'N'.
003400     88  WS-FED-LOADED             VALUE 'Y'.
003450 01  WS-FED-OPEN-SW            PIC X(01)      VALUE 'N'.
003460     88  WS-FED-OPEN               VALUE 'Y'.
003500 01  WS-FED-IN-ORDER-SW        PIC X(01)      VALUE 'Y'.
003600     88  WS-FED-IN-ORDER           VALUE 'Y'.
003700 01  WS-FED-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
003800 01  WS-FED-TABLE.
003900     05  WS-FED-ENTRY          OCCURS 1 TO 30000 TIMES
004000                               DEPENDING ON WS-FED-TABLE-COUNT
004100                               ASCENDING KEY IS WS-FED-ROUTING
004200                               INDEXED BY WS-FED-IX.
004300         10  WS-FED-ROUTING        PIC X(09).
004400         10  WS-FED-NAME           PIC X(36).
004500 01  WS-FED-LAST-ROUTING       PIC X(09)      VALUE LOW-VALUES.
004600 01  WS-FED-FOUND-SW           PIC X(01)      VALUE 'N'.
004700     88  WS-FED-FOUND              VALUE 'Y'.
004800 01  WS-ABA-DIGITS             PIC X(09).
004900 01  WS-ABA-NUMERIC REDEFINES WS-ABA-DIGITS.
005000     05  WS-ABA-DIGIT          PIC 9(01)      OCCURS 9 TIMES.
005100 01  WS-ABA-WEIGHTED-SUM       PIC 9(04)      VALUE ZERO.
005200 01  WS-ABA-SUM-TENS           PIC 9(04)      VALUE ZERO.
005300 01  WS-ABA-SUM-UNITS          PIC 9(01)      VALUE ZERO.
005400 LINKAGE SECTION.
005500 01  LK-ABA-NBR-IN             PIC X(12).
005600 01  LK-ABA-RESULT             PIC X(01).
005700     88  LK-ABA-VALID              VALUE 'V'.
005800     88  LK-ABA-BAD-FORMAT         VALUE 'F'.
005900     88  LK-ABA-BAD-CHECK-DIGIT    VALUE 'C'.
006000     88  LK-ABA-NOT-PARTICIPANT    VALUE 'N'.
006100     88  LK-ABA-UNVERIFIED         VALUE 'U'.
006200 01  LK-ABA-BANK-NAME          PIC X(36).
006300 PROCEDURE DIVISION USING LK-ABA-NBR-IN LK-ABA-RESULT
006400         LK-ABA-BANK-NAME.
006500 0000-MAIN-CONTROL.
006600     MOVE SPACES TO LK-ABA-BANK-NAME
006700     IF NOT WS-FED-LOADED
006800         PERFORM 1000-LOAD-DIRECTORY
006900     END-IF
007000     MOVE LK-ABA-NBR-IN(1:9) TO WS-ABA-DIGITS
007100     EVALUATE TRUE
007200         WHEN WS-ABA-DIGITS NOT NUMERIC
007300             SET LK-ABA-BAD-FORMAT TO TRUE
007400         WHEN LK-ABA-NBR-IN(10:3) NOT = SPACES
007500             SET LK-ABA-BAD-FORMAT TO TRUE
007600         WHEN OTHER
007700             PERFORM 2000-CHECK-DIGIT
007800     END-EVALUATE
007900     IF LK-ABA-RESULT = SPACE
008000         PERFORM 3000-FIND-PARTICIPANT
008100     END-IF
008200     GOBACK.
008300
008400 1000-LOAD-DIRECTORY.
008500     SET WS-FED-LOADED TO TRUE
008600     OPEN INPUT FEDACH-MASTER-FILE
008700     IF WS-FED-STATUS NOT = '00'
008800         SET WS-NO-MORE-FED TO TRUE
008900     ELSE
008950         SET WS-FED-OPEN TO TRUE
009000         PERFORM 1100-READ-DIRECTORY
009100     END-IF
009200     PERFORM UNTIL WS-NO-MORE-FED
009300         IF WS-FED-TABLE-COUNT < 30000
009400             ADD 1 TO WS-FED-TABLE-COUNT
009500             SET WS-FED-IX TO WS-FED-TABLE-COUNT
009600             MOVE FEDA-ROUTING-NBR TO WS-FED-ROUTING(WS-FED-IX)
009700             MOVE FEDA-CUSTOMER-NAME TO WS-FED-NAME(WS-FED-IX)
009800             IF FEDA-ROUTING-NBR NOT > WS-FED-LAST-ROUTING
009900                 MOVE 'N' TO WS-FED-IN-ORDER-SW
010000             END-IF
010100             MOVE FEDA-ROUTING-NBR TO WS-FED-LAST-ROUTING
010200         END-IF
010300         PERFORM 1100-READ-DIRECTORY
010400     END-PERFORM
010500     IF WS-FED-OPEN
010600         CLOSE FEDACH-MASTER-FILE
010700     END-IF.
010800
010900 1100-READ-DIRECTORY.
011000     READ FEDACH-MASTER-FILE
011100         AT END
011200             SET WS-NO-MORE-FED TO TRUE
011300     END-READ.
011400
011500*THE ROUTING NUMBER IS GOOD WHEN 3 X (D1+D4+D7) + 7 X (D2+D5+D8)
011600*+ (D3+D6+D9) IS A MULTIPLE OF TEN. A BLANK RESULT MEANS GOOD.
011700 2000-CHECK-DIGIT.
011800     MOVE SPACE TO LK-ABA-RESULT
011900     COMPUTE WS-ABA-WEIGHTED-SUM =
012000         3 * (WS-ABA-DIGIT(1) + WS-ABA-DIGIT(4)
012100              + WS-ABA-DIGIT(7))
012200       + 7 * (WS-ABA-DIGIT(2) + WS-ABA-DIGIT(5)
012300              + WS-ABA-DIGIT(8))
012400       +     (WS-ABA-DIGIT(3) + WS-ABA-DIGIT(6)
012500              + WS-ABA-DIGIT(9))
012600     DIVIDE WS-ABA-WEIGHTED-SUM BY 10 GIVING WS-ABA-SUM-TENS
012700         REMAINDER WS-ABA-SUM-UNITS
012800     IF WS-ABA-SUM-UNITS NOT = ZERO
012900        OR WS-ABA-DIGITS = ZEROS
013000         SET LK-ABA-BAD-CHECK-DIGIT TO TRUE
013100     END-IF.
013200
013300 3000-FIND-PARTICIPANT.
013400     IF WS-FED-TABLE-COUNT = ZERO
013500         SET LK-ABA-UNVERIFIED TO TRUE
013600     ELSE
013700         MOVE 'N' TO WS-FED-FOUND-SW
013800         IF WS-FED-IN-ORDER
013900             SEARCH ALL WS-FED-ENTRY
014000                 AT END
014100                     CONTINUE
014200                 WHEN WS-FED-ROUTING(WS-FED-IX) = WS-ABA-DIGITS
014300                     SET WS-FED-FOUND TO TRUE
014400             END-SEARCH
014500         ELSE
014600             SET WS-FED-IX TO 1
014700             SEARCH WS-FED-ENTRY
014800                 AT END
014900                     CONTINUE
015000                 WHEN WS-FED-ROUTING(WS-FED-IX) = WS-ABA-DIGITS
015100                     SET WS-FED-FOUND TO TRUE
015200             END-SEARCH
015300         END-IF
015400         IF WS-FED-FOUND
015500             SET LK-ABA-VALID TO TRUE
015600             MOVE WS-FED-NAME(WS-FED-IX) TO LK-ABA-BANK-NAME
015700         ELSE
015800             SET LK-ABA-NOT-PARTICIPANT TO TRUE
015900         END-IF
016000     END-IF.
