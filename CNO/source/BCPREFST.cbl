000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150139 - REFERENCE MASTER FRESHNESS *
000300*            STAMP AND LOOKUP, CALLED LIKE BCPSIGNON. FUNCTION   *
000400*            'S' (CALLED BY BCPNDCLD, BCPEXCLD, BCPTXNLD AND     *
000500*            BCPREFMT AFTER A SUCCESSFUL LOAD) CARRIES THE       *
000600*            FRESHNESS CONTROL FILE (BCPREFCT) FROM REFCTL TO    *
000700*            REFCTLO, STAMPING THE LOADED MASTER'S ROW WITH      *
000800*            TODAY'S DATE, TIME, THE LOADING PROGRAM AND THE     *
000900*            RELEASE VERSION - TAKEN FROM THE OPTIONAL VERSION   *
001000*            CARD (REFVER) FOR THAT MASTER, OR THE LOAD DATE     *
001100*            WHEN NO CARD IS SUPPLIED. FUNCTION 'C' CARRIES THE  *
001200*            FILE FORWARD UNCHANGED. FUNCTION 'U' (CALLED BY THE *
001300*            EDITORS AT STARTUP) RETURNS THE MASTER'S CURRENT    *
001400*            VERSION AND LOAD DATE AND APPENDS A USAGE ROW       *
001500*            (BCPREFUS) SO BCPREFMN CAN SHOW WHICH VERSION EACH  *
001600*            EDIT RUN USED. RESULT 'N' WHEN THE MASTER HAS NO    *
001700*            CONTROL ROW.                                        *
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. BCPREFST.
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OPTIONAL REF-CONTROL-FILE ASSIGN TO REFCTL
002500            ORGANIZATION IS LINE SEQUENTIAL
002600            FILE STATUS IS WS-REFC-STATUS.
002700     SELECT REF-CONTROL-OUT ASSIGN TO REFCTLO
002800            ORGANIZATION IS LINE SEQUENTIAL
002900            FILE STATUS IS WS-REFCO-STATUS.
003000     SELECT OPTIONAL REF-VERSION-CARD ASSIGN TO REFVER
003100            ORGANIZATION IS LINE SEQUENTIAL
003200            FILE STATUS IS WS-REFV-STATUS.
003300     SELECT OPTIONAL REF-USAGE-LOG ASSIGN TO REFUSAGE
003400            ORGANIZATION IS LINE SEQUENTIAL
003500            FILE STATUS IS WS-REFU-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  REF-CONTROL-FILE.
003900     COPY BCPREFCT.
004000 FD  REF-CONTROL-OUT.
004100     COPY BCPREFCT
004200         REPLACING ==REFC-RECORD== BY ==REFCO-RECORD==.
004300 FD  REF-VERSION-CARD.
004400 01  REFV-RECORD.
004500     05  REFV-MASTER-ID            PIC X(08).
004600     05  REFV-VERSION              PIC X(10).
004700 FD  REF-USAGE-LOG.
004800     COPY BCPREFUS.
004900 WORKING-STORAGE SECTION.
005000 01  WS-REFC-STATUS            PIC X(02).
005100 01  WS-REFCO-STATUS           PIC X(02).
005200 01  WS-REFV-STATUS            PIC X(02).
005300 01  WS-REFU-STATUS            PIC X(02).
005400 01  WS-REFC-EOF-SW            PIC X(01)      VALUE 'N'.
005500     88  WS-NO-MORE-REFC           VALUE 'Y'.
005600 01  WS-REFV-EOF-SW            PIC X(01)      VALUE 'N'.
005700     88  WS-NO-MORE-REFV           VALUE 'Y'.
005800 01  WS-TODAY-DATE             PIC X(08).
005900 01  WS-TIME                   PIC X(08).
006000 01  WS-NEW-VERSION            PIC X(10).
006100 LINKAGE SECTION.
006200 01  LK-REFST-FUNCTION         PIC X(01).
006300     88  LK-STAMP-LOAD             VALUE 'S'.
006400     88  LK-CARRY-ONLY             VALUE 'C'.
006500     88  LK-RECORD-USAGE           VALUE 'U'.
006600 01  LK-MASTER-ID              PIC X(08).
006700 01  LK-PROGRAM                PIC X(08).
006800 01  LK-VERSION                PIC X(10).
006900 01  LK-LOAD-DATE              PIC X(08).
007000 01  LK-REFST-RESULT           PIC X(01).
007100     88  LK-ROW-FOUND              VALUE 'Y'.
007200     88  LK-ROW-NOT-FOUND          VALUE 'N'.
007300 PROCEDURE DIVISION USING LK-REFST-FUNCTION LK-MASTER-ID
007400         LK-PROGRAM LK-VERSION LK-LOAD-DATE LK-REFST-RESULT.
007500 0000-MAIN-CONTROL.
007600     SET LK-ROW-NOT-FOUND TO TRUE
007700     MOVE SPACES TO LK-VERSION LK-LOAD-DATE
007800     MOVE 'N' TO WS-REFC-EOF-SW WS-REFV-EOF-SW
007900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
008000     ACCEPT WS-TIME FROM TIME
008100     EVALUATE TRUE
008200         WHEN LK-RECORD-USAGE
008300             PERFORM 3000-RECORD-USAGE
008400         WHEN LK-STAMP-LOAD
008500             PERFORM 1000-GET-VERSION
008600             PERFORM 2000-CARRY-CONTROL
008700         WHEN OTHER
008800             PERFORM 2000-CARRY-CONTROL
008900     END-EVALUATE
009000     GOBACK.
009100
009200*THE VERSION CARD MAY CARRY ONE ROW PER MASTER SO A SINGLE CARD
009300*DECK SERVES A NIGHT OF LOADS; NO MATCHING ROW MEANS THE RELEASE
009400*IS KNOWN ONLY BY THE DATE IT WAS LOADED.
009500 1000-GET-VERSION.
009600     MOVE WS-TODAY-DATE TO WS-NEW-VERSION
009700     OPEN INPUT REF-VERSION-CARD
009800     IF WS-REFV-STATUS = '35'
009900         SET WS-NO-MORE-REFV TO TRUE
010000     ELSE
010100         PERFORM 1100-READ-VERSION-CARD
010200     END-IF
010300     PERFORM UNTIL WS-NO-MORE-REFV
010400         IF REFV-MASTER-ID = LK-MASTER-ID
010500             AND REFV-VERSION NOT = SPACES
010600             MOVE REFV-VERSION TO WS-NEW-VERSION
010700         END-IF
010800         PERFORM 1100-READ-VERSION-CARD
010900     END-PERFORM
011000     IF WS-REFV-STATUS NOT = '35'
011100         CLOSE REF-VERSION-CARD
011200     END-IF.
011300
011400 1100-READ-VERSION-CARD.
011500     READ REF-VERSION-CARD
011600         AT END
011700             SET WS-NO-MORE-REFV TO TRUE
011800     END-READ.
011900
012000 2000-CARRY-CONTROL.
012100     OPEN INPUT REF-CONTROL-FILE
012200     OPEN OUTPUT REF-CONTROL-OUT
012300     IF WS-REFC-STATUS = '35'
012400         SET WS-NO-MORE-REFC TO TRUE
012500     ELSE
012600         PERFORM 2100-READ-CONTROL
012700     END-IF
012800     PERFORM UNTIL WS-NO-MORE-REFC
012900         MOVE REFC-RECORD TO REFCO-RECORD
013000         IF LK-STAMP-LOAD
013100             AND REFC-MASTER-ID OF REFC-RECORD = LK-MASTER-ID
013200             SET LK-ROW-FOUND TO TRUE
013300             MOVE REFC-VERSION OF REFC-RECORD
013400                 TO REFC-PRIOR-VERSION OF REFCO-RECORD
013500             MOVE WS-NEW-VERSION
013600                 TO REFC-VERSION OF REFCO-RECORD
013700             MOVE WS-TODAY-DATE
013800                 TO REFC-LAST-LOAD-DATE OF REFCO-RECORD
013900             MOVE WS-TIME
014000                 TO REFC-LAST-LOAD-TIME OF REFCO-RECORD
014100             MOVE LK-PROGRAM
014200                 TO REFC-LAST-LOAD-PGM OF REFCO-RECORD
014300             MOVE WS-NEW-VERSION TO LK-VERSION
014400             MOVE WS-TODAY-DATE  TO LK-LOAD-DATE
014500         END-IF
014600         WRITE REFCO-RECORD
014700         PERFORM 2100-READ-CONTROL
014800     END-PERFORM
014900     IF WS-REFC-STATUS NOT = '35'
015000         CLOSE REF-CONTROL-FILE
015100     END-IF
015200     CLOSE REF-CONTROL-OUT.
015300
015400 2100-READ-CONTROL.
015500     READ REF-CONTROL-FILE
015600         AT END
015700             SET WS-NO-MORE-REFC TO TRUE
015800     END-READ.
015900
016000*A MASTER WITH NO CONTROL ROW IS STILL LOGGED (VERSION UNKNOWN)
016100*SO THE MONITOR SHOWS THE EDIT RAN AGAINST AN UNTRACKED LOAD.
016200 3000-RECORD-USAGE.
016300     OPEN INPUT REF-CONTROL-FILE
016400     IF WS-REFC-STATUS = '35'
016500         SET WS-NO-MORE-REFC TO TRUE
016600     ELSE
016700         PERFORM 2100-READ-CONTROL
016800     END-IF
016900     PERFORM UNTIL WS-NO-MORE-REFC
017000         IF REFC-MASTER-ID OF REFC-RECORD = LK-MASTER-ID
017100             SET LK-ROW-FOUND TO TRUE
017200             MOVE REFC-VERSION OF REFC-RECORD TO LK-VERSION
017300             MOVE REFC-LAST-LOAD-DATE OF REFC-RECORD
017400                 TO LK-LOAD-DATE
017500         END-IF
017600         PERFORM 2100-READ-CONTROL
017700     END-PERFORM
017800     IF WS-REFC-STATUS NOT = '35'
017900         CLOSE REF-CONTROL-FILE
018000     END-IF
018100     IF LK-ROW-NOT-FOUND
018200         MOVE 'UNKNOWN' TO LK-VERSION
018300     END-IF
018400     OPEN EXTEND REF-USAGE-LOG
018500     IF WS-REFU-STATUS = '35'
018600         OPEN OUTPUT REF-USAGE-LOG
018700     END-IF
018800     MOVE WS-TODAY-DATE  TO REFU-RUN-DATE
018900     MOVE WS-TIME        TO REFU-RUN-TIME
019000     MOVE LK-PROGRAM     TO REFU-PROGRAM
019100     MOVE LK-MASTER-ID   TO REFU-MASTER-ID
019200     MOVE LK-VERSION     TO REFU-VERSION
019300     MOVE LK-LOAD-DATE   TO REFU-LOAD-DATE
019400     WRITE REFU-RECORD
019500     CLOSE REF-USAGE-LOG.
