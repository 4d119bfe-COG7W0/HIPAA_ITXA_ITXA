000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150146 - LEGAL HOLD CHECK, CALLED   *
000300*            LIKE BCPREFST BY EVERY PURGE AND ARCHIVE STEP       *
000400*            (BCPARCHV, BCPNOTPG, BCPRPTPG) BEFORE A RECORD IS   *
000500*            DROPPED. THE FIRST CALL LOADS THE HOLDS IN FORCE    *
000600*            FROM THE LEGAL HOLD MASTER (BCPLGHLD, DD LGHOLD -   *
000700*            NO MASTER MEANS NO HOLDS): EVERY SCOPE ROW NOT YET  *
000800*            RELEASED, OR RELEASED AFTER TODAY. EACH CALL PASSES *
000900*            WHATEVER THE CALLER KNOWS ABOUT THE RECORD - CLAIM  *
001000*            KEY, MEMBER ID, NPI (ZERO OR SPACES WHEN NOT KNOWN) *
001100*            AND A DATE SPAN - AND GETS BACK 'Y' WITH THE FIRST  *
001200*            HOLD ID AND MATTER THAT COVERS IT, OR 'N'. A DATE   *
001300*            SPAN IS HELD WHEN IT OVERLAPS A DATE-RANGE HOLD. A  *
001400*            MASTER LARGER THAN THE TABLE CANNOT BE CHECKED      *
001500*            SAFELY, SO EVERY RECORD IS THEN REPORTED HELD UNDER *
001600*            HOLD ID *TBLFULL AND NOTHING IS PURGED.             *
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. BCPLGHCK.
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OPTIONAL LEGAL-HOLD-FILE ASSIGN TO LGHOLD
002400            ORGANIZATION IS LINE SEQUENTIAL
002500            FILE STATUS IS WS-LGH-STATUS.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  LEGAL-HOLD-FILE.
002900     COPY BCPLGHLD.
003000 WORKING-STORAGE SECTION.
003100 01  WS-LGH-STATUS             PIC X(02).
003200 01  WS-LGH-EOF-SW             PIC X(01)      VALUE 'N'.
003300     88  WS-NO-MORE-LGH            VALUE 'Y'.
003400 01  WS-LOADED-SW              PIC X(01)      VALUE 'N'.
003500     88  WS-HOLDS-LOADED           VALUE 'Y'.
003600 01  WS-TABLE-FULL-SW          PIC X(01)      VALUE 'N'.
003700     88  WS-HOLD-TABLE-FULL        VALUE 'Y'.
003800 01  WS-TODAY-DATE             PIC X(08).
003900 01  WS-SPAN-THRU              PIC X(08).
004000 01  WS-HLD-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
004100 01  WS-HLD-TABLE.
004200     05  WS-HLD-ENTRY          OCCURS 1 TO 5000 TIMES
004300                               DEPENDING ON WS-HLD-TABLE-COUNT
004400                               INDEXED BY WS-HLD-IX.
004500         10  WS-HLD-HOLD-ID        PIC X(08).
004600         10  WS-HLD-MATTER         PIC X(30).
004700         10  WS-HLD-SCOPE-TYPE     PIC X(01).
004800         10  WS-HLD-SCOPE-VALUE    PIC X(10).
004900         10  WS-HLD-FROM-DATE      PIC X(08).
005000         10  WS-HLD-THRU-DATE      PIC X(08).
005100 LINKAGE SECTION.
005200 01  LK-CLM-KEY                PIC 9(06).
005300 01  LK-MEMBER-ID              PIC 9(10).
005400 01  LK-NPI                    PIC X(10).
005500 01  LK-FROM-DATE              PIC X(08).
005600 01  LK-THRU-DATE              PIC X(08).
005700 01  LK-LGHCK-RESULT           PIC X(01).
005800     88  LK-RECORD-HELD            VALUE 'Y'.
005900     88  LK-RECORD-NOT-HELD        VALUE 'N'.
006000 01  LK-HOLD-ID                PIC X(08).
006100 01  LK-MATTER                 PIC X(30).
006200 PROCEDURE DIVISION USING LK-CLM-KEY LK-MEMBER-ID LK-NPI
006300         LK-FROM-DATE LK-THRU-DATE LK-LGHCK-RESULT LK-HOLD-ID
006400         LK-MATTER.
006500 0000-MAIN-CONTROL.
006600     IF NOT WS-HOLDS-LOADED
006700         PERFORM 1000-LOAD-HOLDS
006800     END-IF
006900     SET LK-RECORD-NOT-HELD TO TRUE
007000     MOVE SPACES TO LK-HOLD-ID LK-MATTER
007100     IF WS-HOLD-TABLE-FULL
007200         SET LK-RECORD-HELD TO TRUE
007300         MOVE '*TBLFULL' TO LK-HOLD-ID
007400         MOVE 'HOLD MASTER EXCEEDS TABLE' TO LK-MATTER
007500     ELSE
007600         PERFORM 2000-CHECK-RECORD
007700     END-IF
007800     GOBACK.
007900
008000*A RELEASED HOLD STOPS PROTECTING ITS RECORDS ON THE RELEASED
008100*DATE; THE FIRST PURGE CYCLE ON OR AFTER THAT DATE MAY DROP THEM.
008200 1000-LOAD-HOLDS.
008300     SET WS-HOLDS-LOADED TO TRUE
008400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
008500     OPEN INPUT LEGAL-HOLD-FILE
008600     IF WS-LGH-STATUS = '35'
008700         SET WS-NO-MORE-LGH TO TRUE
008800     ELSE
008900         PERFORM 1100-READ-HOLD
009000     END-IF
009100     PERFORM UNTIL WS-NO-MORE-LGH
009200         IF LGHLD-RELEASED-DATE = SPACES
009300             OR LGHLD-RELEASED-DATE > WS-TODAY-DATE
009400             IF WS-HLD-TABLE-COUNT < 5000
009500                 ADD 1 TO WS-HLD-TABLE-COUNT
009600                 SET WS-HLD-IX TO WS-HLD-TABLE-COUNT
009700                 MOVE LGHLD-HOLD-ID
009800                     TO WS-HLD-HOLD-ID(WS-HLD-IX)
009900                 MOVE LGHLD-MATTER
010000                     TO WS-HLD-MATTER(WS-HLD-IX)
010100                 MOVE LGHLD-SCOPE-TYPE
010200                     TO WS-HLD-SCOPE-TYPE(WS-HLD-IX)
010300                 MOVE LGHLD-SCOPE-VALUE
010400                     TO WS-HLD-SCOPE-VALUE(WS-HLD-IX)
010500                 MOVE LGHLD-FROM-DATE
010600                     TO WS-HLD-FROM-DATE(WS-HLD-IX)
010700                 MOVE LGHLD-THRU-DATE
010800                     TO WS-HLD-THRU-DATE(WS-HLD-IX)
010900             ELSE
011000                 SET WS-HOLD-TABLE-FULL TO TRUE
011100             END-IF
011200         END-IF
011300         PERFORM 1100-READ-HOLD
011400     END-PERFORM
011500     IF WS-LGH-STATUS NOT = '35'
011600         CLOSE LEGAL-HOLD-FILE
011700     END-IF
011800     IF WS-HOLD-TABLE-FULL
011900         DISPLAY 'LEGAL HOLD MASTER EXCEEDS 5000 HOLDS IN FORCE'
012000             ' - EVERY RECORD TREATED AS HELD'
012100     END-IF.
012200
012300 1100-READ-HOLD.
012400     READ LEGAL-HOLD-FILE
012500         AT END
012600             SET WS-NO-MORE-LGH TO TRUE
012700     END-READ.
012800
012900*FIRST MATCHING SCOPE ROW WINS; A CALLER REPORTS THAT HOLD.
013000 2000-CHECK-RECORD.
013100     IF LK-THRU-DATE = SPACES
013200         MOVE LK-FROM-DATE TO WS-SPAN-THRU
013300     ELSE
013400         MOVE LK-THRU-DATE TO WS-SPAN-THRU
013500     END-IF
013600     IF WS-HLD-TABLE-COUNT > ZERO
013700         SET WS-HLD-IX TO 1
013800         SEARCH WS-HLD-ENTRY
013900             AT END
014000                 CONTINUE
014100             WHEN WS-HLD-SCOPE-TYPE(WS-HLD-IX) = 'C'
014200                 AND LK-CLM-KEY NOT = ZERO
014300                 AND WS-HLD-SCOPE-VALUE(WS-HLD-IX)(1:6)
014400                     = LK-CLM-KEY
014500                 PERFORM 2100-RETURN-HOLD
014600             WHEN WS-HLD-SCOPE-TYPE(WS-HLD-IX) = 'M'
014700                 AND LK-MEMBER-ID NOT = ZERO
014800                 AND WS-HLD-SCOPE-VALUE(WS-HLD-IX) = LK-MEMBER-ID
014900                 PERFORM 2100-RETURN-HOLD
015000             WHEN WS-HLD-SCOPE-TYPE(WS-HLD-IX) = 'N'
015100                 AND LK-NPI NOT = SPACES
015200                 AND WS-HLD-SCOPE-VALUE(WS-HLD-IX) = LK-NPI
015300                 PERFORM 2100-RETURN-HOLD
015400             WHEN WS-HLD-SCOPE-TYPE(WS-HLD-IX) = 'D'
015500                 AND LK-FROM-DATE NOT = SPACES
015600                 AND LK-FROM-DATE <= WS-HLD-THRU-DATE(WS-HLD-IX)
015700                 AND WS-SPAN-THRU >= WS-HLD-FROM-DATE(WS-HLD-IX)
015800                 PERFORM 2100-RETURN-HOLD
015900         END-SEARCH
016000     END-IF.
016100
016200 2100-RETURN-HOLD.
016300     SET LK-RECORD-HELD TO TRUE
016400     MOVE WS-HLD-HOLD-ID(WS-HLD-IX) TO LK-HOLD-ID
016500     MOVE WS-HLD-MATTER(WS-HLD-IX)  TO LK-MATTER.
