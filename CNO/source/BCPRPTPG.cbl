000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150140 - REPORT REPOSITORY          *
000300*            RETENTION PURGE. RUN WEEKLY. EVERY ARCHIVED REPORT  *
000400*            WHOSE CATALOG PURGE DATE (SET FROM ITS RETENTION    *
000500*            PERIOD WHEN IT WAS ARCHIVED) HAS PASSED IS DROPPED  *
000600*            FROM THE CATALOG (RPTCAT TO RPTCATO) AND ITS LINES  *
000700*            FROM THE STORE (RPTSTOR TO RPTSTORO); EVERYTHING    *
000800*            ELSE IS CARRIED FORWARD UNCHANGED, THE SAME         *
000900*            IN-TO-OUT CARRY THE OTHER MASTERS USE. STORE LINES  *
001000*            WITH NO CATALOG ROW ARE KEPT AND COUNTED RATHER     *
001100*            THAN GUESSED AT. MORE CATALOG ROWS THAN THE TABLE   *
001200*            HOLDS SETS RETURN-CODE 8 WITH NOTHING PURGED.       *
001300******************************************************************
001303* 10-15-26 - R KOWALSKI - AR 150146 - LEGAL HOLDS. A REPORT PAST *
001306*            ITS PURGE DATE IS CHECKED AGAINST THE HOLDS IN      *
001309*            FORCE (BCPLGHCK) BY ITS RUN DATE - A REPORT CARRIES *
001312*            MANY CLAIMS, SO ONLY DATE-RANGE HOLDS (E.G. A       *
001315*            REGULATOR'S RECORDS REQUEST FOR A PERIOD) APPLY     *
001318*            HERE. A HELD REPORT IS CARRIED FORWARD WITH ITS     *
001321*            STORE LINES AND LISTED WITH ITS HOLD ID AND MATTER; *
001324*            ONCE THE HOLD IS RELEASED IT PURGES ON THE NEXT     *
001327*            CYCLE.                                              *
001330******************************************************************
001333* 10-15-26 - R KOWALSKI - AR 150140 - ONLY CATALOG ROWS PAST     *
001336*            THEIR PURGE DATE ARE TABLED, SO A CATALOG OF ANY    *
001339*            SIZE PURGES; A FULL CATALOG TABLE HAD ENDED EVERY   *
001342*            RUN RC 8 WITH NOTHING PURGED. DUE REPORTS PAST THE  *
001345*            FIRST 20000 ARE LEFT FOR THE NEXT RUN WITH RC 4.    *
001348*            STORE LINES ARE PURGED ONLY FOR A PURGED REPORT AND *
001351*            OTHERWISE CARRIED FORWARD; THEY ARE NO LONGER       *
001354*            COUNTED AGAINST THE CATALOG.                        *
001357******************************************************************
001360* 10-15-26 - R KOWALSKI - AR 150146 - A LEGAL HOLD MASTER TOO    *
001363*            LARGE FOR BCPLGHCK'S TABLE (EVERY REPORT COMES BACK *
001366*            HELD UNDER *TBLFULL) IS NOW CALLED OUT ONCE ON THE  *
001369*            SUMMARY.                                            *
001372******************************************************************
001375 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. BCPRPTPG.
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001900     SELECT OPTIONAL RPT-CATALOG ASSIGN TO RPTCAT
002000            ORGANIZATION IS LINE SEQUENTIAL
002100            FILE STATUS IS WS-RPCT-STATUS.
002200     SELECT RPT-CATALOG-OUT ASSIGN TO RPTCATO
002300            ORGANIZATION IS LINE SEQUENTIAL
002400            FILE STATUS IS WS-RPCO-STATUS.
002500     SELECT OPTIONAL RPT-STORE ASSIGN TO RPTSTOR
002600            ORGANIZATION IS LINE SEQUENTIAL
002700            FILE STATUS IS WS-RPST-STATUS.
002800     SELECT RPT-STORE-OUT ASSIGN TO RPTSTORO
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-RPSO-STATUS.
003100     SELECT PURGE-RPT ASSIGN TO RPTPGRPT
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-RPT-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  RPT-CATALOG.
003700     COPY BCPRPTCT.
003800 FD  RPT-CATALOG-OUT.
003900 01  RPCO-LINE                 PIC X(66).
004000 FD  RPT-STORE.
004100     COPY BCPRPTST.
004200 FD  RPT-STORE-OUT.
004300 01  RPSO-LINE                 PIC X(164).
004400 FD  PURGE-RPT.
004500 01  RPT-LINE                  PIC X(132).
004600 WORKING-STORAGE SECTION.
004700 01  WS-RPCT-STATUS            PIC X(02).
004800 01  WS-RPCO-STATUS            PIC X(02).
004900 01  WS-RPST-STATUS            PIC X(02).
005000 01  WS-RPSO-STATUS            PIC X(02).
005100 01  WS-RPT-STATUS             PIC X(02).
005200 01  WS-RPCT-EOF-SW            PIC X(01)      VALUE 'N'.
005300     88  WS-NO-MORE-RPCT           VALUE 'Y'.
005400 01  WS-RPST-EOF-SW            PIC X(01)      VALUE 'N'.
005500     88  WS-NO-MORE-RPST           VALUE 'Y'.
005600 01  WS-OVERFLOW-SW            PIC X(01)      VALUE 'N'.
005700     88  WS-TABLE-OVERFLOW         VALUE 'Y'.
005710 01  WS-DEFERRED-REPORTS       PIC 9(07)      VALUE ZERO.
005720 01  WS-ROW-PURGE-SW           PIC X(01).
005730     88  WS-ROW-PURGED             VALUE 'Y'.
005740     88  WS-ROW-HELD               VALUE 'H'.
005800 01  WS-CAT-FOUND-SW           PIC X(01)      VALUE 'N'.
005900     88  WS-CAT-FOUND              VALUE 'Y'.
006000 01  WS-TODAY-DATE             PIC X(08).
006010*CATALOG ROWS PAST THEIR PURGE DATE, IN CATALOG ORDER. ROWS NOT
006020*YET DUE ARE NOT TABLED, SO THE CATALOG CAN BE ANY SIZE.
006100 01  WS-CAT-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
006200 01  WS-CAT-TABLE.
006300     05  WS-CAT-ENTRY          OCCURS 1 TO 20000 TIMES
006400                               DEPENDING ON WS-CAT-TABLE-COUNT
006500                               INDEXED BY WS-CAT-IX.
006600         10  WS-CAT-REPORT-ID      PIC X(08).
006700         10  WS-CAT-RUN-DATE       PIC X(08).
006800         10  WS-CAT-CYCLE          PIC 9(02).
006900         10  WS-CAT-VERSION        PIC 9(02).
007000         10  WS-CAT-PURGE-SW       PIC X(01).
007100             88  WS-CAT-PURGED         VALUE 'Y'.
007110             88  WS-CAT-HELD           VALUE 'H'.
007120         10  WS-CAT-HOLD-ID        PIC X(08).
007130         10  WS-CAT-MATTER         PIC X(30).
007200 01  WS-KEPT-REPORTS           PIC 9(07)      VALUE ZERO.
007300 01  WS-PURGED-REPORTS         PIC 9(07)      VALUE ZERO.
007400 01  WS-KEPT-LINES             PIC 9(09)      VALUE ZERO.
007500 01  WS-PURGED-LINES           PIC 9(09)      VALUE ZERO.
007608*AR 150146 - LEGAL HOLD CHECK (BCPLGHCK) WORK FIELDS.
007616 01  WS-LGHCK-CLM-KEY          PIC 9(06)      VALUE ZERO.
007624 01  WS-LGHCK-MEMBER-ID        PIC 9(10)      VALUE ZERO.
007632 01  WS-LGHCK-NPI              PIC X(10)      VALUE SPACES.
007640 01  WS-LGHCK-FROM-DATE        PIC X(08).
007648 01  WS-LGHCK-THRU-DATE        PIC X(08)      VALUE SPACES.
007656 01  WS-LGHCK-RESULT           PIC X(01).
007664     88  WS-LGHCK-HELD              VALUE 'Y'.
007672 01  WS-LGHCK-HOLD-ID          PIC X(08).
007680 01  WS-LGHCK-MATTER           PIC X(30).
007683 01  WS-LGH-FULL-SW            PIC X(01)      VALUE 'N'.
007686     88  WS-LGH-TABLE-FULL          VALUE 'Y'.
007688 01  WS-HELD-REPORTS           PIC 9(07)      VALUE ZERO.
007700 PROCEDURE DIVISION.
007800 0000-MAIN-CONTROL.
007900     PERFORM 1000-INITIALIZE
008000     PERFORM 1100-LOAD-CATALOG
008200     PERFORM 2000-CARRY-CATALOG
008300     PERFORM 3000-CARRY-STORE
008500     PERFORM 5000-WRITE-SUMMARY
008600     PERFORM 9000-TERMINATE
008700     IF WS-TABLE-OVERFLOW
008800         MOVE 4 TO RETURN-CODE
008900     END-IF
009000     STOP RUN.
009100
009200 1000-INITIALIZE.
009300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
009400     OPEN OUTPUT PURGE-RPT
009500     MOVE SPACES TO RPT-LINE
009600     STRING 'REPORT REPOSITORY RETENTION PURGE - AS OF '
009700         WS-TODAY-DATE
009800         DELIMITED BY SIZE INTO RPT-LINE
009900     WRITE RPT-LINE
010000     MOVE SPACES TO RPT-LINE
010100     WRITE RPT-LINE.
010200
010300*A REPORT IS PURGED THE DAY AFTER ITS PURGE DATE. DUE REPORTS
010310*PAST THE FIRST 20000 ARE LEFT IN PLACE FOR THE NEXT RUN.
010400 1100-LOAD-CATALOG.
010500     OPEN INPUT RPT-CATALOG
010600     PERFORM 1110-READ-CATALOG
010700     PERFORM UNTIL WS-NO-MORE-RPCT
010710         IF RPCT-PURGE-DATE < WS-TODAY-DATE
010800             IF WS-CAT-TABLE-COUNT < 20000
010900                 ADD 1 TO WS-CAT-TABLE-COUNT
011000                 SET WS-CAT-IX TO WS-CAT-TABLE-COUNT
011100                 MOVE RPCT-REPORT-ID
011110                     TO WS-CAT-REPORT-ID(WS-CAT-IX)
011200                 MOVE RPCT-RUN-DATE TO WS-CAT-RUN-DATE(WS-CAT-IX)
011300                 MOVE RPCT-CYCLE    TO WS-CAT-CYCLE(WS-CAT-IX)
011400                 MOVE RPCT-VERSION  TO WS-CAT-VERSION(WS-CAT-IX)
011600                 MOVE 'Y' TO WS-CAT-PURGE-SW(WS-CAT-IX)
011610                 PERFORM 1120-CHECK-REPORT-HOLD
012000             ELSE
012100                 SET WS-TABLE-OVERFLOW TO TRUE
012110                 ADD 1 TO WS-DEFERRED-REPORTS
012200             END-IF
012210         END-IF
012300         PERFORM 1110-READ-CATALOG
012400     END-PERFORM
012500     CLOSE RPT-CATALOG
012600     IF WS-TABLE-OVERFLOW
012610         MOVE SPACES TO RPT-LINE
012700         STRING 'OVER 20000 REPORTS DUE - ' WS-DEFERRED-REPORTS
012710             ' LEFT FOR THE NEXT PURGE RUN'
012720             DELIMITED BY SIZE INTO RPT-LINE
012900         WRITE RPT-LINE
013000     END-IF.
013100
013200 1110-READ-CATALOG.
013300     READ RPT-CATALOG
013400         AT END
013500             SET WS-NO-MORE-RPCT TO TRUE
013600     END-READ.
013700
013706*AR 150146 - A REPORT DUE FOR PURGE WHOSE RUN DATE FALLS IN A
013712*DATE-RANGE HOLD IS KEPT.
013718 1120-CHECK-REPORT-HOLD.
013724     MOVE SPACES TO WS-CAT-HOLD-ID(WS-CAT-IX)
013730                    WS-CAT-MATTER(WS-CAT-IX)
013736     MOVE RPCT-RUN-DATE TO WS-LGHCK-FROM-DATE
013742     CALL 'BCPLGHCK' USING WS-LGHCK-CLM-KEY WS-LGHCK-MEMBER-ID
013748         WS-LGHCK-NPI WS-LGHCK-FROM-DATE WS-LGHCK-THRU-DATE
013754         WS-LGHCK-RESULT WS-LGHCK-HOLD-ID WS-LGHCK-MATTER
013760     END-CALL
013760     IF WS-LGHCK-HOLD-ID = '*TBLFULL'
013760         SET WS-LGH-TABLE-FULL TO TRUE
013760     END-IF
013766     IF WS-LGHCK-HELD
013772         MOVE 'H' TO WS-CAT-PURGE-SW(WS-CAT-IX)
013778         MOVE WS-LGHCK-HOLD-ID TO WS-CAT-HOLD-ID(WS-CAT-IX)
013784         MOVE WS-LGHCK-MATTER  TO WS-CAT-MATTER(WS-CAT-IX)
013790     END-IF.
013795
013796*THE DUE TABLE IS IN CATALOG ORDER, SO IT IS WALKED ALONG WITH
013797*THE CATALOG, ONE ENTRY PER DUE ROW.
013800 2000-CARRY-CATALOG.
013900     MOVE 'N' TO WS-RPCT-EOF-SW
014000     OPEN INPUT RPT-CATALOG
014100     OPEN OUTPUT RPT-CATALOG-OUT
014200     SET WS-CAT-IX TO 1
014300     PERFORM 1110-READ-CATALOG
014400     PERFORM UNTIL WS-NO-MORE-RPCT
014410         MOVE 'N' TO WS-ROW-PURGE-SW
014420         IF RPCT-PURGE-DATE < WS-TODAY-DATE
014430             AND WS-CAT-IX NOT > WS-CAT-TABLE-COUNT
014440             MOVE WS-CAT-PURGE-SW(WS-CAT-IX) TO WS-ROW-PURGE-SW
014450         END-IF
014500         IF WS-ROW-PURGED
014600             ADD 1 TO WS-PURGED-REPORTS
014700             MOVE SPACES TO RPT-LINE
014800             STRING 'PURGED  ' RPCT-REPORT-ID
014900                 '  RUN DATE ' RPCT-RUN-DATE
015000                 '  CYCLE ' RPCT-CYCLE '  VERSION ' RPCT-VERSION
015100                 '  LINES ' RPCT-LINE-COUNT
015200                 '  PURGE DATE ' RPCT-PURGE-DATE
015300                 DELIMITED BY SIZE INTO RPT-LINE
015400             WRITE RPT-LINE
015407         ELSE
015414             IF WS-ROW-HELD
015421                 ADD 1 TO WS-HELD-REPORTS
015428                 MOVE SPACES TO RPT-LINE
015435                 STRING 'RETAINED ' RPCT-REPORT-ID
015442                     '  RUN DATE ' RPCT-RUN-DATE
015449                     '  CYCLE ' RPCT-CYCLE
015456                     '  VERSION ' RPCT-VERSION
015463                     '  HOLD ' WS-CAT-HOLD-ID(WS-CAT-IX)
015470                     '  MATTER ' WS-CAT-MATTER(WS-CAT-IX)
015477                     DELIMITED BY SIZE INTO RPT-LINE
015484                 WRITE RPT-LINE
015491             END-IF
015600             ADD 1 TO WS-KEPT-REPORTS
015700             WRITE RPCO-LINE FROM RPCT-RECORD
015800         END-IF
015900         IF WS-ROW-PURGE-SW NOT = 'N'
015910             SET WS-CAT-IX UP BY 1
015920         END-IF
016000         PERFORM 1110-READ-CATALOG
016100     END-PERFORM
016200     CLOSE RPT-CATALOG
016300     CLOSE RPT-CATALOG-OUT.
016400
016500 3000-CARRY-STORE.
016600     OPEN INPUT RPT-STORE
016700     OPEN OUTPUT RPT-STORE-OUT
016800     PERFORM 3010-READ-STORE
016900     PERFORM UNTIL WS-NO-MORE-RPST
017000         PERFORM 3100-FIND-CATALOG-ROW
017100         IF WS-CAT-FOUND
017700             ADD 1 TO WS-PURGED-LINES
017800         ELSE
017900             ADD 1 TO WS-KEPT-LINES
018000             WRITE RPSO-LINE FROM RPST-RECORD
018100         END-IF
018200         PERFORM 3010-READ-STORE
018300     END-PERFORM
018400     CLOSE RPT-STORE
018500     CLOSE RPT-STORE-OUT.
018600
018700 3010-READ-STORE.
018800     READ RPT-STORE
018900         AT END
019000             SET WS-NO-MORE-RPST TO TRUE
019100     END-READ.
019200
019210*FOUND MEANS THE LINE BELONGS TO A REPORT BEING PURGED.
019300 3100-FIND-CATALOG-ROW.
019400     MOVE 'N' TO WS-CAT-FOUND-SW
019500     IF WS-CAT-TABLE-COUNT > ZERO
019600         SET WS-CAT-IX TO 1
019700         SEARCH WS-CAT-ENTRY
019800             AT END
019900                 CONTINUE
020000             WHEN WS-CAT-REPORT-ID(WS-CAT-IX) = RPST-REPORT-ID
020100                 AND WS-CAT-RUN-DATE(WS-CAT-IX) = RPST-RUN-DATE
020200                 AND WS-CAT-CYCLE(WS-CAT-IX) = RPST-CYCLE
020300                 AND WS-CAT-VERSION(WS-CAT-IX) = RPST-VERSION
020350                 AND WS-CAT-PURGED(WS-CAT-IX)
020400                 SET WS-CAT-FOUND TO TRUE
020500         END-SEARCH
020600     END-IF.
020700
020800 5000-WRITE-SUMMARY.
020900     MOVE SPACES TO RPT-LINE
021000     WRITE RPT-LINE
021100     MOVE SPACES TO RPT-LINE
021200     STRING 'REPORTS KEPT ' WS-KEPT-REPORTS
021300         '  PURGED ' WS-PURGED-REPORTS
021310         '  RETAINED UNDER LEGAL HOLD ' WS-HELD-REPORTS
021320         '  DUE, LEFT FOR NEXT RUN ' WS-DEFERRED-REPORTS
021400         DELIMITED BY SIZE INTO RPT-LINE
021500     WRITE RPT-LINE
021600     MOVE SPACES TO RPT-LINE
021700     STRING 'LINES KEPT ' WS-KEPT-LINES
021800         '  PURGED ' WS-PURGED-LINES
022000         DELIMITED BY SIZE INTO RPT-LINE
022100     WRITE RPT-LINE
022110     IF WS-LGH-TABLE-FULL
022120         MOVE SPACES TO RPT-LINE
022130         STRING '  LEGAL HOLD MASTER OVER 5000 HOLDS IN FORCE - '
022140             'EVERY RECORD TREATED AS HELD, NOTHING PURGED'
022150             DELIMITED BY SIZE INTO RPT-LINE
022160         WRITE RPT-LINE
022160     END-IF.
022200
022300 9000-TERMINATE.
022400     CLOSE PURGE-RPT.
