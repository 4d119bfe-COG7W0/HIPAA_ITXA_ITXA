001877*            SCREEN CAN POINT A RETRIEVAL REQUEST AT THE RIGHT   *
001878*            ARCHIVE DATASET.                                    *
001879******************************************************************
001880******************************************************************
001881* 10-15-26 - R KOWALSKI - AR 150146 - LEGAL HOLDS. EVERY CLAIM   *
001882*            IN A BATCH THAT HAS AGED PAST RETENTION IS CHECKED  *
001883*            AGAINST THE HOLDS IN FORCE (BCPLGHCK) BY CLAIM KEY, *
001884*            MEMBER ID, RENDERING NPI AND THE SERVICE-LINE DATE  *
001885*            SPANS. A FULLY POSTED, AGED BATCH WITH ANY HELD     *
001886*            CLAIM IS RETAINED ON THE ACTIVE OUTPUT INSTEAD OF   *
001887*            BEING ARCHIVED, AND THE SUMMARY LISTS EACH RETAINED *
001888*            CLAIM WITH ITS HOLD ID AND MATTER. ONCE THE HOLD IS *
001889*            RELEASED THE BATCH ARCHIVES ON THE NEXT CYCLE.      *
001890******************************************************************
001890******************************************************************
001890* 10-15-26 - R KOWALSKI - AR 150149 - THE ARCHIVE FLIP NOW READS *
001890*            THE CLAIM'S HISTORY ROW FIRST, SO THE POSTING       *
001890*            DETAIL BCPRECON STAMPED ON IT (POSTING DATE,        *
001890*            OUTCOME, CONTRACT, RENDERING NPI, SUBSCRIBER NAME)  *
001890*            IS KEPT FOR THE ANNUAL MEMBER STATEMENT. A ROW      *
001890*            CREATED HERE TAKES THE DETAIL THE CLAIM CARRIES,    *
001890*            WITH NO POSTING DATE.                               *
001890******************************************************************
001891******************************************************************
001892* 10-15-26 - R KOWALSKI - AR 150149 - A HISTORY ROW CREATED AT   *
001893*            ARCHIVE TIME CARRIES A BLANK SENSITIVE-CLAIM FLAG;  *
001894*            AN EXISTING ROW KEEPS THE ONE BCP837CV SET.         *
001895******************************************************************
001899******************************************************************
001899* 10-15-26 - R KOWALSKI - AR 150146 - A LEGAL HOLD MASTER TOO    *
001899*            LARGE FOR BCPLGHCK'S TABLE (EVERY CLAIM COMES BACK  *
001899*            HELD UNDER *TBLFULL) IS NOW CALLED OUT ONCE ON THE  *
001899*            SUMMARY.                                            *
001899******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. BCPARCHV.
002100 ENVIRONMENT DIVISION.
009450     88  WS-NO-AGN-RECORD          VALUE 'Y'.
009460 01  WS-ARCHIVE-GEN            PIC 9(05)      VALUE ZERO.
009470 01  WS-HIST-STAMPED-COUNT     PIC 9(07)      VALUE ZERO.
009471*AR 150146 - LEGAL HOLD CHECK (BCPLGHCK) WORK FIELDS. A HELD
009472*CLAIM IN AN AGED BATCH IS LISTED HERE; THE BATCH DECISION 'H'
009473*MARKS A BATCH RETAINED ONLY BECAUSE OF A HOLD.
009474 01  WS-LGHCK-CLM-KEY          PIC 9(06).
009475 01  WS-LGHCK-MEMBER-ID        PIC 9(10).
009476 01  WS-LGHCK-NPI              PIC X(10).
009477 01  WS-LGHCK-FROM-DATE        PIC X(08).
009478 01  WS-LGHCK-THRU-DATE        PIC X(08).
009479 01  WS-LGHCK-RESULT           PIC X(01).
009480     88  WS-LGHCK-HELD              VALUE 'Y'.
009481 01  WS-LGHCK-HOLD-ID          PIC X(08).
009482 01  WS-LGHCK-MATTER           PIC X(30).
009482 01  WS-LGH-FULL-SW            PIC X(01)      VALUE 'N'.
009482     88  WS-LGH-TABLE-FULL          VALUE 'Y'.
009483 01  WS-CUR-HELD-SW            PIC X(01)      VALUE 'N'.
009484     88  WS-CUR-HELD                VALUE 'Y'.
009485 01  WS-CUR-CLM-KEY            PIC 9(06)      VALUE ZERO.
009486 01  WS-CUR-CLM-LISTED-SW      PIC X(01)      VALUE 'N'.
009487     88  WS-CUR-CLM-LISTED          VALUE 'Y'.
009488 01  WS-HELD-BATCH-COUNT       PIC 9(05)      VALUE ZERO.
009489 01  WS-HELD-CLAIM-COUNT       PIC 9(07)      VALUE ZERO.
009490 01  WS-HELD-NOT-LISTED        PIC 9(07)      VALUE ZERO.
009491 01  WS-HCL-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
009492 01  WS-HCL-TABLE.
009493     05  WS-HCL-ENTRY OCCURS 1 TO 5000 TIMES
009494             DEPENDING ON WS-HCL-TABLE-COUNT
009495             INDEXED BY WS-HCL-IX.
009496         10  WS-HCL-BATCH-SEQ      PIC 9(05).
009497         10  WS-HCL-CLM-KEY        PIC 9(06).
009498         10  WS-HCL-HOLD-ID        PIC X(08).
009499         10  WS-HCL-MATTER         PIC X(30).
009500 PROCEDURE DIVISION.
009600 0000-MAIN-CONTROL.
009700     PERFORM 1000-INITIALIZE
014100                 PERFORM 2200-START-BATCH
014200             WHEN '50'
014300                 PERFORM 2300-CHECK-CLAIM-POSTED
014310                 IF WS-CUR-TOO-OLD
014320                     PERFORM 2340-CHECK-CLAIM-HOLD
014330                 END-IF
014340             WHEN 'SV'
014350                 IF WS-CUR-TOO-OLD
014360                     PERFORM 2350-CHECK-SERVICE-HOLD
014370                 END-IF
014400         END-EVALUATE
014500         PERFORM 2100-READ-PASS1
014600     END-PERFORM
016700     ADD 1 TO WS-BATCH-SEQ
016800     ADD 1 TO WS-TOTAL-BATCH-COUNT
016900     MOVE 'Y' TO WS-CUR-FULLY-POSTED-SW
016910     MOVE 'N' TO WS-CUR-HELD-SW
017000     COMPUTE WS-HDR-DATE-INT =
017100         FUNCTION INTEGER-OF-DATE
017200             (FUNCTION NUMVAL (MEDG-HDR-EDI-PROCESS-DATE))
017800
017900 2250-STORE-DECISION.
018000     IF WS-CUR-FULLY-POSTED AND WS-CUR-TOO-OLD
018100         IF WS-CUR-HELD
018200             MOVE 'H' TO WS-DEC-ARCHIVE-SW (WS-TBL-IX)
018210             ADD 1 TO WS-HELD-BATCH-COUNT
018220         ELSE
018230             MOVE 'Y' TO WS-DEC-ARCHIVE-SW (WS-TBL-IX)
018240             ADD 1 TO WS-ARCHIVED-BATCH-COUNT
018250         END-IF
018300     ELSE
018400         MOVE 'N' TO WS-DEC-ARCHIVE-SW (WS-TBL-IX)
018500     END-IF.
019700                 MOVE 'N' TO WS-CUR-FULLY-POSTED-SW
019800             END-IF
019900     END-SEARCH.
019902
019904*AR 150146 - CLAIM KEY, MEMBER AND RENDERING NPI OF AN AGED CLAIM
019906*AGAINST THE HOLDS IN FORCE.
019908 2340-CHECK-CLAIM-HOLD.
019910     MOVE MEDG-CLM50-CLM-KEY OF MEDG-CLM50-RECORD
019912         TO WS-CUR-CLM-KEY
019914     MOVE 'N' TO WS-CUR-CLM-LISTED-SW
019916     MOVE WS-CUR-CLM-KEY TO WS-LGHCK-CLM-KEY
019918     MOVE MEDG-CLM50-MEMBER-ID OF MEDG-CLM50-RECORD
019920         TO WS-LGHCK-MEMBER-ID
019922     MOVE MEDG-CLM50-RENDPROV-NPI OF MEDG-CLM50-RECORD
019924         TO WS-LGHCK-NPI
019926     MOVE SPACES TO WS-LGHCK-FROM-DATE WS-LGHCK-THRU-DATE
019928     PERFORM 2360-CALL-HOLD-CHECK.
019930
019932*AR 150146 - A SERVICE LINE'S DATE SPAN AGAINST DATE-RANGE HOLDS;
019934*THE LINE BELONGS TO THE CLAIM LAST SEEN.
019936 2350-CHECK-SERVICE-HOLD.
019938     MOVE ZERO TO WS-LGHCK-CLM-KEY WS-LGHCK-MEMBER-ID
019940     MOVE SPACES TO WS-LGHCK-NPI
019942     MOVE MEDG-SVC-DATE-FROM TO WS-LGHCK-FROM-DATE
019944     MOVE MEDG-SVC-DATE-TO   TO WS-LGHCK-THRU-DATE
019946     PERFORM 2360-CALL-HOLD-CHECK.
019948
019950 2360-CALL-HOLD-CHECK.
019952     CALL 'BCPLGHCK' USING WS-LGHCK-CLM-KEY WS-LGHCK-MEMBER-ID
019954         WS-LGHCK-NPI WS-LGHCK-FROM-DATE WS-LGHCK-THRU-DATE
019956         WS-LGHCK-RESULT WS-LGHCK-HOLD-ID WS-LGHCK-MATTER
019958     END-CALL
019958     IF WS-LGHCK-HOLD-ID = '*TBLFULL'
019958         SET WS-LGH-TABLE-FULL TO TRUE
019958     END-IF
019960     IF WS-LGHCK-HELD
019962         SET WS-CUR-HELD TO TRUE
019964         IF NOT WS-CUR-CLM-LISTED
019966             SET WS-CUR-CLM-LISTED TO TRUE
019968             IF WS-HCL-TABLE-COUNT < 5000
019970                 ADD 1 TO WS-HCL-TABLE-COUNT
019972                 SET WS-HCL-IX TO WS-HCL-TABLE-COUNT
019974                 MOVE WS-BATCH-SEQ
019976                     TO WS-HCL-BATCH-SEQ (WS-HCL-IX)
019978                 MOVE WS-CUR-CLM-KEY
019980                     TO WS-HCL-CLM-KEY (WS-HCL-IX)
019982                 MOVE WS-LGHCK-HOLD-ID
019984                     TO WS-HCL-HOLD-ID (WS-HCL-IX)
019986                 MOVE WS-LGHCK-MATTER
019988                     TO WS-HCL-MATTER (WS-HCL-IX)
019990             ELSE
019992                 ADD 1 TO WS-HELD-NOT-LISTED
019994             END-IF
019996         END-IF
019998     END-IF.
020000
020100 3000-PASS2-SPLIT.
020200     OPEN INPUT BATCH-837
022650     ADD 1 TO WS-HIST-STAMPED-COUNT
022660     MOVE MEDG-CLM50-CLM-KEY OF MEDG-CLM50-RECORD
022670         TO CHIST-CLM-KEY OF CHIST-RECORD
022670*AR 150149 - KEEP THE POSTING DETAIL ALREADY ON THE ROW.
022670     READ CLAIM-HISTORY
022670         INVALID KEY
022670             PERFORM 3210-FILL-HISTORY-DETAIL
022670     END-READ
022680     MOVE MEDG-CLM50-POLICY-KEY OF MEDG-CLM50-RECORD
022690         TO CHIST-POLICY-KEY OF CHIST-RECORD
022691     MOVE MEDG-CLM50-SUBSCR-SSN OF MEDG-CLM50-RECORD
022701         INVALID KEY
022702             REWRITE CHIST-RECORD
022703     END-WRITE.
022703
022703*AR 150149 - A HISTORY ROW CREATED AT ARCHIVE TAKES THE CLAIM'S
022703*OWN DETAIL; THE POSTING DATE IS NOT KNOWN.
022703 3210-FILL-HISTORY-DETAIL.
022703     MOVE MEDG-CLM50-CLM-KEY OF MEDG-CLM50-RECORD
022703         TO CHIST-CLM-KEY OF CHIST-RECORD
022703     MOVE SPACES TO CHIST-POSTED-DATE OF CHIST-RECORD
022703     MOVE MEDG-CLM50-ACC-REJ-IND OF MEDG-CLM50-RECORD
022703         TO CHIST-OUTCOME OF CHIST-RECORD
022703     MOVE MEDG-CLM50-CONTRACT-CODE OF MEDG-CLM50-RECORD
022703         TO CHIST-CONTRACT-CODE OF CHIST-RECORD
022703     MOVE MEDG-CLM50-RENDPROV-NPI OF MEDG-CLM50-RECORD
022703         TO CHIST-PROV-NPI OF CHIST-RECORD
022703     MOVE MEDG-CLM50-SUBSCR-LAST OF MEDG-CLM50-RECORD
022703         TO CHIST-SUBSCR-LAST OF CHIST-RECORD
022703     MOVE MEDG-CLM50-SUBSCR-FIRST OF MEDG-CLM50-RECORD
022703         TO CHIST-SUBSCR-FIRST OF CHIST-RECORD
022703     MOVE SPACE TO CHIST-SENSITIVE-IND OF CHIST-RECORD.
022704
022700 3100-READ-PASS2.
022800     READ BATCH-837
025100     STRING '  BATCHES ARCHIVED: ' WS-ARCHIVED-BATCH-COUNT
025200         DELIMITED BY SIZE INTO RPT-LINE
025300     WRITE RPT-LINE
025310     MOVE SPACES TO RPT-LINE
025320     STRING '  BATCHES RETAINED UNDER LEGAL HOLD: '
025330         WS-HELD-BATCH-COUNT DELIMITED BY SIZE INTO RPT-LINE
025340     WRITE RPT-LINE
025400     MOVE SPACES TO RPT-LINE
025500     STRING '  RECORDS WRITTEN TO ARCHIVE: ' WS-ARCHIVED-REC-COUNT
025600         DELIMITED BY SIZE INTO RPT-LINE
026330         '  HISTORY ROWS STAMPED: ' WS-HIST-STAMPED-COUNT
026340         DELIMITED BY SIZE INTO RPT-LINE
026350     WRITE RPT-LINE
026360     PERFORM 4100-LIST-HELD-CLAIMS
026361     CLOSE ARCHIVE-SUMMARY-RPT.
026362
026363*AR 150146 - HELD CLAIMS IN BATCHES THAT WOULD OTHERWISE HAVE
026364*ARCHIVED THIS RUN.
026365 4100-LIST-HELD-CLAIMS.
026366     PERFORM VARYING WS-HCL-IX FROM 1 BY 1
026367             UNTIL WS-HCL-IX > WS-HCL-TABLE-COUNT
026368         IF WS-HCL-BATCH-SEQ (WS-HCL-IX) <= 2000
026369             SET WS-TBL-IX TO WS-HCL-BATCH-SEQ (WS-HCL-IX)
026370             IF WS-DEC-ARCHIVE-SW (WS-TBL-IX) = 'H'
026371                 ADD 1 TO WS-HELD-CLAIM-COUNT
026372                 MOVE SPACES TO RPT-LINE
026373                 STRING '    RETAINED - BATCH '
026374                     WS-HCL-BATCH-SEQ (WS-HCL-IX)
026375                     ' CLAIM ' WS-HCL-CLM-KEY (WS-HCL-IX)
026376                     ' HOLD ' WS-HCL-HOLD-ID (WS-HCL-IX)
026377                     ' MATTER ' WS-HCL-MATTER (WS-HCL-IX)
026378                     DELIMITED BY SIZE INTO RPT-LINE
026379                 WRITE RPT-LINE
026380             END-IF
026381         END-IF
026382     END-PERFORM
026383     MOVE SPACES TO RPT-LINE
026384     STRING '  HELD CLAIMS LISTED: ' WS-HELD-CLAIM-COUNT
026385         '  HELD CLAIMS NOT LISTED (TABLE FULL): '
026386         WS-HELD-NOT-LISTED
026387         DELIMITED BY SIZE INTO RPT-LINE
026388     WRITE RPT-LINE
026388     IF WS-LGH-TABLE-FULL
026388         MOVE SPACES TO RPT-LINE
026388         STRING '  LEGAL HOLD MASTER OVER 5000 HOLDS IN FORCE - '
026388             'EVERY RECORD TREATED AS HELD, NOTHING ARCHIVED'
026388             DELIMITED BY SIZE INTO RPT-LINE
026388         WRITE RPT-LINE
026388     END-IF.
026370
026400 9000-TERMINATE.
026500     CLOSE CLAIM-HISTORY.
