001887*            NOTE, APPENDED UNDER THE AUTHENTICATED OPERATOR     *
001888*            WITH A TIMESTAMP, SHARED WITH BCPCLMIQ.             *
001889******************************************************************
001890* 10-15-26 - R KOWALSKI - AR 150142 - SUSPENSE WORK QUEUES. THE  *
001891*            LIST NOW OPENS ON THE CLERK'S OWN QUEUE - THE       *
001892*            PENDING ENTRIES BCPSUSAS OR A SUPERVISOR ASSIGNED   *
001893*            TO THEM (SUSP-ASSIGNED-TO) - WITH A TOGGLE TO ALL   *
001894*            PENDING ENTRIES AND THEIR ASSIGNEES; AN OPERATOR    *
001895*            ABOVE THE SUSPENSE CORRECTION ROLE (THE SUPERVISOR) *
001896*            OPENS ON ALL. A CLERK MAY CORRECT ONLY THEIR OWN OR *
001897*            AN UNASSIGNED ENTRY, WHICH THE CORRECTION PICKS UP, *
001898*            SO TWO CLERKS NO LONGER WORK THE SAME CLAIM. A      *
001899*            SUPERVISOR MAY CORRECT ANY ENTRY AND REASSIGN IT TO *
001900*            ANOTHER ACTIVE SUSPENSE OPERATOR (OPSECMST). EACH   *
001901*            CORRECTION IS STAMPED WITH THE OPERATOR, DATE AND   *
001902*            HANDLE TIME (DETAIL SCREEN OPENED TO CORRECTION     *
001903*            APPLIED) FOR THE BCPSUSPR PRODUCTIVITY REPORT.      *
001904******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. BCPSUSWS.
002100 ENVIRONMENT DIVISION.
003820     SELECT OPTIONAL CLAIM-NOTES-FILE ASSIGN TO CLMNOTES
003830            ORGANIZATION IS LINE SEQUENTIAL
003840            FILE STATUS IS WS-NOT-STATUS.
003850*AR 150142 - OPERATOR MASTER, FOR ROLES AND REASSIGNMENT.
003860     SELECT OPSEC-MASTER-FILE ASSIGN TO OPSECMST
003870            ORGANIZATION IS LINE SEQUENTIAL
003880            FILE STATUS IS WS-SEC-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  SUSPENSE-FILE.
005700     COPY BCPCTMST.
005710 FD  CLAIM-NOTES-FILE.
005720     COPY BCPCLNOT.
005730 FD  OPSEC-MASTER-FILE.
005740     COPY BCPOPSEC.
005800 WORKING-STORAGE SECTION.
005900 01  WS-SUSP-STATUS            PIC X(02).
006000 01  WS-SUSPO-STATUS           PIC X(02).
007900         10  WS-RSN-TEXT           PIC X(60).
008000         10  WS-RSN-CORRECTED-SW   PIC X(01).
008100             88  WS-RSN-CORRECTED      VALUE 'Y'.
008110         10  WS-RSN-ASSIGNED-TO    PIC X(08).
008120         10  WS-RSN-ASSIGN-SOURCE  PIC X(01).
008130         10  WS-RSN-REASSIGN-SW    PIC X(01).
008140             88  WS-RSN-REASSIGNED     VALUE 'Y'.
008150         10  WS-RSN-HANDLE-SECS    PIC 9(05).
008200 01  WS-CLM-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
008300 01  WS-CLM-TABLE.
008400     05  WS-CLM-ENTRY          OCCURS 1 TO 500 TIMES
013358 01  WS-IN-NOTE                PIC X(50)      VALUE SPACES.
013359 01  WS-OUT-NOTE-LINES.
013360     05  WS-OUT-NOTE-LINE      OCCURS 3 TIMES PIC X(78).
013361*AR 150142 - WORK QUEUE FIELDS.
013362 01  WS-SEC-STATUS             PIC X(02).
013363 01  WS-SEC-EOF-SW             PIC X(01)      VALUE 'N'.
013364     88  WS-NO-MORE-SEC            VALUE 'Y'.
013365 01  WS-OPR-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
013366 01  WS-OPR-TABLE.
013367     05  WS-OPR-ENTRY          OCCURS 1 TO 500 TIMES
013368                               DEPENDING ON WS-OPR-TABLE-COUNT
013369                               INDEXED BY WS-OPR-IX.
013370         10  WS-OPR-ID             PIC X(08).
013371         10  WS-OPR-ROLE           PIC X(01).
013372         10  WS-OPR-LOCK-SW        PIC X(01).
013373 01  WS-OPR-FOUND-SW           PIC X(01)      VALUE 'N'.
013374     88  WS-OPR-FOUND              VALUE 'Y'.
013375 01  WS-FIND-OPERATOR          PIC X(08).
013376 01  WS-SUPERVISOR-SW          PIC X(01)      VALUE 'N'.
013377     88  WS-IS-SUPERVISOR          VALUE 'Y'.
013378 01  WS-MAY-CORRECT-SW         PIC X(01)      VALUE 'N'.
013379     88  WS-MAY-CORRECT            VALUE 'Y'.
013380 01  WS-RANK-ROLE              PIC X(01).
013381 01  WS-RANK                   PIC 9(01).
013382 01  WS-VIEW-MODE              PIC X(01)      VALUE 'Q'.
013383     88  WS-VIEW-MY-QUEUE          VALUE 'Q'.
013384     88  WS-VIEW-ALL-PENDING       VALUE 'A'.
013385 01  WS-VIEW-COUNT             PIC 9(03)      VALUE ZERO.
013386 01  WS-VIEW-TABLE.
013387     05  WS-VIEW-RSN           OCCURS 500 TIMES PIC 9(03).
013388 01  WS-VIEW-SCAN-IX           PIC 9(03).
013389 01  WS-OUT-LIST-TITLE         PIC X(78)      VALUE SPACES.
013390 01  WS-OUT-ASSIGNED           PIC X(08)      VALUE SPACES.
013391 01  WS-IN-REASSIGN            PIC X(08)      VALUE SPACES.
013392 01  WS-TODAY-DATE             PIC X(08).
013393 01  WS-OPEN-TIME              PIC X(08).
013394 01  WS-CLOCK                  PIC X(08).
013395 01  WS-CLOCK-N REDEFINES WS-CLOCK.
013396     05  WS-CLOCK-HH           PIC 9(02).
013397     05  WS-CLOCK-MM           PIC 9(02).
013398     05  WS-CLOCK-SS           PIC 9(02).
013399     05  FILLER                PIC X(02).
013400 01  WS-OPEN-SECS              PIC 9(06).
013401 01  WS-APPLY-SECS             PIC 9(06).
013402 01  WS-CLOCK-SECS             PIC 9(06).
013402 01  WS-PEND-SEQ               PIC 9(05)      VALUE ZERO.
013403 01  WS-REASSIGNED-COUNT       PIC 9(03)      VALUE ZERO.
013400 SCREEN SECTION.
013500 01  SD-LIST-SCREEN.
013600     05  BLANK SCREEN.
013700     05  LINE 1  COLUMN 1
013800         VALUE 'SUSPENSE CORRECTION - PENDING CLAIMS'.
013810     05  LINE 2  COLUMN 1  PIC X(78) FROM WS-OUT-LIST-TITLE.
013900     05  LINE 3  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(1).
014000     05  LINE 4  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(2).
014100     05  LINE 5  COLUMN 1  PIC X(78) FROM WS-LIST-LINE(3).
014700     05  LINE 11 COLUMN 1  PIC X(78) FROM WS-LIST-LINE(9).
014800     05  LINE 12 COLUMN 1  PIC X(78) FROM WS-LIST-LINE(10).
014900     05  LINE 14 COLUMN 1
015000         VALUE 'ENTRY NBR (N=NEXT, A=ALL, Q=MY QUEUE, X=EXIT): '.
015100     05  LINE 14 COLUMN 48 PIC X(03) USING WS-IN-SELECT.
015200 01  SD-DETAIL-SCREEN.
015300     05  BLANK SCREEN.
015400     05  LINE 1  COLUMN 1  VALUE 'SUSPENSE CLAIM CORRECTION'.
016200     05  LINE 6  COLUMN 21 PIC X(02) USING WS-IN-REL.
016300     05  LINE 7  COLUMN 1  VALUE 'CONTRACT CODE.....: '.
016400     05  LINE 7  COLUMN 21 PIC X(02) USING WS-IN-CONTRACT.
016410     05  LINE 8  COLUMN 1  VALUE 'ASSIGNED TO.......: '.
016420     05  LINE 8  COLUMN 21 PIC X(08) FROM WS-OUT-ASSIGNED.
016430     05  LINE 8  COLUMN 35 VALUE 'REASSIGN TO (SUPERVISOR): '.
016440     05  LINE 8  COLUMN 61 PIC X(08) USING WS-IN-REASSIGN.
016500     05  LINE 9  COLUMN 1  PIC X(60) USING WS-OUT-MESSAGE.
016600     05  LINE 11 COLUMN 1
016700         VALUE 'ENTER A TO APPLY, ANY OTHER KEY TO CANCEL: '.
018000         PERFORM 1200-LOAD-SUSPENDED-CLAIMS
018100         PERFORM 1300-LOAD-CONTRACT-MASTER
018105         PERFORM 1400-LOAD-NOTES
018107         PERFORM 1500-LOAD-OPERATORS
018110     END-IF.
018120
018130*AR 150086 - SHARED SIGN-ON; SUSPENSE CORRECTION ROLE REQUIRED.
019500             MOVE SUSP-REASON-TEXT OF SUSP-REASON-RECORD
019600                 TO WS-RSN-TEXT(WS-RSN-IX)
019700             MOVE 'N' TO WS-RSN-CORRECTED-SW(WS-RSN-IX)
019710             MOVE SUSP-ASSIGNED-TO OF SUSP-REASON-RECORD
019720                 TO WS-RSN-ASSIGNED-TO(WS-RSN-IX)
019730             MOVE SUSP-ASSIGN-SOURCE OF SUSP-REASON-RECORD
019740                 TO WS-RSN-ASSIGN-SOURCE(WS-RSN-IX)
019750             MOVE 'N' TO WS-RSN-REASSIGN-SW(WS-RSN-IX)
019760             MOVE ZERO TO WS-RSN-HANDLE-SECS(WS-RSN-IX)
019800         END-IF
019900         PERFORM 1110-READ-REASON
020000     END-PERFORM
026067             SET WS-NO-MORE-NOT TO TRUE
026068     END-READ.
026100
026102*AR 150142 - THE OPERATOR TABLE VALIDATES A REASSIGNMENT; THE
026104*SIGNED-ON OPERATOR'S OWN ROLE DECIDES SUPERVISOR STANDING (ANY
026106*ROLE RANKED ABOVE SUSPENSE CORRECTION) AND THE OPENING VIEW.
026108 1500-LOAD-OPERATORS.
026110     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
026112     OPEN INPUT OPSEC-MASTER-FILE
026114     PERFORM 1510-READ-SECURITY
026116     PERFORM UNTIL WS-NO-MORE-SEC
026118         IF WS-OPR-TABLE-COUNT < 500
026120             ADD 1 TO WS-OPR-TABLE-COUNT
026122             SET WS-OPR-IX TO WS-OPR-TABLE-COUNT
026124             MOVE OPSEC-OPERATOR-ID TO WS-OPR-ID(WS-OPR-IX)
026126             MOVE OPSEC-ROLE        TO WS-OPR-ROLE(WS-OPR-IX)
026128             MOVE OPSEC-LOCK-SW     TO WS-OPR-LOCK-SW(WS-OPR-IX)
026130         END-IF
026132         PERFORM 1510-READ-SECURITY
026134     END-PERFORM
026136     CLOSE OPSEC-MASTER-FILE
026138     MOVE WS-OPERATOR-ID TO WS-FIND-OPERATOR
026140     PERFORM 3550-FIND-OPERATOR
026142     IF WS-OPR-FOUND
026144         MOVE WS-OPR-ROLE(WS-OPR-IX) TO WS-RANK-ROLE
026146         PERFORM 7000-RANK-ROLE
026148         IF WS-RANK > 2
026150             SET WS-IS-SUPERVISOR TO TRUE
026152             SET WS-VIEW-ALL-PENDING TO TRUE
026154         END-IF
026156     END-IF.
026158
026160 1510-READ-SECURITY.
026162     READ OPSEC-MASTER-FILE
026164         AT END
026166             SET WS-NO-MORE-SEC TO TRUE
026168     END-READ.
026200 2000-WORK-LOOP.
026210     PERFORM 2050-BUILD-VIEW
026300     PERFORM 2100-BUILD-LIST-LINES
026400     MOVE SPACES TO WS-IN-SELECT
026500     DISPLAY SD-LIST-SCREEN
026900             SET WS-EXIT-REQUESTED TO TRUE
027000         WHEN WS-IN-SELECT = 'N  ' OR 'n  '
027100             ADD 10 TO WS-LIST-BASE
027200             IF WS-LIST-BASE >= WS-VIEW-COUNT
027300                 MOVE ZERO TO WS-LIST-BASE
027400             END-IF
027410         WHEN WS-IN-SELECT = 'A  ' OR 'a  '
027420             SET WS-VIEW-ALL-PENDING TO TRUE
027430             MOVE ZERO TO WS-LIST-BASE
027440         WHEN WS-IN-SELECT = 'Q  ' OR 'q  '
027450             SET WS-VIEW-MY-QUEUE TO TRUE
027460             MOVE ZERO TO WS-LIST-BASE
027500         WHEN WS-IN-SELECT IS NUMERIC
027600             MOVE WS-IN-SELECT TO WS-SEL-NBR
027700             IF WS-SEL-NBR > ZERO
027800                 AND WS-SEL-NBR <= WS-VIEW-COUNT
027900                 PERFORM 3000-CORRECT-ENTRY
028000             END-IF
028100         WHEN OTHER
028200             CONTINUE
028300     END-EVALUATE.
028400
028403*AR 150142 - THE LIST SHOWS THE OPERATOR'S OWN QUEUE, OR EVERY
028406*PENDING ENTRY WITH ITS ASSIGNEE.
028409 2050-BUILD-VIEW.
028412     MOVE ZERO TO WS-VIEW-COUNT
028415     IF WS-RSN-TABLE-COUNT > ZERO
028418         PERFORM 2060-CHECK-VIEW-ENTRY
028421             VARYING WS-VIEW-SCAN-IX FROM 1 BY 1
028424             UNTIL WS-VIEW-SCAN-IX > WS-RSN-TABLE-COUNT
028427     END-IF
028430     IF WS-LIST-BASE >= WS-VIEW-COUNT
028433         MOVE ZERO TO WS-LIST-BASE
028436     END-IF
028439     MOVE SPACES TO WS-OUT-LIST-TITLE
028442     IF WS-VIEW-MY-QUEUE
028445         STRING 'MY QUEUE - ' WS-OPERATOR-ID ' - '
028448             WS-VIEW-COUNT ' ENTRIES'
028451             DELIMITED BY SIZE INTO WS-OUT-LIST-TITLE
028454     ELSE
028457         STRING 'ALL PENDING ENTRIES - ' WS-VIEW-COUNT
028460             ' ENTRIES (ASSIGNEE SHOWN AT RIGHT)'
028463             DELIMITED BY SIZE INTO WS-OUT-LIST-TITLE
028466     END-IF.
028469
028472 2060-CHECK-VIEW-ENTRY.
028475     SET WS-RSN-IX TO WS-VIEW-SCAN-IX
028478     IF WS-VIEW-ALL-PENDING
028481         OR WS-RSN-ASSIGNED-TO(WS-RSN-IX) = WS-OPERATOR-ID
028484         ADD 1 TO WS-VIEW-COUNT
028487         MOVE WS-VIEW-SCAN-IX TO WS-VIEW-RSN(WS-VIEW-COUNT)
028490     END-IF.
028500 2100-BUILD-LIST-LINES.
028600     PERFORM VARYING WS-LIST-ROW FROM 1 BY 1
028700             UNTIL WS-LIST-ROW > 10
028800         MOVE SPACES TO WS-LIST-LINE(WS-LIST-ROW)
028900         COMPUTE WS-LIST-IX = WS-LIST-BASE + WS-LIST-ROW
029000         IF WS-LIST-IX <= WS-VIEW-COUNT
029100             SET WS-RSN-IX TO WS-VIEW-RSN(WS-LIST-IX)
029200             STRING WS-LIST-IX ' CLM '
029300                 WS-RSN-CLM-KEY(WS-RSN-IX) ' '
029400                 WS-RSN-CODE(WS-RSN-IX) ' '
029500                 WS-RSN-TEXT(WS-RSN-IX)(1:32) ' '
029600                 WS-RSN-CORRECTED-SW(WS-RSN-IX)
029610                 ' ' WS-RSN-ASSIGNED-TO(WS-RSN-IX)
029700                 DELIMITED BY SIZE
029800                 INTO WS-LIST-LINE(WS-LIST-ROW)
029900         END-IF
030000     END-PERFORM.
030100
030200 3000-CORRECT-ENTRY.
030300     SET WS-RSN-IX TO WS-VIEW-RSN(WS-SEL-NBR)
030400     PERFORM 3100-FIND-CLAIM
030500     IF NOT WS-CLM-FOUND
030600         CONTINUE
031310         MOVE SPACES TO WS-IN-NOTE
031320         MOVE WS-RSN-CLM-KEY(WS-RSN-IX) TO WS-NOTE-CLM-KEY
031330         PERFORM 3050-SHOW-NOTES
031340         MOVE WS-RSN-ASSIGNED-TO(WS-RSN-IX) TO WS-OUT-ASSIGNED
031350         MOVE SPACES TO WS-IN-REASSIGN
031360         PERFORM 3450-CHECK-MAY-CORRECT
031370         ACCEPT WS-OPEN-TIME FROM TIME
031400         DISPLAY SD-DETAIL-SCREEN
031500         ACCEPT SD-DETAIL-SCREEN
031510         IF WS-IN-REASSIGN NOT = SPACES
031520             PERFORM 3500-REASSIGN-ENTRY
031530         END-IF
031600         IF (WS-IN-ACCEPT = 'A' OR 'a')
031610             AND WS-MAY-CORRECT
031700             PERFORM 3200-REVALIDATE
031800             IF WS-EDIT-FAILED
031900                 DISPLAY SD-DETAIL-SCREEN
032611                 TO WS-NOT-TEXT(WS-NOT-IX)
032612         END-IF
032613     END-IF.
032614
032615*AR 150142 - A CLERK WORKS ONLY THEIR OWN OR AN UNASSIGNED ENTRY;
032616*A SUPERVISOR MAY WORK ANY.
032617 3450-CHECK-MAY-CORRECT.
032618     IF WS-IS-SUPERVISOR
032619         OR WS-RSN-ASSIGNED-TO(WS-RSN-IX) = SPACES
032620         OR WS-RSN-ASSIGNED-TO(WS-RSN-IX) = WS-OPERATOR-ID
032621         SET WS-MAY-CORRECT TO TRUE
032622     ELSE
032623         MOVE 'N' TO WS-MAY-CORRECT-SW
032624         STRING 'ASSIGNED TO ' WS-RSN-ASSIGNED-TO(WS-RSN-IX)
032625             ' - VIEW ONLY'
032626             DELIMITED BY SIZE INTO WS-OUT-MESSAGE
032627     END-IF.
032628
032629*AR 150142 - SUPERVISOR REASSIGNMENT, TO AN OPERATOR WHO IS NOT
032630*LOCKED AND RANKS AT LEAST AT SUSPENSE CORRECTION.
032631 3500-REASSIGN-ENTRY.
032632     MOVE SPACES TO WS-OUT-MESSAGE
032633     IF NOT WS-IS-SUPERVISOR
032634         MOVE 'REASSIGNMENT REQUIRES A SUPERVISOR ROLE'
032635             TO WS-OUT-MESSAGE
032636     ELSE
032637         MOVE WS-IN-REASSIGN TO WS-FIND-OPERATOR
032638         PERFORM 3550-FIND-OPERATOR
032639         MOVE ZERO TO WS-RANK
032640         IF WS-OPR-FOUND
032641             AND WS-OPR-LOCK-SW(WS-OPR-IX) NOT = 'L'
032642             MOVE WS-OPR-ROLE(WS-OPR-IX) TO WS-RANK-ROLE
032643             PERFORM 7000-RANK-ROLE
032644         END-IF
032645         IF WS-RANK < 2
032646             STRING WS-IN-REASSIGN
032647                 ' IS NOT AN ACTIVE SUSPENSE OPERATOR'
032648                 DELIMITED BY SIZE INTO WS-OUT-MESSAGE
032649         ELSE
032650             ADD 1 TO WS-REASSIGNED-COUNT
032651             MOVE WS-IN-REASSIGN TO WS-RSN-ASSIGNED-TO(WS-RSN-IX)
032652             MOVE 'S' TO WS-RSN-ASSIGN-SOURCE(WS-RSN-IX)
032653             SET WS-RSN-REASSIGNED(WS-RSN-IX) TO TRUE
032654             MOVE WS-IN-REASSIGN TO WS-OUT-ASSIGNED
032655             STRING 'REASSIGNED TO ' WS-IN-REASSIGN
032656                 ' - WRITTEN AT EXIT'
032657                 DELIMITED BY SIZE INTO WS-OUT-MESSAGE
032658         END-IF
032659     END-IF.
032660
032661 3550-FIND-OPERATOR.
032662     MOVE 'N' TO WS-OPR-FOUND-SW
032663     IF WS-OPR-TABLE-COUNT > ZERO
032664         SET WS-OPR-IX TO 1
032665         SEARCH WS-OPR-ENTRY
032666             AT END
032667                 CONTINUE
032668             WHEN WS-OPR-ID(WS-OPR-IX) = WS-FIND-OPERATOR
032669                 SET WS-OPR-FOUND TO TRUE
032670         END-SEARCH
032671     END-IF.
032672
032673*AR 150142 - HHMMSSHH TO SECONDS PAST MIDNIGHT.
032674 3600-CLOCK-SECONDS.
032675     IF WS-CLOCK-N IS NUMERIC
032676         COMPUTE WS-CLOCK-SECS = WS-CLOCK-HH * 3600
032677             + WS-CLOCK-MM * 60 + WS-CLOCK-SS
032678     ELSE
032679         MOVE ZERO TO WS-CLOCK-SECS
032680     END-IF.
032600
032700 3100-FIND-CLAIM.
032800     MOVE 'N' TO WS-CLM-FOUND-SW
039700     MOVE WS-IN-CONTRACT TO WS-CLM-CONTRACT(WS-CLM-IX)
039800     SET WS-CLM-CHANGED(WS-CLM-IX) TO TRUE
039900     SET WS-RSN-CORRECTED(WS-RSN-IX) TO TRUE
039905     MOVE WS-OPEN-TIME TO WS-CLOCK
039910     PERFORM 3600-CLOCK-SECONDS
039915     MOVE WS-CLOCK-SECS TO WS-OPEN-SECS
039920     ACCEPT WS-CLOCK FROM TIME
039925     PERFORM 3600-CLOCK-SECONDS
039930     MOVE WS-CLOCK-SECS TO WS-APPLY-SECS
039935     IF WS-APPLY-SECS < WS-OPEN-SECS
039940         ADD 86400 TO WS-APPLY-SECS
039945     END-IF
039950     COMPUTE WS-RSN-HANDLE-SECS(WS-RSN-IX) =
039955         WS-APPLY-SECS - WS-OPEN-SECS
039966     IF WS-RSN-ASSIGNED-TO(WS-RSN-IX) = SPACES
039972         MOVE WS-OPERATOR-ID TO WS-RSN-ASSIGNED-TO(WS-RSN-IX)
039978         MOVE 'P' TO WS-RSN-ASSIGN-SOURCE(WS-RSN-IX)
039984         SET WS-RSN-REASSIGNED(WS-RSN-IX) TO TRUE
039990     END-IF
040000     MOVE 'CORRECTION APPLIED - WRITTEN AT EXIT'
040100         TO WS-OUT-MESSAGE.
040200
045900
046000 8200-FLAG-REASON-CORRECTED.
046100     IF SUSP-PENDING OF SUSP-REASON-RECORD
046200         PERFORM 8210-APPLY-ASSIGNMENT
046300         MOVE 'N' TO WS-CLM-FOUND-SW
046400         SET WS-RSN-IX TO 1
046500         SEARCH WS-RSN-ENTRY
046600             AT END
046700                 CONTINUE
046800             WHEN WS-RSN-CLM-KEY(WS-RSN-IX)
046900                     = SUSP-CLM-KEY OF SUSP-REASON-RECORD
047000                 AND WS-RSN-CORRECTED(WS-RSN-IX)
047100                 SET WS-CLM-FOUND TO TRUE
047200         END-SEARCH
047300         IF WS-CLM-FOUND
047400             SET SUSP-CORRECTED OF RSNO-RECORD TO TRUE
047500             MOVE WS-OPERATOR-ID
047501                 TO SUSP-CORRECTED-BY OF RSNO-RECORD
047502             MOVE WS-TODAY-DATE
047503                 TO SUSP-CORRECTED-DATE OF RSNO-RECORD
047504             MOVE ZERO TO SUSP-HANDLE-SECONDS OF RSNO-RECORD
047505             PERFORM 8220-STAMP-HANDLE-TIME
047506         END-IF
047507     END-IF.
047508
047509*AR 150142 - PENDING ENTRIES ARE REREAD IN THE ORDER THEY WERE
047510*LOADED, SO THE NTH PENDING ENTRY IS TABLE ENTRY N. A PICKUP OR
047511*REASSIGNMENT MADE THIS SESSION IS STAMPED ON THAT ENTRY ALONE.
047512 8210-APPLY-ASSIGNMENT.
047513     ADD 1 TO WS-PEND-SEQ
047514     IF WS-PEND-SEQ <= WS-RSN-TABLE-COUNT
047515         SET WS-RSN-IX TO WS-PEND-SEQ
047516         IF WS-RSN-REASSIGNED(WS-RSN-IX)
047517             MOVE WS-RSN-ASSIGNED-TO(WS-RSN-IX)
047518                 TO SUSP-ASSIGNED-TO OF RSNO-RECORD
047519             MOVE WS-TODAY-DATE
047520                 TO SUSP-ASSIGNED-DATE OF RSNO-RECORD
047521             MOVE WS-OPERATOR-ID
047522                 TO SUSP-ASSIGNED-BY OF RSNO-RECORD
047523             MOVE WS-RSN-ASSIGN-SOURCE(WS-RSN-IX)
047524                 TO SUSP-ASSIGN-SOURCE OF RSNO-RECORD
047525         END-IF
047526     END-IF.
047527
047528*AR 150142 - THE HANDLE TIME GOES ON THE ENTRY THE CLERK OPENED;
047529*OTHER REASON ENTRIES FOR THE SAME CLAIM, CORRECTED WITH IT, CARRY
047530*THE CLERK AND DATE WITH NO HANDLE TIME.
047531 8220-STAMP-HANDLE-TIME.
047532     IF WS-PEND-SEQ <= WS-RSN-TABLE-COUNT
047533         SET WS-RSN-IX TO WS-PEND-SEQ
047534         IF WS-RSN-CORRECTED(WS-RSN-IX)
047535             MOVE WS-RSN-HANDLE-SECS(WS-RSN-IX)
047536                 TO SUSP-HANDLE-SECONDS OF RSNO-RECORD
047537         END-IF
047538     END-IF.
047539
047540*AR 150142 - INQUIRY < SUSPENSE CORRECTION < REFERENCE MAINTENANCE
047541*< PAYMENT RELEASE, AS BCPSIGNON RANKS THEM; AN SIU OPERATOR RANKS
047542*AS INQUIRY. ANYTHING ELSE RANKS ZERO.
047543 7000-RANK-ROLE.
047544     EVALUATE WS-RANK-ROLE
047545         WHEN 'I'
047546         WHEN 'U'
047547             MOVE 1 TO WS-RANK
047548         WHEN 'S'
047549             MOVE 2 TO WS-RANK
047550         WHEN 'M'
047551             MOVE 3 TO WS-RANK
047552         WHEN 'P'
047553             MOVE 4 TO WS-RANK
047554         WHEN OTHER
047555             MOVE ZERO TO WS-RANK
047556     END-EVALUATE.
047600
047700 9000-TERMINATE.
047710     IF WS-SIGNON-RESULT = 'Y'
047720         CLOSE CLAIM-NOTES-FILE
047730     END-IF
047800     DISPLAY 'CORRECTIONS APPLIED THIS SESSION: '
047900         WS-CORRECTED-COUNT
047910     DISPLAY 'ENTRIES REASSIGNED THIS SESSION: '
047920         WS-REASSIGNED-COUNT.
