001269*            SO THE INQUIRY SCREEN CAN ANSWER FOR CLAIMS LONG    *
001270*            AFTER THE ACTIVE FILES AGE OUT.                     *
001271******************************************************************
001271******************************************************************
001271* 10-15-26 - R KOWALSKI - AR 150131 - A CLAIM PAID INSIDE A      *
001271*            CONSOLIDATED PAYEE ENTRY POSTS THAT ENTRY'S NACHA   *
001271*            TRACE NUMBER, TAKEN FROM ITS PAID KEY               *
001271*            (PDKEY-ENTRY-TRACE), IN PLACE OF THE RESPONSE       *
001271*            TRACE, SO THE CLAIM TIES TO THE DEPOSIT THE         *
001271*            PROVIDER SEES AND ACH RETURNS FOR THE ENTRY FIND    *
001271*            EVERY CLAIM IN IT. A MISSING PAID-KEY MASTER        *
001271*            CHANGES NOTHING.                                    *
001271******************************************************************
001271******************************************************************
001271* 10-15-26 - R KOWALSKI - AR 150145 - CHECKPOINT/RESTART, ON THE *
001271*            BCP837CV PATTERN. ONCE THE CLAIM INDEX IS BUILT,    *
001271*            AND EVERY WS-CHKPT-INTERVAL RESPONSES AFTER, A      *
001271*            CHECKPOINT (BCPRCKPT, DD RCNCHKPT) RECORDS HOW MANY *
001271*            RESPONSES ARE POSTED, THE POSTING TOTALS, THE RUN   *
001271*            DATE AND THE AUDIT LOG AND EXCEPTION REPORT LINE    *
001271*            COUNTS. WHEN THE JOB FINDS AN UNFINISHED CHECKPOINT *
001271*            IT RESTARTS: THE CLAIM INDEX IS REOPENED AS LEFT    *
001271*            RATHER THAN REBUILT, THE AUDIT LOG AND REPORT ARE   *
001271*            TRUNCATED BACK TO THE CHECKPOINT (SO NO SUPERSEDE   *
001271*            AUDIT ROW IS WRITTEN TWICE), THE TOTALS AND RUN     *
001271*            DATE ARE RESTORED, THE RESPONSES ALREADY POSTED ARE *
001271*            SKIPPED, AND A CLAIM HISTORY ROW ALREADY POSTED BY  *
001271*            THE FAILED ATTEMPT IS NOT POSTED AGAIN - SO THE     *
001271*            CONTROL LEDGER COMES OUT AS FOR AN UNBROKEN RUN. A  *
001271*            CHECKPOINT MARKED COMPLETE FOR TODAY MEANS THE RUN  *
001271*            ALREADY FINISHED AND NOTHING IS REPOSTED; CLEAR     *
001271*            RCNCHKPT BEFORE A SECOND RUN THE SAME DAY.          *
001271******************************************************************
001271******************************************************************
001271* 10-15-26 - R KOWALSKI - AR 150149 - THE CLAIM HISTORY ROW NOW  *
001271*            ALSO CARRIES THE POSTING DATE, THE REMIT OUTCOME,   *
001271*            THE CONTRACT CODE, THE RENDERING NPI AND THE        *
001271*            SUBSCRIBER NAME, FOR THE ANNUAL MEMBER BENEFIT      *
001271*            STATEMENT (BCPANNST).                               *
001271******************************************************************
001272******************************************************************
001273* 10-15-26 - R KOWALSKI - AR 150145 - A RESTART NOW CHECKS THE   *
001274*            CLAIM KEY OF THE LAST RESPONSE IT SKIPS AGAINST THE *
001275*            ONE THE CHECKPOINT RECORDS AS POSTED LAST. A SHORT  *
001276*            OR DIFFERENT RESPONSE FILE STOPS THE RESTART RC 12  *
001277*            BEFORE ANYTHING IS POSTED, WITH NO LEDGER WRITTEN   *
001278*            AND THE CHECKPOINT LEFT UNFINISHED. THE             *
001279*            CHECKPOINT'S RUN DATE AND COMPLETE MARK ARE NOW     *
001280*            KEPT AS EACH ROW IS READ.                           *
001281******************************************************************
001282******************************************************************
001283* 10-15-26 - R KOWALSKI - AR 150149 - THE HISTORY ROW IS READ    *
001284*            BEFORE IT IS FLIPPED POSTED SO THE SENSITIVE-CLAIM  *
001285*            FLAG BCP837CV SET IS KEPT.                          *
001286******************************************************************
001287******************************************************************
001288* 10-15-26 - R KOWALSKI - AR 150131 - A FULL CONSOLIDATED TRACE  *
001289*            TABLE IS NOW REPORTED AND STOPS THE RUN (RC 8)      *
001290*            BEFORE ANY RESPONSE POSTS, INSTEAD OF DROPPING      *
001291*            TRACES AND POSTING THE 835 TRACE FOR THOSE CLAIMS.  *
001292******************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. BCPRECON.
001400 ENVIRONMENT DIVISION.
003083            ACCESS MODE IS DYNAMIC
003084            RECORD KEY IS CHIST-CLM-KEY OF CHIST-RECORD
003085            FILE STATUS IS WS-CHIST-STATUS.
003090*AR 150131 - PAID-KEY MASTER, FOR CONSOLIDATED ENTRY TRACES.
003090     SELECT OPTIONAL PAID-KEY-FILE ASSIGN TO PDKEYMST
003090            ORGANIZATION IS LINE SEQUENTIAL
003090            FILE STATUS IS WS-PDK-STATUS.
003100     SELECT RECON-EXCEPT-RPT ASSIGN TO RECONRPT
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-RPT-STATUS.
003300*AR 150145 - CHECKPOINT/RESTART FILE, AND THE WORK FILES USED TO
003300*TRUNCATE THE AUDIT LOG AND REPORT BACK TO THE CHECKPOINT.
003300     SELECT OPTIONAL RECON-CHECKPOINT-FILE ASSIGN TO RCNCHKPT
003300            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-RCKPT-STATUS.
003300     SELECT AUD-WORK-FILE ASSIGN TO RCNAUDWK
003300            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-AUDWK-STATUS.
003300     SELECT RPT-WORK-FILE ASSIGN TO RCNRPTWK
003300            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-RPTWK-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  SUBMITTED-CLAIMS.
004500         REPLACING ==MEDG-CLM50-RECORD== BY ==POST-CLM50-RECORD==.
004540 FD  AUDIT-TRAIL-LOG.
004541     COPY BCPAUDIT.
004541*AR 150145 - RAW VIEW FOR RESTART TRUNCATION; OTHER JOBS SHARE
004541*THE LOG.
004541 01  AUD-RAW-LINE              PIC X(900).
004550 FD  CONTROL-LEDGER.
004560     COPY BCPCTLG.
004570 FD  CLAIM-HISTORY.
004580     COPY BCPCHIST.
004590 FD  PAID-KEY-FILE.
004591     COPY BCPPDKEY.
004600 FD  RECON-EXCEPT-RPT.
004700 01  RPT-LINE                  PIC X(132).
004700*AR 150145 - CHECKPOINT AND TRUNCATION WORK FILES.
004700 FD  RECON-CHECKPOINT-FILE.
004700     COPY BCPRCKPT.
004700 FD  AUD-WORK-FILE.
004700 01  AUD-WORK-RECORD           PIC X(900).
004700 FD  RPT-WORK-FILE.
004700 01  RPT-WORK-RECORD           PIC X(132).
004800 WORKING-STORAGE SECTION.
004845 01  WS-AUD-STATUS             PIC X(02).
004846 01  WS-SUPERSEDE-COUNT        PIC 9(05)      VALUE ZERO.
006800 01  WS-RESP-NPI-KEY-X         PIC X(10).
006810*AR 150102 - CLAIM HISTORY MASTER STATUS.
006820 01  WS-CHIST-STATUS           PIC X(02).
006830*AR 150131 - CLAIMS PAID INSIDE A CONSOLIDATED ENTRY.
006830 01  WS-PDK-STATUS             PIC X(02).
006830 01  WS-PDK-EOF-SW             PIC X(01)      VALUE 'N'.
006830     88  WS-NO-MORE-PDK            VALUE 'Y'.
006830 01  WS-CTR-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
006830 01  WS-CTR-TABLE.
006830     05  WS-CTR-ENTRY          OCCURS 1 TO 20000 TIMES
006830                               DEPENDING ON WS-CTR-TABLE-COUNT
006830                               INDEXED BY WS-CTR-IX.
006830         10  WS-CTR-CLM-KEY        PIC 9(06).
006830         10  WS-CTR-POLICY-KEY     PIC 9(09).
006830         10  WS-CTR-NPI-KEY        PIC 9(10).
006830         10  WS-CTR-TRACE          PIC X(15).
006830 01  WS-CTR-WANT-CLM           PIC 9(06)      VALUE ZERO.
006830 01  WS-CTR-WANT-POLICY        PIC 9(09)      VALUE ZERO.
006830 01  WS-CTR-WANT-NPI           PIC 9(10)      VALUE ZERO.
006830 01  WS-CTR-FOUND-SW           PIC X(01)      VALUE 'N'.
006830     88  WS-CTR-FOUND              VALUE 'Y'.
006830 01  WS-CTR-POSTED-COUNT       PIC 9(05)      VALUE ZERO.
006830 01  WS-CTR-OVERFLOW-SW        PIC X(01)      VALUE 'N'.
006830     88  WS-CTR-OVERFLOW           VALUE 'Y'.
006830*AR 150145 - CHECKPOINT/RESTART.
006830 01  WS-RCKPT-STATUS           PIC X(02).
006830 01  WS-AUDWK-STATUS           PIC X(02).
006830 01  WS-RPTWK-STATUS           PIC X(02).
006830 01  WS-RCKPT-EOF-SW           PIC X(01)      VALUE 'N'.
006830     88  WS-NO-MORE-RCKPT          VALUE 'Y'.
006830 01  WS-RCKPT-FOUND-SW         PIC X(01)      VALUE 'N'.
006830     88  WS-RCKPT-FOUND            VALUE 'Y'.
006830 01  WS-RESTART-SW             PIC X(01)      VALUE 'N'.
006830     88  WS-IS-RESTART             VALUE 'Y'.
006830 01  WS-ALREADY-DONE-SW        PIC X(01)      VALUE 'N'.
006830     88  WS-RUN-ALREADY-DONE       VALUE 'Y'.
006830 01  WS-RESP-SHORT-SW          PIC X(01)      VALUE 'N'.
006830     88  WS-RESP-FILE-SHORT        VALUE 'Y'.
006830 01  WS-RESTART-REFUSED-SW     PIC X(01)      VALUE 'N'.
006830     88  WS-RESTART-REFUSED        VALUE 'Y'.
006830 01  WS-RCKPT-RUN-DATE         PIC X(08).
006830 01  WS-RCKPT-COMPLETE-IND     PIC X(01).
006830     88  WS-RCKPT-WAS-COMPLETE     VALUE 'Y'.
006830 01  WS-RCKPT-LAST-KEY         PIC 9(06)      VALUE ZERO.
006830 01  WS-LAST-RESP-KEY          PIC 9(06)      VALUE ZERO.
006830 01  WS-HIST-POSTED-SW         PIC X(01)      VALUE 'N'.
006830     88  WS-HIST-ALREADY-POSTED    VALUE 'Y'.
006830 01  WS-CHKPT-INTERVAL         PIC 9(03)      VALUE 100.
006830 01  WS-RESP-SINCE-CHKPT       PIC 9(03)      VALUE ZERO.
006830 01  WS-RESP-READ-COUNT        PIC 9(07)      VALUE ZERO.
006830 01  WS-RESP-SKIPPED           PIC 9(07)      VALUE ZERO.
006830 01  WS-AUD-REC-COUNT          PIC 9(07)      VALUE ZERO.
006830 01  WS-RPT-REC-COUNT          PIC 9(07)      VALUE ZERO.
006830 01  WS-REPLAY-SKIP-COUNT      PIC 9(05)      VALUE ZERO.
006830 01  WS-TWK-EOF-SW             PIC X(01)      VALUE 'N'.
006830     88  WS-TWK-EOF                VALUE 'Y'.
006830 01  WS-TWK-LINE-COUNT         PIC 9(07)      VALUE ZERO.
006900 PROCEDURE DIVISION.
007000 0000-MAIN-CONTROL.
007100     PERFORM 1000-INITIALIZE
007100     EVALUATE TRUE
007100         WHEN WS-RUN-ALREADY-DONE
007100             CONTINUE
007100         WHEN WS-RESTART-REFUSED
007100             PERFORM 9100-ABANDON-RESTART
007100         WHEN WS-CTR-OVERFLOW
007100             PERFORM 9200-ABANDON-TRACE-OVERFLOW
007100         WHEN OTHER
007200             PERFORM 2000-RECONCILE-RESPONSE
007300                 UNTIL WS-NO-MORE-RESP
007400             PERFORM 3000-FLUSH-CLAIM-INDEX
007500             PERFORM 4000-WRITE-SUMMARY
007600             PERFORM 9000-TERMINATE
007600     END-EVALUATE
007700     STOP RUN.
007800
007900 1000-INITIALIZE.
007950     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
007950*AR 150145 - AN UNFINISHED CHECKPOINT MEANS RESTART.
007950     PERFORM 1300-LOAD-CHECKPOINT
007950     IF WS-RUN-ALREADY-DONE
007950         DISPLAY 'BCPRECON - RUN ALREADY COMPLETED TODAY PER '
007950             'CHECKPOINT - NOTHING REPOSTED'
007950     ELSE
007950         IF WS-IS-RESTART
007950             PERFORM 1400-RESTART-SETUP
007950         ELSE
007950             PERFORM 1010-FRESH-SETUP
007950         END-IF
007950         PERFORM 1060-SETUP-CLAIM-HISTORY
007950         PERFORM 1070-LOAD-CONSOL-TRACES
007950         OPEN INPUT BCP-RESP-FILE
007950         PERFORM 1110-READ-RESP
007950         IF WS-IS-RESTART
007950             PERFORM 1450-SKIP-POSTED-RESPONSES
007950         ELSE
007950             PERFORM 2700-WRITE-CHECKPOINT
007950         END-IF
007950     END-IF.
007950
007950*AR 150145 - A FIRST ATTEMPT BUILDS THE CLAIM INDEX AND STARTS THE
007950*CHECKPOINT FILE; THE AUDIT LOG'S EXISTING LINES ARE COUNTED SO A
007950*RESTART KNOWS WHERE THIS RUN'S ROWS BEGIN.
007950 1010-FRESH-SETUP.
007950     PERFORM 1020-COUNT-AUDIT-LINES
007960     OPEN EXTEND AUDIT-TRAIL-LOG
007970     IF WS-AUD-STATUS = '35'
007980         OPEN OUTPUT AUDIT-TRAIL-LOG
008200     MOVE 'BCP-RESP TO CLAIM RECONCILIATION EXCEPTIONS'
008300         TO RPT-LINE
008400     WRITE RPT-LINE
008400     ADD 1 TO WS-RPT-REC-COUNT
008500     PERFORM 1050-BUILD-CLAIM-INDEX
008500     OPEN OUTPUT RECON-CHECKPOINT-FILE.
008500
008500 1020-COUNT-AUDIT-LINES.
008500     MOVE ZERO TO WS-AUD-REC-COUNT
008500     OPEN INPUT AUDIT-TRAIL-LOG
008500     IF WS-AUD-STATUS = '00'
008500         MOVE 'N' TO WS-TWK-EOF-SW
008500         PERFORM 1325-READ-AUDIT
008500         PERFORM UNTIL WS-TWK-EOF
008500             ADD 1 TO WS-AUD-REC-COUNT
008500             PERFORM 1325-READ-AUDIT
008500         END-PERFORM
008500         CLOSE AUDIT-TRAIL-LOG
008500     END-IF.
008800
008900 1050-BUILD-CLAIM-INDEX.
009000     OPEN INPUT SUBMITTED-CLAIMS
009550                     MEDG-CLM50-CLM-KEY OF CIDX-CLAIM-RECORD
009560                     DELIMITED BY SIZE INTO RPT-LINE
009570                 WRITE RPT-LINE
009570                 ADD 1 TO WS-RPT-REC-COUNT
009580         END-WRITE
009600         PERFORM 1100-READ-CLAIM
009700     END-PERFORM
010170         OPEN I-O CLAIM-HISTORY
010180     END-IF.
010190
010190*AR 150131 - PAID KEYS CARRYING A CONSOLIDATED ENTRY TRACE. A
010190*CLAIM PAID MORE THAN ONCE KEEPS ITS LATEST TRACE. A FULL TABLE
010190*WOULD POST THE 835 TRACE FOR CONSOLIDATED CLAIMS, SO IT STOPS
010190*THE RUN BEFORE ANYTHING POSTS.
010190 1070-LOAD-CONSOL-TRACES.
010190     OPEN INPUT PAID-KEY-FILE
010190     PERFORM 1075-READ-PAID-KEY
010190     PERFORM UNTIL WS-NO-MORE-PDK
010190         IF PDKEY-ENTRY-TRACE NOT = SPACES
010190             MOVE PDKEY-CLM-KEY    TO WS-CTR-WANT-CLM
010190             MOVE PDKEY-POLICY-KEY TO WS-CTR-WANT-POLICY
010190             MOVE PDKEY-NPI-KEY    TO WS-CTR-WANT-NPI
010190             PERFORM 2150-FIND-CONSOL-TRACE
010190             IF WS-CTR-FOUND
010190                 MOVE PDKEY-ENTRY-TRACE TO WS-CTR-TRACE(WS-CTR-IX)
010190             ELSE
010190             IF WS-CTR-TABLE-COUNT < 20000
010190                 ADD 1 TO WS-CTR-TABLE-COUNT
010190                 SET WS-CTR-IX TO WS-CTR-TABLE-COUNT
010190                 MOVE PDKEY-CLM-KEY
010190                     TO WS-CTR-CLM-KEY(WS-CTR-IX)
010190                 MOVE PDKEY-POLICY-KEY
010190                     TO WS-CTR-POLICY-KEY(WS-CTR-IX)
010190                 MOVE PDKEY-NPI-KEY
010190                     TO WS-CTR-NPI-KEY(WS-CTR-IX)
010190                 MOVE PDKEY-ENTRY-TRACE
010190                     TO WS-CTR-TRACE(WS-CTR-IX)
010190             ELSE
010190                 IF NOT WS-CTR-OVERFLOW
010190                     MOVE 'CONSOL TRACE TABLE FULL - RUN STOPPED'
010190                         TO RPT-LINE
010190                     WRITE RPT-LINE
010190                     ADD 1 TO WS-RPT-REC-COUNT
010190                 END-IF
010190                 SET WS-CTR-OVERFLOW TO TRUE
010190             END-IF
010190             END-IF
010190         END-IF
010190         PERFORM 1075-READ-PAID-KEY
010190     END-PERFORM
010190     CLOSE PAID-KEY-FILE.
010190
010190 1075-READ-PAID-KEY.
010190     READ PAID-KEY-FILE
010190         AT END
010190             SET WS-NO-MORE-PDK TO TRUE
010190     END-READ.
010190
010190*AR 150145 - THE LAST CHECKPOINT WINS. ONE MARKED COMPLETE FOR
010190*TODAY MEANS THE RUN FINISHED; ONE FROM AN EARLIER DAY'S FINISHED
010190*RUN IS IGNORED AND THIS IS A FRESH RUN.
010190 1300-LOAD-CHECKPOINT.
010190     OPEN INPUT RECON-CHECKPOINT-FILE
010190     PERFORM 1310-READ-CHECKPOINT
010190     PERFORM UNTIL WS-NO-MORE-RCKPT
010190         SET WS-RCKPT-FOUND TO TRUE
010190         MOVE RCKPT-RESP-COUNT         TO WS-RESP-READ-COUNT
010190         MOVE RCKPT-MATCH-COUNT        TO WS-MATCH-COUNT
010190         MOVE RCKPT-RESP-UNMATCH-COUNT TO WS-RESP-UNMATCH-COUNT
010190         MOVE RCKPT-DUP-CLM-COUNT      TO WS-DUP-CLM-COUNT
010190         MOVE RCKPT-BAD-NPI-COUNT      TO WS-BAD-NPI-COUNT
010190         MOVE RCKPT-SUPERSEDE-COUNT    TO WS-SUPERSEDE-COUNT
010190         MOVE RCKPT-CTR-POSTED-COUNT   TO WS-CTR-POSTED-COUNT
010190         MOVE RCKPT-AUD-RECS           TO WS-AUD-REC-COUNT
010190         MOVE RCKPT-RPT-RECS           TO WS-RPT-REC-COUNT
010190         MOVE RCKPT-RUN-DATE           TO WS-RCKPT-RUN-DATE
010190         MOVE RCKPT-COMPLETE-IND       TO WS-RCKPT-COMPLETE-IND
010190         MOVE RCKPT-LAST-RESP-KEY      TO WS-RCKPT-LAST-KEY
010190         PERFORM 1310-READ-CHECKPOINT
010190     END-PERFORM
010190     CLOSE RECON-CHECKPOINT-FILE
010190     IF WS-RCKPT-FOUND
010190         EVALUATE TRUE
010190             WHEN NOT WS-RCKPT-WAS-COMPLETE
010190                 SET WS-IS-RESTART TO TRUE
010190                 MOVE WS-RCKPT-RUN-DATE TO WS-TODAY-DATE
010190             WHEN WS-RCKPT-RUN-DATE = WS-TODAY-DATE
010190                 SET WS-RUN-ALREADY-DONE TO TRUE
010190             WHEN OTHER
010190                 PERFORM 1315-RESET-TOTALS
010190         END-EVALUATE
010190     END-IF.
010190
010190 1310-READ-CHECKPOINT.
010190     READ RECON-CHECKPOINT-FILE
010190         AT END
010190             SET WS-NO-MORE-RCKPT TO TRUE
010190     END-READ.
010190
010190 1315-RESET-TOTALS.
010190     MOVE ZERO TO WS-RESP-READ-COUNT
010190     MOVE ZERO TO WS-MATCH-COUNT
010190     MOVE ZERO TO WS-RESP-UNMATCH-COUNT
010190     MOVE ZERO TO WS-DUP-CLM-COUNT
010190     MOVE ZERO TO WS-BAD-NPI-COUNT
010190     MOVE ZERO TO WS-SUPERSEDE-COUNT
010190     MOVE ZERO TO WS-CTR-POSTED-COUNT
010190     MOVE ZERO TO WS-AUD-REC-COUNT
010190     MOVE ZERO TO WS-RPT-REC-COUNT.
010190
010190*AR 150145 - LINE SEQUENTIAL FILES CANNOT BE CUT IN PLACE, SO
010190*EACH IS COPIED THROUGH ITS WORK FILE (AS IN BCP837CV) TO DROP
010190*THE LINES WRITTEN AFTER THE LAST CHECKPOINT.
010190 1320-TRUNCATE-AUDIT.
010190     OPEN INPUT AUDIT-TRAIL-LOG
010190     OPEN OUTPUT AUD-WORK-FILE
010190     MOVE ZERO TO WS-TWK-LINE-COUNT
010190     MOVE 'N' TO WS-TWK-EOF-SW
010190     PERFORM 1325-READ-AUDIT
010190     PERFORM UNTIL WS-TWK-EOF
010190             OR WS-TWK-LINE-COUNT >= WS-AUD-REC-COUNT
010190         WRITE AUD-WORK-RECORD FROM AUD-RAW-LINE
010190         ADD 1 TO WS-TWK-LINE-COUNT
010190         PERFORM 1325-READ-AUDIT
010190     END-PERFORM
010190     CLOSE AUDIT-TRAIL-LOG
010190     CLOSE AUD-WORK-FILE
010190     OPEN OUTPUT AUDIT-TRAIL-LOG
010190     OPEN INPUT AUD-WORK-FILE
010190     MOVE 'N' TO WS-TWK-EOF-SW
010190     PERFORM 1326-READ-AUD-WORK
010190     PERFORM UNTIL WS-TWK-EOF
010190         WRITE AUD-RAW-LINE FROM AUD-WORK-RECORD
010190         PERFORM 1326-READ-AUD-WORK
010190     END-PERFORM
010190     CLOSE AUDIT-TRAIL-LOG
010190     CLOSE AUD-WORK-FILE.
010190
010190 1325-READ-AUDIT.
010190     READ AUDIT-TRAIL-LOG
010190         AT END
010190             SET WS-TWK-EOF TO TRUE
010190     END-READ.
010190
010190 1326-READ-AUD-WORK.
010190     READ AUD-WORK-FILE
010190         AT END
010190             SET WS-TWK-EOF TO TRUE
010190     END-READ.
010190
010190 1330-TRUNCATE-REPORT.
010190     OPEN INPUT RECON-EXCEPT-RPT
010190     OPEN OUTPUT RPT-WORK-FILE
010190     MOVE ZERO TO WS-TWK-LINE-COUNT
010190     MOVE 'N' TO WS-TWK-EOF-SW
010190     PERFORM 1335-READ-REPORT
010190     PERFORM UNTIL WS-TWK-EOF
010190             OR WS-TWK-LINE-COUNT >= WS-RPT-REC-COUNT
010190         WRITE RPT-WORK-RECORD FROM RPT-LINE
010190         ADD 1 TO WS-TWK-LINE-COUNT
010190         PERFORM 1335-READ-REPORT
010190     END-PERFORM
010190     CLOSE RECON-EXCEPT-RPT
010190     CLOSE RPT-WORK-FILE
010190     OPEN OUTPUT RECON-EXCEPT-RPT
010190     OPEN INPUT RPT-WORK-FILE
010190     MOVE 'N' TO WS-TWK-EOF-SW
010190     PERFORM 1336-READ-RPT-WORK
010190     PERFORM UNTIL WS-TWK-EOF
010190         WRITE RPT-LINE FROM RPT-WORK-RECORD
010190         PERFORM 1336-READ-RPT-WORK
010190     END-PERFORM
010190     CLOSE RECON-EXCEPT-RPT
010190     CLOSE RPT-WORK-FILE.
010190
010190 1335-READ-REPORT.
010190     READ RECON-EXCEPT-RPT
010190         AT END
010190             SET WS-TWK-EOF TO TRUE
010190     END-READ.
010190
010190 1336-READ-RPT-WORK.
010190     READ RPT-WORK-FILE
010190         AT END
010190             SET WS-TWK-EOF TO TRUE
010190     END-READ.
010190
010190*AR 150145 - THE CLAIM INDEX IS REOPENED AS THE FAILED ATTEMPT
010190*LEFT IT; ITS POSTINGS PAST THE CHECKPOINT ARE SIMPLY POSTED AGAIN
010190*WITH THE SAME VALUES.
010190 1400-RESTART-SETUP.
010190     PERFORM 1320-TRUNCATE-AUDIT
010190     PERFORM 1330-TRUNCATE-REPORT
010190     OPEN EXTEND AUDIT-TRAIL-LOG
010190     OPEN OUTPUT POSTED-CLAIMS
010190     OPEN EXTEND RECON-EXCEPT-RPT
010190     MOVE SPACES TO RPT-LINE
010190     STRING 'RESTARTED FROM CHECKPOINT AFTER RESPONSE '
010190         WS-RESP-READ-COUNT ' OF RUN DATE ' WS-TODAY-DATE
010190         DELIMITED BY SIZE INTO RPT-LINE
010190     WRITE RPT-LINE
010190     ADD 1 TO WS-RPT-REC-COUNT
010190     OPEN I-O CLAIM-INDEX-FILE
010190     OPEN EXTEND RECON-CHECKPOINT-FILE.
010190
010190*A SHORT RESPONSE FILE, OR ONE WHOSE LAST SKIPPED RESPONSE IS NOT
010190*THE ONE THE CHECKPOINT SAYS WAS POSTED LAST, IS NOT THE FILE THE
010190*FAILED ATTEMPT WAS POSTING; NOTHING IS POSTED FROM IT.
010190 1450-SKIP-POSTED-RESPONSES.
010190     PERFORM UNTIL WS-RESP-SKIPPED >= WS-RESP-READ-COUNT
010190             OR WS-NO-MORE-RESP
010190         MOVE BCP-RESP-CLM-KEY TO WS-LAST-RESP-KEY
010190         ADD 1 TO WS-RESP-SKIPPED
010190         PERFORM 1110-READ-RESP
010190     END-PERFORM
010190     IF WS-RESP-SKIPPED < WS-RESP-READ-COUNT
010190         SET WS-RESP-FILE-SHORT TO TRUE
010190         SET WS-RESTART-REFUSED TO TRUE
010190         MOVE SPACES TO RPT-LINE
010190         STRING 'RESPONSE FILE HAS ONLY ' WS-RESP-SKIPPED
010190             ' RECORDS - CHECKPOINT SAYS ' WS-RESP-READ-COUNT
010190             ' WERE POSTED'
010190             DELIMITED BY SIZE INTO RPT-LINE
010190         WRITE RPT-LINE
010190         ADD 1 TO WS-RPT-REC-COUNT
010190     ELSE
010190         IF WS-LAST-RESP-KEY NOT = WS-RCKPT-LAST-KEY
010190             SET WS-RESTART-REFUSED TO TRUE
010190             MOVE SPACES TO RPT-LINE
010190             STRING 'RESPONSE ' WS-RESP-READ-COUNT
010190                 ' IS CLAIM ' WS-LAST-RESP-KEY
010190                 ' - CHECKPOINT SAYS CLAIM ' WS-RCKPT-LAST-KEY
010190                 ' WAS POSTED LAST'
010190                 DELIMITED BY SIZE INTO RPT-LINE
010190             WRITE RPT-LINE
010190             ADD 1 TO WS-RPT-REC-COUNT
010190         END-IF
010190     END-IF
010190     IF WS-RESTART-REFUSED
010190         MOVE 'RESTART STOPPED - NOTHING POSTED' TO RPT-LINE
010190         WRITE RPT-LINE
010190         ADD 1 TO WS-RPT-REC-COUNT
010190     END-IF.
010200 1100-READ-CLAIM.
010300     READ SUBMITTED-CLAIMS
010400         AT END
012200             ' ON CLAIM ' BCP-RESP-CLM-KEY
012300             DELIMITED BY SIZE INTO RPT-LINE
012400         WRITE RPT-LINE
012400         ADD 1 TO WS-RPT-REC-COUNT
012500     END-IF.
012600
012700 2000-RECONCILE-RESPONSE.
014000             TO MEDG-CLM50-PAID-AMT OF CIDX-CLAIM-RECORD
014100         MOVE BCP-RESP-ACH-TRACE-NO
014200             TO MEDG-CLM50-ACH-TRACE-NO OF CIDX-CLAIM-RECORD
014210         MOVE BCP-RESP-CLM-KEY    TO WS-CTR-WANT-CLM
014210         MOVE BCP-RESP-POLICY-KEY TO WS-CTR-WANT-POLICY
014210         MOVE BCP-RESP-NPI-KEY    TO WS-CTR-WANT-NPI
014210         PERFORM 2150-FIND-CONSOL-TRACE
014210         IF WS-CTR-FOUND
014210             ADD 1 TO WS-CTR-POSTED-COUNT
014210             MOVE WS-CTR-TRACE(WS-CTR-IX)
014210                 TO MEDG-CLM50-ACH-TRACE-NO OF CIDX-CLAIM-RECORD
014210         END-IF
014300         SET MEDG-CLM50-IS-POSTED OF CIDX-CLAIM-RECORD
014400             TO TRUE
014410         IF MEDG-CLM50-IS-VOID OF CIDX-CLAIM-RECORD
014470             PERFORM 2200-WRITE-SUPERSEDE-AUDIT
014480         END-IF
014500         REWRITE CIDX-CLAIM-RECORD
014510*AR 150145 - ON A RESTART, A HISTORY ROW THE FAILED ATTEMPT
014510*ALREADY POSTED FOR THIS RESPONSE IS LEFT AS IT IS.
014510         MOVE 'N' TO WS-HIST-POSTED-SW
014510         IF WS-IS-RESTART
014510             PERFORM 2310-CHECK-HISTORY-REPLAY
014510         END-IF
014510         IF WS-HIST-ALREADY-POSTED
014510             ADD 1 TO WS-REPLAY-SKIP-COUNT
014510         ELSE
014510             PERFORM 2300-UPSERT-CLAIM-HISTORY
014510         END-IF
014600     ELSE
014700         ADD 1 TO WS-RESP-UNMATCH-COUNT
014800         MOVE SPACES            TO RPT-LINE
015000             BCP-RESP-CLM-KEY
015100             DELIMITED BY SIZE INTO RPT-LINE
015200         WRITE RPT-LINE
015200         ADD 1 TO WS-RPT-REC-COUNT
015300     END-IF
015300*AR 150145 - CHECKPOINT EVERY WS-CHKPT-INTERVAL RESPONSES.
015300     MOVE BCP-RESP-CLM-KEY TO WS-LAST-RESP-KEY
015300     ADD 1 TO WS-RESP-READ-COUNT
015300     ADD 1 TO WS-RESP-SINCE-CHKPT
015300     IF WS-RESP-SINCE-CHKPT >= WS-CHKPT-INTERVAL
015300         PERFORM 2700-WRITE-CHECKPOINT
015300     END-IF
015400     PERFORM 1110-READ-RESP.
015500
015523         MOVE 'REPLACEMENT ADJUDICATED - PRIOR SUPERSEDED'
015524             TO AUDIT-REASON
015525     END-IF
015526     WRITE AUDIT-RECORD
015526     ADD 1 TO WS-AUD-REC-COUNT.
015527
015528*AR 150102 - THE HISTORY ROW FLIPS TO POSTED WITH THE PAID
015529*AMOUNT; A RESPONSE FOR A CLAIM CONVERTED BEFORE THE HISTORY
015531 2300-UPSERT-CLAIM-HISTORY.
015532     MOVE MEDG-CLM50-CLM-KEY OF CIDX-CLAIM-RECORD
015533         TO CHIST-CLM-KEY OF CHIST-RECORD
015533*AR 150149 - KEEP THE SENSITIVE-CLAIM FLAG SET AT CONVERSION.
015533     READ CLAIM-HISTORY
015533         INVALID KEY
015533             MOVE SPACE TO CHIST-SENSITIVE-IND OF CHIST-RECORD
015533     END-READ
015534     MOVE MEDG-CLM50-POLICY-KEY OF CIDX-CLAIM-RECORD
015535         TO CHIST-POLICY-KEY OF CHIST-RECORD
015536     MOVE MEDG-CLM50-SUBSCR-SSN OF CIDX-CLAIM-RECORD
015537         TO CHIST-SUBSCR-SSN OF CHIST-RECORD
015537     MOVE MEDG-CLM50-MEMBER-ID OF CIDX-CLAIM-RECORD
015537         TO CHIST-MEMBER-ID OF CHIST-RECORD
015537*AR 150149 - POSTING DETAIL FOR THE ANNUAL MEMBER STATEMENT.
015537     MOVE WS-TODAY-DATE
015537         TO CHIST-POSTED-DATE OF CHIST-RECORD
015537     MOVE MEDG-CLM50-ACC-REJ-IND OF CIDX-CLAIM-RECORD
015537         TO CHIST-OUTCOME OF CHIST-RECORD
015537     MOVE MEDG-CLM50-CONTRACT-CODE OF CIDX-CLAIM-RECORD
015537         TO CHIST-CONTRACT-CODE OF CHIST-RECORD
015537     MOVE MEDG-CLM50-RENDPROV-NPI OF CIDX-CLAIM-RECORD
015537         TO CHIST-PROV-NPI OF CHIST-RECORD
015537     MOVE MEDG-CLM50-SUBSCR-LAST OF CIDX-CLAIM-RECORD
015537         TO CHIST-SUBSCR-LAST OF CHIST-RECORD
015537     MOVE MEDG-CLM50-SUBSCR-FIRST OF CIDX-CLAIM-RECORD
015537         TO CHIST-SUBSCR-FIRST OF CHIST-RECORD
015538     SET CHIST-POSTED OF CHIST-RECORD TO TRUE
015539     MOVE MEDG-CLM50-PAID-AMT OF CIDX-CLAIM-RECORD
015540         TO CHIST-PAID-AMT OF CHIST-RECORD
015546             REWRITE CHIST-RECORD
015547     END-WRITE.
015548
015548*AR 150145 - ALREADY POSTED BY THE FAILED ATTEMPT: POSTED TODAY
015548*WITH THIS PAID AMOUNT.
015548 2310-CHECK-HISTORY-REPLAY.
015548     MOVE MEDG-CLM50-CLM-KEY OF CIDX-CLAIM-RECORD
015548         TO CHIST-CLM-KEY OF CHIST-RECORD
015548     READ CLAIM-HISTORY
015548         INVALID KEY
015548             CONTINUE
015548         NOT INVALID KEY
015548             IF CHIST-POSTED OF CHIST-RECORD
015548                 AND CHIST-PAID-AMT OF CHIST-RECORD =
015548                     MEDG-CLM50-PAID-AMT OF CIDX-CLAIM-RECORD
015548                 AND CHIST-LAST-UPDATE-DATE OF CHIST-RECORD =
015548                     WS-TODAY-DATE
015548                 SET WS-HIST-ALREADY-POSTED TO TRUE
015548             END-IF
015548     END-READ.
015548
015548*AR 150145 - POSITION AND TOTALS AS OF THE LAST POSTED RESPONSE.
015548 2700-WRITE-CHECKPOINT.
015548     PERFORM 2710-FILL-CHECKPOINT
015548     WRITE RCKPT-RECORD.
015548
015548 2710-FILL-CHECKPOINT.
015548     MOVE ZERO                  TO WS-RESP-SINCE-CHKPT
015548     MOVE WS-TODAY-DATE         TO RCKPT-RUN-DATE
015548     MOVE WS-RESP-READ-COUNT    TO RCKPT-RESP-COUNT
015548     MOVE WS-MATCH-COUNT        TO RCKPT-MATCH-COUNT
015548     MOVE WS-RESP-UNMATCH-COUNT TO RCKPT-RESP-UNMATCH-COUNT
015548     MOVE WS-DUP-CLM-COUNT      TO RCKPT-DUP-CLM-COUNT
015548     MOVE WS-BAD-NPI-COUNT      TO RCKPT-BAD-NPI-COUNT
015548     MOVE WS-SUPERSEDE-COUNT    TO RCKPT-SUPERSEDE-COUNT
015548     MOVE WS-CTR-POSTED-COUNT   TO RCKPT-CTR-POSTED-COUNT
015548     MOVE WS-AUD-REC-COUNT      TO RCKPT-AUD-RECS
015548     MOVE WS-RPT-REC-COUNT      TO RCKPT-RPT-RECS
015548     MOVE WS-LAST-RESP-KEY      TO RCKPT-LAST-RESP-KEY
015548     MOVE 'N'                   TO RCKPT-COMPLETE-IND.
015548
015590*AR 150131 - THE CONSOLIDATED ENTRY TRACE FOR THE WANTED KEYS.
015590 2150-FIND-CONSOL-TRACE.
015590     MOVE 'N' TO WS-CTR-FOUND-SW
015590     IF WS-CTR-TABLE-COUNT > ZERO
015590         SET WS-CTR-IX TO 1
015590         SEARCH WS-CTR-ENTRY
015590             AT END
015590                 CONTINUE
015590             WHEN WS-CTR-CLM-KEY(WS-CTR-IX) = WS-CTR-WANT-CLM
015590                 AND WS-CTR-POLICY-KEY(WS-CTR-IX)
015590                     = WS-CTR-WANT-POLICY
015590                 AND WS-CTR-NPI-KEY(WS-CTR-IX) = WS-CTR-WANT-NPI
015590                 SET WS-CTR-FOUND TO TRUE
015590         END-SEARCH
015590     END-IF.
015600 2100-LOOKUP-CLAIM.
015700     MOVE BCP-RESP-CLM-KEY
015750         TO MEDG-CLM50-CLM-KEY OF CIDX-CLAIM-RECORD
020900     MOVE SPACES TO RPT-LINE
021000     STRING 'BAD RESPONSE PROVIDER NPIS: ' WS-BAD-NPI-COUNT
021100         DELIMITED BY SIZE INTO RPT-LINE
021200     WRITE RPT-LINE
021210     MOVE SPACES TO RPT-LINE
021220     STRING 'CLAIMS POSTED WITH A CONSOLIDATED ENTRY TRACE: '
021230         WS-CTR-POSTED-COUNT
021240         DELIMITED BY SIZE INTO RPT-LINE
021250     WRITE RPT-LINE
021250*AR 150145 - SHOWN ONLY ON A RESTARTED RUN.
021250     IF WS-IS-RESTART
021250         MOVE SPACES TO RPT-LINE
021250         STRING 'CLAIM HISTORY ROWS ALREADY POSTED BEFORE '
021250             'RESTART: ' WS-REPLAY-SKIP-COUNT
021250             DELIMITED BY SIZE INTO RPT-LINE
021250         WRITE RPT-LINE
021250     END-IF.
021300
021350 8000-WRITE-CONTROL-LEDGER.
021360     OPEN EXTEND CONTROL-LEDGER
021377
021400 9000-TERMINATE.
021450     PERFORM 8000-WRITE-CONTROL-LEDGER
021450*AR 150145 - THE LEDGER IS WRITTEN; MARK THE RUN COMPLETE.
021450     PERFORM 2710-FILL-CHECKPOINT
021450     SET RCKPT-RUN-COMPLETE TO TRUE
021450     WRITE RCKPT-RECORD
021450     CLOSE RECON-CHECKPOINT-FILE
021460     CLOSE AUDIT-TRAIL-LOG
021500     CLOSE BCP-RESP-FILE
021550     CLOSE CLAIM-HISTORY
022010         OR WS-DUP-CLM-COUNT NOT = ZERO
022100         MOVE 4 TO RETURN-CODE
022200     END-IF.
022200
022200*THE RESTART FOUND THE WRONG RESPONSE FILE. THE LEDGER IS NOT
022200*WRITTEN AND THE CHECKPOINT IS LEFT UNFINISHED, SO THE RESTART
022200*CAN BE RUN AGAIN AGAINST THE RIGHT FILE.
022200 9100-ABANDON-RESTART.
022200     CLOSE RECON-CHECKPOINT-FILE
022200     CLOSE AUDIT-TRAIL-LOG
022200     CLOSE BCP-RESP-FILE
022200     CLOSE CLAIM-HISTORY
022200     CLOSE CLAIM-INDEX-FILE
022200     CLOSE POSTED-CLAIMS
022200     CLOSE RECON-EXCEPT-RPT
022200     MOVE 12 TO RETURN-CODE.
022200
022200*AR 150131 - THE CONSOLIDATED TRACE TABLE FILLED. NOTHING IS
022200*POSTED, THE LEDGER IS NOT WRITTEN AND THE CHECKPOINT IS LEFT
022200*UNFINISHED, SO THE RUN CAN BE RESTARTED ONCE THE TABLE IS
022200*ENLARGED.
022200 9200-ABANDON-TRACE-OVERFLOW.
022200     CLOSE RECON-CHECKPOINT-FILE
022200     CLOSE AUDIT-TRAIL-LOG
022200     CLOSE BCP-RESP-FILE
022200     CLOSE CLAIM-HISTORY
022200     CLOSE CLAIM-INDEX-FILE
022200     CLOSE POSTED-CLAIMS
022200     CLOSE RECON-EXCEPT-RPT
022200     MOVE 8 TO RETURN-CODE.
