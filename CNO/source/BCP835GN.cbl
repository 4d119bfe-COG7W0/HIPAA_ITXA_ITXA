001120*            BCPNACHA'S 2600 - SO A PAYMENT RELEASED IN A        *
001121*            LATER RUN REMITS IN THAT RUN'S 835.                 *
001122******************************************************************
001123******************************************************************
001124* 10-15-26 - R KOWALSKI - AR 150118 - PCP CAPITATION ON THE      *
001125*            REMIT. A BCPCAPRN RESPONSE (PAT-TRAN-ID 'CAPPMT')   *
001126*            IS SELECTED LIKE A CLAIM PAYMENT - OFFSETS AND      *
001127*            WITHHOLDING MIRRORED, DUPLICATE DROP SKIPPED AS IN  *
001128*            BCPNACHA - BUT HAS NO 837 CLAIM TO MATCH, SO IT IS  *
001129*            HELD IN ITS OWN TABLE AND WRITTEN AS AN 'RP'        *
001130*            CAPITATION RECORD AHEAD OF THE TRAILER. THE CHECK   *
001131*            NUMBER FOR A CAPITATION CHECK IS FOUND ON THE       *
001132*            CROSS-REFERENCE BY NPI AS WELL AS CLAIM/POLICY KEY, *
001133*            SINCE EVERY PCP'S PAYMENT FOR A MONTH SHARES THOSE. *
001134******************************************************************
001135******************************************************************
001135* 10-15-26 - R KOWALSKI - AR 150130 - VIRTUAL CARD CHANNEL. THE  *
001135*            PAYMENT METHOD ELECTIONS BCPNACHA ROUTES BY         *
001135*            (BCPPYPRF) ARE LOADED, SO A CHECK ELECTION REMITS   *
001135*            AS A CHECK AND A CARD ELECTION AS A VIRTUAL CARD,   *
001135*            THE TRACE FIELD CARRYING THE CARD PAYMENT REFERENCE *
001135*            FOUND ON THE RUN'S ISSUANCE FILE (BCPVCISS) BY      *
001135*            CLAIM/POLICY/NPI KEY AND PAT-TRAN-ID. 'RC' AND 'RP' *
001135*            RECORDS NOW CARRY THE PAYMENT METHOD. THE SIU HOLDS *
001135*            BCPNACHA APPLIES ARE MIRRORED TOO: A FULL HOLD GETS *
001135*            NO REMIT, A PERCENTAGE HOLD REMITS ONLY THE PORTION *
001135*            PAID, AND HELD ITEMS RELEASED THIS CYCLE ARE        *
001135*            SELECTED AFTER THE RELEASE QUEUE IN THE SAME ORDER  *
001135*            AS THE PAYMENT RUN.                                 *
001135******************************************************************
001135******************************************************************
001135* 10-15-26 - R KOWALSKI - AR 150131 - PAYEE PAYMENT CYCLES. A    *
001135*            RESPONSE BCPNACHA HELD FOR ITS PAYEE'S PAY DAY (ON  *
001135*            THE RUN'S PENDING-PAYMENT FILE, BCPPNDPY, QUEUED    *
001135*            TODAY) GETS NO REMIT; A PENDING PAYMENT IT RELEASED *
001135*            (ON THE INPUT PENDING FILE BUT NOT CARRIED FORWARD) *
001135*            IS SELECTED AFTER THE SIU RELEASES, SAME ORDER AS   *
001135*            THE PAYMENT RUN. AN ACH PAYMENT FOLDED INTO A       *
001135*            CONSOLIDATED PAYEE ENTRY IS REMITTED UNDER THAT     *
001135*            ENTRY'S TRACE NUMBER FROM THE RUN'S CROSS-REFERENCE *
001135*            (BCPCNXRF), SO THE PROVIDER CAN TIE EVERY CLAIM TO  *
001135*            THE ONE DEPOSIT.                                    *
001135******************************************************************
001145******************************************************************
001155* 10-15-26 - R KOWALSKI - AR 150130 - A PAYMENT OVER THE RELEASE *
001165*            THRESHOLD IS NOW DIVERTED ON ITS GROSS AMOUNT,      *
001175*            AHEAD OF ANY SIU PERCENTAGE HOLD, THE SAME ORDER AS *
001185*            BCPNACHA; THE PERCENTAGE COMES OFF ONCE, WHEN THE   *
001195*            PAYMENT IS RELEASED.                                *
001205******************************************************************
001215******************************************************************
001225* 10-15-26 - R KOWALSKI - AR 150133 - AN ACH PAYEE'S ROUTING     *
001235*            NUMBER NOW GOES THROUGH BCPABAVL BEFORE THE REMIT   *
001245*            NAMES THE CHANNEL, AS IN BCPNACHA'S 3230. A PAYMENT *
001255*            WHOSE ROUTING NUMBER FAILS WAS PAID BY CHECK AND IS *
001265*            REMITTED UNDER ITS CHECK NUMBER, NOT AS ACH.        *
001275******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. BCP835GN.
002000 ENVIRONMENT DIVISION.
003799     SELECT OPTIONAL RELEASE-QUEUE ASSIGN TO RELQIN
003800            ORGANIZATION IS LINE SEQUENTIAL
003801            FILE STATUS IS WS-RLQ-STATUS.
003801*AR 150130 - PAYMENT METHOD ELECTIONS, THE RUN'S CARD ISSUANCE
003801*FILE AND THE SIU CASE AND HELD-PAYMENT FILES BCPNACHA READ.
003801     SELECT OPTIONAL PAY-PREF-FILE ASSIGN TO PMTPREF
003801            ORGANIZATION IS LINE SEQUENTIAL
003801            FILE STATUS IS WS-PYP-STATUS.
003801     SELECT OPTIONAL CARD-ISSUE-FILE ASSIGN TO VCISSUE
003801            ORGANIZATION IS LINE SEQUENTIAL
003801            FILE STATUS IS WS-VCI-STATUS.
003801     SELECT OPTIONAL SIU-CASE-FILE ASSIGN TO SIUCASE
003801            ORGANIZATION IS LINE SEQUENTIAL
003801            FILE STATUS IS WS-SIUC-STATUS.
003801     SELECT OPTIONAL SIU-HELD-FILE ASSIGN TO SIUHELD
003801            ORGANIZATION IS LINE SEQUENTIAL
003801            FILE STATUS IS WS-SIUH-STATUS.
003801*AR 150131 - THE PENDING-PAYMENT FILE BCPNACHA READ AND THE ONE IT
003801*CARRIED FORWARD, AND ITS CONSOLIDATED ENTRY CROSS-REFERENCE.
003801     SELECT OPTIONAL PENDING-PAY-IN ASSIGN TO PNDPIN
003801            ORGANIZATION IS LINE SEQUENTIAL
003801            FILE STATUS IS WS-PNDI-STATUS.
003801     SELECT OPTIONAL PENDING-PAY-OUT ASSIGN TO PNDPOUT
003801            ORGANIZATION IS LINE SEQUENTIAL
003801            FILE STATUS IS WS-PNDO-STATUS.
003801     SELECT OPTIONAL CONSOL-XREF-FILE ASSIGN TO CNXREF
003801            ORGANIZATION IS LINE SEQUENTIAL
003801            FILE STATUS IS WS-CNX-STATUS.
003802     SELECT RMT-SUMMARY-RPT ASSIGN TO RMT835RPT
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS IS WS-RPT-STATUS.
005784     05  RLPRM-THRESHOLD           PIC 9(09)V99.
005785 FD  RELEASE-QUEUE.
005786     COPY BCPRELQ.
005787 FD  PAY-PREF-FILE.
005787     COPY BCPPYPRF.
005787 FD  CARD-ISSUE-FILE.
005787     COPY BCPVCISS.
005787 FD  SIU-CASE-FILE.
005787     COPY BCPSIUCS.
005787 FD  SIU-HELD-FILE.
005787     COPY BCPSIUHP.
005787 FD  PENDING-PAY-IN.
005787     COPY BCPPNDPY.
005787 FD  PENDING-PAY-OUT.
005787     COPY BCPPNDPY
005787         REPLACING ==PNDP-RECORD== BY ==PNDPO-RECORD==.
005787 FD  CONSOL-XREF-FILE.
005787     COPY BCPCNXRF.
005800 FD  RMT-SUMMARY-RPT.
005900 01  RPT-LINE                  PIC X(132).
006000 WORKING-STORAGE SECTION.
011210         10  WS-SEL-CHANNEL        PIC X(01).
011220             88  WS-SEL-BY-ACH         VALUE 'A'.
011230             88  WS-SEL-BY-CHECK       VALUE 'C'.
011231             88  WS-SEL-BY-CARD        VALUE 'V'.
011240         10  WS-SEL-CHECK-NBR      PIC 9(10).
011245         10  WS-SEL-CARD-REF       PIC 9(10).
011250         10  WS-SEL-WHT-AMT        PIC 9(09)V99.
011300         10  WS-SEL-MATCHED-SW     PIC X(01).
011400             88  WS-SEL-WAS-MATCHED    VALUE 'Y'.
012231         10  WS-XRF-CLM-KEY        PIC 9(06).
012232         10  WS-XRF-POLICY-KEY     PIC 9(09).
012233         10  WS-XRF-CHECK-NBR      PIC 9(10).
012233         10  WS-XRF-NPI-KEY        PIC 9(10).
012234 01  WS-XRF-FOUND-SW           PIC X(01)      VALUE 'N'.
012235     88  WS-XRF-FOUND              VALUE 'Y'.
012236 01  WS-ABSORBED-COUNT         PIC 9(05)      VALUE ZERO.
012268 01  WS-DIVERT-SKIP-COUNT      PIC 9(05)      VALUE ZERO.
012269 01  WS-RELEASED-RMT-COUNT     PIC 9(05)      VALUE ZERO.
012300 01  WS-UNMATCHED-COUNT        PIC 9(05)      VALUE ZERO.
012301*AR 150118 - SELECTED CAPITATION PAYMENTS ('RP' RECORDS).
012302 01  WS-CAP-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
012303 01  WS-CAP-TABLE.
012304     05  WS-CAP-ENTRY          OCCURS 1 TO 5000 TIMES
012305                               DEPENDING ON WS-CAP-TABLE-COUNT
012306                               INDEXED BY WS-CAP-IX.
012307         10  WS-CAP-TRACE-NO       PIC X(50).
012308         10  WS-CAP-PROV-NPI       PIC X(10).
012309         10  WS-CAP-COV-MONTH      PIC X(06).
012310         10  WS-CAP-PAID-AMT       PIC 9(09)V99.
012311         10  WS-CAP-WHT-AMT        PIC 9(09)V99.
012312         10  WS-CAP-RESPONSE-DT    PIC X(08).
012312         10  WS-CAP-CHANNEL        PIC X(01).
012313 01  WS-CAP-MONTH-WORK         PIC 9(09).
012314*AR 150130 - PAYMENT METHOD ELECTIONS IN EFFECT (AS BCPNACHA'S
012314*1450 TABLES THEM), THE RUN'S CARD ISSUANCE DETAIL, AND THE SIU
012314*HOLD MIRROR OF BCPNACHA'S 1850.
012314 01  WS-PYP-STATUS             PIC X(02).
012314 01  WS-VCI-STATUS             PIC X(02).
012314 01  WS-SIUC-STATUS            PIC X(02).
012314 01  WS-SIUH-STATUS            PIC X(02).
012314 01  WS-PYP-EOF-SW             PIC X(01)      VALUE 'N'.
012314     88  WS-NO-MORE-PYP            VALUE 'Y'.
012314 01  WS-VCI-EOF-SW             PIC X(01)      VALUE 'N'.
012314     88  WS-NO-MORE-VCI            VALUE 'Y'.
012314 01  WS-SIUC-EOF-SW            PIC X(01)      VALUE 'N'.
012314     88  WS-NO-MORE-SIUC           VALUE 'Y'.
012314 01  WS-SIUH-EOF-SW            PIC X(01)      VALUE 'N'.
012314     88  WS-NO-MORE-SIUH           VALUE 'Y'.
012314 01  WS-PYP-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
012314 01  WS-PYP-TABLE.
012314     05  WS-PYP-ENTRY          OCCURS 1 TO 10000 TIMES
012314                               DEPENDING ON WS-PYP-TABLE-COUNT
012314                               INDEXED BY WS-PYP-IX.
012314         10  WS-PYP-NPI            PIC X(10).
012314         10  WS-PYP-METHOD         PIC X(01).
012314 01  WS-PAY-METHOD-SW          PIC X(01)      VALUE 'A'.
012314     88  WS-PAY-BY-ACH             VALUE 'A'.
012314     88  WS-PAY-BY-CHECK           VALUE 'C'.
012314     88  WS-PAY-BY-CARD            VALUE 'V'.
012314*AR 150133 - ROUTING NUMBER VALIDATION THROUGH BCPABAVL.
012314 01  WS-ABA-RESULT             PIC X(01)      VALUE SPACE.
012314     88  WS-ABA-VALID              VALUE 'V'.
012314     88  WS-ABA-UNVERIFIED         VALUE 'U'.
012314 01  WS-ABA-BANK-NAME          PIC X(36).
012314 01  WS-ABA-PASSED-SW          PIC X(01)      VALUE 'Y'.
012314     88  WS-ABA-PASSED             VALUE 'Y'.
012314 01  WS-VCX-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
012314 01  WS-VCX-TABLE.
012314     05  WS-VCX-ENTRY          OCCURS 1 TO 5000 TIMES
012314                               DEPENDING ON WS-VCX-TABLE-COUNT
012314                               INDEXED BY WS-VCX-IX.
012314         10  WS-VCX-CLM-KEY        PIC 9(06).
012314         10  WS-VCX-POLICY-KEY     PIC 9(09).
012314         10  WS-VCX-NPI-KEY        PIC 9(10).
012314         10  WS-VCX-TRAN-ID        PIC X(06).
012314         10  WS-VCX-PAYMENT-REF    PIC 9(10).
012314 01  WS-CARD-REF-WORK          PIC 9(10)      VALUE ZERO.
012314 01  WS-CARD-RMT-COUNT         PIC 9(05)      VALUE ZERO.
012314 01  WS-SIU-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
012314 01  WS-SIU-TABLE.
012314     05  WS-SIU-ENTRY          OCCURS 1 TO 5000 TIMES
012314                               DEPENDING ON WS-SIU-TABLE-COUNT
012314                               INDEXED BY WS-SIU-IX.
012314         10  WS-SIU-NPI            PIC X(10).
012314         10  WS-SIU-HOLD-TYPE      PIC X(01).
012314         10  WS-SIU-HOLD-PCT       PIC 9(03).
012314 01  WS-SIU-HOLD-SW            PIC X(01)      VALUE 'N'.
012314     88  WS-SIU-FULL-HOLD          VALUE 'F'.
012314     88  WS-SIU-PCT-HOLD           VALUE 'P'.
012314 01  WS-SIU-RELEASE-MODE-SW    PIC X(01)      VALUE 'N'.
012314     88  WS-SIU-RELEASE-MODE       VALUE 'Y'.
012314 01  WS-SIU-PCT-WORK           PIC 9(12)V99   VALUE ZERO.
012314 01  WS-SIU-HOLD-AMT           PIC 9(09)V99   VALUE ZERO.
012314 01  WS-SRL-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
012314 01  WS-SRL-TABLE.
012314     05  WS-SRL-ENTRY          OCCURS 1 TO 200 TIMES
012314                               DEPENDING ON WS-SRL-TABLE-COUNT
012314                               INDEXED BY WS-SRL-IX.
012314         10  WS-SRL-IMAGE          PIC X(618).
012314 01  WS-SRL-IX-N               PIC 9(03).
012314 01  WS-SIU-SKIP-COUNT         PIC 9(05)      VALUE ZERO.
012314 01  WS-SIU-PART-COUNT         PIC 9(05)      VALUE ZERO.
012314 01  WS-SIU-REL-RMT-COUNT      PIC 9(05)      VALUE ZERO.
012315*AR 150131 - THE RUN'S CARRIED-FORWARD PENDING PAYMENTS AND ITS
012315*CONSOLIDATED ENTRY CROSS-REFERENCE.
012315 01  WS-PNDI-STATUS            PIC X(02).
012315 01  WS-PNDO-STATUS            PIC X(02).
012315 01  WS-CNX-STATUS             PIC X(02).
012315 01  WS-PNDI-EOF-SW            PIC X(01)      VALUE 'N'.
012315     88  WS-NO-MORE-PNDI           VALUE 'Y'.
012315 01  WS-PNDO-EOF-SW            PIC X(01)      VALUE 'N'.
012315     88  WS-NO-MORE-PNDO           VALUE 'Y'.
012315 01  WS-CNX-EOF-SW             PIC X(01)      VALUE 'N'.
012315     88  WS-NO-MORE-CNX            VALUE 'Y'.
012315 01  WS-PNX-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
012315 01  WS-PNX-TABLE.
012315     05  WS-PNX-ENTRY          OCCURS 1 TO 10000 TIMES
012315                               DEPENDING ON WS-PNX-TABLE-COUNT
012315                               INDEXED BY WS-PNX-IX.
012315         10  WS-PNX-KEY            PIC X(25).
012315         10  WS-PNX-TRAN-ID        PIC X(06).
012315         10  WS-PNX-QUEUED-DATE    PIC X(08).
012315 01  WS-PNX-WANT-DATE          PIC X(08).
012315 01  WS-PNX-FOUND-SW           PIC X(01)      VALUE 'N'.
012315     88  WS-PNX-FOUND              VALUE 'Y'.
012315 01  WS-CYCLE-DUE-MODE-SW      PIC X(01)      VALUE 'N'.
012315     88  WS-CYCLE-DUE-MODE         VALUE 'Y'.
012315 01  WS-CNX-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
012315 01  WS-CNX-TABLE.
012315     05  WS-CNX-ENTRY          OCCURS 1 TO 10000 TIMES
012315                               DEPENDING ON WS-CNX-TABLE-COUNT
012315                               INDEXED BY WS-CNX-IX.
012315         10  WS-CNX-CLM-KEY        PIC 9(06).
012315         10  WS-CNX-POLICY-KEY     PIC 9(09).
012315         10  WS-CNX-NPI-KEY        PIC 9(10).
012315         10  WS-CNX-TRAN-ID        PIC X(06).
012315         10  WS-CNX-TRACE          PIC X(15).
012315 01  WS-CNX-FOUND-SW           PIC X(01)      VALUE 'N'.
012315     88  WS-CNX-FOUND              VALUE 'Y'.
012315 01  WS-CYC-SKIP-COUNT         PIC 9(05)      VALUE ZERO.
012315 01  WS-CYC-REL-RMT-COUNT      PIC 9(05)      VALUE ZERO.
012315 01  WS-CNX-RMT-COUNT          PIC 9(05)      VALUE ZERO.
012400 PROCEDURE DIVISION.
012500 0000-MAIN-CONTROL.
012600     PERFORM 1000-INITIALIZE
012830     PERFORM 1270-LOAD-WITHHOLDING
012840     PERFORM 1280-LOAD-EXCLUSIONS
012850     PERFORM 1290-LOAD-RELEASE-QUEUE
012851     PERFORM 1292-LOAD-PAY-PREFS
012852     PERFORM 1294-LOAD-CARD-ISSUES
012853     PERFORM 1296-LOAD-SIU-HOLDS
012854     PERFORM 1370-LOAD-CONSOL-XREF
012900     PERFORM 1300-LOAD-LIVE-RESPONSES
013000     PERFORM 2000-WRITE-RMT-HEADER
013100     PERFORM 2100-PROCESS-BATCH
019876                 TO WS-XRF-POLICY-KEY(WS-XRF-IX)
019877             MOVE CKREF-CHECK-NBR OF CKREF-RECORD
019878                 TO WS-XRF-CHECK-NBR(WS-XRF-IX)
019878             MOVE CKREF-NPI-KEY OF CKREF-RECORD
019878                 TO WS-XRF-NPI-KEY(WS-XRF-IX)
019879         END-IF
019880         PERFORM 1261-READ-CHECK-XREF
019881     END-PERFORM
019986             SET WS-NO-MORE-RLQ TO TRUE
019987     END-READ.
019988
019988*AR 150130 - SAME ELECTIONS BCPNACHA'S 1450 TABLES: CHECK AND
019988*CARD ELECTIONS ALREADY IN EFFECT.
019988 1292-LOAD-PAY-PREFS.
019988     OPEN INPUT PAY-PREF-FILE
019988     PERFORM 1293-READ-PAY-PREF
019988     PERFORM UNTIL WS-NO-MORE-PYP
019988         IF (PYPF-BY-CHECK OR PYPF-BY-CARD)
019988             AND (PYPF-EFFECTIVE-DATE = SPACES
019988                 OR PYPF-EFFECTIVE-DATE NOT > WS-TODAY-DATE)
019988             AND WS-PYP-TABLE-COUNT < 10000
019988             ADD 1 TO WS-PYP-TABLE-COUNT
019988             SET WS-PYP-IX TO WS-PYP-TABLE-COUNT
019988             MOVE PYPF-PROV-NPI   TO WS-PYP-NPI(WS-PYP-IX)
019988             MOVE PYPF-PAY-METHOD TO WS-PYP-METHOD(WS-PYP-IX)
019988         END-IF
019988         PERFORM 1293-READ-PAY-PREF
019988     END-PERFORM
019988     CLOSE PAY-PREF-FILE.
019988
019988 1293-READ-PAY-PREF.
019988     READ PAY-PREF-FILE
019988         AT END
019988             SET WS-NO-MORE-PYP TO TRUE
019988     END-READ.
019988
019988*AR 150130 - THE CARD REFERENCES BCPNACHA ASSIGNED THIS RUN, FROM
019988*THE ISSUANCE FILE IT WROTE (DETAIL ROWS ONLY).
019988 1294-LOAD-CARD-ISSUES.
019988     OPEN INPUT CARD-ISSUE-FILE
019988     PERFORM 1295-READ-CARD-ISSUE
019988     PERFORM UNTIL WS-NO-MORE-VCI
019988         IF VCI-DTL-REC-TYPE = 'D'
019988             AND WS-VCX-TABLE-COUNT < 5000
019988             ADD 1 TO WS-VCX-TABLE-COUNT
019988             SET WS-VCX-IX TO WS-VCX-TABLE-COUNT
019988             MOVE VCI-DTL-CLM-KEY TO WS-VCX-CLM-KEY(WS-VCX-IX)
019988             MOVE VCI-DTL-POLICY-KEY
019988                 TO WS-VCX-POLICY-KEY(WS-VCX-IX)
019988             MOVE VCI-DTL-NPI-KEY TO WS-VCX-NPI-KEY(WS-VCX-IX)
019988             MOVE VCI-DTL-TRAN-ID TO WS-VCX-TRAN-ID(WS-VCX-IX)
019988             MOVE VCI-DTL-PAYMENT-REF
019988                 TO WS-VCX-PAYMENT-REF(WS-VCX-IX)
019988         END-IF
019988         PERFORM 1295-READ-CARD-ISSUE
019988     END-PERFORM
019988     CLOSE CARD-ISSUE-FILE.
019988
019988 1295-READ-CARD-ISSUE.
019988     READ CARD-ISSUE-FILE
019988         AT END
019988             SET WS-NO-MORE-VCI TO TRUE
019988     END-READ.
019988
019988*AR 150130 - READ-ONLY MIRROR OF BCPNACHA'S 1850: OPEN CASES WITH
019988*A HOLD, AND THE HELD ITEMS THE INVESTIGATOR RELEASED (THE SAME
019988*SIUHELD FILE THAT RUN CONSUMED).
019988 1296-LOAD-SIU-HOLDS.
019988     OPEN INPUT SIU-CASE-FILE
019988     PERFORM 1297-READ-SIU-CASE
019988     PERFORM UNTIL WS-NO-MORE-SIUC
019988         IF SIUC-IS-OPEN
019988             AND (SIUC-FULL-HOLD OR SIUC-PCT-HOLD)
019988             AND WS-SIU-TABLE-COUNT < 5000
019988             ADD 1 TO WS-SIU-TABLE-COUNT
019988             SET WS-SIU-IX TO WS-SIU-TABLE-COUNT
019988             MOVE SIUC-PROV-NPI  TO WS-SIU-NPI(WS-SIU-IX)
019988             MOVE SIUC-HOLD-TYPE TO WS-SIU-HOLD-TYPE(WS-SIU-IX)
019988             MOVE SIUC-HOLD-PCT  TO WS-SIU-HOLD-PCT(WS-SIU-IX)
019988         END-IF
019988         PERFORM 1297-READ-SIU-CASE
019988     END-PERFORM
019988     CLOSE SIU-CASE-FILE
019988     OPEN INPUT SIU-HELD-FILE
019988     PERFORM 1298-READ-SIU-HELD
019988     PERFORM UNTIL WS-NO-MORE-SIUH
019988         IF SIUH-RELEASE-APPROVED
019988             AND WS-SRL-TABLE-COUNT < 200
019988             ADD 1 TO WS-SRL-TABLE-COUNT
019988             SET WS-SRL-IX TO WS-SRL-TABLE-COUNT
019988             MOVE SIUH-RESP-IMAGE TO WS-SRL-IMAGE(WS-SRL-IX)
019988         END-IF
019988         PERFORM 1298-READ-SIU-HELD
019988     END-PERFORM
019988     CLOSE SIU-HELD-FILE.
019988
019988 1297-READ-SIU-CASE.
019988     READ SIU-CASE-FILE
019988         AT END
019988             SET WS-NO-MORE-SIUC TO TRUE
019988     END-READ.
019988
019988 1298-READ-SIU-HELD.
019988     READ SIU-HELD-FILE
019988         AT END
019988             SET WS-NO-MORE-SIUH TO TRUE
019988     END-READ.
019989*RELEASED IMAGES FEED THE SELECTION FIRST, SAME ORDER AS
019990*BCPNACHA'S 2600, SO OFFSET BALANCES ARE CONSUMED IN THE SAME
019991*SEQUENCE AND THE REMITTED NETS MATCH THE DEPOSITS.
019900 1300-LOAD-LIVE-RESPONSES.
020000     OPEN INPUT BCP-RESP-FILE
020001     PERFORM 1380-LOAD-PENDING-OUT
020010     PERFORM VARYING WS-APR-IX-N FROM 1 BY 1
020020             UNTIL WS-APR-IX-N > WS-APR-TABLE-COUNT
020030         SET WS-APR-IX TO WS-APR-IX-N
020070         PERFORM 1315-SELECT-CURRENT-RESP
020080         MOVE 'N' TO WS-RELEASED-MODE-SW
020090     END-PERFORM
020091     PERFORM VARYING WS-SRL-IX-N FROM 1 BY 1
020091             UNTIL WS-SRL-IX-N > WS-SRL-TABLE-COUNT
020091         SET WS-SRL-IX TO WS-SRL-IX-N
020091         MOVE WS-SRL-IMAGE(WS-SRL-IX) TO BCP-RESP-RECORD
020091         SET WS-RELEASED-MODE TO TRUE
020091         SET WS-SIU-RELEASE-MODE TO TRUE
020091         ADD 1 TO WS-SIU-REL-RMT-COUNT
020091         PERFORM 1315-SELECT-CURRENT-RESP
020091         MOVE 'N' TO WS-RELEASED-MODE-SW
020091         MOVE 'N' TO WS-SIU-RELEASE-MODE-SW
020091     END-PERFORM
020092     PERFORM 1385-FEED-PENDING-DUE
020100     PERFORM 1310-READ-RESP
020200     PERFORM UNTIL WS-NO-MORE-RESP
020210         PERFORM 1315-SELECT-CURRENT-RESP
021409         IF WS-EXC-IS-EXCLUDED
021410             ADD 1 TO WS-EXCL-SKIP-COUNT
021411         ELSE
021411*AR 150131 - HELD FOR THE PAYEE'S PAY DAY: QUEUED TODAY.
021411             MOVE 'N' TO WS-PNX-FOUND-SW
021411             IF NOT WS-RELEASED-MODE AND NOT WS-CYCLE-DUE-MODE
021411                 MOVE WS-TODAY-DATE TO WS-PNX-WANT-DATE
021411                 PERFORM 1316-FIND-PENDING-OUT
021411             END-IF
021411             IF WS-PNX-FOUND
021411                 ADD 1 TO WS-CYC-SKIP-COUNT
021411             ELSE
021411                 PERFORM 1314-CHECK-SIU-HOLD
021411                 IF WS-SIU-FULL-HOLD
021411                     ADD 1 TO WS-SIU-SKIP-COUNT
021411                 ELSE
021411*AR 150130 - DIVERTED ON THE GROSS, AS BCPNACHA DOES; THE SIU
021411*PERCENTAGE COMES OFF ONLY WHEN THE PAYMENT GOES OUT.
021412                     IF NOT WS-RELEASED-MODE
021413                         AND BCP-RESP-PAT-TRAN-ID NOT = 'INTPMT'
021414                         AND BCP-RESP-CLM-PAID-AMT
021414                             > WS-REL-THRESHOLD
021415                         ADD 1 TO WS-DIVERT-SKIP-COUNT
021416                     ELSE
021416                         IF WS-SIU-PCT-HOLD
021416                             ADD 1 TO WS-SIU-PART-COUNT
021416                             SUBTRACT WS-SIU-HOLD-AMT
021416                                 FROM BCP-RESP-CLM-PAID-AMT
021416                         END-IF
021417                         PERFORM 1317-PAY-CURRENT-RESP
021439                     END-IF
021440                 END-IF
021440             END-IF
021440         END-IF
021441     END-IF.
021442
021442*INTEREST RESPONSES CARRY THE BASE PAYMENT'S KEYS AND ARE
021442*EXEMPT FROM THE DUPLICATE DROP (AND FROM OFFSETS), EXACTLY
021442*AS IN BCPNACHA'S 3000-PROCESS-RESP.
021442 1317-PAY-CURRENT-RESP.
021442     IF BCP-RESP-PAT-TRAN-ID = 'INTPMT'
021442         OR BCP-RESP-PAT-TRAN-ID = 'CAPPMT'
021442         OR BCP-RESP-PAT-TRAN-ID = 'SIUPMT'
021442         MOVE 'N' TO WS-DUP-FOUND-SW
021442     ELSE
021442         PERFORM 1320-CHECK-DUPLICATE
021442     END-IF
021442     PERFORM 1330-SEARCH-PBM-TABLE
021442     IF NOT WS-DUP-FOUND
021442         MOVE BCP-RESP-CLM-PAID-AMT TO WS-NET-PAY-AMT
021442         MOVE ZERO TO WS-WHT-AMT
021442         IF BCP-RESP-PAT-TRAN-ID NOT = 'INTPMT'
021442             PERFORM 1335-APPLY-OFFSET
021442             PERFORM 1336-APPLY-WITHHOLDING
021442         END-IF
021442         IF WS-NET-PAY-AMT > ZERO
021442             IF BCP-RESP-PAT-TRAN-ID = 'CAPPMT'
021442                 PERFORM 1345-ADD-CAPITATION-RESP
021442             ELSE
021442                 PERFORM 1340-ADD-SELECTED-RESP
021442             END-IF
021442         ELSE
021442             ADD 1 TO WS-ABSORBED-COUNT
021442         END-IF
021442     END-IF.
021442
021443*SAME RULE AS BCPNACHA'S 3120 - ACTIVE ON THE RUN DATE.
021444 1312-CHECK-EXCLUSION.
021445     MOVE 'N' TO WS-EXC-FOUND-SW
021458         END-SEARCH
021459     END-IF.
021410
021460*AR 150131 - THE RESPONSE ON THE RUN'S CARRIED-FORWARD PENDING
021460*FILE UNDER THE WANTED QUEUED DATE.
021460 1316-FIND-PENDING-OUT.
021460     MOVE 'N' TO WS-PNX-FOUND-SW
021460     IF WS-PNX-TABLE-COUNT > ZERO
021460         SET WS-PNX-IX TO 1
021460         SEARCH WS-PNX-ENTRY
021460             AT END
021460                 CONTINUE
021460             WHEN WS-PNX-KEY(WS-PNX-IX) = BCP-RESP-KEY
021460                 AND WS-PNX-TRAN-ID(WS-PNX-IX)
021460                     = BCP-RESP-PAT-TRAN-ID
021460                 AND WS-PNX-QUEUED-DATE(WS-PNX-IX)
021460                     = WS-PNX-WANT-DATE
021460                 SET WS-PNX-FOUND TO TRUE
021460         END-SEARCH
021460     END-IF.
021410*AR 150130 - SAME RULE AS BCPNACHA'S 3180: NO SECOND HOLD ON A
021410*RELEASED SIU ITEM, PERCENTAGE HOLDS ON CLAIM PAYMENTS ONLY, AND
021410*A PERCENTAGE THAT ROUNDS TO NOTHING HOLDS NOTHING.
021410 1314-CHECK-SIU-HOLD.
021410     MOVE 'N' TO WS-SIU-HOLD-SW
021410     IF NOT WS-SIU-RELEASE-MODE AND WS-SIU-TABLE-COUNT > ZERO
021410         SET WS-SIU-IX TO 1
021410         SEARCH WS-SIU-ENTRY
021410             AT END
021410                 CONTINUE
021410             WHEN WS-SIU-NPI(WS-SIU-IX) = BCP-RESP-PROV-NPI
021410                 MOVE WS-SIU-HOLD-TYPE(WS-SIU-IX)
021410                     TO WS-SIU-HOLD-SW
021410         END-SEARCH
021410     END-IF
021410     IF WS-SIU-PCT-HOLD
021410         IF BCP-RESP-PAT-TRAN-ID = 'INTPMT' OR 'CAPPMT'
021410             MOVE 'N' TO WS-SIU-HOLD-SW
021410         ELSE
021410             COMPUTE WS-SIU-PCT-WORK = BCP-RESP-CLM-PAID-AMT
021410                 * WS-SIU-HOLD-PCT(WS-SIU-IX)
021410             END-COMPUTE
021410             DIVIDE WS-SIU-PCT-WORK BY 100
021410                 GIVING WS-SIU-HOLD-AMT ROUNDED
021410             IF WS-SIU-HOLD-AMT = ZERO
021410                 MOVE 'N' TO WS-SIU-HOLD-SW
021410             END-IF
021410         END-IF
021410     END-IF.
021420 1335-APPLY-OFFSET.
021430     PERFORM VARYING WS-RCV-IX-N FROM 1 BY 1
021440             UNTIL WS-RCV-IX-N > WS-RCV-TABLE-COUNT
025100         MOVE BCP-RESP-POLICY-KEY
025200             TO WS-SEL-POLICY-KEY(WS-SEL-IX)
025210         MOVE ZERO TO WS-SEL-CHECK-NBR(WS-SEL-IX)
025211         MOVE ZERO TO WS-SEL-CARD-REF(WS-SEL-IX)
025212         PERFORM 1332-FIND-PAY-PREF
025213         IF WS-PAY-BY-CARD
025214             MOVE 'V' TO WS-SEL-CHANNEL(WS-SEL-IX)
025215             PERFORM 1360-FIND-CARD-REF
025216             MOVE WS-CARD-REF-WORK TO WS-SEL-CARD-REF(WS-SEL-IX)
025217         ELSE
025218             IF WS-PAY-BY-CHECK
025219                 MOVE 'C' TO WS-SEL-CHANNEL(WS-SEL-IX)
025219                 PERFORM 1350-FIND-CHECK-NBR
025219             ELSE
025219                 PERFORM 1365-VALIDATE-ROUTING
025219                 IF NOT WS-ABA-PASSED
025219                     MOVE 'C' TO WS-SEL-CHANNEL(WS-SEL-IX)
025219                     PERFORM 1350-FIND-CHECK-NBR
025219                 ELSE
025220                     IF WS-PBM-FOUND
025220                         AND WS-PBM-STAT(WS-PBM-IX) = 'C'
025230                         MOVE 'A' TO WS-SEL-CHANNEL(WS-SEL-IX)
025240                     ELSE
025250                         MOVE 'C' TO WS-SEL-CHANNEL(WS-SEL-IX)
025260                         PERFORM 1350-FIND-CHECK-NBR
025270                     END-IF
025271                 END-IF
025271             END-IF
025272         END-IF
025300         MOVE BCP-RESP-ACH-TRACE-NO
025400             TO WS-SEL-TRACE-NO(WS-SEL-IX)
025400         IF WS-SEL-BY-ACH(WS-SEL-IX)
025400             PERFORM 1375-FIND-CONSOL-TRACE
025400             IF WS-CNX-FOUND
025400                 MOVE WS-CNX-TRACE(WS-CNX-IX)
025400                     TO WS-SEL-TRACE-NO(WS-SEL-IX)
025400             END-IF
025400         END-IF
025500         MOVE BCP-RESP-CLM-NO      TO WS-SEL-CLM-NO(WS-SEL-IX)
025600         MOVE BCP-RESP-PROV-NPI    TO WS-SEL-PROV-NPI(WS-SEL-IX)
025700         MOVE BCP-RESP-PAT-NAME-LAST
026695         MOVE WS-XRF-CHECK-NBR(WS-XRF-IX)
026696             TO WS-SEL-CHECK-NBR(WS-SEL-IX)
026697     END-IF.
026698
026698*AR 150130 - THE PAYEE'S ELECTION, AS BCPNACHA'S 3210 FINDS IT.
026698 1332-FIND-PAY-PREF.
026698     SET WS-PAY-BY-ACH TO TRUE
026698     IF WS-PYP-TABLE-COUNT > ZERO
026698         SET WS-PYP-IX TO 1
026698         SEARCH WS-PYP-ENTRY
026698             AT END
026698                 CONTINUE
026698             WHEN WS-PYP-NPI(WS-PYP-IX) = BCP-RESP-PROV-NPI
026698                 MOVE WS-PYP-METHOD(WS-PYP-IX) TO WS-PAY-METHOD-SW
026698         END-SEARCH
026698     END-IF.
026698
026698*AR 150133 - THE ROUTING NUMBER CHECK BCPNACHA'S 3230 MAKES. AN
026698*ACH PAYEE WHOSE ROUTING NUMBER FAILS WAS PAID BY CHECK.
026698 1365-VALIDATE-ROUTING.
026698     SET WS-ABA-PASSED TO TRUE
026698     IF BCP-RESP-BANK-ACCT-NBR NOT = SPACES
026698         MOVE SPACE TO WS-ABA-RESULT
026698         CALL 'BCPABAVL' USING BCP-RESP-BANK-ABA-NBR
026698             WS-ABA-RESULT WS-ABA-BANK-NAME
026698         END-CALL
026698         IF NOT WS-ABA-VALID AND NOT WS-ABA-UNVERIFIED
026698             MOVE 'N' TO WS-ABA-PASSED-SW
026698         END-IF
026698     END-IF.
026698
026698*AR 150130 - THE CARD REFERENCE FOR THIS PAYMENT. PAT-TRAN-ID
026698*SEPARATES A CLAIM'S INTEREST OR RELEASED SIU PORTION FROM ITS
026698*BASE PAYMENT, THE NPI KEY ONE PCP'S CAPITATION FROM ANOTHER'S.
026698*ZERO WHEN NO CARD WAS ISSUED (FULLY OFFSET).
026698 1360-FIND-CARD-REF.
026698     MOVE ZERO TO WS-CARD-REF-WORK
026698     IF WS-VCX-TABLE-COUNT > ZERO
026698         SET WS-VCX-IX TO 1
026698         SEARCH WS-VCX-ENTRY
026698             AT END
026698                 CONTINUE
026698             WHEN WS-VCX-CLM-KEY(WS-VCX-IX) = BCP-RESP-CLM-KEY
026698                 AND WS-VCX-POLICY-KEY(WS-VCX-IX)
026698                     = BCP-RESP-POLICY-KEY
026698                 AND WS-VCX-NPI-KEY(WS-VCX-IX) = BCP-RESP-NPI-KEY
026698                 AND WS-VCX-TRAN-ID(WS-VCX-IX)
026698                     = BCP-RESP-PAT-TRAN-ID
026698                 MOVE WS-VCX-PAYMENT-REF(WS-VCX-IX)
026698                     TO WS-CARD-REF-WORK
026698         END-SEARCH
026698     END-IF.
026698*AR 150118 - CAPITATION PAYMENTS: THE TRACE FIELD CARRIES THE
026698*CHECK NUMBER FOR A CHECK-PAID PCP, AS ON THE 'RC' RECORD.
026698 1345-ADD-CAPITATION-RESP.
026698     IF WS-CAP-TABLE-COUNT < 5000
026698         ADD 1 TO WS-CAP-TABLE-COUNT
026698         SET WS-CAP-IX TO WS-CAP-TABLE-COUNT
026698         PERFORM 1332-FIND-PAY-PREF
026698         IF WS-PAY-BY-CARD
026698             MOVE 'V' TO WS-CAP-CHANNEL(WS-CAP-IX)
026698             PERFORM 1360-FIND-CARD-REF
026698             MOVE SPACES TO WS-CAP-TRACE-NO(WS-CAP-IX)
026698             STRING 'VCARD ' WS-CARD-REF-WORK
026698                 DELIMITED BY SIZE INTO WS-CAP-TRACE-NO(WS-CAP-IX)
026698         ELSE
026698             IF WS-PAY-BY-CHECK
026698                 MOVE 'C' TO WS-CAP-CHANNEL(WS-CAP-IX)
026698                 PERFORM 1355-FIND-CAP-CHECK-NBR
026698             ELSE
026698                 PERFORM 1365-VALIDATE-ROUTING
026698                 IF NOT WS-ABA-PASSED
026698                     MOVE 'C' TO WS-CAP-CHANNEL(WS-CAP-IX)
026698                     PERFORM 1355-FIND-CAP-CHECK-NBR
026698                 ELSE
026698                     IF WS-PBM-FOUND
026698                         AND WS-PBM-STAT(WS-PBM-IX) = 'C'
026698                         MOVE 'A' TO WS-CAP-CHANNEL(WS-CAP-IX)
026698                         MOVE BCP-RESP-ACH-TRACE-NO
026698                             TO WS-CAP-TRACE-NO(WS-CAP-IX)
026698                         PERFORM 1375-FIND-CONSOL-TRACE
026698                         IF WS-CNX-FOUND
026698                             MOVE WS-CNX-TRACE(WS-CNX-IX)
026698                                 TO WS-CAP-TRACE-NO(WS-CAP-IX)
026698                         END-IF
026698                     ELSE
026698                         MOVE 'C' TO WS-CAP-CHANNEL(WS-CAP-IX)
026698                         PERFORM 1355-FIND-CAP-CHECK-NBR
026698                     END-IF
026698                 END-IF
026698             END-IF
026698         END-IF
026698         MOVE BCP-RESP-PROV-NPI    TO WS-CAP-PROV-NPI(WS-CAP-IX)
026698         MOVE BCP-RESP-POLICY-KEY  TO WS-CAP-MONTH-WORK
026698         MOVE WS-CAP-MONTH-WORK(4:6)
026698             TO WS-CAP-COV-MONTH(WS-CAP-IX)
026698         MOVE WS-NET-PAY-AMT       TO WS-CAP-PAID-AMT(WS-CAP-IX)
026698         MOVE WS-WHT-AMT           TO WS-CAP-WHT-AMT(WS-CAP-IX)
026698         MOVE BCP-RESP-RESPONSE-DT
026698             TO WS-CAP-RESPONSE-DT(WS-CAP-IX)
026698     END-IF.
026698
026698*AR 150131 - THE CONSOLIDATED ENTRIES BCPNACHA BUILT THIS RUN, ONE
026698*ROW PER PAYMENT FOLDED INTO ONE.
026698 1370-LOAD-CONSOL-XREF.
026698     OPEN INPUT CONSOL-XREF-FILE
026698     PERFORM 1371-READ-CONSOL-XREF
026698     PERFORM UNTIL WS-NO-MORE-CNX
026698         IF WS-CNX-TABLE-COUNT < 10000
026698             ADD 1 TO WS-CNX-TABLE-COUNT
026698             SET WS-CNX-IX TO WS-CNX-TABLE-COUNT
026698             MOVE CNXR-CLM-KEY     TO WS-CNX-CLM-KEY(WS-CNX-IX)
026698             MOVE CNXR-POLICY-KEY  TO WS-CNX-POLICY-KEY(WS-CNX-IX)
026698             MOVE CNXR-NPI-KEY     TO WS-CNX-NPI-KEY(WS-CNX-IX)
026698             MOVE CNXR-PAT-TRAN-ID TO WS-CNX-TRAN-ID(WS-CNX-IX)
026698             MOVE CNXR-ENTRY-TRACE TO WS-CNX-TRACE(WS-CNX-IX)
026698         END-IF
026698         PERFORM 1371-READ-CONSOL-XREF
026698     END-PERFORM
026698     CLOSE CONSOL-XREF-FILE.
026698
026698 1371-READ-CONSOL-XREF.
026698     READ CONSOL-XREF-FILE
026698         AT END
026698             SET WS-NO-MORE-CNX TO TRUE
026698     END-READ.
026698
026698*AR 150131 - THE CONSOLIDATED ENTRY THIS ACH PAYMENT WENT OUT IN,
026698*IF ANY. PAT-TRAN-ID SEPARATES A CLAIM'S INTEREST OR RELEASED SIU
026698*PORTION FROM ITS BASE PAYMENT.
026698 1375-FIND-CONSOL-TRACE.
026698     MOVE 'N' TO WS-CNX-FOUND-SW
026698     IF WS-CNX-TABLE-COUNT > ZERO
026698         SET WS-CNX-IX TO 1
026698         SEARCH WS-CNX-ENTRY
026698             AT END
026698                 CONTINUE
026698             WHEN WS-CNX-CLM-KEY(WS-CNX-IX) = BCP-RESP-CLM-KEY
026698                 AND WS-CNX-POLICY-KEY(WS-CNX-IX)
026698                     = BCP-RESP-POLICY-KEY
026698                 AND WS-CNX-NPI-KEY(WS-CNX-IX) = BCP-RESP-NPI-KEY
026698                 AND WS-CNX-TRAN-ID(WS-CNX-IX)
026698                     = BCP-RESP-PAT-TRAN-ID
026698                 SET WS-CNX-FOUND TO TRUE
026698                 ADD 1 TO WS-CNX-RMT-COUNT
026698         END-SEARCH
026698     END-IF.
026698
026698*AR 150131 - WHAT BCPNACHA CARRIED FORWARD ON THE PENDING-PAYMENT
026698*FILE, STAGED THROUGH THE RESPONSE AREA ONCE THE FILE IS OPEN.
026698 1380-LOAD-PENDING-OUT.
026698     OPEN INPUT PENDING-PAY-OUT
026698     PERFORM 1381-READ-PENDING-OUT
026698     PERFORM UNTIL WS-NO-MORE-PNDO
026698         IF WS-PNX-TABLE-COUNT < 10000
026698             ADD 1 TO WS-PNX-TABLE-COUNT
026698             SET WS-PNX-IX TO WS-PNX-TABLE-COUNT
026698             MOVE PNDP-RESP-IMAGE OF PNDPO-RECORD
026698                 TO BCP-RESP-RECORD
026698             MOVE BCP-RESP-KEY TO WS-PNX-KEY(WS-PNX-IX)
026698             MOVE BCP-RESP-PAT-TRAN-ID
026698                 TO WS-PNX-TRAN-ID(WS-PNX-IX)
026698             MOVE PNDP-QUEUED-DATE OF PNDPO-RECORD
026698                 TO WS-PNX-QUEUED-DATE(WS-PNX-IX)
026698         END-IF
026698         PERFORM 1381-READ-PENDING-OUT
026698     END-PERFORM
026698     CLOSE PENDING-PAY-OUT.
026698
026698 1381-READ-PENDING-OUT.
026698     READ PENDING-PAY-OUT
026698         AT END
026698             SET WS-NO-MORE-PNDO TO TRUE
026698     END-READ.
026698
026698*AR 150131 - A PENDING PAYMENT BCPNACHA DID NOT CARRY FORWARD CAME
026698*DUE THIS RUN AND IS SELECTED LIKE A NEW RESPONSE.
026698 1385-FEED-PENDING-DUE.
026698     OPEN INPUT PENDING-PAY-IN
026698     PERFORM 1386-READ-PENDING-IN
026698     PERFORM UNTIL WS-NO-MORE-PNDI
026698         MOVE PNDP-RESP-IMAGE OF PNDP-RECORD TO BCP-RESP-RECORD
026698         MOVE PNDP-QUEUED-DATE OF PNDP-RECORD TO WS-PNX-WANT-DATE
026698         PERFORM 1316-FIND-PENDING-OUT
026698         IF NOT WS-PNX-FOUND
026698             ADD 1 TO WS-CYC-REL-RMT-COUNT
026698             SET WS-CYCLE-DUE-MODE TO TRUE
026698             PERFORM 1315-SELECT-CURRENT-RESP
026698             MOVE 'N' TO WS-CYCLE-DUE-MODE-SW
026698         END-IF
026698         PERFORM 1386-READ-PENDING-IN
026698     END-PERFORM
026698     CLOSE PENDING-PAY-IN.
026698
026698 1386-READ-PENDING-IN.
026698     READ PENDING-PAY-IN
026698         AT END
026698             SET WS-NO-MORE-PNDI TO TRUE
026698     END-READ.
026698 1355-FIND-CAP-CHECK-NBR.
026698     MOVE 'N' TO WS-XRF-FOUND-SW
026698     MOVE SPACES TO WS-CAP-TRACE-NO(WS-CAP-IX)
026698     SET WS-XRF-IX TO 1
026698     SEARCH WS-XRF-ENTRY
026698         AT END
026698             CONTINUE
026698         WHEN WS-XRF-CLM-KEY(WS-XRF-IX) = BCP-RESP-CLM-KEY
026698             AND WS-XRF-POLICY-KEY(WS-XRF-IX)
026698                 = BCP-RESP-POLICY-KEY
026698             AND WS-XRF-NPI-KEY(WS-XRF-IX) = BCP-RESP-NPI-KEY
026698             SET WS-XRF-FOUND TO TRUE
026698     END-SEARCH
026698     IF WS-XRF-FOUND
026698         STRING 'CHECK ' WS-XRF-CHECK-NBR(WS-XRF-IX)
026698             DELIMITED BY SIZE INTO WS-CAP-TRACE-NO(WS-CAP-IX)
026698     ELSE
026698         MOVE 'CHECK ' TO WS-CAP-TRACE-NO(WS-CAP-IX)
026698     END-IF.
026700
026800 2000-WRITE-RMT-HEADER.
026900     MOVE 'RA'                 TO RMT-HDR-REC-ID
031710         MOVE SPACES TO RMT-CLP-ACH-TRACE-NO
031720         STRING 'CHECK ' WS-SEL-CHECK-NBR(WS-SEL-IX)
031730             DELIMITED BY SIZE INTO RMT-CLP-ACH-TRACE-NO
031735         SET RMT-CLP-BY-CHECK TO TRUE
031740     ELSE
031741     IF WS-SEL-BY-CARD(WS-SEL-IX)
031742         ADD 1 TO WS-CARD-RMT-COUNT
031743         MOVE SPACES TO RMT-CLP-ACH-TRACE-NO
031744         STRING 'VCARD ' WS-SEL-CARD-REF(WS-SEL-IX)
031745             DELIMITED BY SIZE INTO RMT-CLP-ACH-TRACE-NO
031746         SET RMT-CLP-BY-CARD TO TRUE
031747     ELSE
031750         MOVE WS-SEL-TRACE-NO(WS-SEL-IX)
031760             TO RMT-CLP-ACH-TRACE-NO
031765         SET RMT-CLP-BY-ACH TO TRUE
031770     END-IF
031775     END-IF
031800     MOVE WS-SEL-CLM-NO(WS-SEL-IX)   TO RMT-CLP-CLM-NO
031900     MOVE WS-SEL-CLM-KEY(WS-SEL-IX)  TO RMT-CLP-CLM-KEY
032000     MOVE WS-SEL-POLICY-KEY(WS-SEL-IX)
035900     END-PERFORM
036000     WRITE RMT-SVC-RECORD.
036100
035910*AR 150118 - ONE 'RP' RECORD PER CAPITATION PAYMENT.
035920 2900-WRITE-RMT-CAPITATION.
035930     ADD WS-CAP-PAID-AMT(WS-CAP-IX) TO WS-RMT-PAID-TOTAL
035940     MOVE SPACES                     TO RMT-CAP-RECORD
035950     MOVE 'RP'                       TO RMT-CAP-REC-ID
035960     MOVE WS-CAP-TRACE-NO(WS-CAP-IX) TO RMT-CAP-ACH-TRACE-NO
035970     MOVE WS-CAP-PROV-NPI(WS-CAP-IX) TO RMT-CAP-PROV-NPI
035980     MOVE 'CT'                       TO RMT-CAP-REASON-CD
035990     MOVE WS-CAP-COV-MONTH(WS-CAP-IX)
035995                                     TO RMT-CAP-COV-MONTH
036000     MOVE WS-CAP-PAID-AMT(WS-CAP-IX) TO RMT-CAP-PAID-AMT
036010     MOVE WS-CAP-WHT-AMT(WS-CAP-IX)  TO RMT-CAP-WITHHOLD-AMT
036020     MOVE WS-CAP-RESPONSE-DT(WS-CAP-IX)
036030                                     TO RMT-CAP-RESPONSE-DT
036031     EVALUATE WS-CAP-CHANNEL(WS-CAP-IX)
036032         WHEN 'V'
036033             ADD 1 TO WS-CARD-RMT-COUNT
036034             SET RMT-CAP-BY-CARD TO TRUE
036035         WHEN 'C'
036036             SET RMT-CAP-BY-CHECK TO TRUE
036037         WHEN OTHER
036038             SET RMT-CAP-BY-ACH TO TRUE
036039     END-EVALUATE
036040     WRITE RMT-CAP-RECORD.
036050
036200 3000-WRITE-RMT-TRAILER.
036210     PERFORM 2900-WRITE-RMT-CAPITATION
036220         VARYING WS-CAP-IX FROM 1 BY 1
036230         UNTIL WS-CAP-IX > WS-CAP-TABLE-COUNT
036300     MOVE 'RT'                 TO RMT-TRL-REC-ID
036400     MOVE WS-RMT-CLAIM-COUNT   TO RMT-TRL-TOT-CLAIMS
036500     MOVE WS-RMT-SVC-COUNT     TO RMT-TRL-TOT-SVC-LINES
039459     STRING 'RELEASED QUEUE PAYMENTS REMITTED THIS RUN: '
039460         WS-RELEASED-RMT-COUNT
039461         DELIMITED BY SIZE INTO RPT-LINE
039462     WRITE RPT-LINE
039463     MOVE SPACES TO RPT-LINE
039464     STRING 'PCP CAPITATION PAYMENT RECORDS WRITTEN: '
039465         WS-CAP-TABLE-COUNT DELIMITED BY SIZE INTO RPT-LINE
039466     WRITE RPT-LINE
039467     MOVE SPACES TO RPT-LINE
039468     STRING 'VIRTUAL CARD PAYMENTS REMITTED: '
039469         WS-CARD-RMT-COUNT DELIMITED BY SIZE INTO RPT-LINE
039470     WRITE RPT-LINE
039471     MOVE SPACES TO RPT-LINE
039472     STRING 'PAYMENTS HELD - SIU FULL HOLD (NO REMIT): '
039473         WS-SIU-SKIP-COUNT
039474         '  PART HELD - PERCENTAGE HOLD: ' WS-SIU-PART-COUNT
039475         DELIMITED BY SIZE INTO RPT-LINE
039476     WRITE RPT-LINE
039477     MOVE SPACES TO RPT-LINE
039478     STRING 'SIU RELEASED PAYMENTS REMITTED THIS RUN: '
039479         WS-SIU-REL-RMT-COUNT
039480         DELIMITED BY SIZE INTO RPT-LINE
039481     WRITE RPT-LINE
039481     MOVE SPACES TO RPT-LINE
039481     STRING 'PAYMENTS HELD FOR PAYEE PAY DAY (NO REMIT): '
039481         WS-CYC-SKIP-COUNT
039481         '  PENDING PAYMENTS DUE THIS RUN: ' WS-CYC-REL-RMT-COUNT
039481         DELIMITED BY SIZE INTO RPT-LINE
039481     WRITE RPT-LINE
039481     MOVE SPACES TO RPT-LINE
039481     STRING 'PAYMENTS REMITTED UNDER A CONSOLIDATED TRACE: '
039481         WS-CNX-RMT-COUNT
039481         DELIMITED BY SIZE INTO RPT-LINE
039481     WRITE RPT-LINE.
039500
039600 9000-TERMINATE.
039700     CLOSE BATCH-837
