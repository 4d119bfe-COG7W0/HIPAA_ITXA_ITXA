000848*            CROSS-REFERENCE IS CARRIED FORWARD WITH THE ADDS.   *
000849*            CERTIFICATION RUNS ASSIGN NOTHING.                  *
000850******************************************************************
000851******************************************************************
000852* 10-15-26 - R KOWALSKI - AR 150117 - PROVIDER PARTICIPATION     *
000853*            EDIT. THE PROVIDER ENROLLMENT AND CREDENTIALING     *
000854*            MASTER (BCPPRVMS, MAINTAINED THROUGH BCPREFMT) IS   *
000855*            LOADED AT STARTUP AND 2369-CHECK-PARTICIPATION      *
000856*            SUSPENDS ANY CLAIM WHOSE RENDERING NPI HAS NO       *
000857*            PARTICIPATING, CREDENTIALED SPAN COVERING THE       *
000858*            ADMIT DATE (REASON PRV01). UNTIL THE MASTER IS      *
000859*            FIRST LOADED (PRVMAST MISSING OR EMPTY) THE EDIT    *
000860*            IS SKIPPED RATHER THAN SUSPENDING EVERY CLAIM.      *
000861******************************************************************
000862******************************************************************
000863* 10-15-26 - R KOWALSKI - AR 150120 - OTHER-COVERAGE PRIMACY     *
000864*            EDIT. THE MEMBER OTHER-COVERAGE MASTER (BCPTPLMS,   *
000865*            LOADED BY BCPTPLLD) IS READ AT STARTUP FOR THE      *
000866*            SPANS WHERE THE OTHER CARRIER IS PRIMARY. THE       *
000867*            EXTRACT IS PRE-SCANNED FOR CLAIMS WHOSE SERVICE     *
000868*            LINES CARRY ANY OTHER-PAYER ID OR PAID AMOUNT, AND  *
000869*            2363-CHECK-OTHER-COVERAGE SUSPENDS A CLAIM WHEN     *
000870*            THE MEMBER HAS A PRIMARY OTHER CARRIER ON THE ADMIT *
000871*            DATE BUT NO SERVICE LINE SHOWS OTHER-PAYER DATA     *
000872*            (REASON TPL01). NO MASTER, NO MEMBER ID (CERTIFI-   *
000873*            CATION RUNS) OR A PRE-SCAN TABLE OVERFLOW SKIPS     *
000874*            THE EDIT.                                           *
000875******************************************************************
000876******************************************************************
000877* 10-15-26 - R KOWALSKI - AR 150139 - AT STARTUP THE RUN NOW     *
000878*            LOGS THE BCPEXCLM VERSION AND LOAD DATE IT IS       *
000879*            EDITING AGAINST (VIA BCPREFST, FROM THE REFERENCE   *
000880*            FRESHNESS CONTROL FILE) TO THE REFERENCE USAGE LOG, *
000881*            SO BCPREFMN CAN SHOW WHICH RELEASE EACH RUN         *
000882*            ACTUALLY USED.                                      *
000883******************************************************************
000884******************************************************************
000885* 10-15-26 - R KOWALSKI - AR 150142 - A NEW SUSPENSE REASON      *
000886*            ENTRY IS WRITTEN WITH ITS WORK QUEUE CONTROL FIELDS *
000887*            (ASSIGNMENT AND WORK STAMPS) CLEARED, SO BCPSUSAS   *
000888*            ROUTES IT AS A NEW, UNASSIGNED ENTRY.               *
000889******************************************************************
000890******************************************************************
000891* 10-15-26 - R KOWALSKI - AR 150147 - PRESENT-ON-ADMISSION EDIT. *
000892*            EVERY DIAGNOSIS ON AN INPATIENT INSTITUTIONAL CLAIM *
000893*            (ADMIT DATE ON THE 50 RECORD) MUST CARRY A POA      *
000894*            INDICATOR OF Y, N, U, W OR 1 (EXEMPT). SERVICE      *
000895*            LINES FOLLOW THEIR CLM50, SO THE EXTRACT IS         *
000896*            PRE-SCANNED (AS FOR THE TPL01 EDIT) FOR INPATIENT   *
000897*            CLAIMS WITH A MISSING OR INVALID INDICATOR ON ANY   *
000898*            LINE, AND 2361-CHECK-POA SUSPENDS THEM (REASON      *
000899*            POA01). THE INDICATORS RIDE THROUGH TO THE OUTBOUND *
000900*            AND SUSPENSE SV RECORDS WITH THE REST OF THE LINE.  *
000901*            A PRE-SCAN TABLE OVERFLOW SKIPS THE EDIT FOR THE    *
000902*            RUN.                                                *
000903******************************************************************
000903******************************************************************
000903* 10-15-26 - R KOWALSKI - AR 150149 - THE CLAIM HISTORY ROW      *
000903*            WRITTEN AT CONVERSION CARRIES THE CONTRACT CODE,    *
000903*            RENDERING NPI AND SUBSCRIBER NAME, WITH THE POSTING *
000903*            DATE AND OUTCOME BLANK UNTIL BCPRECON POSTS THE     *
000903*            CLAIM.                                              *
000903******************************************************************
000904******************************************************************
000905* 10-15-26 - R KOWALSKI - AR 150139 - THE REFERENCE VERSION LINE *
000906*            1065 DISPLAYS IS NOW ALSO WRITTEN TO THE TIMELY     *
000907*            FILING REPORT, THE RUN'S PRINTED REPORT, SO 1060    *
000908*            RUNS ONCE THAT REPORT IS OPEN.                      *
000909******************************************************************
000910******************************************************************
000911* 10-15-26 - R KOWALSKI - AR 150149 - SENSITIVE-CLAIM FLAG ON    *
000912*            THE CLAIM HISTORY ROW. THE SENSITIVE DIAGNOSIS      *
000913*            MASTER (BCPSNSDX, SNSDIAG) IS LOADED AS BCPEOBPX    *
000914*            LOADS IT; WHEN A SERVICE LINE BILLS ONE OF ITS      *
000915*            CODES, 2510 SETS CHIST-SENSITIVE-IND ON THE ROW     *
000916*            2320 WROTE FOR THE CLAIM. A MISSING MASTER OR A     *
000917*            FULL TABLE IS NOTED ON THE TIMELY FILING REPORT.    *
000918******************************************************************
000919******************************************************************
000920* 10-15-26 - R KOWALSKI - AR 150147 - THE POA PRE-SCAN NOW       *
000921*            TREATS A CLAIM AS INPATIENT ONLY WHEN ITS BATCH'S   *
000922*            02 HEADER IS PART A AND THE 50 CARRIES AN ADMIT     *
000923*            DATE, SO A PROFESSIONAL CLAIM IS NEVER SUSPENDED    *
000924*            POA01.                                              *
000925******************************************************************
000926******************************************************************
000927* 10-15-26 - R KOWALSKI - AR 150117 - 2369-CHECK-PARTICIPATION   *
000928*            NO LONGER TESTS A CLAIM WITH NO ADMIT DATE AGAINST  *
000929*            THE PARTICIPATION SPAN DATES; A PARTICIPATING,      *
000930*            CREDENTIALED SPAN IS ENOUGH, SO PROFESSIONAL CLAIMS *
000931*            ARE NOT SUSPENDED PRV01.                            *
000932******************************************************************
000720 IDENTIFICATION DIVISION.
000800 PROGRAM-ID. BCP837CV.
000900 ENVIRONMENT DIVISION.
001806     SELECT EXCL-MASTER-FILE ASSIGN TO EXCLMAST
001806            ORGANIZATION IS LINE SEQUENTIAL
001806            FILE STATUS IS WS-EXC-STATUS.
001806*AR 150117 - PROVIDER ENROLLMENT AND CREDENTIALING MASTER.
001806     SELECT PROV-MASTER-FILE ASSIGN TO PRVMAST
001806            ORGANIZATION IS LINE SEQUENTIAL
001806            FILE STATUS IS WS-PRV-STATUS.
001806*AR 150120 - MEMBER OTHER-COVERAGE MASTER.
001806     SELECT OPTIONAL TPL-MASTER-FILE ASSIGN TO TPLMAST
001806            ORGANIZATION IS LINE SEQUENTIAL
001806            FILE STATUS IS WS-TPL-STATUS.
001806*AR 150087 - CLAIM ATTACHMENT CONTROL MASTER.
001806     SELECT ATTACH-MASTER-FILE ASSIGN TO ATCMAST
001806            ORGANIZATION IS LINE SEQUENTIAL
001806            ACCESS MODE IS DYNAMIC
001806            RECORD KEY IS CHIST-CLM-KEY OF CHIST-RECORD
001806            FILE STATUS IS WS-CHIST-STATUS.
001806*AR 150149 - SENSITIVE DIAGNOSIS MASTER.
001806     SELECT SENSITIVE-DIAG-FILE ASSIGN TO SNSDIAG
001806            ORGANIZATION IS LINE SEQUENTIAL
001806            FILE STATUS IS WS-SDX-STATUS.
001806*AR 150101 - CERTIFICATION MODE FLAG AND SCORECARD.
001806     SELECT OPTIONAL CERT-MODE-FILE ASSIGN TO CERTMODE
001806            ORGANIZATION IS LINE SEQUENTIAL
003206     COPY BCPBLOG.
003206 FD  EXCL-MASTER-FILE.
003206     COPY BCPEXCLM.
003206 FD  PROV-MASTER-FILE.
003206     COPY BCPPRVMS.
003206 FD  TPL-MASTER-FILE.
003206     COPY BCPTPLMS.
003206 FD  ATTACH-MASTER-FILE.
003206     COPY BCPATCMS.
003206 FD  MEMBER-XREF-FILE.
003206     05  MIDS-LAST-NBR         PIC 9(10).
003206 FD  CLAIM-HISTORY.
003206     COPY BCPCHIST.
003206 FD  SENSITIVE-DIAG-FILE.
003206     COPY BCPSNSDX.
003206 FD  CERT-MODE-FILE.
003206 01  CERT-RECORD.
003206     05  CERT-MODE-IND         PIC X(01).
004430         10  WS-EXC-REINSTATE      PIC X(08).
004430 01  WS-EXC-FOUND-SW           PIC X(01)      VALUE 'N'.
004430     88  WS-EXC-IS-EXCLUDED        VALUE 'Y'.
004430*AR 150117 - PROVIDER PARTICIPATION SPAN TABLE AND SWITCHES.
004430 01  WS-PRV-STATUS             PIC X(02).
004430 01  WS-PRV-EOF-SW             PIC X(01)      VALUE 'N'.
004430     88  WS-NO-MORE-PRV            VALUE 'Y'.
004430 01  WS-PRV-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
004430 01  WS-PRV-TABLE.
004430     05  WS-PRV-ENTRY          OCCURS 1 TO 20000 TIMES
004430                               DEPENDING ON WS-PRV-TABLE-COUNT
004430                               INDEXED BY WS-PRV-IX.
004430         10  WS-PRV-NPI            PIC X(10).
004430         10  WS-PRV-EFF-DATE       PIC X(08).
004430         10  WS-PRV-TERM-DATE      PIC X(08).
004430         10  WS-PRV-PAR-STATUS     PIC X(01).
004430         10  WS-PRV-CRED-STATUS    PIC X(01).
004430 01  WS-PRV-FOUND-SW           PIC X(01)      VALUE 'N'.
004430     88  WS-PRV-IS-PARTICIPATING   VALUE 'Y'.
004430*AR 150120 - PRIMARY OTHER-COVERAGE SPANS AND THE CLAIMS IN THIS
004430*EXTRACT WHOSE SERVICE LINES CARRY OTHER-PAYER DATA.
004430 01  WS-TPL-STATUS             PIC X(02).
004430 01  WS-TPL-EOF-SW             PIC X(01)      VALUE 'N'.
004430     88  WS-NO-MORE-TPL            VALUE 'Y'.
004430 01  WS-TPL-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
004430 01  WS-TPL-TABLE.
004430     05  WS-TPL-ENTRY          OCCURS 1 TO 30000 TIMES
004430                               DEPENDING ON WS-TPL-TABLE-COUNT
004430                               INDEXED BY WS-TPL-IX.
004430         10  WS-TPL-MEMBER-ID      PIC 9(10).
004430         10  WS-TPL-EFF-DATE       PIC X(08).
004430         10  WS-TPL-TERM-DATE      PIC X(08).
004430 01  WS-TPL-FOUND-SW           PIC X(01)      VALUE 'N'.
004430     88  WS-TPL-OTHER-IS-PRIMARY   VALUE 'Y'.
004430 01  WS-SCAN-EOF-SW            PIC X(01)      VALUE 'N'.
004430     88  WS-NO-MORE-SCAN           VALUE 'Y'.
004430 01  WS-SCAN-OVERFLOW-SW       PIC X(01)      VALUE 'N'.
004430     88  WS-SCAN-OVERFLOW          VALUE 'Y'.
004430 01  WS-SCAN-CLM-KEY           PIC 9(06)      VALUE ZERO.
004430 01  WS-OPP-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
004430 01  WS-OPP-TABLE.
004430     05  WS-OPP-ENTRY          OCCURS 1 TO 20000 TIMES
004430                               DEPENDING ON WS-OPP-TABLE-COUNT
004430                               INDEXED BY WS-OPP-IX.
004430         10  WS-OPP-CLM-KEY        PIC 9(06).
004430 01  WS-OPP-FOUND-SW           PIC X(01)      VALUE 'N'.
004430     88  WS-OPP-DATA-SENT          VALUE 'Y'.
004430*AR 150147 - INPATIENT CLAIMS IN THIS EXTRACT WITH A MISSING OR
004430*INVALID PRESENT-ON-ADMISSION INDICATOR ON ANY SERVICE LINE.
004430 01  WS-SCAN-INPATIENT-SW      PIC X(01)      VALUE 'N'.
004430     88  WS-SCAN-IS-INPATIENT      VALUE 'Y'.
004430 01  WS-SCAN-PART-IND          PIC X(01)      VALUE SPACE.
004430 01  WS-SCAN-POA-BAD-SW        PIC X(01)      VALUE 'N'.
004430     88  WS-SCAN-POA-IS-BAD        VALUE 'Y'.
004430 01  WS-POA-OVERFLOW-SW        PIC X(01)      VALUE 'N'.
004430     88  WS-POA-OVERFLOW           VALUE 'Y'.
004430 01  WS-POA-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
004430 01  WS-POA-TABLE.
004430     05  WS-POA-ENTRY          OCCURS 1 TO 20000 TIMES
004430                               DEPENDING ON WS-POA-TABLE-COUNT
004430                               INDEXED BY WS-POA-IX.
004430         10  WS-POA-CLM-KEY        PIC 9(06).
004430 01  WS-POA-FOUND-SW           PIC X(01)      VALUE 'N'.
004430     88  WS-POA-IS-MISSING         VALUE 'Y'.
004430*AR 150087 - ATTACHMENT CONTROL TABLE AND HOLD SWITCHES.
004430 01  WS-ATC-STATUS             PIC X(02).
004430 01  WS-ATC-EOF-SW             PIC X(01)      VALUE 'N'.
004428 01  WS-MBR-ID-ADD-COUNT       PIC 9(05)      VALUE ZERO.
004429*AR 150102 - CLAIM HISTORY MASTER STATUS.
004429 01  WS-CHIST-STATUS           PIC X(02).
004429*AR 150149 - SENSITIVE DIAGNOSIS TABLE AND CLAIM SWITCH.
004429 01  WS-SDX-STATUS             PIC X(02).
004429 01  WS-SDX-EOF-SW             PIC X(01)      VALUE 'N'.
004429     88  WS-NO-MORE-SDX            VALUE 'Y'.
004429 01  WS-SDX-OVERFLOW-SW        PIC X(01)      VALUE 'N'.
004429     88  WS-SDX-OVERFLOW           VALUE 'Y'.
004429 01  WS-SDX-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
004429 01  WS-SDX-TABLE.
004429     05  WS-SDX-ENTRY          OCCURS 1 TO 1000 TIMES
004429                               DEPENDING ON WS-SDX-TABLE-COUNT
004429                               INDEXED BY WS-SDX-IX.
004429         10  WS-SDX-PREFIX         PIC X(10).
004429         10  WS-SDX-LENGTH         PIC 9(02).
004429 01  WS-SDX-CODE-LENGTH        PIC 9(02)      VALUE ZERO.
004429 01  WS-SDX-DIAG               PIC X(10).
004429 01  WS-CLM-SENSITIVE-SW       PIC X(01)      VALUE 'N'.
004429     88  WS-CLM-IS-SENSITIVE       VALUE 'Y'.
004430 01  WS-CERT-STATUS            PIC X(02).
004430 01  WS-CSC-STATUS             PIC X(02).
004430 01  WS-CERT-EOF-SW            PIC X(01)      VALUE 'N'.
005724 01  WS-AUDIT-OLD-VALUE        PIC X(30).
005725 01  WS-AUDIT-NEW-VALUE        PIC X(30).
005726 01  WS-AUDIT-REASON           PIC X(50).
005727*AR 150139 - REFERENCE VERSION LOOKUP (BCPREFST) WORK FIELDS.
005728 01  WS-REFST-FUNCTION         PIC X(01)      VALUE 'U'.
005729 01  WS-REFST-MASTER-ID        PIC X(08).
005730 01  WS-REFST-PROGRAM          PIC X(08)      VALUE 'BCP837CV'.
005731 01  WS-REFST-VERSION          PIC X(10).
005732 01  WS-REFST-LOAD-DATE        PIC X(08).
005733 01  WS-REFST-RESULT           PIC X(01)      VALUE 'N'.
005730 PROCEDURE DIVISION.
005800 0000-MAIN-CONTROL.
005900     PERFORM 1000-INITIALIZE
006700     OPEN INPUT CLAIM-EXTRACT
006830     PERFORM 1100-LOAD-TP-MASTER
006832     PERFORM 1150-LOAD-EXCLUSION-MASTER
006832     PERFORM 1190-LOAD-PROVIDER-MASTER
006832     PERFORM 1191-LOAD-TPL-MASTER
006832     IF WS-TPL-TABLE-COUNT > ZERO
006832         PERFORM 1193-SCAN-OTHER-PAYER
006832     END-IF
006832     PERFORM 1196-SCAN-POA-INDICATORS
006833     PERFORM 1170-LOAD-ATTACH-MASTER
006835     PERFORM 1200-SETUP-ENR-INDEX
006837     PERFORM 1250-SETUP-CTM-INDEX
006899         OPEN OUTPUT AUDIT-TRAIL-LOG
006900     END-IF
006904     OPEN OUTPUT TIMELY-WARN-RPT
006904     PERFORM 1060-RECORD-REF-VERSION
006904     IF NOT WS-CERT-MODE
006904         PERFORM 1198-LOAD-SENSITIVE-DIAG
006904     END-IF
006904     IF WS-CERT-MODE
006904         OPEN OUTPUT CERT-SCORECARD
006904     ELSE
006921         DISPLAY 'BCP837CV RUNNING IN CERTIFICATION TEST MODE'
006922     END-IF.
006923
006924*AR 150139 - LOG THE REFERENCE VERSION THIS RUN EDITS AGAINST.
006925 1060-RECORD-REF-VERSION.
006926     MOVE 'BCPEXCLM' TO WS-REFST-MASTER-ID
006927     PERFORM 1065-LOG-REF-VERSION.
006928
006929 1065-LOG-REF-VERSION.
006930     CALL 'BCPREFST' USING WS-REFST-FUNCTION WS-REFST-MASTER-ID
006931         WS-REFST-PROGRAM WS-REFST-VERSION WS-REFST-LOAD-DATE
006932         WS-REFST-RESULT
006933     END-CALL
006934     DISPLAY 'REFERENCE VERSION USED - ' WS-REFST-MASTER-ID
006935         ' VERSION ' WS-REFST-VERSION
006936         ' LOADED ' WS-REFST-LOAD-DATE
006936     MOVE SPACES TO TIMW-LINE
006936     STRING 'REFERENCE VERSION USED - ' WS-REFST-MASTER-ID
006936         ' VERSION ' WS-REFST-VERSION
006936         ' LOADED ' WS-REFST-LOAD-DATE
006936         DELIMITED BY SIZE INTO TIMW-LINE
006936     WRITE TIMW-LINE.
006937
006920 1100-LOAD-TP-MASTER.
006930     OPEN INPUT TP-MASTER-FILE
006940     PERFORM 1110-READ-TP-MASTER
007150             SET WS-NO-MORE-EXC TO TRUE
007151     END-READ.
007152
007152*AR 150117 - A MISSING MASTER (STATUS 35) LOADS AN EMPTY TABLE,
007152*WHICH 2369 TREATS AS "NOT YET LOADED" AND SKIPS.
007152 1190-LOAD-PROVIDER-MASTER.
007152     OPEN INPUT PROV-MASTER-FILE
007152     IF WS-PRV-STATUS = '35'
007152         SET WS-NO-MORE-PRV TO TRUE
007152     ELSE
007152         PERFORM 1195-READ-PROVIDER
007152     END-IF
007152     PERFORM UNTIL WS-NO-MORE-PRV
007152         IF WS-PRV-TABLE-COUNT < 20000
007152             ADD 1 TO WS-PRV-TABLE-COUNT
007152             SET WS-PRV-IX TO WS-PRV-TABLE-COUNT
007152             MOVE PRVMS-PROV-NPI
007152                 TO WS-PRV-NPI(WS-PRV-IX)
007152             MOVE PRVMS-PAR-EFF-DATE
007152                 TO WS-PRV-EFF-DATE(WS-PRV-IX)
007152             MOVE PRVMS-PAR-TERM-DATE
007152                 TO WS-PRV-TERM-DATE(WS-PRV-IX)
007152             MOVE PRVMS-PAR-STATUS
007152                 TO WS-PRV-PAR-STATUS(WS-PRV-IX)
007152             MOVE PRVMS-CRED-STATUS
007152                 TO WS-PRV-CRED-STATUS(WS-PRV-IX)
007152         END-IF
007152         PERFORM 1195-READ-PROVIDER
007152     END-PERFORM
007152     IF WS-PRV-STATUS NOT = '35'
007152         CLOSE PROV-MASTER-FILE
007152     END-IF.
007152
007152 1195-READ-PROVIDER.
007152     READ PROV-MASTER-FILE
007152         AT END
007152             SET WS-NO-MORE-PRV TO TRUE
007152     END-READ.
007152
007152*AR 150120 - ONLY SPANS WHERE THE OTHER CARRIER IS PRIMARY ARE
007152*KEPT; A SPAN WHERE WE ARE PRIMARY NEEDS NO OTHER-PAYER DATA.
007152 1191-LOAD-TPL-MASTER.
007152     OPEN INPUT TPL-MASTER-FILE
007152     IF WS-TPL-STATUS = '35'
007152         SET WS-NO-MORE-TPL TO TRUE
007152     ELSE
007152         PERFORM 1192-READ-TPL-MASTER
007152     END-IF
007152     PERFORM UNTIL WS-NO-MORE-TPL
007152         IF TPLMS-OTHER-IS-PRIMARY
007152             AND WS-TPL-TABLE-COUNT < 30000
007152             ADD 1 TO WS-TPL-TABLE-COUNT
007152             SET WS-TPL-IX TO WS-TPL-TABLE-COUNT
007152             MOVE TPLMS-MEMBER-ID
007152                 TO WS-TPL-MEMBER-ID(WS-TPL-IX)
007152             MOVE TPLMS-EFF-DATE
007152                 TO WS-TPL-EFF-DATE(WS-TPL-IX)
007152             MOVE TPLMS-TERM-DATE
007152                 TO WS-TPL-TERM-DATE(WS-TPL-IX)
007152         END-IF
007152         PERFORM 1192-READ-TPL-MASTER
007152     END-PERFORM
007152     IF WS-TPL-STATUS NOT = '35'
007152         CLOSE TPL-MASTER-FILE
007152     END-IF.
007152
007152 1192-READ-TPL-MASTER.
007152     READ TPL-MASTER-FILE
007152         AT END
007152             SET WS-NO-MORE-TPL TO TRUE
007152     END-READ.
007152
007152*AR 150120 - SERVICE LINES FOLLOW THEIR CLM50, SO THE EXTRACT IS
007152*READ ONCE AHEAD OF THE EDITS TO NOTE EVERY CLAIM THAT SENT ANY
007152*OTHER-PAYER DATA, THEN REOPENED FOR THE NORMAL PASS. IF THE
007152*TABLE FILLS THE EDIT IS TURNED OFF FOR THE RUN RATHER THAN
007152*SUSPENDING CLAIMS THAT WERE NOT NOTED.
007152 1193-SCAN-OTHER-PAYER.
007152     PERFORM 1194-READ-SCAN
007152     PERFORM UNTIL WS-NO-MORE-SCAN
007152         IF MEDG-CLM50-REC-ID OF CLAIM-EXTRACT = '50'
007152             MOVE MEDG-CLM50-CLM-KEY OF CLAIM-EXTRACT
007152                 TO WS-SCAN-CLM-KEY
007152         END-IF
007152         IF MEDG-SVC-REC-ID OF CLAIM-EXTRACT = 'SV'
007152             AND (MEDG-SVC-OPR-PAYER-ID OF CLAIM-EXTRACT
007152                     NOT = SPACES
007152                 OR MEDG-SVC-OPR-PAID-AMT OF CLAIM-EXTRACT
007152                     > ZERO)
007152             IF WS-OPP-TABLE-COUNT = ZERO
007152                 OR WS-OPP-CLM-KEY(WS-OPP-TABLE-COUNT)
007152                     NOT = WS-SCAN-CLM-KEY
007152                 IF WS-OPP-TABLE-COUNT < 20000
007152                     ADD 1 TO WS-OPP-TABLE-COUNT
007152                     MOVE WS-SCAN-CLM-KEY
007152                         TO WS-OPP-CLM-KEY(WS-OPP-TABLE-COUNT)
007152                 ELSE
007152                     SET WS-SCAN-OVERFLOW TO TRUE
007152                 END-IF
007152             END-IF
007152         END-IF
007152         PERFORM 1194-READ-SCAN
007152     END-PERFORM
007152     CLOSE CLAIM-EXTRACT
007152     OPEN INPUT CLAIM-EXTRACT
007152     IF WS-SCAN-OVERFLOW
007152         DISPLAY 'BCP837CV - OTHER-PAYER SCAN TABLE FULL, '
007152             'TPL01 EDIT NOT APPLIED THIS RUN'
007152     END-IF.
007152
007152 1194-READ-SCAN.
007152     READ CLAIM-EXTRACT
007152         AT END
007152             SET WS-NO-MORE-SCAN TO TRUE
007152     END-READ.
007152
007152*AR 150147 - SECOND LOOK-AHEAD PASS, SAME SHAPE AS 1193: NOTE
007152*EVERY INPATIENT CLAIM (ADMIT DATE ON THE 50 OF A PART A BATCH,
007152*AS THE 02 HEADER SAYS) WITH A DIAGNOSIS WHOSE POA INDICATOR IS
007152*MISSING OR INVALID ON ANY LINE, THEN REOPEN THE EXTRACT. IF THE
007152*TABLE FILLS THE POA01 EDIT IS TURNED OFF FOR THE RUN RATHER THAN
007152*SUSPENDING CLAIMS THAT WERE NOT NOTED.
007152 1196-SCAN-POA-INDICATORS.
007152     MOVE 'N' TO WS-SCAN-EOF-SW
007152     MOVE ZERO TO WS-SCAN-CLM-KEY
007152     PERFORM 1194-READ-SCAN
007152     MOVE SPACE TO WS-SCAN-PART-IND
007152     PERFORM UNTIL WS-NO-MORE-SCAN
007152         IF MEDG-HDR-REC-ID OF CLAIM-EXTRACT = '02'
007152             MOVE MEDG-HDR-PART-IND OF CLAIM-EXTRACT
007152                 TO WS-SCAN-PART-IND
007152         END-IF
007152         IF MEDG-CLM50-REC-ID OF CLAIM-EXTRACT = '50'
007152             MOVE MEDG-CLM50-CLM-KEY OF CLAIM-EXTRACT
007152                 TO WS-SCAN-CLM-KEY
007152             IF MEDG-CLM50-ADMIT-DATE OF CLAIM-EXTRACT = SPACES
007152                 OR WS-SCAN-PART-IND NOT = 'A'
007152                 MOVE 'N' TO WS-SCAN-INPATIENT-SW
007152             ELSE
007152                 SET WS-SCAN-IS-INPATIENT TO TRUE
007152             END-IF
007152         END-IF
007152         IF MEDG-SVC-REC-ID OF CLAIM-EXTRACT = 'SV'
007152             AND WS-SCAN-IS-INPATIENT
007152             PERFORM 1197-CHECK-LINE-POA
007152             IF WS-SCAN-POA-IS-BAD
007152                 AND (WS-POA-TABLE-COUNT = ZERO
007152                     OR WS-POA-CLM-KEY(WS-POA-TABLE-COUNT)
007152                         NOT = WS-SCAN-CLM-KEY)
007152                 IF WS-POA-TABLE-COUNT < 20000
007152                     ADD 1 TO WS-POA-TABLE-COUNT
007152                     MOVE WS-SCAN-CLM-KEY
007152                         TO WS-POA-CLM-KEY(WS-POA-TABLE-COUNT)
007152                 ELSE
007152                     SET WS-POA-OVERFLOW TO TRUE
007152                 END-IF
007152             END-IF
007152         END-IF
007152         PERFORM 1194-READ-SCAN
007152     END-PERFORM
007152     CLOSE CLAIM-EXTRACT
007152     OPEN INPUT CLAIM-EXTRACT
007152     IF WS-POA-OVERFLOW
007152         DISPLAY 'BCP837CV - POA SCAN TABLE FULL, '
007152             'POA01 EDIT NOT APPLIED THIS RUN'
007152     END-IF.
007152
007152*A DIAGNOSIS SLOT IN USE NEEDS ONE OF THE VALID POA VALUES.
007152 1197-CHECK-LINE-POA.
007152     MOVE 'N' TO WS-SCAN-POA-BAD-SW
007152     IF MEDG-SVC-PRIMARY-DIAG OF CLAIM-EXTRACT NOT = SPACES
007152         AND NOT MEDG-SVC-PRI-POA-VALID OF CLAIM-EXTRACT
007152         SET WS-SCAN-POA-IS-BAD TO TRUE
007152     END-IF
007152     IF MEDG-SVC-SECONDARY-DIAG1 OF CLAIM-EXTRACT NOT = SPACES
007152         AND NOT MEDG-SVC-SEC1-POA-VALID OF CLAIM-EXTRACT
007152         SET WS-SCAN-POA-IS-BAD TO TRUE
007152     END-IF
007152     IF MEDG-SVC-SECONDARY-DIAG2 OF CLAIM-EXTRACT NOT = SPACES
007152         AND NOT MEDG-SVC-SEC2-POA-VALID OF CLAIM-EXTRACT
007152         SET WS-SCAN-POA-IS-BAD TO TRUE
007152     END-IF
007152     IF MEDG-SVC-SECONDARY-DIAG3 OF CLAIM-EXTRACT NOT = SPACES
007152         AND NOT MEDG-SVC-SEC3-POA-VALID OF CLAIM-EXTRACT
007152         SET WS-SCAN-POA-IS-BAD TO TRUE
007152     END-IF.
007152
007152*AR 150149 - SENSITIVE DIAGNOSIS MASTER (BCPSNSDX), LOADED AS
007152*BCPEOBPX LOADS IT. 2510 FLAGS THE HISTORY ROW OF ANY CLAIM WITH
007152*A LINE BILLING ONE OF THESE. A MISSING MASTER OR A FULL TABLE
007152*IS NOTED ON THE REPORT.
007152 1198-LOAD-SENSITIVE-DIAG.
007152     OPEN INPUT SENSITIVE-DIAG-FILE
007152     IF WS-SDX-STATUS = '35'
007152         SET WS-NO-MORE-SDX TO TRUE
007152         MOVE SPACES TO TIMW-LINE
007152         STRING 'SENSITIVE DIAGNOSIS MASTER NOT FOUND - '
007152             'NO CLAIM FLAGGED SENSITIVE THIS RUN'
007152             DELIMITED BY SIZE INTO TIMW-LINE
007152         WRITE TIMW-LINE
007152     ELSE
007152         PERFORM 1199-READ-SENSITIVE-DIAG
007152     END-IF
007152     PERFORM UNTIL WS-NO-MORE-SDX
007152         IF SNSDX-DIAG-PREFIX NOT = SPACES
007152             IF WS-SDX-TABLE-COUNT < 1000
007152                 ADD 1 TO WS-SDX-TABLE-COUNT
007152                 SET WS-SDX-IX TO WS-SDX-TABLE-COUNT
007152                 MOVE SNSDX-DIAG-PREFIX
007152                     TO WS-SDX-PREFIX(WS-SDX-IX)
007152                 MOVE ZERO TO WS-SDX-CODE-LENGTH
007152                 INSPECT SNSDX-DIAG-PREFIX
007152                     TALLYING WS-SDX-CODE-LENGTH
007152                     FOR CHARACTERS BEFORE INITIAL SPACE
007152                 MOVE WS-SDX-CODE-LENGTH
007152                     TO WS-SDX-LENGTH(WS-SDX-IX)
007152             ELSE
007152                 SET WS-SDX-OVERFLOW TO TRUE
007152             END-IF
007152         END-IF
007152         PERFORM 1199-READ-SENSITIVE-DIAG
007152     END-PERFORM
007152     IF WS-SDX-STATUS NOT = '35'
007152         CLOSE SENSITIVE-DIAG-FILE
007152     END-IF
007152     IF WS-SDX-OVERFLOW
007152         MOVE SPACES TO TIMW-LINE
007152         STRING 'SENSITIVE DIAGNOSIS MASTER OVER 1000 ENTRIES - '
007152             'LATER ENTRIES NOT APPLIED THIS RUN'
007152             DELIMITED BY SIZE INTO TIMW-LINE
007152         WRITE TIMW-LINE
007152     END-IF.
007152
007152 1199-READ-SENSITIVE-DIAG.
007152     READ SENSITIVE-DIAG-FILE
007152         AT END
007152             SET WS-NO-MORE-SDX TO TRUE
007152     END-READ.
007152
007153*AR 150087 - A MISSING MASTER (STATUS 35) LOADS AN EMPTY TABLE,
007154*SO EVERY PWK CLAIM HOLDS UNTIL ITS CONTROL NUMBER IS LOGGED.
007155 1170-LOAD-ATTACH-MASTER.
010237         TO CHIST-SUBSCR-SSN OF CHIST-RECORD
010237     MOVE MEDG-CLM50-MEMBER-ID OF CLAIM-EXTRACT
010237         TO CHIST-MEMBER-ID OF CHIST-RECORD
010237*AR 150149 - POSTING DETAIL IS FILLED IN BY BCPRECON.
010237     MOVE SPACES TO CHIST-POSTED-DATE OF CHIST-RECORD
010237                    CHIST-OUTCOME OF CHIST-RECORD
010237     MOVE MEDG-CLM50-CONTRACT-CODE OF CLAIM-EXTRACT
010237         TO CHIST-CONTRACT-CODE OF CHIST-RECORD
010237     MOVE MEDG-CLM50-RENDPROV-NPI OF CLAIM-EXTRACT
010237         TO CHIST-PROV-NPI OF CHIST-RECORD
010237     MOVE MEDG-CLM50-SUBSCR-LAST OF CLAIM-EXTRACT
010237         TO CHIST-SUBSCR-LAST OF CHIST-RECORD
010237     MOVE MEDG-CLM50-SUBSCR-FIRST OF CLAIM-EXTRACT
010237         TO CHIST-SUBSCR-FIRST OF CHIST-RECORD
010237*AR 150149 - 2510 FLAGS THE ROW IF A LINE PROVES SENSITIVE.
010237     MOVE 'N' TO CHIST-SENSITIVE-IND OF CHIST-RECORD
010237     MOVE 'N' TO WS-CLM-SENSITIVE-SW
010238     SET CHIST-CONVERTED OF CHIST-RECORD TO TRUE
010239     MOVE ZERO TO CHIST-PAID-AMT OF CHIST-RECORD
010240     MOVE ZERO TO CHIST-ARCHIVE-GEN OF CHIST-RECORD
011818     END-PERFORM
011820     PERFORM 2550-STANDARDIZE-FACILITY
011900     WRITE MEDG-SVC-RECORD OF OUTBOUND-837
011910     ADD 1 TO WS-OUT837-REC-COUNT
011910     IF NOT WS-CERT-MODE
011910         AND NOT WS-CLM-IS-SENSITIVE
011910         AND WS-SDX-TABLE-COUNT > ZERO
011910         PERFORM 2510-CHECK-SENSITIVE-LINE
011910     END-IF.
011910
011910*AR 150149 - A LINE BILLING A SENSITIVE DIAGNOSIS FLAGS THE
011910*HISTORY ROW 2320 WROTE WHEN THE CLAIM'S CLM50 WENT OUT.
011910 2510-CHECK-SENSITIVE-LINE.
011910     MOVE MEDG-SVC-PRIMARY-DIAG OF CLAIM-EXTRACT TO WS-SDX-DIAG
011910     PERFORM 2515-MATCH-SENSITIVE-DIAG
011910     MOVE MEDG-SVC-SECONDARY-DIAG1 OF CLAIM-EXTRACT
011910         TO WS-SDX-DIAG
011910     PERFORM 2515-MATCH-SENSITIVE-DIAG
011910     MOVE MEDG-SVC-SECONDARY-DIAG2 OF CLAIM-EXTRACT
011910         TO WS-SDX-DIAG
011910     PERFORM 2515-MATCH-SENSITIVE-DIAG
011910     MOVE MEDG-SVC-SECONDARY-DIAG3 OF CLAIM-EXTRACT
011910         TO WS-SDX-DIAG
011910     PERFORM 2515-MATCH-SENSITIVE-DIAG
011910     IF WS-CLM-IS-SENSITIVE
011910         MOVE WS-LAST-CLM-KEY TO CHIST-CLM-KEY OF CHIST-RECORD
011910         READ CLAIM-HISTORY
011910             INVALID KEY
011910                 CONTINUE
011910             NOT INVALID KEY
011910                 SET CHIST-SENSITIVE OF CHIST-RECORD TO TRUE
011910                 REWRITE CHIST-RECORD
011910         END-READ
011910     END-IF.
011910
011910 2515-MATCH-SENSITIVE-DIAG.
011910     IF WS-SDX-DIAG NOT = SPACES
011910         PERFORM VARYING WS-SDX-IX FROM 1 BY 1
011910                 UNTIL WS-SDX-IX > WS-SDX-TABLE-COUNT
011910             MOVE WS-SDX-LENGTH(WS-SDX-IX) TO WS-SDX-CODE-LENGTH
011910             IF WS-SDX-CODE-LENGTH > ZERO
011910                 AND WS-SDX-DIAG(1:WS-SDX-CODE-LENGTH)
011910                 = WS-SDX-PREFIX(WS-SDX-IX)(1:WS-SDX-CODE-LENGTH)
011910                 SET WS-CLM-IS-SENSITIVE TO TRUE
011910             END-IF
011910         END-PERFORM
011910     END-IF.
011910
011920 2550-STANDARDIZE-FACILITY.
011930     MOVE 'N' TO WS-FAC-FOUND-SW
002328     PERFORM 2365-CHECK-TIMELY-FILING
002329     PERFORM 2366-CHECK-CLAIM-FREQUENCY
002329     PERFORM 2367-CHECK-EXCLUSION
002329     PERFORM 2369-CHECK-PARTICIPATION
002329     PERFORM 2363-CHECK-OTHER-COVERAGE
002329     PERFORM 2361-CHECK-POA
002329     PERFORM 2368-CHECK-ATTACHMENT
002321     PERFORM 2358-CHECK-ADMIT-CONSISTENCY THRU 2358-EXIT
002320     PERFORM 2359-DEFAULT-ADMIT-SOURCE.
002508         END-IF
002509     END-IF.
002510
002510*AR 150117 - THE RENDERING PROVIDER MUST HOLD A PARTICIPATING,
002510*CREDENTIALED SPAN (EFFECTIVE DATE NOT AFTER THE ADMIT DATE,
002510*TERM DATE SPACES OR NOT BEFORE IT) ON THE DATE OF SERVICE. A
002510*CLAIM WITH NO ADMIT DATE (PROFESSIONAL, OUTPATIENT) HAS NO DATE
002510*ON ITS 50 RECORD, SO ANY PARTICIPATING, CREDENTIALED SPAN DOES.
002510 2369-CHECK-PARTICIPATION.
002510     IF MEDG-CLM50-RENDPROV-NPI OF CLAIM-EXTRACT NOT = SPACES
002510         AND WS-PRV-TABLE-COUNT > ZERO
002510         MOVE 'N' TO WS-PRV-FOUND-SW
002510         SET WS-PRV-IX TO 1
002510         SEARCH WS-PRV-ENTRY
002510             AT END
002510                 CONTINUE
002510             WHEN WS-PRV-NPI(WS-PRV-IX)
002510                 = MEDG-CLM50-RENDPROV-NPI OF CLAIM-EXTRACT
002510                 AND WS-PRV-PAR-STATUS(WS-PRV-IX) = 'P'
002510                 AND WS-PRV-CRED-STATUS(WS-PRV-IX) = 'C'
002510                 AND (MEDG-CLM50-ADMIT-DATE OF CLAIM-EXTRACT
002510                         IS NOT NUMERIC
002510                     OR (MEDG-CLM50-ADMIT-DATE OF CLAIM-EXTRACT
002510                         NOT < WS-PRV-EFF-DATE(WS-PRV-IX)
002510                     AND (WS-PRV-TERM-DATE(WS-PRV-IX) = SPACES
002510                     OR MEDG-CLM50-ADMIT-DATE OF CLAIM-EXTRACT
002510                         NOT > WS-PRV-TERM-DATE(WS-PRV-IX))))
002510                 SET WS-PRV-IS-PARTICIPATING TO TRUE
002510         END-SEARCH
002510         IF NOT WS-PRV-IS-PARTICIPATING
002510             IF NOT WS-CLAIM-FAILED-EDIT
002510                 MOVE 'PRV01' TO SUSP-REASON-CODE
002510                 MOVE 'RENDERING NPI NOT PARTICIPATING ON DOS'
002510                     TO SUSP-REASON-TEXT
002510             END-IF
002510             SET WS-CLAIM-FAILED-EDIT TO TRUE
002510         END-IF
002510     END-IF.
002510
002510*AR 150120 - WE ARE SECONDARY ON THE DATE OF SERVICE BUT THE
002510*SENDER PUT NO OTHER-PAYER DATA ON ANY SERVICE LINE.
002510 2363-CHECK-OTHER-COVERAGE.
002510     IF WS-TPL-TABLE-COUNT > ZERO
002510         AND NOT WS-SCAN-OVERFLOW
002510         AND MEDG-CLM50-MEMBER-ID OF CLAIM-EXTRACT > ZERO
002510         MOVE 'N' TO WS-OPP-FOUND-SW
002510         IF WS-OPP-TABLE-COUNT > ZERO
002510             SET WS-OPP-IX TO 1
002510             SEARCH WS-OPP-ENTRY
002510                 AT END
002510                     CONTINUE
002510                 WHEN WS-OPP-CLM-KEY(WS-OPP-IX)
002510                     = MEDG-CLM50-CLM-KEY OF CLAIM-EXTRACT
002510                     SET WS-OPP-DATA-SENT TO TRUE
002510             END-SEARCH
002510         END-IF
002510         MOVE 'N' TO WS-TPL-FOUND-SW
002510         IF NOT WS-OPP-DATA-SENT
002510             SET WS-TPL-IX TO 1
002510             SEARCH WS-TPL-ENTRY
002510                 AT END
002510                     CONTINUE
002510                 WHEN WS-TPL-MEMBER-ID(WS-TPL-IX)
002510                     = MEDG-CLM50-MEMBER-ID OF CLAIM-EXTRACT
002510                     AND MEDG-CLM50-ADMIT-DATE OF CLAIM-EXTRACT
002510                         NOT < WS-TPL-EFF-DATE(WS-TPL-IX)
002510                     AND (WS-TPL-TERM-DATE(WS-TPL-IX) = SPACES
002510                         OR MEDG-CLM50-ADMIT-DATE OF CLAIM-EXTRACT
002510                             NOT > WS-TPL-TERM-DATE(WS-TPL-IX))
002510                     SET WS-TPL-OTHER-IS-PRIMARY TO TRUE
002510             END-SEARCH
002510         END-IF
002510         IF WS-TPL-OTHER-IS-PRIMARY
002510             IF NOT WS-CLAIM-FAILED-EDIT
002510                 MOVE 'TPL01' TO SUSP-REASON-CODE
002510                 MOVE 'OTHER CARRIER PRIMARY ON DOS, NO COB DATA'
002510                     TO SUSP-REASON-TEXT
002510             END-IF
002510             SET WS-CLAIM-FAILED-EDIT TO TRUE
002510         END-IF
002510     END-IF.
002510
002510*AR 150147 - AN INPATIENT CLAIM THE PRE-SCAN NOTED WITH A MISSING
002510*OR INVALID PRESENT-ON-ADMISSION INDICATOR.
002510 2361-CHECK-POA.
002510     IF WS-POA-TABLE-COUNT > ZERO
002510         AND NOT WS-POA-OVERFLOW
002510         MOVE 'N' TO WS-POA-FOUND-SW
002510         SET WS-POA-IX TO 1
002510         SEARCH WS-POA-ENTRY
002510             AT END
002510                 CONTINUE
002510             WHEN WS-POA-CLM-KEY(WS-POA-IX)
002510                 = MEDG-CLM50-CLM-KEY OF CLAIM-EXTRACT
002510                 SET WS-POA-IS-MISSING TO TRUE
002510         END-SEARCH
002510         IF WS-POA-IS-MISSING
002510             IF NOT WS-CLAIM-FAILED-EDIT
002510                 MOVE 'POA01' TO SUSP-REASON-CODE
002510                 MOVE 'INPATIENT DIAGNOSIS POA MISSING OR INVALID'
002510                     TO SUSP-REASON-TEXT
002510             END-IF
002510             SET WS-CLAIM-FAILED-EDIT TO TRUE
002510         END-IF
002510     END-IF.
002511*AR 150087 - A PWK CLAIM HOLDS UNTIL ITS CONTROL NUMBER SHOWS
002512*RECEIVED ON THE ATTACHMENT MASTER. THE HOLD SWITCH IS SET ONLY
002513*WHEN THIS IS THE REASON BEING CAPTURED, SO A CLAIM ALREADY
002338         TO SUSP-SUBSCR-LAST
002339     MOVE WS-TODAY-DATE TO SUSP-DETECTED-DATE
002339     MOVE WS-CUR-SENDER-ID TO SUSP-SENDER-ID
002340     MOVE SPACES TO SUSP-WORK-CONTROL
002340     IF WS-ATTACH-HOLD
002340         SET SUSP-PEND-ATTACH TO TRUE
002340     ELSE
