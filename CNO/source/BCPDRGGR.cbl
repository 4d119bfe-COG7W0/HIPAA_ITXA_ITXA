001700*            TABLES CANNOT GROUP ARE WRITTEN UNGROUPED AND       *
001800*            COUNTED ON THE RUN REPORT.                          *
001900******************************************************************
001910* 10-15-26 - R KOWALSKI - AR 150139 - AT STARTUP THE RUN NOW     *
001920*            LOGS THE BCPDRGMS VERSION AND LOAD DATE IT IS       *
001930*            EDITING AGAINST (VIA BCPREFST, FROM THE REFERENCE   *
001940*            FRESHNESS CONTROL FILE) TO THE REFERENCE USAGE LOG  *
001950*            AND THE REPORT, SO BCPREFMN CAN SHOW WHICH RELEASE  *
001960*            EACH RUN ACTUALLY USED.                             *
001970******************************************************************
001972* 10-15-26 - R KOWALSKI - AR 150147 - HAC PAYMENT EDIT. THE      *
001974*            HOSPITAL-ACQUIRED CONDITION MASTER (BCPHACMS, DD    *
001976*            HACTBLS) IS LOADED BY FISCAL YEAR BESIDE THE        *
001978*            GROUPER TABLES. A SECONDARY DIAGNOSIS ON THE HAC    *
001980*            LIST WHOSE PRESENT-ON-ADMISSION INDICATOR IS N OR U *
001982*            IS LEFT OUT OF THE CC/MCC DETERMINATION FOR THE     *
001984*            PAYMENT DRG; THE ORIGINAL ASSIGNMENT USING EVERY    *
001986*            SECONDARY DIAGNOSIS IS KEPT ON BCPDRGAS ALONGSIDE   *
001988*            THE HAC-ADJUSTED ONE AND EACH CLAIM WHOSE DRG THE   *
001990*            EXCLUSION CHANGED IS LISTED ON THE REPORT. NO HAC   *
001992*            MASTER, NO ADJUSTMENT (SAID ON THE REPORT).         *
001994******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. BCPDRGGR.
002200 ENVIRONMENT DIVISION.
003100     SELECT DRG-MASTER-FILE ASSIGN TO DRGTBLS
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-DRG-STATUS.
003310     SELECT OPTIONAL HAC-MASTER-FILE ASSIGN TO HACTBLS
003320            ORGANIZATION IS LINE SEQUENTIAL
003330            FILE STATUS IS WS-HAC-STATUS.
003400     SELECT DRG-ASSIGN-OUT ASSIGN TO DRGASGN
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-DRA-STATUS.
005100         REPLACING ==MEDG-CLM50-RECORD== BY ==POST-CLM50-RECORD==.
005200 FD  DRG-MASTER-FILE.
005300     COPY BCPDRGMS.
005310 FD  HAC-MASTER-FILE.
005320     COPY BCPHACMS.
005400 FD  DRG-ASSIGN-OUT.
005500     COPY BCPDRGAS.
005600 FD  GROUPER-RPT.
005900 01  WS-BATCH-STATUS           PIC X(02).
006000 01  WS-POST-STATUS            PIC X(02).
006100 01  WS-DRG-STATUS             PIC X(02).
006110 01  WS-HAC-STATUS             PIC X(02).
006200 01  WS-DRA-STATUS             PIC X(02).
006300 01  WS-RPT-STATUS             PIC X(02).
006400 01  WS-BAT-EOF-SW             PIC X(01)      VALUE 'N'.
006700     88  WS-NO-MORE-POST           VALUE 'Y'.
006800 01  WS-DRG-EOF-SW             PIC X(01)      VALUE 'N'.
006900     88  WS-NO-MORE-DRG            VALUE 'Y'.
006910 01  WS-HAC-EOF-SW             PIC X(01)      VALUE 'N'.
006920     88  WS-NO-MORE-HAC            VALUE 'Y'.
007000 01  WS-TODAY-DATE             PIC X(08).
007100 01  WS-LAST-REC-ID            PIC X(02)      VALUE SPACES.
007200*GROUPER ASSIGNMENT ROWS ('D') FOR ALL LOADED FISCAL YEARS.
009300         10  WS-SEV-DIAG-PFX       PIC X(07).
009400         10  WS-SEV-DIAG-LEN       PIC 9(01).
009500         10  WS-SEV-MARK           PIC X(01).
009510*AR 150147 - HOSPITAL-ACQUIRED CONDITION DIAGNOSES BY FISCAL YEAR.
009520 01  WS-HAC-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
009530 01  WS-HAC-TABLE.
009540     05  WS-HAC-ENTRY          OCCURS 1 TO 2000 TIMES
009550                               DEPENDING ON WS-HAC-TABLE-COUNT
009560                               INDEXED BY WS-HAC-IX.
009570         10  WS-HAC-FY             PIC X(04).
009580         10  WS-HAC-DIAG-PFX       PIC X(07).
009590         10  WS-HAC-DIAG-LEN       PIC 9(01).
009600*POSTED CLAIM KEYS, SO ONLY POSTED CLAIMS ARE GROUPED.
009700 01  WS-PST-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
009800 01  WS-PST-TABLE.
011800 01  WS-CUR-PRI-DIAG           PIC X(10)      VALUE SPACES.
011900 01  WS-CUR-SEC-DIAGS.
012000     05  WS-CUR-SEC-DIAG       OCCURS 3 TIMES PIC X(10).
012007*AR 150147 - POA INDICATOR OF EACH SECONDARY DIAGNOSIS, AND 'Y'
012014*WHERE IT IS A HAC NOT PRESENT ON ADMISSION (EXCLUDED FROM THE
012021*PAYMENT CC/MCC DETERMINATION).
012028 01  WS-CUR-SEC-POAS.
012035     05  WS-CUR-SEC-POA        OCCURS 3 TIMES PIC X(01).
012042 01  WS-CUR-SEC-HACS.
012049     05  WS-CUR-SEC-HAC        OCCURS 3 TIMES PIC X(01).
012056 01  WS-CUR-HAC-EXCL-CNT       PIC 9(01)      VALUE ZERO.
012063 01  WS-ORIG-SEVERITY          PIC X(01)      VALUE SPACE.
012070 01  WS-SEV-PASS-SW            PIC X(01)      VALUE 'O'.
012077     88  WS-SEV-ORIGINAL-PASS      VALUE 'O'.
012084     88  WS-SEV-HAC-PASS           VALUE 'H'.
012100 01  WS-FY-WORK-DATE           PIC X(08).
012200 01  WS-FY-YEAR                PIC 9(04).
012300 01  WS-FY-MONTH               PIC 9(02).
014000 01  WS-UNGROUPED-COUNT        PIC 9(05)      VALUE ZERO.
014100 01  WS-CC-COUNT               PIC 9(05)      VALUE ZERO.
014200 01  WS-MCC-COUNT              PIC 9(05)      VALUE ZERO.
014205 01  WS-HAC-ADJ-COUNT          PIC 9(05)      VALUE ZERO.
014210*AR 150139 - REFERENCE VERSION LOOKUP (BCPREFST) WORK FIELDS.
014220 01  WS-REFST-FUNCTION         PIC X(01)      VALUE 'U'.
014230 01  WS-REFST-MASTER-ID        PIC X(08).
014240 01  WS-REFST-PROGRAM          PIC X(08)      VALUE 'BCPDRGGR'.
014250 01  WS-REFST-VERSION          PIC X(10).
014260 01  WS-REFST-LOAD-DATE        PIC X(08).
014270 01  WS-REFST-RESULT           PIC X(01)      VALUE 'N'.
014300 PROCEDURE DIVISION.
014400 0000-MAIN-CONTROL.
014500     PERFORM 1000-INITIALIZE
014600     PERFORM 1100-LOAD-GROUPER-TABLES
014610     PERFORM 1150-LOAD-HAC-TABLE
014700     PERFORM 1200-LOAD-POSTED-KEYS
014800     PERFORM 2000-PROCESS-RECORD
014900         UNTIL WS-NO-MORE-BAT
015900     OPEN INPUT BATCH-837
016000     OPEN OUTPUT DRG-ASSIGN-OUT
016100     OPEN OUTPUT GROUPER-RPT
016110     PERFORM 1060-RECORD-REF-VERSION
016200     PERFORM 2100-READ-BATCH.
016300
016305*AR 150139 - LOG THE REFERENCE VERSION THIS RUN EDITS AGAINST.
016310 1060-RECORD-REF-VERSION.
016315     MOVE 'BCPDRGMS' TO WS-REFST-MASTER-ID
016320     PERFORM 1065-LOG-REF-VERSION
016321     MOVE 'BCPHACMS' TO WS-REFST-MASTER-ID
016322     PERFORM 1065-LOG-REF-VERSION.
016325
016330 1065-LOG-REF-VERSION.
016335     CALL 'BCPREFST' USING WS-REFST-FUNCTION WS-REFST-MASTER-ID
016340         WS-REFST-PROGRAM WS-REFST-VERSION WS-REFST-LOAD-DATE
016345         WS-REFST-RESULT
016350     END-CALL
016355     MOVE SPACES TO RPT-LINE
016360     STRING 'REFERENCE VERSION USED - ' WS-REFST-MASTER-ID
016365         ' VERSION ' WS-REFST-VERSION
016370         ' LOADED ' WS-REFST-LOAD-DATE
016375         DELIMITED BY SIZE INTO RPT-LINE
016380     WRITE RPT-LINE.
016385
016400 1100-LOAD-GROUPER-TABLES.
016500     OPEN INPUT DRG-MASTER-FILE
016600     PERFORM 1110-READ-DRG-MASTER
022000         END-IF
022100     END-PERFORM.
022200
022202*AR 150147 - A MISSING OR EMPTY HAC MASTER LOADS NO ROWS, SO NO
022204*DIAGNOSIS IS EXCLUDED; THE REPORT SAYS SO.
022206 1150-LOAD-HAC-TABLE.
022208     OPEN INPUT HAC-MASTER-FILE
022210     IF WS-HAC-STATUS = '35'
022212         SET WS-NO-MORE-HAC TO TRUE
022214     ELSE
022216         PERFORM 1160-READ-HAC-MASTER
022218     END-IF
022220     PERFORM UNTIL WS-NO-MORE-HAC
022222         IF WS-HAC-TABLE-COUNT < 2000
022224             ADD 1 TO WS-HAC-TABLE-COUNT
022226             SET WS-HAC-IX TO WS-HAC-TABLE-COUNT
022228             MOVE HACMS-FISCAL-YEAR TO WS-HAC-FY(WS-HAC-IX)
022230             MOVE HACMS-DIAG-PREFIX TO WS-HAC-DIAG-PFX(WS-HAC-IX)
022232             MOVE HACMS-DIAG-PREFIX TO WS-PFX-WORK
022234             PERFORM 1140-MEASURE-PREFIX
022236             MOVE WS-PFX-LEN TO WS-HAC-DIAG-LEN(WS-HAC-IX)
022238         END-IF
022240         PERFORM 1160-READ-HAC-MASTER
022242     END-PERFORM
022244     IF WS-HAC-STATUS NOT = '35'
022246         CLOSE HAC-MASTER-FILE
022248     END-IF
022250     IF WS-HAC-TABLE-COUNT = ZERO
022252         MOVE SPACES TO RPT-LINE
022254         STRING 'HAC MASTER NOT LOADED - NO HAC PAYMENT '
022256             'ADJUSTMENT THIS RUN'
022258             DELIMITED BY SIZE INTO RPT-LINE
022260         WRITE RPT-LINE
022262     END-IF.
022264
022266 1160-READ-HAC-MASTER.
022268     READ HAC-MASTER-FILE
022270         AT END
022272             SET WS-NO-MORE-HAC TO TRUE
022274     END-READ.
022300 1200-LOAD-POSTED-KEYS.
022400     OPEN INPUT POSTED-CLAIMS
022500     PERFORM 1210-READ-POSTED
035300         TO WS-CUR-SEC-DIAG(2)
035400     MOVE MEDG-SVC-SECONDARY-DIAG3 OF MEDG-SVC-RECORD
035500         TO WS-CUR-SEC-DIAG(3)
035510     MOVE MEDG-SVC-SECONDARY-POA1 OF MEDG-SVC-RECORD
035520         TO WS-CUR-SEC-POA(1)
035530     MOVE MEDG-SVC-SECONDARY-POA2 OF MEDG-SVC-RECORD
035540         TO WS-CUR-SEC-POA(2)
035550     MOVE MEDG-SVC-SECONDARY-POA3 OF MEDG-SVC-RECORD
035560         TO WS-CUR-SEC-POA(3)
035570     PERFORM 3050-FLAG-HAC-DIAGS
035580     SET WS-SEV-ORIGINAL-PASS TO TRUE
035590     PERFORM 3000-DETERMINE-SEVERITY
035600     MOVE WS-CUR-SEVERITY TO WS-ORIG-SEVERITY
035610     IF WS-CUR-HAC-EXCL-CNT > ZERO
035620         SET WS-SEV-HAC-PASS TO TRUE
035630         PERFORM 3000-DETERMINE-SEVERITY
035640     END-IF
035700     PERFORM 3100-FIND-BEST-ASSIGNMENT
035800     PERFORM 3300-WRITE-ASSIGNMENT.
035900
037600
037700 3020-CHECK-SEC-DIAG.
037800     IF WS-CUR-SEC-DIAG(WS-SEC-IX) NOT = SPACES
037810         AND NOT (WS-SEV-HAC-PASS
037820             AND WS-CUR-SEC-HAC(WS-SEC-IX) = 'Y')
037900         AND WS-CUR-SEC-DIAG(WS-SEC-IX)
038000             (1:WS-SEV-DIAG-LEN(WS-SEV-IX))
038100             = WS-SEV-DIAG-PFX(WS-SEV-IX)
038900         END-IF
039000     END-IF.
039100
039102*AR 150147 - A SECONDARY DIAGNOSIS ON THE HAC LIST FOR THE CLAIM'S
039104*FISCAL YEAR, REPORTED NOT PRESENT ON ADMISSION (N) OR WITH
039106*INSUFFICIENT DOCUMENTATION (U), IS FLAGGED FOR EXCLUSION.
039108 3050-FLAG-HAC-DIAGS.
039110     MOVE ZERO TO WS-CUR-HAC-EXCL-CNT
039112     MOVE 'NNN' TO WS-CUR-SEC-HACS
039114     IF WS-HAC-TABLE-COUNT > ZERO
039116         PERFORM 3060-CHECK-HAC-DIAG
039118             VARYING WS-SEC-IX FROM 1 BY 1
039120             UNTIL WS-SEC-IX > 3
039122     END-IF.
039124
039126 3060-CHECK-HAC-DIAG.
039128     IF WS-CUR-SEC-DIAG(WS-SEC-IX) NOT = SPACES
039130         AND (WS-CUR-SEC-POA(WS-SEC-IX) = 'N'
039132             OR WS-CUR-SEC-POA(WS-SEC-IX) = 'U')
039134         PERFORM 3070-MATCH-HAC-ROW
039136             VARYING WS-SCAN-IX FROM 1 BY 1
039138             UNTIL WS-SCAN-IX > WS-HAC-TABLE-COUNT
039140                 OR WS-CUR-SEC-HAC(WS-SEC-IX) = 'Y'
039142         IF WS-CUR-SEC-HAC(WS-SEC-IX) = 'Y'
039144             ADD 1 TO WS-CUR-HAC-EXCL-CNT
039146         END-IF
039148     END-IF.
039150
039152 3070-MATCH-HAC-ROW.
039154     SET WS-HAC-IX TO WS-SCAN-IX
039156     IF WS-HAC-FY(WS-HAC-IX) = WS-CUR-FY
039158         AND WS-HAC-DIAG-LEN(WS-HAC-IX) > ZERO
039160         AND WS-CUR-SEC-DIAG(WS-SEC-IX)
039162             (1:WS-HAC-DIAG-LEN(WS-HAC-IX))
039164             = WS-HAC-DIAG-PFX(WS-HAC-IX)
039166             (1:WS-HAC-DIAG-LEN(WS-HAC-IX))
039168         MOVE 'Y' TO WS-CUR-SEC-HAC(WS-SEC-IX)
039170     END-IF.
039200*SURGICAL BEATS MEDICAL; AMONG EQUALS THE LONGER DIAGNOSIS
039300*PREFIX WINS.
039400 3100-FIND-BEST-ASSIGNMENT.
046200     MOVE WS-CUR-FY      TO DRGA-FISCAL-YEAR
046300     MOVE WS-CUR-SEVERITY TO DRGA-SEVERITY
046400     MOVE WS-TODAY-DATE  TO DRGA-ASSIGN-DATE
046410     MOVE WS-ORIG-SEVERITY TO DRGA-ORIG-SEVERITY
046420     MOVE WS-CUR-HAC-EXCL-CNT TO DRGA-HAC-EXCL-CNT
046430     MOVE 'N'            TO DRGA-HAC-ADJ-SW
046500     IF WS-BEST-FOUND
046600         ADD 1 TO WS-GROUPED-COUNT
046700         SET DRGA-ASSIGNED TO TRUE
048300             WHEN OTHER
048400                 MOVE WS-BEST-DRG-BASE TO DRGA-DRG-CODE
048500         END-EVALUATE
048510         PERFORM 3310-SET-ORIGINAL-DRG
048600     ELSE
048700         ADD 1 TO WS-UNGROUPED-COUNT
048800         SET DRGA-UNGROUPED TO TRUE
049600     END-IF
049700     WRITE DRGA-RECORD.
049800
049803*AR 150147 - THE DRG THE CLAIM WOULD HAVE GROUPED TO WITH EVERY
049806*SECONDARY DIAGNOSIS COUNTED. WHEN THE HAC EXCLUSION CHANGED IT
049809*THE CLAIM IS FLAGGED AND LISTED.
049812 3310-SET-ORIGINAL-DRG.
049815     EVALUATE TRUE
049818         WHEN WS-ORIG-SEVERITY = 'M'
049821             AND WS-BEST-DRG-MCC NOT = SPACES
049824             MOVE WS-BEST-DRG-MCC TO DRGA-ORIG-DRG-CODE
049827         WHEN WS-ORIG-SEVERITY = 'C'
049830             AND WS-BEST-DRG-CC NOT = SPACES
049833             MOVE WS-BEST-DRG-CC TO DRGA-ORIG-DRG-CODE
049836         WHEN OTHER
049839             MOVE WS-BEST-DRG-BASE TO DRGA-ORIG-DRG-CODE
049842     END-EVALUATE
049845     IF DRGA-ORIG-DRG-CODE NOT = DRGA-DRG-CODE
049848         SET DRGA-HAC-ADJUSTED TO TRUE
049851         ADD 1 TO WS-HAC-ADJ-COUNT
049854         MOVE SPACES TO RPT-LINE
049857         STRING 'HAC ADJUSTED CLAIM ' WS-CUR-CLM-KEY
049860             ' FY ' WS-CUR-FY
049863             ' ORIGINAL DRG ' DRGA-ORIG-DRG-CODE
049866             ' PAYMENT DRG ' DRGA-DRG-CODE
049869             ' HAC DIAGNOSES EXCLUDED ' WS-CUR-HAC-EXCL-CNT
049872             DELIMITED BY SIZE INTO RPT-LINE
049875         WRITE RPT-LINE
049878     END-IF.
049900 5000-WRITE-SUMMARY.
050000     MOVE SPACES TO RPT-LINE
050100     WRITE RPT-LINE
050500         '  UNGROUPED ' WS-UNGROUPED-COUNT
050600         '  WITH CC ' WS-CC-COUNT
050700         '  WITH MCC ' WS-MCC-COUNT
050710         '  HAC ADJUSTED ' WS-HAC-ADJ-COUNT
050800         DELIMITED BY SIZE INTO RPT-LINE
050900     WRITE RPT-LINE.
051000
