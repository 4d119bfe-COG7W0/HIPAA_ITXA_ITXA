000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150124 - HCC RISK ADJUSTMENT BUILD. *
000300*            SERVICE LINES CARRY UP TO FOUR ICD-10 DIAGNOSES BUT *
000400*            WE NEVER ROLLED THEM UP INTO THE RISK-ADJUSTMENT    *
000500*            CATEGORIES GOVERNMENT-PROGRAM REVENUE DEPENDS ON.   *
000600*            RUN AFTER POSTING, THIS JOB WALKS THE 837 BATCH     *
000700*            FILE FOR POSTED, ACCEPTED CLAIMS WITH A MEMBER ID   *
000800*            AND MAPS EACH LINE DIAGNOSIS THROUGH THE HCC MODEL  *
000900*            TABLE (BCPHCCMS) OF THE LINE'S SERVICE YEAR. EACH   *
001000*            DISTINCT SUPPORTING DIAGNOSIS PER CLAIM GOES TO THE *
001100*            SUBMISSION EXTRACT (BCPHCCEX). THE HCCS ARE SORTED  *
001200*            WITH THE PRIOR MEMBER HCC PROFILE (BCPHCCPF) BY     *
001300*            MEMBER, YEAR AND HCC; EACH MEMBER-YEAR IS THEN      *
001400*            REBUILT - ONE ROW PER HCC, THE HIERARCHIES APPLIED, *
001500*            THE RISK SCORE SUMMED FROM THE MODEL COEFFICIENTS - *
001600*            INTO THE NEW PROFILE. MEMBER-YEARS THAT GAINED AN   *
001700*            HCC ARE LISTED. RC 8, PROFILE NOT USABLE, WHEN A    *
001800*            TABLE FILLS.                                        *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. BCPHCCBL.
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT BATCH-837 ASSIGN TO BATCH837
002600            ORGANIZATION IS LINE SEQUENTIAL
002700            FILE STATUS IS WS-BATCH-STATUS.
002800     SELECT POSTED-CLAIMS ASSIGN TO POSTCLAIM
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-POST-STATUS.
003100     SELECT HCC-MODEL-FILE ASSIGN TO HCCMODEL
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-HCM-STATUS.
003400     SELECT OPTIONAL HCC-PROFILE-FILE ASSIGN TO HCCPROF
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-HPF-STATUS.
003700     SELECT HCC-PROFILE-OUT ASSIGN TO HCCPROFO
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS IS WS-HPFO-STATUS.
004000     SELECT HCC-WORK-FILE ASSIGN TO HCCWORK.
004100     SELECT HCC-SORTED-FILE ASSIGN TO HCCSRTD
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS IS WS-SRT-STATUS.
004400     SELECT HCC-EXTRACT ASSIGN TO HCCEXTR
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS IS WS-HCX-STATUS.
004700     SELECT HCC-RPT ASSIGN TO HCCRPT
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS IS WS-RPT-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  BATCH-837.
005300     COPY BCPMGHDR.
005400     COPY BCPMG50.
005500     COPY BCPMG60.
005600     COPY BCPMGSVC.
005700     COPY BCPMG90.
005800     COPY BCPMG99.
005900 FD  POSTED-CLAIMS.
006000     COPY BCPMG50
006100         REPLACING ==MEDG-CLM50-RECORD== BY ==POST-CLM50-RECORD==.
006200 FD  HCC-MODEL-FILE.
006300     COPY BCPHCCMS.
006400 FD  HCC-PROFILE-FILE.
006500     COPY BCPHCCPF.
006600 FD  HCC-PROFILE-OUT.
006700     COPY BCPHCCPF
006800         REPLACING ==HCCPF-RECORD== BY ==HCCPFO-RECORD==.
006900 SD  HCC-WORK-FILE.
007000 01  HWK-RECORD.
007100     05  HWK-MEMBER-ID             PIC 9(10).
007200     05  HWK-SERVICE-YEAR          PIC X(04).
007300     05  HWK-HCC                   PIC X(04).
007400     05  HWK-FIRST-DOS             PIC X(08).
007500     05  HWK-FIRST-CLM-KEY         PIC 9(06).
007600     05  HWK-FIRST-DIAG            PIC X(10).
007700     05  HWK-SOURCE                PIC X(01).
007800 FD  HCC-SORTED-FILE.
007900 01  HST-RECORD.
008000     05  HST-MEMBER-ID             PIC 9(10).
008100     05  HST-SERVICE-YEAR          PIC X(04).
008200     05  HST-HCC                   PIC X(04).
008300     05  HST-FIRST-DOS             PIC X(08).
008400     05  HST-FIRST-CLM-KEY         PIC 9(06).
008500     05  HST-FIRST-DIAG            PIC X(10).
008600     05  HST-SOURCE                PIC X(01).
008700         88  HST-FROM-PROFILE          VALUE 'P'.
008800         88  HST-FROM-CLAIM            VALUE 'C'.
008900 FD  HCC-EXTRACT.
009000     COPY BCPHCCEX.
009100 FD  HCC-RPT.
009200 01  RPT-LINE                  PIC X(132).
009300 WORKING-STORAGE SECTION.
009400 01  WS-BATCH-STATUS           PIC X(02).
009500 01  WS-POST-STATUS            PIC X(02).
009600 01  WS-HCM-STATUS             PIC X(02).
009700 01  WS-HPF-STATUS             PIC X(02).
009800 01  WS-HPFO-STATUS            PIC X(02).
009900 01  WS-SRT-STATUS             PIC X(02).
010000 01  WS-HCX-STATUS             PIC X(02).
010100 01  WS-RPT-STATUS             PIC X(02).
010200 01  WS-BAT-EOF-SW             PIC X(01)      VALUE 'N'.
010300     88  WS-NO-MORE-BAT            VALUE 'Y'.
010400 01  WS-POST-EOF-SW            PIC X(01)      VALUE 'N'.
010500     88  WS-NO-MORE-POST           VALUE 'Y'.
010600 01  WS-HCM-EOF-SW             PIC X(01)      VALUE 'N'.
010700     88  WS-NO-MORE-HCM            VALUE 'Y'.
010800 01  WS-HPF-EOF-SW             PIC X(01)      VALUE 'N'.
010900     88  WS-NO-MORE-HPF            VALUE 'Y'.
011000 01  WS-SRT-EOF-SW             PIC X(01)      VALUE 'N'.
011100     88  WS-NO-MORE-SRT            VALUE 'Y'.
011200 01  WS-RUN-FATAL-SW           PIC X(01)      VALUE 'N'.
011300     88  WS-RUN-FATAL              VALUE 'Y'.
011400 01  WS-TODAY-DATE             PIC X(08).
011500 01  WS-LAST-REC-ID            PIC X(02)      VALUE SPACES.
011600*THE MODEL TABLE, BY ROW TYPE.
011700 01  WS-MAP-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
011800 01  WS-MAP-TABLE.
011900     05  WS-MAP-ENTRY          OCCURS 1 TO 30000 TIMES
012000                               DEPENDING ON WS-MAP-TABLE-COUNT
012100                               INDEXED BY WS-MAP-IX.
012200         10  WS-MAP-YEAR           PIC X(04).
012300         10  WS-MAP-DIAG           PIC X(10).
012400         10  WS-MAP-HCC            PIC X(04).
012500 01  WS-HIE-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
012600 01  WS-HIE-TABLE.
012700     05  WS-HIE-ENTRY          OCCURS 1 TO 2000 TIMES
012800                               DEPENDING ON WS-HIE-TABLE-COUNT
012900                               INDEXED BY WS-HIE-IX.
013000         10  WS-HIE-YEAR           PIC X(04).
013100         10  WS-HIE-HCC            PIC X(04).
013200         10  WS-HIE-DROPS-HCC      PIC X(04).
013300 01  WS-COE-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
013400 01  WS-COE-TABLE.
013500     05  WS-COE-ENTRY          OCCURS 1 TO 2000 TIMES
013600                               DEPENDING ON WS-COE-TABLE-COUNT
013700                               INDEXED BY WS-COE-IX.
013800         10  WS-COE-YEAR           PIC X(04).
013900         10  WS-COE-HCC            PIC X(04).
014000         10  WS-COE-COEFFICIENT    PIC 9(01)V999.
014100         10  WS-COE-CHRONIC-IND    PIC X(01).
014200*POSTED, ACCEPTED CLAIMS WITH A MEMBER ID.
014300 01  WS-PST-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
014400 01  WS-PST-TABLE.
014500     05  WS-PST-ENTRY          OCCURS 1 TO 20000 TIMES
014600                               DEPENDING ON WS-PST-TABLE-COUNT
014700                               INDEXED BY WS-PST-IX.
014800         10  WS-PST-CLM-KEY        PIC 9(06).
014900         10  WS-PST-MEMBER-ID      PIC 9(10).
015000 01  WS-PST-FOUND-SW           PIC X(01)      VALUE 'N'.
015100     88  WS-PST-FOUND              VALUE 'Y'.
015200*THE CLAIM BEING WALKED AND THE DIAGNOSES ALREADY EXTRACTED FOR
015300*IT.
015400 01  WS-CUR-SELECTED-SW        PIC X(01)      VALUE 'N'.
015500     88  WS-CUR-SELECTED           VALUE 'Y'.
015600 01  WS-CUR-CLM-KEY            PIC 9(06)      VALUE ZERO.
015700 01  WS-CUR-MEMBER-ID          PIC 9(10)      VALUE ZERO.
015800 01  WS-CUR-PROV-NPI           PIC X(10)      VALUE SPACES.
015900 01  WS-CUR-YEAR               PIC X(04)      VALUE SPACES.
016000 01  WS-CUR-DIAG               PIC X(10)      VALUE SPACES.
016100 01  WS-CXD-COUNT              PIC 9(02)      VALUE ZERO.
016200 01  WS-CXD-TABLE.
016300     05  WS-CXD-ENTRY          OCCURS 1 TO 60 TIMES
016400                               DEPENDING ON WS-CXD-COUNT
016500                               INDEXED BY WS-CXD-IX.
016600         10  WS-CXD-YEAR           PIC X(04).
016700         10  WS-CXD-DIAG           PIC X(10).
016800 01  WS-CXD-FOUND-SW           PIC X(01)      VALUE 'N'.
016900     88  WS-CXD-FOUND              VALUE 'Y'.
017000 01  WS-MAP-FOUND-SW           PIC X(01)      VALUE 'N'.
017100     88  WS-MAP-FOUND              VALUE 'Y'.
017200 01  WS-YEAR-FOUND-SW          PIC X(01)      VALUE 'N'.
017300     88  WS-YEAR-HAS-MODEL         VALUE 'Y'.
017400 01  WS-DIAG-IX                PIC 9(01)      VALUE ZERO.
017500*ONE MEMBER-YEAR OF HCCS WHILE THE SORTED FILE IS REBUILT.
017600 01  WS-GRP-MEMBER-ID          PIC 9(10)      VALUE ZERO.
017700 01  WS-GRP-YEAR               PIC X(04)      VALUE SPACES.
017800 01  WS-GRP-COUNT              PIC 9(03)      VALUE ZERO.
017900 01  WS-GRP-TABLE.
018000     05  WS-GRP-ENTRY          OCCURS 1 TO 200 TIMES
018100                               DEPENDING ON WS-GRP-COUNT
018200                               INDEXED BY WS-GRP-IX.
018300         10  WS-GRP-HCC            PIC X(04).
018400         10  WS-GRP-FIRST-DOS      PIC X(08).
018500         10  WS-GRP-FIRST-CLM-KEY  PIC 9(06).
018600         10  WS-GRP-FIRST-DIAG     PIC X(10).
018700         10  WS-GRP-ON-PROFILE-SW  PIC X(01).
018800         10  WS-GRP-DROP-SW        PIC X(01).
018900         10  WS-GRP-CHRONIC-IND    PIC X(01).
019000         10  WS-GRP-COEFFICIENT    PIC 9(01)V999.
019100 01  WS-OTH-IX                 PIC 9(03)      VALUE ZERO.
019200 01  WS-GRP-NEW-COUNT          PIC 9(03)      VALUE ZERO.
019300 01  WS-GRP-SCORE-COUNT        PIC 9(03)      VALUE ZERO.
019400 01  WS-GRP-RISK-SCORE         PIC 9(03)V999  VALUE ZERO.
019500 01  WS-CLAIMS-SELECTED        PIC 9(05)      VALUE ZERO.
019600 01  WS-EXTRACT-COUNT          PIC 9(07)      VALUE ZERO.
019700 01  WS-NO-MODEL-COUNT         PIC 9(07)      VALUE ZERO.
019800 01  WS-NEW-HCC-COUNT          PIC 9(07)      VALUE ZERO.
019900 01  WS-MBR-YEAR-COUNT         PIC 9(07)      VALUE ZERO.
020000 01  WS-CHANGED-COUNT          PIC 9(07)      VALUE ZERO.
020100 01  WS-RPT-SCORE              PIC ZZ9.999.
020200 01  WS-RPT-COUNT              PIC ZZ9.
020300 PROCEDURE DIVISION.
020400 0000-MAIN-CONTROL.
020500     PERFORM 1000-INITIALIZE
020600     PERFORM 1100-LOAD-HCC-MODEL
020700     PERFORM 1200-LOAD-POSTED-KEYS
020800     IF NOT WS-RUN-FATAL
020900         SORT HCC-WORK-FILE
021000             ON ASCENDING KEY HWK-MEMBER-ID
021100                              HWK-SERVICE-YEAR
021200                              HWK-HCC
021300                              HWK-FIRST-DOS
021400             INPUT PROCEDURE IS 2000-GATHER-HCCS
021500             GIVING HCC-SORTED-FILE
021600         PERFORM 3000-BUILD-PROFILES
021700     END-IF
021800     PERFORM 5000-WRITE-SUMMARY
021900     PERFORM 9000-TERMINATE
022000     IF WS-RUN-FATAL
022100         MOVE 8 TO RETURN-CODE
022200     END-IF
022300     STOP RUN.
022400
022500 1000-INITIALIZE.
022600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
022700     OPEN OUTPUT HCC-EXTRACT
022800     OPEN OUTPUT HCC-RPT
022900     MOVE SPACES TO RPT-LINE
023000     STRING 'HCC RISK ADJUSTMENT PROFILE BUILD - RUN '
023100                DELIMITED BY SIZE
023200            WS-TODAY-DATE DELIMITED BY SIZE
023300         INTO RPT-LINE
023400     END-STRING
023500     WRITE RPT-LINE.
023600
023700 1100-LOAD-HCC-MODEL.
023800     OPEN INPUT HCC-MODEL-FILE
023900     PERFORM 1110-READ-HCC-MODEL
024000     PERFORM UNTIL WS-NO-MORE-HCM
024100             OR WS-RUN-FATAL
024200         EVALUATE TRUE
024300             WHEN HCCMS-MAP-ROW
024400                 PERFORM 1120-LOAD-MAP-ROW
024500             WHEN HCCMS-HIERARCHY-ROW
024600                 PERFORM 1130-LOAD-HIERARCHY-ROW
024700             WHEN HCCMS-COEFFICIENT-ROW
024800                 PERFORM 1140-LOAD-COEFFICIENT-ROW
024900         END-EVALUATE
025000         PERFORM 1110-READ-HCC-MODEL
025100     END-PERFORM
025200     CLOSE HCC-MODEL-FILE.
025300
025400 1110-READ-HCC-MODEL.
025500     READ HCC-MODEL-FILE
025600         AT END
025700             SET WS-NO-MORE-HCM TO TRUE
025800     END-READ.
025900
026000 1120-LOAD-MAP-ROW.
026100     IF WS-MAP-TABLE-COUNT < 30000
026200         ADD 1 TO WS-MAP-TABLE-COUNT
026300         SET WS-MAP-IX TO WS-MAP-TABLE-COUNT
026400         MOVE HCCMS-MODEL-YEAR TO WS-MAP-YEAR(WS-MAP-IX)
026500         MOVE HCCMS-DIAG-CODE  TO WS-MAP-DIAG(WS-MAP-IX)
026600         MOVE HCCMS-HCC        TO WS-MAP-HCC(WS-MAP-IX)
026700     ELSE
026800         PERFORM 1900-TABLE-FULL
026900     END-IF.
027000
027100 1130-LOAD-HIERARCHY-ROW.
027200     IF WS-HIE-TABLE-COUNT < 2000
027300         ADD 1 TO WS-HIE-TABLE-COUNT
027400         SET WS-HIE-IX TO WS-HIE-TABLE-COUNT
027500         MOVE HCCMS-MODEL-YEAR TO WS-HIE-YEAR(WS-HIE-IX)
027600         MOVE HCCMS-HCC        TO WS-HIE-HCC(WS-HIE-IX)
027700         MOVE HCCMS-DROPS-HCC  TO WS-HIE-DROPS-HCC(WS-HIE-IX)
027800     ELSE
027900         PERFORM 1900-TABLE-FULL
028000     END-IF.
028100
028200 1140-LOAD-COEFFICIENT-ROW.
028300     IF WS-COE-TABLE-COUNT < 2000
028400         ADD 1 TO WS-COE-TABLE-COUNT
028500         SET WS-COE-IX TO WS-COE-TABLE-COUNT
028600         MOVE HCCMS-MODEL-YEAR  TO WS-COE-YEAR(WS-COE-IX)
028700         MOVE HCCMS-HCC         TO WS-COE-HCC(WS-COE-IX)
028800         MOVE HCCMS-COEFFICIENT TO WS-COE-COEFFICIENT(WS-COE-IX)
028900         MOVE HCCMS-CHRONIC-IND TO WS-COE-CHRONIC-IND(WS-COE-IX)
029000     ELSE
029100         PERFORM 1900-TABLE-FULL
029200     END-IF.
029300
029400 1200-LOAD-POSTED-KEYS.
029500     OPEN INPUT POSTED-CLAIMS
029600     PERFORM 1210-READ-POSTED
029700     PERFORM UNTIL WS-NO-MORE-POST
029800             OR WS-RUN-FATAL
029900         IF MEDG-CLM50-IS-POSTED OF POST-CLM50-RECORD
030000             AND MEDG-CLM50-WAS-ACCEPTED OF POST-CLM50-RECORD
030100             AND MEDG-CLM50-MEMBER-ID OF POST-CLM50-RECORD > ZERO
030200             IF WS-PST-TABLE-COUNT < 20000
030300                 ADD 1 TO WS-PST-TABLE-COUNT
030400                 SET WS-PST-IX TO WS-PST-TABLE-COUNT
030500                 MOVE MEDG-CLM50-CLM-KEY OF POST-CLM50-RECORD
030600                     TO WS-PST-CLM-KEY(WS-PST-IX)
030700                 MOVE MEDG-CLM50-MEMBER-ID OF POST-CLM50-RECORD
030800                     TO WS-PST-MEMBER-ID(WS-PST-IX)
030900             ELSE
031000                 PERFORM 1900-TABLE-FULL
031100             END-IF
031200         END-IF
031300         PERFORM 1210-READ-POSTED
031400     END-PERFORM
031500     CLOSE POSTED-CLAIMS.
031600
031700 1210-READ-POSTED.
031800     READ POSTED-CLAIMS
031900         AT END
032000             SET WS-NO-MORE-POST TO TRUE
032100     END-READ.
032200
032300 1900-TABLE-FULL.
032400     SET WS-RUN-FATAL TO TRUE
032500     MOVE 'TABLE FULL - RUN STOPPED, PROFILE NOT USABLE'
032600         TO RPT-LINE
032700     WRITE RPT-LINE.
032800
032900*SORT INPUT: THE PRIOR PROFILE'S HCC ROWS, THEN THE HCCS THE NEW
033000*CLAIMS SUPPORT.
033100 2000-GATHER-HCCS.
033200     OPEN INPUT HCC-PROFILE-FILE
033300     PERFORM 2010-READ-PROFILE
033400     PERFORM UNTIL WS-NO-MORE-HPF
033500         IF HCCPF-HCC-ROW OF HCCPF-RECORD
033600             MOVE HCCPF-MEMBER-ID OF HCCPF-RECORD
033700                 TO HWK-MEMBER-ID
033800             MOVE HCCPF-SERVICE-YEAR OF HCCPF-RECORD
033900                 TO HWK-SERVICE-YEAR
034000             MOVE HCCPF-HCC OF HCCPF-RECORD
034100                 TO HWK-HCC
034200             MOVE HCCPF-FIRST-DOS OF HCCPF-RECORD
034300                 TO HWK-FIRST-DOS
034400             MOVE HCCPF-FIRST-CLM-KEY OF HCCPF-RECORD
034500                 TO HWK-FIRST-CLM-KEY
034600             MOVE HCCPF-FIRST-DIAG OF HCCPF-RECORD
034700                 TO HWK-FIRST-DIAG
034800             MOVE 'P'                 TO HWK-SOURCE
034900             RELEASE HWK-RECORD
035000         END-IF
035100         PERFORM 2010-READ-PROFILE
035200     END-PERFORM
035300     IF WS-HPF-STATUS NOT = '35'
035400         CLOSE HCC-PROFILE-FILE
035500     END-IF
035600     OPEN INPUT BATCH-837
035700     PERFORM 2100-READ-BATCH
035800     PERFORM 2200-PROCESS-RECORD
035900         UNTIL WS-NO-MORE-BAT
036000     CLOSE BATCH-837.
036100
036200 2010-READ-PROFILE.
036300     READ HCC-PROFILE-FILE
036400         AT END
036500             SET WS-NO-MORE-HPF TO TRUE
036600     END-READ.
036700
036800 2100-READ-BATCH.
036900     READ BATCH-837
037000         AT END
037100             SET WS-NO-MORE-BAT TO TRUE
037200     END-READ
037300     IF NOT WS-NO-MORE-BAT
037400         MOVE MEDG-HDR-REC-ID TO WS-LAST-REC-ID
037500     END-IF.
037600
037700 2200-PROCESS-RECORD.
037800     EVALUATE WS-LAST-REC-ID
037900         WHEN '50'
038000             PERFORM 2300-SELECT-CLAIM
038100         WHEN 'SV'
038200             IF WS-CUR-SELECTED
038300                 PERFORM 2400-MAP-LINE
038400             END-IF
038500         WHEN OTHER
038600             CONTINUE
038700     END-EVALUATE
038800     PERFORM 2100-READ-BATCH.
038900
039000 2300-SELECT-CLAIM.
039100     MOVE 'N' TO WS-CUR-SELECTED-SW
039200     MOVE ZERO TO WS-CXD-COUNT
039300     MOVE 'N' TO WS-PST-FOUND-SW
039400     IF WS-PST-TABLE-COUNT > ZERO
039500         SET WS-PST-IX TO 1
039600         SEARCH WS-PST-ENTRY
039700             AT END
039800                 CONTINUE
039900             WHEN WS-PST-CLM-KEY(WS-PST-IX)
040000                     = MEDG-CLM50-CLM-KEY OF MEDG-CLM50-RECORD
040100                 SET WS-PST-FOUND TO TRUE
040200         END-SEARCH
040300     END-IF
040400     IF WS-PST-FOUND
040500         SET WS-CUR-SELECTED TO TRUE
040600         ADD 1 TO WS-CLAIMS-SELECTED
040700         MOVE MEDG-CLM50-CLM-KEY OF MEDG-CLM50-RECORD
040800             TO WS-CUR-CLM-KEY
040900         MOVE WS-PST-MEMBER-ID(WS-PST-IX) TO WS-CUR-MEMBER-ID
041000         MOVE MEDG-CLM50-RENDPROV-NPI OF MEDG-CLM50-RECORD
041100             TO WS-CUR-PROV-NPI
041200     END-IF.
041300
041400*EACH OF THE LINE'S FOUR DIAGNOSIS SLOTS, AGAINST THE MODEL OF THE
041500*LINE'S SERVICE YEAR.
041600 2400-MAP-LINE.
041700     MOVE MEDG-SVC-DATE-FROM(1:4) TO WS-CUR-YEAR
041800     MOVE 'N' TO WS-YEAR-FOUND-SW
041900     IF WS-MAP-TABLE-COUNT > ZERO
042000         SET WS-MAP-IX TO 1
042100         SEARCH WS-MAP-ENTRY
042200             AT END
042300                 CONTINUE
042400             WHEN WS-MAP-YEAR(WS-MAP-IX) = WS-CUR-YEAR
042500                 SET WS-YEAR-HAS-MODEL TO TRUE
042600         END-SEARCH
042700     END-IF
042800     IF NOT WS-YEAR-HAS-MODEL
042900         ADD 1 TO WS-NO-MODEL-COUNT
043000     ELSE
043100         PERFORM VARYING WS-DIAG-IX FROM 1 BY 1
043200                 UNTIL WS-DIAG-IX > 4
043300             EVALUATE WS-DIAG-IX
043400                 WHEN 1
043500                     MOVE MEDG-SVC-PRIMARY-DIAG    TO WS-CUR-DIAG
043600                 WHEN 2
043700                     MOVE MEDG-SVC-SECONDARY-DIAG1 TO WS-CUR-DIAG
043800                 WHEN 3
043900                     MOVE MEDG-SVC-SECONDARY-DIAG2 TO WS-CUR-DIAG
044000                 WHEN 4
044100                     MOVE MEDG-SVC-SECONDARY-DIAG3 TO WS-CUR-DIAG
044200             END-EVALUATE
044300             IF WS-CUR-DIAG NOT = SPACES
044400                 PERFORM 2500-MAP-DIAGNOSIS
044500             END-IF
044600         END-PERFORM
044700     END-IF.
044800
044900*A DIAGNOSIS ALREADY TAKEN FROM AN EARLIER LINE OF THE CLAIM (SAME
045000*MODEL YEAR) IS NOT EXTRACTED AGAIN.
045100 2500-MAP-DIAGNOSIS.
045200     MOVE 'N' TO WS-CXD-FOUND-SW
045300     IF WS-CXD-COUNT > ZERO
045400         SET WS-CXD-IX TO 1
045500         SEARCH WS-CXD-ENTRY
045600             AT END
045700                 CONTINUE
045800             WHEN WS-CXD-YEAR(WS-CXD-IX) = WS-CUR-YEAR
045900                 AND WS-CXD-DIAG(WS-CXD-IX) = WS-CUR-DIAG
046000                 SET WS-CXD-FOUND TO TRUE
046100         END-SEARCH
046200     END-IF
046300     IF NOT WS-CXD-FOUND
046400         MOVE 'N' TO WS-MAP-FOUND-SW
046500         SET WS-MAP-IX TO 1
046600         SEARCH WS-MAP-ENTRY
046700             AT END
046800                 CONTINUE
046900             WHEN WS-MAP-YEAR(WS-MAP-IX) = WS-CUR-YEAR
047000                 AND WS-MAP-DIAG(WS-MAP-IX) = WS-CUR-DIAG
047100                 SET WS-MAP-FOUND TO TRUE
047200         END-SEARCH
047300         IF WS-MAP-FOUND
047400             IF WS-CXD-COUNT < 60
047500                 ADD 1 TO WS-CXD-COUNT
047600                 SET WS-CXD-IX TO WS-CXD-COUNT
047700                 MOVE WS-CUR-YEAR TO WS-CXD-YEAR(WS-CXD-IX)
047800                 MOVE WS-CUR-DIAG TO WS-CXD-DIAG(WS-CXD-IX)
047900             END-IF
048000             PERFORM 2600-WRITE-EXTRACT
048100             MOVE WS-CUR-MEMBER-ID     TO HWK-MEMBER-ID
048200             MOVE WS-CUR-YEAR          TO HWK-SERVICE-YEAR
048300             MOVE WS-MAP-HCC(WS-MAP-IX) TO HWK-HCC
048400             MOVE MEDG-SVC-DATE-FROM   TO HWK-FIRST-DOS
048500             MOVE WS-CUR-CLM-KEY       TO HWK-FIRST-CLM-KEY
048600             MOVE WS-CUR-DIAG          TO HWK-FIRST-DIAG
048700             MOVE 'C'                  TO HWK-SOURCE
048800             RELEASE HWK-RECORD
048900         END-IF
049000     END-IF.
049100
049200 2600-WRITE-EXTRACT.
049300     MOVE WS-CUR-MEMBER-ID       TO HCCEX-MEMBER-ID
049400     MOVE WS-CUR-CLM-KEY         TO HCCEX-CLM-KEY
049500     MOVE MEDG-SVC-LINE-NBR      TO HCCEX-LINE-NBR
049600     MOVE MEDG-SVC-DATE-FROM     TO HCCEX-DOS-FROM
049700     MOVE MEDG-SVC-DATE-TO       TO HCCEX-DOS-TO
049800     MOVE WS-CUR-DIAG            TO HCCEX-DIAG-CODE
049900     MOVE WS-MAP-HCC(WS-MAP-IX)  TO HCCEX-HCC
050000     MOVE WS-CUR-YEAR            TO HCCEX-MODEL-YEAR
050100     MOVE WS-CUR-PROV-NPI        TO HCCEX-PROV-NPI
050200     MOVE WS-TODAY-DATE          TO HCCEX-EXTRACT-DATE
050300     WRITE HCCEX-RECORD
050400     ADD 1 TO WS-EXTRACT-COUNT.
050500
050600*THE SORTED HCCS, ONE MEMBER-YEAR AT A TIME, INTO THE NEW PROFILE.
050700 3000-BUILD-PROFILES.
050800     OPEN INPUT HCC-SORTED-FILE
050900     OPEN OUTPUT HCC-PROFILE-OUT
051000     MOVE ZERO TO WS-GRP-COUNT
051100     PERFORM 3010-READ-SORTED
051200     PERFORM UNTIL WS-NO-MORE-SRT
051300             OR WS-RUN-FATAL
051400         IF WS-GRP-COUNT > ZERO
051500             AND (HST-MEMBER-ID NOT = WS-GRP-MEMBER-ID
051600                  OR HST-SERVICE-YEAR NOT = WS-GRP-YEAR)
051700             PERFORM 3200-FINISH-MEMBER-YEAR
051800         END-IF
051900         PERFORM 3100-ADD-TO-GROUP
052000         PERFORM 3010-READ-SORTED
052100     END-PERFORM
052200     IF WS-GRP-COUNT > ZERO
052300         AND NOT WS-RUN-FATAL
052400         PERFORM 3200-FINISH-MEMBER-YEAR
052500     END-IF
052600     CLOSE HCC-SORTED-FILE
052700     CLOSE HCC-PROFILE-OUT.
052800
052900 3010-READ-SORTED.
053000     READ HCC-SORTED-FILE
053100         AT END
053200             SET WS-NO-MORE-SRT TO TRUE
053300     END-READ.
053400
053500*ROWS ARRIVE IN HCC THEN SERVICE-DATE ORDER, SO THE FIRST ROW OF
053600*AN HCC CARRIES ITS EARLIEST SUPPORT; LATER ROWS ONLY TELL US
053700*WHETHER THE HCC WAS ALREADY ON THE PROFILE.
053800 3100-ADD-TO-GROUP.
053900     MOVE HST-MEMBER-ID    TO WS-GRP-MEMBER-ID
054000     MOVE HST-SERVICE-YEAR TO WS-GRP-YEAR
054100     IF WS-GRP-COUNT > ZERO
054200         AND WS-GRP-HCC(WS-GRP-COUNT) = HST-HCC
054300         IF HST-FROM-PROFILE
054400             MOVE 'Y' TO WS-GRP-ON-PROFILE-SW(WS-GRP-COUNT)
054500         END-IF
054600     ELSE
054700         IF WS-GRP-COUNT < 200
054800             ADD 1 TO WS-GRP-COUNT
054900             SET WS-GRP-IX TO WS-GRP-COUNT
055000             MOVE HST-HCC           TO WS-GRP-HCC(WS-GRP-IX)
055100             MOVE HST-FIRST-DOS     TO WS-GRP-FIRST-DOS(WS-GRP-IX)
055200             MOVE HST-FIRST-CLM-KEY
055300                 TO WS-GRP-FIRST-CLM-KEY(WS-GRP-IX)
055400             MOVE HST-FIRST-DIAG
055500                 TO WS-GRP-FIRST-DIAG(WS-GRP-IX)
055600             MOVE 'N' TO WS-GRP-ON-PROFILE-SW(WS-GRP-IX)
055700             IF HST-FROM-PROFILE
055800                 MOVE 'Y' TO WS-GRP-ON-PROFILE-SW(WS-GRP-IX)
055900             END-IF
056000         ELSE
056100             PERFORM 1900-TABLE-FULL
056200         END-IF
056300     END-IF.
056400
056500 3200-FINISH-MEMBER-YEAR.
056600     MOVE ZERO TO WS-GRP-NEW-COUNT
056700     MOVE ZERO TO WS-GRP-SCORE-COUNT
056800     MOVE ZERO TO WS-GRP-RISK-SCORE
056900     PERFORM VARYING WS-GRP-IX FROM 1 BY 1
057000             UNTIL WS-GRP-IX > WS-GRP-COUNT
057100         PERFORM 3300-APPLY-HIERARCHY
057200         PERFORM 3400-APPLY-COEFFICIENT
057300         IF WS-GRP-ON-PROFILE-SW(WS-GRP-IX) = 'N'
057400             ADD 1 TO WS-GRP-NEW-COUNT
057500         END-IF
057600         IF WS-GRP-DROP-SW(WS-GRP-IX) = 'N'
057700             ADD 1 TO WS-GRP-SCORE-COUNT
057800             ADD WS-GRP-COEFFICIENT(WS-GRP-IX)
057900                 TO WS-GRP-RISK-SCORE
058000         END-IF
058100     END-PERFORM
058200     PERFORM VARYING WS-GRP-IX FROM 1 BY 1
058300             UNTIL WS-GRP-IX > WS-GRP-COUNT
058400         MOVE SPACES TO HCCPFO-RECORD
058500         MOVE WS-GRP-MEMBER-ID TO HCCPF-MEMBER-ID OF HCCPFO-RECORD
058600         MOVE WS-GRP-YEAR TO HCCPF-SERVICE-YEAR OF HCCPFO-RECORD
058700         MOVE 'H' TO HCCPF-REC-TYPE OF HCCPFO-RECORD
058800         MOVE WS-GRP-HCC(WS-GRP-IX) TO HCCPF-HCC OF HCCPFO-RECORD
058900         MOVE WS-GRP-DROP-SW(WS-GRP-IX)
059000             TO HCCPF-HIER-DROP-IND OF HCCPFO-RECORD
059100         MOVE WS-GRP-CHRONIC-IND(WS-GRP-IX)
059200             TO HCCPF-CHRONIC-IND OF HCCPFO-RECORD
059300         MOVE WS-GRP-COEFFICIENT(WS-GRP-IX)
059400             TO HCCPF-COEFFICIENT OF HCCPFO-RECORD
059500         MOVE WS-GRP-FIRST-DOS(WS-GRP-IX)
059600             TO HCCPF-FIRST-DOS OF HCCPFO-RECORD
059700         MOVE WS-GRP-FIRST-CLM-KEY(WS-GRP-IX)
059800             TO HCCPF-FIRST-CLM-KEY OF HCCPFO-RECORD
059900         MOVE WS-GRP-FIRST-DIAG(WS-GRP-IX)
060000             TO HCCPF-FIRST-DIAG OF HCCPFO-RECORD
060100         MOVE ZERO TO HCCPF-HCC-COUNT OF HCCPFO-RECORD
060200         MOVE ZERO TO HCCPF-RISK-SCORE OF HCCPFO-RECORD
060300         MOVE WS-TODAY-DATE
060400             TO HCCPF-LAST-UPDATE-DATE OF HCCPFO-RECORD
060500         WRITE HCCPFO-RECORD
060600     END-PERFORM
060700     MOVE SPACES TO HCCPFO-RECORD
060800     MOVE WS-GRP-MEMBER-ID TO HCCPF-MEMBER-ID OF HCCPFO-RECORD
060900     MOVE WS-GRP-YEAR TO HCCPF-SERVICE-YEAR OF HCCPFO-RECORD
061000     MOVE 'S' TO HCCPF-REC-TYPE OF HCCPFO-RECORD
061100     MOVE ZERO TO HCCPF-COEFFICIENT OF HCCPFO-RECORD
061200     MOVE ZERO TO HCCPF-FIRST-CLM-KEY OF HCCPFO-RECORD
061300     MOVE WS-GRP-SCORE-COUNT TO HCCPF-HCC-COUNT OF HCCPFO-RECORD
061400     MOVE WS-GRP-RISK-SCORE TO HCCPF-RISK-SCORE OF HCCPFO-RECORD
061500     MOVE WS-TODAY-DATE
061600         TO HCCPF-LAST-UPDATE-DATE OF HCCPFO-RECORD
061700     WRITE HCCPFO-RECORD
061800     ADD 1 TO WS-MBR-YEAR-COUNT
061900     IF WS-GRP-NEW-COUNT > ZERO
062000         ADD WS-GRP-NEW-COUNT TO WS-NEW-HCC-COUNT
062100         ADD 1 TO WS-CHANGED-COUNT
062200         PERFORM 3500-REPORT-MEMBER-YEAR
062300     END-IF
062400     MOVE ZERO TO WS-GRP-COUNT.
062500
062600*DROPPED WHEN ANOTHER HCC OF THE SAME MEMBER-YEAR SITS ABOVE IT IN
062700*THAT YEAR'S HIERARCHY.
062800 3300-APPLY-HIERARCHY.
062900     MOVE 'N' TO WS-GRP-DROP-SW(WS-GRP-IX)
063000     PERFORM VARYING WS-OTH-IX FROM 1 BY 1
063100             UNTIL WS-OTH-IX > WS-GRP-COUNT
063200             OR WS-GRP-DROP-SW(WS-GRP-IX) = 'Y'
063300         IF WS-OTH-IX NOT = WS-GRP-IX
063400             AND WS-HIE-TABLE-COUNT > ZERO
063500             SET WS-HIE-IX TO 1
063600             SEARCH WS-HIE-ENTRY
063700                 AT END
063800                     CONTINUE
063900                 WHEN WS-HIE-YEAR(WS-HIE-IX) = WS-GRP-YEAR
064000                     AND WS-HIE-HCC(WS-HIE-IX) =
064100                         WS-GRP-HCC(WS-OTH-IX)
064200                     AND WS-HIE-DROPS-HCC(WS-HIE-IX) =
064300                         WS-GRP-HCC(WS-GRP-IX)
064400                     MOVE 'Y' TO WS-GRP-DROP-SW(WS-GRP-IX)
064500             END-SEARCH
064600         END-IF
064700     END-PERFORM.
064800
064900*AN HCC WITH NO COEFFICIENT ROW FOR THE YEAR SCORES ZERO.
065000 3400-APPLY-COEFFICIENT.
065100     MOVE ZERO  TO WS-GRP-COEFFICIENT(WS-GRP-IX)
065200     MOVE 'N'   TO WS-GRP-CHRONIC-IND(WS-GRP-IX)
065300     IF WS-COE-TABLE-COUNT > ZERO
065400         SET WS-COE-IX TO 1
065500         SEARCH WS-COE-ENTRY
065600             AT END
065700                 CONTINUE
065800             WHEN WS-COE-YEAR(WS-COE-IX) = WS-GRP-YEAR
065900                 AND WS-COE-HCC(WS-COE-IX) = WS-GRP-HCC(WS-GRP-IX)
066000                 MOVE WS-COE-COEFFICIENT(WS-COE-IX)
066100                     TO WS-GRP-COEFFICIENT(WS-GRP-IX)
066200                 MOVE WS-COE-CHRONIC-IND(WS-COE-IX)
066300                     TO WS-GRP-CHRONIC-IND(WS-GRP-IX)
066400         END-SEARCH
066500     END-IF.
066600
066700 3500-REPORT-MEMBER-YEAR.
066800     MOVE WS-GRP-RISK-SCORE  TO WS-RPT-SCORE
066900     MOVE WS-GRP-NEW-COUNT   TO WS-RPT-COUNT
067000     MOVE SPACES TO RPT-LINE
067100     STRING 'MEMBER ' DELIMITED BY SIZE
067200            WS-GRP-MEMBER-ID DELIMITED BY SIZE
067300            ' YEAR ' DELIMITED BY SIZE
067400            WS-GRP-YEAR DELIMITED BY SIZE
067500            ' NEW HCCS ' DELIMITED BY SIZE
067600            WS-RPT-COUNT DELIMITED BY SIZE
067700            ' RISK SCORE ' DELIMITED BY SIZE
067800            WS-RPT-SCORE DELIMITED BY SIZE
067900            ' HCCS:' DELIMITED BY SIZE
068000         INTO RPT-LINE
068100     END-STRING
068200     PERFORM VARYING WS-GRP-IX FROM 1 BY 1
068300             UNTIL WS-GRP-IX > WS-GRP-COUNT
068400             OR WS-GRP-IX > 10
068500         MOVE ' ' TO RPT-LINE(66 + (WS-GRP-IX - 1) * 6:1)
068600         MOVE WS-GRP-HCC(WS-GRP-IX)
068700             TO RPT-LINE(67 + (WS-GRP-IX - 1) * 6:4)
068800         IF WS-GRP-DROP-SW(WS-GRP-IX) = 'Y'
068900             MOVE '*' TO RPT-LINE(71 + (WS-GRP-IX - 1) * 6:1)
069000         END-IF
069100     END-PERFORM
069200     WRITE RPT-LINE.
069300
069400 5000-WRITE-SUMMARY.
069500     MOVE SPACES TO RPT-LINE
069600     WRITE RPT-LINE
069700     MOVE '* = DROPPED BY HIERARCHY' TO RPT-LINE
069800     WRITE RPT-LINE
069900     MOVE SPACES TO RPT-LINE
070000     STRING 'CLAIMS SELECTED: ' DELIMITED BY SIZE
070100            WS-CLAIMS-SELECTED DELIMITED BY SIZE
070200            '  DIAGNOSES EXTRACTED: ' DELIMITED BY SIZE
070300            WS-EXTRACT-COUNT DELIMITED BY SIZE
070400            '  LINES WITH NO MODEL FOR YEAR: ' DELIMITED BY SIZE
070500            WS-NO-MODEL-COUNT DELIMITED BY SIZE
070600         INTO RPT-LINE
070700     END-STRING
070800     WRITE RPT-LINE
070900     MOVE SPACES TO RPT-LINE
071000     STRING 'NEW HCCS: ' DELIMITED BY SIZE
071100            WS-NEW-HCC-COUNT DELIMITED BY SIZE
071200            '  MEMBER-YEARS CHANGED: ' DELIMITED BY SIZE
071300            WS-CHANGED-COUNT DELIMITED BY SIZE
071400            '  MEMBER-YEARS ON PROFILE: ' DELIMITED BY SIZE
071500            WS-MBR-YEAR-COUNT DELIMITED BY SIZE
071600         INTO RPT-LINE
071700     END-STRING
071800     WRITE RPT-LINE.
071900
072000 9000-TERMINATE.
072100     CLOSE HCC-EXTRACT
072200     CLOSE HCC-RPT.
