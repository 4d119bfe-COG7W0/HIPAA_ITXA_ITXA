000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150125 - INCURRED-VERSUS-PAID LAG   *
000300*            TRIANGLE AND IBNR RESERVE. RUN AT MONTH END FOR THE *
000400*            VALUATION MONTH (IBNRPARM CCYYMM, ELSE THE MONTH    *
000500*            BEFORE THE CURRENT ONE) OVER THE LAG PERIOD (PARM   *
000600*            MONTHS 02-36, DEFAULT 24). BATCH837 IS THE PERIOD'S *
000700*            837 GENERATIONS CONCATENATED. EACH POSTED, ACCEPTED *
000800*            CLAIM WITH A PAID AMOUNT IS INCURRED IN THE MONTH   *
000900*            OF ITS EARLIEST LINE SERVICE DATE AND PAID IN THE   *
001000*            MONTH OF ITS PAID KEY (PDKEYMST) TRANSMISSION, ELSE *
001100*            ITS CHECK (CHKXREF). THE TRIANGLE IS KEPT PER PART  *
001200*            A/B INDICATOR AND CONTRACT CODE. CHAIN-LADDER AGE-  *
001300*            TO-AGE FACTORS GIVE A COMPLETION FACTOR PER LAG     *
001400*            (NEVER ABOVE 1) AND THE IBNR RESERVE PER INCURRED   *
001500*            MONTH IS PAID TO DATE / COMPLETION FACTOR LESS PAID *
001600*            TO DATE. THE TRIANGLE, FACTORS AND RESERVES GO TO   *
001700*            THE ACTUARIAL DATASET (BCPIBNRX). RC 8 WHEN A TABLE *
001800*            FILLS.                                              *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. BCPIBNR.
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT OPTIONAL IBNR-PARM-FILE ASSIGN TO IBNRPARM
002600            ORGANIZATION IS LINE SEQUENTIAL
002700            FILE STATUS IS WS-PRM-STATUS.
002800     SELECT BATCH-837 ASSIGN TO BATCH837
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-BATCH-STATUS.
003100     SELECT POSTED-CLAIMS ASSIGN TO POSTCLAIM
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-POST-STATUS.
003400     SELECT PAID-KEY-FILE ASSIGN TO PDKEYMST
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-PDK-STATUS.
003700     SELECT OPTIONAL CHECK-XREF-FILE ASSIGN TO CHKXREF
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS IS WS-CKR-STATUS.
004000     SELECT IBNR-EXTRACT ASSIGN TO IBNREXT
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS WS-IBX-STATUS.
004300     SELECT IBNR-RPT ASSIGN TO IBNRRPT
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS IS WS-RPT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  IBNR-PARM-FILE.
004900 01  IBNPRM-RECORD.
005000     05  IBNPRM-VALUATION-MONTH    PIC X(06).
005100     05  IBNPRM-LAG-MONTHS         PIC X(02).
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
006200 FD  PAID-KEY-FILE.
006300     COPY BCPPDKEY.
006400 FD  CHECK-XREF-FILE.
006500     COPY BCPCKREF.
006600 FD  IBNR-EXTRACT.
006700     COPY BCPIBNRX.
006800 FD  IBNR-RPT.
006900 01  RPT-LINE                  PIC X(132).
007000 WORKING-STORAGE SECTION.
007100 01  WS-PRM-STATUS             PIC X(02).
007200 01  WS-BATCH-STATUS           PIC X(02).
007300 01  WS-POST-STATUS            PIC X(02).
007400 01  WS-PDK-STATUS             PIC X(02).
007500 01  WS-CKR-STATUS             PIC X(02).
007600 01  WS-IBX-STATUS             PIC X(02).
007700 01  WS-RPT-STATUS             PIC X(02).
007800 01  WS-BAT-EOF-SW             PIC X(01)      VALUE 'N'.
007900     88  WS-NO-MORE-BAT            VALUE 'Y'.
008000 01  WS-POST-EOF-SW            PIC X(01)      VALUE 'N'.
008100     88  WS-NO-MORE-POST           VALUE 'Y'.
008200 01  WS-PDK-EOF-SW             PIC X(01)      VALUE 'N'.
008300     88  WS-NO-MORE-PDK            VALUE 'Y'.
008400 01  WS-CKR-EOF-SW             PIC X(01)      VALUE 'N'.
008500     88  WS-NO-MORE-CKR            VALUE 'Y'.
008600 01  WS-RUN-FATAL-SW           PIC X(01)      VALUE 'N'.
008700     88  WS-RUN-FATAL              VALUE 'Y'.
008800 01  WS-TODAY-DATE             PIC X(08).
008900 01  WS-LAST-REC-ID            PIC X(02)      VALUE SPACES.
009000 01  WS-CURR-PART-IND          PIC X(01)      VALUE SPACES.
009100*VALUATION MONTH AND THE LAG PERIOD BEHIND IT, AS MONTH NUMBERS
009200*(CCYY * 12 + MM - 1).
009300 01  WS-VAL-MONTH.
009400     05  WS-VAL-CCYY           PIC 9(04).
009500     05  WS-VAL-MM             PIC 9(02).
009600 01  WS-LAG-MONTHS             PIC 9(02)      VALUE 24.
009700 01  WS-VAL-IX                 PIC 9(06)      VALUE ZERO.
009800 01  WS-FIRST-IX               PIC 9(06)      VALUE ZERO.
009900 01  WS-INC-IX                 PIC 9(06)      VALUE ZERO.
010000 01  WS-PAID-IX                PIC 9(06)      VALUE ZERO.
010100 01  WS-MON-IX                 PIC 9(06)      VALUE ZERO.
010200 01  WS-LAG                    PIC S9(06)     VALUE ZERO.
010300 01  WS-WRK-DATE.
010400     05  WS-WRK-CCYY           PIC 9(04).
010500     05  WS-WRK-MM             PIC 9(02).
010600     05  WS-WRK-DD             PIC 9(02).
010700 01  WS-WRK-MONTH.
010800     05  WS-WRK-MON-CCYY       PIC 9(04).
010900     05  WS-WRK-MON-MM         PIC 9(02).
011000*PAID KEYS AND CHECKS, FOR THE PAID DATE.
011100 01  WS-PDK-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
011200 01  WS-PDK-TABLE.
011300     05  WS-PDK-ENTRY          OCCURS 1 TO 50000 TIMES
011400                               DEPENDING ON WS-PDK-TABLE-COUNT
011500                               INDEXED BY WS-PDK-IX.
011600         10  WS-PDK-CLM-KEY        PIC 9(06).
011700         10  WS-PDK-POLICY-KEY     PIC 9(09).
011800         10  WS-PDK-TRANS-DATE     PIC X(08).
011900 01  WS-CKR-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
012000 01  WS-CKR-TABLE.
012100     05  WS-CKR-ENTRY          OCCURS 1 TO 20000 TIMES
012200                               DEPENDING ON WS-CKR-TABLE-COUNT
012300                               INDEXED BY WS-CKR-IX.
012400         10  WS-CKR-CLM-KEY        PIC 9(06).
012500         10  WS-CKR-POLICY-KEY     PIC 9(09).
012600         10  WS-CKR-CHECK-DATE     PIC X(08).
012700*POSTED, ACCEPTED CLAIMS WITH A PAID AMOUNT. THE PART INDICATOR
012800*AND EARLIEST SERVICE DATE COME FROM THE 837 WALK.
012900 01  WS-CLM-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
013000 01  WS-CLM-TABLE.
013100     05  WS-CLM-ENTRY          OCCURS 1 TO 30000 TIMES
013200                               DEPENDING ON WS-CLM-TABLE-COUNT
013300                               INDEXED BY WS-CLM-IX.
013400         10  WS-CLM-CLM-KEY        PIC 9(06).
013500         10  WS-CLM-POLICY-KEY     PIC 9(09).
013600         10  WS-CLM-CONTRACT-CODE  PIC X(02).
013700         10  WS-CLM-PAID-AMT       PIC 9(09)V99.
013800         10  WS-CLM-PART-IND       PIC X(01).
013900         10  WS-CLM-INCURRED-DATE  PIC X(08).
014000 01  WS-CUR-SELECTED-SW        PIC X(01)      VALUE 'N'.
014100     88  WS-CUR-SELECTED           VALUE 'Y'.
014200 01  WS-PAID-DATE              PIC X(08)      VALUE SPACES.
014300*ONE TRIANGLE PER SEGMENT. ROW 1 IS THE OLDEST INCURRED MONTH OF
014400*THE LAG PERIOD, CELL 1 IS LAG ZERO (PAID IN THE INCURRED MONTH).
014500 01  WS-SEG-TABLE-COUNT        PIC 9(02)      VALUE ZERO.
014600 01  WS-SEG-TABLE.
014700     05  WS-SEG-ENTRY          OCCURS 1 TO 50 TIMES
014800                               DEPENDING ON WS-SEG-TABLE-COUNT
014900                               INDEXED BY WS-SEG-IX.
015000         10  WS-SEG-PART-IND       PIC X(01).
015100         10  WS-SEG-CONTRACT-CODE  PIC X(02).
015200         10  WS-SEG-ROW            OCCURS 36 TIMES.
015300             15  WS-SEG-CELL       OCCURS 36 TIMES.
015400                 20  WS-SEG-CELL-AMT   PIC 9(11)V99.
015500                 20  WS-SEG-CELL-COUNT PIC 9(07).
015600 01  WS-SEG-FOUND-SW           PIC X(01)      VALUE 'N'.
015700     88  WS-SEG-FOUND              VALUE 'Y'.
015800*THE SEGMENT BEING VALUED: CUMULATIVE PAID BY ROW AND LAG, AND THE
015900*FACTORS BY LAG.
016000 01  WS-CUM-TABLE.
016100     05  WS-CUM-ROW            OCCURS 36 TIMES.
016200         10  WS-CUM-AMT            OCCURS 36 TIMES
016300                                   PIC 9(11)V99.
016400 01  WS-DEV-TABLE.
016500     05  WS-DEV-ENTRY          OCCURS 36 TIMES.
016600         10  WS-DEV-AGE-FACTOR     PIC 9(03)V9(06).
016700         10  WS-DEV-CMP-FACTOR     PIC 9(01)V9(06).
016800 01  WS-CUM-ROW-AMT            PIC 9(11)V99   VALUE ZERO.
016900 01  WS-ROW-SUB                PIC 9(02)      VALUE ZERO.
017000 01  WS-LAG-SUB                PIC 9(02)      VALUE ZERO.
017100 01  WS-NXT-SUB                PIC 9(02)      VALUE ZERO.
017200 01  WS-MAX-SUB                PIC 9(02)      VALUE ZERO.
017300 01  WS-DEV-NUMERATOR          PIC 9(13)V99   VALUE ZERO.
017400 01  WS-DEV-DENOMINATOR        PIC 9(13)V99   VALUE ZERO.
017500 01  WS-CMP-WORK               PIC 9(03)V9(06) VALUE ZERO.
017600 01  WS-PAID-TO-DATE           PIC 9(11)V99   VALUE ZERO.
017700 01  WS-ULTIMATE-AMT           PIC 9(11)V99   VALUE ZERO.
017800 01  WS-IBNR-AMT               PIC 9(11)V99   VALUE ZERO.
017900 01  WS-SEG-PAID-TOTAL         PIC 9(13)V99   VALUE ZERO.
018000 01  WS-SEG-ULT-TOTAL          PIC 9(13)V99   VALUE ZERO.
018100 01  WS-SEG-IBNR-TOTAL         PIC 9(13)V99   VALUE ZERO.
018200 01  WS-ALL-PAID-TOTAL         PIC 9(13)V99   VALUE ZERO.
018300 01  WS-ALL-ULT-TOTAL          PIC 9(13)V99   VALUE ZERO.
018400 01  WS-ALL-IBNR-TOTAL         PIC 9(13)V99   VALUE ZERO.
018500 01  WS-CLAIMS-SELECTED        PIC 9(07)      VALUE ZERO.
018600 01  WS-CLAIMS-IN-TRIANGLE     PIC 9(07)      VALUE ZERO.
018700 01  WS-NO-SERVICE-COUNT       PIC 9(07)      VALUE ZERO.
018800 01  WS-NOT-PAID-COUNT         PIC 9(07)      VALUE ZERO.
018900 01  WS-OUTSIDE-COUNT          PIC 9(07)      VALUE ZERO.
019000 01  WS-EXTRACT-COUNT          PIC 9(07)      VALUE ZERO.
019100 01  WS-RPT-LAG                PIC Z9.
019200 01  WS-RPT-AMT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019300 01  WS-RPT-ULT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019400 01  WS-RPT-IBNR               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019500 01  WS-RPT-FACTOR             PIC 9.999999.
019600 01  WS-RPT-COUNT              PIC Z,ZZZ,ZZ9.
019700 PROCEDURE DIVISION.
019800 0000-MAIN-CONTROL.
019900     PERFORM 1000-INITIALIZE
020000     PERFORM 1100-LOAD-PAID-KEYS
020100     PERFORM 1200-LOAD-CHECK-XREF
020200     PERFORM 1300-LOAD-POSTED-CLAIMS
020300     IF NOT WS-RUN-FATAL
020400         OPEN INPUT BATCH-837
020500         PERFORM 2100-READ-BATCH
020600         PERFORM 2000-PROCESS-RECORD
020700             UNTIL WS-NO-MORE-BAT
020800         CLOSE BATCH-837
020900         PERFORM 3000-BUILD-TRIANGLES
021000     END-IF
021100     IF NOT WS-RUN-FATAL
021200         PERFORM 4000-VALUE-SEGMENTS
021300     END-IF
021400     PERFORM 5000-WRITE-SUMMARY
021500     PERFORM 9000-TERMINATE
021600     IF WS-RUN-FATAL
021700         MOVE 8 TO RETURN-CODE
021800     END-IF
021900     STOP RUN.
022000
022100 1000-INITIALIZE.
022200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
022300     MOVE WS-TODAY-DATE(1:6) TO WS-VAL-MONTH
022400     IF WS-VAL-MM = 1
022500         MOVE 12 TO WS-VAL-MM
022600         SUBTRACT 1 FROM WS-VAL-CCYY
022700     ELSE
022800         SUBTRACT 1 FROM WS-VAL-MM
022900     END-IF
023000     OPEN INPUT IBNR-PARM-FILE
023100     READ IBNR-PARM-FILE
023200         AT END
023300             CONTINUE
023400         NOT AT END
023500             IF IBNPRM-VALUATION-MONTH IS NUMERIC
023600                 AND IBNPRM-VALUATION-MONTH(5:2) > '00'
023700                 AND IBNPRM-VALUATION-MONTH(5:2) < '13'
023800                 MOVE IBNPRM-VALUATION-MONTH TO WS-VAL-MONTH
023900             END-IF
024000             IF IBNPRM-LAG-MONTHS IS NUMERIC
024100                 AND IBNPRM-LAG-MONTHS > '01'
024200                 AND IBNPRM-LAG-MONTHS < '37'
024300                 MOVE IBNPRM-LAG-MONTHS TO WS-LAG-MONTHS
024400             END-IF
024500     END-READ
024600     CLOSE IBNR-PARM-FILE
024700     COMPUTE WS-VAL-IX = WS-VAL-CCYY * 12 + WS-VAL-MM - 1
024800     COMPUTE WS-FIRST-IX = WS-VAL-IX - WS-LAG-MONTHS + 1
024900     OPEN OUTPUT IBNR-EXTRACT
025000     OPEN OUTPUT IBNR-RPT
025100     MOVE WS-LAG-MONTHS TO WS-RPT-LAG
025200     MOVE SPACES TO RPT-LINE
025300     STRING 'INCURRED VS PAID LAG TRIANGLE AND IBNR RESERVE - '
025400                DELIMITED BY SIZE
025500            'VALUATION MONTH ' DELIMITED BY SIZE
025600            WS-VAL-MONTH DELIMITED BY SIZE
025700            ', ' DELIMITED BY SIZE
025800            WS-RPT-LAG DELIMITED BY SIZE
025900            ' MONTHS - RUN ' DELIMITED BY SIZE
026000            WS-TODAY-DATE DELIMITED BY SIZE
026100         INTO RPT-LINE
026200     END-STRING
026300     WRITE RPT-LINE.
026400
026500 1100-LOAD-PAID-KEYS.
026600     OPEN INPUT PAID-KEY-FILE
026700     PERFORM 1110-READ-PAID-KEY
026800     PERFORM UNTIL WS-NO-MORE-PDK
026900             OR WS-RUN-FATAL
027000         IF WS-PDK-TABLE-COUNT < 50000
027100             ADD 1 TO WS-PDK-TABLE-COUNT
027200             SET WS-PDK-IX TO WS-PDK-TABLE-COUNT
027300             MOVE PDKEY-CLM-KEY    TO WS-PDK-CLM-KEY(WS-PDK-IX)
027400             MOVE PDKEY-POLICY-KEY TO WS-PDK-POLICY-KEY(WS-PDK-IX)
027500             MOVE PDKEY-TRANS-DATE TO WS-PDK-TRANS-DATE(WS-PDK-IX)
027600         ELSE
027700             PERFORM 1900-TABLE-FULL
027800         END-IF
027900         PERFORM 1110-READ-PAID-KEY
028000     END-PERFORM
028100     CLOSE PAID-KEY-FILE.
028200
028300 1110-READ-PAID-KEY.
028400     READ PAID-KEY-FILE
028500         AT END
028600             SET WS-NO-MORE-PDK TO TRUE
028700     END-READ.
028800
028900 1200-LOAD-CHECK-XREF.
029000     OPEN INPUT CHECK-XREF-FILE
029100     PERFORM 1210-READ-CHECK-XREF
029200     PERFORM UNTIL WS-NO-MORE-CKR
029300             OR WS-RUN-FATAL
029400         IF WS-CKR-TABLE-COUNT < 20000
029500             ADD 1 TO WS-CKR-TABLE-COUNT
029600             SET WS-CKR-IX TO WS-CKR-TABLE-COUNT
029700             MOVE CKREF-CLM-KEY    TO WS-CKR-CLM-KEY(WS-CKR-IX)
029800             MOVE CKREF-POLICY-KEY TO WS-CKR-POLICY-KEY(WS-CKR-IX)
029900             MOVE CKREF-CHECK-DATE TO WS-CKR-CHECK-DATE(WS-CKR-IX)
030000         ELSE
030100             PERFORM 1900-TABLE-FULL
030200         END-IF
030300         PERFORM 1210-READ-CHECK-XREF
030400     END-PERFORM
030500     IF WS-CKR-STATUS NOT = '35'
030600         CLOSE CHECK-XREF-FILE
030700     END-IF.
030800
030900 1210-READ-CHECK-XREF.
031000     READ CHECK-XREF-FILE
031100         AT END
031200             SET WS-NO-MORE-CKR TO TRUE
031300     END-READ.
031400
031500 1300-LOAD-POSTED-CLAIMS.
031600     OPEN INPUT POSTED-CLAIMS
031700     PERFORM 1310-READ-POSTED
031800     PERFORM UNTIL WS-NO-MORE-POST
031900             OR WS-RUN-FATAL
032000         IF MEDG-CLM50-IS-POSTED OF POST-CLM50-RECORD
032100             AND MEDG-CLM50-WAS-ACCEPTED OF POST-CLM50-RECORD
032200             AND NOT MEDG-CLM50-IS-VOID OF POST-CLM50-RECORD
032300             AND MEDG-CLM50-PAID-AMT OF POST-CLM50-RECORD > ZERO
032400             PERFORM 1320-ADD-CLAIM
032500         END-IF
032600         PERFORM 1310-READ-POSTED
032700     END-PERFORM
032800     CLOSE POSTED-CLAIMS.
032900
033000 1310-READ-POSTED.
033100     READ POSTED-CLAIMS
033200         AT END
033300             SET WS-NO-MORE-POST TO TRUE
033400     END-READ.
033500
033600 1320-ADD-CLAIM.
033700     IF WS-CLM-TABLE-COUNT < 30000
033800         ADD 1 TO WS-CLM-TABLE-COUNT
033900         ADD 1 TO WS-CLAIMS-SELECTED
034000         SET WS-CLM-IX TO WS-CLM-TABLE-COUNT
034100         MOVE MEDG-CLM50-CLM-KEY OF POST-CLM50-RECORD
034200             TO WS-CLM-CLM-KEY(WS-CLM-IX)
034300         MOVE MEDG-CLM50-POLICY-KEY OF POST-CLM50-RECORD
034400             TO WS-CLM-POLICY-KEY(WS-CLM-IX)
034500         MOVE MEDG-CLM50-CONTRACT-CODE OF POST-CLM50-RECORD
034600             TO WS-CLM-CONTRACT-CODE(WS-CLM-IX)
034700         MOVE MEDG-CLM50-PAID-AMT OF POST-CLM50-RECORD
034800             TO WS-CLM-PAID-AMT(WS-CLM-IX)
034900         MOVE SPACES TO WS-CLM-PART-IND(WS-CLM-IX)
035000         MOVE SPACES TO WS-CLM-INCURRED-DATE(WS-CLM-IX)
035100     ELSE
035200         PERFORM 1900-TABLE-FULL
035300     END-IF.
035400
035500 1900-TABLE-FULL.
035600     SET WS-RUN-FATAL TO TRUE
035700     MOVE 'TABLE FULL - RUN STOPPED, NO RESERVE PRODUCED'
035800         TO RPT-LINE
035900     WRITE RPT-LINE.
036000
036100*THE 837 WALK: PART INDICATOR FROM THE BATCH HEADER, EARLIEST LINE
036200*SERVICE DATE PER SELECTED CLAIM.
036300 2000-PROCESS-RECORD.
036400     EVALUATE WS-LAST-REC-ID
036500         WHEN '02'
036600             MOVE MEDG-HDR-PART-IND TO WS-CURR-PART-IND
036700         WHEN '50'
036800             PERFORM 2200-SELECT-CLAIM
036900         WHEN 'SV'
037000             IF WS-CUR-SELECTED
037100                 PERFORM 2300-TRACK-SERVICE-DATE
037200             END-IF
037300         WHEN OTHER
037400             CONTINUE
037500     END-EVALUATE
037600     PERFORM 2100-READ-BATCH.
037700
037800 2100-READ-BATCH.
037900     READ BATCH-837
038000         AT END
038100             SET WS-NO-MORE-BAT TO TRUE
038200     END-READ
038300     IF NOT WS-NO-MORE-BAT
038400         MOVE MEDG-HDR-REC-ID TO WS-LAST-REC-ID
038500     END-IF.
038600
038700 2200-SELECT-CLAIM.
038800     MOVE 'N' TO WS-CUR-SELECTED-SW
038900     IF WS-CLM-TABLE-COUNT > ZERO
039000         SET WS-CLM-IX TO 1
039100         SEARCH WS-CLM-ENTRY
039200             AT END
039300                 CONTINUE
039400             WHEN WS-CLM-CLM-KEY(WS-CLM-IX)
039500                     = MEDG-CLM50-CLM-KEY OF MEDG-CLM50-RECORD
039600                 AND WS-CLM-POLICY-KEY(WS-CLM-IX)
039700                     = MEDG-CLM50-POLICY-KEY OF MEDG-CLM50-RECORD
039800                 SET WS-CUR-SELECTED TO TRUE
039900         END-SEARCH
040000     END-IF
040100     IF WS-CUR-SELECTED
040200         MOVE WS-CURR-PART-IND TO WS-CLM-PART-IND(WS-CLM-IX)
040300     END-IF.
040400
040500 2300-TRACK-SERVICE-DATE.
040600     IF MEDG-SVC-DATE-FROM IS NUMERIC
040700         IF WS-CLM-INCURRED-DATE(WS-CLM-IX) = SPACES
040800             OR MEDG-SVC-DATE-FROM
040900                 < WS-CLM-INCURRED-DATE(WS-CLM-IX)
041000             MOVE MEDG-SVC-DATE-FROM
041100                 TO WS-CLM-INCURRED-DATE(WS-CLM-IX)
041200         END-IF
041300     END-IF.
041400
041500*EACH CLAIM INTO ITS SEGMENT'S TRIANGLE CELL. A CLAIM PAID AFTER
041600*THE VALUATION MONTH, OR INCURRED BEFORE THE LAG PERIOD, IS LEFT
041700*OUT; A PAID DATE BEFORE THE SERVICE DATE COUNTS AS LAG ZERO.
041800 3000-BUILD-TRIANGLES.
041900     PERFORM VARYING WS-CLM-IX FROM 1 BY 1
042000             UNTIL WS-CLM-IX > WS-CLM-TABLE-COUNT
042100             OR WS-RUN-FATAL
042200         IF WS-CLM-INCURRED-DATE(WS-CLM-IX) = SPACES
042300             ADD 1 TO WS-NO-SERVICE-COUNT
042400         ELSE
042500             PERFORM 3100-FIND-PAID-DATE
042600             IF WS-PAID-DATE = SPACES
042700                 ADD 1 TO WS-NOT-PAID-COUNT
042800             ELSE
042900                 PERFORM 3200-PLACE-CLAIM
043000             END-IF
043100         END-IF
043200     END-PERFORM.
043300
043400 3100-FIND-PAID-DATE.
043500     MOVE SPACES TO WS-PAID-DATE
043600     IF WS-PDK-TABLE-COUNT > ZERO
043700         SET WS-PDK-IX TO 1
043800         SEARCH WS-PDK-ENTRY
043900             AT END
044000                 CONTINUE
044100             WHEN WS-PDK-CLM-KEY(WS-PDK-IX)
044200                     = WS-CLM-CLM-KEY(WS-CLM-IX)
044300                 AND WS-PDK-POLICY-KEY(WS-PDK-IX)
044400                     = WS-CLM-POLICY-KEY(WS-CLM-IX)
044500                 MOVE WS-PDK-TRANS-DATE(WS-PDK-IX) TO WS-PAID-DATE
044600         END-SEARCH
044700     END-IF
044800     IF WS-PAID-DATE = SPACES
044900         AND WS-CKR-TABLE-COUNT > ZERO
045000         SET WS-CKR-IX TO 1
045100         SEARCH WS-CKR-ENTRY
045200             AT END
045300                 CONTINUE
045400             WHEN WS-CKR-CLM-KEY(WS-CKR-IX)
045500                     = WS-CLM-CLM-KEY(WS-CLM-IX)
045600                 AND WS-CKR-POLICY-KEY(WS-CKR-IX)
045700                     = WS-CLM-POLICY-KEY(WS-CLM-IX)
045800                 MOVE WS-CKR-CHECK-DATE(WS-CKR-IX) TO WS-PAID-DATE
045900         END-SEARCH
046000     END-IF
046100     IF WS-PAID-DATE IS NOT NUMERIC
046200         MOVE SPACES TO WS-PAID-DATE
046300     END-IF.
046400
046500 3200-PLACE-CLAIM.
046600     MOVE WS-CLM-INCURRED-DATE(WS-CLM-IX) TO WS-WRK-DATE
046700     COMPUTE WS-INC-IX = WS-WRK-CCYY * 12 + WS-WRK-MM - 1
046800     MOVE WS-PAID-DATE TO WS-WRK-DATE
046900     COMPUTE WS-PAID-IX = WS-WRK-CCYY * 12 + WS-WRK-MM - 1
047000     IF WS-PAID-IX > WS-VAL-IX
047100         OR WS-INC-IX > WS-VAL-IX
047200         OR WS-INC-IX < WS-FIRST-IX
047300         ADD 1 TO WS-OUTSIDE-COUNT
047400     ELSE
047500         PERFORM 3300-FIND-SEGMENT
047600         IF WS-SEG-FOUND
047700             COMPUTE WS-ROW-SUB = WS-INC-IX - WS-FIRST-IX + 1
047800             COMPUTE WS-LAG = WS-PAID-IX - WS-INC-IX
047900             IF WS-LAG < ZERO
048000                 MOVE ZERO TO WS-LAG
048100             END-IF
048200             COMPUTE WS-LAG-SUB = WS-LAG + 1
048300             ADD WS-CLM-PAID-AMT(WS-CLM-IX)
048400                 TO WS-SEG-CELL-AMT(WS-SEG-IX, WS-ROW-SUB,
048500                                    WS-LAG-SUB)
048600             ADD 1 TO WS-SEG-CELL-COUNT(WS-SEG-IX, WS-ROW-SUB,
048700                                        WS-LAG-SUB)
048800             ADD 1 TO WS-CLAIMS-IN-TRIANGLE
048900         END-IF
049000     END-IF.
049100
049200*SEGMENT FOR THE CLAIM'S PART INDICATOR AND CONTRACT CODE, ADDED
049300*WHEN NEW.
049400 3300-FIND-SEGMENT.
049500     MOVE 'N' TO WS-SEG-FOUND-SW
049600     IF WS-SEG-TABLE-COUNT > ZERO
049700         SET WS-SEG-IX TO 1
049800         SEARCH WS-SEG-ENTRY
049900             AT END
050000                 CONTINUE
050100             WHEN WS-SEG-PART-IND(WS-SEG-IX)
050200                     = WS-CLM-PART-IND(WS-CLM-IX)
050300                 AND WS-SEG-CONTRACT-CODE(WS-SEG-IX)
050400                     = WS-CLM-CONTRACT-CODE(WS-CLM-IX)
050500                 SET WS-SEG-FOUND TO TRUE
050600         END-SEARCH
050700     END-IF
050800     IF NOT WS-SEG-FOUND
050900         IF WS-SEG-TABLE-COUNT < 50
051000             ADD 1 TO WS-SEG-TABLE-COUNT
051100             SET WS-SEG-IX TO WS-SEG-TABLE-COUNT
051200             INITIALIZE WS-SEG-ENTRY(WS-SEG-IX)
051300             MOVE WS-CLM-PART-IND(WS-CLM-IX)
051400                 TO WS-SEG-PART-IND(WS-SEG-IX)
051500             MOVE WS-CLM-CONTRACT-CODE(WS-CLM-IX)
051600                 TO WS-SEG-CONTRACT-CODE(WS-SEG-IX)
051700             SET WS-SEG-FOUND TO TRUE
051800         ELSE
051900             PERFORM 1900-TABLE-FULL
052000         END-IF
052100     END-IF.
052200
052300*CHAIN LADDER, ONE SEGMENT AT A TIME. ROW N (OF THE LAG MONTHS N)
052400*HAS ONLY LAG ZERO PAID SO FAR; ROW 1 HAS EVERY LAG.
052500 4000-VALUE-SEGMENTS.
052600     PERFORM VARYING WS-SEG-IX FROM 1 BY 1
052700             UNTIL WS-SEG-IX > WS-SEG-TABLE-COUNT
052800         PERFORM 4100-ACCUMULATE-ROWS
052900         PERFORM 4200-DEVELOPMENT-FACTORS
053000         PERFORM 4300-WRITE-TRIANGLE
053100         PERFORM 4400-WRITE-FACTORS
053200         PERFORM 4500-RESERVE-ROWS
053300     END-PERFORM
053400     MOVE SPACES TO RPT-LINE
053500     WRITE RPT-LINE
053600     MOVE WS-ALL-PAID-TOTAL TO WS-RPT-AMT
053700     MOVE WS-ALL-ULT-TOTAL  TO WS-RPT-ULT
053800     MOVE WS-ALL-IBNR-TOTAL TO WS-RPT-IBNR
053900     MOVE SPACES TO RPT-LINE
054000     STRING 'ALL SEGMENTS  ' DELIMITED BY SIZE
054100            WS-RPT-AMT DELIMITED BY SIZE
054200            '             ' DELIMITED BY SIZE
054300            WS-RPT-ULT DELIMITED BY SIZE
054400            ' ' DELIMITED BY SIZE
054500            WS-RPT-IBNR DELIMITED BY SIZE
054600         INTO RPT-LINE
054700     END-STRING
054800     WRITE RPT-LINE.
054900
055000 4100-ACCUMULATE-ROWS.
055100     INITIALIZE WS-CUM-TABLE
055200     PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
055300             UNTIL WS-ROW-SUB > WS-LAG-MONTHS
055400         MOVE ZERO TO WS-CUM-ROW-AMT
055500         COMPUTE WS-MAX-SUB = WS-LAG-MONTHS - WS-ROW-SUB + 1
055600         PERFORM VARYING WS-LAG-SUB FROM 1 BY 1
055700                 UNTIL WS-LAG-SUB > WS-MAX-SUB
055800             ADD WS-SEG-CELL-AMT(WS-SEG-IX, WS-ROW-SUB,
055900                                 WS-LAG-SUB)
056000                 TO WS-CUM-ROW-AMT
056100             MOVE WS-CUM-ROW-AMT
056200                 TO WS-CUM-AMT(WS-ROW-SUB, WS-LAG-SUB)
056300         END-PERFORM
056400     END-PERFORM.
056500
056600*AGE-TO-AGE FACTOR FROM LAG K TO K+1 OVER THE ROWS THAT HAVE
056700*REACHED K+1 (1 WHEN NOTHING WAS PAID BY LAG K); COMPLETION FACTOR
056800*AT THE LAST LAG IS 1, AND WORKS BACK BY DIVIDING BY EACH FACTOR.
056900 4200-DEVELOPMENT-FACTORS.
057000     INITIALIZE WS-DEV-TABLE
057100     MOVE 1 TO WS-DEV-AGE-FACTOR(WS-LAG-MONTHS)
057200     MOVE 1 TO WS-DEV-CMP-FACTOR(WS-LAG-MONTHS)
057300     PERFORM VARYING WS-LAG-SUB FROM 1 BY 1
057400             UNTIL WS-LAG-SUB NOT < WS-LAG-MONTHS
057500         COMPUTE WS-NXT-SUB = WS-LAG-SUB + 1
057600         COMPUTE WS-MAX-SUB = WS-LAG-MONTHS - WS-LAG-SUB
057700         MOVE ZERO TO WS-DEV-NUMERATOR
057800         MOVE ZERO TO WS-DEV-DENOMINATOR
057900         PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
058000                 UNTIL WS-ROW-SUB > WS-MAX-SUB
058100             ADD WS-CUM-AMT(WS-ROW-SUB, WS-NXT-SUB)
058200                 TO WS-DEV-NUMERATOR
058300             ADD WS-CUM-AMT(WS-ROW-SUB, WS-LAG-SUB)
058400                 TO WS-DEV-DENOMINATOR
058500         END-PERFORM
058600         IF WS-DEV-DENOMINATOR > ZERO
058700             COMPUTE WS-DEV-AGE-FACTOR(WS-LAG-SUB) ROUNDED =
058800                 WS-DEV-NUMERATOR / WS-DEV-DENOMINATOR
058900             END-COMPUTE
059000         ELSE
059100             MOVE 1 TO WS-DEV-AGE-FACTOR(WS-LAG-SUB)
059200         END-IF
059300     END-PERFORM
059400     PERFORM VARYING WS-LAG-SUB FROM WS-LAG-MONTHS BY -1
059500             UNTIL WS-LAG-SUB < 2
059600         COMPUTE WS-NXT-SUB = WS-LAG-SUB - 1
059700         IF WS-DEV-AGE-FACTOR(WS-NXT-SUB) > ZERO
059800             COMPUTE WS-CMP-WORK ROUNDED =
059900                 WS-DEV-CMP-FACTOR(WS-LAG-SUB)
060000                 / WS-DEV-AGE-FACTOR(WS-NXT-SUB)
060100             END-COMPUTE
060200         ELSE
060300             MOVE WS-DEV-CMP-FACTOR(WS-LAG-SUB) TO WS-CMP-WORK
060400         END-IF
060500         IF WS-CMP-WORK > 1
060600             MOVE 1 TO WS-CMP-WORK
060700         END-IF
060800         MOVE WS-CMP-WORK TO WS-DEV-CMP-FACTOR(WS-NXT-SUB)
060900     END-PERFORM.
061000
061100*EVERY OBSERVED CELL OF THE SEGMENT'S TRIANGLE, ZERO CELLS
061200*INCLUDED, SO THE DATASET CARRIES THE WHOLE SHAPE.
061300 4300-WRITE-TRIANGLE.
061400     PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
061500             UNTIL WS-ROW-SUB > WS-LAG-MONTHS
061600         COMPUTE WS-MAX-SUB = WS-LAG-MONTHS - WS-ROW-SUB + 1
061700         PERFORM VARYING WS-LAG-SUB FROM 1 BY 1
061800                 UNTIL WS-LAG-SUB > WS-MAX-SUB
061900             PERFORM 4900-CLEAR-EXTRACT
062000             MOVE 'T' TO IBNRX-REC-TYPE
062100             COMPUTE WS-MON-IX = WS-FIRST-IX + WS-ROW-SUB - 1
062200             PERFORM 4950-MONTH-OF-INDEX
062300             MOVE WS-WRK-MONTH TO IBNRX-INCURRED-MONTH
062400             COMPUTE IBNRX-LAG-MONTHS = WS-LAG-SUB - 1
062500             COMPUTE WS-MON-IX = WS-MON-IX + WS-LAG-SUB - 1
062600             PERFORM 4950-MONTH-OF-INDEX
062700             MOVE WS-WRK-MONTH TO IBNRX-PAID-MONTH
062800             MOVE WS-SEG-CELL-COUNT(WS-SEG-IX, WS-ROW-SUB,
062900                                    WS-LAG-SUB)
063000                 TO IBNRX-CLAIM-COUNT
063100             MOVE WS-SEG-CELL-AMT(WS-SEG-IX, WS-ROW-SUB,
063200                                  WS-LAG-SUB)
063300                 TO IBNRX-PAID-AMT
063400             MOVE WS-CUM-AMT(WS-ROW-SUB, WS-LAG-SUB)
063500                 TO IBNRX-CUM-PAID-AMT
063600             PERFORM 4990-WRITE-EXTRACT
063700         END-PERFORM
063800     END-PERFORM.
063900
064000 4400-WRITE-FACTORS.
064100     PERFORM VARYING WS-LAG-SUB FROM 1 BY 1
064200             UNTIL WS-LAG-SUB > WS-LAG-MONTHS
064300         PERFORM 4900-CLEAR-EXTRACT
064400         MOVE 'F' TO IBNRX-REC-TYPE
064500         COMPUTE IBNRX-LAG-MONTHS = WS-LAG-SUB - 1
064600         MOVE WS-DEV-AGE-FACTOR(WS-LAG-SUB) TO IBNRX-AGE-FACTOR
064700         MOVE WS-DEV-CMP-FACTOR(WS-LAG-SUB)
064800             TO IBNRX-COMPLETION-FACTOR
064900         PERFORM 4990-WRITE-EXTRACT
065000     END-PERFORM.
065100
065200*RESERVE PER INCURRED MONTH AT ITS LATEST LAG, LISTED ON THE
065300*REPORT WITH THE SEGMENT TOTAL.
065400 4500-RESERVE-ROWS.
065500     MOVE ZERO TO WS-SEG-PAID-TOTAL
065600     MOVE ZERO TO WS-SEG-ULT-TOTAL
065700     MOVE ZERO TO WS-SEG-IBNR-TOTAL
065800     MOVE SPACES TO RPT-LINE
065900     WRITE RPT-LINE
066000     MOVE SPACES TO RPT-LINE
066100     STRING 'SEGMENT - PART ' DELIMITED BY SIZE
066200            WS-SEG-PART-IND(WS-SEG-IX) DELIMITED BY SIZE
066300            '  CONTRACT ' DELIMITED BY SIZE
066400            WS-SEG-CONTRACT-CODE(WS-SEG-IX) DELIMITED BY SIZE
066500         INTO RPT-LINE
066600     END-STRING
066700     WRITE RPT-LINE
066800     MOVE SPACES TO RPT-LINE
066900     STRING 'INCURRED  LAG      PAID TO DATE  COMPLETION'
067000                DELIMITED BY SIZE
067100            '    EST ULTIMATE      IBNR RESERVE' DELIMITED BY SIZE
067200         INTO RPT-LINE
067300     END-STRING
067400     WRITE RPT-LINE
067500     PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
067600             UNTIL WS-ROW-SUB > WS-LAG-MONTHS
067700         COMPUTE WS-LAG-SUB = WS-LAG-MONTHS - WS-ROW-SUB + 1
067800         MOVE WS-CUM-AMT(WS-ROW-SUB, WS-LAG-SUB)
067900             TO WS-PAID-TO-DATE
068000         MOVE WS-PAID-TO-DATE TO WS-ULTIMATE-AMT
068100         IF WS-DEV-CMP-FACTOR(WS-LAG-SUB) > ZERO
068200             COMPUTE WS-ULTIMATE-AMT ROUNDED =
068300                 WS-PAID-TO-DATE / WS-DEV-CMP-FACTOR(WS-LAG-SUB)
068400             END-COMPUTE
068500         END-IF
068600         COMPUTE WS-IBNR-AMT = WS-ULTIMATE-AMT - WS-PAID-TO-DATE
068700         ADD WS-PAID-TO-DATE TO WS-SEG-PAID-TOTAL
068800         ADD WS-ULTIMATE-AMT TO WS-SEG-ULT-TOTAL
068900         ADD WS-IBNR-AMT     TO WS-SEG-IBNR-TOTAL
069000         PERFORM 4900-CLEAR-EXTRACT
069100         MOVE 'R' TO IBNRX-REC-TYPE
069200         COMPUTE WS-MON-IX = WS-FIRST-IX + WS-ROW-SUB - 1
069300         PERFORM 4950-MONTH-OF-INDEX
069400         MOVE WS-WRK-MONTH TO IBNRX-INCURRED-MONTH
069500         COMPUTE IBNRX-LAG-MONTHS = WS-LAG-SUB - 1
069600         MOVE WS-VAL-MONTH TO IBNRX-PAID-MONTH
069700         MOVE WS-PAID-TO-DATE TO IBNRX-CUM-PAID-AMT
069800         MOVE WS-DEV-CMP-FACTOR(WS-LAG-SUB)
069900             TO IBNRX-COMPLETION-FACTOR
070000         MOVE WS-ULTIMATE-AMT TO IBNRX-ULTIMATE-AMT
070100         MOVE WS-IBNR-AMT     TO IBNRX-IBNR-AMT
070200         PERFORM 4990-WRITE-EXTRACT
070300         MOVE IBNRX-LAG-MONTHS TO WS-RPT-LAG
070400         MOVE WS-PAID-TO-DATE  TO WS-RPT-AMT
070500         MOVE WS-DEV-CMP-FACTOR(WS-LAG-SUB) TO WS-RPT-FACTOR
070600         MOVE WS-ULTIMATE-AMT  TO WS-RPT-ULT
070700         MOVE WS-IBNR-AMT      TO WS-RPT-IBNR
070800         MOVE SPACES TO RPT-LINE
070900         STRING WS-WRK-MONTH DELIMITED BY SIZE
071000                '     ' DELIMITED BY SIZE
071100                WS-RPT-LAG DELIMITED BY SIZE
071200                ' ' DELIMITED BY SIZE
071300                WS-RPT-AMT DELIMITED BY SIZE
071400                '    ' DELIMITED BY SIZE
071500                WS-RPT-FACTOR DELIMITED BY SIZE
071600                ' ' DELIMITED BY SIZE
071700                WS-RPT-ULT DELIMITED BY SIZE
071800                ' ' DELIMITED BY SIZE
071900                WS-RPT-IBNR DELIMITED BY SIZE
072000             INTO RPT-LINE
072100         END-STRING
072200         WRITE RPT-LINE
072300     END-PERFORM
072400     ADD WS-SEG-PAID-TOTAL TO WS-ALL-PAID-TOTAL
072500     ADD WS-SEG-ULT-TOTAL  TO WS-ALL-ULT-TOTAL
072600     ADD WS-SEG-IBNR-TOTAL TO WS-ALL-IBNR-TOTAL
072700     MOVE WS-SEG-PAID-TOTAL TO WS-RPT-AMT
072800     MOVE WS-SEG-ULT-TOTAL  TO WS-RPT-ULT
072900     MOVE WS-SEG-IBNR-TOTAL TO WS-RPT-IBNR
073000     MOVE SPACES TO RPT-LINE
073100     STRING 'SEGMENT TOTAL ' DELIMITED BY SIZE
073200            WS-RPT-AMT DELIMITED BY SIZE
073300            '             ' DELIMITED BY SIZE
073400            WS-RPT-ULT DELIMITED BY SIZE
073500            ' ' DELIMITED BY SIZE
073600            WS-RPT-IBNR DELIMITED BY SIZE
073700         INTO RPT-LINE
073800     END-STRING
073900     WRITE RPT-LINE.
074000
074100 4900-CLEAR-EXTRACT.
074200     INITIALIZE IBNRX-RECORD
074300     MOVE WS-VAL-MONTH TO IBNRX-VALUATION-MONTH
074400     MOVE WS-SEG-PART-IND(WS-SEG-IX) TO IBNRX-PART-IND
074500     MOVE WS-SEG-CONTRACT-CODE(WS-SEG-IX) TO IBNRX-CONTRACT-CODE.
074600
074700*CCYYMM OF MONTH NUMBER WS-MON-IX.
074800 4950-MONTH-OF-INDEX.
074900     DIVIDE WS-MON-IX BY 12 GIVING WS-WRK-MON-CCYY
075000         REMAINDER WS-WRK-MON-MM
075100     ADD 1 TO WS-WRK-MON-MM.
075200
075300 4990-WRITE-EXTRACT.
075400     WRITE IBNRX-RECORD
075500     ADD 1 TO WS-EXTRACT-COUNT.
075600
075700 5000-WRITE-SUMMARY.
075800     MOVE SPACES TO RPT-LINE
075900     WRITE RPT-LINE
076000     MOVE WS-CLAIMS-SELECTED TO WS-RPT-COUNT
076100     MOVE SPACES TO RPT-LINE
076200     STRING 'POSTED PAID CLAIMS READ         ' DELIMITED BY SIZE
076300            WS-RPT-COUNT DELIMITED BY SIZE
076400         INTO RPT-LINE
076500     END-STRING
076600     WRITE RPT-LINE
076700     MOVE WS-CLAIMS-IN-TRIANGLE TO WS-RPT-COUNT
076800     MOVE SPACES TO RPT-LINE
076900     STRING 'CLAIMS IN THE TRIANGLES         ' DELIMITED BY SIZE
077000            WS-RPT-COUNT DELIMITED BY SIZE
077100         INTO RPT-LINE
077200     END-STRING
077300     WRITE RPT-LINE
077400     MOVE WS-NO-SERVICE-COUNT TO WS-RPT-COUNT
077500     MOVE SPACES TO RPT-LINE
077600     STRING 'NO SERVICE DATE ON BATCH837     ' DELIMITED BY SIZE
077700            WS-RPT-COUNT DELIMITED BY SIZE
077800         INTO RPT-LINE
077900     END-STRING
078000     WRITE RPT-LINE
078100     MOVE WS-NOT-PAID-COUNT TO WS-RPT-COUNT
078200     MOVE SPACES TO RPT-LINE
078300     STRING 'NO PAID KEY OR CHECK            ' DELIMITED BY SIZE
078400            WS-RPT-COUNT DELIMITED BY SIZE
078500         INTO RPT-LINE
078600     END-STRING
078700     WRITE RPT-LINE
078800     MOVE WS-OUTSIDE-COUNT TO WS-RPT-COUNT
078900     MOVE SPACES TO RPT-LINE
079000     STRING 'OUTSIDE THE LAG PERIOD          ' DELIMITED BY SIZE
079100            WS-RPT-COUNT DELIMITED BY SIZE
079200         INTO RPT-LINE
079300     END-STRING
079400     WRITE RPT-LINE
079500     MOVE WS-EXTRACT-COUNT TO WS-RPT-COUNT
079600     MOVE SPACES TO RPT-LINE
079700     STRING 'ACTUARIAL DATASET RECORDS       ' DELIMITED BY SIZE
079800            WS-RPT-COUNT DELIMITED BY SIZE
079900         INTO RPT-LINE
080000     END-STRING
080100     WRITE RPT-LINE.
080200
080300 9000-TERMINATE.
080400     CLOSE IBNR-EXTRACT
080500     CLOSE IBNR-RPT.
