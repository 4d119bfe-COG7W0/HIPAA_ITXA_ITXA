000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150121 - LCD/NCD MEDICAL NECESSITY  *
000300*            EDITOR. PAYERS DENY LINES WHOSE DIAGNOSES DO NOT    *
000400*            SUPPORT THE PROCEDURE UNDER THE LOCAL OR NATIONAL   *
000500*            COVERAGE DETERMINATION, AND THEY CAME BACK TO US AS *
000600*            BCP-RESP REJECTS. THIS EDITOR (BCPNCCED FAMILY)     *
000700*            RUNS BETWEEN THE CONVERSION AND TRANSMISSION: IT    *
000800*            READS THE OUTBOUND BATCH, BUFFERS EACH CLAIM'S      *
000900*            50/60/SV SET AND, FOR EVERY SV LINE WHOSE PROCEDURE *
001000*            IS UNDER A POLICY ON THE COVERAGE POLICY MASTER     *
001100*            (BCPLCDMS) ON THE LINE'S FROM DATE, CHECKS THAT AT  *
001200*            LEAST ONE DIAGNOSIS THE LINE'S DIAG-PTR FIELDS      *
001300*            POINT TO IS A SUPPORTING DIAGNOSIS. EACH            *
001400*            UNSUPPORTED LINE IS LISTED ON THE EXCEPTION REPORT  *
001500*            AND THE CLAIM IS PULLED TO THE SUSPENSE FILE/REASON *
001600*            LOG (LCD01); THE 90/99 TRAILERS ARE RESTATED FOR    *
001700*            THE REMOVED CLAIMS SO THE CLEANED BATCH STILL       *
001800*            BALANCES THROUGH BCPBALCK.                          *
001900******************************************************************
001910* 10-15-26 - R KOWALSKI - AR 150121 - THE OUTBOUND BATCH AND THE *
001920*            COVERAGE POLICY MASTER ARE OPTIONAL. A MISSING      *
001930*            BATCH OR MASTER IS NOTED ON THE EXCEPTION REPORT    *
001940*            INSTEAD OF ABENDING THE OPEN; A MISSING MASTER ALSO *
001950*            ENDS THE STEP RC 4, SINCE NO LINE WAS EDITED.       *
001960******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. BCPLCDED.
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT OPTIONAL BATCH-837 ASSIGN TO BATCH837
002600            ORGANIZATION IS LINE SEQUENTIAL
002700            FILE STATUS IS WS-BATCH-STATUS.
002800     SELECT BATCH-837-OUT ASSIGN TO BATCH837O
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-BATO-STATUS.
003100     SELECT OPTIONAL LCD-MASTER-FILE ASSIGN TO LCDMASTR
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-LCDM-STATUS.
003400     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-SUSP-STATUS.
003700     SELECT SUSPENSE-REASON-LOG ASSIGN TO SUSPRSN
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS IS WS-SRSN-STATUS.
004000     SELECT LCD-EXCEPT-RPT ASSIGN TO LCDEXCPT
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS WS-RPT-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  BATCH-837.
004600     COPY BCPMGHDR.
004700     COPY BCPMG50.
004800     COPY BCPMG60.
004900     COPY BCPMGSVC.
005000     COPY BCPMG90.
005100     COPY BCPMG99.
005200 01  BAT-RAW-LINE              PIC X(900).
005300 FD  BATCH-837-OUT.
005400 01  BATO-RAW-LINE             PIC X(900).
005500 FD  LCD-MASTER-FILE.
005600     COPY BCPLCDMS.
005700 FD  SUSPENSE-FILE.
005800 01  SUSP-RAW-LINE             PIC X(900).
005900 FD  SUSPENSE-REASON-LOG.
006000     COPY BCPSUSRS.
006100 FD  LCD-EXCEPT-RPT.
006200 01  RPT-LINE                  PIC X(132).
006300 WORKING-STORAGE SECTION.
006400 01  WS-BATCH-STATUS           PIC X(02).
006500 01  WS-BATO-STATUS            PIC X(02).
006600 01  WS-LCDM-STATUS            PIC X(02).
006700 01  WS-SUSP-STATUS            PIC X(02).
006800 01  WS-SRSN-STATUS            PIC X(02).
006900 01  WS-RPT-STATUS             PIC X(02).
007000 01  WS-EOF-SW                 PIC X(01)      VALUE 'N'.
007100     88  WS-NO-MORE-RECS            VALUE 'Y'.
007200 01  WS-LCDM-EOF-SW            PIC X(01)      VALUE 'N'.
007300     88  WS-NO-MORE-LCDM            VALUE 'Y'.
007350 01  WS-LCDM-MISSING-SW        PIC X(01)      VALUE 'N'.
007360     88  WS-LCDM-MISSING            VALUE 'Y'.
007400 01  WS-TODAY-DATE             PIC X(08).
007500 01  WS-CUR-SENDER-ID          PIC X(16)      VALUE SPACES.
007600 01  WS-LCD-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
007700 01  WS-LCD-TABLE.
007800     05  WS-LCD-ENTRY          OCCURS 1 TO 50000 TIMES
007900                               DEPENDING ON WS-LCD-TABLE-COUNT
008000                               INDEXED BY WS-LCD-IX.
008100         10  WS-LCD-PROC           PIC X(05).
008200         10  WS-LCD-DIAG           PIC X(10).
008300         10  WS-LCD-EFF            PIC X(08).
008400         10  WS-LCD-END            PIC X(08).
008500         10  WS-LCD-POLICY-ID      PIC X(10).
008600 01  WS-LCD-FOUND-SW           PIC X(01)      VALUE 'N'.
008700     88  WS-LCD-FOUND              VALUE 'Y'.
008800 01  WS-LCD-POLICY-ID-HOLD     PIC X(10).
008900******************************************************************
009000* THE CLAIM IN FLIGHT: RAW RECORD IMAGES FOR PASS-THROUGH OR     *
009100* SUSPENSE ROUTING, PLUS THE PARSED LINE DATA THE EDIT NEEDS.    *
009200******************************************************************
009300 01  WS-CLM-REC-COUNT          PIC 9(03)      VALUE ZERO.
009400 01  WS-CLM-REC-TABLE.
009500     05  WS-CLM-REC            OCCURS 200 TIMES
009600                               PIC X(900).
009700 01  WS-LIN-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
009800 01  WS-LIN-TABLE.
009900     05  WS-LIN-ENTRY          OCCURS 1 TO 100 TIMES
010000                               DEPENDING ON WS-LIN-TABLE-COUNT
010100                               INDEXED BY WS-LIN-IX.
010200         10  WS-LIN-NBR            PIC 9(06).
010300         10  WS-LIN-PROC           PIC X(05).
010400         10  WS-LIN-DATE-FROM      PIC X(08).
010500         10  WS-LIN-DX-SLOT        OCCURS 4 TIMES.
010600             15  WS-LIN-DX-PTR     PIC 9(02).
010700             15  WS-LIN-DX-CODE    PIC X(10).
010800 01  WS-DX-IX                  PIC 9(02).
010900 01  WS-PTR-GIVEN-SW           PIC X(01)      VALUE 'N'.
011000     88  WS-PTR-GIVEN              VALUE 'Y'.
011100 01  WS-LINE-SUPPORTED-SW      PIC X(01)      VALUE 'N'.
011200     88  WS-LINE-SUPPORTED         VALUE 'Y'.
011300 01  WS-CLM-IN-FLIGHT-SW       PIC X(01)      VALUE 'N'.
011400     88  WS-CLM-IN-FLIGHT          VALUE 'Y'.
011500 01  WS-CLM-FLAGGED-SW         PIC X(01)      VALUE 'N'.
011600     88  WS-CLM-FLAGGED            VALUE 'Y'.
011700 01  WS-CUR-CLM-KEY            PIC 9(06)      VALUE ZERO.
011800 01  WS-CUR-SUBSCR-SSN         PIC X(09)      VALUE SPACES.
011900 01  WS-CUR-SUBSCR-LAST        PIC X(33)      VALUE SPACES.
012000 01  WS-FLAG-REASON-CODE       PIC X(05).
012100 01  WS-FLAG-REASON-TEXT       PIC X(60).
012200 01  WS-REC-IX                 PIC 9(03).
012300*REMOVED-CLAIM TOTALS SINCE THE LAST BATCH HEADER, BACKED OUT
012400*OF THE 90/99 TRAILERS SO THE CLEANED BATCH STILL BALANCES.
012500 01  WS-RMV-TOTALS.
012600     05  WS-RMV-CLAIMS         PIC 9(05)      VALUE ZERO.
012700     05  WS-RMV-SERV-LINES     PIC 9(05)      VALUE ZERO.
012800     05  WS-RMV-SUBMITTED      PIC 9(16)V99   VALUE ZERO.
012900     05  WS-RMV-COINS          PIC 9(16)V99   VALUE ZERO.
013000     05  WS-RMV-PAID           PIC 9(16)V99   VALUE ZERO.
013100     05  WS-RMV-DEDUCT         PIC 9(16)V99   VALUE ZERO.
013200     05  WS-RMV-APPROVED       PIC 9(16)V99   VALUE ZERO.
013300     05  WS-RMV-APPLIED        PIC 9(16)V99   VALUE ZERO.
013400 01  WS-CLM-SVC-TOTALS.
013500     05  WS-CSV-SERV-LINES     PIC 9(05)      VALUE ZERO.
013600     05  WS-CSV-SUBMITTED      PIC 9(16)V99   VALUE ZERO.
013700     05  WS-CSV-COINS          PIC 9(16)V99   VALUE ZERO.
013800     05  WS-CSV-PAID           PIC 9(16)V99   VALUE ZERO.
013900     05  WS-CSV-DEDUCT         PIC 9(16)V99   VALUE ZERO.
014000     05  WS-CSV-APPROVED       PIC 9(16)V99   VALUE ZERO.
014100     05  WS-CSV-APPLIED        PIC 9(16)V99   VALUE ZERO.
014200 01  WS-SUSPENDED-COUNT        PIC 9(05)      VALUE ZERO.
014300 01  WS-LINES-CHECKED-COUNT    PIC 9(07)      VALUE ZERO.
014400 01  WS-LINES-UNSUPP-COUNT     PIC 9(05)      VALUE ZERO.
014500 PROCEDURE DIVISION.
014600 0000-MAIN-CONTROL.
014700     PERFORM 1000-INITIALIZE
014800     PERFORM 1100-LOAD-LCD-MASTER
014900     PERFORM 2000-PROCESS-BATCH
015000         UNTIL WS-NO-MORE-RECS
015100     IF WS-CLM-IN-FLIGHT
015200         PERFORM 3000-FLUSH-CLAIM
015300     END-IF
015400     PERFORM 5000-WRITE-SUMMARY
015500     PERFORM 9000-TERMINATE
015600     IF WS-SUSPENDED-COUNT NOT = ZERO
015650         OR WS-LCDM-MISSING
015700         MOVE 4 TO RETURN-CODE
015800     END-IF
015900     STOP RUN.
016000
016100 1000-INITIALIZE.
016200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
016300     OPEN INPUT BATCH-837
016400     OPEN OUTPUT BATCH-837-OUT
016500     OPEN OUTPUT LCD-EXCEPT-RPT
016600     OPEN EXTEND SUSPENSE-FILE
016700     IF WS-SUSP-STATUS = '35'
016800         OPEN OUTPUT SUSPENSE-FILE
016900     END-IF
017000     OPEN EXTEND SUSPENSE-REASON-LOG
017100     IF WS-SRSN-STATUS = '35'
017200         OPEN OUTPUT SUSPENSE-REASON-LOG
017300     END-IF
017400     MOVE 'LCD/NCD MEDICAL NECESSITY EDIT EXCEPTIONS' TO RPT-LINE
017500     WRITE RPT-LINE
017600     IF WS-BATCH-STATUS = '05' OR '35'
017610         SET WS-NO-MORE-RECS TO TRUE
017620         MOVE 'OUTBOUND BATCH NOT FOUND - NOTHING EDITED THIS RUN'
017630             TO RPT-LINE
017640         WRITE RPT-LINE
017650     ELSE
017660         PERFORM 2100-READ-BATCH
017670     END-IF.
017700
017800 1100-LOAD-LCD-MASTER.
017900     OPEN INPUT LCD-MASTER-FILE
017910     IF WS-LCDM-STATUS = '05' OR '35'
017920         SET WS-NO-MORE-LCDM TO TRUE
017930         SET WS-LCDM-MISSING TO TRUE
017940         MOVE SPACES TO RPT-LINE
017950         STRING 'COVERAGE POLICY MASTER NOT FOUND - '
017960             'NO LINE EDITED THIS RUN'
017970             DELIMITED BY SIZE INTO RPT-LINE
017980         WRITE RPT-LINE
017990     ELSE
018000         PERFORM 1110-READ-LCD
018010     END-IF
018100     PERFORM UNTIL WS-NO-MORE-LCDM
018200         IF WS-LCD-TABLE-COUNT < 50000
018300             ADD 1 TO WS-LCD-TABLE-COUNT
018400             SET WS-LCD-IX TO WS-LCD-TABLE-COUNT
018500             MOVE LCD-PROC-CODE  TO WS-LCD-PROC(WS-LCD-IX)
018600             MOVE LCD-DIAG-CODE  TO WS-LCD-DIAG(WS-LCD-IX)
018700             MOVE LCD-EFF-DATE   TO WS-LCD-EFF(WS-LCD-IX)
018800             MOVE LCD-END-DATE   TO WS-LCD-END(WS-LCD-IX)
018900             MOVE LCD-POLICY-ID  TO WS-LCD-POLICY-ID(WS-LCD-IX)
019000         END-IF
019100         PERFORM 1110-READ-LCD
019200     END-PERFORM
019300     IF WS-LCDM-STATUS NOT = '35'
019310         CLOSE LCD-MASTER-FILE
019320     END-IF.
019400
019500 1110-READ-LCD.
019600     READ LCD-MASTER-FILE
019700         AT END
019800             SET WS-NO-MORE-LCDM TO TRUE
019900     END-READ.
020000
020100 2000-PROCESS-BATCH.
020200     EVALUATE TRUE
020300         WHEN MEDG-HDR-REC-ID OF MEDG-HDR-RECORD = '02'
020400             IF WS-CLM-IN-FLIGHT
020500                 PERFORM 3000-FLUSH-CLAIM
020600             END-IF
020700             MOVE MEDG-HDR-SENDER-ID OF MEDG-HDR-RECORD
020800                 TO WS-CUR-SENDER-ID
020900             INITIALIZE WS-RMV-TOTALS
021000             WRITE BATO-RAW-LINE FROM BAT-RAW-LINE
021100         WHEN MEDG-CLM50-REC-ID OF MEDG-CLM50-RECORD = '50'
021200             IF WS-CLM-IN-FLIGHT
021300                 PERFORM 3000-FLUSH-CLAIM
021400             END-IF
021500             PERFORM 2200-START-CLAIM
021600         WHEN MEDG-CLM60-REC-ID OF MEDG-CLM60-RECORD = '60'
021700             AND WS-CLM-IN-FLIGHT
021800             PERFORM 2300-BUFFER-60
021900         WHEN MEDG-SVC-REC-ID OF MEDG-SVC-RECORD = 'SV'
022000             AND WS-CLM-IN-FLIGHT
022100             PERFORM 2400-BUFFER-SVC
022200         WHEN MEDG-90-REC-ID OF MEDG-90-RECORD = '90'
022300             IF WS-CLM-IN-FLIGHT
022400                 PERFORM 3000-FLUSH-CLAIM
022500             END-IF
022600             PERFORM 2500-RESTATE-90
022700             WRITE BATO-RAW-LINE FROM BAT-RAW-LINE
022800         WHEN MEDG-99-REC-ID OF MEDG-99-RECORD = '99'
022900             PERFORM 2600-RESTATE-99
023000             WRITE BATO-RAW-LINE FROM BAT-RAW-LINE
023100         WHEN OTHER
023200             WRITE BATO-RAW-LINE FROM BAT-RAW-LINE
023300     END-EVALUATE
023400     PERFORM 2100-READ-BATCH.
023500
023600 2100-READ-BATCH.
023700     READ BATCH-837
023800         AT END
023900             SET WS-NO-MORE-RECS TO TRUE
024000     END-READ.
024100
024200 2200-START-CLAIM.
024300     SET WS-CLM-IN-FLIGHT TO TRUE
024400     MOVE 1 TO WS-CLM-REC-COUNT
024500     MOVE BAT-RAW-LINE TO WS-CLM-REC(1)
024600     MOVE ZERO TO WS-LIN-TABLE-COUNT
024700     INITIALIZE WS-CLM-SVC-TOTALS
024800     MOVE MEDG-CLM50-CLM-KEY OF MEDG-CLM50-RECORD
024900         TO WS-CUR-CLM-KEY
025000     MOVE MEDG-CLM50-SUBSCR-SSN OF MEDG-CLM50-RECORD
025100         TO WS-CUR-SUBSCR-SSN
025200     MOVE MEDG-CLM50-SUBSCR-LAST OF MEDG-CLM50-RECORD
025300         TO WS-CUR-SUBSCR-LAST.
025400
025500 2300-BUFFER-60.
025600     IF WS-CLM-REC-COUNT < 200
025700         ADD 1 TO WS-CLM-REC-COUNT
025800         MOVE BAT-RAW-LINE TO WS-CLM-REC(WS-CLM-REC-COUNT)
025900     END-IF.
026000
026100*THE LINE'S POINTED DIAGNOSES ARE LAID INTO PRIMARY/SECONDARY 1-3
026200*AT CONVERSION, SLOT N BEING THE ONE DIAG-PTR-N POINTED TO.
026300 2400-BUFFER-SVC.
026400     IF WS-CLM-REC-COUNT < 200
026500         ADD 1 TO WS-CLM-REC-COUNT
026600         MOVE BAT-RAW-LINE TO WS-CLM-REC(WS-CLM-REC-COUNT)
026700     END-IF
026800     IF WS-LIN-TABLE-COUNT < 100
026900         ADD 1 TO WS-LIN-TABLE-COUNT
027000         SET WS-LIN-IX TO WS-LIN-TABLE-COUNT
027100         MOVE MEDG-SVC-LINE-NBR OF MEDG-SVC-RECORD
027200             TO WS-LIN-NBR(WS-LIN-IX)
027300         MOVE MEDG-SVC-PROC-CODE OF MEDG-SVC-RECORD
027400             TO WS-LIN-PROC(WS-LIN-IX)
027500         MOVE MEDG-SVC-DATE-FROM OF MEDG-SVC-RECORD
027600             TO WS-LIN-DATE-FROM(WS-LIN-IX)
027700         MOVE MEDG-SVC-DIAG-PTR-1 OF MEDG-SVC-RECORD
027800             TO WS-LIN-DX-PTR(WS-LIN-IX, 1)
027900         MOVE MEDG-SVC-DIAG-PTR-2 OF MEDG-SVC-RECORD
028000             TO WS-LIN-DX-PTR(WS-LIN-IX, 2)
028100         MOVE MEDG-SVC-DIAG-PTR-3 OF MEDG-SVC-RECORD
028200             TO WS-LIN-DX-PTR(WS-LIN-IX, 3)
028300         MOVE MEDG-SVC-DIAG-PTR-4 OF MEDG-SVC-RECORD
028400             TO WS-LIN-DX-PTR(WS-LIN-IX, 4)
028500         MOVE MEDG-SVC-PRIMARY-DIAG OF MEDG-SVC-RECORD
028600             TO WS-LIN-DX-CODE(WS-LIN-IX, 1)
028700         MOVE MEDG-SVC-SECONDARY-DIAG1 OF MEDG-SVC-RECORD
028800             TO WS-LIN-DX-CODE(WS-LIN-IX, 2)
028900         MOVE MEDG-SVC-SECONDARY-DIAG2 OF MEDG-SVC-RECORD
029000             TO WS-LIN-DX-CODE(WS-LIN-IX, 3)
029100         MOVE MEDG-SVC-SECONDARY-DIAG3 OF MEDG-SVC-RECORD
029200             TO WS-LIN-DX-CODE(WS-LIN-IX, 4)
029300     END-IF
029400     ADD 1 TO WS-CSV-SERV-LINES
029500     ADD MEDG-SVC-SUBMITTED-CHG OF MEDG-SVC-RECORD
029600         TO WS-CSV-SUBMITTED
029700     ADD MEDG-SVC-COINSURANCE-AMT OF MEDG-SVC-RECORD
029800         TO WS-CSV-COINS
029900     ADD MEDG-SVC-AMOUNT-PAID OF MEDG-SVC-RECORD
030000         TO WS-CSV-PAID
030100     ADD MEDG-SVC-DEDUCTIBLE-AMT OF MEDG-SVC-RECORD
030200         TO WS-CSV-DEDUCT
030300     ADD MEDG-SVC-APPROVED-AMT OF MEDG-SVC-RECORD
030400         TO WS-CSV-APPROVED
030500     ADD MEDG-SVC-AMOUNT-PAID OF MEDG-SVC-RECORD
030600         TO WS-CSV-APPLIED.
030700
030800*THE BUFFERED CLAIM EITHER PASSES THROUGH WHOLE OR IS PULLED
030900*TO SUSPENSE WITH ITS TOTALS REMEMBERED FOR THE TRAILERS. EVERY
031000*LINE IS CHECKED SO THE REPORT SHOWS ALL UNSUPPORTED LINES; THE
031100*FIRST ONE SUPPLIES THE SUSPENSE REASON TEXT.
031200 3000-FLUSH-CLAIM.
031300     SET WS-CLM-IN-FLIGHT-SW TO 'N'
031400     SET WS-CLM-FLAGGED-SW TO 'N'
031500     IF WS-LCD-TABLE-COUNT > ZERO
031600         PERFORM VARYING WS-LIN-IX FROM 1 BY 1
031700                 UNTIL WS-LIN-IX > WS-LIN-TABLE-COUNT
031800             PERFORM 3100-CHECK-ONE-LINE
031900         END-PERFORM
032000     END-IF
032100     IF WS-CLM-FLAGGED
032200         PERFORM 3500-ROUTE-TO-SUSPENSE
032300     ELSE
032400         PERFORM VARYING WS-REC-IX FROM 1 BY 1
032500                 UNTIL WS-REC-IX > WS-CLM-REC-COUNT
032600             WRITE BATO-RAW-LINE FROM WS-CLM-REC(WS-REC-IX)
032700         END-PERFORM
032800     END-IF.
032900
033000*A PROCEDURE WITH NO POLICY ENTRY IN EFFECT ON THE LINE'S FROM
033100*DATE IS NOT SUBJECT TO THE EDIT.
033200 3100-CHECK-ONE-LINE.
033300     MOVE 'N' TO WS-LCD-FOUND-SW
033400     SET WS-LCD-IX TO 1
033500     SEARCH WS-LCD-ENTRY
033600         AT END
033700             CONTINUE
033800         WHEN WS-LCD-PROC(WS-LCD-IX) = WS-LIN-PROC(WS-LIN-IX)
033900             AND WS-LIN-DATE-FROM(WS-LIN-IX)
034000                 NOT < WS-LCD-EFF(WS-LCD-IX)
034100             AND (WS-LCD-END(WS-LCD-IX) = SPACES
034200                 OR WS-LIN-DATE-FROM(WS-LIN-IX)
034300                     NOT > WS-LCD-END(WS-LCD-IX))
034400             SET WS-LCD-FOUND TO TRUE
034500     END-SEARCH
034600     IF WS-LCD-FOUND
034700         ADD 1 TO WS-LINES-CHECKED-COUNT
034800         MOVE WS-LCD-POLICY-ID(WS-LCD-IX) TO WS-LCD-POLICY-ID-HOLD
034900         MOVE 'N' TO WS-PTR-GIVEN-SW
035000         PERFORM VARYING WS-DX-IX FROM 1 BY 1
035100                 UNTIL WS-DX-IX > 4
035200             IF WS-LIN-DX-PTR(WS-LIN-IX, WS-DX-IX) IS NUMERIC
035300                 AND WS-LIN-DX-PTR(WS-LIN-IX, WS-DX-IX) > ZERO
035400                 SET WS-PTR-GIVEN TO TRUE
035500             END-IF
035600         END-PERFORM
035700         MOVE 'N' TO WS-LINE-SUPPORTED-SW
035800         PERFORM VARYING WS-DX-IX FROM 1 BY 1
035900                 UNTIL WS-DX-IX > 4
036000                 OR WS-LINE-SUPPORTED
036100             PERFORM 3200-CHECK-ONE-DIAG
036200         END-PERFORM
036300         IF NOT WS-LINE-SUPPORTED
036400             PERFORM 3300-FLAG-LINE
036500         END-IF
036600     END-IF.
036700
036800*A SLOT COUNTS WHEN ITS POINTER IS SET. LINES FROM SOURCES THAT
036900*CARRY NO POINTERS AT ALL ARE CHECKED AGAINST EVERY DIAGNOSIS
037000*THEY HOLD.
037100 3200-CHECK-ONE-DIAG.
037200     IF WS-LIN-DX-CODE(WS-LIN-IX, WS-DX-IX) NOT = SPACES
037300         AND (NOT WS-PTR-GIVEN
037400             OR (WS-LIN-DX-PTR(WS-LIN-IX, WS-DX-IX) IS NUMERIC
037500                 AND WS-LIN-DX-PTR(WS-LIN-IX, WS-DX-IX) > ZERO))
037600         MOVE 'N' TO WS-LCD-FOUND-SW
037700         SET WS-LCD-IX TO 1
037800         SEARCH WS-LCD-ENTRY
037900             AT END
038000                 CONTINUE
038100             WHEN WS-LCD-PROC(WS-LCD-IX) = WS-LIN-PROC(WS-LIN-IX)
038200                 AND WS-LCD-DIAG(WS-LCD-IX)
038300                     = WS-LIN-DX-CODE(WS-LIN-IX, WS-DX-IX)
038400                 AND WS-LIN-DATE-FROM(WS-LIN-IX)
038500                     NOT < WS-LCD-EFF(WS-LCD-IX)
038600                 AND (WS-LCD-END(WS-LCD-IX) = SPACES
038700                     OR WS-LIN-DATE-FROM(WS-LIN-IX)
038800                         NOT > WS-LCD-END(WS-LCD-IX))
038900                 SET WS-LCD-FOUND TO TRUE
039000         END-SEARCH
039100         IF WS-LCD-FOUND
039200             SET WS-LINE-SUPPORTED TO TRUE
039300         END-IF
039400     END-IF.
039500
039600 3300-FLAG-LINE.
039700     ADD 1 TO WS-LINES-UNSUPP-COUNT
039800     IF NOT WS-CLM-FLAGGED
039900         SET WS-CLM-FLAGGED TO TRUE
040000         MOVE 'LCD01' TO WS-FLAG-REASON-CODE
040100         MOVE SPACES TO WS-FLAG-REASON-TEXT
040200         STRING 'DX DOES NOT SUPPORT '
040300             WS-LIN-PROC(WS-LIN-IX)
040400             ' ON LINE ' WS-LIN-NBR(WS-LIN-IX)
040500             ' PER ' WS-LCD-POLICY-ID-HOLD
040600             DELIMITED BY SIZE INTO WS-FLAG-REASON-TEXT
040700     END-IF
040800     MOVE SPACES TO RPT-LINE
040900     STRING 'CLAIM ' WS-CUR-CLM-KEY
041000         ' LINE ' WS-LIN-NBR(WS-LIN-IX)
041100         ' PROC ' WS-LIN-PROC(WS-LIN-IX)
041200         ' DOS ' WS-LIN-DATE-FROM(WS-LIN-IX)
041300         ' POLICY ' WS-LCD-POLICY-ID-HOLD
041400         ' DX ' WS-LIN-DX-CODE(WS-LIN-IX, 1)
041500         ' ' WS-LIN-DX-CODE(WS-LIN-IX, 2)
041600         ' ' WS-LIN-DX-CODE(WS-LIN-IX, 3)
041700         ' ' WS-LIN-DX-CODE(WS-LIN-IX, 4)
041800         ' NOT SUPPORTED'
041900         DELIMITED BY SIZE INTO RPT-LINE
042000     WRITE RPT-LINE.
042100
042200 3500-ROUTE-TO-SUSPENSE.
042300     ADD 1 TO WS-SUSPENDED-COUNT
042400     ADD 1 TO WS-RMV-CLAIMS
042500     ADD WS-CSV-SERV-LINES TO WS-RMV-SERV-LINES
042600     ADD WS-CSV-SUBMITTED  TO WS-RMV-SUBMITTED
042700     ADD WS-CSV-COINS      TO WS-RMV-COINS
042800     ADD WS-CSV-PAID       TO WS-RMV-PAID
042900     ADD WS-CSV-DEDUCT     TO WS-RMV-DEDUCT
043000     ADD WS-CSV-APPROVED   TO WS-RMV-APPROVED
043100     ADD WS-CSV-APPLIED    TO WS-RMV-APPLIED
043200     PERFORM VARYING WS-REC-IX FROM 1 BY 1
043300             UNTIL WS-REC-IX > WS-CLM-REC-COUNT
043400         WRITE SUSP-RAW-LINE FROM WS-CLM-REC(WS-REC-IX)
043500     END-PERFORM
043600     MOVE SPACES TO SUSP-REASON-RECORD
043700     MOVE WS-CUR-CLM-KEY      TO SUSP-CLM-KEY
043800     MOVE WS-CUR-SUBSCR-SSN   TO SUSP-SUBSCR-SSN
043900     MOVE WS-CUR-SUBSCR-LAST  TO SUSP-SUBSCR-LAST
044000     MOVE WS-FLAG-REASON-CODE TO SUSP-REASON-CODE
044100     MOVE WS-FLAG-REASON-TEXT TO SUSP-REASON-TEXT
044200     MOVE WS-TODAY-DATE       TO SUSP-DETECTED-DATE
044300     MOVE WS-CUR-SENDER-ID    TO SUSP-SENDER-ID
044400     SET SUSP-PENDING TO TRUE
044500     WRITE SUSP-REASON-RECORD
044600     MOVE SPACES TO RPT-LINE
044700     STRING 'CLAIM ' WS-CUR-CLM-KEY
044800         ' SUSPENDED - ' WS-FLAG-REASON-CODE
044900         ' ' WS-FLAG-REASON-TEXT
045000         DELIMITED BY SIZE INTO RPT-LINE
045100     WRITE RPT-LINE.
045200
045300 2500-RESTATE-90.
045400     SUBTRACT WS-RMV-SERV-LINES
045500         FROM MEDG-90-TOT-SERV-LINES OF MEDG-90-RECORD
045600     SUBTRACT WS-RMV-SUBMITTED
045700         FROM MEDG-90-TOT-SUBMITTED OF MEDG-90-RECORD
045800     SUBTRACT WS-RMV-COINS
045900         FROM MEDG-90-TOT-COINS OF MEDG-90-RECORD
046000     SUBTRACT WS-RMV-PAID
046100         FROM MEDG-90-TOT-PAID OF MEDG-90-RECORD
046200     SUBTRACT WS-RMV-DEDUCT
046300         FROM MEDG-90-TOT-DEDUCT OF MEDG-90-RECORD
046400     SUBTRACT WS-RMV-APPROVED
046500         FROM MEDG-90-TOT-APPROVED OF MEDG-90-RECORD
046600     SUBTRACT WS-RMV-APPLIED
046700         FROM MEDG-90-TOT-APPLIED OF MEDG-90-RECORD.
046800
046900 2600-RESTATE-99.
047000     SUBTRACT WS-RMV-CLAIMS
047100         FROM MEDG-99-TOT-NBR-CLAIMS OF MEDG-99-RECORD
047200     SUBTRACT WS-RMV-SUBMITTED
047300         FROM MEDG-99-TOT-SUBMITTED OF MEDG-99-RECORD
047400     SUBTRACT WS-RMV-COINS
047500         FROM MEDG-99-TOT-COINS OF MEDG-99-RECORD
047600     SUBTRACT WS-RMV-PAID
047700         FROM MEDG-99-TOT-PAID OF MEDG-99-RECORD
047800     SUBTRACT WS-RMV-DEDUCT
047900         FROM MEDG-99-TOT-DEDUCT OF MEDG-99-RECORD
048000     SUBTRACT WS-RMV-APPROVED
048100         FROM MEDG-99-TOT-APPROVED OF MEDG-99-RECORD
048200     SUBTRACT WS-RMV-APPLIED
048300         FROM MEDG-99-TOT-APPLIED OF MEDG-99-RECORD.
048400
048500 5000-WRITE-SUMMARY.
048600     MOVE SPACES TO RPT-LINE
048700     WRITE RPT-LINE
048800     MOVE SPACES TO RPT-LINE
048900     STRING 'CLAIMS SUSPENDED ' WS-SUSPENDED-COUNT
049000         '  LINES UNDER A POLICY ' WS-LINES-CHECKED-COUNT
049100         '  LINES NOT SUPPORTED ' WS-LINES-UNSUPP-COUNT
049200         DELIMITED BY SIZE INTO RPT-LINE
049300     WRITE RPT-LINE.
049400
049500 9000-TERMINATE.
049600     IF WS-BATCH-STATUS NOT = '35'
049610         CLOSE BATCH-837
049620     END-IF
049700     CLOSE BATCH-837-OUT
049800     CLOSE SUSPENSE-FILE
049900     CLOSE SUSPENSE-REASON-LOG
050000     CLOSE LCD-EXCEPT-RPT.
