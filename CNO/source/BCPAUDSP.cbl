000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150128 - PAYMENT QUALITY AUDIT      *
000300*            SAMPLE DRAW. WEEKLY, DRAWS A STRATIFIED RANDOM      *
000400*            SAMPLE OF THE WEEK'S POSTED, NON-VOID CLAIMS        *
000500*            (POSTCLAIM AND BATCH837 ARE THE WEEK'S GENERATIONS  *
000600*            CONCATENATED). STRATA ARE PART A/B (BATCH HEADER)   *
000700*            BY PAID-DOLLAR BAND; AUDPARM MAY SET THE SEED, THE  *
000800*            SAMPLE SIZE PER STRATUM AND THE THREE BAND LIMITS   *
000900*            (DEFAULTS: SEED = RUN DATE, 10, 500/5000/25000).    *
001000*            EACH CLAIM IN INPUT ORDER TAKES ONE DRAW FROM A     *
001100*            PARK-MILLER GENERATOR AND IS KEPT BY SELECTION      *
001200*            SAMPLING, SO THE SAME INPUT AND SEED ALWAYS GIVE    *
001300*            THE SAME SAMPLE. THE DRAW IS APPENDED TO THE SAMPLE *
001400*            MASTER (BCPAUDSM, CARRIED AUDSMST TO AUDSMSTO) AND  *
001500*            PRINTED AS THE AUDITOR WORKSHEET. A SECOND DRAW ON  *
001600*            THE SAME DATE IS REFUSED. RC 8 WHEN REFUSED OR A    *
001700*            TABLE FILLS.                                        *
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. BCPAUDSP.
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OPTIONAL AUD-PARM-FILE ASSIGN TO AUDPARM
002500            ORGANIZATION IS LINE SEQUENTIAL
002600            FILE STATUS IS WS-PRM-STATUS.
002700     SELECT OPTIONAL SAMPLE-MASTER ASSIGN TO AUDSMST
002800            ORGANIZATION IS LINE SEQUENTIAL
002900            FILE STATUS IS WS-SMS-STATUS.
003000     SELECT SAMPLE-MASTER-OUT ASSIGN TO AUDSMSTO
003100            ORGANIZATION IS LINE SEQUENTIAL
003200            FILE STATUS IS WS-SMO-STATUS.
003300     SELECT POSTED-CLAIMS ASSIGN TO POSTCLAIM
003400            ORGANIZATION IS LINE SEQUENTIAL
003500            FILE STATUS IS WS-POST-STATUS.
003600     SELECT BATCH-837 ASSIGN TO BATCH837
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS IS WS-BATCH-STATUS.
003900     SELECT WORKSHEET-RPT ASSIGN TO AUDWKSHT
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS WS-RPT-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  AUD-PARM-FILE.
004500 01  AUDPRM-RECORD.
004600     05  AUDPRM-SEED               PIC X(10).
004700     05  AUDPRM-STRATUM-SIZE       PIC X(03).
004800     05  AUDPRM-BAND-LIMIT         PIC X(11)  OCCURS 3 TIMES.
004900 FD  SAMPLE-MASTER.
005000     COPY BCPAUDSM.
005100 FD  SAMPLE-MASTER-OUT.
005200     COPY BCPAUDSM
005300         REPLACING ==AUDS-RECORD== BY ==AUDO-RECORD==.
005400 FD  POSTED-CLAIMS.
005500     COPY BCPMG50
005600         REPLACING ==MEDG-CLM50-RECORD== BY ==POST-CLM50-RECORD==.
005700 FD  BATCH-837.
005800     COPY BCPMGHDR.
005900     COPY BCPMG50.
006000     COPY BCPMG60.
006100     COPY BCPMGSVC.
006200     COPY BCPMG90.
006300     COPY BCPMG99.
006400 FD  WORKSHEET-RPT.
006500 01  RPT-LINE                  PIC X(132).
006600 WORKING-STORAGE SECTION.
006700 01  WS-PRM-STATUS             PIC X(02).
006800 01  WS-SMS-STATUS             PIC X(02).
006900 01  WS-SMO-STATUS             PIC X(02).
007000 01  WS-POST-STATUS            PIC X(02).
007100 01  WS-BATCH-STATUS           PIC X(02).
007200 01  WS-RPT-STATUS             PIC X(02).
007300 01  WS-SMS-EOF-SW             PIC X(01)      VALUE 'N'.
007400     88  WS-NO-MORE-SMS            VALUE 'Y'.
007500 01  WS-POST-EOF-SW            PIC X(01)      VALUE 'N'.
007600     88  WS-NO-MORE-POST           VALUE 'Y'.
007700 01  WS-BAT-EOF-SW             PIC X(01)      VALUE 'N'.
007800     88  WS-NO-MORE-BAT            VALUE 'Y'.
007900 01  WS-RUN-FATAL-SW           PIC X(01)      VALUE 'N'.
008000     88  WS-RUN-FATAL              VALUE 'Y'.
008100 01  WS-TODAY-DATE             PIC X(08).
008200 01  WS-TODAY-N REDEFINES WS-TODAY-DATE
008300                               PIC 9(08).
008400 01  WS-LAST-REC-ID            PIC X(02)      VALUE SPACES.
008500 01  WS-CURR-PART-IND          PIC X(01)      VALUE SPACE.
008600*DRAW PARAMETERS.
008700 01  WS-STRATUM-SIZE           PIC 9(03)      VALUE 10.
008800 01  WS-BAND-LIMITS.
008900     05  WS-BAND-LIMIT         PIC 9(09)V99   OCCURS 3 TIMES.
009000 01  WS-BAND-IX                PIC 9(01)      VALUE ZERO.
009100*PARK-MILLER MINIMAL STANDARD GENERATOR: SEED = SEED * 16807
009200*MODULO 2147483647, DRAW = SEED / 2147483647.
009300 01  WS-DRAW-SEED              PIC 9(10)      VALUE ZERO.
009400 01  WS-RND-SEED               PIC 9(10)      VALUE ZERO.
009500 01  WS-RND-PRODUCT            PIC 9(15)      VALUE ZERO.
009600 01  WS-RND-QUOTIENT           PIC 9(15)      VALUE ZERO.
009700 01  WS-RND-DRAW               PIC V9(09)     VALUE ZERO.
009800 01  WS-RND-TEST               PIC 9(07)V9(09) VALUE ZERO.
009900*STRATA 1-4 ARE PART A BANDS 1-4, 5-8 PART B BANDS 1-4.
010000 01  WS-STR-TABLE.
010100     05  WS-STR-ENTRY          OCCURS 8 TIMES
010200                               INDEXED BY WS-STR-IX.
010300         10  WS-STR-PART-IND       PIC X(01).
010400         10  WS-STR-BAND           PIC 9(01).
010500         10  WS-STR-BAND-LOW       PIC 9(09)V99.
010600         10  WS-STR-BAND-HIGH      PIC 9(09)V99.
010700         10  WS-STR-POP-COUNT      PIC 9(07).
010800         10  WS-STR-POP-PAID       PIC 9(11)V99.
010900         10  WS-STR-SAMPLE-SIZE    PIC 9(05).
011000         10  WS-STR-SEEN           PIC 9(07).
011100         10  WS-STR-TAKEN          PIC 9(05).
011200 01  WS-STR-SUB                PIC 9(02)      VALUE ZERO.
011300*THE WEEK'S POSTED CLAIMS, IN INPUT ORDER.
011400 01  WS-POP-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
011500 01  WS-POP-TABLE.
011600     05  WS-POP-ENTRY          OCCURS 1 TO 30000 TIMES
011700                               DEPENDING ON WS-POP-TABLE-COUNT
011800                               INDEXED BY WS-POP-IX.
011900         10  WS-POP-CLM-KEY        PIC 9(06).
012000         10  WS-POP-POLICY-KEY     PIC 9(09).
012100         10  WS-POP-PROV-NPI       PIC X(10).
012200         10  WS-POP-MEMBER-ID      PIC 9(10).
012300         10  WS-POP-PAID-AMT       PIC 9(09)V99.
012400         10  WS-POP-PART-IND       PIC X(01).
012500         10  WS-POP-STR-SUB        PIC 9(02).
012600         10  WS-POP-SELECTED-SW    PIC X(01).
012700             88  WS-POP-SELECTED       VALUE 'Y'.
012800 01  WS-POP-FOUND-SW           PIC X(01)      VALUE 'N'.
012900     88  WS-POP-FOUND              VALUE 'Y'.
013000 01  WS-SAMPLE-SEQ             PIC 9(05)      VALUE ZERO.
013100 01  WS-MASTER-COPIED          PIC 9(07)      VALUE ZERO.
013200 01  WS-NOT-ON-837-COUNT       PIC 9(07)      VALUE ZERO.
013300 01  WS-POP-TOTAL              PIC 9(07)      VALUE ZERO.
013400 01  WS-RPT-AMT                PIC ZZZ,ZZZ,ZZ9.99.
013500 01  WS-RPT-LOW                PIC ZZZ,ZZZ,ZZ9.99.
013600 01  WS-RPT-HIGH               PIC ZZZ,ZZZ,ZZ9.99.
013700 01  WS-RPT-POP-PAID           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
013800 01  WS-RPT-COUNT              PIC Z,ZZZ,ZZ9.
013900 01  WS-RPT-SEQ                PIC ZZZZ9.
014000 PROCEDURE DIVISION.
014100 0000-MAIN-CONTROL.
014200     PERFORM 1000-INITIALIZE
014300     PERFORM 1100-COPY-MASTER
014400     IF NOT WS-RUN-FATAL
014500         PERFORM 1200-LOAD-POSTED
014600     END-IF
014700     IF NOT WS-RUN-FATAL
014800         OPEN INPUT BATCH-837
014900         PERFORM 2100-READ-BATCH
015000         PERFORM 2000-PROCESS-RECORD
015100             UNTIL WS-NO-MORE-BAT
015200         CLOSE BATCH-837
015300         PERFORM 3000-BUILD-STRATA
015400         PERFORM 3100-DRAW-SAMPLE
015500         PERFORM 4000-WRITE-DRAW
015600     END-IF
015700     PERFORM 5000-WRITE-SUMMARY
015800     PERFORM 9000-TERMINATE
015900     IF WS-RUN-FATAL
016000         MOVE 8 TO RETURN-CODE
016100     END-IF
016200     STOP RUN.
016300
016400*SEED = RUN DATE UNLESS THE PARM GIVES ONE. THE SEED AS GIVEN IS
016500*RECORDED; THE GENERATOR STARTS FROM IT BROUGHT INTO ITS RANGE
016600*1 - 2147483646.
016700 1000-INITIALIZE.
016800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
016900     MOVE WS-TODAY-N TO WS-DRAW-SEED
017000     MOVE 500.00   TO WS-BAND-LIMIT(1)
017100     MOVE 5000.00  TO WS-BAND-LIMIT(2)
017200     MOVE 25000.00 TO WS-BAND-LIMIT(3)
017300     OPEN INPUT AUD-PARM-FILE
017400     READ AUD-PARM-FILE
017500         AT END
017600             CONTINUE
017700         NOT AT END
017800             PERFORM 1010-APPLY-PARM
017900     END-READ
018000     CLOSE AUD-PARM-FILE
018100     DIVIDE WS-DRAW-SEED BY 2147483646 GIVING WS-RND-QUOTIENT
018200         REMAINDER WS-RND-SEED
018300     ADD 1 TO WS-RND-SEED
018400     OPEN OUTPUT SAMPLE-MASTER-OUT
018500     OPEN OUTPUT WORKSHEET-RPT
018600     MOVE SPACES TO RPT-LINE
018700     STRING 'PAYMENT QUALITY AUDIT WORKSHEET - SAMPLE '
018800                DELIMITED BY SIZE
018900            WS-TODAY-DATE DELIMITED BY SIZE
019000            ' - SEED ' DELIMITED BY SIZE
019100            WS-DRAW-SEED DELIMITED BY SIZE
019200         INTO RPT-LINE
019300     END-STRING
019400     WRITE RPT-LINE.
019500
019600*THE BAND LIMITS ARE TAKEN ONLY AS A RISING SET OF THREE.
019700 1010-APPLY-PARM.
019800     IF AUDPRM-SEED IS NUMERIC
019900         MOVE AUDPRM-SEED TO WS-DRAW-SEED
020000     END-IF
020100     IF AUDPRM-STRATUM-SIZE IS NUMERIC
020200         AND AUDPRM-STRATUM-SIZE > '000'
020300         MOVE AUDPRM-STRATUM-SIZE TO WS-STRATUM-SIZE
020400     END-IF
020500     IF AUDPRM-BAND-LIMIT(1) IS NUMERIC
020600         AND AUDPRM-BAND-LIMIT(2) IS NUMERIC
020700         AND AUDPRM-BAND-LIMIT(3) IS NUMERIC
020800         AND AUDPRM-BAND-LIMIT(1) > '00000000000'
020900         AND AUDPRM-BAND-LIMIT(2) > AUDPRM-BAND-LIMIT(1)
021000         AND AUDPRM-BAND-LIMIT(3) > AUDPRM-BAND-LIMIT(2)
021100         PERFORM VARYING WS-BAND-IX FROM 1 BY 1
021200                 UNTIL WS-BAND-IX > 3
021300             MOVE AUDPRM-BAND-LIMIT(WS-BAND-IX)
021400                 TO WS-BAND-LIMIT(WS-BAND-IX)
021500         END-PERFORM
021600     END-IF.
021700
021800*PRIOR DRAWS ARE CARRIED FORWARD AS-IS. ONE DRAW PER DATE.
021900 1100-COPY-MASTER.
022000     OPEN INPUT SAMPLE-MASTER
022100     PERFORM 1110-READ-MASTER
022200     PERFORM UNTIL WS-NO-MORE-SMS
022300         IF AUDS-STRATUM-ROW OF AUDS-RECORD
022400             AND AUDS-SAMPLE-DATE OF AUDS-RECORD = WS-TODAY-DATE
022500             AND NOT WS-RUN-FATAL
022600             SET WS-RUN-FATAL TO TRUE
022700             MOVE SPACES TO RPT-LINE
022800             STRING 'SAMPLE ALREADY DRAWN FOR ' DELIMITED BY SIZE
022900                    WS-TODAY-DATE DELIMITED BY SIZE
023000                    ' - MASTER CARRIED FORWARD UNCHANGED'
023100                        DELIMITED BY SIZE
023200                 INTO RPT-LINE
023300             END-STRING
023400             WRITE RPT-LINE
023500         END-IF
023600         WRITE AUDO-RECORD FROM AUDS-RECORD
023700         ADD 1 TO WS-MASTER-COPIED
023800         PERFORM 1110-READ-MASTER
023900     END-PERFORM
024000     CLOSE SAMPLE-MASTER.
024100
024200 1110-READ-MASTER.
024300     READ SAMPLE-MASTER
024400         AT END
024500             SET WS-NO-MORE-SMS TO TRUE
024600     END-READ.
024700
024800 1200-LOAD-POSTED.
024900     OPEN INPUT POSTED-CLAIMS
025000     PERFORM 1210-READ-POSTED
025100     PERFORM UNTIL WS-NO-MORE-POST
025200             OR WS-RUN-FATAL
025300         IF MEDG-CLM50-IS-POSTED OF POST-CLM50-RECORD
025400             AND NOT MEDG-CLM50-IS-VOID OF POST-CLM50-RECORD
025500             PERFORM 1220-ADD-POSTED
025600         END-IF
025700         PERFORM 1210-READ-POSTED
025800     END-PERFORM
025900     CLOSE POSTED-CLAIMS.
026000
026100 1210-READ-POSTED.
026200     READ POSTED-CLAIMS
026300         AT END
026400             SET WS-NO-MORE-POST TO TRUE
026500     END-READ.
026600
026700 1220-ADD-POSTED.
026800     IF WS-POP-TABLE-COUNT < 30000
026900         ADD 1 TO WS-POP-TABLE-COUNT
027000         SET WS-POP-IX TO WS-POP-TABLE-COUNT
027100         MOVE MEDG-CLM50-CLM-KEY OF POST-CLM50-RECORD
027200             TO WS-POP-CLM-KEY(WS-POP-IX)
027300         MOVE MEDG-CLM50-POLICY-KEY OF POST-CLM50-RECORD
027400             TO WS-POP-POLICY-KEY(WS-POP-IX)
027500         MOVE MEDG-CLM50-RENDPROV-NPI OF POST-CLM50-RECORD
027600             TO WS-POP-PROV-NPI(WS-POP-IX)
027700         MOVE MEDG-CLM50-MEMBER-ID OF POST-CLM50-RECORD
027800             TO WS-POP-MEMBER-ID(WS-POP-IX)
027900         MOVE MEDG-CLM50-PAID-AMT OF POST-CLM50-RECORD
028000             TO WS-POP-PAID-AMT(WS-POP-IX)
028100         MOVE SPACE TO WS-POP-PART-IND(WS-POP-IX)
028200         MOVE ZERO  TO WS-POP-STR-SUB(WS-POP-IX)
028300         MOVE 'N'   TO WS-POP-SELECTED-SW(WS-POP-IX)
028400     ELSE
028500         PERFORM 1900-TABLE-FULL
028600     END-IF.
028700
028800 1900-TABLE-FULL.
028900     SET WS-RUN-FATAL TO TRUE
029000     MOVE 'TABLE FULL - RUN STOPPED, NO SAMPLE DRAWN' TO RPT-LINE
029100     WRITE RPT-LINE.
029200
029300*THE 837 WALK GIVES EACH POSTED CLAIM ITS BATCH'S PART A/B.
029400 2000-PROCESS-RECORD.
029500     EVALUATE WS-LAST-REC-ID
029600         WHEN '02'
029700             MOVE MEDG-HDR-PART-IND TO WS-CURR-PART-IND
029800         WHEN '50'
029900             PERFORM 2200-MARK-PART
030000         WHEN OTHER
030100             CONTINUE
030200     END-EVALUATE
030300     PERFORM 2100-READ-BATCH.
030400
030500 2100-READ-BATCH.
030600     READ BATCH-837
030700         AT END
030800             SET WS-NO-MORE-BAT TO TRUE
030900     END-READ
031000     IF NOT WS-NO-MORE-BAT
031100         MOVE MEDG-HDR-REC-ID TO WS-LAST-REC-ID
031200     END-IF.
031300
031400 2200-MARK-PART.
031500     MOVE 'N' TO WS-POP-FOUND-SW
031600     IF WS-POP-TABLE-COUNT > ZERO
031700         SET WS-POP-IX TO 1
031800         SEARCH WS-POP-ENTRY
031900             AT END
032000                 CONTINUE
032100             WHEN WS-POP-CLM-KEY(WS-POP-IX)
032200                     = MEDG-CLM50-CLM-KEY OF MEDG-CLM50-RECORD
032300                 AND WS-POP-POLICY-KEY(WS-POP-IX)
032400                     = MEDG-CLM50-POLICY-KEY OF MEDG-CLM50-RECORD
032500                 AND WS-POP-PART-IND(WS-POP-IX) = SPACE
032600                 SET WS-POP-FOUND TO TRUE
032700         END-SEARCH
032800     END-IF
032900     IF WS-POP-FOUND
033000         IF WS-CURR-PART-IND = 'A'
033100             MOVE 'A' TO WS-POP-PART-IND(WS-POP-IX)
033200         ELSE
033300             MOVE 'B' TO WS-POP-PART-IND(WS-POP-IX)
033400         END-IF
033500     END-IF.
033600
033700*POPULATION AND SAMPLE SIZE PER STRATUM. A CLAIM NOT FOUND ON THE
033800*837 HAS NO PART AND IS LEFT OUT OF THE FRAME (COUNTED).
033900 3000-BUILD-STRATA.
034000     PERFORM VARYING WS-STR-IX FROM 1 BY 1
034100             UNTIL WS-STR-IX > 8
034200         IF WS-STR-IX < 5
034300             MOVE 'A' TO WS-STR-PART-IND(WS-STR-IX)
034400             SET WS-BAND-IX TO WS-STR-IX
034500         ELSE
034600             MOVE 'B' TO WS-STR-PART-IND(WS-STR-IX)
034700             SET WS-BAND-IX TO WS-STR-IX
034800             SUBTRACT 4 FROM WS-BAND-IX
034900         END-IF
035000         MOVE WS-BAND-IX TO WS-STR-BAND(WS-STR-IX)
035100         IF WS-BAND-IX = 1
035200             MOVE ZERO TO WS-STR-BAND-LOW(WS-STR-IX)
035300         ELSE
035400             MOVE WS-BAND-LIMIT(WS-BAND-IX - 1)
035500                 TO WS-STR-BAND-LOW(WS-STR-IX)
035600         END-IF
035700         IF WS-BAND-IX = 4
035800             MOVE 999999999.99 TO WS-STR-BAND-HIGH(WS-STR-IX)
035900         ELSE
036000             COMPUTE WS-STR-BAND-HIGH(WS-STR-IX) =
036100                 WS-BAND-LIMIT(WS-BAND-IX) - .01
036200         END-IF
036300         MOVE ZERO TO WS-STR-POP-COUNT(WS-STR-IX)
036400         MOVE ZERO TO WS-STR-POP-PAID(WS-STR-IX)
036500         MOVE ZERO TO WS-STR-SEEN(WS-STR-IX)
036600         MOVE ZERO TO WS-STR-TAKEN(WS-STR-IX)
036700     END-PERFORM
036800     PERFORM VARYING WS-POP-IX FROM 1 BY 1
036900             UNTIL WS-POP-IX > WS-POP-TABLE-COUNT
037000         IF WS-POP-PART-IND(WS-POP-IX) = SPACE
037100             ADD 1 TO WS-NOT-ON-837-COUNT
037200         ELSE
037300             MOVE 4 TO WS-BAND-IX
037400             IF WS-POP-PAID-AMT(WS-POP-IX) < WS-BAND-LIMIT(3)
037500                 MOVE 3 TO WS-BAND-IX
037600             END-IF
037700             IF WS-POP-PAID-AMT(WS-POP-IX) < WS-BAND-LIMIT(2)
037800                 MOVE 2 TO WS-BAND-IX
037900             END-IF
038000             IF WS-POP-PAID-AMT(WS-POP-IX) < WS-BAND-LIMIT(1)
038100                 MOVE 1 TO WS-BAND-IX
038200             END-IF
038300             MOVE WS-BAND-IX TO WS-STR-SUB
038400             IF WS-POP-PART-IND(WS-POP-IX) = 'B'
038500                 ADD 4 TO WS-STR-SUB
038600             END-IF
038700             MOVE WS-STR-SUB TO WS-POP-STR-SUB(WS-POP-IX)
038800             ADD 1 TO WS-STR-POP-COUNT(WS-STR-SUB)
038900             ADD WS-POP-PAID-AMT(WS-POP-IX)
039000                 TO WS-STR-POP-PAID(WS-STR-SUB)
039100             ADD 1 TO WS-POP-TOTAL
039200         END-IF
039300     END-PERFORM
039400     PERFORM VARYING WS-STR-IX FROM 1 BY 1
039500             UNTIL WS-STR-IX > 8
039600         IF WS-STR-POP-COUNT(WS-STR-IX) < WS-STRATUM-SIZE
039700             MOVE WS-STR-POP-COUNT(WS-STR-IX)
039800                 TO WS-STR-SAMPLE-SIZE(WS-STR-IX)
039900         ELSE
040000             MOVE WS-STRATUM-SIZE TO WS-STR-SAMPLE-SIZE(WS-STR-IX)
040100         END-IF
040200     END-PERFORM.
040300
040400*SELECTION SAMPLING: WITH N CLAIMS OF THE STRATUM NOT YET SEEN
040500*AND M OF ITS SAMPLE NOT YET TAKEN, THE CLAIM IS TAKEN WHEN
040600*N * DRAW < M. EVERY FRAMED CLAIM TAKES ONE DRAW, IN INPUT ORDER.
040700 3100-DRAW-SAMPLE.
040800     PERFORM VARYING WS-POP-IX FROM 1 BY 1
040900             UNTIL WS-POP-IX > WS-POP-TABLE-COUNT
041000         IF WS-POP-STR-SUB(WS-POP-IX) > ZERO
041100             MOVE WS-POP-STR-SUB(WS-POP-IX) TO WS-STR-SUB
041200             PERFORM 3200-NEXT-DRAW
041300             COMPUTE WS-RND-TEST =
041400                 (WS-STR-POP-COUNT(WS-STR-SUB)
041500                     - WS-STR-SEEN(WS-STR-SUB)) * WS-RND-DRAW
041600             IF WS-RND-TEST < WS-STR-SAMPLE-SIZE(WS-STR-SUB)
041700                     - WS-STR-TAKEN(WS-STR-SUB)
041800                 MOVE 'Y' TO WS-POP-SELECTED-SW(WS-POP-IX)
041900                 ADD 1 TO WS-STR-TAKEN(WS-STR-SUB)
042000             END-IF
042100             ADD 1 TO WS-STR-SEEN(WS-STR-SUB)
042200         END-IF
042300     END-PERFORM.
042400
042500 3200-NEXT-DRAW.
042600     COMPUTE WS-RND-PRODUCT = WS-RND-SEED * 16807
042700     DIVIDE WS-RND-PRODUCT BY 2147483647 GIVING WS-RND-QUOTIENT
042800         REMAINDER WS-RND-SEED
042900     COMPUTE WS-RND-DRAW = WS-RND-SEED / 2147483647.
043000
043100*PER STRATUM: THE FRAME ROW, THEN ITS SAMPLED CLAIMS, ON THE
043200*MASTER AND THE WORKSHEET ALIKE.
043300 4000-WRITE-DRAW.
043400     PERFORM VARYING WS-STR-IX FROM 1 BY 1
043500             UNTIL WS-STR-IX > 8
043600         MOVE SPACES TO AUDO-RECORD
043700         SET AUDS-STRATUM-ROW OF AUDO-RECORD TO TRUE
043800         MOVE WS-TODAY-DATE TO AUDS-SAMPLE-DATE OF AUDO-RECORD
043900         MOVE WS-STR-PART-IND(WS-STR-IX)
044000             TO AUDS-PART-IND OF AUDO-RECORD
044100         MOVE WS-STR-BAND(WS-STR-IX)
044200             TO AUDS-DOLLAR-BAND OF AUDO-RECORD
044300         MOVE WS-STR-BAND-LOW(WS-STR-IX)
044400             TO AUDS-STR-BAND-LOW OF AUDO-RECORD
044500         MOVE WS-STR-BAND-HIGH(WS-STR-IX)
044600             TO AUDS-STR-BAND-HIGH OF AUDO-RECORD
044700         MOVE WS-STR-POP-COUNT(WS-STR-IX)
044800             TO AUDS-STR-POP-COUNT OF AUDO-RECORD
044900         MOVE WS-STR-POP-PAID(WS-STR-IX)
045000             TO AUDS-STR-POP-PAID-AMT OF AUDO-RECORD
045100         MOVE WS-STR-TAKEN(WS-STR-IX)
045200             TO AUDS-STR-SAMPLE-COUNT OF AUDO-RECORD
045300         MOVE WS-DRAW-SEED TO AUDS-STR-DRAW-SEED OF AUDO-RECORD
045400         WRITE AUDO-RECORD
045500         PERFORM 4100-PRINT-STRATUM
045600         PERFORM VARYING WS-POP-IX FROM 1 BY 1
045700                 UNTIL WS-POP-IX > WS-POP-TABLE-COUNT
045800             IF WS-POP-SELECTED(WS-POP-IX)
045900                 AND WS-POP-STR-SUB(WS-POP-IX) = WS-STR-IX
046000                 PERFORM 4200-WRITE-SAMPLED-CLAIM
046100             END-IF
046200         END-PERFORM
046300     END-PERFORM.
046400
046500 4100-PRINT-STRATUM.
046600     MOVE SPACES TO RPT-LINE
046700     WRITE RPT-LINE
046800     MOVE WS-STR-BAND-LOW(WS-STR-IX)  TO WS-RPT-LOW
046900     MOVE WS-STR-BAND-HIGH(WS-STR-IX) TO WS-RPT-HIGH
047000     MOVE SPACES TO RPT-LINE
047100     STRING 'STRATUM PART ' DELIMITED BY SIZE
047200            WS-STR-PART-IND(WS-STR-IX) DELIMITED BY SIZE
047300            ' BAND ' DELIMITED BY SIZE
047400            WS-STR-BAND(WS-STR-IX) DELIMITED BY SIZE
047500            '  PAID ' DELIMITED BY SIZE
047600            WS-RPT-LOW DELIMITED BY SIZE
047700            ' TO ' DELIMITED BY SIZE
047800            WS-RPT-HIGH DELIMITED BY SIZE
047900         INTO RPT-LINE
048000     END-STRING
048100     WRITE RPT-LINE
048200     MOVE WS-STR-POP-COUNT(WS-STR-IX) TO WS-RPT-COUNT
048300     MOVE WS-STR-POP-PAID(WS-STR-IX)  TO WS-RPT-POP-PAID
048400     MOVE WS-STR-TAKEN(WS-STR-IX)     TO WS-RPT-SEQ
048500     MOVE SPACES TO RPT-LINE
048600     STRING 'POPULATION ' DELIMITED BY SIZE
048700            WS-RPT-COUNT DELIMITED BY SIZE
048800            '  PAID ' DELIMITED BY SIZE
048900            WS-RPT-POP-PAID DELIMITED BY SIZE
049000            '  SAMPLED ' DELIMITED BY SIZE
049100            WS-RPT-SEQ DELIMITED BY SIZE
049200         INTO RPT-LINE
049300     END-STRING
049400     WRITE RPT-LINE
049500     MOVE SPACES TO RPT-LINE
049600     STRING '  SEQ  CLAIM  POLICY    PROVIDER NPI  MEMBER ID '
049700                DELIMITED BY SIZE
049800            '         PAID AMT  RESULT DIR   ERROR AMOUNT CODE'
049900                DELIMITED BY SIZE
050000            ' AUDITOR  REVIEWED' DELIMITED BY SIZE
050100         INTO RPT-LINE
050200     END-STRING
050300     WRITE RPT-LINE.
050400
050500 4200-WRITE-SAMPLED-CLAIM.
050600     ADD 1 TO WS-SAMPLE-SEQ
050700     MOVE SPACES TO AUDO-RECORD
050800     SET AUDS-CLAIM-ROW OF AUDO-RECORD TO TRUE
050900     MOVE WS-TODAY-DATE TO AUDS-SAMPLE-DATE OF AUDO-RECORD
051000     MOVE WS-STR-PART-IND(WS-STR-IX)
051100         TO AUDS-PART-IND OF AUDO-RECORD
051200     MOVE WS-STR-BAND(WS-STR-IX)
051300         TO AUDS-DOLLAR-BAND OF AUDO-RECORD
051400     MOVE WS-SAMPLE-SEQ TO AUDS-CLM-SAMPLE-SEQ OF AUDO-RECORD
051500     MOVE WS-POP-CLM-KEY(WS-POP-IX)
051600         TO AUDS-CLM-KEY OF AUDO-RECORD
051700     MOVE WS-POP-POLICY-KEY(WS-POP-IX)
051800         TO AUDS-CLM-POLICY-KEY OF AUDO-RECORD
051900     MOVE WS-POP-PROV-NPI(WS-POP-IX)
052000         TO AUDS-CLM-PROV-NPI OF AUDO-RECORD
052100     MOVE WS-POP-MEMBER-ID(WS-POP-IX)
052200         TO AUDS-CLM-MEMBER-ID OF AUDO-RECORD
052300     MOVE WS-POP-PAID-AMT(WS-POP-IX)
052400         TO AUDS-CLM-PAID-AMT OF AUDO-RECORD
052500     MOVE ZERO TO AUDS-CLM-ERROR-AMT OF AUDO-RECORD
052600     MOVE 'N'  TO AUDS-CLM-RCVB-SW OF AUDO-RECORD
052700     WRITE AUDO-RECORD
052800     MOVE WS-SAMPLE-SEQ TO WS-RPT-SEQ
052900     MOVE WS-POP-PAID-AMT(WS-POP-IX) TO WS-RPT-AMT
053000     MOVE SPACES TO RPT-LINE
053100     STRING WS-RPT-SEQ DELIMITED BY SIZE
053200            ' ' DELIMITED BY SIZE
053300            WS-POP-CLM-KEY(WS-POP-IX) DELIMITED BY SIZE
053400            ' ' DELIMITED BY SIZE
053500            WS-POP-POLICY-KEY(WS-POP-IX) DELIMITED BY SIZE
053600            ' ' DELIMITED BY SIZE
053700            WS-POP-PROV-NPI(WS-POP-IX) DELIMITED BY SIZE
053800            '    ' DELIMITED BY SIZE
053900            WS-POP-MEMBER-ID(WS-POP-IX) DELIMITED BY SIZE
054000            ' ' DELIMITED BY SIZE
054100            WS-RPT-AMT DELIMITED BY SIZE
054200            '  ______  _  ____________ ____ ________ ________'
054300                DELIMITED BY SIZE
054400         INTO RPT-LINE
054500     END-STRING
054600     WRITE RPT-LINE.
054700
054800 5000-WRITE-SUMMARY.
054900     MOVE SPACES TO RPT-LINE
055000     WRITE RPT-LINE
055100     MOVE WS-POP-TABLE-COUNT TO WS-RPT-COUNT
055200     MOVE SPACES TO RPT-LINE
055300     STRING 'POSTED CLAIMS READ              ' DELIMITED BY SIZE
055400            WS-RPT-COUNT DELIMITED BY SIZE
055500         INTO RPT-LINE
055600     END-STRING
055700     WRITE RPT-LINE
055800     MOVE WS-NOT-ON-837-COUNT TO WS-RPT-COUNT
055900     MOVE SPACES TO RPT-LINE
056000     STRING 'NOT ON BATCH837 - NOT FRAMED    ' DELIMITED BY SIZE
056100            WS-RPT-COUNT DELIMITED BY SIZE
056200         INTO RPT-LINE
056300     END-STRING
056400     WRITE RPT-LINE
056500     MOVE WS-POP-TOTAL TO WS-RPT-COUNT
056600     MOVE SPACES TO RPT-LINE
056700     STRING 'CLAIMS IN THE SAMPLING FRAME    ' DELIMITED BY SIZE
056800            WS-RPT-COUNT DELIMITED BY SIZE
056900         INTO RPT-LINE
057000     END-STRING
057100     WRITE RPT-LINE
057200     MOVE WS-SAMPLE-SEQ TO WS-RPT-COUNT
057300     MOVE SPACES TO RPT-LINE
057400     STRING 'CLAIMS SAMPLED                  ' DELIMITED BY SIZE
057500            WS-RPT-COUNT DELIMITED BY SIZE
057600         INTO RPT-LINE
057700     END-STRING
057800     WRITE RPT-LINE.
057900
058000 9000-TERMINATE.
058100     CLOSE SAMPLE-MASTER-OUT
058200     CLOSE WORKSHEET-RPT.
