000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150137 - CYCLE SNAPSHOT STEP. RUNS  *
000300*            AHEAD OF EACH STEP THAT UPDATES A MASTER IN PLACE - *
000400*            THE PARM NAMES THE STEP'S SEQUENCE IN THE CYCLE,    *
000500*            ITS PROGRAM AND THE MASTERS (BY DD NAME) IT WILL    *
000600*            UPDATE: PAID-KEY MASTER, RECEIVABLES, PBM MASTER,   *
000700*            ACCUMULATOR MASTER, CLAIM HISTORY AND THE BATCH     *
000800*            SEQUENCE RECORD. EACH MASTER IS COPIED AS IT STANDS *
000900*            INTO THE SNAPSHOT STORE (BCPSNPST) UNDER THE NEXT   *
001000*            GENERATION NUMBER FOR THAT MASTER AND CATALOGED     *
001100*            (BCPSNPCT) WITH ITS RECORD COUNT, SO BCPCYBKO CAN   *
001200*            PUT THE MASTERS BACK TO THEIR PRE-CYCLE STATE. A    *
001300*            MISSING OR INVALID PARM SETS RETURN-CODE 12 BEFORE  *
001400*            ANYTHING IS WRITTEN SO THE UPDATING STEP DOES NOT   *
001500*            RUN WITHOUT ITS SNAPSHOT.                           *
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. BCPCYSNP.
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT SNAP-PARM-FILE ASSIGN TO SNAPPARM
002300            ORGANIZATION IS LINE SEQUENTIAL
002400            FILE STATUS IS WS-PRM-STATUS.
002500     SELECT OPTIONAL PAID-KEY-FILE ASSIGN TO PDKEYMST
002600            ORGANIZATION IS LINE SEQUENTIAL
002700            FILE STATUS IS WS-PDK-STATUS.
002800     SELECT OPTIONAL RECEIVABLE-FILE ASSIGN TO RECVBL
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-RCV-STATUS.
003100     SELECT OPTIONAL PBM-MASTER-FILE ASSIGN TO PBMMAST
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-PBM-STATUS.
003400     SELECT OPTIONAL ACCUM-MASTER ASSIGN TO MACCMST
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-MAC-STATUS.
003700     SELECT OPTIONAL CLAIM-HISTORY ASSIGN TO CLMHIST
003800            ORGANIZATION IS INDEXED
003900            ACCESS MODE IS SEQUENTIAL
004000            RECORD KEY IS CHIST-CLM-KEY OF CHIST-RECORD
004100            FILE STATUS IS WS-CHIST-STATUS.
004200     SELECT OPTIONAL BATCH-SEQ-FILE ASSIGN TO BATCHSEQ
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS WS-BSEQ-STATUS.
004500     SELECT OPTIONAL SNAP-CATALOG ASSIGN TO SNAPCAT
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS WS-SNCT-STATUS.
004800     SELECT OPTIONAL SNAP-STORE ASSIGN TO SNAPSTOR
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS WS-SNST-STATUS.
005100     SELECT SNAP-RPT ASSIGN TO SNAPRPT
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS WS-RPT-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SNAP-PARM-FILE.
005700 01  SNAP-PARM-RECORD.
005800     05  SNPP-STEP-SEQ             PIC 9(03).
005900     05  SNPP-STEP-PROGRAM         PIC X(08).
006000     05  SNPP-MASTER-CD            PIC X(08)      OCCURS 6 TIMES.
006100 FD  PAID-KEY-FILE.
006200     COPY BCPPDKEY.
006300 FD  RECEIVABLE-FILE.
006400     COPY BCPRCVBL.
006500 FD  PBM-MASTER-FILE.
006600     COPY BCPPBMST.
006700 FD  ACCUM-MASTER.
006800     COPY BCPMACCM.
006900 FD  CLAIM-HISTORY.
007000     COPY BCPCHIST.
007100 FD  BATCH-SEQ-FILE.
007200     COPY BCPBSEQ.
007300 FD  SNAP-CATALOG.
007400     COPY BCPSNPCT.
007500 FD  SNAP-STORE.
007600     COPY BCPSNPST.
007700 FD  SNAP-RPT.
007800 01  RPT-LINE                  PIC X(132).
007900 WORKING-STORAGE SECTION.
008000 01  WS-PRM-STATUS             PIC X(02).
008100 01  WS-PDK-STATUS             PIC X(02).
008200 01  WS-RCV-STATUS             PIC X(02).
008300 01  WS-PBM-STATUS             PIC X(02).
008400 01  WS-MAC-STATUS             PIC X(02).
008500 01  WS-CHIST-STATUS           PIC X(02).
008600 01  WS-BSEQ-STATUS            PIC X(02).
008700 01  WS-SNCT-STATUS            PIC X(02).
008800 01  WS-SNST-STATUS            PIC X(02).
008900 01  WS-RPT-STATUS             PIC X(02).
009000 01  WS-PRM-EOF-SW             PIC X(01)      VALUE 'N'.
009100     88  WS-NO-MORE-PRM            VALUE 'Y'.
009200 01  WS-SNCT-EOF-SW            PIC X(01)      VALUE 'N'.
009300     88  WS-NO-MORE-SNCT           VALUE 'Y'.
009400 01  WS-MST-EOF-SW             PIC X(01)      VALUE 'N'.
009500     88  WS-NO-MORE-MST            VALUE 'Y'.
009600 01  WS-FAILED-SW              PIC X(01)      VALUE 'N'.
009700     88  WS-SNAP-FAILED            VALUE 'Y'.
009800 01  WS-TODAY-DATE             PIC X(08).
009900 01  WS-TIME                   PIC X(08).
010000 01  WS-PX                     PIC 9(02).
010100 01  WS-MST-SUB                PIC 9(02).
010200 01  WS-REC-COUNT              PIC 9(09)      VALUE ZERO.
010300 01  WS-SNAP-COUNT             PIC 9(05)      VALUE ZERO.
010400*THE MASTERS A CYCLE UPDATES IN PLACE, BY DD NAME. BCPCYBKO
010500*CARRIES THE SAME LIST IN THE SAME ORDER.
010600 01  WS-MASTER-CONSTANTS.
010700     05  FILLER                PIC X(08)      VALUE 'PDKEYMST'.
010800     05  FILLER                PIC X(08)      VALUE 'RECVBL  '.
010900     05  FILLER                PIC X(08)      VALUE 'PBMMAST '.
011000     05  FILLER                PIC X(08)      VALUE 'MACCMST '.
011100     05  FILLER                PIC X(08)      VALUE 'CLMHIST '.
011200     05  FILLER                PIC X(08)      VALUE 'BATCHSEQ'.
011300 01  WS-MASTER-TABLE REDEFINES WS-MASTER-CONSTANTS.
011400     05  WS-MST-ENTRY          OCCURS 6 TIMES
011500                               INDEXED BY WS-MST-IX.
011600         10  WS-MST-CODE           PIC X(08).
011700 01  WS-MST-FOUND-SW           PIC X(01).
011800     88  WS-MST-FOUND              VALUE 'Y'.
011900 01  WS-LAST-GEN-TABLE.
012000     05  WS-MST-LAST-GEN       PIC 9(05)      OCCURS 6 TIMES.
012100 PROCEDURE DIVISION.
012200 0000-MAIN-CONTROL.
012300     PERFORM 1000-INITIALIZE
012400     IF NOT WS-SNAP-FAILED
012500         PERFORM 1100-LOAD-LAST-GEN
012600         PERFORM 1200-OPEN-SNAPSHOT
012700         PERFORM 2000-SNAPSHOT-MASTER
012800             VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 6
012900         CLOSE SNAP-CATALOG
013000         CLOSE SNAP-STORE
013100     END-IF
013200     PERFORM 5000-WRITE-SUMMARY
013300     PERFORM 9000-TERMINATE
013400     IF WS-SNAP-FAILED
013500         MOVE 12 TO RETURN-CODE
013600     END-IF
013700     STOP RUN.
013800
013900 1000-INITIALIZE.
014000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
014100     ACCEPT WS-TIME FROM TIME
014200     MOVE ZEROS TO WS-LAST-GEN-TABLE
014300     OPEN OUTPUT SNAP-RPT
014400     MOVE 'CYCLE SNAPSHOT OF MASTERS AHEAD OF AN UPDATING STEP'
014500         TO RPT-LINE
014600     WRITE RPT-LINE
014700     OPEN INPUT SNAP-PARM-FILE
014800     READ SNAP-PARM-FILE
014900         AT END
015000             SET WS-NO-MORE-PRM TO TRUE
015100     END-READ
015200     CLOSE SNAP-PARM-FILE
015300     EVALUATE TRUE
015400         WHEN WS-NO-MORE-PRM
015500             SET WS-SNAP-FAILED TO TRUE
015600             MOVE 'SNAPSHOT PARM MISSING - NO SNAPSHOT TAKEN'
015700                 TO RPT-LINE
015800             WRITE RPT-LINE
015900         WHEN SNPP-STEP-SEQ NOT NUMERIC
016000             OR SNPP-STEP-SEQ = ZERO
016100             OR SNPP-STEP-PROGRAM = SPACES
016200             SET WS-SNAP-FAILED TO TRUE
016300             MOVE 'SNAPSHOT PARM STEP SEQUENCE OR PROGRAM INVALID'
016400                 TO RPT-LINE
016500             WRITE RPT-LINE
016600         WHEN OTHER
016700             MOVE SPACES TO RPT-LINE
016800             STRING 'CYCLE ' WS-TODAY-DATE
016900                 '  STEP ' SNPP-STEP-SEQ
017000                 '  PROGRAM ' SNPP-STEP-PROGRAM
017100                 DELIMITED BY SIZE INTO RPT-LINE
017200             WRITE RPT-LINE
017300             PERFORM 1010-CHECK-PARM-MASTER
017400                 VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 6
017500     END-EVALUATE.
017600
017700*EVERY MASTER NAMED MUST BE ONE THE BACKOUT KNOWS HOW TO
017800*RESTORE; ONE BAD NAME FAILS THE WHOLE SNAPSHOT BEFORE ANY
017900*COPY IS TAKEN.
018000 1010-CHECK-PARM-MASTER.
018100     IF SNPP-MASTER-CD(WS-PX) NOT = SPACES
018200         PERFORM 1020-FIND-MASTER
018300         IF NOT WS-MST-FOUND
018400             SET WS-SNAP-FAILED TO TRUE
018500             MOVE SPACES TO RPT-LINE
018600             STRING 'MASTER ' SNPP-MASTER-CD(WS-PX)
018700                 ' IS NOT A CYCLE MASTER - NO SNAPSHOT TAKEN'
018800                 DELIMITED BY SIZE INTO RPT-LINE
018900             WRITE RPT-LINE
019000         END-IF
019100     END-IF.
019200
019300 1020-FIND-MASTER.
019400     MOVE 'N' TO WS-MST-FOUND-SW
019500     SET WS-MST-IX TO 1
019600     SEARCH WS-MST-ENTRY
019700         AT END
019800             CONTINUE
019900         WHEN WS-MST-CODE(WS-MST-IX) = SNPP-MASTER-CD(WS-PX)
020000             SET WS-MST-FOUND TO TRUE
020100             SET WS-MST-SUB TO WS-MST-IX
020200     END-SEARCH.
020300
020400*THE NEXT GENERATION OF EACH MASTER IS ONE PAST THE HIGHEST
020500*ALREADY CATALOGED FOR IT.
020600 1100-LOAD-LAST-GEN.
020700     OPEN INPUT SNAP-CATALOG
020800     IF WS-SNCT-STATUS = '35'
020900         SET WS-NO-MORE-SNCT TO TRUE
021000     ELSE
021100         PERFORM 1110-READ-CATALOG
021200     END-IF
021300     PERFORM UNTIL WS-NO-MORE-SNCT
021400         MOVE 'N' TO WS-MST-FOUND-SW
021500         SET WS-MST-IX TO 1
021600         SEARCH WS-MST-ENTRY
021700             AT END
021800                 CONTINUE
021900             WHEN WS-MST-CODE(WS-MST-IX) = SNCT-MASTER-CD
022000                 SET WS-MST-FOUND TO TRUE
022100                 SET WS-MST-SUB TO WS-MST-IX
022200         END-SEARCH
022300         IF WS-MST-FOUND
022400             AND SNCT-GEN-NBR > WS-MST-LAST-GEN(WS-MST-SUB)
022500             MOVE SNCT-GEN-NBR TO WS-MST-LAST-GEN(WS-MST-SUB)
022600         END-IF
022700         PERFORM 1110-READ-CATALOG
022800     END-PERFORM
022900     IF WS-SNCT-STATUS NOT = '35'
023000         CLOSE SNAP-CATALOG
023100     END-IF.
023200
023300 1110-READ-CATALOG.
023400     READ SNAP-CATALOG
023500         AT END
023600             SET WS-NO-MORE-SNCT TO TRUE
023700     END-READ.
023800
023900 1200-OPEN-SNAPSHOT.
024000     OPEN EXTEND SNAP-CATALOG
024100     IF WS-SNCT-STATUS = '35'
024200         OPEN OUTPUT SNAP-CATALOG
024300     END-IF
024400     OPEN EXTEND SNAP-STORE
024500     IF WS-SNST-STATUS = '35'
024600         OPEN OUTPUT SNAP-STORE
024700     END-IF.
024800
024900 2000-SNAPSHOT-MASTER.
025000     IF SNPP-MASTER-CD(WS-PX) NOT = SPACES
025100         PERFORM 1020-FIND-MASTER
025200         ADD 1 TO WS-MST-LAST-GEN(WS-MST-SUB)
025300         MOVE ZERO TO WS-REC-COUNT
025400         MOVE 'N' TO WS-MST-EOF-SW
025500         EVALUATE WS-MST-SUB
025600             WHEN 1
025700                 PERFORM 2100-COPY-PAID-KEY
025800             WHEN 2
025900                 PERFORM 2200-COPY-RECEIVABLE
026000             WHEN 3
026100                 PERFORM 2300-COPY-PBM-MASTER
026200             WHEN 4
026300                 PERFORM 2400-COPY-ACCUM
026400             WHEN 5
026500                 PERFORM 2500-COPY-CLAIM-HISTORY
026600             WHEN 6
026700                 PERFORM 2600-COPY-BATCH-SEQ
026800         END-EVALUATE
026900         MOVE SPACES TO SNCT-RECORD
027000         MOVE WS-TODAY-DATE     TO SNCT-CYCLE-DATE
027100         MOVE SNPP-STEP-SEQ     TO SNCT-STEP-SEQ
027200         MOVE SNPP-STEP-PROGRAM TO SNCT-STEP-PROGRAM
027300         MOVE SNPP-MASTER-CD(WS-PX) TO SNCT-MASTER-CD
027400         MOVE WS-MST-LAST-GEN(WS-MST-SUB) TO SNCT-GEN-NBR
027500         MOVE WS-REC-COUNT      TO SNCT-REC-COUNT
027600         MOVE WS-TIME           TO SNCT-TAKEN-TIME
027700         WRITE SNCT-RECORD
027800         ADD 1 TO WS-SNAP-COUNT
027900         MOVE SPACES TO RPT-LINE
028000         STRING 'MASTER ' SNCT-MASTER-CD
028100             '  GENERATION ' SNCT-GEN-NBR
028200             '  RECORDS ' SNCT-REC-COUNT
028300             DELIMITED BY SIZE INTO RPT-LINE
028400         WRITE RPT-LINE
028500     END-IF.
028600
028700 2100-COPY-PAID-KEY.
028800     OPEN INPUT PAID-KEY-FILE
028900     IF WS-PDK-STATUS = '35'
029000         SET WS-NO-MORE-MST TO TRUE
029100     ELSE
029200         PERFORM 2110-READ-PAID-KEY
029300     END-IF
029400     PERFORM UNTIL WS-NO-MORE-MST
029500         MOVE SPACES TO SNST-RECORD
029600         MOVE PDKEY-MASTER-RECORD TO SNST-IMAGE
029700         PERFORM 2900-WRITE-STORE
029800         PERFORM 2110-READ-PAID-KEY
029900     END-PERFORM
030000     IF WS-PDK-STATUS NOT = '35'
030100         CLOSE PAID-KEY-FILE
030200     END-IF.
030300
030400 2110-READ-PAID-KEY.
030500     READ PAID-KEY-FILE
030600         AT END
030700             SET WS-NO-MORE-MST TO TRUE
030800     END-READ.
030900
031000 2200-COPY-RECEIVABLE.
031100     OPEN INPUT RECEIVABLE-FILE
031200     IF WS-RCV-STATUS = '35'
031300         SET WS-NO-MORE-MST TO TRUE
031400     ELSE
031500         PERFORM 2210-READ-RECEIVABLE
031600     END-IF
031700     PERFORM UNTIL WS-NO-MORE-MST
031800         MOVE SPACES TO SNST-RECORD
031900         MOVE RCVB-RECORD TO SNST-IMAGE
032000         PERFORM 2900-WRITE-STORE
032100         PERFORM 2210-READ-RECEIVABLE
032200     END-PERFORM
032300     IF WS-RCV-STATUS NOT = '35'
032400         CLOSE RECEIVABLE-FILE
032500     END-IF.
032600
032700 2210-READ-RECEIVABLE.
032800     READ RECEIVABLE-FILE
032900         AT END
033000             SET WS-NO-MORE-MST TO TRUE
033100     END-READ.
033200
033300 2300-COPY-PBM-MASTER.
033400     OPEN INPUT PBM-MASTER-FILE
033500     IF WS-PBM-STATUS = '35'
033600         SET WS-NO-MORE-MST TO TRUE
033700     ELSE
033800         PERFORM 2310-READ-PBM-MASTER
033900     END-IF
034000     PERFORM UNTIL WS-NO-MORE-MST
034100         MOVE SPACES TO SNST-RECORD
034200         MOVE PBM-MASTER-RECORD TO SNST-IMAGE
034300         PERFORM 2900-WRITE-STORE
034400         PERFORM 2310-READ-PBM-MASTER
034500     END-PERFORM
034600     IF WS-PBM-STATUS NOT = '35'
034700         CLOSE PBM-MASTER-FILE
034800     END-IF.
034900
035000 2310-READ-PBM-MASTER.
035100     READ PBM-MASTER-FILE
035200         AT END
035300             SET WS-NO-MORE-MST TO TRUE
035400     END-READ.
035500
035600 2400-COPY-ACCUM.
035700     OPEN INPUT ACCUM-MASTER
035800     IF WS-MAC-STATUS = '35'
035900         SET WS-NO-MORE-MST TO TRUE
036000     ELSE
036100         PERFORM 2410-READ-ACCUM
036200     END-IF
036300     PERFORM UNTIL WS-NO-MORE-MST
036400         MOVE SPACES TO SNST-RECORD
036500         MOVE MACC-RECORD TO SNST-IMAGE
036600         PERFORM 2900-WRITE-STORE
036700         PERFORM 2410-READ-ACCUM
036800     END-PERFORM
036900     IF WS-MAC-STATUS NOT = '35'
037000         CLOSE ACCUM-MASTER
037100     END-IF.
037200
037300 2410-READ-ACCUM.
037400     READ ACCUM-MASTER
037500         AT END
037600             SET WS-NO-MORE-MST TO TRUE
037700     END-READ.
037800
037900*CLAIM HISTORY IS READ IN KEY ORDER, SO THE RESTORE CAN LOAD
038000*IT BACK SEQUENTIALLY.
038100 2500-COPY-CLAIM-HISTORY.
038200     OPEN INPUT CLAIM-HISTORY
038300     IF WS-CHIST-STATUS = '35'
038400         SET WS-NO-MORE-MST TO TRUE
038500     ELSE
038600         PERFORM 2510-READ-CLAIM-HISTORY
038700     END-IF
038800     PERFORM UNTIL WS-NO-MORE-MST
038900         MOVE SPACES TO SNST-RECORD
039000         MOVE CHIST-RECORD TO SNST-IMAGE
039100         PERFORM 2900-WRITE-STORE
039200         PERFORM 2510-READ-CLAIM-HISTORY
039300     END-PERFORM
039400     IF WS-CHIST-STATUS NOT = '35'
039500         CLOSE CLAIM-HISTORY
039600     END-IF.
039700
039800 2510-READ-CLAIM-HISTORY.
039900     READ CLAIM-HISTORY
040000         AT END
040100             SET WS-NO-MORE-MST TO TRUE
040200     END-READ.
040300
040400 2600-COPY-BATCH-SEQ.
040500     OPEN INPUT BATCH-SEQ-FILE
040600     IF WS-BSEQ-STATUS = '35'
040700         SET WS-NO-MORE-MST TO TRUE
040800     ELSE
040900         PERFORM 2610-READ-BATCH-SEQ
041000     END-IF
041100     PERFORM UNTIL WS-NO-MORE-MST
041200         MOVE SPACES TO SNST-RECORD
041300         MOVE BSEQ-RECORD TO SNST-IMAGE
041400         PERFORM 2900-WRITE-STORE
041500         PERFORM 2610-READ-BATCH-SEQ
041600     END-PERFORM
041700     IF WS-BSEQ-STATUS NOT = '35'
041800         CLOSE BATCH-SEQ-FILE
041900     END-IF.
042000
042100 2610-READ-BATCH-SEQ.
042200     READ BATCH-SEQ-FILE
042300         AT END
042400             SET WS-NO-MORE-MST TO TRUE
042500     END-READ.
042600
042700 2900-WRITE-STORE.
042800     ADD 1 TO WS-REC-COUNT
042900     MOVE WS-TODAY-DATE     TO SNST-CYCLE-DATE
043000     MOVE SNPP-STEP-SEQ     TO SNST-STEP-SEQ
043100     MOVE SNPP-MASTER-CD(WS-PX) TO SNST-MASTER-CD
043200     MOVE WS-MST-LAST-GEN(WS-MST-SUB) TO SNST-GEN-NBR
043300     MOVE WS-REC-COUNT      TO SNST-REC-SEQ
043400     WRITE SNST-RECORD.
043500
043600 5000-WRITE-SUMMARY.
043700     MOVE SPACES TO RPT-LINE
043800     IF WS-SNAP-FAILED
043900         STRING 'SNAPSHOT FAILED - STEP MUST NOT RUN'
044000             DELIMITED BY SIZE INTO RPT-LINE
044100     ELSE
044200         STRING 'MASTERS SNAPSHOT ' WS-SNAP-COUNT
044300             DELIMITED BY SIZE INTO RPT-LINE
044400     END-IF
044500     WRITE RPT-LINE.
044600
044700 9000-TERMINATE.
044800     CLOSE SNAP-RPT.
