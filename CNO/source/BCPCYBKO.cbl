000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150137 - CYCLE BACKOUT AND RERUN.   *
000300*            FOR THE CYCLE DATE AND STARTING STEP NAMED IN THE   *
000400*            PARM, RESTORES EVERY MASTER BCPCYSNP CATALOGED AT   *
000500*            OR AFTER THAT STEP TO THE GENERATION TAKEN BEFORE   *
000600*            THE FIRST SUCH STEP UPDATED IT - PAID-KEY MASTER,   *
000700*            RECEIVABLES, PBM MASTER, ACCUMULATOR MASTER, CLAIM  *
000800*            HISTORY AND THE BATCH SEQUENCE RECORD. THE CONTROL  *
000900*            LEDGER (CTLLEDG TO CTLLEDGO) IS CARRIED FORWARD     *
001000*            WITHOUT THAT DATE'S ROWS FROM THE STARTING          *
001100*            PROGRAM'S FIRST ROW ON, SO THE PREDECESSOR ROWS THE *
001200*            RERUN'S GATES NEED ARE KEPT, AND THE DAY-CLOSE FILE *
001300*            (DAYCLOSE TO DAYCLSO) WITHOUT THAT DATE'S CLOSE     *
001400*            MARKER, WHICH REOPENS THE BCPRUNGT GATE. THE        *
001500*            BACKOUT REFUSES WITH RETURN-CODE 12, CHANGING       *
001600*            NOTHING, WHEN ANY MASTER TO BE RESTORED WAS         *
001700*            SNAPSHOT AGAIN FOR A LATER CYCLE DATE - A LATER     *
001800*            CYCLE HAS BUILT ON IT - OR WHEN THE PARM IS MISSING *
001900*            OR INVALID. A RESTORE WHOSE RECORD COUNT DOES NOT   *
002000*            AGREE WITH THE CATALOG ALSO SETS 12 AND LEAVES THE  *
002100*            LEDGER AND GATE AS THEY WERE.                       *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. BCPCYBKO.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT BKO-PARM-FILE ASSIGN TO BKOPARM
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-PRM-STATUS.
003100     SELECT OPTIONAL SNAP-CATALOG ASSIGN TO SNAPCAT
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-SNCT-STATUS.
003400     SELECT OPTIONAL SNAP-STORE ASSIGN TO SNAPSTOR
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-SNST-STATUS.
003700     SELECT OPTIONAL CONTROL-LEDGER ASSIGN TO CTLLEDG
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS IS WS-CTLG-STATUS.
004000     SELECT CONTROL-LEDGER-OUT ASSIGN TO CTLLEDGO
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS WS-CTLO-STATUS.
004300     SELECT OPTIONAL DAY-CLOSE-FILE ASSIGN TO DAYCLOSE
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS IS WS-DCL-STATUS.
004600     SELECT DAY-CLOSE-OUT ASSIGN TO DAYCLSO
004700            ORGANIZATION IS LINE SEQUENTIAL
004800            FILE STATUS IS WS-DCLO-STATUS.
004900     SELECT PAID-KEY-FILE ASSIGN TO PDKEYMST
005000            ORGANIZATION IS LINE SEQUENTIAL
005100            FILE STATUS IS WS-PDK-STATUS.
005200     SELECT RECEIVABLE-FILE ASSIGN TO RECVBL
005300            ORGANIZATION IS LINE SEQUENTIAL
005400            FILE STATUS IS WS-RCV-STATUS.
005500     SELECT PBM-MASTER-FILE ASSIGN TO PBMMAST
005600            ORGANIZATION IS LINE SEQUENTIAL
005700            FILE STATUS IS WS-PBM-STATUS.
005800     SELECT ACCUM-MASTER ASSIGN TO MACCMST
005900            ORGANIZATION IS LINE SEQUENTIAL
006000            FILE STATUS IS WS-MAC-STATUS.
006100     SELECT CLAIM-HISTORY ASSIGN TO CLMHIST
006200            ORGANIZATION IS INDEXED
006300            ACCESS MODE IS SEQUENTIAL
006400            RECORD KEY IS CHIST-CLM-KEY OF CHIST-RECORD
006500            FILE STATUS IS WS-CHIST-STATUS.
006600     SELECT BATCH-SEQ-FILE ASSIGN TO BATCHSEQ
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            FILE STATUS IS WS-BSEQ-STATUS.
006900     SELECT BKO-RPT ASSIGN TO BKORPT
007000            ORGANIZATION IS LINE SEQUENTIAL
007100            FILE STATUS IS WS-RPT-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  BKO-PARM-FILE.
007500 01  BKO-PARM-RECORD.
007600     05  BKOP-CYCLE-DATE           PIC X(08).
007700     05  BKOP-START-SEQ            PIC 9(03).
007800     05  BKOP-START-PROGRAM        PIC X(08).
007900     05  BKOP-OPERATOR             PIC X(08).
008000 FD  SNAP-CATALOG.
008100     COPY BCPSNPCT.
008200 FD  SNAP-STORE.
008300     COPY BCPSNPST.
008400 FD  CONTROL-LEDGER.
008500     COPY BCPCTLG.
008600 FD  CONTROL-LEDGER-OUT.
008700     COPY BCPCTLG
008800         REPLACING ==CTLG-RECORD== BY ==CTLO-RECORD==.
008900 FD  DAY-CLOSE-FILE.
009000     COPY BCPDYCLS.
009100 FD  DAY-CLOSE-OUT.
009200     COPY BCPDYCLS
009300         REPLACING ==DYCL-RECORD== BY ==DYCLO-RECORD==.
009400 FD  PAID-KEY-FILE.
009500     COPY BCPPDKEY.
009600 FD  RECEIVABLE-FILE.
009700     COPY BCPRCVBL.
009800 FD  PBM-MASTER-FILE.
009900     COPY BCPPBMST.
010000 FD  ACCUM-MASTER.
010100     COPY BCPMACCM.
010200 FD  CLAIM-HISTORY.
010300     COPY BCPCHIST.
010400 FD  BATCH-SEQ-FILE.
010500     COPY BCPBSEQ.
010600 FD  BKO-RPT.
010700 01  RPT-LINE                  PIC X(132).
010800 WORKING-STORAGE SECTION.
010900 01  WS-PRM-STATUS             PIC X(02).
011000 01  WS-SNCT-STATUS            PIC X(02).
011100 01  WS-SNST-STATUS            PIC X(02).
011200 01  WS-CTLG-STATUS            PIC X(02).
011300 01  WS-CTLO-STATUS            PIC X(02).
011400 01  WS-DCL-STATUS             PIC X(02).
011500 01  WS-DCLO-STATUS            PIC X(02).
011600 01  WS-PDK-STATUS             PIC X(02).
011700 01  WS-RCV-STATUS             PIC X(02).
011800 01  WS-PBM-STATUS             PIC X(02).
011900 01  WS-MAC-STATUS             PIC X(02).
012000 01  WS-CHIST-STATUS           PIC X(02).
012100 01  WS-BSEQ-STATUS            PIC X(02).
012200 01  WS-RPT-STATUS             PIC X(02).
012300 01  WS-PRM-EOF-SW             PIC X(01)      VALUE 'N'.
012400     88  WS-NO-MORE-PRM            VALUE 'Y'.
012500 01  WS-SNCT-EOF-SW            PIC X(01)      VALUE 'N'.
012600     88  WS-NO-MORE-SNCT           VALUE 'Y'.
012700 01  WS-SNST-EOF-SW            PIC X(01)      VALUE 'N'.
012800     88  WS-NO-MORE-SNST           VALUE 'Y'.
012900 01  WS-CTLG-EOF-SW            PIC X(01)      VALUE 'N'.
013000     88  WS-NO-MORE-CTLG           VALUE 'Y'.
013100 01  WS-DCL-EOF-SW             PIC X(01)      VALUE 'N'.
013200     88  WS-NO-MORE-DCL            VALUE 'Y'.
013300 01  WS-REFUSE-SW              PIC X(01)      VALUE 'N'.
013400     88  WS-BACKOUT-REFUSED        VALUE 'Y'.
013500 01  WS-RESTORE-FAIL-SW        PIC X(01)      VALUE 'N'.
013600     88  WS-RESTORE-FAILED         VALUE 'Y'.
013700 01  WS-CUT-SW                 PIC X(01)      VALUE 'N'.
013800     88  WS-CUT-REACHED            VALUE 'Y'.
013900 01  WS-MST-SUB                PIC 9(02).
014000 01  WS-RESTORE-COUNT          PIC 9(02)      VALUE ZERO.
014100 01  WS-CTLG-KEPT              PIC 9(07)      VALUE ZERO.
014200 01  WS-CTLG-REMOVED           PIC 9(07)      VALUE ZERO.
014300 01  WS-DCL-REMOVED            PIC 9(05)      VALUE ZERO.
014400*THE MASTERS A CYCLE UPDATES IN PLACE, BY DD NAME, IN THE SAME
014500*ORDER BCPCYSNP CARRIES THEM.
014600 01  WS-MASTER-CONSTANTS.
014700     05  FILLER                PIC X(08)      VALUE 'PDKEYMST'.
014800     05  FILLER                PIC X(08)      VALUE 'RECVBL  '.
014900     05  FILLER                PIC X(08)      VALUE 'PBMMAST '.
015000     05  FILLER                PIC X(08)      VALUE 'MACCMST '.
015100     05  FILLER                PIC X(08)      VALUE 'CLMHIST '.
015200     05  FILLER                PIC X(08)      VALUE 'BATCHSEQ'.
015300 01  WS-MASTER-TABLE REDEFINES WS-MASTER-CONSTANTS.
015400     05  WS-MST-ENTRY          OCCURS 6 TIMES
015500                               INDEXED BY WS-MST-IX.
015600         10  WS-MST-CODE           PIC X(08).
015700 01  WS-MST-LOOKUP             PIC X(08).
015800 01  WS-MST-FOUND-SW           PIC X(01).
015900     88  WS-MST-FOUND              VALUE 'Y'.
016000*ONE ENTRY PER MASTER: THE GENERATION CHOSEN FOR RESTORE AND
016100*THE HIGHEST LATER CYCLE DATE THAT SNAPSHOT THE MASTER AGAIN.
016200 01  WS-RESTORE-TABLE.
016300     05  WS-RST-ENTRY          OCCURS 6 TIMES.
016400         10  WS-RST-CHOSEN-SW      PIC X(01).
016500             88  WS-RST-CHOSEN         VALUE 'Y'.
016600         10  WS-RST-STEP-SEQ       PIC 9(03).
016700         10  WS-RST-STEP-PROGRAM   PIC X(08).
016800         10  WS-RST-GEN-NBR        PIC 9(05).
016900         10  WS-RST-EXP-COUNT      PIC 9(09).
017000         10  WS-RST-COUNT          PIC 9(09).
017100         10  WS-RST-LATER-DATE     PIC X(08).
017200 PROCEDURE DIVISION.
017300 0000-MAIN-CONTROL.
017400     PERFORM 1000-INITIALIZE
017500     IF NOT WS-BACKOUT-REFUSED
017600         PERFORM 2000-SCAN-CATALOG
017700         PERFORM 2100-CHECK-LATER-CYCLE
017800             VARYING WS-MST-SUB FROM 1 BY 1 UNTIL WS-MST-SUB > 6
017900     END-IF
018000     IF NOT WS-BACKOUT-REFUSED
018100         PERFORM 3000-RESTORE-MASTERS
018200     END-IF
018300     IF NOT WS-BACKOUT-REFUSED
018400         AND NOT WS-RESTORE-FAILED
018500         PERFORM 4000-CARRY-LEDGER
018600         PERFORM 5000-CARRY-DAY-CLOSE
018700     END-IF
018800     PERFORM 6000-WRITE-SUMMARY
018900     PERFORM 9000-TERMINATE
019000     IF WS-BACKOUT-REFUSED
019100         OR WS-RESTORE-FAILED
019200         MOVE 12 TO RETURN-CODE
019300     END-IF
019400     STOP RUN.
019500
019600 1000-INITIALIZE.
019700     OPEN OUTPUT BKO-RPT
019800     MOVE 'CYCLE BACKOUT AND RERUN' TO RPT-LINE
019900     WRITE RPT-LINE
020000     PERFORM 1010-CLEAR-RESTORE-ENTRY
020100         VARYING WS-MST-SUB FROM 1 BY 1 UNTIL WS-MST-SUB > 6
020200     OPEN INPUT BKO-PARM-FILE
020300     READ BKO-PARM-FILE
020400         AT END
020500             SET WS-NO-MORE-PRM TO TRUE
020600     END-READ
020700     CLOSE BKO-PARM-FILE
020800     EVALUATE TRUE
020900         WHEN WS-NO-MORE-PRM
021000             SET WS-BACKOUT-REFUSED TO TRUE
021100             MOVE 'BACKOUT PARM MISSING - BACKOUT REFUSED'
021200                 TO RPT-LINE
021300             WRITE RPT-LINE
021400         WHEN BKOP-CYCLE-DATE NOT NUMERIC
021500             OR BKOP-START-SEQ NOT NUMERIC
021600             OR BKOP-START-SEQ = ZERO
021700             OR BKOP-START-PROGRAM = SPACES
021800             OR BKOP-OPERATOR = SPACES
021900             SET WS-BACKOUT-REFUSED TO TRUE
022000             MOVE 'BACKOUT PARM INVALID - BACKOUT REFUSED'
022100                 TO RPT-LINE
022200             WRITE RPT-LINE
022300         WHEN OTHER
022400             MOVE SPACES TO RPT-LINE
022500             STRING 'CYCLE ' BKOP-CYCLE-DATE
022600                 '  FROM STEP ' BKOP-START-SEQ
022700                 '  PROGRAM ' BKOP-START-PROGRAM
022800                 '  OPERATOR ' BKOP-OPERATOR
022900                 DELIMITED BY SIZE INTO RPT-LINE
023000             WRITE RPT-LINE
023100     END-EVALUATE.
023200
023300 1010-CLEAR-RESTORE-ENTRY.
023400     MOVE 'N'    TO WS-RST-CHOSEN-SW(WS-MST-SUB)
023500     MOVE ZERO   TO WS-RST-STEP-SEQ(WS-MST-SUB)
023600     MOVE SPACES TO WS-RST-STEP-PROGRAM(WS-MST-SUB)
023700     MOVE ZERO   TO WS-RST-GEN-NBR(WS-MST-SUB)
023800     MOVE ZERO   TO WS-RST-EXP-COUNT(WS-MST-SUB)
023900     MOVE ZERO   TO WS-RST-COUNT(WS-MST-SUB)
024000     MOVE SPACES TO WS-RST-LATER-DATE(WS-MST-SUB).
024100
024200 1020-FIND-MASTER.
024300     MOVE 'N' TO WS-MST-FOUND-SW
024400     SET WS-MST-IX TO 1
024500     SEARCH WS-MST-ENTRY
024600         AT END
024700             CONTINUE
024800         WHEN WS-MST-CODE(WS-MST-IX) = WS-MST-LOOKUP
024900             SET WS-MST-FOUND TO TRUE
025000             SET WS-MST-SUB TO WS-MST-IX
025100     END-SEARCH.
025200
025300*FOR EACH MASTER THE GENERATION TO RESTORE IS THE ONE TAKEN
025400*BEFORE THE EARLIEST STEP AT OR AFTER THE STARTING STEP ON THE
025500*CYCLE DATE - THE FIRST SNAPSHOT OF THAT STEP WHEN IT WAS RUN
025600*MORE THAN ONCE.
025700 2000-SCAN-CATALOG.
025800     OPEN INPUT SNAP-CATALOG
025900     IF WS-SNCT-STATUS = '35'
026000         SET WS-NO-MORE-SNCT TO TRUE
026100     ELSE
026200         PERFORM 2010-READ-CATALOG
026300     END-IF
026400     PERFORM UNTIL WS-NO-MORE-SNCT
026500         MOVE SNCT-MASTER-CD TO WS-MST-LOOKUP
026600         PERFORM 1020-FIND-MASTER
026700         IF WS-MST-FOUND
026800             PERFORM 2020-CHECK-CATALOG-ROW
026900         END-IF
027000         PERFORM 2010-READ-CATALOG
027100     END-PERFORM
027200     IF WS-SNCT-STATUS NOT = '35'
027300         CLOSE SNAP-CATALOG
027400     END-IF.
027500
027600 2010-READ-CATALOG.
027700     READ SNAP-CATALOG
027800         AT END
027900             SET WS-NO-MORE-SNCT TO TRUE
028000     END-READ.
028100
028200 2020-CHECK-CATALOG-ROW.
028300     IF SNCT-CYCLE-DATE > BKOP-CYCLE-DATE
028400         IF SNCT-CYCLE-DATE > WS-RST-LATER-DATE(WS-MST-SUB)
028500             OR WS-RST-LATER-DATE(WS-MST-SUB) = SPACES
028600             MOVE SNCT-CYCLE-DATE
028700                 TO WS-RST-LATER-DATE(WS-MST-SUB)
028800         END-IF
028900     ELSE
029000     IF SNCT-CYCLE-DATE = BKOP-CYCLE-DATE
029100         AND SNCT-STEP-SEQ NOT < BKOP-START-SEQ
029200         IF NOT WS-RST-CHOSEN(WS-MST-SUB)
029300             OR SNCT-STEP-SEQ < WS-RST-STEP-SEQ(WS-MST-SUB)
029400             OR (SNCT-STEP-SEQ = WS-RST-STEP-SEQ(WS-MST-SUB)
029500                 AND SNCT-GEN-NBR < WS-RST-GEN-NBR(WS-MST-SUB))
029600             SET WS-RST-CHOSEN(WS-MST-SUB) TO TRUE
029700             MOVE SNCT-STEP-SEQ
029800                 TO WS-RST-STEP-SEQ(WS-MST-SUB)
029900             MOVE SNCT-STEP-PROGRAM
030000                 TO WS-RST-STEP-PROGRAM(WS-MST-SUB)
030100             MOVE SNCT-GEN-NBR
030200                 TO WS-RST-GEN-NBR(WS-MST-SUB)
030300             MOVE SNCT-REC-COUNT
030400                 TO WS-RST-EXP-COUNT(WS-MST-SUB)
030500         END-IF
030600     END-IF
030700     END-IF.
030800
030900*A LATER CYCLE THAT SNAPSHOT THE SAME MASTER HAS BUILT ON THE
031000*GENERATION THIS BACKOUT WOULD REPLACE - PUTTING IT BACK WOULD
031100*LOSE THAT CYCLE'S WORK, SO THE WHOLE BACKOUT IS REFUSED.
031200 2100-CHECK-LATER-CYCLE.
031300     IF WS-RST-CHOSEN(WS-MST-SUB)
031400         ADD 1 TO WS-RESTORE-COUNT
031500         IF WS-RST-LATER-DATE(WS-MST-SUB) NOT = SPACES
031600             SET WS-BACKOUT-REFUSED TO TRUE
031700             MOVE SPACES TO RPT-LINE
031800             STRING 'MASTER ' WS-MST-CODE(WS-MST-SUB)
031900                 ' WAS UPDATED BY LATER CYCLE '
032000                 WS-RST-LATER-DATE(WS-MST-SUB)
032100                 ' - BACKOUT REFUSED'
032200                 DELIMITED BY SIZE INTO RPT-LINE
032300             WRITE RPT-LINE
032400         END-IF
032500     END-IF.
032600
032700 3000-RESTORE-MASTERS.
032800     IF WS-RESTORE-COUNT = ZERO
032900         MOVE 'NO MASTER SNAPSHOTS AT OR AFTER THE STARTING STEP'
033000             TO RPT-LINE
033100         WRITE RPT-LINE
033200     ELSE
033300         PERFORM 3100-OPEN-MASTER
033400             VARYING WS-MST-SUB FROM 1 BY 1 UNTIL WS-MST-SUB > 6
033500         OPEN INPUT SNAP-STORE
033600         IF WS-SNST-STATUS = '35'
033700             SET WS-NO-MORE-SNST TO TRUE
033800         ELSE
033900             PERFORM 3010-READ-STORE
034000         END-IF
034100         PERFORM UNTIL WS-NO-MORE-SNST
034200             MOVE SNST-MASTER-CD TO WS-MST-LOOKUP
034300             PERFORM 1020-FIND-MASTER
034400             IF WS-MST-FOUND
034500                 AND WS-RST-CHOSEN(WS-MST-SUB)
034600                 AND SNST-CYCLE-DATE = BKOP-CYCLE-DATE
034700                 AND SNST-GEN-NBR = WS-RST-GEN-NBR(WS-MST-SUB)
034800                 PERFORM 3200-WRITE-MASTER
034900             END-IF
035000             PERFORM 3010-READ-STORE
035100         END-PERFORM
035200         IF WS-SNST-STATUS NOT = '35'
035300             CLOSE SNAP-STORE
035400         END-IF
035500         PERFORM 3300-CLOSE-MASTER
035600             VARYING WS-MST-SUB FROM 1 BY 1 UNTIL WS-MST-SUB > 6
035700     END-IF.
035800
035900 3010-READ-STORE.
036000     READ SNAP-STORE
036100         AT END
036200             SET WS-NO-MORE-SNST TO TRUE
036300     END-READ.
036400
036500*ONLY THE MASTERS BEING RESTORED ARE OPENED - THE OTHERS ARE
036600*LEFT EXACTLY AS THEY ARE.
036700 3100-OPEN-MASTER.
036800     IF WS-RST-CHOSEN(WS-MST-SUB)
036900         EVALUATE WS-MST-SUB
037000             WHEN 1
037100                 OPEN OUTPUT PAID-KEY-FILE
037200             WHEN 2
037300                 OPEN OUTPUT RECEIVABLE-FILE
037400             WHEN 3
037500                 OPEN OUTPUT PBM-MASTER-FILE
037600             WHEN 4
037700                 OPEN OUTPUT ACCUM-MASTER
037800             WHEN 5
037900                 OPEN OUTPUT CLAIM-HISTORY
038000             WHEN 6
038100                 OPEN OUTPUT BATCH-SEQ-FILE
038200         END-EVALUATE
038300     END-IF.
038400
038500 3200-WRITE-MASTER.
038600     ADD 1 TO WS-RST-COUNT(WS-MST-SUB)
038700     EVALUATE WS-MST-SUB
038800         WHEN 1
038900             MOVE SNST-IMAGE TO PDKEY-MASTER-RECORD
039000             WRITE PDKEY-MASTER-RECORD
039100         WHEN 2
039200             MOVE SNST-IMAGE TO RCVB-RECORD
039300             WRITE RCVB-RECORD
039400         WHEN 3
039500             MOVE SNST-IMAGE TO PBM-MASTER-RECORD
039600             WRITE PBM-MASTER-RECORD
039700         WHEN 4
039800             MOVE SNST-IMAGE TO MACC-RECORD
039900             WRITE MACC-RECORD
040000         WHEN 5
040100             MOVE SNST-IMAGE TO CHIST-RECORD
040200             WRITE CHIST-RECORD
040300                 INVALID KEY
040400                     SET WS-RESTORE-FAILED TO TRUE
040500                     MOVE SPACES TO RPT-LINE
040600                     STRING 'CLMHIST KEY ' CHIST-CLM-KEY
040700                         ' OUT OF ORDER IN GENERATION '
040800                         SNST-GEN-NBR ' - NOT RESTORED'
040900                         DELIMITED BY SIZE INTO RPT-LINE
041000                     WRITE RPT-LINE
041100             END-WRITE
041200         WHEN 6
041300             MOVE SNST-IMAGE TO BSEQ-RECORD
041400             WRITE BSEQ-RECORD
041500     END-EVALUATE.
041600
041700 3300-CLOSE-MASTER.
041800     IF WS-RST-CHOSEN(WS-MST-SUB)
041900         EVALUATE WS-MST-SUB
042000             WHEN 1
042100                 CLOSE PAID-KEY-FILE
042200             WHEN 2
042300                 CLOSE RECEIVABLE-FILE
042400             WHEN 3
042500                 CLOSE PBM-MASTER-FILE
042600             WHEN 4
042700                 CLOSE ACCUM-MASTER
042800             WHEN 5
042900                 CLOSE CLAIM-HISTORY
043000             WHEN 6
043100                 CLOSE BATCH-SEQ-FILE
043200         END-EVALUATE
043300         MOVE SPACES TO RPT-LINE
043400         STRING 'RESTORED ' WS-MST-CODE(WS-MST-SUB)
043500             ' GENERATION ' WS-RST-GEN-NBR(WS-MST-SUB)
043600             ' TAKEN BEFORE STEP ' WS-RST-STEP-SEQ(WS-MST-SUB)
043700             ' ' WS-RST-STEP-PROGRAM(WS-MST-SUB)
043800             '  RECORDS ' WS-RST-COUNT(WS-MST-SUB)
043900             DELIMITED BY SIZE INTO RPT-LINE
044000         WRITE RPT-LINE
044100         IF WS-RST-COUNT(WS-MST-SUB)
044200             NOT = WS-RST-EXP-COUNT(WS-MST-SUB)
044300             SET WS-RESTORE-FAILED TO TRUE
044400             MOVE SPACES TO RPT-LINE
044500             STRING 'RESTORE COUNT MISMATCH - '
044600                 WS-MST-CODE(WS-MST-SUB)
044700                 ' CATALOGED ' WS-RST-EXP-COUNT(WS-MST-SUB)
044800                 ' RESTORED ' WS-RST-COUNT(WS-MST-SUB)
044900                 DELIMITED BY SIZE INTO RPT-LINE
045000             WRITE RPT-LINE
045100         END-IF
045200     END-IF.
045300
045400*THE LEDGER IS APPENDED IN RUN ORDER, SO EVERYTHING THE CYCLE
045500*WROTE FROM THE STARTING PROGRAM'S FIRST ROW ON BELONGS TO THE
045600*STEPS BEING RERUN. FROM STEP 1 THE WHOLE DATE GOES.
045700 4000-CARRY-LEDGER.
045800     IF BKOP-START-SEQ = 1
045900         SET WS-CUT-REACHED TO TRUE
046000     END-IF
046100     OPEN OUTPUT CONTROL-LEDGER-OUT
046200     OPEN INPUT CONTROL-LEDGER
046300     IF WS-CTLG-STATUS = '35'
046400         SET WS-NO-MORE-CTLG TO TRUE
046500     ELSE
046600         PERFORM 4010-READ-LEDGER
046700     END-IF
046800     PERFORM UNTIL WS-NO-MORE-CTLG
046900         IF CTLG-RUN-DATE OF CTLG-RECORD = BKOP-CYCLE-DATE
047000             AND CTLG-PROGRAM OF CTLG-RECORD = BKOP-START-PROGRAM
047100             SET WS-CUT-REACHED TO TRUE
047200         END-IF
047300         IF CTLG-RUN-DATE OF CTLG-RECORD = BKOP-CYCLE-DATE
047400             AND WS-CUT-REACHED
047500             ADD 1 TO WS-CTLG-REMOVED
047600         ELSE
047700             ADD 1 TO WS-CTLG-KEPT
047800             WRITE CTLO-RECORD FROM CTLG-RECORD
047900         END-IF
048000         PERFORM 4010-READ-LEDGER
048100     END-PERFORM
048200     IF WS-CTLG-STATUS NOT = '35'
048300         CLOSE CONTROL-LEDGER
048400     END-IF
048500     CLOSE CONTROL-LEDGER-OUT
048600     MOVE SPACES TO RPT-LINE
048700     STRING 'CONTROL LEDGER ROWS REMOVED ' WS-CTLG-REMOVED
048800         '  KEPT ' WS-CTLG-KEPT
048900         DELIMITED BY SIZE INTO RPT-LINE
049000     WRITE RPT-LINE.
049100
049200 4010-READ-LEDGER.
049300     READ CONTROL-LEDGER
049400         AT END
049500             SET WS-NO-MORE-CTLG TO TRUE
049600     END-READ.
049700
049800 5000-CARRY-DAY-CLOSE.
049900     OPEN OUTPUT DAY-CLOSE-OUT
050000     OPEN INPUT DAY-CLOSE-FILE
050100     IF WS-DCL-STATUS = '35'
050200         SET WS-NO-MORE-DCL TO TRUE
050300     ELSE
050400         PERFORM 5010-READ-DAY-CLOSE
050500     END-IF
050600     PERFORM UNTIL WS-NO-MORE-DCL
050700         IF DYCL-CYCLE-DATE OF DYCL-RECORD = BKOP-CYCLE-DATE
050800             ADD 1 TO WS-DCL-REMOVED
050900             MOVE SPACES TO RPT-LINE
051000             STRING 'DAY-CLOSE MARKER REMOVED - CLOSED '
051100                 DYCL-CLOSED-TIME OF DYCL-RECORD
051200                 ' BY ' DYCL-CLOSED-BY OF DYCL-RECORD
051300                 DELIMITED BY SIZE INTO RPT-LINE
051400             WRITE RPT-LINE
051500         ELSE
051600             WRITE DYCLO-RECORD FROM DYCL-RECORD
051700         END-IF
051800         PERFORM 5010-READ-DAY-CLOSE
051900     END-PERFORM
052000     IF WS-DCL-STATUS NOT = '35'
052100         CLOSE DAY-CLOSE-FILE
052200     END-IF
052300     CLOSE DAY-CLOSE-OUT.
052400
052500 5010-READ-DAY-CLOSE.
052600     READ DAY-CLOSE-FILE
052700         AT END
052800             SET WS-NO-MORE-DCL TO TRUE
052900     END-READ.
053000
053100 6000-WRITE-SUMMARY.
053200     MOVE SPACES TO RPT-LINE
053300     EVALUATE TRUE
053400         WHEN WS-BACKOUT-REFUSED
053500             STRING 'BACKOUT REFUSED - NOTHING CHANGED'
053600                 DELIMITED BY SIZE INTO RPT-LINE
053700         WHEN WS-RESTORE-FAILED
053800             STRING 'RESTORE INCOMPLETE - LEDGER AND GATE NOT'
053900                 ' REOPENED - DO NOT RERUN'
054000                 DELIMITED BY SIZE INTO RPT-LINE
054100         WHEN OTHER
054200             STRING 'BACKOUT COMPLETE - MASTERS RESTORED '
054300                 WS-RESTORE-COUNT
054400                 '  GATE REOPENED FOR ' BKOP-CYCLE-DATE
054500                 ' - RERUN FROM STEP ' BKOP-START-SEQ
054600                 ' ' BKOP-START-PROGRAM
054700                 DELIMITED BY SIZE INTO RPT-LINE
054800     END-EVALUATE
054900     WRITE RPT-LINE.
055000
055100 9000-TERMINATE.
055200     CLOSE BKO-RPT.
