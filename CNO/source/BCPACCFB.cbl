000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150136 - MONTHLY MEDICAL            *
000300*            ACCUMULATOR FULL BALANCE FOR THE PBM. ONE BCPACCXR  *
000400*            TYPE F RECORD (SENDER M) PER CURRENT-YEAR ROW OF    *
000500*            THE ACCUMULATOR MASTER WITH THE MEMBER'S MEDICAL    *
000600*            DEDUCTIBLE AND COINSURANCE POSITION, CARRYING THE   *
000700*            ROW'S LAST MEDICAL CHANGE SEQUENCE SO THE PBM CAN   *
000800*            TRUE UP ANY DAILY CHANGE IT MISSED OR REJECTED. RUN *
000900*            AT MONTH END AFTER BCPACCUM; THE MASTER IS READ     *
001000*            ONLY.                                               *
001100******************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. BCPACCFB.
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
001600 FILE-CONTROL.
001700     SELECT OPTIONAL ACCUM-MASTER ASSIGN TO MACCMST
001800            ORGANIZATION IS LINE SEQUENTIAL
001900            FILE STATUS IS WS-MAC-STATUS.
002000     SELECT ACCUM-FULL-BAL-OUT ASSIGN TO MEDACCFB
002100            ORGANIZATION IS LINE SEQUENTIAL
002200            FILE STATUS IS WS-ACXR-STATUS.
002300     SELECT ACCFB-RPT ASSIGN TO ACCFBRPT
002400            ORGANIZATION IS LINE SEQUENTIAL
002500            FILE STATUS IS WS-RPT-STATUS.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  ACCUM-MASTER.
002900     COPY BCPMACCM.
003000 FD  ACCUM-FULL-BAL-OUT.
003100     COPY BCPACCXR.
003200 FD  ACCFB-RPT.
003300 01  RPT-LINE                  PIC X(132).
003400 WORKING-STORAGE SECTION.
003500 01  WS-MAC-STATUS             PIC X(02).
003600 01  WS-ACXR-STATUS            PIC X(02).
003700 01  WS-RPT-STATUS             PIC X(02).
003800 01  WS-MAC-EOF-SW             PIC X(01)      VALUE 'N'.
003900     88  WS-NO-MORE-MAC             VALUE 'Y'.
004000 01  WS-TODAY-DATE             PIC X(08).
004100 01  WS-BENEFIT-YEAR           PIC X(04).
004200 01  WS-ROW-COUNT              PIC 9(07)      VALUE ZERO.
004300 01  WS-SENT-COUNT             PIC 9(07)      VALUE ZERO.
004400 01  WS-TOT-DED                PIC 9(11)V99   VALUE ZERO.
004500 01  WS-TOT-COINS              PIC 9(11)V99   VALUE ZERO.
004600 01  WS-RPT-AMT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004700 01  WS-RPT-AMT-2              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004800 PROCEDURE DIVISION.
004900 0000-MAIN-CONTROL.
005000     PERFORM 1000-INITIALIZE
005100     PERFORM 2000-WRITE-FULL-BALANCE
005200         UNTIL WS-NO-MORE-MAC
005300     PERFORM 5000-WRITE-SUMMARY
005400     PERFORM 9000-TERMINATE
005500     STOP RUN.
005600
005700 1000-INITIALIZE.
005800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
005900     MOVE WS-TODAY-DATE(1:4) TO WS-BENEFIT-YEAR
006000     OPEN OUTPUT ACCUM-FULL-BAL-OUT
006100     OPEN OUTPUT ACCFB-RPT
006200     MOVE 'MEDICAL ACCUMULATOR FULL BALANCE FOR THE PBM'
006300         TO RPT-LINE
006400     WRITE RPT-LINE
006500     OPEN INPUT ACCUM-MASTER
006600     IF WS-MAC-STATUS = '35'
006700         SET WS-NO-MORE-MAC TO TRUE
006800     ELSE
006900         PERFORM 2100-READ-ACCUM
007000     END-IF.
007100
007200 2000-WRITE-FULL-BALANCE.
007300     ADD 1 TO WS-ROW-COUNT
007400     IF MACC-BENEFIT-YEAR = WS-BENEFIT-YEAR
007500         ADD 1 TO WS-SENT-COUNT
007600         MOVE SPACES TO ACXR-RECORD
007700         SET ACXR-IS-FULL-BALANCE TO TRUE
007800         SET ACXR-FROM-MEDICAL TO TRUE
007900         IF MACC-MED-XCH-SEQ IS NUMERIC
008000             MOVE MACC-MED-XCH-SEQ TO ACXR-SEQ-NBR
008100         ELSE
008200             MOVE ZERO TO ACXR-SEQ-NBR
008300         END-IF
008400         MOVE MACC-MEMBER-ID     TO ACXR-MEMBER-ID
008500         MOVE MACC-SUBSCR-SSN    TO ACXR-SUBSCR-SSN
008600         MOVE MACC-PATIENT-REL   TO ACXR-PATIENT-REL
008700         MOVE MACC-PATIENT-LAST  TO ACXR-PATIENT-LAST
008800         MOVE MACC-PATIENT-FIRST TO ACXR-PATIENT-FIRST
008900         MOVE MACC-BENEFIT-YEAR  TO ACXR-BENEFIT-YEAR
009000         MOVE '+'                TO ACXR-AMT-SIGN
009100         MOVE MACC-DED-ACCUM     TO ACXR-DED-AMT
009200         MOVE MACC-COINS-ACCUM   TO ACXR-COINS-AMT
009300         MOVE WS-TODAY-DATE      TO ACXR-PROCESS-DATE
009400         WRITE ACXR-RECORD
009500         ADD MACC-DED-ACCUM   TO WS-TOT-DED
009600         ADD MACC-COINS-ACCUM TO WS-TOT-COINS
009700     END-IF
009800     PERFORM 2100-READ-ACCUM.
009900
010000 2100-READ-ACCUM.
010100     READ ACCUM-MASTER
010200         AT END
010300             SET WS-NO-MORE-MAC TO TRUE
010400     END-READ.
010500
010600 5000-WRITE-SUMMARY.
010700     MOVE SPACES TO RPT-LINE
010800     STRING 'BENEFIT YEAR ' WS-BENEFIT-YEAR
010900         '  MASTER ROWS READ ' WS-ROW-COUNT
011000         '  FULL BALANCES SENT ' WS-SENT-COUNT
011100         DELIMITED BY SIZE INTO RPT-LINE
011200     WRITE RPT-LINE
011300     MOVE WS-TOT-DED   TO WS-RPT-AMT
011400     MOVE WS-TOT-COINS TO WS-RPT-AMT-2
011500     MOVE SPACES TO RPT-LINE
011600     STRING 'MEDICAL DEDUCTIBLE SENT ' WS-RPT-AMT
011700         '  MEDICAL COINSURANCE SENT ' WS-RPT-AMT-2
011800         DELIMITED BY SIZE INTO RPT-LINE
011900     WRITE RPT-LINE.
012000
012100 9000-TERMINATE.
012200     IF WS-MAC-STATUS NOT = '35'
012300         CLOSE ACCUM-MASTER
012400     END-IF
012500     CLOSE ACCUM-FULL-BAL-OUT
012600     CLOSE ACCFB-RPT.
