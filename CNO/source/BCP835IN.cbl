000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150116 - INBOUND X12 835 INTAKE.    *
000300*            READS A PAYER'S NATIVE 5010 835 (BPR/TRN/N1/CLP/    *
000400*            NM1/SVC/CAS/PLB) AND WRITES ONE BCP-RESP-RECORD PER *
000500*            CLP CLAIM PAYMENT, SO PAYERS THAT SEND A STANDARD   *
000600*            835 NO LONGER NEED A TRANSLATOR AHEAD OF BCPRECON,  *
000700*            BCPRESUB AND BCPNACHA. CLP01 GOES TO BCP-RESP-CLM-  *
000800*            NO (AND BCP-RESP-CLM-KEY WHEN IT IS OUR 6-DIGIT     *
000900*            CLAIM KEY, AS BCPX12SR SENDS IT), CLP04 TO          *
001000*            BCP-RESP-CLM-PAID-AMT AND TRN02 TO BCP-RESP-ACH-    *
001100*            TRACE-NO. BPR13-15 SUPPLY THE PAYEE BANK FIELDS.    *
001200*            PLB PROVIDER-LEVEL ADJUSTMENTS HAVE NO HOME ON THE  *
001300*            RESPONSE LAYOUT AND ARE LISTED ON THE R835RPT       *
001400*            REPORT INSTEAD. EACH TRANSACTION SET IS BALANCED    *
001500*            BEFORE ANY OF ITS RECORDS ARE WRITTEN: BPR02 MUST   *
001600*            EQUAL THE SUM OF CLP04 LESS THE SUM OF PLB          *
001700*            AMOUNTS. RESPONSES ARE STAGED PER TRANSACTION SET   *
001800*            (R835STWK) AND PER INTERCHANGE (R835ISWK) AND ONLY  *
001900*            REACH BCPRESP WHEN THE PAYMENT BALANCES AND THE SE  *
002000*            AND IEA CLOSERS AGREE, THE SAME STAGING BCPX12IN    *
002100*            USES FOR INBOUND 837S.                              *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. BCP835IN.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT X12-STREAM-IN ASSIGN TO IN835
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-X12-STATUS.
003100     SELECT BCP-RESP-FILE ASSIGN TO BCPRESP
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-RESP-STATUS.
003400     SELECT ST-WORK-FILE ASSIGN TO R835STWK
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-STWK-STATUS.
003700     SELECT ISA-WORK-FILE ASSIGN TO R835ISWK
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS IS WS-ISWK-STATUS.
004000     SELECT CONTROL-LEDGER ASSIGN TO CTLLEDG
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS WS-CTLG-STATUS.
004300     SELECT INTAKE-835-RPT ASSIGN TO R835RPT
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS IS WS-RPT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  X12-STREAM-IN.
004900 01  X12-IN-LINE               PIC X(2000).
005000 FD  BCP-RESP-FILE.
005100     COPY BCPRESP_Updated.
005200 FD  ST-WORK-FILE.
005300 01  STWK-LINE                 PIC X(618).
005400 FD  ISA-WORK-FILE.
005500 01  ISWK-LINE                 PIC X(618).
005600 FD  CONTROL-LEDGER.
005700     COPY BCPCTLG.
005800 FD  INTAKE-835-RPT.
005900 01  RPT-LINE                  PIC X(132).
006000 WORKING-STORAGE SECTION.
006100 01  WS-X12-STATUS             PIC X(02).
006200 01  WS-RESP-STATUS            PIC X(02).
006300 01  WS-STWK-STATUS            PIC X(02).
006400 01  WS-ISWK-STATUS            PIC X(02).
006500 01  WS-CTLG-STATUS            PIC X(02).
006600 01  WS-RPT-STATUS             PIC X(02).
006700 01  WS-IN-EOF-SW              PIC X(01)      VALUE 'N'.
006800     88  WS-NO-MORE-IN              VALUE 'Y'.
006900 01  WS-WORK-EOF-SW            PIC X(01)      VALUE 'N'.
007000     88  WS-NO-MORE-WORK            VALUE 'Y'.
007100 01  WS-TODAY-DATE             PIC X(08).
007200*
007300* DELIMITERS - RESET FROM EVERY ISA (ISA ELEMENT SEPARATOR IS
007400* BYTE 4, ISA16 COMPONENT SEPARATOR BYTE 105, TERMINATOR 106).
007500*
007600 01  WS-SEG-TERM               PIC X(01)      VALUE '~'.
007700 01  WS-ELEM-SEP               PIC X(01)      VALUE '*'.
007800 01  WS-COMP-SEP               PIC X(01)      VALUE ':'.
007900 01  WS-LINE-PTR               PIC 9(04).
008000 01  WS-PIECE                  PIC X(2000).
008100 01  WS-PIECE-LEN              PIC 9(04).
008200 01  WS-PIECE-DELIM            PIC X(01).
008300 01  WS-SEG-BUF                PIC X(2000).
008400 01  WS-SEG-LEN                PIC 9(04)      VALUE ZERO.
008500 01  WS-SEG-PTR                PIC 9(04).
008600 01  WS-SEG-ID                 PIC X(03).
008700 01  WS-ELEM-COUNT             PIC 9(02)      VALUE ZERO.
008800 01  WS-ELEM-TABLE.
008900     05  WS-ELEM               OCCURS 30 TIMES
009000                               PIC X(80).
009100 01  WS-COMP-TABLE.
009200     05  WS-COMP               OCCURS 8 TIMES
009300                               PIC X(40).
009400 01  WS-COMP-SOURCE            PIC X(80).
009500 01  WS-PLB-K                  PIC 9(02).
009600 01  WS-TRIM-LEN               PIC 9(04).
009700*
009800* ENVELOPE STATE.
009900*
010000 01  WS-ISA-OPEN-SW            PIC X(01)      VALUE 'N'.
010100     88  WS-ISA-IS-OPEN             VALUE 'Y'.
010200 01  WS-GS-OPEN-SW             PIC X(01)      VALUE 'N'.
010300     88  WS-GS-IS-OPEN              VALUE 'Y'.
010400 01  WS-ST-OPEN-SW             PIC X(01)      VALUE 'N'.
010500     88  WS-ST-IS-OPEN              VALUE 'Y'.
010600 01  WS-ISA-REJ-SW             PIC X(01)      VALUE 'N'.
010700     88  WS-ISA-REJECTED            VALUE 'Y'.
010800 01  WS-ST-REJ-SW              PIC X(01)      VALUE 'N'.
010900     88  WS-ST-REJECTED             VALUE 'Y'.
011000 01  WS-ISA-CTL                PIC X(09)      VALUE SPACES.
011100 01  WS-GS-CTL                 PIC X(09)      VALUE SPACES.
011200 01  WS-ST-CTL                 PIC X(09)      VALUE SPACES.
011300 01  WS-ISA-GS-COUNT           PIC 9(05)      VALUE ZERO.
011400 01  WS-GS-ST-COUNT            PIC 9(05)      VALUE ZERO.
011500 01  WS-ST-SEG-COUNT           PIC 9(06)      VALUE ZERO.
011600 01  WS-FILE-SEG-COUNT         PIC 9(07)      VALUE ZERO.
011700 01  WS-TRAILER-COUNT          PIC 9(06).
011800 01  WS-ST-RESP-COUNT          PIC 9(05)      VALUE ZERO.
011900 01  WS-ST-RESP-AMT            PIC 9(13)V99   VALUE ZERO.
012000 01  WS-ISA-RESP-COUNT         PIC 9(05)      VALUE ZERO.
012100 01  WS-ISA-RESP-AMT           PIC 9(13)V99   VALUE ZERO.
012200*
012300* PAYMENT (ONE 835 TRANSACTION SET) BEING ASSEMBLED.
012400*
012500 01  WS-BPR-AMT                PIC S9(11)V99  VALUE ZERO.
012600 01  WS-CLP-TOTAL              PIC S9(11)V99  VALUE ZERO.
012700 01  WS-PLB-TOTAL              PIC S9(11)V99  VALUE ZERO.
012800 01  WS-BAL-DIFF               PIC S9(11)V99  VALUE ZERO.
012900 01  WS-PAY-METHOD             PIC X(03)      VALUE SPACES.
013000 01  WS-PAY-ABA                PIC X(12)      VALUE SPACES.
013100 01  WS-PAY-ACCT-TYPE          PIC X(03)      VALUE SPACES.
013200 01  WS-PAY-ACCT-NBR           PIC X(35)      VALUE SPACES.
013300 01  WS-PAY-EFF-DATE           PIC X(08)      VALUE SPACES.
013400 01  WS-PAY-TRACE              PIC X(50)      VALUE SPACES.
013500 01  WS-PAY-PROD-DATE          PIC X(08)      VALUE SPACES.
013600 01  WS-PAYEE-NAME             PIC X(60)      VALUE SPACES.
013700 01  WS-PAYEE-NPI              PIC X(10)      VALUE SPACES.
013800 01  WS-LAST-N1-QUAL           PIC X(02)      VALUE SPACES.
013900 01  WS-CLP-OPEN-SW            PIC X(01)      VALUE 'N'.
014000     88  WS-CLP-IS-OPEN             VALUE 'Y'.
014100 01  WS-CLP-SEG-POS            PIC 9(06)      VALUE ZERO.
014200 01  WS-CLP-AMT                PIC S9(11)V99  VALUE ZERO.
014300 01  WS-CLP-STATUS             PIC X(02)      VALUE SPACES.
014400     88  WS-CLP-DENIED              VALUE '4 '.
014500     88  WS-CLP-REVERSAL            VALUE '22'.
014600 01  WS-CLP-FIRST-CARC         PIC X(05)      VALUE SPACES.
014700 01  WS-CUR-CLP01              PIC X(38)      VALUE SPACES.
014800     COPY BCPRESP_Updated
014900         REPLACING ==BCP-RESP-RECORD== BY ==WS-RESP-BUILD==.
015000*
015100* NUMERIC CONVERSION WORK AREAS.
015200*
015300 01  WS-NUM-SOURCE             PIC X(80).
015400 01  WS-NUM-VALUE              PIC S9(11)V999.
015500 01  WS-NUM-VALID-SW           PIC X(01).
015600     88  WS-NUM-IS-VALID            VALUE 'Y'.
015700*
015800* REPORTING.
015900*
016000 01  WS-REJ-REASON             PIC X(60).
016100 01  WS-REJ-LEVEL              PIC X(11).
016200 01  WS-SEG-POS-ED             PIC 9(06).
016300 01  WS-FILE-POS-ED            PIC 9(07).
016400 01  WS-AMT-ED                 PIC -(11)9.99.
016500 01  WS-AMT2-ED                PIC -(11)9.99.
016600 01  WS-AMT3-ED                PIC -(11)9.99.
016700*
016800* RUN TOTALS.
016900*
017000 01  WS-TOT-INTERCHANGES       PIC 9(05)      VALUE ZERO.
017100 01  WS-TOT-ISA-REJECTED       PIC 9(05)      VALUE ZERO.
017200 01  WS-TOT-PAYMENTS           PIC 9(05)      VALUE ZERO.
017300 01  WS-TOT-ST-REJECTED        PIC 9(05)      VALUE ZERO.
017400 01  WS-TOT-OUT-OF-BALANCE     PIC 9(05)      VALUE ZERO.
017500 01  WS-TOT-CLP-READ           PIC 9(07)      VALUE ZERO.
017600 01  WS-TOT-RESP-WRITTEN       PIC 9(07)      VALUE ZERO.
017700 01  WS-TOT-RESP-AMT           PIC 9(13)V99   VALUE ZERO.
017800 01  WS-TOT-NO-CLM-KEY         PIC 9(07)      VALUE ZERO.
017900 01  WS-TOT-PLB-ADJ            PIC 9(07)      VALUE ZERO.
018000 01  WS-TOT-PLB-AMT            PIC S9(13)V99  VALUE ZERO.
018100 01  WS-TOT-REJECT-LINES       PIC 9(07)      VALUE ZERO.
018200 PROCEDURE DIVISION.
018300 0000-MAIN-CONTROL.
018400     PERFORM 1000-INITIALIZE
018500     PERFORM 2000-PROCESS-LINE
018600         UNTIL WS-NO-MORE-IN
018700     PERFORM 2900-END-OF-STREAM
018800     PERFORM 4000-WRITE-SUMMARY
018900     PERFORM 9000-TERMINATE
019000     STOP RUN.
019100
019200 1000-INITIALIZE.
019300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
019400     OPEN INPUT X12-STREAM-IN
019500     OPEN OUTPUT BCP-RESP-FILE
019600     OPEN OUTPUT INTAKE-835-RPT
019700     MOVE 'INBOUND X12 835 INTAKE - PAYMENTS, PLB, REJECTS'
019800         TO RPT-LINE
019900     WRITE RPT-LINE
020000     PERFORM 2050-READ-INPUT.
020100
020200 2000-PROCESS-LINE.
020300     INSPECT X12-IN-LINE REPLACING ALL X'0D' BY SPACE
020400     MOVE 1 TO WS-LINE-PTR
020500     PERFORM 2100-NEXT-PIECE THRU 2100-EXIT
020600         UNTIL WS-LINE-PTR > 2000
020700     PERFORM 2050-READ-INPUT.
020800
020900 2050-READ-INPUT.
021000     READ X12-STREAM-IN
021100         AT END
021200             SET WS-NO-MORE-IN TO TRUE
021300     END-READ.
021400
021500*
021600* TAKES THE NEXT TERMINATOR-DELIMITED PIECE OF THE CURRENT LINE.
021700* A PIECE WITHOUT A TERMINATOR IS THE FRONT OF A SEGMENT THAT
021800* CONTINUES ON THE NEXT LINE, SO IT IS HELD IN WS-SEG-BUF.
021900*
022000 2100-NEXT-PIECE.
022100     IF X12-IN-LINE(WS-LINE-PTR:) = SPACES
022200         MOVE 2001 TO WS-LINE-PTR
022300         GO TO 2100-EXIT
022400     END-IF
022500     IF WS-SEG-LEN = ZERO
022600         PERFORM 2110-SKIP-LEADING-SPACE
022700             UNTIL X12-IN-LINE(WS-LINE-PTR:1) NOT = SPACE
022800         IF X12-IN-LINE(WS-LINE-PTR:3) = 'ISA'
022900             AND WS-LINE-PTR < 1895
023000             MOVE X12-IN-LINE(WS-LINE-PTR + 3:1)   TO WS-ELEM-SEP
023100             MOVE X12-IN-LINE(WS-LINE-PTR + 104:1) TO WS-COMP-SEP
023200             MOVE X12-IN-LINE(WS-LINE-PTR + 105:1) TO WS-SEG-TERM
023300         END-IF
023400     END-IF
023500     MOVE SPACES TO WS-PIECE
023600     MOVE SPACE  TO WS-PIECE-DELIM
023700     MOVE ZERO   TO WS-PIECE-LEN
023800     UNSTRING X12-IN-LINE DELIMITED BY WS-SEG-TERM
023900         INTO WS-PIECE DELIMITER IN WS-PIECE-DELIM
024000                       COUNT IN WS-PIECE-LEN
024100         WITH POINTER WS-LINE-PTR
024200     END-UNSTRING
024300     IF WS-PIECE-DELIM NOT = WS-SEG-TERM
024400         PERFORM 2120-TRIM-PIECE
024500     END-IF
024600     IF WS-PIECE-LEN > ZERO
024700         IF WS-SEG-LEN + WS-PIECE-LEN > 2000
024800             COMPUTE WS-PIECE-LEN = 2000 - WS-SEG-LEN
024900         END-IF
025000         MOVE WS-PIECE(1:WS-PIECE-LEN)
025100             TO WS-SEG-BUF(WS-SEG-LEN + 1:WS-PIECE-LEN)
025200         ADD WS-PIECE-LEN TO WS-SEG-LEN
025300     END-IF
025400     IF WS-PIECE-DELIM = WS-SEG-TERM
025500         AND WS-SEG-LEN > ZERO
025600         PERFORM 3000-DISPATCH-SEGMENT
025700     END-IF.
025800 2100-EXIT.
025900     EXIT.
026000
026100 2110-SKIP-LEADING-SPACE.
026200     ADD 1 TO WS-LINE-PTR.
026300
026400 2120-TRIM-PIECE.
026500     PERFORM UNTIL WS-PIECE-LEN = ZERO
026600             OR WS-PIECE(WS-PIECE-LEN:1) NOT = SPACE
026700         SUBTRACT 1 FROM WS-PIECE-LEN
026800     END-PERFORM.
026900
027000*
027100* A FINAL SEGMENT WITH NO TERMINATOR IS STILL PROCESSED. ANY
027200* ENVELOPE LEFT OPEN AT END OF STREAM IS A TRUNCATED
027300* TRANSMISSION AND NOTHING STAGED FOR IT IS RELEASED.
027400*
027500 2900-END-OF-STREAM.
027600     IF WS-SEG-LEN > ZERO
027700         PERFORM 3000-DISPATCH-SEGMENT
027800     END-IF
027900     IF WS-ST-IS-OPEN
028000         MOVE 'SE MISSING - TRANSMISSION TRUNCATED'
028100             TO WS-REJ-REASON
028200         PERFORM 8200-REJECT-TRANSACTION
028300         CLOSE ST-WORK-FILE
028400         SET WS-ST-OPEN-SW TO 'N'
028500     END-IF
028600     IF WS-ISA-IS-OPEN
028700         MOVE 'IEA MISSING - TRANSMISSION TRUNCATED'
028800             TO WS-REJ-REASON
028900         PERFORM 8300-REJECT-INTERCHANGE
029000         CLOSE ISA-WORK-FILE
029100         SET WS-ISA-OPEN-SW TO 'N'
029200     END-IF.
029300
029400 3000-DISPATCH-SEGMENT.
029500     ADD 1 TO WS-FILE-SEG-COUNT
029600     IF WS-ST-IS-OPEN
029700         ADD 1 TO WS-ST-SEG-COUNT
029800     END-IF
029900     PERFORM 3100-SPLIT-ELEMENTS
030000     EVALUATE WS-SEG-ID
030100         WHEN 'ISA'
030200             PERFORM 4100-OPEN-INTERCHANGE
030300         WHEN 'GS '
030400             PERFORM 4200-OPEN-GROUP THRU 4200-EXIT
030500         WHEN 'ST '
030600             PERFORM 4300-OPEN-TRANSACTION
030700         WHEN 'SE '
030800             PERFORM 4400-CLOSE-TRANSACTION THRU 4400-EXIT
030900         WHEN 'GE '
031000             PERFORM 4500-CLOSE-GROUP THRU 4500-EXIT
031100         WHEN 'IEA'
031200             PERFORM 4600-CLOSE-INTERCHANGE THRU 4600-EXIT
031300         WHEN OTHER
031400             IF NOT WS-ST-IS-OPEN
031500                 MOVE 'SEGMENT OUTSIDE AN ST/SE TRANSACTION SET'
031600                     TO WS-REJ-REASON
031700                 PERFORM 8100-WRITE-SEGMENT-REJECT
031800             ELSE
031900                 IF NOT WS-ST-REJECTED AND NOT WS-ISA-REJECTED
032000                     PERFORM 5000-MAP-DETAIL-SEGMENT
032100                 END-IF
032200             END-IF
032300     END-EVALUATE
032400     MOVE ZERO TO WS-SEG-LEN
032500     MOVE SPACES TO WS-SEG-BUF.
032600
032700 3100-SPLIT-ELEMENTS.
032800     MOVE SPACES TO WS-SEG-ID
032900     MOVE SPACES TO WS-ELEM-TABLE
033000     MOVE ZERO   TO WS-ELEM-COUNT
033100     MOVE 1      TO WS-SEG-PTR
033200     UNSTRING WS-SEG-BUF(1:WS-SEG-LEN) DELIMITED BY WS-ELEM-SEP
033300         INTO WS-SEG-ID
033400         WITH POINTER WS-SEG-PTR
033500     END-UNSTRING
033600     PERFORM 3110-NEXT-ELEMENT
033700         UNTIL WS-SEG-PTR > WS-SEG-LEN
033800            OR WS-ELEM-COUNT = 30.
033900
034000 3110-NEXT-ELEMENT.
034100     ADD 1 TO WS-ELEM-COUNT
034200     UNSTRING WS-SEG-BUF(1:WS-SEG-LEN) DELIMITED BY WS-ELEM-SEP
034300         INTO WS-ELEM(WS-ELEM-COUNT)
034400         WITH POINTER WS-SEG-PTR
034500     END-UNSTRING.
034600
034700 3200-SPLIT-COMPOSITE.
034800     MOVE SPACES TO WS-COMP-TABLE
034900     UNSTRING WS-COMP-SOURCE DELIMITED BY WS-COMP-SEP
035000         INTO WS-COMP(1) WS-COMP(2) WS-COMP(3) WS-COMP(4)
035100              WS-COMP(5) WS-COMP(6) WS-COMP(7) WS-COMP(8)
035200     END-UNSTRING.
035300
035400******************************************************************
035500* ENVELOPE SEGMENTS                                              *
035600******************************************************************
035700 4100-OPEN-INTERCHANGE.
035800     IF WS-ISA-IS-OPEN
035900         MOVE 'ISA BEFORE IEA - PRIOR INTERCHANGE NOT CLOSED'
036000             TO WS-REJ-REASON
036100         PERFORM 8300-REJECT-INTERCHANGE
036200         IF WS-ST-IS-OPEN
036300             CLOSE ST-WORK-FILE
036400         END-IF
036500         CLOSE ISA-WORK-FILE
036600     END-IF
036700     ADD 1 TO WS-TOT-INTERCHANGES
036800     SET WS-ISA-IS-OPEN TO TRUE
036900     SET WS-ISA-REJ-SW TO 'N'
037000     SET WS-GS-OPEN-SW TO 'N'
037100     SET WS-ST-OPEN-SW TO 'N'
037200     MOVE WS-ELEM(13)    TO WS-ISA-CTL
037300     MOVE SPACES         TO WS-GS-CTL
037400     MOVE SPACES         TO WS-ST-CTL
037500     MOVE ZERO           TO WS-ISA-GS-COUNT
037600     MOVE ZERO           TO WS-ISA-RESP-COUNT
037700     MOVE ZERO           TO WS-ISA-RESP-AMT
037800     OPEN OUTPUT ISA-WORK-FILE
037900     EVALUATE TRUE
038000         WHEN WS-ELEM-COUNT < 16
038100             MOVE 'ISA DOES NOT CARRY 16 ELEMENTS'
038200                 TO WS-REJ-REASON
038300             PERFORM 8300-REJECT-INTERCHANGE
038400         WHEN WS-ELEM(12) NOT = '00501'
038500             MOVE 'ISA12 VERSION IS NOT 00501' TO WS-REJ-REASON
038600             PERFORM 8300-REJECT-INTERCHANGE
038700         WHEN WS-ISA-CTL IS NOT NUMERIC
038800             MOVE 'ISA13 CONTROL NUMBER NOT 9 NUMERIC DIGITS'
038900                 TO WS-REJ-REASON
039000             PERFORM 8300-REJECT-INTERCHANGE
039100         WHEN OTHER
039200             CONTINUE
039300     END-EVALUATE.
039400
039500 4200-OPEN-GROUP.
039600     IF NOT WS-ISA-IS-OPEN
039700         MOVE 'GS OUTSIDE AN ISA/IEA INTERCHANGE' TO WS-REJ-REASON
039800         PERFORM 8100-WRITE-SEGMENT-REJECT
039900         GO TO 4200-EXIT
040000     END-IF
040100     ADD 1 TO WS-ISA-GS-COUNT
040200     SET WS-GS-IS-OPEN TO TRUE
040300     MOVE WS-ELEM(6)     TO WS-GS-CTL
040400     MOVE ZERO           TO WS-GS-ST-COUNT
040500     EVALUATE TRUE
040600         WHEN WS-ELEM(1) NOT = 'HP'
040700             MOVE 'GS01 IS NOT HP - NOT A REMITTANCE GROUP'
040800                 TO WS-REJ-REASON
040900             PERFORM 8300-REJECT-INTERCHANGE
041000         WHEN WS-ELEM(8)(1:10) NOT = '005010X221'
041100             MOVE 'GS08 IS NOT 005010X221 (835)' TO WS-REJ-REASON
041200             PERFORM 8300-REJECT-INTERCHANGE
041300         WHEN OTHER
041400             CONTINUE
041500     END-EVALUATE.
041600 4200-EXIT.
041700     EXIT.
041800
041900 4300-OPEN-TRANSACTION.
042000     IF WS-ST-IS-OPEN
042100         MOVE 'ST BEFORE SE - PRIOR TRANSACTION SET NOT CLOSED'
042200             TO WS-REJ-REASON
042300         PERFORM 8200-REJECT-TRANSACTION
042400         CLOSE ST-WORK-FILE
042500     END-IF
042600     SET WS-ST-IS-OPEN TO TRUE
042700     SET WS-ST-REJ-SW TO 'N'
042800     MOVE 1              TO WS-ST-SEG-COUNT
042900     MOVE WS-ELEM(2)     TO WS-ST-CTL
043000     MOVE ZERO           TO WS-ST-RESP-COUNT
043100     MOVE ZERO           TO WS-ST-RESP-AMT
043200     MOVE ZERO           TO WS-BPR-AMT
043300     MOVE ZERO           TO WS-CLP-TOTAL
043400     MOVE ZERO           TO WS-PLB-TOTAL
043500     MOVE SPACES         TO WS-PAY-METHOD
043600     MOVE SPACES         TO WS-PAY-ABA
043700     MOVE SPACES         TO WS-PAY-ACCT-TYPE
043800     MOVE SPACES         TO WS-PAY-ACCT-NBR
043900     MOVE SPACES         TO WS-PAY-EFF-DATE
044000     MOVE SPACES         TO WS-PAY-TRACE
044100     MOVE SPACES         TO WS-PAY-PROD-DATE
044200     MOVE SPACES         TO WS-PAYEE-NAME
044300     MOVE SPACES         TO WS-PAYEE-NPI
044400     MOVE SPACES         TO WS-LAST-N1-QUAL
044500     SET WS-CLP-OPEN-SW  TO 'N'
044600     ADD 1 TO WS-TOT-PAYMENTS
044700     OPEN OUTPUT ST-WORK-FILE
044800     EVALUATE TRUE
044900         WHEN NOT WS-GS-IS-OPEN
045000             MOVE 'ST OUTSIDE A GS/GE FUNCTIONAL GROUP'
045100                 TO WS-REJ-REASON
045200             PERFORM 8200-REJECT-TRANSACTION
045300         WHEN WS-ELEM(1) NOT = '835'
045400             MOVE 'ST01 IS NOT 835' TO WS-REJ-REASON
045500             PERFORM 8200-REJECT-TRANSACTION
045600         WHEN OTHER
045700             ADD 1 TO WS-GS-ST-COUNT
045800     END-EVALUATE.
045900
046000*
046100* SE01 COUNTS EVERY SEGMENT FROM ST THROUGH SE INCLUSIVE. THE
046200* PAYMENT MUST ALSO BALANCE: BPR02 = SUM(CLP04) - SUM(PLB).
046300*
046400 4400-CLOSE-TRANSACTION.
046500     IF NOT WS-ST-IS-OPEN
046600         MOVE 'SE WITHOUT A MATCHING ST' TO WS-REJ-REASON
046700         PERFORM 8100-WRITE-SEGMENT-REJECT
046800         GO TO 4400-EXIT
046900     END-IF
047000     PERFORM 3700-CLOSE-CLAIM-PAYMENT THRU 3700-EXIT
047100     MOVE ZERO TO WS-TRAILER-COUNT
047200     MOVE WS-ELEM(1) TO WS-NUM-SOURCE
047300     PERFORM 7300-CONVERT-NUMBER
047400     IF WS-NUM-IS-VALID AND WS-NUM-VALUE NOT < ZERO
047500         MOVE WS-NUM-VALUE TO WS-TRAILER-COUNT
047600     END-IF
047700     COMPUTE WS-BAL-DIFF = WS-BPR-AMT
047800         - (WS-CLP-TOTAL - WS-PLB-TOTAL)
047900     EVALUATE TRUE
048000         WHEN WS-ST-REJECTED
048100             CONTINUE
048200         WHEN WS-TRAILER-COUNT NOT = WS-ST-SEG-COUNT
048300             MOVE 'SE01 SEGMENT COUNT DOES NOT MATCH SEGMENTS'
048400                 TO WS-REJ-REASON
048500             PERFORM 8200-REJECT-TRANSACTION
048600         WHEN WS-ELEM(2) NOT = WS-ST-CTL
048700             MOVE 'SE02 DOES NOT MATCH ST02 CONTROL NUMBER'
048800                 TO WS-REJ-REASON
048900             PERFORM 8200-REJECT-TRANSACTION
049000         WHEN WS-BAL-DIFF NOT = ZERO
049100             ADD 1 TO WS-TOT-OUT-OF-BALANCE
049200             MOVE 'BPR02 NOT EQUAL TO SUM OF CLP04 LESS PLB'
049300                 TO WS-REJ-REASON
049400             PERFORM 8200-REJECT-TRANSACTION
049500         WHEN OTHER
049600             CONTINUE
049700     END-EVALUATE
049800     PERFORM 4450-WRITE-PAYMENT-LINE
049900     CLOSE ST-WORK-FILE
050000     SET WS-ST-OPEN-SW TO 'N'
050100     IF NOT WS-ST-REJECTED
050200         PERFORM 4410-COMMIT-TRANSACTION
050300     END-IF.
050400 4400-EXIT.
050500     EXIT.
050600
050700 4410-COMMIT-TRANSACTION.
050800     IF NOT WS-ISA-REJECTED
050900         OPEN INPUT ST-WORK-FILE
051000         SET WS-WORK-EOF-SW TO 'N'
051100         PERFORM 4420-READ-ST-WORK
051200         PERFORM 4430-COPY-ST-WORK
051300             UNTIL WS-NO-MORE-WORK
051400         CLOSE ST-WORK-FILE
051500         ADD WS-ST-RESP-COUNT TO WS-ISA-RESP-COUNT
051600         ADD WS-ST-RESP-AMT   TO WS-ISA-RESP-AMT
051700     END-IF.
051800
051900 4420-READ-ST-WORK.
052000     READ ST-WORK-FILE
052100         AT END
052200             SET WS-NO-MORE-WORK TO TRUE
052300     END-READ.
052400
052500 4430-COPY-ST-WORK.
052600     WRITE ISWK-LINE FROM STWK-LINE
052700     PERFORM 4420-READ-ST-WORK.
052800
052900 4450-WRITE-PAYMENT-LINE.
053000     MOVE WS-BPR-AMT   TO WS-AMT-ED
053100     MOVE WS-CLP-TOTAL TO WS-AMT2-ED
053200     MOVE WS-PLB-TOTAL TO WS-AMT3-ED
053300     MOVE SPACES TO RPT-LINE
053400     STRING 'PAYMENT TRN ' WS-PAY-TRACE(1:20)
053500         ' BPR02 ' WS-AMT-ED
053600         ' CLP04 ' WS-AMT2-ED
053700         ' PLB ' WS-AMT3-ED
053800         ' CLAIMS ' WS-ST-RESP-COUNT
053900         DELIMITED BY SIZE INTO RPT-LINE
054000     IF WS-ST-REJECTED
054100         MOVE 'REJECTED' TO RPT-LINE(124:8)
054200     END-IF
054300     WRITE RPT-LINE.
054400
054500 4500-CLOSE-GROUP.
054600     IF NOT WS-GS-IS-OPEN
054700         MOVE 'GE WITHOUT A MATCHING GS' TO WS-REJ-REASON
054800         PERFORM 8100-WRITE-SEGMENT-REJECT
054900         GO TO 4500-EXIT
055000     END-IF
055100     SET WS-GS-OPEN-SW TO 'N'
055200     MOVE ZERO TO WS-TRAILER-COUNT
055300     MOVE WS-ELEM(1) TO WS-NUM-SOURCE
055400     PERFORM 7300-CONVERT-NUMBER
055500     IF WS-NUM-IS-VALID AND WS-NUM-VALUE NOT < ZERO
055600         MOVE WS-NUM-VALUE TO WS-TRAILER-COUNT
055700     END-IF
055800     EVALUATE TRUE
055900         WHEN WS-ISA-REJECTED
056000             CONTINUE
056100         WHEN WS-TRAILER-COUNT NOT = WS-GS-ST-COUNT
056200             MOVE 'GE01 TRANSACTION SET COUNT DOES NOT MATCH'
056300                 TO WS-REJ-REASON
056400             PERFORM 8300-REJECT-INTERCHANGE
056500         WHEN WS-ELEM(2) NOT = WS-GS-CTL
056600             MOVE 'GE02 DOES NOT MATCH GS06 CONTROL NUMBER'
056700                 TO WS-REJ-REASON
056800             PERFORM 8300-REJECT-INTERCHANGE
056900         WHEN OTHER
057000             CONTINUE
057100     END-EVALUATE.
057200 4500-EXIT.
057300     EXIT.
057400
057500 4600-CLOSE-INTERCHANGE.
057600     IF NOT WS-ISA-IS-OPEN
057700         MOVE 'IEA WITHOUT A MATCHING ISA' TO WS-REJ-REASON
057800         PERFORM 8100-WRITE-SEGMENT-REJECT
057900         GO TO 4600-EXIT
058000     END-IF
058100     MOVE ZERO TO WS-TRAILER-COUNT
058200     MOVE WS-ELEM(1) TO WS-NUM-SOURCE
058300     PERFORM 7300-CONVERT-NUMBER
058400     IF WS-NUM-IS-VALID AND WS-NUM-VALUE NOT < ZERO
058500         MOVE WS-NUM-VALUE TO WS-TRAILER-COUNT
058600     END-IF
058700     EVALUATE TRUE
058800         WHEN WS-ISA-REJECTED
058900             CONTINUE
059000         WHEN WS-GS-IS-OPEN
059100             MOVE 'IEA BEFORE GE - FUNCTIONAL GROUP NOT CLOSED'
059200                 TO WS-REJ-REASON
059300             PERFORM 8300-REJECT-INTERCHANGE
059400         WHEN WS-TRAILER-COUNT NOT = WS-ISA-GS-COUNT
059500             MOVE 'IEA01 FUNCTIONAL GROUP COUNT DOES NOT MATCH'
059600                 TO WS-REJ-REASON
059700             PERFORM 8300-REJECT-INTERCHANGE
059800         WHEN WS-ELEM(2) NOT = WS-ISA-CTL
059900             MOVE 'IEA02 DOES NOT MATCH ISA13 CONTROL NUMBER'
060000                 TO WS-REJ-REASON
060100             PERFORM 8300-REJECT-INTERCHANGE
060200         WHEN OTHER
060300             CONTINUE
060400     END-EVALUATE
060500     CLOSE ISA-WORK-FILE
060600     SET WS-ISA-OPEN-SW TO 'N'
060700     SET WS-GS-OPEN-SW TO 'N'
060800     IF NOT WS-ISA-REJECTED
060900         PERFORM 4610-COMMIT-INTERCHANGE
061000     END-IF.
061100 4600-EXIT.
061200     EXIT.
061300
061400 4610-COMMIT-INTERCHANGE.
061500     OPEN INPUT ISA-WORK-FILE
061600     SET WS-WORK-EOF-SW TO 'N'
061700     PERFORM 4620-READ-ISA-WORK
061800     PERFORM 4630-COPY-ISA-WORK
061900         UNTIL WS-NO-MORE-WORK
062000     CLOSE ISA-WORK-FILE
062100     ADD WS-ISA-RESP-COUNT TO WS-TOT-RESP-WRITTEN
062200     ADD WS-ISA-RESP-AMT   TO WS-TOT-RESP-AMT.
062300
062400 4620-READ-ISA-WORK.
062500     READ ISA-WORK-FILE
062600         AT END
062700             SET WS-NO-MORE-WORK TO TRUE
062800     END-READ.
062900
063000 4630-COPY-ISA-WORK.
063100     WRITE BCP-RESP-RECORD FROM ISWK-LINE
063200     PERFORM 4620-READ-ISA-WORK.
063300
063400******************************************************************
063500* DETAIL SEGMENTS INSIDE AN ACCEPTED TRANSACTION SET             *
063600******************************************************************
063700 5000-MAP-DETAIL-SEGMENT.
063800     EVALUATE WS-SEG-ID
063900         WHEN 'BPR'
064000             PERFORM 5100-MAP-BPR
064100         WHEN 'TRN'
064200             MOVE WS-ELEM(2) TO WS-PAY-TRACE
064300         WHEN 'DTM'
064400             IF WS-ELEM(1) = '405' AND NOT WS-CLP-IS-OPEN
064500                 MOVE WS-ELEM(2)(1:8) TO WS-PAY-PROD-DATE
064600             END-IF
064700         WHEN 'N1 '
064800             PERFORM 5110-MAP-N1
064900         WHEN 'CLP'
065000             PERFORM 5200-MAP-CLP
065100         WHEN 'NM1'
065200             PERFORM 5210-MAP-NM1 THRU 5210-EXIT
065300         WHEN 'CAS'
065400             IF WS-CLP-IS-OPEN AND WS-CLP-FIRST-CARC = SPACES
065500                 MOVE WS-ELEM(2) TO WS-CLP-FIRST-CARC
065600             END-IF
065700         WHEN 'PLB'
065800             PERFORM 3700-CLOSE-CLAIM-PAYMENT THRU 3700-EXIT
065900             PERFORM 5300-MAP-PLB
066000         WHEN OTHER
066100             CONTINUE
066200     END-EVALUATE.
066300
066400*
066500* BPR02 PAYMENT AMOUNT, BPR04 METHOD (ACH/CHK/NON), BPR13-15
066600* RECEIVER BANK, BPR16 EFFECTIVE DATE.
066700*
066800 5100-MAP-BPR.
066900     MOVE WS-ELEM(2) TO WS-NUM-SOURCE
067000     PERFORM 7300-CONVERT-NUMBER
067100     IF WS-NUM-IS-VALID
067200         MOVE WS-NUM-VALUE TO WS-BPR-AMT
067300     ELSE
067400         MOVE 'BPR02 PAYMENT AMOUNT IS NOT A VALID AMOUNT'
067500             TO WS-REJ-REASON
067600         PERFORM 8200-REJECT-TRANSACTION
067700     END-IF
067800     MOVE WS-ELEM(4)     TO WS-PAY-METHOD
067900     MOVE WS-ELEM(13)    TO WS-PAY-ABA
068000     IF WS-ELEM(14) = 'SG'
068100         MOVE 'SAV'      TO WS-PAY-ACCT-TYPE
068200     ELSE
068300         MOVE 'CHK'      TO WS-PAY-ACCT-TYPE
068400     END-IF
068500     MOVE WS-ELEM(15)    TO WS-PAY-ACCT-NBR
068600     MOVE WS-ELEM(16)(1:8) TO WS-PAY-EFF-DATE.
068700
068800 5110-MAP-N1.
068900     MOVE WS-ELEM(1) TO WS-LAST-N1-QUAL
069000     IF WS-ELEM(1) = 'PE'
069100         MOVE WS-ELEM(2) TO WS-PAYEE-NAME
069200         IF WS-ELEM(3) = 'XX'
069300             MOVE WS-ELEM(4) TO WS-PAYEE-NPI
069400         END-IF
069500     END-IF.
069600
069700*
069800* CLP OPENS A CLAIM PAYMENT. STATUS 4 (DENIED) AND 22
069900* (REVERSAL) ANSWER AS REJECTS WITH THE FIRST CARC AS THE ERROR
070000* CODE; A REVERSAL'S NEGATIVE CLP04 IS NOT CARRIED ON THE
070100* UNSIGNED PAID AMOUNT BUT STILL COUNTS IN THE BALANCE.
070200*
070300 5200-MAP-CLP.
070400     PERFORM 3700-CLOSE-CLAIM-PAYMENT THRU 3700-EXIT
070500     ADD 1 TO WS-TOT-CLP-READ
070600     SET WS-CLP-IS-OPEN  TO TRUE
070700     MOVE WS-ST-SEG-COUNT TO WS-CLP-SEG-POS
070800     MOVE WS-ELEM(1)     TO WS-CUR-CLP01
070900     MOVE WS-ELEM(2)     TO WS-CLP-STATUS
071000     MOVE SPACES         TO WS-CLP-FIRST-CARC
071100     MOVE SPACES         TO WS-RESP-BUILD
071200     MOVE ZERO           TO BCP-RESP-CLM-KEY OF WS-RESP-BUILD
071300     MOVE ZERO           TO BCP-RESP-POLICY-KEY OF WS-RESP-BUILD
071400     MOVE ZERO           TO BCP-RESP-NPI-KEY OF WS-RESP-BUILD
071500     MOVE ZERO           TO BCP-RESP-CLM-PAID-AMT OF WS-RESP-BUILD
071600     MOVE WS-ELEM(1)     TO BCP-RESP-CLM-NO OF WS-RESP-BUILD
071700     PERFORM 7100-TRIMMED-LENGTH
071800     IF WS-TRIM-LEN > ZERO AND WS-TRIM-LEN NOT > 6
071900         AND WS-ELEM(1)(1:WS-TRIM-LEN) IS NUMERIC
072000         MOVE WS-ELEM(1)(1:WS-TRIM-LEN)
072100             TO BCP-RESP-CLM-KEY OF WS-RESP-BUILD
072200     ELSE
072300         ADD 1 TO WS-TOT-NO-CLM-KEY
072400         MOVE 'CLP01 IS NOT ONE OF OUR CLAIM KEYS - CLM-KEY ZERO'
072500             TO WS-REJ-REASON
072600         MOVE 'WARNING'  TO WS-REJ-LEVEL
072700         PERFORM 8000-WRITE-REJECT-LINE
072800     END-IF
072900     MOVE WS-ELEM(4) TO WS-NUM-SOURCE
073000     PERFORM 7300-CONVERT-NUMBER
073100     IF WS-NUM-IS-VALID
073200         MOVE WS-NUM-VALUE TO WS-CLP-AMT
073300     ELSE
073400         MOVE ZERO TO WS-CLP-AMT
073500         MOVE 'CLP04 PAYMENT AMOUNT IS NOT A VALID AMOUNT'
073600             TO WS-REJ-REASON
073700         PERFORM 8200-REJECT-TRANSACTION
073800     END-IF
073900     ADD WS-CLP-AMT TO WS-CLP-TOTAL
074000     IF WS-CLP-AMT > ZERO
074100         MOVE WS-CLP-AMT
074200             TO BCP-RESP-CLM-PAID-AMT OF WS-RESP-BUILD
074300     END-IF
074400     IF WS-CLP-DENIED OR WS-CLP-REVERSAL
074500         MOVE 'R' TO BCP-RESP-ACC-REJ-IND OF WS-RESP-BUILD
074600     ELSE
074700         MOVE 'A' TO BCP-RESP-ACC-REJ-IND OF WS-RESP-BUILD
074800     END-IF
074900     MOVE WS-TODAY-DATE  TO BCP-RESP-CREATE-DT OF WS-RESP-BUILD
075000     IF WS-PAY-PROD-DATE NOT = SPACES
075100         MOVE WS-PAY-PROD-DATE
075200             TO BCP-RESP-RESPONSE-DT OF WS-RESP-BUILD
075300     ELSE
075400         MOVE WS-TODAY-DATE
075500             TO BCP-RESP-RESPONSE-DT OF WS-RESP-BUILD
075600     END-IF
075700     MOVE WS-PAY-ABA     TO BCP-RESP-BANK-ABA-NBR OF WS-RESP-BUILD
075800     MOVE WS-PAY-ACCT-TYPE
075900         TO BCP-RESP-CHK-SAV-IND OF WS-RESP-BUILD
076000     MOVE WS-PAY-ACCT-NBR
076100         TO BCP-RESP-BANK-ACCT-NBR OF WS-RESP-BUILD
076200     MOVE WS-PAY-EFF-DATE TO BCP-RESP-ACH-DT OF WS-RESP-BUILD
076300     MOVE WS-PAY-TRACE   TO BCP-RESP-ACH-TRACE-NO OF WS-RESP-BUILD
076400     MOVE WS-PAYEE-NAME  TO BCP-RESP-PROV-NAME OF WS-RESP-BUILD
076500     MOVE WS-PAYEE-NPI   TO BCP-RESP-PROV-NPI OF WS-RESP-BUILD.
076600
076700*
076800* QC PATIENT NAME; IL/QC MEMBER ID AS THE POLICY NUMBER (AND
076900* THE POLICY KEY WHEN NUMERIC); 82 RENDERING NPI OVERRIDES THE
077000* PAYEE NPI FOR THE CLAIM.
077100*
077200 5210-MAP-NM1.
077300     IF NOT WS-CLP-IS-OPEN
077400         GO TO 5210-EXIT
077500     END-IF
077600     EVALUATE WS-ELEM(1)
077700         WHEN 'QC '
077800             MOVE WS-ELEM(3)
077900                 TO BCP-RESP-PAT-NAME-LAST OF WS-RESP-BUILD
078000             MOVE WS-ELEM(4)
078100                 TO BCP-RESP-PAT-NAME-FIRST OF WS-RESP-BUILD
078200             IF BCP-RESP-POLICY-NO OF WS-RESP-BUILD = SPACES
078300                 PERFORM 5215-MAP-MEMBER-ID
078400             END-IF
078500         WHEN 'IL '
078600             PERFORM 5215-MAP-MEMBER-ID
078700         WHEN '82 '
078800             IF WS-ELEM(8) = 'XX'
078900                 MOVE WS-ELEM(9)
079000                     TO BCP-RESP-PROV-NPI OF WS-RESP-BUILD
079100             END-IF
079200         WHEN OTHER
079300             CONTINUE
079400     END-EVALUATE.
079500 5210-EXIT.
079600     EXIT.
079700
079800 5215-MAP-MEMBER-ID.
079900     IF WS-ELEM(9) NOT = SPACES
080000         MOVE WS-ELEM(9) TO BCP-RESP-POLICY-NO OF WS-RESP-BUILD
080100         MOVE WS-ELEM(9) TO WS-NUM-SOURCE
080200         PERFORM 7300-CONVERT-NUMBER
080300         IF WS-NUM-IS-VALID AND WS-NUM-VALUE NOT < ZERO
080400             AND WS-NUM-VALUE < 1000000000
080500             AND WS-ELEM(9)(1:9) IS NUMERIC
080600             MOVE WS-NUM-VALUE
080700                 TO BCP-RESP-POLICY-KEY OF WS-RESP-BUILD
080800         END-IF
080900     END-IF.
081000
081100*
081200* PLB01 PROVIDER, PLB02 FISCAL PERIOD, THEN UP TO SIX PAIRS OF
081300* REASON:REFERENCE COMPOSITE AND AMOUNT. A POSITIVE PLB AMOUNT
081400* REDUCES THE PAYMENT.
081500*
081600 5300-MAP-PLB.
081700     PERFORM 5310-MAP-PLB-PAIR THRU 5310-EXIT
081800         VARYING WS-PLB-K FROM 3 BY 2
081900         UNTIL WS-PLB-K > 13.
082000
082100 5310-MAP-PLB-PAIR.
082200     IF WS-ELEM(WS-PLB-K) = SPACES
082300         GO TO 5310-EXIT
082400     END-IF
082500     MOVE WS-ELEM(WS-PLB-K) TO WS-COMP-SOURCE
082600     PERFORM 3200-SPLIT-COMPOSITE
082700     MOVE WS-ELEM(WS-PLB-K + 1) TO WS-NUM-SOURCE
082800     PERFORM 7300-CONVERT-NUMBER
082900     IF NOT WS-NUM-IS-VALID
083000         MOVE 'PLB ADJUSTMENT AMOUNT IS NOT A VALID AMOUNT'
083100             TO WS-REJ-REASON
083200         PERFORM 8200-REJECT-TRANSACTION
083300         GO TO 5310-EXIT
083400     END-IF
083500     ADD WS-NUM-VALUE TO WS-PLB-TOTAL
083600     ADD WS-NUM-VALUE TO WS-TOT-PLB-AMT
083700     ADD 1 TO WS-TOT-PLB-ADJ
083800     MOVE WS-NUM-VALUE TO WS-AMT-ED
083900     MOVE SPACES TO RPT-LINE
084000     STRING '    PLB PROVIDER ' WS-ELEM(1)(1:15)
084100         ' PERIOD ' WS-ELEM(2)(1:8)
084200         ' REASON ' WS-COMP(1)(1:2)
084300         ' REF ' WS-COMP(2)(1:30)
084400         ' AMOUNT ' WS-AMT-ED
084500         DELIMITED BY SIZE INTO RPT-LINE
084600     WRITE RPT-LINE.
084700 5310-EXIT.
084800     EXIT.
084900
085000*
085100* STAGES THE OPEN CLAIM PAYMENT. A DENIAL CARRIES ITS FIRST
085200* CARC SO BCPRESUB CAN CATEGORIZE IT.
085300*
085400 3700-CLOSE-CLAIM-PAYMENT.
085500     IF NOT WS-CLP-IS-OPEN
085600         GO TO 3700-EXIT
085700     END-IF
085800     SET WS-CLP-OPEN-SW TO 'N'
085900     IF BCP-RESP-PROV-NPI OF WS-RESP-BUILD IS NUMERIC
086000         MOVE BCP-RESP-PROV-NPI OF WS-RESP-BUILD
086100             TO BCP-RESP-NPI-KEY OF WS-RESP-BUILD
086200     END-IF
086300     IF BCP-RESP-WAS-REJECTED OF WS-RESP-BUILD
086400         MOVE WS-CLP-FIRST-CARC(1:3)
086500             TO BCP-RESP-ERR-CODE OF WS-RESP-BUILD
086600         IF WS-CLP-REVERSAL
086700             STRING 'PAYER REVERSAL OF PRIOR PAYMENT - CARC '
086800                 WS-CLP-FIRST-CARC
086900                 DELIMITED BY SIZE
087000                 INTO BCP-RESP-ERR-DESC OF WS-RESP-BUILD
087100         ELSE
087200             STRING 'CLAIM DENIED BY PAYER - CARC '
087300                 WS-CLP-FIRST-CARC
087400                 DELIMITED BY SIZE
087500                 INTO BCP-RESP-ERR-DESC OF WS-RESP-BUILD
087600         END-IF
087700     END-IF
087800     WRITE STWK-LINE FROM WS-RESP-BUILD
087900     ADD 1 TO WS-ST-RESP-COUNT
088000     ADD BCP-RESP-CLM-PAID-AMT OF WS-RESP-BUILD TO WS-ST-RESP-AMT.
088100 3700-EXIT.
088200     EXIT.
088300
088400******************************************************************
088500* CONVERSION HELPERS                                             *
088600******************************************************************
088700 7100-TRIMMED-LENGTH.
088800     MOVE 38 TO WS-TRIM-LEN
088900     PERFORM UNTIL WS-TRIM-LEN = ZERO
089000             OR WS-CUR-CLP01(WS-TRIM-LEN:1) NOT = SPACE
089100         SUBTRACT 1 FROM WS-TRIM-LEN
089200     END-PERFORM.
089300
089400 7300-CONVERT-NUMBER.
089500     MOVE ZERO TO WS-NUM-VALUE
089600     MOVE 'N'  TO WS-NUM-VALID-SW
089700     IF WS-NUM-SOURCE NOT = SPACES
089800         AND FUNCTION TEST-NUMVAL (WS-NUM-SOURCE) = ZERO
089900         COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL (WS-NUM-SOURCE)
090000         SET WS-NUM-IS-VALID TO TRUE
090100     END-IF.
090200
090300******************************************************************
090400* REJECT REPORTING                                               *
090500******************************************************************
090600 8000-WRITE-REJECT-LINE.
090700     ADD 1 TO WS-TOT-REJECT-LINES
090800     MOVE WS-ST-SEG-COUNT   TO WS-SEG-POS-ED
090900     MOVE WS-FILE-SEG-COUNT TO WS-FILE-POS-ED
091000     MOVE SPACES TO RPT-LINE
091100     STRING WS-REJ-LEVEL
091200         ' ISA ' WS-ISA-CTL
091300         ' GS ' WS-GS-CTL
091400         ' ST ' WS-ST-CTL
091500         ' SEG ' WS-SEG-POS-ED
091600         ' (' WS-SEG-ID ' FILE SEG ' WS-FILE-POS-ED ')'
091700         DELIMITED BY SIZE INTO RPT-LINE
091800     WRITE RPT-LINE
091900     MOVE SPACES TO RPT-LINE
092000     STRING '    ' WS-REJ-REASON
092100         DELIMITED BY SIZE INTO RPT-LINE
092200     WRITE RPT-LINE.
092300
092400 8100-WRITE-SEGMENT-REJECT.
092500     MOVE 'SEGMENT'    TO WS-REJ-LEVEL
092600     PERFORM 8000-WRITE-REJECT-LINE.
092700
092800*
092900* THE TRANSACTION SET'S STAGED RESPONSES ARE DISCARDED.
093000*
093100 8200-REJECT-TRANSACTION.
093200     IF NOT WS-ST-REJECTED
093300         ADD 1 TO WS-TOT-ST-REJECTED
093400         MOVE 'TRANSACTION' TO WS-REJ-LEVEL
093500         PERFORM 8000-WRITE-REJECT-LINE
093600     END-IF
093700     SET WS-ST-REJECTED TO TRUE.
093800
093900*
094000* THE INTERCHANGE'S STAGED RESPONSES ARE DISCARDED AT THE IEA.
094100*
094200 8300-REJECT-INTERCHANGE.
094300     IF NOT WS-ISA-REJECTED
094400         ADD 1 TO WS-TOT-ISA-REJECTED
094500         MOVE 'INTERCHANGE' TO WS-REJ-LEVEL
094600         PERFORM 8000-WRITE-REJECT-LINE
094700     END-IF
094800     SET WS-ISA-REJECTED TO TRUE.
094900
095000 4000-WRITE-SUMMARY.
095100     MOVE SPACES TO RPT-LINE
095200     WRITE RPT-LINE
095300     MOVE SPACES TO RPT-LINE
095400     STRING 'INTERCHANGES READ: ' WS-TOT-INTERCHANGES
095500         '   REJECTED: ' WS-TOT-ISA-REJECTED
095600         DELIMITED BY SIZE INTO RPT-LINE
095700     WRITE RPT-LINE
095800     MOVE SPACES TO RPT-LINE
095900     STRING 'PAYMENTS (TRANSACTION SETS) READ: ' WS-TOT-PAYMENTS
096000         '   REJECTED: ' WS-TOT-ST-REJECTED
096100         '   OUT OF BALANCE: ' WS-TOT-OUT-OF-BALANCE
096200         DELIMITED BY SIZE INTO RPT-LINE
096300     WRITE RPT-LINE
096400     MOVE SPACES TO RPT-LINE
096500     STRING 'CLP CLAIM PAYMENTS READ: ' WS-TOT-CLP-READ
096600         '   WITHOUT A CLAIM KEY: ' WS-TOT-NO-CLM-KEY
096700         DELIMITED BY SIZE INTO RPT-LINE
096800     WRITE RPT-LINE
096900     MOVE WS-TOT-RESP-AMT TO WS-AMT-ED
097000     MOVE SPACES TO RPT-LINE
097100     STRING 'BCP-RESP RECORDS WRITTEN: ' WS-TOT-RESP-WRITTEN
097200         '   PAID AMOUNT: ' WS-AMT-ED
097300         DELIMITED BY SIZE INTO RPT-LINE
097400     WRITE RPT-LINE
097500     MOVE WS-TOT-PLB-AMT TO WS-AMT-ED
097600     MOVE SPACES TO RPT-LINE
097700     STRING 'PLB ADJUSTMENTS REPORTED: ' WS-TOT-PLB-ADJ
097800         '   NET PLB AMOUNT: ' WS-AMT-ED
097900         DELIMITED BY SIZE INTO RPT-LINE
098000     WRITE RPT-LINE.
098100
098200 8500-WRITE-CONTROL-LEDGER.
098300     OPEN EXTEND CONTROL-LEDGER
098400     IF WS-CTLG-STATUS = '35'
098500         OPEN OUTPUT CONTROL-LEDGER
098600     END-IF
098700     MOVE 'BCP835IN'         TO CTLG-PROGRAM
098800     MOVE WS-TODAY-DATE      TO CTLG-RUN-DATE
098900     MOVE 'IN835   '         TO CTLG-FILE-NAME
099000     MOVE 'I'                TO CTLG-DIRECTION
099100     MOVE WS-TOT-CLP-READ    TO CTLG-REC-COUNT
099200     MOVE ZERO               TO CTLG-AMOUNT
099300     WRITE CTLG-RECORD
099400     MOVE 'BCPRESP '         TO CTLG-FILE-NAME
099500     MOVE 'O'                TO CTLG-DIRECTION
099600     MOVE WS-TOT-RESP-WRITTEN TO CTLG-REC-COUNT
099700     MOVE WS-TOT-RESP-AMT    TO CTLG-AMOUNT
099800     WRITE CTLG-RECORD
099900     CLOSE CONTROL-LEDGER.
100000
100100 9000-TERMINATE.
100200     PERFORM 8500-WRITE-CONTROL-LEDGER
100300     CLOSE X12-STREAM-IN
100400     CLOSE BCP-RESP-FILE
100500     CLOSE INTAKE-835-RPT
100600     EVALUATE TRUE
100700         WHEN WS-TOT-RESP-WRITTEN = ZERO
100800             MOVE 8 TO RETURN-CODE
100900         WHEN WS-TOT-REJECT-LINES NOT = ZERO
101000             MOVE 4 TO RETURN-CODE
101100         WHEN OTHER
101200             CONTINUE
101300     END-EVALUATE.
