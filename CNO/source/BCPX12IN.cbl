000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150115 - INBOUND X12 837 INTAKE.    *
000300*            PARSES A NATIVE 5010 837I/837P INTERCHANGE (ISA/GS/ *
000400*            ST ENVELOPES, HL/SBR/NM1/CLM/HI/LX/SV1/SV2/SVD/CAS  *
000500*            DETAIL) INTO THE FLAT 02/50/60/SV CLAIMS EXTRACT    *
000600*            THAT BCP837CV, BCPSPLIT AND BCPHOTDR ALREADY READ,  *
000700*            SO A SENDER WITHOUT A TRANSLATOR CAN TRANSMIT X12   *
000800*            DIRECT TO US. SEGMENT TERMINATOR, ELEMENT AND       *
000900*            COMPONENT SEPARATORS ARE TAKEN FROM EACH ISA, AND A *
001000*            SEGMENT MAY SPAN INPUT LINES, SO BOTH WRAPPED AND   *
001100*            ONE-SEGMENT-PER-LINE TRANSMISSIONS ARE ACCEPTED.    *
001200*            ACCEPTED CLAIMS ARE STAGED PER TRANSACTION SET      *
001300*            (X12STWK) AND PER INTERCHANGE (X12ISWK) AND ONLY    *
001400*            REACH THE EXTRACT WHEN THE SE AND IEA CLOSERS       *
001500*            BALANCE. ENVELOPE, SEGMENT AND CLAIM ERRORS GO TO   *
001600*            THE X12REJ REPORT NAMING THE ISA/GS/ST CONTROL      *
001700*            NUMBERS AND THE SEGMENT POSITION WITHIN THE         *
001800*            TRANSACTION SET (ST = 1), PLUS THE CLM01 WHEN THE   *
001900*            ERROR IS CLAIM-LEVEL. ONE 02 HEADER IS WRITTEN PER  *
002000*            EXTRACT; A FUNCTIONAL GROUP WHOSE SENDER, RECEIVER  *
002100*            OR 837I/837P VERSION DIFFERS FROM THE FIRST ONE     *
002200*            REJECTS ITS INTERCHANGE SO TWO BATCHES NEVER SHARE  *
002300*            ONE HEADER.                                         *
002400******************************************************************
002403* 10-15-26 - R KOWALSKI - AR 150147 - THE PRESENT-ON-ADMISSION   *
002406*            INDICATOR (HI COMPOSITE POSITION 9) IS NOW KEPT     *
002409*            WITH EACH HI DIAGNOSIS AND LAID INTO THE SV         *
002412*            RECORD'S POA FIELDS BESIDE THE DIAGNOSIS IT BELONGS *
002415*            TO. 5010 LEAVES THE INDICATOR BLANK FOR A DIAGNOSIS *
002418*            EXEMPT FROM POA REPORTING, SO ON AN INPATIENT       *
002421*            INSTITUTIONAL CLAIM A BLANK INDICATOR IS CARRIED AS *
002424*            1 (EXEMPT); ANY OTHER VALUE IS CARRIED AS SENT FOR  *
002427*            BCP837CV TO EDIT.                                   *
002430******************************************************************
002433* 10-15-26 - R KOWALSKI - AR 150147 - A BLANK                    *
002436*            PRESENT-ON-ADMISSION INDICATOR IS NOW CARRIED       *
002439*            THROUGH AS SENT RATHER THAN SET TO 1 ON AN          *
002442*            INPATIENT CLAIM, SO BCP837CV'S POA EDIT SEES IT. AN *
002445*            EXEMPT DIAGNOSIS CANNOT BE TOLD FROM A MISSING      *
002448*            INDICATOR WITHOUT THE CMS EXEMPT LIST.              *
002451******************************************************************
002454* 10-15-26 - R KOWALSKI - AR 150115 - THE 50 RECORD'S ADMIT AND  *
002457*            DISCHARGE DATES NOW COME ONLY FROM DTP 435 AND 096  *
002460*            ON AN 837I (PART A) BATCH AND ARE NO LONGER FILLED  *
002463*            FROM THE STATEMENT OR LINE DATES, SO PROFESSIONAL   *
002466*            AND OUTPATIENT CLAIMS ARE NOT TAKEN DOWNSTREAM FOR  *
002469*            INPATIENT STAYS. THE CLAIM'S SERVICE DATES STAY IN  *
002472*            WS-CLM-FROM-DATE AND WS-CLM-TO-DATE FOR THE LINES.  *
002475******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. BCPX12IN.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT X12-STREAM-IN ASSIGN TO X12IN
003100            ORGANIZATION IS LINE SEQUENTIAL
003200            FILE STATUS IS WS-X12-STATUS.
003300     SELECT CLAIM-EXTRACT ASSIGN TO CLMEXTR
003400            ORGANIZATION IS LINE SEQUENTIAL
003500            FILE STATUS IS WS-EXTR-STATUS.
003600     SELECT ST-WORK-FILE ASSIGN TO X12STWK
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS IS WS-STWK-STATUS.
003900     SELECT ISA-WORK-FILE ASSIGN TO X12ISWK
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS WS-ISWK-STATUS.
004200     SELECT CONTROL-LEDGER ASSIGN TO CTLLEDG
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS WS-CTLG-STATUS.
004500     SELECT X12-REJECT-RPT ASSIGN TO X12REJ
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS WS-RPT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  X12-STREAM-IN.
005100 01  X12-IN-LINE               PIC X(2000).
005200 FD  CLAIM-EXTRACT.
005300     COPY BCPMGHDR.
005400     COPY BCPMG50.
005500     COPY BCPMG60.
005600     COPY BCPMGSVC.
005700 01  EXTR-RAW-LINE             PIC X(900).
005800 FD  ST-WORK-FILE.
005900 01  STWK-LINE                 PIC X(900).
006000 FD  ISA-WORK-FILE.
006100 01  ISWK-LINE                 PIC X(900).
006200 FD  CONTROL-LEDGER.
006300     COPY BCPCTLG.
006400 FD  X12-REJECT-RPT.
006500 01  RPT-LINE                  PIC X(132).
006600 WORKING-STORAGE SECTION.
006700 01  WS-X12-STATUS             PIC X(02).
006800 01  WS-EXTR-STATUS            PIC X(02).
006900 01  WS-STWK-STATUS            PIC X(02).
007000 01  WS-ISWK-STATUS            PIC X(02).
007100 01  WS-CTLG-STATUS            PIC X(02).
007200 01  WS-RPT-STATUS             PIC X(02).
007300 01  WS-IN-EOF-SW              PIC X(01)      VALUE 'N'.
007400     88  WS-NO-MORE-IN              VALUE 'Y'.
007500 01  WS-WORK-EOF-SW            PIC X(01)      VALUE 'N'.
007600     88  WS-NO-MORE-WORK            VALUE 'Y'.
007700 01  WS-TODAY-DATE             PIC X(08).
007800*
007900* DELIMITERS - RESET FROM EVERY ISA (ISA ELEMENT SEPARATOR IS
008000* BYTE 4, ISA16 COMPONENT SEPARATOR BYTE 105, TERMINATOR 106).
008100*
008200 01  WS-SEG-TERM               PIC X(01)      VALUE '~'.
008300 01  WS-ELEM-SEP               PIC X(01)      VALUE '*'.
008400 01  WS-COMP-SEP               PIC X(01)      VALUE ':'.
008500 01  WS-LINE-PTR               PIC 9(04).
008600 01  WS-PIECE                  PIC X(2000).
008700 01  WS-PIECE-LEN              PIC 9(04).
008800 01  WS-PIECE-DELIM            PIC X(01).
008900 01  WS-SEG-BUF                PIC X(2000).
009000 01  WS-SEG-LEN                PIC 9(04)      VALUE ZERO.
009100 01  WS-SEG-PTR                PIC 9(04).
009200 01  WS-SEG-ID                 PIC X(03).
009300 01  WS-ELEM-COUNT             PIC 9(02)      VALUE ZERO.
009400 01  WS-ELEM-TABLE.
009500     05  WS-ELEM               OCCURS 30 TIMES
009600                               PIC X(80).
009700 01  WS-COMP-TABLE.
009800     05  WS-COMP               OCCURS 9 TIMES
009900                               PIC X(40).
010000 01  WS-COMP-SOURCE            PIC X(80).
010100 01  WS-ELEM-IX                PIC 9(02).
010200 01  WS-CAS-K                  PIC 9(02).
010300 01  WS-TRIM-LEN               PIC 9(04).
010400*
010500* ENVELOPE STATE.
010600*
010700 01  WS-ISA-OPEN-SW            PIC X(01)      VALUE 'N'.
010800     88  WS-ISA-IS-OPEN             VALUE 'Y'.
010900 01  WS-GS-OPEN-SW             PIC X(01)      VALUE 'N'.
011000     88  WS-GS-IS-OPEN              VALUE 'Y'.
011100 01  WS-ST-OPEN-SW             PIC X(01)      VALUE 'N'.
011200     88  WS-ST-IS-OPEN              VALUE 'Y'.
011300 01  WS-ISA-REJ-SW             PIC X(01)      VALUE 'N'.
011400     88  WS-ISA-REJECTED            VALUE 'Y'.
011500 01  WS-ST-REJ-SW              PIC X(01)      VALUE 'N'.
011600     88  WS-ST-REJECTED             VALUE 'Y'.
011700 01  WS-ISA-CTL                PIC X(09)      VALUE SPACES.
011800 01  WS-GS-CTL                 PIC X(09)      VALUE SPACES.
011900 01  WS-ST-CTL                 PIC X(09)      VALUE SPACES.
012000 01  WS-ISA-GS-COUNT           PIC 9(05)      VALUE ZERO.
012100 01  WS-GS-ST-COUNT            PIC 9(05)      VALUE ZERO.
012200 01  WS-ST-SEG-COUNT           PIC 9(06)      VALUE ZERO.
012300 01  WS-FILE-SEG-COUNT         PIC 9(07)      VALUE ZERO.
012400 01  WS-ST-CLAIM-COUNT         PIC 9(05)      VALUE ZERO.
012500 01  WS-ST-CLAIM-AMT           PIC 9(13)V99   VALUE ZERO.
012600 01  WS-ISA-CLAIM-COUNT        PIC 9(05)      VALUE ZERO.
012700 01  WS-ISA-CLAIM-AMT          PIC 9(13)V99   VALUE ZERO.
012800 01  WS-TRAILER-COUNT          PIC 9(06).
012900 01  WS-GS-PART-IND            PIC X(01).
013000 01  WS-HDR-CAPTURED-SW        PIC X(01)      VALUE 'N'.
013100     88  WS-HDR-CAPTURED            VALUE 'Y'.
013200 01  WS-HDR-WRITTEN-SW         PIC X(01)      VALUE 'N'.
013300     88  WS-HDR-WRITTEN             VALUE 'Y'.
013400     COPY BCPMGHDR
013500         REPLACING ==MEDG-HDR-RECORD== BY ==WS-HDR-BUILD==.
013600*
013700* LOOP CONTEXT INSIDE A TRANSACTION SET.
013800*
013900 01  WS-HL-LEVEL               PIC X(02)      VALUE SPACES.
014000     88  WS-IN-BILLING-LOOP         VALUE '20'.
014100     88  WS-IN-SUBSCRIBER-LOOP      VALUE '22'.
014200     88  WS-IN-PATIENT-LOOP         VALUE '23'.
014300 01  WS-LAST-NM1-QUAL          PIC X(03)      VALUE SPACES.
014400 01  WS-CLM-OPEN-SW            PIC X(01)      VALUE 'N'.
014500     88  WS-CLM-IS-OPEN             VALUE 'Y'.
014600 01  WS-CLM-REJ-SW             PIC X(01)      VALUE 'N'.
014700     88  WS-CLM-REJECTED            VALUE 'Y'.
014800 01  WS-LINE-OPEN-SW           PIC X(01)      VALUE 'N'.
014900     88  WS-LINE-IS-OPEN            VALUE 'Y'.
015000 01  WS-OTHER-PAYER-SW         PIC X(01)      VALUE 'N'.
015100     88  WS-IN-OTHER-PAYER          VALUE 'Y'.
015200 01  WS-LINE-SVD-SW            PIC X(01)      VALUE 'N'.
015300     88  WS-LINE-HAS-SVD            VALUE 'Y'.
015400 01  WS-BILL-NPI               PIC X(10)      VALUE SPACES.
015500 01  WS-BILL-LAST              PIC X(33)      VALUE SPACES.
015600 01  WS-BILL-FIRST             PIC X(12)      VALUE SPACES.
015700 01  WS-BILL-TAXONOMY          PIC X(30)      VALUE SPACES.
015800 01  WS-SUB-LAST               PIC X(33)      VALUE SPACES.
015900 01  WS-SUB-FIRST              PIC X(12)      VALUE SPACES.
016000 01  WS-SUB-MID                PIC X(01)      VALUE SPACES.
016100 01  WS-SUB-SSN                PIC X(09)      VALUE SPACES.
016200 01  WS-SUB-SEX                PIC X(01)      VALUE SPACES.
016300 01  WS-SUB-REL                PIC X(02)      VALUE SPACES.
016400 01  WS-SUB-POLICY             PIC 9(09)      VALUE ZERO.
016500 01  WS-PAT-LAST               PIC X(33)      VALUE SPACES.
016600 01  WS-PAT-FIRST              PIC X(12)      VALUE SPACES.
016700 01  WS-PAT-SEX                PIC X(01)      VALUE SPACES.
016800 01  WS-PAT-REL                PIC X(02)      VALUE SPACES.
016900*
017000* CLAIM BEING ASSEMBLED.
017100*
017200 01  WS-CUR-CLM01              PIC X(38)      VALUE SPACES.
017300 01  WS-CLM-SEG-POS            PIC 9(06)      VALUE ZERO.
017400 01  WS-CLM-FILE-POS           PIC 9(07)      VALUE ZERO.
017500 01  WS-CLM-TOT-CHG            PIC 9(09)V99   VALUE ZERO.
017600 01  WS-CLM-LINE-CHG           PIC 9(09)V99   VALUE ZERO.
017700 01  WS-CLM-POS                PIC X(02)      VALUE SPACES.
017800 01  WS-CLM-FACILITY-NAME      PIC X(25)      VALUE SPACES.
017900 01  WS-CLM-TAXONOMY           PIC X(30)      VALUE SPACES.
018000 01  WS-CLM-FROM-DATE          PIC X(08)      VALUE SPACES.
018100 01  WS-CLM-TO-DATE            PIC X(08)      VALUE SPACES.
018200 01  WS-CLM-REJ-REASON         PIC X(60)      VALUE SPACES.
018300     COPY BCPMG50
018400         REPLACING ==MEDG-CLM50-RECORD== BY ==WS-CLM-BUILD==.
018500 01  WS-DX-COUNT               PIC 9(02)      VALUE ZERO.
018600 01  WS-DX-TABLE.
018700     05  WS-DX-CODE            OCCURS 12 TIMES
018800                               PIC X(10).
018810     05  WS-DX-POA             OCCURS 12 TIMES
018820                               PIC X(01).
018900 01  WS-DX-IX                  PIC 9(02).
019000 01  WS-PTR-IX                 PIC 9(02).
019100 01  WS-PTR-VALUE              PIC 9(02).
019200*
019300* SERVICE LINE BEING ASSEMBLED, AND THE CLAIM'S FINISHED LINES.
019400*
019500     COPY BCPMGSVC
019600         REPLACING ==MEDG-SVC-RECORD== BY ==WS-SVC-BUILD==.
019700     COPY BCPMG60
019800         REPLACING ==MEDG-CLM60-RECORD== BY ==WS-C60-BUILD==.
019900 01  WS-LIN-CAS-COUNT          PIC 9(02)      VALUE ZERO.
020000 01  WS-LIN-PTR-TABLE.
020100     05  WS-LIN-PTR            OCCURS 4 TIMES
020200                               PIC 9(02).
020300 01  WS-LIN-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
020400 01  WS-LIN-TABLE.
020500     05  WS-LIN-ENTRY          OCCURS 99 TIMES
020600                               INDEXED BY WS-LIN-IX.
020700         10  WS-LIN-C60-IMAGE      PIC X(100).
020800         10  WS-LIN-SVC-IMAGE      PIC X(900).
020900*
021000* NUMERIC AND DATE CONVERSION WORK AREAS.
021100*
021200 01  WS-NUM-SOURCE             PIC X(80).
021300 01  WS-NUM-VALUE              PIC S9(11)V999.
021400 01  WS-NUM-VALID-SW           PIC X(01).
021500     88  WS-NUM-IS-VALID            VALUE 'Y'.
021600 01  WS-DATE-FROM              PIC X(08).
021700 01  WS-DATE-TO                PIC X(08).
021800 01  WS-DATE-HHMM              PIC X(04).
021900 01  WS-DATE-VALID-SW          PIC X(01).
022000     88  WS-DATE-IS-VALID           VALUE 'Y'.
022100*
022200* REJECT REPORTING.
022300*
022400 01  WS-REJ-REASON             PIC X(60).
022500 01  WS-REJ-LEVEL              PIC X(11).
022600 01  WS-REJ-SEG-ID             PIC X(03).
022700 01  WS-SEG-POS-ED             PIC 9(06).
022800 01  WS-FILE-POS-ED            PIC 9(07).
022900 01  WS-AMT-ED                 PIC Z(12)9.99.
023000*
023100* RUN TOTALS.
023200*
023300 01  WS-TOT-INTERCHANGES       PIC 9(05)      VALUE ZERO.
023400 01  WS-TOT-ISA-REJECTED       PIC 9(05)      VALUE ZERO.
023500 01  WS-TOT-TRANSACTIONS       PIC 9(05)      VALUE ZERO.
023600 01  WS-TOT-ST-REJECTED        PIC 9(05)      VALUE ZERO.
023700 01  WS-TOT-CLAIMS-READ        PIC 9(07)      VALUE ZERO.
023800 01  WS-TOT-CLAIMS-REJECTED    PIC 9(07)      VALUE ZERO.
023900 01  WS-TOT-CLAIMS-WRITTEN     PIC 9(07)      VALUE ZERO.
024000 01  WS-TOT-CLAIM-AMT          PIC 9(13)V99   VALUE ZERO.
024100 01  WS-TOT-LINES-WRITTEN      PIC 9(07)      VALUE ZERO.
024200 01  WS-TOT-REJECT-LINES       PIC 9(07)      VALUE ZERO.
024300 01  WS-EXTR-REC-COUNT         PIC 9(07)      VALUE ZERO.
024400 PROCEDURE DIVISION.
024500 0000-MAIN-CONTROL.
024600     PERFORM 1000-INITIALIZE
024700     PERFORM 2000-PROCESS-LINE
024800         UNTIL WS-NO-MORE-IN
024900     PERFORM 2900-END-OF-STREAM
025000     PERFORM 4000-WRITE-SUMMARY
025100     PERFORM 9000-TERMINATE
025200     STOP RUN.
025300
025400 1000-INITIALIZE.
025500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
025600     OPEN INPUT X12-STREAM-IN
025700     OPEN OUTPUT CLAIM-EXTRACT
025800     OPEN OUTPUT X12-REJECT-RPT
025900     MOVE 'INBOUND X12 837 INTAKE - REJECTS AND SUMMARY'
026000         TO RPT-LINE
026100     WRITE RPT-LINE
026200     PERFORM 2050-READ-INPUT.
026300
026400 2000-PROCESS-LINE.
026500     INSPECT X12-IN-LINE REPLACING ALL X'0D' BY SPACE
026600     MOVE 1 TO WS-LINE-PTR
026700     PERFORM 2100-NEXT-PIECE THRU 2100-EXIT
026800         UNTIL WS-LINE-PTR > 2000
026900     PERFORM 2050-READ-INPUT.
027000
027100 2050-READ-INPUT.
027200     READ X12-STREAM-IN
027300         AT END
027400             SET WS-NO-MORE-IN TO TRUE
027500     END-READ.
027600
027700*
027800* TAKES THE NEXT TERMINATOR-DELIMITED PIECE OF THE CURRENT LINE.
027900* A PIECE WITHOUT A TERMINATOR IS THE FRONT OF A SEGMENT THAT
028000* CONTINUES ON THE NEXT LINE, SO IT IS HELD IN WS-SEG-BUF.
028100*
028200 2100-NEXT-PIECE.
028300     IF X12-IN-LINE(WS-LINE-PTR:) = SPACES
028400         MOVE 2001 TO WS-LINE-PTR
028500         GO TO 2100-EXIT
028600     END-IF
028700     IF WS-SEG-LEN = ZERO
028800         PERFORM 2110-SKIP-LEADING-SPACE
028900             UNTIL X12-IN-LINE(WS-LINE-PTR:1) NOT = SPACE
029000         IF X12-IN-LINE(WS-LINE-PTR:3) = 'ISA'
029100             AND WS-LINE-PTR < 1895
029200             MOVE X12-IN-LINE(WS-LINE-PTR + 3:1)   TO WS-ELEM-SEP
029300             MOVE X12-IN-LINE(WS-LINE-PTR + 104:1) TO WS-COMP-SEP
029400             MOVE X12-IN-LINE(WS-LINE-PTR + 105:1) TO WS-SEG-TERM
029500         END-IF
029600     END-IF
029700     MOVE SPACES TO WS-PIECE
029800     MOVE SPACE  TO WS-PIECE-DELIM
029900     MOVE ZERO   TO WS-PIECE-LEN
030000     UNSTRING X12-IN-LINE DELIMITED BY WS-SEG-TERM
030100         INTO WS-PIECE DELIMITER IN WS-PIECE-DELIM
030200                       COUNT IN WS-PIECE-LEN
030300         WITH POINTER WS-LINE-PTR
030400     END-UNSTRING
030500     IF WS-PIECE-DELIM NOT = WS-SEG-TERM
030600         PERFORM 2120-TRIM-PIECE
030700     END-IF
030800     IF WS-PIECE-LEN > ZERO
030900         IF WS-SEG-LEN + WS-PIECE-LEN > 2000
031000             COMPUTE WS-PIECE-LEN = 2000 - WS-SEG-LEN
031100         END-IF
031200         MOVE WS-PIECE(1:WS-PIECE-LEN)
031300             TO WS-SEG-BUF(WS-SEG-LEN + 1:WS-PIECE-LEN)
031400         ADD WS-PIECE-LEN TO WS-SEG-LEN
031500     END-IF
031600     IF WS-PIECE-DELIM = WS-SEG-TERM
031700         AND WS-SEG-LEN > ZERO
031800         PERFORM 3000-DISPATCH-SEGMENT
031900     END-IF.
032000 2100-EXIT.
032100     EXIT.
032200
032300 2110-SKIP-LEADING-SPACE.
032400     ADD 1 TO WS-LINE-PTR.
032500
032600 2120-TRIM-PIECE.
032700     PERFORM UNTIL WS-PIECE-LEN = ZERO
032800             OR WS-PIECE(WS-PIECE-LEN:1) NOT = SPACE
032900         SUBTRACT 1 FROM WS-PIECE-LEN
033000     END-PERFORM.
033100
033200*
033300* A FINAL SEGMENT WITH NO TERMINATOR IS STILL PROCESSED. ANY
033400* ENVELOPE LEFT OPEN AT END OF STREAM IS A TRUNCATED
033500* TRANSMISSION AND NOTHING STAGED FOR IT IS RELEASED.
033600*
033700 2900-END-OF-STREAM.
033800     IF WS-SEG-LEN > ZERO
033900         PERFORM 3000-DISPATCH-SEGMENT
034000     END-IF
034100     IF WS-ST-IS-OPEN
034200         MOVE 'SE MISSING - TRANSMISSION TRUNCATED'
034300             TO WS-REJ-REASON
034400         PERFORM 8200-REJECT-TRANSACTION
034500         CLOSE ST-WORK-FILE
034600         SET WS-ST-OPEN-SW TO 'N'
034700     END-IF
034800     IF WS-ISA-IS-OPEN
034900         MOVE 'IEA MISSING - TRANSMISSION TRUNCATED'
035000             TO WS-REJ-REASON
035100         PERFORM 8300-REJECT-INTERCHANGE
035200         CLOSE ISA-WORK-FILE
035300         SET WS-ISA-OPEN-SW TO 'N'
035400     END-IF.
035500
035600 3000-DISPATCH-SEGMENT.
035700     ADD 1 TO WS-FILE-SEG-COUNT
035800     IF WS-ST-IS-OPEN
035900         ADD 1 TO WS-ST-SEG-COUNT
036000     END-IF
036100     PERFORM 3100-SPLIT-ELEMENTS
036200     EVALUATE WS-SEG-ID
036300         WHEN 'ISA'
036400             PERFORM 4100-OPEN-INTERCHANGE
036500         WHEN 'GS '
036600             PERFORM 4200-OPEN-GROUP THRU 4200-EXIT
036700         WHEN 'ST '
036800             PERFORM 4300-OPEN-TRANSACTION
036900         WHEN 'SE '
037000             PERFORM 4400-CLOSE-TRANSACTION THRU 4400-EXIT
037100         WHEN 'GE '
037200             PERFORM 4500-CLOSE-GROUP THRU 4500-EXIT
037300         WHEN 'IEA'
037400             PERFORM 4600-CLOSE-INTERCHANGE THRU 4600-EXIT
037500         WHEN OTHER
037600             IF NOT WS-ST-IS-OPEN
037700                 MOVE 'SEGMENT OUTSIDE AN ST/SE TRANSACTION SET'
037800                     TO WS-REJ-REASON
037900                 PERFORM 8100-WRITE-SEGMENT-REJECT
038000             ELSE
038100                 IF NOT WS-ST-REJECTED AND NOT WS-ISA-REJECTED
038200                     PERFORM 5000-MAP-DETAIL-SEGMENT
038300                 END-IF
038400             END-IF
038500     END-EVALUATE
038600     MOVE ZERO TO WS-SEG-LEN
038700     MOVE SPACES TO WS-SEG-BUF.
038800
038900 3100-SPLIT-ELEMENTS.
039000     MOVE SPACES TO WS-SEG-ID
039100     MOVE SPACES TO WS-ELEM-TABLE
039200     MOVE ZERO   TO WS-ELEM-COUNT
039300     MOVE 1      TO WS-SEG-PTR
039400     UNSTRING WS-SEG-BUF(1:WS-SEG-LEN) DELIMITED BY WS-ELEM-SEP
039500         INTO WS-SEG-ID
039600         WITH POINTER WS-SEG-PTR
039700     END-UNSTRING
039800     PERFORM 3110-NEXT-ELEMENT
039900         UNTIL WS-SEG-PTR > WS-SEG-LEN
040000            OR WS-ELEM-COUNT = 30.
040100
040200 3110-NEXT-ELEMENT.
040300     ADD 1 TO WS-ELEM-COUNT
040400     UNSTRING WS-SEG-BUF(1:WS-SEG-LEN) DELIMITED BY WS-ELEM-SEP
040500         INTO WS-ELEM(WS-ELEM-COUNT)
040600         WITH POINTER WS-SEG-PTR
040700     END-UNSTRING.
040800
040900 3200-SPLIT-COMPOSITE.
041000     MOVE SPACES TO WS-COMP-TABLE
041100     UNSTRING WS-COMP-SOURCE DELIMITED BY WS-COMP-SEP
041200         INTO WS-COMP(1) WS-COMP(2) WS-COMP(3) WS-COMP(4)
041300              WS-COMP(5) WS-COMP(6) WS-COMP(7) WS-COMP(8)
041310              WS-COMP(9)
041400     END-UNSTRING.
041500
041600******************************************************************
041700* ENVELOPE SEGMENTS                                              *
041800******************************************************************
041900 4100-OPEN-INTERCHANGE.
042000     IF WS-ISA-IS-OPEN
042100         MOVE 'ISA BEFORE IEA - PRIOR INTERCHANGE NOT CLOSED'
042200             TO WS-REJ-REASON
042300         PERFORM 8300-REJECT-INTERCHANGE
042400         IF WS-ST-IS-OPEN
042500             CLOSE ST-WORK-FILE
042600         END-IF
042700         CLOSE ISA-WORK-FILE
042800     END-IF
042900     ADD 1 TO WS-TOT-INTERCHANGES
043000     SET WS-ISA-IS-OPEN TO TRUE
043100     SET WS-ISA-REJ-SW TO 'N'
043200     SET WS-GS-OPEN-SW TO 'N'
043300     SET WS-ST-OPEN-SW TO 'N'
043400     MOVE WS-ELEM(13)    TO WS-ISA-CTL
043500     MOVE SPACES         TO WS-GS-CTL
043600     MOVE SPACES         TO WS-ST-CTL
043700     MOVE ZERO           TO WS-ISA-GS-COUNT
043800     MOVE ZERO           TO WS-ISA-CLAIM-COUNT
043900     MOVE ZERO           TO WS-ISA-CLAIM-AMT
044000     IF NOT WS-HDR-WRITTEN
044100         SET WS-HDR-CAPTURED-SW TO 'N'
044200     END-IF
044300     OPEN OUTPUT ISA-WORK-FILE
044400     EVALUATE TRUE
044500         WHEN WS-ELEM-COUNT < 16
044600             MOVE 'ISA DOES NOT CARRY 16 ELEMENTS'
044700                 TO WS-REJ-REASON
044800             PERFORM 8300-REJECT-INTERCHANGE
044900         WHEN WS-ELEM(12) NOT = '00501'
045000             MOVE 'ISA12 VERSION IS NOT 00501' TO WS-REJ-REASON
045100             PERFORM 8300-REJECT-INTERCHANGE
045200         WHEN WS-ISA-CTL IS NOT NUMERIC
045300             MOVE 'ISA13 CONTROL NUMBER NOT 9 NUMERIC DIGITS'
045400                 TO WS-REJ-REASON
045500             PERFORM 8300-REJECT-INTERCHANGE
045600         WHEN OTHER
045700             CONTINUE
045800     END-EVALUATE.
045900
046000 4200-OPEN-GROUP.
046100     IF NOT WS-ISA-IS-OPEN
046200         MOVE 'GS OUTSIDE AN ISA/IEA INTERCHANGE' TO WS-REJ-REASON
046300         PERFORM 8100-WRITE-SEGMENT-REJECT
046400         GO TO 4200-EXIT
046500     END-IF
046600     ADD 1 TO WS-ISA-GS-COUNT
046700     SET WS-GS-IS-OPEN TO TRUE
046800     MOVE WS-ELEM(6)     TO WS-GS-CTL
046900     MOVE ZERO           TO WS-GS-ST-COUNT
047000     MOVE SPACE          TO WS-GS-PART-IND
047100     EVALUATE TRUE
047200         WHEN WS-ELEM(8)(1:10) = '005010X223'
047300             MOVE 'A' TO WS-GS-PART-IND
047400         WHEN WS-ELEM(8)(1:10) = '005010X222'
047500             MOVE 'B' TO WS-GS-PART-IND
047600         WHEN OTHER
047700             CONTINUE
047800     END-EVALUATE
047900     EVALUATE TRUE
048000         WHEN WS-ELEM(1) NOT = 'HC'
048100             MOVE 'GS01 IS NOT HC - NOT A CLAIM FUNCTIONAL GROUP'
048200                 TO WS-REJ-REASON
048300             PERFORM 8300-REJECT-INTERCHANGE
048400         WHEN WS-GS-PART-IND = SPACE
048500             MOVE 'GS08 IS NOT 005010X223 (837I) OR X222 (837P)'
048600                 TO WS-REJ-REASON
048700             PERFORM 8300-REJECT-INTERCHANGE
048800         WHEN WS-HDR-CAPTURED
048900             AND (WS-ELEM(2) NOT = MEDG-HDR-SENDER-ID
049000                                       OF WS-HDR-BUILD
049100               OR WS-ELEM(3) NOT = MEDG-HDR-RECEIVER-ID
049200                                       OF WS-HDR-BUILD
049300               OR WS-GS-PART-IND NOT = MEDG-HDR-PART-IND
049400                                       OF WS-HDR-BUILD)
049500             MOVE 'GS SENDER/RECEIVER/VERSION DIFFERS FROM BATCH'
049600                 TO WS-REJ-REASON
049700             PERFORM 8300-REJECT-INTERCHANGE
049800         WHEN NOT WS-HDR-CAPTURED
049900             PERFORM 4210-CAPTURE-HEADER
050000         WHEN OTHER
050100             CONTINUE
050200     END-EVALUATE.
050300 4200-EXIT.
050400     EXIT.
050500
050600 4210-CAPTURE-HEADER.
050700     SET WS-HDR-CAPTURED TO TRUE
050800     INITIALIZE WS-HDR-BUILD
050900     MOVE '02'           TO MEDG-HDR-REC-ID OF WS-HDR-BUILD
051000     MOVE WS-TODAY-DATE
051100         TO MEDG-HDR-EDI-PROCESS-DATE OF WS-HDR-BUILD
051200     MOVE WS-ELEM(4)(1:8) TO MEDG-HDR-CREATE-DATE OF WS-HDR-BUILD
051300     MOVE WS-ELEM(2)     TO MEDG-HDR-SENDER-ID OF WS-HDR-BUILD
051400     MOVE WS-ELEM(3)     TO MEDG-HDR-RECEIVER-ID OF WS-HDR-BUILD
051500     MOVE WS-GS-PART-IND TO MEDG-HDR-PART-IND OF WS-HDR-BUILD
051600     MOVE SPACES         TO MEDG-HDR-SENDER-STATE OF WS-HDR-BUILD
051700     MOVE ZERO
051800         TO MEDG-HDR-BATCH-SEQ-NBR OF WS-HDR-BUILD.
051900
052000 4300-OPEN-TRANSACTION.
052100     IF WS-ST-IS-OPEN
052200         MOVE 'ST BEFORE SE - PRIOR TRANSACTION SET NOT CLOSED'
052300             TO WS-REJ-REASON
052400         PERFORM 8200-REJECT-TRANSACTION
052500         CLOSE ST-WORK-FILE
052600     END-IF
052700     SET WS-ST-IS-OPEN TO TRUE
052800     SET WS-ST-REJ-SW TO 'N'
052900     MOVE 1              TO WS-ST-SEG-COUNT
053000     MOVE WS-ELEM(2)     TO WS-ST-CTL
053100     MOVE ZERO           TO WS-ST-CLAIM-COUNT
053200     MOVE ZERO           TO WS-ST-CLAIM-AMT
053300     MOVE SPACES         TO WS-HL-LEVEL
053400     MOVE SPACES         TO WS-LAST-NM1-QUAL
053500     SET WS-CLM-OPEN-SW  TO 'N'
053600     SET WS-LINE-OPEN-SW TO 'N'
053700     ADD 1 TO WS-TOT-TRANSACTIONS
053800     OPEN OUTPUT ST-WORK-FILE
053900     EVALUATE TRUE
054000         WHEN NOT WS-GS-IS-OPEN
054100             MOVE 'ST OUTSIDE A GS/GE FUNCTIONAL GROUP'
054200                 TO WS-REJ-REASON
054300             PERFORM 8200-REJECT-TRANSACTION
054400         WHEN WS-ELEM(1) NOT = '837'
054500             MOVE 'ST01 IS NOT 837' TO WS-REJ-REASON
054600             PERFORM 8200-REJECT-TRANSACTION
054700         WHEN OTHER
054800             ADD 1 TO WS-GS-ST-COUNT
054900     END-EVALUATE.
055000
055100*
055200* SE01 COUNTS EVERY SEGMENT FROM ST THROUGH SE INCLUSIVE.
055300*
055400 4400-CLOSE-TRANSACTION.
055500     IF NOT WS-ST-IS-OPEN
055600         MOVE 'SE WITHOUT A MATCHING ST' TO WS-REJ-REASON
055700         PERFORM 8100-WRITE-SEGMENT-REJECT
055800         GO TO 4400-EXIT
055900     END-IF
056000     PERFORM 3700-CLOSE-CLAIM THRU 3700-EXIT
056100     MOVE ZERO TO WS-TRAILER-COUNT
056200     MOVE WS-ELEM(1) TO WS-NUM-SOURCE
056300     PERFORM 7300-CONVERT-NUMBER
056400     IF WS-NUM-IS-VALID
056500         MOVE WS-NUM-VALUE TO WS-TRAILER-COUNT
056600     END-IF
056700     EVALUATE TRUE
056800         WHEN WS-ST-REJECTED
056900             CONTINUE
057000         WHEN WS-TRAILER-COUNT NOT = WS-ST-SEG-COUNT
057100             MOVE 'SE01 SEGMENT COUNT DOES NOT MATCH SEGMENTS'
057200                 TO WS-REJ-REASON
057300             PERFORM 8200-REJECT-TRANSACTION
057400         WHEN WS-ELEM(2) NOT = WS-ST-CTL
057500             MOVE 'SE02 DOES NOT MATCH ST02 CONTROL NUMBER'
057600                 TO WS-REJ-REASON
057700             PERFORM 8200-REJECT-TRANSACTION
057800         WHEN OTHER
057900             CONTINUE
058000     END-EVALUATE
058100     CLOSE ST-WORK-FILE
058200     SET WS-ST-OPEN-SW TO 'N'
058300     IF NOT WS-ST-REJECTED
058400         PERFORM 4410-COMMIT-TRANSACTION
058500     END-IF.
058600 4400-EXIT.
058700     EXIT.
058800
058900 4410-COMMIT-TRANSACTION.
059000     IF NOT WS-ISA-REJECTED
059100         OPEN INPUT ST-WORK-FILE
059200         SET WS-WORK-EOF-SW TO 'N'
059300         PERFORM 4420-READ-ST-WORK
059400         PERFORM 4430-COPY-ST-WORK
059500             UNTIL WS-NO-MORE-WORK
059600         CLOSE ST-WORK-FILE
059700         ADD WS-ST-CLAIM-COUNT TO WS-ISA-CLAIM-COUNT
059800         ADD WS-ST-CLAIM-AMT   TO WS-ISA-CLAIM-AMT
059900     END-IF.
060000
060100 4420-READ-ST-WORK.
060200     READ ST-WORK-FILE
060300         AT END
060400             SET WS-NO-MORE-WORK TO TRUE
060500     END-READ.
060600
060700 4430-COPY-ST-WORK.
060800     WRITE ISWK-LINE FROM STWK-LINE
060900     PERFORM 4420-READ-ST-WORK.
061000
061100 4500-CLOSE-GROUP.
061200     IF NOT WS-GS-IS-OPEN
061300         MOVE 'GE WITHOUT A MATCHING GS' TO WS-REJ-REASON
061400         PERFORM 8100-WRITE-SEGMENT-REJECT
061500         GO TO 4500-EXIT
061600     END-IF
061700     SET WS-GS-OPEN-SW TO 'N'
061800     MOVE ZERO TO WS-TRAILER-COUNT
061900     MOVE WS-ELEM(1) TO WS-NUM-SOURCE
062000     PERFORM 7300-CONVERT-NUMBER
062100     IF WS-NUM-IS-VALID
062200         MOVE WS-NUM-VALUE TO WS-TRAILER-COUNT
062300     END-IF
062400     EVALUATE TRUE
062500         WHEN WS-ISA-REJECTED
062600             CONTINUE
062700         WHEN WS-TRAILER-COUNT NOT = WS-GS-ST-COUNT
062800             MOVE 'GE01 TRANSACTION SET COUNT DOES NOT MATCH'
062900                 TO WS-REJ-REASON
063000             PERFORM 8300-REJECT-INTERCHANGE
063100         WHEN WS-ELEM(2) NOT = WS-GS-CTL
063200             MOVE 'GE02 DOES NOT MATCH GS06 CONTROL NUMBER'
063300                 TO WS-REJ-REASON
063400             PERFORM 8300-REJECT-INTERCHANGE
063500         WHEN OTHER
063600             CONTINUE
063700     END-EVALUATE.
063800 4500-EXIT.
063900     EXIT.
064000
064100 4600-CLOSE-INTERCHANGE.
064200     IF NOT WS-ISA-IS-OPEN
064300         MOVE 'IEA WITHOUT A MATCHING ISA' TO WS-REJ-REASON
064400         PERFORM 8100-WRITE-SEGMENT-REJECT
064500         GO TO 4600-EXIT
064600     END-IF
064700     MOVE ZERO TO WS-TRAILER-COUNT
064800     MOVE WS-ELEM(1) TO WS-NUM-SOURCE
064900     PERFORM 7300-CONVERT-NUMBER
065000     IF WS-NUM-IS-VALID
065100         MOVE WS-NUM-VALUE TO WS-TRAILER-COUNT
065200     END-IF
065300     EVALUATE TRUE
065400         WHEN WS-ISA-REJECTED
065500             CONTINUE
065600         WHEN WS-GS-IS-OPEN
065700             MOVE 'IEA BEFORE GE - FUNCTIONAL GROUP NOT CLOSED'
065800                 TO WS-REJ-REASON
065900             PERFORM 8300-REJECT-INTERCHANGE
066000         WHEN WS-TRAILER-COUNT NOT = WS-ISA-GS-COUNT
066100             MOVE 'IEA01 FUNCTIONAL GROUP COUNT DOES NOT MATCH'
066200                 TO WS-REJ-REASON
066300             PERFORM 8300-REJECT-INTERCHANGE
066400         WHEN WS-ELEM(2) NOT = WS-ISA-CTL
066500             MOVE 'IEA02 DOES NOT MATCH ISA13 CONTROL NUMBER'
066600                 TO WS-REJ-REASON
066700             PERFORM 8300-REJECT-INTERCHANGE
066800         WHEN OTHER
066900             CONTINUE
067000     END-EVALUATE
067100     CLOSE ISA-WORK-FILE
067200     SET WS-ISA-OPEN-SW TO 'N'
067300     SET WS-GS-OPEN-SW TO 'N'
067400     IF NOT WS-ISA-REJECTED
067500         PERFORM 4610-COMMIT-INTERCHANGE
067600     END-IF.
067700 4600-EXIT.
067800     EXIT.
067900
068000 4610-COMMIT-INTERCHANGE.
068100     IF NOT WS-HDR-WRITTEN AND WS-ISA-CLAIM-COUNT > ZERO
068200         WRITE MEDG-HDR-RECORD FROM WS-HDR-BUILD
068300         ADD 1 TO WS-EXTR-REC-COUNT
068400         SET WS-HDR-WRITTEN TO TRUE
068500     END-IF
068600     OPEN INPUT ISA-WORK-FILE
068700     SET WS-WORK-EOF-SW TO 'N'
068800     PERFORM 4620-READ-ISA-WORK
068900     PERFORM 4630-COPY-ISA-WORK
069000         UNTIL WS-NO-MORE-WORK
069100     CLOSE ISA-WORK-FILE
069200     ADD WS-ISA-CLAIM-COUNT TO WS-TOT-CLAIMS-WRITTEN
069300     ADD WS-ISA-CLAIM-AMT   TO WS-TOT-CLAIM-AMT.
069400
069500 4620-READ-ISA-WORK.
069600     READ ISA-WORK-FILE
069700         AT END
069800             SET WS-NO-MORE-WORK TO TRUE
069900     END-READ.
070000
070100 4630-COPY-ISA-WORK.
070200     WRITE EXTR-RAW-LINE FROM ISWK-LINE
070300     ADD 1 TO WS-EXTR-REC-COUNT
070400     PERFORM 4620-READ-ISA-WORK.
070500
070600******************************************************************
070700* DETAIL SEGMENTS INSIDE AN ACCEPTED TRANSACTION SET             *
070800******************************************************************
070900 5000-MAP-DETAIL-SEGMENT.
071000     EVALUATE WS-SEG-ID
071100         WHEN 'HL '
071200             PERFORM 5110-MAP-HL
071300         WHEN 'SBR'
071400             PERFORM 5120-MAP-SBR
071500         WHEN 'PAT'
071600             MOVE WS-ELEM(1) TO WS-PAT-REL
071700         WHEN 'NM1'
071800             PERFORM 5130-MAP-NM1
071900         WHEN 'N4 '
072000             PERFORM 5140-MAP-N4
072100         WHEN 'REF'
072200             PERFORM 5150-MAP-REF
072300         WHEN 'DMG'
072400             PERFORM 5160-MAP-DMG
072500         WHEN 'PRV'
072600             PERFORM 5170-MAP-PRV
072700         WHEN 'CLM'
072800             PERFORM 5200-MAP-CLM
072900         WHEN 'DTP'
073000             PERFORM 5210-MAP-DTP THRU 5210-EXIT
073100         WHEN 'CL1'
073200             IF WS-CLM-IS-OPEN
073300                 MOVE WS-ELEM(1)(1:1)
073400                     TO MEDG-CLM50-ADMIT-TYPE OF WS-CLM-BUILD
073500                 MOVE WS-ELEM(2)(1:1)
073600                     TO MEDG-CLM50-ADMIT-SOURCE OF WS-CLM-BUILD
073700             END-IF
073800         WHEN 'CN1'
073900             IF WS-CLM-IS-OPEN
074000                 MOVE WS-ELEM(1)(1:2)
074100                     TO MEDG-CLM50-CONTRACT-CODE OF WS-CLM-BUILD
074200             END-IF
074300         WHEN 'PWK'
074400             IF WS-CLM-IS-OPEN AND WS-ELEM(6) NOT = SPACES
074500                 MOVE 'Y' TO MEDG-CLM50-ATTACH-IND OF WS-CLM-BUILD
074600                 MOVE WS-ELEM(6)
074700                     TO MEDG-CLM50-ATTACH-CTL-NBR OF WS-CLM-BUILD
074800             END-IF
074900         WHEN 'HI '
075000             IF WS-CLM-IS-OPEN
075100                 PERFORM 5300-MAP-HI
075200                     VARYING WS-ELEM-IX FROM 1 BY 1
075300                     UNTIL WS-ELEM-IX > WS-ELEM-COUNT
075400             END-IF
075500         WHEN 'LX '
075600             PERFORM 5400-MAP-LX THRU 5400-EXIT
075700         WHEN 'SV1'
075800             PERFORM 5410-MAP-SV1 THRU 5410-EXIT
075900         WHEN 'SV2'
076000             PERFORM 5420-MAP-SV2 THRU 5420-EXIT
076100         WHEN 'LIN'
076200             IF WS-LINE-IS-OPEN AND WS-ELEM(2) = 'N4'
076300                 MOVE WS-ELEM(3)
076400                     TO MEDG-CLM60-NATL-DRUG-CD OF WS-C60-BUILD
076500             END-IF
076600         WHEN 'CTP'
076700             PERFORM 5430-MAP-CTP THRU 5430-EXIT
076800         WHEN 'SVD'
076900             PERFORM 5440-MAP-SVD THRU 5440-EXIT
077000         WHEN 'CAS'
077100             PERFORM 5450-MAP-CAS THRU 5450-EXIT
077200         WHEN OTHER
077300             CONTINUE
077400     END-EVALUATE.
077500
077600*
077700* A NEW HL CLOSES ANY CLAIM IN PROGRESS. A SUBSCRIBER HL STARTS
077800* A NEW MEMBER, SO BOTH SUBSCRIBER AND PATIENT FIELDS RESET.
077900*
078000 5110-MAP-HL.
078100     PERFORM 3700-CLOSE-CLAIM THRU 3700-EXIT
078200     MOVE WS-ELEM(3)(1:2) TO WS-HL-LEVEL
078300     MOVE SPACES TO WS-LAST-NM1-QUAL
078400     IF WS-IN-BILLING-LOOP
078500         MOVE SPACES TO WS-BILL-NPI
078600         MOVE SPACES TO WS-BILL-LAST
078700         MOVE SPACES TO WS-BILL-FIRST
078800         MOVE SPACES TO WS-BILL-TAXONOMY
078900     END-IF
079000     IF WS-IN-BILLING-LOOP OR WS-IN-SUBSCRIBER-LOOP
079100         MOVE SPACES TO WS-SUB-LAST
079200         MOVE SPACES TO WS-SUB-FIRST
079300         MOVE SPACES TO WS-SUB-MID
079400         MOVE SPACES TO WS-SUB-SSN
079500         MOVE SPACES TO WS-SUB-SEX
079600         MOVE SPACES TO WS-SUB-REL
079700         MOVE ZERO   TO WS-SUB-POLICY
079800     END-IF
079900     MOVE SPACES TO WS-PAT-LAST
080000     MOVE SPACES TO WS-PAT-FIRST
080100     MOVE SPACES TO WS-PAT-SEX
080200     MOVE SPACES TO WS-PAT-REL.
080300
080400*
080500* SBR BEFORE THE CLM IS THE SUBSCRIBER (2000B). SBR INSIDE THE
080600* CLAIM OPENS AN OTHER-SUBSCRIBER LOOP (2320) FOR COB DATA.
080700*
080800 5120-MAP-SBR.
080900     IF WS-CLM-IS-OPEN
081000         SET WS-IN-OTHER-PAYER TO TRUE
081100     ELSE
081200         IF WS-ELEM(2) = '18'
081300             MOVE '18' TO WS-SUB-REL
081400         END-IF
081500         MOVE WS-ELEM(3) TO WS-NUM-SOURCE
081600         PERFORM 7300-CONVERT-NUMBER
081700         IF WS-NUM-IS-VALID AND WS-NUM-VALUE < 1000000000
081800             MOVE WS-NUM-VALUE TO WS-SUB-POLICY
081900         END-IF
082000     END-IF.
082100
082200 5130-MAP-NM1.
082300     MOVE WS-ELEM(1) TO WS-LAST-NM1-QUAL
082400     EVALUATE WS-ELEM(1)
082500         WHEN '85 '
082600             MOVE WS-ELEM(3) TO WS-BILL-LAST
082700             MOVE WS-ELEM(4) TO WS-BILL-FIRST
082800             IF WS-ELEM(8) = 'XX'
082900                 MOVE WS-ELEM(9) TO WS-BILL-NPI
083000             END-IF
083100         WHEN 'IL '
083200             IF NOT WS-CLM-IS-OPEN
083300                 MOVE WS-ELEM(3) TO WS-SUB-LAST
083400                 MOVE WS-ELEM(4) TO WS-SUB-FIRST
083500                 MOVE WS-ELEM(5) TO WS-SUB-MID
083600                 IF WS-ELEM(8) = 'SY'
083700                     MOVE WS-ELEM(9) TO WS-SUB-SSN
083800                 END-IF
083900             END-IF
084000         WHEN 'QC '
084100             MOVE WS-ELEM(3) TO WS-PAT-LAST
084200             MOVE WS-ELEM(4) TO WS-PAT-FIRST
084300         WHEN '82 '
084400             IF WS-CLM-IS-OPEN AND NOT WS-LINE-IS-OPEN
084500                 AND NOT WS-IN-OTHER-PAYER
084600                 MOVE WS-ELEM(3)
084700                     TO MEDG-CLM50-RENDPROV-LAST OF WS-CLM-BUILD
084800                 MOVE WS-ELEM(4)
084900                     TO MEDG-CLM50-RENDPROV-FIRST OF WS-CLM-BUILD
085000                 MOVE WS-ELEM(5)
085100                     TO MEDG-CLM50-RENDPROV-MID OF WS-CLM-BUILD
085200                 MOVE WS-ELEM(7)
085300                     TO MEDG-CLM50-RENDPROV-SUFF OF WS-CLM-BUILD
085400                 IF WS-ELEM(8) = 'XX'
085500                     MOVE WS-ELEM(9)
085600                         TO MEDG-CLM50-RENDPROV-NPI
085700                             OF WS-CLM-BUILD
085800                 END-IF
085900             END-IF
086000         WHEN '77 '
086100             IF WS-CLM-IS-OPEN AND NOT WS-LINE-IS-OPEN
086200                 AND NOT WS-IN-OTHER-PAYER
086300                 MOVE WS-ELEM(3) TO WS-CLM-FACILITY-NAME
086400             END-IF
086500         WHEN OTHER
086600             CONTINUE
086700     END-EVALUATE.
086800
086900 5140-MAP-N4.
087000     IF WS-LAST-NM1-QUAL = '85'
087100         AND MEDG-HDR-SENDER-STATE OF WS-HDR-BUILD = SPACES
087200         MOVE WS-ELEM(2) TO MEDG-HDR-SENDER-STATE OF WS-HDR-BUILD
087300     END-IF.
087400
087500 5150-MAP-REF.
087600     EVALUATE TRUE
087700         WHEN WS-ELEM(1) = 'SY' AND WS-LAST-NM1-QUAL = 'IL'
087800             MOVE WS-ELEM(2) TO WS-SUB-SSN
087900         WHEN WS-ELEM(1) = 'G1' AND WS-CLM-IS-OPEN
088000             AND NOT WS-LINE-IS-OPEN AND NOT WS-IN-OTHER-PAYER
088100             MOVE WS-ELEM(2)
088200                 TO MEDG-CLM50-PRIOR-AUTH-NBR OF WS-CLM-BUILD
088300         WHEN WS-ELEM(1) = '9F' AND WS-CLM-IS-OPEN
088400             AND NOT WS-LINE-IS-OPEN AND NOT WS-IN-OTHER-PAYER
088500             MOVE WS-ELEM(2)
088600                 TO MEDG-CLM50-REFERRAL-NBR OF WS-CLM-BUILD
088700         WHEN WS-ELEM(1) = '6R' AND WS-LINE-IS-OPEN
088800             MOVE WS-ELEM(2)
088900                 TO MEDG-CLM60-LINE-CNTL-NO OF WS-C60-BUILD
089000         WHEN OTHER
089100             CONTINUE
089200     END-EVALUATE.
089300
089400 5160-MAP-DMG.
089500     IF WS-IN-PATIENT-LOOP
089600         MOVE WS-ELEM(3)(1:1) TO WS-PAT-SEX
089700     ELSE
089800         IF WS-LAST-NM1-QUAL = 'IL'
089900             MOVE WS-ELEM(3)(1:1) TO WS-SUB-SEX
090000         END-IF
090100     END-IF.
090200
090300 5170-MAP-PRV.
090400     EVALUATE TRUE
090500         WHEN WS-ELEM(1) = 'BI'
090600             MOVE WS-ELEM(3) TO WS-BILL-TAXONOMY
090700         WHEN WS-ELEM(1) = 'PE' AND WS-CLM-IS-OPEN
090800             AND NOT WS-LINE-IS-OPEN
090900             MOVE WS-ELEM(3) TO WS-CLM-TAXONOMY
091000         WHEN OTHER
091100             CONTINUE
091200     END-EVALUATE.
091300
091400*
091500* CLM OPENS A NEW CLAIM. SUBSCRIBER/PATIENT DATA GATHERED FROM
091600* THE HL LOOPS ABOVE IT IS COPIED ONTO THE CLM50 NOW.
091700*
091800 5200-MAP-CLM.
091900     PERFORM 3700-CLOSE-CLAIM THRU 3700-EXIT
092000     ADD 1 TO WS-TOT-CLAIMS-READ
092100     SET WS-CLM-IS-OPEN   TO TRUE
092200     SET WS-CLM-REJ-SW    TO 'N'
092300     SET WS-OTHER-PAYER-SW TO 'N'
092400     MOVE SPACES          TO WS-CLM-REJ-REASON
092500     MOVE ZERO            TO WS-LIN-TABLE-COUNT
092600     MOVE ZERO            TO WS-CLM-LINE-CHG
092700     MOVE ZERO            TO WS-DX-COUNT
092800     MOVE SPACES          TO WS-DX-TABLE
092900     MOVE SPACES          TO WS-CLM-FACILITY-NAME
093000     MOVE WS-BILL-TAXONOMY TO WS-CLM-TAXONOMY
093100     MOVE SPACES          TO WS-CLM-FROM-DATE
093200     MOVE SPACES          TO WS-CLM-TO-DATE
093300     INITIALIZE WS-CLM-BUILD
093400     MOVE '50'            TO MEDG-CLM50-REC-ID OF WS-CLM-BUILD
093500     MOVE 'N'             TO MEDG-CLM50-POSTED-SW OF WS-CLM-BUILD
093600     MOVE WS-SUB-LAST
093700         TO MEDG-CLM50-SUBSCR-LAST OF WS-CLM-BUILD
093800     MOVE WS-SUB-FIRST
093900         TO MEDG-CLM50-SUBSCR-FIRST OF WS-CLM-BUILD
094000     MOVE WS-SUB-MID      TO MEDG-CLM50-SUBSCR-MID OF WS-CLM-BUILD
094100     MOVE WS-SUB-SSN      TO MEDG-CLM50-SUBSCR-SSN OF WS-CLM-BUILD
094200     MOVE WS-SUB-POLICY   TO MEDG-CLM50-POLICY-KEY OF WS-CLM-BUILD
094300     IF WS-PAT-LAST NOT = SPACES
094400         MOVE WS-PAT-REL
094500             TO MEDG-CLM50-PATIENT-REL OF WS-CLM-BUILD
094600         MOVE WS-PAT-SEX
094700             TO MEDG-CLM50-PATIENT-SEX OF WS-CLM-BUILD
094800         MOVE WS-PAT-LAST
094900             TO MEDG-CLM50-PATIENT-LAST OF WS-CLM-BUILD
095000         MOVE WS-PAT-FIRST
095100             TO MEDG-CLM50-PATIENT-FIRST OF WS-CLM-BUILD
095200     ELSE
095300         MOVE WS-SUB-REL
095400             TO MEDG-CLM50-PATIENT-REL OF WS-CLM-BUILD
095500         MOVE WS-SUB-SEX
095600             TO MEDG-CLM50-PATIENT-SEX OF WS-CLM-BUILD
095700     END-IF
095800     MOVE WS-ELEM(1)      TO WS-CUR-CLM01
095900     MOVE WS-ST-SEG-COUNT TO WS-CLM-SEG-POS
096000     MOVE WS-FILE-SEG-COUNT TO WS-CLM-FILE-POS
096100     PERFORM 7100-TRIMMED-LENGTH
096200     IF WS-TRIM-LEN > ZERO AND WS-TRIM-LEN NOT > 6
096300         AND WS-ELEM(1)(1:WS-TRIM-LEN) IS NUMERIC
096400         MOVE WS-ELEM(1)(1:WS-TRIM-LEN)
096500             TO MEDG-CLM50-CLM-KEY OF WS-CLM-BUILD
096600     ELSE
096700         MOVE 'CLM01 IS NOT A CLAIM KEY OF 1-6 DIGITS'
096800             TO WS-CLM-REJ-REASON
096900         SET WS-CLM-REJECTED TO TRUE
097000     END-IF
097100     MOVE WS-ELEM(2) TO WS-NUM-SOURCE
097200     PERFORM 7300-CONVERT-NUMBER
097300     IF WS-NUM-IS-VALID
097400         MOVE WS-NUM-VALUE TO WS-CLM-TOT-CHG
097500     ELSE
097600         IF NOT WS-CLM-REJECTED
097700             MOVE 'CLM02 TOTAL CHARGE IS NOT A VALID AMOUNT'
097800                 TO WS-CLM-REJ-REASON
097900         END-IF
098000         SET WS-CLM-REJECTED TO TRUE
098100     END-IF
098200     MOVE WS-ELEM(5) TO WS-COMP-SOURCE
098300     PERFORM 3200-SPLIT-COMPOSITE
098400     IF MEDG-HDR-PART-IND OF WS-HDR-BUILD = 'B'
098500         MOVE WS-COMP(1)(1:2) TO WS-CLM-POS
098600     ELSE
098700         MOVE SPACES TO WS-CLM-POS
098800     END-IF
098900     MOVE WS-COMP(3)(1:1) TO MEDG-CLM50-FREQ-CODE OF WS-CLM-BUILD.
099000
099100*
099200* DTP 435 ADMISSION, 096 DISCHARGE, 434 STATEMENT PERIOD AT THE
099300* CLAIM; 472 SERVICE DATE ON THE LINE. THE ADMIT AND DISCHARGE
099310* DATES ARE KEPT ONLY FOR AN 837I (PART A) BATCH: DOWNSTREAM AN
099320* ADMIT DATE ON THE 50 MEANS AN INPATIENT INSTITUTIONAL CLAIM.
099400*
099500 5210-MAP-DTP.
099600     IF NOT WS-CLM-IS-OPEN
099700         GO TO 5210-EXIT
099800     END-IF
099900     PERFORM 7400-CONVERT-DATE
100000     IF NOT WS-DATE-IS-VALID
100100         IF NOT WS-CLM-REJECTED
100200             STRING 'DTP ' WS-ELEM(1)(1:3)
100300                 ' DATE IS NOT A VALID D8/RD8/DT VALUE'
100400                 DELIMITED BY SIZE INTO WS-CLM-REJ-REASON
100500         END-IF
100600         SET WS-CLM-REJECTED TO TRUE
100700         GO TO 5210-EXIT
100800     END-IF
100900     EVALUATE TRUE
101000         WHEN WS-LINE-IS-OPEN AND WS-ELEM(1) = '472'
101100             MOVE WS-DATE-FROM
101200                 TO MEDG-SVC-DATE-FROM OF WS-SVC-BUILD
101300             MOVE WS-DATE-TO
101400                 TO MEDG-SVC-DATE-TO OF WS-SVC-BUILD
101500         WHEN WS-LINE-IS-OPEN
101600             CONTINUE
101700         WHEN WS-ELEM(1) = '435'
101710             AND MEDG-HDR-PART-IND OF WS-HDR-BUILD = 'A'
101800             MOVE WS-DATE-FROM
101900                 TO MEDG-CLM50-ADMIT-DATE OF WS-CLM-BUILD
102000             MOVE WS-DATE-HHMM
102100                 TO MEDG-CLM50-ADMIT-HOUR OF WS-CLM-BUILD
102200         WHEN WS-ELEM(1) = '096'
102210             AND MEDG-HDR-PART-IND OF WS-HDR-BUILD = 'A'
102300             MOVE WS-DATE-FROM
102400                 TO MEDG-CLM50-DISCHG-DATE OF WS-CLM-BUILD
102500             MOVE WS-DATE-HHMM
102600                 TO MEDG-CLM50-DISCHG-HOUR OF WS-CLM-BUILD
102700         WHEN WS-ELEM(1) = '434'
102800             MOVE WS-DATE-FROM TO WS-CLM-FROM-DATE
102900             MOVE WS-DATE-TO   TO WS-CLM-TO-DATE
103000         WHEN OTHER
103100             CONTINUE
103200     END-EVALUATE.
103300 5210-EXIT.
103400     EXIT.
103500
103600*
103700* HI COMPOSITES ARE QUALIFIER:CODE. DIAGNOSES GO TO THE CLAIM
103800* TABLE THE SV1 POINTERS INDEX; PROCEDURES AND EXTERNAL CAUSE
103900* GO STRAIGHT ONTO THE CLM50.
104000*
104100 5300-MAP-HI.
104200     MOVE WS-ELEM(WS-ELEM-IX) TO WS-COMP-SOURCE
104300     PERFORM 3200-SPLIT-COMPOSITE
104400     EVALUATE WS-COMP(1)
104500         WHEN 'ABK'
104600         WHEN 'BK '
104700         WHEN 'ABF'
104800         WHEN 'BF '
104900             IF WS-DX-COUNT < 12
105000                 ADD 1 TO WS-DX-COUNT
105100                 MOVE WS-COMP(2) TO WS-DX-CODE(WS-DX-COUNT)
105110                 MOVE WS-COMP(9) TO WS-DX-POA(WS-DX-COUNT)
105200             END-IF
105300         WHEN 'ABN'
105400         WHEN 'BN '
105500             IF MEDG-CLM50-EXT-INJURY-CD OF WS-CLM-BUILD = SPACES
105600                 MOVE WS-COMP(2)
105700                     TO MEDG-CLM50-EXT-INJURY-CD OF WS-CLM-BUILD
105800             END-IF
105900         WHEN 'BBR'
106000         WHEN 'BR '
106100         WHEN 'CAH'
106200             MOVE WS-COMP(2)
106300                 TO MEDG-CLM50-PRIM-PROC-CD OF WS-CLM-BUILD
106400         WHEN 'BBQ'
106500         WHEN 'BQ '
106600             IF MEDG-CLM50-OTHR-PROC-CNT OF WS-CLM-BUILD < 24
106700                 ADD 1 TO MEDG-CLM50-OTHR-PROC-CNT OF WS-CLM-BUILD
106800                 MOVE WS-COMP(2) TO MEDG-CLM50-OTHR-PROC-CD
106900                     OF WS-CLM-BUILD
107000                     (MEDG-CLM50-OTHR-PROC-CNT OF WS-CLM-BUILD)
107100             END-IF
107200         WHEN OTHER
107300             CONTINUE
107400     END-EVALUATE.
107500
107600 5400-MAP-LX.
107700     IF NOT WS-CLM-IS-OPEN
107800         GO TO 5400-EXIT
107900     END-IF
108000     PERFORM 3800-CLOSE-LINE THRU 3800-EXIT
108100     SET WS-LINE-IS-OPEN TO TRUE
108200     SET WS-LINE-SVD-SW  TO 'N'
108300     MOVE ZERO           TO WS-LIN-CAS-COUNT
108400     MOVE ZERO           TO WS-LIN-PTR-TABLE
108500     INITIALIZE WS-SVC-BUILD
108600     INITIALIZE WS-C60-BUILD
108700     MOVE 'SV'           TO MEDG-SVC-REC-ID OF WS-SVC-BUILD
108800     MOVE '60'           TO MEDG-CLM60-REC-ID OF WS-C60-BUILD
108900     MOVE WS-ELEM(1) TO WS-NUM-SOURCE
109000     PERFORM 7300-CONVERT-NUMBER
109100     IF WS-NUM-IS-VALID AND WS-NUM-VALUE < 1000000
109200         MOVE WS-NUM-VALUE TO MEDG-SVC-LINE-NBR OF WS-SVC-BUILD
109300     ELSE
109400         COMPUTE MEDG-SVC-LINE-NBR OF WS-SVC-BUILD =
109500             WS-LIN-TABLE-COUNT + 1
109600     END-IF
109700     MOVE MEDG-SVC-LINE-NBR OF WS-SVC-BUILD
109800         TO MEDG-CLM60-LINE-NBR OF WS-C60-BUILD
109900     MOVE WS-CLM-POS
110000         TO MEDG-SVC-PLACE-OF-SERV OF WS-SVC-BUILD.
110100 5400-EXIT.
110200     EXIT.
110300
110400*
110500* SV1 (837P) - HC:PROC:MOD..., CHARGE, UNIT BASIS, UNITS, POS,
110600* (SV106 UNUSED), DIAGNOSIS POINTERS.
110700*
110800 5410-MAP-SV1.
110900     IF NOT WS-LINE-IS-OPEN
111000         GO TO 5410-EXIT
111100     END-IF
111200     MOVE WS-ELEM(1) TO WS-COMP-SOURCE
111300     PERFORM 5415-MAP-PROC-COMPOSITE
111400     MOVE WS-ELEM(2) TO WS-NUM-SOURCE
111500     PERFORM 5416-MAP-LINE-CHARGE
111600     MOVE WS-ELEM(4) TO WS-NUM-SOURCE
111700     PERFORM 5417-MAP-LINE-UNITS
111800     IF WS-ELEM(5) NOT = SPACES
111900         MOVE WS-ELEM(5)(1:2)
112000             TO MEDG-SVC-PLACE-OF-SERV OF WS-SVC-BUILD
112100     END-IF
112200     MOVE WS-ELEM(7) TO WS-COMP-SOURCE
112300     PERFORM 3200-SPLIT-COMPOSITE
112400     PERFORM VARYING WS-PTR-IX FROM 1 BY 1 UNTIL WS-PTR-IX > 4
112500         IF WS-COMP(WS-PTR-IX)(1:2) IS NUMERIC
112600             MOVE WS-COMP(WS-PTR-IX)(1:2) TO WS-LIN-PTR(WS-PTR-IX)
112700         ELSE
112800             IF WS-COMP(WS-PTR-IX)(1:1) IS NUMERIC
112900                 AND WS-COMP(WS-PTR-IX)(2:1) = SPACE
113000                 MOVE WS-COMP(WS-PTR-IX)(1:1)
113100                     TO WS-LIN-PTR(WS-PTR-IX)
113200             END-IF
113300         END-IF
113400     END-PERFORM.
113500 5410-EXIT.
113600     EXIT.
113700
113800 5415-MAP-PROC-COMPOSITE.
113900     PERFORM 3200-SPLIT-COMPOSITE
114000     MOVE WS-COMP(1) TO MEDG-SVC-PROC-QUALIFIER OF WS-SVC-BUILD
114100     MOVE WS-COMP(2) TO MEDG-SVC-PROC-CODE OF WS-SVC-BUILD
114200     MOVE WS-COMP(3) TO MEDG-SVC-PROC-MOD1 OF WS-SVC-BUILD
114300     MOVE WS-COMP(4) TO MEDG-SVC-PROC-MOD2 OF WS-SVC-BUILD
114400     MOVE WS-COMP(5) TO MEDG-SVC-PROC-MOD3 OF WS-SVC-BUILD
114500     MOVE WS-COMP(6) TO MEDG-SVC-PROC-MOD4 OF WS-SVC-BUILD.
114600
114700 5416-MAP-LINE-CHARGE.
114800     PERFORM 7300-CONVERT-NUMBER
114900     IF WS-NUM-IS-VALID AND WS-NUM-VALUE < 10000000
115000         MOVE WS-NUM-VALUE
115100             TO MEDG-SVC-SUBMITTED-CHG OF WS-SVC-BUILD
115200     ELSE
115300         IF NOT WS-CLM-REJECTED
115400             MOVE 'SERVICE LINE CHARGE IS NOT A VALID AMOUNT'
115500                 TO WS-CLM-REJ-REASON
115600         END-IF
115700         SET WS-CLM-REJECTED TO TRUE
115800     END-IF.
115900
116000 5417-MAP-LINE-UNITS.
116100     PERFORM 7300-CONVERT-NUMBER
116200     IF WS-NUM-IS-VALID AND WS-NUM-VALUE < 100000
116300         MOVE WS-NUM-VALUE
116400             TO MEDG-CLM60-UNITS-OF-SERV OF WS-C60-BUILD
116500     ELSE
116600         IF NOT WS-CLM-REJECTED
116700             MOVE 'SERVICE LINE UNITS ARE NOT A VALID QUANTITY'
116800                 TO WS-CLM-REJ-REASON
116900         END-IF
117000         SET WS-CLM-REJECTED TO TRUE
117100     END-IF.
117200
117300*
117400* SV2 (837I) - REVENUE CODE, HC:PROC:MOD..., CHARGE, UNIT BASIS,
117500* UNITS. INSTITUTIONAL LINES CARRY NO DIAGNOSIS POINTERS.
117600*
117700 5420-MAP-SV2.
117800     IF NOT WS-LINE-IS-OPEN
117900         GO TO 5420-EXIT
118000     END-IF
118100     MOVE WS-ELEM(1) TO MEDG-SVC-REVENUE-CODE OF WS-SVC-BUILD
118200     IF WS-ELEM(2) NOT = SPACES
118300         MOVE WS-ELEM(2) TO WS-COMP-SOURCE
118400         PERFORM 5415-MAP-PROC-COMPOSITE
118500     END-IF
118600     MOVE WS-ELEM(3) TO WS-NUM-SOURCE
118700     PERFORM 5416-MAP-LINE-CHARGE
118800     MOVE WS-ELEM(5) TO WS-NUM-SOURCE
118900     PERFORM 5417-MAP-LINE-UNITS.
119000 5420-EXIT.
119100     EXIT.
119200
119300 5430-MAP-CTP.
119400     IF NOT WS-LINE-IS-OPEN
119500         GO TO 5430-EXIT
119600     END-IF
119700     MOVE WS-ELEM(4) TO WS-NUM-SOURCE
119800     PERFORM 7300-CONVERT-NUMBER
119900     IF WS-NUM-IS-VALID AND WS-NUM-VALUE < 10000000
120000         MOVE WS-NUM-VALUE
120100             TO MEDG-CLM60-NDC-QUANTITY OF WS-C60-BUILD
120200     END-IF
120300     MOVE WS-ELEM(5) TO WS-COMP-SOURCE
120400     PERFORM 3200-SPLIT-COMPOSITE
120500     MOVE WS-COMP(1) TO MEDG-CLM60-NDC-UOM OF WS-C60-BUILD.
120600 5430-EXIT.
120700     EXIT.
120800
120900*
121000* SVD (2430) IS THE OTHER PAYER'S ADJUDICATION OF THIS LINE; THE
121100* CAS SEGMENTS THAT FOLLOW IT BELONG TO THAT PAYER.
121200*
121300 5440-MAP-SVD.
121400     IF NOT WS-LINE-IS-OPEN
121500         GO TO 5440-EXIT
121600     END-IF
121700     SET WS-LINE-HAS-SVD TO TRUE
121800     MOVE WS-ELEM(1) TO MEDG-SVC-OPR-PAYER-ID OF WS-SVC-BUILD
121900     MOVE WS-ELEM(2) TO WS-NUM-SOURCE
122000     PERFORM 7300-CONVERT-NUMBER
122100     IF WS-NUM-IS-VALID AND WS-NUM-VALUE < 10000000
122200         MOVE WS-NUM-VALUE
122300             TO MEDG-SVC-OPR-PAID-AMT OF WS-SVC-BUILD
122400     END-IF.
122500 5440-EXIT.
122600     EXIT.
122700
122800*
122900* CAS CARRIES A GROUP CODE AND UP TO SIX REASON/AMOUNT/QUANTITY
123000* TRIPLETS. CLAIM-LEVEL (2320) CAS HAS NO HOME ON THE FLAT
123100* RECORDS AND IS NOT CARRIED.
123200*
123300 5450-MAP-CAS.
123400     IF NOT WS-LINE-IS-OPEN
123500         GO TO 5450-EXIT
123600     END-IF
123700     PERFORM 5455-MAP-CAS-TRIPLET THRU 5455-EXIT
123800         VARYING WS-CAS-K FROM 2 BY 3
123900         UNTIL WS-CAS-K > 17.
124000 5450-EXIT.
124100     EXIT.
124200
124300 5455-MAP-CAS-TRIPLET.
124400     IF WS-ELEM(WS-CAS-K) = SPACES
124500         GO TO 5455-EXIT
124600     END-IF
124700     MOVE WS-ELEM(WS-CAS-K + 1) TO WS-NUM-SOURCE
124800     PERFORM 7300-CONVERT-NUMBER
124900     IF NOT WS-NUM-IS-VALID OR WS-NUM-VALUE NOT < 10000000
125000         MOVE ZERO TO WS-NUM-VALUE
125100     END-IF
125200     IF WS-LINE-HAS-SVD
125300         IF MEDG-SVC-OPR-CAS-CNT OF WS-SVC-BUILD < 10
125400             ADD 1 TO MEDG-SVC-OPR-CAS-CNT OF WS-SVC-BUILD
125500             MOVE WS-ELEM(1) TO MEDG-SVC-OPR-CAS-GROUP-CD
125600                 OF WS-SVC-BUILD
125700                 (MEDG-SVC-OPR-CAS-CNT OF WS-SVC-BUILD)
125800             MOVE WS-ELEM(WS-CAS-K) TO MEDG-SVC-OPR-CAS-REASN-CD
125900                 OF WS-SVC-BUILD
126000                 (MEDG-SVC-OPR-CAS-CNT OF WS-SVC-BUILD)
126100             MOVE WS-NUM-VALUE TO MEDG-SVC-OPR-CAS-AMOUNT
126200                 OF WS-SVC-BUILD
126300                 (MEDG-SVC-OPR-CAS-CNT OF WS-SVC-BUILD)
126400         END-IF
126500     ELSE
126600         IF WS-LIN-CAS-COUNT < 10
126700             ADD 1 TO WS-LIN-CAS-COUNT
126800             MOVE WS-ELEM(1) TO MEDG-SVC-CAS-GROUP-CD
126900                 OF WS-SVC-BUILD (WS-LIN-CAS-COUNT)
127000             MOVE WS-ELEM(WS-CAS-K) TO MEDG-SVC-CAS-REASN-CD
127100                 OF WS-SVC-BUILD (WS-LIN-CAS-COUNT)
127200             MOVE WS-NUM-VALUE TO MEDG-SVC-CAS-AMOUNT
127300                 OF WS-SVC-BUILD (WS-LIN-CAS-COUNT)
127400             MOVE WS-ELEM(WS-CAS-K + 2) TO WS-NUM-SOURCE
127500             PERFORM 7300-CONVERT-NUMBER
127600             IF WS-NUM-IS-VALID
127700                 MOVE WS-NUM-VALUE TO MEDG-SVC-CAS-QUANTITY
127800                     OF WS-SVC-BUILD (WS-LIN-CAS-COUNT)
127900             END-IF
128000         END-IF
128100     END-IF.
128200 5455-EXIT.
128300     EXIT.
128400
128500******************************************************************
128600* CLAIM AND LINE CLOSE                                           *
128700******************************************************************
128800*
128900* RUNS AT THE NEXT CLM, HL OR SE. A CLAIM THAT PASSED ITS
129000* SEGMENT EDITS MUST ALSO HAVE A SUBSCRIBER, A PROVIDER NPI AND
129100* AT LEAST ONE LINE, AND CLM02 MUST EQUAL THE SUM OF ITS LINES.
129200*
129300 3700-CLOSE-CLAIM.
129400     IF NOT WS-CLM-IS-OPEN
129500         GO TO 3700-EXIT
129600     END-IF
129700     PERFORM 3800-CLOSE-LINE THRU 3800-EXIT
129800     SET WS-CLM-OPEN-SW TO 'N'
129900     SET WS-OTHER-PAYER-SW TO 'N'
130000     IF MEDG-CLM50-RENDPROV-NPI OF WS-CLM-BUILD = SPACES
130100         MOVE WS-BILL-NPI
130200             TO MEDG-CLM50-RENDPROV-NPI OF WS-CLM-BUILD
130300         MOVE WS-BILL-LAST
130400             TO MEDG-CLM50-RENDPROV-LAST OF WS-CLM-BUILD
130500         MOVE WS-BILL-FIRST
130600             TO MEDG-CLM50-RENDPROV-FIRST OF WS-CLM-BUILD
130700     END-IF
131600     IF NOT WS-CLM-REJECTED
131700         EVALUATE TRUE
131800             WHEN MEDG-CLM50-SUBSCR-LAST OF WS-CLM-BUILD = SPACES
131900                 MOVE 'NO NM1*IL SUBSCRIBER NAME FOR THE CLAIM'
132000                     TO WS-CLM-REJ-REASON
132100                 SET WS-CLM-REJECTED TO TRUE
132200             WHEN MEDG-CLM50-RENDPROV-NPI OF WS-CLM-BUILD = SPACES
132300                 MOVE 'NO RENDERING OR BILLING PROVIDER NPI'
132400                     TO WS-CLM-REJ-REASON
132500                 SET WS-CLM-REJECTED TO TRUE
132600             WHEN WS-LIN-TABLE-COUNT = ZERO
132700                 MOVE 'CLAIM HAS NO LX/SV1/SV2 SERVICE LINES'
132800                     TO WS-CLM-REJ-REASON
132900                 SET WS-CLM-REJECTED TO TRUE
133000             WHEN WS-CLM-LINE-CHG NOT = WS-CLM-TOT-CHG
133100                 MOVE 'CLM02 NOT EQUAL TO SUM OF LINE CHARGES'
133200                     TO WS-CLM-REJ-REASON
133300                 SET WS-CLM-REJECTED TO TRUE
133400             WHEN OTHER
133500                 CONTINUE
133600         END-EVALUATE
133700     END-IF
133800     IF WS-CLM-REJECTED
133900         ADD 1 TO WS-TOT-CLAIMS-REJECTED
134000         MOVE WS-CLM-REJ-REASON TO WS-REJ-REASON
134100         MOVE 'CLAIM'           TO WS-REJ-LEVEL
134200         PERFORM 8000-WRITE-REJECT-LINE
134300     ELSE
134400         PERFORM 3750-STAGE-CLAIM
134500     END-IF.
134600 3700-EXIT.
134700     EXIT.
134800
134900 3750-STAGE-CLAIM.
135000     WRITE STWK-LINE FROM WS-CLM-BUILD
135100     PERFORM VARYING WS-LIN-IX FROM 1 BY 1
135200             UNTIL WS-LIN-IX > WS-LIN-TABLE-COUNT
135300         WRITE STWK-LINE FROM WS-LIN-C60-IMAGE(WS-LIN-IX)
135400         WRITE STWK-LINE FROM WS-LIN-SVC-IMAGE(WS-LIN-IX)
135500         ADD 1 TO WS-TOT-LINES-WRITTEN
135600     END-PERFORM
135700     ADD 1 TO WS-ST-CLAIM-COUNT
135800     ADD WS-CLM-TOT-CHG TO WS-ST-CLAIM-AMT.
135900
136000*
136100* FINISHES THE OPEN LINE. CLAIM-LEVEL DATES, FACILITY AND
136200* TAXONOMY FILL ANYTHING THE LINE DID NOT CARRY; THE LINE'S
136300* POINTED-TO DIAGNOSES ARE LAID INTO PRIMARY/SECONDARY 1-3 WITH
136400* DIAG-PTR-N HOLDING THE HI POSITION EACH ONE CAME FROM.
136500*
136600 3800-CLOSE-LINE.
136700     IF NOT WS-LINE-IS-OPEN
136800         GO TO 3800-EXIT
136900     END-IF
137000     SET WS-LINE-OPEN-SW TO 'N'
137100     IF MEDG-SVC-DATE-FROM OF WS-SVC-BUILD = SPACES
137200         IF WS-CLM-FROM-DATE NOT = SPACES
137300             MOVE WS-CLM-FROM-DATE
137400                 TO MEDG-SVC-DATE-FROM OF WS-SVC-BUILD
137500             MOVE WS-CLM-TO-DATE
137600                 TO MEDG-SVC-DATE-TO OF WS-SVC-BUILD
137700         ELSE
137800             MOVE MEDG-CLM50-ADMIT-DATE OF WS-CLM-BUILD
137900                 TO MEDG-SVC-DATE-FROM OF WS-SVC-BUILD
138000             MOVE MEDG-CLM50-ADMIT-DATE OF WS-CLM-BUILD
138100                 TO MEDG-SVC-DATE-TO OF WS-SVC-BUILD
138200         END-IF
138300     END-IF
138400     IF WS-CLM-FROM-DATE = SPACES
138500         OR MEDG-SVC-DATE-FROM OF WS-SVC-BUILD < WS-CLM-FROM-DATE
138600         MOVE MEDG-SVC-DATE-FROM OF WS-SVC-BUILD
138700             TO WS-CLM-FROM-DATE
138800     END-IF
138900     IF MEDG-SVC-DATE-TO OF WS-SVC-BUILD > WS-CLM-TO-DATE
139000         MOVE MEDG-SVC-DATE-TO OF WS-SVC-BUILD TO WS-CLM-TO-DATE
139100     END-IF
139200     MOVE WS-CLM-FACILITY-NAME
139300         TO MEDG-SVC-FACILITY-NAME OF WS-SVC-BUILD
139400     MOVE WS-CLM-TAXONOMY
139500         TO MEDG-SVC-TAXONOMY-CODE OF WS-SVC-BUILD
139600     IF MEDG-HDR-PART-IND OF WS-HDR-BUILD = 'A'
139700         PERFORM VARYING WS-PTR-IX FROM 1 BY 1 UNTIL WS-PTR-IX > 4
139800             IF WS-PTR-IX NOT > WS-DX-COUNT
139900                 MOVE WS-PTR-IX TO WS-LIN-PTR(WS-PTR-IX)
140000             END-IF
140100         END-PERFORM
140200     END-IF
140300     PERFORM 3810-SET-LINE-DIAGNOSES
140400     ADD MEDG-SVC-SUBMITTED-CHG OF WS-SVC-BUILD TO WS-CLM-LINE-CHG
140500     IF WS-LIN-TABLE-COUNT < 99
140600         ADD 1 TO WS-LIN-TABLE-COUNT
140700         SET WS-LIN-IX TO WS-LIN-TABLE-COUNT
140800         MOVE WS-C60-BUILD TO WS-LIN-C60-IMAGE(WS-LIN-IX)
140900         MOVE WS-SVC-BUILD TO WS-LIN-SVC-IMAGE(WS-LIN-IX)
141000     ELSE
141100         IF NOT WS-CLM-REJECTED
141200             MOVE 'CLAIM HAS MORE THAN 99 SERVICE LINES'
141300                 TO WS-CLM-REJ-REASON
141400         END-IF
141500         SET WS-CLM-REJECTED TO TRUE
141600     END-IF.
141700 3800-EXIT.
141800     EXIT.
141900
142000 3810-SET-LINE-DIAGNOSES.
142100     MOVE WS-LIN-PTR(1) TO MEDG-SVC-DIAG-PTR-1 OF WS-SVC-BUILD
142200     MOVE WS-LIN-PTR(2) TO MEDG-SVC-DIAG-PTR-2 OF WS-SVC-BUILD
142300     MOVE WS-LIN-PTR(3) TO MEDG-SVC-DIAG-PTR-3 OF WS-SVC-BUILD
142400     MOVE WS-LIN-PTR(4) TO MEDG-SVC-DIAG-PTR-4 OF WS-SVC-BUILD
142500     PERFORM VARYING WS-PTR-IX FROM 1 BY 1 UNTIL WS-PTR-IX > 4
142600         MOVE WS-LIN-PTR(WS-PTR-IX) TO WS-PTR-VALUE
142700         IF WS-PTR-VALUE > WS-DX-COUNT
142800             IF NOT WS-CLM-REJECTED
142900                 MOVE 'DIAGNOSIS POINTER PAST LAST HI DIAGNOSIS'
143000                     TO WS-CLM-REJ-REASON
143100             END-IF
143200             SET WS-CLM-REJECTED TO TRUE
143300             MOVE ZERO TO WS-PTR-VALUE
143400         END-IF
143500         IF WS-PTR-VALUE > ZERO
143600             EVALUATE WS-PTR-IX
143700                 WHEN 1
143800                     MOVE WS-DX-CODE(WS-PTR-VALUE)
143900                         TO MEDG-SVC-PRIMARY-DIAG OF WS-SVC-BUILD
143910                     MOVE WS-DX-POA(WS-PTR-VALUE)
143920                         TO MEDG-SVC-PRIMARY-POA OF WS-SVC-BUILD
144000                 WHEN 2
144100                     MOVE WS-DX-CODE(WS-PTR-VALUE)
144200                         TO MEDG-SVC-SECONDARY-DIAG1
144300                             OF WS-SVC-BUILD
144310                     MOVE WS-DX-POA(WS-PTR-VALUE)
144320                         TO MEDG-SVC-SECONDARY-POA1
144330                             OF WS-SVC-BUILD
144400                 WHEN 3
144500                     MOVE WS-DX-CODE(WS-PTR-VALUE)
144600                         TO MEDG-SVC-SECONDARY-DIAG2
144700                             OF WS-SVC-BUILD
144710                     MOVE WS-DX-POA(WS-PTR-VALUE)
144720                         TO MEDG-SVC-SECONDARY-POA2
144730                             OF WS-SVC-BUILD
144800                 WHEN 4
144900                     MOVE WS-DX-CODE(WS-PTR-VALUE)
145000                         TO MEDG-SVC-SECONDARY-DIAG3
145100                             OF WS-SVC-BUILD
145110                     MOVE WS-DX-POA(WS-PTR-VALUE)
145120                         TO MEDG-SVC-SECONDARY-POA3
145130                             OF WS-SVC-BUILD
145200             END-EVALUATE
145300         END-IF
145400     END-PERFORM.
145500
145600******************************************************************
145700* CONVERSION HELPERS                                             *
145800******************************************************************
145900 7100-TRIMMED-LENGTH.
146000     MOVE 38 TO WS-TRIM-LEN
146100     PERFORM UNTIL WS-TRIM-LEN = ZERO
146200             OR WS-CUR-CLM01(WS-TRIM-LEN:1) NOT = SPACE
146300         SUBTRACT 1 FROM WS-TRIM-LEN
146400     END-PERFORM.
146500
146600 7300-CONVERT-NUMBER.
146700     MOVE ZERO TO WS-NUM-VALUE
146800     MOVE 'N'  TO WS-NUM-VALID-SW
146900     IF WS-NUM-SOURCE NOT = SPACES
147000         AND FUNCTION TEST-NUMVAL (WS-NUM-SOURCE) = ZERO
147100         COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL (WS-NUM-SOURCE)
147200         IF WS-NUM-VALUE NOT < ZERO
147300             SET WS-NUM-IS-VALID TO TRUE
147400         END-IF
147500     END-IF.
147600
147700*
147800* DTP02 D8 = CCYYMMDD, RD8 = CCYYMMDD-CCYYMMDD,
147900* DT = CCYYMMDDHHMM.
148000*
148100 7400-CONVERT-DATE.
148200     MOVE SPACES TO WS-DATE-FROM
148300     MOVE SPACES TO WS-DATE-TO
148400     MOVE SPACES TO WS-DATE-HHMM
148500     MOVE 'N'    TO WS-DATE-VALID-SW
148600     EVALUATE WS-ELEM(2)
148700         WHEN 'D8 '
148800             MOVE WS-ELEM(3)(1:8) TO WS-DATE-FROM
148900             MOVE WS-ELEM(3)(1:8) TO WS-DATE-TO
149000         WHEN 'RD8'
149100             MOVE WS-ELEM(3)(1:8)  TO WS-DATE-FROM
149200             MOVE WS-ELEM(3)(10:8) TO WS-DATE-TO
149300         WHEN 'DT '
149400             MOVE WS-ELEM(3)(1:8)  TO WS-DATE-FROM
149500             MOVE WS-ELEM(3)(1:8)  TO WS-DATE-TO
149600             MOVE WS-ELEM(3)(9:4)  TO WS-DATE-HHMM
149700         WHEN OTHER
149800             CONTINUE
149900     END-EVALUATE
150000     IF WS-DATE-FROM IS NUMERIC AND WS-DATE-TO IS NUMERIC
150100         AND WS-DATE-TO NOT < WS-DATE-FROM
150200         SET WS-DATE-IS-VALID TO TRUE
150300     END-IF.
150400
150500******************************************************************
150600* REJECT REPORTING                                               *
150700******************************************************************
150800 8000-WRITE-REJECT-LINE.
150900     ADD 1 TO WS-TOT-REJECT-LINES
151000*A CLAIM-LEVEL REJECT IS POSITIONED AT ITS CLM SEGMENT.
151100     IF WS-REJ-LEVEL = 'CLAIM'
151200         MOVE WS-CLM-SEG-POS    TO WS-SEG-POS-ED
151300         MOVE WS-CLM-FILE-POS   TO WS-FILE-POS-ED
151400         MOVE 'CLM'             TO WS-REJ-SEG-ID
151500     ELSE
151600         MOVE WS-ST-SEG-COUNT   TO WS-SEG-POS-ED
151700         MOVE WS-FILE-SEG-COUNT TO WS-FILE-POS-ED
151800         MOVE WS-SEG-ID         TO WS-REJ-SEG-ID
151900     END-IF
152000     MOVE SPACES TO RPT-LINE
152100     STRING WS-REJ-LEVEL
152200         ' ISA ' WS-ISA-CTL
152300         ' GS ' WS-GS-CTL
152400         ' ST ' WS-ST-CTL
152500         ' SEG ' WS-SEG-POS-ED
152600         ' (' WS-REJ-SEG-ID ' FILE SEG ' WS-FILE-POS-ED ')'
152700         DELIMITED BY SIZE INTO RPT-LINE
152800     WRITE RPT-LINE
152900     MOVE SPACES TO RPT-LINE
153000     IF WS-REJ-LEVEL = 'CLAIM'
153100         STRING '    CLM01 ' WS-CUR-CLM01(1:20) ' - '
153200             WS-REJ-REASON
153300             DELIMITED BY SIZE INTO RPT-LINE
153400     ELSE
153500         STRING '    ' WS-REJ-REASON
153600             DELIMITED BY SIZE INTO RPT-LINE
153700     END-IF
153800     WRITE RPT-LINE.
153900
154000 8100-WRITE-SEGMENT-REJECT.
154100     MOVE 'SEGMENT'    TO WS-REJ-LEVEL
154200     PERFORM 8000-WRITE-REJECT-LINE.
154300
154400*
154500* THE TRANSACTION SET'S STAGED CLAIMS ARE DISCARDED.
154600*
154700 8200-REJECT-TRANSACTION.
154800     IF NOT WS-ST-REJECTED
154900         ADD 1 TO WS-TOT-ST-REJECTED
155000         MOVE 'TRANSACTION' TO WS-REJ-LEVEL
155100         PERFORM 8000-WRITE-REJECT-LINE
155200     END-IF
155300     SET WS-ST-REJECTED TO TRUE
155400     SET WS-CLM-OPEN-SW  TO 'N'
155500     SET WS-LINE-OPEN-SW TO 'N'.
155600
155700*
155800* THE INTERCHANGE'S STAGED CLAIMS ARE DISCARDED AT THE IEA.
155900*
156000 8300-REJECT-INTERCHANGE.
156100     IF NOT WS-ISA-REJECTED
156200         ADD 1 TO WS-TOT-ISA-REJECTED
156300         MOVE 'INTERCHANGE' TO WS-REJ-LEVEL
156400         PERFORM 8000-WRITE-REJECT-LINE
156500     END-IF
156600     SET WS-ISA-REJECTED TO TRUE
156700     IF NOT WS-HDR-WRITTEN
156800         SET WS-HDR-CAPTURED-SW TO 'N'
156900     END-IF.
157000
157100 4000-WRITE-SUMMARY.
157200     MOVE SPACES TO RPT-LINE
157300     WRITE RPT-LINE
157400     MOVE SPACES TO RPT-LINE
157500     STRING 'INTERCHANGES READ: ' WS-TOT-INTERCHANGES
157600         '   REJECTED: ' WS-TOT-ISA-REJECTED
157700         DELIMITED BY SIZE INTO RPT-LINE
157800     WRITE RPT-LINE
157900     MOVE SPACES TO RPT-LINE
158000     STRING 'TRANSACTION SETS READ: ' WS-TOT-TRANSACTIONS
158100         '   REJECTED: ' WS-TOT-ST-REJECTED
158200         DELIMITED BY SIZE INTO RPT-LINE
158300     WRITE RPT-LINE
158400     MOVE SPACES TO RPT-LINE
158500     STRING 'SEGMENTS READ: ' WS-FILE-SEG-COUNT
158600         DELIMITED BY SIZE INTO RPT-LINE
158700     WRITE RPT-LINE
158800     MOVE SPACES TO RPT-LINE
158900     STRING 'CLAIMS READ: ' WS-TOT-CLAIMS-READ
159000         '   CLAIM-LEVEL REJECTS: ' WS-TOT-CLAIMS-REJECTED
159100         DELIMITED BY SIZE INTO RPT-LINE
159200     WRITE RPT-LINE
159300     MOVE WS-TOT-CLAIM-AMT TO WS-AMT-ED
159400     MOVE SPACES TO RPT-LINE
159500     STRING 'CLAIMS WRITTEN TO EXTRACT: ' WS-TOT-CLAIMS-WRITTEN
159600         '   SUBMITTED CHARGES: ' WS-AMT-ED
159700         DELIMITED BY SIZE INTO RPT-LINE
159800     WRITE RPT-LINE
159900     MOVE SPACES TO RPT-LINE
160000     STRING 'EXTRACT RECORDS WRITTEN: ' WS-EXTR-REC-COUNT
160100         DELIMITED BY SIZE INTO RPT-LINE
160200     WRITE RPT-LINE.
160300
160400 8500-WRITE-CONTROL-LEDGER.
160500     OPEN EXTEND CONTROL-LEDGER
160600     IF WS-CTLG-STATUS = '35'
160700         OPEN OUTPUT CONTROL-LEDGER
160800     END-IF
160900     MOVE 'BCPX12IN'         TO CTLG-PROGRAM
161000     MOVE WS-TODAY-DATE      TO CTLG-RUN-DATE
161100     MOVE 'X12IN   '         TO CTLG-FILE-NAME
161200     MOVE 'I'                TO CTLG-DIRECTION
161300     MOVE WS-TOT-CLAIMS-READ TO CTLG-REC-COUNT
161400     MOVE ZERO               TO CTLG-AMOUNT
161500     WRITE CTLG-RECORD
161600     MOVE 'CLMEXTR '         TO CTLG-FILE-NAME
161700     MOVE 'O'                TO CTLG-DIRECTION
161800     MOVE WS-TOT-CLAIMS-WRITTEN TO CTLG-REC-COUNT
161900     MOVE WS-TOT-CLAIM-AMT   TO CTLG-AMOUNT
162000     WRITE CTLG-RECORD
162100     CLOSE CONTROL-LEDGER.
162200
162300 9000-TERMINATE.
162400     PERFORM 8500-WRITE-CONTROL-LEDGER
162500     CLOSE X12-STREAM-IN
162600     CLOSE CLAIM-EXTRACT
162700     CLOSE X12-REJECT-RPT
162800     EVALUATE TRUE
162900         WHEN WS-TOT-CLAIMS-WRITTEN = ZERO
163000             MOVE 8 TO RETURN-CODE
163100         WHEN WS-TOT-REJECT-LINES NOT = ZERO
163200             MOVE 4 TO RETURN-CODE
163300         WHEN OTHER
163400             CONTINUE
163500     END-EVALUATE.
