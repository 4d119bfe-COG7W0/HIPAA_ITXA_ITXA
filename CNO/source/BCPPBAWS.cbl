001400*            ROWS FLIP TO APPROVED) AND THE APPROVER IDENTITY    *
001500*            IS STAMPED ON THE QUEUE ENTRY.                      *
001600******************************************************************
001600******************************************************************
001600* 10-15-26 - R KOWALSKI - AR 150133 - FEDACH ROUTING NUMBER      *
001600*            CHECK. EACH QUEUED ROUTING NUMBER GOES THROUGH      *
001600*            BCPABAVL; THE LIST AND THE DECISION SCREEN SHOW THE *
001600*            RECEIVING BANK'S NAME FROM THE FEDACH PARTICIPANT   *
001600*            DIRECTORY SO THE APPROVER SEES WHERE THE MONEY WILL *
001600*            GO. A ROUTING NUMBER THAT IS NOT NINE DIGITS, FAILS *
001600*            ITS CHECK DIGIT OR IS NOT AN ACH PARTICIPANT CANNOT *
001600*            BE APPROVED - ONLY REJECTED. WITH NO DIRECTORY ON   *
001600*            HAND THE CHECK DIGIT ALONE IS ENFORCED AND THE      *
001600*            SCREEN SAYS THE BANK IS UNVERIFIED.                 *
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. BCPPBAWS.
001900 ENVIRONMENT DIVISION.
008600 01  WS-APPROVED-COUNT         PIC 9(03)      VALUE ZERO.
008700 01  WS-REJECTED-COUNT         PIC 9(03)      VALUE ZERO.
008800 01  WS-APPLIED-COUNT          PIC 9(03)      VALUE ZERO.
008810*AR 150133 - ROUTING NUMBER CHECK THROUGH BCPABAVL.
008820 01  WS-ABA-RESULT             PIC X(01)      VALUE SPACE.
008830     88  WS-ABA-VALID              VALUE 'V'.
008840     88  WS-ABA-BAD-FORMAT         VALUE 'F'.
008850     88  WS-ABA-BAD-CHECK-DIGIT    VALUE 'C'.
008860     88  WS-ABA-NOT-PARTICIPANT    VALUE 'N'.
008870     88  WS-ABA-UNVERIFIED         VALUE 'U'.
008880     88  WS-ABA-APPROVABLE         VALUE 'V' 'U'.
008890 01  WS-ABA-BANK-NAME          PIC X(36).
008891 01  WS-ABA-SHORT-TEXT         PIC X(20).
008892 01  WS-OUT-BANK-LINE          PIC X(70)      VALUE SPACES.
008893 01  WS-ABA-REFUSED-COUNT      PIC 9(03)      VALUE ZERO.
008900 SCREEN SECTION.
009000 01  SD-LIST-SCREEN.
009100     05  BLANK SCREEN.
010800     05  BLANK SCREEN.
010900     05  LINE 1  COLUMN 1  VALUE 'BANK CHANGE DECISION'.
011000     05  LINE 3  COLUMN 1  PIC X(70) USING WS-OUT-MESSAGE.
011010     05  LINE 4  COLUMN 1  PIC X(70) FROM WS-OUT-BANK-LINE.
011100     05  LINE 5  COLUMN 1
011200         VALUE 'A=APPROVE R=REJECT (OTHER=CANCEL): '.
011300     05  LINE 5  COLUMN 37 PIC X(01) USING WS-IN-DECISION.
021200         WS-ACCT-CLEAR WS-ACCT-MASKED
021300     END-CALL.
021400
021410*AR 150133 - THE BANK NAME, OR WHY THE ROUTING NUMBER FAILED,
021420*FOR THE LIST (SHORT) AND THE DECISION SCREEN (FULL LINE).
021430 2060-CHECK-ENTRY-ROUTING.
021440     MOVE SPACE TO WS-ABA-RESULT
021450     CALL 'BCPABAVL' USING WS-PBP-ABA(WS-PBP-IX)
021460         WS-ABA-RESULT WS-ABA-BANK-NAME
021470     END-CALL
021480     MOVE SPACES TO WS-OUT-BANK-LINE
021490     EVALUATE TRUE
021500         WHEN WS-ABA-VALID
021510             MOVE WS-ABA-BANK-NAME TO WS-ABA-SHORT-TEXT
021520             STRING 'BANK: ' WS-ABA-BANK-NAME
021530                 DELIMITED BY SIZE INTO WS-OUT-BANK-LINE
021540         WHEN WS-ABA-UNVERIFIED
021550             MOVE 'BANK NOT VERIFIED' TO WS-ABA-SHORT-TEXT
021560             STRING 'BANK: NOT VERIFIED - '
021570                 'FEDACH DIRECTORY NOT AVAILABLE'
021575                 DELIMITED BY SIZE INTO WS-OUT-BANK-LINE
021580         WHEN WS-ABA-BAD-FORMAT
021590             MOVE '** BAD ROUTING **' TO WS-ABA-SHORT-TEXT
021600             STRING 'ROUTING NUMBER IS NOT NINE DIGITS'
021610                 ' - REJECT ONLY'
021615                 DELIMITED BY SIZE INTO WS-OUT-BANK-LINE
021620         WHEN WS-ABA-BAD-CHECK-DIGIT
021630             MOVE '** BAD ROUTING **' TO WS-ABA-SHORT-TEXT
021640             STRING 'ROUTING NUMBER CHECK DIGIT FAILS'
021650                 ' - REJECT ONLY'
021655                 DELIMITED BY SIZE INTO WS-OUT-BANK-LINE
021660         WHEN OTHER
021670             MOVE '** NOT ON FEDACH **' TO WS-ABA-SHORT-TEXT
021680             STRING 'ROUTING NUMBER IS NOT A FEDACH PARTICIPANT'
021690                 ' - REJECT ONLY'
021695                 DELIMITED BY SIZE INTO WS-OUT-BANK-LINE
021700     END-EVALUATE.
021710
021500 2100-BUILD-LIST-LINES.
021600     PERFORM VARYING WS-LIST-ROW FROM 1 BY 1
021700             UNTIL WS-LIST-ROW > 10
022000         IF WS-LIST-IX <= WS-PBP-TABLE-COUNT
022100             SET WS-PBP-IX TO WS-LIST-IX
022200             PERFORM 2050-MASK-ENTRY-ACCT
022210             PERFORM 2060-CHECK-ENTRY-ROUTING
022300             STRING WS-LIST-IX
022400                 ' NPI ' WS-PBP-NPI(WS-PBP-IX)
022500                 ' ' WS-ACCT-MASKED(1:20)
022600                 ' SRC ' WS-PBP-SOURCE(WS-PBP-IX)
022700                 ' ST ' WS-PBP-STAT(WS-PBP-IX)
022710                 ' ' WS-ABA-SHORT-TEXT
022800                 DELIMITED BY SIZE
022900                 INTO WS-LIST-LINE(WS-LIST-ROW)
023000         END-IF
023600         CONTINUE
023700     ELSE
023800         PERFORM 2050-MASK-ENTRY-ACCT
023810         PERFORM 2060-CHECK-ENTRY-ROUTING
023900         MOVE SPACES TO WS-OUT-MESSAGE
024000         STRING 'NPI ' WS-PBP-NPI(WS-PBP-IX)
024100             ' ACCT ' WS-ACCT-MASKED(1:20)
024800         EVALUATE WS-IN-DECISION
024900             WHEN 'A'
025000             WHEN 'a'
025010                 IF NOT WS-ABA-APPROVABLE
025020                     ADD 1 TO WS-ABA-REFUSED-COUNT
025030                 ELSE
025100                 ADD 1 TO WS-APPROVED-COUNT
025200                 MOVE 'A' TO WS-PBP-STAT(WS-PBP-IX)
025300                 PERFORM 3100-STAMP-DECISION
025310                 END-IF
025400             WHEN 'R'
025500             WHEN 'r'
025600                 ADD 1 TO WS-REJECTED-COUNT
034700     DISPLAY 'BANK CHANGE DECISIONS - APPROVED: '
034800         WS-APPROVED-COUNT
034900         ' REJECTED: ' WS-REJECTED-COUNT
035000         ' APPLIED TO MASTER: ' WS-APPLIED-COUNT
035010     DISPLAY 'APPROVALS REFUSED - ROUTING NUMBER FAILED: '
035020         WS-ABA-REFUSED-COUNT.
