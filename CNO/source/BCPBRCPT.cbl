001700*            BATCH OF THE CYCLE SO EACH SUSPEND IS REPORTED      *
001800*            EXACTLY ONCE.                                       *
001900******************************************************************
001907* 10-15-26 - R KOWALSKI - AR 150148 - VOLUME HOLDS ON THE        *
001914*            RECEIPT. THE HOLD REGISTER BCPVOLCK WROTE THIS      *
001921*            CYCLE (BCPBHOLD, DD BHOLD, OPTIONAL) IS TABLED: A   *
001928*            BATCH GROUP HELD FOR VOLUME REVIEW GETS HOLD STATUS *
001935*            H AND ITS COUNT/DOLLAR OUT-OF-BAND DIRECTIONS ON    *
001942*            ITS RH RECORD, AND EACH HOLD CLOSED THIS CYCLE -    *
001949*            RELEASED AND TRANSMITTED, OR REJECTED - GETS ITS    *
001956*            OWN RH/RT RECEIPT WITH HOLD STATUS R OR X AND THE   *
001963*            DECISION DATE, SO THE SENDER HEARS HOW THE HOLD WAS *
001970*            RESOLVED. A REJECTED BATCH'S RT SHOWS NOTHING       *
001977*            ACCEPTED.                                           *
001984******************************************************************
001986* 10-15-26 - R KOWALSKI - AR 150148 - HOLD REGISTER ROWS BEYOND  *
001988*            THE 500-ENTRY TABLE ARE NOW COUNTED AND CALLED OUT  *
001990*            ON THE SUMMARY, AND THE STEP ENDS RC 4, INSTEAD OF  *
001992*            BEING DROPPED SILENTLY.                             *
001994******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. BCPBRCPT.
002200 ENVIRONMENT DIVISION.
003400     SELECT RECEIPT-SUMMARY-RPT ASSIGN TO BRCPTRPT
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-RPT-STATUS.
003610     SELECT OPTIONAL HOLD-REGISTER ASSIGN TO BHOLD
003620            ORGANIZATION IS LINE SEQUENTIAL
003630            FILE STATUS IS WS-BHLD-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  DAILY-837.
004900     COPY BCPBRCPT.
005000 FD  RECEIPT-SUMMARY-RPT.
005100 01  RPT-LINE                  PIC X(132).
005110 FD  HOLD-REGISTER.
005120     COPY BCPBHOLD.
005200 WORKING-STORAGE SECTION.
005300 01  WS-BATCH-STATUS           PIC X(02).
005400 01  WS-SUSP-STATUS            PIC X(02).
008900 01  WS-RECEIPT-COUNT          PIC 9(05)      VALUE ZERO.
009000 01  WS-OOB-COUNT              PIC 9(05)      VALUE ZERO.
009100 01  WS-SUSP-REPORTED          PIC 9(05)      VALUE ZERO.
009104*AR 150148 - THE CYCLE'S VOLUME HOLD REGISTER, AND THE GROUP KEY
009108*IT IS SEARCHED BY.
009112 01  WS-BHLD-STATUS            PIC X(02).
009116 01  WS-BHLD-EOF-SW            PIC X(01)      VALUE 'N'.
009120     88  WS-NO-MORE-BHLD           VALUE 'Y'.
009124 01  WS-HLD-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
009128 01  WS-HLD-TABLE.
009132     05  WS-HLD-ENTRY          OCCURS 1 TO 500 TIMES
009136                               DEPENDING ON WS-HLD-TABLE-COUNT
009140                               INDEXED BY WS-HLD-IX.
009144         10  WS-HLD-KEY            PIC X(44).
009148         10  WS-HLD-REC            PIC X(127).
009152     COPY BCPBHOLD
009156         REPLACING ==BHLD-RECORD== BY ==WRK-HOLD==.
009160 01  WS-GRP-KEY.
009164     05  WS-GRP-KEY-SENDER     PIC X(16).
009168     05  WS-GRP-KEY-RECEIVER   PIC X(16).
009172     05  WS-GRP-KEY-DATE       PIC X(08).
009176     05  WS-GRP-KEY-SEQ        PIC 9(04).
009180 01  WS-HELD-COUNT             PIC 9(05)      VALUE ZERO.
009184 01  WS-RESOLVED-COUNT         PIC 9(05)      VALUE ZERO.
009188 01  WS-HLD-OVERFLOW-COUNT     PIC 9(05)      VALUE ZERO.
009200 PROCEDURE DIVISION.
009300 0000-MAIN-CONTROL.
009400     PERFORM 1000-INITIALIZE
009500     PERFORM 1100-LOAD-SUSPENSE
009510     PERFORM 1200-LOAD-HOLD-REGISTER
009600     PERFORM 2000-PROCESS-RECORD
009700         UNTIL WS-NO-MORE-RECS
009800     IF WS-GROUP-OPEN
009900         PERFORM 3000-CLOSE-GROUP
010000     END-IF
010010     PERFORM 4000-WRITE-HOLD-RESOLUTIONS
010100     PERFORM 5000-WRITE-SUMMARY
010200     PERFORM 9000-TERMINATE
010300     IF WS-OOB-COUNT NOT = ZERO
010350         OR WS-HLD-OVERFLOW-COUNT NOT = ZERO
010400         MOVE 4 TO RETURN-CODE
010500     END-IF
010600     STOP RUN.
014300         AT END
014400             SET WS-NO-MORE-SUSP TO TRUE
014500     END-READ.
014504*AR 150148 - LOAD THE HOLD REGISTER, KEYED AS THE GROUPS ARE.
014508 1200-LOAD-HOLD-REGISTER.
014512     OPEN INPUT HOLD-REGISTER
014516     PERFORM 1210-READ-HOLD
014520     PERFORM UNTIL WS-NO-MORE-BHLD
014524         IF WS-HLD-TABLE-COUNT < 500
014528             ADD 1 TO WS-HLD-TABLE-COUNT
014532             SET WS-HLD-IX TO WS-HLD-TABLE-COUNT
014536             MOVE BHLD-RECORD(2:44) TO WS-HLD-KEY(WS-HLD-IX)
014540             MOVE BHLD-RECORD TO WS-HLD-REC(WS-HLD-IX)
014542         ELSE
014543             ADD 1 TO WS-HLD-OVERFLOW-COUNT
014544         END-IF
014548         PERFORM 1210-READ-HOLD
014552     END-PERFORM
014556     CLOSE HOLD-REGISTER.
014560
014564 1210-READ-HOLD.
014568     READ HOLD-REGISTER
014572         AT END
014576             SET WS-NO-MORE-BHLD TO TRUE
014580     END-READ.
014600
014700 2000-PROCESS-RECORD.
014800     EVALUATE WS-LAST-REC-ID
019900         SET RCPT-BATCH-OUT-OF-BAL TO TRUE
020000         ADD 1 TO WS-OOB-COUNT
020100     END-IF
020110     PERFORM 3050-SET-HOLD-STATE
020200     WRITE RCPT-HDR-RECORD
020300     MOVE ZERO TO WS-GRP-SUSP-COUNT
020400     IF WS-SUS-TABLE-COUNT > ZERO
021400     WRITE RCPT-TRL-RECORD
021500     MOVE 'N' TO WS-GROUP-OPEN-SW.
021600
021603*AR 150148 - A GROUP STILL ON THE REGISTER AND NOT CLOSED IS ON
021606*HOLD FOR VOLUME REVIEW.
021609 3050-SET-HOLD-STATE.
021612     MOVE SPACES TO RCPT-HDR-HOLD-STATUS RCPT-HDR-HOLD-CNT-FLAG
021615                    RCPT-HDR-HOLD-AMT-FLAG RCPT-HDR-HOLD-DATE
021618     MOVE WS-GRP-SENDER       TO WS-GRP-KEY-SENDER
021621     MOVE WS-GRP-RECEIVER     TO WS-GRP-KEY-RECEIVER
021624     MOVE WS-GRP-PROCESS-DATE TO WS-GRP-KEY-DATE
021627     MOVE WS-GRP-BATCH-SEQ    TO WS-GRP-KEY-SEQ
021630     IF WS-HLD-TABLE-COUNT > ZERO
021633         SET WS-HLD-IX TO 1
021636         SEARCH WS-HLD-ENTRY
021639             AT END
021642                 CONTINUE
021645             WHEN WS-HLD-KEY(WS-HLD-IX) = WS-GRP-KEY
021648                 MOVE WS-HLD-REC(WS-HLD-IX) TO WRK-HOLD
021651                 IF BHLD-CLOSED-DATE OF WRK-HOLD = SPACES
021654                     ADD 1 TO WS-HELD-COUNT
021657                     SET RCPT-HELD-FOR-REVIEW TO TRUE
021660                     MOVE BHLD-CNT-FLAG OF WRK-HOLD
021663                         TO RCPT-HDR-HOLD-CNT-FLAG
021666                     MOVE BHLD-AMT-FLAG OF WRK-HOLD
021669                         TO RCPT-HDR-HOLD-AMT-FLAG
021672                     MOVE BHLD-HELD-DATE OF WRK-HOLD
021675                         TO RCPT-HDR-HOLD-DATE
021678                 END-IF
021681         END-SEARCH
021684     END-IF.
021700 3100-REPORT-SUSPENDS.
021800     SET WS-SUS-IX TO WS-SUS-SCAN-IX
021900     IF WS-SUS-SENDER-ID(WS-SUS-IX) = WS-GRP-SENDER
023400         WRITE RCPT-SUSP-RECORD
023500     END-IF.
023600
023602*AR 150148 - ONE RH/RT RECEIPT PER HOLD CLOSED THIS CYCLE. THE
023604*BATCH BALANCED AT INTAKE (BCPVOLCK ONLY SEES BALANCED BATCHES);
023606*A RELEASED BATCH WAS ACCEPTED WHOLE, A REJECTED ONE NOT AT ALL.
023608 4000-WRITE-HOLD-RESOLUTIONS.
023610     IF WS-HLD-TABLE-COUNT > ZERO
023612         PERFORM 4100-WRITE-RESOLUTION
023614             VARYING WS-HLD-IX FROM 1 BY 1
023616             UNTIL WS-HLD-IX > WS-HLD-TABLE-COUNT
023618     END-IF.
023620
023622 4100-WRITE-RESOLUTION.
023624     MOVE WS-HLD-REC(WS-HLD-IX) TO WRK-HOLD
023626     IF BHLD-CLOSED-DATE OF WRK-HOLD NOT = SPACES
023628         ADD 1 TO WS-RECEIPT-COUNT
023630         ADD 1 TO WS-RESOLVED-COUNT
023632         MOVE SPACES TO RCPT-HDR-RECORD
023634         MOVE 'RH'                       TO RCPT-HDR-REC-ID
023636         MOVE BHLD-SENDER-ID OF WRK-HOLD TO RCPT-HDR-SENDER-ID
023638         MOVE BHLD-RECEIVER-ID OF WRK-HOLD
023640             TO RCPT-HDR-RECEIVER-ID
023642         MOVE BHLD-PROCESS-DATE OF WRK-HOLD
023644             TO RCPT-HDR-PROCESS-DATE
023646         MOVE BHLD-BATCH-SEQ-NBR OF WRK-HOLD
023648             TO RCPT-HDR-BATCH-SEQ
023650         SET RCPT-BATCH-BALANCED TO TRUE
023652         MOVE BHLD-CNT-FLAG OF WRK-HOLD  TO RCPT-HDR-HOLD-CNT-FLAG
023654         MOVE BHLD-AMT-FLAG OF WRK-HOLD  TO RCPT-HDR-HOLD-AMT-FLAG
023656         MOVE BHLD-DECISION-DATE OF WRK-HOLD
023658             TO RCPT-HDR-HOLD-DATE
023660         IF BHLD-TRANSMITTED OF WRK-HOLD
023661             SET RCPT-HOLD-RELEASED TO TRUE
023663         ELSE
023665             SET RCPT-HOLD-REJECTED TO TRUE
023666         END-IF
023668         WRITE RCPT-HDR-RECORD
023670         MOVE SPACES TO RCPT-TRL-RECORD
023671         MOVE 'RT'                       TO RCPT-TRL-REC-ID
023673         MOVE ZERO                       TO RCPT-TRL-SUSP-COUNT
023675         IF BHLD-TRANSMITTED OF WRK-HOLD
023676             MOVE BHLD-CLAIM-COUNT OF WRK-HOLD
023678                 TO RCPT-TRL-ACCEPT-COUNT
023680             MOVE BHLD-SUBMITTED OF WRK-HOLD
023681                 TO RCPT-TRL-CHARGE-TOTAL
023683         ELSE
023685             MOVE ZERO TO RCPT-TRL-ACCEPT-COUNT
023686             MOVE ZERO TO RCPT-TRL-CHARGE-TOTAL
023688         END-IF
023690         WRITE RCPT-TRL-RECORD
023692     END-IF.
023696
023700 5000-WRITE-SUMMARY.
023800     MOVE SPACES TO RPT-LINE
023900     STRING 'SENDER DISPOSITION RECEIPT SUMMARY'
024300     STRING '  RECEIPTS WRITTEN: ' WS-RECEIPT-COUNT
024400         '  OUT OF BALANCE: ' WS-OOB-COUNT
024500         '  SUSPENDS REPORTED: ' WS-SUSP-REPORTED
024510         '  HELD: ' WS-HELD-COUNT
024520         '  HOLDS RESOLVED: ' WS-RESOLVED-COUNT
024600         DELIMITED BY SIZE INTO RPT-LINE
024700     WRITE RPT-LINE
024710     IF WS-HLD-OVERFLOW-COUNT NOT = ZERO
024720         MOVE SPACES TO RPT-LINE
024730         STRING '  HOLD REGISTER OVER 500 ENTRIES - '
024740             WS-HLD-OVERFLOW-COUNT
024750             ' NOT LOADED; THEIR BATCHES CARRY NO HOLD STATE'
024760             DELIMITED BY SIZE INTO RPT-LINE
024770         WRITE RPT-LINE
024780     END-IF.
024800
024900 9000-TERMINATE.
025000     CLOSE DAILY-837
