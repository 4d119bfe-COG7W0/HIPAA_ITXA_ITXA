001700*            DRIVEN BUCKETS; CHECK FLOAT AND REISSUES REPORT     *
001800*            UNDER THE DEFAULT COMPANY.                          *
001900******************************************************************
001900******************************************************************
001900* 10-15-26 - R KOWALSKI - AR 150131 - PAYEE PAYMENT CYCLES. A    *
001900*            RESPONSE FOR A PAYEE TIN WITH A PAYMENT CYCLE       *
001900*            PROFILE (BCPPYCYC) SETTLES THE DAY AFTER THE FIRST  *
001900*            RUN THAT FALLS DUE UNDER BCPNACHA'S RULE (ONE OF    *
001900*            THE PAYEE'S PAY DAYS, OR A PAY DAY PASSED SINCE IT  *
001900*            WAS QUEUED), NOT NECESSARILY ON DAY 1. THE          *
001900*            PENDING-PAYMENT FILE BCPNACHA CARRIES FORWARD       *
001900*            (BCPPNDPY) IS PROJECTED THE SAME WAY FROM EACH      *
001900*            ITEM'S QUEUED DATE. WHAT FALLS PAST THE FIVE-DAY    *
001900*            WINDOW IS REPORTED SEPARATELY. NPI-TO-TIN COMES     *
001900*            FROM THE PROVIDER TAX MASTER. RECOUPMENT OFFSETS    *
001900*            ARE PROJECTED AGAINST DAY-1 PAYMENTS ONLY.          *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. BCPCSHFC.
002200 ENVIRONMENT DIVISION.
004300     SELECT OPTIONAL COMP-PROFILE-FILE ASSIGN TO COPRFMST
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS IS WS-CPR-STATUS.
004500*AR 150131 - PROVIDER TAX MASTER, PAYMENT CYCLE PROFILES AND THE
004500*PENDING-PAYMENT FILE.
004500     SELECT OPTIONAL PTX-MASTER-FILE ASSIGN TO PTXMAST
004500            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS IS WS-PTX-STATUS.
004500     SELECT OPTIONAL PAY-CYCLE-FILE ASSIGN TO PAYCYCLE
004500            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS IS WS-PYC-STATUS.
004500     SELECT OPTIONAL PENDING-PAY-FILE ASSIGN TO PNDPIN
004500            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS IS WS-PND-STATUS.
004600     SELECT FORECAST-RPT ASSIGN TO CASHFCST
004700            ORGANIZATION IS LINE SEQUENTIAL
004800            FILE STATUS IS WS-RPT-STATUS.
006200     COPY BCPRCVBL.
006300 FD  COMP-PROFILE-FILE.
006400     COPY BCPCOPRF.
006410 FD  PTX-MASTER-FILE.
006420     COPY BCPPTXMS.
006430 FD  PAY-CYCLE-FILE.
006440     COPY BCPPYCYC.
006450 FD  PENDING-PAY-FILE.
006460     COPY BCPPNDPY.
006500 FD  FORECAST-RPT.
006600 01  RPT-LINE                  PIC X(132).
006700 WORKING-STORAGE SECTION.
009600     05  WS-SETTLE-DAY         OCCURS 5 TIMES.
009700         10  WS-SETTLE-DATE        PIC X(08).
009800         10  WS-SETTLE-OUTFLOW     PIC 9(13)V99.
009810*AR 150131 - THE RUN THAT SETTLES ON THIS DATE (TODAY'S FOR
009820*DAY 1, ELSE THE PRIOR SETTLEMENT DATE) AS AN INTEGER DATE.
009830         10  WS-SETTLE-RUN-INT     PIC 9(07).
009900*PAID KEYS AND CHECK KEYS ALREADY SETTLED.
010000 01  WS-PDK-TABLE-COUNT        PIC 9(06)      VALUE ZERO.
010100 01  WS-PDK-TABLE.
014200 01  WS-OFFSET-PROJECTION      PIC 9(13)V99   VALUE ZERO.
014300 01  WS-NET-DAY1               PIC S9(13)V99  VALUE ZERO.
014400 01  WS-RPT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
014410*AR 150131 - PAYEE PAYMENT CYCLES: NPI-TO-TIN TABLE, PROFILES IN
014410*EFFECT, AND THE CYCLE PAYMENTS PROJECTED PAST DAY 1.
014410 01  WS-PTX-STATUS             PIC X(02).
014410 01  WS-PYC-STATUS             PIC X(02).
014410 01  WS-PND-STATUS             PIC X(02).
014410 01  WS-PTX-EOF-SW             PIC X(01)      VALUE 'N'.
014410     88  WS-NO-MORE-PTX            VALUE 'Y'.
014410 01  WS-PYC-EOF-SW             PIC X(01)      VALUE 'N'.
014410     88  WS-NO-MORE-PYC            VALUE 'Y'.
014410 01  WS-PND-EOF-SW             PIC X(01)      VALUE 'N'.
014410     88  WS-NO-MORE-PND            VALUE 'Y'.
014410 01  WS-TIN-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
014410 01  WS-TIN-TABLE.
014410     05  WS-TIN-ENTRY          OCCURS 1 TO 10000 TIMES
014410                               DEPENDING ON WS-TIN-TABLE-COUNT
014410                               INDEXED BY WS-TIN-IX.
014410         10  WS-TIN-NPI            PIC X(10).
014410         10  WS-TIN-TIN            PIC X(09).
014410 01  WS-PYC-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
014410 01  WS-PYC-TABLE.
014410     05  WS-PYC-ENTRY          OCCURS 1 TO 5000 TIMES
014410                               DEPENDING ON WS-PYC-TABLE-COUNT
014410                               INDEXED BY WS-PYC-IX.
014410         10  WS-PYC-TIN            PIC X(09).
014410         10  WS-PYC-CYCLE          PIC X(01).
014410         10  WS-PYC-DAY-1          PIC 9(01).
014410         10  WS-PYC-DAY-2          PIC 9(01).
014410 01  WS-PYC-FOUND-SW           PIC X(01)      VALUE 'N'.
014410     88  WS-PYC-FOUND              VALUE 'Y'.
014410 01  WS-CYC-CYCLE              PIC X(01).
014410     88  WS-CYC-DAILY              VALUE 'D'.
014410     88  WS-CYC-TWICE-WEEKLY       VALUE 'T'.
014410 01  WS-CYC-DAY-1              PIC 9(01).
014410 01  WS-CYC-DAY-2              PIC 9(01).
014410 01  WS-CYC-DUE-SW             PIC X(01)      VALUE 'N'.
014410     88  WS-CYC-DUE                VALUE 'Y'.
014410 01  WS-CYC-QUEUED-INT         PIC 9(07)      VALUE ZERO.
014410 01  WS-CYC-START-INT          PIC 9(07)      VALUE ZERO.
014410 01  WS-CYC-RUN-INT            PIC 9(07)      VALUE ZERO.
014410 01  WS-CYC-WORK-INT           PIC 9(07)      VALUE ZERO.
014410 01  WS-CYC-WORK-DOW           PIC 9(01)      VALUE ZERO.
014410 01  WS-CYC-SETTLE-IX          PIC 9(01)      VALUE ZERO.
014410 01  WS-CYC-DEFER-COUNT        PIC 9(05)      VALUE ZERO.
014410 01  WS-CYC-DEFER-TOTAL        PIC 9(13)V99   VALUE ZERO.
014410 01  WS-CYC-BEYOND-COUNT       PIC 9(05)      VALUE ZERO.
014410 01  WS-CYC-BEYOND-TOTAL       PIC 9(13)V99   VALUE ZERO.
014410 01  WS-PND-FILE-COUNT         PIC 9(05)      VALUE ZERO.
014410 01  WS-PND-FILE-TOTAL         PIC 9(13)V99   VALUE ZERO.
014500 PROCEDURE DIVISION.
014600 0000-MAIN-CONTROL.
014700     PERFORM 1000-INITIALIZE
014800     PERFORM 1100-BUILD-SETTLE-CALENDAR
014810     PERFORM 1500-LOAD-PAY-CYCLES
014900     PERFORM 1200-LOAD-PAID-KEYS
015000         UNTIL WS-NO-MORE-PDK
015100     PERFORM 1300-LOAD-CHECK-KEYS
015300         UNTIL WS-NO-MORE-RCV
015400     PERFORM 2000-TALLY-PENDING-RESP
015500         UNTIL WS-NO-MORE-RESP
015510     PERFORM 2700-TALLY-PENDING-FILE
015600     PERFORM 3000-TALLY-REISSUES
015700         UNTIL WS-NO-MORE-RSQ
015800     PERFORM 4000-TALLY-CHECK-FLOAT
018860*SATURDAY AND 0 FOR SUNDAY.
018900     PERFORM VARYING WS-DAY-IX FROM 1 BY 1
019000             UNTIL WS-DAY-IX > 5
019050         MOVE WS-WORK-INT TO WS-SETTLE-RUN-INT(WS-DAY-IX)
019100         ADD 1 TO WS-WORK-INT
019200         COMPUTE WS-DOW = FUNCTION MOD(WS-WORK-INT, 7)
019300         PERFORM UNTIL WS-DOW NOT = 6 AND WS-DOW NOT = 0
025500             SET WS-NO-MORE-RCV TO TRUE
025600     END-READ.
025700
025710*AR 150131 - NPI-TO-TIN FROM THE PROVIDER TAX MASTER AND THE
025710*PAYMENT CYCLE PROFILES IN EFFECT TODAY, PAY DAYS DEFAULTED AS
025710*BCPNACHA'S 1485 DEFAULTS THEM.
025710 1500-LOAD-PAY-CYCLES.
025710     OPEN INPUT PTX-MASTER-FILE
025710     PERFORM 1510-READ-PTX
025710     PERFORM UNTIL WS-NO-MORE-PTX
025710         IF WS-TIN-TABLE-COUNT < 10000
025710             ADD 1 TO WS-TIN-TABLE-COUNT
025710             SET WS-TIN-IX TO WS-TIN-TABLE-COUNT
025710             MOVE PTX-PROV-NPI TO WS-TIN-NPI(WS-TIN-IX)
025710             MOVE PTX-TIN      TO WS-TIN-TIN(WS-TIN-IX)
025710         END-IF
025710         PERFORM 1510-READ-PTX
025710     END-PERFORM
025710     CLOSE PTX-MASTER-FILE
025710     OPEN INPUT PAY-CYCLE-FILE
025710     PERFORM 1520-READ-PAY-CYCLE
025710     PERFORM UNTIL WS-NO-MORE-PYC
025710         IF (PYCY-DAILY OR PYCY-TWICE-WEEKLY OR PYCY-WEEKLY)
025710             AND (PYCY-EFFECTIVE-DATE = SPACES
025710                 OR PYCY-EFFECTIVE-DATE NOT > WS-TODAY-DATE)
025710             AND WS-PYC-TABLE-COUNT < 5000
025710             ADD 1 TO WS-PYC-TABLE-COUNT
025710             SET WS-PYC-IX TO WS-PYC-TABLE-COUNT
025710             MOVE PYCY-TIN   TO WS-PYC-TIN(WS-PYC-IX)
025710             MOVE PYCY-CYCLE TO WS-PYC-CYCLE(WS-PYC-IX)
025710             PERFORM 1530-SET-PAY-DAYS
025710         END-IF
025710         PERFORM 1520-READ-PAY-CYCLE
025710     END-PERFORM
025710     CLOSE PAY-CYCLE-FILE.
025710
025710 1510-READ-PTX.
025710     READ PTX-MASTER-FILE
025710         AT END
025710             SET WS-NO-MORE-PTX TO TRUE
025710     END-READ.
025710
025710 1520-READ-PAY-CYCLE.
025710     READ PAY-CYCLE-FILE
025710         AT END
025710             SET WS-NO-MORE-PYC TO TRUE
025710     END-READ.
025710
025710 1530-SET-PAY-DAYS.
025710     MOVE ZERO TO WS-PYC-DAY-1(WS-PYC-IX)
025710     MOVE ZERO TO WS-PYC-DAY-2(WS-PYC-IX)
025710     IF NOT PYCY-DAILY
025710         IF PYCY-PAY-DAY-1 IS NUMERIC
025710             AND PYCY-PAY-DAY-1 > ZERO AND PYCY-PAY-DAY-1 < 6
025710             MOVE PYCY-PAY-DAY-1 TO WS-PYC-DAY-1(WS-PYC-IX)
025710         ELSE
025710         IF PYCY-TWICE-WEEKLY
025710             MOVE 2 TO WS-PYC-DAY-1(WS-PYC-IX)
025710         ELSE
025710             MOVE 5 TO WS-PYC-DAY-1(WS-PYC-IX)
025710         END-IF
025710         END-IF
025710     END-IF
025710     IF PYCY-TWICE-WEEKLY
025710         IF PYCY-PAY-DAY-2 IS NUMERIC
025710             AND PYCY-PAY-DAY-2 > ZERO AND PYCY-PAY-DAY-2 < 6
025710             MOVE PYCY-PAY-DAY-2 TO WS-PYC-DAY-2(WS-PYC-IX)
025710         ELSE
025710             MOVE 5 TO WS-PYC-DAY-2(WS-PYC-IX)
025710         END-IF
025710     END-IF.
025800 2000-TALLY-PENDING-RESP.
025900     IF BCP-RESP-WAS-ACCEPTED
026000         PERFORM 2200-CHECK-ALREADY-PAID
026100         IF NOT WS-DUP-FOUND
026110             MOVE WS-TODAY-INT TO WS-CYC-QUEUED-INT
026120             PERFORM 2500-FIND-CYCLE-SETTLE-DAY
026130             IF WS-CYC-SETTLE-IX = 1
026140                 PERFORM 2050-TALLY-DAY1-PAYMENT
026150             ELSE
026160                 PERFORM 2600-TALLY-CYCLE-DEFERRED
026170             END-IF
027400         END-IF
027500     END-IF
027600     PERFORM 2100-READ-RESP.
027610
027620*AR 150131 - SPLIT OUT SO A DUE PENDING-FILE ITEM TALLIES THE
027630*SAME WAY.
027640 2050-TALLY-DAY1-PAYMENT.
026200     IF BCP-RESP-PAT-TRAN-ID = 'INTPMT'
026300         ADD 1 TO WS-INTEREST-COUNT
026400         ADD BCP-RESP-CLM-PAID-AMT TO WS-INTEREST-TOTAL
026500     ELSE
026600         ADD 1 TO WS-PENDING-COUNT
026700         ADD BCP-RESP-CLM-PAID-AMT TO WS-PENDING-TOTAL
026800         PERFORM 2300-TALLY-COMPANY
026900         MOVE BCP-RESP-PROV-NPI TO WS-NPI-WANT
027000         PERFORM 7000-FIND-OR-ADD-NPI
027100         ADD BCP-RESP-CLM-PAID-AMT
027200             TO WS-NPI-PENDING(WS-NPI-IX)
027300     END-IF.
027700
027800 2100-READ-RESP.
027900     READ BCP-RESP-FILE
032000     END-IF
032100     ADD BCP-RESP-CLM-PAID-AMT TO WS-COMP-PENDING(WS-COMP-IX).
032200
032210*AR 150131 - THE SETTLEMENT DAY (1-5) OF THE FIRST RUN AT WHICH
032210*BCPNACHA WOULD PAY THIS RESPONSE, ZERO WHEN THAT IS PAST THE
032210*WINDOW. NO PROFILE (OR A DAILY ONE) MEANS DAY 1.
032210 2500-FIND-CYCLE-SETTLE-DAY.
032210     MOVE 1 TO WS-CYC-SETTLE-IX
032210     MOVE 'N' TO WS-PYC-FOUND-SW
032210     IF WS-TIN-TABLE-COUNT > ZERO AND WS-PYC-TABLE-COUNT > ZERO
032210         SET WS-TIN-IX TO 1
032210         SEARCH WS-TIN-ENTRY
032210             AT END
032210                 CONTINUE
032210             WHEN WS-TIN-NPI(WS-TIN-IX) = BCP-RESP-PROV-NPI
032210                 PERFORM 2510-FIND-CYCLE-PROFILE
032210         END-SEARCH
032210     END-IF
032210     IF WS-PYC-FOUND AND NOT WS-CYC-DAILY
032210         MOVE ZERO TO WS-CYC-SETTLE-IX
032210         COMPUTE WS-CYC-START-INT = WS-CYC-QUEUED-INT + 1
032210         PERFORM VARYING WS-DAY-IX FROM 1 BY 1
032210                 UNTIL WS-DAY-IX > 5
032210                 OR WS-CYC-SETTLE-IX NOT = ZERO
032210             MOVE WS-SETTLE-RUN-INT(WS-DAY-IX) TO WS-CYC-RUN-INT
032210             PERFORM 2520-CHECK-CYCLE-DUE
032210             IF WS-CYC-DUE
032210                 MOVE WS-DAY-IX TO WS-CYC-SETTLE-IX
032210             END-IF
032210         END-PERFORM
032210     END-IF.
032210
032210 2510-FIND-CYCLE-PROFILE.
032210     SET WS-PYC-IX TO 1
032210     SEARCH WS-PYC-ENTRY
032210         AT END
032210             CONTINUE
032210         WHEN WS-PYC-TIN(WS-PYC-IX) = WS-TIN-TIN(WS-TIN-IX)
032210             SET WS-PYC-FOUND TO TRUE
032210             MOVE WS-PYC-CYCLE(WS-PYC-IX) TO WS-CYC-CYCLE
032210             MOVE WS-PYC-DAY-1(WS-PYC-IX) TO WS-CYC-DAY-1
032210             MOVE WS-PYC-DAY-2(WS-PYC-IX) TO WS-CYC-DAY-2
032210     END-SEARCH.
032210
032210*SAME RULE AS BCPNACHA'S 3147, FOR A RUN ON WS-CYC-RUN-INT.
032210 2520-CHECK-CYCLE-DUE.
032210     MOVE 'N' TO WS-CYC-DUE-SW
032210     COMPUTE WS-CYC-WORK-DOW = FUNCTION MOD (WS-CYC-RUN-INT, 7)
032210     IF WS-CYC-WORK-DOW = WS-CYC-DAY-1
032210         OR (WS-CYC-TWICE-WEEKLY
032210             AND WS-CYC-WORK-DOW = WS-CYC-DAY-2)
032210         SET WS-CYC-DUE TO TRUE
032210     ELSE
032210         PERFORM VARYING WS-CYC-WORK-INT
032210                 FROM WS-CYC-START-INT BY 1
032210                 UNTIL WS-CYC-WORK-INT NOT < WS-CYC-RUN-INT
032210                 OR WS-CYC-DUE
032210             COMPUTE WS-CYC-WORK-DOW =
032210                 FUNCTION MOD (WS-CYC-WORK-INT, 7)
032210             IF WS-CYC-WORK-DOW = WS-CYC-DAY-1
032210                 OR (WS-CYC-TWICE-WEEKLY
032210                     AND WS-CYC-WORK-DOW = WS-CYC-DAY-2)
032210                 SET WS-CYC-DUE TO TRUE
032210             END-IF
032210         END-PERFORM
032210     END-IF.
032210
032210*AR 150131 - A CYCLE PAYMENT DUE AFTER DAY 1 GOES GROSS ONTO ITS
032210*SETTLEMENT DAY; ONE DUE PAST THE WINDOW IS ONLY REPORTED.
032210 2600-TALLY-CYCLE-DEFERRED.
032210     ADD 1 TO WS-CYC-DEFER-COUNT
032210     ADD BCP-RESP-CLM-PAID-AMT TO WS-CYC-DEFER-TOTAL
032210     IF WS-CYC-SETTLE-IX = ZERO
032210         ADD 1 TO WS-CYC-BEYOND-COUNT
032210         ADD BCP-RESP-CLM-PAID-AMT TO WS-CYC-BEYOND-TOTAL
032210     ELSE
032210         ADD BCP-RESP-CLM-PAID-AMT
032210             TO WS-SETTLE-OUTFLOW(WS-CYC-SETTLE-IX)
032210     END-IF.
032210
032210*AR 150131 - PAYMENTS BCPNACHA IS HOLDING FOR THEIR PAYEE'S PAY
032210*DAY, STAGED THROUGH THE RESPONSE AREA ONCE THE RESPONSES ARE
032210*READ AND PROJECTED FROM THE DATE EACH WAS QUEUED.
032210 2700-TALLY-PENDING-FILE.
032210     OPEN INPUT PENDING-PAY-FILE
032210     PERFORM 2710-READ-PENDING-PAY
032210     PERFORM UNTIL WS-NO-MORE-PND
032210         MOVE PNDP-RESP-IMAGE TO BCP-RESP-RECORD
032210         PERFORM 2200-CHECK-ALREADY-PAID
032210         IF NOT WS-DUP-FOUND
032210             ADD 1 TO WS-PND-FILE-COUNT
032210             ADD BCP-RESP-CLM-PAID-AMT TO WS-PND-FILE-TOTAL
032210             IF PNDP-QUEUED-DATE IS NUMERIC
032210                 COMPUTE WS-CYC-QUEUED-INT =
032210                     FUNCTION INTEGER-OF-DATE
032210                         (FUNCTION NUMVAL (PNDP-QUEUED-DATE))
032210                 END-COMPUTE
032210             ELSE
032210                 MOVE WS-TODAY-INT TO WS-CYC-QUEUED-INT
032210             END-IF
032210             PERFORM 2500-FIND-CYCLE-SETTLE-DAY
032210             IF WS-CYC-SETTLE-IX = 1
032210                 PERFORM 2050-TALLY-DAY1-PAYMENT
032210             ELSE
032210                 PERFORM 2600-TALLY-CYCLE-DEFERRED
032210             END-IF
032210         END-IF
032210         PERFORM 2710-READ-PENDING-PAY
032210     END-PERFORM
032210     CLOSE PENDING-PAY-FILE.
032210
032210 2710-READ-PENDING-PAY.
032210     READ PENDING-PAY-FILE
032210         AT END
032210             SET WS-NO-MORE-PND TO TRUE
032210     END-READ.
032200
032300 3000-TALLY-REISSUES.
032400     IF RESB-PENDING
032500         ADD 1 TO WS-REISSUE-COUNT
041900     STRING 'EXPECTED RECOUPMENT OFFSETS ' WS-RPT-AMOUNT
042000         '  QUEUED REISSUES ' WS-REISSUE-COUNT
042100         DELIMITED BY SIZE INTO RPT-LINE
042200     WRITE RPT-LINE
042210     MOVE WS-CYC-DEFER-TOTAL TO WS-RPT-AMOUNT
042210     MOVE SPACES TO RPT-LINE
042210     STRING 'PAYEE CYCLE PAYMENTS SETTLING AFTER DAY 1 '
042210         WS-CYC-DEFER-COUNT '  TOTAL ' WS-RPT-AMOUNT
042210         DELIMITED BY SIZE INTO RPT-LINE
042210     WRITE RPT-LINE
042210     MOVE WS-CYC-BEYOND-TOTAL TO WS-RPT-AMOUNT
042210     MOVE SPACES TO RPT-LINE
042210     STRING '  OF WHICH PAST THE FIVE-DAY WINDOW '
042210         WS-CYC-BEYOND-COUNT '  TOTAL ' WS-RPT-AMOUNT
042210         DELIMITED BY SIZE INTO RPT-LINE
042210     WRITE RPT-LINE
042210     MOVE WS-PND-FILE-TOTAL TO WS-RPT-AMOUNT
042210     MOVE SPACES TO RPT-LINE
042210     STRING 'PENDING CYCLE PAYMENTS ON FILE ' WS-PND-FILE-COUNT
042210         '  TOTAL ' WS-RPT-AMOUNT
042210         DELIMITED BY SIZE INTO RPT-LINE
042210     WRITE RPT-LINE.
042300
042400 7000-FIND-OR-ADD-NPI.
042500     MOVE 'N' TO WS-NPI-FOUND-SW
