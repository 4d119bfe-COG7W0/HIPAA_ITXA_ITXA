001800*            FEED TO THE MONEY THAT MOVED, AND SETS RC 8 ON AN   *
001900*            OUT-OF-BALANCE JOURNAL INSTEAD OF FEEDING IT.       *
002000******************************************************************
002010******************************************************************
002020* 10-15-26 - R KOWALSKI - AR 150118 - PCP CAPITATION. BCPNACHA'S *
002030*            CAPPAY LEDGER ROW (GROSS CAPITATION PAID, WHICH     *
002040*            RODE THE ACH, CHECK, OFFSET AND WITHHOLDING LINES   *
002050*            AS CLAIMS EXPENSE) IS RECLASSED DR 5300 CAPITATION  *
002060*            EXPENSE / CR 5100, THE SAME WAY INTEREST IS, SO THE *
002070*            GL CARRIES CAPITATION AS ITS OWN PAYMENT TYPE.      *
002080******************************************************************
002081******************************************************************
002082* 10-15-26 - R KOWALSKI - AR 150129 - SIU PRE-PAYMENT HOLD.      *
002083*            BCPNACHA'S SIUHELD ROW (CLAIM MONEY KEPT BACK FROM  *
002084*            A PROVIDER UNDER INVESTIGATION) BOOKS DR 5100 /     *
002085*            CR 2400 SIU HELD FUNDS PAYABLE; SIURLSE (HELD FUNDS *
002086*            PAID THIS RUN, WHICH RODE THE PAYMENT LINES AS      *
002087*            CLAIMS EXPENSE) RECLASSES DR 2400 / CR 5100; AND    *
002088*            SIUFORF (HELD FUNDS KEPT ON THE INVESTIGATION'S     *
002089*            OUTCOME) CLEARS DR 2400 / CR 5110 SIU FORFEITED     *
002090*            FUNDS.                                              *
002091******************************************************************
002092******************************************************************
002092* 10-15-26 - R KOWALSKI - AR 150130 - VIRTUAL CARD PAYMENTS.     *
002092*            BCPNACHA'S CARDPAY ROW BOOKS DR 5100 / CR 2410      *
002092*            VIRTUAL CARD PAYABLE - NO CASH MOVES UNTIL THE      *
002092*            PROVIDER RUNS THE CARD. BCPVCSTS'S ROWS FOR THE     *
002092*            SAME DAY ARE NOW READ TOO: VCSETTLE CLEARS DR 2410  *
002092*            / CR 1000 CASH AND VCREBATE BOOKS THE BANK'S REBATE *
002092*            DR 1000 / CR 4500 CARD REBATE INCOME. A CARD THAT   *
002092*            EXPIRES UNUSED STAYS IN 2410 - THE PROVIDER IS      *
002092*            STILL OWED.                                         *
002092******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. BCPGLEXT.
002300 ENVIRONMENT DIVISION.
008300 01  WS-OFFSETS-AMT            PIC 9(13)V99   VALUE ZERO.
008400 01  WS-WITHHELD-AMT           PIC 9(13)V99   VALUE ZERO.
008500 01  WS-INTPAY-AMT             PIC 9(13)V99   VALUE ZERO.
008510 01  WS-CAPPAY-AMT             PIC 9(13)V99   VALUE ZERO.
008520 01  WS-SIUHELD-AMT            PIC 9(13)V99   VALUE ZERO.
008530 01  WS-SIURLSE-AMT            PIC 9(13)V99   VALUE ZERO.
008540 01  WS-SIUFORF-AMT            PIC 9(13)V99   VALUE ZERO.
008550 01  WS-CARDPAY-AMT            PIC 9(13)V99   VALUE ZERO.
008560 01  WS-VCSETTLE-AMT           PIC 9(13)V99   VALUE ZERO.
008570 01  WS-VCREBATE-AMT           PIC 9(13)V99   VALUE ZERO.
008600 01  WS-JRN-AMT                PIC 9(13)V99   VALUE ZERO.
008700 01  WS-JRN-DESC               PIC X(40).
008800 01  WS-JRN-ACCT-DR            PIC X(04).
019100
019200 3000-LOAD-LEDGER-AMOUNTS.
019300     IF CTLG-RUN-DATE = WS-TODAY-DATE
019400         AND (CTLG-PROGRAM = 'BCPNACHA' OR 'BCPVCSTS')
019500         EVALUATE CTLG-FILE-NAME
019600             WHEN 'CHECKPAY'
019700                 MOVE CTLG-AMOUNT TO WS-CHECKPAY-AMT
020100                 MOVE CTLG-AMOUNT TO WS-WITHHELD-AMT
020200             WHEN 'INTPAY  '
020300                 MOVE CTLG-AMOUNT TO WS-INTPAY-AMT
020310             WHEN 'CAPPAY  '
020320                 MOVE CTLG-AMOUNT TO WS-CAPPAY-AMT
020330             WHEN 'SIUHELD '
020340                 MOVE CTLG-AMOUNT TO WS-SIUHELD-AMT
020350             WHEN 'SIURLSE '
020360                 MOVE CTLG-AMOUNT TO WS-SIURLSE-AMT
020370             WHEN 'SIUFORF '
020380                 MOVE CTLG-AMOUNT TO WS-SIUFORF-AMT
020382             WHEN 'CARDPAY '
020384                 MOVE CTLG-AMOUNT TO WS-CARDPAY-AMT
020386             WHEN 'VCSETTLE'
020388                 MOVE CTLG-AMOUNT TO WS-VCSETTLE-AMT
020390             WHEN 'VCREBATE'
020392                 MOVE CTLG-AMOUNT TO WS-VCREBATE-AMT
020400             WHEN OTHER
020500                 CONTINUE
020600         END-EVALUATE
024400         MOVE '5100' TO WS-JRN-ACCT-CR
024500         MOVE 'PROMPT-PAY INTEREST RECLASS' TO WS-JRN-DESC
024600         PERFORM 7000-WRITE-JOURNAL-PAIR
024700     END-IF
024710*CAPITATION LIKEWISE RODE THE CLAIMS EXPENSE LINES; RECLASS IT
024720*TO CAPITATION EXPENSE.
024730     IF WS-CAPPAY-AMT > ZERO
024740         MOVE WS-CAPPAY-AMT TO WS-JRN-AMT
024750         MOVE '5300' TO WS-JRN-ACCT-DR
024760         MOVE '5100' TO WS-JRN-ACCT-CR
024770         MOVE 'PCP CAPITATION RECLASS' TO WS-JRN-DESC
024780         PERFORM 7000-WRITE-JOURNAL-PAIR
024790     END-IF
024791*SIU HOLDS ARE EXPENSE OWED BUT NOT PAID; RELEASED FUNDS RODE
024792*THE PAYMENT LINES AS EXPENSE AGAIN, SO RECLASS THEM BACK OUT
024793*OF THE PAYABLE; FORFEITED FUNDS CLEAR IT TO ITS OWN CONTRA.
024794     IF WS-SIUHELD-AMT > ZERO
024795         MOVE WS-SIUHELD-AMT TO WS-JRN-AMT
024796         MOVE '5100' TO WS-JRN-ACCT-DR
024797         MOVE '2400' TO WS-JRN-ACCT-CR
024798         MOVE 'SIU PAYMENT HOLD' TO WS-JRN-DESC
024799         PERFORM 7000-WRITE-JOURNAL-PAIR
024800     END-IF
024801     IF WS-SIURLSE-AMT > ZERO
024802         MOVE WS-SIURLSE-AMT TO WS-JRN-AMT
024803         MOVE '2400' TO WS-JRN-ACCT-DR
024804         MOVE '5100' TO WS-JRN-ACCT-CR
024805         MOVE 'SIU HELD FUNDS RELEASED' TO WS-JRN-DESC
024806         PERFORM 7000-WRITE-JOURNAL-PAIR
024807     END-IF
024808     IF WS-SIUFORF-AMT > ZERO
024809         MOVE WS-SIUFORF-AMT TO WS-JRN-AMT
024810         MOVE '2400' TO WS-JRN-ACCT-DR
024811         MOVE '5110' TO WS-JRN-ACCT-CR
024812         MOVE 'SIU HELD FUNDS FORFEITED' TO WS-JRN-DESC
024813         PERFORM 7000-WRITE-JOURNAL-PAIR
024814     END-IF
024815*A CARD IS A PAYABLE UNTIL THE BANK SETTLES IT; THE REBATE THE
024816*BANK PAYS ON SETTLED CARDS IS INCOME.
024817     IF WS-CARDPAY-AMT > ZERO
024818         MOVE WS-CARDPAY-AMT TO WS-JRN-AMT
024819         MOVE '5100' TO WS-JRN-ACCT-DR
024820         MOVE '2410' TO WS-JRN-ACCT-CR
024821         MOVE 'VIRTUAL CARD CLAIM PAYMENTS' TO WS-JRN-DESC
024822         PERFORM 7000-WRITE-JOURNAL-PAIR
024823     END-IF
024824     IF WS-VCSETTLE-AMT > ZERO
024825         MOVE WS-VCSETTLE-AMT TO WS-JRN-AMT
024826         MOVE '2410' TO WS-JRN-ACCT-DR
024827         MOVE '1000' TO WS-JRN-ACCT-CR
024828         MOVE 'VIRTUAL CARDS SETTLED' TO WS-JRN-DESC
024829         PERFORM 7000-WRITE-JOURNAL-PAIR
024830     END-IF
024831     IF WS-VCREBATE-AMT > ZERO
024832         MOVE WS-VCREBATE-AMT TO WS-JRN-AMT
024833         MOVE '1000' TO WS-JRN-ACCT-DR
024834         MOVE '4500' TO WS-JRN-ACCT-CR
024835         MOVE 'VIRTUAL CARD REBATE INCOME' TO WS-JRN-DESC
024836         PERFORM 7000-WRITE-JOURNAL-PAIR
024837     END-IF.
024815
024900 7000-WRITE-JOURNAL-PAIR.
025000     MOVE SPACES TO GLJ-RECORD
025100     MOVE WS-TODAY-DATE  TO GLJ-JOURNAL-DATE
