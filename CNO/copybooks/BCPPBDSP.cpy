000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150135 - PBM INVOICE DISPUTE. ONE   *
000300*            RECORD PER INVOICED CLAIM BCPPBIRC WILL NOT PAY IN  *
000400*            FULL, SENT BACK TO THE PBM WITH THE SHORT-PAID      *
000500*            INVOICE. BILLED LESS DISPUTED IS WHAT WE APPROVED.  *
000600*              NP - INVOICED BUT NEVER POSTED                    *
000700*              DU - INVOICED TWICE                               *
000800*              RJ - REJECTED CLAIM BILLED A FEE                  *
000900*              IC - INGREDIENT COST OVER THE POSTED PAID AMOUNT  *
001000******************************************************************
001100 01  PBDS-DISPUTE-RECORD.
001200     05  PBDS-INVOICE-NBR          PIC X(12).
001300     05  PBDS-CLM-KEY              PIC 9(06).
001400     05  PBDS-POLICY-KEY           PIC 9(09).
001500     05  PBDS-REASON-CD            PIC X(02).
001600         88  PBDS-NOT-POSTED           VALUE 'NP'.
001700         88  PBDS-DUPLICATE            VALUE 'DU'.
001800         88  PBDS-REJECT-FEE           VALUE 'RJ'.
001900         88  PBDS-COST-DIFF            VALUE 'IC'.
002000     05  PBDS-BILLED-AMT           PIC 9(09)V99.
002100     05  PBDS-EXPECTED-AMT         PIC 9(09)V99.
002200     05  PBDS-DISPUTED-AMT         PIC 9(09)V99.
002300     05  PBDS-REASON-TEXT          PIC X(30).
002400     05  PBDS-PRIOR-INVOICE-NBR    PIC X(12).
