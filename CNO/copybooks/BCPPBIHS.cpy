000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150135 - PBM INVOICED-CLAIM         *
000300*            HISTORY. ONE ENTRY PER CLM-KEY/POLICY-KEY A PBM     *
000400*            INVOICE HAS ALREADY BILLED, CARRIED FORWARD BY      *
000500*            BCPPBIRC SO A CLAIM BILLED AGAIN ON A LATER         *
000600*            INVOICE IS CAUGHT AS A DUPLICATE.                   *
000700******************************************************************
000800 01  PBIH-HISTORY-RECORD.
000900     05  PBIH-CLM-KEY              PIC 9(06).
001000     05  PBIH-POLICY-KEY           PIC 9(09).
001100     05  PBIH-INVOICE-NBR          PIC X(12).
001200     05  PBIH-INVOICE-DATE         PIC X(08).
