000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150131 - CONSOLIDATED ENTRY         *
000300*            CROSS-REFERENCE. ONE RECORD PER PAYMENT BCPNACHA    *
000400*            FOLDED INTO A PAYEE-LEVEL CONSOLIDATED ACH ENTRY    *
000500*            (BCPPYCYC) - CLAIM PAYMENTS, PROMPT-PAY INTEREST,   *
000600*            CAPITATION AND RELEASED SIU PORTIONS ALIKE -        *
000700*            CARRYING THE ENTRY'S NACHA TRACE NUMBER, SO EVERY   *
000800*            ONE OF THEM TIES BACK TO THE SINGLE DEPOSIT.        *
000900*            BCP835GN REMITS EACH PAYMENT UNDER THIS TRACE.      *
001000******************************************************************
001100 01  CNXR-RECORD.
001200     05  CNXR-ENTRY-TRACE          PIC X(15).
001300     05  CNXR-TIN                  PIC X(09).
001400     05  CNXR-RUN-DATE             PIC X(08).
001500     05  CNXR-CLM-KEY              PIC 9(06).
001600     05  CNXR-POLICY-KEY           PIC 9(09).
001700     05  CNXR-NPI-KEY              PIC 9(10).
001800     05  CNXR-PAT-TRAN-ID          PIC X(06).
001900     05  CNXR-PROV-NPI             PIC X(10).
002000     05  CNXR-NET-AMT              PIC 9(09)V99.
