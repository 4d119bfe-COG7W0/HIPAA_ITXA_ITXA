000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150128 - PAYMENT QUALITY AUDIT      *
000300*            RESULT, ONE PER SAMPLED CLAIM REVIEWED, AS KEYED    *
000400*            FROM THE AUDITOR WORKSHEET. RESULT C = PAID         *
000500*            CORRECTLY, F = FINANCIAL ERROR (ERROR-AMT OVER- OR  *
000600*            UNDERPAID PER ERROR-DIR), P = PROCEDURAL ERROR WITH *
000700*            NO DOLLAR IMPACT. OPEN-RCVB 'Y' ON AN OVERPAYMENT   *
000800*            HAS BCPAUDIN OPEN A BCPRCVBL RECEIVABLE FOR IT.     *
000900******************************************************************
001000 01  AUDR-RECORD.
001100     05  AUDR-SAMPLE-DATE          PIC X(08).
001200     05  AUDR-CLM-KEY              PIC 9(06).
001300     05  AUDR-POLICY-KEY           PIC 9(09).
001400     05  AUDR-RESULT               PIC X(01).
001500     05  AUDR-ERROR-DIR            PIC X(01).
001600     05  AUDR-ERROR-AMT            PIC 9(09)V99.
001700     05  AUDR-ERROR-CODE           PIC X(04).
001800     05  AUDR-AUDITOR-ID           PIC X(08).
001900     05  AUDR-REVIEW-DATE          PIC X(08).
002000     05  AUDR-OPEN-RCVB            PIC X(01).
