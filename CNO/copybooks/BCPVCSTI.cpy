000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150130 - VIRTUAL CARD STATUS        *
000300*            RECORD, AS RETURNED DAILY BY THE CARD BANK. ONE ROW *
000400*            PER STATUS EVENT ON A CARD WE ASKED IT TO ISSUE,    *
000500*            KEYED BY OUR PAYMENT REFERENCE: ISSUED (I),         *
000600*            AUTHORIZED BY THE PROVIDER'S TERMINAL (A), SETTLED  *
000700*            (S) OR EXPIRED (E). A SETTLED ROW CARRIES THE       *
000800*            AMOUNT SETTLED AND THE REBATE THE BANK PAYS US ON   *
000900*            IT. APPLIED TO THE CARD REGISTER (BCPVCREG) BY      *
001000*            BCPVCSTS.                                           *
001100******************************************************************
001200 01  VCST-RECORD.
001300     05  VCST-PAYMENT-REF          PIC 9(10).
001400     05  VCST-STATUS-CODE          PIC X(01).
001500         88  VCST-ISSUED               VALUE 'I'.
001600         88  VCST-AUTHORIZED           VALUE 'A'.
001700         88  VCST-SETTLED              VALUE 'S'.
001800         88  VCST-EXPIRED              VALUE 'E'.
001900     05  VCST-STATUS-DATE          PIC X(08).
002000     05  VCST-CARD-LAST4           PIC X(04).
002100     05  VCST-EXPIRY-DATE          PIC X(08).
002200     05  VCST-AMOUNT-CENTS         PIC 9(11).
002300     05  VCST-REBATE-CENTS         PIC 9(09).
