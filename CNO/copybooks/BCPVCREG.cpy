000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150130 - VIRTUAL CARD REGISTER      *
000300*            RECORD. ONE ENTRY PER CARD REQUESTED ON THE         *
000400*            ISSUANCE FILE (SEEDED BY BCPVCSTS FROM THE RUN'S    *
000500*            BCPVCISS DETAIL), CARRIED FORWARD AS THE BANK'S     *
000600*            STATUS FILE MOVES IT FROM REQUESTED (Q) THROUGH     *
000700*            ISSUED (I) AND AUTHORIZED (A) TO SETTLED (S) OR     *
000800*            EXPIRED (E). SETTLED AMOUNT AND REBATE ARE KEPT FOR *
000900*            THE GL; A CARD THAT EXPIRES WITH NOTHING SETTLED IS *
001000*            REPORTED FOR REISSUE.                               *
001100******************************************************************
001200 01  VCRG-RECORD.
001300     05  VCRG-PAYMENT-REF          PIC 9(10).
001400     05  VCRG-ISSUE-DATE           PIC X(08).
001500     05  VCRG-AMOUNT               PIC 9(09)V99.
001600     05  VCRG-PROV-NPI             PIC X(10).
001700     05  VCRG-CLM-KEY              PIC 9(06).
001800     05  VCRG-POLICY-KEY           PIC 9(09).
001900     05  VCRG-NPI-KEY              PIC 9(10).
002000     05  VCRG-STATUS               PIC X(01).
002100         88  VCRG-REQUESTED            VALUE 'Q'.
002200         88  VCRG-ISSUED               VALUE 'I'.
002300         88  VCRG-AUTHORIZED           VALUE 'A'.
002400         88  VCRG-SETTLED              VALUE 'S'.
002500         88  VCRG-EXPIRED              VALUE 'E'.
002600         88  VCRG-IS-OPEN              VALUE 'Q' 'I' 'A'.
002700     05  VCRG-STATUS-DATE          PIC X(08).
002800     05  VCRG-CARD-LAST4           PIC X(04).
002900     05  VCRG-EXPIRY-DATE          PIC X(08).
003000     05  VCRG-SETTLED-AMT          PIC 9(09)V99.
003100     05  VCRG-REBATE-AMT           PIC 9(07)V99.
