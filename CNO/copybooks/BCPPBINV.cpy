000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150135 - PBM ADMINISTRATIVE INVOICE *
000300*            DETAIL. ONE RECORD PER CLAIM THE PBM BILLS US FOR,  *
000400*            KEYED BY THE SAME CLM-KEY/POLICY-KEY WE SENT ON     *
000500*            THE NCPDP BATCH. THE PASS-THROUGH (INGREDIENT COST  *
000600*            PLUS DISPENSING FEE) IS WHAT THE PBM PAID THE       *
000700*            PHARMACY AND SHOULD EQUAL THE RX-DTL-PAID-AMT       *
000800*            BCPRXRSP POSTED; THE ADMIN FEE IS THE PBM'S OWN     *
000900*            PER-CLAIM CHARGE. READ BY BCPPBIRC.                 *
001000******************************************************************
001100 01  PBIV-DETAIL-RECORD.
001200     05  PBIV-INVOICE-NBR          PIC X(12).
001300     05  PBIV-INVOICE-DATE         PIC X(08).
001400     05  PBIV-CLM-KEY              PIC 9(06).
001500     05  PBIV-POLICY-KEY           PIC 9(09).
001600     05  PBIV-NATL-DRUG-CD         PIC X(10).
001700     05  PBIV-DATE-OF-SERVICE      PIC X(08).
001800     05  PBIV-PHARMACY-ID          PIC X(07).
001900     05  PBIV-INGRED-COST          PIC 9(07)V99.
002000     05  PBIV-DISPENSING-FEE       PIC 9(05)V99.
002100     05  PBIV-ADMIN-FEE            PIC 9(05)V99.
002200     05  FILLER                    PIC X(10).
