000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150130 - VIRTUAL CARD ISSUANCE FILE *
000300*            LAYOUTS, IN THE CARD BANK'S FORMAT. ONE HEADER (H), *
000400*            ONE DETAIL (D) PER PAYMENT BCPNACHA ROUTED TO A     *
000500*            PROVIDER WHO ELECTED VIRTUAL CARD, AND A TRAILER    *
000600*            (T) WITH THE DETAIL COUNT AND AMOUNT. AMOUNTS ARE   *
000700*            IN CENTS. THE PAYMENT REFERENCE IS OURS, TAKEN FROM *
000800*            THE BCPVCSEQ CONTROL RECORD, AND COMES BACK ON THE  *
000900*            BANK'S STATUS FILE (BCPVCSTI). THE PAYER REFERENCE  *
001000*            CARRIES THE CLAIM/POLICY/NPI KEY SO THE REMITTANCE  *
001100*            CAN BE TIED TO THE CARD.                            *
001200******************************************************************
001300 01  VCI-HDR-RECORD.
001400     05  VCI-HDR-REC-TYPE          PIC X(01).
001500     05  VCI-HDR-FILE-DATE         PIC X(08).
001600     05  VCI-HDR-FILE-TIME         PIC X(06).
001700     05  VCI-HDR-PAYER-NAME        PIC X(16).
001800     05  FILLER                    PIC X(224).
001900 01  VCI-DTL-RECORD.
002000     05  VCI-DTL-REC-TYPE          PIC X(01).
002100     05  VCI-DTL-PAYMENT-REF       PIC 9(10).
002200     05  VCI-DTL-ISSUE-DATE        PIC X(08).
002300     05  VCI-DTL-AMOUNT-CENTS      PIC 9(11).
002400     05  VCI-DTL-PAYEE-NPI         PIC X(10).
002500     05  VCI-DTL-PAYEE-NAME        PIC X(60).
002600     05  VCI-DTL-DELIVERY-EMAIL    PIC X(60).
002700     05  VCI-DTL-DELIVERY-FAX      PIC X(10).
002800     05  VCI-DTL-COMP-ID           PIC X(05).
002900     05  VCI-DTL-REMIT-CLM-NO      PIC X(30).
003000     05  VCI-DTL-PAYER-REF.
003100         10  VCI-DTL-CLM-KEY       PIC 9(06).
003200         10  VCI-DTL-POLICY-KEY    PIC 9(09).
003300         10  VCI-DTL-NPI-KEY       PIC 9(10).
003400         10  VCI-DTL-TRAN-ID       PIC X(06).
003500     05  FILLER                    PIC X(19).
003600 01  VCI-TRL-RECORD.
003700     05  VCI-TRL-REC-TYPE          PIC X(01).
003800     05  VCI-TRL-DTL-COUNT         PIC 9(07).
003900     05  VCI-TRL-TOTAL-CENTS       PIC 9(13).
004000     05  FILLER                    PIC X(234).
