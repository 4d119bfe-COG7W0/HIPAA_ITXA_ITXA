000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150130 - PROVIDER PAYMENT METHOD    *
000300*            PREFERENCE RECORD. ONE ENTRY PER BILLING NPI THAT   *
000400*            HAS ELECTED A METHOD OTHER THAN THE DEFAULT: ACH    *
000500*            (BLANK OR A), PAPER CHECK (C) OR VIRTUAL CARD (V).  *
000600*            THE ELECTION APPLIES FROM ITS EFFECTIVE DATE (BLANK *
000700*            MEANS AT ONCE). CARD PAYEES GIVE THE E-MAIL ADDRESS *
000800*            OR FAX NUMBER THE BANK DELIVERS THE CARD TO. READ   *
000900*            BY BCPNACHA TO ROUTE EACH PAYMENT AND BY BCP835GN   *
001000*            TO REPORT THE METHOD ON THE REMITTANCE.             *
001100******************************************************************
001200 01  PYPF-RECORD.
001300     05  PYPF-PROV-NPI             PIC X(10).
001400     05  PYPF-PAY-METHOD           PIC X(01).
001500         88  PYPF-BY-ACH               VALUE 'A' ' '.
001600         88  PYPF-BY-CHECK             VALUE 'C'.
001700         88  PYPF-BY-CARD              VALUE 'V'.
001800     05  PYPF-EFFECTIVE-DATE       PIC X(08).
001900     05  PYPF-CARD-EMAIL           PIC X(60).
002000     05  PYPF-CARD-FAX             PIC X(10).
002100     05  PYPF-LAST-UPDATE          PIC X(08).
