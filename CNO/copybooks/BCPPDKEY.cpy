001000     05  PDKEY-POLICY-KEY          PIC 9(09).
001100     05  PDKEY-NPI-KEY             PIC 9(10).
001200     05  PDKEY-TRANS-DATE          PIC X(08).
001300******************************************************************
001300* 10-15-26 - R KOWALSKI - AR 150131 - CONSOLIDATED ENTRY TRACE.  *
001300*            WHEN THE CLAIM WAS PAID INSIDE A PAYEE-LEVEL        *
001300*            CONSOLIDATED ACH ENTRY (BCPPYCYC) THIS IS THAT      *
001300*            ENTRY'S NACHA TRACE NUMBER, SHARED BY EVERY CLAIM   *
001300*            IT PAID; BCP835GN REMITS AND BCPRECON POSTS IT IN   *
001300*            PLACE OF THE RESPONSE TRACE. SPACES WHEN THE CLAIM  *
001300*            WAS PAID ON ITS OWN.                                *
001300******************************************************************
001300     05  PDKEY-ENTRY-TRACE         PIC X(15).
