000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150130 - VIRTUAL CARD PAYMENT       *
000300*            REFERENCE CONTROL RECORD. BCPNACHA READS THIS AT    *
000400*            STARTUP AND REWRITES IT AT TERMINATION SO CARD      *
000500*            PAYMENT REFERENCES KEEP ADVANCING ACROSS RUNS, SAME *
000600*            PATTERN AS BCPCKSEQ.                                *
000700******************************************************************
000800 01  VCSEQ-RECORD.
000900     05  VCSEQ-LAST-PAYMENT-REF    PIC 9(10).
