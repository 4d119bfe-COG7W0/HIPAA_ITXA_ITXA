002770******************************************************************
002780     05  RMT-CLP-WITHHOLD-AMT      PIC 9(09)V99.
002800     05  RMT-CLP-RESPONSE-DT       PIC X(08).
002810******************************************************************
002810* 10-15-26 - R KOWALSKI - AR 150130 - PAYMENT METHOD THE CLAIM   *
002810*            WAS PAID BY: ACH, PAPER CHECK (CHK) OR VIRTUAL CARD *
002810*            (VCC). FOR A CARD THE TRACE FIELD CARRIES 'VCARD'   *
002810*            AND THE CARD PAYMENT REFERENCE, AS IT CARRIES       *
002810*            'CHECK' AND THE CHECK NUMBER FOR A CHECK.           *
002810******************************************************************
002810     05  RMT-CLP-PAY-METHOD        PIC X(03).
002810         88  RMT-CLP-BY-ACH            VALUE 'ACH'.
002810         88  RMT-CLP-BY-CHECK          VALUE 'CHK'.
002810         88  RMT-CLP-BY-CARD           VALUE 'VCC'.
002900 01  RMT-SVC-RECORD.
003000     05  RMT-SVC-REC-ID            PIC X(02).
003100     05  RMT-SVC-CLM-KEY           PIC 9(06).
004400     05  RMT-TRL-TOT-CLAIMS        PIC 9(07).
004500     05  RMT-TRL-TOT-SVC-LINES     PIC 9(07).
004600     05  RMT-TRL-TOT-PAID          PIC 9(16)V99.
004700******************************************************************
004800* 10-15-26 - R KOWALSKI - AR 150118 - 'RP' CAPITATION PAYMENT    *
004900*            RECORD, ONE PER BCPCAPRN PCP PAYMENT (PAT-TRAN-ID   *
005000*            'CAPPMT'). CAPITATION HAS NO CLAIM OR SERVICE       *
005100*            LINES BEHIND IT, SO THE RECORD STANDS ALONE,        *
005200*            CARRIES REASON CODE 'CT' AND THE COVERAGE MONTH,    *
005300*            AND IS WRITTEN AHEAD OF THE TRAILER.                *
005400*            RMT-TRL-TOT-PAID INCLUDES THESE AMOUNTS;            *
005500*            RMT-TRL-TOT-CLAIMS DOES NOT COUNT THEM.             *
005600******************************************************************
005700 01  RMT-CAP-RECORD.
005800     05  RMT-CAP-REC-ID            PIC X(02).
005900     05  RMT-CAP-ACH-TRACE-NO      PIC X(50).
006000     05  RMT-CAP-PROV-NPI          PIC X(10).
006100     05  RMT-CAP-REASON-CD         PIC X(02).
006200     05  RMT-CAP-COV-MONTH         PIC X(06).
006300     05  RMT-CAP-PAID-AMT          PIC 9(09)V99.
006400     05  RMT-CAP-WITHHOLD-AMT      PIC 9(09)V99.
006500     05  RMT-CAP-RESPONSE-DT       PIC X(08).
006510******************************************************************
006510* 10-15-26 - R KOWALSKI - AR 150130 - PAYMENT METHOD, AS ON THE  *
006510*            'RC' RECORD.                                        *
006510******************************************************************
006510     05  RMT-CAP-PAY-METHOD        PIC X(03).
006510         88  RMT-CAP-BY-ACH            VALUE 'ACH'.
006510         88  RMT-CAP-BY-CHECK          VALUE 'CHK'.
006510         88  RMT-CAP-BY-CARD           VALUE 'VCC'.
