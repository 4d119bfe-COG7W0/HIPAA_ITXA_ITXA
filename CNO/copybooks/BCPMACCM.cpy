001440*            RETAINED FOR ROWS PRE-DATING THE ID.                *
001450******************************************************************
001460     05  MACC-MEMBER-ID            PIC 9(10).
001470******************************************************************
001470* 10-15-26 - R KOWALSKI - AR 150136 - PHARMACY BUCKET AND        *
001470*            EXCHANGE SEQUENCES. THE PBM'S PHARMACY DEDUCTIBLE   *
001470*            AND MEMBER COST SHARE (COPAY AND COINSURANCE),      *
001470*            POSTED BY BCPACCXI FROM THE PBM ACCUMULATOR         *
001470*            EXCHANGE, ARE HELD APART FROM THE MEDICAL AMOUNTS   *
001470*            AND COUNT TOWARD THE SAME CONTRACT DEDUCTIBLE AND   *
001470*            COINSURANCE LIMITS (THE COMBINED LIMIT) IN          *
001470*            BCPACCUM. RX-XCH-SEQ IS THE LAST PBM SEQUENCE       *
001470*            APPLIED; MED-XCH-SEQ IS THE LAST MEDICAL CHANGE     *
001470*            SEQUENCE SENT TO THE PBM. ROWS PRE-DATING THE       *
001470*            BUCKET CARRY SPACES HERE AND ARE READ AS ZERO.      *
001470******************************************************************
001480     05  MACC-RX-DED-ACCUM         PIC 9(09)V99.
001480     05  MACC-RX-COINS-ACCUM       PIC 9(09)V99.
001480     05  MACC-RX-XCH-SEQ           PIC 9(09).
001480     05  MACC-MED-XCH-SEQ          PIC 9(09).
