000841*            TIMESTAMP, SO THE NEXT CSR WHO TAKES THE CALL       *
000842*            SEES WHAT WAS ALREADY SAID AND DONE.                *
000843******************************************************************
000844******************************************************************
000845* 10-15-26 - R KOWALSKI - AR 150136 - THE ACCUMULATOR POSITIONS  *
000846*            SHOWN NOW INCLUDE THE PBM'S PHARMACY DEDUCTIBLE AND *
000847*            COST-SHARE BUCKETS (MACC-RX-), WHICH COUNT TOWARD   *
000848*            THE SAME COMBINED LIMITS, SO THE SCREEN AGREES WITH *
000849*            BCPACCUM.                                           *
000850******************************************************************
000800 IDENTIFICATION DIVISION.
000900 PROGRAM-ID. BCPCLMIQ.
001000 ENVIRONMENT DIVISION.
004066         10  WS-MAC-COINS          PIC 9(09)V99.
004067         10  WS-MAC-FAM-DED        PIC 9(11)V99.
004068         10  WS-MAC-FAM-COINS      PIC 9(11)V99.
004069 01  WS-MAC-RX-DED             PIC 9(09)V99   VALUE ZERO.
004070 01  WS-MAC-RX-COINS           PIC 9(09)V99   VALUE ZERO.
004100 01  WS-CLM-EOF-SW             PIC X(01)      VALUE 'N'.
004200     88  WS-NO-MORE-CLM            VALUE 'Y'.
004300 01  WS-RSP-EOF-SW             PIC X(01)      VALUE 'N'.
021521             SET WS-MAC-IX TO WS-MAC-TABLE-COUNT
021522         END-IF
021523     END-IF
021523*AR 150136 - THE PBM'S PHARMACY BUCKETS COUNT TOWARD THE SAME
021523*COMBINED LIMITS AS IN BCPACCUM; A ROW PRE-DATING THEM CARRIES
021523*SPACES THERE AND ADDS NOTHING.
021523     MOVE ZERO TO WS-MAC-RX-DED
021523                  WS-MAC-RX-COINS
021523     IF MACC-RX-DED-ACCUM IS NUMERIC
021523         MOVE MACC-RX-DED-ACCUM TO WS-MAC-RX-DED
021523     END-IF
021523     IF MACC-RX-COINS-ACCUM IS NUMERIC
021523         MOVE MACC-RX-COINS-ACCUM TO WS-MAC-RX-COINS
021523     END-IF
021524     IF MACC-PATIENT-REL = '18' OR SPACES
021525         ADD MACC-DED-ACCUM   TO WS-MAC-DED(WS-MAC-IX)
021526         ADD MACC-COINS-ACCUM TO WS-MAC-COINS(WS-MAC-IX)
021526         ADD WS-MAC-RX-DED    TO WS-MAC-DED(WS-MAC-IX)
021526         ADD WS-MAC-RX-COINS  TO WS-MAC-COINS(WS-MAC-IX)
021527     END-IF
021528     ADD MACC-DED-ACCUM   TO WS-MAC-FAM-DED(WS-MAC-IX)
021529     ADD MACC-COINS-ACCUM TO WS-MAC-FAM-COINS(WS-MAC-IX)
021529     ADD WS-MAC-RX-DED    TO WS-MAC-FAM-DED(WS-MAC-IX)
021529     ADD WS-MAC-RX-COINS  TO WS-MAC-FAM-COINS(WS-MAC-IX).
021499
021500 1410-READ-ACCUM.
021510     READ ACCUM-MASTER
