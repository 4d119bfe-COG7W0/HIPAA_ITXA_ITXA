001500*            PHARMACY CLAIMS STOP BEING INVISIBLE TO THE         *
001600*            PAYMENT-SIDE PROGRAMS.                              *
001700******************************************************************
001700******************************************************************
001700* 10-15-26 - R KOWALSKI - AR 150134 - NCPO-LINE WIDENED TO THE   *
001700*            FULL RX DETAIL RECORD (150) SO THE POSTED PHARMACY  *
001700*            FILE CARRIES THE DAYS SUPPLY, DISPENSING PHARMACY   *
001700*            AND NEW 340B TAG FORWARD INSTEAD OF CUTTING THE     *
001700*            RECORD OFF AT 130.                                  *
001700******************************************************************
001710******************************************************************
001720* 10-15-26 - R KOWALSKI - AR 150127 - THE POSTED RX DETAIL NOW   *
001730*            CARRIES THE DATE IT WAS POSTED (RX-DTL-POSTED-DATE, *
001740*            THE RUN DATE), AND NCPO-LINE IS WIDENED TO 158 TO   *
001750*            CARRY IT. BCPEOBPX USES IT TO SEND ONLY NEWLY       *
001760*            POSTED PHARMACY CLAIMS.                             *
001770******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. BCPRXRSP.
002000 ENVIRONMENT DIVISION.
004510*THE POSTED FILE IS WRITE-ONLY HERE, SO ONE RAW LINE SIZED TO
004511*THE WIDEST NCPDP RECORD CARRIES EACH RECORD TYPE FORWARD.
004512 FD  NCPDP-POSTED-OUT.
004513 01  NCPO-LINE                 PIC X(158).
004600 FD  RX-PAID-OUT.
004700     COPY BCPRESP_Updated.
004800 FD  RX-RESUBMIT-QUEUE.
021646         MOVE WS-ANS-ACC-REJ(WS-ANS-IX)
021647             TO RX-DTL-ACC-REJ-IND
021648         MOVE 'Y' TO RX-DTL-POSTED-SW
021648         MOVE WS-TODAY-DATE TO RX-DTL-POSTED-DATE
021649     END-IF.
021650
021700 4000-WRITE-SUMMARY.
