001100*            THE INCOMING RELEASE IS WRITTEN FORWARD AS THE NEW  *
001200*            MASTER.                                             *
001300******************************************************************
001310* 10-15-26 - R KOWALSKI - AR 150139 - A SUCCESSFUL LOAD NOW      *
001320*            STAMPS THE BCPEXCLM ROW OF THE REFERENCE FRESHNESS  *
001330*            CONTROL FILE (VIA BCPREFST: LOAD DATE, TIME,        *
001340*            PROGRAM AND THE RELEASE VERSION FROM THE OPTIONAL   *
001350*            REFVER CARD) SO THE DAILY MONITOR BCPREFMN CAN TELL *
001360*            WHEN AN OIG EXCLUSION LIST REFRESH HAS BEEN MISSED. *
001370******************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. BCPEXCLD.
001600 ENVIRONMENT DIVISION.
008000 01  WS-REINSTATE-COUNT        PIC 9(05)      VALUE ZERO.
008100 01  WS-DROP-COUNT             PIC 9(05)      VALUE ZERO.
008200 01  WS-IMPACT-COUNT           PIC 9(05)      VALUE ZERO.
008210*AR 150139 - FRESHNESS CONTROL STAMP (BCPREFST) WORK FIELDS.
008220 01  WS-REFST-FUNCTION         PIC X(01).
008230 01  WS-REFST-MASTER-ID        PIC X(08).
008240 01  WS-REFST-PROGRAM          PIC X(08).
008250 01  WS-REFST-VERSION          PIC X(10).
008260 01  WS-REFST-LOAD-DATE        PIC X(08).
008270 01  WS-REFST-RESULT           PIC X(01)      VALUE 'N'.
008300 PROCEDURE DIVISION.
008400 0000-MAIN-CONTROL.
008500     PERFORM 1000-INITIALIZE
009000     PERFORM 4000-SCAN-RESP-IMPACT
009100         UNTIL WS-NO-MORE-RESP
009200     PERFORM 5000-WRITE-SUMMARY
009210     PERFORM 6000-STAMP-FRESHNESS
009300     PERFORM 9000-TERMINATE
009400     IF WS-IMPACT-COUNT NOT = ZERO
009500         MOVE 4 TO RETURN-CODE
024400         DELIMITED BY SIZE INTO RPT-LINE
024500     WRITE RPT-LINE.
024600
024604*AR 150139 - THE NEW MASTER IS WRITTEN; RECORD THE LOAD ON THE
024608*REFERENCE FRESHNESS CONTROL FILE.
024612 6000-STAMP-FRESHNESS.
024616     MOVE 'S'        TO WS-REFST-FUNCTION
024620     MOVE 'BCPEXCLM' TO WS-REFST-MASTER-ID
024624     MOVE 'BCPEXCLD' TO WS-REFST-PROGRAM
024628     CALL 'BCPREFST' USING WS-REFST-FUNCTION WS-REFST-MASTER-ID
024632         WS-REFST-PROGRAM WS-REFST-VERSION WS-REFST-LOAD-DATE
024636         WS-REFST-RESULT
024640     END-CALL
024644     MOVE SPACES TO RPT-LINE
024648     IF WS-REFST-RESULT = 'Y'
024652         STRING 'FRESHNESS CONTROL STAMPED - ' WS-REFST-MASTER-ID
024656             ' VERSION ' WS-REFST-VERSION
024660             ' LOADED ' WS-REFST-LOAD-DATE
024664             DELIMITED BY SIZE INTO RPT-LINE
024668     ELSE
024672         STRING 'NO FRESHNESS CONTROL ROW FOR ' WS-REFST-MASTER-ID
024676             ' - LOAD NOT STAMPED'
024680             DELIMITED BY SIZE INTO RPT-LINE
024684     END-IF
024688     WRITE RPT-LINE.
024692
024700 9000-TERMINATE.
024800     CLOSE EXCL-RELEASE-FILE
024900     CLOSE EXCL-MASTER-OUT
