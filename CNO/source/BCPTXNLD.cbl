001560*            ABORTS THE RUN (RC 8) BEFORE THE MASTER IS          *
001570*            TOUCHED.                                            *
001580******************************************************************
001582* 10-15-26 - R KOWALSKI - AR 150139 - A SUCCESSFUL LOAD NOW      *
001584*            STAMPS THE BCPTXNMS ROW OF THE REFERENCE FRESHNESS  *
001586*            CONTROL FILE (VIA BCPREFST: LOAD DATE, TIME,        *
001588*            PROGRAM AND THE RELEASE VERSION FROM THE OPTIONAL   *
001590*            REFVER CARD) SO THE DAILY MONITOR BCPREFMN CAN TELL *
001592*            WHEN A CMS TAXONOMY REFRESH HAS BEEN MISSED.        *
001594******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. BCPTXNLD.
001800 ENVIRONMENT DIVISION.
008920 01  WS-OPERATOR-ID            PIC X(08)      VALUE SPACES.
008930 01  WS-SIGNON-ROLE            PIC X(01).
008940 01  WS-SIGNON-RESULT          PIC X(01)      VALUE 'N'.
008947*AR 150139 - FRESHNESS CONTROL STAMP (BCPREFST) WORK FIELDS.
008954 01  WS-REFST-FUNCTION         PIC X(01).
008961 01  WS-REFST-MASTER-ID        PIC X(08).
008968 01  WS-REFST-PROGRAM          PIC X(08).
008975 01  WS-REFST-VERSION          PIC X(10).
008982 01  WS-REFST-LOAD-DATE        PIC X(08).
008989 01  WS-REFST-RESULT           PIC X(01)      VALUE 'N'.
009000 PROCEDURE DIVISION.
009100 0000-MAIN-CONTROL.
009110     PERFORM 0100-OPERATOR-SIGN-ON
009700     PERFORM 4000-SCAN-SUSPENSE-IMPACT
009800         UNTIL WS-NO-MORE-SUSP
009900     PERFORM 5000-WRITE-SUMMARY
009910     PERFORM 6000-STAMP-FRESHNESS
010000     PERFORM 9000-TERMINATE
010100     IF WS-IMPACT-COUNT NOT = ZERO
010200         MOVE 4 TO RETURN-CODE
025200         DELIMITED BY SIZE INTO RPT-LINE
025300     WRITE RPT-LINE.
025400
025404*AR 150139 - THE NEW MASTER IS WRITTEN; RECORD THE LOAD ON THE
025408*REFERENCE FRESHNESS CONTROL FILE.
025412 6000-STAMP-FRESHNESS.
025416     MOVE 'S'        TO WS-REFST-FUNCTION
025420     MOVE 'BCPTXNMS' TO WS-REFST-MASTER-ID
025424     MOVE 'BCPTXNLD' TO WS-REFST-PROGRAM
025428     CALL 'BCPREFST' USING WS-REFST-FUNCTION WS-REFST-MASTER-ID
025432         WS-REFST-PROGRAM WS-REFST-VERSION WS-REFST-LOAD-DATE
025436         WS-REFST-RESULT
025440     END-CALL
025444     MOVE SPACES TO RPT-LINE
025448     IF WS-REFST-RESULT = 'Y'
025452         STRING 'FRESHNESS CONTROL STAMPED - ' WS-REFST-MASTER-ID
025456             ' VERSION ' WS-REFST-VERSION
025460             ' LOADED ' WS-REFST-LOAD-DATE
025464             DELIMITED BY SIZE INTO RPT-LINE
025468     ELSE
025472         STRING 'NO FRESHNESS CONTROL ROW FOR ' WS-REFST-MASTER-ID
025476             ' - LOAD NOT STAMPED'
025480             DELIMITED BY SIZE INTO RPT-LINE
025484     END-IF
025488     WRITE RPT-LINE.
025492
025500 9000-TERMINATE.
025600     CLOSE TXN-RELEASE-FILE
025700     CLOSE TXN-MASTER-OUT
