000750*            DEPENDING ON WS-NDC-TABLE-COUNT SO SEARCH IS BOUNDED*
000760*            TO THE LOADED ENTRIES.                              *
000770******************************************************************
000773* 10-15-26 - R KOWALSKI - AR 150139 - AT STARTUP THE RUN NOW     *
000776*            LOGS THE BCPNDCMS VERSION AND LOAD DATE IT IS       *
000779*            EDITING AGAINST (VIA BCPREFST, FROM THE REFERENCE   *
000782*            FRESHNESS CONTROL FILE) TO THE REFERENCE USAGE LOG  *
000785*            AND THE REPORT, SO BCPREFMN CAN SHOW WHICH RELEASE  *
000788*            EACH RUN ACTUALLY USED.                             *
000791******************************************************************
000800 IDENTIFICATION DIVISION.
000900 PROGRAM-ID. BCPNDCED.
001000 ENVIRONMENT DIVISION.
005600     05  RPT-LINE-NBR           PIC 9(06).
005700     05  FILLER                PIC X(05)      VALUE SPACES.
005800     05  RPT-REASON             PIC X(40).
005810*AR 150139 - REFERENCE VERSION LOOKUP (BCPREFST) WORK FIELDS.
005820 01  WS-REFST-FUNCTION         PIC X(01)      VALUE 'U'.
005830 01  WS-REFST-MASTER-ID        PIC X(08).
005840 01  WS-REFST-PROGRAM          PIC X(08)      VALUE 'BCPNDCED'.
005850 01  WS-REFST-VERSION          PIC X(10).
005860 01  WS-REFST-LOAD-DATE        PIC X(08).
005870 01  WS-REFST-RESULT           PIC X(01)      VALUE 'N'.
005900 PROCEDURE DIVISION.
006000 0000-MAIN-CONTROL.
006100     PERFORM 1000-INITIALIZE
008200     OPEN OUTPUT NDC-EXCEPT-RPT
008300     MOVE 'NATIONAL DRUG CODE VALIDATION EXCEPTIONS' TO RPT-LINE
008400     WRITE RPT-LINE
008410     PERFORM 1060-RECORD-REF-VERSION
008500     PERFORM 1100-LOAD-NDC-MASTER.
008600
008605*AR 150139 - LOG THE REFERENCE VERSION THIS RUN EDITS AGAINST.
008610 1060-RECORD-REF-VERSION.
008615     MOVE 'BCPNDCMS' TO WS-REFST-MASTER-ID
008620     PERFORM 1065-LOG-REF-VERSION.
008625
008630 1065-LOG-REF-VERSION.
008635     CALL 'BCPREFST' USING WS-REFST-FUNCTION WS-REFST-MASTER-ID
008640         WS-REFST-PROGRAM WS-REFST-VERSION WS-REFST-LOAD-DATE
008645         WS-REFST-RESULT
008650     END-CALL
008655     MOVE SPACES TO RPT-LINE
008660     STRING 'REFERENCE VERSION USED - ' WS-REFST-MASTER-ID
008665         ' VERSION ' WS-REFST-VERSION
008670         ' LOADED ' WS-REFST-LOAD-DATE
008675         DELIMITED BY SIZE INTO RPT-LINE
008680     WRITE RPT-LINE.
008685
008700 1100-LOAD-NDC-MASTER.
008800     OPEN INPUT NDC-MASTER-FILE
008900     PERFORM 1110-READ-NDC-MASTER
