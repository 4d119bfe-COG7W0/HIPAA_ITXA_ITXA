001500*            SEX CONFLICT) AND THE 90/99 TRAILERS ARE RESTATED   *
001600*            SO THE CLEANED BATCH STILL BALANCES.                *
001700******************************************************************
001710* 10-15-26 - R KOWALSKI - AR 150139 - AT STARTUP THE RUN NOW     *
001720*            LOGS THE BCPICDMS VERSION AND LOAD DATE IT IS       *
001730*            EDITING AGAINST (VIA BCPREFST, FROM THE REFERENCE   *
001740*            FRESHNESS CONTROL FILE) TO THE REFERENCE USAGE LOG  *
001750*            AND THE REPORT, SO BCPREFMN CAN SHOW WHICH RELEASE  *
001760*            EACH RUN ACTUALLY USED.                             *
001770******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. BCPICDED.
002000 ENVIRONMENT DIVISION.
014000 01  WS-UNKNOWN-COUNT          PIC 9(05)      VALUE ZERO.
014100 01  WS-SPAN-COUNT             PIC 9(05)      VALUE ZERO.
014200 01  WS-SEX-COUNT              PIC 9(05)      VALUE ZERO.
014210*AR 150139 - REFERENCE VERSION LOOKUP (BCPREFST) WORK FIELDS.
014220 01  WS-REFST-FUNCTION         PIC X(01)      VALUE 'U'.
014230 01  WS-REFST-MASTER-ID        PIC X(08).
014240 01  WS-REFST-PROGRAM          PIC X(08)      VALUE 'BCPICDED'.
014250 01  WS-REFST-VERSION          PIC X(10).
014260 01  WS-REFST-LOAD-DATE        PIC X(08).
014270 01  WS-REFST-RESULT           PIC X(01)      VALUE 'N'.
014300 PROCEDURE DIVISION.
014400 0000-MAIN-CONTROL.
014500     PERFORM 1000-INITIALIZE
017100     END-IF
017200     MOVE 'ICD-10 CODE VALIDATION EXCEPTIONS' TO RPT-LINE
017300     WRITE RPT-LINE
017310     PERFORM 1060-RECORD-REF-VERSION
017400     PERFORM 2100-READ-BATCH.
017500
017505*AR 150139 - LOG THE REFERENCE VERSION THIS RUN EDITS AGAINST.
017510 1060-RECORD-REF-VERSION.
017515     MOVE 'BCPICDMS' TO WS-REFST-MASTER-ID
017520     PERFORM 1065-LOG-REF-VERSION.
017525
017530 1065-LOG-REF-VERSION.
017535     CALL 'BCPREFST' USING WS-REFST-FUNCTION WS-REFST-MASTER-ID
017540         WS-REFST-PROGRAM WS-REFST-VERSION WS-REFST-LOAD-DATE
017545         WS-REFST-RESULT
017550     END-CALL
017555     MOVE SPACES TO RPT-LINE
017560     STRING 'REFERENCE VERSION USED - ' WS-REFST-MASTER-ID
017565         ' VERSION ' WS-REFST-VERSION
017570         ' LOADED ' WS-REFST-LOAD-DATE
017575         DELIMITED BY SIZE INTO RPT-LINE
017580     WRITE RPT-LINE.
017585
017600 1100-LOAD-ICD-MASTER.
017700     OPEN INPUT ICD-MASTER-FILE
017800     PERFORM 1110-READ-ICD
