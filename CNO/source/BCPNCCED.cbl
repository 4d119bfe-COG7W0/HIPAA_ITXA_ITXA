001700*            REMOVED CLAIMS SO THE CLEANED BATCH STILL           *
001800*            BALANCES THROUGH BCPBALCK.                          *
001900******************************************************************
001910* 10-15-26 - R KOWALSKI - AR 150139 - AT STARTUP THE RUN NOW     *
001920*            LOGS THE BCPPTPMS AND BCPMUEMS VERSION AND LOAD     *
001930*            DATE IT IS EDITING AGAINST (VIA BCPREFST, FROM THE  *
001940*            REFERENCE FRESHNESS CONTROL FILE) TO THE REFERENCE  *
001950*            USAGE LOG AND THE REPORT, SO BCPREFMN CAN SHOW      *
001960*            WHICH RELEASE EACH RUN ACTUALLY USED.               *
001970******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. BCPNCCED.
002200 ENVIRONMENT DIVISION.
017300 01  WS-SUSPENDED-COUNT        PIC 9(05)      VALUE ZERO.
017400 01  WS-PTP-HIT-COUNT          PIC 9(05)      VALUE ZERO.
017500 01  WS-MUE-HIT-COUNT          PIC 9(05)      VALUE ZERO.
017510*AR 150139 - REFERENCE VERSION LOOKUP (BCPREFST) WORK FIELDS.
017520 01  WS-REFST-FUNCTION         PIC X(01)      VALUE 'U'.
017530 01  WS-REFST-MASTER-ID        PIC X(08).
017540 01  WS-REFST-PROGRAM          PIC X(08)      VALUE 'BCPNCCED'.
017550 01  WS-REFST-VERSION          PIC X(10).
017560 01  WS-REFST-LOAD-DATE        PIC X(08).
017570 01  WS-REFST-RESULT           PIC X(01)      VALUE 'N'.
017600 PROCEDURE DIVISION.
017700 0000-MAIN-CONTROL.
017800     PERFORM 1000-INITIALIZE
020500     END-IF
020600     MOVE 'NCCI PTP/MUE EDIT EXCEPTIONS' TO RPT-LINE
020700     WRITE RPT-LINE
020710     PERFORM 1060-RECORD-REF-VERSION
020800     PERFORM 2100-READ-BATCH.
020900
020905*AR 150139 - LOG THE REFERENCE VERSION THIS RUN EDITS AGAINST.
020910 1060-RECORD-REF-VERSION.
020915     MOVE 'BCPPTPMS' TO WS-REFST-MASTER-ID
020920     PERFORM 1065-LOG-REF-VERSION
020925     MOVE 'BCPMUEMS' TO WS-REFST-MASTER-ID
020930     PERFORM 1065-LOG-REF-VERSION.
020935
020940 1065-LOG-REF-VERSION.
020945     CALL 'BCPREFST' USING WS-REFST-FUNCTION WS-REFST-MASTER-ID
020950         WS-REFST-PROGRAM WS-REFST-VERSION WS-REFST-LOAD-DATE
020955         WS-REFST-RESULT
020960     END-CALL
020965     MOVE SPACES TO RPT-LINE
020970     STRING 'REFERENCE VERSION USED - ' WS-REFST-MASTER-ID
020975         ' VERSION ' WS-REFST-VERSION
020980         ' LOADED ' WS-REFST-LOAD-DATE
020985         DELIMITED BY SIZE INTO RPT-LINE
020990     WRITE RPT-LINE.
020995
021000 1100-LOAD-PTP-MASTER.
021100     OPEN INPUT PTP-MASTER-FILE
021200     PERFORM 1110-READ-PTP
