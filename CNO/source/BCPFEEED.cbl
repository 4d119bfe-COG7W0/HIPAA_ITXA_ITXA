001420*            HEADER. A DECIMAL SLIP NO LONGER RIDES OUT JUST     *
001430*            BECAUSE THE TRAILERS BALANCE.                       *
001500******************************************************************
001510* 10-15-26 - R KOWALSKI - AR 150139 - AT STARTUP THE RUN NOW     *
001520*            LOGS THE BCPFEEMS VERSION AND LOAD DATE IT IS       *
001530*            EDITING AGAINST (VIA BCPREFST, FROM THE REFERENCE   *
001540*            FRESHNESS CONTROL FILE) TO THE REFERENCE USAGE LOG  *
001550*            AND THE REPORT, SO BCPREFMN CAN SHOW WHICH RELEASE  *
001560*            EACH RUN ACTUALLY USED.                             *
001570******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. BCPFEEED.
001800 ENVIRONMENT DIVISION.
007600 01  WS-EXCEPT-COUNT           PIC 9(05)      VALUE ZERO.
007700 01  WS-SUSPENDED-COUNT        PIC 9(05)      VALUE ZERO.
007800 01  WS-NO-SCHEDULE-COUNT      PIC 9(05)      VALUE ZERO.
007810*AR 150139 - REFERENCE VERSION LOOKUP (BCPREFST) WORK FIELDS.
007820 01  WS-REFST-FUNCTION         PIC X(01)      VALUE 'U'.
007830 01  WS-REFST-MASTER-ID        PIC X(08).
007840 01  WS-REFST-PROGRAM          PIC X(08)      VALUE 'BCPFEEED'.
007850 01  WS-REFST-VERSION          PIC X(10).
007860 01  WS-REFST-LOAD-DATE        PIC X(08).
007870 01  WS-REFST-RESULT           PIC X(01)      VALUE 'N'.
007900 PROCEDURE DIVISION.
008000 0000-MAIN-CONTROL.
008100     PERFORM 1000-INITIALIZE
009900     END-IF
010000     MOVE 'FEE SCHEDULE REASONABLENESS EXCEPTIONS' TO RPT-LINE
010100     WRITE RPT-LINE
010110     PERFORM 1060-RECORD-REF-VERSION
010200     PERFORM 2100-READ-BATCH.
010300
010305*AR 150139 - LOG THE REFERENCE VERSION THIS RUN EDITS AGAINST.
010310 1060-RECORD-REF-VERSION.
010315     MOVE 'BCPFEEMS' TO WS-REFST-MASTER-ID
010320     PERFORM 1065-LOG-REF-VERSION.
010325
010330 1065-LOG-REF-VERSION.
010335     CALL 'BCPREFST' USING WS-REFST-FUNCTION WS-REFST-MASTER-ID
010340         WS-REFST-PROGRAM WS-REFST-VERSION WS-REFST-LOAD-DATE
010345         WS-REFST-RESULT
010350     END-CALL
010355     MOVE SPACES TO RPT-LINE
010360     STRING 'REFERENCE VERSION USED - ' WS-REFST-MASTER-ID
010365         ' VERSION ' WS-REFST-VERSION
010370         ' LOADED ' WS-REFST-LOAD-DATE
010375         DELIMITED BY SIZE INTO RPT-LINE
010380     WRITE RPT-LINE.
010385
010400 1100-LOAD-FEE-MASTER.
010500     OPEN INPUT FEE-MASTER-FILE
010600     PERFORM 1110-READ-FEE-MASTER
