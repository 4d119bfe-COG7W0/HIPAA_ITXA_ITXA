000889*            LAYOUTS, SO EACH IS NOW CARRIED FORWARD WHOLE WITH  *
000890*            WRITE ... FROM, AS BCPACKIN DOES.                   *
000891******************************************************************
000892* 10-15-26 - R KOWALSKI - AR 150142 - EACH ENTRY RE-DRIVEN IS    *
000893*            STAMPED CLOSED BY THIS JOB WITH TODAY'S DATE, FOR   *
000894*            THE SUSPENSE PRODUCTIVITY REPORT (BCPSUSPR).        *
000895******************************************************************
000900 IDENTIFICATION DIVISION.
001000 PROGRAM-ID. BCPREDRV.
001100 ENVIRONMENT DIVISION.
003174 01  WS-CURR-SUSP-KEY          PIC 9(06)      VALUE ZERO.
003175 01  WS-CURR-CLAIM-ELIGIBLE-SW PIC X(01)      VALUE 'N'.
003176     88  WS-CURR-CLAIM-ELIGIBLE    VALUE 'Y'.
003177 01  WS-TODAY-DATE             PIC X(08).
003170 PROCEDURE DIVISION.
003180 0000-MAIN-CONTROL.
003190     PERFORM 1000-REDRIVE-CORRECTED
003230     STOP RUN.
003240
003250 1000-REDRIVE-CORRECTED.
003255     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003260     OPEN INPUT SUSPENSE-REASON-LOG
003270     OPEN OUTPUT REASON-LOG-OUT
003280     PERFORM 1100-READ-REASON
003310         IF SUSP-CORRECTED OF SUSP-REASON-RECORD
003320             ADD 1 TO WS-REDRIVE-COUNT
003330             SET SUSP-REDRIVEN OF RSNO-RECORD TO TRUE
003331             MOVE 'BCPREDRV' TO SUSP-CLOSED-BY OF RSNO-RECORD
003332             MOVE WS-TODAY-DATE TO SUSP-CLOSED-DATE OF RSNO-RECORD
003335             PERFORM 1200-ADD-ELIGIBLE-KEY
003340         ELSE
003350             ADD 1 TO WS-REMAIN-COUNT
