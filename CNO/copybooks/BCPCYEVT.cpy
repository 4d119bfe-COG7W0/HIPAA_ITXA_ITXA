000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150141 - CYCLE STEP EVENT LOG       *
000300*            RECORD. BCPRUNGT APPENDS ONE ROW EACH TIME IT GATES *
000400*            A STEP - STARTED (THE GATE PASSED AND THE STEP IS   *
000500*            RUNNING) OR BLOCKED (THE GATE REFUSED, WITH THE     *
000600*            REFUSAL MESSAGE) - AND, IN STEP-DONE MODE AFTER THE *
000700*            STEP, ONE ROW MARKING IT COMPLETE. THE CYCLE STATUS *
000800*            MONITOR (BCPCYCMN) TIMES EACH STEP FROM THESE ROWS. *
000900******************************************************************
001000 01  CYEV-RECORD.
001100     05  CYEV-CYCLE-DATE           PIC X(08).
001200     05  CYEV-STEP-PROGRAM         PIC X(08).
001300     05  CYEV-EVENT-CD             PIC X(01).
001400         88  CYEV-STEP-STARTED         VALUE 'S'.
001500         88  CYEV-STEP-BLOCKED         VALUE 'B'.
001600         88  CYEV-STEP-DONE            VALUE 'D'.
001700     05  CYEV-EVENT-TIME           PIC X(08).
001800     05  CYEV-OPERATOR             PIC X(08).
001900     05  CYEV-MESSAGE              PIC X(80).
