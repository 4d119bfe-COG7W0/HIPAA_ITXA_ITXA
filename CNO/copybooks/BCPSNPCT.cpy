000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150137 - CYCLE SNAPSHOT CATALOG.    *
000300*            BCPCYSNP WRITES ONE ROW PER MASTER IT COPIES AHEAD  *
000400*            OF AN UPDATING STEP: THE CYCLE DATE, THE STEP'S     *
000500*            SEQUENCE AND PROGRAM, THE MASTER (BY ITS DD NAME),  *
000600*            THE GENERATION NUMBER ASSIGNED TO THE COPY AND ITS  *
000700*            RECORD COUNT. BCPCYBKO READS THE CATALOG TO PICK    *
000800*            THE PRE-UPDATE GENERATION OF EACH MASTER TO RESTORE *
000900*            AND TO REFUSE A BACKOUT THAT A LATER CYCLE HAS      *
001000*            ALREADY BUILT ON.                                   *
001100******************************************************************
001200 01  SNCT-RECORD.
001300     05  SNCT-CYCLE-DATE           PIC X(08).
001400     05  SNCT-STEP-SEQ             PIC 9(03).
001500     05  SNCT-STEP-PROGRAM         PIC X(08).
001600     05  SNCT-MASTER-CD            PIC X(08).
001700     05  SNCT-GEN-NBR              PIC 9(05).
001800     05  SNCT-REC-COUNT            PIC 9(09).
001900     05  SNCT-TAKEN-TIME           PIC X(08).
