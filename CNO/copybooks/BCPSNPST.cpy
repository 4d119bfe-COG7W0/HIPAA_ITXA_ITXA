000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150137 - CYCLE SNAPSHOT STORE. ONE  *
000300*            ROW PER RECORD OF EACH MASTER BCPCYSNP COPIES,      *
000400*            KEYED BY CYCLE DATE, STEP, MASTER DD NAME AND       *
000500*            GENERATION (BCPSNPCT) PLUS THE RECORD'S POSITION IN *
000600*            THE MASTER. THE IMAGE IS SIZED FOR THE WIDEST       *
000700*            MASTER IT CARRIES (THE ACCUMULATOR MASTER,          *
000800*            BCPMACCM) WITH ROOM TO GROW; BCPCYBKO MOVES IT BACK *
000900*            INTO THE MASTER'S OWN LAYOUT ON RESTORE.            *
001000******************************************************************
001100 01  SNST-RECORD.
001200     05  SNST-CYCLE-DATE           PIC X(08).
001300     05  SNST-STEP-SEQ             PIC 9(03).
001400     05  SNST-MASTER-CD            PIC X(08).
001500     05  SNST-GEN-NBR              PIC 9(05).
001600     05  SNST-REC-SEQ              PIC 9(09).
001700     05  SNST-IMAGE                PIC X(160).
