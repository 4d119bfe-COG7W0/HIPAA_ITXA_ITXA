000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150148 - PER-SENDER BATCH VOLUME    *
000300*            STATISTICS RECORD. REBUILT BY EVERY BCPVOLCK RUN    *
000400*            FROM THE TRANSMITTED BATCH LOG (BCPBLOG ROWS        *
000500*            CARRYING THEIR CLAIM COUNT AND SUBMITTED TOTAL):    *
000600*            THE SENDER'S LAST TEN TRANSMITTED BATCHES, OLDEST   *
000700*            FIRST, AND THEIR AVERAGES - THE TRAILING HISTORY    *
000800*            EACH NEW BATCH IS BANDED AGAINST.                   *
000900******************************************************************
001000 01  SNDST-RECORD.
001100     05  SNDST-SENDER-ID           PIC X(16).
001200     05  SNDST-BUILT-DATE          PIC X(08).
001300     05  SNDST-HIST-COUNT          PIC 9(02).
001400     05  SNDST-AVG-CLAIMS          PIC 9(05).
001500     05  SNDST-AVG-SUBMITTED       PIC 9(16)V99.
001600     05  SNDST-HIST                OCCURS 10 TIMES.
001700         10  SNDST-H-PROCESS-DATE  PIC X(08).
001800         10  SNDST-H-BATCH-SEQ     PIC 9(04).
001900         10  SNDST-H-CLAIMS        PIC 9(05).
002000         10  SNDST-H-SUBMITTED     PIC 9(16)V99.
