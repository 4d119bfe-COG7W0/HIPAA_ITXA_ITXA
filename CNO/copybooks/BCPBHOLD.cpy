000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150148 - BATCH VOLUME HOLD REGISTER *
000300*            RECORD. BCPVOLCK WRITES ONE (STATUS P) FOR EACH     *
000400*            02...90/99 BATCH GROUP WHOSE CLAIM COUNT OR         *
000500*            SUBMITTED DOLLARS FALL OUTSIDE THE SENDER'S BANDS,  *
000600*            WITH THE SENDER'S TRAILING AVERAGES AT THE TIME OF  *
000700*            THE HOLD. AN OPERATOR RELEASES (A) OR REJECTS (R)   *
000800*            THE BATCH ON BCPVOLWS; THE NEXT BCPVOLCK RUN        *
000900*            TRANSMITS A RELEASED BATCH (D) OR DROPS A REJECTED  *
001000*            ONE AND STAMPS THE CLOSED DATE, AND BCPBRCPT        *
001100*            RETURNS THE RESOLUTION TO THE SENDER THAT NIGHT.    *
001200*            CLOSED ENTRIES ARE DROPPED BY THE RUN AFTER.        *
001300******************************************************************
001400 01  BHLD-RECORD.
001500     05  BHLD-STATUS               PIC X(01).
001600         88  BHLD-PENDING              VALUE 'P'.
001700         88  BHLD-RELEASED             VALUE 'A'.
001800         88  BHLD-REJECTED             VALUE 'R'.
001900         88  BHLD-TRANSMITTED          VALUE 'D'.
002000     05  BHLD-SENDER-ID            PIC X(16).
002100     05  BHLD-RECEIVER-ID          PIC X(16).
002200     05  BHLD-PROCESS-DATE         PIC X(08).
002300     05  BHLD-BATCH-SEQ-NBR        PIC 9(04).
002400     05  BHLD-HELD-DATE            PIC X(08).
002500*OUT-OF-BAND DIRECTION FOR EACH MEASURE: H ABOVE, L BELOW, SPACE
002600*WITHIN THE BAND.
002700     05  BHLD-CNT-FLAG             PIC X(01).
002800     05  BHLD-AMT-FLAG             PIC X(01).
002900     05  BHLD-CLAIM-COUNT          PIC 9(05).
003000     05  BHLD-SUBMITTED            PIC 9(16)V99.
003100     05  BHLD-HIST-BATCHES         PIC 9(02).
003200     05  BHLD-AVG-CLAIMS           PIC 9(05).
003300     05  BHLD-AVG-SUBMITTED        PIC 9(16)V99.
003400     05  BHLD-DECIDED-BY           PIC X(08).
003500     05  BHLD-DECISION-DATE        PIC X(08).
003600     05  BHLD-CLOSED-DATE          PIC X(08).
