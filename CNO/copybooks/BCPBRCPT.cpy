001100*            NEXT MORNING INSTEAD OF PHONING OPERATIONS OR       *
001200*            WAITING FOR THE MONTHLY BCPSNDSC SCORECARD.         *
001300******************************************************************
001310* 10-15-26 - R KOWALSKI - AR 150148 - THE RH RECORD NOW CARRIES  *
001320*            THE BATCH'S VOLUME HOLD STATE FROM THE BCPVOLCK     *
001330*            HOLD REGISTER: H HELD FOR OPERATOR REVIEW (WITH THE *
001340*            COUNT AND DOLLAR OUT-OF-BAND DIRECTIONS), AND ON    *
001350*            THE NIGHT THE HOLD IS RESOLVED A FURTHER RECEIPT    *
001360*            FOR THE BATCH WITH R RELEASED AND TRANSMITTED OR X  *
001370*            REJECTED, AND THE DECISION DATE. SPACE WHEN THE     *
001380*            BATCH WAS NEVER HELD.                               *
001390******************************************************************
001400 01  RCPT-HDR-RECORD.
001500     05  RCPT-HDR-REC-ID           PIC X(02).
001600     05  RCPT-HDR-SENDER-ID        PIC X(16).
002000     05  RCPT-HDR-VERDICT          PIC X(01).
002100         88  RCPT-BATCH-BALANCED       VALUE 'B'.
002200         88  RCPT-BATCH-OUT-OF-BAL     VALUE 'F'.
002210     05  RCPT-HDR-HOLD-STATUS      PIC X(01).
002220         88  RCPT-NOT-HELD             VALUE SPACE.
002230         88  RCPT-HELD-FOR-REVIEW      VALUE 'H'.
002240         88  RCPT-HOLD-RELEASED        VALUE 'R'.
002250         88  RCPT-HOLD-REJECTED        VALUE 'X'.
002260     05  RCPT-HDR-HOLD-CNT-FLAG    PIC X(01).
002270     05  RCPT-HDR-HOLD-AMT-FLAG    PIC X(01).
002280     05  RCPT-HDR-HOLD-DATE        PIC X(08).
002300 01  RCPT-SUSP-RECORD.
002400     05  RCPT-SUSP-REC-ID          PIC X(02).
002500     05  RCPT-SUSP-CLM-KEY         PIC 9(06).
