000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150140 - REPORT DISTRIBUTION QUEUE. *
000300*            ONE ROW PER DESTINATION BCPRPTAR ROUTED AN ARCHIVED *
000400*            REPORT TO - QUEUED FOR DELIVERY, OR SUPPRESSED WITH *
000500*            THE REASON (PHI REPORT, DESTINATION ROLE TOO LOW) - *
000600*            SO THE PRINT ROOM WORKS FROM THE QUEUE INSTEAD OF   *
000700*            HAND-CARRYING AND THE PRIVACY OFFICE CAN SEE EVERY  *
000800*            SUPPRESSION.                                        *
000900******************************************************************
001000 01  RPDQ-RECORD.
001100     05  RPDQ-REPORT-ID            PIC X(08).
001200     05  RPDQ-RUN-DATE             PIC X(08).
001300     05  RPDQ-CYCLE                PIC 9(02).
001400     05  RPDQ-VERSION              PIC 9(02).
001500     05  RPDQ-DEST-TYPE            PIC X(01).
001600     05  RPDQ-DEST-ID              PIC X(08).
001700     05  RPDQ-DEST-NAME            PIC X(30).
001800     05  RPDQ-COPIES               PIC 9(02).
001900     05  RPDQ-STATUS               PIC X(01).
002000         88  RPDQ-QUEUED               VALUE 'Q'.
002100         88  RPDQ-SUPPRESSED           VALUE 'S'.
002200     05  RPDQ-REASON               PIC X(40).
