000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150132 - SAME-DAY ACH CONTROL       *
000300*            RECORD (SDACTL), ONE RECORD. WITH THE ACTIVE SWITCH *
000400*            ON, BCPNACHA SENDS HOT-BATCH AND EXPEDITED CLAIM    *
000500*            PAYMENTS IN A SEPARATE SAME-DAY COMPANY BATCH WHEN  *
000600*            THE RUN BEATS ONE OF THE BANK'S SUBMISSION WINDOWS. *
000700*            EACH WINDOW GIVES THE SUBMISSION CUTOFF AND THE     *
000800*            SETTLEMENT TIME (24-HOUR HHMM), EARLIEST FIRST. THE *
000900*            PER-ENTRY LIMIT IS THE NACHA SAME-DAY DOLLAR LIMIT  *
001000*            (1,000,000.00 WHEN ZERO). KEY DAYS IS HOW FAR BACK  *
001100*            A HOT-BATCH CLAIM KEY (BCPHOTKY) STAYS ELIGIBLE (30 *
001200*            WHEN ZERO).                                         *
001300******************************************************************
001400 01  SDAC-RECORD.
001500     05  SDAC-ACTIVE-IND           PIC X(01).
001600         88  SDAC-SAME-DAY-ON          VALUE 'Y'.
001700     05  SDAC-ENTRY-LIMIT          PIC 9(07)V99.
001800     05  SDAC-KEY-DAYS             PIC 9(03).
001900     05  SDAC-WINDOW-COUNT         PIC 9(01).
002000     05  SDAC-WINDOW               OCCURS 3 TIMES.
002100         10  SDAC-CUTOFF-HHMM      PIC 9(04).
002200         10  SDAC-SETTLE-HHMM      PIC 9(04).
002300     05  SDAC-LAST-UPDATE          PIC X(08).
