000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150145 - RESPONSE POSTING RUN       *
000300*            CHECKPOINT RECORD. BCPRECON WRITES ONE ONCE THE     *
000400*            CLAIM INDEX IS BUILT AND THEN EVERY N RESPONSES:    *
000500*            THE NUMBER OF RESPONSES READ, THE POSTING TOTALS SO *
000600*            FAR, THE RUN DATE, AND THE LINE COUNTS OF THE AUDIT *
000700*            LOG AND EXCEPTION REPORT, SO A RESTART CAN RESUME   *
000800*            AFTER THE LAST CHECKPOINTED RESPONSE WITH THE SAME  *
000900*            TOTALS AND TRUNCATE BOTH FILES BACK TO THAT         *
001000*            BOUNDARY. THE LAST RECORD OF A FINISHED RUN IS      *
001100*            MARKED COMPLETE.                                    *
001200******************************************************************
001210* 10-15-26 - R KOWALSKI - AR 150145 - THE CLAIM KEY OF THE LAST  *
001220*            RESPONSE POSTED, SO A RESTART CAN CONFIRM IT IS     *
001230*            READING THE SAME RESPONSE FILE.                     *
001240******************************************************************
001300 01  RCKPT-RECORD.
001400     05  RCKPT-RUN-DATE            PIC X(08).
001500     05  RCKPT-RESP-COUNT          PIC 9(07).
001600     05  RCKPT-MATCH-COUNT         PIC 9(05).
001700     05  RCKPT-RESP-UNMATCH-COUNT  PIC 9(05).
001800     05  RCKPT-DUP-CLM-COUNT       PIC 9(05).
001900     05  RCKPT-BAD-NPI-COUNT       PIC 9(05).
002000     05  RCKPT-SUPERSEDE-COUNT     PIC 9(05).
002100     05  RCKPT-CTR-POSTED-COUNT    PIC 9(05).
002200     05  RCKPT-AUD-RECS            PIC 9(07).
002300     05  RCKPT-RPT-RECS            PIC 9(07).
002400     05  RCKPT-COMPLETE-IND        PIC X(01).
002500         88  RCKPT-RUN-COMPLETE        VALUE 'Y'.
002600     05  RCKPT-LAST-RESP-KEY       PIC 9(06).
