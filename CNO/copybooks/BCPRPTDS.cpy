000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150140 - REPORT DISTRIBUTION        *
000300*            MASTER. ONE ROW PER DESTINATION OF A REPORT - A     *
000400*            NAMED RECIPIENT (BY OPERATOR ID) OR A SECTION -     *
000500*            WITH THE ROLE THE DESTINATION HOLDS AND THE NUMBER  *
000600*            OF COPIES. BCPRPTAR ROUTES EACH ARCHIVED REPORT TO  *
000700*            ITS ROWS AND SUPPRESSES A PHI-BEARING REPORT FOR    *
000800*            ANY DESTINATION WHOSE ROLE DOES NOT REACH THE       *
000900*            REPORT'S VIEWING ROLE.                              *
001000******************************************************************
001100 01  RPDS-RECORD.
001200     05  RPDS-REPORT-ID            PIC X(08).
001300     05  RPDS-DEST-TYPE            PIC X(01).
001400         88  RPDS-TO-RECIPIENT         VALUE 'R'.
001500         88  RPDS-TO-SECTION           VALUE 'S'.
001600     05  RPDS-DEST-ID              PIC X(08).
001700     05  RPDS-DEST-NAME            PIC X(30).
001800     05  RPDS-DEST-ROLE            PIC X(01).
001900     05  RPDS-COPIES               PIC 9(02).
