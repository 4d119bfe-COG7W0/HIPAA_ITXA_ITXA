000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150140 - REPORT REPOSITORY STORE.   *
000300*            ONE ROW PER PRINT LINE OF EVERY ARCHIVED REPORT,    *
000400*            KEYED BY THE SAME REPORT ID, RUN DATE, CYCLE AND    *
000500*            VERSION AS ITS CATALOG ROW (BCPRPTCT) PLUS THE      *
000600*            LINE'S POSITION AND THE PAGE IT FELL ON, SO THE     *
000700*            VIEWER CAN PAGE THROUGH A REPORT AS IT WAS PRINTED. *
000800******************************************************************
000900 01  RPST-RECORD.
001000     05  RPST-REPORT-ID            PIC X(08).
001100     05  RPST-RUN-DATE             PIC X(08).
001200     05  RPST-CYCLE                PIC 9(02).
001300     05  RPST-VERSION              PIC 9(02).
001400     05  RPST-LINE-SEQ             PIC 9(07).
001500     05  RPST-PAGE-NBR             PIC 9(05).
001600     05  RPST-TEXT                 PIC X(132).
