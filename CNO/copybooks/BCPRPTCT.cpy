000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150140 - REPORT REPOSITORY CATALOG. *
000300*            BCPRPTAR WRITES ONE ROW PER REPORT IT ARCHIVES,     *
000400*            INDEXED BY REPORT ID, RUN DATE AND CYCLE (A RERUN   *
000500*            OF THE SAME CYCLE IS KEPT AS THE NEXT VERSION),     *
000600*            WITH THE LINE AND PAGE COUNTS, THE PURGE DATE       *
000700*            WORKED OUT FROM THE REPORT'S RETENTION PERIOD, AND  *
000800*            THE PHI FLAG AND VIEWING ROLE TAKEN FROM THE REPORT *
000900*            DEFINITION MASTER (BCPRPTDF) AT ARCHIVE TIME. THE   *
001000*            VIEWER (BCPRPTVW) LISTS FROM IT AND THE PURGE       *
001100*            (BCPRPTPG) DROPS EXPIRED ROWS.                      *
001200******************************************************************
001300 01  RPCT-RECORD.
001400     05  RPCT-REPORT-ID            PIC X(08).
001500     05  RPCT-RUN-DATE             PIC X(08).
001600     05  RPCT-CYCLE                PIC 9(02).
001700     05  RPCT-VERSION              PIC 9(02).
001800     05  RPCT-PROGRAM              PIC X(08).
001900     05  RPCT-ARCH-DATE            PIC X(08).
002000     05  RPCT-ARCH-TIME            PIC X(08).
002100     05  RPCT-LINE-COUNT           PIC 9(07).
002200     05  RPCT-PAGE-COUNT           PIC 9(05).
002300     05  RPCT-PURGE-DATE           PIC X(08).
002400     05  RPCT-PHI-SW               PIC X(01).
002500         88  RPCT-HAS-PHI              VALUE 'Y'.
002600     05  RPCT-VIEW-ROLE            PIC X(01).
