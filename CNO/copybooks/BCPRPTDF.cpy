000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150140 - REPORT DEFINITION MASTER.  *
000300*            ONE ROW PER REPORT ID (EDITRPT, RECONRPT,           *
000400*            TIMELYRPT, THE AGING REPORTS, THE SCORECARDS, THE   *
000500*            NACHA SUMMARY, ...): THE PRODUCING PROGRAM, THE     *
000600*            RETENTION PERIOD IN DAYS, THE LINES PER PRINTED     *
000700*            PAGE, WHETHER THE REPORT CARRIES PHI AND, IF IT     *
000800*            DOES, THE LOWEST OPERATOR ROLE (BCPOPSEC RANKS)     *
000900*            ALLOWED TO RECEIVE OR VIEW IT. OPERATIONS MAINTAINS *
001000*            IT IN PLACE OF THE HAND-KEPT DISTRIBUTION BINDER.   *
001100******************************************************************
001200 01  RPDF-RECORD.
001300     05  RPDF-REPORT-ID            PIC X(08).
001400     05  RPDF-DESCRIPTION          PIC X(30).
001500     05  RPDF-PROGRAM              PIC X(08).
001600     05  RPDF-RETAIN-DAYS          PIC 9(05).
001700     05  RPDF-LINES-PER-PAGE       PIC 9(03).
001800     05  RPDF-PHI-SW               PIC X(01).
001900         88  RPDF-HAS-PHI              VALUE 'Y'.
002000     05  RPDF-VIEW-ROLE            PIC X(01).
