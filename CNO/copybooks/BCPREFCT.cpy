000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150139 - REFERENCE MASTER FRESHNESS *
000300*            CONTROL RECORD (REFCTL), ONE ROW PER EXTERNALLY     *
000400*            PUBLISHED MASTER THE EDIT CHAIN DEPENDS ON (NDC,    *
000500*            TAXONOMY, OIG EXCLUSIONS, ICD-10, NCCI PTP AND MUE, *
000600*            DRG TABLE, FEE SCHEDULE). OPERATIONS SETS THE       *
000700*            EXPECTED CADENCE, GRACE DAYS, ANY FIXED ANNUAL      *
000800*            RELEASE DATE (MMDD, E.G. 1001 FOR ICD-10) WITH ITS  *
000900*            LOAD-AHEAD WINDOW, AND THE REGULATORY FLAG; THE     *
001000*            LOADERS (VIA BCPREFST) STAMP THE LAST LOAD DATE,    *
001100*            TIME, PROGRAM AND VERSION. BCPREFMN READS IT DAILY. *
001200******************************************************************
001300 01  REFC-RECORD.
001400     05  REFC-MASTER-ID            PIC X(08).
001500     05  REFC-DESCRIPTION          PIC X(20).
001600     05  REFC-CADENCE-CD           PIC X(01).
001700         88  REFC-WEEKLY               VALUE 'W'.
001800         88  REFC-MONTHLY              VALUE 'M'.
001900         88  REFC-QUARTERLY            VALUE 'Q'.
002000         88  REFC-ANNUAL               VALUE 'A'.
002100         88  REFC-ON-DEMAND            VALUE 'X'.
002200     05  REFC-GRACE-DAYS           PIC 9(03).
002300     05  REFC-RELEASE-MMDD         PIC X(04).
002400     05  REFC-LEAD-DAYS            PIC 9(03).
002500     05  REFC-REGULATORY-SW        PIC X(01).
002600         88  REFC-IS-REGULATORY        VALUE 'Y'.
002700     05  REFC-LAST-LOAD-DATE       PIC X(08).
002800     05  REFC-LAST-LOAD-TIME       PIC X(08).
002900     05  REFC-LAST-LOAD-PGM        PIC X(08).
003000     05  REFC-VERSION              PIC X(10).
003100     05  REFC-PRIOR-VERSION        PIC X(10).
