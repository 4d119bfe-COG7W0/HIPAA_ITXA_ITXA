000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150143 - PHI ACCESS REVIEW DAILY    *
000300*            SCORE HISTORY. ONE ROW PER OPERATOR PER REVIEW      *
000400*            DATE, CARRIED FORWARD BY BCPPHIAN (A RERUN OF A     *
000500*            DATE REPLACES ITS ROWS) AND SUMMED BY MONTH IN      *
000600*            BCPPHITR'S PER-OPERATOR TREND.                      *
000700******************************************************************
000800 01  PHIH-RECORD.
000900     05  PHIH-REVIEW-DATE          PIC X(08).
001000     05  PHIH-OPERATOR             PIC X(08).
001100     05  PHIH-LOOKUPS              PIC 9(05).
001200     05  PHIH-EMPTY-SSN            PIC 9(05).
001300     05  PHIH-WATCH                PIC 9(05).
001400     05  PHIH-SELF                 PIC 9(05).
001500     05  PHIH-AFTER-HOURS          PIC 9(05).
001600     05  PHIH-NO-TIE               PIC 9(05).
001700     05  PHIH-VOLUME-SW            PIC X(01).
001800         88  PHIH-VOLUME-HIGH          VALUE 'Y'.
001900     05  PHIH-SCORE                PIC 9(07).
