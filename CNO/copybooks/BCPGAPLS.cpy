000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150126 - GAP-IN-CARE OUTREACH LIST. *
000300*            ONE ENTRY PER ENROLLED MEMBER AND MEASURE THE       *
000400*            MEMBER IS IN THE POPULATION FOR BUT HAS NO          *
000500*            QUALIFYING SERVICE IN THE LOOKBACK. PROV-NPI IS THE *
000600*            RENDERING PROVIDER OF THE MEMBER'S LATEST POSTED    *
000700*            CLAIM IN THE LOOKBACK (SPACES WHEN NONE).           *
000800******************************************************************
000900 01  GAPLS-RECORD.
001000     05  GAPLS-MEMBER-ID           PIC 9(10).
001100     05  GAPLS-MEASURE-ID          PIC X(06).
001200     05  GAPLS-MEASURE-DESC        PIC X(30).
001300     05  GAPLS-AS-OF-DATE          PIC X(08).
001400     05  GAPLS-LOOKBACK-START      PIC X(08).
001500     05  GAPLS-AGE                 PIC 9(03).
001600     05  GAPLS-SEX                 PIC X(01).
001700     05  GAPLS-PROV-NPI            PIC X(10).
001800     05  GAPLS-LAST-SERVICE-DATE   PIC X(08).
001900     05  GAPLS-RUN-DATE            PIC X(08).
