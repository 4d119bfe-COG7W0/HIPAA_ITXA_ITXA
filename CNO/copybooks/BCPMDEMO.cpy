000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150126 - MEMBER DEMOGRAPHIC MASTER. *
000300*            ONE ENTRY PER INTERNAL MEMBER ID (BCPMIDXR) WITH    *
000400*            THE BIRTH DATE AND SEX FROM THE ENROLLMENT SYSTEM,  *
000500*            FOR AGE- AND SEX-BASED MEASURE POPULATIONS. THE     *
000600*            ENROLLMENT SPANS (BCPENRMS) CARRY NEITHER.          *
000700******************************************************************
000800 01  MDEMO-RECORD.
000900     05  MDEMO-MEMBER-ID           PIC 9(10).
001000     05  MDEMO-BIRTH-DATE          PIC X(08).
001100     05  MDEMO-SEX                 PIC X(01).
001200         88  MDEMO-IS-MALE             VALUE 'M'.
001300         88  MDEMO-IS-FEMALE           VALUE 'F'.
001400     05  MDEMO-LAST-UPDATE-DATE    PIC X(08).
