000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150124 - HCC RISK ADJUSTMENT MODEL  *
000300*            TABLE, VERSIONED BY MODEL YEAR (THE CALENDAR YEAR   *
000400*            OF SERVICE THE MODEL APPLIES TO). THREE ROW TYPES:  *
000500*              M - ICD-10-CM DIAGNOSIS (NO DECIMAL POINT, AS ON  *
000600*                  BCPICDMS) TO THE HCC IT MAPS INTO,            *
000700*              H - HIERARCHY: WHEN A MEMBER HAS HCCMS-HCC IN THE *
000800*                  YEAR, HCCMS-DROPS-HCC DOES NOT COUNT,         *
000900*              C - THE HCC'S MODEL COEFFICIENT AND WHETHER IT IS *
001000*                  A CHRONIC CONDITION THE CARE TEAM SHOULD SEE  *
001100*                  RECAPTURED EVERY YEAR.                        *
001200*            LOADED AS PUBLISHED BY BCPHCCBL AND BCPHCCYR.       *
001300******************************************************************
001400 01  HCCMS-RECORD.
001500     05  HCCMS-REC-TYPE            PIC X(01).
001600         88  HCCMS-MAP-ROW             VALUE 'M'.
001700         88  HCCMS-HIERARCHY-ROW       VALUE 'H'.
001800         88  HCCMS-COEFFICIENT-ROW     VALUE 'C'.
001900     05  HCCMS-MODEL-YEAR          PIC X(04).
002000     05  HCCMS-DIAG-CODE           PIC X(10).
002100     05  HCCMS-HCC                 PIC X(04).
002200     05  HCCMS-DROPS-HCC           PIC X(04).
002300     05  HCCMS-COEFFICIENT         PIC 9(01)V999.
002400     05  HCCMS-CHRONIC-IND         PIC X(01).
002500         88  HCCMS-IS-CHRONIC          VALUE 'Y'.
