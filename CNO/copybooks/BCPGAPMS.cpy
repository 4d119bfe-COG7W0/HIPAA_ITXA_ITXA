000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150126 - PREVENTIVE CARE MEASURE    *
000300*            DEFINITION TABLE FOR THE GAP-IN-CARE RUN (BCPGAPIC).*
000400*            ROW TYPES, ALL KEYED BY MEASURE ID:                 *
000500*              'M' - THE MEASURE: DESCRIPTION, LOOKBACK MONTHS   *
000600*                    (ENDING WITH THE REPORT MONTH; THE MEMBER   *
000700*                    MUST BE CONTINUOUSLY ENROLLED THROUGH IT),  *
000800*                    AGE BAND ON THE LAST DAY OF THE REPORT      *
000900*                    MONTH (AGE-TO ZERO = ANY AGE) AND SEX       *
001000*                    (SPACE = EITHER);                           *
001100*              'D' - A DIAGNOSIS THAT PUTS A MEMBER IN THE       *
001200*                    MEASURE'S POPULATION WHEN BILLED ON A LINE  *
001300*                    IN THE LOOKBACK. MATCHED ON THE LEADING     *
001400*                    CHARACTERS GIVEN, WITHOUT THE DECIMAL POINT *
001500*                    (E11 TAKES IN E1100-E119). A MEASURE WITH   *
001600*                    NO 'D' ROWS NEEDS NO DIAGNOSIS;             *
001700*              'P' - A PROCEDURE CODE THAT CLOSES THE GAP WHEN   *
001800*                    BILLED IN THE LOOKBACK.                     *
001900******************************************************************
002000 01  GAPMS-RECORD.
002100     05  GAPMS-REC-TYPE            PIC X(01).
002200         88  GAPMS-MEASURE-ROW         VALUE 'M'.
002300         88  GAPMS-DIAG-ROW            VALUE 'D'.
002400         88  GAPMS-PROC-ROW            VALUE 'P'.
002500     05  GAPMS-MEASURE-ID          PIC X(06).
002600     05  GAPMS-CODE                PIC X(10).
002700     05  GAPMS-DESCRIPTION         PIC X(30).
002800     05  GAPMS-LOOKBACK-MONTHS     PIC 9(02).
002900     05  GAPMS-AGE-FROM            PIC 9(03).
003000     05  GAPMS-AGE-TO              PIC 9(03).
003100     05  GAPMS-SEX                 PIC X(01).
