000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150125 - IBNR LAG TRIANGLE DATASET  *
000300*            FOR ACTUARIAL. WRITTEN BY BCPIBNR EACH MONTH END,   *
000400*            ONE SEGMENT (PART A/B INDICATOR AND CONTRACT CODE)  *
000500*            AFTER ANOTHER:                                      *
000600*              'T' - ONE TRIANGLE CELL, INCURRED MONTH BY LAG    *
000700*                    (PAID MONTH), WITH THE AMOUNT PAID IN THE   *
000800*                    CELL AND PAID TO DATE THROUGH IT;           *
000900*              'F' - ONE DEVELOPMENT LAG, WITH THE AGE-TO-AGE    *
001000*                    FACTOR TO THE NEXT LAG AND THE COMPLETION   *
001100*                    FACTOR AT THE LAG;                          *
001200*              'R' - ONE INCURRED MONTH, WITH PAID TO DATE, THE  *
001300*                    COMPLETION FACTOR APPLIED, THE ESTIMATED    *
001400*                    ULTIMATE AND THE IBNR RESERVE.              *
001500*            FIELDS NOT USED BY A ROW TYPE ARE ZERO OR SPACES.   *
001600******************************************************************
001700 01  IBNRX-RECORD.
001800     05  IBNRX-REC-TYPE            PIC X(01).
001900         88  IBNRX-TRIANGLE-ROW        VALUE 'T'.
002000         88  IBNRX-FACTOR-ROW          VALUE 'F'.
002100         88  IBNRX-RESERVE-ROW         VALUE 'R'.
002200     05  IBNRX-VALUATION-MONTH     PIC X(06).
002300     05  IBNRX-PART-IND            PIC X(01).
002400     05  IBNRX-CONTRACT-CODE       PIC X(02).
002500     05  IBNRX-INCURRED-MONTH      PIC X(06).
002600     05  IBNRX-LAG-MONTHS          PIC 9(02).
002700     05  IBNRX-PAID-MONTH          PIC X(06).
002800     05  IBNRX-CLAIM-COUNT         PIC 9(07).
002900     05  IBNRX-PAID-AMT            PIC 9(11)V99.
003000     05  IBNRX-CUM-PAID-AMT        PIC 9(11)V99.
003100     05  IBNRX-AGE-FACTOR          PIC 9(03)V9(06).
003200     05  IBNRX-COMPLETION-FACTOR   PIC 9(01)V9(06).
003300     05  IBNRX-ULTIMATE-AMT        PIC 9(11)V99.
003400     05  IBNRX-IBNR-AMT            PIC 9(11)V99.
