000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150132 - HOT-BATCH CLAIM KEY LOG    *
000300*            (HOTKEYS). BCPHOTDR ADDS ONE ROW FOR EVERY          *
000400*            CORRECTED SUSPENSE CLAIM IT PUTS ON THE HOT BATCH   *
000500*            AND EVERY EXPEDITED CLAIM IT STAGES, SO BCPNACHA    *
000600*            CAN SEND THE PAYMENT FOR THAT CLAIM SAME-DAY. THE   *
000700*            LOG IS APPENDED RUN AFTER RUN; BCPNACHA ONLY LOOKS  *
000800*            BACK SDAC-KEY-DAYS.                                 *
000900******************************************************************
001000 01  HOTK-RECORD.
001100     05  HOTK-CLM-KEY              PIC 9(06).
001200     05  HOTK-SOURCE               PIC X(01).
001300         88  HOTK-CORRECTED            VALUE 'C'.
001400         88  HOTK-EXPEDITED            VALUE 'E'.
001500     05  HOTK-RUN-DATE             PIC X(08).
001600     05  HOTK-RUN-TIME             PIC X(04).
