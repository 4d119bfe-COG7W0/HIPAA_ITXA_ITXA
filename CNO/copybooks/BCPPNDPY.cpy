000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150131 - PENDING-PAYMENT RECORD. AN *
000300*            ACCEPTED RESPONSE FOR A PAYEE ON A PAYMENT CYCLE    *
000400*            (BCPPYCYC) THAT IS NOT DUE TO PAY THIS RUN WAITS    *
000500*            HERE, CARRIED FORWARD RUN TO RUN BY BCPNACHA, UNTIL *
000600*            THE PAYEE'S NEXT PAY DAY - OR UNTIL IT HAS WAITED   *
000700*            LONGER THAN A FULL CYCLE, SO A PAY DAY LOST TO A    *
000800*            HOLIDAY DOES NOT STRAND IT. THE RESPONSE RIDES      *
000900*            WHOLE IN THE IMAGE FIELD. ALSO READ BY BCP835GN AND *
001000*            BY THE BCPCSHFC CASH FORECAST.                      *
001100******************************************************************
001200 01  PNDP-RECORD.
001300     05  PNDP-TIN                  PIC X(09).
001400     05  PNDP-CYCLE                PIC X(01).
001500     05  PNDP-QUEUED-DATE          PIC X(08).
001600     05  PNDP-RESP-IMAGE           PIC X(618).
