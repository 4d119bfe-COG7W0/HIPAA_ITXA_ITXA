000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150131 - PAYEE PAYMENT CYCLE        *
000300*            PROFILE. ONE ENTRY PER PAYEE TIN (BCPPTXMS) THAT    *
000400*            HAS ASKED TO BE PAID ON A CYCLE INSTEAD OF ONE      *
000500*            DEPOSIT PER CLAIM. CYCLE D PAYS EVERY RUN, T ON TWO *
000600*            WEEKDAYS AND W ON ONE (PAY DAYS ARE ISO WEEKDAYS    *
000700*            1-5; LEFT ZERO THEY DEFAULT TO TUESDAY/FRIDAY AND   *
000800*            FRIDAY). EVERY ACH PAYMENT TO THE TIN IN A RUN IS   *
000900*            CONSOLIDATED INTO ONE ENTRY PER BANK ACCOUNT;       *
001000*            RESPONSES NOT DUE YET WAIT ON THE PENDING-PAYMENT   *
001100*            FILE (BCPPNDPY). THE PROFILE APPLIES FROM ITS       *
001200*            EFFECTIVE DATE (BLANK MEANS AT ONCE). READ BY       *
001300*            BCPNACHA, BCP835GN AND BCPCSHFC.                    *
001400******************************************************************
001500 01  PYCY-RECORD.
001600     05  PYCY-TIN                  PIC X(09).
001700     05  PYCY-CYCLE                PIC X(01).
001800         88  PYCY-DAILY                VALUE 'D'.
001900         88  PYCY-TWICE-WEEKLY         VALUE 'T'.
002000         88  PYCY-WEEKLY               VALUE 'W'.
002100     05  PYCY-PAY-DAY-1            PIC 9(01).
002200     05  PYCY-PAY-DAY-2            PIC 9(01).
002300     05  PYCY-EFFECTIVE-DATE       PIC X(08).
002400     05  PYCY-LAST-UPDATE          PIC X(08).
