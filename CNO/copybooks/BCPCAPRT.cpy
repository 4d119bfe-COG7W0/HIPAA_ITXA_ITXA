000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150118 - CAPITATION RATE TABLE. ONE *
000300*            ENTRY PER MANAGED-CARE CONTRACT CODE RATE SPAN,     *
000400*            KEYED CONTRACT CODE + SPAN EFFECTIVE DATE AND       *
000500*            MAINTAINED THROUGH BCPREFMT. CAPRT-PMPM-RATE IS THE *
000600*            PER-MEMBER-PER-MONTH AMOUNT PAID TO THE ASSIGNED    *
000700*            PCP FOR A MEMBER MONTH WHOSE FIRST DAY FALLS INSIDE *
000800*            THE SPAN. TERM DATE OF SPACES MEANS STILL IN FORCE. *
000900******************************************************************
001000 01  CAPRT-RECORD.
001100     05  CAPRT-CONTRACT-CODE       PIC X(02).
001200     05  CAPRT-EFF-DATE            PIC X(08).
001300     05  CAPRT-TERM-DATE           PIC X(08).
001400     05  CAPRT-PMPM-RATE           PIC 9(05)V99.
001500     05  CAPRT-DESCRIPTION         PIC X(30).
