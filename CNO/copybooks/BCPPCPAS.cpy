000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150118 - PCP ASSIGNMENT MASTER.     *
000300*            ONE ENTRY PER MEMBER PRIMARY CARE PROVIDER SPAN,    *
000400*            KEYED INTERNAL MEMBER ID (BCPMIDXR) + SPAN          *
000500*            EFFECTIVE DATE, MAINTAINED THROUGH BCPREFMT. A      *
000600*            TERM DATE OF SPACES MEANS THE ASSIGNMENT IS STILL   *
000700*            OPEN. THE CONTRACT CODE PICKS THE MONTHLY RATE OFF  *
000800*            THE CAPITATION RATE TABLE (BCPCAPRT). A PCP CHANGE  *
000900*            IS A TERM ON THE OLD SPAN AND A NEW SPAN FOR THE    *
001000*            NEW PCP. BCPCAPRN PAYS FROM THIS MASTER.            *
001100******************************************************************
001200 01  PCPAS-RECORD.
001300     05  PCPAS-MEMBER-ID           PIC 9(10).
001400     05  PCPAS-EFF-DATE            PIC X(08).
001500     05  PCPAS-TERM-DATE           PIC X(08).
001600     05  PCPAS-PCP-NPI             PIC X(10).
001700     05  PCPAS-CONTRACT-CODE       PIC X(02).
