000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150124 - RISK ADJUSTMENT SUBMISSION *
000300*            EXTRACT RECORD. ONE ENTRY PER DISTINCT DIAGNOSIS ON *
000400*            A POSTED, ACCEPTED CLAIM THAT MAPS TO AN HCC IN THE *
000500*            MODEL YEAR OF ITS SERVICE DATE, WITH THE SERVICE    *
000600*            DATES AND RENDERING PROVIDER THE SUBMISSION NEEDS.  *
000700*            WRITTEN BY BCPHCCBL.                                *
000800******************************************************************
000900 01  HCCEX-RECORD.
001000     05  HCCEX-MEMBER-ID           PIC 9(10).
001100     05  HCCEX-CLM-KEY             PIC 9(06).
001200     05  HCCEX-LINE-NBR            PIC 9(06).
001300     05  HCCEX-DOS-FROM            PIC X(08).
001400     05  HCCEX-DOS-TO              PIC X(08).
001500     05  HCCEX-DIAG-CODE           PIC X(10).
001600     05  HCCEX-HCC                 PIC X(04).
001700     05  HCCEX-MODEL-YEAR          PIC X(04).
001800     05  HCCEX-PROV-NPI            PIC X(10).
001900     05  HCCEX-EXTRACT-DATE        PIC X(08).
