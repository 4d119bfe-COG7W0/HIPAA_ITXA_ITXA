000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150147 - HOSPITAL-ACQUIRED          *
000300*            CONDITION (HAC) MASTER RECORD. ONE ROW PER CMS HAC  *
000400*            DIAGNOSIS, LOADABLE AND VERSIONED BY THE CMS FISCAL *
000500*            YEAR (OCT-SEP) LIKE THE GROUPER TABLES (BCPDRGMS),  *
000600*            MAINTAINED THROUGH BCPREFMT (KEY FISCAL YEAR +      *
000700*            DIAGNOSIS PREFIX, 11 BYTES). A SECONDARY DIAGNOSIS  *
000800*            MATCHING THE PREFIX WHOSE POA INDICATOR IS N OR U   *
000900*            WAS ACQUIRED IN THE HOSPITAL, AND BCPDRGGR DROPS IT *
001000*            FROM THE CC/MCC DETERMINATION OF THE PAYMENT DRG.   *
001100******************************************************************
001200 01  HACMS-RECORD.
001300     05  HACMS-FISCAL-YEAR         PIC X(04).
001400     05  HACMS-DIAG-PREFIX         PIC X(07).
001500     05  HACMS-CATEGORY            PIC X(02).
001600     05  HACMS-DESCRIPTION         PIC X(30).
