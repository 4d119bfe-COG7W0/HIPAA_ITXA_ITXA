000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150127 - SENSITIVE DIAGNOSIS MASTER *
000300*            RECORD. ONE ENTRY PER ICD-10-CM CODE OR CODE PREFIX *
000400*            (NO DECIMAL POINT, AS ON BCPICDMS) WHOSE PRESENCE   *
000500*            ON ANY LINE MAKES A CLAIM SENSITIVE - SUBSTANCE     *
000600*            USE, MENTAL HEALTH, HIV, REPRODUCTIVE AND SIMILAR   *
000700*            CATEGORIES. A PREFIX MATCHES EVERY CODE BEGINNING   *
000800*            WITH IT (F10 COVERS F1020).                         *
000900******************************************************************
001000 01  SNSDX-RECORD.
001100     05  SNSDX-DIAG-PREFIX         PIC X(10).
001200     05  SNSDX-CATEGORY            PIC X(04).
001300     05  SNSDX-DESCRIPTION         PIC X(30).
