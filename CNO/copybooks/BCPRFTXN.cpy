001000*            FULL KEY LEFT-JUSTIFIED; REFTXN-IMAGE CARRIES THE   *
001100*            COMPLETE REPLACEMENT RECORD IMAGE FOR ADD/CHANGE.   *
001200******************************************************************
001210* 10-15-26 - R KOWALSKI - AR 150117 - BCPPRVMS (PROVIDER         *
001220*            ENROLLMENT AND CREDENTIALING MASTER) IS NOW ALSO    *
001230*            MAINTAINED THROUGH THESE TRANSACTIONS.              *
001240******************************************************************
001250* 10-15-26 - R KOWALSKI - AR 150118 - BCPPCPAS (PCP ASSIGNMENT   *
001260*            MASTER) AND BCPCAPRT (CAPITATION RATE TABLE) ARE    *
001270*            NOW ALSO MAINTAINED THROUGH THESE TRANSACTIONS.     *
001280******************************************************************
001283* 10-15-26 - R KOWALSKI - AR 150139 - BCPICDMS, BCPPTPMS,        *
001286*            BCPMUEMS, BCPDRGMS AND BCPFEEMS (THE PUBLISHED      *
001289*            ICD-10, NCCI, DRG AND FEE SCHEDULE MASTERS) ARE NOW *
001292*            ALSO MAINTAINED THROUGH THESE TRANSACTIONS.         *
001295******************************************************************
001296* 10-15-26 - R KOWALSKI - AR 150146 - BCPLGHLD (LEGAL HOLD       *
001297*            MASTER) IS NOW ALSO MAINTAINED THROUGH THESE        *
001298*            TRANSACTIONS; A HOLD IS RELEASED BY A CHANGE, NEVER *
001299*            DELETED.                                            *
001300******************************************************************
001301* 10-15-26 - R KOWALSKI - AR 150147 - BCPHACMS                   *
001302*            (HOSPITAL-ACQUIRED CONDITION MASTER) IS NOW ALSO    *
001303*            MAINTAINED THROUGH THESE TRANSACTIONS.              *
001304******************************************************************
001300 01  REFTXN-RECORD.
001400     05  REFTXN-FILE-ID            PIC X(08).
001500     05  REFTXN-ACTION             PIC X(01).
