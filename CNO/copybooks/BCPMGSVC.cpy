004120         10  MEDG-SVC-OPR-CAS-GROUP-CD PIC X(02).
004130         10  MEDG-SVC-OPR-CAS-REASN-CD PIC X(05).
004140         10  MEDG-SVC-OPR-CAS-AMOUNT   PIC 9(07)V99.
004150******************************************************************
004160* 10-15-26 - R KOWALSKI - AR 150147 - PRESENT-ON-ADMISSION (POA) *
004170*            INDICATOR FOR EACH OF THE LINE'S FOUR DIAGNOSES: Y  *
004180*            PRESENT, N NOT PRESENT, U DOCUMENTATION             *
004190*            INSUFFICIENT, W CLINICALLY UNDETERMINED, 1 EXEMPT   *
004200*            FROM POA REPORTING. REQUIRED ON INPATIENT           *
004210*            INSTITUTIONAL CLAIMS (BCP837CV SUSPENDS A MISSING   *
004220*            OR INVALID VALUE) AND CARRIED TO THE X12 HI SEGMENT *
004230*            BY BCPX12SR.                                        *
004240******************************************************************
004250     05  MEDG-SVC-PRIMARY-POA      PIC X(01).
004260         88  MEDG-SVC-PRI-POA-VALID    VALUE 'Y' 'N' 'U' 'W' '1'.
004270     05  MEDG-SVC-SECONDARY-POA1   PIC X(01).
004280         88  MEDG-SVC-SEC1-POA-VALID   VALUE 'Y' 'N' 'U' 'W' '1'.
004290     05  MEDG-SVC-SECONDARY-POA2   PIC X(01).
004300         88  MEDG-SVC-SEC2-POA-VALID   VALUE 'Y' 'N' 'U' 'W' '1'.
004310     05  MEDG-SVC-SECONDARY-POA3   PIC X(01).
004320         88  MEDG-SVC-SEC3-POA-VALID   VALUE 'Y' 'N' 'U' 'W' '1'.

