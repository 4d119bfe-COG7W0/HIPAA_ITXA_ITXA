001100*            (BCPPHNMS) BY BCPNCPCV.                             *
001110******************************************************************
001120     05  MEDG-CLM60-PHARMACY-ID    PIC X(07).
001120******************************************************************
001120* 10-15-26 - R KOWALSKI - AR 150134 - NCPDP SUBMISSION           *
001120*            CLARIFICATION CODE (420-DK) FROM THE PHARMACY. CODE *
001120*            20 MEANS THE PHARMACY SUBMITTED THE FILL AS A 340B  *
001120*            DRUG; BCPNCPCV TAGS THE LINE 340B ON IT.            *
001120******************************************************************
001130     05  MEDG-CLM60-SUBM-CLAR-CD   PIC X(02).
001140         88  MEDG-CLM60-340B-CLAIM     VALUE '20'.

