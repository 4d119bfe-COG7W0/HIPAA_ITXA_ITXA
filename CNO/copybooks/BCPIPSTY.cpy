000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150123 - INPATIENT STAY HISTORY     *
000300*            MASTER. ONE ENTRY PER POSTED, ACCEPTED INPATIENT    *
000400*            CLAIM (ADMIT DATE ON THE 50 RECORD) FOR A MEMBER    *
000500*            WITH AN INTERNAL ID. CARRIES WHAT THE CLAIM HISTORY *
000600*            (BCPCHIST) DOES NOT: ADMIT AND DISCHARGE DATES, THE *
000700*            FACILITY (RENDERING PROVIDER ON THE 50 RECORD), THE *
000800*            ASSIGNED MS-DRG (BCPDRGAS) AND THE PAID AMOUNT.     *
000900*            BCPREADM ADDS STAYS AS THEY POST AND LINKS A STAY   *
001000*            ADMITTED WITHIN THE READMISSION WINDOW OF AN        *
001100*            EARLIER DISCHARGE TO THAT PRIOR STAY; BCPREADR      *
001200*            RATES READMISSIONS BY FACILITY FROM THE LINKS.      *
001300******************************************************************
001400 01  IPS-STAY-RECORD.
001500     05  IPS-MEMBER-ID             PIC 9(10).
001600     05  IPS-CLM-KEY               PIC 9(06).
001700     05  IPS-ADMIT-DATE            PIC X(08).
001800     05  IPS-DISCHG-DATE           PIC X(08).
001900     05  IPS-FACILITY-NPI          PIC X(10).
002000     05  IPS-FACILITY-NAME         PIC X(33).
002100     05  IPS-DRG-CODE              PIC X(03).
002200     05  IPS-PAID-AMT              PIC 9(09)V99.
002300     05  IPS-POSTED-DATE           PIC X(08).
002400     05  IPS-READMIT-IND           PIC X(01).
002500         88  IPS-IS-READMISSION        VALUE 'Y'.
002600     05  IPS-PRIOR-CLM-KEY         PIC 9(06).
002700     05  IPS-DAYS-SINCE-PRIOR      PIC 9(03).
002800     05  IPS-REVIEW-IND            PIC X(01).
002900         88  IPS-QUEUED-FOR-REVIEW     VALUE 'Y'.
