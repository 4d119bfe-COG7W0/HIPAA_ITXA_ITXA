000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150134 - 340B COVERED-ENTITY AND    *
000300*            CONTRACT-PHARMACY MASTER RECORD. ONE ENTRY PER      *
000400*            PHARMACY REGISTERED WITH HRSA TO DISPENSE 340B      *
000500*            DRUGS, KEYED BY NCPDP ID (THE CLAIM'S DISPENSING    *
000600*            PHARMACY) WITH ITS NPI, THE COVERED ENTITY'S 340B   *
000700*            ID AND THE REGISTRATION'S EFFECTIVE/TERM DATES. A   *
000800*            REGISTRATION COVERS A DATE OF SERVICE NOT BEFORE    *
000900*            CEP-EFF-DATE AND BEFORE CEP-TERM-DATE (SPACES =     *
001000*            OPEN). BCPNCPCV TAGS A DRUG LINE 340B WHEN ITS      *
001100*            PHARMACY IS REGISTERED HERE ON THE DATE OF SERVICE, *
001200*            AND BCPRXREB KEEPS TAGGED LINES OFF MANUFACTURER    *
001300*            REBATE INVOICES.                                    *
001400******************************************************************
001500 01  CEP-MASTER-RECORD.
001600     05  CEP-NCPDP-ID              PIC X(07).
001700     05  CEP-NPI                   PIC X(10).
001800     05  CEP-ENTITY-ID             PIC X(11).
001900     05  CEP-PHARMACY-ROLE         PIC X(01).
002000         88  CEP-IN-HOUSE-PHARMACY     VALUE 'E'.
002100         88  CEP-CONTRACT-PHARMACY     VALUE 'C'.
002200     05  CEP-EFF-DATE              PIC X(08).
002300     05  CEP-TERM-DATE             PIC X(08).
002400     05  CEP-ENTITY-NAME           PIC X(30).
