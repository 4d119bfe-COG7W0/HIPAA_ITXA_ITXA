000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150121 - LCD/NCD COVERAGE POLICY    *
000300*            MASTER RECORD. ONE ENTRY PER PROCEDURE CODE AND     *
000400*            SUPPORTING ICD-10-CM DIAGNOSIS UNDER A LOCAL (LCD)  *
000500*            OR NATIONAL (NCD) COVERAGE DETERMINATION, WITH THE  *
000600*            EFFECTIVE SPAN THE PAIRING APPLIES TO (END DATE     *
000700*            SPACES = STILL ACTIVE). DIAGNOSIS CODES ARE CARRIED *
000800*            WITHOUT THE DECIMAL POINT, AS ON BCPICDMS. A        *
000900*            PROCEDURE WITH NO ENTRY IN EFFECT ON THE SERVICE    *
001000*            DATE IS NOT UNDER A POLICY. BCPLCDED SUSPENDS       *
001100*            CLAIMS WHOSE POINTED DIAGNOSES SUPPORT NONE OF THE  *
001200*            LINE'S POLICY ENTRIES.                              *
001300******************************************************************
001400 01  LCD-MASTER-RECORD.
001500     05  LCD-PROC-CODE             PIC X(05).
001600     05  LCD-DIAG-CODE             PIC X(10).
001700     05  LCD-EFF-DATE              PIC X(08).
001800     05  LCD-END-DATE              PIC X(08).
001900     05  LCD-POLICY-ID             PIC X(10).
002000     05  LCD-POLICY-TYPE           PIC X(01).
002100         88  LCD-IS-LOCAL              VALUE 'L'.
002200         88  LCD-IS-NATIONAL           VALUE 'N'.
