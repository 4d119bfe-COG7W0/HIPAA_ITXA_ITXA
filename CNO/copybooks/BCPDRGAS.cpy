000800*            CANNOT GROUP IS WRITTEN UNGROUPED SO THE GAP IS     *
000900*            VISIBLE INSTEAD OF SILENT.                          *
001000******************************************************************
001009* 10-15-26 - R KOWALSKI - AR 150147 - HAC PAYMENT EDIT.          *
001018*            DRGA-DRG-CODE AND DRGA-SEVERITY ARE NOW THE         *
001027*            HAC-ADJUSTED (PAYMENT) ASSIGNMENT, WITH SECONDARY   *
001036*            DIAGNOSES ON THE HAC MASTER (BCPHACMS) THAT WERE    *
001045*            NOT PRESENT ON ADMISSION LEFT OUT OF THE CC/MCC     *
001054*            DETERMINATION. THE ORIGINAL ASSIGNMENT, USING EVERY *
001063*            SECONDARY DIAGNOSIS, IS KEPT ALONGSIDE IT WITH THE  *
001072*            NUMBER OF DIAGNOSES EXCLUDED; DRGA-HAC-ADJUSTED IS  *
001081*            SET WHEN THE EXCLUSION CHANGED THE DRG.             *
001090******************************************************************
001100 01  DRGA-RECORD.
001200     05  DRGA-CLM-KEY              PIC 9(06).
001300     05  DRGA-SUBSCR-SSN           PIC X(09).
002100         88  DRGA-ASSIGNED             VALUE 'A'.
002200         88  DRGA-UNGROUPED            VALUE 'U'.
002300     05  DRGA-ASSIGN-DATE          PIC X(08).
002400     05  DRGA-ORIG-DRG-CODE        PIC X(03).
002500     05  DRGA-ORIG-SEVERITY        PIC X(01).
002600     05  DRGA-HAC-EXCL-CNT         PIC 9(01).
002700     05  DRGA-HAC-ADJ-SW           PIC X(01).
002800         88  DRGA-HAC-ADJUSTED         VALUE 'Y'.
