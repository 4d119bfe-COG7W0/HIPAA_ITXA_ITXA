001100*            CLAIM ON THE NEXT CYCLE. RECEIPTS FOR CONTROL       *
001200*            NUMBERS NEVER PROMISED ARE REPORTED AS ORPHANS.     *
001300******************************************************************
001310* 10-15-26 - R KOWALSKI - AR 150142 - AN ENTRY RELEASED FOR      *
001320*            RE-DRIVE WHEN ITS ATTACHMENT ARRIVES IS STAMPED     *
001330*            CORRECTED BY THIS JOB WITH TODAY'S DATE AND NO      *
001340*            HANDLE TIME, SO THE SUSPENSE PRODUCTIVITY REPORT    *
001350*            (BCPSUSPR) KEEPS IT APART FROM CLERK CORRECTIONS.   *
001360******************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. BCPATTRC.
001600 ENVIRONMENT DIVISION.
020100             IF WS-ATC-FOUND
020200                 ADD 1 TO WS-RELEASED-COUNT
020300                 SET SUSP-CORRECTED OF RSNO-RECORD TO TRUE
020310                 MOVE 'BCPATTRC'
020320                     TO SUSP-CORRECTED-BY OF RSNO-RECORD
020330                 MOVE WS-TODAY-DATE
020340                     TO SUSP-CORRECTED-DATE OF RSNO-RECORD
020350                 MOVE ZERO TO SUSP-HANDLE-SECONDS OF RSNO-RECORD
020400                 MOVE SPACES TO RPT-LINE
020500                 STRING 'ATTACHMENT RECEIVED - CLM '
020600                     SUSP-CLM-KEY OF SUSP-REASON-RECORD
