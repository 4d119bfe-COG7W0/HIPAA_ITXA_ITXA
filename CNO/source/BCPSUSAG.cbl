001300*            POSTED, SAME READ-AND-REWRITE-FORWARD MASTER IDIOM  *
001400*            BCPACKIN USES FOR THE BATCH LOG.                    *
001500******************************************************************
001510* 10-15-26 - R KOWALSKI - AR 150142 - AN ENTRY MARKED EXPIRED IS *
001520*            STAMPED CLOSED BY THIS JOB WITH TODAY'S DATE, FOR   *
001530*            THE SUSPENSE PRODUCTIVITY REPORT (BCPSUSPR); ITS    *
001540*            ASSIGNMENT IS KEPT SO THE REPORT CAN SHOW WHOSE     *
001550*            QUEUE IT EXPIRED IN.                                *
001560******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. BCPSUSAG.
001800 ENVIRONMENT DIVISION.
011700         WHEN WS-AGE-DAYS > WS-FILING-LIMIT-DAYS
011800             ADD 1 TO WS-EXPIRED-COUNT
011900             SET SUSP-EXPIRED OF RSNO-RECORD TO TRUE
011910             MOVE 'BCPSUSAG' TO SUSP-CLOSED-BY OF RSNO-RECORD
011920             MOVE WS-TODAY-DATE TO SUSP-CLOSED-DATE OF RSNO-RECORD
012000             MOVE SPACES TO RPT-LINE
012100             STRING 'EXPIRED PAST FILING DEADLINE - CLM KEY '
012200                 SUSP-CLM-KEY OF SUSP-REASON-RECORD
