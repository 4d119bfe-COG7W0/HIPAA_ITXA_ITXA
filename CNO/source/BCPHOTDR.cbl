002312*            (9200 PATTERN) SO THE RUN GATE AND THE MONTHLY     *
002313*            INVOICING CROSS-FOOT SEE HOT-BATCH CLAIMS.         *
002314******************************************************************
002314******************************************************************
002314* 10-15-26 - R KOWALSKI - AR 150132 - SAME-DAY ACH. EVERY        *
002314*            CORRECTED SUSPENSE CLAIM THAT RIDES THE HOT BATCH   *
002314*            AND EVERY EXPEDITED CLAIM STAGED FOR THE SCOPED     *
002314*            CONVERSION IS APPENDED TO THE HOT-BATCH CLAIM KEY   *
002314*            LOG (BCPHOTKY, HOTKEYS), WHICH BCPNACHA READS TO    *
002314*            SEND THOSE CLAIMS' PAYMENTS IN ITS SAME-DAY BATCH.  *
002314******************************************************************
002315******************************************************************
002316* 10-15-26 - R KOWALSKI - AR 150142 - EACH SUSPENSE ENTRY        *
002317*            RE-DRIVEN BY THE HOT BATCH IS STAMPED CLOSED BY     *
002318*            THIS JOB WITH TODAY'S DATE, FOR THE SUSPENSE        *
002319*            PRODUCTIVITY REPORT (BCPSUSPR).                     *
002320******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. BCPHOTDR.
002500 ENVIRONMENT DIVISION.
005792            ALTERNATE RECORD KEY IS HIST-DUP-KEY
005793                WITH DUPLICATES
005794            FILE STATUS IS WS-HIST-STATUS.
005795     SELECT OPTIONAL HOT-KEY-LOG ASSIGN TO HOTKEYS
005796            ORGANIZATION IS LINE SEQUENTIAL
005797            FILE STATUS IS WS-HKY-STATUS.
005800     SELECT HOT-BATCH-RPT ASSIGN TO HOTRPT
005900            ORGANIZATION IS LINE SEQUENTIAL
006000            FILE STATUS IS WS-RPT-STATUS.
010577         10  HIST-DISCHG-DATE  PIC X(08).
010578         10  HIST-PRIM-PROC-CD PIC X(10).
010579     05  HIST-SENT-DATE        PIC X(08).
010580 FD  HOT-KEY-LOG.
010590     COPY BCPHOTKY.
010600 FD  HOT-BATCH-RPT.
010700 01  RPT-LINE                  PIC X(132).
010800 WORKING-STORAGE SECTION.
011830 01  WS-HIST-STATUS            PIC X(02).
011840 01  WS-CTLG-STATUS            PIC X(02).
011850 01  WS-EXC-STATUS             PIC X(02).
011860 01  WS-HKY-STATUS             PIC X(02).
011900 01  WS-RPT-STATUS             PIC X(02).
012000 01  WS-PRM-EOF-SW             PIC X(01)      VALUE 'N'.
012100     88  WS-NO-MORE-PRM            VALUE 'Y'.
018200     05  WS-HOT-APPLIED        PIC 9(16)V99   VALUE ZERO.
018300 01  WS-FAILED-COUNT           PIC 9(05)      VALUE ZERO.
018400 01  WS-EXPEDITE-COUNT         PIC 9(05)      VALUE ZERO.
018410*AR 150132 - HOT-BATCH CLAIM KEY LOG ROWS FOR SAME-DAY ACH.
018420 01  WS-TIME                   PIC X(08).
018430 01  WS-HKY-COUNT              PIC 9(05)      VALUE ZERO.
018500 PROCEDURE DIVISION.
018600 0000-MAIN-CONTROL.
018700     PERFORM 1000-INITIALIZE
020900
021000 1000-INITIALIZE.
021100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
021110     ACCEPT WS-TIME FROM TIME
021200     OPEN OUTPUT HOT-BATCH-RPT
021300     MOVE 'INTRADAY HOT BATCH RUN' TO RPT-LINE
021400     WRITE RPT-LINE
022940             CLOSE SUBMITTED-HISTORY
022950             OPEN I-O SUBMITTED-HISTORY
022960         END-IF
022970         OPEN EXTEND HOT-KEY-LOG
023000     END-IF.
023100
023200*SAME UP-FRONT PARTNER CHECK AS BCP837CV'S 2200-WRITE-HEADER.
037700                     WRITE MEDG-CLM50-RECORD OF HOT-BATCH-OUT
037800                         FROM SUSP-CLM50-RECORD
037810                     PERFORM 3650-ADD-SUBMITTED-HISTORY
037820                     MOVE WS-CUR-SUSP-KEY TO HOTK-CLM-KEY
037830                     MOVE 'C' TO HOTK-SOURCE
037840                     PERFORM 3660-WRITE-HOT-KEY
037900                 END-IF
038000             END-IF
038100         WHEN MEDG-CLM60-REC-ID OF SUSP-CLM60-RECORD = '60'
045034             CONTINUE
045035     END-WRITE.
045036
045037*AR 150132 - ONE LOG ROW PER HOT OR EXPEDITED CLAIM.
045038 3660-WRITE-HOT-KEY.
045038     MOVE WS-TODAY-DATE TO HOTK-RUN-DATE
045038     MOVE WS-TIME(1:4)  TO HOTK-RUN-TIME
045038     WRITE HOTK-RECORD
045038     ADD 1 TO WS-HKY-COUNT.
045039
045040*CORRECTED ENTRIES FLIP TO RE-DRIVEN ONLY WHEN THE CLAIM
045041*PASSED THE RE-EDIT AND RODE THE HOT BATCH; A CLAIM STILL
045042*FAILING STAYS CORRECTED SO THE NIGHTLY BCPREDRV PICKS IT UP.
045060             PERFORM 3750-CHECK-PASSED
045061             IF WS-ELIG-PASSED
045062                 SET SUSP-REDRIVEN OF RSNO-RECORD TO TRUE
045063                 MOVE 'BCPHOTDR'
045064                     TO SUSP-CLOSED-BY OF RSNO-RECORD
045065                 MOVE WS-TODAY-DATE
045066                     TO SUSP-CLOSED-DATE OF RSNO-RECORD
045063             END-IF
045064         END-IF
045065         WRITE RSNO-RECORD
048550                 END-IF
048600                 WRITE STG-CLM50-RECORD
048700                     FROM EXTR-CLM50-RECORD
048710                 MOVE MEDG-CLM50-CLM-KEY OF EXTR-CLM50-RECORD
048720                     TO HOTK-CLM-KEY
048730                 MOVE 'E' TO HOTK-SOURCE
048740                 PERFORM 3660-WRITE-HOT-KEY
048800             ELSE
048900                 SET WS-CUR-CLAIM-OK-SW TO 'N'
048910                 ADD 1 TO WS-REMAIN-COUNT
058620     STRING 'PENDING EXTRACT CLAIMS CARRIED FORWARD: '
058630         WS-REMAIN-COUNT
058640         DELIMITED BY SIZE INTO RPT-LINE
058650     WRITE RPT-LINE
058660     MOVE SPACES TO RPT-LINE
058670     STRING 'CLAIM KEYS LOGGED FOR SAME-DAY ACH: '
058680         WS-HKY-COUNT
058690         DELIMITED BY SIZE INTO RPT-LINE
058695     WRITE RPT-LINE.
058700
058800 9000-TERMINATE.
058900     IF NOT WS-RUN-ABORTED
059000         CLOSE HOT-BATCH-OUT
059010         CLOSE SUBMITTED-HISTORY
059020         CLOSE HOT-KEY-LOG
059100     END-IF
059200     CLOSE HOT-BATCH-RPT.
