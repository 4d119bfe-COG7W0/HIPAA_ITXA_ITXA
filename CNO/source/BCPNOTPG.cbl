001300*            CLAIMS STAY VISIBLE THROUGH THE INQUIRY SCREEN'S    *
001400*            HISTORY FALLBACK UNTIL THEY AGE OUT TOO.            *
001500******************************************************************
001504* 10-15-26 - R KOWALSKI - AR 150146 - LEGAL HOLDS. AN AGED NOTE  *
001508*            IS CHECKED AGAINST THE HOLDS IN FORCE (BCPLGHCK) BY *
001512*            ITS CLAIM KEY, ITS NOTE DATE AND - THROUGH THE      *
001516*            POSTED CLAIMS FILE - THE CLAIM'S MEMBER ID AND      *
001520*            RENDERING NPI. A HELD NOTE IS CARRIED FORWARD AND   *
001524*            LISTED WITH ITS HOLD ID AND MATTER; ONCE THE HOLD   *
001528*            IS RELEASED IT PURGES ON THE NEXT CYCLE. MORE       *
001532*            POSTED CLAIMS THAN THE LOOKUP TABLE HOLDS MEANS     *
001536*            HOLDS CANNOT BE CHECKED RELIABLY, SO NOTHING IS     *
001540*            PURGED AND RETURN-CODE IS 8.                        *
001544******************************************************************
001548* 10-15-26 - R KOWALSKI - AR 150146 - A NOTE'S MEMBER ID AND     *
001552*            RENDERING NPI NOW COME FROM A KEYED READ OF THE     *
001556*            CLAIM HISTORY MASTER (CLMHIST) IN PLACE OF A TABLE  *
001560*            OF THE POSTED CLAIMS FILE, SO THERE IS NO TABLE     *
001564*            LIMIT AND NOTES ON CLAIMS FROM EARLIER CYCLES ARE   *
001568*            COVERED. IF CLMHIST CANNOT BE OPENED NOTHING IS     *
001572*            PURGED AND RETURN-CODE IS 8.                        *
001576******************************************************************
001580* 10-15-26 - R KOWALSKI - AR 150146 - A LEGAL HOLD MASTER TOO    *
001584*            LARGE FOR BCPLGHCK'S TABLE (EVERY NOTE COMES BACK   *
001588*            HELD UNDER *TBLFULL) IS NOW CALLED OUT ONCE ON THE  *
001592*            SUMMARY.                                            *
001596******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. BCPNOTPG.
001800 ENVIRONMENT DIVISION.
002400     SELECT CLAIM-NOTES-OUT ASSIGN TO CLMNOTSO
002500            ORGANIZATION IS LINE SEQUENTIAL
002600            FILE STATUS IS WS-NOTO-STATUS.
002610*AR 150146 - CLAIM TO MEMBER/NPI LOOKUP FOR LEGAL HOLD CHECKS.
002620     SELECT CLAIM-HISTORY ASSIGN TO CLMHIST
002630            ORGANIZATION IS INDEXED
002640            ACCESS MODE IS RANDOM
002650            RECORD KEY IS CHIST-CLM-KEY OF CHIST-RECORD
002660            FILE STATUS IS WS-CHIST-STATUS.
002700     SELECT PURGE-SUMMARY-RPT ASSIGN TO NOTPGRPT
002800            ORGANIZATION IS LINE SEQUENTIAL
002900            FILE STATUS IS WS-RPT-STATUS.
003400 FD  CLAIM-NOTES-OUT.
003500     COPY BCPCLNOT
003600         REPLACING ==CNOT-RECORD== BY ==NOTO-RECORD==.
003610 FD  CLAIM-HISTORY.
003620     COPY BCPCHIST.
003700 FD  PURGE-SUMMARY-RPT.
003800 01  RPT-LINE                  PIC X(132).
003900 WORKING-STORAGE SECTION.
005000 01  WS-NOTE-DATE-INT          PIC 9(07).
005100 01  WS-KEPT-COUNT             PIC 9(07)      VALUE ZERO.
005200 01  WS-PURGED-COUNT           PIC 9(07)      VALUE ZERO.
005204*AR 150146 - LEGAL HOLD CHECK (BCPLGHCK) AND CLAIM LOOKUP FIELDS.
005208 01  WS-CHIST-STATUS           PIC X(02).
005220 01  WS-HIST-MISSING-SW        PIC X(01)      VALUE 'N'.
005224     88  WS-HIST-MISSING            VALUE 'Y'.
005260 01  WS-LGHCK-CLM-KEY          PIC 9(06).
005264 01  WS-LGHCK-MEMBER-ID        PIC 9(10).
005268 01  WS-LGHCK-NPI              PIC X(10).
005272 01  WS-LGHCK-FROM-DATE        PIC X(08).
005276 01  WS-LGHCK-THRU-DATE        PIC X(08).
005280 01  WS-LGHCK-RESULT           PIC X(01).
005284     88  WS-LGHCK-HELD              VALUE 'Y'.
005288 01  WS-LGHCK-HOLD-ID          PIC X(08).
005292 01  WS-LGHCK-MATTER           PIC X(30).
005293 01  WS-LGH-FULL-SW            PIC X(01)      VALUE 'N'.
005294     88  WS-LGH-TABLE-FULL          VALUE 'Y'.
005296 01  WS-HELD-COUNT             PIC 9(07)      VALUE ZERO.
005300 PROCEDURE DIVISION.
005400 0000-MAIN-CONTROL.
005500     PERFORM 1000-INITIALIZE
005700         UNTIL WS-NO-MORE-NOT
005800     PERFORM 5000-WRITE-SUMMARY
005900     PERFORM 9000-TERMINATE
005910     IF WS-HIST-MISSING
005920         MOVE 8 TO RETURN-CODE
005930     END-IF
006000     STOP RUN.
006100
006200 1000-INITIALIZE.
007000     OPEN INPUT CLAIM-NOTES-FILE
007100     OPEN OUTPUT CLAIM-NOTES-OUT
007200     OPEN OUTPUT PURGE-SUMMARY-RPT
007210     PERFORM 1100-OPEN-CLAIM-HISTORY
007300     PERFORM 2100-READ-NOTE.
007400
007403*AR 150146 - THE CLAIM HISTORY MASTER GIVES EACH NOTE'S CLAIM ITS
007406*MEMBER ID AND RENDERING NPI, SO A MEMBER OR PROVIDER HOLD ALSO
007407*COVERS THE NOTES ON THEIR CLAIMS. WITHOUT IT HOLDS CANNOT BE
007408*CHECKED, SO NOTHING IS PURGED.
007409 1100-OPEN-CLAIM-HISTORY.
007412     OPEN INPUT CLAIM-HISTORY
007415     IF WS-CHIST-STATUS NOT = '00'
007418         SET WS-HIST-MISSING TO TRUE
007421     END-IF.
007490
007500 2000-PURGE-NOTE.
007600     IF CNOT-NOTE-DATE OF CNOT-RECORD IS NUMERIC
007700         COMPUTE WS-NOTE-DATE-INT =
008200         MOVE WS-TODAY-INT TO WS-NOTE-DATE-INT
008300     END-IF
008400     IF WS-NOTE-DATE-INT < WS-CUTOFF-INT
008405         AND NOT WS-HIST-MISSING
008410         PERFORM 2200-CHECK-NOTE-HOLD
008420     END-IF
008430     IF WS-NOTE-DATE-INT < WS-CUTOFF-INT
008440         AND NOT WS-HIST-MISSING
008450         AND NOT WS-LGHCK-HELD
008500         ADD 1 TO WS-PURGED-COUNT
008600     ELSE
008700         ADD 1 TO WS-KEPT-COUNT
009600             SET WS-NO-MORE-NOT TO TRUE
009700     END-READ.
009800
009802*AR 150146 - AN AGED NOTE AGAINST THE HOLDS IN FORCE.
009804 2200-CHECK-NOTE-HOLD.
009806     MOVE CNOT-CLM-KEY OF CNOT-RECORD TO WS-LGHCK-CLM-KEY
009808     MOVE ZERO   TO WS-LGHCK-MEMBER-ID
009810     MOVE SPACES TO WS-LGHCK-NPI
009812     MOVE WS-LGHCK-CLM-KEY TO CHIST-CLM-KEY OF CHIST-RECORD
009814     READ CLAIM-HISTORY
009816         INVALID KEY
009818             CONTINUE
009820         NOT INVALID KEY
009822             MOVE CHIST-MEMBER-ID OF CHIST-RECORD
009824                 TO WS-LGHCK-MEMBER-ID
009826             MOVE CHIST-PROV-NPI OF CHIST-RECORD TO WS-LGHCK-NPI
009832     END-READ
009834     MOVE CNOT-NOTE-DATE OF CNOT-RECORD TO WS-LGHCK-FROM-DATE
009836     MOVE SPACES TO WS-LGHCK-THRU-DATE
009838     CALL 'BCPLGHCK' USING WS-LGHCK-CLM-KEY WS-LGHCK-MEMBER-ID
009840         WS-LGHCK-NPI WS-LGHCK-FROM-DATE WS-LGHCK-THRU-DATE
009842         WS-LGHCK-RESULT WS-LGHCK-HOLD-ID WS-LGHCK-MATTER
009844     END-CALL
009844     IF WS-LGHCK-HOLD-ID = '*TBLFULL'
009844         SET WS-LGH-TABLE-FULL TO TRUE
009844     END-IF
009846     IF WS-LGHCK-HELD
009848         ADD 1 TO WS-HELD-COUNT
009850         MOVE SPACES TO RPT-LINE
009852         STRING '  RETAINED - CLAIM ' CNOT-CLM-KEY OF CNOT-RECORD
009854             ' NOTE ' CNOT-NOTE-DATE OF CNOT-RECORD
009856             ' ' CNOT-NOTE-TIME OF CNOT-RECORD
009858             ' HOLD ' WS-LGHCK-HOLD-ID
009860             ' MATTER ' WS-LGHCK-MATTER
009862             DELIMITED BY SIZE INTO RPT-LINE
009864         WRITE RPT-LINE
009866     END-IF.
009876
009900 5000-WRITE-SUMMARY.
010000     MOVE SPACES TO RPT-LINE
010100     STRING 'CLAIM NOTES RETENTION PURGE SUMMARY'
010900     STRING '  NOTES KEPT: ' WS-KEPT-COUNT
011000         '  NOTES PURGED: ' WS-PURGED-COUNT
011100         DELIMITED BY SIZE INTO RPT-LINE
011200     WRITE RPT-LINE
011207     MOVE SPACES TO RPT-LINE
011214     STRING '  AGED NOTES RETAINED UNDER LEGAL HOLD: '
011221         WS-HELD-COUNT
011228         DELIMITED BY SIZE INTO RPT-LINE
011235     WRITE RPT-LINE
011242     IF WS-HIST-MISSING
011249         MOVE SPACES TO RPT-LINE
011256         STRING '  CLAIM HISTORY NOT AVAILABLE - LEGAL HOLDS'
011263             ' CANNOT BE CHECKED, NOTHING PURGED'
011270             DELIMITED BY SIZE INTO RPT-LINE
011277         WRITE RPT-LINE
011284     END-IF
011285     IF WS-LGH-TABLE-FULL
011286         MOVE SPACES TO RPT-LINE
011287         STRING '  LEGAL HOLD MASTER OVER 5000 HOLDS IN FORCE - '
011288             'EVERY RECORD TREATED AS HELD, NOTHING PURGED'
011289             DELIMITED BY SIZE INTO RPT-LINE
011290         WRITE RPT-LINE
011290     END-IF.
011300
011400 9000-TERMINATE.
011450     IF NOT WS-HIST-MISSING
011460         CLOSE CLAIM-HISTORY
011470     END-IF
011500     CLOSE CLAIM-NOTES-FILE
011600     CLOSE CLAIM-NOTES-OUT
011700     CLOSE PURGE-SUMMARY-RPT.
