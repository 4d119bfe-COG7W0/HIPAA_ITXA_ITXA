000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150144 - RECERTIFICATION INTAKE.    *
000300*            POSTS THE APPROVE/REVOKE DECISIONS KEYED FROM THE   *
000400*            RETURNED PACKAGES (RCRTDEC) TO THE CONTROL FILE     *
000500*            BCPRCRPK ISSUED (RCRTISS TO RCRTISO) AND APPLIES    *
000600*            THEM TO THE SECURITY MASTER (OPSECMST TO OPSECMSO): *
000700*            AN APPROVAL STAMPS THE LAST REVIEW DATE AND         *
000800*            REVIEWER; A REVOCATION ALSO LOCKS THE ACCOUNT WITH  *
000900*            REASON R. A DECISION IS REJECTED IF THE OPERATOR    *
001000*            WAS NOT ISSUED IN THAT CYCLE, WAS ALREADY RETURNED, *
001100*            IS NOT A OR R, IS SIGNED BY THE OPERATOR THEMSELF,  *
001200*            OR IS SIGNED BY ANYONE BUT THE PACKAGE SUPERVISOR   *
001300*            (ANY SECURITY OFFICER FOR THE SECURITY PACKAGE).    *
001400*            REPORTS EVERY REVIEW STILL OUTSTANDING PAST ITS DUE *
001500*            DATE, BY SUPERVISOR. RC 4 ON ANY REJECT OR OVERDUE  *
001600*            REVIEW, RC 8 IF THE CONTROL FILE DOES NOT FIT       *
001700*            (NOTHING IS APPLIED).                               *
001800******************************************************************
001810* 10-15-26 - R KOWALSKI - AR 150144 - A DECISION IS NOW ALSO     *
001820*            REJECTED WHEN ITS SIGNER IS NOT ON THE SECURITY     *
001830*            MASTER OR IS LOCKED, OR WHEN THE SECURITY PACKAGE   *
001840*            IS SIGNED BY ANYONE BUT A SECURITY OFFICER (AN      *
001850*            OPERATOR HOLDING PAYMENT RELEASE, THE TOP ROLE). RC *
001860*            8 IF THE SECURITY MASTER DOES NOT FIT.              *
001870******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. BCPRCRIN.
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OPTIONAL RCRT-DECISION-FILE ASSIGN TO RCRTDEC
002500            ORGANIZATION IS LINE SEQUENTIAL
002600            FILE STATUS IS WS-DEC-STATUS.
002700     SELECT RCRT-CONTROL-IN ASSIGN TO RCRTISS
002800            ORGANIZATION IS LINE SEQUENTIAL
002900            FILE STATUS IS WS-RCI-STATUS.
003000     SELECT RCRT-CONTROL-OUT ASSIGN TO RCRTISO
003100            ORGANIZATION IS LINE SEQUENTIAL
003200            FILE STATUS IS WS-RCO-STATUS.
003300     SELECT OPSEC-MASTER-FILE ASSIGN TO OPSECMST
003400            ORGANIZATION IS LINE SEQUENTIAL
003500            FILE STATUS IS WS-SEC-STATUS.
003600     SELECT OPSEC-MASTER-OUT ASSIGN TO OPSECMSO
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS IS WS-SECO-STATUS.
003900     SELECT RCRT-INTAKE-RPT ASSIGN TO RCRINRPT
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS WS-RPT-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  RCRT-DECISION-FILE.
004500     COPY BCPRCERT
004600         REPLACING ==RCRT-RECORD== BY ==RCRD-RECORD==.
004700 FD  RCRT-CONTROL-IN.
004800     COPY BCPRCERT.
004900 FD  RCRT-CONTROL-OUT.
005000     COPY BCPRCERT
005100         REPLACING ==RCRT-RECORD== BY ==RCRO-RECORD==.
005200 FD  OPSEC-MASTER-FILE.
005300     COPY BCPOPSEC.
005400 FD  OPSEC-MASTER-OUT.
005500     COPY BCPOPSEC
005600         REPLACING ==OPSEC-RECORD== BY ==OPSO-RECORD==.
005700 FD  RCRT-INTAKE-RPT.
005800 01  RPT-LINE                  PIC X(132).
005900 WORKING-STORAGE SECTION.
006000 01  WS-DEC-STATUS             PIC X(02).
006100 01  WS-RCI-STATUS             PIC X(02).
006200 01  WS-RCO-STATUS             PIC X(02).
006300 01  WS-SEC-STATUS             PIC X(02).
006400 01  WS-SECO-STATUS            PIC X(02).
006500 01  WS-RPT-STATUS             PIC X(02).
006600 01  WS-DEC-EOF-SW             PIC X(01)      VALUE 'N'.
006700     88  WS-NO-MORE-DEC            VALUE 'Y'.
006800 01  WS-RCI-EOF-SW             PIC X(01)      VALUE 'N'.
006900     88  WS-NO-MORE-RCI            VALUE 'Y'.
007000 01  WS-SEC-EOF-SW             PIC X(01)      VALUE 'N'.
007100     88  WS-NO-MORE-SEC            VALUE 'Y'.
007200 01  WS-ABORT-SW               PIC X(01)      VALUE 'N'.
007300     88  WS-ABORT                  VALUE 'Y'.
007400 01  WS-TODAY-DATE             PIC X(08).
007500 01  WS-TODAY-INT              PIC 9(07).
007600 01  WS-DUE-INT                PIC 9(07).
007700 01  WS-LATE-DAYS              PIC 9(05).
007800 01  WS-ED-DAYS                PIC ZZZZ9.
007900 01  WS-REJECT-REASON          PIC X(32).
008000 01  WS-DECIDED-DATE           PIC X(08).
008100 01  WS-ACTION-TEXT            PIC X(08).
008200 01  WS-LAST-SUPERVISOR        PIC X(08).
008300 01  WS-SUP-LATE-COUNT         PIC 9(05).
008400*THE RECERTIFICATION CONTROL FILE, UPDATED IN PLACE AND WRITTEN
008500*FORWARD. APPLY-SW MARKS A DECISION POSTED THIS RUN; MASTER-SW IS
008600*SET WHEN IT HAS BEEN APPLIED TO THE SECURITY MASTER.
008700 01  WS-CTL-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
008800 01  WS-CTL-TABLE.
008900     05  WS-CTL-ENTRY          OCCURS 1 TO 20000 TIMES
009000                               DEPENDING ON WS-CTL-TABLE-COUNT
009100                               INDEXED BY WS-CTL-IX.
009200         10  WS-CTL-RECORD         PIC X(64).
009300         10  WS-CTL-APPLY-SW       PIC X(01).
009400             88  WS-CTL-APPLY-NOW      VALUE 'Y'.
009500         10  WS-CTL-MASTER-SW      PIC X(01).
009600             88  WS-CTL-ON-MASTER      VALUE 'Y'.
009700     COPY BCPRCERT
009800         REPLACING ==RCRT-RECORD== BY ==RCRW-RECORD==.
009900 01  WS-READ-DEC-COUNT         PIC 9(05)      VALUE ZERO.
010000 01  WS-APPROVED-COUNT         PIC 9(05)      VALUE ZERO.
010100 01  WS-REVOKED-COUNT          PIC 9(05)      VALUE ZERO.
010200 01  WS-REJECT-COUNT           PIC 9(05)      VALUE ZERO.
010300 01  WS-NO-MASTER-COUNT        PIC 9(05)      VALUE ZERO.
010400 01  WS-OVERDUE-COUNT          PIC 9(05)      VALUE ZERO.
010405*EVERY OPERATOR ON THE SECURITY MASTER, TO CHECK WHO SIGNED A
010410*DECISION. THE SECURITY PACKAGE IS SIGNED BY A SECURITY OFFICER,
010415*AN OPERATOR HOLDING THE TOP ROLE ON THE LADDER.
010420 01  WS-SEC-OFFICER-ROLE       PIC X(01)      VALUE 'P'.
010425 01  WS-SGN-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
010430 01  WS-SGN-TABLE.
010435     05  WS-SGN-ENTRY          OCCURS 1 TO 500 TIMES
010440                               DEPENDING ON WS-SGN-TABLE-COUNT
010445                               INDEXED BY WS-SGN-IX.
010450         10  WS-SGN-ID             PIC X(08).
010455         10  WS-SGN-ROLE           PIC X(01).
010460         10  WS-SGN-LOCK-SW        PIC X(01).
010465             88  WS-SGN-LOCKED         VALUE 'L'.
010500 PROCEDURE DIVISION.
010600 0000-MAIN-CONTROL.
010700     PERFORM 1000-INITIALIZE
010800     IF WS-ABORT
010900         MOVE 8 TO RETURN-CODE
011000     ELSE
011100         PERFORM 2000-POST-DECISION
011200             UNTIL WS-NO-MORE-DEC
011300         CLOSE RCRT-DECISION-FILE
011400         PERFORM 3000-APPLY-TO-MASTER
011500             UNTIL WS-NO-MORE-SEC
011600         CLOSE OPSEC-MASTER-FILE
011700         CLOSE OPSEC-MASTER-OUT
011800         PERFORM 4000-FINISH-CONTROL
011900             VARYING WS-CTL-IX FROM 1 BY 1
012000             UNTIL WS-CTL-IX > WS-CTL-TABLE-COUNT
012100         CLOSE RCRT-CONTROL-OUT
012200         PERFORM 5000-LIST-OVERDUE
012300         PERFORM 8000-WRITE-TOTALS
012400         IF WS-REJECT-COUNT > ZERO
012500             OR WS-NO-MASTER-COUNT > ZERO
012600             OR WS-OVERDUE-COUNT > ZERO
012700             MOVE 4 TO RETURN-CODE
012800         END-IF
012900     END-IF
013000     CLOSE RCRT-INTAKE-RPT
013100     STOP RUN.
013200
013300 1000-INITIALIZE.
013400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
013500     COMPUTE WS-TODAY-INT =
013600         FUNCTION INTEGER-OF-DATE
013700             (FUNCTION NUMVAL (WS-TODAY-DATE))
013800     END-COMPUTE
013900     OPEN OUTPUT RCRT-INTAKE-RPT
014000     MOVE SPACES TO RPT-LINE
014100     STRING 'OPERATOR RECERTIFICATION INTAKE   RUN DATE '
014200         WS-TODAY-DATE
014300         DELIMITED BY SIZE INTO RPT-LINE
014400     WRITE RPT-LINE
014500     MOVE SPACES TO RPT-LINE
014600     WRITE RPT-LINE
014700     OPEN INPUT RCRT-CONTROL-IN
014800     PERFORM 1100-READ-CONTROL
014900     PERFORM 1200-LOAD-CONTROL
015000         UNTIL WS-NO-MORE-RCI OR WS-ABORT
015100     CLOSE RCRT-CONTROL-IN
015200     IF WS-ABORT
015300         MOVE SPACES TO RPT-LINE
015400         STRING 'RECERTIFICATION CONTROL FILE EXCEEDS '
015500             WS-CTL-TABLE-COUNT ' ROWS - NOTHING APPLIED'
015600             DELIMITED BY SIZE INTO RPT-LINE
015700         WRITE RPT-LINE
015800     ELSE
015810         OPEN INPUT OPSEC-MASTER-FILE
015820         PERFORM 3100-READ-MASTER
015830         PERFORM 1300-LOAD-SIGNER
015840             UNTIL WS-NO-MORE-SEC OR WS-ABORT
015850         CLOSE OPSEC-MASTER-FILE
015860         MOVE 'N' TO WS-SEC-EOF-SW
015870     END-IF
015880     IF NOT WS-ABORT
015900         OPEN INPUT RCRT-DECISION-FILE
016000         PERFORM 2100-READ-DECISION
016100         OPEN INPUT OPSEC-MASTER-FILE
016200         OPEN OUTPUT OPSEC-MASTER-OUT
016300         PERFORM 3100-READ-MASTER
016400         OPEN OUTPUT RCRT-CONTROL-OUT
016500         MOVE 'DECISIONS RECEIVED' TO RPT-LINE
016600         WRITE RPT-LINE
016700     END-IF.
016800
016900 1100-READ-CONTROL.
017000     READ RCRT-CONTROL-IN
017100         AT END
017200             SET WS-NO-MORE-RCI TO TRUE
017300     END-READ.
017400
017500 1200-LOAD-CONTROL.
017600     IF WS-CTL-TABLE-COUNT < 20000
017700         ADD 1 TO WS-CTL-TABLE-COUNT
017800         MOVE RCRT-RECORD TO WS-CTL-RECORD (WS-CTL-TABLE-COUNT)
017900         MOVE 'N' TO WS-CTL-APPLY-SW (WS-CTL-TABLE-COUNT)
018000         MOVE 'N' TO WS-CTL-MASTER-SW (WS-CTL-TABLE-COUNT)
018100         PERFORM 1100-READ-CONTROL
018200     ELSE
018300         SET WS-ABORT TO TRUE
018400     END-IF.
018500
018503 1300-LOAD-SIGNER.
018506     IF WS-SGN-TABLE-COUNT < 500
018509         ADD 1 TO WS-SGN-TABLE-COUNT
018512         SET WS-SGN-IX TO WS-SGN-TABLE-COUNT
018515         MOVE OPSEC-OPERATOR-ID OF OPSEC-RECORD
018518             TO WS-SGN-ID (WS-SGN-IX)
018521         MOVE OPSEC-ROLE OF OPSEC-RECORD
018524             TO WS-SGN-ROLE (WS-SGN-IX)
018527         MOVE OPSEC-LOCK-SW OF OPSEC-RECORD
018530             TO WS-SGN-LOCK-SW (WS-SGN-IX)
018533         PERFORM 3100-READ-MASTER
018536     ELSE
018539         SET WS-ABORT TO TRUE
018542         MOVE SPACES TO RPT-LINE
018545         STRING 'SECURITY MASTER EXCEEDS ' WS-SGN-TABLE-COUNT
018548             ' OPERATORS - NOTHING APPLIED'
018551             DELIMITED BY SIZE INTO RPT-LINE
018554         WRITE RPT-LINE
018557     END-IF.
018560
018600 2000-POST-DECISION.
018700     ADD 1 TO WS-READ-DEC-COUNT
018800     MOVE SPACES TO WS-REJECT-REASON
018900     PERFORM 2200-CHECK-DECISION THRU 2200-EXIT
019000     IF WS-REJECT-REASON NOT = SPACES
019100         ADD 1 TO WS-REJECT-COUNT
019200         MOVE SPACES TO RPT-LINE
019300         STRING 'REJECTED   ' RCRT-CYCLE OF RCRD-RECORD
019400             '  ' RCRT-OPERATOR-ID OF RCRD-RECORD
019500             '  DECISION ' RCRT-DECISION OF RCRD-RECORD
019600             '  BY ' RCRT-DECIDED-BY OF RCRD-RECORD
019700             '  ' WS-REJECT-REASON
019800             DELIMITED BY SIZE INTO RPT-LINE
019900         WRITE RPT-LINE
020000     ELSE
020100         PERFORM 2300-POST-TO-CONTROL
020200     END-IF
020300     PERFORM 2100-READ-DECISION.
020400
020500 2100-READ-DECISION.
020600     READ RCRT-DECISION-FILE
020700         AT END
020800             SET WS-NO-MORE-DEC TO TRUE
020900     END-READ.
021000
021100 2200-CHECK-DECISION.
021200     SET WS-CTL-IX TO 1
021300     SEARCH WS-CTL-ENTRY
021400         AT END
021500             MOVE 'NOT ISSUED IN THAT CYCLE' TO WS-REJECT-REASON
021600             GO TO 2200-EXIT
021700         WHEN WS-CTL-RECORD (WS-CTL-IX) (1:6)
021800                  = RCRT-CYCLE OF RCRD-RECORD
021900             AND WS-CTL-RECORD (WS-CTL-IX) (15:8)
022000                  = RCRT-OPERATOR-ID OF RCRD-RECORD
022100             MOVE WS-CTL-RECORD (WS-CTL-IX) TO RCRW-RECORD
022200     END-SEARCH
022300     IF NOT RCRT-PENDING OF RCRW-RECORD
022400         MOVE 'ALREADY RETURNED' TO WS-REJECT-REASON
022500         GO TO 2200-EXIT
022600     END-IF
022700     IF NOT RCRT-APPROVE OF RCRD-RECORD
022800         AND NOT RCRT-REVOKE OF RCRD-RECORD
022900         MOVE 'DECISION MUST BE A OR R' TO WS-REJECT-REASON
023000         GO TO 2200-EXIT
023100     END-IF
023200     IF RCRT-DECIDED-BY OF RCRD-RECORD = SPACES
023300         MOVE 'NOT SIGNED' TO WS-REJECT-REASON
023400         GO TO 2200-EXIT
023500     END-IF
023600     IF RCRT-DECIDED-BY OF RCRD-RECORD
023700         = RCRT-OPERATOR-ID OF RCRD-RECORD
023800         MOVE 'OPERATOR MAY NOT REVIEW SELF' TO WS-REJECT-REASON
023900         GO TO 2200-EXIT
024000     END-IF
024005     SET WS-SGN-IX TO 1
024010     SEARCH WS-SGN-ENTRY
024015         AT END
024020             MOVE 'SIGNER NOT ON SECURITY MASTER'
024025                 TO WS-REJECT-REASON
024030             GO TO 2200-EXIT
024035         WHEN WS-SGN-ID (WS-SGN-IX)
024040                  = RCRT-DECIDED-BY OF RCRD-RECORD
024045             CONTINUE
024050     END-SEARCH
024055     IF WS-SGN-LOCKED (WS-SGN-IX)
024060         MOVE 'SIGNER ACCOUNT IS LOCKED' TO WS-REJECT-REASON
024065         GO TO 2200-EXIT
024070     END-IF
024075     IF RCRT-SECURITY-PACKAGE OF RCRW-RECORD
024080         AND WS-SGN-ROLE (WS-SGN-IX) NOT = WS-SEC-OFFICER-ROLE
024085         MOVE 'SIGNER NOT A SECURITY OFFICER' TO WS-REJECT-REASON
024090         GO TO 2200-EXIT
024095     END-IF
024100     IF NOT RCRT-SECURITY-PACKAGE OF RCRW-RECORD
024200         AND RCRT-DECIDED-BY OF RCRD-RECORD
024300             NOT = RCRT-SUPERVISOR-ID OF RCRW-RECORD
024400         MOVE 'NOT SIGNED BY PACKAGE SUPERVISOR'
024500             TO WS-REJECT-REASON
024600     END-IF.
024700
024800 2200-EXIT.
024900     EXIT.
025000
025100*AN UNUSABLE DECISION DATE IS TAKEN AS THE DAY IT WAS KEYED.
025200 2300-POST-TO-CONTROL.
025300     MOVE RCRT-DECIDED-DATE OF RCRD-RECORD TO WS-DECIDED-DATE
025400     IF WS-DECIDED-DATE IS NOT NUMERIC
025500         OR WS-DECIDED-DATE > WS-TODAY-DATE
025600         MOVE WS-TODAY-DATE TO WS-DECIDED-DATE
025700     END-IF
025800     MOVE RCRT-DECISION OF RCRD-RECORD
025900         TO RCRT-DECISION OF RCRW-RECORD
026000     MOVE RCRT-DECIDED-BY OF RCRD-RECORD
026100         TO RCRT-DECIDED-BY OF RCRW-RECORD
026200     MOVE WS-DECIDED-DATE TO RCRT-DECIDED-DATE OF RCRW-RECORD
026300     MOVE WS-TODAY-DATE TO RCRT-APPLIED-DATE OF RCRW-RECORD
026400     MOVE RCRW-RECORD TO WS-CTL-RECORD (WS-CTL-IX)
026500     SET WS-CTL-APPLY-NOW (WS-CTL-IX) TO TRUE
026600     IF RCRT-APPROVE OF RCRW-RECORD
026700         ADD 1 TO WS-APPROVED-COUNT
026800         MOVE 'APPROVED' TO WS-ACTION-TEXT
026900     ELSE
027000         ADD 1 TO WS-REVOKED-COUNT
027100         MOVE 'REVOKED' TO WS-ACTION-TEXT
027200     END-IF
027300     MOVE SPACES TO RPT-LINE
027400     STRING WS-ACTION-TEXT '   ' RCRT-CYCLE OF RCRW-RECORD
027500         '  ' RCRT-OPERATOR-ID OF RCRW-RECORD
027600         '  ROLE ' RCRT-ROLE OF RCRW-RECORD
027700         '  BY ' RCRT-DECIDED-BY OF RCRW-RECORD
027800         '  ON ' WS-DECIDED-DATE
027900         DELIMITED BY SIZE INTO RPT-LINE
028000     WRITE RPT-LINE.
028100
028200 3000-APPLY-TO-MASTER.
028300     MOVE OPSEC-RECORD TO OPSO-RECORD
028400     PERFORM 3200-APPLY-DECISION
028500         VARYING WS-CTL-IX FROM 1 BY 1
028600         UNTIL WS-CTL-IX > WS-CTL-TABLE-COUNT
028700     WRITE OPSO-RECORD
028800     PERFORM 3100-READ-MASTER.
028900
029000 3100-READ-MASTER.
029100     READ OPSEC-MASTER-FILE
029200         AT END
029300             SET WS-NO-MORE-SEC TO TRUE
029400     END-READ.
029500
029600*A REVOCATION LOCKS THE ACCOUNT; EITHER DECISION COUNTS AS THE
029700*OPERATOR'S REVIEW.
029800 3200-APPLY-DECISION.
029900     IF WS-CTL-APPLY-NOW (WS-CTL-IX)
030000         AND WS-CTL-RECORD (WS-CTL-IX) (15:8)
030100             = OPSEC-OPERATOR-ID OF OPSEC-RECORD
030200         MOVE WS-CTL-RECORD (WS-CTL-IX) TO RCRW-RECORD
030300         SET WS-CTL-ON-MASTER (WS-CTL-IX) TO TRUE
030400         MOVE RCRT-DECIDED-DATE OF RCRW-RECORD
030500             TO OPSEC-LAST-REVIEW OF OPSO-RECORD
030600         MOVE RCRT-DECIDED-BY OF RCRW-RECORD
030700             TO OPSEC-REVIEWED-BY OF OPSO-RECORD
030800         IF RCRT-REVOKE OF RCRW-RECORD
030900             MOVE 'L' TO OPSEC-LOCK-SW OF OPSO-RECORD
031000             MOVE 'R' TO OPSEC-LOCK-REASON OF OPSO-RECORD
031100             MOVE WS-TODAY-DATE TO OPSEC-LOCK-DATE OF OPSO-RECORD
031200         END-IF
031300     END-IF.
031400
031500 4000-FINISH-CONTROL.
031600     IF WS-CTL-APPLY-NOW (WS-CTL-IX)
031700         AND NOT WS-CTL-ON-MASTER (WS-CTL-IX)
031800         ADD 1 TO WS-NO-MASTER-COUNT
031900         MOVE WS-CTL-RECORD (WS-CTL-IX) TO RCRW-RECORD
032000         MOVE SPACES TO RPT-LINE
032100         STRING 'NOT APPLIED ' RCRT-CYCLE OF RCRW-RECORD
032200             '  ' RCRT-OPERATOR-ID OF RCRW-RECORD
032300             '  OPERATOR NO LONGER ON SECURITY MASTER'
032400             DELIMITED BY SIZE INTO RPT-LINE
032500         WRITE RPT-LINE
032600     END-IF
032700     MOVE WS-CTL-RECORD (WS-CTL-IX) TO RCRO-RECORD
032800     WRITE RCRO-RECORD.
032900
033000*CONTROL ROWS ARE IN PACKAGE ORDER, SO EACH SUPERVISOR'S
033100*OUTSTANDING REVIEWS COME TOGETHER.
033200 5000-LIST-OVERDUE.
033300     MOVE SPACES TO RPT-LINE
033400     WRITE RPT-LINE
033500     MOVE 'REVIEWS NOT RETURNED BY THEIR DUE DATE' TO RPT-LINE
033600     WRITE RPT-LINE
033700     MOVE SPACES TO WS-LAST-SUPERVISOR
033800     MOVE ZERO TO WS-SUP-LATE-COUNT
033900     PERFORM 5100-CHECK-OVERDUE
034000         VARYING WS-CTL-IX FROM 1 BY 1
034100         UNTIL WS-CTL-IX > WS-CTL-TABLE-COUNT
034200     PERFORM 5200-SUPERVISOR-TOTAL.
034300
034400 5100-CHECK-OVERDUE.
034500     MOVE WS-CTL-RECORD (WS-CTL-IX) TO RCRW-RECORD
034600     IF RCRT-PENDING OF RCRW-RECORD
034700         AND RCRT-DUE-DATE OF RCRW-RECORD IS NUMERIC
034800         AND RCRT-DUE-DATE OF RCRW-RECORD < WS-TODAY-DATE
034900         IF RCRT-SUPERVISOR-ID OF RCRW-RECORD
035000             NOT = WS-LAST-SUPERVISOR
035100             PERFORM 5200-SUPERVISOR-TOTAL
035200             MOVE RCRT-SUPERVISOR-ID OF RCRW-RECORD
035300                 TO WS-LAST-SUPERVISOR
035400         END-IF
035500         COMPUTE WS-DUE-INT =
035600             FUNCTION INTEGER-OF-DATE
035700                 (FUNCTION NUMVAL (RCRT-DUE-DATE OF RCRW-RECORD))
035800         END-COMPUTE
035900         COMPUTE WS-LATE-DAYS = WS-TODAY-INT - WS-DUE-INT
036000         MOVE WS-LATE-DAYS TO WS-ED-DAYS
036100         ADD 1 TO WS-OVERDUE-COUNT
036200         ADD 1 TO WS-SUP-LATE-COUNT
036300         MOVE SPACES TO RPT-LINE
036400         STRING 'OVERDUE    ' RCRT-SUPERVISOR-ID OF RCRW-RECORD
036500             '  ' RCRT-CYCLE OF RCRW-RECORD
036600             '  ' RCRT-OPERATOR-ID OF RCRW-RECORD
036700             '  ROLE ' RCRT-ROLE OF RCRW-RECORD
036800             '  ISSUED ' RCRT-ISSUED-DATE OF RCRW-RECORD
036900             '  DUE ' RCRT-DUE-DATE OF RCRW-RECORD
037000             '  LATE ' WS-ED-DAYS ' DAYS'
037100             DELIMITED BY SIZE INTO RPT-LINE
037200         WRITE RPT-LINE
037300     END-IF.
037400
037500 5200-SUPERVISOR-TOTAL.
037600     IF WS-SUP-LATE-COUNT > ZERO
037700         MOVE SPACES TO RPT-LINE
037800         STRING '           ' WS-LAST-SUPERVISOR
037900             '  OVERDUE FOR THIS SUPERVISOR: ' WS-SUP-LATE-COUNT
038000             DELIMITED BY SIZE INTO RPT-LINE
038100         WRITE RPT-LINE
038200         MOVE ZERO TO WS-SUP-LATE-COUNT
038300     END-IF.
038400
038500 8000-WRITE-TOTALS.
038600     MOVE SPACES TO RPT-LINE
038700     WRITE RPT-LINE
038800     MOVE SPACES TO RPT-LINE
038900     STRING 'DECISIONS READ: ' WS-READ-DEC-COUNT
039000         '   APPROVED: ' WS-APPROVED-COUNT
039100         '   REVOKED: ' WS-REVOKED-COUNT
039200         '   REJECTED: ' WS-REJECT-COUNT
039300         '   NOT ON MASTER: ' WS-NO-MASTER-COUNT
039400         '   OVERDUE: ' WS-OVERDUE-COUNT
039500         DELIMITED BY SIZE INTO RPT-LINE
039600     WRITE RPT-LINE.
