001500*            MAINTENANCE LOGS. NO MASTER MEANS NO SIGN-ON:      *
001600*            THE ROUTINE FAILS CLOSED.                           *
001700******************************************************************
001710******************************************************************
001720* 10-15-26 - R KOWALSKI - AR 150129 - SPECIAL INVESTIGATIONS     *
001730*            ROLE (U). A FUNCTION REQUIRING U IS GRANTED ONLY TO *
001740*            AN OPERATOR WHOSE ROLE IS U - NO RANK REACHES IT,   *
001750*            SO A PAYMENT RELEASE SUPERVISOR CANNOT WORK SIU     *
001760*            CASES - AND A U OPERATOR RANKS AS INQUIRY FOR ANY   *
001770*            OTHER FUNCTION.                                     *
001780******************************************************************
001781******************************************************************
001782* 10-15-26 - R KOWALSKI - AR 150144 - EACH SUCCESSFUL SIGN-ON IS *
001783*            STAMPED ON THE OPERATOR'S MASTER ROW (LAST SIGN-ON  *
001784*            DATE) FOR THE DORMANT-ACCOUNT LOCK (BCPOPDRM), A    *
001785*            THIRD-FAILURE LOCK RECORDS ITS REASON AND DATE, AND *
001786*            A LOCKED OPERATOR IS TOLD WHETHER THE LOCK WAS FOR  *
001787*            FAILURES, DORMANCY OR A REVOKED RECERTIFICATION.    *
001788*            THE NEW ACCESS CONTROL AND REVIEW FIELDS ARE        *
001789*            CARRIED FORWARD.                                    *
001790******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. BCPSIGNON.
002000 ENVIRONMENT DIVISION.
004800         10  WS-SEC-ROLE           PIC X(01).
004900         10  WS-SEC-FAILS          PIC 9(02).
005000         10  WS-SEC-LOCK           PIC X(01).
005010*AR 150144 - ACCESS CONTROL AND REVIEW FIELDS.
005020         10  WS-SEC-LAST-SIGNON    PIC X(08).
005030         10  WS-SEC-LOCK-REASON    PIC X(01).
005040         10  WS-SEC-LOCK-DATE      PIC X(08).
005050         10  WS-SEC-REVIEW-CONTROL PIC X(40).
005100 01  WS-SEC-FOUND-SW           PIC X(01)      VALUE 'N'.
005200     88  WS-SEC-FOUND              VALUE 'Y'.
005300 01  WS-ATTEMPT                PIC 9(01)      VALUE ZERO.
005900 01  WS-OPERATOR-RANK          PIC 9(01).
006000 01  WS-DONE-SW                PIC X(01)      VALUE 'N'.
006100     88  WS-SIGNON-DONE            VALUE 'Y'.
006110 01  WS-TODAY-DATE             PIC X(08).
006200 LINKAGE SECTION.
006300 01  LK-REQUIRED-ROLE          PIC X(01).
006400 01  LK-OPERATOR-ID            PIC X(08).
007000 0000-MAIN-CONTROL.
007100     SET LK-SIGNON-FAILED TO TRUE
007200     MOVE SPACES TO LK-OPERATOR-ID
007210     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
007400     PERFORM 1000-LOAD-MASTER
007500     IF WS-SEC-TABLE-COUNT = ZERO
007600         DISPLAY 'SIGN-ON REFUSED - OPERATOR MASTER UNAVAILABLE'
009910                 TO WS-SEC-FAILS(WS-SEC-IX)
010000             MOVE OPSEC-LOCK-SW OF OPSEC-RECORD
010010                 TO WS-SEC-LOCK(WS-SEC-IX)
010020             MOVE OPSEC-LAST-SIGNON OF OPSEC-RECORD
010030                 TO WS-SEC-LAST-SIGNON(WS-SEC-IX)
010040             MOVE OPSEC-LOCK-REASON OF OPSEC-RECORD
010050                 TO WS-SEC-LOCK-REASON(WS-SEC-IX)
010060             MOVE OPSEC-LOCK-DATE OF OPSEC-RECORD
010070                 TO WS-SEC-LOCK-DATE(WS-SEC-IX)
010080             MOVE OPSEC-REVIEW-CONTROL OF OPSEC-RECORD
010090                 TO WS-SEC-REVIEW-CONTROL(WS-SEC-IX)
010100         END-IF
010200         PERFORM 1100-READ-MASTER
010300     END-PERFORM
012700         WHEN NOT WS-SEC-FOUND
012800             DISPLAY 'OPERATOR NOT ON SECURITY MASTER'
012900         WHEN WS-SEC-LOCK(WS-SEC-IX) = 'L'
013000             PERFORM 2050-SHOW-LOCK-REASON
013100         WHEN WS-SEC-PASSWORD(WS-SEC-IX)
013200                 NOT = WS-CODED-PASSWORD
013300             ADD 1 TO WS-SEC-FAILS(WS-SEC-IX)
013400             IF WS-SEC-FAILS(WS-SEC-IX) >= 3
013500                 MOVE 'L' TO WS-SEC-LOCK(WS-SEC-IX)
013510                 MOVE 'F' TO WS-SEC-LOCK-REASON(WS-SEC-IX)
013520                 MOVE WS-TODAY-DATE
013530                     TO WS-SEC-LOCK-DATE(WS-SEC-IX)
013600                 DISPLAY 'PASSWORD INCORRECT - OPERATOR LOCKED'
013700             ELSE
013800                 DISPLAY 'PASSWORD INCORRECT'
014000         WHEN OTHER
014100             PERFORM 2200-CHECK-ROLE
014200     END-EVALUATE.
014203
014207*AR 150144 - TELL THE OPERATOR WHY THEY ARE LOCKED OUT.
014214 2050-SHOW-LOCK-REASON.
014221     EVALUATE WS-SEC-LOCK-REASON(WS-SEC-IX)
014228         WHEN 'D'
014235             DISPLAY 'OPERATOR LOCKED - ACCOUNT UNUSED PAST THE '
014242                 'DORMANT LIMIT - SEE SECURITY'
014249         WHEN 'R'
014256             DISPLAY 'OPERATOR LOCKED - ACCESS REVOKED AT '
014263                 'RECERTIFICATION - SEE SECURITY'
014270         WHEN OTHER
014277             DISPLAY 'OPERATOR IS LOCKED - SEE SECURITY'
014284     END-EVALUATE.
014300
014400 2100-FIND-OPERATOR.
014500     MOVE 'N' TO WS-SEC-FOUND-SW
015400 2200-CHECK-ROLE.
015500     PERFORM 2300-RANK-REQUIRED-ROLE
015600     PERFORM 2400-RANK-OPERATOR-ROLE
015610*AR 150129 - THE SIU ROLE IS GRANTED BY MATCH, NOT BY RANK.
015620     IF LK-REQUIRED-ROLE = 'U'
015630         IF WS-SEC-ROLE(WS-SEC-IX) = 'U'
015640             MOVE 9 TO WS-OPERATOR-RANK
015650         ELSE
015660             MOVE ZERO TO WS-OPERATOR-RANK
015670         END-IF
015680     END-IF
015700     IF WS-OPERATOR-RANK >= WS-REQUIRED-RANK
015800         MOVE ZERO TO WS-SEC-FAILS(WS-SEC-IX)
015810         MOVE WS-TODAY-DATE TO WS-SEC-LAST-SIGNON(WS-SEC-IX)
015900         MOVE WS-SEC-ID(WS-SEC-IX) TO LK-OPERATOR-ID
016000         SET LK-SIGNON-OK TO TRUE
016100         SET WS-SIGNON-DONE TO TRUE
017200             MOVE 2 TO WS-REQUIRED-RANK
017300         WHEN 'M'
017400             MOVE 3 TO WS-REQUIRED-RANK
017410         WHEN 'U'
017420             MOVE 1 TO WS-REQUIRED-RANK
017500         WHEN OTHER
017600             MOVE 4 TO WS-REQUIRED-RANK
017700     END-EVALUATE.
018600             MOVE 3 TO WS-OPERATOR-RANK
018700         WHEN 'P'
018800             MOVE 4 TO WS-OPERATOR-RANK
018810         WHEN 'U'
018820             MOVE 1 TO WS-OPERATOR-RANK
018900         WHEN OTHER
019000             MOVE ZERO TO WS-OPERATOR-RANK
019100     END-EVALUATE.
020400             TO OPSEC-FAIL-COUNT OF OPSO-RECORD
020500         MOVE WS-SEC-LOCK(WS-SEC-IX)
020600             TO OPSEC-LOCK-SW OF OPSO-RECORD
020610         MOVE WS-SEC-LAST-SIGNON(WS-SEC-IX)
020620             TO OPSEC-LAST-SIGNON OF OPSO-RECORD
020630         MOVE WS-SEC-LOCK-REASON(WS-SEC-IX)
020640             TO OPSEC-LOCK-REASON OF OPSO-RECORD
020650         MOVE WS-SEC-LOCK-DATE(WS-SEC-IX)
020660             TO OPSEC-LOCK-DATE OF OPSO-RECORD
020670         MOVE WS-SEC-REVIEW-CONTROL(WS-SEC-IX)
020680             TO OPSEC-REVIEW-CONTROL OF OPSO-RECORD
020700         WRITE OPSO-RECORD
020800     END-PERFORM
020900     CLOSE OPSEC-MASTER-OUT.
