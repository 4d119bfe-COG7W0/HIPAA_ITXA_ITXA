001000*            REQUIRED ROLE. THREE FAILED SIGN-ON ATTEMPTS LOCK   *
001100*            THE OPERATOR UNTIL SECURITY RESETS THE ROW.         *
001200******************************************************************
001210******************************************************************
001220* 10-15-26 - R KOWALSKI - AR 150129 - SPECIAL INVESTIGATIONS     *
001230*            ROLE (U). IT STANDS OUTSIDE THE RANK LADDER: ONLY   *
001240*            AN OPERATOR HOLDING U IS GRANTED A FUNCTION THAT    *
001250*            REQUIRES U (BCPSIUWS), AND A U OPERATOR RANKS AS    *
001260*            INQUIRY FOR EVERY OTHER FUNCTION.                   *
001270******************************************************************
001272******************************************************************
001274* 10-15-26 - R KOWALSKI - AR 150144 - ACCESS CONTROL AND REVIEW  *
001276*            DATES. BCPSIGNON STAMPS THE LAST SUCCESSFUL SIGN-ON *
001278*            AND WHY AN OPERATOR WAS LOCKED (F = THREE FAILURES; *
001280*            A LOCK WRITTEN BEFORE THE REASON EXISTED READS AS   *
001282*            F). BCPOPDRM LOCKS ACCOUNTS UNUSED PAST THE DORMANT *
001284*            LIMIT (D). SECURITY RECORDS WHO GRANTED THE ROLE,   *
001286*            WHEN, AND THE SUPERVISOR WHO RECERTIFIES IT;        *
001288*            BCPRCRPK ISSUES THE QUARTERLY RECERTIFICATION       *
001290*            PACKAGE FROM THEM AND BCPRCRIN STAMPS THE REVIEW,   *
001292*            OR LOCKS A REVOKED OPERATOR (R).                    *
001294******************************************************************
001300 01  OPSEC-RECORD.
001400     05  OPSEC-OPERATOR-ID         PIC X(08).
001500     05  OPSEC-PASSWORD            PIC X(35).
001800         88  OPSEC-ROLE-SUSPENSE       VALUE 'S'.
001900         88  OPSEC-ROLE-REFMAINT       VALUE 'M'.
002000         88  OPSEC-ROLE-PAYREL         VALUE 'P'.
002010         88  OPSEC-ROLE-SIU            VALUE 'U'.
002100     05  OPSEC-FAIL-COUNT          PIC 9(02).
002200     05  OPSEC-LOCK-SW             PIC X(01).
002300         88  OPSEC-IS-LOCKED           VALUE 'L'.
002400     05  OPSEC-ACCESS-CONTROL.
002500         10  OPSEC-LAST-SIGNON     PIC X(08).
002600         10  OPSEC-LOCK-REASON     PIC X(01).
002700             88  OPSEC-LOCK-FAILED     VALUE 'F' ' '.
002800             88  OPSEC-LOCK-DORMANT    VALUE 'D'.
002900             88  OPSEC-LOCK-REVOKED    VALUE 'R'.
003000         10  OPSEC-LOCK-DATE       PIC X(08).
003100     05  OPSEC-REVIEW-CONTROL.
003200         10  OPSEC-GRANTED-BY      PIC X(08).
003300         10  OPSEC-GRANTED-DATE    PIC X(08).
003400         10  OPSEC-SUPERVISOR-ID   PIC X(08).
003500         10  OPSEC-LAST-REVIEW     PIC X(08).
003600         10  OPSEC-REVIEWED-BY     PIC X(08).
003610******************************************************************
003620* 10-15-26 - R KOWALSKI - AR 150144 - DORMANT CLOCK START.       *
003630*            BCPOPDRM STAMPS IT ON A ROW THAT HAS NEITHER A      *
003640*            SIGN-ON NOR A GRANT DATE, SO THE DORMANT LIMIT RUNS *
003650*            FROM THAT NIGHT WITHOUT A SIGN-ON BEING RECORDED    *
003660*            THAT NEVER HAPPENED.                                *
003670******************************************************************
003700     05  OPSEC-CLOCK-START         PIC X(08).
