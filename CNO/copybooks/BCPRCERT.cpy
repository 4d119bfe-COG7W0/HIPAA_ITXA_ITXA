000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150144 - OPERATOR RECERTIFICATION   *
000300*            CONTROL RECORD. BCPRCRPK WRITES ONE PER OPERATOR    *
000400*            LISTED IN A SUPERVISOR'S QUARTERLY PACKAGE (CYCLE   *
000500*            YYYYQN), WITH THE DUE DATE. THE SAME LAYOUT CARRIES *
000600*            THE RETURNED DECISION (A APPROVE, R REVOKE) KEYED   *
000700*            FROM THE SIGNED PACKAGE; BCPRCRIN POSTS IT TO THE   *
000800*            CONTROL ROW AND STAMPS THE DATE IT WAS APPLIED. A   *
000900*            PACKAGE WITH NO SUPERVISOR ON FILE GOES TO          *
001000*            SECURITY.                                           *
001100******************************************************************
001200 01  RCRT-RECORD.
001300     05  RCRT-CYCLE                PIC X(06).
001400     05  RCRT-SUPERVISOR-ID        PIC X(08).
001500         88  RCRT-SECURITY-PACKAGE     VALUE 'SECURITY'.
001600     05  RCRT-OPERATOR-ID          PIC X(08).
001700     05  RCRT-ROLE                 PIC X(01).
001800     05  RCRT-ISSUED-DATE          PIC X(08).
001900     05  RCRT-DUE-DATE             PIC X(08).
002000     05  RCRT-DECISION             PIC X(01).
002100         88  RCRT-PENDING              VALUE ' '.
002200         88  RCRT-APPROVE              VALUE 'A'.
002300         88  RCRT-REVOKE               VALUE 'R'.
002400     05  RCRT-DECIDED-BY           PIC X(08).
002500     05  RCRT-DECIDED-DATE         PIC X(08).
002600     05  RCRT-APPLIED-DATE         PIC X(08).
