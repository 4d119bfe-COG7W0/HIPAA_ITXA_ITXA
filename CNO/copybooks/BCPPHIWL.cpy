000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150143 - PHI ACCESS WATCH LIST      *
000300*            RECORD. ONE ENTRY PER MEMBER WHOSE RECORD THE       *
000400*            PRIVACY OFFICE WANTS EVERY LOOKUP OF REVIEWED -     *
000500*            VIPS AND MEMBERS WHO ARE EMPLOYEES. FOR AN          *
000600*            EMPLOYEE, THE OPERATOR ID IS THEIR OWN SIGN-ON, SO  *
000700*            BCPPHIAN CAN SET A LOOKUP OF THEIR OWN RECORD APART *
000800*            FROM A COLLEAGUE'S.                                 *
000900******************************************************************
001000 01  PHIW-RECORD.
001100     05  PHIW-SUBSCR-SSN           PIC X(09).
001200     05  PHIW-WATCH-TYPE           PIC X(01).
001300         88  PHIW-VIP                  VALUE 'V'.
001400         88  PHIW-EMPLOYEE             VALUE 'E'.
001500     05  PHIW-OPERATOR-ID          PIC X(08).
001600     05  PHIW-DESCRIPTION          PIC X(30).
001700     05  PHIW-ADDED-DATE           PIC X(08).
