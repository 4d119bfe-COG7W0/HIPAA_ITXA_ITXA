000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150122 - REVENUE CODE / HCPCS /     *
000300*            PLACE-OF-SERVICE CONSISTENCY MASTER RECORD. TWO     *
000400*            KINDS OF ENTRY, EACH WITH AN EFFECTIVE SPAN (END    *
000500*            DATE SPACES = STILL ACTIVE):                        *
000600*            'R' - A REVENUE CODE THAT REQUIRES ('Q') OR FORBIDS *
000700*                  ('F') A HCPCS/CPT CODE ON THE SAME LINE.      *
000800*            'P' - ONE PLACE OF SERVICE A PROCEDURE CODE MAY BE  *
000900*                  BILLED AT. A PROCEDURE WITH ANY 'P' ENTRY IN  *
001000*                  EFFECT IS VALID ONLY AT THE PLACES LISTED; A  *
001100*                  PROCEDURE WITH NONE IS NOT RESTRICTED.        *
001200*            BCPRHPED REPORTS OUTBOUND LINES THAT BREAK EITHER.  *
001300******************************************************************
001400 01  RHP-MASTER-RECORD.
001500     05  RHP-ENTRY-TYPE            PIC X(01).
001600         88  RHP-IS-REVENUE-RULE       VALUE 'R'.
001700         88  RHP-IS-PROC-POS           VALUE 'P'.
001800     05  RHP-REVENUE-CODE          PIC X(04).
001900     05  RHP-HCPCS-RULE            PIC X(01).
002000         88  RHP-HCPCS-REQUIRED        VALUE 'Q'.
002100         88  RHP-HCPCS-FORBIDDEN       VALUE 'F'.
002200     05  RHP-PROC-CODE             PIC X(05).
002300     05  RHP-PLACE-OF-SERV         PIC X(02).
002400     05  RHP-EFF-DATE              PIC X(08).
002500     05  RHP-END-DATE              PIC X(08).
