000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150124 - MEMBER HCC PROFILE MASTER. *
000300*            PER MEMBER AND SERVICE YEAR, ONE H ROW PER HCC THE  *
000400*            MEMBER'S ACCEPTED CLAIMS SUPPORT (EARLIEST SERVICE  *
000500*            DATE, CLAIM AND DIAGNOSIS THAT SUPPORT IT, WHETHER  *
000600*            THE HIERARCHY DROPS IT, ITS CHRONIC FLAG AND        *
000700*            COEFFICIENT), FOLLOWED BY ONE S ROW CARRYING THE    *
000800*            COUNT OF HCCS THAT SCORE AND THE RISK SCORE (SUM OF *
000900*            THEIR COEFFICIENTS). REBUILT IN MEMBER/YEAR/HCC     *
001000*            ORDER BY EVERY BCPHCCBL RUN; READ BY BCPHCCYR.      *
001100******************************************************************
001200 01  HCCPF-RECORD.
001300     05  HCCPF-MEMBER-ID           PIC 9(10).
001400     05  HCCPF-SERVICE-YEAR        PIC X(04).
001500     05  HCCPF-REC-TYPE            PIC X(01).
001600         88  HCCPF-HCC-ROW             VALUE 'H'.
001700         88  HCCPF-SCORE-ROW           VALUE 'S'.
001800     05  HCCPF-HCC                 PIC X(04).
001900     05  HCCPF-HIER-DROP-IND       PIC X(01).
002000         88  HCCPF-DROPPED-BY-HIER     VALUE 'Y'.
002100     05  HCCPF-CHRONIC-IND         PIC X(01).
002200         88  HCCPF-IS-CHRONIC          VALUE 'Y'.
002300     05  HCCPF-COEFFICIENT         PIC 9(01)V999.
002400     05  HCCPF-FIRST-DOS           PIC X(08).
002500     05  HCCPF-FIRST-CLM-KEY       PIC 9(06).
002600     05  HCCPF-FIRST-DIAG          PIC X(10).
002700     05  HCCPF-HCC-COUNT           PIC 9(03).
002800     05  HCCPF-RISK-SCORE          PIC 9(03)V999.
002900     05  HCCPF-LAST-UPDATE-DATE    PIC X(08).
