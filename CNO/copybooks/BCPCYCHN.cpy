000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150141 - NIGHTLY CHAIN DEFINITION   *
000300*            RECORD. ONE ROW PER STEP OF THE CYCLE, IN RUN       *
000400*            ORDER: THE STEP'S PROGRAM AND DESCRIPTION, ITS      *
000500*            SCHEDULED START (HHMM) AND NORMAL RUN WINDOW IN     *
000600*            MINUTES, AND OPTIONALLY THE LEDGER FILES THAT PROVE *
000700*            IT BALANCED - THE INPUT FILE COUNT MUST EQUAL THE   *
000800*            SUM OF THE ONE OR TWO OUTPUT FILE COUNTS, AS        *
000900*            BCPCTLBL PROVES THE HANDOFFS. READ BY THE CYCLE     *
001000*            STATUS MONITOR (BCPCYCMN).                          *
001100******************************************************************
001200 01  CYCH-RECORD.
001300     05  CYCH-STEP-SEQ             PIC 9(03).
001400     05  CYCH-PROGRAM              PIC X(08).
001500     05  CYCH-DESCRIPTION          PIC X(30).
001600     05  CYCH-SCHED-START          PIC 9(04).
001700     05  CYCH-WINDOW-MINUTES       PIC 9(04).
001800     05  CYCH-BAL-IN-FILE          PIC X(08).
001900     05  CYCH-BAL-OUT-FILE-1       PIC X(08).
002000     05  CYCH-BAL-OUT-FILE-2       PIC X(08).
