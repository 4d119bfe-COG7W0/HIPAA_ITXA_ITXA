000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150142 - SUSPENSE WORK QUEUE        *
000300*            ASSIGNMENT RULE. ONE ROW PER RULE, IN THE ORDER     *
000400*            BCPSUSAS TRIES THEM. A PENDING ENTRY TAKES THE      *
000500*            FIRST RULE WHOSE REASON CODE AND SENDER (SPACES     *
000600*            MATCH ANY) MATCH IT AND WHOSE AGE BAND (MINIMUM TO  *
000700*            MAXIMUM DAYS SINCE DETECTED, ZERO MAXIMUM = NO      *
000800*            LIMIT) HOLDS ITS AGE. ROWS WITH THE SAME REASON,    *
000900*            SENDER AND AGE BAND BUT DIFFERENT OPERATORS FORM A  *
001000*            POOL; THE ENTRY GOES TO THE POOL MEMBER WITH THE    *
001100*            FEWEST PENDING ENTRIES. AN AGE BAND AHEAD OF THE    *
001200*            GENERAL RULE ROUTES AGED ENTRIES TO A SENIOR CLERK. *
001300******************************************************************
001400 01  SUAR-RECORD.
001500     05  SUAR-RULE-SEQ             PIC 9(03).
001600     05  SUAR-REASON-CODE          PIC X(05).
001700     05  SUAR-SENDER-ID            PIC X(16).
001800     05  SUAR-MIN-AGE-DAYS         PIC 9(03).
001900     05  SUAR-MAX-AGE-DAYS         PIC 9(03).
002000     05  SUAR-OPERATOR-ID          PIC X(08).
