000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150136 - MEDICAL/PHARMACY           *
000300*            ACCUMULATOR EXCHANGE RECORD, THE SAME LAYOUT IN     *
000400*            BOTH DIRECTIONS. BCPACCUM SENDS THE DAILY MEDICAL   *
000500*            CHANGES (TYPE C, SENDER M) AND BCPACCFB THE MONTHLY *
000600*            FULL BALANCES (TYPE F, SENDER M) TO THE PBM;        *
000700*            BCPACCXI TAKES IN THE PBM'S PHARMACY CHANGES AND    *
000800*            FULL BALANCES (SENDER P) AND ITS REJECT             *
000900*            ACKNOWLEDGEMENTS OF OUR RECORDS (TYPE R, SEQ-NBR    *
001000*            BEING THE MEDICAL SEQUENCE IT REJECTED). SEQ-NBR    *
001100*            RUNS PER MEMBER ROW WITHIN EACH SENDER; A FULL      *
001200*            BALANCE CARRIES THE SEQUENCE OF THE LAST CHANGE IT  *
001300*            INCLUDES. A CHANGE AMOUNT IS A REVERSAL WHEN        *
001400*            AMT-SIGN IS '-'.                                    *
001500******************************************************************
001600 01  ACXR-RECORD.
001700     05  ACXR-REC-TYPE             PIC X(01).
001800         88  ACXR-IS-CHANGE            VALUE 'C'.
001900         88  ACXR-IS-FULL-BALANCE      VALUE 'F'.
002000         88  ACXR-IS-REJECT-ACK        VALUE 'R'.
002100     05  ACXR-SENDER               PIC X(01).
002200         88  ACXR-FROM-MEDICAL         VALUE 'M'.
002300         88  ACXR-FROM-PHARMACY        VALUE 'P'.
002400     05  ACXR-SEQ-NBR              PIC 9(09).
002500     05  ACXR-MEMBER-ID            PIC 9(10).
002600     05  ACXR-SUBSCR-SSN           PIC X(09).
002700     05  ACXR-PATIENT-REL          PIC X(02).
002800     05  ACXR-PATIENT-LAST         PIC X(33).
002900     05  ACXR-PATIENT-FIRST        PIC X(12).
003000     05  ACXR-BENEFIT-YEAR         PIC X(04).
003100     05  ACXR-AMT-SIGN             PIC X(01).
003200         88  ACXR-IS-REVERSAL          VALUE '-'.
003300     05  ACXR-DED-AMT              PIC 9(09)V99.
003400     05  ACXR-COINS-AMT            PIC 9(09)V99.
003500     05  ACXR-PROCESS-DATE         PIC X(08).
003600     05  ACXR-REJECT-CD            PIC X(03).
003700     05  ACXR-REJECT-TEXT          PIC X(30).
003800     05  FILLER                    PIC X(10).
