000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150128 - PAYMENT QUALITY AUDIT      *
000300*            SAMPLE MASTER. BCPAUDSP APPENDS ONE WEEKLY DRAW:    *
000400*            AN 'S' ROW PER STRATUM (PART A/B BY PAID-DOLLAR     *
000500*            BAND) WITH THE POPULATION IT WAS DRAWN FROM, THEN   *
000600*            A 'C' ROW PER SAMPLED CLAIM. BCPAUDIN POSTS THE     *
000700*            AUDITOR'S FINDING ONTO THE 'C' ROW; BCPAUDRP        *
000800*            PROJECTS THE RESULTS TO THE POPULATION. SAMPLE-DATE *
000900*            IDENTIFIES THE DRAW; DRAW-SEED REPRODUCES IT FROM   *
001000*            THE SAME POSTED-CLAIM INPUT.                        *
001100******************************************************************
001200 01  AUDS-RECORD.
001300     05  AUDS-REC-TYPE             PIC X(01).
001400         88  AUDS-STRATUM-ROW          VALUE 'S'.
001500         88  AUDS-CLAIM-ROW            VALUE 'C'.
001600     05  AUDS-SAMPLE-DATE          PIC X(08).
001700     05  AUDS-PART-IND             PIC X(01).
001800     05  AUDS-DOLLAR-BAND          PIC 9(01).
001900     05  AUDS-BODY                 PIC X(110).
002000     05  AUDS-STR-BODY REDEFINES AUDS-BODY.
002100         10  AUDS-STR-BAND-LOW     PIC 9(09)V99.
002200         10  AUDS-STR-BAND-HIGH    PIC 9(09)V99.
002300         10  AUDS-STR-POP-COUNT    PIC 9(07).
002400         10  AUDS-STR-POP-PAID-AMT PIC 9(11)V99.
002500         10  AUDS-STR-SAMPLE-COUNT PIC 9(05).
002600         10  AUDS-STR-DRAW-SEED    PIC 9(10).
002700         10  FILLER                PIC X(53).
002800*RESULT SPACE UNTIL THE AUDITOR'S FINDING IS POSTED. ERROR-AMT IS
002900*THE DOLLAR IMPACT, OVER- OR UNDERPAID PER ERROR-DIRECTION.
003000     05  AUDS-CLM-BODY REDEFINES AUDS-BODY.
003100         10  AUDS-CLM-SAMPLE-SEQ   PIC 9(05).
003200         10  AUDS-CLM-KEY          PIC 9(06).
003300         10  AUDS-CLM-POLICY-KEY   PIC 9(09).
003400         10  AUDS-CLM-PROV-NPI     PIC X(10).
003500         10  AUDS-CLM-MEMBER-ID    PIC 9(10).
003600         10  AUDS-CLM-PAID-AMT     PIC 9(09)V99.
003700         10  AUDS-CLM-RESULT       PIC X(01).
003800             88  AUDS-CLM-PENDING      VALUE ' '.
003900             88  AUDS-CLM-CORRECT      VALUE 'C'.
004000             88  AUDS-CLM-FINANCIAL    VALUE 'F'.
004100             88  AUDS-CLM-PROCEDURAL   VALUE 'P'.
004200         10  AUDS-CLM-ERROR-DIR    PIC X(01).
004300             88  AUDS-CLM-OVERPAID     VALUE 'O'.
004400             88  AUDS-CLM-UNDERPAID    VALUE 'U'.
004500         10  AUDS-CLM-ERROR-AMT    PIC 9(09)V99.
004600         10  AUDS-CLM-ERROR-CODE   PIC X(04).
004700         10  AUDS-CLM-AUDITOR-ID   PIC X(08).
004800         10  AUDS-CLM-REVIEW-DATE  PIC X(08).
004900         10  AUDS-CLM-RCVB-SW      PIC X(01).
005000             88  AUDS-CLM-RCVB-OPENED  VALUE 'Y'.
005100         10  FILLER                PIC X(25).
