000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150129 - SPECIAL INVESTIGATIONS     *
000300*            CASE RECORD. ONE ENTRY PER SIU CASE AGAINST A       *
000400*            PROVIDER NPI, MAINTAINED ON BCPSIUWS BY OPERATORS   *
000500*            HOLDING THE SPECIAL INVESTIGATIONS ROLE (U). AN     *
000600*            OPEN CASE MAY CARRY A PRE-PAYMENT HOLD - FULL (F),  *
000700*            EVERY ACCEPTED PAYMENT TO THE NPI IS HELD, OR       *
000800*            PERCENTAGE (P), HOLD-PCT OF EACH CLAIM PAYMENT IS   *
000900*            HELD AND THE REST PAID - WHICH BCPNACHA HONORS BY   *
001000*            DIVERTING THE MONEY TO THE HELD-PAYMENTS FILE       *
001100*            (BCPSIUHP). CLOSING A CASE ENDS ITS HOLD; FUNDS     *
001200*            ALREADY HELD WAIT FOR A RELEASE OR FORFEIT.         *
001300******************************************************************
001400 01  SIUC-RECORD.
001500     05  SIUC-CASE-NBR             PIC 9(06).
001600     05  SIUC-PROV-NPI             PIC X(10).
001700     05  SIUC-STATUS               PIC X(01).
001800         88  SIUC-IS-OPEN              VALUE 'O'.
001900         88  SIUC-IS-CLOSED            VALUE 'C'.
002000     05  SIUC-ALLEGATION           PIC X(04).
002100         88  SIUC-ALLEG-NOT-RENDERED   VALUE 'BILL'.
002200         88  SIUC-ALLEG-UPCODING       VALUE 'UPCD'.
002300         88  SIUC-ALLEG-UNBUNDLING     VALUE 'UNBN'.
002400         88  SIUC-ALLEG-KICKBACK       VALUE 'KICK'.
002500         88  SIUC-ALLEG-IDENTITY       VALUE 'IDTH'.
002600         88  SIUC-ALLEG-NECESSITY      VALUE 'MNEC'.
002700         88  SIUC-ALLEG-OTHER          VALUE 'OTHR'.
002800         88  SIUC-ALLEG-VALID          VALUE 'BILL' 'UPCD' 'UNBN'
002900                                             'KICK' 'IDTH' 'MNEC'
003000                                             'OTHR'.
003100     05  SIUC-INVESTIGATOR         PIC X(08).
003200     05  SIUC-OPENED-DATE          PIC X(08).
003300     05  SIUC-CLOSED-DATE          PIC X(08).
003400     05  SIUC-HOLD-TYPE            PIC X(01).
003500         88  SIUC-NO-HOLD              VALUE 'N'.
003600         88  SIUC-FULL-HOLD            VALUE 'F'.
003700         88  SIUC-PCT-HOLD             VALUE 'P'.
003800     05  SIUC-HOLD-PCT             PIC 9(03).
003900     05  SIUC-HOLD-DATE            PIC X(08).
004000     05  SIUC-LAST-OPERATOR        PIC X(08).
004100     05  SIUC-LAST-UPDATE          PIC X(08).
004200     05  SIUC-NOTE                 PIC X(60).
