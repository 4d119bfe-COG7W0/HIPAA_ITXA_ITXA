000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150129 - SIU HELD-PAYMENT RECORD.   *
000300*            BCPNACHA WRITES ONE (STATUS H) FOR EVERY PAYMENT -  *
000400*            OR HELD PORTION OF A PAYMENT - IT KEEPS BACK UNDER  *
000500*            AN OPEN SIU CASE HOLD (BCPSIUCS), WITH THE RESPONSE *
000600*            RIDING WHOLE IN THE IMAGE FIELD AS ON THE RELEASE   *
000700*            QUEUE (BCPRELQ). A PERCENTAGE HOLD'S IMAGE CARRIES  *
000800*            THE HELD PORTION AS ITS PAID AMOUNT AND PAT-TRAN-ID *
000900*            'SIUPMT', SINCE THE REST OF THE CLAIM WAS PAID AND  *
001000*            KEYED. ON BCPSIUWS THE INVESTIGATOR APPROVES A      *
001100*            RELEASE (R) OR A FORFEIT (F); THE NEXT BCPNACHA RUN *
001200*            PAYS THE RELEASE (P) OR BOOKS THE FORFEIT (X) AND   *
001300*            LEDGERS EITHER FOR THE GL EXTRACT.                  *
001400******************************************************************
001500 01  SIUH-RECORD.
001600     05  SIUH-STATUS               PIC X(01).
001700         88  SIUH-HELD                 VALUE 'H'.
001800         88  SIUH-RELEASE-APPROVED     VALUE 'R'.
001900         88  SIUH-FORFEIT-APPROVED     VALUE 'F'.
002000         88  SIUH-RELEASED-PAID        VALUE 'P'.
002100         88  SIUH-FORFEIT-BOOKED       VALUE 'X'.
002200     05  SIUH-CASE-NBR             PIC 9(06).
002300     05  SIUH-HOLD-TYPE            PIC X(01).
002400     05  SIUH-HELD-DATE            PIC X(08).
002500     05  SIUH-HELD-AMT             PIC 9(09)V99.
002600     05  SIUH-DISPOSED-BY          PIC X(08).
002700     05  SIUH-DISPOSITION-DATE     PIC X(08).
002800     05  SIUH-SETTLED-DATE         PIC X(08).
002900     05  SIUH-RESP-IMAGE           PIC X(618).
