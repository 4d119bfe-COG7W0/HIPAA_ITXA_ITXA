000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150146 - LEGAL HOLD MASTER. ONE ROW *
000300*            PER SCOPE LINE OF A HOLD (HOLD ID + SCOPE           *
000400*            SEQUENCE), ISSUED BY LEGAL FOR LITIGATION, A        *
000500*            SUBROGATION CASE (BCPSUBRO), AN OPEN DISPUTE        *
000600*            (BCPDSPCS) OR A REGULATOR'S RECORDS REQUEST. THE    *
000700*            SCOPE IS A CLAIM KEY, A MEMBER ID, AN NPI           *
000800*            (RENDERING PROVIDER) OR A DATE RANGE (SERVICE DATES *
000900*            ON A CLAIM, THE NOTE DATE ON A CLAIM NOTE, THE RUN  *
001000*            DATE ON AN ARCHIVED REPORT). MAINTAINED ONLY        *
001100*            THROUGH BCPREFMT TRANSACTIONS AND ITS AUDIT LOG; A  *
001200*            HOLD IS NEVER DELETED, IT IS RELEASED BY A CHANGE   *
001300*            THAT SETS THE RELEASED DATE AND RELEASE NOTICE      *
001400*            REFERENCE. WHILE UNRELEASED (OR RELEASED AFTER THE  *
001500*            RUN DATE) EVERY PURGE AND ARCHIVE STEP RETAINS THE  *
001600*            RECORDS IN SCOPE (VIA BCPLGHCK); FROM THE RELEASED  *
001700*            DATE ON THEY ARE ELIGIBLE AGAIN ON THE NEXT CYCLE.  *
001800*            120 BYTES.                                          *
001900******************************************************************
002000 01  LGHLD-RECORD.
002100     05  LGHLD-HOLD-ID             PIC X(08).
002200     05  LGHLD-SCOPE-SEQ           PIC 9(03).
002300     05  LGHLD-MATTER              PIC X(30).
002400     05  LGHLD-SOURCE              PIC X(01).
002500         88  LGHLD-LITIGATION          VALUE 'L'.
002600         88  LGHLD-SUBROGATION         VALUE 'S'.
002700         88  LGHLD-DISPUTE             VALUE 'D'.
002800         88  LGHLD-REGULATOR           VALUE 'R'.
002900     05  LGHLD-CASE-REF            PIC X(12).
003000     05  LGHLD-SCOPE-TYPE          PIC X(01).
003100         88  LGHLD-SCOPE-CLAIM         VALUE 'C'.
003200         88  LGHLD-SCOPE-MEMBER        VALUE 'M'.
003300         88  LGHLD-SCOPE-NPI           VALUE 'N'.
003400         88  LGHLD-SCOPE-DATES         VALUE 'D'.
003500     05  LGHLD-SCOPE-VALUE         PIC X(10).
003600     05  LGHLD-SCOPE-CLAIM-VIEW REDEFINES LGHLD-SCOPE-VALUE.
003700         10  LGHLD-SCOPE-CLM-KEY       PIC 9(06).
003800         10  FILLER                    PIC X(04).
003900     05  LGHLD-SCOPE-MEMBER-VIEW REDEFINES LGHLD-SCOPE-VALUE.
004000         10  LGHLD-SCOPE-MEMBER-ID     PIC 9(10).
004100     05  LGHLD-FROM-DATE           PIC X(08).
004200     05  LGHLD-THRU-DATE           PIC X(08).
004300     05  LGHLD-ISSUED-DATE         PIC X(08).
004400     05  LGHLD-RELEASED-DATE       PIC X(08).
004500     05  LGHLD-RELEASE-REF         PIC X(12).
004600     05  FILLER                    PIC X(11).
