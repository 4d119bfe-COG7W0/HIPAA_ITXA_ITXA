000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150119 - MEMBER MERGE/UNMERGE       *
000300*            TRANSACTION. ONE ENTRY PER REQUEST KEYED BY         *
000400*            ENROLLMENT: MERGE ('M') COMBINES THE RETIRED        *
000500*            MEMBER ID INTO THE SURVIVING MEMBER ID ACROSS THE   *
000600*            MEMBER-KEYED FILES; UNMERGE ('U') REVERSES THE      *
000700*            ACTIVE MERGE OF THE SAME PAIR FROM THE MERGE LOG    *
000800*            (BCPMRGLG). APPLIED BY BCPMBRMG.                    *
000900******************************************************************
001000 01  MRGT-RECORD.
001100     05  MRGT-ACTION               PIC X(01).
001200         88  MRGT-IS-MERGE             VALUE 'M'.
001300         88  MRGT-IS-UNMERGE           VALUE 'U'.
001400     05  MRGT-RETIRED-MEMBER-ID    PIC 9(10).
001500     05  MRGT-SURVIVING-MEMBER-ID  PIC 9(10).
001600     05  MRGT-REASON               PIC X(40).
