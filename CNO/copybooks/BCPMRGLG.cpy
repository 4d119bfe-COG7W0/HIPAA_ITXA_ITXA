000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150119 - PERMANENT MEMBER MERGE     *
000300*            LOG. ONE ENTRY PER RECORD A MERGE TOUCHED, HOLDING  *
000400*            THE RECORD'S FULL IMAGE AS IT STOOD BEFORE THE      *
000500*            MERGE AND WHAT THE MERGE DID WITH IT - RE-KEYED TO  *
000600*            THE SURVIVING MEMBER ('R'), COMBINED INTO A         *
000700*            SURVIVING MEMBER ROW ('C'), OR DROPPED AS A         *
000800*            DUPLICATE OF ONE ('D') - SO BCPMBRMG CAN PUT THE    *
000900*            ORIGINAL KEYS BACK ON AN UNMERGE. CARRIED FORWARD   *
001000*            EVERY RUN AND NEVER PURGED; AN UNMERGE MARKS ITS    *
001100*            MERGE'S ENTRIES 'U' RATHER THAN REMOVING THEM.      *
001200*            FILE CODES: MIDX BCPMIDXR, ENRL BCPENRMS, MADR      *
001300*            BCPMADDR, MACC BCPMACCM, CHST BCPCHIST.             *
001400******************************************************************
001500 01  MRGL-RECORD.
001600     05  MRGL-MERGE-KEY.
001700         10  MRGL-MERGE-DATE       PIC X(08).
001800         10  MRGL-MERGE-SEQ        PIC 9(04).
001900     05  MRGL-RETIRED-MEMBER-ID    PIC 9(10).
002000     05  MRGL-SURVIVING-MEMBER-ID  PIC 9(10).
002100     05  MRGL-RETIRED-SSN          PIC X(09).
002200     05  MRGL-SURVIVING-SSN        PIC X(09).
002300     05  MRGL-FILE-CODE            PIC X(04).
002400     05  MRGL-DISPOSITION          PIC X(01).
002500         88  MRGL-WAS-REKEYED          VALUE 'R'.
002600         88  MRGL-WAS-COMBINED         VALUE 'C'.
002700         88  MRGL-WAS-DROPPED          VALUE 'D'.
002800     05  MRGL-STATUS               PIC X(01).
002900         88  MRGL-IS-ACTIVE            VALUE 'A'.
003000         88  MRGL-IS-UNMERGED          VALUE 'U'.
003100     05  MRGL-MERGE-OPERATOR       PIC X(08).
003200     05  MRGL-UNMERGE-DATE         PIC X(08).
003300     05  MRGL-UNMERGE-OPERATOR     PIC X(08).
003400     05  MRGL-BEFORE-IMAGE         PIC X(150).
