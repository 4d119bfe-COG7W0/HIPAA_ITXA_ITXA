000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150138 - REFERENTIAL INTEGRITY      *
000300*            CONTROL RECORD (INTCTL), ONE RECORD. THE NUMBER OF  *
000400*            ORPHANS AND CONTRADICTIONS BCPINTCK WILL ACCEPT     *
000500*            ACROSS ALL FILE PAIRS BEFORE IT SETS A RETURN CODE, *
000600*            AND THE MOST DETAIL LINES IT LISTS PER FILE PAIR    *
000700*            (ZERO LISTS THEM ALL). OPERATIONS CHANGES THE       *
000800*            TOLERANCE BY REPLACING THE RECORD (SAME PATTERN AS  *
000900*            BCPSLACT) INSTEAD OF A RECOMPILE.                   *
001000******************************************************************
001100 01  INTC-CONTROL-RECORD.
001200     05  INTC-TOLERANCE            PIC 9(07).
001300     05  INTC-DETAIL-LIMIT         PIC 9(05).
001400     05  INTC-LAST-UPDATE          PIC X(08).
