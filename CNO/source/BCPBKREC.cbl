001399*            BANK SETTLED OFF THAT DATE - INSTEAD OF SOMEONE     *
001400*            INVESTIGATING A WEEKEND SLIDE AS A MISMATCH.        *
001401******************************************************************
001401******************************************************************
001401* 10-15-26 - R KOWALSKI - AR 150132 - A SAME-DAY BATCH FROM      *
001401*            BCPNACHA (DESCRIPTIVE DATE SDHHMM) IS EXPECTED TO   *
001401*            SETTLE ON THE FILE DATE ITSELF, NOT THE NEXT        *
001401*            BUSINESS DAY.                                       *
001401******************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. BCPBKREC.
001600 ENVIRONMENT DIVISION.
005700* CONTROL ENTRY COUNT AT 5(6), CREDIT AT 33(12), COMPANY ID AT   *
005800* 45(10), BATCH NUMBER AT 88(7). NACHA FILE DATE (YYMMDD) AT     *
005900* 24(6) ON THE FILE HEADER.                                      *
005910* BATCH HEADER DESCRIPTIVE DATE AT 64(6) - 'SD' FOR SAME-DAY.    *
006000******************************************************************
006010*AR 150108 - CALENDAR TABLE AND EXPECTED SETTLEMENT DATE.
006011 01  WS-CAL-STATUS             PIC X(02).
006026 01  WS-FILE-DATE-CCYYMMDD     PIC X(08)      VALUE SPACES.
006027 01  WS-EXPECT-SETTLE-DATE     PIC X(08)      VALUE SPACES.
006028 01  WS-OFF-DATE-COUNT         PIC 9(05)      VALUE ZERO.
006029*AR 150132 - SAME-DAY BATCHES SETTLE ON THE FILE DATE.
006029 01  WS-CUR-SAME-DAY-SW        PIC X(01)      VALUE 'N'.
006029 01  WS-BAT-EXPECT-DATE        PIC X(08)      VALUE SPACES.
006100 01  WS-FILE-DATE-YYMMDD       PIC X(06)      VALUE SPACES.
006200 01  WS-CUR-COMPANY-ID         PIC X(10)      VALUE SPACES.
006300 01  WS-CUR-BATCH-NUMBER       PIC X(07)      VALUE SPACES.
007500         10  WS-BAT-LIVE-CNT       PIC 9(06).
007600         10  WS-BAT-SETTLED-SW     PIC X(01).
007700             88  WS-BAT-SETTLED        VALUE 'Y'.
007710         10  WS-BAT-SAME-DAY-SW    PIC X(01).
007720             88  WS-BAT-IS-SAME-DAY    VALUE 'Y'.
007800 01  WS-BAT-FOUND-SW           PIC X(01)      VALUE 'N'.
007900     88  WS-BAT-FOUND              VALUE 'Y'.
008000 01  WS-TOT-LIVE-ENTRIES       PIC 9(06)      VALUE ZERO.
011400                 MOVE NACHA-LINE(41:10) TO WS-CUR-COMPANY-ID
011500                 MOVE NACHA-LINE(88:7)  TO WS-CUR-BATCH-NUMBER
011600                 MOVE ZERO              TO WS-CUR-LIVE-COUNT
011610                 MOVE 'N'               TO WS-CUR-SAME-DAY-SW
011620                 IF NACHA-LINE(64:2) = 'SD'
011630                     MOVE 'Y'           TO WS-CUR-SAME-DAY-SW
011640                 END-IF
011700             WHEN '6'
011800                 IF NACHA-LINE(30:10) IS NUMERIC
011900                     MOVE NACHA-LINE(30:10) TO WS-ENTRY-AMT
014700         MOVE NACHA-LINE(33:12) TO WS-BAT-CREDIT-AMT(WS-BAT-IX)
014800         MOVE WS-CUR-LIVE-COUNT TO WS-BAT-LIVE-CNT(WS-BAT-IX)
014900         MOVE 'N'               TO WS-BAT-SETTLED-SW(WS-BAT-IX)
014910         MOVE WS-CUR-SAME-DAY-SW
014920                                TO WS-BAT-SAME-DAY-SW(WS-BAT-IX)
015000     END-IF.
015100
015200 2000-MATCH-STATEMENT.
017100         SET WS-BAT-SETTLED(WS-BAT-IX) TO TRUE
017110*AR 150108 - A SETTLEMENT OFF THE EXPECTED BUSINESS DAY IS
017120*REPORTED ON ITS OWN LINE, NOT AS A SHORT/LONG MISMATCH.
017121         MOVE WS-EXPECT-SETTLE-DATE TO WS-BAT-EXPECT-DATE
017122         IF WS-BAT-IS-SAME-DAY(WS-BAT-IX)
017123             AND WS-EXPECT-SETTLE-DATE NOT = SPACES
017124             MOVE WS-FILE-DATE-CCYYMMDD TO WS-BAT-EXPECT-DATE
017125         END-IF
017130         IF WS-BAT-EXPECT-DATE NOT = SPACES
017140             AND BKST-SETTLE-DATE NOT = WS-BAT-EXPECT-DATE
017150             ADD 1 TO WS-OFF-DATE-COUNT
017160             MOVE SPACES TO RPT-LINE
017170             STRING 'BATCH SETTLED OFF EXPECTED DATE - COMPANY '
017180                 BKST-COMPANY-ID
017190                 ' BATCH ' BKST-BATCH-NUMBER
017191                 ' SETTLED ' BKST-SETTLE-DATE
017192                 ' EXPECTED ' WS-BAT-EXPECT-DATE
017193                 DELIMITED BY SIZE INTO RPT-LINE
017194             WRITE RPT-LINE
017195         END-IF
