001215*            EDITS USE. BCPRXSRP REPORTS THE RX SUSPENSE LOG     *
001216*            THE WAY BCPSUSAG REPORTS THE MEDICAL ONE.           *
001217******************************************************************
001217******************************************************************
001217* 10-15-26 - R KOWALSKI - AR 150134 - 340B TAGGING. EACH         *
001217*            SUBMITTED DRUG LINE IS TAGGED 340B WHEN THE         *
001217*            PHARMACY SENT THE NCPDP 340B CLAIM INDICATOR        *
001217*            (SUBMISSION CLARIFICATION CODE 20) OR WHEN THE      *
001217*            DISPENSING PHARMACY - BY NCPDP ID, OR BY THE NPI    *
001217*            THE NETWORK MASTER HOLDS FOR IT - IS REGISTERED ON  *
001217*            THE 340B COVERED-ENTITY/CONTRACT-PHARMACY MASTER    *
001217*            (BCP340MS) ON THE DATE OF SERVICE. THE TAG, ITS     *
001217*            SOURCE AND THE COVERED ENTITY ID RIDE ON RX-DTL FOR *
001217*            BCPRXREB, WHICH KEEPS 340B UTILIZATION OFF          *
001217*            MANUFACTURER REBATE INVOICES.                       *
001217******************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. BCPNCPCV.
001400 ENVIRONMENT DIVISION.
002292     SELECT PHN-MASTER-FILE ASSIGN TO PHNMAST
002292            ORGANIZATION IS LINE SEQUENTIAL
002292            FILE STATUS IS WS-PHN-STATUS.
002292*AR 150134 - 340B COVERED-ENTITY/CONTRACT-PHARMACY MASTER.
002292     SELECT OPTIONAL CEP-MASTER-FILE ASSIGN TO CEPMAST
002292            ORGANIZATION IS LINE SEQUENTIAL
002292            FILE STATUS IS WS-CEP-STATUS.
002292     SELECT RX-SUSPENSE-LOG ASSIGN TO RXSUSP
002293            ORGANIZATION IS LINE SEQUENTIAL
002294            FILE STATUS IS WS-RXS-STATUS.
003670         REPLACING ==RXFH-RECORD== BY ==RFHO-RECORD==.
003675 FD  PHN-MASTER-FILE.
003676     COPY BCPPHNMS.
003677 FD  CEP-MASTER-FILE.
003678     COPY BCP340MS.
003680 FD  RX-SUSPENSE-LOG.
003690     COPY BCPRXSUS.
003700 FD  NCPDP-SUMMARY-RPT.
005964         10  WS-PHN-NCPDP          PIC X(07).
005965         10  WS-PHN-STAT           PIC X(01).
005966         10  WS-PHN-TERM           PIC X(08).
005966         10  WS-PHN-NPI            PIC X(10).
005967 01  WS-PHN-FOUND-SW           PIC X(01)      VALUE 'N'.
005968     88  WS-PHN-FOUND              VALUE 'Y'.
005969 01  WS-NET01-COUNT            PIC 9(05)      VALUE ZERO.
005970 01  WS-NET02-COUNT            PIC 9(05)      VALUE ZERO.
005971*AR 150134 - 340B MASTER TABLE AND TALLIES.
005972 01  WS-CEP-STATUS             PIC X(02).
005973 01  WS-CEP-EOF-SW             PIC X(01)      VALUE 'N'.
005974     88  WS-NO-MORE-CEP            VALUE 'Y'.
005975 01  WS-CEP-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
005976 01  WS-CEP-TABLE.
005977     05  WS-CEP-ENTRY          OCCURS 1 TO 5000 TIMES
005978                               DEPENDING ON WS-CEP-TABLE-COUNT
005979                               INDEXED BY WS-CEP-IX.
005980         10  WS-CEP-NCPDP          PIC X(07).
005981         10  WS-CEP-NPI            PIC X(10).
005982         10  WS-CEP-ENTITY         PIC X(11).
005983         10  WS-CEP-EFF            PIC X(08).
005984         10  WS-CEP-TERM           PIC X(08).
005985 01  WS-CEP-FOUND-SW           PIC X(01)      VALUE 'N'.
005986     88  WS-CEP-FOUND              VALUE 'Y'.
005987 01  WS-CUR-PHARMACY-NPI       PIC X(10)      VALUE SPACES.
005988 01  WS-340B-CLAIM-COUNT       PIC 9(05)      VALUE ZERO.
005989 01  WS-340B-MASTER-COUNT      PIC 9(05)      VALUE ZERO.
006000 PROCEDURE DIVISION.
006100 0000-MAIN-CONTROL.
006200     PERFORM 1000-INITIALIZE
007260     PERFORM 1100-LOAD-NDC-MASTER
007270     PERFORM 1200-LOAD-FILL-HISTORY
007280     PERFORM 1300-LOAD-PHARMACY-NETWORK
007290     PERFORM 1400-LOAD-340B-MASTER
007300     OPEN OUTPUT NCPDP-SUMMARY-RPT
007400     MOVE 'RETAIL PHARMACY (NCPDP) CONVERSION SUMMARY'
007500         TO RPT-LINE
007788                 TO WS-PHN-STAT(WS-PHN-IX)
007789             MOVE PHN-TERM-DATE
007790                 TO WS-PHN-TERM(WS-PHN-IX)
007790             MOVE PHN-NPI
007790                 TO WS-PHN-NPI(WS-PHN-IX)
007791         END-IF
007792         PERFORM 1310-READ-PHARMACY
007793     END-PERFORM
007799             SET WS-NO-MORE-PHN TO TRUE
007800     END-READ.
007800
007800 1400-LOAD-340B-MASTER.
007800     OPEN INPUT CEP-MASTER-FILE
007800     PERFORM 1410-READ-340B-MASTER
007800     PERFORM UNTIL WS-NO-MORE-CEP
007800         IF WS-CEP-TABLE-COUNT < 5000
007800             ADD 1 TO WS-CEP-TABLE-COUNT
007800             SET WS-CEP-IX TO WS-CEP-TABLE-COUNT
007800             MOVE CEP-NCPDP-ID
007800                 TO WS-CEP-NCPDP(WS-CEP-IX)
007800             MOVE CEP-NPI
007800                 TO WS-CEP-NPI(WS-CEP-IX)
007800             MOVE CEP-ENTITY-ID
007800                 TO WS-CEP-ENTITY(WS-CEP-IX)
007800             MOVE CEP-EFF-DATE
007800                 TO WS-CEP-EFF(WS-CEP-IX)
007800             MOVE CEP-TERM-DATE
007800                 TO WS-CEP-TERM(WS-CEP-IX)
007800         END-IF
007800         PERFORM 1410-READ-340B-MASTER
007800     END-PERFORM
007800     CLOSE CEP-MASTER-FILE.
007800
007800 1410-READ-340B-MASTER.
007800     READ CEP-MASTER-FILE
007800         AT END
007800             SET WS-NO-MORE-CEP TO TRUE
007800     END-READ.
007800
007900 2000-PROCESS-EXTRACT.
008000     EVALUATE TRUE
008100         WHEN MEDG-HDR-REC-ID OF CLAIM-EXTRACT = '02'
015150         TO RX-DTL-DAYS-SUPPLY
015160     MOVE MEDG-CLM60-PHARMACY-ID OF CLAIM-EXTRACT
015170         TO RX-DTL-PHARMACY-ID
015180     PERFORM 2460-TAG-340B
015200     WRITE RX-DTL-RECORD
015210     PERFORM 2470-APPEND-FILL-HISTORY.
015220
015221*AR 150134 - A REGISTRATION ON THE 340B MASTER COVERING THE
015222*DATE OF SERVICE, MATCHED ON THE PHARMACY'S NCPDP ID OR ITS
015223*NETWORK NPI, TAGS THE LINE; SO DOES THE CLAIM'S OWN 340B
015224*INDICATOR, WITH THE ENTITY ID FILLED IN WHEN ONE IS ON FILE.
015225 2460-TAG-340B.
015226     MOVE MEDG-CLM60-SUBM-CLAR-CD OF CLAIM-EXTRACT
015227         TO RX-DTL-SUBM-CLAR-CD
015228     MOVE 'N'    TO RX-DTL-340B-IND
015229     MOVE SPACES TO RX-DTL-340B-SOURCE RX-DTL-340B-ENTITY-ID
015230     MOVE SPACES TO WS-CUR-PHARMACY-NPI
015231     IF WS-PHN-FOUND
015232         MOVE WS-PHN-NPI(WS-PHN-IX) TO WS-CUR-PHARMACY-NPI
015233     END-IF
015234     MOVE 'N' TO WS-CEP-FOUND-SW
015235     IF WS-CEP-TABLE-COUNT > ZERO
015236         SET WS-CEP-IX TO 1
015237         SEARCH WS-CEP-ENTRY
015238             AT END
015239                 CONTINUE
015240             WHEN (WS-CEP-NCPDP(WS-CEP-IX)
015241                     = MEDG-CLM60-PHARMACY-ID OF CLAIM-EXTRACT
015242                 OR (WS-CUR-PHARMACY-NPI NOT = SPACES
015243                     AND WS-CEP-NPI(WS-CEP-IX)
015244                         = WS-CUR-PHARMACY-NPI))
015245                 AND WS-CUR-PROCESS-DATE
015246                     NOT < WS-CEP-EFF(WS-CEP-IX)
015247                 AND (WS-CEP-TERM(WS-CEP-IX) = SPACES
015248                     OR WS-CUR-PROCESS-DATE
015249                         < WS-CEP-TERM(WS-CEP-IX))
015250                 SET WS-CEP-FOUND TO TRUE
015251         END-SEARCH
015252     END-IF
015253     IF WS-CEP-FOUND
015254         MOVE WS-CEP-ENTITY(WS-CEP-IX) TO RX-DTL-340B-ENTITY-ID
015255     END-IF
015256     EVALUATE TRUE
015257         WHEN MEDG-CLM60-340B-CLAIM OF CLAIM-EXTRACT
015258             SET RX-DTL-IS-340B TO TRUE
015259             SET RX-DTL-340B-BY-CLAIM TO TRUE
015260             ADD 1 TO WS-340B-CLAIM-COUNT
015261         WHEN WS-CEP-FOUND
015262             SET RX-DTL-IS-340B TO TRUE
015263             SET RX-DTL-340B-BY-MASTER TO TRUE
015264             ADD 1 TO WS-340B-MASTER-COUNT
015265         WHEN OTHER
015266             CONTINUE
015267     END-EVALUATE.
015268
015230*AR 150105 - THE SUBMITTED FILL JOINS THE HISTORY SO LATER
015240*CYCLES SEE IT.
015250 2470-APPEND-FILL-HISTORY.
017190         WS-NET01-COUNT
017200         '  TERMED ' WS-NET02-COUNT
017210         DELIMITED BY SIZE INTO RPT-LINE
017220     WRITE RPT-LINE
017221     MOVE SPACES TO RPT-LINE
017222     STRING '340B LINES TAGGED - BY CLAIM INDICATOR '
017223         WS-340B-CLAIM-COUNT
017224         '  BY 340B MASTER ' WS-340B-MASTER-COUNT
017225         DELIMITED BY SIZE INTO RPT-LINE
017226     WRITE RPT-LINE.
017200
017300 9000-TERMINATE.
017400     CLOSE CLAIM-EXTRACT
