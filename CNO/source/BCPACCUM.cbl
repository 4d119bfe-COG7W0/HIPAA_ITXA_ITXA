001560*            KEY WHEN NONZERO; THE SSN MATCH REMAINS ONLY FOR    *
001570*            ROWS AND CLAIMS PRE-DATING THE ID.                  *
001580******************************************************************
001580******************************************************************
001580* 10-15-26 - R KOWALSKI - AR 150136 - PBM ACCUMULATOR EXCHANGE.  *
001580*            THE PHARMACY BUCKET BCPACCXI POSTS FROM THE PBM NOW *
001580*            COUNTS TOWARD THE CONTRACT LIMITS: A MEMBER'S       *
001580*            DEDUCTIBLE POSITION IS MEDICAL PLUS PHARMACY        *
001580*            DEDUCTIBLE AND THE COINSURANCE POSITION MEDICAL     *
001580*            COINSURANCE PLUS PHARMACY COST SHARE, FOR THE       *
001580*            MEMBER AND FAMILY CHECKS ALIKE. EVERY ROW THIS RUN  *
001580*            CHANGED IS SENT TO THE PBM ON THE DAILY MEDICAL     *
001580*            CHANGE FILE (MEDACCXO, BCPACCXR TYPE C) UNDER THE   *
001580*            ROW'S NEXT MEDICAL EXCHANGE SEQUENCE.               *
001580******************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. BCPACCUM.
001700 ENVIRONMENT DIVISION.
003200     SELECT CONTRACT-MASTER-FILE ASSIGN TO CTMASTER
003300            ORGANIZATION IS LINE SEQUENTIAL
003400            FILE STATUS IS WS-CTM-STATUS.
003410*AR 150136 - DAILY MEDICAL ACCUMULATOR CHANGES FOR THE PBM.
003410     SELECT ACCUM-XCH-OUT ASSIGN TO MEDACCXO
003410            ORGANIZATION IS LINE SEQUENTIAL
003410            FILE STATUS IS WS-ACXR-STATUS.
003500     SELECT ACCUM-EXCEPT-RPT ASSIGN TO ACCUMRPT
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS IS WS-RPT-STATUS.
005400         REPLACING ==MACC-RECORD== BY ==MACO-RECORD==.
005500 FD  CONTRACT-MASTER-FILE.
005600     COPY BCPCTMST.
005610 FD  ACCUM-XCH-OUT.
005620     COPY BCPACCXR.
005700 FD  ACCUM-EXCEPT-RPT.
005800 01  RPT-LINE                  PIC X(132).
005900 WORKING-STORAGE SECTION.
006300 01  WS-MACO-STATUS            PIC X(02).
006400 01  WS-CTM-STATUS             PIC X(02).
006500 01  WS-RPT-STATUS             PIC X(02).
006510 01  WS-ACXR-STATUS            PIC X(02).
006600 01  WS-POST-EOF-SW            PIC X(01)      VALUE 'N'.
006700     88  WS-NO-MORE-POST            VALUE 'Y'.
006800 01  WS-BAT-EOF-SW             PIC X(01)      VALUE 'N'.
008230         10  WS-MAC-PAT-FIRST      PIC X(12).
008300         10  WS-MAC-DED            PIC 9(09)V99.
008400         10  WS-MAC-COINS          PIC 9(09)V99.
008410*AR 150136 - PHARMACY BUCKET, EXCHANGE SEQUENCES, AND THE
008410*MEDICAL AMOUNTS THIS RUN POSTED TO THE ROW.
008410         10  WS-MAC-RX-DED         PIC 9(09)V99.
008410         10  WS-MAC-RX-COINS       PIC 9(09)V99.
008410         10  WS-MAC-RX-SEQ         PIC 9(09).
008410         10  WS-MAC-MED-SEQ        PIC 9(09).
008410         10  WS-MAC-DED-CHG        PIC 9(09)V99.
008410         10  WS-MAC-COINS-CHG      PIC 9(09)V99.
008500 01  WS-MAC-FOUND-SW           PIC X(01)      VALUE 'N'.
008600     88  WS-MAC-FOUND              VALUE 'Y'.
008700 01  WS-CTM-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
011040 01  WS-FAM-DED                PIC 9(11)V99   VALUE ZERO.
011050 01  WS-FAM-COINS              PIC 9(11)V99   VALUE ZERO.
011060 01  WS-FAM-IX                 PIC 9(05).
011070*AR 150136 - MEMBER POSITION, MEDICAL PLUS PHARMACY.
011070 01  WS-MBR-DED                PIC 9(11)V99   VALUE ZERO.
011070 01  WS-MBR-COINS              PIC 9(11)V99   VALUE ZERO.
011070 01  WS-XCH-SENT-COUNT         PIC 9(05)      VALUE ZERO.
011100 01  WS-RPT-AMOUNT             PIC Z,ZZZ,ZZ9.99.
011200 01  WS-POSTED-LINE-COUNT      PIC 9(07)      VALUE ZERO.
011300 01  WS-EXCEPT-COUNT           PIC 9(05)      VALUE ZERO.
014850                 TO WS-MAC-DED(WS-MAC-IX)
014900             MOVE MACC-COINS-ACCUM OF MACC-RECORD
014950                 TO WS-MAC-COINS(WS-MAC-IX)
014960             PERFORM 1120-LOAD-RX-BUCKET
015000         END-IF
015100         PERFORM 1110-READ-ACCUM
015200     END-PERFORM
015700         AT END
015800             SET WS-NO-MORE-MAC TO TRUE
015900     END-READ.
015910
015920*AR 150136 - ROWS WRITTEN BEFORE THE PHARMACY BUCKET READ AS ZERO.
015920 1120-LOAD-RX-BUCKET.
015920     IF MACC-RX-DED-ACCUM OF MACC-RECORD IS NUMERIC
015920         MOVE MACC-RX-DED-ACCUM OF MACC-RECORD
015920             TO WS-MAC-RX-DED(WS-MAC-IX)
015920     ELSE
015920         MOVE ZERO TO WS-MAC-RX-DED(WS-MAC-IX)
015920     END-IF
015920     IF MACC-RX-COINS-ACCUM OF MACC-RECORD IS NUMERIC
015920         MOVE MACC-RX-COINS-ACCUM OF MACC-RECORD
015920             TO WS-MAC-RX-COINS(WS-MAC-IX)
015920     ELSE
015920         MOVE ZERO TO WS-MAC-RX-COINS(WS-MAC-IX)
015920     END-IF
015920     IF MACC-RX-XCH-SEQ OF MACC-RECORD IS NUMERIC
015920         MOVE MACC-RX-XCH-SEQ OF MACC-RECORD
015920             TO WS-MAC-RX-SEQ(WS-MAC-IX)
015920     ELSE
015920         MOVE ZERO TO WS-MAC-RX-SEQ(WS-MAC-IX)
015920     END-IF
015920     IF MACC-MED-XCH-SEQ OF MACC-RECORD IS NUMERIC
015920         MOVE MACC-MED-XCH-SEQ OF MACC-RECORD
015920             TO WS-MAC-MED-SEQ(WS-MAC-IX)
015920     ELSE
015920         MOVE ZERO TO WS-MAC-MED-SEQ(WS-MAC-IX)
015920     END-IF
015920     MOVE ZERO TO WS-MAC-DED-CHG(WS-MAC-IX)
015920                  WS-MAC-COINS-CHG(WS-MAC-IX).
016000
016100 1200-LOAD-CONTRACT-LIMITS.
016200     OPEN INPUT CONTRACT-MASTER-FILE
025400                 TO WS-MAC-DED(WS-MAC-IX)
025500             ADD MEDG-SVC-COINSURANCE-AMT OF MEDG-SVC-RECORD
025600                 TO WS-MAC-COINS(WS-MAC-IX)
025610             ADD MEDG-SVC-DEDUCTIBLE-AMT OF MEDG-SVC-RECORD
025620                 TO WS-MAC-DED-CHG(WS-MAC-IX)
025630             ADD MEDG-SVC-COINSURANCE-AMT OF MEDG-SVC-RECORD
025640                 TO WS-MAC-COINS-CHG(WS-MAC-IX)
025700             PERFORM 2500-CHECK-CONTRACT-LIMITS
025800         END-IF
025900     END-IF.
027630         MOVE WS-CUR-PAT-FIRST TO WS-MAC-PAT-FIRST(WS-MAC-IX)
027700         MOVE ZERO TO WS-MAC-DED(WS-MAC-IX)
027800                      WS-MAC-COINS(WS-MAC-IX)
027810                      WS-MAC-RX-DED(WS-MAC-IX)
027820                      WS-MAC-RX-COINS(WS-MAC-IX)
027830                      WS-MAC-RX-SEQ(WS-MAC-IX)
027840                      WS-MAC-MED-SEQ(WS-MAC-IX)
027850                      WS-MAC-DED-CHG(WS-MAC-IX)
027860                      WS-MAC-COINS-CHG(WS-MAC-IX)
027900         SET WS-MAC-FOUND TO TRUE
028000     END-IF.
028100
029000     END-SEARCH
029100     IF WS-CTM-FOUND
029110         PERFORM 2600-SUM-FAMILY-POSITION
029120*AR 150136 - MEDICAL PLUS PHARMACY AGAINST THE COMBINED LIMIT.
029130         COMPUTE WS-MBR-DED =
029140             WS-MAC-DED(WS-MAC-IX) + WS-MAC-RX-DED(WS-MAC-IX)
029150         COMPUTE WS-MBR-COINS =
029160             WS-MAC-COINS(WS-MAC-IX) + WS-MAC-RX-COINS(WS-MAC-IX)
029200         IF WS-CTM-DED-LIMIT(WS-CTM-IX) > ZERO
029300             AND WS-MBR-DED
029400                 > WS-CTM-DED-LIMIT(WS-CTM-IX)
029500             ADD 1 TO WS-EXCEPT-COUNT
029600             MOVE WS-MBR-DED TO WS-RPT-AMOUNT
029700             MOVE SPACES TO RPT-LINE
029800             STRING 'DEDUCTIBLE PAST ANNUAL LIMIT - SSN '
029900                 WS-CUR-SSN
030300             WRITE RPT-LINE
030400         END-IF
030500         IF WS-CTM-COINS-LIMIT(WS-CTM-IX) > ZERO
030600             AND WS-MBR-COINS
030700                 > WS-CTM-COINS-LIMIT(WS-CTM-IX)
030800             ADD 1 TO WS-EXCEPT-COUNT
030900             MOVE WS-MBR-COINS TO WS-RPT-AMOUNT
031000             MOVE SPACES TO RPT-LINE
031100             STRING 'COINSURANCE PAST ANNUAL LIMIT - SSN '
031200                 WS-CUR-SSN
031890             AND WS-MAC-YEAR(WS-FAM-IX) = WS-BENEFIT-YEAR
031891             ADD WS-MAC-DED(WS-FAM-IX)   TO WS-FAM-DED
031892             ADD WS-MAC-COINS(WS-FAM-IX) TO WS-FAM-COINS
031892             ADD WS-MAC-RX-DED(WS-FAM-IX)   TO WS-FAM-DED
031892             ADD WS-MAC-RX-COINS(WS-FAM-IX) TO WS-FAM-COINS
031893         END-IF
031894     END-PERFORM.
031900
032000 4000-WRITE-ACCUM-OUT.
032100     OPEN OUTPUT ACCUM-MASTER-OUT
032110     OPEN OUTPUT ACCUM-XCH-OUT
032200     PERFORM VARYING WS-MAC-IX FROM 1 BY 1
032300             UNTIL WS-MAC-IX > WS-MAC-TABLE-COUNT
032400         MOVE WS-MAC-SSN(WS-MAC-IX)
032900             TO MACC-DED-ACCUM OF MACO-RECORD
033000         MOVE WS-MAC-COINS(WS-MAC-IX)
033100             TO MACC-COINS-ACCUM OF MACO-RECORD
033110         IF WS-MAC-DED-CHG(WS-MAC-IX) NOT = ZERO
033120             OR WS-MAC-COINS-CHG(WS-MAC-IX) NOT = ZERO
033130             PERFORM 4100-WRITE-XCH-CHANGE
033140         END-IF
033150         MOVE WS-MAC-RX-DED(WS-MAC-IX)
033160             TO MACC-RX-DED-ACCUM OF MACO-RECORD
033170         MOVE WS-MAC-RX-COINS(WS-MAC-IX)
033180             TO MACC-RX-COINS-ACCUM OF MACO-RECORD
033190         MOVE WS-MAC-RX-SEQ(WS-MAC-IX)
033191             TO MACC-RX-XCH-SEQ OF MACO-RECORD
033192         MOVE WS-MAC-MED-SEQ(WS-MAC-IX)
033193             TO MACC-MED-XCH-SEQ OF MACO-RECORD
033200         WRITE MACO-RECORD
033300     END-PERFORM
033310     CLOSE ACCUM-XCH-OUT
033400     CLOSE ACCUM-MASTER-OUT.
033410
033420*AR 150136 - ONE CHANGE RECORD PER ROW THIS RUN POSTED TO,
033420*CARRYING WHAT WAS POSTED; BCPACCUM ONLY EVER ADDS.
033420 4100-WRITE-XCH-CHANGE.
033420     ADD 1 TO WS-MAC-MED-SEQ(WS-MAC-IX)
033420     ADD 1 TO WS-XCH-SENT-COUNT
033420     MOVE SPACES TO ACXR-RECORD
033420     SET ACXR-IS-CHANGE TO TRUE
033420     SET ACXR-FROM-MEDICAL TO TRUE
033420     MOVE WS-MAC-MED-SEQ(WS-MAC-IX)    TO ACXR-SEQ-NBR
033420     MOVE WS-MAC-MBR-ID(WS-MAC-IX)     TO ACXR-MEMBER-ID
033420     MOVE WS-MAC-SSN(WS-MAC-IX)        TO ACXR-SUBSCR-SSN
033420     MOVE WS-MAC-REL(WS-MAC-IX)        TO ACXR-PATIENT-REL
033420     MOVE WS-MAC-PAT-LAST(WS-MAC-IX)   TO ACXR-PATIENT-LAST
033420     MOVE WS-MAC-PAT-FIRST(WS-MAC-IX)  TO ACXR-PATIENT-FIRST
033420     MOVE WS-MAC-YEAR(WS-MAC-IX)       TO ACXR-BENEFIT-YEAR
033420     MOVE '+'                          TO ACXR-AMT-SIGN
033420     MOVE WS-MAC-DED-CHG(WS-MAC-IX)    TO ACXR-DED-AMT
033420     MOVE WS-MAC-COINS-CHG(WS-MAC-IX)  TO ACXR-COINS-AMT
033420     MOVE WS-TODAY-DATE                TO ACXR-PROCESS-DATE
033420     WRITE ACXR-RECORD.
033500
033600 5000-WRITE-SUMMARY.
033700     MOVE SPACES TO RPT-LINE
034000     STRING 'SERVICE LINES POSTED TO ACCUMULATORS: '
034100         WS-POSTED-LINE-COUNT
034200         '  LIMIT EXCEPTIONS: ' WS-EXCEPT-COUNT
034210         '  PBM CHANGE RECORDS SENT: ' WS-XCH-SENT-COUNT
034300         DELIMITED BY SIZE INTO RPT-LINE
034400     WRITE RPT-LINE.
034500
