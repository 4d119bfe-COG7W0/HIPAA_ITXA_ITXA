000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150129 - SIU CASE PAID-CLAIM HISTORY*
000300*            PULL. FOR EACH CASE NAMED ON SIUHXPRM (EVERY OPEN   *
000400*            CASE WHEN THE PARM IS ABSENT OR EMPTY) THE CASE'S   *
000500*            NPI IS TAKEN FROM THE SIU CASE FILE (BCPSIUCS) AND  *
000600*            EVERY CLAIM PAID TO IT - BY ACH ON THE PAID KEY     *
000700*            MASTER, BY CHECK ON THE CHECK XREF - IS LISTED FROM *
000800*            THE CLAIM HISTORY (BCPCHIST): POLICY, MEMBER,       *
000900*            LIFECYCLE STATUS, PAID AMOUNT AND LAST UPDATE, WITH *
001000*            A COUNT AND TOTAL PER CASE. A PAID CLAIM NOT ON THE *
001100*            HISTORY IS LISTED AS SUCH. RC 4 WHEN A NAMED CASE   *
001200*            IS NOT ON FILE, RC 8 WHEN A TABLE FILLS.            *
001300******************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. BCPSIUHX.
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001900     SELECT OPTIONAL SIUHX-PARM-FILE ASSIGN TO SIUHXPRM
002000            ORGANIZATION IS LINE SEQUENTIAL
002100            FILE STATUS IS WS-PRM-STATUS.
002200     SELECT OPTIONAL SIU-CASE-FILE ASSIGN TO SIUCASE
002300            ORGANIZATION IS LINE SEQUENTIAL
002400            FILE STATUS IS WS-SIUC-STATUS.
002500     SELECT PAID-KEY-FILE ASSIGN TO PDKEYMST
002600            ORGANIZATION IS LINE SEQUENTIAL
002700            FILE STATUS IS WS-PDK-STATUS.
002800     SELECT OPTIONAL CHECK-XREF-FILE ASSIGN TO CHKXREF
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-CKX-STATUS.
003100     SELECT CLAIM-HISTORY ASSIGN TO CLMHIST
003200            ORGANIZATION IS INDEXED
003300            ACCESS MODE IS SEQUENTIAL
003400            RECORD KEY IS CHIST-CLM-KEY OF CHIST-RECORD
003500            FILE STATUS IS WS-CHIST-STATUS.
003600     SELECT SIUHX-RPT ASSIGN TO SIUHXRPT
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS IS WS-RPT-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  SIUHX-PARM-FILE.
004200 01  SIUHX-PARM-RECORD.
004300     05  SIUHX-PARM-CASE-NBR       PIC X(06).
004400 FD  SIU-CASE-FILE.
004500     COPY BCPSIUCS.
004600 FD  PAID-KEY-FILE.
004700     COPY BCPPDKEY.
004800 FD  CHECK-XREF-FILE.
004900     COPY BCPCKREF.
005000 FD  CLAIM-HISTORY.
005100     COPY BCPCHIST.
005200 FD  SIUHX-RPT.
005300 01  RPT-LINE                  PIC X(132).
005400 WORKING-STORAGE SECTION.
005500 01  WS-PRM-STATUS             PIC X(02).
005600 01  WS-SIUC-STATUS            PIC X(02).
005700 01  WS-PDK-STATUS             PIC X(02).
005800 01  WS-CKX-STATUS             PIC X(02).
005900 01  WS-CHIST-STATUS           PIC X(02).
006000 01  WS-RPT-STATUS             PIC X(02).
006100 01  WS-PRM-EOF-SW             PIC X(01)      VALUE 'N'.
006200     88  WS-NO-MORE-PRM            VALUE 'Y'.
006300 01  WS-SIUC-EOF-SW            PIC X(01)      VALUE 'N'.
006400     88  WS-NO-MORE-SIUC           VALUE 'Y'.
006500 01  WS-PDK-EOF-SW             PIC X(01)      VALUE 'N'.
006600     88  WS-NO-MORE-PDK            VALUE 'Y'.
006700 01  WS-CKX-EOF-SW             PIC X(01)      VALUE 'N'.
006800     88  WS-NO-MORE-CKX            VALUE 'Y'.
006900 01  WS-CHS-EOF-SW             PIC X(01)      VALUE 'N'.
007000     88  WS-NO-MORE-CHS            VALUE 'Y'.
007100 01  WS-RUN-FATAL-SW           PIC X(01)      VALUE 'N'.
007200     88  WS-RUN-FATAL              VALUE 'Y'.
007300 01  WS-ALL-OPEN-SW            PIC X(01)      VALUE 'Y'.
007400     88  WS-ALL-OPEN-CASES         VALUE 'Y'.
007500 01  WS-TODAY-DATE             PIC X(08).
007600*THE CASES BEING PULLED. NAMED CASES ARE TABLED FROM THE PARM
007700*WITH NO NPI UNTIL THE CASE FILE SUPPLIES ONE.
007800 01  WS-CAS-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
007900 01  WS-CAS-TABLE.
008000     05  WS-CAS-ENTRY          OCCURS 1 TO 500 TIMES
008100                               DEPENDING ON WS-CAS-TABLE-COUNT
008200                               INDEXED BY WS-CAS-IX.
008300         10  WS-CAS-CASE-NBR       PIC 9(06).
008400         10  WS-CAS-NPI            PIC X(10).
008500         10  WS-CAS-STATUS         PIC X(01).
008600         10  WS-CAS-ALLEGATION     PIC X(04).
008700         10  WS-CAS-INVESTIGATOR   PIC X(08).
008800         10  WS-CAS-FOUND-SW       PIC X(01).
008900             88  WS-CAS-FOUND          VALUE 'Y'.
009000         10  WS-CAS-CLM-COUNT      PIC 9(05).
009100         10  WS-CAS-PAID-TOTAL     PIC 9(11)V99.
009200 01  WS-CAS-IX-N               PIC 9(03)      VALUE ZERO.
009300 01  WS-ADD-CASE-NBR           PIC 9(06)      VALUE ZERO.
009400 01  WS-CAS-NOT-FOUND          PIC 9(03)      VALUE ZERO.
009500*CLAIMS PAID TO A CASE'S NPI AND THE CASE THEY BELONG TO.
009600 01  WS-CLM-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
009700 01  WS-CLM-TABLE.
009800     05  WS-CLM-ENTRY          OCCURS 1 TO 30000 TIMES
009900                               DEPENDING ON WS-CLM-TABLE-COUNT
010000                               INDEXED BY WS-CLM-IX.
010100         10  WS-CLM-CLM-KEY        PIC 9(06).
010200         10  WS-CLM-POLICY-KEY     PIC 9(09).
010300         10  WS-CLM-CAS-SUB        PIC 9(03).
010400         10  WS-CLM-ON-HIST-SW     PIC X(01).
010500             88  WS-CLM-ON-HIST        VALUE 'Y'.
010600 01  WS-CLM-IX-N               PIC 9(05)      VALUE ZERO.
010700 01  WS-LOOKUP-NPI             PIC X(10).
010800 01  WS-LOOKUP-CLM-KEY         PIC 9(06).
010900 01  WS-LOOKUP-POLICY-KEY      PIC 9(09).
011000 01  WS-NPI-DISPLAY            PIC 9(10).
011100 01  WS-CLM-FOUND-SW           PIC X(01)      VALUE 'N'.
011200     88  WS-CLM-FOUND              VALUE 'Y'.
011300 01  WS-HISTORY-READ           PIC 9(07)      VALUE ZERO.
011400 01  WS-CLAIMS-LISTED          PIC 9(07)      VALUE ZERO.
011500 01  WS-CLAIMS-NOT-ON-HIST     PIC 9(07)      VALUE ZERO.
011600 01  WS-RPT-COUNT              PIC Z,ZZZ,ZZ9.
011700 01  WS-RPT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
011800 01  WS-DETAIL-LINE.
011900     05  FILLER                PIC X(02)      VALUE SPACES.
012000     05  WS-DTL-CASE-NBR       PIC 9(06).
012100     05  FILLER                PIC X(02)      VALUE SPACES.
012200     05  WS-DTL-CLM-KEY        PIC 9(06).
012300     05  FILLER                PIC X(02)      VALUE SPACES.
012400     05  WS-DTL-POLICY-KEY     PIC 9(09).
012500     05  FILLER                PIC X(02)      VALUE SPACES.
012600     05  WS-DTL-MEMBER-ID      PIC 9(10).
012700     05  FILLER                PIC X(02)      VALUE SPACES.
012800     05  WS-DTL-STATUS         PIC X(09).
012900     05  FILLER                PIC X(02)      VALUE SPACES.
013000     05  WS-DTL-PAID-AMT       PIC ZZZ,ZZZ,ZZ9.99.
013100     05  FILLER                PIC X(02)      VALUE SPACES.
013200     05  WS-DTL-LAST-UPDATE    PIC X(08).
013300 PROCEDURE DIVISION.
013400 0000-MAIN-CONTROL.
013500     PERFORM 1000-INITIALIZE
013600     PERFORM 1100-LOAD-PARM
013700     IF NOT WS-RUN-FATAL
013800         PERFORM 1200-LOAD-CASES
013900     END-IF
014000     IF NOT WS-RUN-FATAL
014100         PERFORM 1300-LOAD-PAID-KEYS
014200     END-IF
014300     IF NOT WS-RUN-FATAL
014400         PERFORM 1400-LOAD-CHECK-XREF
014500     END-IF
014600     IF NOT WS-RUN-FATAL
014700         PERFORM 2000-LIST-HISTORY
014800         PERFORM 3000-LIST-NOT-ON-HISTORY
014900     END-IF
015000     PERFORM 5000-WRITE-SUMMARY
015100     PERFORM 9000-TERMINATE
015200     EVALUATE TRUE
015300         WHEN WS-RUN-FATAL
015400             MOVE 8 TO RETURN-CODE
015500         WHEN WS-CAS-NOT-FOUND NOT = ZERO
015600             MOVE 4 TO RETURN-CODE
015700     END-EVALUATE
015800     STOP RUN.
015900
016000 1000-INITIALIZE.
016100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
016200     OPEN OUTPUT SIUHX-RPT
016300     MOVE SPACES TO RPT-LINE
016400     STRING 'SIU CASE PAID-CLAIM HISTORY - RUN '
016500            WS-TODAY-DATE
016600            DELIMITED BY SIZE INTO RPT-LINE
016700     WRITE RPT-LINE.
016800
016900 1100-LOAD-PARM.
017000     OPEN INPUT SIUHX-PARM-FILE
017100     PERFORM 1110-READ-PARM
017200     PERFORM UNTIL WS-NO-MORE-PRM OR WS-RUN-FATAL
017300         IF SIUHX-PARM-CASE-NBR IS NUMERIC
017400             MOVE 'N' TO WS-ALL-OPEN-SW
017500             MOVE SIUHX-PARM-CASE-NBR TO WS-ADD-CASE-NBR
017600             PERFORM 1120-ADD-NAMED-CASE
017700         END-IF
017800         PERFORM 1110-READ-PARM
017900     END-PERFORM
018000     CLOSE SIUHX-PARM-FILE.
018100
018200 1110-READ-PARM.
018300     READ SIUHX-PARM-FILE
018400         AT END
018500             SET WS-NO-MORE-PRM TO TRUE
018600     END-READ.
018700
018800 1120-ADD-NAMED-CASE.
018900     IF WS-CAS-TABLE-COUNT < 500
019000         ADD 1 TO WS-CAS-TABLE-COUNT
019100         SET WS-CAS-IX TO WS-CAS-TABLE-COUNT
019200         INITIALIZE WS-CAS-ENTRY(WS-CAS-IX)
019300         MOVE WS-ADD-CASE-NBR TO WS-CAS-CASE-NBR(WS-CAS-IX)
019400         MOVE 'N' TO WS-CAS-FOUND-SW(WS-CAS-IX)
019500     ELSE
019600         MOVE 'CASE TABLE FULL - RUN ENDED' TO RPT-LINE
019700         WRITE RPT-LINE
019800         SET WS-RUN-FATAL TO TRUE
019900     END-IF.
020000
020100*NAMED CASES TAKE THEIR NPI FROM THE CASE FILE; WITH NONE NAMED
020200*EVERY OPEN CASE IS TABLED.
020300 1200-LOAD-CASES.
020400     OPEN INPUT SIU-CASE-FILE
020500     PERFORM 1210-READ-CASE
020600     PERFORM UNTIL WS-NO-MORE-SIUC OR WS-RUN-FATAL
020700         IF WS-ALL-OPEN-CASES
020800             IF SIUC-IS-OPEN
020900                 MOVE SIUC-CASE-NBR TO WS-ADD-CASE-NBR
021000                 PERFORM 1120-ADD-NAMED-CASE
021100                 IF NOT WS-RUN-FATAL
021200                     PERFORM 1220-FILL-CASE
021300                 END-IF
021400             END-IF
021500         ELSE
021600             SET WS-CAS-IX TO 1
021700             SEARCH WS-CAS-ENTRY
021800                 AT END
021900                     CONTINUE
022000                 WHEN WS-CAS-CASE-NBR(WS-CAS-IX) = SIUC-CASE-NBR
022100                     PERFORM 1220-FILL-CASE
022200             END-SEARCH
022300         END-IF
022400         PERFORM 1210-READ-CASE
022500     END-PERFORM
022600     CLOSE SIU-CASE-FILE
022700     PERFORM VARYING WS-CAS-IX-N FROM 1 BY 1
022800             UNTIL WS-CAS-IX-N > WS-CAS-TABLE-COUNT
022900         SET WS-CAS-IX TO WS-CAS-IX-N
023000         IF NOT WS-CAS-FOUND(WS-CAS-IX)
023100             ADD 1 TO WS-CAS-NOT-FOUND
023200             MOVE SPACES TO RPT-LINE
023300             STRING 'CASE ' WS-CAS-CASE-NBR(WS-CAS-IX)
023400                 ' NOT ON THE SIU CASE FILE - NOT PULLED'
023500                 DELIMITED BY SIZE INTO RPT-LINE
023600             WRITE RPT-LINE
023700         END-IF
023800     END-PERFORM.
023900
024000 1210-READ-CASE.
024100     READ SIU-CASE-FILE
024200         AT END
024300             SET WS-NO-MORE-SIUC TO TRUE
024400     END-READ.
024500
024600 1220-FILL-CASE.
024700     MOVE SIUC-PROV-NPI     TO WS-CAS-NPI(WS-CAS-IX)
024800     MOVE SIUC-STATUS       TO WS-CAS-STATUS(WS-CAS-IX)
024900     MOVE SIUC-ALLEGATION   TO WS-CAS-ALLEGATION(WS-CAS-IX)
025000     MOVE SIUC-INVESTIGATOR TO WS-CAS-INVESTIGATOR(WS-CAS-IX)
025100     SET WS-CAS-FOUND(WS-CAS-IX) TO TRUE.
025200
025300*ACH-PAID CLAIMS. THE PAID KEY NPI IS NUMERIC; THE CASE NPI IS
025400*MATCHED THROUGH ITS DISPLAY FORM.
025500 1300-LOAD-PAID-KEYS.
025600     OPEN INPUT PAID-KEY-FILE
025700     PERFORM 1310-READ-PAID-KEY
025800     PERFORM UNTIL WS-NO-MORE-PDK OR WS-RUN-FATAL
025900         MOVE PDKEY-NPI-KEY    TO WS-NPI-DISPLAY
026000         MOVE WS-NPI-DISPLAY   TO WS-LOOKUP-NPI
026100         MOVE PDKEY-CLM-KEY    TO WS-LOOKUP-CLM-KEY
026200         MOVE PDKEY-POLICY-KEY TO WS-LOOKUP-POLICY-KEY
026300         PERFORM 1500-ADD-CASE-CLAIM
026400         PERFORM 1310-READ-PAID-KEY
026500     END-PERFORM
026600     CLOSE PAID-KEY-FILE.
026700
026800 1310-READ-PAID-KEY.
026900     READ PAID-KEY-FILE
027000         AT END
027100             SET WS-NO-MORE-PDK TO TRUE
027200     END-READ.
027300
027400*CHECK-PAID CLAIMS.
027500 1400-LOAD-CHECK-XREF.
027600     OPEN INPUT CHECK-XREF-FILE
027700     PERFORM 1410-READ-CHECK-XREF
027800     PERFORM UNTIL WS-NO-MORE-CKX OR WS-RUN-FATAL
027900         MOVE CKREF-NPI-KEY    TO WS-NPI-DISPLAY
028000         MOVE WS-NPI-DISPLAY   TO WS-LOOKUP-NPI
028100         MOVE CKREF-CLM-KEY    TO WS-LOOKUP-CLM-KEY
028200         MOVE CKREF-POLICY-KEY TO WS-LOOKUP-POLICY-KEY
028300         PERFORM 1500-ADD-CASE-CLAIM
028400         PERFORM 1410-READ-CHECK-XREF
028500     END-PERFORM
028600     CLOSE CHECK-XREF-FILE.
028700
028800 1410-READ-CHECK-XREF.
028900     READ CHECK-XREF-FILE
029000         AT END
029100             SET WS-NO-MORE-CKX TO TRUE
029200     END-READ.
029300
029400*A CLAIM PAID TO A PULLED CASE'S NPI IS TABLED ONCE, UNDER THE
029500*FIRST CASE FOR THAT NPI.
029600 1500-ADD-CASE-CLAIM.
029700     IF WS-CAS-TABLE-COUNT > ZERO
029800         SET WS-CAS-IX TO 1
029900         SEARCH WS-CAS-ENTRY
030000             AT END
030100                 CONTINUE
030200             WHEN WS-CAS-FOUND(WS-CAS-IX)
030300                 AND WS-CAS-NPI(WS-CAS-IX) = WS-LOOKUP-NPI
030400                 PERFORM 1510-TABLE-CLAIM
030500         END-SEARCH
030600     END-IF.
030700
030800 1510-TABLE-CLAIM.
030900     MOVE 'N' TO WS-CLM-FOUND-SW
031000     IF WS-CLM-TABLE-COUNT > ZERO
031100         SET WS-CLM-IX TO 1
031200         SEARCH WS-CLM-ENTRY
031300             AT END
031400                 CONTINUE
031500             WHEN WS-CLM-CLM-KEY(WS-CLM-IX) = WS-LOOKUP-CLM-KEY
031600                 SET WS-CLM-FOUND TO TRUE
031700         END-SEARCH
031800     END-IF
031900     IF NOT WS-CLM-FOUND
032000         IF WS-CLM-TABLE-COUNT < 30000
032100             ADD 1 TO WS-CLM-TABLE-COUNT
032200             SET WS-CLM-IX TO WS-CLM-TABLE-COUNT
032300             MOVE WS-LOOKUP-CLM-KEY TO WS-CLM-CLM-KEY(WS-CLM-IX)
032400             MOVE WS-LOOKUP-POLICY-KEY
032500                 TO WS-CLM-POLICY-KEY(WS-CLM-IX)
032600             SET WS-CAS-IX-N TO WS-CAS-IX
032700             MOVE WS-CAS-IX-N TO WS-CLM-CAS-SUB(WS-CLM-IX)
032800             MOVE 'N' TO WS-CLM-ON-HIST-SW(WS-CLM-IX)
032900         ELSE
033000             MOVE 'CLAIM TABLE FULL - RUN ENDED' TO RPT-LINE
033100             WRITE RPT-LINE
033200             SET WS-RUN-FATAL TO TRUE
033300         END-IF
033400     END-IF.
033500
033600 2000-LIST-HISTORY.
033700     MOVE SPACES TO RPT-LINE
033800     WRITE RPT-LINE
033900     MOVE '  CASE    CLAIM   POLICY     MEMBER ID   STATUS'
034000         TO RPT-LINE
034100     MOVE 'PAID AMOUNT  LAST UPD' TO RPT-LINE(56:21)
034200     WRITE RPT-LINE
034300     OPEN INPUT CLAIM-HISTORY
034400     PERFORM 2100-READ-HISTORY
034500     PERFORM UNTIL WS-NO-MORE-CHS
034600         ADD 1 TO WS-HISTORY-READ
034700         IF WS-CLM-TABLE-COUNT > ZERO
034800             SET WS-CLM-IX TO 1
034900             SEARCH WS-CLM-ENTRY
035000                 AT END
035100                     CONTINUE
035200                 WHEN WS-CLM-CLM-KEY(WS-CLM-IX) =
035300                      CHIST-CLM-KEY OF CHIST-RECORD
035400                     PERFORM 2200-LIST-CLAIM
035500             END-SEARCH
035600         END-IF
035700         PERFORM 2100-READ-HISTORY
035800     END-PERFORM
035900     CLOSE CLAIM-HISTORY.
036000
036100 2100-READ-HISTORY.
036200     READ CLAIM-HISTORY NEXT RECORD
036300         AT END
036400             SET WS-NO-MORE-CHS TO TRUE
036500     END-READ.
036600
036700 2200-LIST-CLAIM.
036800     SET WS-CLM-ON-HIST(WS-CLM-IX) TO TRUE
036900     SET WS-CAS-IX TO WS-CLM-CAS-SUB(WS-CLM-IX)
037000     MOVE WS-CAS-CASE-NBR(WS-CAS-IX) TO WS-DTL-CASE-NBR
037100     MOVE CHIST-CLM-KEY OF CHIST-RECORD TO WS-DTL-CLM-KEY
037200     MOVE CHIST-POLICY-KEY OF CHIST-RECORD TO WS-DTL-POLICY-KEY
037300     MOVE CHIST-MEMBER-ID OF CHIST-RECORD TO WS-DTL-MEMBER-ID
037400     EVALUATE TRUE
037500         WHEN CHIST-POSTED OF CHIST-RECORD
037600             MOVE 'POSTED' TO WS-DTL-STATUS
037700         WHEN CHIST-ARCHIVED OF CHIST-RECORD
037800             MOVE 'ARCHIVED' TO WS-DTL-STATUS
037900         WHEN CHIST-CONVERTED OF CHIST-RECORD
038000             MOVE 'CONVERTED' TO WS-DTL-STATUS
038100         WHEN OTHER
038200             MOVE CHIST-LIFECYCLE-STATUS OF CHIST-RECORD
038300                 TO WS-DTL-STATUS
038400     END-EVALUATE
038500     MOVE CHIST-PAID-AMT OF CHIST-RECORD TO WS-DTL-PAID-AMT
038600     MOVE CHIST-LAST-UPDATE-DATE OF CHIST-RECORD
038700         TO WS-DTL-LAST-UPDATE
038800     MOVE WS-DETAIL-LINE TO RPT-LINE
038900     WRITE RPT-LINE
039000     ADD 1 TO WS-CLAIMS-LISTED
039100     ADD 1 TO WS-CAS-CLM-COUNT(WS-CAS-IX)
039200     ADD CHIST-PAID-AMT OF CHIST-RECORD
039300         TO WS-CAS-PAID-TOTAL(WS-CAS-IX).
039400
039500*PAID CLAIMS THE HISTORY DOES NOT CARRY (NOT YET POSTED).
039600 3000-LIST-NOT-ON-HISTORY.
039700     PERFORM VARYING WS-CLM-IX-N FROM 1 BY 1
039800             UNTIL WS-CLM-IX-N > WS-CLM-TABLE-COUNT
039900         SET WS-CLM-IX TO WS-CLM-IX-N
040000         IF NOT WS-CLM-ON-HIST(WS-CLM-IX)
040100             SET WS-CAS-IX TO WS-CLM-CAS-SUB(WS-CLM-IX)
040200             ADD 1 TO WS-CLAIMS-NOT-ON-HIST
040300             MOVE SPACES TO RPT-LINE
040400             STRING '  ' WS-CAS-CASE-NBR(WS-CAS-IX)
040500                 '  ' WS-CLM-CLM-KEY(WS-CLM-IX)
040600                 '  ' WS-CLM-POLICY-KEY(WS-CLM-IX)
040700                 '  PAID - NOT ON CLAIM HISTORY'
040800                 DELIMITED BY SIZE INTO RPT-LINE
040900             WRITE RPT-LINE
041000         END-IF
041100     END-PERFORM.
041200
041300 5000-WRITE-SUMMARY.
041400     MOVE SPACES TO RPT-LINE
041500     WRITE RPT-LINE
041600     PERFORM VARYING WS-CAS-IX-N FROM 1 BY 1
041700             UNTIL WS-CAS-IX-N > WS-CAS-TABLE-COUNT
041800         SET WS-CAS-IX TO WS-CAS-IX-N
041900         IF WS-CAS-FOUND(WS-CAS-IX)
042000             MOVE WS-CAS-CLM-COUNT(WS-CAS-IX) TO WS-RPT-COUNT
042100             MOVE WS-CAS-PAID-TOTAL(WS-CAS-IX) TO WS-RPT-AMOUNT
042200             MOVE SPACES TO RPT-LINE
042300             STRING 'CASE ' WS-CAS-CASE-NBR(WS-CAS-IX)
042400                 ' NPI ' WS-CAS-NPI(WS-CAS-IX)
042500                 ' ' WS-CAS-ALLEGATION(WS-CAS-IX)
042600                 ' STATUS ' WS-CAS-STATUS(WS-CAS-IX)
042700                 ' INVESTIGATOR ' WS-CAS-INVESTIGATOR(WS-CAS-IX)
042800                 ' CLAIMS ' WS-RPT-COUNT
042900                 ' PAID ' WS-RPT-AMOUNT
043000                 DELIMITED BY SIZE INTO RPT-LINE
043100             WRITE RPT-LINE
043200         END-IF
043300     END-PERFORM
043400     MOVE WS-HISTORY-READ TO WS-RPT-COUNT
043500     MOVE SPACES TO RPT-LINE
043600     STRING 'CLAIM HISTORY RECORDS READ:   ' WS-RPT-COUNT
043700         DELIMITED BY SIZE INTO RPT-LINE
043800     WRITE RPT-LINE
043900     MOVE WS-CLAIMS-LISTED TO WS-RPT-COUNT
044000     MOVE SPACES TO RPT-LINE
044100     STRING 'CASE CLAIMS LISTED:           ' WS-RPT-COUNT
044200         DELIMITED BY SIZE INTO RPT-LINE
044300     WRITE RPT-LINE
044400     MOVE WS-CLAIMS-NOT-ON-HIST TO WS-RPT-COUNT
044500     MOVE SPACES TO RPT-LINE
044600     STRING 'PAID, NOT ON CLAIM HISTORY:   ' WS-RPT-COUNT
044700         DELIMITED BY SIZE INTO RPT-LINE
044800     WRITE RPT-LINE.
044900
045000 9000-TERMINATE.
045100     CLOSE SIUHX-RPT
045200     DISPLAY 'BCPSIUHX - CASES ' WS-CAS-TABLE-COUNT
045300         ' CLAIMS LISTED ' WS-CLAIMS-LISTED.
