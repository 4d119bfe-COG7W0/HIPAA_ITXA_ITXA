000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150119 - MEMBER MERGE AND UNMERGE.  *
000300*            WHEN ENROLLMENT HAS GIVEN ONE PERSON TWO INTERNAL   *
000400*            MEMBER IDS, A MERGE TRANSACTION (BCPMRGTX) RETIRES  *
000500*            ONE ID INTO THE SURVIVING ID ACROSS EVERY MEMBER-   *
000600*            KEYED FILE: THE RETIRED ID'S CROSS-REFERENCE ROWS   *
000700*            (BCPMIDXR) ARE RE-POINTED AT THE SURVIVING ID'S     *
000800*            SUBSCRIBER SSN SO LATE CLAIMS UNDER THE OLD ID      *
000900*            STILL RESOLVE; ITS BENEFIT-YEAR ACCUMULATORS        *
001000*            (BCPMACCM) ARE ADDED INTO THE SURVIVOR'S ROW FOR    *
001100*            THE SAME YEAR AND PATIENT (THE BCPACCUM MATCH) OR   *
001200*            RE-KEYED WHEN THE SURVIVOR HAS NONE; AND ITS CLAIM  *
001300*            HISTORY (BCPCHIST) IS RE-KEYED IN PLACE. THE        *
001400*            SSN-KEYED FILES - ENROLLMENT SPANS (BCPENRMS) AND   *
001500*            MAILING ADDRESS (BCPMADDR), PLUS ACCUMULATOR AND    *
001600*            HISTORY ROWS CARRYING NO MEMBER ID - MOVE ONLY WHEN *
001700*            NO OTHER MEMBER ID STILL RESOLVES TO THE RETIRED    *
001800*            SSN, SO DEPENDENTS SHARING A SUBSCRIBER ARE NOT     *
001900*            CARRIED ALONG. A SPAN OR ADDRESS THE SURVIVOR       *
002000*            ALREADY HOLDS IS DROPPED AS A DUPLICATE. EVERY      *
002100*            RECORD TOUCHED GOES ON THE PERMANENT MERGE LOG      *
002200*            (BCPMRGLG, CARRIED MRGLOG TO MRGLOGO) WITH ITS      *
002300*            BEFORE IMAGE, AND ON THE MRGRPT REPORT WITH SSNS    *
002400*            MASKED THROUGH BCPACCTM. AN UNMERGE TRANSACTION     *
002500*            FOR THE SAME PAIR WALKS THAT MERGE'S LOG ENTRIES,   *
002600*            PUTS THE ORIGINAL KEYS BACK (ACCUMULATED AMOUNTS    *
002700*            SINCE THE MERGE STAY WITH THE SURVIVOR), RESTORES   *
002800*            COMBINED AND DROPPED ROWS, AND MARKS THE ENTRIES    *
002900*            UNMERGED - THE LOG IS NEVER PURGED. THIS IS ALSO    *
003000*            HOW TWO PEOPLE WRONGLY LINKED UNDER ONE SSN BY A    *
003100*            MERGE ARE SPLIT BACK APART. MAINTENANCE SIGN-ON     *
003200*            ROLE REQUIRED. A FULL TABLE STOPS THE RUN (RC 8)    *
003300*            BEFORE ANY FILE IS CHANGED. BCP837CV'S ENRXIDX      *
003400*            ENROLLMENT INDEX MUST BE DELETED AFTER THIS STEP SO *
003500*            IT IS REBUILT FROM THE RE-KEYED ENROLLMENT MASTER.  *
003600******************************************************************
003600******************************************************************
003600* 10-15-26 - R KOWALSKI - AR 150136 - THE ACCUMULATOR ROW NOW    *
003600*            CARRIES THE PBM PHARMACY BUCKET AND THE EXCHANGE    *
003600*            SEQUENCES. A COMBINED ROW'S PHARMACY AMOUNTS FOLLOW *
003600*            ITS MEDICAL AMOUNTS INTO THE SURVIVOR'S ROW AND     *
003600*            BACK OUT ON UNMERGE; THE SURVIVOR KEEPS ITS OWN     *
003600*            SEQUENCES.                                          *
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. BCPMBRMG.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT MERGE-TXN-FILE ASSIGN TO MRGTXN
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS WS-TXN-STATUS.
004500     SELECT MEMBER-XREF-FILE ASSIGN TO MIDXREF
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS WS-MIX-STATUS.
004800     SELECT MEMBER-XREF-OUT ASSIGN TO MIDXREFO
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS WS-MIXO-STATUS.
005100     SELECT ENROLLMENT-FILE ASSIGN TO ENROLLMT
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS WS-ENR-STATUS.
005400     SELECT ENROLLMENT-OUT ASSIGN TO ENROLLMO
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            FILE STATUS IS WS-ENRO-STATUS.
005700     SELECT MEMBER-ADDR-FILE ASSIGN TO MBRADDR
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS IS WS-MAD-STATUS.
006000     SELECT MEMBER-ADDR-OUT ASSIGN TO MBRADDRO
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            FILE STATUS IS WS-MADO-STATUS.
006300     SELECT ACCUM-MASTER ASSIGN TO MACCMST
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS IS WS-MAC-STATUS.
006600     SELECT ACCUM-MASTER-OUT ASSIGN TO MACCMSTO
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            FILE STATUS IS WS-MACO-STATUS.
006900     SELECT OPTIONAL MERGE-LOG ASSIGN TO MRGLOG
007000            ORGANIZATION IS LINE SEQUENTIAL
007100            FILE STATUS IS WS-LOG-STATUS.
007200     SELECT MERGE-LOG-OUT ASSIGN TO MRGLOGO
007300            ORGANIZATION IS LINE SEQUENTIAL
007400            FILE STATUS IS WS-LOGO-STATUS.
007500     SELECT CLAIM-HISTORY ASSIGN TO CLMHIST
007600            ORGANIZATION IS INDEXED
007700            ACCESS MODE IS DYNAMIC
007800            RECORD KEY IS CHIST-CLM-KEY OF CHIST-RECORD
007900            FILE STATUS IS WS-CHIST-STATUS.
008000     SELECT MERGE-RPT ASSIGN TO MRGRPT
008100            ORGANIZATION IS LINE SEQUENTIAL
008200            FILE STATUS IS WS-RPT-STATUS.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  MERGE-TXN-FILE.
008600     COPY BCPMRGTX.
008700 FD  MEMBER-XREF-FILE.
008800     COPY BCPMIDXR.
008900 FD  MEMBER-XREF-OUT.
009000     COPY BCPMIDXR
009100         REPLACING ==MIDX-RECORD== BY ==MIDXO-RECORD==.
009200 FD  ENROLLMENT-FILE.
009300     COPY BCPENRMS.
009400 FD  ENROLLMENT-OUT.
009500     COPY BCPENRMS
009600         REPLACING ==ENROLL-MASTER-RECORD== BY ==ENROLLO-RECORD==.
009700 FD  MEMBER-ADDR-FILE.
009800     COPY BCPMADDR.
009900 FD  MEMBER-ADDR-OUT.
010000     COPY BCPMADDR
010100         REPLACING ==MADR-RECORD== BY ==MADRO-RECORD==.
010200 FD  ACCUM-MASTER.
010300     COPY BCPMACCM.
010400 FD  ACCUM-MASTER-OUT.
010500     COPY BCPMACCM
010600         REPLACING ==MACC-RECORD== BY ==MACO-RECORD==.
010700 FD  MERGE-LOG.
010800     COPY BCPMRGLG.
010900 FD  MERGE-LOG-OUT.
011000     COPY BCPMRGLG
011100         REPLACING ==MRGL-RECORD== BY ==MRGLO-RECORD==.
011200 FD  CLAIM-HISTORY.
011300     COPY BCPCHIST.
011400 FD  MERGE-RPT.
011500 01  RPT-LINE                  PIC X(132).
011600 WORKING-STORAGE SECTION.
011700 01  WS-TXN-STATUS             PIC X(02).
011800 01  WS-MIX-STATUS             PIC X(02).
011900 01  WS-MIXO-STATUS            PIC X(02).
012000 01  WS-ENR-STATUS             PIC X(02).
012100 01  WS-ENRO-STATUS            PIC X(02).
012200 01  WS-MAD-STATUS             PIC X(02).
012300 01  WS-MADO-STATUS            PIC X(02).
012400 01  WS-MAC-STATUS             PIC X(02).
012500 01  WS-MACO-STATUS            PIC X(02).
012600 01  WS-LOG-STATUS             PIC X(02).
012700 01  WS-LOGO-STATUS            PIC X(02).
012800 01  WS-CHIST-STATUS           PIC X(02).
012900 01  WS-RPT-STATUS             PIC X(02).
013000 01  WS-TXN-EOF-SW             PIC X(01)      VALUE 'N'.
013100     88  WS-NO-MORE-TXN            VALUE 'Y'.
013200 01  WS-MIX-EOF-SW             PIC X(01)      VALUE 'N'.
013300     88  WS-NO-MORE-MIX            VALUE 'Y'.
013400 01  WS-ENR-EOF-SW             PIC X(01)      VALUE 'N'.
013500     88  WS-NO-MORE-ENR            VALUE 'Y'.
013600 01  WS-MAD-EOF-SW             PIC X(01)      VALUE 'N'.
013700     88  WS-NO-MORE-MAD            VALUE 'Y'.
013800 01  WS-MAC-EOF-SW             PIC X(01)      VALUE 'N'.
013900     88  WS-NO-MORE-MAC            VALUE 'Y'.
014000 01  WS-LOG-EOF-SW             PIC X(01)      VALUE 'N'.
014100     88  WS-NO-MORE-LOG            VALUE 'Y'.
014200 01  WS-CHS-EOF-SW             PIC X(01)      VALUE 'N'.
014300     88  WS-NO-MORE-CHS            VALUE 'Y'.
014400 01  WS-RUN-FATAL-SW           PIC X(01)      VALUE 'N'.
014500     88  WS-RUN-FATAL              VALUE 'Y'.
014600 01  WS-CHIST-PRESENT-SW       PIC X(01)      VALUE 'N'.
014700     88  WS-CHIST-PRESENT          VALUE 'Y'.
014800 01  WS-TODAY-DATE             PIC X(08).
014900 01  WS-OPERATOR-ID            PIC X(08).
015000 01  WS-SIGNON-ROLE            PIC X(01).
015100 01  WS-SIGNON-RESULT          PIC X(01)      VALUE 'N'.
015200 01  WS-ACCT-FUNCTION          PIC X(01).
015300 01  WS-MASK-IN                PIC X(35).
015400 01  WS-MASK-OUT               PIC X(35).
015500*MERGE AND UNMERGE TRANSACTIONS. THE TWO MERGED-AWAY SWITCHES
015600*ARE SET FROM ACTIVE LOG ENTRIES AND FROM MERGES EARLIER IN THE
015700*RUN, SO A RETIRED ID IS NEVER MERGED TWICE OR MERGED INTO.
015800 01  WS-TXN-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
015900 01  WS-TXN-TABLE.
016000     05  WS-TXN-ENTRY          OCCURS 1 TO 500 TIMES
016100                               DEPENDING ON WS-TXN-TABLE-COUNT
016200                               INDEXED BY WS-TXN-IX WS-TXN-JX.
016300         10  WS-TXN-ACTION         PIC X(01).
016400             88  WS-TXN-IS-MERGE       VALUE 'M'.
016500             88  WS-TXN-IS-UNMERGE     VALUE 'U'.
016600         10  WS-TXN-RETIRED-ID     PIC 9(10).
016700         10  WS-TXN-SURVIVING-ID   PIC 9(10).
016800         10  WS-TXN-REASON         PIC X(40).
016900         10  WS-TXN-STATE          PIC X(01).
017000             88  WS-TXN-PENDING        VALUE 'P'.
017100             88  WS-TXN-REJECTED       VALUE 'X'.
017200             88  WS-TXN-DONE           VALUE 'D'.
017300         10  WS-TXN-MERGE-KEY      PIC X(12).
017400         10  WS-TXN-REVERSED-COUNT PIC 9(05).
017500         10  WS-TXN-RET-MERGED-SW  PIC X(01).
017600             88  WS-TXN-RET-MERGED     VALUE 'Y'.
017700         10  WS-TXN-SUR-MERGED-SW  PIC X(01).
017800             88  WS-TXN-SUR-MERGED     VALUE 'Y'.
017900*MEMBER CROSS-REFERENCE, ENROLLMENT, ADDRESS AND ACCUMULATOR
018000*MASTERS, HELD AS RECORD IMAGES WITH A DROPPED SWITCH AND
018100*WRITTEN BACK OUT AT THE END OF THE RUN.
018200 01  WS-MIX-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
018300 01  WS-MIX-TABLE.
018400     05  WS-MIX-ENTRY          OCCURS 1 TO 20000 TIMES
018500                               DEPENDING ON WS-MIX-TABLE-COUNT
018600                               INDEXED BY WS-MIX-IX.
018700         10  WS-MIX-DATA.
018800             15  WS-MIX-MEMBER-ID  PIC 9(10).
018900             15  WS-MIX-SSN        PIC X(09).
019000             15  WS-MIX-ASSIGNED   PIC X(08).
019100         10  WS-MIX-DROP-SW        PIC X(01).
019200             88  WS-MIX-DROPPED        VALUE 'Y'.
019300 01  WS-ENR-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
019400 01  WS-ENR-TABLE.
019500     05  WS-ENR-ENTRY          OCCURS 1 TO 20000 TIMES
019600                               DEPENDING ON WS-ENR-TABLE-COUNT
019700                               INDEXED BY WS-ENR-IX WS-ENR-JX.
019800         10  WS-ENR-DATA.
019900             15  WS-ENR-SSN        PIC X(09).
020000             15  WS-ENR-EFF        PIC X(08).
020100             15  WS-ENR-TERM       PIC X(08).
020200         10  WS-ENR-DROP-SW        PIC X(01).
020300             88  WS-ENR-DROPPED        VALUE 'Y'.
020400 01  WS-MAD-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
020500 01  WS-MAD-TABLE.
020600     05  WS-MAD-ENTRY          OCCURS 1 TO 20000 TIMES
020700                               DEPENDING ON WS-MAD-TABLE-COUNT
020800                               INDEXED BY WS-MAD-IX WS-MAD-JX.
020900         10  WS-MAD-DATA.
021000             15  WS-MAD-SSN        PIC X(09).
021100             15  WS-MAD-REST       PIC X(125).
021200         10  WS-MAD-DROP-SW        PIC X(01).
021300             88  WS-MAD-DROPPED        VALUE 'Y'.
021400 01  WS-MAC-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
021500 01  WS-MAC-TABLE.
021600     05  WS-MAC-ENTRY          OCCURS 1 TO 10000 TIMES
021700                               DEPENDING ON WS-MAC-TABLE-COUNT
021800                               INDEXED BY WS-MAC-IX WS-MAC-JX.
021900         10  WS-MAC-DATA.
022000             15  WS-MAC-SSN        PIC X(09).
022100             15  WS-MAC-PATIENT.
022200                 20  WS-MAC-YEAR       PIC X(04).
022300                 20  WS-MAC-REL        PIC X(02).
022400                 20  WS-MAC-PAT-LAST   PIC X(33).
022500                 20  WS-MAC-PAT-FIRST  PIC X(12).
022600             15  WS-MAC-DED        PIC 9(09)V99.
022700             15  WS-MAC-COINS      PIC 9(09)V99.
022800             15  WS-MAC-MBR-ID     PIC 9(10).
022810             15  WS-MAC-RX-DED     PIC 9(09)V99.
022820             15  WS-MAC-RX-COINS   PIC 9(09)V99.
022830             15  WS-MAC-RX-SEQ     PIC 9(09).
022840             15  WS-MAC-MED-SEQ    PIC 9(09).
022900         10  WS-MAC-DROP-SW        PIC X(01).
023000             88  WS-MAC-DROPPED        VALUE 'Y'.
023100*BEFORE IMAGES, AS LOGGED AND AS READ BACK FOR AN UNMERGE.
023200     COPY BCPMIDXR
023300         REPLACING ==MIDX-RECORD== BY ==WS-MIDX-IMAGE==.
023400     COPY BCPENRMS
023500         REPLACING ==ENROLL-MASTER-RECORD== BY ==WS-ENRL-IMAGE==.
023600     COPY BCPMADDR
023700         REPLACING ==MADR-RECORD== BY ==WS-MADR-IMAGE==.
023800     COPY BCPMACCM
023900         REPLACING ==MACC-RECORD== BY ==WS-MACC-IMAGE==.
024000     COPY BCPCHIST
024100         REPLACING ==CHIST-RECORD== BY ==WS-CHST-IMAGE==.
024200*THE MERGE BEING APPLIED OR REVERSED.
024300 01  WS-MRG-RETIRED-ID         PIC 9(10)      VALUE ZERO.
024400 01  WS-MRG-SURVIVING-ID       PIC 9(10)      VALUE ZERO.
024500 01  WS-MRG-RETIRED-SSN        PIC X(09).
024600 01  WS-MRG-SURVIVING-SSN      PIC X(09).
024700 01  WS-MRG-ACTION-TEXT        PIC X(08).
024800 01  WS-CUR-MERGE-KEY.
024900     05  WS-CUR-MERGE-DATE     PIC X(08).
025000     05  WS-CUR-MERGE-SEQ      PIC 9(04).
025100 01  WS-LAST-MERGE-SEQ         PIC 9(04)      VALUE ZERO.
025200 01  WS-ORPHAN-SW              PIC X(01)      VALUE 'N'.
025300     88  WS-RETIRED-SSN-ORPHANED   VALUE 'Y'.
025400 01  WS-FOUND-SW               PIC X(01)      VALUE 'N'.
025500     88  WS-FOUND                  VALUE 'Y'.
025600 01  WS-CLAIMED-SW             PIC X(01)      VALUE 'N'.
025700     88  WS-ENTRY-CLAIMED          VALUE 'Y'.
025800 01  WS-REVERSED-SW            PIC X(01)      VALUE 'N'.
025900     88  WS-ENTRY-REVERSED         VALUE 'Y'.
026000 01  WS-CLAIM-TXN-N            PIC 9(05)      VALUE ZERO.
026100 01  WS-REJECT-REASON          PIC X(40).
026200 01  WS-TXN-RECORD-COUNT       PIC 9(05)      VALUE ZERO.
026300*LOG ENTRY AND REPORT LINE UNDER CONSTRUCTION.
026400 01  WS-LOG-FILE-CODE          PIC X(04).
026500 01  WS-LOG-DISPOSITION        PIC X(01).
026600 01  WS-LOG-IMAGE              PIC X(150).
026700 01  WS-DTL-OLD-SSN            PIC X(09).
026800 01  WS-DTL-NEW-SSN            PIC X(09).
026900 01  WS-DTL-LINE.
027000     05  WS-DTL-ACTION         PIC X(08).
027100     05  WS-DTL-RETIRED-ID     PIC 9(10).
027200     05  FILLER                PIC X(04)      VALUE ' TO '.
027300     05  WS-DTL-SURVIVING-ID   PIC 9(10).
027400     05  FILLER                PIC X(02)      VALUE SPACES.
027500     05  WS-DTL-FILE           PIC X(04).
027600     05  FILLER                PIC X(02)      VALUE SPACES.
027700     05  WS-DTL-DISPOSITION    PIC X(24).
027800     05  WS-DTL-DESC           PIC X(40).
027900     05  FILLER                PIC X(04)      VALUE 'SSN '.
028000     05  WS-DTL-OLD-MASKED     PIC X(09).
028100     05  FILLER                PIC X(04)      VALUE ' TO '.
028200     05  WS-DTL-NEW-MASKED     PIC X(09).
028300 01  WS-TXN-READ-COUNT         PIC 9(05)      VALUE ZERO.
028400 01  WS-MERGE-COUNT            PIC 9(05)      VALUE ZERO.
028500 01  WS-UNMERGE-COUNT          PIC 9(05)      VALUE ZERO.
028600 01  WS-REJECT-COUNT           PIC 9(05)      VALUE ZERO.
028700 01  WS-REKEY-COUNT            PIC 9(05)      VALUE ZERO.
028800 01  WS-COMBINE-COUNT          PIC 9(05)      VALUE ZERO.
028900 01  WS-DROP-COUNT             PIC 9(05)      VALUE ZERO.
029000 01  WS-RESTORE-COUNT          PIC 9(05)      VALUE ZERO.
029100 01  WS-EXCEPTION-COUNT        PIC 9(05)      VALUE ZERO.
029200 01  WS-LOG-READ-COUNT         PIC 9(07)      VALUE ZERO.
029300 01  WS-LOG-WRITE-COUNT        PIC 9(07)      VALUE ZERO.
029400 01  WS-LOG-NEW-COUNT          PIC 9(05)      VALUE ZERO.
029500 PROCEDURE DIVISION.
029600 0000-MAIN-CONTROL.
029700     PERFORM 0100-OPERATOR-SIGN-ON
029800     IF NOT WS-RUN-FATAL
029900         PERFORM 1000-INITIALIZE
030000         PERFORM 1100-LOAD-TRANSACTIONS
030100         PERFORM 1200-LOAD-MEMBER-XREF
030200         PERFORM 1250-LOAD-ENROLLMENT
030300         PERFORM 1300-LOAD-ADDRESSES
030400         PERFORM 1350-LOAD-ACCUMULATORS
030500         IF NOT WS-RUN-FATAL
030600             PERFORM 1400-OPEN-CLAIM-HISTORY
030700             PERFORM 2000-PASS-MERGE-LOG
030800             PERFORM 2900-CHECK-UNMERGES
030900             PERFORM VARYING WS-TXN-IX FROM 1 BY 1
031000                     UNTIL WS-TXN-IX > WS-TXN-TABLE-COUNT
031100                 IF WS-TXN-IS-MERGE(WS-TXN-IX)
031200                     AND WS-TXN-PENDING(WS-TXN-IX)
031300                     PERFORM 3000-APPLY-MERGE
031400                 END-IF
031500             END-PERFORM
031600             CLOSE MERGE-LOG-OUT
031700             IF WS-CHIST-PRESENT
031800                 CLOSE CLAIM-HISTORY
031900             END-IF
032000             PERFORM 4000-WRITE-MASTERS-OUT
032100         END-IF
032200         PERFORM 5000-WRITE-SUMMARY
032300         PERFORM 9000-TERMINATE
032400     END-IF
032500     IF WS-REJECT-COUNT NOT = ZERO
032600         OR WS-EXCEPTION-COUNT NOT = ZERO
032700         MOVE 4 TO RETURN-CODE
032800     END-IF
032900     IF WS-RUN-FATAL
033000         MOVE 8 TO RETURN-CODE
033100     END-IF
033200     STOP RUN.
033300
033400*SHARED SIGN-ON; MAINTENANCE ROLE REQUIRED, AS FOR BCPREFMT.
033500 0100-OPERATOR-SIGN-ON.
033600     MOVE 'M' TO WS-SIGNON-ROLE
033700     CALL 'BCPSIGNON' USING WS-SIGNON-ROLE
033800         WS-OPERATOR-ID WS-SIGNON-RESULT
033900     END-CALL
034000     IF WS-SIGNON-RESULT NOT = 'Y'
034100         SET WS-RUN-FATAL TO TRUE
034200         DISPLAY 'SIGN-ON FAILED - MEMBER MERGE RUN ABORTED'
034300     END-IF.
034400
034500 1000-INITIALIZE.
034600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
034700     OPEN OUTPUT MERGE-RPT
034800     MOVE SPACES TO RPT-LINE
034900     STRING 'MEMBER MERGE/UNMERGE RUN ' WS-TODAY-DATE
035000         '  OPERATOR ' WS-OPERATOR-ID
035100         DELIMITED BY SIZE INTO RPT-LINE
035200     WRITE RPT-LINE
035300     MOVE SPACES TO RPT-LINE
035400     WRITE RPT-LINE.
035500
035600*AN UNKNOWN ACTION OR AN UNUSABLE PAIR IS REJECTED AS IT LOADS.
035700 1100-LOAD-TRANSACTIONS.
035800     OPEN INPUT MERGE-TXN-FILE
035900     IF WS-TXN-STATUS = '35'
036000         SET WS-NO-MORE-TXN TO TRUE
036100     ELSE
036200         PERFORM 1110-READ-TRANSACTION
036300     END-IF
036400     PERFORM UNTIL WS-NO-MORE-TXN
036500         ADD 1 TO WS-TXN-READ-COUNT
036600         IF WS-TXN-TABLE-COUNT < 500
036700             ADD 1 TO WS-TXN-TABLE-COUNT
036800             SET WS-TXN-IX TO WS-TXN-TABLE-COUNT
036900             MOVE MRGT-ACTION     TO WS-TXN-ACTION(WS-TXN-IX)
037000             MOVE MRGT-RETIRED-MEMBER-ID
037100                 TO WS-TXN-RETIRED-ID(WS-TXN-IX)
037200             MOVE MRGT-SURVIVING-MEMBER-ID
037300                 TO WS-TXN-SURVIVING-ID(WS-TXN-IX)
037400             MOVE MRGT-REASON     TO WS-TXN-REASON(WS-TXN-IX)
037500             MOVE 'P'             TO WS-TXN-STATE(WS-TXN-IX)
037600             MOVE SPACES          TO WS-TXN-MERGE-KEY(WS-TXN-IX)
037700             MOVE ZERO TO WS-TXN-REVERSED-COUNT(WS-TXN-IX)
037800             MOVE 'N' TO WS-TXN-RET-MERGED-SW(WS-TXN-IX)
037900             MOVE 'N' TO WS-TXN-SUR-MERGED-SW(WS-TXN-IX)
038000             MOVE SPACES TO WS-REJECT-REASON
038100             EVALUATE TRUE
038200                 WHEN NOT WS-TXN-IS-MERGE(WS-TXN-IX)
038300                     AND NOT WS-TXN-IS-UNMERGE(WS-TXN-IX)
038400                     MOVE 'ACTION NOT M OR U'
038500                         TO WS-REJECT-REASON
038600                 WHEN MRGT-RETIRED-MEMBER-ID IS NOT NUMERIC
038700                     OR MRGT-SURVIVING-MEMBER-ID IS NOT NUMERIC
038800                     OR MRGT-RETIRED-MEMBER-ID = ZERO
038900                     OR MRGT-SURVIVING-MEMBER-ID = ZERO
039000                     MOVE 'MEMBER ID MISSING OR NOT NUMERIC'
039100                         TO WS-REJECT-REASON
039200                 WHEN MRGT-RETIRED-MEMBER-ID
039300                     = MRGT-SURVIVING-MEMBER-ID
039400                     MOVE 'RETIRED AND SURVIVING ID ARE THE SAME'
039500                         TO WS-REJECT-REASON
039600             END-EVALUATE
039700             IF WS-REJECT-REASON NOT = SPACES
039800                 PERFORM 8000-REJECT-TXN
039900             END-IF
040000         ELSE
040100             PERFORM 1900-TABLE-FULL
040200         END-IF
040300         PERFORM 1110-READ-TRANSACTION
040400     END-PERFORM
040500     IF WS-TXN-STATUS NOT = '35'
040600         CLOSE MERGE-TXN-FILE
040700     END-IF.
040800
040900 1110-READ-TRANSACTION.
041000     READ MERGE-TXN-FILE
041100         AT END
041200             SET WS-NO-MORE-TXN TO TRUE
041300     END-READ.
041400
041500 1200-LOAD-MEMBER-XREF.
041600     OPEN INPUT MEMBER-XREF-FILE
041700     IF WS-MIX-STATUS = '35'
041800         SET WS-NO-MORE-MIX TO TRUE
041900     ELSE
042000         PERFORM 1210-READ-MEMBER-XREF
042100     END-IF
042200     PERFORM UNTIL WS-NO-MORE-MIX
042300         IF WS-MIX-TABLE-COUNT < 20000
042400             ADD 1 TO WS-MIX-TABLE-COUNT
042500             SET WS-MIX-IX TO WS-MIX-TABLE-COUNT
042600             MOVE MIDX-RECORD TO WS-MIX-DATA(WS-MIX-IX)
042700             MOVE 'N' TO WS-MIX-DROP-SW(WS-MIX-IX)
042800         ELSE
042900             PERFORM 1900-TABLE-FULL
043000         END-IF
043100         PERFORM 1210-READ-MEMBER-XREF
043200     END-PERFORM
043300     IF WS-MIX-STATUS NOT = '35'
043400         CLOSE MEMBER-XREF-FILE
043500     END-IF.
043600
043700 1210-READ-MEMBER-XREF.
043800     READ MEMBER-XREF-FILE
043900         AT END
044000             SET WS-NO-MORE-MIX TO TRUE
044100     END-READ.
044200
044300 1250-LOAD-ENROLLMENT.
044400     OPEN INPUT ENROLLMENT-FILE
044500     IF WS-ENR-STATUS = '35'
044600         SET WS-NO-MORE-ENR TO TRUE
044700     ELSE
044800         PERFORM 1260-READ-ENROLLMENT
044900     END-IF
045000     PERFORM UNTIL WS-NO-MORE-ENR
045100         IF WS-ENR-TABLE-COUNT < 20000
045200             ADD 1 TO WS-ENR-TABLE-COUNT
045300             SET WS-ENR-IX TO WS-ENR-TABLE-COUNT
045400             MOVE ENROLL-MASTER-RECORD TO WS-ENR-DATA(WS-ENR-IX)
045500             MOVE 'N' TO WS-ENR-DROP-SW(WS-ENR-IX)
045600         ELSE
045700             PERFORM 1900-TABLE-FULL
045800         END-IF
045900         PERFORM 1260-READ-ENROLLMENT
046000     END-PERFORM
046100     IF WS-ENR-STATUS NOT = '35'
046200         CLOSE ENROLLMENT-FILE
046300     END-IF.
046400
046500 1260-READ-ENROLLMENT.
046600     READ ENROLLMENT-FILE
046700         AT END
046800             SET WS-NO-MORE-ENR TO TRUE
046900     END-READ.
047000
047100 1300-LOAD-ADDRESSES.
047200     OPEN INPUT MEMBER-ADDR-FILE
047300     IF WS-MAD-STATUS = '35'
047400         SET WS-NO-MORE-MAD TO TRUE
047500     ELSE
047600         PERFORM 1310-READ-ADDRESS
047700     END-IF
047800     PERFORM UNTIL WS-NO-MORE-MAD
047900         IF WS-MAD-TABLE-COUNT < 20000
048000             ADD 1 TO WS-MAD-TABLE-COUNT
048100             SET WS-MAD-IX TO WS-MAD-TABLE-COUNT
048200             MOVE MADR-RECORD TO WS-MAD-DATA(WS-MAD-IX)
048300             MOVE 'N' TO WS-MAD-DROP-SW(WS-MAD-IX)
048400         ELSE
048500             PERFORM 1900-TABLE-FULL
048600         END-IF
048700         PERFORM 1310-READ-ADDRESS
048800     END-PERFORM
048900     IF WS-MAD-STATUS NOT = '35'
049000         CLOSE MEMBER-ADDR-FILE
049100     END-IF.
049200
049300 1310-READ-ADDRESS.
049400     READ MEMBER-ADDR-FILE
049500         AT END
049600             SET WS-NO-MORE-MAD TO TRUE
049700     END-READ.
049800
049900 1350-LOAD-ACCUMULATORS.
050000     OPEN INPUT ACCUM-MASTER
050100     IF WS-MAC-STATUS = '35'
050200         SET WS-NO-MORE-MAC TO TRUE
050300     ELSE
050400         PERFORM 1360-READ-ACCUMULATOR
050500     END-IF
050600     PERFORM UNTIL WS-NO-MORE-MAC
050700         IF WS-MAC-TABLE-COUNT < 10000
050800             ADD 1 TO WS-MAC-TABLE-COUNT
050900             SET WS-MAC-IX TO WS-MAC-TABLE-COUNT
051000             MOVE MACC-RECORD TO WS-MAC-DATA(WS-MAC-IX)
051100             MOVE 'N' TO WS-MAC-DROP-SW(WS-MAC-IX)
051110             PERFORM 1370-CLEAR-RX-BUCKET
051200         ELSE
051300             PERFORM 1900-TABLE-FULL
051400         END-IF
051500         PERFORM 1360-READ-ACCUMULATOR
051600     END-PERFORM
051700     IF WS-MAC-STATUS NOT = '35'
051800         CLOSE ACCUM-MASTER
051900     END-IF.
051910
051920*AR 150136 - A ROW WRITTEN BEFORE THE PHARMACY BUCKET HOLDS
051920*SPACES THERE; CARRY IT AS ZERO.
051920 1370-CLEAR-RX-BUCKET.
051920     IF WS-MAC-RX-DED(WS-MAC-IX) NOT NUMERIC
051920         MOVE ZERO TO WS-MAC-RX-DED(WS-MAC-IX)
051920     END-IF
051920     IF WS-MAC-RX-COINS(WS-MAC-IX) NOT NUMERIC
051920         MOVE ZERO TO WS-MAC-RX-COINS(WS-MAC-IX)
051920     END-IF
051920     IF WS-MAC-RX-SEQ(WS-MAC-IX) NOT NUMERIC
051920         MOVE ZERO TO WS-MAC-RX-SEQ(WS-MAC-IX)
051920     END-IF
051920     IF WS-MAC-MED-SEQ(WS-MAC-IX) NOT NUMERIC
051920         MOVE ZERO TO WS-MAC-MED-SEQ(WS-MAC-IX)
051920     END-IF.
052000
052100 1360-READ-ACCUMULATOR.
052200     READ ACCUM-MASTER
052300         AT END
052400             SET WS-NO-MORE-MAC TO TRUE
052500     END-READ.
052600
052700*NO CLAIM HISTORY YET MEANS NO CLAIMS TO RE-KEY.
052800 1400-OPEN-CLAIM-HISTORY.
052900     OPEN I-O CLAIM-HISTORY
053000     IF WS-CHIST-STATUS = '00'
053100         SET WS-CHIST-PRESENT TO TRUE
053200     END-IF.
053300
053400 1900-TABLE-FULL.
053500     IF NOT WS-RUN-FATAL
053600         MOVE 'TABLE LIMIT REACHED LOADING MASTERS - RUN STOPPED'
053700             TO RPT-LINE
053800         WRITE RPT-LINE
053900     END-IF
054000     SET WS-RUN-FATAL TO TRUE.
054100
054200*COPY THE MERGE LOG FORWARD. AN ACTIVE ENTRY FOR A PAIR WITH AN
054300*UNMERGE TRANSACTION IS REVERSED AND MARKED UNMERGED; ANY OTHER
054400*ACTIVE ENTRY FLAGS THE MERGE TRANSACTIONS IT WOULD CONFLICT
054500*WITH. THE LAST SEQUENCE USED TODAY IS PICKED UP FOR NEW MERGES.
054600 2000-PASS-MERGE-LOG.
054700     OPEN INPUT MERGE-LOG
054800     OPEN OUTPUT MERGE-LOG-OUT
054900     IF WS-LOG-STATUS = '35'
055000         SET WS-NO-MORE-LOG TO TRUE
055100     ELSE
055200         PERFORM 2010-READ-MERGE-LOG
055300     END-IF
055400     PERFORM UNTIL WS-NO-MORE-LOG
055500         ADD 1 TO WS-LOG-READ-COUNT
055600         IF MRGL-MERGE-DATE OF MRGL-RECORD = WS-TODAY-DATE
055700             AND MRGL-MERGE-SEQ OF MRGL-RECORD > WS-LAST-MERGE-SEQ
055800             MOVE MRGL-MERGE-SEQ OF MRGL-RECORD
055900                 TO WS-LAST-MERGE-SEQ
056000         END-IF
056100         IF MRGL-IS-ACTIVE OF MRGL-RECORD
056200             PERFORM 2020-CLAIM-FOR-UNMERGE
056300             IF WS-ENTRY-CLAIMED
056400                 PERFORM 2100-REVERSE-ENTRY
056500             ELSE
056600                 PERFORM 2030-FLAG-MERGE-CONFLICTS
056700             END-IF
056800         END-IF
056900         MOVE MRGL-RECORD TO MRGLO-RECORD
057000         WRITE MRGLO-RECORD
057100         ADD 1 TO WS-LOG-WRITE-COUNT
057200         PERFORM 2010-READ-MERGE-LOG
057300     END-PERFORM
057400     IF WS-LOG-STATUS NOT = '35'
057500         CLOSE MERGE-LOG
057600     END-IF.
057700
057800 2010-READ-MERGE-LOG.
057900     READ MERGE-LOG
058000         AT END
058100             SET WS-NO-MORE-LOG TO TRUE
058200     END-READ.
058300
058400*THE FIRST ACTIVE MERGE KEY SEEN FOR THE PAIR IS THE ONE UNDONE.
058500 2020-CLAIM-FOR-UNMERGE.
058600     MOVE 'N' TO WS-CLAIMED-SW
058700     PERFORM VARYING WS-TXN-IX FROM 1 BY 1
058800             UNTIL WS-TXN-IX > WS-TXN-TABLE-COUNT
058900                OR WS-ENTRY-CLAIMED
059000         IF WS-TXN-IS-UNMERGE(WS-TXN-IX)
059100             AND WS-TXN-PENDING(WS-TXN-IX)
059200             AND WS-TXN-RETIRED-ID(WS-TXN-IX)
059300                 = MRGL-RETIRED-MEMBER-ID OF MRGL-RECORD
059400             AND WS-TXN-SURVIVING-ID(WS-TXN-IX)
059500                 = MRGL-SURVIVING-MEMBER-ID OF MRGL-RECORD
059600             AND (WS-TXN-MERGE-KEY(WS-TXN-IX) = SPACES
059700                 OR WS-TXN-MERGE-KEY(WS-TXN-IX)
059800                     = MRGL-MERGE-KEY OF MRGL-RECORD)
059900             MOVE MRGL-MERGE-KEY OF MRGL-RECORD
060000                 TO WS-TXN-MERGE-KEY(WS-TXN-IX)
060100             SET WS-CLAIM-TXN-N TO WS-TXN-IX
060200             SET WS-ENTRY-CLAIMED TO TRUE
060300         END-IF
060400     END-PERFORM.
060500
060600 2030-FLAG-MERGE-CONFLICTS.
060700     PERFORM VARYING WS-TXN-IX FROM 1 BY 1
060800             UNTIL WS-TXN-IX > WS-TXN-TABLE-COUNT
060900         IF WS-TXN-IS-MERGE(WS-TXN-IX)
061000             AND WS-TXN-PENDING(WS-TXN-IX)
061100             IF WS-TXN-RETIRED-ID(WS-TXN-IX)
061200                 = MRGL-RETIRED-MEMBER-ID OF MRGL-RECORD
061300                 SET WS-TXN-RET-MERGED(WS-TXN-IX) TO TRUE
061400             END-IF
061500             IF WS-TXN-SURVIVING-ID(WS-TXN-IX)
061600                 = MRGL-RETIRED-MEMBER-ID OF MRGL-RECORD
061700                 SET WS-TXN-SUR-MERGED(WS-TXN-IX) TO TRUE
061800             END-IF
061900         END-IF
062000     END-PERFORM.
062100
062200*AN ENTRY THAT CANNOT BE REVERSED STAYS ACTIVE AND IS REPORTED.
062300 2100-REVERSE-ENTRY.
062400     SET WS-TXN-IX TO WS-CLAIM-TXN-N
062500     MOVE 'UNMERGE'                TO WS-MRG-ACTION-TEXT
062600     MOVE MRGL-RETIRED-MEMBER-ID OF MRGL-RECORD  
062700         TO WS-MRG-RETIRED-ID
062800     MOVE MRGL-SURVIVING-MEMBER-ID OF MRGL-RECORD
062900         TO WS-MRG-SURVIVING-ID
063000     MOVE MRGL-RETIRED-SSN OF MRGL-RECORD        
063100         TO WS-MRG-RETIRED-SSN
063200     MOVE MRGL-SURVIVING-SSN OF MRGL-RECORD      
063300         TO WS-MRG-SURVIVING-SSN
063400     MOVE MRGL-FILE-CODE OF MRGL-RECORD           TO WS-DTL-FILE
063500     MOVE 'N' TO WS-REVERSED-SW
063600     MOVE SPACES TO WS-DTL-DESC
063700     EVALUATE MRGL-FILE-CODE OF MRGL-RECORD
063800         WHEN 'MIDX'
063900             PERFORM 2110-REVERSE-XREF
064000         WHEN 'ENRL'
064100             PERFORM 2120-REVERSE-ENROLLMENT
064200         WHEN 'MADR'
064300             PERFORM 2130-REVERSE-ADDRESS
064400         WHEN 'MACC'
064500             PERFORM 2140-REVERSE-ACCUMULATOR
064600         WHEN 'CHST'
064700             PERFORM 2150-REVERSE-CLAIM-HISTORY
064800         WHEN OTHER
064900             MOVE 'UNKNOWN FILE CODE' TO WS-DTL-DISPOSITION
065000     END-EVALUATE
065100     IF WS-ENTRY-REVERSED
065200         SET MRGL-IS-UNMERGED OF MRGL-RECORD TO TRUE
065300         MOVE WS-TODAY-DATE  TO MRGL-UNMERGE-DATE OF MRGL-RECORD
065400         MOVE WS-OPERATOR-ID
065500             TO MRGL-UNMERGE-OPERATOR OF MRGL-RECORD
065600         ADD 1 TO WS-TXN-REVERSED-COUNT(WS-TXN-IX)
065700         ADD 1 TO WS-RESTORE-COUNT
065800     ELSE
065900         ADD 1 TO WS-EXCEPTION-COUNT
066000     END-IF
066100     PERFORM 3950-WRITE-DETAIL.
066200
066300 2110-REVERSE-XREF.
066400     MOVE MRGL-BEFORE-IMAGE OF MRGL-RECORD TO WS-MIDX-IMAGE
066500     MOVE WS-MRG-SURVIVING-SSN TO WS-DTL-OLD-SSN
066600     MOVE MIDX-SUBSCR-SSN OF WS-MIDX-IMAGE TO WS-DTL-NEW-SSN
066700     MOVE SPACES TO WS-DTL-DESC
066800     STRING 'MEMBER ' MIDX-MEMBER-ID OF WS-MIDX-IMAGE
066900         DELIMITED BY SIZE INTO WS-DTL-DESC
067000     MOVE 'N' TO WS-FOUND-SW
067100     PERFORM VARYING WS-MIX-IX FROM 1 BY 1
067200             UNTIL WS-MIX-IX > WS-MIX-TABLE-COUNT OR WS-FOUND
067300         IF NOT WS-MIX-DROPPED(WS-MIX-IX)
067400             AND WS-MIX-MEMBER-ID(WS-MIX-IX)
067500                 = MIDX-MEMBER-ID OF WS-MIDX-IMAGE
067600             AND WS-MIX-SSN(WS-MIX-IX) = WS-MRG-SURVIVING-SSN
067700             MOVE WS-MIDX-IMAGE TO WS-MIX-DATA(WS-MIX-IX)
067800             SET WS-FOUND TO TRUE
067900         END-IF
068000     END-PERFORM
068100     IF WS-FOUND
068200         MOVE 'KEY RESTORED' TO WS-DTL-DISPOSITION
068300         SET WS-ENTRY-REVERSED TO TRUE
068400     ELSE
068500         IF WS-MIX-TABLE-COUNT < 20000
068600             ADD 1 TO WS-MIX-TABLE-COUNT
068700             SET WS-MIX-IX TO WS-MIX-TABLE-COUNT
068800             MOVE WS-MIDX-IMAGE TO WS-MIX-DATA(WS-MIX-IX)
068900             MOVE 'N' TO WS-MIX-DROP-SW(WS-MIX-IX)
069000             MOVE 'NOT FOUND - RE-ADDED' TO WS-DTL-DISPOSITION
069100             SET WS-ENTRY-REVERSED TO TRUE
069200         ELSE
069300             MOVE 'TABLE FULL - LEFT ACTIVE' TO WS-DTL-DISPOSITION
069400         END-IF
069500     END-IF.
069600
069700*A RE-KEYED SPAN GOES BACK TO THE RETIRED SSN; A DROPPED
069800*DUPLICATE IS RE-ADDED UNLESS THE RETIRED SSN HOLDS IT AGAIN.
069900 2120-REVERSE-ENROLLMENT.
070000     MOVE MRGL-BEFORE-IMAGE OF MRGL-RECORD TO WS-ENRL-IMAGE
070100     MOVE WS-MRG-SURVIVING-SSN TO WS-DTL-OLD-SSN
070200     MOVE WS-MRG-RETIRED-SSN   TO WS-DTL-NEW-SSN
070300     MOVE SPACES TO WS-DTL-DESC
070400     STRING 'SPAN ' ENROLL-EFF-DATE OF WS-ENRL-IMAGE
070500         '-' ENROLL-TERM-DATE OF WS-ENRL-IMAGE
070600         DELIMITED BY SIZE INTO WS-DTL-DESC
070700     MOVE 'N' TO WS-FOUND-SW
070800     PERFORM VARYING WS-ENR-IX FROM 1 BY 1
070900             UNTIL WS-ENR-IX > WS-ENR-TABLE-COUNT OR WS-FOUND
071000         IF NOT WS-ENR-DROPPED(WS-ENR-IX)
071100             AND WS-ENR-DATA(WS-ENR-IX) = WS-ENRL-IMAGE
071200             SET WS-FOUND TO TRUE
071300         END-IF
071400     END-PERFORM
071500     IF WS-FOUND
071600         MOVE 'ALREADY ON FILE' TO WS-DTL-DISPOSITION
071700         SET WS-ENTRY-REVERSED TO TRUE
071800     END-IF
071900     IF NOT WS-FOUND
072000         AND MRGL-WAS-REKEYED OF MRGL-RECORD
072100         PERFORM VARYING WS-ENR-IX FROM 1 BY 1
072200                 UNTIL WS-ENR-IX > WS-ENR-TABLE-COUNT OR WS-FOUND
072300             IF NOT WS-ENR-DROPPED(WS-ENR-IX)
072400                 AND WS-ENR-SSN(WS-ENR-IX) = WS-MRG-SURVIVING-SSN
072500                 AND WS-ENR-EFF(WS-ENR-IX)
072600                     = ENROLL-EFF-DATE OF WS-ENRL-IMAGE
072700                 AND WS-ENR-TERM(WS-ENR-IX)
072800                     = ENROLL-TERM-DATE OF WS-ENRL-IMAGE
072900                 MOVE WS-MRG-RETIRED-SSN TO WS-ENR-SSN(WS-ENR-IX)
073000                 SET WS-FOUND TO TRUE
073100             END-IF
073200         END-PERFORM
073300         IF WS-FOUND
073400             MOVE 'KEY RESTORED' TO WS-DTL-DISPOSITION
073500             SET WS-ENTRY-REVERSED TO TRUE
073600         END-IF
073700     END-IF
073800     IF NOT WS-FOUND
073900         IF WS-ENR-TABLE-COUNT < 20000
074000             ADD 1 TO WS-ENR-TABLE-COUNT
074100             SET WS-ENR-IX TO WS-ENR-TABLE-COUNT
074200             MOVE WS-ENRL-IMAGE TO WS-ENR-DATA(WS-ENR-IX)
074300             MOVE 'N' TO WS-ENR-DROP-SW(WS-ENR-IX)
074400             MOVE 'RE-ADDED' TO WS-DTL-DISPOSITION
074500             SET WS-ENTRY-REVERSED TO TRUE
074600         ELSE
074700             MOVE 'TABLE FULL - LEFT ACTIVE' TO WS-DTL-DISPOSITION
074800         END-IF
074900     END-IF.
075000
075100*THE RETIRED SSN GETS ITS ADDRESS BACK ONLY WHEN IT HAS NONE.
075200 2130-REVERSE-ADDRESS.
075300     MOVE MRGL-BEFORE-IMAGE OF MRGL-RECORD TO WS-MADR-IMAGE
075400     MOVE WS-MRG-SURVIVING-SSN TO WS-DTL-OLD-SSN
075500     MOVE WS-MRG-RETIRED-SSN   TO WS-DTL-NEW-SSN
075600     MOVE 'MAILING ADDRESS' TO WS-DTL-DESC
075700     MOVE 'N' TO WS-FOUND-SW
075800     PERFORM VARYING WS-MAD-IX FROM 1 BY 1
075900             UNTIL WS-MAD-IX > WS-MAD-TABLE-COUNT OR WS-FOUND
076000         IF NOT WS-MAD-DROPPED(WS-MAD-IX)
076100             AND WS-MAD-SSN(WS-MAD-IX) = WS-MRG-RETIRED-SSN
076200             SET WS-FOUND TO TRUE
076300         END-IF
076400     END-PERFORM
076500     IF WS-FOUND
076600         MOVE 'ALREADY ON FILE' TO WS-DTL-DISPOSITION
076700         SET WS-ENTRY-REVERSED TO TRUE
076800     END-IF
076900     IF NOT WS-FOUND
077000         AND MRGL-WAS-REKEYED OF MRGL-RECORD
077100         PERFORM VARYING WS-MAD-IX FROM 1 BY 1
077200                 UNTIL WS-MAD-IX > WS-MAD-TABLE-COUNT OR WS-FOUND
077300             IF NOT WS-MAD-DROPPED(WS-MAD-IX)
077400                 AND WS-MAD-SSN(WS-MAD-IX) = WS-MRG-SURVIVING-SSN
077500                 MOVE WS-MRG-RETIRED-SSN TO WS-MAD-SSN(WS-MAD-IX)
077600                 SET WS-FOUND TO TRUE
077700             END-IF
077800         END-PERFORM
077900         IF WS-FOUND
078000             MOVE 'KEY RESTORED' TO WS-DTL-DISPOSITION
078100             SET WS-ENTRY-REVERSED TO TRUE
078200         END-IF
078300     END-IF
078400     IF NOT WS-FOUND
078500         IF WS-MAD-TABLE-COUNT < 20000
078600             ADD 1 TO WS-MAD-TABLE-COUNT
078700             SET WS-MAD-IX TO WS-MAD-TABLE-COUNT
078800             MOVE WS-MADR-IMAGE TO WS-MAD-DATA(WS-MAD-IX)
078900             MOVE 'N' TO WS-MAD-DROP-SW(WS-MAD-IX)
079000             MOVE 'RE-ADDED' TO WS-DTL-DISPOSITION
079100             SET WS-ENTRY-REVERSED TO TRUE
079200         ELSE
079300             MOVE 'TABLE FULL - LEFT ACTIVE' TO WS-DTL-DISPOSITION
079400         END-IF
079500     END-IF.
079600
079700*A RE-KEYED ROW TAKES BACK ITS KEYS AND KEEPS WHAT HAS ACCRUED
079800*SINCE. A COMBINED ROW'S AMOUNTS AT MERGE TIME COME BACK OUT OF
079900*THE SURVIVOR'S ROW (NEVER BELOW ZERO) AND INTO THE RETIRED ROW.
080000 2140-REVERSE-ACCUMULATOR.
080100     MOVE MRGL-BEFORE-IMAGE OF MRGL-RECORD TO WS-MACC-IMAGE
080200     MOVE WS-MRG-SURVIVING-SSN TO WS-DTL-OLD-SSN
080300     MOVE MACC-SUBSCR-SSN OF WS-MACC-IMAGE TO WS-DTL-NEW-SSN
080400     MOVE SPACES TO WS-DTL-DESC
080500     STRING 'YEAR ' MACC-BENEFIT-YEAR OF WS-MACC-IMAGE
080600         ' REL ' MACC-PATIENT-REL OF WS-MACC-IMAGE
080700         ' ' MACC-PATIENT-LAST OF WS-MACC-IMAGE
080800         DELIMITED BY SIZE INTO WS-DTL-DESC
080900     MOVE 'N' TO WS-FOUND-SW
081000     IF MRGL-WAS-REKEYED OF MRGL-RECORD
081100         PERFORM VARYING WS-MAC-IX FROM 1 BY 1
081200                 UNTIL WS-MAC-IX > WS-MAC-TABLE-COUNT OR WS-FOUND
081300             IF NOT WS-MAC-DROPPED(WS-MAC-IX)
081400                 AND WS-MAC-SSN(WS-MAC-IX) = WS-MRG-SURVIVING-SSN
081500                 AND WS-MAC-YEAR(WS-MAC-IX)
081600                     = MACC-BENEFIT-YEAR OF WS-MACC-IMAGE
081700                 AND WS-MAC-REL(WS-MAC-IX)
081800                     = MACC-PATIENT-REL OF WS-MACC-IMAGE
081900                 AND WS-MAC-PAT-LAST(WS-MAC-IX)
082000                     = MACC-PATIENT-LAST OF WS-MACC-IMAGE
082100                 AND WS-MAC-PAT-FIRST(WS-MAC-IX)
082200                     = MACC-PATIENT-FIRST OF WS-MACC-IMAGE
082300                 AND ((MACC-MEMBER-ID OF WS-MACC-IMAGE
082400                         = WS-MRG-RETIRED-ID
082500                     AND WS-MAC-MBR-ID(WS-MAC-IX)
082600                         = WS-MRG-SURVIVING-ID)
082700                   OR (MACC-MEMBER-ID OF WS-MACC-IMAGE
082800                         NOT = WS-MRG-RETIRED-ID
082900                     AND WS-MAC-MBR-ID(WS-MAC-IX)
083000                         = MACC-MEMBER-ID OF WS-MACC-IMAGE))
083100                 MOVE MACC-SUBSCR-SSN OF WS-MACC-IMAGE
083200                     TO WS-MAC-SSN(WS-MAC-IX)
083300                 MOVE MACC-MEMBER-ID OF WS-MACC-IMAGE
083400                     TO WS-MAC-MBR-ID(WS-MAC-IX)
083500                 SET WS-FOUND TO TRUE
083600             END-IF
083700         END-PERFORM
083800         IF WS-FOUND
083900             MOVE 'KEY RESTORED' TO WS-DTL-DISPOSITION
084000             SET WS-ENTRY-REVERSED TO TRUE
084100         END-IF
084200     ELSE
084300         MOVE 'AMOUNTS SPLIT BACK OUT' TO WS-DTL-DISPOSITION
084400         SET WS-MAC-JX TO ZERO
084500         PERFORM 3450-FIND-SURVIVOR-ACCUM
084600         IF WS-FOUND
084700             IF WS-MAC-DED(WS-MAC-JX)
084800                 > MACC-DED-ACCUM OF WS-MACC-IMAGE
084900                 SUBTRACT MACC-DED-ACCUM OF WS-MACC-IMAGE
085000                     FROM WS-MAC-DED(WS-MAC-JX)
085100             ELSE
085200                 MOVE ZERO TO WS-MAC-DED(WS-MAC-JX)
085300             END-IF
085400             IF WS-MAC-COINS(WS-MAC-JX)
085500                 > MACC-COINS-ACCUM OF WS-MACC-IMAGE
085600                 SUBTRACT MACC-COINS-ACCUM OF WS-MACC-IMAGE
085700                     FROM WS-MAC-COINS(WS-MAC-JX)
085800             ELSE
085900                 MOVE ZERO TO WS-MAC-COINS(WS-MAC-JX)
086000             END-IF
086010             IF MACC-RX-DED-ACCUM OF WS-MACC-IMAGE IS NUMERIC
086020                 IF WS-MAC-RX-DED(WS-MAC-JX)
086030                     > MACC-RX-DED-ACCUM OF WS-MACC-IMAGE
086040                     SUBTRACT MACC-RX-DED-ACCUM OF WS-MACC-IMAGE
086050                         FROM WS-MAC-RX-DED(WS-MAC-JX)
086060                 ELSE
086070                     MOVE ZERO TO WS-MAC-RX-DED(WS-MAC-JX)
086080                 END-IF
086090             END-IF
086091             IF MACC-RX-COINS-ACCUM OF WS-MACC-IMAGE
086091                 IS NUMERIC
086092                 IF WS-MAC-RX-COINS(WS-MAC-JX)
086093                     > MACC-RX-COINS-ACCUM OF WS-MACC-IMAGE
086094                     SUBTRACT MACC-RX-COINS-ACCUM
086094                         OF WS-MACC-IMAGE
086095                         FROM WS-MAC-RX-COINS(WS-MAC-JX)
086096                 ELSE
086097                     MOVE ZERO TO WS-MAC-RX-COINS(WS-MAC-JX)
086098                 END-IF
086099             END-IF
086100         END-IF
086200         MOVE 'N' TO WS-FOUND-SW
086300         PERFORM VARYING WS-MAC-IX FROM 1 BY 1
086400                 UNTIL WS-MAC-IX > WS-MAC-TABLE-COUNT OR WS-FOUND
086500             IF NOT WS-MAC-DROPPED(WS-MAC-IX)
086600                 AND WS-MAC-SSN(WS-MAC-IX)
086700                     = MACC-SUBSCR-SSN OF WS-MACC-IMAGE
086800                 AND WS-MAC-MBR-ID(WS-MAC-IX)
086900                     = MACC-MEMBER-ID OF WS-MACC-IMAGE
087000                 AND WS-MAC-YEAR(WS-MAC-IX)
087100                     = MACC-BENEFIT-YEAR OF WS-MACC-IMAGE
087200                 AND WS-MAC-REL(WS-MAC-IX)
087300                     = MACC-PATIENT-REL OF WS-MACC-IMAGE
087400                 AND WS-MAC-PAT-LAST(WS-MAC-IX)
087500                     = MACC-PATIENT-LAST OF WS-MACC-IMAGE
087600                 AND WS-MAC-PAT-FIRST(WS-MAC-IX)
087700                     = MACC-PATIENT-FIRST OF WS-MACC-IMAGE
087800                 ADD MACC-DED-ACCUM OF WS-MACC-IMAGE
087900                     TO WS-MAC-DED(WS-MAC-IX)
088000                 ADD MACC-COINS-ACCUM OF WS-MACC-IMAGE
088100                     TO WS-MAC-COINS(WS-MAC-IX)
088110                 IF MACC-RX-DED-ACCUM OF WS-MACC-IMAGE
088120                     IS NUMERIC
088130                     ADD MACC-RX-DED-ACCUM OF WS-MACC-IMAGE
088140                         TO WS-MAC-RX-DED(WS-MAC-IX)
088150                 END-IF
088160                 IF MACC-RX-COINS-ACCUM OF WS-MACC-IMAGE
088170                     IS NUMERIC
088180                     ADD MACC-RX-COINS-ACCUM OF WS-MACC-IMAGE
088190                         TO WS-MAC-RX-COINS(WS-MAC-IX)
088191                 END-IF
088200                 SET WS-FOUND TO TRUE
088300             END-IF
088400         END-PERFORM
088500         IF WS-FOUND
088600             SET WS-ENTRY-REVERSED TO TRUE
088700         END-IF
088800     END-IF
088900     IF NOT WS-FOUND
089000         IF WS-MAC-TABLE-COUNT < 10000
089100             ADD 1 TO WS-MAC-TABLE-COUNT
089200             SET WS-MAC-IX TO WS-MAC-TABLE-COUNT
089300             MOVE WS-MACC-IMAGE TO WS-MAC-DATA(WS-MAC-IX)
089400             MOVE 'N' TO WS-MAC-DROP-SW(WS-MAC-IX)
089410             PERFORM 1370-CLEAR-RX-BUCKET
089500             IF MRGL-WAS-REKEYED OF MRGL-RECORD
089600                 MOVE 'NOT FOUND - RE-ADDED' TO WS-DTL-DISPOSITION
089700             END-IF
089800             SET WS-ENTRY-REVERSED TO TRUE
089900         ELSE
090000             MOVE 'TABLE FULL - LEFT ACTIVE' TO WS-DTL-DISPOSITION
090100         END-IF
090200     END-IF.
090300
090400 2150-REVERSE-CLAIM-HISTORY.
090500     MOVE MRGL-BEFORE-IMAGE OF MRGL-RECORD TO WS-CHST-IMAGE
090600     MOVE WS-MRG-SURVIVING-SSN TO WS-DTL-OLD-SSN
090700     MOVE CHIST-SUBSCR-SSN OF WS-CHST-IMAGE TO WS-DTL-NEW-SSN
090800     MOVE SPACES TO WS-DTL-DESC
090900     STRING 'CLAIM ' CHIST-CLM-KEY OF WS-CHST-IMAGE
091000         DELIMITED BY SIZE INTO WS-DTL-DESC
091100     IF NOT WS-CHIST-PRESENT
091200         MOVE 'NO HISTORY - LEFT ACTIVE' TO WS-DTL-DISPOSITION
091300     ELSE
091400         MOVE CHIST-CLM-KEY OF WS-CHST-IMAGE
091500             TO CHIST-CLM-KEY OF CHIST-RECORD
091600         READ CLAIM-HISTORY
091700             KEY IS CHIST-CLM-KEY OF CHIST-RECORD
091800             INVALID KEY
091900                 MOVE 'CLAIM NO LONGER ON FILE'
092000                     TO WS-DTL-DISPOSITION
092100             NOT INVALID KEY
092200                 MOVE CHIST-SUBSCR-SSN OF WS-CHST-IMAGE
092300                     TO CHIST-SUBSCR-SSN OF CHIST-RECORD
092400                 MOVE CHIST-MEMBER-ID OF WS-CHST-IMAGE
092500                     TO CHIST-MEMBER-ID OF CHIST-RECORD
092600                 MOVE WS-TODAY-DATE
092700                     TO CHIST-LAST-UPDATE-DATE OF CHIST-RECORD
092800                 REWRITE CHIST-RECORD
092900                 MOVE 'KEY RESTORED' TO WS-DTL-DISPOSITION
093000         END-READ
093100         SET WS-ENTRY-REVERSED TO TRUE
093200     END-IF.
093300
093400*AN UNMERGE THAT FOUND NO ACTIVE MERGE FOR ITS PAIR IS REJECTED.
093500 2900-CHECK-UNMERGES.
093600     PERFORM VARYING WS-TXN-IX FROM 1 BY 1
093700             UNTIL WS-TXN-IX > WS-TXN-TABLE-COUNT
093800         IF WS-TXN-IS-UNMERGE(WS-TXN-IX)
093900             AND WS-TXN-PENDING(WS-TXN-IX)
094000             IF WS-TXN-MERGE-KEY(WS-TXN-IX) = SPACES
094100                 MOVE 'NO ACTIVE MERGE ON LOG FOR THIS PAIR'
094200                     TO WS-REJECT-REASON
094300                 PERFORM 8000-REJECT-TXN
094400             ELSE
094500                 SET WS-TXN-DONE(WS-TXN-IX) TO TRUE
094600                 ADD 1 TO WS-UNMERGE-COUNT
094700                 MOVE SPACES TO RPT-LINE
094800                 STRING 'UNMERGE ' WS-TXN-RETIRED-ID(WS-TXN-IX)
094900                     ' FROM ' WS-TXN-SURVIVING-ID(WS-TXN-IX)
095000                     ' - MERGE ' WS-TXN-MERGE-KEY(WS-TXN-IX)
095100                     ' ENTRIES REVERSED '
095200                     WS-TXN-REVERSED-COUNT(WS-TXN-IX)
095300                     '  ' WS-TXN-REASON(WS-TXN-IX)
095400                     DELIMITED BY SIZE INTO RPT-LINE
095500                 WRITE RPT-LINE
095600             END-IF
095700         END-IF
095800     END-PERFORM.
095900
096000*MERGE ONE PAIR. BOTH IDS MUST RESOLVE ON THE CROSS-REFERENCE
096100*AND NEITHER MAY ALREADY HAVE BEEN MERGED AWAY.
096200 3000-APPLY-MERGE.
096300     MOVE 'MERGE'                      TO WS-MRG-ACTION-TEXT
096400     MOVE WS-TXN-RETIRED-ID(WS-TXN-IX) TO WS-MRG-RETIRED-ID
096500     MOVE WS-TXN-SURVIVING-ID(WS-TXN-IX)
096600         TO WS-MRG-SURVIVING-ID
096700     MOVE SPACES TO WS-REJECT-REASON
096800     MOVE SPACES TO WS-MRG-RETIRED-SSN
096900     MOVE SPACES TO WS-MRG-SURVIVING-SSN
097000     PERFORM VARYING WS-MIX-IX FROM 1 BY 1
097100             UNTIL WS-MIX-IX > WS-MIX-TABLE-COUNT
097200         IF NOT WS-MIX-DROPPED(WS-MIX-IX)
097300             IF WS-MIX-MEMBER-ID(WS-MIX-IX) = WS-MRG-RETIRED-ID
097400                 AND WS-MRG-RETIRED-SSN = SPACES
097500                 MOVE WS-MIX-SSN(WS-MIX-IX) TO WS-MRG-RETIRED-SSN
097600             END-IF
097700             IF WS-MIX-MEMBER-ID(WS-MIX-IX) = WS-MRG-SURVIVING-ID
097800                 AND WS-MRG-SURVIVING-SSN = SPACES
097900                 MOVE WS-MIX-SSN(WS-MIX-IX)
098000                     TO WS-MRG-SURVIVING-SSN
098100             END-IF
098200         END-IF
098300     END-PERFORM
098400     EVALUATE TRUE
098500         WHEN WS-TXN-RET-MERGED(WS-TXN-IX)
098600             MOVE 'RETIRED ID HAS ALREADY BEEN MERGED'
098700                 TO WS-REJECT-REASON
098800         WHEN WS-TXN-SUR-MERGED(WS-TXN-IX)
098900             MOVE 'SURVIVING ID HAS BEEN MERGED AWAY'
099000                 TO WS-REJECT-REASON
099100         WHEN WS-MRG-RETIRED-SSN = SPACES
099200             MOVE 'RETIRED ID NOT ON MEMBER XREF'
099300                 TO WS-REJECT-REASON
099400         WHEN WS-MRG-SURVIVING-SSN = SPACES
099500             MOVE 'SURVIVING ID NOT ON MEMBER XREF'
099600                 TO WS-REJECT-REASON
099700     END-EVALUATE
099800     IF WS-REJECT-REASON NOT = SPACES
099900         PERFORM 8000-REJECT-TXN
100000     ELSE
100100         ADD 1 TO WS-LAST-MERGE-SEQ
100200         MOVE WS-TODAY-DATE     TO WS-CUR-MERGE-DATE
100300         MOVE WS-LAST-MERGE-SEQ TO WS-CUR-MERGE-SEQ
100400         MOVE WS-CUR-MERGE-KEY  TO WS-TXN-MERGE-KEY(WS-TXN-IX)
100500         MOVE ZERO TO WS-TXN-RECORD-COUNT
100600         PERFORM 3100-MERGE-XREF
100700         PERFORM 3150-CHECK-RETIRED-SSN
100800         IF WS-RETIRED-SSN-ORPHANED
100900             PERFORM 3200-MERGE-ENROLLMENT
101000             PERFORM 3300-MERGE-ADDRESS
101100         END-IF
101200         PERFORM 3400-MERGE-ACCUMULATORS
101300         IF WS-CHIST-PRESENT
101400             PERFORM 3500-MERGE-CLAIM-HISTORY
101500         END-IF
101600         SET WS-TXN-DONE(WS-TXN-IX) TO TRUE
101700         ADD 1 TO WS-MERGE-COUNT
101800         PERFORM VARYING WS-TXN-JX FROM WS-TXN-IX BY 1
101900                 UNTIL WS-TXN-JX > WS-TXN-TABLE-COUNT
102000             IF WS-TXN-IS-MERGE(WS-TXN-JX)
102100                 AND WS-TXN-PENDING(WS-TXN-JX)
102200                 IF WS-TXN-RETIRED-ID(WS-TXN-JX)
102300                     = WS-MRG-RETIRED-ID
102400                     SET WS-TXN-RET-MERGED(WS-TXN-JX) TO TRUE
102500                 END-IF
102600                 IF WS-TXN-SURVIVING-ID(WS-TXN-JX)
102700                     = WS-MRG-RETIRED-ID
102800                     SET WS-TXN-SUR-MERGED(WS-TXN-JX) TO TRUE
102900                 END-IF
103000             END-IF
103100         END-PERFORM
103200         MOVE SPACES TO RPT-LINE
103300         STRING 'MERGE   ' WS-MRG-RETIRED-ID
103400             ' INTO ' WS-MRG-SURVIVING-ID
103500             ' - MERGE ' WS-CUR-MERGE-KEY
103600             ' RECORDS TOUCHED ' WS-TXN-RECORD-COUNT
103700             '  ' WS-TXN-REASON(WS-TXN-IX)
103800             DELIMITED BY SIZE INTO RPT-LINE
103900         WRITE RPT-LINE
104000     END-IF.
104100
104200*THE RETIRED ID STAYS ON THE CROSS-REFERENCE AS AN ALIAS OF THE
104300*SURVIVOR'S SUBSCRIBER.
104400 3100-MERGE-XREF.
104500     MOVE 'MIDX' TO WS-LOG-FILE-CODE
104600     MOVE 'R'    TO WS-LOG-DISPOSITION
104700     PERFORM VARYING WS-MIX-IX FROM 1 BY 1
104800             UNTIL WS-MIX-IX > WS-MIX-TABLE-COUNT
104900         IF NOT WS-MIX-DROPPED(WS-MIX-IX)
105000             AND WS-MIX-MEMBER-ID(WS-MIX-IX) = WS-MRG-RETIRED-ID
105100             AND WS-MIX-SSN(WS-MIX-IX) NOT = WS-MRG-SURVIVING-SSN
105200             MOVE WS-MIX-DATA(WS-MIX-IX) TO WS-LOG-IMAGE
105300             MOVE WS-MIX-SSN(WS-MIX-IX) TO WS-DTL-OLD-SSN
105400             MOVE WS-MRG-SURVIVING-SSN  TO WS-DTL-NEW-SSN
105500             MOVE SPACES TO WS-DTL-DESC
105600             STRING 'MEMBER ' WS-MIX-MEMBER-ID(WS-MIX-IX)
105700                 DELIMITED BY SIZE INTO WS-DTL-DESC
105800             MOVE WS-MRG-SURVIVING-SSN TO WS-MIX-SSN(WS-MIX-IX)
105900             PERFORM 3900-LOG-AND-REPORT
106000         END-IF
106100     END-PERFORM.
106200
106300*THE SSN-KEYED FILES MOVE ONLY WHEN NOTHING ELSE RESOLVES TO THE
106400*RETIRED SSN ONCE THE CROSS-REFERENCE HAS BEEN RE-POINTED.
106500 3150-CHECK-RETIRED-SSN.
106600     SET WS-RETIRED-SSN-ORPHANED TO TRUE
106700     PERFORM VARYING WS-MIX-IX FROM 1 BY 1
106800             UNTIL WS-MIX-IX > WS-MIX-TABLE-COUNT
106900         IF NOT WS-MIX-DROPPED(WS-MIX-IX)
107000             AND WS-MIX-SSN(WS-MIX-IX) = WS-MRG-RETIRED-SSN
107100             MOVE 'N' TO WS-ORPHAN-SW
107200         END-IF
107300     END-PERFORM.
107400
107500 3200-MERGE-ENROLLMENT.
107600     MOVE 'ENRL' TO WS-LOG-FILE-CODE
107700     PERFORM VARYING WS-ENR-IX FROM 1 BY 1
107800             UNTIL WS-ENR-IX > WS-ENR-TABLE-COUNT
107900         IF NOT WS-ENR-DROPPED(WS-ENR-IX)
108000             AND WS-ENR-SSN(WS-ENR-IX) = WS-MRG-RETIRED-SSN
108100             MOVE 'N' TO WS-FOUND-SW
108200             PERFORM VARYING WS-ENR-JX FROM 1 BY 1
108300                     UNTIL WS-ENR-JX > WS-ENR-TABLE-COUNT
108400                        OR WS-FOUND
108500                 IF NOT WS-ENR-DROPPED(WS-ENR-JX)
108600                     AND WS-ENR-SSN(WS-ENR-JX)
108700                         = WS-MRG-SURVIVING-SSN
108800                     AND WS-ENR-EFF(WS-ENR-JX)
108900                         = WS-ENR-EFF(WS-ENR-IX)
109000                     AND WS-ENR-TERM(WS-ENR-JX)
109100                         = WS-ENR-TERM(WS-ENR-IX)
109200                     SET WS-FOUND TO TRUE
109300                 END-IF
109400             END-PERFORM
109500             MOVE WS-ENR-DATA(WS-ENR-IX) TO WS-LOG-IMAGE
109600             MOVE WS-MRG-RETIRED-SSN   TO WS-DTL-OLD-SSN
109700             MOVE WS-MRG-SURVIVING-SSN TO WS-DTL-NEW-SSN
109800             MOVE SPACES TO WS-DTL-DESC
109900             STRING 'SPAN ' WS-ENR-EFF(WS-ENR-IX)
110000                 '-' WS-ENR-TERM(WS-ENR-IX)
110100                 DELIMITED BY SIZE INTO WS-DTL-DESC
110200             IF WS-FOUND
110300                 MOVE 'D' TO WS-LOG-DISPOSITION
110400                 SET WS-ENR-DROPPED(WS-ENR-IX) TO TRUE
110500             ELSE
110600                 MOVE 'R' TO WS-LOG-DISPOSITION
110700                 MOVE WS-MRG-SURVIVING-SSN
110800                     TO WS-ENR-SSN(WS-ENR-IX)
110900             END-IF
111000             PERFORM 3900-LOG-AND-REPORT
111100         END-IF
111200     END-PERFORM.
111300
111400 3300-MERGE-ADDRESS.
111500     MOVE 'MADR' TO WS-LOG-FILE-CODE
111600     MOVE 'N' TO WS-FOUND-SW
111700     PERFORM VARYING WS-MAD-JX FROM 1 BY 1
111800             UNTIL WS-MAD-JX > WS-MAD-TABLE-COUNT OR WS-FOUND
111900         IF NOT WS-MAD-DROPPED(WS-MAD-JX)
112000             AND WS-MAD-SSN(WS-MAD-JX) = WS-MRG-SURVIVING-SSN
112100             SET WS-FOUND TO TRUE
112200         END-IF
112300     END-PERFORM
112400     PERFORM VARYING WS-MAD-IX FROM 1 BY 1
112500             UNTIL WS-MAD-IX > WS-MAD-TABLE-COUNT
112600         IF NOT WS-MAD-DROPPED(WS-MAD-IX)
112700             AND WS-MAD-SSN(WS-MAD-IX) = WS-MRG-RETIRED-SSN
112800             MOVE WS-MAD-DATA(WS-MAD-IX) TO WS-LOG-IMAGE
112900             MOVE WS-MRG-RETIRED-SSN   TO WS-DTL-OLD-SSN
113000             MOVE WS-MRG-SURVIVING-SSN TO WS-DTL-NEW-SSN
113100             MOVE 'MAILING ADDRESS' TO WS-DTL-DESC
113200             IF WS-FOUND
113300                 MOVE 'D' TO WS-LOG-DISPOSITION
113400                 SET WS-MAD-DROPPED(WS-MAD-IX) TO TRUE
113500             ELSE
113600                 MOVE 'R' TO WS-LOG-DISPOSITION
113700                 MOVE WS-MRG-SURVIVING-SSN
113800                     TO WS-MAD-SSN(WS-MAD-IX)
113900                 SET WS-FOUND TO TRUE
114000             END-IF
114100             PERFORM 3900-LOG-AND-REPORT
114200         END-IF
114300     END-PERFORM.
114400
114500*ROWS CARRYING THE RETIRED ID, AND ROWS WITH NO MEMBER ID UNDER
114600*AN ORPHANED RETIRED SSN, ARE COMBINED INTO THE SURVIVOR'S ROW
114700*FOR THE SAME YEAR AND PATIENT OR RE-KEYED WHEN THERE IS NONE.
114800 3400-MERGE-ACCUMULATORS.
114900     MOVE 'MACC' TO WS-LOG-FILE-CODE
115000     PERFORM VARYING WS-MAC-IX FROM 1 BY 1
115100             UNTIL WS-MAC-IX > WS-MAC-TABLE-COUNT
115200         IF NOT WS-MAC-DROPPED(WS-MAC-IX)
115300             AND (WS-MAC-MBR-ID(WS-MAC-IX) = WS-MRG-RETIRED-ID
115400               OR (WS-RETIRED-SSN-ORPHANED
115500                 AND WS-MAC-MBR-ID(WS-MAC-IX) = ZERO
115600                 AND WS-MAC-SSN(WS-MAC-IX) = WS-MRG-RETIRED-SSN))
115700             MOVE WS-MAC-DATA(WS-MAC-IX) TO WS-LOG-IMAGE
115800             MOVE WS-MAC-DATA(WS-MAC-IX) TO WS-MACC-IMAGE
115900             MOVE WS-MAC-SSN(WS-MAC-IX) TO WS-DTL-OLD-SSN
116000             MOVE WS-MRG-SURVIVING-SSN  TO WS-DTL-NEW-SSN
116100             MOVE SPACES TO WS-DTL-DESC
116200             STRING 'YEAR ' WS-MAC-YEAR(WS-MAC-IX)
116300                 ' REL ' WS-MAC-REL(WS-MAC-IX)
116400                 ' ' WS-MAC-PAT-LAST(WS-MAC-IX)
116500                 DELIMITED BY SIZE INTO WS-DTL-DESC
116600             PERFORM 3450-FIND-SURVIVOR-ACCUM
116700             IF WS-FOUND
116800                 MOVE 'C' TO WS-LOG-DISPOSITION
116900                 ADD WS-MAC-DED(WS-MAC-IX)
117000                     TO WS-MAC-DED(WS-MAC-JX)
117100                 ADD WS-MAC-COINS(WS-MAC-IX)
117200                     TO WS-MAC-COINS(WS-MAC-JX)
117210                 ADD WS-MAC-RX-DED(WS-MAC-IX)
117220                     TO WS-MAC-RX-DED(WS-MAC-JX)
117230                 ADD WS-MAC-RX-COINS(WS-MAC-IX)
117240                     TO WS-MAC-RX-COINS(WS-MAC-JX)
117300                 SET WS-MAC-DROPPED(WS-MAC-IX) TO TRUE
117400             ELSE
117500                 MOVE 'R' TO WS-LOG-DISPOSITION
117600                 MOVE WS-MRG-SURVIVING-SSN
117700                     TO WS-MAC-SSN(WS-MAC-IX)
117800                 IF WS-MAC-MBR-ID(WS-MAC-IX) = WS-MRG-RETIRED-ID
117900                     MOVE WS-MRG-SURVIVING-ID
118000                         TO WS-MAC-MBR-ID(WS-MAC-IX)
118100                 END-IF
118200             END-IF
118300             PERFORM 3900-LOG-AND-REPORT
118400         END-IF
118500     END-PERFORM.
118600
118700*THE SURVIVOR'S ROW FOR THE PATIENT AND YEAR IN WS-MACC-IMAGE:
118800*THE SURVIVING ID, OR NO MEMBER ID UNDER THE SURVIVING SSN.
118900 3450-FIND-SURVIVOR-ACCUM.
119000     MOVE 'N' TO WS-FOUND-SW
119100     PERFORM VARYING WS-MAC-JX FROM 1 BY 1
119200             UNTIL WS-MAC-JX > WS-MAC-TABLE-COUNT OR WS-FOUND
119300         IF NOT WS-MAC-DROPPED(WS-MAC-JX)
119400             AND (WS-MAC-MBR-ID(WS-MAC-JX) = WS-MRG-SURVIVING-ID
119500               OR (WS-MAC-MBR-ID(WS-MAC-JX) = ZERO
119600                 AND WS-MAC-SSN(WS-MAC-JX)
119700                     = WS-MRG-SURVIVING-SSN))
119800             AND WS-MAC-YEAR(WS-MAC-JX)
119900                 = MACC-BENEFIT-YEAR OF WS-MACC-IMAGE
120000             AND WS-MAC-REL(WS-MAC-JX)
120100                 = MACC-PATIENT-REL OF WS-MACC-IMAGE
120200             AND WS-MAC-PAT-LAST(WS-MAC-JX)
120300                 = MACC-PATIENT-LAST OF WS-MACC-IMAGE
120400             AND WS-MAC-PAT-FIRST(WS-MAC-JX)
120500                 = MACC-PATIENT-FIRST OF WS-MACC-IMAGE
120600             SET WS-FOUND TO TRUE
120700         END-IF
120800     END-PERFORM
120900     IF WS-FOUND
121000         SET WS-MAC-JX DOWN BY 1
121100     END-IF.
121200
121300 3500-MERGE-CLAIM-HISTORY.
121400     MOVE 'CHST' TO WS-LOG-FILE-CODE
121500     MOVE 'R'    TO WS-LOG-DISPOSITION
121600     MOVE 'N' TO WS-CHS-EOF-SW
121700     MOVE ZERO TO CHIST-CLM-KEY OF CHIST-RECORD
121800     START CLAIM-HISTORY
121900         KEY IS NOT LESS THAN CHIST-CLM-KEY OF CHIST-RECORD
122000         INVALID KEY
122100             SET WS-NO-MORE-CHS TO TRUE
122200     END-START
122300     PERFORM UNTIL WS-NO-MORE-CHS
122400         READ CLAIM-HISTORY NEXT RECORD
122500             AT END
122600                 SET WS-NO-MORE-CHS TO TRUE
122700             NOT AT END
122800                 IF CHIST-MEMBER-ID OF CHIST-RECORD
122900                     = WS-MRG-RETIRED-ID
123000                   OR (WS-RETIRED-SSN-ORPHANED
123100                     AND CHIST-MEMBER-ID OF CHIST-RECORD = ZERO
123200                     AND CHIST-SUBSCR-SSN OF CHIST-RECORD
123300                         = WS-MRG-RETIRED-SSN)
123400                     PERFORM 3550-REKEY-CLAIM-HISTORY
123500                 END-IF
123600         END-READ
123700     END-PERFORM.
123800
123900 3550-REKEY-CLAIM-HISTORY.
124000     MOVE CHIST-RECORD TO WS-LOG-IMAGE
124100     MOVE CHIST-SUBSCR-SSN OF CHIST-RECORD TO WS-DTL-OLD-SSN
124200     MOVE WS-MRG-SURVIVING-SSN TO WS-DTL-NEW-SSN
124300     MOVE SPACES TO WS-DTL-DESC
124400     STRING 'CLAIM ' CHIST-CLM-KEY OF CHIST-RECORD
124500         DELIMITED BY SIZE INTO WS-DTL-DESC
124600     MOVE WS-MRG-SURVIVING-SSN
124700         TO CHIST-SUBSCR-SSN OF CHIST-RECORD
124800     IF CHIST-MEMBER-ID OF CHIST-RECORD = WS-MRG-RETIRED-ID
124900         MOVE WS-MRG-SURVIVING-ID
125000             TO CHIST-MEMBER-ID OF CHIST-RECORD
125100     END-IF
125200     MOVE WS-TODAY-DATE TO CHIST-LAST-UPDATE-DATE OF CHIST-RECORD
125300     REWRITE CHIST-RECORD
125400     PERFORM 3900-LOG-AND-REPORT.
125500
125600*ONE LOG ENTRY AND ONE REPORT LINE PER RECORD A MERGE TOUCHES.
125700 3900-LOG-AND-REPORT.
125800     MOVE SPACES TO MRGLO-RECORD
125900     MOVE WS-CUR-MERGE-DATE TO MRGL-MERGE-DATE OF MRGLO-RECORD
126000     MOVE WS-CUR-MERGE-SEQ  TO MRGL-MERGE-SEQ OF MRGLO-RECORD
126100     MOVE WS-MRG-RETIRED-ID
126200         TO MRGL-RETIRED-MEMBER-ID OF MRGLO-RECORD
126300     MOVE WS-MRG-SURVIVING-ID
126400         TO MRGL-SURVIVING-MEMBER-ID OF MRGLO-RECORD
126500     MOVE WS-MRG-RETIRED-SSN
126600         TO MRGL-RETIRED-SSN OF MRGLO-RECORD
126700     MOVE WS-MRG-SURVIVING-SSN
126800         TO MRGL-SURVIVING-SSN OF MRGLO-RECORD
126900     MOVE WS-LOG-FILE-CODE   TO MRGL-FILE-CODE OF MRGLO-RECORD
127000     MOVE WS-LOG-DISPOSITION TO MRGL-DISPOSITION OF MRGLO-RECORD
127100     MOVE 'A'                TO MRGL-STATUS OF MRGLO-RECORD
127200     MOVE WS-OPERATOR-ID
127300         TO MRGL-MERGE-OPERATOR OF MRGLO-RECORD
127400     MOVE WS-LOG-IMAGE       TO MRGL-BEFORE-IMAGE OF MRGLO-RECORD
127500     WRITE MRGLO-RECORD
127600     ADD 1 TO WS-LOG-WRITE-COUNT
127700     ADD 1 TO WS-LOG-NEW-COUNT
127800     ADD 1 TO WS-TXN-RECORD-COUNT
127900     MOVE WS-LOG-FILE-CODE TO WS-DTL-FILE
128000     EVALUATE WS-LOG-DISPOSITION
128100         WHEN 'C'
128200             MOVE 'COMBINED INTO SURVIVOR' TO WS-DTL-DISPOSITION
128300             ADD 1 TO WS-COMBINE-COUNT
128400         WHEN 'D'
128500             MOVE 'DROPPED AS DUPLICATE' TO WS-DTL-DISPOSITION
128600             ADD 1 TO WS-DROP-COUNT
128700         WHEN OTHER
128800             MOVE 'RE-KEYED TO SURVIVOR' TO WS-DTL-DISPOSITION
128900             ADD 1 TO WS-REKEY-COUNT
129000     END-EVALUATE
129100     PERFORM 3950-WRITE-DETAIL.
129200
129300 3950-WRITE-DETAIL.
129400     MOVE WS-MRG-ACTION-TEXT  TO WS-DTL-ACTION
129500     MOVE WS-MRG-RETIRED-ID   TO WS-DTL-RETIRED-ID
129600     MOVE WS-MRG-SURVIVING-ID TO WS-DTL-SURVIVING-ID
129700     MOVE 'M' TO WS-ACCT-FUNCTION
129800     MOVE WS-DTL-OLD-SSN TO WS-MASK-IN WS-MASK-OUT
129900     CALL 'BCPACCTM' USING WS-ACCT-FUNCTION
130000         WS-MASK-IN WS-MASK-OUT
130100     END-CALL
130200     MOVE WS-MASK-OUT(1:9) TO WS-DTL-OLD-MASKED
130300     MOVE WS-DTL-NEW-SSN TO WS-MASK-IN WS-MASK-OUT
130400     CALL 'BCPACCTM' USING WS-ACCT-FUNCTION
130500         WS-MASK-IN WS-MASK-OUT
130600     END-CALL
130700     MOVE WS-MASK-OUT(1:9) TO WS-DTL-NEW-MASKED
130800     MOVE WS-DTL-LINE TO RPT-LINE
130900     WRITE RPT-LINE.
131000
131100 4000-WRITE-MASTERS-OUT.
131200     OPEN OUTPUT MEMBER-XREF-OUT
131300     PERFORM VARYING WS-MIX-IX FROM 1 BY 1
131400             UNTIL WS-MIX-IX > WS-MIX-TABLE-COUNT
131500         IF NOT WS-MIX-DROPPED(WS-MIX-IX)
131600             MOVE WS-MIX-DATA(WS-MIX-IX) TO MIDXO-RECORD
131700             WRITE MIDXO-RECORD
131800         END-IF
131900     END-PERFORM
132000     CLOSE MEMBER-XREF-OUT
132100     OPEN OUTPUT ENROLLMENT-OUT
132200     PERFORM VARYING WS-ENR-IX FROM 1 BY 1
132300             UNTIL WS-ENR-IX > WS-ENR-TABLE-COUNT
132400         IF NOT WS-ENR-DROPPED(WS-ENR-IX)
132500             MOVE WS-ENR-DATA(WS-ENR-IX) TO ENROLLO-RECORD
132600             WRITE ENROLLO-RECORD
132700         END-IF
132800     END-PERFORM
132900     CLOSE ENROLLMENT-OUT
133000     OPEN OUTPUT MEMBER-ADDR-OUT
133100     PERFORM VARYING WS-MAD-IX FROM 1 BY 1
133200             UNTIL WS-MAD-IX > WS-MAD-TABLE-COUNT
133300         IF NOT WS-MAD-DROPPED(WS-MAD-IX)
133400             MOVE WS-MAD-DATA(WS-MAD-IX) TO MADRO-RECORD
133500             WRITE MADRO-RECORD
133600         END-IF
133700     END-PERFORM
133800     CLOSE MEMBER-ADDR-OUT
133900     OPEN OUTPUT ACCUM-MASTER-OUT
134000     PERFORM VARYING WS-MAC-IX FROM 1 BY 1
134100             UNTIL WS-MAC-IX > WS-MAC-TABLE-COUNT
134200         IF NOT WS-MAC-DROPPED(WS-MAC-IX)
134300             MOVE WS-MAC-DATA(WS-MAC-IX) TO MACO-RECORD
134400             WRITE MACO-RECORD
134500         END-IF
134600     END-PERFORM
134700     CLOSE ACCUM-MASTER-OUT.
134800
134900 5000-WRITE-SUMMARY.
135000     MOVE SPACES TO RPT-LINE
135100     WRITE RPT-LINE
135200     MOVE SPACES TO RPT-LINE
135300     STRING 'TRANSACTIONS READ ' WS-TXN-READ-COUNT
135400         '  MERGED ' WS-MERGE-COUNT
135500         '  UNMERGED ' WS-UNMERGE-COUNT
135600         '  REJECTED ' WS-REJECT-COUNT
135700         DELIMITED BY SIZE INTO RPT-LINE
135800     WRITE RPT-LINE
135900     MOVE SPACES TO RPT-LINE
136000     STRING 'RECORDS RE-KEYED ' WS-REKEY-COUNT
136100         '  COMBINED ' WS-COMBINE-COUNT
136200         '  DROPPED ' WS-DROP-COUNT
136300         '  RESTORED ' WS-RESTORE-COUNT
136400         '  NOT REVERSED ' WS-EXCEPTION-COUNT
136500         DELIMITED BY SIZE INTO RPT-LINE
136600     WRITE RPT-LINE
136700     MOVE SPACES TO RPT-LINE
136800     STRING 'MERGE LOG ENTRIES READ ' WS-LOG-READ-COUNT
136900         '  ADDED ' WS-LOG-NEW-COUNT
137000         '  WRITTEN ' WS-LOG-WRITE-COUNT
137100         DELIMITED BY SIZE INTO RPT-LINE
137200     WRITE RPT-LINE
137300     IF WS-RUN-FATAL
137400         MOVE 'RUN STOPPED - NO FILE CHANGED' TO RPT-LINE
137500         WRITE RPT-LINE
137600     END-IF.
137700
137800 8000-REJECT-TXN.
137900     SET WS-TXN-REJECTED(WS-TXN-IX) TO TRUE
138000     ADD 1 TO WS-REJECT-COUNT
138100     MOVE SPACES TO RPT-LINE
138200     STRING 'REJECTED ' WS-TXN-ACTION(WS-TXN-IX)
138300         ' ' WS-TXN-RETIRED-ID(WS-TXN-IX)
138400         ' ' WS-TXN-SURVIVING-ID(WS-TXN-IX)
138500         ' - ' WS-REJECT-REASON
138600         DELIMITED BY SIZE INTO RPT-LINE
138700     WRITE RPT-LINE.
138800
138900 9000-TERMINATE.
139000     CLOSE MERGE-RPT.
