001860*            OPERATOR). A FAILED SIGN-ON ABORTS THE RUN (RC 8)   *
001870*            BEFORE ANY TRANSACTION IS APPLIED.                  *
001880******************************************************************
001881* 10-15-26 - R KOWALSKI - AR 150117 - PROVIDER ENROLLMENT AND    *
001882*            CREDENTIALING MASTER (BCPPRVMS) ADDED AS A TENTH    *
001883*            MAINTAINED MASTER. ITS KEY IS NPI + SPAN EFFECTIVE  *
001884*            DATE (18 BYTES, ADJACENT); THE IMAGE EDITS CHECK    *
001885*            THE SPAN AND CREDENTIALING DATES AND THE            *
001886*            PARTICIPATION AND CREDENTIALING STATUS CODES.       *
001887******************************************************************
001888* 10-15-26 - R KOWALSKI - AR 150118 - PCP ASSIGNMENT MASTER      *
001889*            (BCPPCPAS, KEY MEMBER ID + EFFECTIVE DATE, 18       *
001890*            BYTES) AND CAPITATION RATE TABLE (BCPCAPRT, KEY     *
001891*            CONTRACT CODE + EFFECTIVE DATE, 10 BYTES) ADDED AS  *
001892*            MAINTAINED MASTERS, WITH SPAN DATE, MEMBER ID, PCP  *
001893*            NPI AND PMPM RATE EDITS.                            *
001894******************************************************************
001895* 10-15-26 - R KOWALSKI - AR 150139 - REFERENCE FRESHNESS. THE   *
001896*            ICD-10 MASTER (BCPICDMS, KEY CODE + TYPE +          *
001897*            EFFECTIVE DATE, 19 BYTES), NCCI PTP (BCPPTPMS, 10)  *
001898*            AND MUE (BCPMUEMS, 5) TABLES, DRG TABLE (BCPDRGMS,  *
001899*            KEY ROW TYPE + FISCAL YEAR + DIAGNOSIS AND          *
001900*            PROCEDURE PREFIXES, 19) AND FEE SCHEDULE (BCPFEEMS, *
001901*            KEY PROCEDURE + MODIFIER, 7) ARE ADDED AS           *
001902*            MAINTAINED MASTERS SO THEIR PUBLISHED REFRESHES ARE *
001903*            APPLIED HERE. A RUN THAT APPLIES AT LEAST ONE       *
001904*            TRANSACTION STAMPS THE MASTER'S ROW ON THE          *
001905*            REFERENCE FRESHNESS CONTROL FILE (VIA BCPREFST);    *
001906*            OTHERWISE THE CONTROL FILE IS CARRIED FORWARD       *
001907*            UNCHANGED.                                          *
001908******************************************************************
001909* 10-15-26 - R KOWALSKI - AR 150146 - LEGAL HOLD MASTER          *
001910*            (BCPLGHLD, KEY HOLD ID + SCOPE SEQUENCE, 11 BYTES)  *
001911*            ADDED AS A MAINTAINED MASTER SO EVERY HOLD ISSUED   *
001912*            OR RELEASED BY LEGAL IS EDITED AND AUDIT LOGGED. A  *
001913*            HOLD CANNOT BE DELETED - IT IS RELEASED BY A CHANGE *
001914*            CARRYING THE RELEASED DATE AND RELEASE NOTICE       *
001915*            REFERENCE, AND THE CHANGE REGISTER PRINTS A RELEASE *
001916*            NOTICE LINE SAYING FROM WHICH DATE THE RECORDS IN   *
001917*            SCOPE ARE ELIGIBLE FOR PURGE AGAIN.                 *
001918******************************************************************
001919* 10-15-26 - R KOWALSKI - AR 150147 - HOSPITAL-ACQUIRED          *
001920*            CONDITION MASTER (BCPHACMS, KEY FISCAL YEAR +       *
001921*            DIAGNOSIS PREFIX, 11 BYTES) ADDED AS A MAINTAINED   *
001922*            MASTER FOR THE BCPDRGGR HAC PAYMENT EDIT, WITH      *
001923*            FISCAL YEAR, DIAGNOSIS PREFIX AND HAC CATEGORY      *
001924*            EDITS.                                              *
001925******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. BCPREFMT.
002100 ENVIRONMENT DIVISION.
009100 01  WS-ADD-COUNT              PIC 9(05)      VALUE ZERO.
009200 01  WS-CHG-COUNT              PIC 9(05)      VALUE ZERO.
009300 01  WS-DEL-COUNT              PIC 9(05)      VALUE ZERO.
009310*AR 150139 - FRESHNESS CONTROL STAMP (BCPREFST) WORK FIELDS.
009320 01  WS-REFST-FUNCTION         PIC X(01).
009330 01  WS-REFST-MASTER-ID        PIC X(08).
009340 01  WS-REFST-PROGRAM          PIC X(08)      VALUE 'BCPREFMT'.
009350 01  WS-REFST-VERSION          PIC X(10).
009360 01  WS-REFST-LOAD-DATE        PIC X(08).
009370 01  WS-REFST-RESULT           PIC X(01)      VALUE 'N'.
009400 PROCEDURE DIVISION.
009500 0000-MAIN-CONTROL.
009510     PERFORM 0100-OPERATOR-SIGN-ON
010100         END-IF
010200         IF NOT WS-RUN-ABORTED
010300             PERFORM 3000-WRITE-MASTER-OUT
010310             PERFORM 3500-STAMP-FRESHNESS
010400         END-IF
010500         PERFORM 4000-WRITE-SUMMARY
010600         PERFORM 9000-TERMINATE
021900             MOVE 17 TO WS-KEY-LEN
022000         WHEN 'BCPPBMST'
022100             MOVE 45 TO WS-KEY-LEN
022110         WHEN 'BCPPRVMS'
022120             MOVE 18 TO WS-KEY-LEN
022130         WHEN 'BCPPCPAS'
022140             MOVE 18 TO WS-KEY-LEN
022150         WHEN 'BCPCAPRT'
022160             MOVE 10 TO WS-KEY-LEN
022163         WHEN 'BCPICDMS'
022166             MOVE 19 TO WS-KEY-LEN
022169         WHEN 'BCPPTPMS'
022172             MOVE 10 TO WS-KEY-LEN
022175         WHEN 'BCPMUEMS'
022178             MOVE 05 TO WS-KEY-LEN
022181         WHEN 'BCPDRGMS'
022184             MOVE 19 TO WS-KEY-LEN
022187         WHEN 'BCPFEEMS'
022190             MOVE 07 TO WS-KEY-LEN
022193         WHEN 'BCPLGHLD'
022196             MOVE 11 TO WS-KEY-LEN
022197         WHEN 'BCPHACMS'
022198             MOVE 11 TO WS-KEY-LEN
022200         WHEN OTHER
022300             SET WS-PROFILE-OK-SW TO 'N'
022400     END-EVALUATE.
025400             MOVE 'ACTION CODE NOT A, C OR D'
025500                 TO WS-TXN-ERR-TEXT
025600     END-EVALUATE
025610*AR 150146 - A LEGAL HOLD IS RELEASED, NEVER DELETED.
025620     IF NOT WS-TXN-IN-ERROR
025630         AND REFTXN-IS-DELETE
025640         AND WS-RUN-FILE-ID = 'BCPLGHLD'
025650         SET WS-TXN-IN-ERROR TO TRUE
025660         MOVE 'LEGAL HOLD IS RELEASED, NEVER DELETED'
025670             TO WS-TXN-ERR-TEXT
025680     END-IF
025700     IF NOT WS-TXN-IN-ERROR
025800         AND (REFTXN-IS-ADD OR REFTXN-IS-CHANGE)
025900         IF REFTXN-IMAGE(1:WS-KEY-LEN)
027300* EFF(8)+TERM(8); BCPPBMST NPI(10)+ACCT(35)+ABA(12)+DATE(8)+     *
027400* STATUS(1); BCPTPMST SENDER(16)+RECEIVER(16)+STATUS(1);         *
027500* BCPSTMND STATE(2)+FIELD(4)+REQ(1); BCPNDCMS CODE(10)+          *
027600* STATUS(1); BCPTXNMS CODE(30)+STATUS(1); BCPPRVMS NPI(10)+      *
027610* EFF(8)+TERM(8)+PAR(1)+CRED(1)+SPECIALTY(10)+CRED-DATE(8)+      *
027620* RECRED-DUE(8); BCPPCPAS MEMBER(10)+EFF(8)+TERM(8)+NPI(10)+    *
027630* CONTRACT(2); BCPCAPRT CONTRACT(2)+EFF(8)+TERM(8)+RATE(7)+      *
027640* DESCRIPTION(30); BCPICDMS CODE(10)+TYPE(1)+EFF(8)+END(8)+      *
027650* SEX(1);                                                        *
027660* BCPPTPMS CODE1(5)+CODE2(5)+MOD-IND(1); BCPMUEMS CODE(5)+       *
027670* UNITS(5); BCPDRGMS TYPE(1)+FY(4)+DIAG(7)+PROC(7)+DRGS(9)+      *
027680* SEV(1); BCPFEEMS CODE(5)+MOD(2)+MIN(9)+MAX(9)+ALLOWED(9).      *
027685* BCPLGHLD HOLD(8)+SEQ(3)+MATTER(30)+SOURCE(1)+CASE(12)+         *
027690* TYPE(1)+VALUE(10)+FROM(8)+THRU(8)+ISSUED(8)+RELEASED(8)+       *
027695* NOTICE(12); BCPHACMS FY(4)+DIAG(7)+CATEGORY(2)+                *
027697* DESCRIPTION(30).                                               *
027700******************************************************************
027800 2410-EDIT-IMAGE-FIELDS.
027900     EVALUATE WS-RUN-FILE-ID
033400                 SET WS-TXN-IN-ERROR TO TRUE
033500                 MOVE 'PBM STATUS NOT P OR C' TO WS-TXN-ERR-TEXT
033600             END-IF
033610         WHEN 'BCPPRVMS'
033620             MOVE REFTXN-IMAGE(11:8) TO WS-DATE-WORK
033630             MOVE 'N' TO WS-SPACES-OK-SW
033640             PERFORM 2420-CHECK-DATE
033650             MOVE REFTXN-IMAGE(19:8) TO WS-DATE-WORK
033660             MOVE 'Y' TO WS-SPACES-OK-SW
033670             PERFORM 2420-CHECK-DATE
033680             MOVE REFTXN-IMAGE(39:8) TO WS-DATE-WORK
033690             PERFORM 2420-CHECK-DATE
033691             MOVE REFTXN-IMAGE(47:8) TO WS-DATE-WORK
033692             PERFORM 2420-CHECK-DATE
033693             IF REFTXN-IMAGE(27:1) NOT = 'P' AND 'N'
033694                 SET WS-TXN-IN-ERROR TO TRUE
033695                 MOVE 'PARTICIPATION STATUS NOT P OR N'
033696                     TO WS-TXN-ERR-TEXT
033697             END-IF
033698             IF REFTXN-IMAGE(28:1) NOT = 'C' AND 'P' AND 'D'
033699                     AND 'S'
033700                 SET WS-TXN-IN-ERROR TO TRUE
033701                 MOVE 'CRED STATUS NOT C, P, D OR S'
033702                     TO WS-TXN-ERR-TEXT
033703             END-IF
033710         WHEN 'BCPPCPAS'
033711             IF REFTXN-IMAGE(1:10) IS NOT NUMERIC
033712                 SET WS-TXN-IN-ERROR TO TRUE
033713                 MOVE 'MEMBER ID NOT NUMERIC' TO WS-TXN-ERR-TEXT
033714             END-IF
033715             MOVE REFTXN-IMAGE(11:8) TO WS-DATE-WORK
033716             MOVE 'N' TO WS-SPACES-OK-SW
033717             PERFORM 2420-CHECK-DATE
033718             MOVE REFTXN-IMAGE(19:8) TO WS-DATE-WORK
033719             MOVE 'Y' TO WS-SPACES-OK-SW
033720             PERFORM 2420-CHECK-DATE
033721             IF REFTXN-IMAGE(27:10) = SPACES
033722                 SET WS-TXN-IN-ERROR TO TRUE
033723                 MOVE 'PCP NPI REQUIRED' TO WS-TXN-ERR-TEXT
033724             END-IF
033725             IF REFTXN-IMAGE(37:2) = SPACES
033726                 SET WS-TXN-IN-ERROR TO TRUE
033727                 MOVE 'CONTRACT CODE REQUIRED' TO WS-TXN-ERR-TEXT
033728             END-IF
033730         WHEN 'BCPCAPRT'
033731             MOVE REFTXN-IMAGE(3:8) TO WS-DATE-WORK
033732             MOVE 'N' TO WS-SPACES-OK-SW
033733             PERFORM 2420-CHECK-DATE
033734             MOVE REFTXN-IMAGE(11:8) TO WS-DATE-WORK
033735             MOVE 'Y' TO WS-SPACES-OK-SW
033736             PERFORM 2420-CHECK-DATE
033737             IF REFTXN-IMAGE(19:7) IS NOT NUMERIC
033738                 SET WS-TXN-IN-ERROR TO TRUE
033739                 MOVE 'PMPM RATE NOT NUMERIC' TO WS-TXN-ERR-TEXT
033740             END-IF
033741         WHEN 'BCPICDMS'
033742             IF REFTXN-IMAGE(11:1) NOT = 'D' AND 'P'
033743                 SET WS-TXN-IN-ERROR TO TRUE
033744                 MOVE 'ICD CODE TYPE NOT D OR P'
033745                     TO WS-TXN-ERR-TEXT
033746             END-IF
033747             MOVE REFTXN-IMAGE(12:8) TO WS-DATE-WORK
033748             MOVE 'N' TO WS-SPACES-OK-SW
033749             PERFORM 2420-CHECK-DATE
033750             MOVE REFTXN-IMAGE(20:8) TO WS-DATE-WORK
033751             MOVE 'Y' TO WS-SPACES-OK-SW
033752             PERFORM 2420-CHECK-DATE
033753             IF REFTXN-IMAGE(28:1) NOT = 'F' AND 'M' AND ' '
033754                 SET WS-TXN-IN-ERROR TO TRUE
033755                 MOVE 'ICD SEX RESTRICTION NOT F, M OR BLANK'
033756                     TO WS-TXN-ERR-TEXT
033757             END-IF
033758         WHEN 'BCPPTPMS'
033759             IF REFTXN-IMAGE(11:1) NOT = '0' AND '1'
033760                 SET WS-TXN-IN-ERROR TO TRUE
033761                 MOVE 'PTP MODIFIER INDICATOR NOT 0 OR 1'
033762                     TO WS-TXN-ERR-TEXT
033763             END-IF
033764         WHEN 'BCPMUEMS'
033765             IF REFTXN-IMAGE(6:5) IS NOT NUMERIC
033766                 SET WS-TXN-IN-ERROR TO TRUE
033767                 MOVE 'MUE UNIT LIMIT NOT NUMERIC'
033768                     TO WS-TXN-ERR-TEXT
033769             END-IF
033770         WHEN 'BCPDRGMS'
033771             IF REFTXN-IMAGE(1:1) NOT = 'D' AND 'C'
033772                 SET WS-TXN-IN-ERROR TO TRUE
033773                 MOVE 'DRG ROW TYPE NOT D OR C' TO WS-TXN-ERR-TEXT
033774             END-IF
033775             IF REFTXN-IMAGE(2:4) IS NOT NUMERIC
033776                 SET WS-TXN-IN-ERROR TO TRUE
033777                 MOVE 'DRG FISCAL YEAR NOT NUMERIC'
033778                     TO WS-TXN-ERR-TEXT
033779             END-IF
033780         WHEN 'BCPFEEMS'
033781             IF REFTXN-IMAGE(8:27) IS NOT NUMERIC
033782                 SET WS-TXN-IN-ERROR TO TRUE
033783                 MOVE 'FEE AMOUNTS NOT NUMERIC' TO WS-TXN-ERR-TEXT
033784             END-IF
033785         WHEN 'BCPLGHLD'
033786             PERFORM 2415-EDIT-LEGAL-HOLD
033787         WHEN 'BCPHACMS'
033788             IF REFTXN-IMAGE(1:4) IS NOT NUMERIC
033789                 SET WS-TXN-IN-ERROR TO TRUE
033790                 MOVE 'HAC FISCAL YEAR NOT NUMERIC'
033791                     TO WS-TXN-ERR-TEXT
033792             END-IF
033793             IF REFTXN-IMAGE(5:7) = SPACES
033794                 SET WS-TXN-IN-ERROR TO TRUE
033795                 MOVE 'HAC DIAGNOSIS PREFIX REQUIRED'
033796                     TO WS-TXN-ERR-TEXT
033797             END-IF
033798             IF REFTXN-IMAGE(12:2) IS NOT NUMERIC
033799                 OR REFTXN-IMAGE(12:2) = '00'
033800                 SET WS-TXN-IN-ERROR TO TRUE
033801                 MOVE 'HAC CATEGORY NOT 01-99' TO WS-TXN-ERR-TEXT
033802             END-IF
033704         WHEN OTHER
033800             CONTINUE
033900     END-EVALUATE.
034000
034001*AR 150146 - LEGAL HOLD EDITS. THE SCOPE VALUE MUST SUIT THE
034002*SCOPE TYPE, A DATE-RANGE HOLD NEEDS BOTH ENDS, AND A RELEASE
034003*NEEDS ITS NOTICE REFERENCE AND CANNOT PREDATE THE ISSUE DATE.
034004 2415-EDIT-LEGAL-HOLD.
034005     IF REFTXN-IMAGE(9:3) IS NOT NUMERIC
034006         SET WS-TXN-IN-ERROR TO TRUE
034007         MOVE 'HOLD SCOPE SEQUENCE NOT NUMERIC' TO WS-TXN-ERR-TEXT
034008     END-IF
034009     IF REFTXN-IMAGE(12:30) = SPACES
034010         SET WS-TXN-IN-ERROR TO TRUE
034011         MOVE 'HOLD MATTER REQUIRED' TO WS-TXN-ERR-TEXT
034012     END-IF
034013     IF REFTXN-IMAGE(42:1) NOT = 'L' AND 'S' AND 'D' AND 'R'
034014         SET WS-TXN-IN-ERROR TO TRUE
034015         MOVE 'HOLD SOURCE NOT L, S, D OR R' TO WS-TXN-ERR-TEXT
034016     END-IF
034017     EVALUATE REFTXN-IMAGE(55:1)
034018         WHEN 'C'
034019             IF REFTXN-IMAGE(56:6) IS NOT NUMERIC
034020                 OR REFTXN-IMAGE(56:6) = '000000'
034021                 SET WS-TXN-IN-ERROR TO TRUE
034022                 MOVE 'HOLD CLAIM KEY NOT NUMERIC'
034023                     TO WS-TXN-ERR-TEXT
034024             END-IF
034025         WHEN 'M'
034026             IF REFTXN-IMAGE(56:10) IS NOT NUMERIC
034027                 OR REFTXN-IMAGE(56:10) = '0000000000'
034028                 SET WS-TXN-IN-ERROR TO TRUE
034029                 MOVE 'HOLD MEMBER ID NOT NUMERIC'
034030                     TO WS-TXN-ERR-TEXT
034031             END-IF
034032         WHEN 'N'
034033             IF REFTXN-IMAGE(56:10) = SPACES
034034                 SET WS-TXN-IN-ERROR TO TRUE
034035                 MOVE 'HOLD NPI REQUIRED' TO WS-TXN-ERR-TEXT
034036             END-IF
034037         WHEN 'D'
034038             MOVE REFTXN-IMAGE(66:8) TO WS-DATE-WORK
034039             MOVE 'N' TO WS-SPACES-OK-SW
034040             PERFORM 2420-CHECK-DATE
034041             MOVE REFTXN-IMAGE(74:8) TO WS-DATE-WORK
034042             PERFORM 2420-CHECK-DATE
034043             IF NOT WS-TXN-IN-ERROR
034044                 AND REFTXN-IMAGE(66:8) > REFTXN-IMAGE(74:8)
034045                 SET WS-TXN-IN-ERROR TO TRUE
034046                 MOVE 'HOLD DATE RANGE FROM IS AFTER THRU'
034047                     TO WS-TXN-ERR-TEXT
034048             END-IF
034049         WHEN OTHER
034050             SET WS-TXN-IN-ERROR TO TRUE
034051             MOVE 'HOLD SCOPE TYPE NOT C, M, N OR D'
034052                 TO WS-TXN-ERR-TEXT
034053     END-EVALUATE
034054     MOVE REFTXN-IMAGE(82:8) TO WS-DATE-WORK
034055     MOVE 'N' TO WS-SPACES-OK-SW
034056     PERFORM 2420-CHECK-DATE
034057     MOVE REFTXN-IMAGE(90:8) TO WS-DATE-WORK
034058     MOVE 'Y' TO WS-SPACES-OK-SW
034059     PERFORM 2420-CHECK-DATE
034060     IF REFTXN-IMAGE(90:8) NOT = SPACES
034061         IF REFTXN-IMAGE(98:12) = SPACES
034062             SET WS-TXN-IN-ERROR TO TRUE
034063             MOVE 'HOLD RELEASE NOTICE REFERENCE REQUIRED'
034064                 TO WS-TXN-ERR-TEXT
034065         END-IF
034066         IF REFTXN-IMAGE(90:8) < REFTXN-IMAGE(82:8)
034067             SET WS-TXN-IN-ERROR TO TRUE
034068             MOVE 'HOLD RELEASED BEFORE IT WAS ISSUED'
034069                 TO WS-TXN-ERR-TEXT
034070         END-IF
034071     END-IF.
034081
034100 2420-CHECK-DATE.
034200     MOVE 'Y' TO WS-DATE-OK-SW
034300     IF WS-DATE-WORK = SPACES
039200     STRING REFTXN-ACTION ' ' WS-RUN-FILE-ID ' KEY '
039300         REFTXN-KEY(1:WS-KEY-LEN) ' APPLIED'
039400         DELIMITED BY SIZE INTO RPT-LINE
039500     WRITE RPT-LINE
039510     IF WS-RUN-FILE-ID = 'BCPLGHLD'
039520         AND REFTXN-IMAGE(90:8) NOT = SPACES
039530         AND MNTLG-BEFORE-IMAGE(90:8) = SPACES
039540         PERFORM 2520-WRITE-RELEASE-NOTICE
039550     END-IF.
039600
039700 2510-ADD-MASTER-LINE.
039800     IF WS-MST-TABLE-COUNT < 10000
040700         WRITE RPT-LINE
040800     END-IF.
040900
040908*AR 150146 - A HOLD (ADDED OR CHANGED) THAT NOW CARRIES A
040916*RELEASED DATE IT DID NOT HAVE BEFORE IS A RELEASE NOTICE.
040924 2520-WRITE-RELEASE-NOTICE.
040932     MOVE SPACES TO RPT-LINE
040940     STRING '  RELEASE NOTICE ' REFTXN-IMAGE(98:12)
040948         ' - LEGAL HOLD ' REFTXN-IMAGE(1:8)
040956         ' SCOPE ' REFTXN-IMAGE(9:3)
040964         ' RELEASED ' REFTXN-IMAGE(90:8)
040972         ' - RECORDS ELIGIBLE FOR PURGE FROM THAT DATE'
040980         DELIMITED BY SIZE INTO RPT-LINE
040988     WRITE RPT-LINE.
040994
041000 2900-WRITE-REJECT-LINE.
041100     MOVE SPACES TO RPT-LINE
041200     STRING REFTXN-ACTION ' ' REFTXN-FILE-ID ' KEY '
042400     END-PERFORM
042500     CLOSE MASTER-OUT.
042600
042604*AR 150139 - A RUN THAT APPLIED ANY TRANSACTION COUNTS AS A
042608*LOAD OF ITS MASTER ON THE REFERENCE FRESHNESS CONTROL FILE;
042612*OTHERWISE THE CONTROL FILE IS ONLY CARRIED FORWARD. A MASTER
042616*WITH NO CONTROL ROW (NOT A PUBLISHED REFERENCE) IS NOT STAMPED.
042620 3500-STAMP-FRESHNESS.
042624     IF WS-APPLIED-COUNT = ZERO
042628         MOVE 'C' TO WS-REFST-FUNCTION
042632     ELSE
042636         MOVE 'S' TO WS-REFST-FUNCTION
042640     END-IF
042644     MOVE WS-RUN-FILE-ID TO WS-REFST-MASTER-ID
042648     CALL 'BCPREFST' USING WS-REFST-FUNCTION WS-REFST-MASTER-ID
042652         WS-REFST-PROGRAM WS-REFST-VERSION WS-REFST-LOAD-DATE
042656         WS-REFST-RESULT
042660     END-CALL
042664     IF WS-REFST-RESULT = 'Y'
042668         MOVE SPACES TO RPT-LINE
042672         STRING 'FRESHNESS CONTROL STAMPED - ' WS-REFST-MASTER-ID
042676             ' VERSION ' WS-REFST-VERSION
042680             ' LOADED ' WS-REFST-LOAD-DATE
042684             DELIMITED BY SIZE INTO RPT-LINE
042688         WRITE RPT-LINE
042692     END-IF.
042700 4000-WRITE-SUMMARY.
042800     MOVE SPACES TO RPT-LINE
042900     WRITE RPT-LINE
