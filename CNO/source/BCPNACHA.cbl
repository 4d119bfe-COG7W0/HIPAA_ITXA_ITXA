001385*            (BCPBKCAL) - SO BCPBKREC CAN EXPECT THE SAME DATE   *
001386*            THE BANK USES.                                      *
001387******************************************************************
001388******************************************************************
001389* 10-15-26 - R KOWALSKI - AR 150118 - PCP CAPITATION. BCPCAPRN'S *
001390*            MONTHLY CAPRESP FILE IS CONCATENATED TO BCPRESP.    *
001391*            A CAPITATION RESPONSE (PAT-TRAN-ID 'CAPPMT') IS ONE *
001392*            NET AMOUNT PER PCP PER RUN, SO IT SKIPS THE CLAIM   *
001393*            DUPLICATE CHECK; A PCP WITH NO BANK ACCOUNT ON THE  *
001394*            RESPONSE IS PAID BY CHECK WITHOUT A PRE-NOTE.       *
001395*            OFFSETS, WITHHOLDING AND THE RELEASE QUEUE APPLY    *
001396*            AS FOR CLAIMS. THE GROSS CAPITATION PAID GOES TO A  *
001397*            NEW CAPPAY LEDGER ROW SO BCPGLEXT CAN BOOK IT AS    *
001398*            ITS OWN PAYMENT TYPE.                               *
001399******************************************************************
001399******************************************************************
001399* 10-15-26 - R KOWALSKI - AR 150129 - SIU PRE-PAYMENT HOLD. OPEN *
001399*            SPECIAL INVESTIGATIONS CASES (BCPSIUCS, MAINTAINED  *
001399*            ON BCPSIUWS) CARRYING A HOLD ARE LOADED AT STARTUP. *
001399*            AFTER THE EXCLUSION CHECK, AN ACCEPTED RESPONSE TO  *
001399*            A FULL-HOLD NPI DIVERTS WHOLE TO THE SIU HELD-      *
001399*            PAYMENTS FILE (BCPSIUHP) - NO ENTRY, NO CHECK, NO   *
001399*            PAID KEY; UNDER A PERCENTAGE HOLD THAT PERCENT OF   *
001399*            EACH CLAIM PAYMENT IS HELD (IMAGE TAGGED 'SIUPMT')  *
001399*            AND THE REST PAYS AS USUAL. INTEREST AND            *
001399*            CAPITATION ARE HELD ONLY UNDER A FULL HOLD. HELD    *
001399*            ITEMS THE INVESTIGATOR RELEASED FEED THIS RUN LIKE  *
001399*            SUPERVISOR-RELEASED ENTRIES (NO SECOND SIU OR       *
001399*            THRESHOLD DIVERT; A RELEASED PERCENTAGE PORTION     *
001399*            SKIPS THE DUPLICATE CHECK AND ADDS NO PAID KEY) AND *
001399*            ARE MARKED PAID; FORFEITED ITEMS ARE MARKED BOOKED. *
001399*            SIUHELD, SIURLSE AND SIUFORF LEDGER ROWS CARRY THE  *
001399*            AMOUNTS TO BCPGLEXT.                                *
001399******************************************************************
001399******************************************************************
001399* 10-15-26 - R KOWALSKI - AR 150130 - VIRTUAL CARD PAYMENT       *
001399*            CHANNEL. THE PROVIDER PAYMENT METHOD PREFERENCE     *
001399*            MASTER (BCPPYPRF) IS LOADED AT STARTUP; A PAYEE     *
001399*            WITH A CHECK ELECTION IN EFFECT IS PAID BY CHECK    *
001399*            WHATEVER ITS BANK STATUS, AND ONE WITH A VIRTUAL    *
001399*            CARD ELECTION GOES ON THE CARD BANK'S ISSUANCE FILE *
001399*            (BCPVCISS) UNDER A PAYMENT REFERENCE KEPT ACROSS    *
001399*            RUNS IN BCPVCSEQ. OFFSETS AND WITHHOLDING APPLY AS  *
001399*            FOR A CHECK. A CARD PAYMENT ADDS A PAID KEY,        *
001399*            COUNTED INTO THE LIVEPAY ROW SO IT STILL PROVES,    *
001399*            AND A NEW CARDPAY LEDGER ROW CARRIES THE AMOUNT TO  *
001399*            BCPGLEXT. BCPVCSTS TRACKS EACH CARD FROM HERE TO    *
001399*            SETTLEMENT.                                         *
001399******************************************************************
001399******************************************************************
001399* 10-15-26 - R KOWALSKI - AR 150131 - PAYEE PAYMENT FREQUENCY    *
001399*            AND PAYEE-LEVEL CONSOLIDATION. A PAYEE TIN WITH A   *
001399*            PAYMENT CYCLE PROFILE (BCPPYCYC - DAILY, TWICE      *
001399*            WEEKLY OR WEEKLY) IS PAID ONLY ON ITS PAY DAYS: A   *
001399*            RESPONSE THAT IS NOT DUE GOES TO THE                *
001399*            PENDING-PAYMENT FILE (BCPPNDPY), CARRIED FORWARD    *
001399*            RUN TO RUN AND FED BACK THROUGH THE FULL SELECTION  *
001399*            ON THE DAY IT FALLS DUE (OR ONCE A PAY DAY HAS      *
001399*            PASSED WITHOUT A RUN). ON THE PAY DAY EVERY ACH     *
001399*            PAYMENT TO THE TIN - ACROSS ITS NPIS, PER COMPANY   *
001399*            AND BANK ACCOUNT - IS CONSOLIDATED INTO ONE ENTRY,  *
001399*            BUILT AFTER THE LAST RESPONSE. EACH CLAIM'S PAID    *
001399*            KEY CARRIES THE ENTRY'S TRACE NUMBER                *
001399*            (PDKEY-ENTRY-TRACE) AND EVERY PAYMENT IN THE ENTRY  *
001399*            IS LISTED ON THE NEW CROSS-REFERENCE FILE           *
001399*            (BCPCNXRF) FOR BCP835GN. LIVEPAY COUNTS EACH        *
001399*            CONSOLIDATED PAYMENT, SO IT STILL PROVES TO         *
001399*            PDKEYADD. NPI-TO-TIN COMES FROM THE PROVIDER TAX    *
001399*            MASTER ALREADY READ FOR WITHHOLDING.                *
001399******************************************************************
001399******************************************************************
001399* 10-15-26 - R KOWALSKI - AR 150132 - SAME-DAY ACH. WHEN THE     *
001399*            SAME-DAY CONTROL RECORD (BCPSDACT) IS ACTIVE AND    *
001399*            THE RUN BEATS ONE OF THE BANK'S SUBMISSION WINDOWS  *
001399*            ON A BUSINESS DAY, THE ACH PAYMENT FOR A CLAIM THAT *
001399*            CAME THROUGH THE HOT BATCH OR WAS EXPEDITED (THE    *
001399*            BCPHOTKY LOG FROM BCPHOTDR) GOES IN A SEPARATE      *
001399*            SAME-DAY BATCH FOR ITS COMPANY: EFFECTIVE ENTRY     *
001399*            DATE TODAY AND DESCRIPTIVE DATE SDHHMM (THE         *
001399*            WINDOW'S SETTLEMENT TIME) INSTEAD OF THE 1950       *
001399*            NEXT-BUSINESS-DAY DATE. AN ELIGIBLE PAYMENT OVER    *
001399*            THE NACHA PER-ENTRY LIMIT, OR ONE IN A RUN PAST THE *
001399*            LAST WINDOW, GOES IN THE REGULAR BATCH AS BEFORE    *
001399*            AND IS COUNTED ON THE SUMMARY. CONSOLIDATED PAYEE   *
001399*            ENTRIES AND PRE-NOTES STAY REGULAR.                 *
001399******************************************************************
001399******************************************************************
001399* 10-15-26 - R KOWALSKI - AR 150133 - FEDACH ROUTING NUMBER      *
001399*            VALIDATION. BEFORE A PRE-NOTE OR A LIVE ENTRY IS    *
001399*            BUILT FOR AN ACH PAYEE, THE ROUTING NUMBER GOES     *
001399*            THROUGH BCPABAVL: NINE DIGITS, GOOD CHECK DIGIT,    *
001399*            AND ON THE FEDACH PARTICIPANT DIRECTORY LOADED BY   *
001399*            BCPFEDLD. ONE THAT FAILS IS NOT PRE-NOTED OR ADDED  *
001399*            TO THE PROVIDER BANK MASTER; THE PAYMENT GOES OUT   *
001399*            BY CHECK WITH AN EXCEPTION LINE, AND THE RUN ENDS   *
001399*            RC 4. WITH NO DIRECTORY ON HAND ONLY THE CHECK      *
001399*            DIGIT IS ENFORCED AND THE SUMMARY SAYS SO.          *
001399******************************************************************
001400******************************************************************
001401* 10-15-26 - R KOWALSKI - AR 150129 - A PAYMENT OVER THE RELEASE *
001402*            THRESHOLD IS NOW DIVERTED ON ITS GROSS AMOUNT,      *
001403*            AHEAD OF ANY SIU PERCENTAGE HOLD, AND QUEUED WHOLE. *
001404*            THE PERCENTAGE HOLD IS TAKEN ONCE, WHEN THE         *
001405*            APPROVED PAYMENT IS RELEASED; IT WAS BEING TAKEN AT *
001406*            THE DIVERT AND AGAIN ON RELEASE. BCP835GN MATCHES.  *
001407******************************************************************
001408******************************************************************
001409* 10-15-26 - R KOWALSKI - AR 150132 - A SAME-DAY ELIGIBLE        *
001410*            PAYMENT LEFT ON THE REGULAR ENTRY BECAUSE THE       *
001411*            COMPANY TABLE HAS NO ROOM FOR A SAME-DAY TWIN IS    *
001412*            NOW COUNTED AND TOTALED ON THE SUMMARY.             *
001413******************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. BCPNACHA.
001400 ENVIRONMENT DIVISION.
002877     SELECT OPTIONAL REL-PARM-FILE ASSIGN TO RELPARM
002877            ORGANIZATION IS LINE SEQUENTIAL
002877            FILE STATUS IS WS-RLP-STATUS.
002877     SELECT OPTIONAL SIU-CASE-FILE ASSIGN TO SIUCASE
002877            ORGANIZATION IS LINE SEQUENTIAL
002877            FILE STATUS IS WS-SIUC-STATUS.
002877     SELECT OPTIONAL SIU-HELD-FILE ASSIGN TO SIUHELD
002877            ORGANIZATION IS LINE SEQUENTIAL
002877            FILE STATUS IS WS-SIUH-STATUS.
002877     SELECT SIU-HELD-OUT ASSIGN TO SIUHELDO
002877            ORGANIZATION IS LINE SEQUENTIAL
002877            FILE STATUS IS WS-SIUHO-STATUS.
002877*AR 150130 - PAYMENT METHOD PREFERENCES, CARD REFERENCE CONTROL
002877*AND THE VIRTUAL CARD ISSUANCE FILE.
002877     SELECT OPTIONAL PAY-PREF-FILE ASSIGN TO PMTPREF
002877            ORGANIZATION IS LINE SEQUENTIAL
002877            FILE STATUS IS WS-PYP-STATUS.
002877     SELECT OPTIONAL CARD-SEQ-FILE ASSIGN TO VCSEQ
002877            ORGANIZATION IS LINE SEQUENTIAL
002877            FILE STATUS IS WS-VCS-STATUS.
002877     SELECT CARD-ISSUE-FILE ASSIGN TO VCISSUE
002877            ORGANIZATION IS LINE SEQUENTIAL
002877            FILE STATUS IS WS-VCI-STATUS.
002877*AR 150131 - PAYEE PAYMENT CYCLE PROFILES, THE PENDING-PAYMENT
002877*FILE CARRIED FORWARD, AND THE CONSOLIDATED ENTRY CROSS-REFERENCE.
002877     SELECT OPTIONAL PAY-CYCLE-FILE ASSIGN TO PAYCYCLE
002877            ORGANIZATION IS LINE SEQUENTIAL
002877            FILE STATUS IS WS-PYC-STATUS.
002877     SELECT OPTIONAL PENDING-PAY-FILE ASSIGN TO PNDPIN
002877            ORGANIZATION IS LINE SEQUENTIAL
002877            FILE STATUS IS WS-PND-STATUS.
002877     SELECT PENDING-PAY-OUT ASSIGN TO PNDPOUT
002877            ORGANIZATION IS LINE SEQUENTIAL
002877            FILE STATUS IS WS-PNDO-STATUS.
002877     SELECT CONSOL-XREF-OUT ASSIGN TO CNXREF
002877            ORGANIZATION IS LINE SEQUENTIAL
002877            FILE STATUS IS WS-CNX-STATUS.
002877*AR 150132 - SAME-DAY ACH CONTROL RECORD AND HOT-BATCH KEY LOG.
002877     SELECT OPTIONAL SAME-DAY-CTL-FILE ASSIGN TO SDACTL
002877            ORGANIZATION IS LINE SEQUENTIAL
002877            FILE STATUS IS WS-SDA-STATUS.
002877     SELECT OPTIONAL HOT-KEY-FILE ASSIGN TO HOTKEYS
002877            ORGANIZATION IS LINE SEQUENTIAL
002877            FILE STATUS IS WS-HKY-STATUS.
002878*AR 150090 - PROVIDER TAX MASTER AND BACKUP WITHHOLDING LEDGER.
002878     SELECT PTX-MASTER-FILE ASSIGN TO PTXMAST
002878            ORGANIZATION IS LINE SEQUENTIAL
004096 FD  REL-PARM-FILE.
004096 01  RLPRM-RECORD.
004096     05  RLPRM-THRESHOLD           PIC 9(09)V99.
004096 FD  SIU-CASE-FILE.
004096     COPY BCPSIUCS.
004096 FD  SIU-HELD-FILE.
004096     COPY BCPSIUHP.
004096 FD  SIU-HELD-OUT.
004096     COPY BCPSIUHP
004096         REPLACING ==SIUH-RECORD== BY ==SIUHO-RECORD==.
004096 FD  PAY-PREF-FILE.
004096     COPY BCPPYPRF.
004096 FD  CARD-SEQ-FILE.
004096     COPY BCPVCSEQ.
004096 FD  CARD-ISSUE-FILE.
004096     COPY BCPVCISS.
004096 FD  PAY-CYCLE-FILE.
004096     COPY BCPPYCYC.
004096 FD  PENDING-PAY-FILE.
004096     COPY BCPPNDPY.
004096 FD  PENDING-PAY-OUT.
004096     COPY BCPPNDPY
004096         REPLACING ==PNDP-RECORD== BY ==PNDPO-RECORD==.
004096 FD  CONSOL-XREF-OUT.
004096     COPY BCPCNXRF.
004096 FD  SAME-DAY-CTL-FILE.
004096     COPY BCPSDACT.
004096 FD  HOT-KEY-FILE.
004096     COPY BCPHOTKY.
004097 FD  CONTROL-LEDGER.
004098     COPY BCPCTLG.
004100 FD  NACHA-OUTPUT.
008613     88  WS-NO-MORE-CPR            VALUE 'Y'.
008613 01  WS-COMP-TABLE-COUNT       PIC 9(02)      VALUE ZERO.
008613 01  WS-COMP-TABLE.
008613*AR 150132 - ROOM FOR A SAME-DAY TWIN OF EACH COMPANY.
008613     05  WS-COMP-ENTRY         OCCURS 20 TIMES
008613                               INDEXED BY WS-COMP-IX.
008613         10  WS-COMP-ID            PIC X(05).
008613         10  WS-COMP-NAME          PIC X(16).
008613         10  WS-COMP-LIVE          PIC 9(05).
008613         10  WS-COMP-PRENOTE       PIC 9(05).
008613         10  WS-COMP-LINES-CNT     PIC 9(04).
008613         10  WS-COMP-SAME-DAY-SW   PIC X(01).
008613             88  WS-COMP-IS-SAME-DAY   VALUE 'Y'.
008613         10  WS-COMP-TWIN          PIC 9(02).
008613         10  WS-COMP-LINE          OCCURS 2000 TIMES
008613                                   PIC X(94).
008613 01  WS-CUR-COMP               PIC 9(02)      VALUE 1.
008616*AR 150053 - SUPPLEMENTAL PROMPT-PAY INTEREST ENTRY TALLIES.
008617 01  WS-INTEREST-COUNT         PIC 9(05)      VALUE ZERO.
008618 01  WS-INTEREST-CENTS         PIC 9(12)      VALUE ZERO.
008618*AR 150118 - PCP CAPITATION TALLIES (GROSS OF OFFSETS).
008618 01  WS-CAP-COUNT              PIC 9(05)      VALUE ZERO.
008618 01  WS-CAP-TOTAL              PIC 9(11)V99   VALUE ZERO.
008619*AR 150080 - OIG EXCLUSION MASTER TABLE AND HOLD TALLY.
008620 01  WS-EXC-STATUS             PIC X(02).
008621 01  WS-EXC-EOF-SW             PIC X(01)      VALUE 'N'.
008650 01  WS-WHT-AMT                PIC 9(09)V99   VALUE ZERO.
008651 01  WS-WHT-COUNT              PIC 9(05)      VALUE ZERO.
008652 01  WS-WHT-TOTAL              PIC 9(11)V99   VALUE ZERO.
008653*AR 150129 - SIU HOLD TABLE (OPEN CASES WITH A HOLD ONLY), THE
008653*RELEASED-ITEM TABLE (WHOLE BCPSIUHP RECORDS) AND TALLIES.
008653 01  WS-SIUC-STATUS            PIC X(02).
008653 01  WS-SIUH-STATUS            PIC X(02).
008653 01  WS-SIUHO-STATUS           PIC X(02).
008653 01  WS-SIUC-EOF-SW            PIC X(01)      VALUE 'N'.
008653     88  WS-NO-MORE-SIUC           VALUE 'Y'.
008653 01  WS-SIUH-EOF-SW            PIC X(01)      VALUE 'N'.
008653     88  WS-NO-MORE-SIUH           VALUE 'Y'.
008653 01  WS-SIU-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
008653 01  WS-SIU-TABLE.
008653     05  WS-SIU-ENTRY          OCCURS 1 TO 5000 TIMES
008653                               DEPENDING ON WS-SIU-TABLE-COUNT
008653                               INDEXED BY WS-SIU-IX.
008653         10  WS-SIU-NPI            PIC X(10).
008653         10  WS-SIU-CASE-NBR       PIC 9(06).
008653         10  WS-SIU-HOLD-TYPE      PIC X(01).
008653         10  WS-SIU-HOLD-PCT       PIC 9(03).
008653 01  WS-SIU-OVERFLOW-COUNT     PIC 9(05)      VALUE ZERO.
008653 01  WS-SIU-HOLD-SW            PIC X(01)      VALUE 'N'.
008653     88  WS-SIU-FULL-HOLD          VALUE 'F'.
008653     88  WS-SIU-PCT-HOLD           VALUE 'P'.
008653 01  WS-SIU-RELEASE-MODE-SW    PIC X(01)      VALUE 'N'.
008653     88  WS-SIU-RELEASE-MODE       VALUE 'Y'.
008653 01  WS-SIU-PCT-WORK           PIC 9(12)V99   VALUE ZERO.
008653 01  WS-SIU-HOLD-AMT           PIC 9(09)V99   VALUE ZERO.
008653 01  WS-SIU-PAY-AMT            PIC 9(09)V99   VALUE ZERO.
008653 01  WS-SIU-SAVE-TRAN-ID       PIC X(06).
008653 01  WS-SIU-HOLD-DESC          PIC X(07).
008653 01  WS-SRL-TABLE-COUNT        PIC 9(03)      VALUE ZERO.
008653 01  WS-SRL-TABLE.
008653     05  WS-SRL-ENTRY          OCCURS 1 TO 200 TIMES
008653                               DEPENDING ON WS-SRL-TABLE-COUNT
008653                               INDEXED BY WS-SRL-IX.
008653         10  WS-SRL-RECORD         PIC X(669).
008653 01  WS-SRL-IX-N               PIC 9(03).
008653 01  WS-SIU-UNPAID-BEFORE      PIC 9(07)      VALUE ZERO.
008653 01  WS-SIU-UNPAID-AFTER       PIC 9(07)      VALUE ZERO.
008653 01  WS-SIU-NOKEY-COUNT        PIC 9(05)      VALUE ZERO.
008653 01  WS-SIU-HELD-COUNT         PIC 9(05)      VALUE ZERO.
008653 01  WS-SIU-HELD-TOTAL         PIC 9(11)V99   VALUE ZERO.
008653 01  WS-SIU-REL-COUNT          PIC 9(05)      VALUE ZERO.
008653 01  WS-SIU-REL-TOTAL          PIC 9(11)V99   VALUE ZERO.
008653 01  WS-SIU-FORF-COUNT         PIC 9(05)      VALUE ZERO.
008653 01  WS-SIU-FORF-TOTAL         PIC 9(11)V99   VALUE ZERO.
008654*AR 150130 - PAYMENT METHOD TABLE (CHECK AND CARD ELECTIONS IN
008654*EFFECT ONLY - EVERYONE ELSE IS ACH), CARD REFERENCE AND TALLIES.
008654 01  WS-PYP-STATUS             PIC X(02).
008654 01  WS-VCS-STATUS             PIC X(02).
008654 01  WS-VCI-STATUS             PIC X(02).
008654 01  WS-PYP-EOF-SW             PIC X(01)      VALUE 'N'.
008654     88  WS-NO-MORE-PYP            VALUE 'Y'.
008654 01  WS-VCS-EOF-SW             PIC X(01)      VALUE 'N'.
008654     88  WS-NO-MORE-VCS            VALUE 'Y'.
008654 01  WS-PYP-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
008654 01  WS-PYP-TABLE.
008654     05  WS-PYP-ENTRY          OCCURS 1 TO 10000 TIMES
008654                               DEPENDING ON WS-PYP-TABLE-COUNT
008654                               INDEXED BY WS-PYP-IX.
008654         10  WS-PYP-NPI            PIC X(10).
008654         10  WS-PYP-METHOD         PIC X(01).
008654         10  WS-PYP-EMAIL          PIC X(60).
008654         10  WS-PYP-FAX            PIC X(10).
008654 01  WS-PYP-OVERFLOW-COUNT     PIC 9(05)      VALUE ZERO.
008654 01  WS-PAY-METHOD-SW          PIC X(01)      VALUE 'A'.
008654     88  WS-PAY-BY-ACH             VALUE 'A'.
008654     88  WS-PAY-BY-CHECK           VALUE 'C'.
008654     88  WS-PAY-BY-CARD            VALUE 'V'.
008654 01  WS-CARD-REF               PIC 9(10)      VALUE ZERO.
008654 01  WS-CARD-AMT-CENTS         PIC 9(11)      VALUE ZERO.
008654 01  WS-CARD-TOTAL-CENTS       PIC 9(13)      VALUE ZERO.
008654 01  WS-CARD-COUNT             PIC 9(05)      VALUE ZERO.
008654 01  WS-CARD-TOTAL             PIC 9(11)V99   VALUE ZERO.
008654 01  WS-CARD-KEY-COUNT         PIC 9(05)      VALUE ZERO.
008654 01  WS-FULL-OFFSET-CARD-COUNT PIC 9(05)      VALUE ZERO.
008655*AR 150131 - PAYEE PAYMENT CYCLES: NPI-TO-TIN TABLE (BCPPTXMS),
008655*THE CYCLE PROFILES IN EFFECT, AND THE CONSOLIDATION GROUPS WITH
008655*THEIR MEMBER PAYMENTS, BUILT UP THROUGH THE RUN.
008655 01  WS-PYC-STATUS             PIC X(02).
008655 01  WS-PND-STATUS             PIC X(02).
008655 01  WS-PNDO-STATUS            PIC X(02).
008655 01  WS-CNX-STATUS             PIC X(02).
008655 01  WS-PYC-EOF-SW             PIC X(01)      VALUE 'N'.
008655     88  WS-NO-MORE-PYC            VALUE 'Y'.
008655 01  WS-PND-EOF-SW             PIC X(01)      VALUE 'N'.
008655     88  WS-NO-MORE-PND            VALUE 'Y'.
008655 01  WS-TIN-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
008655 01  WS-TIN-TABLE.
008655     05  WS-TIN-ENTRY          OCCURS 1 TO 10000 TIMES
008655                               DEPENDING ON WS-TIN-TABLE-COUNT
008655                               INDEXED BY WS-TIN-IX.
008655         10  WS-TIN-NPI            PIC X(10).
008655         10  WS-TIN-TIN            PIC X(09).
008655         10  WS-TIN-NAME           PIC X(22).
008655 01  WS-TIN-OVERFLOW-COUNT     PIC 9(05)      VALUE ZERO.
008655 01  WS-PYC-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
008655 01  WS-PYC-TABLE.
008655     05  WS-PYC-ENTRY          OCCURS 1 TO 5000 TIMES
008655                               DEPENDING ON WS-PYC-TABLE-COUNT
008655                               INDEXED BY WS-PYC-IX.
008655         10  WS-PYC-TIN            PIC X(09).
008655         10  WS-PYC-CYCLE          PIC X(01).
008655         10  WS-PYC-DAY-1          PIC 9(01).
008655         10  WS-PYC-DAY-2          PIC 9(01).
008655 01  WS-PYC-OVERFLOW-COUNT     PIC 9(05)      VALUE ZERO.
008655 01  WS-PYC-FOUND-SW           PIC X(01)      VALUE 'N'.
008655     88  WS-PYC-FOUND              VALUE 'Y'.
008655 01  WS-CYC-TIN                PIC X(09).
008655 01  WS-CYC-NAME               PIC X(22).
008655 01  WS-CYC-CYCLE              PIC X(01).
008655     88  WS-CYC-DAILY              VALUE 'D'.
008655     88  WS-CYC-TWICE-WEEKLY       VALUE 'T'.
008655 01  WS-CYC-DAY-1              PIC 9(01).
008655 01  WS-CYC-DAY-2              PIC 9(01).
008655 01  WS-CYC-QUEUED-DATE        PIC X(08).
008655 01  WS-CYC-DUE-SW             PIC X(01)      VALUE 'Y'.
008655     88  WS-CYC-DUE                VALUE 'Y'.
008655 01  WS-CYCLE-DUE-MODE-SW      PIC X(01)      VALUE 'N'.
008655     88  WS-CYCLE-DUE-MODE         VALUE 'Y'.
008655 01  WS-TODAY-INT              PIC 9(07)      VALUE ZERO.
008655 01  WS-TODAY-DOW              PIC 9(01)      VALUE ZERO.
008655 01  WS-CYC-QUEUED-INT         PIC 9(07)      VALUE ZERO.
008655 01  WS-CYC-WORK-INT           PIC 9(07)      VALUE ZERO.
008655 01  WS-CYC-WORK-DOW           PIC 9(01)      VALUE ZERO.
008655 01  WS-CYC-HELD-COUNT         PIC 9(05)      VALUE ZERO.
008655 01  WS-CYC-HELD-TOTAL         PIC 9(11)V99   VALUE ZERO.
008655 01  WS-CYC-CARRIED-COUNT      PIC 9(05)      VALUE ZERO.
008655 01  WS-CYC-RELEASED-COUNT     PIC 9(05)      VALUE ZERO.
008655 01  WS-CON-WANT.
008655     05  WS-CON-WANT-TIN       PIC X(09).
008655     05  WS-CON-WANT-COMP      PIC 9(02).
008655     05  WS-CON-WANT-ABA       PIC X(12).
008655     05  WS-CON-WANT-ACCT      PIC X(35).
008655     05  WS-CON-WANT-CHK-SAV   PIC X(03).
008655 01  WS-CON-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
008655 01  WS-CON-TABLE.
008655     05  WS-CON-ENTRY          OCCURS 1 TO 2000 TIMES
008655                               DEPENDING ON WS-CON-TABLE-COUNT
008655                               INDEXED BY WS-CON-IX.
008655         10  WS-CON-KEY.
008655             15  WS-CON-TIN        PIC X(09).
008655             15  WS-CON-COMP       PIC 9(02).
008655             15  WS-CON-ABA        PIC X(12).
008655             15  WS-CON-ACCT       PIC X(35).
008655             15  WS-CON-CHK-SAV    PIC X(03).
008655         10  WS-CON-NAME           PIC X(22).
008655         10  WS-CON-AMT            PIC 9(09)V99.
008655         10  WS-CON-MEMBERS        PIC 9(05).
008655 01  WS-CON-IX-N               PIC 9(04)      VALUE ZERO.
008655 01  WS-CON-FOUND-SW           PIC X(01)      VALUE 'N'.
008655     88  WS-CON-FOUND              VALUE 'Y'.
008655 01  WS-CON-ADDED-SW           PIC X(01)      VALUE 'N'.
008655     88  WS-CON-ADDED              VALUE 'Y'.
008655 01  WS-CNM-TABLE-COUNT        PIC 9(05)      VALUE ZERO.
008655 01  WS-CNM-TABLE.
008655     05  WS-CNM-ENTRY          OCCURS 1 TO 10000 TIMES
008655                               DEPENDING ON WS-CNM-TABLE-COUNT
008655                               INDEXED BY WS-CNM-IX.
008655         10  WS-CNM-GROUP          PIC 9(04).
008655         10  WS-CNM-CLM-KEY        PIC 9(06).
008655         10  WS-CNM-POLICY-KEY     PIC 9(09).
008655         10  WS-CNM-NPI-KEY        PIC 9(10).
008655         10  WS-CNM-TRAN-ID        PIC X(06).
008655         10  WS-CNM-PROV-NPI       PIC X(10).
008655         10  WS-CNM-GROSS-AMT      PIC 9(09)V99.
008655         10  WS-CNM-NET-AMT        PIC 9(09)V99.
008655 01  WS-CNM-IX-N               PIC 9(05)      VALUE ZERO.
008655 01  WS-CON-ENTRY-COUNT        PIC 9(05)      VALUE ZERO.
008655 01  WS-CON-MEMBER-COUNT       PIC 9(05)      VALUE ZERO.
008655 01  WS-KEY-CLM                PIC 9(06)      VALUE ZERO.
008655 01  WS-KEY-POLICY             PIC 9(09)      VALUE ZERO.
008655 01  WS-KEY-NPI                PIC 9(10)      VALUE ZERO.
008655 01  WS-KEY-TRACE              PIC X(15)      VALUE SPACES.
008656*AR 150132 - SAME-DAY ACH: CONTROL RECORD, THE WINDOW THIS RUN
008656*MAKES, AND THE HOT-BATCH CLAIM KEYS STILL ELIGIBLE.
008656 01  WS-SDA-STATUS             PIC X(02).
008656 01  WS-HKY-STATUS             PIC X(02).
008656 01  WS-SDA-EOF-SW             PIC X(01)      VALUE 'N'.
008656     88  WS-NO-MORE-SDA            VALUE 'Y'.
008656 01  WS-HKY-EOF-SW             PIC X(01)      VALUE 'N'.
008656     88  WS-NO-MORE-HKY            VALUE 'Y'.
008656 01  WS-SDA-MODE-SW            PIC X(01)      VALUE 'N'.
008656     88  WS-SDA-MODE-ON            VALUE 'Y'.
008656 01  WS-SDA-WINDOW-SW          PIC X(01)      VALUE 'N'.
008656     88  WS-SDA-WINDOW-OPEN        VALUE 'Y'.
008656 01  WS-SDA-ELIGIBLE-SW        PIC X(01)      VALUE 'N'.
008656     88  WS-SDA-ELIGIBLE           VALUE 'Y'.
008656 01  WS-SDA-ROUTED-SW          PIC X(01)      VALUE 'N'.
008656     88  WS-SDA-ROUTED             VALUE 'Y'.
008656 01  WS-SDA-LIMIT              PIC 9(07)V99   VALUE 1000000.
008656 01  WS-SDA-KEY-DAYS           PIC 9(03)      VALUE 30.
008656 01  WS-SDA-CUTOFF-HHMM        PIC X(04)      VALUE SPACES.
008656 01  WS-SDA-SETTLE-HHMM        PIC X(04)      VALUE SPACES.
008656 01  WS-SDA-WIN-IX             PIC 9(01)      VALUE ZERO.
008656 01  WS-SDA-WIN-COUNT          PIC 9(01)      VALUE ZERO.
008656 01  WS-SDA-TODAY-INT          PIC 9(07)      VALUE ZERO.
008656 01  WS-SDA-FROM-DATE-N        PIC 9(08)      VALUE ZERO.
008656 01  WS-SDA-FROM-DATE          PIC X(08)      VALUE SPACES.
008656 01  WS-SDA-TWIN               PIC 9(02)      VALUE ZERO.
008656 01  WS-SDA-DESC-DATE.
008656     05  FILLER                PIC X(02)      VALUE 'SD'.
008656     05  WS-SDA-DESC-HHMM      PIC X(04)      VALUE SPACES.
008656 01  WS-SDA-LABEL              PIC X(09)      VALUE SPACES.
008656 01  WS-HKY-TABLE-COUNT        PIC 9(04)      VALUE ZERO.
008656 01  WS-HKY-TABLE.
008656     05  WS-HKY-ENTRY          OCCURS 1 TO 5000 TIMES
008656                               DEPENDING ON WS-HKY-TABLE-COUNT
008656                               INDEXED BY WS-HKY-IX.
008656         10  WS-HKY-CLM-KEY        PIC 9(06).
008656 01  WS-HKY-OVERFLOW-COUNT     PIC 9(05)      VALUE ZERO.
008656 01  WS-SDA-SENT-COUNT         PIC 9(05)      VALUE ZERO.
008656 01  WS-SDA-SENT-TOTAL         PIC 9(11)V99   VALUE ZERO.
008656 01  WS-SDA-LATE-COUNT         PIC 9(05)      VALUE ZERO.
008656 01  WS-SDA-LATE-TOTAL         PIC 9(11)V99   VALUE ZERO.
008656 01  WS-SDA-OVER-COUNT         PIC 9(05)      VALUE ZERO.
008656 01  WS-SDA-OVER-TOTAL         PIC 9(11)V99   VALUE ZERO.
008656 01  WS-SDA-NOTWIN-COUNT       PIC 9(05)      VALUE ZERO.
008656 01  WS-SDA-NOTWIN-TOTAL       PIC 9(11)V99   VALUE ZERO.
008657*AR 150133 - ROUTING NUMBER VALIDATION THROUGH BCPABAVL.
008657 01  WS-ABA-RESULT             PIC X(01)      VALUE SPACE.
008657     88  WS-ABA-VALID              VALUE 'V'.
008657     88  WS-ABA-BAD-FORMAT         VALUE 'F'.
008657     88  WS-ABA-BAD-CHECK-DIGIT    VALUE 'C'.
008657     88  WS-ABA-NOT-PARTICIPANT    VALUE 'N'.
008657     88  WS-ABA-UNVERIFIED         VALUE 'U'.
008657 01  WS-ABA-BANK-NAME          PIC X(36).
008657 01  WS-ABA-PASSED-SW          PIC X(01)      VALUE 'Y'.
008657     88  WS-ABA-PASSED             VALUE 'Y'.
008657 01  WS-ABA-REASON             PIC X(24).
008657 01  WS-ABA-FAIL-COUNT         PIC 9(05)      VALUE ZERO.
008657 01  WS-ABA-FAIL-TOTAL         PIC 9(11)V99   VALUE ZERO.
008657 01  WS-ABA-UNVERIFIED-COUNT   PIC 9(05)      VALUE ZERO.
009100 PROCEDURE DIVISION.
009200 0000-MAIN-CONTROL.
009300     PERFORM 1000-INITIALIZE
009420     PERFORM 1300-LOAD-RECEIVABLES
009425     PERFORM 1350-LOAD-COMPANY-PROFILES
009430     PERFORM 1400-LOAD-CHECK-SEQ
009431     PERFORM 1450-LOAD-PAY-PREFS
009432     PERFORM 1470-LOAD-CARD-SEQ
009432     PERFORM 1480-LOAD-PAY-CYCLES
009440     PERFORM 1500-LOAD-CHECK-XREF
009445     PERFORM 1600-LOAD-EXCLUSIONS
009446     PERFORM 1700-LOAD-WITHHOLDING
009447     PERFORM 1800-LOAD-RELEASE-QUEUE
009448     PERFORM 1850-LOAD-SIU-HOLDS
009500     PERFORM 2000-WRITE-FILE-HEADER
009510     PERFORM 2050-WRITE-CARD-HEADER
009600     PERFORM 2600-PROCESS-RELEASED
009601     PERFORM 2650-PROCESS-SIU-RELEASED
009601     PERFORM 2700-PROCESS-PENDING-PAY
009610*THE PRIMING READ COMES AFTER THE RELEASED-QUEUE PASS - 2600
009620*STAGES EACH QUEUE IMAGE THROUGH THE RESPONSE FD AREA, AND A
009630*RESPONSE READ ANY EARLIER WOULD BE OVERWRITTEN UNPROCESSED.
009640     PERFORM 3100-READ-RESP
009700     PERFORM 3000-PROCESS-RESP
009800         UNTIL WS-NO-MORE-RESP
009800     PERFORM 3350-WRITE-CONSOL-ENTRIES
009900     PERFORM 4500-WRITE-COMPANY-BATCHES
010000     PERFORM 4100-WRITE-FILE-CONTROL
010100     PERFORM 4200-WRITE-BLOCK-FILLER
010110     PERFORM 4300-WRITE-CARD-TRAILER
010200     PERFORM 5000-WRITE-SUMMARY
010300     PERFORM 9000-TERMINATE
010310     IF WS-HELD-COUNT NOT = ZERO OR WS-DUP-HELD-COUNT NOT = ZERO
010325         OR WS-UNPROFILED-COUNT NOT = ZERO
010326         OR WS-EXCL-HELD-COUNT NOT = ZERO
010327         OR WS-DIVERTED-COUNT NOT = ZERO
010328         OR WS-SIU-HELD-COUNT NOT = ZERO
010329         OR WS-PYP-OVERFLOW-COUNT NOT = ZERO
010329         OR WS-TIN-OVERFLOW-COUNT NOT = ZERO
010329         OR WS-PYC-OVERFLOW-COUNT NOT = ZERO
010329         OR WS-HKY-OVERFLOW-COUNT NOT = ZERO
010329         OR WS-ABA-FAIL-COUNT NOT = ZERO
010330         MOVE 4 TO RETURN-CODE
010340     END-IF
010341     IF WS-BUF-OVERFLOW-COUNT NOT = ZERO
010341         OR WS-SIU-OVERFLOW-COUNT NOT = ZERO
010342         MOVE 8 TO RETURN-CODE
010343     END-IF
010400     STOP RUN.
010630     ACCEPT WS-TIME FROM TIME
010640     MOVE WS-TIME(1:4)         TO WS-NOW-HHMM
010645     PERFORM 1900-LOAD-BANK-CALENDAR
010645     PERFORM 1920-LOAD-SAME-DAY-CONTROL
010646     PERFORM 1950-COMPUTE-EFFECTIVE-DATE
010700     OPEN INPUT BCP-RESP-FILE
010710     OPEN OUTPUT CHECK-PRINT-FILE
014090                  WS-COMP-CREDIT-CENTS(WS-COMP-IX)
014090                  WS-COMP-LIVE(WS-COMP-IX)
014090                  WS-COMP-PRENOTE(WS-COMP-IX)
014090                  WS-COMP-LINES-CNT(WS-COMP-IX)
014090                  WS-COMP-TWIN(WS-COMP-IX)
014090     MOVE 'N' TO WS-COMP-SAME-DAY-SW(WS-COMP-IX).
014090
014090 1370-READ-PROFILE.
014090     READ COMP-PROFILE-FILE
014098     END-IF
014099     CLOSE CHECK-SEQ-FILE.
014100
014100*AR 150130 - ONLY CHECK AND CARD ELECTIONS ALREADY IN EFFECT ARE
014100*TABLED. ONE THAT DOES NOT FIT LEAVES THE PAYEE ON ACH, SO THE
014100*RUN IS FLAGGED RC 4 FOR THE PAYMENT DESK TO FOLLOW UP.
014100 1450-LOAD-PAY-PREFS.
014100     OPEN INPUT PAY-PREF-FILE
014100     PERFORM 1460-READ-PAY-PREF
014100     PERFORM UNTIL WS-NO-MORE-PYP
014100         IF (PYPF-BY-CHECK OR PYPF-BY-CARD)
014100             AND (PYPF-EFFECTIVE-DATE = SPACES
014100                 OR PYPF-EFFECTIVE-DATE NOT > WS-TODAY-CCYYMMDD)
014100             IF WS-PYP-TABLE-COUNT < 10000
014100                 ADD 1 TO WS-PYP-TABLE-COUNT
014100                 SET WS-PYP-IX TO WS-PYP-TABLE-COUNT
014100                 MOVE PYPF-PROV-NPI   TO WS-PYP-NPI(WS-PYP-IX)
014100                 MOVE PYPF-PAY-METHOD TO WS-PYP-METHOD(WS-PYP-IX)
014100                 MOVE PYPF-CARD-EMAIL TO WS-PYP-EMAIL(WS-PYP-IX)
014100                 MOVE PYPF-CARD-FAX   TO WS-PYP-FAX(WS-PYP-IX)
014100             ELSE
014100                 ADD 1 TO WS-PYP-OVERFLOW-COUNT
014100             END-IF
014100         END-IF
014100         PERFORM 1460-READ-PAY-PREF
014100     END-PERFORM
014100     CLOSE PAY-PREF-FILE.
014100
014100 1460-READ-PAY-PREF.
014100     READ PAY-PREF-FILE
014100         AT END
014100             SET WS-NO-MORE-PYP TO TRUE
014100     END-READ.
014100
014100 1470-LOAD-CARD-SEQ.
014100     OPEN INPUT CARD-SEQ-FILE
014100     READ CARD-SEQ-FILE
014100         AT END
014100             SET WS-NO-MORE-VCS TO TRUE
014100     END-READ
014100     IF NOT WS-NO-MORE-VCS
014100         MOVE VCSEQ-LAST-PAYMENT-REF TO WS-CARD-REF
014100     END-IF
014100     CLOSE CARD-SEQ-FILE.
014100
014100*AR 150131 - PAYMENT CYCLE PROFILES IN EFFECT TODAY. A PAY DAY
014100*LEFT AT ZERO (OR OUT OF RANGE) DEFAULTS TO TUESDAY AND FRIDAY FOR
014100*TWICE WEEKLY, FRIDAY FOR WEEKLY. DAYS OF THE WEEK ARE ISO 1-5 AND
014100*COME FROM THE DAY NUMBER MOD 7 (1 = MONDAY).
014100 1480-LOAD-PAY-CYCLES.
014100     COMPUTE WS-TODAY-INT =
014100         FUNCTION INTEGER-OF-DATE
014100             (FUNCTION NUMVAL (WS-TODAY-CCYYMMDD))
014100     END-COMPUTE
014100     COMPUTE WS-TODAY-DOW = FUNCTION MOD (WS-TODAY-INT, 7)
014100     OPEN INPUT PAY-CYCLE-FILE
014100     PERFORM 1490-READ-PAY-CYCLE
014100     PERFORM UNTIL WS-NO-MORE-PYC
014100         IF (PYCY-DAILY OR PYCY-TWICE-WEEKLY OR PYCY-WEEKLY)
014100             AND (PYCY-EFFECTIVE-DATE = SPACES
014100                 OR PYCY-EFFECTIVE-DATE NOT > WS-TODAY-CCYYMMDD)
014100             IF WS-PYC-TABLE-COUNT < 5000
014100                 ADD 1 TO WS-PYC-TABLE-COUNT
014100                 SET WS-PYC-IX TO WS-PYC-TABLE-COUNT
014100                 MOVE PYCY-TIN   TO WS-PYC-TIN(WS-PYC-IX)
014100                 MOVE PYCY-CYCLE TO WS-PYC-CYCLE(WS-PYC-IX)
014100                 PERFORM 1485-SET-PAY-DAYS
014100             ELSE
014100                 ADD 1 TO WS-PYC-OVERFLOW-COUNT
014100             END-IF
014100         END-IF
014100         PERFORM 1490-READ-PAY-CYCLE
014100     END-PERFORM
014100     CLOSE PAY-CYCLE-FILE
014100     OPEN OUTPUT PENDING-PAY-OUT
014100     OPEN OUTPUT CONSOL-XREF-OUT.
014100
014100 1485-SET-PAY-DAYS.
014100     MOVE ZERO TO WS-PYC-DAY-1(WS-PYC-IX)
014100     MOVE ZERO TO WS-PYC-DAY-2(WS-PYC-IX)
014100     IF NOT PYCY-DAILY
014100         IF PYCY-PAY-DAY-1 IS NUMERIC
014100             AND PYCY-PAY-DAY-1 > ZERO AND PYCY-PAY-DAY-1 < 6
014100             MOVE PYCY-PAY-DAY-1 TO WS-PYC-DAY-1(WS-PYC-IX)
014100         ELSE
014100         IF PYCY-TWICE-WEEKLY
014100             MOVE 2 TO WS-PYC-DAY-1(WS-PYC-IX)
014100         ELSE
014100             MOVE 5 TO WS-PYC-DAY-1(WS-PYC-IX)
014100         END-IF
014100         END-IF
014100     END-IF
014100     IF PYCY-TWICE-WEEKLY
014100         IF PYCY-PAY-DAY-2 IS NUMERIC
014100             AND PYCY-PAY-DAY-2 > ZERO AND PYCY-PAY-DAY-2 < 6
014100             MOVE PYCY-PAY-DAY-2 TO WS-PYC-DAY-2(WS-PYC-IX)
014100         ELSE
014100             MOVE 5 TO WS-PYC-DAY-2(WS-PYC-IX)
014100         END-IF
014100     END-IF.
014100
014100 1490-READ-PAY-CYCLE.
014100     READ PAY-CYCLE-FILE
014100         AT END
014100             SET WS-NO-MORE-PYC TO TRUE
014100     END-READ.
014101*AR 150064 - PRIOR CHECK PAYMENTS JOIN THE DUPLICATE TABLE SO A
014102*CHECK-PAID CLAIM CANNOT GO OUT AGAIN BY ACH (OR CHECK), AND THE
014103*CROSS-REFERENCE IS CARRIED FORWARD LIKE THE OTHER MASTERS.
013970     WRITE NACHA-LINE FROM WS-FILE-HDR-REC
013980     ADD 1 TO WS-RECORD-COUNT.
014700
014700*AR 150130 - THE CARD ISSUANCE FILE IS WRITTEN EVERY RUN, HEADER
014700*AND TRAILER ONLY WHEN NO ONE IS PAID BY CARD.
014700 2050-WRITE-CARD-HEADER.
014700     OPEN OUTPUT CARD-ISSUE-FILE
014700     MOVE SPACES               TO VCI-HDR-RECORD
014700     MOVE 'H'                  TO VCI-HDR-REC-TYPE
014700     MOVE WS-TODAY-CCYYMMDD    TO VCI-HDR-FILE-DATE
014700     MOVE WS-TIME(1:6)         TO VCI-HDR-FILE-TIME
014700     MOVE WS-COMPANY-NAME      TO VCI-HDR-PAYER-NAME
014700     WRITE VCI-HDR-RECORD.
014795*AR 150074 - ONE BATCH PER COMPANY WITH BUFFERED ENTRIES.
014800 2100-WRITE-BATCH-HEADER.
014810     MOVE WS-COMP-NAME(WS-COMP-IX)   TO BH-COMPANY-NAME
014820     MOVE WS-COMP-ACH-ID(WS-COMP-IX) TO BH-COMPANY-ID
014830     MOVE WS-TODAY-YYMMDD      TO BH-DESCRIPTIVE-DATE
014840     MOVE WS-EFFECTIVE-YYMMDD  TO BH-EFFECTIVE-DATE
014841*AR 150132 - A SAME-DAY BATCH SETTLES TODAY IN ITS WINDOW.
014842     IF WS-COMP-IS-SAME-DAY(WS-COMP-IX)
014843         MOVE WS-SDA-SETTLE-HHMM TO WS-SDA-DESC-HHMM
014844         MOVE WS-SDA-DESC-DATE   TO BH-DESCRIPTIVE-DATE
014845         MOVE WS-TODAY-YYMMDD    TO BH-EFFECTIVE-DATE
014846     END-IF
014850     MOVE WS-COMP-ODFI(WS-COMP-IX)   TO BH-ODFI-ID
014855     MOVE WS-BATCH-NBR         TO BH-BATCH-NUMBER
014860     WRITE NACHA-LINE FROM WS-BATCH-HDR-REC
014166             SET WS-NO-MORE-CAL TO TRUE
014166     END-READ.
014166
014166*AR 150132 - SAME-DAY MODE NEEDS AN ACTIVE CONTROL RECORD. THE
014166*RUN MAKES THE FIRST WINDOW WHOSE CUTOFF IS STILL AHEAD OF THE
014166*RUN TIME, AND ONLY ON A BUSINESS DAY. THE HOT-BATCH KEYS ARE
014166*LOADED EITHER WAY, SO A PAYMENT THAT MISSED THE LAST WINDOW IS
014166*STILL COUNTED ON THE SUMMARY.
014166 1920-LOAD-SAME-DAY-CONTROL.
014166     OPEN INPUT SAME-DAY-CTL-FILE
014166     READ SAME-DAY-CTL-FILE
014166         AT END
014166             SET WS-NO-MORE-SDA TO TRUE
014166     END-READ
014166     IF NOT WS-NO-MORE-SDA
014166         AND SDAC-SAME-DAY-ON
014166         SET WS-SDA-MODE-ON TO TRUE
014166         IF SDAC-ENTRY-LIMIT IS NUMERIC
014166             AND SDAC-ENTRY-LIMIT > ZERO
014166             MOVE SDAC-ENTRY-LIMIT TO WS-SDA-LIMIT
014166         END-IF
014166         IF SDAC-KEY-DAYS IS NUMERIC
014166             AND SDAC-KEY-DAYS > ZERO
014166             MOVE SDAC-KEY-DAYS TO WS-SDA-KEY-DAYS
014166         END-IF
014166         IF SDAC-WINDOW-COUNT IS NUMERIC
014166             MOVE SDAC-WINDOW-COUNT TO WS-SDA-WIN-COUNT
014166         END-IF
014166         IF WS-SDA-WIN-COUNT > 3
014166             MOVE 3 TO WS-SDA-WIN-COUNT
014166         END-IF
014166         PERFORM VARYING WS-SDA-WIN-IX FROM 1 BY 1
014166                 UNTIL WS-SDA-WIN-IX > WS-SDA-WIN-COUNT
014166                 OR WS-SDA-WINDOW-OPEN
014166             IF SDAC-CUTOFF-HHMM(WS-SDA-WIN-IX) IS NUMERIC
014166                 AND SDAC-CUTOFF-HHMM(WS-SDA-WIN-IX) > WS-NOW-HHMM
014166                 SET WS-SDA-WINDOW-OPEN TO TRUE
014166                 MOVE SDAC-CUTOFF-HHMM(WS-SDA-WIN-IX)
014166                     TO WS-SDA-CUTOFF-HHMM
014166                 MOVE SDAC-SETTLE-HHMM(WS-SDA-WIN-IX)
014166                     TO WS-SDA-SETTLE-HHMM
014166             END-IF
014166         END-PERFORM
014166     END-IF
014166     CLOSE SAME-DAY-CTL-FILE
014166     IF WS-SDA-MODE-ON
014166         COMPUTE WS-SDA-TODAY-INT =
014166             FUNCTION INTEGER-OF-DATE
014166                 (FUNCTION NUMVAL (WS-TODAY-CCYYMMDD))
014166         END-COMPUTE
014166         MOVE WS-SDA-TODAY-INT TO WS-EFF-INT
014166         PERFORM 1960-CHECK-BUSINESS-DAY
014166         IF WS-CAL-HOLIDAY
014166             MOVE 'N' TO WS-SDA-WINDOW-SW
014166         END-IF
014166         COMPUTE WS-SDA-FROM-DATE-N =
014166             FUNCTION DATE-OF-INTEGER
014166                 (WS-SDA-TODAY-INT - WS-SDA-KEY-DAYS)
014166         END-COMPUTE
014166         MOVE WS-SDA-FROM-DATE-N TO WS-SDA-FROM-DATE
014166         OPEN INPUT HOT-KEY-FILE
014166         PERFORM 1930-READ-HOT-KEY
014166         PERFORM UNTIL WS-NO-MORE-HKY
014166             IF HOTK-RUN-DATE NOT < WS-SDA-FROM-DATE
014166                 AND HOTK-CLM-KEY IS NUMERIC
014166                 IF WS-HKY-TABLE-COUNT < 5000
014166                     ADD 1 TO WS-HKY-TABLE-COUNT
014166                     SET WS-HKY-IX TO WS-HKY-TABLE-COUNT
014166                     MOVE HOTK-CLM-KEY
014166                         TO WS-HKY-CLM-KEY(WS-HKY-IX)
014166                 ELSE
014166                     ADD 1 TO WS-HKY-OVERFLOW-COUNT
014166                 END-IF
014166             END-IF
014166             PERFORM 1930-READ-HOT-KEY
014166         END-PERFORM
014166         CLOSE HOT-KEY-FILE
014166     END-IF.
014166
014166 1930-READ-HOT-KEY.
014166     READ HOT-KEY-FILE
014166         AT END
014166             SET WS-NO-MORE-HKY TO TRUE
014166     END-READ.
014166
014166*THE NEXT VALID EFFECTIVE ENTRY DATE IS THE FIRST DAY AFTER
014166*TODAY THAT IS NEITHER A WEEKEND (ISO DAYS 6/7) NOR A LISTED
014166*HOLIDAY.
014213         AT END
014214             SET WS-NO-MORE-RLQ TO TRUE
014215     END-READ.
014215
014215*AR 150129 - SIU INTAKE: OPEN CASES WITH A HOLD ARE TABLED BY
014215*NPI. HELD ITEMS THE INVESTIGATOR RELEASED ARE TABLED TO BE
014215*PAID THIS RUN (WRITTEN FORWARD BY 2650); FORFEITED ITEMS ARE
014215*BOOKED AND CARRY FORWARD MARKED SO; EVERYTHING ELSE CARRIES
014215*FORWARD AS IS. A HOLD THAT DOES NOT FIT THE TABLE WOULD LET
014215*THE PAYEE BE PAID, SO IT ENDS THE RUN RC 8 FOR A RERUN.
014215 1850-LOAD-SIU-HOLDS.
014215     OPEN INPUT SIU-CASE-FILE
014215     PERFORM 1860-READ-SIU-CASE
014215     PERFORM UNTIL WS-NO-MORE-SIUC
014215         IF SIUC-IS-OPEN
014215             AND (SIUC-FULL-HOLD OR SIUC-PCT-HOLD)
014215             IF WS-SIU-TABLE-COUNT < 5000
014215                 ADD 1 TO WS-SIU-TABLE-COUNT
014215                 SET WS-SIU-IX TO WS-SIU-TABLE-COUNT
014215                 MOVE SIUC-PROV-NPI  TO WS-SIU-NPI(WS-SIU-IX)
014215                 MOVE SIUC-CASE-NBR  TO WS-SIU-CASE-NBR(WS-SIU-IX)
014215                 MOVE SIUC-HOLD-TYPE
014215                     TO WS-SIU-HOLD-TYPE(WS-SIU-IX)
014215                 MOVE SIUC-HOLD-PCT  TO WS-SIU-HOLD-PCT(WS-SIU-IX)
014215             ELSE
014215                 ADD 1 TO WS-SIU-OVERFLOW-COUNT
014215             END-IF
014215         END-IF
014215         PERFORM 1860-READ-SIU-CASE
014215     END-PERFORM
014215     CLOSE SIU-CASE-FILE
014215     OPEN OUTPUT SIU-HELD-OUT
014215     OPEN INPUT SIU-HELD-FILE
014215     PERFORM 1870-READ-SIU-HELD
014215     PERFORM UNTIL WS-NO-MORE-SIUH
014215         EVALUATE TRUE
014215             WHEN SIUH-RELEASE-APPROVED OF SIUH-RECORD
014215                 AND WS-SRL-TABLE-COUNT < 200
014215                 ADD 1 TO WS-SRL-TABLE-COUNT
014215                 SET WS-SRL-IX TO WS-SRL-TABLE-COUNT
014215                 MOVE SIUH-RECORD TO WS-SRL-RECORD(WS-SRL-IX)
014215             WHEN SIUH-FORFEIT-APPROVED OF SIUH-RECORD
014215                 PERFORM 1880-BOOK-SIU-FORFEIT
014215             WHEN OTHER
014215                 MOVE SIUH-RECORD TO SIUHO-RECORD
014215                 WRITE SIUHO-RECORD
014215         END-EVALUATE
014215         PERFORM 1870-READ-SIU-HELD
014215     END-PERFORM
014215     CLOSE SIU-HELD-FILE.
014215
014215 1860-READ-SIU-CASE.
014215     READ SIU-CASE-FILE
014215         AT END
014215             SET WS-NO-MORE-SIUC TO TRUE
014215     END-READ.
014215
014215 1870-READ-SIU-HELD.
014215     READ SIU-HELD-FILE
014215         AT END
014215             SET WS-NO-MORE-SIUH TO TRUE
014215     END-READ.
014215
014215 1880-BOOK-SIU-FORFEIT.
014215     MOVE SIUH-RECORD TO SIUHO-RECORD
014215     SET SIUH-FORFEIT-BOOKED OF SIUHO-RECORD TO TRUE
014215     MOVE WS-TODAY-CCYYMMDD
014215         TO SIUH-SETTLED-DATE OF SIUHO-RECORD
014215     WRITE SIUHO-RECORD
014215     ADD 1 TO WS-SIU-FORF-COUNT
014215     ADD SIUH-HELD-AMT OF SIUH-RECORD TO WS-SIU-FORF-TOTAL
014215     MOVE SIUH-HELD-AMT OF SIUH-RECORD TO WS-RPT-AMOUNT
014215     MOVE SPACES TO RPT-LINE
014215     STRING 'SIU HELD FUNDS FORFEITED - CASE '
014215         SIUH-CASE-NBR OF SIUH-RECORD
014215         ' AMOUNT ' WS-RPT-AMOUNT
014215         ' APPROVED BY ' SIUH-DISPOSED-BY OF SIUH-RECORD
014215         DELIMITED BY SIZE INTO RPT-LINE
014215     WRITE RPT-LINE.
014216
014217*APPROVED PAYMENTS FEED THE RUN FIRST, UNDER RELEASED MODE SO
014218*THE DIVERT CHECK LETS THEM THROUGH; THE APPROVAL IS LOGGED ON
014234         MOVE 'N' TO WS-RELEASED-MODE-SW
014235     END-PERFORM.
014236
014236*AR 150129 - RELEASED SIU ITEMS FEED THE RUN UNDER BOTH RELEASE
014236*MODES - THE INVESTIGATOR'S RELEASE IS THE NAMED-OPERATOR
014236*DECISION THE THRESHOLD DIVERT WOULD OTHERWISE ASK FOR. AN ITEM
014236*STOPPED AGAIN (EXCLUSION, DUPLICATE, FULL COMPANY BUFFER) STAYS
014236*APPROVED FOR THE NEXT RUN INSTEAD OF BEING MARKED PAID.
014236 2650-PROCESS-SIU-RELEASED.
014236     PERFORM VARYING WS-SRL-IX-N FROM 1 BY 1
014236             UNTIL WS-SRL-IX-N > WS-SRL-TABLE-COUNT
014236         SET WS-SRL-IX TO WS-SRL-IX-N
014236         MOVE WS-SRL-RECORD(WS-SRL-IX) TO SIUHO-RECORD
014236         MOVE SIUH-RESP-IMAGE OF SIUHO-RECORD TO BCP-RESP-RECORD
014236         SET WS-RELEASED-MODE TO TRUE
014236         SET WS-SIU-RELEASE-MODE TO TRUE
014236         COMPUTE WS-SIU-UNPAID-BEFORE = WS-EXCL-HELD-COUNT
014236             + WS-DUP-HELD-COUNT + WS-BUF-OVERFLOW-COUNT
014236         PERFORM 3015-PROCESS-CURRENT-RESP
014236         COMPUTE WS-SIU-UNPAID-AFTER = WS-EXCL-HELD-COUNT
014236             + WS-DUP-HELD-COUNT + WS-BUF-OVERFLOW-COUNT
014236         MOVE SIUH-HELD-AMT OF SIUHO-RECORD TO WS-RPT-AMOUNT
014236         MOVE SPACES TO RPT-LINE
014236         IF WS-SIU-UNPAID-AFTER = WS-SIU-UNPAID-BEFORE
014236             SET SIUH-RELEASED-PAID OF SIUHO-RECORD TO TRUE
014236             MOVE WS-TODAY-CCYYMMDD
014236                 TO SIUH-SETTLED-DATE OF SIUHO-RECORD
014236             ADD 1 TO WS-SIU-REL-COUNT
014236             ADD SIUH-HELD-AMT OF SIUHO-RECORD
014236                 TO WS-SIU-REL-TOTAL
014236             STRING 'SIU HELD PAYMENT RELEASED - CASE '
014236                 SIUH-CASE-NBR OF SIUHO-RECORD
014236                 ' CLM ' BCP-RESP-CLM-KEY
014236                 ' AMOUNT ' WS-RPT-AMOUNT
014236                 ' APPROVED BY ' SIUH-DISPOSED-BY OF SIUHO-RECORD
014236                 DELIMITED BY SIZE INTO RPT-LINE
014236         ELSE
014236             STRING 'SIU RELEASE NOT PAID - STAYS APPROVED - '
014236                 'CASE '
014236                 SIUH-CASE-NBR OF SIUHO-RECORD
014236                 ' CLM ' BCP-RESP-CLM-KEY
014236                 ' AMOUNT ' WS-RPT-AMOUNT
014236                 DELIMITED BY SIZE INTO RPT-LINE
014236         END-IF
014236         WRITE RPT-LINE
014236         WRITE SIUHO-RECORD
014236         MOVE 'N' TO WS-RELEASED-MODE-SW
014236         MOVE 'N' TO WS-SIU-RELEASE-MODE-SW
014236     END-PERFORM.
014236
014237*AR 150131 - PAYMENTS WAITING FOR THEIR PAYEE'S PAY DAY. ONE NOW
014237*DUE (OR WHOSE PAYEE NO LONGER HAS A PROFILE) GOES BACK THROUGH
014237*THE FULL SELECTION - EXCLUSION, SIU, DUPLICATE AND ALL - AND
014237*JOINS THE PAYEE'S CONSOLIDATED ENTRY; THE REST ARE CARRIED
014237*FORWARD AS THEY ARE, ORIGINAL QUEUED DATE INTACT.
014237 2700-PROCESS-PENDING-PAY.
014237     OPEN INPUT PENDING-PAY-FILE
014237     PERFORM 2710-READ-PENDING-PAY
014237     PERFORM UNTIL WS-NO-MORE-PND
014237         MOVE PNDP-RESP-IMAGE OF PNDP-RECORD TO BCP-RESP-RECORD
014237         PERFORM 3146-FIND-PAYEE-CYCLE
014237         IF WS-PYC-FOUND
014237             MOVE PNDP-QUEUED-DATE OF PNDP-RECORD
014237                 TO WS-CYC-QUEUED-DATE
014237             PERFORM 3147-CHECK-CYCLE-DUE
014237         END-IF
014237         IF WS-CYC-DUE
014237             ADD 1 TO WS-CYC-RELEASED-COUNT
014237             SET WS-CYCLE-DUE-MODE TO TRUE
014237             PERFORM 3015-PROCESS-CURRENT-RESP
014237             MOVE 'N' TO WS-CYCLE-DUE-MODE-SW
014237         ELSE
014237             ADD 1 TO WS-CYC-CARRIED-COUNT
014237             MOVE PNDP-RECORD TO PNDPO-RECORD
014237             WRITE PNDPO-RECORD
014237         END-IF
014237         PERFORM 2710-READ-PENDING-PAY
014237     END-PERFORM
014237     CLOSE PENDING-PAY-FILE.
014237
014237 2710-READ-PENDING-PAY.
014237     READ PENDING-PAY-FILE
014237         AT END
014237             SET WS-NO-MORE-PND TO TRUE
014237     END-READ.
015700 3000-PROCESS-RESP.
015701     PERFORM 3015-PROCESS-CURRENT-RESP
015702     PERFORM 3100-READ-RESP.
015707         ADD 1 TO WS-EXCL-HELD-COUNT
015708         PERFORM 3130-WRITE-EXCL-EXCEPTION
015709       ELSE
015709*AR 150131 - A CYCLE PAYEE'S NEW RESPONSE WAITS FOR ITS PAY DAY.
015709       PERFORM 3146-FIND-PAYEE-CYCLE
015709       IF WS-PYC-FOUND AND NOT WS-RELEASED-MODE
015709           AND NOT WS-CYCLE-DUE-MODE
015709         MOVE WS-TODAY-CCYYMMDD TO WS-CYC-QUEUED-DATE
015709         PERFORM 3147-CHECK-CYCLE-DUE
015709       END-IF
015709       IF NOT WS-CYC-DUE
015709         PERFORM 3148-HOLD-FOR-CYCLE
015709       ELSE
015709       PERFORM 3180-CHECK-SIU-HOLD
015709       IF WS-SIU-FULL-HOLD
015709         PERFORM 3185-HOLD-FOR-SIU
015709       ELSE
015709*AR 150129 - THE DIVERT TESTS THE GROSS PAYMENT AND QUEUES IT
015709*WHOLE; A PERCENTAGE HOLD IS TAKEN ONCE, WHEN THE PAYMENT GOES OUT
015709*(ON RELEASE FOR A DIVERTED ONE).
015709       IF NOT WS-RELEASED-MODE
015709           AND BCP-RESP-PAT-TRAN-ID NOT = 'INTPMT'
015709           AND BCP-RESP-CLM-PAID-AMT > WS-REL-THRESHOLD
015709         PERFORM 3140-DIVERT-TO-RELEASE
015709       ELSE
015709       IF WS-SIU-PCT-HOLD
015709         PERFORM 3185-HOLD-FOR-SIU
015709       END-IF
015711       PERFORM 3050-RESOLVE-COMPANY
015712       IF BCP-RESP-PAT-TRAN-ID = 'INTPMT'
015713         PERFORM 3170-PROCESS-INTEREST-RESP
015714       ELSE
015715         IF BCP-RESP-PAT-TRAN-ID = 'CAPPMT' OR 'SIUPMT'
015716             MOVE 'N' TO WS-DUP-FOUND-SW
015717         ELSE
015720             PERFORM 3150-CHECK-DUPLICATE
015721         END-IF
015730         IF WS-DUP-FOUND
015740             ADD 1 TO WS-DUP-HELD-COUNT
015750             PERFORM 3160-WRITE-DUP-EXCEPTION
015760         ELSE
015800             PERFORM 3210-FIND-PAY-PREF
015810             IF WS-PAY-BY-CARD
015820                 PERFORM 3850-PAY-BY-CARD
015830             ELSE
015840             IF WS-PAY-BY-CHECK
015850                 PERFORM 3800-PAY-BY-CHECK
015860             ELSE
015870             PERFORM 3230-VALIDATE-ROUTING
015871             IF NOT WS-ABA-PASSED
015872                 PERFORM 3235-WRITE-ABA-EXCEPTION
015873                 PERFORM 3800-PAY-BY-CHECK
015874             ELSE
015900             PERFORM 3200-SEARCH-PBM-TABLE
016000             IF WS-PBM-FOUND AND WS-PBM-STAT(WS-PBM-IX) = 'C'
016001                 AND WS-PBM-APPR(WS-PBM-IX) NOT = 'P'
016020                 PERFORM 3250-APPLY-OFFSET
016025                 PERFORM 3260-APPLY-WITHHOLDING
016030                 IF WS-NET-PAY-AMT > ZERO
016031                     PERFORM 3320-ADD-TO-CONSOL
016032                     IF NOT WS-CON-ADDED
016100                     PERFORM 3300-WRITE-LIVE-ENTRY
016101                     IF WS-ENTRY-STORED
016102                         PERFORM 3690-ADD-PAID-KEY-OR-COUNT
016103                         PERFORM 3190-TALLY-CAPITATION
016104                     END-IF
016104                     END-IF
016105                 ELSE
016106                     ADD 1 TO WS-FULL-OFFSET-COUNT
016108                     PERFORM 3690-ADD-PAID-KEY-OR-COUNT
016108                     PERFORM 3190-TALLY-CAPITATION
016109                 END-IF
016200             ELSE
016300                 IF WS-PBM-FOUND
016400                     PERFORM 3800-PAY-BY-CHECK
016500                 ELSE
016510                   IF BCP-RESP-PAT-TRAN-ID = 'CAPPMT'
016520                       AND BCP-RESP-BANK-ACCT-NBR = SPACES
016530                     PERFORM 3800-PAY-BY-CHECK
016540                   ELSE
016600                     PERFORM 3400-WRITE-PRENOTE-ENTRY
016700                     PERFORM 3500-ADD-NEW-PBM-ENTRY
016750                     PERFORM 3800-PAY-BY-CHECK
016760                   END-IF
016800                 END-IF
016900             END-IF
016901             END-IF
016901             END-IF
016902             END-IF
016910         END-IF
016920       END-IF
016930       END-IF
016940       END-IF
016950       END-IF
016950       END-IF
017000     END-IF.
017110
017120 3170-PROCESS-INTEREST-RESP.
017121     PERFORM 3210-FIND-PAY-PREF
017122     IF WS-PAY-BY-CARD
017123         PERFORM 3850-PAY-BY-CARD
017124     ELSE
017125     IF WS-PAY-BY-CHECK
017126         PERFORM 3800-PAY-BY-CHECK
017127     ELSE
017128     PERFORM 3230-VALIDATE-ROUTING
017128     IF NOT WS-ABA-PASSED
017128         PERFORM 3235-WRITE-ABA-EXCEPTION
017128         PERFORM 3800-PAY-BY-CHECK
017128     ELSE
017130     PERFORM 3200-SEARCH-PBM-TABLE
017140     IF WS-PBM-FOUND AND WS-PBM-STAT(WS-PBM-IX) = 'C'
017141         AND WS-PBM-APPR(WS-PBM-IX) NOT = 'P'
017145         MOVE BCP-RESP-CLM-PAID-AMT TO WS-NET-PAY-AMT
017146         PERFORM 3320-ADD-TO-CONSOL
017147         IF NOT WS-CON-ADDED
017150         PERFORM 3300-WRITE-LIVE-ENTRY
017155*AN ENTRY DROPPED AT THE COMPANY-BUFFER CAP LEAVES NO TRACE
017156*IN ANY TOTAL, INTEREST TALLIES INCLUDED.
017165             ADD 1 TO WS-INTEREST-COUNT
017170             ADD WS-AMT-CENTS TO WS-INTEREST-CENTS
017175         END-IF
017175         END-IF
017180     ELSE
017190         PERFORM 3800-PAY-BY-CHECK
017200     END-IF
017200     END-IF
017200     END-IF
017200     END-IF.
017200
017200*AR 150129 - AN OPEN SIU HOLD ON THE PAYEE. A RELEASED SIU ITEM
017200*IS NOT HELD AGAIN. A PERCENTAGE HOLD COVERS CLAIM PAYMENTS
017200*ONLY, AND ONE THAT ROUNDS TO NOTHING HOLDS NOTHING.
017200 3180-CHECK-SIU-HOLD.
017200     MOVE 'N' TO WS-SIU-HOLD-SW
017200     IF NOT WS-SIU-RELEASE-MODE AND WS-SIU-TABLE-COUNT > ZERO
017200         SET WS-SIU-IX TO 1
017200         SEARCH WS-SIU-ENTRY
017200             AT END
017200                 CONTINUE
017200             WHEN WS-SIU-NPI(WS-SIU-IX) = BCP-RESP-PROV-NPI
017200                 MOVE WS-SIU-HOLD-TYPE(WS-SIU-IX)
017200                     TO WS-SIU-HOLD-SW
017200         END-SEARCH
017200     END-IF
017200     IF WS-SIU-PCT-HOLD
017200         IF BCP-RESP-PAT-TRAN-ID = 'INTPMT' OR 'CAPPMT'
017200             MOVE 'N' TO WS-SIU-HOLD-SW
017200         ELSE
017200             COMPUTE WS-SIU-PCT-WORK = BCP-RESP-CLM-PAID-AMT
017200                 * WS-SIU-HOLD-PCT(WS-SIU-IX)
017200             END-COMPUTE
017200             DIVIDE WS-SIU-PCT-WORK BY 100
017200                 GIVING WS-SIU-HOLD-AMT ROUNDED
017200             IF WS-SIU-HOLD-AMT = ZERO
017200                 MOVE 'N' TO WS-SIU-HOLD-SW
017200             END-IF
017200         END-IF
017200     END-IF.
017200
017200*AR 150129 - A FULL HOLD TAKES THE RESPONSE WHOLE. A PERCENTAGE
017200*HOLD FILES AN IMAGE OF THE HELD PORTION, TAGGED SIUPMT, AND
017200*LEAVES THE RESPONSE CARRYING ONLY THE PORTION STILL TO PAY.
017200 3185-HOLD-FOR-SIU.
017200     MOVE SPACES TO SIUHO-RECORD
017200     SET SIUH-HELD OF SIUHO-RECORD TO TRUE
017200     MOVE WS-SIU-CASE-NBR(WS-SIU-IX)
017200         TO SIUH-CASE-NBR OF SIUHO-RECORD
017200     MOVE WS-SIU-HOLD-SW TO SIUH-HOLD-TYPE OF SIUHO-RECORD
017200     MOVE WS-TODAY-CCYYMMDD TO SIUH-HELD-DATE OF SIUHO-RECORD
017200     IF WS-SIU-FULL-HOLD
017200         MOVE 'FULL' TO WS-SIU-HOLD-DESC
017200         MOVE BCP-RESP-CLM-PAID-AMT TO WS-SIU-HOLD-AMT
017200         MOVE BCP-RESP-RECORD TO SIUH-RESP-IMAGE OF SIUHO-RECORD
017200     ELSE
017200         MOVE 'PERCENT' TO WS-SIU-HOLD-DESC
017200         COMPUTE WS-SIU-PAY-AMT =
017200             BCP-RESP-CLM-PAID-AMT - WS-SIU-HOLD-AMT
017200         END-COMPUTE
017200         MOVE BCP-RESP-PAT-TRAN-ID TO WS-SIU-SAVE-TRAN-ID
017200         MOVE WS-SIU-HOLD-AMT TO BCP-RESP-CLM-PAID-AMT
017200         MOVE 'SIUPMT' TO BCP-RESP-PAT-TRAN-ID
017200         MOVE BCP-RESP-RECORD TO SIUH-RESP-IMAGE OF SIUHO-RECORD
017200         MOVE WS-SIU-SAVE-TRAN-ID TO BCP-RESP-PAT-TRAN-ID
017200         MOVE WS-SIU-PAY-AMT TO BCP-RESP-CLM-PAID-AMT
017200     END-IF
017200     MOVE WS-SIU-HOLD-AMT TO SIUH-HELD-AMT OF SIUHO-RECORD
017200     WRITE SIUHO-RECORD
017200     ADD 1 TO WS-SIU-HELD-COUNT
017200     ADD WS-SIU-HOLD-AMT TO WS-SIU-HELD-TOTAL
017200     MOVE WS-SIU-HOLD-AMT TO WS-RPT-AMOUNT
017200     MOVE SPACES TO RPT-LINE
017200     STRING 'PAYMENT HELD - SIU CASE '
017200         WS-SIU-CASE-NBR(WS-SIU-IX)
017200         ' ' WS-SIU-HOLD-DESC ' HOLD - NPI ' BCP-RESP-PROV-NPI
017200         ' CLM ' BCP-RESP-CLM-KEY
017200         ' AMOUNT ' WS-RPT-AMOUNT
017200         DELIMITED BY SIZE INTO RPT-LINE
017200     WRITE RPT-LINE.
017200
017201*AR 150118 - GROSS CAPITATION PAID, WHATEVER THE CHANNEL, FOR
017202*THE CAPPAY LEDGER ROW.
017203 3190-TALLY-CAPITATION.
017204     IF BCP-RESP-PAT-TRAN-ID = 'CAPPMT'
017205         ADD 1 TO WS-CAP-COUNT
017206         ADD BCP-RESP-CLM-PAID-AMT TO WS-CAP-TOTAL
017207     END-IF.
017208
017210 3050-RESOLVE-COMPANY.
017211     MOVE 'N' TO WS-COMP-FOUND-SW
017212     PERFORM VARYING WS-COMP-IX-N FROM 2 BY 1
017214             OR WS-COMP-FOUND
017215         SET WS-COMP-IX TO WS-COMP-IX-N
017216         IF WS-COMP-ID(WS-COMP-IX) = BCP-RESP-COMP-ID
017216             AND NOT WS-COMP-IS-SAME-DAY(WS-COMP-IX)
017217             SET WS-COMP-FOUND TO TRUE
017218             MOVE WS-COMP-IX-N TO WS-CUR-COMP
017219         END-IF
017240             MOVE PTX-TIN OF PTX-MASTER-RECORD
017241                 TO WS-WHT-TIN(WS-WHT-IX)
017242         END-IF
017242*AR 150131 - EVERY PAYEE'S TIN, FOR THE PAYMENT CYCLE LOOKUP.
017242         IF WS-TIN-TABLE-COUNT < 10000
017242             ADD 1 TO WS-TIN-TABLE-COUNT
017242             SET WS-TIN-IX TO WS-TIN-TABLE-COUNT
017242             MOVE PTX-PROV-NPI OF PTX-MASTER-RECORD
017242                 TO WS-TIN-NPI(WS-TIN-IX)
017242             MOVE PTX-TIN OF PTX-MASTER-RECORD
017242                 TO WS-TIN-TIN(WS-TIN-IX)
017242             MOVE PTX-LEGAL-NAME OF PTX-MASTER-RECORD(1:22)
017242                 TO WS-TIN-NAME(WS-TIN-IX)
017242         ELSE
017242             ADD 1 TO WS-TIN-OVERFLOW-COUNT
017242         END-IF
017243         PERFORM 1710-READ-PTX
017244     END-PERFORM
017245     IF WS-PTX-STATUS NOT = '35'
017252         ' CLM ' BCP-RESP-CLM-KEY
017253         DELIMITED BY SIZE INTO RPT-LINE
017254     WRITE RPT-LINE.
017254
017225*AR 150099 - THE DIVERTED RESPONSE RIDES WHOLE INTO THE QUEUE.
017226 3140-DIVERT-TO-RELEASE.
017227     ADD 1 TO WS-DIVERTED-COUNT
017241         DELIMITED BY SIZE INTO RPT-LINE
017242     WRITE RPT-LINE.
017243
017243*AR 150131 - THE PAYEE'S TIN (BCPPTXMS) AND ITS PAYMENT CYCLE
017243*PROFILE, IF IT HAS ONE. WITHOUT ONE THE PAYMENT IS DUE EVERY RUN
017243*AND GETS ITS OWN ENTRY, AS ALWAYS.
017243 3146-FIND-PAYEE-CYCLE.
017243     MOVE 'N' TO WS-PYC-FOUND-SW
017243     MOVE 'Y' TO WS-CYC-DUE-SW
017243     IF WS-TIN-TABLE-COUNT > ZERO AND WS-PYC-TABLE-COUNT > ZERO
017243         SET WS-TIN-IX TO 1
017243         SEARCH WS-TIN-ENTRY
017243             AT END
017243                 CONTINUE
017243             WHEN WS-TIN-NPI(WS-TIN-IX) = BCP-RESP-PROV-NPI
017243                 PERFORM 3149-FIND-CYCLE-PROFILE
017243         END-SEARCH
017243     END-IF.
017243
017243 3149-FIND-CYCLE-PROFILE.
017243     SET WS-PYC-IX TO 1
017243     SEARCH WS-PYC-ENTRY
017243         AT END
017243             CONTINUE
017243         WHEN WS-PYC-TIN(WS-PYC-IX) = WS-TIN-TIN(WS-TIN-IX)
017243             SET WS-PYC-FOUND TO TRUE
017243             MOVE WS-TIN-TIN(WS-TIN-IX)    TO WS-CYC-TIN
017243             MOVE WS-TIN-NAME(WS-TIN-IX)   TO WS-CYC-NAME
017243             MOVE WS-PYC-CYCLE(WS-PYC-IX)  TO WS-CYC-CYCLE
017243             MOVE WS-PYC-DAY-1(WS-PYC-IX)  TO WS-CYC-DAY-1
017243             MOVE WS-PYC-DAY-2(WS-PYC-IX)  TO WS-CYC-DAY-2
017243     END-SEARCH.
017243
017243*AR 150131 - A CYCLE PAYEE IS DUE WHEN TODAY IS ONE OF ITS PAY
017243*DAYS, OR WHEN A PAY DAY HAS COME AND GONE SINCE THE PAYMENT WAS
017243*QUEUED (A HOLIDAY OR A MISSED RUN) - NOTHING WAITS A SECOND
017243*CYCLE. A DAILY PAYEE IS ALWAYS DUE.
017243 3147-CHECK-CYCLE-DUE.
017243     MOVE 'N' TO WS-CYC-DUE-SW
017243     IF WS-CYC-DAILY
017243         OR WS-CYC-QUEUED-DATE IS NOT NUMERIC
017243         OR WS-TODAY-DOW = WS-CYC-DAY-1
017243         OR (WS-CYC-TWICE-WEEKLY AND WS-TODAY-DOW = WS-CYC-DAY-2)
017243         SET WS-CYC-DUE TO TRUE
017243     ELSE
017243         COMPUTE WS-CYC-QUEUED-INT =
017243             FUNCTION INTEGER-OF-DATE
017243                 (FUNCTION NUMVAL (WS-CYC-QUEUED-DATE))
017243         END-COMPUTE
017243         ADD 1 TO WS-CYC-QUEUED-INT
017243         PERFORM VARYING WS-CYC-WORK-INT
017243                 FROM WS-CYC-QUEUED-INT BY 1
017243                 UNTIL WS-CYC-WORK-INT NOT < WS-TODAY-INT
017243                 OR WS-CYC-DUE
017243             COMPUTE WS-CYC-WORK-DOW =
017243                 FUNCTION MOD (WS-CYC-WORK-INT, 7)
017243             IF WS-CYC-WORK-DOW = WS-CYC-DAY-1
017243                 OR (WS-CYC-TWICE-WEEKLY
017243                     AND WS-CYC-WORK-DOW = WS-CYC-DAY-2)
017243                 SET WS-CYC-DUE TO TRUE
017243             END-IF
017243         END-PERFORM
017243     END-IF.
017243
017243*AR 150131 - NOT DUE: THE RESPONSE RIDES WHOLE ONTO THE PENDING-
017243*PAYMENT FILE FOR A LATER RUN.
017243 3148-HOLD-FOR-CYCLE.
017243     ADD 1 TO WS-CYC-HELD-COUNT
017243     ADD BCP-RESP-CLM-PAID-AMT TO WS-CYC-HELD-TOTAL
017243     MOVE SPACES TO PNDPO-RECORD
017243     MOVE WS-CYC-TIN   TO PNDP-TIN OF PNDPO-RECORD
017243     MOVE WS-CYC-CYCLE TO PNDP-CYCLE OF PNDPO-RECORD
017243     MOVE WS-TODAY-CCYYMMDD
017243         TO PNDP-QUEUED-DATE OF PNDPO-RECORD
017243     MOVE BCP-RESP-RECORD
017243         TO PNDP-RESP-IMAGE OF PNDPO-RECORD
017243     WRITE PNDPO-RECORD.
017255
017300 3100-READ-RESP.
017400     READ BCP-RESP-FILE
018700             SET WS-PBM-FOUND TO TRUE
018800     END-SEARCH.
018900
018900*AR 150133 - THE PAYEE'S ROUTING NUMBER MUST PASS BCPABAVL
018900*BEFORE ANY PRE-NOTE OR LIVE ENTRY. A RESPONSE WITH NO BANK
018900*ACCOUNT IS LEFT TO THE CHECK PATH IT ALREADY TAKES.
018900 3230-VALIDATE-ROUTING.
018900     SET WS-ABA-PASSED TO TRUE
018900     IF BCP-RESP-BANK-ACCT-NBR NOT = SPACES
018900         MOVE SPACE TO WS-ABA-RESULT
018900         CALL 'BCPABAVL' USING BCP-RESP-BANK-ABA-NBR
018900             WS-ABA-RESULT WS-ABA-BANK-NAME
018900         END-CALL
018900         EVALUATE TRUE
018900             WHEN WS-ABA-VALID
018900                 CONTINUE
018900             WHEN WS-ABA-UNVERIFIED
018900                 ADD 1 TO WS-ABA-UNVERIFIED-COUNT
018900             WHEN WS-ABA-BAD-FORMAT
018900                 MOVE 'N' TO WS-ABA-PASSED-SW
018900                 MOVE 'NOT NINE DIGITS' TO WS-ABA-REASON
018900             WHEN WS-ABA-BAD-CHECK-DIGIT
018900                 MOVE 'N' TO WS-ABA-PASSED-SW
018900                 MOVE 'CHECK DIGIT FAILS' TO WS-ABA-REASON
018900             WHEN OTHER
018900                 MOVE 'N' TO WS-ABA-PASSED-SW
018900                 MOVE 'NOT A FEDACH PARTICIPANT' TO WS-ABA-REASON
018900         END-EVALUATE
018900     END-IF.
018900
018900 3235-WRITE-ABA-EXCEPTION.
018900     ADD 1 TO WS-ABA-FAIL-COUNT
018900     ADD BCP-RESP-CLM-PAID-AMT TO WS-ABA-FAIL-TOTAL
018900     MOVE SPACES TO RPT-LINE
018900     STRING 'ROUTING NUMBER REJECTED - PAID BY CHECK: '
018900         'NPI ' BCP-RESP-PROV-NPI
018900         ' CLM ' BCP-RESP-CLM-KEY
018900         ' ABA ' BCP-RESP-BANK-ABA-NBR
018900         ' ' WS-ABA-REASON
018900         DELIMITED BY SIZE INTO RPT-LINE
018900     WRITE RPT-LINE.
018900
018900*AR 150130 - THE PAYEE'S PAYMENT METHOD: ACH UNLESS A CHECK OR
018900*CARD ELECTION IS IN EFFECT. ON A CARD ELECTION WS-PYP-IX IS LEFT
018900*ON THE ENTRY FOR THE DELIVERY ADDRESS.
018900 3210-FIND-PAY-PREF.
018900     SET WS-PAY-BY-ACH TO TRUE
018900     IF WS-PYP-TABLE-COUNT > ZERO
018900         SET WS-PYP-IX TO 1
018900         SEARCH WS-PYP-ENTRY
018900             AT END
018900                 CONTINUE
018900             WHEN WS-PYP-NPI(WS-PYP-IX) = BCP-RESP-PROV-NPI
018900                 MOVE WS-PYP-METHOD(WS-PYP-IX) TO WS-PAY-METHOD-SW
018900         END-SEARCH
018900     END-IF.
019210 3250-APPLY-OFFSET.
019211     PERFORM VARYING WS-RCV-IX-N FROM 1 BY 1
019212             UNTIL WS-RCV-IX-N > WS-RCV-TABLE-COUNT
019290*ENDS WITH RETURN-CODE 8 FOR A RERUN.
019300 3300-WRITE-LIVE-ENTRY.
019310     MOVE 'N' TO WS-ENTRY-STORED-SW
019315     PERFORM 3310-ROUTE-SAME-DAY
019320     SET WS-COMP-IX TO WS-CUR-COMP
019330     IF WS-COMP-LINES-CNT(WS-COMP-IX) >= 2000
019340         ADD 1 TO WS-BUF-OVERFLOW-COUNT
020030         ADD 1 TO WS-COMP-LIVE(WS-COMP-IX)
020100         ADD 1 TO WS-LIVE-COUNT
020200         PERFORM 3600-BUILD-ENTRY-DETAIL
020205         IF WS-SDA-ROUTED
020206             ADD 1 TO WS-SDA-SENT-COUNT
020207             ADD WS-NET-PAY-AMT TO WS-SDA-SENT-TOTAL
020208         END-IF
020210     END-IF.
020300
020300*AR 150132 - A HOT-BATCH OR EXPEDITED CLAIM'S PAYMENT MOVES TO ITS
020300*COMPANY'S SAME-DAY TWIN WHEN THE RUN MADE A WINDOW AND THE ENTRY
020300*IS WITHIN THE PER-ENTRY LIMIT; OTHERWISE IT STAYS REGULAR AND IS
020300*COUNTED. A CONSOLIDATED ENTRY CARRIES NO CLAIM KEY AND STAYS.
020300 3310-ROUTE-SAME-DAY.
020300     MOVE 'N' TO WS-SDA-ROUTED-SW
020300     MOVE 'N' TO WS-SDA-ELIGIBLE-SW
020300     IF WS-SDA-MODE-ON
020300         AND WS-HKY-TABLE-COUNT > ZERO
020300         AND BCP-RESP-CLM-KEY IS NUMERIC
020300         SET WS-HKY-IX TO 1
020300         SEARCH WS-HKY-ENTRY
020300             AT END
020300                 CONTINUE
020300             WHEN WS-HKY-CLM-KEY(WS-HKY-IX) = BCP-RESP-CLM-KEY
020300                 SET WS-SDA-ELIGIBLE TO TRUE
020300         END-SEARCH
020300     END-IF
020300     IF WS-SDA-ELIGIBLE
020300         IF NOT WS-SDA-WINDOW-OPEN
020300             ADD 1 TO WS-SDA-LATE-COUNT
020300             ADD WS-NET-PAY-AMT TO WS-SDA-LATE-TOTAL
020300         ELSE
020300         IF WS-NET-PAY-AMT > WS-SDA-LIMIT
020300             ADD 1 TO WS-SDA-OVER-COUNT
020300             ADD WS-NET-PAY-AMT TO WS-SDA-OVER-TOTAL
020300         ELSE
020300             PERFORM 3315-FIND-SAME-DAY-TWIN
020300         END-IF
020300         END-IF
020300     END-IF.
020300
020300 3315-FIND-SAME-DAY-TWIN.
020300     IF WS-COMP-TWIN(WS-CUR-COMP) = ZERO
020300         AND WS-COMP-TABLE-COUNT < 20
020300         ADD 1 TO WS-COMP-TABLE-COUNT
020300         MOVE WS-COMP-TABLE-COUNT TO WS-SDA-TWIN
020300         SET WS-COMP-IX TO WS-SDA-TWIN
020300         PERFORM 1360-INIT-COMP-TOTALS
020300         MOVE 'Y' TO WS-COMP-SAME-DAY-SW(WS-SDA-TWIN)
020300         MOVE WS-COMP-ID(WS-CUR-COMP)
020300             TO WS-COMP-ID(WS-SDA-TWIN)
020300         MOVE WS-COMP-NAME(WS-CUR-COMP)
020300             TO WS-COMP-NAME(WS-SDA-TWIN)
020300         MOVE WS-COMP-ACH-ID(WS-CUR-COMP)
020300             TO WS-COMP-ACH-ID(WS-SDA-TWIN)
020300         MOVE WS-COMP-ODFI(WS-CUR-COMP)
020300             TO WS-COMP-ODFI(WS-SDA-TWIN)
020300         MOVE WS-SDA-TWIN TO WS-COMP-TWIN(WS-CUR-COMP)
020300     END-IF
020300     IF WS-COMP-TWIN(WS-CUR-COMP) NOT = ZERO
020300         MOVE WS-COMP-TWIN(WS-CUR-COMP) TO WS-CUR-COMP
020300         SET WS-SDA-ROUTED TO TRUE
020300     ELSE
020300         ADD 1 TO WS-SDA-NOTWIN-COUNT
020300         ADD WS-NET-PAY-AMT TO WS-SDA-NOTWIN-TOTAL
020300     END-IF.
020300
020300*AR 150131 - A CYCLE PAYEE'S ACH PAYMENT JOINS THE RUN'S
020300*CONSOLIDATED ENTRY FOR ITS TIN, COMPANY AND BANK ACCOUNT INSTEAD
020300*OF GETTING ONE OF ITS OWN; 3350 WRITES THE ENTRIES ONCE EVERY
020300*RESPONSE IS IN. THE CLAIM KEY JOINS THE IN-CORE DUPLICATE TABLE
020300*NOW, BUT ITS PAID-KEY RECORD WAITS FOR THE ENTRY'S TRACE NUMBER.
020300*A PAYMENT THAT DOES NOT FIT THE TABLES GOES OUT ON ITS OWN.
020300 3320-ADD-TO-CONSOL.
020300     MOVE 'N' TO WS-CON-ADDED-SW
020300     MOVE 'N' TO WS-CON-FOUND-SW
020300     IF WS-PYC-FOUND AND WS-CNM-TABLE-COUNT < 10000
020300         MOVE WS-CYC-TIN             TO WS-CON-WANT-TIN
020300         MOVE WS-CUR-COMP            TO WS-CON-WANT-COMP
020300         MOVE BCP-RESP-BANK-ABA-NBR  TO WS-CON-WANT-ABA
020300         MOVE BCP-RESP-BANK-ACCT-NBR TO WS-CON-WANT-ACCT
020300         MOVE BCP-RESP-CHK-SAV-IND   TO WS-CON-WANT-CHK-SAV
020300         IF WS-CON-TABLE-COUNT > ZERO
020300             SET WS-CON-IX TO 1
020300             SEARCH WS-CON-ENTRY
020300                 AT END
020300                     CONTINUE
020300                 WHEN WS-CON-KEY(WS-CON-IX) = WS-CON-WANT
020300                     SET WS-CON-FOUND TO TRUE
020300             END-SEARCH
020300         END-IF
020300         IF NOT WS-CON-FOUND AND WS-CON-TABLE-COUNT < 2000
020300             ADD 1 TO WS-CON-TABLE-COUNT
020300             SET WS-CON-IX TO WS-CON-TABLE-COUNT
020300             MOVE WS-CON-WANT TO WS-CON-KEY(WS-CON-IX)
020300             MOVE WS-CYC-NAME TO WS-CON-NAME(WS-CON-IX)
020300             IF WS-CYC-NAME = SPACES
020300                 MOVE BCP-RESP-PROV-NAME(1:22)
020300                     TO WS-CON-NAME(WS-CON-IX)
020300             END-IF
020300             MOVE ZERO TO WS-CON-AMT(WS-CON-IX)
020300             MOVE ZERO TO WS-CON-MEMBERS(WS-CON-IX)
020300             SET WS-CON-FOUND TO TRUE
020300         END-IF
020300     END-IF
020300     IF WS-CON-FOUND
020300         SET WS-CON-ADDED TO TRUE
020300         ADD WS-NET-PAY-AMT TO WS-CON-AMT(WS-CON-IX)
020300         ADD 1 TO WS-CON-MEMBERS(WS-CON-IX)
020300         ADD 1 TO WS-CNM-TABLE-COUNT
020300         SET WS-CNM-IX TO WS-CNM-TABLE-COUNT
020300         SET WS-CNM-GROUP(WS-CNM-IX) TO WS-CON-IX
020300         MOVE BCP-RESP-CLM-KEY    TO WS-CNM-CLM-KEY(WS-CNM-IX)
020300         MOVE BCP-RESP-POLICY-KEY TO WS-CNM-POLICY-KEY(WS-CNM-IX)
020300         MOVE BCP-RESP-NPI-KEY    TO WS-CNM-NPI-KEY(WS-CNM-IX)
020300         MOVE BCP-RESP-PAT-TRAN-ID
020300             TO WS-CNM-TRAN-ID(WS-CNM-IX)
020300         MOVE BCP-RESP-PROV-NPI   TO WS-CNM-PROV-NPI(WS-CNM-IX)
020300         MOVE BCP-RESP-CLM-PAID-AMT
020300             TO WS-CNM-GROSS-AMT(WS-CNM-IX)
020300         MOVE WS-NET-PAY-AMT      TO WS-CNM-NET-AMT(WS-CNM-IX)
020300         IF BCP-RESP-PAT-TRAN-ID NOT = 'INTPMT'
020300             AND BCP-RESP-PAT-TRAN-ID NOT = 'SIUPMT'
020300             MOVE BCP-RESP-CLM-KEY    TO WS-KEY-CLM
020300             MOVE BCP-RESP-POLICY-KEY TO WS-KEY-POLICY
020300             MOVE BCP-RESP-NPI-KEY    TO WS-KEY-NPI
020300             PERFORM 3705-ADD-PAID-KEY-IN-CORE
020300         END-IF
020300     END-IF.
020300
020300*AR 150131 - ONE ENTRY PER CONSOLIDATION GROUP, BUILT THROUGH THE
020300*SAME 3300/3600 PATH AS ANY OTHER WITH THE GROUP STAGED IN THE
020300*RESPONSE AREA (EVERY RESPONSE HAS BEEN READ BY NOW): THE TIN
020300*STANDS AS THE INDIVIDUAL ID AND THE LEGAL NAME AS THE PAYEE.
020300*ONCE THE ENTRY IS STORED, EACH MEMBER PAYMENT IS POSTED UNDER
020300*ITS TRACE.
020300 3350-WRITE-CONSOL-ENTRIES.
020300     PERFORM VARYING WS-CON-IX-N FROM 1 BY 1
020300             UNTIL WS-CON-IX-N > WS-CON-TABLE-COUNT
020300         SET WS-CON-IX TO WS-CON-IX-N
020300         PERFORM 3360-WRITE-CONSOL-ENTRY
020300     END-PERFORM
020300     MOVE SPACES TO WS-KEY-TRACE.
020300
020300 3360-WRITE-CONSOL-ENTRY.
020300     MOVE SPACES TO BCP-RESP-RECORD
020300     MOVE WS-CON-TIN(WS-CON-IX)     TO BCP-RESP-PROV-NPI
020300     MOVE WS-CON-NAME(WS-CON-IX)    TO BCP-RESP-PROV-NAME
020300     MOVE WS-CON-ABA(WS-CON-IX)     TO BCP-RESP-BANK-ABA-NBR
020300     MOVE WS-CON-ACCT(WS-CON-IX)    TO BCP-RESP-BANK-ACCT-NBR
020300     MOVE WS-CON-CHK-SAV(WS-CON-IX) TO BCP-RESP-CHK-SAV-IND
020300     MOVE WS-CON-COMP(WS-CON-IX)    TO WS-CUR-COMP
020300     MOVE WS-CON-AMT(WS-CON-IX)     TO WS-NET-PAY-AMT
020300     PERFORM 3300-WRITE-LIVE-ENTRY
020300     IF WS-ENTRY-STORED
020300         ADD 1 TO WS-CON-ENTRY-COUNT
020300         MOVE WS-TRACE-NO TO WS-KEY-TRACE
020300         PERFORM VARYING WS-CNM-IX-N FROM 1 BY 1
020300                 UNTIL WS-CNM-IX-N > WS-CNM-TABLE-COUNT
020300             SET WS-CNM-IX TO WS-CNM-IX-N
020300             IF WS-CNM-GROUP(WS-CNM-IX) = WS-CON-IX-N
020300                 PERFORM 3370-POST-CONSOL-MEMBER
020300             END-IF
020300         END-PERFORM
020300         MOVE WS-CON-AMT(WS-CON-IX) TO WS-RPT-AMOUNT
020300         MOVE SPACES TO RPT-LINE
020300         STRING 'CONSOLIDATED ENTRY - TIN ' WS-CON-TIN(WS-CON-IX)
020300             ' TRACE ' WS-KEY-TRACE
020300             ' PAYMENTS ' WS-CON-MEMBERS(WS-CON-IX)
020300             ' AMOUNT ' WS-RPT-AMOUNT
020300             DELIMITED BY SIZE INTO RPT-LINE
020300         WRITE RPT-LINE
020300     END-IF.
020300
020300 3370-POST-CONSOL-MEMBER.
020300     ADD 1 TO WS-CON-MEMBER-COUNT
020300     MOVE SPACES TO CNXR-RECORD
020300     MOVE WS-KEY-TRACE              TO CNXR-ENTRY-TRACE
020300     MOVE WS-CON-TIN(WS-CON-IX)     TO CNXR-TIN
020300     MOVE WS-TODAY-CCYYMMDD         TO CNXR-RUN-DATE
020300     MOVE WS-CNM-CLM-KEY(WS-CNM-IX)    TO CNXR-CLM-KEY
020300     MOVE WS-CNM-POLICY-KEY(WS-CNM-IX) TO CNXR-POLICY-KEY
020300     MOVE WS-CNM-NPI-KEY(WS-CNM-IX)    TO CNXR-NPI-KEY
020300     MOVE WS-CNM-TRAN-ID(WS-CNM-IX)    TO CNXR-PAT-TRAN-ID
020300     MOVE WS-CNM-PROV-NPI(WS-CNM-IX)   TO CNXR-PROV-NPI
020300     MOVE WS-CNM-NET-AMT(WS-CNM-IX)    TO CNXR-NET-AMT
020300     WRITE CNXR-RECORD
020300     EVALUATE WS-CNM-TRAN-ID(WS-CNM-IX)
020300         WHEN 'INTPMT'
020300             ADD 1 TO WS-INTEREST-COUNT
020300             COMPUTE WS-AMT-CENTS =
020300                 WS-CNM-NET-AMT(WS-CNM-IX) * 100
020300             ADD WS-AMT-CENTS TO WS-INTEREST-CENTS
020300         WHEN 'SIUPMT'
020300             ADD 1 TO WS-SIU-NOKEY-COUNT
020300         WHEN OTHER
020300             MOVE WS-CNM-CLM-KEY(WS-CNM-IX)    TO WS-KEY-CLM
020300             MOVE WS-CNM-POLICY-KEY(WS-CNM-IX) TO WS-KEY-POLICY
020300             MOVE WS-CNM-NPI-KEY(WS-CNM-IX)    TO WS-KEY-NPI
020300             PERFORM 3710-WRITE-PAID-KEY
020300     END-EVALUATE
020300     IF WS-CNM-TRAN-ID(WS-CNM-IX) = 'CAPPMT'
020300         ADD 1 TO WS-CAP-COUNT
020300         ADD WS-CNM-GROSS-AMT(WS-CNM-IX) TO WS-CAP-TOTAL
020300     END-IF.
020400 3400-WRITE-PRENOTE-ENTRY.
020410     MOVE 'N' TO WS-ENTRY-STORED-SW
020420     SET WS-COMP-IX TO WS-CUR-COMP
024070             WS-COMP-LINES-CNT(WS-COMP-IX))
024080     SET WS-ENTRY-STORED TO TRUE.
025050
025059*AR 150129 - A RELEASED SIU PERCENTAGE PORTION SUPPLEMENTS A
025059*CLAIM WHOSE KEY WAS ADDED WHEN THE REST OF IT PAID; IT ADDS NO
025059*SECOND KEY AND IS COUNTED SO THE LIVEPAY ROW STILL PROVES.
025059 3690-ADD-PAID-KEY-OR-COUNT.
025059     IF BCP-RESP-PAT-TRAN-ID = 'SIUPMT'
025059         ADD 1 TO WS-SIU-NOKEY-COUNT
025059     ELSE
025059         PERFORM 3700-ADD-PAID-KEY
025059     END-IF.
025059
025059*AR 150131 - SPLIT SO A CONSOLIDATED PAYMENT CAN JOIN THE IN-CORE
025059*TABLE WHEN IT IS SELECTED AND WRITE ITS PAID KEY (WITH THE
025059*ENTRY'S TRACE NUMBER) ONLY ONCE THE ENTRY IS BUILT.
025060 3700-ADD-PAID-KEY.
025061     MOVE BCP-RESP-CLM-KEY    TO WS-KEY-CLM
025062     MOVE BCP-RESP-POLICY-KEY TO WS-KEY-POLICY
025063     MOVE BCP-RESP-NPI-KEY    TO WS-KEY-NPI
025064     PERFORM 3705-ADD-PAID-KEY-IN-CORE
025064     PERFORM 3710-WRITE-PAID-KEY.
025064
025064 3705-ADD-PAID-KEY-IN-CORE.
025070     IF WS-PDK-TABLE-COUNT < 20000
025080         ADD 1 TO WS-PDK-TABLE-COUNT
025090         SET WS-PDK-IX TO WS-PDK-TABLE-COUNT
025100         MOVE WS-KEY-CLM          TO WS-PDK-CLM-KEY(WS-PDK-IX)
025110         MOVE WS-KEY-POLICY       TO WS-PDK-POLICY-KEY(WS-PDK-IX)
025120         MOVE WS-KEY-NPI          TO WS-PDK-NPI-KEY(WS-PDK-IX)
025130     END-IF.
025130
025130 3710-WRITE-PAID-KEY.
025065     ADD 1 TO WS-PDKEY-ADD-COUNT
025140     MOVE SPACES TO PDKEYO-MASTER-RECORD
025150     MOVE WS-KEY-CLM
025155         TO PDKEY-CLM-KEY OF PDKEYO-MASTER-RECORD
025160     MOVE WS-KEY-POLICY
025170         TO PDKEY-POLICY-KEY OF PDKEYO-MASTER-RECORD
025180     MOVE WS-KEY-NPI
025185         TO PDKEY-NPI-KEY OF PDKEYO-MASTER-RECORD
025190     MOVE WS-TODAY-CCYYMMDD
025200         TO PDKEY-TRANS-DATE OF PDKEYO-MASTER-RECORD
025205     MOVE WS-KEY-TRACE
025205         TO PDKEY-ENTRY-TRACE OF PDKEYO-MASTER-RECORD
025210     WRITE PDKEYO-MASTER-RECORD.
025220
025230*AR 150064 - PAY BY PAPER CHECK: OFFSETS APPLY FIRST, THE
025231*CHECK/REGISTER/POSITIVE-PAY SET IS WRITTEN FOR A NONZERO NET,
025232*AND THE CLAIM KEY JOINS BOTH THE CROSS-REFERENCE AND THE
025268         ADD 1 TO WS-FULL-OFFSET-CHK-COUNT
025269     END-IF
025270     IF BCP-RESP-PAT-TRAN-ID NOT = 'INTPMT'
025270         AND BCP-RESP-PAT-TRAN-ID NOT = 'SIUPMT'
025271         PERFORM 3900-ADD-CHECK-XREF
025272     END-IF
025272     PERFORM 3190-TALLY-CAPITATION.
025273
025274 3900-ADD-CHECK-XREF.
025275     IF WS-PDK-TABLE-COUNT < 20000
025290     MOVE WS-NET-PAY-AMT      TO CKREF-AMOUNT OF CKRFO-RECORD
025291     WRITE CKRFO-RECORD.
025292
025292*AR 150130 - PAY BY VIRTUAL CARD: OFFSETS AND WITHHOLDING APPLY
025292*FIRST, AS FOR A CHECK, AND A NONZERO NET GOES TO THE CARD BANK
025292*UNDER THE NEXT PAYMENT REFERENCE, WITH THE CLAIM/POLICY/NPI KEY
025292*AS PAYER REFERENCE. THE CLAIM KEY IS ADDED AS A PAID KEY (A CARD
025292*IS AS GOOD AS PAID) AND COUNTED SO THE LIVEPAY ROW STILL PROVES.
025292 3850-PAY-BY-CARD.
025292     MOVE BCP-RESP-CLM-PAID-AMT TO WS-NET-PAY-AMT
025292     IF BCP-RESP-PAT-TRAN-ID NOT = 'INTPMT'
025292         PERFORM 3250-APPLY-OFFSET
025292         PERFORM 3260-APPLY-WITHHOLDING
025292     END-IF
025292     IF WS-NET-PAY-AMT > ZERO
025292         ADD 1 TO WS-CARD-REF
025292         ADD 1 TO WS-CARD-COUNT
025292         ADD WS-NET-PAY-AMT TO WS-CARD-TOTAL
025292         COMPUTE WS-CARD-AMT-CENTS = WS-NET-PAY-AMT * 100
025292         ADD WS-CARD-AMT-CENTS TO WS-CARD-TOTAL-CENTS
025292         MOVE SPACES                 TO VCI-DTL-RECORD
025292         MOVE 'D'                    TO VCI-DTL-REC-TYPE
025292         MOVE WS-CARD-REF            TO VCI-DTL-PAYMENT-REF
025292         MOVE WS-TODAY-CCYYMMDD      TO VCI-DTL-ISSUE-DATE
025292         MOVE WS-CARD-AMT-CENTS      TO VCI-DTL-AMOUNT-CENTS
025292         MOVE BCP-RESP-PROV-NPI      TO VCI-DTL-PAYEE-NPI
025292         MOVE BCP-RESP-PROV-NAME     TO VCI-DTL-PAYEE-NAME
025292         MOVE WS-PYP-EMAIL(WS-PYP-IX) TO VCI-DTL-DELIVERY-EMAIL
025292         MOVE WS-PYP-FAX(WS-PYP-IX)  TO VCI-DTL-DELIVERY-FAX
025292         MOVE BCP-RESP-COMP-ID       TO VCI-DTL-COMP-ID
025292         MOVE BCP-RESP-CLM-NO        TO VCI-DTL-REMIT-CLM-NO
025292         MOVE BCP-RESP-CLM-KEY       TO VCI-DTL-CLM-KEY
025292         MOVE BCP-RESP-POLICY-KEY    TO VCI-DTL-POLICY-KEY
025292         MOVE BCP-RESP-NPI-KEY       TO VCI-DTL-NPI-KEY
025292         MOVE BCP-RESP-PAT-TRAN-ID   TO VCI-DTL-TRAN-ID
025292         WRITE VCI-DTL-RECORD
025292     ELSE
025292         ADD 1 TO WS-FULL-OFFSET-CARD-COUNT
025292     END-IF
025292     IF BCP-RESP-PAT-TRAN-ID NOT = 'INTPMT'
025292         AND BCP-RESP-PAT-TRAN-ID NOT = 'SIUPMT'
025292         PERFORM 3700-ADD-PAID-KEY
025292         ADD 1 TO WS-CARD-KEY-COUNT
025292     END-IF
025292     PERFORM 3190-TALLY-CAPITATION.
025200 4000-WRITE-BATCH-CONTROL.
025210     MOVE WS-COMP-ENTRY-CNT(WS-COMP-IX)
025215                               TO BC-ENTRY-ADDENDA-CNT
027300         ADD 1 TO WS-RECORD-COUNT
027400     END-PERFORM.
027500
027500 4300-WRITE-CARD-TRAILER.
027500     MOVE SPACES               TO VCI-TRL-RECORD
027500     MOVE 'T'                  TO VCI-TRL-REC-TYPE
027500     MOVE WS-CARD-COUNT        TO VCI-TRL-DTL-COUNT
027500     MOVE WS-CARD-TOTAL-CENTS  TO VCI-TRL-TOTAL-CENTS
027500     WRITE VCI-TRL-RECORD.
027600 5000-WRITE-SUMMARY.
027700     MOVE SPACES TO RPT-LINE
027800     STRING 'LIVE PAYMENT ENTRIES: ' WS-LIVE-COUNT
028832             UNTIL WS-COMP-IX-N > WS-COMP-TABLE-COUNT
028833         SET WS-COMP-IX TO WS-COMP-IX-N
028834         IF WS-COMP-ENTRY-CNT(WS-COMP-IX) > ZERO
028834             MOVE SPACES TO WS-SDA-LABEL
028834             IF WS-COMP-IS-SAME-DAY(WS-COMP-IX)
028834                 MOVE ' SAME-DAY' TO WS-SDA-LABEL
028834             END-IF
028835             MOVE SPACES TO RPT-LINE
028836             STRING 'COMPANY ' WS-COMP-ID(WS-COMP-IX)
028837                 ' ' WS-COMP-NAME(WS-COMP-IX) WS-SDA-LABEL
028838                 ' ENTRIES ' WS-COMP-ENTRY-CNT(WS-COMP-IX)
028839                 ' LIVE ' WS-COMP-LIVE(WS-COMP-IX)
028839                 ' PRENOTE ' WS-COMP-PRENOTE(WS-COMP-IX)
028860     STRING 'PROMPT-PAY INTEREST ENTRIES: ' WS-INTEREST-COUNT
028870         ' TOTAL CENTS ' WS-INTEREST-CENTS
028880         DELIMITED BY SIZE INTO RPT-LINE
028890     WRITE RPT-LINE
028891     MOVE WS-CAP-TOTAL TO WS-RPT-AMOUNT
028892     MOVE SPACES TO RPT-LINE
028893     STRING 'PCP CAPITATION PAYMENTS: ' WS-CAP-COUNT
028894         ' TOTAL ' WS-RPT-AMOUNT
028895         DELIMITED BY SIZE INTO RPT-LINE
028896     WRITE RPT-LINE
028896     MOVE WS-SIU-HELD-TOTAL TO WS-RPT-AMOUNT
028896     MOVE SPACES TO RPT-LINE
028896     STRING 'PAYMENTS HELD - SIU CASE HOLD: ' WS-SIU-HELD-COUNT
028896         ' TOTAL ' WS-RPT-AMOUNT
028896         DELIMITED BY SIZE INTO RPT-LINE
028896     WRITE RPT-LINE
028896     MOVE WS-SIU-REL-TOTAL TO WS-RPT-AMOUNT
028896     MOVE WS-SIU-FORF-TOTAL TO WS-RPT-AMOUNT2
028896     MOVE SPACES TO RPT-LINE
028896     STRING 'SIU HELD FUNDS RELEASED: ' WS-SIU-REL-COUNT
028896         ' TOTAL ' WS-RPT-AMOUNT
028896         ' FORFEITED: ' WS-SIU-FORF-COUNT
028896         ' TOTAL ' WS-RPT-AMOUNT2
028896         DELIMITED BY SIZE INTO RPT-LINE
028896     WRITE RPT-LINE
028896     MOVE WS-CARD-TOTAL TO WS-RPT-AMOUNT
028896     MOVE SPACES TO RPT-LINE
028896     STRING 'VIRTUAL CARD PAYMENTS ISSUED: ' WS-CARD-COUNT
028896         ' TOTAL ' WS-RPT-AMOUNT
028896         ' FULLY OFFSET: ' WS-FULL-OFFSET-CARD-COUNT
028896         DELIMITED BY SIZE INTO RPT-LINE
028896     WRITE RPT-LINE
028896     IF WS-PYP-OVERFLOW-COUNT NOT = ZERO
028896         MOVE SPACES TO RPT-LINE
028896         STRING 'PAYMENT ELECTIONS NOT LOADED - TABLE FULL: '
028896             WS-PYP-OVERFLOW-COUNT
028896             ' - THOSE PAYEES PAID BY ACH (RC 4)'
028896             DELIMITED BY SIZE INTO RPT-LINE
028896         WRITE RPT-LINE
028896     END-IF
028896     IF WS-SIU-OVERFLOW-COUNT NOT = ZERO
028896         MOVE SPACES TO RPT-LINE
028896         STRING 'SIU HOLDS NOT LOADED - TABLE FULL: '
028896             WS-SIU-OVERFLOW-COUNT
028896             ' - RERUN REQUIRED (RC 8)'
028896             DELIMITED BY SIZE INTO RPT-LINE
028896         WRITE RPT-LINE
028896     END-IF
028896     MOVE WS-CYC-HELD-TOTAL TO WS-RPT-AMOUNT
028896     MOVE SPACES TO RPT-LINE
028896     STRING 'PAYMENTS HELD FOR PAYEE PAY DAY: ' WS-CYC-HELD-COUNT
028896         ' TOTAL ' WS-RPT-AMOUNT
028896         ' CARRIED FORWARD: ' WS-CYC-CARRIED-COUNT
028896         ' RELEASED: ' WS-CYC-RELEASED-COUNT
028896         DELIMITED BY SIZE INTO RPT-LINE
028896     WRITE RPT-LINE
028896     MOVE SPACES TO RPT-LINE
028896     STRING 'CONSOLIDATED PAYEE ENTRIES: ' WS-CON-ENTRY-COUNT
028896         ' COVERING PAYMENTS: ' WS-CON-MEMBER-COUNT
028896         DELIMITED BY SIZE INTO RPT-LINE
028896     WRITE RPT-LINE
028896     IF WS-TIN-OVERFLOW-COUNT NOT = ZERO
028896         OR WS-PYC-OVERFLOW-COUNT NOT = ZERO
028896         MOVE SPACES TO RPT-LINE
028896         STRING 'PAYMENT CYCLE TABLES FULL - TINS NOT LOADED: '
028896             WS-TIN-OVERFLOW-COUNT
028896             ' PROFILES NOT LOADED: ' WS-PYC-OVERFLOW-COUNT
028896             ' - THOSE PAYEES PAID EVERY RUN (RC 4)'
028896             DELIMITED BY SIZE INTO RPT-LINE
028896         WRITE RPT-LINE
028896     END-IF
028896     IF WS-SDA-MODE-ON
028896         MOVE WS-SDA-SENT-TOTAL TO WS-RPT-AMOUNT
028896         MOVE SPACES TO RPT-LINE
028896         IF WS-SDA-WINDOW-OPEN
028896             STRING 'SAME-DAY ACH ENTRIES: ' WS-SDA-SENT-COUNT
028896                 ' TOTAL ' WS-RPT-AMOUNT
028896                 ' - WINDOW CUTOFF ' WS-SDA-CUTOFF-HHMM
028896                 ' SETTLES ' WS-SDA-SETTLE-HHMM
028896                 DELIMITED BY SIZE INTO RPT-LINE
028896         ELSE
028896             MOVE 'SAME-DAY ACH - NO SUBMISSION WINDOW LEFT TODAY'
028896                 TO RPT-LINE
028896         END-IF
028896         WRITE RPT-LINE
028896         MOVE WS-SDA-LATE-TOTAL TO WS-RPT-AMOUNT
028896         MOVE SPACES TO RPT-LINE
028896         STRING 'SAME-DAY ELIGIBLE SENT REGULAR - WINDOW MISSED: '
028896             WS-SDA-LATE-COUNT ' TOTAL ' WS-RPT-AMOUNT
028896             DELIMITED BY SIZE INTO RPT-LINE
028896         WRITE RPT-LINE
028896         MOVE WS-SDA-OVER-TOTAL TO WS-RPT-AMOUNT
028896         MOVE SPACES TO RPT-LINE
028896         STRING 'SAME-DAY ELIGIBLE SENT REGULAR - OVER PER-ENTRY '
028896             'LIMIT: ' WS-SDA-OVER-COUNT ' TOTAL ' WS-RPT-AMOUNT
028896             DELIMITED BY SIZE INTO RPT-LINE
028896         WRITE RPT-LINE
028896         MOVE WS-SDA-NOTWIN-TOTAL TO WS-RPT-AMOUNT
028896         MOVE SPACES TO RPT-LINE
028896         STRING 'SAME-DAY ELIGIBLE SENT REGULAR - COMPANY TABLE '
028896             'FULL: ' WS-SDA-NOTWIN-COUNT ' TOTAL ' WS-RPT-AMOUNT
028896             DELIMITED BY SIZE INTO RPT-LINE
028896         WRITE RPT-LINE
028896         IF WS-HKY-OVERFLOW-COUNT NOT = ZERO
028896             MOVE SPACES TO RPT-LINE
028896             STRING 'HOT-BATCH CLAIM KEYS NOT LOADED - '
028896                 'TABLE FULL: '
028896                 WS-HKY-OVERFLOW-COUNT
028896                 ' - THOSE CLAIMS PAID REGULAR (RC 4)'
028896                 DELIMITED BY SIZE INTO RPT-LINE
028896             WRITE RPT-LINE
028896         END-IF
028896     END-IF
028897*AR 150133 - ROUTING NUMBER VALIDATION.
028897     MOVE WS-ABA-FAIL-TOTAL TO WS-RPT-AMOUNT
028897     MOVE SPACES TO RPT-LINE
028897     STRING 'ROUTING NUMBERS REJECTED - PAID BY CHECK: '
028897         WS-ABA-FAIL-COUNT ' TOTAL ' WS-RPT-AMOUNT
028897         DELIMITED BY SIZE INTO RPT-LINE
028897     WRITE RPT-LINE
028897     IF WS-ABA-UNVERIFIED-COUNT NOT = ZERO
028897         MOVE SPACES TO RPT-LINE
028897         STRING 'FEDACH DIRECTORY NOT AVAILABLE - CHECK DIGIT '
028897             'ONLY FOR ' WS-ABA-UNVERIFIED-COUNT
028897             ' ROUTING NUMBERS'
028897             DELIMITED BY SIZE INTO RPT-LINE
028897         WRITE RPT-LINE
028897     END-IF.
028900
028895 5100-WRITE-RECEIVABLES-OUT.
028896     OPEN OUTPUT RECEIVABLE-OUT
028938     MOVE 'O'                TO CTLG-DIRECTION
028939     COMPUTE CTLG-REC-COUNT =
028940         WS-LIVE-COUNT - WS-INTEREST-COUNT
028941         + WS-FULL-OFFSET-COUNT - WS-SIU-NOKEY-COUNT
028941         + WS-CARD-KEY-COUNT
028941         + WS-CON-MEMBER-COUNT - WS-CON-ENTRY-COUNT
028942     COMPUTE CTLG-AMOUNT = WS-CREDIT-TOTAL-CENTS / 100
028943     WRITE CTLG-RECORD
028944     MOVE 'PDKEYADD'         TO CTLG-FILE-NAME
028947     MOVE WS-INTEREST-COUNT  TO CTLG-REC-COUNT
028947     COMPUTE CTLG-AMOUNT = WS-INTEREST-CENTS / 100
028947     WRITE CTLG-RECORD
028947*AR 150118 - CAPITATION ROW FOR THE GL FEED.
028947     MOVE 'CAPPAY  '         TO CTLG-FILE-NAME
028947     MOVE WS-CAP-COUNT       TO CTLG-REC-COUNT
028947     MOVE WS-CAP-TOTAL       TO CTLG-AMOUNT
028947     WRITE CTLG-RECORD
028947*AR 150129 - SIU HOLD, RELEASE AND FORFEIT ROWS FOR THE GL FEED.
028947     MOVE 'SIUHELD '         TO CTLG-FILE-NAME
028947     MOVE WS-SIU-HELD-COUNT  TO CTLG-REC-COUNT
028947     MOVE WS-SIU-HELD-TOTAL  TO CTLG-AMOUNT
028947     WRITE CTLG-RECORD
028947     MOVE 'SIURLSE '         TO CTLG-FILE-NAME
028947     MOVE WS-SIU-REL-COUNT   TO CTLG-REC-COUNT
028947     MOVE WS-SIU-REL-TOTAL   TO CTLG-AMOUNT
028947     WRITE CTLG-RECORD
028947     MOVE 'SIUFORF '         TO CTLG-FILE-NAME
028947     MOVE WS-SIU-FORF-COUNT  TO CTLG-REC-COUNT
028947     MOVE WS-SIU-FORF-TOTAL  TO CTLG-AMOUNT
028947     WRITE CTLG-RECORD
028947*AR 150130 - VIRTUAL CARD ROW FOR THE GL FEED.
028947     MOVE 'CARDPAY '         TO CTLG-FILE-NAME
028947     MOVE WS-CARD-COUNT      TO CTLG-REC-COUNT
028947     MOVE WS-CARD-TOTAL      TO CTLG-AMOUNT
028947     WRITE CTLG-RECORD
028948     CLOSE CONTROL-LEDGER.
028949
028950 5300-SAVE-CHECK-SEQ.
028953     WRITE CKSEQ-RECORD
028954     CLOSE CHECK-SEQ-FILE.
028955
028955 5350-SAVE-CARD-SEQ.
028955     OPEN OUTPUT CARD-SEQ-FILE
028955     MOVE WS-CARD-REF TO VCSEQ-LAST-PAYMENT-REF
028955     WRITE VCSEQ-RECORD
028955     CLOSE CARD-SEQ-FILE.
029000 9000-TERMINATE.
029050     PERFORM 5100-WRITE-RECEIVABLES-OUT
029060     PERFORM 5200-WRITE-CONTROL-LEDGER
029070     PERFORM 5300-SAVE-CHECK-SEQ
029071     PERFORM 5350-SAVE-CARD-SEQ
029075     CLOSE WITHHOLD-LEDGER
029076     CLOSE RELEASE-QUEUE-OUT
029076     CLOSE SIU-HELD-OUT
029076     CLOSE PENDING-PAY-OUT
029076     CLOSE CONSOL-XREF-OUT
029077     CLOSE PEND-CHANGE-OUT
029080     CLOSE CHECK-PRINT-FILE
029081     CLOSE CHECK-REGISTER
029082     CLOSE POSITIVE-PAY-FILE
029083     CLOSE CHECK-XREF-OUT
029084     CLOSE CARD-ISSUE-FILE
029100     CLOSE BCP-RESP-FILE
029200     CLOSE PBM-MASTER-OUT
029210     CLOSE PAID-KEY-OUT
