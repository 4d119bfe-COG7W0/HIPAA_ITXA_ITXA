000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150149 - ANNUAL MEMBER BENEFIT      *
000300*            STATEMENT EXTRACT FOR THE MEMBER PORTAL, THE        *
000400*            MACHINE-READABLE COPY OF THE STATEMENT BCPANNST     *
000500*            PRINTS. EVERY RECORD CARRIES THE INTERNAL MEMBER ID *
000600*            AND THE BENEFIT YEAR. A MEMBER IS ONE 'AS' SUMMARY  *
000700*            FOLLOWED BY AN 'AP' PER PROVIDER THE MEMBER'S       *
000800*            POSTED CLAIMS WENT TO (THE LAST, FLAGGED ALL-OTHER, *
000900*            TOTALS ANY PROVIDERS BEYOND THE TENTH). ONE 'AT'    *
001000*            TRAILER (MEMBER ID ZERO) ENDS THE FILE. AMOUNTS ARE *
001100*            THE MEMBER'S POSITION AS OF THE CLOSING ACCUMULATOR *
001200*            ROW; THE OUT-OF-POCKET MAXIMUM IS THE CONTRACT'S    *
001300*            ANNUAL DEDUCTIBLE PLUS COINSURANCE LIMITS.          *
001400******************************************************************
001500 01  ANNPT-RECORD.
001600     05  ANNPT-REC-TYPE            PIC X(02).
001700         88  ANNPT-MEMBER-SUMMARY      VALUE 'AS'.
001800         88  ANNPT-PROVIDER            VALUE 'AP'.
001900         88  ANNPT-TRAILER             VALUE 'AT'.
002000     05  ANNPT-MEMBER-ID           PIC 9(10).
002100     05  ANNPT-BENEFIT-YEAR        PIC X(04).
002200     05  ANNPT-BODY                PIC X(200).
002300*MEMBER SUMMARY. LIMITS-IND 'N' WHEN THE MEMBER'S CONTRACT WAS NOT
002400*FOUND ON THE CONTRACT MASTER; THE LIMIT AND OUT-OF-POCKET MAXIMUM
002500*FIELDS ARE THEN ZERO.
002600     05  ANNPT-SUM-BODY REDEFINES ANNPT-BODY.
002700         10  ANNPT-SUM-PATIENT-LAST    PIC X(33).
002800         10  ANNPT-SUM-PATIENT-FIRST   PIC X(12).
002900         10  ANNPT-SUM-CONTRACT-CODE   PIC X(02).
003000         10  ANNPT-SUM-LIMITS-IND      PIC X(01).
003100             88  ANNPT-SUM-LIMITS-KNOWN    VALUE 'Y'.
003200         10  ANNPT-SUM-MED-DED         PIC 9(09)V99.
003300         10  ANNPT-SUM-RX-DED          PIC 9(09)V99.
003400         10  ANNPT-SUM-DED-LIMIT       PIC 9(07)V99.
003500         10  ANNPT-SUM-MED-COINS       PIC 9(09)V99.
003600         10  ANNPT-SUM-RX-COINS        PIC 9(09)V99.
003700         10  ANNPT-SUM-COINS-LIMIT     PIC 9(07)V99.
003800         10  ANNPT-SUM-OOP-APPLIED     PIC 9(09)V99.
003900         10  ANNPT-SUM-OOP-MAXIMUM     PIC 9(09)V99.
004000         10  ANNPT-SUM-OOP-REMAINING   PIC 9(09)V99.
004100         10  ANNPT-SUM-OOP-MET-IND     PIC X(01).
004200             88  ANNPT-SUM-OOP-MET         VALUE 'Y'.
004300         10  ANNPT-SUM-CLAIM-COUNT     PIC 9(05).
004400         10  ANNPT-SUM-PLAN-PAID       PIC 9(11)V99.
004500         10  ANNPT-SUM-PROVIDER-COUNT  PIC 9(03).
004510******************************************************************
004520* 10-15-26 - R KOWALSKI - AR 150149 - FAMILY POSITION ON THE     *
004530*            MEMBER SUMMARY: THE FAMILY'S DEDUCTIBLE MET AND     *
004540*            COINSURANCE PAID (EVERY MEMBER UNDER THE            *
004550*            SUBSCRIBER, MEDICAL PLUS PHARMACY) AND THE FAMILY   *
004560*            OUT-OF-POCKET MAXIMUM (ZERO WHEN THE CONTRACT SETS  *
004570*            NO FAMILY LIMITS). THE MEMBER'S OOP-MET AND         *
004580*            OOP-REMAINING ALREADY ALLOW FOR THE FAMILY MAXIMUM. *
004590*            THE ALL-OTHER 'AP' ALSO TOTALS THE MEMBER'S         *
004600*            SENSITIVE CLAIMS, WHOSE PROVIDER IS NEVER NAMED.    *
004610******************************************************************
004620         10  ANNPT-SUM-FAM-DED         PIC 9(09)V99.
004630         10  ANNPT-SUM-FAM-COINS       PIC 9(09)V99.
004640         10  ANNPT-SUM-FAM-OOP-MAXIMUM PIC 9(09)V99.
004650         10  FILLER                    PIC X(02).
004700*PROVIDER LINE. NAME IS SPACES WHEN THE NPI IS NOT ON THE PROVIDER
004800*MASTER; NPI IS SPACES FOR CLAIMS POSTED BEFORE IT WAS RECORDED.
004900     05  ANNPT-PRV-BODY REDEFINES ANNPT-BODY.
005000         10  ANNPT-PRV-NPI             PIC X(10).
005100         10  ANNPT-PRV-NAME            PIC X(60).
005200         10  ANNPT-PRV-ALL-OTHER-IND   PIC X(01).
005300             88  ANNPT-PRV-ALL-OTHER       VALUE 'Y'.
005400         10  ANNPT-PRV-CLAIM-COUNT     PIC 9(05).
005500         10  ANNPT-PRV-PLAN-PAID       PIC 9(11)V99.
005600         10  FILLER                    PIC X(111).
005700     05  ANNPT-TRL-BODY REDEFINES ANNPT-BODY.
005800         10  ANNPT-TRL-RUN-DATE        PIC X(08).
005900         10  ANNPT-TRL-MEMBER-COUNT    PIC 9(07).
006000         10  ANNPT-TRL-PROVIDER-COUNT  PIC 9(07).
006100         10  ANNPT-TRL-RECORD-COUNT    PIC 9(09).
006200         10  FILLER                    PIC X(169).
