002340*            THE ID).                                            *
002350******************************************************************
002360     05  CHIST-MEMBER-ID           PIC 9(10).
002370******************************************************************
002400* 10-15-26 - R KOWALSKI - AR 150149 - POSTING DETAIL FOR THE     *
002500*            ANNUAL MEMBER STATEMENT (BCPANNST). BCPRECON STAMPS *
002600*            THE DATE THE CLAIM POSTED, THE REMIT OUTCOME, THE   *
002700*            CONTRACT, THE RENDERING PROVIDER AND THE SUBSCRIBER *
002800*            NAME; BCPARCHV KEEPS THEM WHEN IT FLIPS THE ROW     *
002900*            ARCHIVED. ROWS PRE-DATING THE FIELDS CARRY SPACES.  *
003000******************************************************************
003100     05  CHIST-POSTED-DATE         PIC X(08).
003200     05  CHIST-OUTCOME             PIC X(01).
003300         88  CHIST-CLAIM-ACCEPTED      VALUE 'A'.
003400         88  CHIST-CLAIM-REJECTED      VALUE 'R'.
003500     05  CHIST-CONTRACT-CODE       PIC X(02).
003600     05  CHIST-PROV-NPI            PIC X(10).
003700     05  CHIST-SUBSCR-LAST         PIC X(33).
003800     05  CHIST-SUBSCR-FIRST        PIC X(12).
003810******************************************************************
003820* 10-15-26 - R KOWALSKI - AR 150149 - SENSITIVE-CLAIM INDICATOR. *
003830*            BCP837CV SETS IT WHEN A LINE OF THE CLAIM BILLS A   *
003840*            DIAGNOSIS ON THE SENSITIVE MASTER (BCPSNSDX);       *
003850*            BCPRECON AND BCPARCHV KEEP IT. BCPANNST LEAVES THE  *
003860*            PROVIDER OF A SENSITIVE CLAIM OFF THE STATEMENT.    *
003870*            ROWS PRE-DATING THE FIELD CARRY A SPACE.            *
003880******************************************************************
003890     05  CHIST-SENSITIVE-IND       PIC X(01).
003900         88  CHIST-SENSITIVE           VALUE 'Y'.
