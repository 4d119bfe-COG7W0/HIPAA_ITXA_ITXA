001400*            REPLACES THE COORDINATOR'S FIRST HOUR OF CROSS-     *
001500*            REFERENCING SEVEN REPORTS BY EYE.                   *
001600******************************************************************
001610******************************************************************
001620* 10-15-26 - R KOWALSKI - AR 150122 - EIGHTH SOURCE, RHPEXCPT    *
001630*            (BCPRHPED REVENUE CODE / HCPCS / PLACE-OF-SERVICE   *
001640*            CONSISTENCY LINES), RANKED WITH THE OTHER           *
001650*            INFORMATIONAL EDITORS. THE DIGEST NOW INGESTS EIGHT *
001652*            REPORTS, NOT THE SEVEN NAMED IN THE AR 150068 ENTRY *
001654*            ABOVE.                                              *
001660******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. BCPEXDIG.
001900 ENVIRONMENT DIVISION.
004000     SELECT OPTIONAL RECON-EXCEPT-RPT ASSIGN TO RECONRPT
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS WS-IN-STATUS.
004210     SELECT OPTIONAL RHP-EXCEPT-RPT ASSIGN TO RHPEXCPT
004220            ORGANIZATION IS LINE SEQUENTIAL
004230            FILE STATUS IS WS-IN-STATUS.
004300     SELECT DIGEST-RPT ASSIGN TO EXDIGRPT
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS IS WS-RPT-STATUS.
005900 01  ACK-LINE                  PIC X(132).
006000 FD  RECON-EXCEPT-RPT.
006100 01  RECON-LINE                PIC X(132).
006110 FD  RHP-EXCEPT-RPT.
006120 01  RHP-LINE                  PIC X(132).
006200 FD  DIGEST-RPT.
006300 01  RPT-LINE                  PIC X(132).
006400 WORKING-STORAGE SECTION.
010900     PERFORM 2500-INGEST-NPIEXCPT
011000     PERFORM 2600-INGEST-ACKRPT
011100     PERFORM 2700-INGEST-RECONRPT
011110     PERFORM 2800-INGEST-RHPEXCPT
011200     PERFORM 4000-WRITE-WORKLIST
011300     PERFORM 5000-WRITE-SENDER-COUNTS
011400     PERFORM 9000-TERMINATE
024100         END-READ
024200     END-PERFORM
024300     CLOSE RECON-EXCEPT-RPT.
024310
024320 2800-INGEST-RHPEXCPT.
024330     MOVE 'RHPEXCPT' TO WS-CUR-SOURCE
024340     MOVE 3 TO WS-CUR-SEVERITY
024350     MOVE 'N' TO WS-IN-EOF-SW
024360     MOVE 'Y' TO WS-FIRST-LINE-SW
024370     OPEN INPUT RHP-EXCEPT-RPT
024380     PERFORM UNTIL WS-IN-EOF
024390         READ RHP-EXCEPT-RPT
024391             AT END
024392                 SET WS-IN-EOF TO TRUE
024393             NOT AT END
024394                 MOVE RHP-LINE TO WS-WORK-LINE
024395                 PERFORM 3000-PROCESS-LINE
024396         END-READ
024397     END-PERFORM
024398     CLOSE RHP-EXCEPT-RPT.
024400
024500******************************************************************
024600* THE FIRST LINE OF EACH REPORT IS ITS HEADING; BLANK LINES AND  *
