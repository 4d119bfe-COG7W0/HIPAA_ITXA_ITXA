001500*            NUMBERS PERSIST ACROSS RUNS VIA THE ISEQCTL         *
001600*            CONTROL RECORD (SAME PATTERN AS BCPBSEQ).           *
001700******************************************************************
001710* 10-15-26 - R KOWALSKI - AR 150147 - HI DIAGNOSIS SEGMENTS.     *
001720*            EACH CLAIM NOW CARRIES AN HI SEGMENT FOR THE        *
001730*            PRINCIPAL DIAGNOSIS (ABK) AND ONE FOR THE OTHER     *
001740*            DIAGNOSES (ABF), TAKEN FROM THE CLAIM'S FIRST SV    *
001750*            LINE, WRITTEN AFTER CLM AND COUNTED IN SE01. EACH   *
001760*            DIAGNOSIS CARRIES ITS PRESENT-ON-ADMISSION          *
001770*            INDICATOR IN COMPOSITE POSITION 9; AN EXEMPT (1) OR *
001780*            ABSENT INDICATOR IS LEFT OFF, AS 5010 REQUIRES.     *
001790******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. BCPX12SR.
002000 ENVIRONMENT DIVISION.
006900     88  WS-CLAIM-IS-PENDING        VALUE 'Y'.
007000 01  WS-SEG-WORK               PIC X(200).
007100 01  WS-SEG2-WORK              PIC X(200).
007110 01  WS-SEG-PTR                PIC 9(03).
007200 01  WS-AMT-ED                 PIC Z(6)9.99.
007210 01  WS-TOT-AMT-ED             PIC Z(8)9.99.
007300 01  WS-CTL9-ED                PIC 9(09).
008800     05  WS-CUR-RENDPROV-LAST  PIC X(33).
008900     05  WS-CUR-RENDPROV-FIRST PIC X(12).
009000     05  WS-CUR-CLM-TOT-CHG    PIC 9(09)V99   VALUE ZERO.
009009*AR 150147 - THE CLAIM'S DIAGNOSES (PRINCIPAL FIRST) AND THEIR POA
009018*INDICATORS, CAPTURED FROM ITS FIRST SV LINE.
009027 01  WS-CUR-DIAG-SW            PIC X(01)      VALUE 'N'.
009036     88  WS-CUR-DIAG-CAPTURED      VALUE 'Y'.
009045 01  WS-CUR-DIAGS.
009054     05  WS-CUR-DX             OCCURS 4 TIMES.
009063         10  WS-CUR-DX-CODE        PIC X(10).
009072         10  WS-CUR-DX-POA         PIC X(01).
009081 01  WS-DX-IX                  PIC 9(01).
009090 01  WS-HI-QUAL                PIC X(03).
009100 01  WS-TOT-INTERCHANGES       PIC 9(05)      VALUE ZERO.
009200 01  WS-TOT-CLAIMS             PIC 9(07)      VALUE ZERO.
009300 01  WS-TOT-SEGMENTS           PIC 9(07)      VALUE ZERO.
019600     SET WS-CLAIM-IS-PENDING TO TRUE
019700     MOVE ZERO TO WS-PEND-COUNT
019800     MOVE ZERO TO WS-CUR-CLM-TOT-CHG
019810     MOVE 'N' TO WS-CUR-DIAG-SW
019820     MOVE SPACES TO WS-CUR-DIAGS
019900     MOVE MEDG-CLM50-CLM-KEY OF MEDG-CLM50-RECORD
020000         TO WS-CUR-CLM-KEY
020100     MOVE MEDG-CLM50-SUBSCR-LAST OF MEDG-CLM50-RECORD
021200         TO WS-CUR-RENDPROV-FIRST.
021300
021400 2400-BUFFER-SERVICE-LINE.
021410     IF NOT WS-CUR-DIAG-CAPTURED
021420         PERFORM 2410-CAPTURE-DIAGNOSES
021430     END-IF
021500     ADD MEDG-SVC-SUBMITTED-CHG OF MEDG-SVC-RECORD
021600         TO WS-CUR-CLM-TOT-CHG
021700     MOVE MEDG-SVC-SUBMITTED-CHG OF MEDG-SVC-RECORD
023500         END-IF
023600     END-PERFORM.
023700
023705*AR 150147 - THE FIRST SV LINE CARRIES THE CLAIM'S DIAGNOSES.
023710 2410-CAPTURE-DIAGNOSES.
023715     SET WS-CUR-DIAG-CAPTURED TO TRUE
023720     MOVE MEDG-SVC-PRIMARY-DIAG OF MEDG-SVC-RECORD
023725         TO WS-CUR-DX-CODE(1)
023730     MOVE MEDG-SVC-PRIMARY-POA OF MEDG-SVC-RECORD
023735         TO WS-CUR-DX-POA(1)
023740     MOVE MEDG-SVC-SECONDARY-DIAG1 OF MEDG-SVC-RECORD
023745         TO WS-CUR-DX-CODE(2)
023750     MOVE MEDG-SVC-SECONDARY-POA1 OF MEDG-SVC-RECORD
023755         TO WS-CUR-DX-POA(2)
023760     MOVE MEDG-SVC-SECONDARY-DIAG2 OF MEDG-SVC-RECORD
023765         TO WS-CUR-DX-CODE(3)
023770     MOVE MEDG-SVC-SECONDARY-POA2 OF MEDG-SVC-RECORD
023775         TO WS-CUR-DX-POA(3)
023780     MOVE MEDG-SVC-SECONDARY-DIAG3 OF MEDG-SVC-RECORD
023785         TO WS-CUR-DX-CODE(4)
023790     MOVE MEDG-SVC-SECONDARY-POA3 OF MEDG-SVC-RECORD
023795         TO WS-CUR-DX-POA(4).
023800 2500-BUFFER-CAS-SEGMENT.
023900     MOVE MEDG-SVC-CAS-AMOUNT OF MEDG-SVC-RECORD (WS-CAS-IX)
024000         TO WS-AMT-ED
029000             DELIMITED BY SIZE INTO WS-SEG-WORK
029100         PERFORM 2900-WRITE-SEGMENT
029200         ADD 1 TO WS-ST-SEG-COUNT
029210         PERFORM 2750-WRITE-HI-SEGMENTS
029300         PERFORM VARYING WS-PEND-IX FROM 1 BY 1
029400                 UNTIL WS-PEND-IX > WS-PEND-COUNT
029500             MOVE WS-PEND-LINE(WS-PEND-IX) TO WS-SEG-WORK
030000         SET WS-CLAIM-PENDING-SW TO 'N'
030100     END-IF.
030200
030202*AR 150147 - HI*ABK FOR THE PRINCIPAL DIAGNOSIS, THEN ONE HI*ABF
030204*CARRYING THE OTHER DIAGNOSES. COMPOSITE: QUALIFIER:CODE, THEN THE
030206*POA INDICATOR AS POSITION 9 WHEN THERE IS ONE TO SEND.
030208 2750-WRITE-HI-SEGMENTS.
030210     IF WS-CUR-DX-CODE(1) NOT = SPACES
030212         MOVE SPACES TO WS-SEG-WORK
030214         MOVE 1 TO WS-SEG-PTR
030216         STRING 'HI' DELIMITED BY SIZE
030218             INTO WS-SEG-WORK WITH POINTER WS-SEG-PTR
030220         MOVE 'ABK' TO WS-HI-QUAL
030222         MOVE 1 TO WS-DX-IX
030224         PERFORM 2760-ADD-HI-ELEMENT
030226         STRING '~' DELIMITED BY SIZE
030228             INTO WS-SEG-WORK WITH POINTER WS-SEG-PTR
030230         PERFORM 2900-WRITE-SEGMENT
030232         ADD 1 TO WS-ST-SEG-COUNT
030234     END-IF
030236     IF WS-CUR-DX-CODE(2) NOT = SPACES
030238         OR WS-CUR-DX-CODE(3) NOT = SPACES
030240         OR WS-CUR-DX-CODE(4) NOT = SPACES
030242         MOVE SPACES TO WS-SEG-WORK
030244         MOVE 1 TO WS-SEG-PTR
030246         STRING 'HI' DELIMITED BY SIZE
030248             INTO WS-SEG-WORK WITH POINTER WS-SEG-PTR
030250         MOVE 'ABF' TO WS-HI-QUAL
030252         PERFORM VARYING WS-DX-IX FROM 2 BY 1 UNTIL WS-DX-IX > 4
030254             IF WS-CUR-DX-CODE(WS-DX-IX) NOT = SPACES
030256                 PERFORM 2760-ADD-HI-ELEMENT
030258             END-IF
030260         END-PERFORM
030262         STRING '~' DELIMITED BY SIZE
030264             INTO WS-SEG-WORK WITH POINTER WS-SEG-PTR
030266         PERFORM 2900-WRITE-SEGMENT
030268         ADD 1 TO WS-ST-SEG-COUNT
030270     END-IF.
030272
030274 2760-ADD-HI-ELEMENT.
030276     STRING '*' WS-HI-QUAL ':'
030278         FUNCTION TRIM(WS-CUR-DX-CODE(WS-DX-IX))
030280         DELIMITED BY SIZE
030282         INTO WS-SEG-WORK WITH POINTER WS-SEG-PTR
030284     IF WS-CUR-DX-POA(WS-DX-IX) = 'Y' OR 'N' OR 'U' OR 'W'
030286         STRING ':::::::' WS-CUR-DX-POA(WS-DX-IX)
030288             DELIMITED BY SIZE
030290             INTO WS-SEG-WORK WITH POINTER WS-SEG-PTR
030292     END-IF.
030300 2800-CLOSE-ENVELOPE.
030350* SE01 COUNTS EVERY SEGMENT FROM ST THROUGH SE INCLUSIVE.
030400     ADD 1 TO WS-ST-SEG-COUNT
