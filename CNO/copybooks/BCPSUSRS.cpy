001789******************************************************************
001790         88  SUSP-PEND-ATTACH          VALUE 'W'.
001800     05  SUSP-SENDER-ID            PIC X(16).
001810******************************************************************
001820* 10-15-26 - R KOWALSKI - AR 150142 - WORK QUEUE CONTROL. EACH   *
001830*            PENDING ENTRY IS ASSIGNED TO ONE OPERATOR - BY THE  *
001840*            BCPSUSAS ASSIGNMENT RULES, BY A SUPERVISOR          *
001850*            REASSIGNING IT ON THE WORKSTATION, OR BY A CLERK    *
001860*            PICKING UP AN UNASSIGNED ENTRY - SO TWO CLERKS NO   *
001870*            LONGER WORK THE SAME CLAIM. THE CORRECTION IS       *
001880*            STAMPED WITH THE OPERATOR, DATE AND HANDLE TIME,    *
001890*            AND THE RE-DRIVE OR EXPIRY THAT CLOSES THE ENTRY    *
001900*            WITH THE JOB OR OPERATOR THAT DID IT, FOR THE       *
001910*            BCPSUSPR PRODUCTIVITY REPORT. ENTRIES WRITTEN       *
001920*            BEFORE THIS CHANGE READ AS UNASSIGNED AND           *
001930*            UNSTAMPED.                                          *
001940******************************************************************
001950     05  SUSP-WORK-CONTROL.
001960         10  SUSP-ASSIGNED-TO      PIC X(08).
001970         10  SUSP-ASSIGNED-DATE    PIC X(08).
001980         10  SUSP-ASSIGNED-BY      PIC X(08).
001990         10  SUSP-ASSIGN-SOURCE    PIC X(01).
002000             88  SUSP-ASSIGNED-BY-RULE VALUE 'R'.
002010             88  SUSP-ASSIGNED-BY-SUPV VALUE 'S'.
002020             88  SUSP-PICKED-UP        VALUE 'P'.
002030         10  SUSP-CORRECTED-BY     PIC X(08).
002040         10  SUSP-CORRECTED-DATE   PIC X(08).
002050         10  SUSP-HANDLE-SECONDS   PIC 9(05).
002060         10  SUSP-CLOSED-BY        PIC X(08).
002070         10  SUSP-CLOSED-DATE      PIC X(08).
