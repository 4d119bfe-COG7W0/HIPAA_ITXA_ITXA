000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150117 - PROVIDER ENROLLMENT AND    *
000300*            CREDENTIALING MASTER. ONE ENTRY PER RENDERING NPI   *
000400*            PARTICIPATION SPAN, KEYED NPI + SPAN EFFECTIVE DATE *
000500*            (THE SAME SPAN-KEYED DESIGN AS BCPENRMS/BCPCTMST),  *
000600*            MAINTAINED THROUGH BCPREFMT. A SPAN TERM DATE OF    *
000700*            SPACES MEANS THE SPAN IS STILL OPEN. BCP837CV       *
000800*            TREATS A PROVIDER AS PARTICIPATING ON A DATE OF     *
000900*            SERVICE ONLY WHEN A SPAN COVERING THAT DATE IS      *
001000*            PARTICIPATING AND CREDENTIALED. BCPPRVCR LISTS      *
001100*            PROVIDERS WHOSE RE-CREDENTIALING DATE IS COMING DUE.*
001200******************************************************************
001300 01  PRVMS-MASTER-RECORD.
001400     05  PRVMS-PROV-NPI            PIC X(10).
001500     05  PRVMS-PAR-EFF-DATE        PIC X(08).
001600     05  PRVMS-PAR-TERM-DATE       PIC X(08).
001700     05  PRVMS-PAR-STATUS          PIC X(01).
001800         88  PRVMS-PARTICIPATING       VALUE 'P'.
001900         88  PRVMS-NON-PARTICIPATING   VALUE 'N'.
002000     05  PRVMS-CRED-STATUS         PIC X(01).
002100         88  PRVMS-CREDENTIALED        VALUE 'C'.
002200         88  PRVMS-CRED-PENDING        VALUE 'P'.
002300         88  PRVMS-CRED-DENIED         VALUE 'D'.
002400         88  PRVMS-CRED-SUSPENDED      VALUE 'S'.
002500     05  PRVMS-SPECIALTY           PIC X(10).
002600     05  PRVMS-CRED-DATE           PIC X(08).
002700     05  PRVMS-RECRED-DUE-DATE     PIC X(08).
002800     05  PRVMS-PROV-NAME           PIC X(60).
