000100******************************************************************
000200* 10-15-26 - R KOWALSKI - AR 150139 - REFERENCE VERSION USAGE    *
000300*            LOG (REFUSAGE). EACH EDITOR RUN APPENDS ONE ROW PER *
000400*            REFERENCE MASTER IT LOADED (VIA BCPREFST), CARRYING *
000500*            THE VERSION AND LOAD DATE ON THE FRESHNESS CONTROL  *
000600*            FILE AT THE TIME, SO BCPREFMN CAN SHOW WHICH        *
000700*            RELEASE EACH EDIT RUN ACTUALLY USED.                *
000800******************************************************************
000900 01  REFU-RECORD.
001000     05  REFU-RUN-DATE             PIC X(08).
001100     05  REFU-RUN-TIME             PIC X(08).
001200     05  REFU-PROGRAM              PIC X(08).
001300     05  REFU-MASTER-ID            PIC X(08).
001400     05  REFU-VERSION              PIC X(10).
001500     05  REFU-LOAD-DATE            PIC X(08).
