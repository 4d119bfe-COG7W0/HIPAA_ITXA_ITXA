003750******************************************************************
003760     05  RX-DTL-DAYS-SUPPLY        PIC 9(03).
003770     05  RX-DTL-PHARMACY-ID        PIC X(07).
003770******************************************************************
003770* 10-15-26 - R KOWALSKI - AR 150134 - 340B TAG, SET BY BCPNCPCV  *
003770*            FROM THE NCPDP 340B CLAIM INDICATOR (SUBMISSION     *
003770*            CLARIFICATION CODE 20) OR FROM THE DISPENSING       *
003770*            PHARMACY'S 340B MASTER REGISTRATION ON THE DATE OF  *
003770*            SERVICE. BCPRXREB LEAVES TAGGED LINES OFF           *
003770*            MANUFACTURER INVOICES AND LISTS THEM ON THE 340B    *
003770*            EXCLUSION REPORT.                                   *
003770******************************************************************
003780     05  RX-DTL-SUBM-CLAR-CD       PIC X(02).
003790     05  RX-DTL-340B-IND           PIC X(01).
003800         88  RX-DTL-IS-340B            VALUE 'Y'.
003810     05  RX-DTL-340B-SOURCE        PIC X(01).
003820         88  RX-DTL-340B-BY-CLAIM      VALUE 'C'.
003830         88  RX-DTL-340B-BY-MASTER     VALUE 'M'.
003840     05  RX-DTL-340B-ENTITY-ID     PIC X(11).
003841******************************************************************
003842* 10-15-26 - R KOWALSKI - AR 150127 - POSTING DATE, STAMPED BY   *
003843*            BCPRXRSP WHEN THE PBM'S ANSWER IS POSTED, SO        *
003844*            BCPEOBPX CAN PICK UP ONLY THE RX DETAILS POSTED     *
003845*            SINCE ITS LAST THROUGH DATE.                        *
003846******************************************************************
003847     05  RX-DTL-POSTED-DATE        PIC X(08).
