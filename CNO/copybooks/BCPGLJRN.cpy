000900*            2300 WITHHOLDING PAYABLE, 5100 CLAIMS EXPENSE,      *
001000*            5200 INTEREST EXPENSE.                              *
001100******************************************************************
001110******************************************************************
001120* 10-15-26 - R KOWALSKI - AR 150118 - ADDED ACCOUNT 5300         *
001130*            CAPITATION EXPENSE FOR MONTHLY PCP CAPITATION.      *
001140******************************************************************
001150******************************************************************
001160* 10-15-26 - R KOWALSKI - AR 150129 - ADDED ACCOUNTS 2400 SIU    *
001170*            HELD FUNDS PAYABLE AND 5110 SIU FORFEITED FUNDS     *
001180*            (CONTRA CLAIMS EXPENSE) FOR SIU PAYMENT HOLDS.      *
001190******************************************************************
001191******************************************************************
001191* 10-15-26 - R KOWALSKI - AR 150130 - ADDED ACCOUNTS 2410        *
001191*            VIRTUAL CARD PAYABLE AND 4500 CARD REBATE INCOME    *
001191*            FOR THE VIRTUAL CARD CHANNEL.                       *
001191******************************************************************
001200 01  GLJ-RECORD.
001300     05  GLJ-JOURNAL-DATE          PIC X(08).
001400     05  GLJ-COMP-ID               PIC X(05).
