001684*            (THE PREFERRED KEY) DROVE THE LOOKUP.               *
001685******************************************************************
001686         88  PHIL-SEARCH-BY-MBR-ID     VALUE 'M'.
001687******************************************************************
001688* 10-15-26 - R KOWALSKI - AR 150140 - REPORT-VIEW SEARCH TYPE,   *
001689*            WRITTEN BY THE REPORT REPOSITORY VIEWER (BCPRPTVW)  *
001690*            FOR EVERY OPEN OF AN ARCHIVED REPORT. THE SEARCH    *
001691*            KEY CARRIES THE REPORT ID, RUN DATE, CYCLE AND      *
001692*            VERSION; NO MEMBER SSN OR CLAIM KEY IS SET, AND A   *
001693*            REFUSED OPEN IS LOGGED AS NOTHING FOUND.            *
001694******************************************************************
001695         88  PHIL-SEARCH-BY-REPORT     VALUE 'R'.
001700     05  PHIL-SEARCH-KEY           PIC X(30).
001800     05  PHIL-SUBSCR-SSN           PIC X(09).
001900     05  PHIL-CLM-KEY              PIC 9(06).
