001350*            THE RECORD LAYOUT. THE COPYBOOK IS RENAMED TO       *
001360*            BCPACKRC AND THE COPY STATEMENT UPDATED TO MATCH.   *
001370******************************************************************
001373* 10-15-26 - R KOWALSKI - AR 150148 - BATCHES BCPVOLCK HELD FOR  *
001376*            VOLUME REVIEW, OR WITHDREW AFTER A REJECTED REVIEW, *
001379*            WERE NEVER TRANSMITTED AND ARE NOT EXPECTED TO BE   *
001382*            ACKNOWLEDGED. THEIR BATCH LOG ROWS ARE CARRIED      *
001385*            FORWARD UNTOUCHED INSTEAD OF BEING FLAGGED AS       *
001388*            UNACKNOWLEDGED.                                     *
001391******************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. BCPACKIN.
001600 ENVIRONMENT DIVISION.
012300     END-READ.
012400
012500 2000-PROCESS-BATCH-LOG.
012510*AR 150148 - A HELD OR WITHDRAWN BATCH WAS NEVER SENT.
012600     IF BLOG-IS-ACKNOWLEDGED OF BLOG-RECORD
012610        OR BLOG-NOT-TRANSMITTED OF BLOG-RECORD
012700         CONTINUE
012800     ELSE
012900         PERFORM 2100-SEARCH-ACK-TABLE
