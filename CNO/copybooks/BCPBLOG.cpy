000600*            AND CAN TELL WHEN A TRANSMITTED BATCH NEVER GOT      *
000700*            ACKNOWLEDGED AT ALL.                                *
000800******************************************************************
000809* 10-15-26 - R KOWALSKI - AR 150148 - BCPVOLCK NOW CARRIES EACH  *
000818*            BATCH'S CLAIM COUNT AND SUBMITTED TOTAL ONTO ITS    *
000827*            LOG ROW (THE SOURCE OF THE PER-SENDER STATISTICS    *
000836*            FILE, BCPSNDST) AND MARKS A BATCH IT HOLDS FOR      *
000845*            VOLUME REVIEW (H) OR THAT AN OPERATOR REJECTED OUT  *
000854*            OF HOLD (X) - NEITHER WAS TRANSMITTED, SO BCPACKIN  *
000863*            DOES NOT WAIT FOR AN ACKNOWLEDGMENT. A RELEASED     *
000872*            BATCH GOES BACK TO BLANK WITH ITS RELEASE DATE AS   *
000881*            THE TRANSMIT DATE.                                  *
000890******************************************************************
000900 01  BLOG-RECORD.
001000     05  BLOG-SENDER-ID            PIC X(16).
001100     05  BLOG-RECEIVER-ID          PIC X(16).
001700         88  BLOG-ACK-ACCEPTED         VALUE 'A'.
001800         88  BLOG-ACK-REJECTED         VALUE 'R'.
001900         88  BLOG-ACK-PARTIAL          VALUE 'P'.
001910         88  BLOG-ON-HOLD              VALUE 'H'.
001920         88  BLOG-WITHDRAWN            VALUE 'X'.
001930         88  BLOG-NOT-TRANSMITTED      VALUE 'H' 'X'.
002000     05  BLOG-ACK-TYPE             PIC X(05).
002100     05  BLOG-ACK-RECEIVED-DATE    PIC X(08).
002200     05  BLOG-ACK-DESC             PIC X(60).
002210     05  BLOG-CLAIM-COUNT          PIC 9(05).
002220     05  BLOG-SUBMITTED            PIC 9(16)V99.
