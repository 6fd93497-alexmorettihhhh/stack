      *----------------------------------------------------------------
      * SNTREC  - SENT-EXTRACT LOG RECORD LAYOUT.
      *
      *           ONE RECORD PER FEED SENT, APPENDED TO SENTFIL AFTER
      *           THE FEED'S TRAILER IS WRITTEN - BY STACK-EXTRACT
      *           (SENT-SOURCE STACKXTR, THE XTRFIL EXTRACT) AND BY
      *           STACK-MOVEMENT (STACKMOV, THE MOVFIL MOVEMENT FEED).
      *           SENT-DATE/SENT-TIME ARE THE AS-OF STAMP FROM THE
      *           FEED HEADER AND TOGETHER IDENTIFY THE SEND;
      *           SENT-COUNT AND SENT-HASH ARE THE DETAIL RECORD COUNT
      *           AND VALUE HASH FROM THE TRAILER, SO THE DAILY
      *           MATCHING STEP (STACK-ACKMATCH, CBLACK.CBL) CAN PROVE
      *           EACH RECEIVER LOADED EXACTLY WHAT WAS SENT.
      *           STACK-HOUSEKEEP (CBLHKP.CBL) DROPS A SEND PAST ITS
      *           RETENTION PERIOD ONLY ONCE STACK-ACKMATCH'S RULES
      *           SHOW EVERY RECEIVER ACKNOWLEDGED IT WITH MATCHING
      *           TOTALS.
      *----------------------------------------------------------------
       01  SENT-RECORD.
           05  SENT-DATE             PIC 9(08).
