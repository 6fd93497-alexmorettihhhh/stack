      *           DATASET (PENDFIL) AND RELEASED BY THE FIRST NIGHTLY
      *           RUN ON OR AFTER ITS EFFECTIVE DATE.
      *
      *           TRANS-PEND-ORIGIN IS SPACES AS SENT.  WHEN A RECORD
      *           IS PARKED IT IS STAMPED WITH THE HEADER DATE AND
      *           SOURCE OF THE BATCH THAT SENT IT, SO THE NIGHT THAT
      *           RELEASES IT CAN REPORT THE RELEASE UNDER THAT
      *           BATCH.
      *
      *           TRANS-VALUE IS SIX DIGITS.  WIDENING IT FROM FOUR
      *           MOVED TRANS-STACK-ID-2 AND TRANS-EFF-DATE TWO
      *           COLUMNS RIGHT, SO EVERY SENDER MUST CUT OVER TO
           05  TRANS-VALUE           PIC X(06).
           05  TRANS-STACK-ID-2      PIC X(10).
           05  TRANS-EFF-DATE        PIC 9(08).
           05  TRANS-PEND-ORIGIN.
               10  TRANS-PEND-ORIG-DATE
                                     PIC X(08).
               10  TRANS-PEND-ORIG-SOURCE
                                     PIC X(08).
           05  FILLER                PIC X(26).
       01  TRANS-HEADER-RECORD.
           05  FILLER                PIC X(04).
           05  TRANS-HDR-DATE        PIC 9(08).
