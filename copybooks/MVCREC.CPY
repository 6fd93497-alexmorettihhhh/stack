      *----------------------------------------------------------------
      * MVCREC  - MOVEMENT FEED CONTROL RECORD LAYOUT.
      *
      *           APPENDED TO THE FEED CONTROL DATASET (MOVCTL) BY
      *           STACK-MOVEMENT (CBLMOV.CBL) AS THE LAST ACT OF EVERY
      *           FEED IT SENDS.  THE LATEST RECORD IS THE ONE IN
      *           FORCE: IT MARKS HOW FAR INTO THE AUDIT TRAIL THE
      *           DOWNSTREAM SYSTEMS HAVE BEEN FED, SO THE NEXT FEED
      *           STARTS EXACTLY WHERE THIS ONE STOPPED.
      *
      *           MVC-THRU-DATE/MVC-THRU-TIME IS THE LATEST AUDIT STAMP
      *           THE FEED HAS ACCOUNTED FOR, AND MVC-THRU-SEEN HOW
      *           MANY AUDIT RECORDS CARRY EXACTLY THAT STAMP - SEVERAL
      *           CAN SHARE ONE, AND THE NEXT FEED PASSES OVER THAT
      *           MANY BEFORE IT TAKES ANOTHER RECORD AT THE SAME
      *           STAMP AS NEW.  MVC-FROM-DATE/MVC-FROM-TIME ECHO THE
      *           PRIOR FEED'S THROUGH STAMP (ZEROES ON A FIRST FEED),
      *           AND MVC-COUNT/MVC-HASH THE FEED'S TRAILER TOTALS.
      *
      *           STACK-ARCHIVE (CBLARC.CBL) REFUSES A CUTOFF LATER
      *           THAN THE LATEST MVC-THRU-DATE, SO NO AUDIT RECORD IS
      *           ARCHIVED BEFORE IT HAS BEEN FED.
      *----------------------------------------------------------------
       01  MVC-RECORD.
           05  MVC-FEED-DATE         PIC 9(08).
           05  MVC-FEED-TIME         PIC 9(08).
           05  MVC-FROM-DATE         PIC 9(08).
           05  MVC-FROM-TIME         PIC 9(08).
           05  MVC-THRU-DATE         PIC 9(08).
           05  MVC-THRU-TIME         PIC 9(08).
           05  MVC-THRU-SEEN         PIC 9(08).
           05  MVC-COUNT             PIC 9(08).
           05  MVC-HASH              PIC 9(12).
           05  FILLER                PIC X(04).
