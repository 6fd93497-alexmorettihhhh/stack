      *----------------------------------------------------------------
      * ACKREC  - EXTRACT ACKNOWLEDGMENT RECORD LAYOUT.
      *
      *           ONE RECORD PER RECEIVER PER FEED, RETURNED BY THE
      *           DOWNSTREAM SYSTEMS AFTER THEY LOAD XTRFIL OR MOVFIL.
      *           THE RECEIVER ECHOES THE AS-OF DATE/TIME FROM THE FEED
      *           HEADER (WHICH IDENTIFY THE SEND) AND THE COUNT
      *           AND HASH IT COMPUTED FROM THE DETAIL RECORDS IT
      *           ACTUALLY LOADED - NOT COPIED FROM THE TRAILER - SO A
      *           SHORT LOAD SHOWS UP AS A TOTALS MISMATCH.  THE
