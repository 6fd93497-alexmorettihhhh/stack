      *----------------------------------------------------------------
      * RETREC  - RETENTION CONTROL RECORD LAYOUT.
      *
      *           ONE RECORD PER HOUSEKEPT DATASET ON THE RETENTION
      *           CONTROL FILE (RETCTL), READ BY STACK-HOUSEKEEP
      *           (CBLHKP.CBL).  RET-DATASET NAMES THE DATASET BY ITS
      *           DD NAME - SENTFIL, ALRTFIL, REJFIL, HISTFIL OR
      *           RUNCTL - AND RET-DAYS IS ITS RETENTION PERIOD IN
      *           CALENDAR DAYS: A RECORD DATED RET-DAYS OR MORE DAYS
      *           BEFORE THE RUN DATE IS PAST RETENTION, SO ZERO
      *           MAKES EVERYTHING UP TO AND INCLUDING THE RUN DATE
      *           ELIGIBLE.  PAST RETENTION ONLY MAKES A RECORD
      *           ELIGIBLE - EACH DATASET HAS ITS OWN RULE FOR WHEN
      *           AN ELIGIBLE RECORD MAY ACTUALLY GO (SEE CBLHKP.CBL).
      *           REJFIL IS THE EXCEPTION: A RESTART'S DUPLICATE
      *           REJECT GOES HOWEVER RECENT, AND REJFIL'S PERIOD IS
      *           HOW LONG THE RESTART RECORD STAYS LIVE ON RUNCTL.
      *           A DATASET WITH NO RECORD HERE IS NOT TRIMMED.
      *
      *           SENTFIL'S PERIOD MUST BE SHORTER THAN THE SPAN OF
      *           ACKNOWLEDGMENTS KEPT ON ACKFIL (A DAY OR TWO): A
      *           SEND IS ONLY DROPPED WHILE ITS ACKS ARE STILL THERE
      *           TO PROVE IT CLEAR, AND ONCE IT IS DROPPED
      *           STACK-ACKMATCH (CBLACK.CBL) READS THIS FILE TOO, TO
      *           TELL THOSE ACKS - DATED ON OR BEFORE THE CUTOFF -
      *           FROM ORPHANS.
      *----------------------------------------------------------------
       01  RET-RECORD.
           05  RET-DATASET           PIC X(08).
           05  RET-DAYS              PIC 9(04).
           05  FILLER                PIC X(68).
