      *           QUEUE'S DEPTH TO OR PAST ITS WARNING THRESHOLD
      *           (SDF-WARN-PCT ON THE STACK DEFINITION RECORD).
      *           ALRTFIL IS OPENED EXTEND SO ALERTS ACCUMULATE UNTIL
      *           STACK-HOUSEKEEP (CBLHKP.CBL) CLOSES THOSE PAST
      *           RETENTION WHOSE QUEUE IS BACK UNDER ITS THRESHOLD;
      *           THE STACK-ALERTS COMPANION REPORT (CBLALR.CBL)
      *           PRINTS THE OPEN ALERTS ORDERED BY SEVERITY
      *           (ALERT-PCT-USED, HIGHEST FIRST) FOR THE DUTY
