      *           OWN DEEPEST TOP FOR THE RUN, NOT THE RUN-WIDE
      *           FIGURE, SO A QUEUE CAN BE SEEN TRENDING TOWARD ITS
      *           HIST-CAPACITY WEEKS BEFORE IT STARTS THROWING
      *           OVERFLOW REJECTIONS.  STACK-HOUSEKEEP (CBLHKP.CBL)
      *           ROLLS RECORDS PAST RETENTION OFF TO A DATED ARCHIVE
      *           GENERATION (HSTARC); A TREND REPORT REACHING FURTHER
      *           BACK READS THE GENERATIONS CONCATENATED AHEAD OF IT.
      *----------------------------------------------------------------
       01  HIST-RECORD.
           05  HIST-DATE             PIC 9(08).
