      *----------------------------------------------------------------
      * RUNREC  - RUN-CONTROL RECORD LAYOUT.
      *
      *           APPENDED TO THE RUN-CONTROL DATASET (RUNCTL) BY
      *           STACK-EXAMPLE.  RUN-STATUS IS ONE OF -
      *             COMP  A COMPLETED RUN, ONE RECORD PER BATCH OF THE
      *                   TRANSACTION FILE: RUN-FILE-DATE/RUN-FILE-
      *                   SOURCE ARE THE BATCH'S HEADER IDENTITY AND
      *                   RUN-DATE/RUN-TIME WHEN THE RUN ENDED.  1350-
      *                   CHECK-RUN-CONTROL REFUSES A SECOND PASS OVER
      *                   AN IDENTITY ALREADY MARKED COMP.
      *             RSTR  A RESTART FROM AN IN-FLIGHT COMMIT POINT,
      *                   WRITTEN BEFORE THE RESTARTED RUN AUDITS
      *                   ANYTHING.  RUN-FILE-DATE/RUN-FILE-SOURCE ARE
      *                   THE FIRST BATCH'S IDENTITY, RUN-DATE/RUN-TIME
      *                   WHEN THE RESTART BEGAN AND RUN-VOID-FROM-
      *                   DATE/TIME THE STAMP OF THE COMMIT POINT IT
      *                   RESUMED FROM.  BETWEEN THE TWO LIES THE
      *                   ABENDED RUN'S UNCOMMITTED WINDOW: ANY AUDIT
      *                   RECORD STAMPED INSIDE IT IS VOID, BECAUSE THE
      *                   RESTART RE-APPLIES THOSE TRANSACTIONS AND
      *                   AUDITS THEM AGAIN.  RUN-RC IS ZERO.
      *           A COMP RECORD CARRIES ZEROES IN THE VOID-FROM STAMP.
      *           STACK-HOUSEKEEP (CBLHKP.CBL) ROLLS RECORDS PAST
      *           RETENTION OFF TO A DATED ARCHIVE GENERATION (RUNARC),
      *           KEEPING A RESTART LIVE WHILE ITS WINDOW IS STILL
      *           NEEDED; 1350-CHECK-RUN-CONTROL SEES ONLY THE LIVE
      *           FILE.
      *----------------------------------------------------------------
       01  RUN-RECORD.
           05  RUN-FILE-DATE         PIC 9(08).
           05  RUN-FILE-SOURCE       PIC X(08).
           05  RUN-DATE              PIC 9(08).
           05  RUN-TIME              PIC 9(08).
           05  RUN-STATUS            PIC X(04).
               88  RUN-COMPLETE                VALUE 'COMP'.
               88  RUN-RESTARTED               VALUE 'RSTR'.
           05  RUN-RC                PIC 9(04).
           05  RUN-VOID-FROM-DATE    PIC 9(08).
           05  RUN-VOID-FROM-TIME    PIC 9(08).
           05  FILLER                PIC X(24).
