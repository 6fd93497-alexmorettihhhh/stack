      *----------------------------------------------------------------
      * DSPREC  - TRANSACTION DISPOSITION RECORD LAYOUT.
      *
      *           ONE DETAIL RECORD ('DTL ') PER TRANSACTION DETAIL
      *           RECORD STACK-EXAMPLE DEALT WITH, STATING WHAT
      *           BECAME OF IT, GROUPED BY SOURCE BATCH BETWEEN A
      *           HEADER ('HDR ') AND A TRAILER ('TRL ') THAT CARRY
      *           THE BATCH'S TRANS-HDR-DATE AND TRANS-HDR-SOURCE.
      *           A RECORD RELEASED FROM THE PENDING DATASET IS
      *           REPORTED UNDER THE BATCH THAT PARKED IT, SO A
      *           SECTION MAY NAME AN EARLIER NIGHT'S BATCH AND HOLD
      *           NOTHING BUT RELEASES; A RECORD HELD AND RELEASED IN
      *           ONE RUN (A RESTART ACROSS MIDNIGHT) SHOWS BOTH ITS
      *           HELD AND ITS RELS LINE IN ITS OWN BATCH'S SECTION.
      *           ONLY A RECORD PARKED BEFORE PARKED RECORDS CARRIED
      *           THEIR ORIGIN (SEE TRANREC) IS RELEASED INTO A
      *           SECTION OF ITS OWN, SOURCE 'PENDING ', DATED THE
      *           RUN DATE.
      *
      *           DSP-OUTCOME IS ONE OF -
      *             APPL  APPLIED (PUSH, POP, PEEK OR XFER DONE)
      *             REJ   REJECTED - DSP-REASON CARRIES THE REJECT
      *                   REASON CODE (BADO, BLNK, NNUM, NOSL, UNRG,
      *                   XSAM, OR OVFL/UNFL FOR A CAPACITY OR EMPTY-
      *                   QUEUE REFUSAL, WHICH WRITES NO REJFIL RECORD)
      *             HELD  PARKED ON THE PENDING DATASET UNTIL THE
      *                   DSP-EFF-DATE SHOWN
      *             RELS  RELEASED FROM THE PENDING DATASET AND
      *                   APPLIED
      *             BKO   POP BACKORDERED AGAINST AN EMPTY QUEUE
      *             BKF   PUSH OR TRANSFER FILLED AN OPEN BACKORDER
      *           A RELEASE THAT IS REJECTED OR BACKORDERS CARRIES
      *           THAT OUTCOME IN ITS ORIGIN BATCH'S SECTION INSTEAD.
      *
      *           DSP-SEQ IS THE DETAIL RECORD'S ORDINAL ON THE
      *           TRANSACTION FILE (HEADERS AND TRAILERS NOT
      *           COUNTED); A RELEASE SWEPT FROM THE PENDING DATASET
      *           CARRIES ZERO.  THE TRAILER COUNTS EVERY DETAIL IN
      *           ITS SECTION AND BREAKS THEM DOWN BY OUTCOME, SO
      *           DSP-TRL-COUNT ALWAYS EQUALS THE SUM OF THE SIX.
      *
      *           THE IN-FLIGHT WORK COPY (DSPWRK) USES THE SAME
      *           LAYOUT PLUS A RESTART MARKER ('RST ') OPENING EACH
      *           RUN SEGMENT, ITS DSP-SEQ CARRYING HOW MANY DETAILS
      *           THE COMMIT POINT IT RESUMED FROM HAD ALREADY
      *           WRITTEN.  MARKERS NEVER REACH THE FINAL DSPFIL.
      *----------------------------------------------------------------
       01  DSP-RECORD.
           05  DSP-REC-TYPE          PIC X(04).
               88  DSP-HEADER                  VALUE 'HDR '.
               88  DSP-DETAIL                  VALUE 'DTL '.
               88  DSP-TRAILER                 VALUE 'TRL '.
               88  DSP-RESTART-MARK            VALUE 'RST '.
           05  DSP-SRC-DATE          PIC 9(08).
           05  DSP-SRC-SOURCE        PIC X(08).
           05  DSP-SEQ               PIC 9(08).
           05  DSP-OUTCOME           PIC X(04).
           05  DSP-REASON            PIC X(04).
           05  DSP-OP-CODE           PIC X(04).
           05  DSP-STACK-ID          PIC X(10).
           05  DSP-VALUE             PIC X(06).
           05  DSP-STACK-ID-2        PIC X(10).
           05  DSP-EFF-DATE          PIC X(08).
           05  FILLER                PIC X(06).
       01  DSP-HEADER-RECORD.
           05  FILLER                PIC X(04).
           05  DSP-HDR-DATE          PIC 9(08).
           05  DSP-HDR-SOURCE        PIC X(08).
           05  DSP-HDR-RUN-DATE      PIC 9(08).
           05  FILLER                PIC X(52).
       01  DSP-TRAILER-RECORD.
           05  FILLER                PIC X(04).
           05  DSP-TRL-DATE          PIC 9(08).
           05  DSP-TRL-SOURCE        PIC X(08).
           05  DSP-TRL-COUNT         PIC 9(08).
           05  DSP-TRL-APPLIED       PIC 9(08).
           05  DSP-TRL-REJECTED      PIC 9(08).
           05  DSP-TRL-HELD          PIC 9(08).
           05  DSP-TRL-RELEASED      PIC 9(08).
           05  DSP-TRL-BACKORDERED   PIC 9(08).
           05  DSP-TRL-FILLED        PIC 9(08).
           05  FILLER                PIC X(04).
