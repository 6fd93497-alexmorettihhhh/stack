      *----------------------------------------------------------------
      * LDGREC  - CROSS-STEP BALANCING LEDGER RECORD LAYOUT.
      *
      *           EACH STEP OF THE NIGHTLY QUEUE CYCLE APPENDS ITS
      *           CONTROL TOTALS TO THE BALANCING LEDGER (BALLDG) AT
      *           END OF STEP, AND STACK-BALANCE (CBLBAL.CBL) PROVES
      *           THEM AGAINST ONE ANOTHER FOR THE DAY.  ONE STEP'S
      *           POSTING IS A GROUP OF RECORDS SHARING LDG-DATE,
      *           LDG-TIME AND LDG-STEP, CLOSED BY AN 'END ' RECORD
      *           WHOSE LDG-END-COUNT COUNTS EVERY RECORD OF THE
      *           POSTING INCLUDING ITSELF - A POSTING WITHOUT ITS
      *           END RECORD DIED PART WAY AND IS NOT TRUSTED.  A
      *           STEP RUN MORE THAN ONCE IN A DAY POSTS EACH TIME;
      *           THE LATEST POSTING IS THE ONE BALANCED, AND IT MUST
      *           BE COMPLETE.
      *           LDG-DATE IS THE STEP'S RUN DATE.
      *
      *           LDG-STEP IS ONE OF -
      *             STACKEXM  THE NIGHTLY BATCH (STACK-EXAMPLE)
      *             STACKXTR  THE EXTRACT (STACK-EXTRACT)
      *             STACKACK  ACKNOWLEDGMENT MATCHING (STACK-ACKMATCH)
      *
      *           LDG-TYPE IS ONE OF -
      *             RUN   STACKEXM TRANSACTION TOTALS: DETAIL RECORDS
      *                   READ FROM THE TRANSACTION FILE, PARKED
      *                   RECORDS RELEASED FROM THE PENDING DATASET,
      *                   AND WHAT BECAME OF THEM - APPLIED (BACK-
      *                   ORDERS AND BACKFILLS INCLUDED), REJECTED
      *                   OR HELD - AS TALLIED FROM THE DISPOSITIONS
      *             QUE   STACKEXM, ONE PER QUEUE: OPENING DEPTH,
      *                   ENTRIES ADDED (PUSHES AND TRANSFERS IN),
      *                   ENTRIES REMOVED (POPS, TRANSFERS OUT AND
      *                   EXPIRIES - THE EXPIRIES ALSO SHOWN ON THEIR
      *                   OWN) AND THE CLOSING DEPTH CHECKPOINTED
      *             CKPT  STACKEXM: ENTRIES AND HASH TOTAL OF THE
      *                   VALUES WRITTEN TO THE CHECKPOINT FILE
      *             XTR   STACKXTR: DETAIL COUNT AND HASH TOTAL FROM
      *                   THE EXTRACT TRAILER
      *             ACK   STACKACK: ACKNOWLEDGMENTS RECEIVED AND HOW
      *                   THEY MATCHED, PLUS SENDS STILL UNACKNOWLEDGED
      *             END   CLOSES THE POSTING
      *----------------------------------------------------------------
       01  LDG-RECORD.
           05  LDG-DATE              PIC 9(08).
           05  LDG-TIME              PIC 9(08).
           05  LDG-STEP              PIC X(08).
               88  LDG-STEP-BATCH              VALUE 'STACKEXM'.
               88  LDG-STEP-EXTRACT            VALUE 'STACKXTR'.
               88  LDG-STEP-ACKMATCH           VALUE 'STACKACK'.
           05  LDG-TYPE              PIC X(04).
               88  LDG-RUN-TOTALS              VALUE 'RUN '.
               88  LDG-QUEUE-TOTALS            VALUE 'QUE '.
               88  LDG-CKPT-TOTALS             VALUE 'CKPT'.
               88  LDG-EXTRACT-TOTALS          VALUE 'XTR '.
               88  LDG-ACK-TOTALS              VALUE 'ACK '.
               88  LDG-END-OF-POSTING          VALUE 'END '.
           05  LDG-DATA              PIC X(52).
       01  LDG-RUN-RECORD.
           05  FILLER                PIC X(28).
           05  LDG-RUN-READ          PIC 9(08).
           05  LDG-RUN-RELEASED      PIC 9(08).
           05  LDG-RUN-APPLIED       PIC 9(08).
           05  LDG-RUN-REJECTED      PIC 9(08).
           05  LDG-RUN-HELD          PIC 9(08).
           05  FILLER                PIC X(12).
       01  LDG-QUEUE-RECORD.
           05  FILLER                PIC X(28).
           05  LDG-QUE-STACK-ID      PIC X(10).
           05  LDG-QUE-OPEN          PIC 9(04).
           05  LDG-QUE-PUSHES        PIC 9(08).
           05  LDG-QUE-POPS          PIC 9(08).
           05  LDG-QUE-EXPIRED       PIC 9(08).
           05  LDG-QUE-CLOSE         PIC 9(04).
           05  FILLER                PIC X(10).
       01  LDG-TOTAL-RECORD.
           05  FILLER                PIC X(28).
           05  LDG-TOT-COUNT         PIC 9(08).
           05  LDG-TOT-HASH          PIC 9(12).
           05  FILLER                PIC X(32).
       01  LDG-ACK-RECORD.
           05  FILLER                PIC X(28).
           05  LDG-ACK-RECEIVED      PIC 9(08).
           05  LDG-ACK-CLEAN         PIC 9(08).
           05  LDG-ACK-MISMATCH      PIC 9(08).
           05  LDG-ACK-ORPHAN        PIC 9(08).
           05  LDG-ACK-PENDING       PIC 9(08).
           05  LDG-ACK-OVERDUE       PIC 9(08).
           05  FILLER                PIC X(04).
       01  LDG-END-RECORD.
           05  FILLER                PIC X(28).
           05  LDG-END-COUNT         PIC 9(08).
           05  FILLER                PIC X(44).
