      *          TIED.  EVERY OTHER OPERATION - INCLUDING A BKF
      *          WRITTEN FOR AN ORDINARY PUSH - CARRIES SPACES THERE.
      *
      *          AN ENTRY REMOVED BECAUSE IT OUTLIVED ITS QUEUE'S
      *          MAXIMUM LIFE (SDF-MAX-LIFE) IS AUDITED AS AN EXP.
      *          UNLIKE A POP IT CAN COME FROM ANY POSITION, SO
      *          AUDIT-POSITION CARRIES THE SLOT (1 = BOTTOM) THE
      *          ENTRY WAS TAKEN FROM AND AUDIT-ARRIVAL ITS ARRIVAL
      *          DATE; A REPLAY REMOVES THE ENTRY AT THAT POSITION
      *          AND CLOSES THE GAP.
      *
      *          A PUSH, A POP AND A BKF (BATCH OR ONLINE, TRANSFER
      *          HALVES INCLUDED) CARRY THE ARRIVAL DATE OF THE ENTRY
      *          MOVED IN AUDIT-ARRIVAL, WITH AUDIT-POSITION LEFT
      *          BLANK, FOR THE MOVEMENT FEED (CBLMOV.CBL).  RECORDS
      *          WRITTEN BEFORE THAT CARRY SPACES THERE, AS DO BKO
      *          AND PURG.  ONLY AN EXP FILLS AUDIT-POSITION.
      *
      *          A CHANGE TO A QUEUE'S LIFECYCLE STATUS (SEE CKPTREC -
      *          A FREEZE OR UNFREEZE THROUGH SADM, OR A DRAINING OR
      *          RETIRED STATUS TAKEN UP FROM THE STACK DEFINITION
      *          FILE BY THE NIGHTLY RUN) IS AUDITED AS A STAT, WITH
      *          THE STATUS BEFORE AND AFTER IN AUDIT-OLD-STATUS AND
      *          AUDIT-NEW-STATUS.  A RETIRED QUEUE REMOVED FROM THE
      *          STATE FILES ONCE EMPTY IS AUDITED AS A RETR.  BOTH
      *          ARE DEPTH-NEUTRAL: AUDIT-VALUE IS ZERO AND AUDIT-
      *          RESULT-TOP THE QUEUE'S UNCHANGED DEPTH (ZERO FOR A
      *          RETR).  EVERY OTHER OPERATION CARRIES SPACES IN THE
      *          STATUS FIELDS.
      *
      *          AUDIT-ORIGIN SAYS WHO WROTE THE RECORD: 'B' FOR THE
      *          NIGHTLY BATCH RUN, 'O' FOR AN ONLINE CORRECTION
      *          THROUGH SADM.  THE MOVEMENT FEED VOIDS ONLY BATCH
      *          RECORDS INSIDE A RESTARTED RUN'S UNCOMMITTED WINDOW -
      *          AN ONLINE CORRECTION KEYED DURING THAT WINDOW WAS
      *          WRITTEN ONCE AND STANDS.  RECORDS WRITTEN BEFORE THE
      *          FIELD EXISTED, AND STACK-ARCHIVE'S OPENING BALANCES,
      *          CARRY SPACES AND ARE TREATED AS BATCH.
      *
      *          AUDIT-VALUE IS SIX DIGITS.  AUDIT AND ARCHIVE
      *          GENERATIONS WRITTEN WITH THE OLD FOUR-DIGIT FIELD ARE
      *          CARRIED FORWARD ONCE BY THE STACK-CONVERT PROGRAM
           05  AUDIT-VALUE           PIC 9(06).
           05  AUDIT-RESULT-TOP      PIC 9(04).
           05  AUDIT-XFER-STACK-ID   PIC X(10).
           05  AUDIT-ENTRY-DETAIL.
               10  AUDIT-POSITION    PIC 9(04).
               10  AUDIT-ARRIVAL     PIC 9(08).
           05  AUDIT-STATUS-CHANGE.
               10  AUDIT-OLD-STATUS  PIC X(01).
               10  AUDIT-NEW-STATUS  PIC X(01).
           05  AUDIT-ORIGIN          PIC X(01).
               88  AUDIT-BATCH                 VALUE 'B'.
               88  AUDIT-ONLINE                VALUE 'O'.
           05  FILLER                PIC X(15).
