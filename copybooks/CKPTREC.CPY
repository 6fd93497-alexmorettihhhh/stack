      *           ARRIVAL ORDER FOR BOTH MODES; A FIFO POP REMOVES
      *           SLOT 1 AND SHIFTS THE REST DOWN.
      *
      *           CKPT-Q-STATUS IS THE QUEUE'S LIFECYCLE STATUS AS OF
      *           THE RECORD - 'A' ACTIVE, 'F' FROZEN, 'D' DRAINING,
      *           'R' RETIRED (BLANK MEANS ACTIVE).  A FREEZE IS SET
      *           AND LIFTED ONLINE THROUGH SADM AND CARRIED HERE FROM
      *           RUN TO RUN; DRAINING AND RETIRED COME FROM THE STACK
      *           DEFINITION FILE (SEE SDFREC).  EVERY CHANGE IS
      *           AUDITED AS A STAT RECORD (SEE AUDREC).  STATE FILES
      *           WRITTEN BEFORE THE FIELD EXISTED ARE CARRIED FORWARD
      *           ONCE BY STACK-CONVERT (CBLCNV.CBL), STAMPED ACTIVE.
      *
      *           EACH CKPT-ENTRY PAIRS THE VALUE WITH CKPT-ARRIVAL,
      *           THE BUSINESS DATE THE VALUE WAS PUSHED ONTO (OR
      *           TRANSFERRED CARRYING ITS ORIGINAL ARRIVAL TO) THE
           05  CKPT-CAPACITY         PIC 9(4).
           05  CKPT-DEPT             PIC X(04).
           05  CKPT-MODE             PIC X(01).
           05  CKPT-Q-STATUS         PIC X(01).
           05  CKPT-ENTRY            OCCURS 1 TO 300 TIMES
               DEPENDING ON MAX-STACK-CAPACITY.
               10  CKPT-VALUE        PIC 9(6).
