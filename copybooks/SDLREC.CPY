      *----------------------------------------------------------------
      * SDLREC  - STACK DEFINITION CHANGE LOG RECORD LAYOUT.
      *
      *           ONE RECORD PER FIELD OF THE STACK DEFINITION RECORD
      *           (SDFREC) THAT AN ACCEPTED MAINTENANCE TRANSACTION
      *           SET, CHANGED OR CLEARED, APPENDED TO THE CHANGE LOG
      *           (SDFLOG) BY THE STACK DEFINITION MAINTENANCE
      *           PROGRAM (CBLSDM.CBL).  SDL-ACTION IS THE
      *           TRANSACTION'S ACTION ('A' = ADD, 'C' = CHANGE,
      *           'D' = DELETE) AND SDL-OPERATOR WHO SUBMITTED IT.
      *           SDL-FIELD NAMES THE FIELD; SDL-BEFORE AND SDL-AFTER
      *           HOLD ITS VALUE BEFORE AND AFTER THE TRANSACTION, AS
      *           ON THE DEFINITION RECORD - AN ADD HAS NO BEFORE
      *           VALUE AND A DELETE NO AFTER VALUE.  THE LOG IS
      *           NEVER REWRITTEN, SO IT ANSWERS WHEN ANY QUEUE'S
      *           ATTRIBUTES CHANGED AND WHO CHANGED THEM.
      *----------------------------------------------------------------
       01  SDL-RECORD.
           05  SDL-DATE              PIC 9(08).
           05  SDL-TIME              PIC 9(08).
           05  SDL-OPERATOR          PIC X(08).
           05  SDL-ACTION            PIC X(01).
           05  SDL-STACK-ID          PIC X(10).
           05  SDL-FIELD             PIC X(12).
           05  SDL-BEFORE            PIC X(10).
           05  SDL-AFTER             PIC X(10).
           05  FILLER                PIC X(13).
