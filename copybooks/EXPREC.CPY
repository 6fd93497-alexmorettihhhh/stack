      *----------------------------------------------------------------
      * EXPREC  - EXPIRED-ITEM RECORD LAYOUT.
      *
      *           ONE RECORD PER QUEUE ENTRY THAT STACK-EXAMPLE
      *           REMOVED AT THE START OF THE NIGHTLY RUN BECAUSE IT
      *           HAD OUTLIVED ITS QUEUE'S MAXIMUM LIFE (SDF-MAX-LIFE
      *           ON THE STACK DEFINITION RECORD).  EXPFIL IS OPENED
      *           EXTEND SO THE EXPIRED ITEMS ACCUMULATE UNTIL THE
      *           OWNING DEPARTMENTS HAVE WORKED THEM.  EXP-DATE IS
      *           THE RUN DATE THE ENTRY WAS EXPIRED ON, EXP-ARRIVAL
      *           THE DATE IT ARRIVED ON THE QUEUE, EXP-AGE-DAYS THE
      *           DIFFERENCE AND EXP-MAX-LIFE THE LIMIT IT EXCEEDED.
      *           EXP-POSITION IS THE SLOT (1 = BOTTOM) THE ENTRY
      *           WAS TAKEN FROM, AS STAMPED ON ITS EXP AUDIT RECORD.
      *----------------------------------------------------------------
       01  EXP-RECORD.
           05  EXP-DATE              PIC 9(08).
           05  EXP-STACK-ID          PIC X(10).
           05  EXP-DEPT              PIC X(04).
           05  EXP-VALUE             PIC 9(06).
           05  EXP-ARRIVAL           PIC 9(08).
           05  EXP-AGE-DAYS          PIC 9(05).
           05  EXP-MAX-LIFE          PIC 9(04).
           05  EXP-POSITION          PIC 9(04).
           05  FILLER                PIC X(31).
