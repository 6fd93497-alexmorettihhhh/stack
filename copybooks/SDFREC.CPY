      *          IT ON THE DAILY REPORT, SO CAPACITY CAN BE RAISED
      *          BEFORE THE FIRST OVFL REJECTION.  BLANK OR ZERO
      *          MEANS NO EARLY WARNING FOR THE QUEUE.
      *          SDF-MAX-LIFE IS THE QUEUE'S MAXIMUM ENTRY LIFE IN
      *          DAYS: AT THE START OF THE NIGHTLY RUN, STACK-EXAMPLE
      *          REMOVES EVERY ENTRY WHOSE ARRIVAL DATE IS MORE THAN
      *          THIS MANY DAYS OLD, FROM WHEREVER IT SITS IN THE
      *          QUEUE, WRITES IT TO THE EXPIRED-ITEMS DATASET
      *          (EXPFIL, SEE EXPREC) AND AUDITS IT AS AN EXP.  AN
      *          ENTRY WITH NO KNOWN ARRIVAL DATE NEVER EXPIRES.
      *          BLANK OR ZERO MEANS ENTRIES ON THE QUEUE NEVER
      *          EXPIRE.
      *          SDF-Q-STATUS IS THE QUEUE'S LIFECYCLE STATUS -
      *            A  ACTIVE (BLANK MEANS THE SAME) - WORKS AS ALWAYS
      *            D  DRAINING - POPS AND OUTBOUND TRANSFERS STILL
      *               RUN, BUT PUSHES AND TRANSFERS INTO THE QUEUE ARE
      *               REJECTED WITH REASON DRNG
      *            R  RETIRED - AS DRAINING (REASON RETD), AND ONCE
      *               THE QUEUE IS EMPTY THE NIGHTLY RUN REMOVES IT
      *               FROM THE CHECKPOINT AND STATE FILES AND ITS
      *               STACK SLOT IS FREE FOR A NEW QUEUE.  A RETIRED
      *               DEFINITION TAKES NO SLOT OF ITS OWN.
      *          A FREEZE (STATUS F ON CKPTREC) IS AN OPERATOR HOLD
      *          SET AND LIFTED THROUGH SADM DURING THE DAY, NEVER
      *          HERE; A FROZEN QUEUE KEEPS ITS HOLD UNTIL SADM LIFTS
      *          IT, WHATEVER THIS FIELD SAYS.
      *          SDF-DUP-CHECK-SW = 'Y' TURNS ON DUPLICATE-VALUE
      *          CHECKING FOR THE QUEUE: A PUSH OR A TRANSFER INTO
      *          THE QUEUE WHOSE VALUE IS ALREADY HELD SOMEWHERE ON
      *          IT IS REJECTED WITH REASON DUPV, SO THE SAME
      *          BUSINESS ITEM IS NEVER WORKED TWICE FROM ONE QUEUE.
      *          'N' OR BLANK MEANS NO CHECK.  A VALUE HELD ON TWO
      *          DIFFERENT QUEUES IS NOT CAUGHT HERE - THE NIGHTLY
      *          DUPLICATE REPORT (CBLDUP.CBL) LISTS THOSE.
      *          THE FILE IS MAINTAINED THROUGH STACK-DEFMAINT
      *          (CBLSDM.CBL), WHICH VALIDATES EVERY FIELD - SDF-DEPT
      *          MUST BE ON THE DEPARTMENT MASTER (DEPTFIL, SEE
      *          DEPTREC) - AND LOGS EACH CHANGE TO SDFLOG (SEE
      *          SDLREC).
      *----------------------------------------------------------------
       01  SDF-RECORD.
           05  SDF-STACK-ID          PIC X(10).
           05  SDF-SLA-DAYS          PIC 9(04).
           05  SDF-BACKORDER-SW      PIC X(01).
           05  SDF-WARN-PCT          PIC 9(03).
           05  SDF-MAX-LIFE          PIC 9(04).
           05  SDF-Q-STATUS          PIC X(01).
           05  SDF-DUP-CHECK-SW      PIC X(01).
           05  FILLER                PIC X(47).
