      *----------------------------------------------------------------
      * DEPTREC - DEPARTMENT MASTER RECORD LAYOUT.
      *
      *           ONE RECORD PER DEPARTMENT THAT MAY OWN A QUEUE, ON
      *           THE DEPARTMENT MASTER FILE (DEPTFIL).  THE STACK
      *           DEFINITION MAINTENANCE PROGRAM (CBLSDM.CBL) REFUSES
      *           ANY SDF-DEPT NOT ON THIS FILE, AND THE CHARGEBACK
      *           REPORT (CBLCHG.CBL) PRINTS EACH DEPARTMENT'S NAME
      *           AND THE COST CENTRE ITS USAGE IS CHARGED TO.
      *----------------------------------------------------------------
       01  DEPT-RECORD.
           05  DEPT-ID               PIC X(04).
           05  DEPT-NAME             PIC X(30).
           05  DEPT-COST-CENTRE      PIC X(08).
           05  FILLER                PIC X(38).
