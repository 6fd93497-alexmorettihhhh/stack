      *----------------------------------------------------------------
      * CALTAB  - BUSINESS-DAY CALENDAR TABLE, LOADED FROM CALFIL (SEE
      *           CALREC) ONE ROW PER DATE IN DATE ORDER.  CAL-TAB-BUS-
      *           SEQ COUNTS THE BUSINESS DAYS FROM THE FIRST DATE ON
      *           THE CALENDAR THROUGH THIS ONE, SO THE BUSINESS DAYS
      *           BETWEEN TWO DATES ARE THE DIFFERENCE OF THEIR
      *           SEQUENCES; A NON-BUSINESS DAY CARRIES THE SEQUENCE OF
      *           THE BUSINESS DAY BEFORE IT.  CAL-TAB-NEXT-BUS IS THE
      *           FIRST BUSINESS DAY ON OR AFTER THIS DATE (ZERO WHEN
      *           THE CALENDAR ENDS BEFORE ONE).  SIZED FOR ABOUT TEN
      *           YEARS; A LONGER CALENDAR FAILS THE LOAD.
      *----------------------------------------------------------------
       78  MAX-CAL-DAYS              VALUE 3700.
       01  CAL-DAY-COUNT             PIC 9(4) COMP VALUE 0.
       01  CAL-TABLE.
           05  CAL-TAB-ENTRY OCCURS 1 TO MAX-CAL-DAYS TIMES
                   DEPENDING ON CAL-DAY-COUNT
                   ASCENDING KEY IS CAL-TAB-DATE
                   INDEXED BY CAL-IDX.
               10  CAL-TAB-DATE      PIC 9(08).
               10  CAL-TAB-TYPE      PIC X(01).
                   88  CAL-TAB-BUSINESS        VALUE 'B'.
               10  CAL-TAB-BUS-SEQ   PIC 9(8) COMP.
               10  CAL-TAB-NEXT-BUS  PIC 9(08).
