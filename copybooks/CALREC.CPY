      *----------------------------------------------------------------
      * CALREC  - SHOP BUSINESS-DAY CALENDAR RECORD LAYOUT.
      *
      *           ONE RECORD PER CALENDAR DATE ON THE CALENDAR DATASET
      *           (CALFIL), IN ASCENDING DATE ORDER WITH NO DATE
      *           MISSING, MAINTAINED BY OPERATIONS AT LEAST A YEAR
      *           AHEAD.  CAL-DAY-TYPE IS ONE OF -
      *             B  A BUSINESS DAY
      *             H  A HOLIDAY (CAL-DESCRIPTION NAMES IT)
      *             W  A WEEKEND DAY
      *           ONLY A 'B' DAY COUNTS TOWARD AN AGE OR A DEADLINE,
      *           AND A FUTURE-DATED TRANSACTION EFFECTIVE ON AN 'H' OR
      *           'W' DAY RELEASES ON THE NEXT 'B' DAY.  STACK-EXAMPLE
      *           (PENDING RELEASES), STACK-AGING (SLA AGES) AND
      *           STACK-ACKMATCH (ACKNOWLEDGMENT DEADLINES) ALL LOAD IT
      *           AND FAIL THE STEP WHEN IT IS OUT OF ORDER, HAS A GAP
      *           OR AN UNKNOWN DAY TYPE, OR DOES NOT COVER THE RUN
      *           DATE - THEY NEVER FALL BACK TO CALENDAR DAYS.
      *----------------------------------------------------------------
       01  CAL-RECORD.
           05  CAL-DATE              PIC 9(08).
           05  CAL-DAY-TYPE          PIC X(01).
               88  CAL-BUSINESS-DAY            VALUE 'B'.
               88  CAL-VALID-DAY-TYPE          VALUE 'B' 'H' 'W'.
           05  CAL-DESCRIPTION       PIC X(30).
           05  FILLER                PIC X(41).
