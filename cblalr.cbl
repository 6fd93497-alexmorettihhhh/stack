000200*                  POSTS CONDITION CODE 4 WHEN THERE IS NOTHING
000210*                  TO REPORT, SO THE SCHEDULER CAN TELL AN EMPTY
000220*                  PAGE FROM A MISSED STEP.
000221* 10/15/2026  DWA  ALRTFIL IS NO LONGER CLEARED BY HAND.
000222*                  STACK-HOUSEKEEP (CBLHKP.CBL) DROPS AN ALERT
000223*                  ONLY ONCE IT IS PAST RETENTION AND ITS QUEUE IS
000224*                  BACK UNDER THE WARNING THRESHOLD, SO THE FILE
000225*                  HOLDS EVERY ALERT RAISED IN THE RETENTION
000226*                  PERIOD, RECOVERED OR NOT.  THE REPORT IS NOW
000227*                  TITLED AS THE ALERTS RAISED, NOT THE ALERTS
000228*                  STILL OPEN.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000470* ALERT TABLE - THE WHOLE FILE IS LOADED UP FRONT AND SORTED IN
000480* PLACE BY SEVERITY BEFORE PRINTING.  ALERTS PAST THE TABLE
000490* LIMIT ARE WARNED AND LEFT OFF THE REPORT - A FILE THAT FULL
000500* MEANS HOUSEKEEPING HAS NOT RUN IN MONTHS.
000510*----------------------------------------------------------------
000520 78  MAX-ALERTS                VALUE 200.
000530 01  ALERT-TABLE.
001400*----------------------------------------------------------------
001410* 1000-INITIALIZE - OPENS THE REPORT AND THE ALERT DATASET AND
001420*                   PRIMES THE FIRST READ.  A MISSING ALERT
001430*                   DATASET MEANS NO ALERT RAISED - AN EMPTY
001440*                   REPORT WITH A WARNING CONDITION CODE.
001450*----------------------------------------------------------------
001460 1000-INITIALIZE.
001470     OPEN OUTPUT RPT-FILE
001480     MOVE SPACES TO RPT-LINE
001490     MOVE 'STACK-ALERTS CAPACITY ALERTS RAISED' TO RPT-LABEL
001500     WRITE RPT-RECORD FROM RPT-LINE
001510     MOVE SPACES TO RPT-LINE
001520     WRITE RPT-RECORD FROM RPT-LINE
002140     EXIT.
002150*----------------------------------------------------------------
002160* 3000-SORT-BY-SEVERITY - STRAIGHT SELECTION SORT OF THE TABLE,
002170*                         HIGHEST PERCENT USED FIRST.  THE
002180*                         ALERT LIST IS AT MOST A FEW DOZEN
002190*                         ROWS, SO SIMPLE BEATS CLEVER.
002200*----------------------------------------------------------------
002550 3110-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------
002580* 4000-PRINT-ALERTS - ONE LINE PER ALERT RAISED, MOST SEVERE
002590*                     FIRST.
002600*----------------------------------------------------------------
002610 4000-PRINT-ALERTS.
002890     MOVE SPACES TO RPT-LINE
002900     WRITE RPT-RECORD FROM RPT-LINE
002910     MOVE SPACES TO RPT-LINE
002920     MOVE 'CAPACITY ALERTS RAISED' TO RPT-LABEL
002930     MOVE WS-ALERT-COUNT TO RPT-VALUE
002940     WRITE RPT-RECORD FROM RPT-LINE
002950     IF WS-ALERT-COUNT = 0
