000270*                  OPERATIONS PRUNES FULLY ACKNOWLEDGED SENDS
000280*                  OFF SENTFIL ONCE THIS REPORT SHOWS THEM
000290*                  CLEAR.
000300* 10/15/2026  DWA  THE MATCHING TOTALS ARE POSTED TO THE BALANCING
000310*                  LEDGER (BALLDG, SEE LDGREC) FOR STACK-BALANCE'S
000320*                  DAILY SIGN-OFF.
000330* 10/15/2026  DWA  SENTFIL NOW ALSO LOGS THE MOVEMENT FEED
000340*                  (STACK-MOVEMENT, SOURCE STACKMOV) ALONGSIDE
000350*                  THE EXTRACT (STACKXTR); EACH SEND IS STILL
000360*                  IDENTIFIED BY ITS AS-OF DATE/TIME, AND THE
000370*                  REPORT NOW SHOWS WHICH FEED A SEND CAME FROM.
000380* 10/15/2026  DWA  THE ACKNOWLEDGMENT DEADLINE IS NOW COUNTED IN
000390*                  BUSINESS DAYS FROM THE SHOP CALENDAR (CALFIL,
000400*                  SEE CALREC): AN UNACKNOWLEDGED SEND IS OVERDUE
000410*                  ONCE ACK-DEADLINE-DAYS BUSINESS DAYS HAVE
000420*                  PASSED SINCE THE BUSINESS DAY IT WENT OUT ON,
000430*                  SO A FRIDAY SEND IS NOT PAGED OVER A WEEKEND
000440*                  OR HOLIDAY.  A CALENDAR THAT IS MISSING, OUT
000450*                  OF ORDER, GAPPED OR DOES NOT COVER THE RUN
000460*                  DATE MATCHES NOTHING, POSTS NOTHING TO THE
000470*                  LEDGER AND ENDS WITH CONDITION CODE 16.
000480* 10/15/2026  DWA  SENTFIL IS NO LONGER PRUNED BY HAND.
000490*                  STACK-HOUSEKEEP (CBLHKP.CBL) DROPS A SEND PAST
000500*                  ITS RETENTION PERIOD ONLY WHEN THIS PROGRAM'S
000510*                  RULES SHOW EVERY RECEIVER ACKNOWLEDGED IT WITH
000520*                  MATCHING TOTALS.  NO CHANGE TO PROCESSING HERE.
000530* 10/15/2026  DWA  AN ACK THAT MATCHES NO LOGGED SEND BUT IS DATED
000540*                  ON OR BEFORE SENTFIL'S RETENTION CUTOFF (FROM
000550*                  THE RETENTION CONTROL FILE, RETCTL, SEE RETREC)
000560*                  ANSWERS A SEND STACK-HOUSEKEEP HAS ALREADY
000570*                  DROPPED AS FULLY ACKNOWLEDGED.  IT IS REPORTED
000580*                  AS RETIRED AND COUNTED CLEAN, NOT AS AN ORPHAN,
000590*                  SO THE ACKS STILL ON ACKFIL FOR A DROPPED SEND
000600*                  DO NOT PAGE.  NO RETCTL, OR NO SENTFIL PERIOD
000610*                  ON IT, LEAVES EVERY UNMATCHED ACK AN ORPHAN.
000620*----------------------------------------------------------------
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER. IBM-370.
000660 OBJECT-COMPUTER. IBM-370.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT OPTIONAL SENT-FILE ASSIGN TO SENTFIL
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-SENT-STATUS.
000720     SELECT OPTIONAL ACK-FILE ASSIGN TO ACKFIL
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-ACK-STATUS.
000750     SELECT OPTIONAL LEDGER-FILE ASSIGN TO BALLDG
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-LDG-STATUS.
000780     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALFIL
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-CAL-STATUS.
000810     SELECT OPTIONAL RET-CONTROL-FILE ASSIGN TO RETCTL
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-RET-STATUS.
000840     SELECT RPT-FILE ASSIGN TO ACKRPT
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  SENT-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910     COPY SNTREC.
000920 FD  ACK-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950     COPY ACKREC.
000960 FD  LEDGER-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990     COPY LDGREC.
001000 FD  CALENDAR-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030     COPY CALREC.
001040 FD  RET-CONTROL-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070     COPY RETREC.
001080 FD  RPT-FILE
001090     RECORDING MODE IS V
001100     LABEL RECORDS ARE STANDARD.
001110 01  RPT-RECORD                PIC X(80).
001120 WORKING-STORAGE SECTION.
001130*----------------------------------------------------------------
001140* SEND AND ACK TABLES - BOTH FILES ARE LOADED UP FRONT AND
001150* MATCHED IN MEMORY.  STACK-HOUSEKEEP DROPS FULLY ACKNOWLEDGED
001160* SENDS FROM SENTFIL ONCE PAST RETENTION AND THE ACK FILES COVER A
001170* DAY OR TWO, SO THE TABLES STAY SMALL; RECORDS PAST THE LIMITS
001180* ARE WARNED AND LEFT UNMATCHED WITH A REVIEW CONDITION CODE.
001190*----------------------------------------------------------------
001200 78  MAX-SENDS                 VALUE 200.
001210 78  MAX-ACKS                  VALUE 400.
001220 01  SEND-TABLE.
001230     05  SND-ROW OCCURS MAX-SENDS TIMES.
001240         10  SND-DATE          PIC 9(08).
001250         10  SND-TIME          PIC 9(08).
001260         10  SND-SOURCE        PIC X(08).
001270         10  SND-COUNT         PIC 9(08).
001280         10  SND-HASH          PIC 9(12).
001290         10  SND-ACKED-SW      PIC X(01).
001300             88  SND-ACKED               VALUE 'Y'.
001310 01  ACK-TABLE.
001320     05  ACK-ROW OCCURS MAX-ACKS TIMES.
001330         10  ACK-TAB-DATE      PIC 9(08).
001340         10  ACK-TAB-TIME      PIC 9(08).
001350         10  ACK-TAB-RECEIVER  PIC X(08).
001360         10  ACK-TAB-COUNT     PIC 9(08).
001370         10  ACK-TAB-HASH      PIC 9(12).
001380         10  ACK-MATCHED-SW    PIC X(01).
001390             88  ACK-MATCHED             VALUE 'Y'.
001400*----------------------------------------------------------------
001410* COUNTERS AND WORK AREAS
001420*----------------------------------------------------------------
001430 01  WS-SEND-COUNT             PIC 9(4) COMP VALUE 0.
001440 01  WS-ACK-COUNT              PIC 9(4) COMP VALUE 0.
001450 01  WS-ACKED-COUNT            PIC 9(8) COMP VALUE 0.
001460 01  WS-PENDING-COUNT          PIC 9(8) COMP VALUE 0.
001470 01  WS-OVERDUE-COUNT          PIC 9(8) COMP VALUE 0.
001480 01  WS-MISMATCH-COUNT         PIC 9(8) COMP VALUE 0.
001490 01  WS-ORPHAN-COUNT           PIC 9(8) COMP VALUE 0.
001500 01  WS-RETIRED-COUNT          PIC 9(8) COMP VALUE 0.
001510 01  WS-I                      PIC 9(4) COMP VALUE 0.
001520 01  WS-J                      PIC 9(4) COMP VALUE 0.
001530 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
001540 01  WS-TODAY                  PIC 9(08) VALUE 0.
001550 01  WS-LDG-TIME               PIC 9(08) VALUE 0.
001560*----------------------------------------------------------------
001570* BUSINESS-DAY CALENDAR - LOADED WHOLE AT START-UP.  A SEND IS
001580* OVERDUE ONCE ACK-DEADLINE-DAYS BUSINESS DAYS HAVE PASSED SINCE
001590* IT WENT OUT.  WS-CAL-REASON NAMES WHAT WAS WRONG WITH AN
001600* UNUSABLE CALENDAR AND WS-CAL-BAD-DATE THE DATE IT WAS FOUND AT.
001610*----------------------------------------------------------------
001620 78  ACK-DEADLINE-DAYS         VALUE 1.
001630     COPY CALTAB.
001640 01  WS-CAL-FIELDS.
001650     05  WS-CAL-INT            PIC 9(08) COMP VALUE 0.
001660     05  WS-CAL-PREV-INT       PIC 9(08) COMP VALUE 0.
001670     05  WS-CAL-BUS-SEQ        PIC 9(08) COMP VALUE 0.
001680     05  WS-CAL-BAD-DATE       PIC 9(08) VALUE 0.
001690     05  WS-CAL-REASON         PIC X(40) VALUE SPACES.
001700 01  WS-TODAY-BUS-SEQ          PIC 9(8) COMP VALUE 0.
001710 01  WS-SEND-BUS-SEQ           PIC 9(8) COMP VALUE 0.
001720 01  WS-BUS-DAYS-SINCE         PIC S9(8) COMP VALUE 0.
001730*----------------------------------------------------------------
001740* SEND LOG RETENTION - SENTFIL'S CUTOFF, WORKED OUT AS
001750* STACK-HOUSEKEEP WORKS IT OUT: THE LATEST DATE PAST RETENTION.
001760* ZERO WHEN THERE IS NO PERIOD, SO NO ACK IS TAKEN AS RETIRED.
001770*----------------------------------------------------------------
001780 01  WS-TODAY-INT              PIC 9(08) COMP VALUE 0.
001790 01  WS-SENT-CUTOFF            PIC 9(08) VALUE 0.
001800*----------------------------------------------------------------
001810* PROGRAM SWITCHES
001820*----------------------------------------------------------------
001830 01  WS-SWITCHES.
001840     05  WS-SENT-STATUS        PIC X(02) VALUE '00'.
001850         88  WS-SENT-OK                  VALUE '00'.
001860         88  WS-SENT-NOT-FOUND           VALUE '05'.
001870     05  WS-ACK-STATUS         PIC X(02) VALUE '00'.
001880         88  WS-ACK-OK                   VALUE '00'.
001890         88  WS-ACK-NOT-FOUND            VALUE '05'.
001900     05  WS-LDG-STATUS         PIC X(02) VALUE '00'.
001910         88  WS-LDG-OK                   VALUE '00'.
001920         88  WS-LDG-NOT-FOUND            VALUE '05'.
001930     05  WS-SENT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001940         88  WS-SENT-EOF-YES             VALUE 'Y'.
001950     05  WS-ACK-EOF-SWITCH     PIC X(01) VALUE 'N'.
001960         88  WS-ACK-EOF-YES              VALUE 'Y'.
001970     05  WS-SEND-HAS-ACK-SW    PIC X(01) VALUE 'N'.
001980         88  WS-SEND-HAS-ACK             VALUE 'Y'.
001990     05  WS-CAL-STATUS         PIC X(02) VALUE '00'.
002000         88  WS-CAL-OK                   VALUE '00'.
002010         88  WS-CAL-NOT-FOUND            VALUE '05'.
002020     05  WS-CAL-EOF-SWITCH     PIC X(01) VALUE 'N'.
002030         88  WS-CAL-EOF-YES              VALUE 'Y'.
002040     05  WS-CAL-SW             PIC X(01) VALUE 'N'.
002050         88  WS-CAL-USABLE               VALUE 'Y'.
002060     05  WS-RET-STATUS         PIC X(02) VALUE '00'.
002070         88  WS-RET-OK                   VALUE '00'.
002080         88  WS-RET-NOT-FOUND            VALUE '05'.
002090     05  WS-RET-EOF-SWITCH     PIC X(01) VALUE 'N'.
002100         88  WS-RET-EOF-YES              VALUE 'Y'.
002110*----------------------------------------------------------------
002120* MATCHING REPORT LINE LAYOUTS
002130*----------------------------------------------------------------
002140 01  ACK-HEADING-LINE.
002150     05  FILLER                PIC X(08) VALUE 'SENT    '.
002160     05  FILLER                PIC X(02) VALUE SPACES.
002170     05  FILLER                PIC X(08) VALUE 'TIME    '.
002180     05  FILLER                PIC X(02) VALUE SPACES.
002190     05  FILLER                PIC X(08) VALUE 'RECEIVER'.
002200     05  FILLER                PIC X(02) VALUE SPACES.
002210     05  FILLER                PIC X(08) VALUE '   COUNT'.
002220     05  FILLER                PIC X(02) VALUE SPACES.
002230     05  FILLER                PIC X(12) VALUE '        HASH'.
002240     05  FILLER                PIC X(02) VALUE SPACES.
002250     05  FILLER                PIC X(08) VALUE 'STATUS  '.
002260     05  FILLER                PIC X(02) VALUE SPACES.
002270     05  FILLER                PIC X(08) VALUE 'SOURCE  '.
002280     05  FILLER                PIC X(08) VALUE SPACES.
002290 01  ACK-DETAIL-LINE.
002300     05  ACK-DET-DATE          PIC 9(08).
002310     05  FILLER                PIC X(02) VALUE SPACES.
002320     05  ACK-DET-TIME          PIC 9(08).
002330     05  FILLER                PIC X(02) VALUE SPACES.
002340     05  ACK-DET-RECEIVER      PIC X(08).
002350     05  FILLER                PIC X(02) VALUE SPACES.
002360     05  ACK-DET-COUNT         PIC ZZZZZZZ9.
002370     05  FILLER                PIC X(02) VALUE SPACES.
002380     05  ACK-DET-HASH          PIC 9(12).
002390     05  FILLER                PIC X(02) VALUE SPACES.
002400     05  ACK-DET-STATUS        PIC X(08).
002410     05  FILLER                PIC X(02) VALUE SPACES.
002420     05  ACK-DET-SOURCE        PIC X(08).
002430     05  FILLER                PIC X(08) VALUE SPACES.
002440*----------------------------------------------------------------
002450* TOTALS LINE LAYOUT - SAME SHAPE AS STACK-EXAMPLE'S RPT-LINE.
002460*----------------------------------------------------------------
002470 01  RPT-LINE.
002480     05  RPT-LABEL             PIC X(40).
002490     05  RPT-VALUE             PIC ZZZZZZZ9.
002500     05  FILLER                PIC X(31).
002510 PROCEDURE DIVISION.
002520*----------------------------------------------------------------
002530* 0000-MAIN-PROCEDURE - LOAD BOTH FILES, MATCH, PRINT, TOTAL.
002540*----------------------------------------------------------------
002550 0000-MAIN-PROCEDURE.
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002570     PERFORM 1100-LOAD-ONE-SEND THRU 1100-EXIT
002580         UNTIL WS-SENT-EOF-YES
002590     PERFORM 1200-LOAD-ONE-ACK THRU 1200-EXIT
002600         UNTIL WS-ACK-EOF-YES
002610     PERFORM 3000-MATCH-ONE-SEND THRU 3000-EXIT
002620         VARYING WS-I FROM 1 BY 1
002630             UNTIL WS-I > WS-SEND-COUNT
002640     PERFORM 4000-REPORT-ORPHAN-ACKS THRU 4000-EXIT
002650     PERFORM 9000-TERMINATE THRU 9000-EXIT
002660     STOP RUN.
002670*----------------------------------------------------------------
002680* 1000-INITIALIZE - LOADS THE BUSINESS CALENDAR, OPENS THE
002690*                   REPORT AND BOTH INPUT DATASETS AND PRIMES
002700*                   THE READS.  A MISSING SEND LOG OR ACK
002710*                   FILE IS AN EMPTY SIDE, NOT AN ERROR - THE
002720*                   MATCH STILL RUNS AND THE CONDITION CODE
002730*                   TELLS THE STORY.  AN UNUSABLE CALENDAR IS
002740*                   AN ERROR: NO DEADLINE CAN BE JUDGED, SO
002750*                   NEITHER SIDE IS OPENED AND NOTHING IS
002760*                   MATCHED OR POSTED.  THE SEND LOG'S RETENTION
002770*                   CUTOFF IS PRINTED WHEN THERE IS ONE.
002780*----------------------------------------------------------------
002790 1000-INITIALIZE.
002800     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002810     OPEN OUTPUT RPT-FILE
002820     MOVE SPACES TO RPT-LINE
002830     MOVE 'STACK-ACKMATCH EXTRACT ACKNOWLEDGMENTS' TO RPT-LABEL
002840     WRITE RPT-RECORD FROM RPT-LINE
002850     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT
002860     IF NOT WS-CAL-USABLE
002870         DISPLAY 'ERROR - BUSINESS CALENDAR UNUSABLE: '
002880             WS-CAL-REASON ' AT ' WS-CAL-BAD-DATE
002890         MOVE SPACES TO RPT-LINE
002900         WRITE RPT-RECORD FROM RPT-LINE
002910         MOVE '*** BUSINESS CALENDAR UNUSABLE - NOTHING MATCHED'
002920             TO RPT-RECORD
002930         WRITE RPT-RECORD
002940         MOVE SPACES TO RPT-LINE
002950         MOVE WS-CAL-REASON TO RPT-LABEL
002960         MOVE WS-CAL-BAD-DATE TO RPT-VALUE
002970         WRITE RPT-RECORD FROM RPT-LINE
002980         IF WS-MAX-RC < 16
002990             MOVE 16 TO WS-MAX-RC
003000         END-IF
003010         MOVE 'Y' TO WS-SENT-EOF-SWITCH
003020         MOVE 'Y' TO WS-ACK-EOF-SWITCH
003030         GO TO 1000-EXIT
003040     END-IF
003050     MOVE SPACES TO RPT-LINE
003060     MOVE 'DEADLINE IN BUSINESS DAYS PER CALFIL' TO RPT-LABEL
003070     MOVE ACK-DEADLINE-DAYS TO RPT-VALUE
003080     WRITE RPT-RECORD FROM RPT-LINE
003090     PERFORM 1400-LOAD-SENT-RETENTION THRU 1400-EXIT
003100     IF WS-SENT-CUTOFF > 0
003110         MOVE SPACES TO RPT-LINE
003120         MOVE 'SEND LOG RETENTION CUTOFF PER RETCTL'
003130             TO RPT-LABEL
003140         MOVE WS-SENT-CUTOFF TO RPT-VALUE
003150         WRITE RPT-RECORD FROM RPT-LINE
003160     END-IF
003170     MOVE SPACES TO RPT-LINE
003180     WRITE RPT-RECORD FROM RPT-LINE
003190     WRITE RPT-RECORD FROM ACK-HEADING-LINE
003200     OPEN INPUT SENT-FILE
003210*    A HARD OPEN FAILURE IS FATAL - PRIMING A READ ON A FILE
003220*    THAT NEVER OPENED WOULD SPIN THE LOAD LOOP FOREVER, SINCE
003230*    AT END CAN NEVER FIRE.
003240     IF NOT WS-SENT-OK AND NOT WS-SENT-NOT-FOUND
003250         DISPLAY 'ERROR - BAD OPEN ON SENT-FILE, STATUS = '
003260             WS-SENT-STATUS
003270         IF WS-MAX-RC < 16
003280             MOVE 16 TO WS-MAX-RC
003290         END-IF
003300         MOVE 'Y' TO WS-SENT-EOF-SWITCH
003310     END-IF
003320     IF WS-SENT-NOT-FOUND
003330         MOVE 'Y' TO WS-SENT-EOF-SWITCH
003340     END-IF
003350     IF NOT WS-SENT-EOF-YES
003360         PERFORM 1900-READ-SEND THRU 1900-EXIT
003370     END-IF
003380     OPEN INPUT ACK-FILE
003390     IF NOT WS-ACK-OK AND NOT WS-ACK-NOT-FOUND
003400         DISPLAY 'ERROR - BAD OPEN ON ACK-FILE, STATUS = '
003410             WS-ACK-STATUS
003420         IF WS-MAX-RC < 16
003430             MOVE 16 TO WS-MAX-RC
003440         END-IF
003450         MOVE 'Y' TO WS-ACK-EOF-SWITCH
003460     END-IF
003470     IF WS-ACK-NOT-FOUND
003480         MOVE 'Y' TO WS-ACK-EOF-SWITCH
003490     END-IF
003500     IF NOT WS-ACK-EOF-YES
003510         PERFORM 1950-READ-ACK THRU 1950-EXIT
003520     END-IF.
003530 1000-EXIT.
003540     EXIT.
003550*----------------------------------------------------------------
003560* 1100-LOAD-ONE-SEND - STORES ONE SEND-LOG RECORD IN THE TABLE.
003570*                      A RECORD WITH A NON-NUMERIC IDENTITY OR
003580*                      TOTALS CANNOT BE MATCHED AND IS WARNED
003590*                      AND DROPPED FOR REVIEW.
003600*----------------------------------------------------------------
003610 1100-LOAD-ONE-SEND.
003620     IF SENT-DATE NOT NUMERIC OR SENT-TIME NOT NUMERIC
003630         OR SENT-COUNT NOT NUMERIC OR SENT-HASH NOT NUMERIC
003640         DISPLAY 'WARNING - UNMATCHABLE SEND-LOG RECORD DROPPED'
003650         IF WS-MAX-RC < 8
003660             MOVE 8 TO WS-MAX-RC
003670         END-IF
003680         GO TO 1100-NEXT
003690     END-IF
003700     IF WS-SEND-COUNT NOT < MAX-SENDS
003710         DISPLAY 'WARNING - SEND TABLE FULL, RECORD DROPPED'
003720         IF WS-MAX-RC < 8
003730             MOVE 8 TO WS-MAX-RC
003740         END-IF
003750         GO TO 1100-NEXT
003760     END-IF
003770     ADD 1 TO WS-SEND-COUNT
003780     MOVE SENT-DATE TO SND-DATE(WS-SEND-COUNT)
003790     MOVE SENT-TIME TO SND-TIME(WS-SEND-COUNT)
003800     MOVE SENT-SOURCE TO SND-SOURCE(WS-SEND-COUNT)
003810     MOVE SENT-COUNT TO SND-COUNT(WS-SEND-COUNT)
003820     MOVE SENT-HASH TO SND-HASH(WS-SEND-COUNT)
003830     MOVE 'N' TO SND-ACKED-SW(WS-SEND-COUNT).
003840 1100-NEXT.
003850     PERFORM 1900-READ-SEND THRU 1900-EXIT.
003860 1100-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------
003890* 1200-LOAD-ONE-ACK - STORES ONE ACKNOWLEDGMENT IN THE TABLE.
003900*                     RECEIVERS BUILD THESE FILES, SO A MALFORMED
003910*                     RECORD IS THEIR INTERFACE FAULT - WARNED,
003920*                     DROPPED, AND WORTH A REVIEW CODE.
003930*----------------------------------------------------------------
003940 1200-LOAD-ONE-ACK.
003950     IF ACK-DATE NOT NUMERIC OR ACK-TIME NOT NUMERIC
003960         OR ACK-COUNT NOT NUMERIC OR ACK-HASH NOT NUMERIC
003970         DISPLAY 'WARNING - UNMATCHABLE ACK RECORD DROPPED '
003980             'FROM ' ACK-RECEIVER
003990         IF WS-MAX-RC < 8
004000             MOVE 8 TO WS-MAX-RC
004010         END-IF
004020         GO TO 1200-NEXT
004030     END-IF
004040     IF WS-ACK-COUNT NOT < MAX-ACKS
004050         DISPLAY 'WARNING - ACK TABLE FULL, RECORD DROPPED '
004060             'FROM ' ACK-RECEIVER
004070         IF WS-MAX-RC < 8
004080             MOVE 8 TO WS-MAX-RC
004090         END-IF
004100         GO TO 1200-NEXT
004110     END-IF
004120     ADD 1 TO WS-ACK-COUNT
004130     MOVE ACK-DATE TO ACK-TAB-DATE(WS-ACK-COUNT)
004140     MOVE ACK-TIME TO ACK-TAB-TIME(WS-ACK-COUNT)
004150     MOVE ACK-RECEIVER TO ACK-TAB-RECEIVER(WS-ACK-COUNT)
004160     MOVE ACK-COUNT TO ACK-TAB-COUNT(WS-ACK-COUNT)
004170     MOVE ACK-HASH TO ACK-TAB-HASH(WS-ACK-COUNT)
004180     MOVE 'N' TO ACK-MATCHED-SW(WS-ACK-COUNT).
004190 1200-NEXT.
004200     PERFORM 1950-READ-ACK THRU 1950-EXIT.
004210 1200-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------
004240* 1300-LOAD-CALENDAR - LOADS THE SHOP CALENDAR (CALFIL) INTO THE
004250*                      CALENDAR TABLE AND FINDS THE RUN DATE ON
004260*                      IT.  SETS WS-CAL-USABLE ONLY WHEN THE
004270*                      WHOLE CALENDAR LOADED CLEAN AND COVERS
004280*                      THE RUN DATE; OTHERWISE WS-CAL-REASON
004290*                      SAYS WHY.
004300*----------------------------------------------------------------
004310 1300-LOAD-CALENDAR.
004320     MOVE 'N' TO WS-CAL-SW
004330     MOVE 0 TO CAL-DAY-COUNT
004340     MOVE WS-TODAY TO WS-CAL-BAD-DATE
004350     OPEN INPUT CALENDAR-FILE
004360     IF NOT WS-CAL-OK AND NOT WS-CAL-NOT-FOUND
004370         MOVE 'CALENDAR WILL NOT OPEN' TO WS-CAL-REASON
004380         DISPLAY 'ERROR - BAD OPEN ON CALENDAR-FILE, STATUS = '
004390             WS-CAL-STATUS
004400         GO TO 1300-EXIT
004410     END-IF
004420     IF WS-CAL-NOT-FOUND
004430         CLOSE CALENDAR-FILE
004440         MOVE 'NO CALENDAR DATASET' TO WS-CAL-REASON
004450         GO TO 1300-EXIT
004460     END-IF
004470     MOVE SPACES TO WS-CAL-REASON
004480     MOVE 0 TO WS-CAL-BUS-SEQ
004490     PERFORM 1390-READ-CALENDAR THRU 1390-EXIT
004500     PERFORM 1310-LOAD-ONE-DAY THRU 1310-EXIT
004510         UNTIL WS-CAL-EOF-YES
004520     CLOSE CALENDAR-FILE
004530     IF WS-CAL-REASON NOT = SPACES
004540         GO TO 1300-EXIT
004550     END-IF
004560     IF CAL-DAY-COUNT = 0
004570         MOVE 'CALENDAR DATASET IS EMPTY' TO WS-CAL-REASON
004580         GO TO 1300-EXIT
004590     END-IF
004600     MOVE WS-TODAY TO WS-CAL-BAD-DATE
004610     SEARCH ALL CAL-TAB-ENTRY
004620         AT END
004630             MOVE 'RUN DATE NOT ON THE CALENDAR' TO WS-CAL-REASON
004640         WHEN CAL-TAB-DATE(CAL-IDX) = WS-TODAY
004650             MOVE CAL-TAB-BUS-SEQ(CAL-IDX) TO WS-TODAY-BUS-SEQ
004660             MOVE 'Y' TO WS-CAL-SW
004670     END-SEARCH.
004680 1300-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------
004710* 1310-LOAD-ONE-DAY - TABLES ONE CALENDAR DATE.  EACH DATE MUST
004720*                     BE A REAL DATE ONE DAY AFTER THE LAST WITH
004730*                     A KNOWN DAY TYPE - A GAP WOULD LEAVE SOME
004740*                     DAY'S STATUS A GUESS.  THE FIRST FAULT
004750*                     STOPS THE LOAD.
004760*----------------------------------------------------------------
004770 1310-LOAD-ONE-DAY.
004780     IF CAL-DATE NOT NUMERIC
004790         MOVE 'CALENDAR DATE NOT NUMERIC AFTER' TO WS-CAL-REASON
004800         GO TO 1310-FAIL
004810     END-IF
004820     MOVE CAL-DATE TO WS-CAL-BAD-DATE
004830     IF NOT CAL-VALID-DAY-TYPE
004840         MOVE 'CALENDAR DAY TYPE NOT B, H OR W' TO WS-CAL-REASON
004850         GO TO 1310-FAIL
004860     END-IF
004870     COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(CAL-DATE)
004880     IF WS-CAL-INT = 0
004890         MOVE 'CALENDAR DATE IS NOT A VALID DATE' TO
004900             WS-CAL-REASON
004910         GO TO 1310-FAIL
004920     END-IF
004930     IF CAL-DAY-COUNT > 0
004940         AND WS-CAL-INT NOT = WS-CAL-PREV-INT + 1
004950         MOVE 'CALENDAR OUT OF ORDER OR GAPPED AT' TO
004960             WS-CAL-REASON
004970         GO TO 1310-FAIL
004980     END-IF
004990     IF CAL-DAY-COUNT NOT < MAX-CAL-DAYS
005000         MOVE 'CALENDAR LONGER THAN THE TABLE AT' TO
005010             WS-CAL-REASON
005020         GO TO 1310-FAIL
005030     END-IF
005040     ADD 1 TO CAL-DAY-COUNT
005050     IF CAL-BUSINESS-DAY
005060         ADD 1 TO WS-CAL-BUS-SEQ
005070     END-IF
005080     MOVE CAL-DATE TO CAL-TAB-DATE(CAL-DAY-COUNT)
005090     MOVE CAL-DAY-TYPE TO CAL-TAB-TYPE(CAL-DAY-COUNT)
005100     MOVE WS-CAL-BUS-SEQ TO CAL-TAB-BUS-SEQ(CAL-DAY-COUNT)
005110     MOVE 0 TO CAL-TAB-NEXT-BUS(CAL-DAY-COUNT)
005120     MOVE WS-CAL-INT TO WS-CAL-PREV-INT
005130     PERFORM 1390-READ-CALENDAR THRU 1390-EXIT
005140     GO TO 1310-EXIT.
005150 1310-FAIL.
005160     DISPLAY 'ERROR - CALENDAR RECORD REJECTED: ' CAL-DATE ' '
005170         CAL-DAY-TYPE
005180     MOVE 'Y' TO WS-CAL-EOF-SWITCH.
005190 1310-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220* 1390-READ-CALENDAR - READS THE NEXT CALENDAR DATE.
005230*----------------------------------------------------------------
005240 1390-READ-CALENDAR.
005250     READ CALENDAR-FILE
005260         AT END MOVE 'Y' TO WS-CAL-EOF-SWITCH
005270     END-READ.
005280 1390-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------
005310* 1400-LOAD-SENT-RETENTION - READS THE RETENTION CONTROL FILE
005320*                            FOR SENTFIL'S PERIOD AND SETS
005330*                            WS-SENT-CUTOFF FROM IT.  THE FILE
005340*                            IS STACK-HOUSEKEEP'S TO POLICE; A
005350*                            RETCTL THAT WILL NOT OPEN IS ONLY
005360*                            WARNED, AND LEAVES NO CUTOFF.
005370*----------------------------------------------------------------
005380 1400-LOAD-SENT-RETENTION.
005390     MOVE 0 TO WS-SENT-CUTOFF
005400     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
005410     OPEN INPUT RET-CONTROL-FILE
005420     IF NOT WS-RET-OK AND NOT WS-RET-NOT-FOUND
005430         DISPLAY 'WARNING - BAD OPEN ON RET-CONTROL-FILE, '
005440             'STATUS = ' WS-RET-STATUS
005450         GO TO 1400-EXIT
005460     END-IF
005470     IF WS-RET-NOT-FOUND
005480         CLOSE RET-CONTROL-FILE
005490         GO TO 1400-EXIT
005500     END-IF
005510     PERFORM 1490-READ-RETENTION THRU 1490-EXIT
005520     PERFORM 1410-TAKE-ONE-PERIOD THRU 1410-EXIT
005530         UNTIL WS-RET-EOF-YES
005540     CLOSE RET-CONTROL-FILE.
005550 1400-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------
005580* 1410-TAKE-ONE-PERIOD - SENTFIL'S RECORD, WITH A NUMERIC
005590*                        PERIOD, GIVES THE CUTOFF; EVERY OTHER
005600*                        RECORD IS PASSED OVER.
005610*----------------------------------------------------------------
005620 1410-TAKE-ONE-PERIOD.
005630     IF RET-DATASET NOT = 'SENTFIL'
005640         OR RET-DAYS NOT NUMERIC
005650         GO TO 1410-NEXT
005660     END-IF
005670     IF RET-DAYS NOT < WS-TODAY-INT
005680         MOVE 0 TO WS-SENT-CUTOFF
005690     ELSE
005700         COMPUTE WS-SENT-CUTOFF = FUNCTION DATE-OF-INTEGER(
005710             WS-TODAY-INT - RET-DAYS)
005720     END-IF.
005730 1410-NEXT.
005740     PERFORM 1490-READ-RETENTION THRU 1490-EXIT.
005750 1410-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------
005780* 1490-READ-RETENTION - READS THE NEXT RETENTION RECORD.
005790*----------------------------------------------------------------
005800 1490-READ-RETENTION.
005810     READ RET-CONTROL-FILE
005820         AT END MOVE 'Y' TO WS-RET-EOF-SWITCH
005830     END-READ.
005840 1490-EXIT.
005850     EXIT.
005860*----------------------------------------------------------------
005870* 1900-READ-SEND - READS THE NEXT SEND-LOG RECORD.
005880*----------------------------------------------------------------
005890 1900-READ-SEND.
005900     READ SENT-FILE
005910         AT END MOVE 'Y' TO WS-SENT-EOF-SWITCH
005920     END-READ.
005930 1900-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------
005960* 1950-READ-ACK - READS THE NEXT ACKNOWLEDGMENT RECORD.
005970*----------------------------------------------------------------
005980 1950-READ-ACK.
005990     READ ACK-FILE
006000         AT END MOVE 'Y' TO WS-ACK-EOF-SWITCH
006010     END-READ.
006020 1950-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050* 3000-MATCH-ONE-SEND - PAIRS EVERY ACK CARRYING THIS SEND'S
006060*                       AS-OF IDENTITY AGAINST IT, PRINTING ONE
006070*                       LINE PER ACK (OK OR MISMATCH).  A SEND
006080*                       WITH NO ACK AT ALL PRINTS ONE LINE OF
006090*                       ITS OWN: PENDING WHILE ITS DEADLINE
006100*                       (ACK-DEADLINE-DAYS BUSINESS DAYS AFTER
006110*                       IT WENT OUT) HAS NOT PASSED, OVERDUE
006120*                       ONCE IT HAS.
006130*----------------------------------------------------------------
006140 3000-MATCH-ONE-SEND.
006150     MOVE 'N' TO WS-SEND-HAS-ACK-SW
006160     PERFORM 3100-TRY-ONE-ACK THRU 3100-EXIT
006170         VARYING WS-J FROM 1 BY 1
006180             UNTIL WS-J > WS-ACK-COUNT
006190     IF WS-SEND-HAS-ACK
006200         GO TO 3000-EXIT
006210     END-IF
006220     MOVE SPACES TO ACK-DETAIL-LINE
006230     MOVE SND-DATE(WS-I) TO ACK-DET-DATE
006240     MOVE SND-TIME(WS-I) TO ACK-DET-TIME
006250     MOVE '*NONE*' TO ACK-DET-RECEIVER
006260     MOVE SND-SOURCE(WS-I) TO ACK-DET-SOURCE
006270     MOVE SND-COUNT(WS-I) TO ACK-DET-COUNT
006280     MOVE SND-HASH(WS-I) TO ACK-DET-HASH
006290     PERFORM 3200-BUSINESS-DAYS-SINCE THRU 3200-EXIT
006300     IF WS-BUS-DAYS-SINCE NOT < ACK-DEADLINE-DAYS
006310         MOVE 'OVERDUE' TO ACK-DET-STATUS
006320         ADD 1 TO WS-OVERDUE-COUNT
006330         IF WS-MAX-RC < 8
006340             MOVE 8 TO WS-MAX-RC
006350         END-IF
006360     ELSE
006370         MOVE 'PENDING' TO ACK-DET-STATUS
006380         ADD 1 TO WS-PENDING-COUNT
006390     END-IF
006400     WRITE RPT-RECORD FROM ACK-DETAIL-LINE.
006410 3000-EXIT.
006420     EXIT.
006430*----------------------------------------------------------------
006440* 3100-TRY-ONE-ACK - IF ACK WS-J CARRIES SEND WS-I'S IDENTITY,
006450*                    PROVES ITS TOTALS AND PRINTS ITS LINE.  AN
006460*                    ECHOED COUNT OR HASH THAT DIFFERS FROM THE
006470*                    TRAILER MEANS THE RECEIVER LOADED SOMETHING
006480*                    OTHER THAN WHAT WAS SENT.
006490*----------------------------------------------------------------
006500 3100-TRY-ONE-ACK.
006510     IF ACK-TAB-DATE(WS-J) NOT = SND-DATE(WS-I)
006520         OR ACK-TAB-TIME(WS-J) NOT = SND-TIME(WS-I)
006530         GO TO 3100-EXIT
006540     END-IF
006550     MOVE 'Y' TO ACK-MATCHED-SW(WS-J)
006560     MOVE 'Y' TO WS-SEND-HAS-ACK-SW
006570     MOVE SPACES TO ACK-DETAIL-LINE
006580     MOVE SND-DATE(WS-I) TO ACK-DET-DATE
006590     MOVE SND-TIME(WS-I) TO ACK-DET-TIME
006600     MOVE SND-SOURCE(WS-I) TO ACK-DET-SOURCE
006610     MOVE ACK-TAB-RECEIVER(WS-J) TO ACK-DET-RECEIVER
006620     MOVE ACK-TAB-COUNT(WS-J) TO ACK-DET-COUNT
006630     MOVE ACK-TAB-HASH(WS-J) TO ACK-DET-HASH
006640     IF ACK-TAB-COUNT(WS-J) = SND-COUNT(WS-I)
006650         AND ACK-TAB-HASH(WS-J) = SND-HASH(WS-I)
006660         MOVE 'OK' TO ACK-DET-STATUS
006670         MOVE 'Y' TO SND-ACKED-SW(WS-I)
006680         ADD 1 TO WS-ACKED-COUNT
006690     ELSE
006700         MOVE 'MISMATCH' TO ACK-DET-STATUS
006710         ADD 1 TO WS-MISMATCH-COUNT
006720         IF WS-MAX-RC < 8
006730             MOVE 8 TO WS-MAX-RC
006740         END-IF
006750     END-IF
006760     WRITE RPT-RECORD FROM ACK-DETAIL-LINE.
006770 3100-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------
006800* 3200-BUSINESS-DAYS-SINCE - SETS WS-BUS-DAYS-SINCE TO THE
006810*                            BUSINESS DAYS THAT HAVE PASSED
006820*                            SINCE SEND WS-I WENT OUT.  A SEND
006830*                            MADE ON A WEEKEND OR HOLIDAY
006840*                            COUNTS FROM THE NEXT BUSINESS DAY,
006850*                            SO IT GETS THAT DAY'S GRACE.  A
006860*                            SEND BEFORE THE CALENDAR BEGINS IS
006870*                            OLDER THAN ANY DEADLINE; A SEND
006880*                            DATED AFTER THE RUN DATE HAS
006890*                            NOTHING PASSED.
006900*----------------------------------------------------------------
006910 3200-BUSINESS-DAYS-SINCE.
006920     MOVE 0 TO WS-BUS-DAYS-SINCE
006930     MOVE 0 TO WS-SEND-BUS-SEQ
006940     IF SND-DATE(WS-I) < CAL-TAB-DATE(1)
006950         MOVE WS-TODAY-BUS-SEQ TO WS-BUS-DAYS-SINCE
006960         GO TO 3200-EXIT
006970     END-IF
006980     SEARCH ALL CAL-TAB-ENTRY
006990         AT END
007000             GO TO 3200-EXIT
007010         WHEN CAL-TAB-DATE(CAL-IDX) = SND-DATE(WS-I)
007020             MOVE CAL-TAB-BUS-SEQ(CAL-IDX) TO WS-SEND-BUS-SEQ
007030             IF NOT CAL-TAB-BUSINESS(CAL-IDX)
007040                 ADD 1 TO WS-SEND-BUS-SEQ
007050             END-IF
007060     END-SEARCH
007070     COMPUTE WS-BUS-DAYS-SINCE = WS-TODAY-BUS-SEQ
007080         - WS-SEND-BUS-SEQ
007090     IF WS-BUS-DAYS-SINCE < 0
007100         MOVE 0 TO WS-BUS-DAYS-SINCE
007110     END-IF.
007120 3200-EXIT.
007130     EXIT.
007140*----------------------------------------------------------------
007150* 4000-REPORT-ORPHAN-ACKS - AN ACK THAT MATCHED NO LOGGED SEND
007160*                           MEANS A RECEIVER ECHOED AN IDENTITY
007170*                           WE NEVER SENT (OR THE SEND LOG WAS
007180*                           PRUNED TOO EAGERLY) - EITHER WAY THE
007190*                           INTERFACE NEEDS A LOOK.  ONE DATED ON
007200*                           OR BEFORE SENTFIL'S RETENTION CUTOFF
007210*                           IS FOR A SEND STACK-HOUSEKEEP HAS
007220*                           DROPPED, WHICH IT DOES ONLY ONCE
007230*                           EVERY ACK FOR THE SEND IS CLEAN - IT
007240*                           IS RETIRED, AND COUNTED CLEAN.
007250*----------------------------------------------------------------
007260 4000-REPORT-ORPHAN-ACKS.
007270     PERFORM 4100-CHECK-ONE-ACK THRU 4100-EXIT
007280         VARYING WS-J FROM 1 BY 1
007290             UNTIL WS-J > WS-ACK-COUNT.
007300 4000-EXIT.
007310     EXIT.
007320*----------------------------------------------------------------
007330* 4100-CHECK-ONE-ACK - PRINTS ONE ORPHAN OR RETIRED ACK LINE.
007340*----------------------------------------------------------------
007350 4100-CHECK-ONE-ACK.
007360     IF ACK-MATCHED(WS-J)
007370         GO TO 4100-EXIT
007380     END-IF
007390     MOVE SPACES TO ACK-DETAIL-LINE
007400     MOVE ACK-TAB-DATE(WS-J) TO ACK-DET-DATE
007410     MOVE ACK-TAB-TIME(WS-J) TO ACK-DET-TIME
007420     MOVE ACK-TAB-RECEIVER(WS-J) TO ACK-DET-RECEIVER
007430     MOVE ACK-TAB-COUNT(WS-J) TO ACK-DET-COUNT
007440     MOVE ACK-TAB-HASH(WS-J) TO ACK-DET-HASH
007450     IF WS-SENT-CUTOFF > 0
007460         AND ACK-TAB-DATE(WS-J) NOT > WS-SENT-CUTOFF
007470         MOVE 'RETIRED' TO ACK-DET-STATUS
007480         ADD 1 TO WS-RETIRED-COUNT
007490         ADD 1 TO WS-ACKED-COUNT
007500         WRITE RPT-RECORD FROM ACK-DETAIL-LINE
007510         GO TO 4100-EXIT
007520     END-IF
007530     MOVE 'ORPHAN' TO ACK-DET-STATUS
007540     ADD 1 TO WS-ORPHAN-COUNT
007550     IF WS-MAX-RC < 8
007560         MOVE 8 TO WS-MAX-RC
007570     END-IF
007580     WRITE RPT-RECORD FROM ACK-DETAIL-LINE.
007590 4100-EXIT.
007600     EXIT.
007610*----------------------------------------------------------------
007620* 9000-TERMINATE - WRITES THE TOTALS, CLOSES THE FILES AND POSTS
007630*                  THE CONDITION CODE.  NOTHING TO MATCH ON
007640*                  EITHER SIDE IS WORTH A WARNING - THE
007650*                  SCHEDULER CAN TELL AN EMPTY PAGE FROM A
007660*                  MISSED STEP.
007670*----------------------------------------------------------------
007680 9000-TERMINATE.
007690     MOVE SPACES TO RPT-LINE
007700     WRITE RPT-RECORD FROM RPT-LINE
007710     MOVE SPACES TO RPT-LINE
007720     MOVE 'EXTRACTS ON SEND LOG' TO RPT-LABEL
007730     MOVE WS-SEND-COUNT TO RPT-VALUE
007740     WRITE RPT-RECORD FROM RPT-LINE
007750     MOVE SPACES TO RPT-LINE
007760     MOVE 'ACKNOWLEDGMENTS RECEIVED' TO RPT-LABEL
007770     MOVE WS-ACK-COUNT TO RPT-VALUE
007780     WRITE RPT-RECORD FROM RPT-LINE
007790     MOVE SPACES TO RPT-LINE
007800     MOVE 'ACKNOWLEDGED CLEAN' TO RPT-LABEL
007810     MOVE WS-ACKED-COUNT TO RPT-VALUE
007820     WRITE RPT-RECORD FROM RPT-LINE
007830     MOVE SPACES TO RPT-LINE
007840     MOVE '  OF WHICH FOR SENDS ALREADY RETIRED' TO RPT-LABEL
007850     MOVE WS-RETIRED-COUNT TO RPT-VALUE
007860     WRITE RPT-RECORD FROM RPT-LINE
007870     MOVE SPACES TO RPT-LINE
007880     MOVE 'PENDING - DEADLINE NOT PASSED' TO RPT-LABEL
007890     MOVE WS-PENDING-COUNT TO RPT-VALUE
007900     WRITE RPT-RECORD FROM RPT-LINE
007910     MOVE SPACES TO RPT-LINE
007920     MOVE 'OVERDUE - NO ACKNOWLEDGMENT' TO RPT-LABEL
007930     MOVE WS-OVERDUE-COUNT TO RPT-VALUE
007940     WRITE RPT-RECORD FROM RPT-LINE
007950     MOVE SPACES TO RPT-LINE
007960     MOVE 'ACKNOWLEDGED WITH MISMATCHED TOTALS' TO RPT-LABEL
007970     MOVE WS-MISMATCH-COUNT TO RPT-VALUE
007980     WRITE RPT-RECORD FROM RPT-LINE
007990     MOVE SPACES TO RPT-LINE
008000     MOVE 'ORPHAN ACKNOWLEDGMENTS' TO RPT-LABEL
008010     MOVE WS-ORPHAN-COUNT TO RPT-VALUE
008020     WRITE RPT-RECORD FROM RPT-LINE
008030     IF WS-SEND-COUNT = 0 AND WS-ACK-COUNT = 0
008040         IF WS-MAX-RC < 4
008050             MOVE 4 TO WS-MAX-RC
008060         END-IF
008070     END-IF
008080     CLOSE SENT-FILE
008090     CLOSE ACK-FILE
008100     CLOSE RPT-FILE
008110     IF WS-CAL-USABLE
008120         PERFORM 9200-POST-LEDGER THRU 9200-EXIT
008130     END-IF
008140     DISPLAY 'ACKMATCH COMPLETE - ' WS-OVERDUE-COUNT
008150         ' OVERDUE, ' WS-MISMATCH-COUNT ' MISMATCHED, '
008160         WS-ORPHAN-COUNT ' ORPHANS'
008170     MOVE WS-MAX-RC TO RETURN-CODE.
008180 9000-EXIT.
008190     EXIT.
008200*----------------------------------------------------------------
008210* 9200-POST-LEDGER - APPENDS THE MATCHING TOTALS TO THE BALANCING
008220*                    LEDGER: ONE ACK RECORD AND THE END RECORD
008230*                    THAT PROVES THE POSTING COMPLETE.  SAME
008240*                    EXTEND-WITH-OUTPUT-FALLBACK PATTERN AS
008250*                    STACK-EXTRACT'S SEND LOG; A LEDGER THAT WILL
008260*                    NOT OPEN IS A WARNING HERE.
008270*----------------------------------------------------------------
008280 9200-POST-LEDGER.
008290     OPEN EXTEND LEDGER-FILE
008300     IF WS-LDG-NOT-FOUND
008310         CLOSE LEDGER-FILE
008320         OPEN OUTPUT LEDGER-FILE
008330     END-IF
008340     IF NOT WS-LDG-OK
008350         DISPLAY 'WARNING - BAD OPEN ON LEDGER-FILE, STATUS = '
008360             WS-LDG-STATUS
008370         IF WS-MAX-RC < 4
008380             MOVE 4 TO WS-MAX-RC
008390         END-IF
008400         GO TO 9200-EXIT
008410     END-IF
008420     ACCEPT WS-LDG-TIME FROM TIME
008430     MOVE SPACES TO LDG-RECORD
008440     MOVE WS-TODAY TO LDG-DATE
008450     MOVE WS-LDG-TIME TO LDG-TIME
008460     MOVE 'STACKACK' TO LDG-STEP
008470     MOVE 'ACK ' TO LDG-TYPE
008480     MOVE WS-ACK-COUNT TO LDG-ACK-RECEIVED
008490     MOVE WS-ACKED-COUNT TO LDG-ACK-CLEAN
008500     MOVE WS-MISMATCH-COUNT TO LDG-ACK-MISMATCH
008510     MOVE WS-ORPHAN-COUNT TO LDG-ACK-ORPHAN
008520     MOVE WS-PENDING-COUNT TO LDG-ACK-PENDING
008530     MOVE WS-OVERDUE-COUNT TO LDG-ACK-OVERDUE
008540     WRITE LDG-RECORD
008550     MOVE SPACES TO LDG-DATA
008560     MOVE 'END ' TO LDG-TYPE
008570     MOVE 2 TO LDG-END-COUNT
008580     WRITE LDG-RECORD
008590     CLOSE LEDGER-FILE.
008600 9200-EXIT.
008610     EXIT.
