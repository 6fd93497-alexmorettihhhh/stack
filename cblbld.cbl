000260*                  CKPTREC LAYOUT TO CKPTNEW, WHICH THE JOB
000270*                  RENAMES OVER CKPTFIL ONLY ON A CLEAN
000280*                  CONDITION CODE.  EACH DATASET AFTER THE FIRST
000290*                  OPENS WITH A BAL SNAPSHOT RESTATING THE
000300*                  QUEUES AS OF ITS CUTOFF; THE REPLAY LETS EACH
000310*                  SNAPSHOT SUPERSEDE THE STATE ALREADY REBUILT.
000320*                  EACH PUSH'S (OR BAL'S) AUDIT DATE BECOMES THE
000330*                  REBUILT ENTRY'S ARRIVAL DATE, SO AGING AND
000340*                  SLA REPORTING SURVIVE THE RECOVERY.
000350*                  THE REPORT PROVES WHAT WAS REBUILT PER STACK
000360*                  AND FLAGS ANY STACK WHOSE HISTORY WAS
000370*                  INTERNALLY INCONSISTENT (A REPLAYED DEPTH
000380*                  DISAGREEING WITH THE STAMPED RESULT-TOP, AN
000390*                  UNDERFLOW, AN OVERFLOW OR AN UNKNOWN
000400*                  OPERATION) - CONDITION CODE 8 SAYS REVIEW
000410*                  BEFORE TRUSTING, 16 MEANS NOTHING USABLE WAS
000420*                  REBUILT.
000430* 09/02/2026  DWA  REBUILT VALUES WIDENED FROM FOUR DIGITS TO
000440*                  SIX WITH AUDIT-VALUE AND CKPT-VALUE.  CONVERT
000450*                  OLD-SHAPE AUDIT AND ARCHIVE GENERATIONS WITH
000460*                  STACK-CONVERT (CBLCNV.CBL) BEFORE REPLAYING
000470*                  THEM HERE.
000480* 09/02/2026  DWA  A BAL RECORD AT RESULT-TOP 1 NOW CLEARS THE
000490*                  REPLAYED DEPTH BEFORE THE SNAPSHOT APPENDS.
000500*                  EVERY DATASET AFTER THE FIRST IN THE
000510*                  CONCATENATION OPENS WITH A SNAPSHOT RESTATING
000520*                  WHAT THE PRECEDING ONE ALREADY REPLAYED, SO
000530*                  TAKING BAL AS A PLAIN PUSH DOUBLED EVERY
000540*                  DEPTH AND FLAGGED EVERY STACK FOR REVIEW ON
000550*                  ANY SHOP THAT HAD EVER ARCHIVED.
000560* 10/15/2026  DWA  EXP RECORDS (ENTRIES THE BATCH PROGRAM
000570*                  EXPIRED PAST THEIR QUEUE'S MAXIMUM LIFE, SEE
000580*                  AUDREC) REMOVE THE ENTRY AT THE AUDITED
000590*                  POSITION AND CLOSE THE GAP, SO AN EXPIRED
000600*                  ENTRY IS NEVER REBUILT BACK ONTO ITS QUEUE.
000610*                  A POSITION OFF THE REBUILT QUEUE IS COUNTED
000620*                  AS AN INCONSISTENCY.
000630* 10/15/2026  DWA  QUEUE LIFECYCLE STATUS - A STAT RECORD IS
000640*                  DEPTH-NEUTRAL AND SETS THE REBUILT QUEUE'S
000650*                  STATUS, WHICH IS WRITTEN TO CKPT-Q-STATUS, SO A
000660*                  FROZEN, DRAINING OR RETIRED QUEUE COMES BACK
000670*                  THAT WAY.  A RETR RELEASES THE QUEUE: IT MUST
000680*                  BE EMPTY (OTHERWISE IT IS COUNTED AS AN
000690*                  INCONSISTENCY) AND IS LEFT OFF CKPTNEW, AS IS A
000700*                  RETIRED DEFINITION THE TRAIL NEVER MENTIONS.
000710*                  THE REPORT SHOWS EACH QUEUE'S STATUS.
000720* 10/15/2026  DWA  A RELEASED QUEUE'S SLOT IS FREE AGAIN FOR THE
000730*                  NEXT NEW STACK-ID, AS IN STACK-EXAMPLE; THE
000740*                  RELEASED QUEUE IS COUNTED AND REPORTED BEFORE
000750*                  THE SLOT IS CLEARED.  THE DEFINITIONS ARE HELD
000760*                  IN THEIR OWN TABLE AND A QUEUE TAKES A SLOT
000770*                  ONLY WHEN THE TRAIL NAMES IT (OR, FOR AN ACTIVE
000780*                  DEFINITION THE TRAIL NEVER NAMES, AT CHECKPOINT
000790*                  TIME), SO A RETIRED DEFINITION NEVER HOLDS ONE.
000800*----------------------------------------------------------------
000810 ENVIRONMENT DIVISION.
000820 CONFIGURATION SECTION.
000830 SOURCE-COMPUTER. IBM-370.
000840 OBJECT-COMPUTER. IBM-370.
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDFIL
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-AUD-STATUS.
000900     SELECT OPTIONAL STACK-DEF-FILE ASSIGN TO STKDEF
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-SDF-STATUS.
000930     SELECT NEW-CKPT-FILE ASSIGN TO CKPTNEW
000940         ORGANIZATION IS SEQUENTIAL.
000950     SELECT RPT-FILE ASSIGN TO BLDRPT
000960         ORGANIZATION IS LINE SEQUENTIAL.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  AUDIT-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020     COPY AUDREC.
001030 FD  STACK-DEF-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060     COPY SDFREC.
001070 FD  NEW-CKPT-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100     COPY CKPTREC.
001110 FD  RPT-FILE
001120     RECORDING MODE IS V
001130     LABEL RECORDS ARE STANDARD.
001140 01  RPT-RECORD                PIC X(80).
001150 WORKING-STORAGE SECTION.
001160*----------------------------------------------------------------
001170* REBUILD STORAGE - ONE SIMULATED STACK PER AUDIT-STACK-ID SEEN
001180* ON THE TRAIL, SHAPED AND BOUNDED LIKE STACK-EXAMPLE'S
001190* STACK-TABLE AND STACK-RECONCILE'S REPLAY TABLE, SO THE
001200* REBUILD CAN NEVER ACCEPT A HISTORY THE REAL PROGRAM COULD NOT
001210* HAVE PRODUCED.  EACH ENTRY KEEPS THE VALUE AND THE ARRIVAL
001220* DATE (THE AUDIT DATE OF THE PUSH OR BAL THAT PUT IT THERE).
001230* MORE DISTINCT STACK-IDS THAN MAX-STACKS MEANS THE TRAIL SPANS
001240* A TABLE RESHUFFLE AND CANNOT FEED ONE CHECKPOINT - FLAGGED,
001250* NOT GUESSED, EXACTLY AS THE RECONCILER DOES.  BLD-STATUS IS
001260* THE REBUILT LIFECYCLE STATUS (SEE CKPTREC) AND BLD-RELEASED-SW
001270* MARKS A QUEUE THE TRAIL RELEASED (RETR), WHOSE SLOT IS FREE
001280* AGAIN FOR THE NEXT NEW STACK-ID.
001290*----------------------------------------------------------------
001300 78  MAX-STACKS                VALUE 5.
001310     COPY STKCAP.
001320 01  REBUILD-TABLE.
001330     05  BLD-ENTRY OCCURS MAX-STACKS TIMES INDEXED BY BLD-IDX.
001340         10  BLD-STACK-ID      PIC X(10) VALUE SPACES.
001350         10  BLD-DEPTH         PIC 9(4) COMP VALUE 0.
001360         10  BLD-DEPT          PIC X(04) VALUE SPACES.
001370         10  BLD-MODE          PIC X(01) VALUE 'L'.
001380             88  BLD-FIFO                VALUE 'F'.
001390         10  BLD-DEF-CAP       PIC 9(4) COMP VALUE 0.
001400         10  BLD-REPLAYED      PIC 9(8) COMP VALUE 0.
001410         10  BLD-BAD-COUNT     PIC 9(8) COMP VALUE 0.
001420         10  BLD-STATUS        PIC X(01) VALUE 'A'.
001430         10  BLD-RELEASED-SW   PIC X(01) VALUE 'N'.
001440             88  BLD-RELEASED            VALUE 'Y'.
001450         10  BLD-ITEM          OCCURS 1 TO 300 TIMES
001460             DEPENDING ON MAX-STACK-CAPACITY.
001470             15  BLD-VALUE     PIC 9(6) VALUE 0.
001480             15  BLD-ARRIVAL   PIC 9(08) VALUE 0.
001490*----------------------------------------------------------------
001500* DEFINITION TABLE - EVERY QUEUE ON THE DEFINITIONS, LOADED BY
001510* 1500-PRELOAD-DEFS.  A REBUILD SLOT IS TAKEN ONLY WHEN THE TRAIL
001520* FIRST NAMES A QUEUE, OR BY 7050-PLACE-UNUSED-DEF FOR AN ACTIVE
001530* DEFINITION THE TRAIL NEVER NAMES, SO A DEFINITION NEVER HOLDS
001540* A SLOT THE TRAIL NEEDS FOR A QUEUE RELEASED BEFORE IT WAS
001550* DEFINED.  A RETIRED DEFINITION NEVER TAKES A SLOT OF ITS OWN,
001560* AS IN STACK-EXAMPLE.  DEF-USED-SW MARKS A DEFINITION WHOSE
001570* QUEUE HAS HAD A SLOT.
001580*----------------------------------------------------------------
001590 78  MAX-DEFS                  VALUE 50.
001600 01  DEF-TABLE.
001610     05  DEF-ENTRY OCCURS MAX-DEFS TIMES
001620             INDEXED BY DEF-IDX DEF-LOOP-IDX.
001630         10  DEF-STACK-ID      PIC X(10) VALUE SPACES.
001640         10  DEF-DEPT          PIC X(04) VALUE SPACES.
001650         10  DEF-MODE          PIC X(01) VALUE 'L'.
001660         10  DEF-CAP           PIC 9(4) COMP VALUE 0.
001670         10  DEF-RETIRED-SW    PIC X(01) VALUE 'N'.
001680             88  DEF-RETIRED             VALUE 'Y'.
001690         10  DEF-USED-SW       PIC X(01) VALUE 'N'.
001700             88  DEF-USED                VALUE 'Y'.
001710*----------------------------------------------------------------
001720* REBUILD RUN COUNTERS AND WORK FIELDS
001730*----------------------------------------------------------------
001740 01  WS-BLD-COUNTERS.
001750     05  WS-AUDIT-COUNT        PIC 9(8) COMP VALUE 0.
001760     05  WS-STACKS-REBUILT     PIC 9(8) COMP VALUE 0.
001770     05  WS-BAD-STACKS         PIC 9(8) COMP VALUE 0.
001780     05  WS-TOTAL-BAD          PIC 9(8) COMP VALUE 0.
001790     05  WS-RELEASED-COUNT     PIC 9(8) COMP VALUE 0.
001800 01  WS-IDX                    PIC 9(4) COMP VALUE 0.
001810 01  WS-EFF-CAPACITY           PIC 9(4) COMP VALUE 0.
001820 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
001830 01  WS-NEW-STACK-ID           PIC X(10) VALUE SPACES.
001840*----------------------------------------------------------------
001850* PROGRAM SWITCHES
001860*----------------------------------------------------------------
001870 01  WS-SWITCHES.
001880     05  WS-AUD-STATUS         PIC X(02) VALUE '00'.
001890         88  WS-AUD-OK                   VALUE '00'.
001900         88  WS-AUD-NOT-FOUND            VALUE '05'.
001910     05  WS-AUD-EOF-SWITCH     PIC X(01) VALUE 'N'.
001920         88  WS-AUD-EOF-YES              VALUE 'Y'.
001930     05  WS-SDF-STATUS         PIC X(02) VALUE '00'.
001940         88  WS-SDF-OK                   VALUE '00'.
001950         88  WS-SDF-NOT-FOUND            VALUE '05'.
001960     05  WS-SDF-EOF-SWITCH     PIC X(01) VALUE 'N'.
001970         88  WS-SDF-EOF-YES              VALUE 'Y'.
001980     05  WS-BLD-RESOLVED-SW    PIC X(01) VALUE 'Y'.
001990         88  WS-BLD-RESOLVED             VALUE 'Y'.
002000         88  WS-BLD-NOT-RESOLVED         VALUE 'N'.
002010*----------------------------------------------------------------
002020* REBUILD REPORT LINE LAYOUTS
002030*----------------------------------------------------------------
002040 01  BLD-HEADING-LINE.
002050     05  FILLER                PIC X(10) VALUE 'STACK-ID'.
002060     05  FILLER                PIC X(02) VALUE SPACES.
002070     05  FILLER                PIC X(04) VALUE 'DEPT'.
002080     05  FILLER                PIC X(02) VALUE SPACES.
002090     05  FILLER                PIC X(04) VALUE 'MODE'.
002100     05  FILLER                PIC X(02) VALUE SPACES.
002110     05  FILLER                PIC X(08) VALUE 'STATUS'.
002120     05  FILLER                PIC X(02) VALUE SPACES.
002130     05  FILLER                PIC X(05) VALUE 'DEPTH'.
002140     05  FILLER                PIC X(02) VALUE SPACES.
002150     05  FILLER                PIC X(08) VALUE 'REPLAYED'.
002160     05  FILLER                PIC X(02) VALUE SPACES.
002170     05  FILLER                PIC X(12) VALUE 'INCONSISTENT'.
002180     05  FILLER                PIC X(17) VALUE SPACES.
002190 01  BLD-DETAIL-LINE.
002200     05  BLD-DET-STACK-ID      PIC X(10).
002210     05  FILLER                PIC X(02) VALUE SPACES.
002220     05  BLD-DET-DEPT          PIC X(04).
002230     05  FILLER                PIC X(02) VALUE SPACES.
002240     05  BLD-DET-MODE          PIC X(04).
002250     05  FILLER                PIC X(02) VALUE SPACES.
002260     05  BLD-DET-STATUS        PIC X(08).
002270     05  FILLER                PIC X(02) VALUE SPACES.
002280     05  BLD-DET-DEPTH         PIC ZZZZ9.
002290     05  FILLER                PIC X(02) VALUE SPACES.
002300     05  BLD-DET-REPLAYED      PIC ZZZZZZZ9.
002310     05  FILLER                PIC X(02) VALUE SPACES.
002320     05  BLD-DET-BAD           PIC ZZZZZZZZZZZ9.
002330     05  FILLER                PIC X(02) VALUE SPACES.
002340     05  BLD-DET-FLAG          PIC X(10).
002350     05  FILLER                PIC X(05) VALUE SPACES.
002360*----------------------------------------------------------------
002370* TOTALS LINE LAYOUT - SAME SHAPE AS STACK-EXAMPLE'S RPT-LINE.
002380*----------------------------------------------------------------
002390 01  RPT-LINE.
002400     05  RPT-LABEL             PIC X(40).
002410     05  RPT-VALUE             PIC ZZZZZZZ9.
002420     05  FILLER                PIC X(31).
002430 PROCEDURE DIVISION.
002440*----------------------------------------------------------------
002450* 0000-MAIN-PROCEDURE - PRELOAD THE DEFINITIONS, REPLAY THE FULL
002460*                       AUDIT HISTORY, WRITE THE FRESH
002470*                       CHECKPOINT AND PROVE IT ON THE REPORT.
002480*----------------------------------------------------------------
002490 0000-MAIN-PROCEDURE.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002510     PERFORM 1500-PRELOAD-DEFS THRU 1500-EXIT
002520     PERFORM 2000-REPLAY-AUDIT THRU 2000-EXIT
002530         UNTIL WS-AUD-EOF-YES
002540     PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT
002550     PERFORM 9000-TERMINATE THRU 9000-EXIT
002560     STOP RUN.
002570*----------------------------------------------------------------
002580* 1000-INITIALIZE - OPENS THE REPORT AND THE AUDIT HISTORY AND
002590*                   PRIMES THE FIRST READ.  NO AUDIT HISTORY AT
002600*                   ALL MEANS NOTHING CAN BE REBUILT - THAT IS
002610*                   A HARD FAILURE, NOT AN EMPTY SUCCESS, SINCE
002620*                   THE WHOLE POINT OF THE RUN IS RECOVERY.
002630*----------------------------------------------------------------
002640 1000-INITIALIZE.
002650     OPEN OUTPUT RPT-FILE
002660     MOVE SPACES TO RPT-LINE
002670     MOVE 'STACK-REBUILD CHECKPOINT RECOVERY REPORT' TO
002680         RPT-LABEL
002690     WRITE RPT-RECORD FROM RPT-LINE
002700     MOVE SPACES TO RPT-LINE
002710     WRITE RPT-RECORD FROM RPT-LINE
002720     WRITE RPT-RECORD FROM BLD-HEADING-LINE
002730     OPEN INPUT AUDIT-FILE
002740*    A HARD OPEN FAILURE IS FATAL - PRIMING A READ ON A FILE
002750*    THAT NEVER OPENED WOULD SPIN THE REPLAY LOOP FOREVER,
002760*    SINCE AT END CAN NEVER FIRE.
002770     IF NOT WS-AUD-OK AND NOT WS-AUD-NOT-FOUND
002780         DISPLAY 'ERROR - BAD OPEN ON AUDIT-FILE, STATUS = '
002790             WS-AUD-STATUS
002800         IF WS-MAX-RC < 16
002810             MOVE 16 TO WS-MAX-RC
002820         END-IF
002830         MOVE 'Y' TO WS-AUD-EOF-SWITCH
002840         GO TO 1000-EXIT
002850     END-IF
002860     IF WS-AUD-NOT-FOUND
002870         DISPLAY 'ERROR - NO AUDIT HISTORY, NOTHING TO REBUILD'
002880         IF WS-MAX-RC < 16
002890             MOVE 16 TO WS-MAX-RC
002900         END-IF
002910         MOVE 'Y' TO WS-AUD-EOF-SWITCH
002920     ELSE
002930         PERFORM 2900-READ-AUDIT THRU 2900-EXIT
002940     END-IF.
002950 1000-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980* 1500-PRELOAD-DEFS - LOADS EVERY DEFINED QUEUE'S RETRIEVAL
002990*                     MODE, DEPARTMENT AND CAPACITY AHEAD OF THE
003000*                     REPLAY.  THE CHECKPOINT THAT NORMALLY
003010*                     CARRIES THESE IS THE FILE BEING REBUILT,
003020*                     SO THE DEFINITIONS ARE THE ONLY
003030*                     AUTHORITATIVE SOURCE LEFT; A STACK ON THE
003040*                     TRAIL BUT NOT ON THE DEFINITIONS REBUILDS
003050*                     AS LIFO WITH NO DEPARTMENT, AT THE
003060*                     COMPILED-IN GLOBAL CAPACITY.
003070*----------------------------------------------------------------
003080 1500-PRELOAD-DEFS.
003090     OPEN INPUT STACK-DEF-FILE
003100     IF NOT WS-SDF-OK AND NOT WS-SDF-NOT-FOUND
003110         DISPLAY 'WARNING - BAD OPEN ON STACK-DEF-FILE, '
003120             'STATUS = ' WS-SDF-STATUS
003130         GO TO 1500-EXIT
003140     END-IF
003150     IF WS-SDF-NOT-FOUND
003160         DISPLAY 'WARNING - NO STACK DEFINITIONS, REBUILDING '
003170             'WITH DEFAULT ATTRIBUTES'
003180         IF WS-MAX-RC < 4
003190             MOVE 4 TO WS-MAX-RC
003200         END-IF
003210         CLOSE STACK-DEF-FILE
003220         GO TO 1500-EXIT
003230     END-IF
003240     PERFORM 1590-READ-STACK-DEF THRU 1590-EXIT
003250     PERFORM 1510-REGISTER-DEF THRU 1510-EXIT
003260         UNTIL WS-SDF-EOF-YES
003270     CLOSE STACK-DEF-FILE.
003280 1500-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310* 1510-REGISTER-DEF - RECORDS ONE DEFINED QUEUE'S ATTRIBUTES IN
003320*                     THE DEFINITION TABLE.
003330*----------------------------------------------------------------
003340 1510-REGISTER-DEF.
003350     IF SDF-STACK-ID = SPACES
003360         GO TO 1510-NEXT
003370     END-IF
003380     SET DEF-IDX TO 1
003390     SEARCH DEF-ENTRY
003400         AT END
003410             DISPLAY 'WARNING - NO FREE DEFINITION SLOT FOR '
003420                 'DEFINED STACK ' SDF-STACK-ID
003430         WHEN DEF-STACK-ID(DEF-IDX) = SDF-STACK-ID
003440             CONTINUE
003450         WHEN DEF-STACK-ID(DEF-IDX) = SPACES
003460             MOVE SDF-STACK-ID TO DEF-STACK-ID(DEF-IDX)
003470             MOVE SDF-DEPT TO DEF-DEPT(DEF-IDX)
003480             IF SDF-MODE = 'F'
003490                 MOVE 'F' TO DEF-MODE(DEF-IDX)
003500             ELSE
003510                 MOVE 'L' TO DEF-MODE(DEF-IDX)
003520             END-IF
003530             IF SDF-CAPACITY NUMERIC
003540                 AND SDF-CAPACITY > 0
003550                 AND SDF-CAPACITY NOT > MAX-STACK-CAPACITY
003560                 MOVE SDF-CAPACITY TO DEF-CAP(DEF-IDX)
003570             END-IF
003580             IF SDF-Q-STATUS = 'R'
003590                 MOVE 'Y' TO DEF-RETIRED-SW(DEF-IDX)
003600             END-IF
003610     END-SEARCH.
003620 1510-NEXT.
003630     PERFORM 1590-READ-STACK-DEF THRU 1590-EXIT.
003640 1510-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------
003670* 1590-READ-STACK-DEF - READS THE NEXT STACK DEFINITION.
003680*----------------------------------------------------------------
003690 1590-READ-STACK-DEF.
003700     READ STACK-DEF-FILE
003710         AT END MOVE 'Y' TO WS-SDF-EOF-SWITCH
003720     END-READ.
003730 1590-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760* 2000-REPLAY-AUDIT - APPLIES ONE AUDIT RECORD TO THE SIMULATED
003770*                     STACK FOR ITS STACK-ID: PUSH APPENDS (THE
003780*                     AUDIT DATE BECOMES THE ARRIVAL), A BAL
003790*                     SNAPSHOT RESTATES THE QUEUE - RESULT-TOP 1
003800*                     CLEARS THE REPLAYED STATE, THEN THE
003810*                     SEQUENCE APPENDS LIKE PUSHES - POP REMOVES
003820*                     THE NEXT-OUT ENTRY, EXP REMOVES THE
003830*                     ENTRY AT ITS AUDITED POSITION, PURG
003840*                     EMPTIES, BKO/BKF ARE DEPTH-NEUTRAL, STAT
003850*                     SETS THE STATUS AND RETR RELEASES AN
003860*                     EMPTY QUEUE.  (STACK-RECONCILE TAKES
003870*                     BAL AS A PLAIN PUSH - CORRECT THERE, SINCE
003880*                     IT REPLAYS ONLY THE LIVE AUDFIL AGAINST AN
003890*                     EMPTY TABLE.)  A HISTORY THE REAL PROGRAM
003900*                     COULD NOT HAVE PRODUCED IS COUNTED AGAINST
003910*                     THE STACK RATHER THAN REPLAYED, AND EVERY
003920*                     REPLAYED DEPTH IS CROSS-CHECKED AGAINST
003930*                     THE STAMPED RESULT-TOP.
003940*----------------------------------------------------------------
003950 2000-REPLAY-AUDIT.
003960     ADD 1 TO WS-AUDIT-COUNT
003970     PERFORM 2050-RESOLVE-SLOT THRU 2050-EXIT
003980     IF WS-BLD-NOT-RESOLVED
003990         GO TO 2000-NEXT
004000     END-IF
004010     ADD 1 TO BLD-REPLAYED(BLD-IDX)
004020*    A QUEUE THE TRAIL ALREADY RELEASED THAT TURNS UP AGAIN IS
004030*    A NEW QUEUE DEFINED UNDER THE OLD NAME - IT STARTS OUT
004040*    ACTIVE.
004050     IF BLD-RELEASED(BLD-IDX)
004060         MOVE 'N' TO BLD-RELEASED-SW(BLD-IDX)
004070         MOVE 'A' TO BLD-STATUS(BLD-IDX)
004080     END-IF
004090     PERFORM 2070-SET-EFF-CAPACITY THRU 2070-EXIT
004100     EVALUATE AUDIT-OPERATION
004110         WHEN 'PUSH'
004120         WHEN 'BAL '
004130*            A BAL SEQUENCE IS A SNAPSHOT THAT RESTATES THE
004140*            QUEUE'S WHOLE CONTENT AS OF ITS CUTOFF - THE
004150*            RECORDS THAT BUILT THAT CONTENT WERE ALREADY
004160*            REPLAYED FROM THE PRECEDING DATASET IN THE
004170*            CONCATENATION.  BAL RECORDS ARE WRITTEN BOTTOM-UP
004180*            FROM RESULT-TOP 1, SO RESULT-TOP 1 MARKS THE START
004190*            OF A SNAPSHOT AND CLEARS THE REPLAYED STATE IT
004200*            SUPERSEDES; THE REST OF THE SEQUENCE THEN APPENDS.
004210             IF AUDIT-OPERATION = 'BAL '
004220                 AND AUDIT-RESULT-TOP NUMERIC
004230                 AND AUDIT-RESULT-TOP = 1
004240                 MOVE 0 TO BLD-DEPTH(BLD-IDX)
004250             END-IF
004260             IF BLD-DEPTH(BLD-IDX) NOT < WS-EFF-CAPACITY
004270                 ADD 1 TO BLD-BAD-COUNT(BLD-IDX)
004280             ELSE
004290                 ADD 1 TO BLD-DEPTH(BLD-IDX)
004300                 MOVE AUDIT-VALUE TO
004310                     BLD-VALUE(BLD-IDX BLD-DEPTH(BLD-IDX))
004320                 IF AUDIT-DATE NUMERIC
004330                     MOVE AUDIT-DATE TO
004340                         BLD-ARRIVAL(BLD-IDX BLD-DEPTH(BLD-IDX))
004350                 ELSE
004360                     MOVE 0 TO
004370                         BLD-ARRIVAL(BLD-IDX BLD-DEPTH(BLD-IDX))
004380                 END-IF
004390             END-IF
004400         WHEN 'POP '
004410             IF BLD-DEPTH(BLD-IDX) = 0
004420                 ADD 1 TO BLD-BAD-COUNT(BLD-IDX)
004430             ELSE
004440                 IF BLD-FIFO(BLD-IDX)
004450                     PERFORM 2080-SHIFT-FIFO-DOWN THRU 2080-EXIT
004460                         VARYING WS-IDX FROM 1 BY 1
004470                             UNTIL WS-IDX NOT <
004480                                 BLD-DEPTH(BLD-IDX)
004490                 END-IF
004500                 SUBTRACT 1 FROM BLD-DEPTH(BLD-IDX)
004510             END-IF
004520         WHEN 'PURG'
004530             MOVE 0 TO BLD-DEPTH(BLD-IDX)
004540         WHEN 'BKO '
004550         WHEN 'BKF '
004560             CONTINUE
004570         WHEN 'EXP '
004580             IF AUDIT-POSITION NOT NUMERIC
004590                 OR AUDIT-POSITION = 0
004600                 OR AUDIT-POSITION > BLD-DEPTH(BLD-IDX)
004610                 ADD 1 TO BLD-BAD-COUNT(BLD-IDX)
004620             ELSE
004630                 PERFORM 2080-SHIFT-FIFO-DOWN THRU 2080-EXIT
004640                     VARYING WS-IDX FROM AUDIT-POSITION BY 1
004650                         UNTIL WS-IDX NOT <
004660                             BLD-DEPTH(BLD-IDX)
004670                 SUBTRACT 1 FROM BLD-DEPTH(BLD-IDX)
004680             END-IF
004690         WHEN 'STAT'
004700             MOVE AUDIT-NEW-STATUS TO BLD-STATUS(BLD-IDX)
004710             IF BLD-STATUS(BLD-IDX) = SPACE
004720                 MOVE 'A' TO BLD-STATUS(BLD-IDX)
004730             END-IF
004740         WHEN 'RETR'
004750             IF BLD-DEPTH(BLD-IDX) NOT = 0
004760                 ADD 1 TO BLD-BAD-COUNT(BLD-IDX)
004770                 MOVE 0 TO BLD-DEPTH(BLD-IDX)
004780             END-IF
004790             MOVE 'Y' TO BLD-RELEASED-SW(BLD-IDX)
004800         WHEN OTHER
004810             ADD 1 TO BLD-BAD-COUNT(BLD-IDX)
004820     END-EVALUATE
004830     IF AUDIT-RESULT-TOP NOT NUMERIC
004840         OR AUDIT-RESULT-TOP NOT = BLD-DEPTH(BLD-IDX)
004850         ADD 1 TO BLD-BAD-COUNT(BLD-IDX)
004860     END-IF.
004870 2000-NEXT.
004880     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
004890 2000-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920* 2050-RESOLVE-SLOT - FINDS OR REGISTERS THE REBUILD SLOT FOR
004930*                     AUDIT-STACK-ID, SAME PATTERN AS THE
004940*                     RECONCILER'S REPLAY RESOLUTION.
004950*----------------------------------------------------------------
004960 2050-RESOLVE-SLOT.
004970     MOVE 'Y' TO WS-BLD-RESOLVED-SW
004980     MOVE AUDIT-STACK-ID TO WS-NEW-STACK-ID
004990     SET BLD-IDX TO 1
005000     SEARCH BLD-ENTRY
005010         AT END
005020             PERFORM 2060-REGISTER-SLOT THRU 2060-EXIT
005030         WHEN BLD-STACK-ID(BLD-IDX) = AUDIT-STACK-ID
005040             CONTINUE
005050     END-SEARCH.
005060 2050-EXIT.
005070     EXIT.
005080*----------------------------------------------------------------
005090* 2060-REGISTER-SLOT - ASSIGNS THE FIRST FREE SLOT TO
005100*                      WS-NEW-STACK-ID.  THE SLOT OF A QUEUE THE
005110*                      TRAIL RELEASED IS FREE AGAIN, AS IT IS IN
005120*                      STACK-EXAMPLE - THE RELEASED QUEUE IS
005130*                      COUNTED AND REPORTED FIRST, THEN EVERY
005140*                      FIELD OF THE SLOT IS CLEARED.  MORE
005150*                      DISTINCT IDS THAN SLOTS MEANS THE TRAIL
005160*                      SPANS A TABLE RESHUFFLE AND CANNOT FEED
005170*                      ONE CHECKPOINT - FLAGGED, NOT GUESSED.
005180*----------------------------------------------------------------
005190 2060-REGISTER-SLOT.
005200     SET BLD-IDX TO 1
005210     SEARCH BLD-ENTRY
005220         AT END
005230             DISPLAY 'ERROR - MORE STACK-IDS THAN '
005240                 'REBUILD SLOTS, SKIPPING: ' WS-NEW-STACK-ID
005250             IF WS-MAX-RC < 12
005260                 MOVE 12 TO WS-MAX-RC
005270             END-IF
005280             MOVE 'N' TO WS-BLD-RESOLVED-SW
005290         WHEN BLD-STACK-ID(BLD-IDX) = SPACES
005300             OR BLD-RELEASED(BLD-IDX)
005310             IF BLD-RELEASED(BLD-IDX)
005320                 ADD 1 TO WS-RELEASED-COUNT
005330                 PERFORM 7150-WRITE-DETAIL-LINE THRU 7150-EXIT
005340             END-IF
005350             MOVE WS-NEW-STACK-ID TO BLD-STACK-ID(BLD-IDX)
005360             MOVE 0 TO BLD-DEPTH(BLD-IDX)
005370             MOVE SPACES TO BLD-DEPT(BLD-IDX)
005380             MOVE 'L' TO BLD-MODE(BLD-IDX)
005390             MOVE 0 TO BLD-DEF-CAP(BLD-IDX)
005400             MOVE 0 TO BLD-REPLAYED(BLD-IDX)
005410             MOVE 0 TO BLD-BAD-COUNT(BLD-IDX)
005420             MOVE 'A' TO BLD-STATUS(BLD-IDX)
005430             MOVE 'N' TO BLD-RELEASED-SW(BLD-IDX)
005440             PERFORM 2065-APPLY-DEF THRU 2065-EXIT
005450     END-SEARCH.
005460 2060-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------
005490* 2065-APPLY-DEF - GIVES THE NEW SLOT ITS QUEUE'S DEFINED MODE,
005500*                  DEPARTMENT AND CAPACITY.  A STACK-ID NOT ON
005510*                  THE DEFINITIONS KEEPS THE DEFAULTS.
005520*----------------------------------------------------------------
005530 2065-APPLY-DEF.
005540     SET DEF-IDX TO 1
005550     SEARCH DEF-ENTRY
005560         AT END
005570             CONTINUE
005580         WHEN DEF-STACK-ID(DEF-IDX) = WS-NEW-STACK-ID
005590             MOVE DEF-DEPT(DEF-IDX) TO BLD-DEPT(BLD-IDX)
005600             MOVE DEF-MODE(DEF-IDX) TO BLD-MODE(BLD-IDX)
005610             MOVE DEF-CAP(DEF-IDX) TO BLD-DEF-CAP(BLD-IDX)
005620             MOVE 'Y' TO DEF-USED-SW(DEF-IDX)
005630     END-SEARCH.
005640 2065-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------
005670* 2070-SET-EFF-CAPACITY - THE CEILING GOVERNING THE SLOT BLD-IDX
005680*                         POINTS AT: ITS DEFINED CAPACITY WHEN
005690*                         THE DEFINITIONS GAVE ONE, OTHERWISE
005700*                         THE COMPILED-IN GLOBAL CAPACITY.
005710*----------------------------------------------------------------
005720 2070-SET-EFF-CAPACITY.
005730     IF BLD-DEF-CAP(BLD-IDX) > 0
005740         MOVE BLD-DEF-CAP(BLD-IDX) TO WS-EFF-CAPACITY
005750     ELSE
005760         MOVE STACK-CAPACITY TO WS-EFF-CAPACITY
005770     END-IF.
005780 2070-EXIT.
005790     EXIT.
005800*----------------------------------------------------------------
005810* 2080-SHIFT-FIFO-DOWN - MOVES EVERY REMAINING FIFO ENTRY (VALUE
005820*                        AND ARRIVAL DATE TOGETHER) DOWN ONE
005830*                        SLOT AFTER THE OLDEST WAS TAKEN - OR,
005840*                        FOR AN EXP, FROM THE EXPIRED SLOT UP.
005850*----------------------------------------------------------------
005860 2080-SHIFT-FIFO-DOWN.
005870     MOVE BLD-ITEM(BLD-IDX WS-IDX + 1)
005880         TO BLD-ITEM(BLD-IDX WS-IDX).
005890 2080-EXIT.
005900     EXIT.
005910*----------------------------------------------------------------
005920* 2900-READ-AUDIT - READS THE NEXT AUDIT RECORD.
005930*----------------------------------------------------------------
005940 2900-READ-AUDIT.
005950     READ AUDIT-FILE
005960         AT END MOVE 'Y' TO WS-AUD-EOF-SWITCH
005970     END-READ.
005980 2900-EXIT.
005990     EXIT.
006000*----------------------------------------------------------------
006010* 7000-WRITE-CHECKPOINT - WRITES THE FRESH CHECKPOINT: ONE
006020*                         RECORD PER REPLAYED STACK IN CKPTREC
006030*                         LAYOUT, ENTRIES FILLED OUT TO
006040*                         MAX-STACK-CAPACITY EXACTLY AS
006050*                         7005-WRITE-STACK-ENTRY DOES ON A
006060*                         NORMAL SAVE, AND THE MATCHING REPORT
006070*                         LINE PER STACK.  A SLOT THE
006080*                         DEFINITIONS REGISTERED BUT NO AUDIT
006090*                         RECORD EVER TOUCHED STILL WRITES - AN
006100*                         EMPTY QUEUE IS A TRUE STATE.  A
006110*                         RELEASED QUEUE, OR A RETIRED DEFINITION
006120*                         THE TRAIL NEVER TOUCHED, IS REPORTED BUT
006130*                         NOT WRITTEN.
006140*----------------------------------------------------------------
006150 7000-WRITE-CHECKPOINT.
006160     PERFORM 7050-PLACE-UNUSED-DEF THRU 7050-EXIT
006170         VARYING DEF-LOOP-IDX FROM 1 BY 1
006180             UNTIL DEF-LOOP-IDX > MAX-DEFS
006190     OPEN OUTPUT NEW-CKPT-FILE
006200     PERFORM 7100-WRITE-ONE-STACK THRU 7100-EXIT
006210         VARYING BLD-IDX FROM 1 BY 1 UNTIL BLD-IDX > MAX-STACKS
006220     CLOSE NEW-CKPT-FILE.
006230 7000-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260* 7050-PLACE-UNUSED-DEF - A DEFINITION THE TRAIL NEVER NAMED.  AN
006270*                         ACTIVE ONE TAKES A SLOT NOW, SO ITS
006280*                         EMPTY QUEUE IS WRITTEN; A RETIRED ONE
006290*                         WAS RELEASED BEFORE THE HISTORY BEGINS
006300*                         AND IS ONLY REPORTED.
006310*----------------------------------------------------------------
006320 7050-PLACE-UNUSED-DEF.
006330     IF DEF-STACK-ID(DEF-LOOP-IDX) = SPACES
006340         OR DEF-USED(DEF-LOOP-IDX)
006350         GO TO 7050-EXIT
006360     END-IF
006370     IF DEF-RETIRED(DEF-LOOP-IDX)
006380         PERFORM 7060-REPORT-RETIRED-DEF THRU 7060-EXIT
006390         GO TO 7050-EXIT
006400     END-IF
006410     MOVE DEF-STACK-ID(DEF-LOOP-IDX) TO WS-NEW-STACK-ID
006420     PERFORM 2060-REGISTER-SLOT THRU 2060-EXIT.
006430 7050-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------
006460* 7060-REPORT-RETIRED-DEF - THE RELEASED LINE FOR A RETIRED
006470*                           DEFINITION THE TRAIL NEVER NAMED.
006480*----------------------------------------------------------------
006490 7060-REPORT-RETIRED-DEF.
006500     ADD 1 TO WS-RELEASED-COUNT
006510     MOVE SPACES TO BLD-DETAIL-LINE
006520     MOVE DEF-STACK-ID(DEF-LOOP-IDX) TO BLD-DET-STACK-ID
006530     MOVE DEF-DEPT(DEF-LOOP-IDX) TO BLD-DET-DEPT
006540     IF DEF-MODE(DEF-LOOP-IDX) = 'F'
006550         MOVE 'FIFO' TO BLD-DET-MODE
006560     ELSE
006570         MOVE 'LIFO' TO BLD-DET-MODE
006580     END-IF
006590     MOVE 'RELEASED' TO BLD-DET-STATUS
006600     MOVE 0 TO BLD-DET-DEPTH
006610     MOVE 0 TO BLD-DET-REPLAYED
006620     MOVE 0 TO BLD-DET-BAD
006630     WRITE RPT-RECORD FROM BLD-DETAIL-LINE.
006640 7060-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------
006670* 7100-WRITE-ONE-STACK - ONE CHECKPOINT RECORD AND ONE REPORT
006680*                        LINE FOR A USED REBUILD SLOT.
006690*----------------------------------------------------------------
006700 7100-WRITE-ONE-STACK.
006710     IF BLD-STACK-ID(BLD-IDX) = SPACES
006720         GO TO 7100-EXIT
006730     END-IF
006740     IF BLD-RELEASED(BLD-IDX)
006750         ADD 1 TO WS-RELEASED-COUNT
006760     ELSE
006770         ADD 1 TO WS-STACKS-REBUILT
006780     END-IF
006790     PERFORM 2070-SET-EFF-CAPACITY THRU 2070-EXIT
006800     MOVE BLD-STACK-ID(BLD-IDX) TO CKPT-STACK-ID
006810     MOVE BLD-DEPTH(BLD-IDX) TO CKPT-TOP
006820     MOVE WS-EFF-CAPACITY TO CKPT-CAPACITY
006830     MOVE BLD-DEPT(BLD-IDX) TO CKPT-DEPT
006840     MOVE BLD-MODE(BLD-IDX) TO CKPT-MODE
006850     MOVE BLD-STATUS(BLD-IDX) TO CKPT-Q-STATUS
006860     PERFORM 7110-COPY-ONE-ENTRY THRU 7110-EXIT
006870         VARYING WS-IDX FROM 1 BY 1
006880             UNTIL WS-IDX > MAX-STACK-CAPACITY
006890     IF NOT BLD-RELEASED(BLD-IDX)
006900         WRITE CKPT-RECORD
006910     END-IF
006920     PERFORM 7150-WRITE-DETAIL-LINE THRU 7150-EXIT.
006930 7100-EXIT.
006940     EXIT.
006950*----------------------------------------------------------------
006960* 7150-WRITE-DETAIL-LINE - THE REPORT LINE FOR THE SLOT BLD-IDX
006970*                          POINTS AT, FLAGGED FOR REVIEW WHEN ITS
006980*                          HISTORY HAD INCONSISTENCIES.
006990*----------------------------------------------------------------
007000 7150-WRITE-DETAIL-LINE.
007010     MOVE SPACES TO BLD-DETAIL-LINE
007020     MOVE BLD-STACK-ID(BLD-IDX) TO BLD-DET-STACK-ID
007030     MOVE BLD-DEPT(BLD-IDX) TO BLD-DET-DEPT
007040     IF BLD-FIFO(BLD-IDX)
007050         MOVE 'FIFO' TO BLD-DET-MODE
007060     ELSE
007070         MOVE 'LIFO' TO BLD-DET-MODE
007080     END-IF
007090     EVALUATE TRUE
007100         WHEN BLD-RELEASED(BLD-IDX)
007110             MOVE 'RELEASED' TO BLD-DET-STATUS
007120         WHEN BLD-STATUS(BLD-IDX) = 'F'
007130             MOVE 'FROZEN' TO BLD-DET-STATUS
007140         WHEN BLD-STATUS(BLD-IDX) = 'D'
007150             MOVE 'DRAINING' TO BLD-DET-STATUS
007160         WHEN BLD-STATUS(BLD-IDX) = 'R'
007170             MOVE 'RETIRED' TO BLD-DET-STATUS
007180         WHEN OTHER
007190             MOVE 'ACTIVE' TO BLD-DET-STATUS
007200     END-EVALUATE
007210     MOVE BLD-DEPTH(BLD-IDX) TO BLD-DET-DEPTH
007220     MOVE BLD-REPLAYED(BLD-IDX) TO BLD-DET-REPLAYED
007230     MOVE BLD-BAD-COUNT(BLD-IDX) TO BLD-DET-BAD
007240     IF BLD-BAD-COUNT(BLD-IDX) > 0
007250         MOVE '** REVIEW' TO BLD-DET-FLAG
007260         ADD 1 TO WS-BAD-STACKS
007270         ADD BLD-BAD-COUNT(BLD-IDX) TO WS-TOTAL-BAD
007280         IF WS-MAX-RC < 8
007290             MOVE 8 TO WS-MAX-RC
007300         END-IF
007310     ELSE
007320         MOVE SPACES TO BLD-DET-FLAG
007330     END-IF
007340     WRITE RPT-RECORD FROM BLD-DETAIL-LINE.
007350 7150-EXIT.
007360     EXIT.
007370*----------------------------------------------------------------
007380* 7110-COPY-ONE-ENTRY - COPIES ONE REBUILT ENTRY INTO THE
007390*                       CHECKPOINT RECORD, ZERO-FILLING THE
007400*                       SLOTS ABOVE THE REBUILT DEPTH SO THE
007410*                       RECORD MATCHES WHAT A NORMAL SAVE WOULD
007420*                       HAVE WRITTEN.
007430*----------------------------------------------------------------
007440 7110-COPY-ONE-ENTRY.
007450     IF WS-IDX NOT > BLD-DEPTH(BLD-IDX)
007460         MOVE BLD-VALUE(BLD-IDX WS-IDX) TO CKPT-VALUE(WS-IDX)
007470         MOVE BLD-ARRIVAL(BLD-IDX WS-IDX)
007480             TO CKPT-ARRIVAL(WS-IDX)
007490     ELSE
007500         MOVE 0 TO CKPT-VALUE(WS-IDX)
007510         MOVE 0 TO CKPT-ARRIVAL(WS-IDX)
007520     END-IF.
007530 7110-EXIT.
007540     EXIT.
007550*----------------------------------------------------------------
007560* 9000-TERMINATE - WRITES THE RUN TOTALS, CLOSES THE FILES AND
007570*                  POSTS THE WORST CONDITION SEEN.  A RUN THAT
007580*                  REBUILT NOTHING AT ALL IS A FAILURE - THE
007590*                  JOB MUST NOT RENAME AN EMPTY CKPTNEW OVER
007600*                  WHATEVER IS LEFT OF CKPTFIL.
007610*----------------------------------------------------------------
007620 9000-TERMINATE.
007630     MOVE SPACES TO RPT-LINE
007640     WRITE RPT-RECORD FROM RPT-LINE
007650     MOVE SPACES TO RPT-LINE
007660     MOVE 'AUDIT RECORDS REPLAYED' TO RPT-LABEL
007670     MOVE WS-AUDIT-COUNT TO RPT-VALUE
007680     WRITE RPT-RECORD FROM RPT-LINE
007690     MOVE SPACES TO RPT-LINE
007700     MOVE 'STACKS REBUILT' TO RPT-LABEL
007710     MOVE WS-STACKS-REBUILT TO RPT-VALUE
007720     WRITE RPT-RECORD FROM RPT-LINE
007730     MOVE SPACES TO RPT-LINE
007740     MOVE 'RETIRED QUEUES LEFT OFF THE CHECKPOINT' TO RPT-LABEL
007750     MOVE WS-RELEASED-COUNT TO RPT-VALUE
007760     WRITE RPT-RECORD FROM RPT-LINE
007770     MOVE SPACES TO RPT-LINE
007780     MOVE 'STACKS FLAGGED FOR REVIEW' TO RPT-LABEL
007790     MOVE WS-BAD-STACKS TO RPT-VALUE
007800     WRITE RPT-RECORD FROM RPT-LINE
007810     MOVE SPACES TO RPT-LINE
007820     MOVE 'INCONSISTENCIES FOUND IN THE HISTORY' TO RPT-LABEL
007830     MOVE WS-TOTAL-BAD TO RPT-VALUE
007840     WRITE RPT-RECORD FROM RPT-LINE
007850     IF WS-STACKS-REBUILT = 0
007860         DISPLAY 'ERROR - NOTHING WAS REBUILT, DO NOT REPLACE '
007870             'CKPTFIL'
007880         MOVE SPACES TO RPT-LINE
007890         MOVE '*** NOTHING REBUILT - DO NOT REPLACE CKPTFIL'
007900             TO RPT-LABEL
007910         WRITE RPT-RECORD FROM RPT-LINE
007920         IF WS-MAX-RC < 16
007930             MOVE 16 TO WS-MAX-RC
007940         END-IF
007950     END-IF
007960     CLOSE AUDIT-FILE
007970     CLOSE RPT-FILE
007980     MOVE WS-MAX-RC TO RETURN-CODE.
007990 9000-EXIT.
008000     EXIT.
