000200*                  AN ENTRY WITH ARRIVAL ZERO PREDATES THE
000210*                  FIELD: ITS AGE IS UNKNOWN AND IT IS NEVER
000220*                  COUNTED AS A BREACH.  ANY SLA BREACH
000230*                  POSTS CONDITION CODE 8 SO THE SCHEDULER CAN
000240*                  RAISE IT THE SAME MORNING; A MISSING
000250*                  CHECKPOINT FILE PRODUCES AN EMPTY REPORT WITH
000260*                  CONDITION CODE 4.
000270* 09/02/2026  DWA  THE OLDEST/AGE COLUMNS NOW TRACK THE MINIMUM
000280*                  USABLE ARRIVAL ACROSS EVERY LIVE SLOT.  A
000290*                  PUSH APPENDS IN ARRIVAL ORDER, BUT AN XFER
000300*                  LANDS THE MOVED ENTRY ON TOP OF THE TARGET
000310*                  WITH ITS ORIGINAL ARRIVAL DATE, SO SLOT 1 IS
000320*                  NOT ALWAYS THE OLDEST ON A LIFO QUEUE AND
000330*                  READING IT ALONE UNDERSTATED THE AGE.
000340* 10/15/2026  DWA  AGES ARE NOW COUNTED IN BUSINESS DAYS FROM THE
000350*                  SHOP CALENDAR (CALFIL, SEE CALREC), SO A LONG
000360*                  WEEKEND NO LONGER BREACHES A QUEUE'S SLA.  AN
000370*                  ENTRY THAT ARRIVED BEFORE THE CALENDAR BEGINS
000380*                  IS AGED FROM ITS FIRST DATE - A FLOOR, NOT THE
000390*                  TRUE AGE - AND WARNS WITH CONDITION CODE 4.  A
000400*                  CALENDAR THAT IS MISSING, OUT OF ORDER,
000410*                  GAPPED OR DOES NOT COVER THE RUN DATE AGES
000420*                  NOTHING AND POSTS CONDITION CODE 16.
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT OPTIONAL CKPT-FILE ASSIGN TO CKPTFIL
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-CKPT-STATUS.
000530     SELECT OPTIONAL STACK-DEF-FILE ASSIGN TO STKDEF
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-SDF-STATUS.
000560     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALFIL
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-CAL-STATUS.
000590     SELECT RPT-FILE ASSIGN TO AGERPT
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CKPT-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660     COPY CKPTREC.
000670 FD  STACK-DEF-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700     COPY SDFREC.
000710 FD  CALENDAR-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY CALREC.
000750 FD  RPT-FILE
000760     RECORDING MODE IS V
000770     LABEL RECORDS ARE STANDARD.
000780 01  RPT-RECORD                PIC X(80).
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------
000810* STACK CAPACITY CONTROLS - SAME COPYBOOK AS THE BATCH PROGRAM
000820* SO CKPT-ENTRY'S OCCURS DEPENDING ON BOUND MATCHES THE RECORDS
000830* SAVE-STACK ACTUALLY WROTE.
000840*----------------------------------------------------------------
000850     COPY STKCAP.
000860*----------------------------------------------------------------
000870* SLA THRESHOLDS - ONE ROW PER QUEUE ON THE DEFINITION FILE,
000880* LOADED UP FRONT.  SIZED WELL PAST MAX-STACKS, LIKE THE
000890* ARCHIVER'S TABLE, SINCE THE DEFINITION FILE CAN NAME MORE
000900* QUEUES THAN ONE RUN'S SLOTS.  A QUEUE WITH NO DEFINITION, OR
000910* A DEFINED SLA OF ZERO, HAS NO SLA AND CAN NEVER BREACH.
000920*----------------------------------------------------------------
000930 78  MAX-AGE-STACKS            VALUE 50.
000940 01  SLA-TABLE.
000950     05  SLA-ENTRY OCCURS MAX-AGE-STACKS TIMES
000960             INDEXED BY SLA-IDX.
000970         10  SLA-STACK-ID      PIC X(10) VALUE SPACES.
000980         10  SLA-DAYS          PIC 9(4) COMP VALUE 0.
000990 01  WS-SLA-COUNT              PIC 9(4) COMP VALUE 0.
001000*----------------------------------------------------------------
001010* AGING WORK FIELDS - THE RUN DATE IS CAPTURED ONCE AT START-UP
001020* AND EVERY AGE IS THE NUMBER OF BUSINESS DAYS FROM THE ARRIVAL
001030* DATE TO IT, TAKEN FROM THE CALENDAR TABLE'S BUSINESS-DAY
001040* SEQUENCE (SEE CALTAB).
001050*----------------------------------------------------------------
001060 01  WS-TODAY                  PIC 9(08) VALUE 0.
001070 01  WS-TODAY-BUS-SEQ          PIC 9(8) COMP VALUE 0.
001080 01  WS-AGE-FROM-DATE          PIC 9(08) VALUE 0.
001090 01  WS-BUS-AGE                PIC S9(8) COMP VALUE 0.
001100 01  WS-ENTRY-AGE              PIC S9(8) COMP VALUE 0.
001110 01  WS-OLDEST-AGE             PIC S9(8) COMP VALUE 0.
001120 01  WS-OLDEST-ARRIVAL         PIC 9(08) VALUE 0.
001130 01  WS-CUR-SLA                PIC 9(4) COMP VALUE 0.
001140 01  WS-OVER-COUNT             PIC 9(8) COMP VALUE 0.
001150 01  WS-IDX                    PIC 9(4) COMP VALUE 0.
001160 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
001170*----------------------------------------------------------------
001180* BUSINESS-DAY CALENDAR - LOADED WHOLE AT START-UP.  WS-CAL-
001190* REASON NAMES WHAT WAS WRONG WITH AN UNUSABLE CALENDAR AND
001200* WS-CAL-BAD-DATE THE DATE IT WAS FOUND AT.
001210*----------------------------------------------------------------
001220     COPY CALTAB.
001230 01  WS-CAL-FIELDS.
001240     05  WS-CAL-INT            PIC 9(08) COMP VALUE 0.
001250     05  WS-CAL-PREV-INT       PIC 9(08) COMP VALUE 0.
001260     05  WS-CAL-BUS-SEQ        PIC 9(08) COMP VALUE 0.
001270     05  WS-CAL-BAD-DATE       PIC 9(08) VALUE 0.
001280     05  WS-CAL-REASON         PIC X(40) VALUE SPACES.
001290*----------------------------------------------------------------
001300* RUN TOTALS FOR THE FOOT OF THE REPORT
001310*----------------------------------------------------------------
001320 01  WS-AGE-COUNTERS.
001330     05  WS-STACKS-AGED        PIC 9(8) COMP VALUE 0.
001340     05  WS-TOTAL-BREACHES     PIC 9(8) COMP VALUE 0.
001350     05  WS-STACKS-UNDERSTATED PIC 9(8) COMP VALUE 0.
001360*----------------------------------------------------------------
001370* PROGRAM SWITCHES
001380*----------------------------------------------------------------
001390 01  WS-SWITCHES.
001400     05  WS-CKPT-STATUS        PIC X(02) VALUE '00'.
001410         88  WS-CKPT-OK                  VALUE '00'.
001420         88  WS-CKPT-NOT-FOUND           VALUE '05'.
001430     05  WS-CKPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001440         88  WS-CKPT-EOF-YES             VALUE 'Y'.
001450     05  WS-SDF-STATUS         PIC X(02) VALUE '00'.
001460         88  WS-SDF-OK                   VALUE '00'.
001470         88  WS-SDF-NOT-FOUND            VALUE '05'.
001480     05  WS-SDF-EOF-SWITCH     PIC X(01) VALUE 'N'.
001490         88  WS-SDF-EOF-YES              VALUE 'Y'.
001500     05  WS-CAL-STATUS         PIC X(02) VALUE '00'.
001510         88  WS-CAL-OK                   VALUE '00'.
001520         88  WS-CAL-NOT-FOUND            VALUE '05'.
001530     05  WS-CAL-EOF-SWITCH     PIC X(01) VALUE 'N'.
001540         88  WS-CAL-EOF-YES              VALUE 'Y'.
001550     05  WS-CAL-SW             PIC X(01) VALUE 'N'.
001560         88  WS-CAL-USABLE               VALUE 'Y'.
001570     05  WS-AGE-FLOOR-SW       PIC X(01) VALUE 'N'.
001580         88  WS-AGE-IS-FLOOR             VALUE 'Y'.
001590*----------------------------------------------------------------
001600* AGING REPORT LINE LAYOUTS
001610*----------------------------------------------------------------
001620 01  AGE-HEADING-LINE.
001630     05  FILLER                PIC X(10) VALUE 'STACK-ID'.
001640     05  FILLER                PIC X(02) VALUE SPACES.
001650     05  FILLER                PIC X(04) VALUE 'DEPT'.
001660     05  FILLER                PIC X(02) VALUE SPACES.
001670     05  FILLER                PIC X(05) VALUE 'DEPTH'.
001680     05  FILLER                PIC X(02) VALUE SPACES.
001690     05  FILLER                PIC X(08) VALUE 'OLDEST  '.
001700     05  FILLER                PIC X(02) VALUE SPACES.
001710     05  FILLER                PIC X(04) VALUE ' AGE'.
001720     05  FILLER                PIC X(02) VALUE SPACES.
001730     05  FILLER                PIC X(04) VALUE ' SLA'.
001740     05  FILLER                PIC X(02) VALUE SPACES.
001750     05  FILLER                PIC X(08) VALUE 'OVER-SLA'.
001760     05  FILLER                PIC X(25) VALUE SPACES.
001770 01  AGE-DETAIL-LINE.
001780     05  AGE-DET-STACK-ID      PIC X(10).
001790     05  FILLER                PIC X(02) VALUE SPACES.
001800     05  AGE-DET-DEPT          PIC X(04).
001810     05  FILLER                PIC X(02) VALUE SPACES.
001820     05  AGE-DET-DEPTH         PIC ZZZZ9.
001830     05  FILLER                PIC X(02) VALUE SPACES.
001840     05  AGE-DET-OLDEST        PIC X(08).
001850     05  FILLER                PIC X(02) VALUE SPACES.
001860     05  AGE-DET-AGE           PIC X(04).
001870     05  FILLER                PIC X(02) VALUE SPACES.
001880     05  AGE-DET-SLA           PIC X(04).
001890     05  FILLER                PIC X(02) VALUE SPACES.
001900     05  AGE-DET-OVER          PIC ZZZZZZZ9.
001910     05  FILLER                PIC X(25) VALUE SPACES.
001920 01  WS-OLDEST-DISPLAY         PIC 9(08).
001930 01  WS-AGE-DISPLAY            PIC ZZZ9.
001940*----------------------------------------------------------------
001950* TOTALS LINE LAYOUT - SAME SHAPE AS STACK-EXAMPLE'S RPT-LINE.
001960*----------------------------------------------------------------
001970 01  RPT-LINE.
001980     05  RPT-LABEL             PIC X(40).
001990     05  RPT-VALUE             PIC ZZZZZZZ9.
002000     05  FILLER                PIC X(31).
002010 PROCEDURE DIVISION.
002020*----------------------------------------------------------------
002030* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
002040*----------------------------------------------------------------
002050 0000-MAIN-PROCEDURE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002070     PERFORM 2000-AGE-ONE-STACK THRU 2000-EXIT
002080         UNTIL WS-CKPT-EOF-YES
002090     PERFORM 9000-TERMINATE THRU 9000-EXIT
002100     STOP RUN.
002110*----------------------------------------------------------------
002120* 1000-INITIALIZE - CAPTURES THE RUN DATE, LOADS THE PER-QUEUE
002130*                   SLA THRESHOLDS AND THE BUSINESS CALENDAR,
002140*                   OPENS THE REPORT AND THE CHECKPOINT AND
002150*                   PRIMES THE FIRST READ.  AN UNUSABLE CALENDAR
002160*                   AGES NOTHING - CALENDAR-DAY AGES WOULD PASS
002170*                   FOR BUSINESS-DAY ONES AND RAISE FALSE
002180*                   BREACHES - AND POSTS CONDITION CODE 16.  A
002190*                   MISSING CHECKPOINT FILE PRODUCES AN EMPTY
002200*                   REPORT WITH A WARNING CONDITION CODE, SO THE
002210*                   MORNING SHIFT SEES AN EMPTY SHOP RATHER THAN
002220*                   SILENCE.
002230*----------------------------------------------------------------
002240 1000-INITIALIZE.
002250     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002260     PERFORM 1100-LOAD-SLA-DEFS THRU 1100-EXIT
002270     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
002280     OPEN OUTPUT RPT-FILE
002290     MOVE SPACES TO RPT-LINE
002300     MOVE 'STACK-AGING QUEUE AGE / SLA REPORT' TO RPT-LABEL
002310     WRITE RPT-RECORD FROM RPT-LINE
002320     IF NOT WS-CAL-USABLE
002330         DISPLAY 'ERROR - BUSINESS CALENDAR UNUSABLE: '
002340             WS-CAL-REASON ' AT ' WS-CAL-BAD-DATE
002350         MOVE SPACES TO RPT-LINE
002360         WRITE RPT-RECORD FROM RPT-LINE
002370         MOVE '*** BUSINESS CALENDAR UNUSABLE - NOTHING AGED'
002380             TO RPT-RECORD
002390         WRITE RPT-RECORD
002400         MOVE SPACES TO RPT-LINE
002410         MOVE WS-CAL-REASON TO RPT-LABEL
002420         MOVE WS-CAL-BAD-DATE TO RPT-VALUE
002430         WRITE RPT-RECORD FROM RPT-LINE
002440         IF WS-MAX-RC < 16
002450             MOVE 16 TO WS-MAX-RC
002460         END-IF
002470         MOVE 'Y' TO WS-CKPT-EOF-SWITCH
002480         GO TO 1000-EXIT
002490     END-IF
002500     MOVE SPACES TO RPT-LINE
002510     MOVE 'AGES ARE IN BUSINESS DAYS AS OF' TO RPT-LABEL
002520     MOVE WS-TODAY TO RPT-VALUE
002530     WRITE RPT-RECORD FROM RPT-LINE
002540     MOVE SPACES TO RPT-LINE
002550     MOVE 'BUSINESS DAYS PER CALFIL, WHICH BEGINS' TO RPT-LABEL
002560     MOVE CAL-TAB-DATE(1) TO RPT-VALUE
002570     WRITE RPT-RECORD FROM RPT-LINE
002580     MOVE SPACES TO RPT-LINE
002590     WRITE RPT-RECORD FROM RPT-LINE
002600     WRITE RPT-RECORD FROM AGE-HEADING-LINE
002610     OPEN INPUT CKPT-FILE
002620*    A HARD OPEN FAILURE IS FATAL - PRIMING A READ ON A FILE
002630*    THAT NEVER OPENED WOULD SPIN THE MAIN LOOP FOREVER, SINCE
002640*    AT END CAN NEVER FIRE.
002650     IF NOT WS-CKPT-OK AND NOT WS-CKPT-NOT-FOUND
002660         DISPLAY 'ERROR - BAD OPEN ON CKPT-FILE, STATUS = '
002670             WS-CKPT-STATUS
002680         IF WS-MAX-RC < 16
002690             MOVE 16 TO WS-MAX-RC
002700         END-IF
002710         MOVE 'Y' TO WS-CKPT-EOF-SWITCH
002720         GO TO 1000-EXIT
002730     END-IF
002740     IF WS-CKPT-NOT-FOUND
002750         DISPLAY 'WARNING - NO CHECKPOINT FILE, NOTHING TO AGE'
002760         IF WS-MAX-RC < 4
002770             MOVE 4 TO WS-MAX-RC
002780         END-IF
002790         MOVE 'Y' TO WS-CKPT-EOF-SWITCH
002800     ELSE
002810         PERFORM 2900-READ-CKPT THRU 2900-EXIT
002820     END-IF.
002830 1000-EXIT.
002840     EXIT.
002850*----------------------------------------------------------------
002860* 1100-LOAD-SLA-DEFS - LOADS EACH DEFINED QUEUE'S SLA THRESHOLD.
002870*                      A MISSING DEFINITION FILE SIMPLY MEANS NO
002880*                      QUEUE HAS AN SLA - THE REPORT STILL SHOWS
002890*                      EVERY AGE, IT JUST FLAGS NO BREACHES.
002900*----------------------------------------------------------------
002910 1100-LOAD-SLA-DEFS.
002920     OPEN INPUT STACK-DEF-FILE
002930     IF NOT WS-SDF-OK AND NOT WS-SDF-NOT-FOUND
002940         DISPLAY 'WARNING - BAD OPEN ON STACK-DEF-FILE, '
002950             'STATUS = ' WS-SDF-STATUS
002960         GO TO 1100-EXIT
002970     END-IF
002980     IF WS-SDF-NOT-FOUND
002990         CLOSE STACK-DEF-FILE
003000         GO TO 1100-EXIT
003010     END-IF
003020     PERFORM 1190-READ-STACK-DEF THRU 1190-EXIT
003030     PERFORM 1110-LOAD-ONE-SLA THRU 1110-EXIT
003040         UNTIL WS-SDF-EOF-YES
003050     CLOSE STACK-DEF-FILE.
003060 1100-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090* 1110-LOAD-ONE-SLA - STORES ONE DEFINED QUEUE'S SLA.  A BLANK
003100*                     STACK-ID OR A NON-NUMERIC SLA IS DROPPED;
003110*                     DEFINITIONS PAST THE TABLE LIMIT ARE
003120*                     WARNED AND DROPPED.
003130*----------------------------------------------------------------
003140 1110-LOAD-ONE-SLA.
003150     IF SDF-STACK-ID = SPACES
003160         GO TO 1110-NEXT
003170     END-IF
003180     IF WS-SLA-COUNT NOT < MAX-AGE-STACKS
003190         DISPLAY 'WARNING - SLA TABLE FULL, DEFINITION DROPPED '
003200             'FOR ' SDF-STACK-ID
003210         GO TO 1110-NEXT
003220     END-IF
003230     ADD 1 TO WS-SLA-COUNT
003240     SET SLA-IDX TO WS-SLA-COUNT
003250     MOVE SDF-STACK-ID TO SLA-STACK-ID(SLA-IDX)
003260     IF SDF-SLA-DAYS NUMERIC
003270         MOVE SDF-SLA-DAYS TO SLA-DAYS(SLA-IDX)
003280     ELSE
003290         MOVE 0 TO SLA-DAYS(SLA-IDX)
003300     END-IF.
003310 1110-NEXT.
003320     PERFORM 1190-READ-STACK-DEF THRU 1190-EXIT.
003330 1110-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* 1190-READ-STACK-DEF - READS THE NEXT STACK DEFINITION.
003370*----------------------------------------------------------------
003380 1190-READ-STACK-DEF.
003390     READ STACK-DEF-FILE
003400         AT END MOVE 'Y' TO WS-SDF-EOF-SWITCH
003410     END-READ.
003420 1190-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------
003450* 1200-LOAD-CALENDAR - LOADS THE SHOP CALENDAR (CALFIL) INTO THE
003460*                      CALENDAR TABLE AND FINDS THE RUN DATE ON
003470*                      IT.  SETS WS-CAL-USABLE ONLY WHEN THE
003480*                      WHOLE CALENDAR LOADED CLEAN AND COVERS
003490*                      THE RUN DATE; OTHERWISE WS-CAL-REASON
003500*                      SAYS WHY.
003510*----------------------------------------------------------------
003520 1200-LOAD-CALENDAR.
003530     MOVE 'N' TO WS-CAL-SW
003540     MOVE 0 TO CAL-DAY-COUNT
003550     MOVE WS-TODAY TO WS-CAL-BAD-DATE
003560     OPEN INPUT CALENDAR-FILE
003570     IF NOT WS-CAL-OK AND NOT WS-CAL-NOT-FOUND
003580         MOVE 'CALENDAR WILL NOT OPEN' TO WS-CAL-REASON
003590         DISPLAY 'ERROR - BAD OPEN ON CALENDAR-FILE, STATUS = '
003600             WS-CAL-STATUS
003610         GO TO 1200-EXIT
003620     END-IF
003630     IF WS-CAL-NOT-FOUND
003640         CLOSE CALENDAR-FILE
003650         MOVE 'NO CALENDAR DATASET' TO WS-CAL-REASON
003660         GO TO 1200-EXIT
003670     END-IF
003680     MOVE SPACES TO WS-CAL-REASON
003690     MOVE 0 TO WS-CAL-BUS-SEQ
003700     PERFORM 1290-READ-CALENDAR THRU 1290-EXIT
003710     PERFORM 1210-LOAD-ONE-DAY THRU 1210-EXIT
003720         UNTIL WS-CAL-EOF-YES
003730     CLOSE CALENDAR-FILE
003740     IF WS-CAL-REASON NOT = SPACES
003750         GO TO 1200-EXIT
003760     END-IF
003770     IF CAL-DAY-COUNT = 0
003780         MOVE 'CALENDAR DATASET IS EMPTY' TO WS-CAL-REASON
003790         GO TO 1200-EXIT
003800     END-IF
003810     MOVE WS-TODAY TO WS-CAL-BAD-DATE
003820     SEARCH ALL CAL-TAB-ENTRY
003830         AT END
003840             MOVE 'RUN DATE NOT ON THE CALENDAR' TO WS-CAL-REASON
003850         WHEN CAL-TAB-DATE(CAL-IDX) = WS-TODAY
003860             MOVE CAL-TAB-BUS-SEQ(CAL-IDX) TO WS-TODAY-BUS-SEQ
003870             MOVE 'Y' TO WS-CAL-SW
003880     END-SEARCH.
003890 1200-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920* 1210-LOAD-ONE-DAY - TABLES ONE CALENDAR DATE.  EACH DATE MUST
003930*                     BE A REAL DATE ONE DAY AFTER THE LAST WITH
003940*                     A KNOWN DAY TYPE - A GAP WOULD LEAVE SOME
003950*                     DAY'S STATUS A GUESS.  THE FIRST FAULT
003960*                     STOPS THE LOAD.
003970*----------------------------------------------------------------
003980 1210-LOAD-ONE-DAY.
003990     IF CAL-DATE NOT NUMERIC
004000         MOVE 'CALENDAR DATE NOT NUMERIC AFTER' TO WS-CAL-REASON
004010         GO TO 1210-FAIL
004020     END-IF
004030     MOVE CAL-DATE TO WS-CAL-BAD-DATE
004040     IF NOT CAL-VALID-DAY-TYPE
004050         MOVE 'CALENDAR DAY TYPE NOT B, H OR W' TO WS-CAL-REASON
004060         GO TO 1210-FAIL
004070     END-IF
004080     COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(CAL-DATE)
004090     IF WS-CAL-INT = 0
004100         MOVE 'CALENDAR DATE IS NOT A VALID DATE' TO
004110             WS-CAL-REASON
004120         GO TO 1210-FAIL
004130     END-IF
004140     IF CAL-DAY-COUNT > 0
004150         AND WS-CAL-INT NOT = WS-CAL-PREV-INT + 1
004160         MOVE 'CALENDAR OUT OF ORDER OR GAPPED AT' TO
004170             WS-CAL-REASON
004180         GO TO 1210-FAIL
004190     END-IF
004200     IF CAL-DAY-COUNT NOT < MAX-CAL-DAYS
004210         MOVE 'CALENDAR LONGER THAN THE TABLE AT' TO
004220             WS-CAL-REASON
004230         GO TO 1210-FAIL
004240     END-IF
004250     ADD 1 TO CAL-DAY-COUNT
004260     IF CAL-BUSINESS-DAY
004270         ADD 1 TO WS-CAL-BUS-SEQ
004280     END-IF
004290     MOVE CAL-DATE TO CAL-TAB-DATE(CAL-DAY-COUNT)
004300     MOVE CAL-DAY-TYPE TO CAL-TAB-TYPE(CAL-DAY-COUNT)
004310     MOVE WS-CAL-BUS-SEQ TO CAL-TAB-BUS-SEQ(CAL-DAY-COUNT)
004320     MOVE 0 TO CAL-TAB-NEXT-BUS(CAL-DAY-COUNT)
004330     MOVE WS-CAL-INT TO WS-CAL-PREV-INT
004340     PERFORM 1290-READ-CALENDAR THRU 1290-EXIT
004350     GO TO 1210-EXIT.
004360 1210-FAIL.
004370     DISPLAY 'ERROR - CALENDAR RECORD REJECTED: ' CAL-DATE ' '
004380         CAL-DAY-TYPE
004390     MOVE 'Y' TO WS-CAL-EOF-SWITCH.
004400 1210-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430* 1290-READ-CALENDAR - READS THE NEXT CALENDAR DATE.
004440*----------------------------------------------------------------
004450 1290-READ-CALENDAR.
004460     READ CALENDAR-FILE
004470         AT END MOVE 'Y' TO WS-CAL-EOF-SWITCH
004480     END-READ.
004490 1290-EXIT.
004500     EXIT.
004510*----------------------------------------------------------------
004520* 2000-AGE-ONE-STACK - PRINTS ONE CHECKPOINTED STACK'S AGING
004530*                      LINE: ENDING DEPTH, THE OLDEST ENTRY
004540*                      (THE MINIMUM USABLE ARRIVAL ACROSS THE
004550*                      LIVE SLOTS, TRACKED BY 2100-CHECK-ONE-
004560*                      ENTRY) AND ITS AGE, AND
004570*                      THE COUNT OF ENTRIES OLDER THAN THE
004580*                      QUEUE'S SLA.  A DEPTH PAST THE COMPILED
004590*                      CEILING IS CLAMPED, AS THE EXTRACT DOES,
004600*                      RATHER THAN TRUSTED INTO A BAD SUBSCRIPT.
004610*----------------------------------------------------------------
004620 2000-AGE-ONE-STACK.
004630     IF CKPT-TOP > MAX-STACK-CAPACITY
004640         DISPLAY 'WARNING - DEPTH ON ' CKPT-STACK-ID
004650             ' EXCEEDS THE COMPILED CEILING, TRUNCATING'
004660         MOVE MAX-STACK-CAPACITY TO CKPT-TOP
004670         IF WS-MAX-RC < 4
004680             MOVE 4 TO WS-MAX-RC
004690         END-IF
004700     END-IF
004710     ADD 1 TO WS-STACKS-AGED
004720     PERFORM 2200-FIND-SLA THRU 2200-EXIT
004730     MOVE 0 TO WS-OVER-COUNT
004740     MOVE SPACES TO AGE-DETAIL-LINE
004750     MOVE CKPT-STACK-ID TO AGE-DET-STACK-ID
004760     MOVE CKPT-DEPT TO AGE-DET-DEPT
004770     MOVE CKPT-TOP TO AGE-DET-DEPTH
004780     MOVE SPACES TO AGE-DET-OLDEST
004790     MOVE SPACES TO AGE-DET-AGE
004800     MOVE 0 TO WS-OLDEST-ARRIVAL
004810     IF CKPT-TOP > 0
004820         PERFORM 2100-CHECK-ONE-ENTRY THRU 2100-EXIT
004830             VARYING WS-IDX FROM 1 BY 1
004840                 UNTIL WS-IDX > CKPT-TOP
004850         IF WS-OLDEST-ARRIVAL > 0
004860             MOVE WS-OLDEST-ARRIVAL TO WS-OLDEST-DISPLAY
004870             MOVE WS-OLDEST-DISPLAY TO AGE-DET-OLDEST
004880             MOVE WS-OLDEST-ARRIVAL TO WS-AGE-FROM-DATE
004890             PERFORM 2300-BUSINESS-AGE THRU 2300-EXIT
004900             MOVE WS-BUS-AGE TO WS-OLDEST-AGE
004910             MOVE WS-OLDEST-AGE TO WS-AGE-DISPLAY
004920             MOVE WS-AGE-DISPLAY TO AGE-DET-AGE
004930             IF WS-AGE-IS-FLOOR
004940                 DISPLAY 'WARNING - ' CKPT-STACK-ID
004950                     ' OLDEST ENTRY ' WS-OLDEST-ARRIVAL
004960                     ' PREDATES THE CALENDAR, AGE IS A FLOOR'
004970                 ADD 1 TO WS-STACKS-UNDERSTATED
004980                 IF WS-MAX-RC < 4
004990                     MOVE 4 TO WS-MAX-RC
005000                 END-IF
005010             END-IF
005020         END-IF
005030     END-IF
005040     IF WS-CUR-SLA > 0
005050         MOVE WS-CUR-SLA TO WS-AGE-DISPLAY
005060         MOVE WS-AGE-DISPLAY TO AGE-DET-SLA
005070     ELSE
005080         MOVE SPACES TO AGE-DET-SLA
005090     END-IF
005100     MOVE WS-OVER-COUNT TO AGE-DET-OVER
005110     WRITE RPT-RECORD FROM AGE-DETAIL-LINE
005120     IF WS-OVER-COUNT > 0
005130         ADD WS-OVER-COUNT TO WS-TOTAL-BREACHES
005140         IF WS-MAX-RC < 8
005150             MOVE 8 TO WS-MAX-RC
005160         END-IF
005170     END-IF
005180     PERFORM 2900-READ-CKPT THRU 2900-EXIT.
005190 2000-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220* 2100-CHECK-ONE-ENTRY - TRACKS THE MINIMUM USABLE ARRIVAL FOR
005230*                        THE OLDEST COLUMN (AN XFER CAN LAND AN
005240*                        OLDER ENTRY ABOVE SLOT 1) AND COUNTS
005250*                        THE ENTRY AGAINST THE SLA.  NO SLA, OR
005260*                        NO USABLE ARRIVAL DATE, MEANS NO BREACH
005270*                        CAN BE PROVED.
005280*----------------------------------------------------------------
005290 2100-CHECK-ONE-ENTRY.
005300     IF CKPT-ARRIVAL(WS-IDX) NOT NUMERIC
005310         OR CKPT-ARRIVAL(WS-IDX) NOT > 19000101
005320         GO TO 2100-EXIT
005330     END-IF
005340     IF WS-OLDEST-ARRIVAL = 0
005350         OR CKPT-ARRIVAL(WS-IDX) < WS-OLDEST-ARRIVAL
005360         MOVE CKPT-ARRIVAL(WS-IDX) TO WS-OLDEST-ARRIVAL
005370     END-IF
005380     IF WS-CUR-SLA = 0
005390         GO TO 2100-EXIT
005400     END-IF
005410     MOVE CKPT-ARRIVAL(WS-IDX) TO WS-AGE-FROM-DATE
005420     PERFORM 2300-BUSINESS-AGE THRU 2300-EXIT
005430     MOVE WS-BUS-AGE TO WS-ENTRY-AGE
005440     IF WS-ENTRY-AGE > WS-CUR-SLA
005450         ADD 1 TO WS-OVER-COUNT
005460     END-IF.
005470 2100-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------
005500* 2200-FIND-SLA - SETS WS-CUR-SLA TO THE SLA THRESHOLD DEFINED
005510*                 FOR THE STACK IN HAND, OR ZERO WHEN THE QUEUE
005520*                 HAS NONE.
005530*----------------------------------------------------------------
005540 2200-FIND-SLA.
005550     MOVE 0 TO WS-CUR-SLA
005560     SET SLA-IDX TO 1
005570     SEARCH SLA-ENTRY
005580         AT END
005590             CONTINUE
005600         WHEN SLA-STACK-ID(SLA-IDX) = CKPT-STACK-ID
005610             MOVE SLA-DAYS(SLA-IDX) TO WS-CUR-SLA
005620     END-SEARCH.
005630 2200-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660* 2300-BUSINESS-AGE - SETS WS-BUS-AGE TO THE BUSINESS DAYS FROM
005670*                     WS-AGE-FROM-DATE TO THE RUN DATE: THE RUN
005680*                     DATE'S BUSINESS-DAY SEQUENCE LESS THE
005690*                     ARRIVAL DATE'S.  AN ARRIVAL BEFORE THE
005700*                     CALENDAR BEGINS COUNTS FROM ITS FIRST DATE
005710*                     AND SETS WS-AGE-IS-FLOOR, SINCE THE TRUE
005720*                     AGE CAN ONLY BE LONGER.  AN ARRIVAL AFTER
005730*                     THE RUN DATE AGES ZERO.
005740*----------------------------------------------------------------
005750 2300-BUSINESS-AGE.
005760     MOVE 0 TO WS-BUS-AGE
005770     MOVE 'N' TO WS-AGE-FLOOR-SW
005780     IF WS-AGE-FROM-DATE < CAL-TAB-DATE(1)
005790         MOVE WS-TODAY-BUS-SEQ TO WS-BUS-AGE
005800         MOVE 'Y' TO WS-AGE-FLOOR-SW
005810         GO TO 2300-EXIT
005820     END-IF
005830     SEARCH ALL CAL-TAB-ENTRY
005840         AT END
005850             CONTINUE
005860         WHEN CAL-TAB-DATE(CAL-IDX) = WS-AGE-FROM-DATE
005870             COMPUTE WS-BUS-AGE = WS-TODAY-BUS-SEQ
005880                 - CAL-TAB-BUS-SEQ(CAL-IDX)
005890     END-SEARCH
005900     IF WS-BUS-AGE < 0
005910         MOVE 0 TO WS-BUS-AGE
005920     END-IF.
005930 2300-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------
005960* 2900-READ-CKPT - READS THE NEXT CHECKPOINTED STACK.
005970*----------------------------------------------------------------
005980 2900-READ-CKPT.
005990     READ CKPT-FILE
006000         AT END MOVE 'Y' TO WS-CKPT-EOF-SWITCH
006010     END-READ.
006020 2900-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050* 9000-TERMINATE - WRITES THE RUN TOTALS, CLOSES THE FILES AND
006060*                  POSTS THE WORST CONDITION SEEN.
006070*----------------------------------------------------------------
006080 9000-TERMINATE.
006090     MOVE SPACES TO RPT-LINE
006100     WRITE RPT-RECORD FROM RPT-LINE
006110     MOVE SPACES TO RPT-LINE
006120     MOVE 'STACKS REPORTED' TO RPT-LABEL
006130     MOVE WS-STACKS-AGED TO RPT-VALUE
006140     WRITE RPT-RECORD FROM RPT-LINE
006150     MOVE SPACES TO RPT-LINE
006160     MOVE 'ENTRIES PAST THEIR SLA' TO RPT-LABEL
006170     MOVE WS-TOTAL-BREACHES TO RPT-VALUE
006180     WRITE RPT-RECORD FROM RPT-LINE
006190     MOVE SPACES TO RPT-LINE
006200     MOVE 'OLDEST AGES THAT ARE A FLOOR ONLY' TO RPT-LABEL
006210     MOVE WS-STACKS-UNDERSTATED TO RPT-VALUE
006220     WRITE RPT-RECORD FROM RPT-LINE
006230     CLOSE CKPT-FILE
006240     CLOSE RPT-FILE
006250     MOVE WS-MAX-RC TO RETURN-CODE.
006260 9000-EXIT.
006270     EXIT.
