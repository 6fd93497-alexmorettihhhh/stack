000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STACK-DUPCHECK.
000030 AUTHOR.        D. ANDERSON.
000040 INSTALLATION.  OPERATIONS - BATCH QUEUE PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  DWA  ORIGINAL PROGRAM - CROSS-QUEUE DUPLICATE
000110*                  VALUE EXCEPTION REPORT.  RUN NIGHTLY AGAINST
000120*                  THE CHECKPOINT (CKPTFIL) STACK-EXAMPLE HAS
000130*                  JUST REBUILT, IT LISTS EVERY VALUE HELD ON
000140*                  MORE THAN ONE QUEUE, OR MORE THAN ONCE ON ONE
000150*                  QUEUE, WITH EACH OCCURRENCE'S QUEUE, POSITION
000160*                  AND ARRIVAL DATE - THE SAME BUSINESS ITEM
000170*                  WAITING TO BE WORKED TWICE.  A QUEUE WHOSE
000180*                  DEFINITION TURNS ON THE DUPLICATE-VALUE CHECK
000190*                  (SDF-DUP-CHECK-SW, SEE SDFREC) NEVER TAKES A
000200*                  SECOND COPY OF A VALUE IT HOLDS, BUT NOTHING
000210*                  STOPS ONE VALUE SITTING ON TWO QUEUES, AND AN
000220*                  UNCHECKED QUEUE CAN HOLD ANYTHING.  POSTS
000230*                  CONDITION CODE 4 WHEN ANY DUPLICATE IS FOUND.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPTIONAL CKPT-FILE ASSIGN TO CKPTFIL
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-CKPT-STATUS.
000340     SELECT RPT-FILE ASSIGN TO DUPRPT
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CKPT-FILE
000390     RECORDING MODE IS F
000400     LABEL RECORDS ARE STANDARD.
000410     COPY CKPTREC.
000420 FD  RPT-FILE
000430     RECORDING MODE IS V
000440     LABEL RECORDS ARE STANDARD.
000450 01  RPT-RECORD                PIC X(80).
000460 WORKING-STORAGE SECTION.
000470*----------------------------------------------------------------
000480* STACK CAPACITY CONTROLS - MAX-STACK-CAPACITY SIZES THE ENTRIES
000490* OF A CHECKPOINT RECORD AND BOUNDS HOW MANY ARE READ FROM ONE.
000500*----------------------------------------------------------------
000510     COPY STKCAP.
000520*----------------------------------------------------------------
000530* ENTRY TABLE - EVERY ENTRY ON THE CHECKPOINT, LOADED UP FRONT
000540* AND SORTED IN PLACE BY VALUE, SO EVERY OCCURRENCE OF A VALUE
000550* ENDS UP SIDE BY SIDE.  ENT-LOAD-SEQ IS THE ORDER THE ENTRY WAS
000560* READ IN AND BREAKS TIES, SO THE OCCURRENCES OF ONE VALUE PRINT
000570* QUEUE BY QUEUE IN CHECKPOINT ORDER, BOTTOM SLOT FIRST.
000580* ENT-POSITION IS THE ENTRY'S SLOT ON ITS QUEUE COUNTED FROM THE
000590* BOTTOM (1 = OLDEST ARRIVAL), AS CKPT-ENTRY HOLDS THEM.  A FULL
000600* TABLE FAILS THE STEP - A PARTIAL CHECK WOULD READ AS CLEAN.
000610*----------------------------------------------------------------
000620 78  MAX-ENTRIES               VALUE 3000.
000630 01  ENTRY-TABLE.
000640     05  ENT-ROW OCCURS MAX-ENTRIES TIMES.
000650         10  ENT-VALUE         PIC 9(06).
000660         10  ENT-LOAD-SEQ      PIC 9(4) COMP.
000670         10  ENT-STACK-ID      PIC X(10).
000680         10  ENT-POSITION      PIC 9(4) COMP.
000690         10  ENT-ARRIVAL       PIC 9(08).
000700 01  WS-ENT-HOLD.
000710     05  WS-HOLD-VALUE         PIC 9(06).
000720     05  WS-HOLD-LOAD-SEQ      PIC 9(4) COMP.
000730     05  WS-HOLD-STACK-ID      PIC X(10).
000740     05  WS-HOLD-POSITION      PIC 9(4) COMP.
000750     05  WS-HOLD-ARRIVAL       PIC 9(08).
000760 01  WS-ENTRY-COUNT            PIC 9(4) COMP VALUE 0.
000770 01  WS-I                      PIC 9(4) COMP VALUE 0.
000780 01  WS-J                      PIC 9(4) COMP VALUE 0.
000790 01  WS-K                      PIC 9(4) COMP VALUE 0.
000800 01  WS-LOW-SUB                PIC 9(4) COMP VALUE 0.
000810 01  WS-CKP-SUB                PIC 9(4) COMP VALUE 0.
000820*----------------------------------------------------------------
000830* GROUP WORK FIELDS - ONE GROUP IS THE RUN OF SORTED ROWS SHARING
000840* A VALUE, FROM WS-GRP-START THROUGH WS-GRP-END.
000850*----------------------------------------------------------------
000860 01  WS-GRP-START              PIC 9(4) COMP VALUE 0.
000870 01  WS-GRP-END                PIC 9(4) COMP VALUE 0.
000880 01  WS-GRP-QUEUES             PIC 9(4) COMP VALUE 0.
000890 01  WS-GRP-SAME-SW            PIC X(01) VALUE 'N'.
000900     88  WS-GRP-SAME-QUEUE               VALUE 'Y'.
000910*----------------------------------------------------------------
000920* REPORT COUNTERS
000930*----------------------------------------------------------------
000940 01  WS-DUP-COUNTERS.
000950     05  WS-QUEUE-COUNT        PIC 9(8) COMP VALUE 0.
000960     05  WS-DUP-VALUES         PIC 9(8) COMP VALUE 0.
000970     05  WS-DUP-OCCURRENCES    PIC 9(8) COMP VALUE 0.
000980     05  WS-CROSS-VALUES       PIC 9(8) COMP VALUE 0.
000990     05  WS-SAME-VALUES        PIC 9(8) COMP VALUE 0.
001000 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
001010*----------------------------------------------------------------
001020* PROGRAM SWITCHES
001030*----------------------------------------------------------------
001040 01  WS-SWITCHES.
001050     05  WS-CKPT-STATUS        PIC X(02) VALUE '00'.
001060         88  WS-CKPT-OK                  VALUE '00'.
001070         88  WS-CKPT-NOT-FOUND           VALUE '05'.
001080     05  WS-CKPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001090         88  WS-CKPT-EOF-YES             VALUE 'Y'.
001100     05  WS-GRP-ENDED-SW       PIC X(01) VALUE 'N'.
001110         88  WS-GRP-ENDED                VALUE 'Y'.
001120*----------------------------------------------------------------
001130* DUPLICATE REPORT LINE LAYOUTS - DUP-DET-KIND SAYS WHETHER THE
001140* OCCURRENCE SHARES ITS QUEUE WITH ANOTHER COPY OF THE VALUE
001150* ('SAME QUEUE') OR IS THE ONLY COPY THERE ('OTHER QUEUES').
001160*----------------------------------------------------------------
001170 01  DUP-HEADING-LINE.
001180     05  FILLER                PIC X(06) VALUE 'VALUE '.
001190     05  FILLER                PIC X(02) VALUE SPACES.
001200     05  FILLER                PIC X(10) VALUE 'STACK-ID'.
001210     05  FILLER                PIC X(02) VALUE SPACES.
001220     05  FILLER                PIC X(04) VALUE 'POSN'.
001230     05  FILLER                PIC X(02) VALUE SPACES.
001240     05  FILLER                PIC X(08) VALUE 'ARRIVED '.
001250     05  FILLER                PIC X(02) VALUE SPACES.
001260     05  FILLER                PIC X(12) VALUE 'ALSO HELD ON'.
001270     05  FILLER                PIC X(32) VALUE SPACES.
001280 01  DUP-DETAIL-LINE.
001290     05  DUP-DET-VALUE         PIC 9(06).
001300     05  FILLER                PIC X(02) VALUE SPACES.
001310     05  DUP-DET-STACK-ID      PIC X(10).
001320     05  FILLER                PIC X(02) VALUE SPACES.
001330     05  DUP-DET-POSITION      PIC ZZZ9.
001340     05  FILLER                PIC X(02) VALUE SPACES.
001350     05  DUP-DET-ARRIVAL       PIC X(08).
001360     05  FILLER                PIC X(02) VALUE SPACES.
001370     05  DUP-DET-KIND          PIC X(12).
001380     05  FILLER                PIC X(32) VALUE SPACES.
001390*----------------------------------------------------------------
001400* TOTALS LINE LAYOUT - SAME SHAPE AS STACK-EXAMPLE'S RPT-LINE.
001410*----------------------------------------------------------------
001420 01  RPT-LINE.
001430     05  RPT-LABEL             PIC X(40).
001440     05  RPT-VALUE             PIC ZZZZZZZ9.
001450     05  FILLER                PIC X(31).
001460 PROCEDURE DIVISION.
001470*----------------------------------------------------------------
001480* 0000-MAIN-PROCEDURE - LOAD, SORT BY VALUE, PRINT THE GROUPS.
001490*----------------------------------------------------------------
001500 0000-MAIN-PROCEDURE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001520     PERFORM 1100-LOAD-ONE-STACK THRU 1100-EXIT
001530         UNTIL WS-CKPT-EOF-YES
001540     PERFORM 3000-SORT-BY-VALUE THRU 3000-EXIT
001550     PERFORM 4000-PRINT-DUPLICATES THRU 4000-EXIT
001560     PERFORM 9000-TERMINATE THRU 9000-EXIT
001570     STOP RUN.
001580*----------------------------------------------------------------
001590* 1000-INITIALIZE - OPENS THE REPORT AND THE CHECKPOINT AND
001600*                   PRIMES THE FIRST READ.  THE STEP RUNS
001610*                   STRAIGHT AFTER THE NIGHTLY RUN, SO A MISSING
001620*                   CHECKPOINT MEANS THAT RUN LEFT NONE - NOTHING
001630*                   IS CHECKED AND THE STEP ENDS WITH CONDITION
001640*                   CODE 8 RATHER THAN PASS AS CLEAN.
001650*----------------------------------------------------------------
001660 1000-INITIALIZE.
001670     OPEN OUTPUT RPT-FILE
001680     MOVE SPACES TO RPT-LINE
001690     MOVE 'STACK-DUPCHECK DUPLICATE VALUE REPORT'
001700         TO RPT-LABEL
001710     WRITE RPT-RECORD FROM RPT-LINE
001720     MOVE SPACES TO RPT-LINE
001730     MOVE 'POSN IS THE SLOT FROM THE QUEUE BOTTOM' TO RPT-LABEL
001740     WRITE RPT-RECORD FROM RPT-LINE
001750     MOVE SPACES TO RPT-LINE
001760     WRITE RPT-RECORD FROM RPT-LINE
001770     WRITE RPT-RECORD FROM DUP-HEADING-LINE
001780     OPEN INPUT CKPT-FILE
001790*    A HARD OPEN FAILURE IS FATAL - PRIMING A READ ON A FILE
001800*    THAT NEVER OPENED WOULD SPIN THE LOAD LOOP FOREVER, SINCE
001810*    AT END CAN NEVER FIRE.
001820     IF NOT WS-CKPT-OK AND NOT WS-CKPT-NOT-FOUND
001830         DISPLAY 'ERROR - BAD OPEN ON CKPT-FILE, STATUS = '
001840             WS-CKPT-STATUS
001850         IF WS-MAX-RC < 16
001860             MOVE 16 TO WS-MAX-RC
001870         END-IF
001880         MOVE 'Y' TO WS-CKPT-EOF-SWITCH
001890         GO TO 1000-EXIT
001900     END-IF
001910     IF WS-CKPT-NOT-FOUND
001920         DISPLAY 'ERROR - NO CHECKPOINT DATASET, NOTHING CHECKED'
001930         IF WS-MAX-RC < 8
001940             MOVE 8 TO WS-MAX-RC
001950         END-IF
001960         MOVE 'Y' TO WS-CKPT-EOF-SWITCH
001970     ELSE
001980         PERFORM 1900-READ-CKPT THRU 1900-EXIT
001990     END-IF.
002000 1000-EXIT.
002010     EXIT.
002020*----------------------------------------------------------------
002030* 1100-LOAD-ONE-STACK - STORES EVERY ENTRY OF ONE CHECKPOINTED
002040*                       QUEUE, BOUNDED BY THE COMPILED CEILING.
002050*                       A QUEUE WITH A NON-NUMERIC DEPTH CANNOT
002060*                       BE READ AND FAILS THE CHECK.
002070*----------------------------------------------------------------
002080 1100-LOAD-ONE-STACK.
002090     ADD 1 TO WS-QUEUE-COUNT
002100     IF CKPT-TOP NOT NUMERIC
002110         DISPLAY 'ERROR - NON-NUMERIC DEPTH ON CHECKPOINT FOR '
002120             CKPT-STACK-ID ', ITS ENTRIES ARE NOT CHECKED'
002130         IF WS-MAX-RC < 8
002140             MOVE 8 TO WS-MAX-RC
002150         END-IF
002160         GO TO 1100-NEXT
002170     END-IF
002180     PERFORM 1200-LOAD-ONE-ENTRY THRU 1200-EXIT
002190         VARYING WS-CKP-SUB FROM 1 BY 1
002200             UNTIL WS-CKP-SUB > CKPT-TOP
002210                 OR WS-CKP-SUB > MAX-STACK-CAPACITY
002220                 OR WS-CKPT-EOF-YES.
002230 1100-NEXT.
002240     IF NOT WS-CKPT-EOF-YES
002250         PERFORM 1900-READ-CKPT THRU 1900-EXIT
002260     END-IF.
002270 1100-EXIT.
002280     EXIT.
002290*----------------------------------------------------------------
002300* 1200-LOAD-ONE-ENTRY - STORES ONE ENTRY IN THE TABLE.  A FULL
002310*                       TABLE ENDS THE LOAD WITH CONDITION CODE
002320*                       8; WHAT WAS LOADED IS STILL REPORTED.
002330*----------------------------------------------------------------
002340 1200-LOAD-ONE-ENTRY.
002350     IF WS-ENTRY-COUNT NOT < MAX-ENTRIES
002360         DISPLAY 'ERROR - ENTRY TABLE FULL AT ' CKPT-STACK-ID
002370             ', LATER ENTRIES ARE NOT CHECKED'
002380         IF WS-MAX-RC < 8
002390             MOVE 8 TO WS-MAX-RC
002400         END-IF
002410         MOVE 'Y' TO WS-CKPT-EOF-SWITCH
002420         GO TO 1200-EXIT
002430     END-IF
002440     ADD 1 TO WS-ENTRY-COUNT
002450     MOVE CKPT-VALUE(WS-CKP-SUB) TO ENT-VALUE(WS-ENTRY-COUNT)
002460     MOVE WS-ENTRY-COUNT TO ENT-LOAD-SEQ(WS-ENTRY-COUNT)
002470     MOVE CKPT-STACK-ID TO ENT-STACK-ID(WS-ENTRY-COUNT)
002480     MOVE WS-CKP-SUB TO ENT-POSITION(WS-ENTRY-COUNT)
002490     MOVE CKPT-ARRIVAL(WS-CKP-SUB) TO ENT-ARRIVAL(WS-ENTRY-COUNT).
002500 1200-EXIT.
002510     EXIT.
002520*----------------------------------------------------------------
002530* 1900-READ-CKPT - READS THE NEXT CHECKPOINTED STACK.
002540*----------------------------------------------------------------
002550 1900-READ-CKPT.
002560     READ CKPT-FILE
002570         AT END MOVE 'Y' TO WS-CKPT-EOF-SWITCH
002580     END-READ.
002590 1900-EXIT.
002600     EXIT.
002610*----------------------------------------------------------------
002620* 3000-SORT-BY-VALUE - STRAIGHT SELECTION SORT OF THE TABLE BY
002630*                      VALUE, THEN LOAD ORDER.  THE CHECKPOINT
002640*                      HOLDS A FEW HUNDRED ENTRIES PER QUEUE AT
002650*                      MOST, SO SIMPLE BEATS CLEVER HERE TOO.
002660*----------------------------------------------------------------
002670 3000-SORT-BY-VALUE.
002680     IF WS-ENTRY-COUNT < 2
002690         GO TO 3000-EXIT
002700     END-IF
002710     PERFORM 3100-PLACE-ONE-ROW THRU 3100-EXIT
002720         VARYING WS-I FROM 1 BY 1
002730             UNTIL WS-I NOT < WS-ENTRY-COUNT.
002740 3000-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770* 3100-PLACE-ONE-ROW - FINDS THE LOWEST ROW AT OR BELOW POSITION
002780*                      WS-I AND SWAPS IT INTO PLACE.
002790*----------------------------------------------------------------
002800 3100-PLACE-ONE-ROW.
002810     MOVE WS-I TO WS-LOW-SUB
002820     COMPUTE WS-J = WS-I + 1
002830     PERFORM 3110-COMPARE-ONE-ROW THRU 3110-EXIT
002840         VARYING WS-J FROM WS-J BY 1
002850             UNTIL WS-J > WS-ENTRY-COUNT
002860     IF WS-LOW-SUB NOT = WS-I
002870         MOVE ENT-ROW(WS-I) TO WS-ENT-HOLD
002880         MOVE ENT-ROW(WS-LOW-SUB) TO ENT-ROW(WS-I)
002890         MOVE WS-ENT-HOLD TO ENT-ROW(WS-LOW-SUB)
002900     END-IF.
002910 3100-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940* 3110-COMPARE-ONE-ROW - REMEMBERS THE LOWEST ROW SEEN SO FAR IN
002950*                        THIS PASS.
002960*----------------------------------------------------------------
002970 3110-COMPARE-ONE-ROW.
002980     IF ENT-VALUE(WS-J) < ENT-VALUE(WS-LOW-SUB)
002990         MOVE WS-J TO WS-LOW-SUB
003000     ELSE
003010         IF ENT-VALUE(WS-J) = ENT-VALUE(WS-LOW-SUB)
003020             AND ENT-LOAD-SEQ(WS-J) < ENT-LOAD-SEQ(WS-LOW-SUB)
003030             MOVE WS-J TO WS-LOW-SUB
003040         END-IF
003050     END-IF.
003060 3110-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090* 4000-PRINT-DUPLICATES - WALKS THE SORTED TABLE ONE GROUP OF
003100*                         EQUAL VALUES AT A TIME.
003110*----------------------------------------------------------------
003120 4000-PRINT-DUPLICATES.
003130     MOVE 1 TO WS-I
003140     PERFORM 4100-TAKE-ONE-GROUP THRU 4100-EXIT
003150         UNTIL WS-I > WS-ENTRY-COUNT.
003160 4000-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------
003190* 4100-TAKE-ONE-GROUP - FINDS THE END OF THE GROUP STARTING AT
003200*                       WS-I.  A GROUP OF ONE IS A VALUE HELD
003210*                       ONCE AND IS PASSED OVER; ANY LARGER GROUP
003220*                       IS A DUPLICATE AND PRINTS IN FULL, THEN
003230*                       A BLANK LINE.
003240*----------------------------------------------------------------
003250 4100-TAKE-ONE-GROUP.
003260     MOVE WS-I TO WS-GRP-START
003270     MOVE WS-I TO WS-GRP-END
003280     MOVE 'N' TO WS-GRP-ENDED-SW
003290     COMPUTE WS-J = WS-I + 1
003300     PERFORM 4110-EXTEND-GROUP THRU 4110-EXIT
003310         VARYING WS-J FROM WS-J BY 1
003320             UNTIL WS-J > WS-ENTRY-COUNT OR WS-GRP-ENDED
003330     COMPUTE WS-I = WS-GRP-END + 1
003340     IF WS-GRP-END = WS-GRP-START
003350         GO TO 4100-EXIT
003360     END-IF
003370     ADD 1 TO WS-DUP-VALUES
003380     MOVE 1 TO WS-GRP-QUEUES
003390     MOVE 'N' TO WS-GRP-SAME-SW
003400     PERFORM 4200-PRINT-ONE-OCCURRENCE THRU 4200-EXIT
003410         VARYING WS-K FROM WS-GRP-START BY 1
003420             UNTIL WS-K > WS-GRP-END
003430     IF WS-GRP-QUEUES > 1
003440         ADD 1 TO WS-CROSS-VALUES
003450     END-IF
003460     IF WS-GRP-SAME-QUEUE
003470         ADD 1 TO WS-SAME-VALUES
003480     END-IF
003490     MOVE SPACES TO RPT-LINE
003500     WRITE RPT-RECORD FROM RPT-LINE.
003510 4100-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540* 4110-EXTEND-GROUP - TAKES ROW WS-J INTO THE GROUP WHEN IT
003550*                     CARRIES THE GROUP'S VALUE.
003560*----------------------------------------------------------------
003570 4110-EXTEND-GROUP.
003580     IF ENT-VALUE(WS-J) = ENT-VALUE(WS-GRP-START)
003590         MOVE WS-J TO WS-GRP-END
003600     ELSE
003610         MOVE 'Y' TO WS-GRP-ENDED-SW
003620     END-IF.
003630 4110-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660* 4200-PRINT-ONE-OCCURRENCE - ONE LINE PER OCCURRENCE OF THE
003670*                             GROUP'S VALUE.  ROWS OF ONE QUEUE
003680*                             ARE ADJACENT IN A GROUP (LOAD
003690*                             ORDER BREAKS THE TIES), SO A
003700*                             NEIGHBOUR ON THE SAME QUEUE MEANS A
003710*                             SECOND COPY THERE, AND A CHANGE OF
003720*                             QUEUE FROM THE ROW BEFORE IS ONE
003730*                             MORE QUEUE HOLDING THE VALUE.
003740*----------------------------------------------------------------
003750 4200-PRINT-ONE-OCCURRENCE.
003760     ADD 1 TO WS-DUP-OCCURRENCES
003770     MOVE SPACES TO DUP-DETAIL-LINE
003780     MOVE ENT-VALUE(WS-K) TO DUP-DET-VALUE
003790     MOVE ENT-STACK-ID(WS-K) TO DUP-DET-STACK-ID
003800     MOVE ENT-POSITION(WS-K) TO DUP-DET-POSITION
003810     IF ENT-ARRIVAL(WS-K) = 0
003820         MOVE 'UNKNOWN' TO DUP-DET-ARRIVAL
003830     ELSE
003840         MOVE ENT-ARRIVAL(WS-K) TO DUP-DET-ARRIVAL
003850     END-IF
003860     MOVE 'OTHER QUEUES' TO DUP-DET-KIND
003870     IF WS-K > WS-GRP-START
003880         IF ENT-STACK-ID(WS-K) = ENT-STACK-ID(WS-K - 1)
003890             MOVE 'SAME QUEUE' TO DUP-DET-KIND
003900             MOVE 'Y' TO WS-GRP-SAME-SW
003910         ELSE
003920             ADD 1 TO WS-GRP-QUEUES
003930         END-IF
003940     END-IF
003950     IF WS-K < WS-GRP-END
003960         IF ENT-STACK-ID(WS-K) = ENT-STACK-ID(WS-K + 1)
003970             MOVE 'SAME QUEUE' TO DUP-DET-KIND
003980         END-IF
003990     END-IF
004000     WRITE RPT-RECORD FROM DUP-DETAIL-LINE.
004010 4200-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040* 9000-TERMINATE - WRITES THE TOTALS, CLOSES THE FILES AND POSTS
004050*                  THE CONDITION CODE: 4 WHEN ANY DUPLICATE WAS
004060*                  FOUND, HIGHER WHEN THE CHECK ITSELF FAILED.
004070*----------------------------------------------------------------
004080 9000-TERMINATE.
004090     IF WS-DUP-VALUES = 0
004100         MOVE SPACES TO RPT-LINE
004110         MOVE '  NO DUPLICATE VALUES' TO RPT-LABEL
004120         WRITE RPT-RECORD FROM RPT-LINE
004130     END-IF
004140     MOVE SPACES TO RPT-LINE
004150     WRITE RPT-RECORD FROM RPT-LINE
004160     MOVE SPACES TO RPT-LINE
004170     MOVE 'CHECKPOINTED QUEUES READ' TO RPT-LABEL
004180     MOVE WS-QUEUE-COUNT TO RPT-VALUE
004190     WRITE RPT-RECORD FROM RPT-LINE
004200     MOVE SPACES TO RPT-LINE
004210     MOVE 'ENTRIES CHECKED' TO RPT-LABEL
004220     MOVE WS-ENTRY-COUNT TO RPT-VALUE
004230     WRITE RPT-RECORD FROM RPT-LINE
004240     MOVE SPACES TO RPT-LINE
004250     MOVE 'VALUES HELD MORE THAN ONCE' TO RPT-LABEL
004260     MOVE WS-DUP-VALUES TO RPT-VALUE
004270     WRITE RPT-RECORD FROM RPT-LINE
004280     MOVE SPACES TO RPT-LINE
004290     MOVE '  HELD ON MORE THAN ONE QUEUE' TO RPT-LABEL
004300     MOVE WS-CROSS-VALUES TO RPT-VALUE
004310     WRITE RPT-RECORD FROM RPT-LINE
004320     MOVE SPACES TO RPT-LINE
004330     MOVE '  HELD MORE THAN ONCE ON ONE QUEUE' TO RPT-LABEL
004340     MOVE WS-SAME-VALUES TO RPT-VALUE
004350     WRITE RPT-RECORD FROM RPT-LINE
004360     MOVE SPACES TO RPT-LINE
004370     MOVE 'OCCURRENCES LISTED' TO RPT-LABEL
004380     MOVE WS-DUP-OCCURRENCES TO RPT-VALUE
004390     WRITE RPT-RECORD FROM RPT-LINE
004400     IF WS-DUP-VALUES > 0
004410         IF WS-MAX-RC < 4
004420             MOVE 4 TO WS-MAX-RC
004430         END-IF
004440     END-IF
004450     CLOSE CKPT-FILE
004460     CLOSE RPT-FILE
004470     MOVE WS-MAX-RC TO RETURN-CODE.
004480 9000-EXIT.
004490     EXIT.
