000410*                  THIS PROGRAM ON PURPOSE, NOT TAKEN FROM THE
000420*                  COPYBOOKS, WHICH DESCRIBE ONLY THE CURRENT
000430*                  SHAPES.
000440* 10/15/2026  DWA  QUEUE LIFECYCLE STATUS CONVERSION.  THE
000450*                  CHECKPOINT RECORD NOW CARRIES CKPT-Q-STATUS
000460*                  AHEAD OF THE ENTRIES (SEE CKPTREC), SO EVERY
000470*                  STATE FILE WRITTEN BEFORE IT MOVES OVER ONE
000480*                  BYTE:
000490*                  - CKPTPRE TO CKPTNEW: CHECKPOINT-SHAPED FILES
000500*                    (CKPTFIL, AND THE FLAT COPY OF STACKVSM) IN
000510*                    THE SIX-DIGIT SHAPE WITHOUT THE STATUS BYTE,
000520*                    CARRIED FORWARD ENTRY FOR ENTRY AND STAMPED
000530*                    ACTIVE.
000540*                  THE CKPTOLD SIDE STAMPS ITS OUTPUT ACTIVE TOO,
000550*                  SO A FOUR-DIGIT DATASET STILL CONVERTS IN ONE
000560*                  STEP.
000570*                  AUDIT RECORDS NEED NOTHING - THE STATUS FIELDS
000580*                  CAME OUT OF FILLER AND ARE READ ONLY ON A STAT.
000590*                  RUN IT AFTER A CLEAN END OF JOB WITH THE COMMIT
000600*                  FILE CLEARED, AS BEFORE.
000610*----------------------------------------------------------------
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER. IBM-370.
000650 OBJECT-COMPUTER. IBM-370.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT OPTIONAL OLD-CKPT-FILE ASSIGN TO CKPTOLD
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-OCK-STATUS.
000710     SELECT OPTIONAL PRE-CKPT-FILE ASSIGN TO CKPTPRE
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-PCK-STATUS.
000740     SELECT NEW-CKPT-FILE ASSIGN TO CKPTNEW
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT OPTIONAL OLD-AUDIT-FILE ASSIGN TO AUDOLD
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-OAU-STATUS.
000790     SELECT NEW-AUDIT-FILE ASSIGN TO AUDNEW
000800         ORGANIZATION IS SEQUENTIAL.
000810     SELECT RPT-FILE ASSIGN TO CNVRPT
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830 DATA DIVISION.
000840 FILE SECTION.
000850*----------------------------------------------------------------
000860* OLD CHECKPOINT RECORD - THE SHAPE EVERY STATE FILE CARRIED
000870* BEFORE THE ARRIVAL DATE AND THE SIX-DIGIT VALUE: A FOUR-DIGIT
000880* VALUE PER SLOT AND NOTHING ELSE IN THE ENTRY.
000890*----------------------------------------------------------------
000900 FD  OLD-CKPT-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 01  OLD-CKPT-RECORD.
000940     05  OCK-STACK-ID          PIC X(10).
000950     05  OCK-TOP               PIC 9(4).
000960     05  OCK-CAPACITY          PIC 9(4).
000970     05  OCK-DEPT              PIC X(04).
000980     05  OCK-MODE              PIC X(01).
000990     05  OCK-VALUE             PIC 9(4)
001000         OCCURS 1 TO 300 TIMES
001010         DEPENDING ON MAX-STACK-CAPACITY.
001020*----------------------------------------------------------------
001030* PRE-STATUS CHECKPOINT RECORD - THE SIX-DIGIT SHAPE WITH ARRIVAL
001040* DATES, AS WRITTEN BEFORE CKPT-Q-STATUS WAS ADDED: CKPTREC
001050* WITHOUT THE STATUS BYTE.
001060*----------------------------------------------------------------
001070 FD  PRE-CKPT-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  PRE-CKPT-RECORD.
001110     05  PCK-STACK-ID          PIC X(10).
001120     05  PCK-TOP               PIC 9(4).
001130     05  PCK-CAPACITY          PIC 9(4).
001140     05  PCK-DEPT              PIC X(04).
001150     05  PCK-MODE              PIC X(01).
001160     05  PCK-ENTRY             OCCURS 1 TO 300 TIMES
001170         DEPENDING ON MAX-STACK-CAPACITY.
001180         10  PCK-VALUE         PIC 9(6).
001190         10  PCK-ARRIVAL       PIC 9(08).
001200 FD  NEW-CKPT-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230     COPY CKPTREC.
001240*----------------------------------------------------------------
001250* OLD AUDIT RECORD - SAME 80 BYTES AS TODAY'S AUDREC BUT WITH A
001260* FOUR-DIGIT VALUE AND NO PARTNER-QUEUE FIELD: EVERYTHING AFTER
001270* THE RESULT-TOP WAS FILLER THE OLD WRITER NEVER INITIALIZED,
001280* SO NOTHING THERE IS WORTH CARRYING FORWARD.
001290*----------------------------------------------------------------
001300 FD  OLD-AUDIT-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330 01  OLD-AUDIT-RECORD.
001340     05  OAU-DATE              PIC 9(08).
001350     05  OAU-TIME              PIC 9(08).
001360     05  OAU-STACK-ID          PIC X(10).
001370     05  OAU-OPERATION         PIC X(04).
001380     05  OAU-VALUE             PIC 9(04).
001390     05  OAU-RESULT-TOP        PIC 9(04).
001400     05  FILLER                PIC X(42).
001410 FD  NEW-AUDIT-FILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440     COPY AUDREC.
001450 FD  RPT-FILE
001460     RECORDING MODE IS V
001470     LABEL RECORDS ARE STANDARD.
001480 01  RPT-RECORD                PIC X(80).
001490 WORKING-STORAGE SECTION.
001500*----------------------------------------------------------------
001510* STACK CAPACITY CONTROLS - SAME COPYBOOK AS THE BATCH PROGRAM,
001520* SO BOTH THE OLD AND THE NEW CHECKPOINT ENTRY TABLES ARE SIZED
001530* BY THE SAME COMPILED-IN CEILING THE WRITERS USED.
001540*----------------------------------------------------------------
001550     COPY STKCAP.
001560*----------------------------------------------------------------
001570* CONVERSION COUNTERS - WRITTEN OUT BY 9000-TERMINATE.
001580* WS-DEFAULTED-COUNT IS THE NUMBER OF NON-NUMERIC SOURCE FIELDS
001590* THAT HAD TO BE CARRIED FORWARD AS ZERO.
001600*----------------------------------------------------------------
001610 01  WS-CNV-COUNTERS.
001620     05  WS-CKPT-IN-COUNT      PIC 9(8) COMP VALUE 0.
001630     05  WS-PRE-IN-COUNT       PIC 9(8) COMP VALUE 0.
001640     05  WS-AUDIT-IN-COUNT     PIC 9(8) COMP VALUE 0.
001650     05  WS-DEFAULTED-COUNT    PIC 9(8) COMP VALUE 0.
001660 01  WS-IDX                    PIC 9(4) COMP VALUE 0.
001670 01  WS-LIVE-TOP               PIC 9(4) COMP VALUE 0.
001680 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
001690*----------------------------------------------------------------
001700* PROGRAM SWITCHES
001710*----------------------------------------------------------------
001720 01  WS-SWITCHES.
001730     05  WS-OCK-STATUS         PIC X(02) VALUE '00'.
001740         88  WS-OCK-OK                   VALUE '00'.
001750         88  WS-OCK-NOT-FOUND            VALUE '05'.
001760     05  WS-PCK-STATUS         PIC X(02) VALUE '00'.
001770         88  WS-PCK-OK                   VALUE '00'.
001780         88  WS-PCK-NOT-FOUND            VALUE '05'.
001790     05  WS-OAU-STATUS         PIC X(02) VALUE '00'.
001800         88  WS-OAU-OK                   VALUE '00'.
001810         88  WS-OAU-NOT-FOUND            VALUE '05'.
001820     05  WS-OCK-EOF-SWITCH     PIC X(01) VALUE 'N'.
001830         88  WS-OCK-EOF-YES              VALUE 'Y'.
001840     05  WS-PCK-EOF-SWITCH     PIC X(01) VALUE 'N'.
001850         88  WS-PCK-EOF-YES              VALUE 'Y'.
001860     05  WS-OAU-EOF-SWITCH     PIC X(01) VALUE 'N'.
001870         88  WS-OAU-EOF-YES              VALUE 'Y'.
001880*----------------------------------------------------------------
001890* TOTALS LINE LAYOUT - SAME SHAPE AS STACK-EXAMPLE'S RPT-LINE.
001900*----------------------------------------------------------------
001910 01  RPT-LINE.
001920     05  RPT-LABEL             PIC X(40).
001930     05  RPT-VALUE             PIC ZZZZZZZ9.
001940     05  FILLER                PIC X(31).
001950 PROCEDURE DIVISION.
001960*----------------------------------------------------------------
001970* 0000-MAIN-PROCEDURE - CONVERTS THE CHECKPOINT SIDES, THEN THE
001980*                       AUDIT SIDE, THEN TOTALS UP.
001990*----------------------------------------------------------------
002000 0000-MAIN-PROCEDURE.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002020     PERFORM 2000-CONVERT-ONE-CKPT THRU 2000-EXIT
002030         UNTIL WS-OCK-EOF-YES
002040     PERFORM 2500-CONVERT-ONE-PRE THRU 2500-EXIT
002050         UNTIL WS-PCK-EOF-YES
002060     PERFORM 3000-CONVERT-ONE-AUDIT THRU 3000-EXIT
002070         UNTIL WS-OAU-EOF-YES
002080     PERFORM 9000-TERMINATE THRU 9000-EXIT
002090     STOP RUN.
002100*----------------------------------------------------------------
002110* 1000-INITIALIZE - OPENS EVERYTHING AND PRIMES ALL READS.  A
002120*                   MISSING INPUT ON ANY SIDE LEAVES THAT
002130*                   SIDE'S OUTPUT EMPTY, WHICH IS HOW A JOB
002140*                   CONVERTS ONE DATASET PER STEP.
002150*----------------------------------------------------------------
002160 1000-INITIALIZE.
002170     OPEN OUTPUT RPT-FILE
002180     MOVE SPACES TO RPT-LINE
002190     MOVE 'STACK-CONVERT LAYOUT CONVERSION'
002200         TO RPT-LABEL
002210     WRITE RPT-RECORD FROM RPT-LINE
002220     OPEN OUTPUT NEW-CKPT-FILE
002230     OPEN OUTPUT NEW-AUDIT-FILE
002240     OPEN INPUT OLD-CKPT-FILE
002250*    A HARD OPEN FAILURE IS FATAL - PRIMING A READ ON A FILE
002260*    THAT NEVER OPENED WOULD SPIN THE CONVERSION LOOP FOREVER,
002270*    SINCE AT END CAN NEVER FIRE.
002280     IF NOT WS-OCK-OK AND NOT WS-OCK-NOT-FOUND
002290         DISPLAY 'ERROR - BAD OPEN ON OLD-CKPT-FILE, STATUS = '
002300             WS-OCK-STATUS
002310         IF WS-MAX-RC < 16
002320             MOVE 16 TO WS-MAX-RC
002330         END-IF
002340         MOVE 'Y' TO WS-OCK-EOF-SWITCH
002350     END-IF
002360     IF WS-OCK-NOT-FOUND
002370         MOVE 'Y' TO WS-OCK-EOF-SWITCH
002380     END-IF
002390     IF NOT WS-OCK-EOF-YES
002400         PERFORM 2900-READ-OLD-CKPT THRU 2900-EXIT
002410     END-IF
002420     OPEN INPUT PRE-CKPT-FILE
002430     IF NOT WS-PCK-OK AND NOT WS-PCK-NOT-FOUND
002440         DISPLAY 'ERROR - BAD OPEN ON PRE-CKPT-FILE, STATUS = '
002450             WS-PCK-STATUS
002460         IF WS-MAX-RC < 16
002470             MOVE 16 TO WS-MAX-RC
002480         END-IF
002490         MOVE 'Y' TO WS-PCK-EOF-SWITCH
002500     END-IF
002510     IF WS-PCK-NOT-FOUND
002520         MOVE 'Y' TO WS-PCK-EOF-SWITCH
002530     END-IF
002540     IF NOT WS-PCK-EOF-YES
002550         PERFORM 2990-READ-PRE-CKPT THRU 2990-EXIT
002560     END-IF
002570     OPEN INPUT OLD-AUDIT-FILE
002580     IF NOT WS-OAU-OK AND NOT WS-OAU-NOT-FOUND
002590         DISPLAY 'ERROR - BAD OPEN ON OLD-AUDIT-FILE, STATUS = '
002600             WS-OAU-STATUS
002610         IF WS-MAX-RC < 16
002620             MOVE 16 TO WS-MAX-RC
002630         END-IF
002640         MOVE 'Y' TO WS-OAU-EOF-SWITCH
002650     END-IF
002660     IF WS-OAU-NOT-FOUND
002670         MOVE 'Y' TO WS-OAU-EOF-SWITCH
002680     END-IF
002690     IF NOT WS-OAU-EOF-YES
002700         PERFORM 3900-READ-OLD-AUDIT THRU 3900-EXIT
002710     END-IF.
002720 1000-EXIT.
002730     EXIT.
002740*----------------------------------------------------------------
002750* 2000-CONVERT-ONE-CKPT - CARRIES ONE CHECKPOINT-SHAPED RECORD
002760*                         FORWARD.  LIVE SLOTS (1 THROUGH THE
002770*                         OLD TOP) KEEP THEIR VALUES WITH
002780*                         ARRIVAL ZERO - DATE UNKNOWN; DEAD
002790*                         SLOTS ARE ZEROED THE SAME WAY
002800*                         7000-SAVE-STACK ZEROES THEM.  A NON-
002810*                         NUMERIC TOP CANNOT SAY WHICH SLOTS ARE
002820*                         LIVE, SO THE RECORD GOES OUT EMPTY AND
002830*                         FLAGGED.
002840*----------------------------------------------------------------
002850 2000-CONVERT-ONE-CKPT.
002860     ADD 1 TO WS-CKPT-IN-COUNT
002870     MOVE SPACES TO CKPT-RECORD
002880     MOVE OCK-STACK-ID TO CKPT-STACK-ID
002890     MOVE OCK-DEPT TO CKPT-DEPT
002900     MOVE OCK-MODE TO CKPT-MODE
002910     MOVE 'A' TO CKPT-Q-STATUS
002920     IF OCK-TOP NUMERIC
002930         MOVE OCK-TOP TO CKPT-TOP WS-LIVE-TOP
002940     ELSE
002950         DISPLAY 'WARNING - NON-NUMERIC TOP ON ' OCK-STACK-ID
002960             ', CONVERTED EMPTY'
002970         MOVE 0 TO CKPT-TOP WS-LIVE-TOP
002980         ADD 1 TO WS-DEFAULTED-COUNT
002990         IF WS-MAX-RC < 8
003000             MOVE 8 TO WS-MAX-RC
003010         END-IF
003020     END-IF
003030     IF OCK-CAPACITY NUMERIC
003040         MOVE OCK-CAPACITY TO CKPT-CAPACITY
003050     ELSE
003060         MOVE 0 TO CKPT-CAPACITY
003070         ADD 1 TO WS-DEFAULTED-COUNT
003080         IF WS-MAX-RC < 8
003090             MOVE 8 TO WS-MAX-RC
003100         END-IF
003110     END-IF
003120     IF WS-LIVE-TOP > MAX-STACK-CAPACITY
003130         MOVE MAX-STACK-CAPACITY TO WS-LIVE-TOP CKPT-TOP
003140     END-IF
003150     PERFORM 2100-CONVERT-ONE-SLOT THRU 2100-EXIT
003160         VARYING WS-IDX FROM 1 BY 1
003170             UNTIL WS-IDX > MAX-STACK-CAPACITY
003180     WRITE CKPT-RECORD
003190     PERFORM 2900-READ-OLD-CKPT THRU 2900-EXIT.
003200 2000-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230* 2100-CONVERT-ONE-SLOT - CARRIES ONE ENTRY SLOT FORWARD WITH
003240*                         ARRIVAL ZERO (DATE UNKNOWN).
003250*----------------------------------------------------------------
003260 2100-CONVERT-ONE-SLOT.
003270     MOVE 0 TO CKPT-ARRIVAL(WS-IDX)
003280     IF WS-IDX > WS-LIVE-TOP
003290         MOVE 0 TO CKPT-VALUE(WS-IDX)
003300         GO TO 2100-EXIT
003310     END-IF
003320     IF OCK-VALUE(WS-IDX) NUMERIC
003330         MOVE OCK-VALUE(WS-IDX) TO CKPT-VALUE(WS-IDX)
003340     ELSE
003350         DISPLAY 'WARNING - NON-NUMERIC VALUE ON '
003360             OCK-STACK-ID ', SLOT DEFAULTED TO ZERO'
003370         MOVE 0 TO CKPT-VALUE(WS-IDX)
003380         ADD 1 TO WS-DEFAULTED-COUNT
003390         IF WS-MAX-RC < 8
003400             MOVE 8 TO WS-MAX-RC
003410         END-IF
003420     END-IF.
003430 2100-EXIT.
003440     EXIT.
003450*----------------------------------------------------------------
003460* 2900-READ-OLD-CKPT - READS THE NEXT OLD CHECKPOINT RECORD.
003470*----------------------------------------------------------------
003480 2900-READ-OLD-CKPT.
003490     READ OLD-CKPT-FILE
003500         AT END MOVE 'Y' TO WS-OCK-EOF-SWITCH
003510     END-READ.
003520 2900-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------
003550* 2500-CONVERT-ONE-PRE - CARRIES ONE PRE-STATUS CHECKPOINT RECORD
003560*                        FORWARD: EVERY FIELD AND EVERY ENTRY
003570*                        SLOT UNCHANGED, WITH THE QUEUE STAMPED
003580*                        ACTIVE - NO QUEUE HAD ANY OTHER STATUS
003590*                        BEFORE THE FIELD EXISTED.
003600*----------------------------------------------------------------
003610 2500-CONVERT-ONE-PRE.
003620     ADD 1 TO WS-PRE-IN-COUNT
003630     MOVE SPACES TO CKPT-RECORD
003640     MOVE PCK-STACK-ID TO CKPT-STACK-ID
003650     MOVE PCK-TOP TO CKPT-TOP
003660     MOVE PCK-CAPACITY TO CKPT-CAPACITY
003670     MOVE PCK-DEPT TO CKPT-DEPT
003680     MOVE PCK-MODE TO CKPT-MODE
003690     MOVE 'A' TO CKPT-Q-STATUS
003700     PERFORM 2600-COPY-ONE-PRE-SLOT THRU 2600-EXIT
003710         VARYING WS-IDX FROM 1 BY 1
003720             UNTIL WS-IDX > MAX-STACK-CAPACITY
003730     WRITE CKPT-RECORD
003740     PERFORM 2990-READ-PRE-CKPT THRU 2990-EXIT.
003750 2500-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780* 2600-COPY-ONE-PRE-SLOT - COPIES ONE ENTRY SLOT, VALUE AND
003790*                          ARRIVAL DATE TOGETHER.
003800*----------------------------------------------------------------
003810 2600-COPY-ONE-PRE-SLOT.
003820     MOVE PCK-ENTRY(WS-IDX) TO CKPT-ENTRY(WS-IDX).
003830 2600-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860* 2990-READ-PRE-CKPT - READS THE NEXT PRE-STATUS CHECKPOINT
003870*                      RECORD.
003880*----------------------------------------------------------------
003890 2990-READ-PRE-CKPT.
003900     READ PRE-CKPT-FILE
003910         AT END MOVE 'Y' TO WS-PCK-EOF-SWITCH
003920     END-READ.
003930 2990-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960* 3000-CONVERT-ONE-AUDIT - CARRIES ONE AUDIT-SHAPED RECORD
003970*                          FORWARD.  BAL OPENING-BALANCE RECORDS
003980*                          SHARE THE SHAPE AND NEED NO SPECIAL
003990*                          CASE - EVERY FIELD MOVES BY NAME.
004000*                          THE PARTNER-QUEUE FIELD POSTDATES
004010*                          EVERY OLD-SHAPE RECORD AND IS LEFT
004020*                          THE SPACES THE CURRENT LAYOUT
004030*                          PROMISES FOR NON-TRANSFER WORK.
004040*----------------------------------------------------------------
004050 3000-CONVERT-ONE-AUDIT.
004060     ADD 1 TO WS-AUDIT-IN-COUNT
004070     MOVE SPACES TO AUDIT-RECORD
004080     MOVE OAU-DATE TO AUDIT-DATE
004090     MOVE OAU-TIME TO AUDIT-TIME
004100     MOVE OAU-STACK-ID TO AUDIT-STACK-ID
004110     MOVE OAU-OPERATION TO AUDIT-OPERATION
004120     IF OAU-VALUE NUMERIC
004130         MOVE OAU-VALUE TO AUDIT-VALUE
004140     ELSE
004150         DISPLAY 'WARNING - NON-NUMERIC AUDIT VALUE ON '
004160             OAU-STACK-ID ', DEFAULTED TO ZERO'
004170         MOVE 0 TO AUDIT-VALUE
004180         ADD 1 TO WS-DEFAULTED-COUNT
004190         IF WS-MAX-RC < 8
004200             MOVE 8 TO WS-MAX-RC
004210         END-IF
004220     END-IF
004230     IF OAU-RESULT-TOP NUMERIC
004240         MOVE OAU-RESULT-TOP TO AUDIT-RESULT-TOP
004250     ELSE
004260         DISPLAY 'WARNING - NON-NUMERIC RESULT-TOP ON '
004270             OAU-STACK-ID ', DEFAULTED TO ZERO'
004280         MOVE 0 TO AUDIT-RESULT-TOP
004290         ADD 1 TO WS-DEFAULTED-COUNT
004300         IF WS-MAX-RC < 8
004310             MOVE 8 TO WS-MAX-RC
004320         END-IF
004330     END-IF
004340     WRITE AUDIT-RECORD
004350     PERFORM 3900-READ-OLD-AUDIT THRU 3900-EXIT.
004360 3000-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390* 3900-READ-OLD-AUDIT - READS THE NEXT OLD AUDIT RECORD.
004400*----------------------------------------------------------------
004410 3900-READ-OLD-AUDIT.
004420     READ OLD-AUDIT-FILE
004430         AT END MOVE 'Y' TO WS-OAU-EOF-SWITCH
004440     END-READ.
004450 3900-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480* 9000-TERMINATE - WRITES THE TOTALS, CLOSES THE FILES AND POSTS
004490*                  THE CONDITION CODE.  CONVERTING NOTHING AT
004500*                  ALL IS WORTH A WARNING - THE SCHEDULER CAN
004510*                  TELL A MISPOINTED DD FROM A CLEAN STEP.
004520*----------------------------------------------------------------
004530 9000-TERMINATE.
004540     MOVE SPACES TO RPT-LINE
004550     WRITE RPT-RECORD FROM RPT-LINE
004560     MOVE SPACES TO RPT-LINE
004570     MOVE 'CHECKPOINT RECORDS CONVERTED' TO RPT-LABEL
004580     MOVE WS-CKPT-IN-COUNT TO RPT-VALUE
004590     WRITE RPT-RECORD FROM RPT-LINE
004600     MOVE SPACES TO RPT-LINE
004610     MOVE 'PRE-STATUS CHECKPOINT RECORDS CONVERTED' TO RPT-LABEL
004620     MOVE WS-PRE-IN-COUNT TO RPT-VALUE
004630     WRITE RPT-RECORD FROM RPT-LINE
004640     MOVE SPACES TO RPT-LINE
004650     MOVE 'AUDIT RECORDS CONVERTED' TO RPT-LABEL
004660     MOVE WS-AUDIT-IN-COUNT TO RPT-VALUE
004670     WRITE RPT-RECORD FROM RPT-LINE
004680     MOVE SPACES TO RPT-LINE
004690     MOVE 'NON-NUMERIC FIELDS DEFAULTED TO ZERO' TO RPT-LABEL
004700     MOVE WS-DEFAULTED-COUNT TO RPT-VALUE
004710     WRITE RPT-RECORD FROM RPT-LINE
004720     IF WS-CKPT-IN-COUNT = 0 AND WS-AUDIT-IN-COUNT = 0
004730         AND WS-PRE-IN-COUNT = 0
004740         IF WS-MAX-RC < 4
004750             MOVE 4 TO WS-MAX-RC
004760         END-IF
004770     END-IF
004780     CLOSE OLD-CKPT-FILE
004790     CLOSE PRE-CKPT-FILE
004800     CLOSE NEW-CKPT-FILE
004810     CLOSE OLD-AUDIT-FILE
004820     CLOSE NEW-AUDIT-FILE
004830     CLOSE RPT-FILE
004840     DISPLAY 'CONVERSION COMPLETE - ' WS-CKPT-IN-COUNT
004850         ' CHECKPOINT, ' WS-PRE-IN-COUNT ' PRE-STATUS, '
004860         WS-AUDIT-IN-COUNT ' AUDIT, '
004870         WS-DEFAULTED-COUNT ' FIELDS DEFAULTED'
004880     MOVE WS-MAX-RC TO RETURN-CODE.
004890 9000-EXIT.
004900     EXIT.
