000520*                  BKF; THE REPLAY TAKES BOTH AS DEPTH-NEUTRAL
000530*                  NO-OPS, STILL CROSS-CHECKING THE RESULT-TOP
000540*                  THEY STAMPED.
000550* 09/02/2026  DWA  REPLAY VALUES WIDENED FROM FOUR DIGITS TO SIX
000560*                  WITH AUDIT-VALUE AND CKPT-VALUE.  AUDIT AND
000570*                  ARCHIVE GENERATIONS WRITTEN IN THE OLD SHAPE
000580*                  MUST GO THROUGH STACK-CONVERT (CBLCNV.CBL)
000590*                  BEFORE A RECONCILIATION SPANS THEM.
000600* 10/15/2026  DWA  THE BATCH PROGRAM NOW EXPIRES ENTRIES THAT
000610*                  OUTLIVE THEIR QUEUE'S MAXIMUM LIFE AND AUDITS
000620*                  EACH AS AN EXP CARRYING THE POSITION IT WAS
000630*                  TAKEN FROM (SEE AUDREC).  THE REPLAY REMOVES
000640*                  THE ENTRY AT THAT POSITION AND CLOSES THE
000650*                  GAP; A POSITION OFF THE REPLAYED QUEUE, OR A
000660*                  VALUE THERE THAT IS NOT THE ONE AUDITED, IS
000670*                  REPORTED AS A DISCREPANCY.
000680* 10/15/2026  DWA  QUEUE LIFECYCLE STATUS - A STAT RECORD (A
000690*                  FREEZE OR UNFREEZE THROUGH SADM, OR A DRAINING
000700*                  OR RETIRED STATUS TAKEN UP BY THE BATCH
000710*                  PROGRAM) IS REPLAYED AS DEPTH-NEUTRAL AND MOVES
000720*                  THE QUEUE'S REPLAYED STATUS; ITS BEFORE-STATUS
000730*                  MUST BE THE ONE THE REPLAY HOLDS.  A RETR MUST
000740*                  FIND THE QUEUE EMPTY.  THE CHECKPOINTED STATUS
000750*                  IS COMPARED WITH THE REPLAYED ONE, A RETIRED
000760*                  QUEUE STILL ON THE CHECKPOINT IS FLAGGED, AND A
000770*                  QUEUE STATUS SECTION SHOWS EVERY QUEUE WHOSE
000780*                  STATUS MOVED, SO EVERY HOLD, DRAIN AND
000790*                  RETIREMENT IS ACCOUNTED FOR.
000800* 10/15/2026  DWA  A RELEASED QUEUE'S REPLAY SLOT IS FREE AGAIN
000810*                  FOR THE NEXT NEW STACK-ID, AS IN STACK-EXAMPLE;
000820*                  THE RELEASED QUEUE IS KEPT FOR THE CHECKPOINT
000830*                  COMPARE AND THE QUEUE STATUS SECTION.  THE
000840*                  MODE PRELOAD NO LONGER HOLDS REPLAY SLOTS.
000850*----------------------------------------------------------------
000860 ENVIRONMENT DIVISION.
000870 CONFIGURATION SECTION.
000880 SOURCE-COMPUTER. IBM-370.
000890 OBJECT-COMPUTER. IBM-370.
000900 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDFIL
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-AUD-STATUS.
000950     SELECT OPTIONAL CKPT-FILE ASSIGN TO CKPTFIL
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-CKPT-STATUS.
000980     SELECT RPT-FILE ASSIGN TO RECRPT
000990         ORGANIZATION IS LINE SEQUENTIAL.
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  AUDIT-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050     COPY AUDREC.
001060 FD  CKPT-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090     COPY CKPTREC.
001100 FD  RPT-FILE
001110     RECORDING MODE IS V
001120     LABEL RECORDS ARE STANDARD.
001130 01  RPT-RECORD                PIC X(80).
001140 WORKING-STORAGE SECTION.
001150*----------------------------------------------------------------
001160* REPLAY STORAGE - ONE SIMULATED STACK PER AUDIT-STACK-ID SEEN
001170* ON THE AUDIT TRAIL, SHAPED LIKE STACK-EXAMPLE'S STACK-TABLE
001180* AND BOUNDED BY THE SAME MAX-STACKS/MAX-STACK-CAPACITY LIMITS,
001190* SO THE REPLAY CAN NEVER ACCEPT A HISTORY THE REAL PROGRAM
001200* COULD NOT HAVE PRODUCED.  RPL-MATCHED-SW MARKS THE STACKS THE
001210* CHECKPOINT PASS HAS ACCOUNTED FOR, SO 4000-REPORT-UNMATCHED
001220* CAN FLAG AUDITED STACKS THE CHECKPOINT FILE NEVER MENTIONS.
001230* A SLOT IS TAKEN ONLY BY AN AUDIT RECORD, SO EVERY SLOT IN USE
001240* BELONGS TO AN AUDITED STACK.
001250* RPL-STATUS IS THE QUEUE'S REPLAYED LIFECYCLE STATUS (SEE
001260* CKPTREC), MOVED ONLY BY A STAT RECORD;
001270* RPL-STAT-COUNT/RPL-STAT-DATE COUNT AND DATE THOSE MOVES FOR THE
001280* STATUS SECTION, AND RPL-RELEASED-SW MARKS A RETIRED QUEUE THE
001290* TRAIL SHOWS RELEASED (RETR).
001300*----------------------------------------------------------------
001310 78  MAX-STACKS                VALUE 5.
001320     COPY STKCAP.
001330 01  REPLAY-TABLE.
001340     05  REPLAY-ENTRY OCCURS MAX-STACKS TIMES INDEXED BY RPL-IDX.
001350         10  RPL-STACK-ID      PIC X(10) VALUE SPACES.
001360         10  RPL-DEPTH         PIC 9(4) COMP VALUE 0.
001370         10  RPL-MATCHED-SW    PIC X(01) VALUE 'N'.
001380             88  RPL-MATCHED             VALUE 'Y'.
001390         10  RPL-MODE          PIC X(01) VALUE 'L'.
001400             88  RPL-FIFO                VALUE 'F'.
001410         10  RPL-STATUS        PIC X(01) VALUE 'A'.
001420         10  RPL-STAT-COUNT    PIC 9(4) COMP VALUE 0.
001430         10  RPL-STAT-DATE     PIC 9(08) VALUE 0.
001440         10  RPL-RELEASED-SW   PIC X(01) VALUE 'N'.
001450             88  RPL-RELEASED            VALUE 'Y'.
001460         10  RPL-VALUE         OCCURS 1 TO 300 TIMES
001470             DEPENDING ON MAX-STACK-CAPACITY
001480             PIC 9(6) VALUE 0.
001490*----------------------------------------------------------------
001500* CHECKPOINTED MODES - FILLED BY 1500-PRELOAD-MODES AND LOOKED UP
001510* WHEN AN AUDIT RECORD TAKES A REPLAY SLOT.  THE PRELOAD KEEPS
001520* ITS OWN TABLE SO IT NEVER HOLDS A REPLAY SLOT THE TRAIL STILL
001530* NEEDS FOR A QUEUE RELEASED BEFORE THE CHECKPOINT WAS TAKEN.
001540*----------------------------------------------------------------
001550 01  MODE-TABLE.
001560     05  MODE-ENTRY OCCURS MAX-STACKS TIMES INDEXED BY MOD-IDX.
001570         10  MOD-STACK-ID      PIC X(10) VALUE SPACES.
001580         10  MOD-MODE          PIC X(01) VALUE 'L'.
001590*----------------------------------------------------------------
001600* RELEASED QUEUES - A RELEASED QUEUE WHOSE REPLAY SLOT IS TAKEN
001610* OVER BY A LATER QUEUE IS KEPT HERE, SO THE CHECKPOINT COMPARE
001620* AND THE QUEUE STATUS SECTION STILL ACCOUNT FOR IT.
001630*----------------------------------------------------------------
001640 78  MAX-RELEASED              VALUE 50.
001650 01  RELEASED-TABLE.
001660     05  RELEASED-ENTRY OCCURS MAX-RELEASED TIMES
001670             INDEXED BY REL-IDX.
001680         10  REL-STACK-ID      PIC X(10) VALUE SPACES.
001690         10  REL-STAT-COUNT    PIC 9(4) COMP VALUE 0.
001700         10  REL-STAT-DATE     PIC 9(08) VALUE 0.
001710*----------------------------------------------------------------
001720* RECONCILIATION COUNTERS - ACCUMULATED DURING THE REPLAY AND
001730* COMPARE PASSES AND WRITTEN OUT BY 8000-WRITE-TOTALS.
001740*----------------------------------------------------------------
001750 01  WS-REC-COUNTERS.
001760     05  WS-AUDIT-COUNT        PIC 9(8) COMP VALUE 0.
001770     05  WS-STACKS-COMPARED    PIC 9(8) COMP VALUE 0.
001780     05  WS-DISCREPANCY-COUNT  PIC 9(8) COMP VALUE 0.
001790     05  WS-INCONSIST-COUNT    PIC 9(8) COMP VALUE 0.
001800     05  WS-STATUS-CHANGES     PIC 9(8) COMP VALUE 0.
001810     05  WS-RETIRE-COUNT       PIC 9(8) COMP VALUE 0.
001820*----------------------------------------------------------------
001830* RETURN-CODE HANDLING - SAME CONVENTION AS STACK-EXAMPLE; THE
001840* WORST CONDITION SEEN IS POSTED AT TERMINATION.
001850*----------------------------------------------------------------
001860 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
001870*----------------------------------------------------------------
001880* SUBSCRIPT FOR THE FIFO SHIFT DURING REPLAY
001890*----------------------------------------------------------------
001900 01  WS-IDX                    PIC 9(4) COMP VALUE 0.
001910*----------------------------------------------------------------
001920* STATUS WORK AREAS - WS-STATUS-CODE IS TURNED INTO WS-STATUS-WORD
001930* BY 5100-STATUS-WORD FOR THE REPORT; WS-CKPT-Q-STATUS IS THE
001940* CHECKPOINTED STATUS WITH BLANK TAKEN AS ACTIVE.
001950*----------------------------------------------------------------
001960 01  WS-STATUS-CODE            PIC X(01) VALUE SPACES.
001970 01  WS-STATUS-WORD            PIC X(08) VALUE SPACES.
001980 01  WS-CKPT-Q-STATUS          PIC X(01) VALUE SPACES.
001990 01  WS-OLD-STATUS             PIC X(01) VALUE SPACES.
002000*----------------------------------------------------------------
002010* PROGRAM SWITCHES
002020*----------------------------------------------------------------
002030 01  WS-SWITCHES.
002040     05  WS-AUD-EOF-SWITCH     PIC X(01) VALUE 'N'.
002050         88  WS-AUD-EOF-YES              VALUE 'Y'.
002060     05  WS-AUD-STATUS         PIC X(02) VALUE '00'.
002070         88  WS-AUD-OK                   VALUE '00'.
002080         88  WS-AUD-NOT-FOUND            VALUE '05'.
002090     05  WS-CKPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
002100         88  WS-CKPT-EOF-YES             VALUE 'Y'.
002110     05  WS-CKPT-STATUS        PIC X(02) VALUE '00'.
002120         88  WS-CKPT-OK                  VALUE '00'.
002130         88  WS-CKPT-NOT-FOUND           VALUE '05'.
002140     05  WS-RPL-RESOLVED-SW    PIC X(01) VALUE 'Y'.
002150         88  WS-RPL-RESOLVED             VALUE 'Y'.
002160         88  WS-RPL-NOT-RESOLVED         VALUE 'N'.
002170*----------------------------------------------------------------
002180* DISCREPANCY REPORT LINE LAYOUTS
002190*----------------------------------------------------------------
002200 01  REC-HEADING-LINE.
002210     05  FILLER                PIC X(10) VALUE 'STACK-ID'.
002220     05  FILLER                PIC X(02) VALUE SPACES.
002230     05  FILLER                PIC X(24) VALUE 'CONDITION'.
002240     05  FILLER                PIC X(02) VALUE SPACES.
002250     05  FILLER                PIC X(08) VALUE 'EXPECTED'.
002260     05  FILLER                PIC X(02) VALUE SPACES.
002270     05  FILLER                PIC X(08) VALUE '  ACTUAL'.
002280     05  FILLER                PIC X(24) VALUE SPACES.
002290 01  REC-DETAIL-LINE.
002300     05  REC-STACK-ID          PIC X(10).
002310     05  FILLER                PIC X(02) VALUE SPACES.
002320     05  REC-CONDITION         PIC X(24).
002330     05  FILLER                PIC X(02) VALUE SPACES.
002340     05  REC-EXPECTED          PIC ZZZZZZZ9.
002350     05  FILLER                PIC X(02) VALUE SPACES.
002360     05  REC-ACTUAL            PIC ZZZZZZZ9.
002370     05  FILLER                PIC X(24) VALUE SPACES.
002380*----------------------------------------------------------------
002390* STATUS DISCREPANCY LINE - SAME SHAPE AS REC-DETAIL-LINE, WITH
002400* THE EXPECTED AND ACTUAL COLUMNS CARRYING A STATUS WORD.
002410*----------------------------------------------------------------
002420 01  REC-STATUS-LINE.
002430     05  RSL-STACK-ID          PIC X(10).
002440     05  FILLER                PIC X(02) VALUE SPACES.
002450     05  RSL-CONDITION         PIC X(24).
002460     05  FILLER                PIC X(02) VALUE SPACES.
002470     05  RSL-EXPECTED          PIC X(08) JUSTIFIED RIGHT.
002480     05  FILLER                PIC X(02) VALUE SPACES.
002490     05  RSL-ACTUAL            PIC X(08) JUSTIFIED RIGHT.
002500     05  FILLER                PIC X(24) VALUE SPACES.
002510*----------------------------------------------------------------
002520* QUEUE STATUS SECTION LAYOUTS - ONE LINE PER QUEUE WHOSE STATUS
002530* THE TRAIL MOVED, WITH ITS REPLAYED STATUS, THE NUMBER OF STAT
002540* RECORDS AND THE DATE OF THE LATEST.
002550*----------------------------------------------------------------
002560 01  QST-HEADING-LINE.
002570     05  FILLER                PIC X(10) VALUE 'STACK-ID'.
002580     05  FILLER                PIC X(02) VALUE SPACES.
002590     05  FILLER                PIC X(08) VALUE 'STATUS'.
002600     05  FILLER                PIC X(02) VALUE SPACES.
002610     05  FILLER                PIC X(08) VALUE ' CHANGES'.
002620     05  FILLER                PIC X(02) VALUE SPACES.
002630     05  FILLER                PIC X(08) VALUE 'LAST'.
002640     05  FILLER                PIC X(02) VALUE SPACES.
002650     05  FILLER                PIC X(13) VALUE 'NOTE'.
002660     05  FILLER                PIC X(25) VALUE SPACES.
002670 01  QST-DETAIL-LINE.
002680     05  QST-STACK-ID          PIC X(10).
002690     05  FILLER                PIC X(02) VALUE SPACES.
002700     05  QST-STATUS            PIC X(08).
002710     05  FILLER                PIC X(02) VALUE SPACES.
002720     05  QST-CHANGES           PIC ZZZZZZZ9.
002730     05  FILLER                PIC X(02) VALUE SPACES.
002740     05  QST-LAST-DATE         PIC 9(08).
002750     05  FILLER                PIC X(02) VALUE SPACES.
002760     05  QST-NOTE              PIC X(13).
002770     05  FILLER                PIC X(25) VALUE SPACES.
002780*----------------------------------------------------------------
002790* TOTALS LINE LAYOUT - SAME SHAPE AS STACK-EXAMPLE'S RPT-LINE.
002800*----------------------------------------------------------------
002810 01  RPT-LINE.
002820     05  RPT-LABEL             PIC X(40).
002830     05  RPT-VALUE             PIC ZZZZZZZ9.
002840     05  FILLER                PIC X(31).
002850 PROCEDURE DIVISION.
002860*----------------------------------------------------------------
002870* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN:
002880*                       REPLAY THE AUDIT TRAIL, COMPARE EACH
002890*                       CHECKPOINTED STACK AGAINST THE REPLAYED
002900*                       STATE, FLAG AUDITED STACKS MISSING FROM
002910*                       THE CHECKPOINT, THEN TOTAL AND POST THE
002920*                       CONDITION CODE.
002930*----------------------------------------------------------------
002940 0000-MAIN-PROCEDURE.
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002960     PERFORM 1500-PRELOAD-MODES THRU 1500-EXIT
002970     PERFORM 2000-REPLAY-AUDIT THRU 2000-EXIT
002980         UNTIL WS-AUD-EOF-YES
002990     PERFORM 3000-COMPARE-CHECKPOINT THRU 3000-EXIT
003000     PERFORM 4000-REPORT-UNMATCHED THRU 4000-EXIT
003010         VARYING RPL-IDX FROM 1 BY 1 UNTIL RPL-IDX > MAX-STACKS
003020     PERFORM 9000-TERMINATE THRU 9000-EXIT
003030     STOP RUN.
003040*----------------------------------------------------------------
003050* 1000-INITIALIZE - OPENS THE AUDIT TRAIL AND THE REPORT AND
003060*                   PRIMES THE FIRST AUDIT READ.  A MISSING
003070*                   AUDIT FILE LEAVES THE REPLAY TABLE EMPTY -
003080*                   EVERY NON-EMPTY CHECKPOINTED STACK WILL THEN
003090*                   REPORT AS A DEPTH MISMATCH, WHICH IS THE
003100*                   RIGHT ANSWER WHEN THE AUDIT TRAIL IS GONE.
003110*----------------------------------------------------------------
003120 1000-INITIALIZE.
003130     OPEN OUTPUT RPT-FILE
003140     MOVE SPACES TO RPT-LINE
003150     MOVE 'STACK-RECONCILE DISCREPANCY REPORT' TO RPT-LABEL
003160     WRITE RPT-RECORD FROM RPT-LINE
003170     MOVE SPACES TO RPT-LINE
003180     WRITE RPT-RECORD FROM RPT-LINE
003190     WRITE RPT-RECORD FROM REC-HEADING-LINE
003200     OPEN INPUT AUDIT-FILE
003210*    A HARD OPEN FAILURE IS FATAL - PRIMING A READ ON A FILE
003220*    THAT NEVER OPENED WOULD SPIN THE MAIN LOOP FOREVER, SINCE
003230*    AT END CAN NEVER FIRE.
003240     IF NOT WS-AUD-OK AND NOT WS-AUD-NOT-FOUND
003250         DISPLAY 'ERROR - BAD OPEN ON AUDIT-FILE, STATUS = '
003260             WS-AUD-STATUS
003270         IF WS-MAX-RC < 16
003280             MOVE 16 TO WS-MAX-RC
003290         END-IF
003300         MOVE 'Y' TO WS-AUD-EOF-SWITCH
003310         GO TO 1000-EXIT
003320     END-IF
003330     IF WS-AUD-NOT-FOUND
003340         MOVE 'Y' TO WS-AUD-EOF-SWITCH
003350     ELSE
003360         PERFORM 2900-READ-AUDIT THRU 2900-EXIT
003370     END-IF.
003380 1000-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410* 2000-REPLAY-AUDIT - APPLIES ONE AUDIT RECORD TO THE SIMULATED
003420*                     STACK FOR ITS STACK-ID.  A HISTORY THE
003430*                     REAL PROGRAM COULD NOT HAVE PRODUCED (POP
003440*                     OF AN EMPTY STACK, PUSH PAST THE COMPILED
003450*                     CEILING, AN OPERATION CODE THE PROGRAM
003460*                     NEVER WRITES, AN EXPIRY FROM A SLOT THE
003470*                     QUEUE DOES NOT HAVE) IS REPORTED RATHER THAN
003480*                     REPLAYED, AND EVERY REPLAYED DEPTH IS
003490*                     CROSS-CHECKED AGAINST THE AUDIT-RESULT-TOP
003500*                     STAMPED ON THE RECORD ITSELF.  A STAT
003510*                     OR RETR MOVES NO ENTRY - SEE
003520*                     2100-REPLAY-STATUS AND 2150-REPLAY-RETIRE.
003530*----------------------------------------------------------------
003540 2000-REPLAY-AUDIT.
003550     ADD 1 TO WS-AUDIT-COUNT
003560     PERFORM 2050-RESOLVE-REPLAY-SLOT THRU 2050-EXIT
003570     IF WS-RPL-NOT-RESOLVED
003580         GO TO 2000-NEXT
003590     END-IF
003600*    A QUEUE THE TRAIL ALREADY SHOWED RELEASED THAT TURNS UP
003610*    AGAIN IS A NEW QUEUE DEFINED UNDER THE OLD NAME - IT STARTS
003620*    OUT ACTIVE.
003630     IF RPL-RELEASED(RPL-IDX)
003640         MOVE 'N' TO RPL-RELEASED-SW(RPL-IDX)
003650         MOVE 'A' TO RPL-STATUS(RPL-IDX)
003660     END-IF
003670*    A BAL RECORD IS AN OPENING BALANCE THE ARCHIVE PROGRAM
003680*    WROTE WHEN IT TRIMMED THE HISTORY: ONE PER LIVE ENTRY,
003690*    BOTTOM-UP, SO IT REPLAYS EXACTLY LIKE THE PUSH THAT
003700*    ORIGINALLY PUT THE ENTRY THERE.
003710     EVALUATE AUDIT-OPERATION
003720         WHEN 'PUSH'
003730         WHEN 'BAL '
003740             IF RPL-DEPTH(RPL-IDX) NOT < MAX-STACK-CAPACITY
003750                 MOVE 'AUDIT OVERFLOW' TO REC-CONDITION
003760                 PERFORM 5000-WRITE-DISCREPANCY THRU 5000-EXIT
003770             ELSE
003780                 ADD 1 TO RPL-DEPTH(RPL-IDX)
003790                 MOVE AUDIT-VALUE
003800                     TO RPL-VALUE(RPL-IDX RPL-DEPTH(RPL-IDX))
003810             END-IF
003820         WHEN 'POP '
003830             IF RPL-DEPTH(RPL-IDX) = 0
003840                 MOVE 'AUDIT UNDERFLOW' TO REC-CONDITION
003850                 PERFORM 5000-WRITE-DISCREPANCY THRU 5000-EXIT
003860             ELSE
003870                 IF RPL-FIFO(RPL-IDX)
003880                     PERFORM 2080-SHIFT-FIFO-DOWN THRU 2080-EXIT
003890                         VARYING WS-IDX FROM 1 BY 1
003900                             UNTIL WS-IDX NOT <
003910                                 RPL-DEPTH(RPL-IDX)
003920                 END-IF
003930                 SUBTRACT 1 FROM RPL-DEPTH(RPL-IDX)
003940             END-IF
003950         WHEN 'PURG'
003960             MOVE 0 TO RPL-DEPTH(RPL-IDX)
003970*        BACKORDER TRAFFIC IS DEPTH-NEUTRAL: A PARKED DEMAND
003980*        (BKO) TOOK NOTHING OFF THE EMPTY QUEUE, AND A FILLED
003990*        DEMAND (BKF) HANDED THE PUSHED VALUE STRAIGHT TO THE
004000*        WAITING DEPARTMENT WITHOUT IT EVER LANDING.  BOTH
004010*        STILL STAMP THE DEPTH THEY SAW, SO THE RESULT-TOP
004020*        CROSS-CHECK BELOW APPLIES TO THEM AS USUAL.
004030         WHEN 'BKO '
004040         WHEN 'BKF '
004050             CONTINUE
004060*        AN EXPIRED ENTRY CAN LEAVE FROM ANY POSITION - TAKE IT
004070*        OUT OF THE SLOT THE RECORD NAMES AND CLOSE THE GAP
004080*        WITH THE SAME ONE-SLOT SHIFT A FIFO POP USES.
004090         WHEN 'EXP '
004100             IF AUDIT-POSITION NOT NUMERIC
004110                 OR AUDIT-POSITION = 0
004120                 OR AUDIT-POSITION > RPL-DEPTH(RPL-IDX)
004130                 MOVE 'AUDIT EXPIRY POSITION' TO REC-CONDITION
004140                 PERFORM 5000-WRITE-DISCREPANCY THRU 5000-EXIT
004150             ELSE
004160                 IF RPL-VALUE(RPL-IDX AUDIT-POSITION)
004170                     NOT = AUDIT-VALUE
004180                     MOVE 'AUDIT EXPIRY MISMATCH'
004190                         TO REC-CONDITION
004200                     PERFORM 5000-WRITE-DISCREPANCY
004210                         THRU 5000-EXIT
004220                 END-IF
004230                 PERFORM 2080-SHIFT-FIFO-DOWN THRU 2080-EXIT
004240                     VARYING WS-IDX FROM AUDIT-POSITION BY 1
004250                         UNTIL WS-IDX NOT <
004260                             RPL-DEPTH(RPL-IDX)
004270                 SUBTRACT 1 FROM RPL-DEPTH(RPL-IDX)
004280             END-IF
004290         WHEN 'STAT'
004300             PERFORM 2100-REPLAY-STATUS THRU 2100-EXIT
004310         WHEN 'RETR'
004320             PERFORM 2150-REPLAY-RETIRE THRU 2150-EXIT
004330         WHEN OTHER
004340             MOVE 'UNKNOWN AUDIT OPERATION' TO REC-CONDITION
004350             PERFORM 5000-WRITE-DISCREPANCY THRU 5000-EXIT
004360     END-EVALUATE
004370     IF AUDIT-RESULT-TOP NOT = RPL-DEPTH(RPL-IDX)
004380         ADD 1 TO WS-INCONSIST-COUNT
004390         IF WS-MAX-RC < 4
004400             MOVE 4 TO WS-MAX-RC
004410         END-IF
004420         MOVE 'RESULT-TOP INCONSISTENT' TO REC-CONDITION
004430         MOVE RPL-DEPTH(RPL-IDX) TO REC-EXPECTED
004440         MOVE AUDIT-RESULT-TOP TO REC-ACTUAL
004450         MOVE RPL-STACK-ID(RPL-IDX) TO REC-STACK-ID
004460         WRITE RPT-RECORD FROM REC-DETAIL-LINE
004470     END-IF.
004480 2000-NEXT.
004490     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
004500 2000-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530* 2100-REPLAY-STATUS - A STAT RECORD MOVES THE QUEUE'S REPLAYED
004540*                      STATUS AND NOTHING ELSE.  ITS BEFORE-
004550*                      STATUS (BLANK TAKEN AS ACTIVE) MUST BE THE
004560*                      STATUS THE REPLAY HOLDS - IF NOT, A CHANGE
004570*                      IS MISSING FROM THE TRAIL AND THE RECORD IS
004580*                      COUNTED AS AN INCONSISTENCY, THOUGH ITS NEW
004590*                      STATUS IS STILL TAKEN UP.
004600*----------------------------------------------------------------
004610 2100-REPLAY-STATUS.
004620     ADD 1 TO WS-STATUS-CHANGES
004630     ADD 1 TO RPL-STAT-COUNT(RPL-IDX)
004640     MOVE AUDIT-DATE TO RPL-STAT-DATE(RPL-IDX)
004650     MOVE AUDIT-OLD-STATUS TO WS-OLD-STATUS
004660     IF WS-OLD-STATUS = SPACE
004670         MOVE 'A' TO WS-OLD-STATUS
004680     END-IF
004690     IF WS-OLD-STATUS NOT = RPL-STATUS(RPL-IDX)
004700         ADD 1 TO WS-INCONSIST-COUNT
004710         IF WS-MAX-RC < 4
004720             MOVE 4 TO WS-MAX-RC
004730         END-IF
004740         MOVE RPL-STACK-ID(RPL-IDX) TO RSL-STACK-ID
004750         MOVE 'STATUS CHAIN BROKEN' TO RSL-CONDITION
004760         MOVE RPL-STATUS(RPL-IDX) TO WS-STATUS-CODE
004770         PERFORM 5100-STATUS-WORD THRU 5100-EXIT
004780         MOVE WS-STATUS-WORD TO RSL-EXPECTED
004790         MOVE WS-OLD-STATUS TO WS-STATUS-CODE
004800         PERFORM 5100-STATUS-WORD THRU 5100-EXIT
004810         MOVE WS-STATUS-WORD TO RSL-ACTUAL
004820         WRITE RPT-RECORD FROM REC-STATUS-LINE
004830     END-IF
004840     MOVE AUDIT-NEW-STATUS TO RPL-STATUS(RPL-IDX)
004850     IF RPL-STATUS(RPL-IDX) = SPACE
004860         MOVE 'A' TO RPL-STATUS(RPL-IDX)
004870     END-IF.
004880 2100-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910* 2150-REPLAY-RETIRE - A RETR RECORD RELEASES A RETIRED QUEUE THE
004920*                      BATCH PROGRAM FOUND EMPTY.  A QUEUE THE
004930*                      REPLAY STILL HOLDS ENTRIES FOR, OR ONE IT
004940*                      NEVER SAW RETIRED, IS A DISCREPANCY.  THE
004950*                      QUEUE SHOULD NOT BE ON THE CHECKPOINT AFTER
004960*                      THIS - 3300-COMPARE-MATCHED CHECKS.
004970*----------------------------------------------------------------
004980 2150-REPLAY-RETIRE.
004990     ADD 1 TO WS-RETIRE-COUNT
005000     IF RPL-DEPTH(RPL-IDX) NOT = 0
005010         MOVE 'RETIRED QUEUE NOT EMPTY' TO REC-CONDITION
005020         PERFORM 5000-WRITE-DISCREPANCY THRU 5000-EXIT
005030         MOVE 0 TO RPL-DEPTH(RPL-IDX)
005040     END-IF
005050     IF RPL-STATUS(RPL-IDX) NOT = 'R'
005060         MOVE RPL-STACK-ID(RPL-IDX) TO RSL-STACK-ID
005070         MOVE 'RELEASED, NOT RETIRED' TO RSL-CONDITION
005080         MOVE 'R' TO WS-STATUS-CODE
005090         PERFORM 5100-STATUS-WORD THRU 5100-EXIT
005100         MOVE WS-STATUS-WORD TO RSL-EXPECTED
005110         MOVE RPL-STATUS(RPL-IDX) TO WS-STATUS-CODE
005120         PERFORM 5100-STATUS-WORD THRU 5100-EXIT
005130         MOVE WS-STATUS-WORD TO RSL-ACTUAL
005140         WRITE RPT-RECORD FROM REC-STATUS-LINE
005150         ADD 1 TO WS-DISCREPANCY-COUNT
005160         IF WS-MAX-RC < 8
005170             MOVE 8 TO WS-MAX-RC
005180         END-IF
005190         MOVE 'R' TO RPL-STATUS(RPL-IDX)
005200     END-IF
005210     MOVE 'Y' TO RPL-RELEASED-SW(RPL-IDX).
005220 2150-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------
005250* 2050-RESOLVE-REPLAY-SLOT - FINDS OR REGISTERS THE SIMULATED
005260*                            STACK FOR AUDIT-STACK-ID, SAME
005270*                            PATTERN AS STACK-EXAMPLE'S
005280*                            2050-RESOLVE-STACK-ID.  MORE
005290*                            DISTINCT STACK-IDS ON THE AUDIT
005300*                            TRAIL THAN MAX-STACKS MEANS THE
005310*                            TRAIL SPANS A TABLE RESHUFFLE AND
005320*                            CANNOT BE REPLAYED AGAINST ONE
005330*                            CHECKPOINT - FLAGGED, NOT GUESSED.
005340*----------------------------------------------------------------
005350 2050-RESOLVE-REPLAY-SLOT.
005360     MOVE 'Y' TO WS-RPL-RESOLVED-SW
005370     SET RPL-IDX TO 1
005380     SEARCH REPLAY-ENTRY
005390         AT END
005400             PERFORM 2060-REGISTER-REPLAY-SLOT THRU 2060-EXIT
005410         WHEN RPL-STACK-ID(RPL-IDX) = AUDIT-STACK-ID
005420             CONTINUE
005430     END-SEARCH.
005440 2050-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------
005470* 2060-REGISTER-REPLAY-SLOT - ASSIGNS THE FIRST FREE SLOT TO A
005480*                             STACK-ID NOT YET SEEN ON THE AUDIT
005490*                             TRAIL.  THE SLOT OF A QUEUE THE
005500*                             TRAIL SHOWS RELEASED IS FREE AGAIN,
005510*                             AS IT IS IN STACK-EXAMPLE - THE
005520*                             RELEASED QUEUE IS KEPT BY
005530*                             2070-KEEP-RELEASED AND EVERY FIELD
005540*                             OF THE SLOT IS CLEARED BEFORE THE
005550*                             NEW QUEUE TAKES IT.  THE MODE COMES
005560*                             FROM THE CHECKPOINT, LIFO IF THE
005570*                             QUEUE IS NOT ON IT.
005580*----------------------------------------------------------------
005590 2060-REGISTER-REPLAY-SLOT.
005600     SET RPL-IDX TO 1
005610     SEARCH REPLAY-ENTRY
005620         AT END
005630             DISPLAY 'ERROR - MORE AUDITED STACK-IDS THAN '
005640                 'REPLAY SLOTS, SKIPPING: ' AUDIT-STACK-ID
005650             IF WS-MAX-RC < 12
005660                 MOVE 12 TO WS-MAX-RC
005670             END-IF
005680             MOVE 'N' TO WS-RPL-RESOLVED-SW
005690         WHEN RPL-STACK-ID(RPL-IDX) = SPACES
005700             OR RPL-RELEASED(RPL-IDX)
005710             IF RPL-RELEASED(RPL-IDX)
005720                 PERFORM 2070-KEEP-RELEASED THRU 2070-EXIT
005730             END-IF
005740             MOVE AUDIT-STACK-ID TO RPL-STACK-ID(RPL-IDX)
005750             MOVE 0 TO RPL-DEPTH(RPL-IDX)
005760             MOVE 'N' TO RPL-MATCHED-SW(RPL-IDX)
005770             MOVE 'A' TO RPL-STATUS(RPL-IDX)
005780             MOVE 0 TO RPL-STAT-COUNT(RPL-IDX)
005790             MOVE 0 TO RPL-STAT-DATE(RPL-IDX)
005800             MOVE 'N' TO RPL-RELEASED-SW(RPL-IDX)
005810             PERFORM 2065-CLEAR-VALUE THRU 2065-EXIT
005820                 VARYING WS-IDX FROM 1 BY 1
005830                     UNTIL WS-IDX > MAX-STACK-CAPACITY
005840             PERFORM 2075-LOOKUP-MODE THRU 2075-EXIT
005850     END-SEARCH.
005860 2060-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------
005890* 2065-CLEAR-VALUE - CLEARS ONE VALUE OF A SLOT BEING TAKEN.
005900*----------------------------------------------------------------
005910 2065-CLEAR-VALUE.
005920     MOVE 0 TO RPL-VALUE(RPL-IDX WS-IDX).
005930 2065-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------
005960* 2070-KEEP-RELEASED - COPIES A RELEASED QUEUE OUT OF THE SLOT
005970*                      ABOUT TO BE TAKEN OVER, SO 3150 AND 8160
005980*                      CAN STILL REPORT IT.  A FULL TABLE ONLY
005990*                      COSTS THE QUEUE ITS STATUS SECTION LINE
006000*                      AND ITS CHECKPOINT CHECK, SO IT IS A
006010*                      WARNING.
006020*----------------------------------------------------------------
006030 2070-KEEP-RELEASED.
006040     SET REL-IDX TO 1
006050     SEARCH RELEASED-ENTRY
006060         AT END
006070             DISPLAY 'WARNING - RELEASED QUEUE TABLE FULL, NOT '
006080                 'KEPT: ' RPL-STACK-ID(RPL-IDX)
006090             IF WS-MAX-RC < 4
006100                 MOVE 4 TO WS-MAX-RC
006110             END-IF
006120         WHEN REL-STACK-ID(REL-IDX) = SPACES
006130             MOVE RPL-STACK-ID(RPL-IDX) TO REL-STACK-ID(REL-IDX)
006140             MOVE RPL-STAT-COUNT(RPL-IDX)
006150                 TO REL-STAT-COUNT(REL-IDX)
006160             MOVE RPL-STAT-DATE(RPL-IDX) TO REL-STAT-DATE(REL-IDX)
006170     END-SEARCH.
006180 2070-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210* 2075-LOOKUP-MODE - SETS THE NEW SLOT'S MODE FROM THE MODES
006220*                    1500-PRELOAD-MODES READ OFF THE CHECKPOINT.
006230*----------------------------------------------------------------
006240 2075-LOOKUP-MODE.
006250     MOVE 'L' TO RPL-MODE(RPL-IDX)
006260     SET MOD-IDX TO 1
006270     SEARCH MODE-ENTRY
006280         AT END
006290             CONTINUE
006300         WHEN MOD-STACK-ID(MOD-IDX) = AUDIT-STACK-ID
006310             MOVE MOD-MODE(MOD-IDX) TO RPL-MODE(RPL-IDX)
006320     END-SEARCH.
006330 2075-EXIT.
006340     EXIT.
006350*----------------------------------------------------------------
006360* 2080-SHIFT-FIFO-DOWN - MOVES EVERY REMAINING REPLAYED FIFO
006370*                        ENTRY DOWN ONE SLOT AFTER THE OLDEST
006380*                        WAS TAKEN, MIRRORING WHAT THE BATCH
006390*                        PROGRAM'S POP DOES TO THE REAL QUEUE.
006400*                        AN EXP CLOSES ITS GAP THE SAME WAY,
006410*                        STARTING FROM THE EXPIRED SLOT.
006420*----------------------------------------------------------------
006430 2080-SHIFT-FIFO-DOWN.
006440     MOVE RPL-VALUE(RPL-IDX WS-IDX + 1)
006450         TO RPL-VALUE(RPL-IDX WS-IDX).
006460 2080-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490* 1500-PRELOAD-MODES - READS THE CHECKPOINT FILE ONCE BEFORE THE
006500*                      REPLAY TO NOTE EACH STACK'S RETRIEVAL
006510*                      MODE, SO A FIFO QUEUE'S POPS ARE REPLAYED
006520*                      AGAINST THE OLDEST ENTRY FROM THE FIRST
006530*                      AUDIT RECORD ON.  THE FILE IS READ AGAIN
006540*                      BY 3000-COMPARE-CHECKPOINT FOR THE
006550*                      ENDING-STATE COMPARISON.  A STACK ON THE
006560*                      AUDIT TRAIL BUT NOT ON THE CHECKPOINT
006570*                      REPLAYS AS LIFO, THE DEFAULT.
006580*----------------------------------------------------------------
006590 1500-PRELOAD-MODES.
006600     OPEN INPUT CKPT-FILE
006610     IF NOT WS-CKPT-OK AND NOT WS-CKPT-NOT-FOUND
006620         DISPLAY 'WARNING - BAD OPEN ON CKPT-FILE, STATUS = '
006630             WS-CKPT-STATUS
006640         GO TO 1500-EXIT
006650     END-IF
006660     IF WS-CKPT-NOT-FOUND
006670         CLOSE CKPT-FILE
006680         MOVE 'N' TO WS-CKPT-EOF-SWITCH
006690         GO TO 1500-EXIT
006700     END-IF
006710     PERFORM 3900-READ-CKPT THRU 3900-EXIT
006720     PERFORM 1510-REGISTER-MODE THRU 1510-EXIT
006730         UNTIL WS-CKPT-EOF-YES
006740     CLOSE CKPT-FILE
006750     MOVE 'N' TO WS-CKPT-EOF-SWITCH.
006760 1500-EXIT.
006770     EXIT.
006780*----------------------------------------------------------------
006790* 1510-REGISTER-MODE - NOTES ONE CHECKPOINTED STACK'S MODE IN
006800*                      THE MODE TABLE AHEAD OF THE REPLAY.
006810*----------------------------------------------------------------
006820 1510-REGISTER-MODE.
006830     SET MOD-IDX TO 1
006840     SEARCH MODE-ENTRY
006850         AT END
006860             PERFORM 1520-ASSIGN-MODE-SLOT THRU 1520-EXIT
006870         WHEN MOD-STACK-ID(MOD-IDX) = CKPT-STACK-ID
006880             IF CKPT-MODE = 'F'
006890                 MOVE 'F' TO MOD-MODE(MOD-IDX)
006900             ELSE
006910                 MOVE 'L' TO MOD-MODE(MOD-IDX)
006920             END-IF
006930     END-SEARCH
006940     PERFORM 3900-READ-CKPT THRU 3900-EXIT.
006950 1510-EXIT.
006960     EXIT.
006970*----------------------------------------------------------------
006980* 1520-ASSIGN-MODE-SLOT - FIRST SIGHT OF THIS STACK-ID; TAKES A
006990*                         FREE MODE SLOT AND RECORDS ITS MODE.
007000*                         A CHECKPOINT WITH MORE STACKS THAN
007010*                         MAX-STACKS IS NOT ONE THE BATCH
007020*                         PROGRAM WROTE, SO HERE IT IS ONLY NOTED.
007030*----------------------------------------------------------------
007040 1520-ASSIGN-MODE-SLOT.
007050     SET MOD-IDX TO 1
007060     SEARCH MODE-ENTRY
007070         AT END
007080             DISPLAY 'WARNING - NO FREE MODE SLOT FOR '
007090                 'CHECKPOINTED STACK ' CKPT-STACK-ID
007100         WHEN MOD-STACK-ID(MOD-IDX) = SPACES
007110             MOVE CKPT-STACK-ID TO MOD-STACK-ID(MOD-IDX)
007120             IF CKPT-MODE = 'F'
007130                 MOVE 'F' TO MOD-MODE(MOD-IDX)
007140             ELSE
007150                 MOVE 'L' TO MOD-MODE(MOD-IDX)
007160             END-IF
007170     END-SEARCH.
007180 1520-EXIT.
007190     EXIT.
007200*----------------------------------------------------------------
007210* 2900-READ-AUDIT - READS THE NEXT AUDIT RECORD.
007220*----------------------------------------------------------------
007230 2900-READ-AUDIT.
007240     READ AUDIT-FILE
007250         AT END MOVE 'Y' TO WS-AUD-EOF-SWITCH
007260     END-READ.
007270 2900-EXIT.
007280     EXIT.
007290*----------------------------------------------------------------
007300* 3000-COMPARE-CHECKPOINT - READS EVERY CHECKPOINT RECORD AND
007310*                           COMPARES IT AGAINST THE REPLAYED
007320*                           STATE.  A MISSING CHECKPOINT FILE
007330*                           LEAVES EVERY REPLAYED STACK
007340*                           UNMATCHED FOR 4000-REPORT-UNMATCHED.
007350*----------------------------------------------------------------
007360 3000-COMPARE-CHECKPOINT.
007370     OPEN INPUT CKPT-FILE
007380     IF NOT WS-CKPT-OK AND NOT WS-CKPT-NOT-FOUND
007390         DISPLAY 'WARNING - BAD OPEN ON CKPT-FILE, STATUS = '
007400             WS-CKPT-STATUS
007410     ELSE
007420         IF WS-CKPT-OK
007430             PERFORM 3900-READ-CKPT THRU 3900-EXIT
007440             PERFORM 3100-COMPARE-ONE-STACK THRU 3100-EXIT
007450                 UNTIL WS-CKPT-EOF-YES
007460         END-IF
007470         CLOSE CKPT-FILE
007480     END-IF.
007490 3000-EXIT.
007500     EXIT.
007510*----------------------------------------------------------------
007520* 3100-COMPARE-ONE-STACK - TIES ONE CHECKPOINTED STACK OUT
007530*                          AGAINST ITS REPLAYED STATE.  A
007540*                          CHECKPOINTED STACK WITH NO AUDIT
007550*                          HISTORY IS COMPARED AGAINST AN
007560*                          EXPECTED DEPTH OF ZERO - EVERY PUSH
007570*                          THAT EVER RAISED IT ABOVE ZERO SHOULD
007580*                          BE ON THE TRAIL.  WHEN THE DEPTHS TIE
007590*                          OUT AND THE STACK IS NOT EMPTY, THE
007600*                          TOP VALUE IS COMPARED AS WELL.  THE
007610*                          LIFECYCLE STATUS IS COMPARED EITHER WAY
007620*                          (SEE 3400-COMPARE-STATUS).  A STACK
007630*                          WITH NO SLOT MAY BE A RELEASED QUEUE
007640*                          WHOSE SLOT WAS TAKEN OVER - SEE
007650*                          3150-COMPARE-RELEASED.
007660*----------------------------------------------------------------
007670 3100-COMPARE-ONE-STACK.
007680     ADD 1 TO WS-STACKS-COMPARED
007690     SET RPL-IDX TO 1
007700     SEARCH REPLAY-ENTRY
007710         AT END
007720             PERFORM 3150-COMPARE-RELEASED THRU 3150-EXIT
007730         WHEN RPL-STACK-ID(RPL-IDX) = CKPT-STACK-ID
007740             MOVE 'Y' TO RPL-MATCHED-SW(RPL-IDX)
007750             PERFORM 3300-COMPARE-MATCHED THRU 3300-EXIT
007760             PERFORM 3400-COMPARE-STATUS THRU 3400-EXIT
007770     END-SEARCH
007780     PERFORM 3900-READ-CKPT THRU 3900-EXIT.
007790 3100-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------
007820* 3150-COMPARE-RELEASED - A CHECKPOINTED STACK WITH NO REPLAY
007830*                         SLOT.  IF IT IS A RELEASED QUEUE KEPT
007840*                         BY 2070-KEEP-RELEASED IT SHOULD NOT BE
007850*                         ON THE CHECKPOINT; OTHERWISE IT HAS NO
007860*                         AUDIT HISTORY AT ALL.
007870*----------------------------------------------------------------
007880 3150-COMPARE-RELEASED.
007890     SET REL-IDX TO 1
007900     SEARCH RELEASED-ENTRY
007910         AT END
007920             PERFORM 3200-COMPARE-UNAUDITED THRU 3200-EXIT
007930         WHEN REL-STACK-ID(REL-IDX) = CKPT-STACK-ID
007940             AND CKPT-STACK-ID NOT = SPACES
007950             PERFORM 3410-RELEASED-ON-CKPT THRU 3410-EXIT
007960     END-SEARCH.
007970 3150-EXIT.
007980     EXIT.
007990*----------------------------------------------------------------
008000* 3200-COMPARE-UNAUDITED - CHECKPOINTED STACK WITH NO AUDIT
008010*                          RECORDS AT ALL.  ONLY A NON-EMPTY
008020*                          ENDING DEPTH, OR A STATUS OTHER THAN
008030*                          ACTIVE, IS A DISCREPANCY.
008040*----------------------------------------------------------------
008050 3200-COMPARE-UNAUDITED.
008060     IF CKPT-TOP NOT = 0
008070         MOVE CKPT-STACK-ID TO REC-STACK-ID
008080         MOVE 'ON CHECKPOINT, NO AUDIT' TO REC-CONDITION
008090         MOVE 0 TO REC-EXPECTED
008100         MOVE CKPT-TOP TO REC-ACTUAL
008110         WRITE RPT-RECORD FROM REC-DETAIL-LINE
008120         ADD 1 TO WS-DISCREPANCY-COUNT
008130         IF WS-MAX-RC < 8
008140             MOVE 8 TO WS-MAX-RC
008150         END-IF
008160     END-IF
008170     MOVE 'A' TO WS-STATUS-CODE
008180     PERFORM 3450-CHECK-CKPT-STATUS THRU 3450-EXIT.
008190 3200-EXIT.
008200     EXIT.
008210*----------------------------------------------------------------
008220* 3300-COMPARE-MATCHED - DEPTH AND TOP-VALUE COMPARISON FOR A
008230*                        STACK PRESENT ON BOTH THE AUDIT TRAIL
008240*                        AND THE CHECKPOINT.
008250*----------------------------------------------------------------
008260 3300-COMPARE-MATCHED.
008270     IF CKPT-TOP NOT = RPL-DEPTH(RPL-IDX)
008280         MOVE CKPT-STACK-ID TO REC-STACK-ID
008290         MOVE 'DEPTH MISMATCH' TO REC-CONDITION
008300         MOVE RPL-DEPTH(RPL-IDX) TO REC-EXPECTED
008310         MOVE CKPT-TOP TO REC-ACTUAL
008320         WRITE RPT-RECORD FROM REC-DETAIL-LINE
008330         ADD 1 TO WS-DISCREPANCY-COUNT
008340         IF WS-MAX-RC < 8
008350             MOVE 8 TO WS-MAX-RC
008360         END-IF
008370         GO TO 3300-EXIT
008380     END-IF
008390     IF CKPT-TOP > 0
008400         IF CKPT-VALUE(CKPT-TOP) NOT =
008410                 RPL-VALUE(RPL-IDX CKPT-TOP)
008420             MOVE CKPT-STACK-ID TO REC-STACK-ID
008430             MOVE 'TOP VALUE MISMATCH' TO REC-CONDITION
008440             MOVE RPL-VALUE(RPL-IDX CKPT-TOP) TO REC-EXPECTED
008450             MOVE CKPT-VALUE(CKPT-TOP) TO REC-ACTUAL
008460             WRITE RPT-RECORD FROM REC-DETAIL-LINE
008470             ADD 1 TO WS-DISCREPANCY-COUNT
008480             IF WS-MAX-RC < 8
008490                 MOVE 8 TO WS-MAX-RC
008500             END-IF
008510         END-IF
008520     END-IF.
008530 3300-EXIT.
008540     EXIT.
008550*----------------------------------------------------------------
008560* 3400-COMPARE-STATUS - THE CHECKPOINTED STATUS MUST BE THE ONE
008570*                       THE STAT RECORDS ON THE TRAIL LEAVE THE
008580*                       QUEUE IN, AND A QUEUE THE TRAIL SHOWS
008590*                       RELEASED MUST NOT BE ON THE CHECKPOINT AT
008600*                       ALL.
008610*----------------------------------------------------------------
008620 3400-COMPARE-STATUS.
008630     IF RPL-RELEASED(RPL-IDX)
008640         PERFORM 3410-RELEASED-ON-CKPT THRU 3410-EXIT
008650         GO TO 3400-EXIT
008660     END-IF
008670     MOVE RPL-STATUS(RPL-IDX) TO WS-STATUS-CODE
008680     PERFORM 3450-CHECK-CKPT-STATUS THRU 3450-EXIT.
008690 3400-EXIT.
008700     EXIT.
008710*----------------------------------------------------------------
008720* 3410-RELEASED-ON-CKPT - A QUEUE THE TRAIL SHOWS RELEASED IS
008730*                         STILL ON THE CHECKPOINT.
008740*----------------------------------------------------------------
008750 3410-RELEASED-ON-CKPT.
008760     MOVE CKPT-STACK-ID TO REC-STACK-ID
008770     MOVE 'RELEASED, ON CHECKPOINT' TO REC-CONDITION
008780     MOVE 0 TO REC-EXPECTED
008790     MOVE CKPT-TOP TO REC-ACTUAL
008800     WRITE RPT-RECORD FROM REC-DETAIL-LINE
008810     ADD 1 TO WS-DISCREPANCY-COUNT
008820     IF WS-MAX-RC < 8
008830         MOVE 8 TO WS-MAX-RC
008840     END-IF.
008850 3410-EXIT.
008860     EXIT.
008870*----------------------------------------------------------------
008880* 3450-CHECK-CKPT-STATUS - COMPARES THE CHECKPOINTED STATUS (BLANK
008890*                          TAKEN AS ACTIVE) WITH THE EXPECTED
008900*                          ONE IN WS-STATUS-CODE.  A DIFFERENCE
008910*                          MEANS A CHANGE THAT WAS NEVER AUDITED.
008920*----------------------------------------------------------------
008930 3450-CHECK-CKPT-STATUS.
008940     MOVE CKPT-Q-STATUS TO WS-CKPT-Q-STATUS
008950     IF WS-CKPT-Q-STATUS = SPACE
008960         MOVE 'A' TO WS-CKPT-Q-STATUS
008970     END-IF
008980     IF WS-CKPT-Q-STATUS = WS-STATUS-CODE
008990         GO TO 3450-EXIT
009000     END-IF
009010     MOVE CKPT-STACK-ID TO RSL-STACK-ID
009020     MOVE 'STATUS NOT AUDITED' TO RSL-CONDITION
009030     PERFORM 5100-STATUS-WORD THRU 5100-EXIT
009040     MOVE WS-STATUS-WORD TO RSL-EXPECTED
009050     MOVE WS-CKPT-Q-STATUS TO WS-STATUS-CODE
009060     PERFORM 5100-STATUS-WORD THRU 5100-EXIT
009070     MOVE WS-STATUS-WORD TO RSL-ACTUAL
009080     WRITE RPT-RECORD FROM REC-STATUS-LINE
009090     ADD 1 TO WS-DISCREPANCY-COUNT
009100     IF WS-MAX-RC < 8
009110         MOVE 8 TO WS-MAX-RC
009120     END-IF.
009130 3450-EXIT.
009140     EXIT.
009150*----------------------------------------------------------------
009160* 3900-READ-CKPT - READS THE NEXT CHECKPOINT RECORD.
009170*----------------------------------------------------------------
009180 3900-READ-CKPT.
009190     READ CKPT-FILE
009200         AT END MOVE 'Y' TO WS-CKPT-EOF-SWITCH
009210     END-READ.
009220 3900-EXIT.
009230     EXIT.
009240*----------------------------------------------------------------
009250* 4000-REPORT-UNMATCHED - AN AUDITED STACK THE CHECKPOINT FILE
009260*                         NEVER MENTIONED.  A REPLAYED ENDING
009270*                         DEPTH OF ZERO COULD LEGITIMATELY
009280*                         PREDATE THE CURRENT CHECKPOINT, SO
009290*                         ONLY A NON-ZERO DEPTH IS FLAGGED.
009300*----------------------------------------------------------------
009310 4000-REPORT-UNMATCHED.
009320     IF RPL-STACK-ID(RPL-IDX) NOT = SPACES
009330         AND NOT RPL-MATCHED(RPL-IDX)
009340         AND RPL-DEPTH(RPL-IDX) NOT = 0
009350         MOVE RPL-STACK-ID(RPL-IDX) TO REC-STACK-ID
009360         MOVE 'NOT ON CHECKPOINT' TO REC-CONDITION
009370         MOVE RPL-DEPTH(RPL-IDX) TO REC-EXPECTED
009380         MOVE 0 TO REC-ACTUAL
009390         WRITE RPT-RECORD FROM REC-DETAIL-LINE
009400         ADD 1 TO WS-DISCREPANCY-COUNT
009410         IF WS-MAX-RC < 8
009420             MOVE 8 TO WS-MAX-RC
009430         END-IF
009440     END-IF.
009450 4000-EXIT.
009460     EXIT.
009470*----------------------------------------------------------------
009480* 5000-WRITE-DISCREPANCY - WRITES A REPLAY-ANOMALY LINE FOR THE
009490*                          AUDIT RECORD IN HAND.  REC-CONDITION
009500*                          IS SET BY THE CALLER; EXPECTED SHOWS
009510*                          THE REPLAYED DEPTH BEFORE THE RECORD,
009520*                          ACTUAL THE RESULT-TOP THE RECORD
009530*                          CLAIMS.
009540*----------------------------------------------------------------
009550 5000-WRITE-DISCREPANCY.
009560     MOVE RPL-STACK-ID(RPL-IDX) TO REC-STACK-ID
009570     MOVE RPL-DEPTH(RPL-IDX) TO REC-EXPECTED
009580     MOVE AUDIT-RESULT-TOP TO REC-ACTUAL
009590     WRITE RPT-RECORD FROM REC-DETAIL-LINE
009600     ADD 1 TO WS-DISCREPANCY-COUNT
009610     IF WS-MAX-RC < 8
009620         MOVE 8 TO WS-MAX-RC
009630     END-IF.
009640 5000-EXIT.
009650     EXIT.
009660*----------------------------------------------------------------
009670* 5100-STATUS-WORD - SPELLS OUT THE STATUS CODE IN WS-STATUS-CODE
009680*                    FOR THE REPORT.
009690*----------------------------------------------------------------
009700 5100-STATUS-WORD.
009710     EVALUATE WS-STATUS-CODE
009720         WHEN 'F'
009730             MOVE 'FROZEN' TO WS-STATUS-WORD
009740         WHEN 'D'
009750             MOVE 'DRAINING' TO WS-STATUS-WORD
009760         WHEN 'R'
009770             MOVE 'RETIRED' TO WS-STATUS-WORD
009780         WHEN 'A'
009790         WHEN SPACE
009800             MOVE 'ACTIVE' TO WS-STATUS-WORD
009810         WHEN OTHER
009820             MOVE SPACES TO WS-STATUS-WORD
009830             STRING 'CODE ' WS-STATUS-CODE
009840                 DELIMITED BY SIZE INTO WS-STATUS-WORD
009850     END-EVALUATE.
009860 5100-EXIT.
009870     EXIT.
009880*----------------------------------------------------------------
009890* 8000-WRITE-TOTALS - WRITES THE RECONCILIATION TOTALS AT THE
009900*                     FOOT OF THE REPORT,
009910*                     AFTER THE QUEUE STATUS SECTION.
009920*----------------------------------------------------------------
009930 8000-WRITE-TOTALS.
009940     PERFORM 8100-WRITE-STATUS-SECTION THRU 8100-EXIT
009950     MOVE SPACES TO RPT-LINE
009960     WRITE RPT-RECORD FROM RPT-LINE
009970     MOVE SPACES TO RPT-LINE
009980     MOVE 'AUDIT RECORDS REPLAYED' TO RPT-LABEL
009990     MOVE WS-AUDIT-COUNT TO RPT-VALUE
010000     WRITE RPT-RECORD FROM RPT-LINE
010010     MOVE SPACES TO RPT-LINE
010020     MOVE 'CHECKPOINTED STACKS COMPARED' TO RPT-LABEL
010030     MOVE WS-STACKS-COMPARED TO RPT-VALUE
010040     WRITE RPT-RECORD FROM RPT-LINE
010050     MOVE SPACES TO RPT-LINE
010060     MOVE 'OUT-OF-BALANCE CONDITIONS' TO RPT-LABEL
010070     MOVE WS-DISCREPANCY-COUNT TO RPT-VALUE
010080     WRITE RPT-RECORD FROM RPT-LINE
010090     MOVE SPACES TO RPT-LINE
010100     MOVE 'AUDIT TRAIL INCONSISTENCIES' TO RPT-LABEL
010110     MOVE WS-INCONSIST-COUNT TO RPT-VALUE
010120     WRITE RPT-RECORD FROM RPT-LINE
010130     MOVE SPACES TO RPT-LINE
010140     MOVE 'QUEUE STATUS CHANGES REPLAYED' TO RPT-LABEL
010150     MOVE WS-STATUS-CHANGES TO RPT-VALUE
010160     WRITE RPT-RECORD FROM RPT-LINE
010170     MOVE SPACES TO RPT-LINE
010180     MOVE 'RETIRED QUEUES RELEASED' TO RPT-LABEL
010190     MOVE WS-RETIRE-COUNT TO RPT-VALUE
010200     WRITE RPT-RECORD FROM RPT-LINE.
010210 8000-EXIT.
010220     EXIT.
010230*----------------------------------------------------------------
010240* 8100-WRITE-STATUS-SECTION - LISTS EVERY QUEUE WHOSE STATUS THE
010250*                             TRAIL MOVED OR THAT IT SHOWS
010260*                             RELEASED, STARTING WITH THE
010270*                             RELEASED QUEUES WHOSE SLOTS WERE
010280*                             TAKEN OVER.  NOTHING IS WRITTEN
010290*                             WHEN NO STATUS MOVED.
010300*----------------------------------------------------------------
010310 8100-WRITE-STATUS-SECTION.
010320     IF WS-STATUS-CHANGES = 0 AND WS-RETIRE-COUNT = 0
010330         GO TO 8100-EXIT
010340     END-IF
010350     MOVE SPACES TO RPT-LINE
010360     WRITE RPT-RECORD FROM RPT-LINE
010370     MOVE 'QUEUE STATUS' TO RPT-LABEL
010380     WRITE RPT-RECORD FROM RPT-LINE
010390     WRITE RPT-RECORD FROM QST-HEADING-LINE
010400     PERFORM 8160-WRITE-ONE-RELEASED THRU 8160-EXIT
010410         VARYING REL-IDX FROM 1 BY 1
010420             UNTIL REL-IDX > MAX-RELEASED
010430     PERFORM 8150-WRITE-ONE-STATUS THRU 8150-EXIT
010440         VARYING RPL-IDX FROM 1 BY 1 UNTIL RPL-IDX > MAX-STACKS.
010450 8100-EXIT.
010460     EXIT.
010470*----------------------------------------------------------------
010480* 8150-WRITE-ONE-STATUS - ONE LINE OF THE QUEUE STATUS SECTION.
010490*----------------------------------------------------------------
010500 8150-WRITE-ONE-STATUS.
010510     IF RPL-STACK-ID(RPL-IDX) = SPACES
010520         OR (RPL-STAT-COUNT(RPL-IDX) = 0
010530             AND NOT RPL-RELEASED(RPL-IDX))
010540         GO TO 8150-EXIT
010550     END-IF
010560     MOVE RPL-STACK-ID(RPL-IDX) TO QST-STACK-ID
010570     MOVE RPL-STATUS(RPL-IDX) TO WS-STATUS-CODE
010580     PERFORM 5100-STATUS-WORD THRU 5100-EXIT
010590     MOVE WS-STATUS-WORD TO QST-STATUS
010600     MOVE RPL-STAT-COUNT(RPL-IDX) TO QST-CHANGES
010610     MOVE RPL-STAT-DATE(RPL-IDX) TO QST-LAST-DATE
010620     IF RPL-RELEASED(RPL-IDX)
010630         MOVE 'SLOT RELEASED' TO QST-NOTE
010640     ELSE
010650         MOVE SPACES TO QST-NOTE
010660     END-IF
010670     WRITE RPT-RECORD FROM QST-DETAIL-LINE.
010680 8150-EXIT.
010690     EXIT.
010700*----------------------------------------------------------------
010710* 8160-WRITE-ONE-RELEASED - ONE LINE OF THE QUEUE STATUS SECTION
010720*                           FOR A RELEASED QUEUE KEPT BY
010730*                           2070-KEEP-RELEASED.
010740*----------------------------------------------------------------
010750 8160-WRITE-ONE-RELEASED.
010760     IF REL-STACK-ID(REL-IDX) = SPACES
010770         GO TO 8160-EXIT
010780     END-IF
010790     MOVE REL-STACK-ID(REL-IDX) TO QST-STACK-ID
010800     MOVE 'R' TO WS-STATUS-CODE
010810     PERFORM 5100-STATUS-WORD THRU 5100-EXIT
010820     MOVE WS-STATUS-WORD TO QST-STATUS
010830     MOVE REL-STAT-COUNT(REL-IDX) TO QST-CHANGES
010840     MOVE REL-STAT-DATE(REL-IDX) TO QST-LAST-DATE
010850     MOVE 'SLOT RELEASED' TO QST-NOTE
010860     WRITE RPT-RECORD FROM QST-DETAIL-LINE.
010870 8160-EXIT.
010880     EXIT.
010890*----------------------------------------------------------------
010900* 9000-TERMINATE - WRITES THE TOTALS, CLOSES FILES AND POSTS THE
010910*                  WORST CONDITION SEEN AS THE RETURN-CODE.
010920*----------------------------------------------------------------
010930 9000-TERMINATE.
010940     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
010950     CLOSE AUDIT-FILE
010960     CLOSE RPT-FILE
010970     MOVE WS-MAX-RC TO RETURN-CODE.
010980 9000-EXIT.
010990     EXIT.
