000650* 09/02/2026  DWA  THE KEYED VALUE IS NOW SIX DIGITS WIDE WITH
000660*                  THE REST OF THE SYSTEM'S VALUE FIELDS; THE
000670*                  PROMPT AND THE CONFIRMATION DISPLAY FOLLOW.
000680* 10/15/2026  DWA  THE AUDIT RECORD'S NEW ENTRY-DETAIL FIELDS
000690*                  (FILLED ONLY BY THE BATCH PROGRAM'S EXP, SEE
000700*                  AUDREC) ARE STAMPED BLANK ON EVERY ONLINE
000710*                  CORRECTION.
000720* 10/15/2026  DWA  AN ONLINE PUSH OR POP NOW CARRIES THE ENTRY'S
000730*                  ARRIVAL DATE IN AUDIT-ARRIVAL FOR THE MOVEMENT
000740*                  FEED (CBLMOV.CBL); A PURGE STILL STAMPS THE
000750*                  ENTRY DETAIL BLANK.
000760* 10/15/2026  DWA  NEW OP-CODES FRZE AND THAW FREEZE A QUEUE AND
000770*                  LIFT THE FREEZE (SEE CKPTREC'S CKPT-Q-STATUS),
000780*                  EACH AUDITED AS A STAT CARRYING THE STATUS
000790*                  BEFORE AND AFTER.  A FROZEN QUEUE STILL TAKES A
000800*                  PUSH BUT REFUSES A POP; A DRAINING OR RETIRED
000810*                  QUEUE REFUSES A PUSH.  THE HANDOFF RECORD IS
000820*                  STAMPED ACTIVE.
000830* 10/15/2026  DWA  EVERY ONLINE AUDIT RECORD IS STAMPED 'O' IN THE
000840*                  NEW AUDIT-ORIGIN (SEE AUDREC), SO THE MOVEMENT
000850*                  FEED NEVER MISTAKES A CORRECTION KEYED WHILE A
000860*                  BATCH RESTART WAS OUTSTANDING FOR ONE OF THE
000870*                  RESTARTED RUN'S DUPLICATES.
000880*----------------------------------------------------------------
000890 ENVIRONMENT DIVISION.
000900 CONFIGURATION SECTION.
000910 SOURCE-COMPUTER. IBM-370.
000920 OBJECT-COMPUTER. IBM-370.
000930 DATA DIVISION.
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------
000960* STACK CAPACITY AND STATE RECORD - SAME COPYBOOKS AS THE BATCH
000970* PROGRAM, SO THE RECORD SHAPE CAN NEVER DRIFT OUT OF STEP WITH
000980* WHAT SAVE-STACK WRITES AND STACK-INQUIRY READS.
000990*----------------------------------------------------------------
001000     COPY STKCAP.
001010     COPY CKPTREC REPLACING ==CKPT-RECORD== BY ==VSM-RECORD==
001020         ==CKPT-STACK-ID== BY ==VSM-STACK-ID==
001030         ==CKPT-TOP== BY ==VSM-TOP==
001040         ==CKPT-CAPACITY== BY ==VSM-CAPACITY==
001050         ==CKPT-DEPT== BY ==VSM-DEPT==
001060         ==CKPT-MODE== BY ==VSM-MODE==
001070         ==CKPT-Q-STATUS== BY ==VSM-Q-STATUS==
001080         ==CKPT-VALUE== BY ==VSM-VALUE==
001090         ==CKPT-ENTRY== BY ==VSM-ENTRY==
001100         ==CKPT-ARRIVAL== BY ==VSM-ARRIVAL==.
001110*----------------------------------------------------------------
001120* AUDIT RECORD - SAME LAYOUT THE BATCH PROGRAM WRITES TO AUDFIL,
001130* BUILT HERE AND WRITTEN TO THE AUDQ TRANSIENT DATA DESTINATION.
001140*----------------------------------------------------------------
001150     COPY AUDREC.
001160*----------------------------------------------------------------
001170* CONVERSATION STATE - CARRIED ACROSS PSEUDO-CONVERSATIONAL
001180* TASK INVOCATIONS IN DFHCOMMAREA.  'W' MEANS SADM IS WAITING ON
001190* THE OPERATOR'S NEXT CORRECTION.
001200*----------------------------------------------------------------
001210 01  WS-COMMAREA               PIC X(01) VALUE SPACES.
001220*----------------------------------------------------------------
001230* TERMINAL I/O WORK AREAS - THE INPUT IS PARSED IN THE SAME
001240* FIXED COLUMNS AS TRANS-RECORD.
001250*----------------------------------------------------------------
001260 01  WS-INPUT-AREA.
001270     05  ADM-OP-CODE           PIC X(04).
001280     05  ADM-STACK-ID          PIC X(10).
001290     05  ADM-VALUE             PIC X(06).
001300 01  WS-INPUT-LENGTH           PIC S9(4) COMP VALUE 0.
001310 01  WS-PROMPT-TEXT            PIC X(64) VALUE
001320     'SADM - KEY OP(4) STACK-ID(10) VALUE(6), BLANK TO EXIT - '.
001330 01  WS-GOODBYE-TEXT           PIC X(24)
001340     VALUE 'STACK MAINTENANCE ENDED'.
001350 01  WS-RESULT-LINE            PIC X(60) VALUE SPACES.
001360 01  WS-TOP-DISPLAY            PIC ZZZ9.
001370 01  WS-VALUE-DISPLAY          PIC ZZZZZ9.
001380 01  WS-EIBRESP-DISPLAY        PIC ZZZZZZZ9.
001390 01  WS-RESP                   PIC S9(8) COMP VALUE 0.
001400*----------------------------------------------------------------
001410* DATE/TIME WORK AREAS FOR THE AUDIT STAMP.  THE BATCH PROGRAM
001420* STAMPS HHMMSSTT FROM ACCEPT TIME; FORMATTIME GIVES HHMMSS, SO
001430* THE HUNDREDTHS ARE STAMPED ZERO HERE.
001440*----------------------------------------------------------------
001450 01  WS-ABSTIME                PIC S9(15) COMP-3 VALUE 0.
001460 01  WS-DATE-X                 PIC X(08) VALUE SPACES.
001470 01  WS-TIME-X                 PIC X(06) VALUE SPACES.
001480 01  WS-TIME-FULL.
001490     05  WS-TIME-HHMMSS        PIC X(06) VALUE SPACES.
001500     05  FILLER                PIC X(02) VALUE '00'.
001510*----------------------------------------------------------------
001520* ARRIVAL DATE OF THE ENTRY A PUSH OR POP MOVED, FOR THE AUDIT
001530* RECORD'S ENTRY DETAIL.  A PURGE LEAVES IT ZERO AND THE DETAIL
001540* BLANK.
001550*----------------------------------------------------------------
001560 01  WS-AUD-ARRIVAL            PIC 9(08) VALUE 0.
001570*----------------------------------------------------------------
001580* HANDOFF RECORD KEY - RESERVED STACK-ID THAT CAN NEVER COLLIDE
001590* WITH A BUSINESS QUEUE NAME.  ITS PRESENCE ON STACKVSM TELLS
001600* THE NEXT BATCH RUN THE VSAM STATE IS NEWER THAN CKPTFIL.
001610*----------------------------------------------------------------
001620 01  WS-HANDOFF-KEY            PIC X(10) VALUE '**ONLINE**'.
001630 01  WS-SHIFT-IDX              PIC 9(4) COMP VALUE 0.
001640 LINKAGE SECTION.
001650 01  DFHCOMMAREA               PIC X(01).
001660 PROCEDURE DIVISION.
001670*----------------------------------------------------------------
001680* 0000-MAIN-PROCEDURE - FIRST ATTACH (EIBCALEN = 0) SENDS THE
001690*                       PROMPT; THE RE-ATTACH CARRYING THE
001700*                       OPERATOR'S CORRECTION PROCESSES IT.
001710*----------------------------------------------------------------
001720 0000-MAIN-PROCEDURE.
001730     EXEC CICS HANDLE CONDITION
001740         NOTFND(8100-STACK-NOT-FOUND)
001750         ERROR(8900-CICS-ERROR)
001760     END-EXEC
001770     IF EIBCALEN = 0
001780         PERFORM 2000-SEND-PROMPT THRU 2000-EXIT
001790     ELSE
001800         MOVE DFHCOMMAREA TO WS-COMMAREA
001810         PERFORM 3000-PROCESS-RESPONSE THRU 3000-EXIT
001820     END-IF.
001830 0000-EXIT.
001840     EXIT PROGRAM.
001850*----------------------------------------------------------------
001860* 2000-SEND-PROMPT - DISPLAYS THE MAINTENANCE PROMPT AND
001870*                    RETURNS, TELLING CICS TO RE-ATTACH SADM ON
001880*                    THE NEXT OPERATOR INPUT.
001890*----------------------------------------------------------------
001900 2000-SEND-PROMPT.
001910     EXEC CICS SEND TEXT
001920         FROM(WS-PROMPT-TEXT)
001930         LENGTH(LENGTH OF WS-PROMPT-TEXT)
001940         ERASE
001950     END-EXEC
001960     MOVE 'W' TO WS-COMMAREA
001970     EXEC CICS RETURN
001980         TRANSID('SADM')
001990         COMMAREA(WS-COMMAREA)
002000         LENGTH(LENGTH OF WS-COMMAREA)
002010     END-EXEC.
002020 2000-EXIT.
002030     EXIT.
002040*----------------------------------------------------------------
002050* 2500-SEND-GOODBYE - OPERATOR ENTERED A BLANK CORRECTION; ENDS
002060*                     THE CONVERSATION WITHOUT A TRANSID, SO
002070*                     CICS DOES NOT RE-ATTACH SADM.
002080*----------------------------------------------------------------
002090 2500-SEND-GOODBYE.
002100     EXEC CICS SEND TEXT
002110         FROM(WS-GOODBYE-TEXT)
002120         LENGTH(LENGTH OF WS-GOODBYE-TEXT)
002130         ERASE
002140     END-EXEC
002150     EXEC CICS RETURN END-EXEC.
002160 2500-EXIT.
002170     EXIT.
002180*----------------------------------------------------------------
002190* 3000-PROCESS-RESPONSE - RECEIVES THE OPERATOR'S CORRECTION AND
002200*                         ROUTES IT, OR ENDS THE CONVERSATION ON
002210*                         A BLANK RESPONSE.  ONLY THE FIVE
002220*                         MAINTENANCE OP-CODES ARE ACCEPTED.
002230*----------------------------------------------------------------
002240 3000-PROCESS-RESPONSE.
002250     MOVE SPACES TO WS-INPUT-AREA
002260     MOVE LENGTH OF WS-INPUT-AREA TO WS-INPUT-LENGTH
002270     EXEC CICS RECEIVE
002280         INTO(WS-INPUT-AREA)
002290         LENGTH(WS-INPUT-LENGTH)
002300         MAXLENGTH(LENGTH OF WS-INPUT-AREA)
002310     END-EXEC
002320     IF WS-INPUT-LENGTH = 0 OR WS-INPUT-AREA = SPACES
002330         PERFORM 2500-SEND-GOODBYE THRU 2500-EXIT
002340         GO TO 3000-EXIT
002350     END-IF
002360     IF ADM-STACK-ID = SPACES
002370         MOVE 'STACK-ID IS REQUIRED' TO WS-RESULT-LINE
002380         PERFORM 5000-SEND-RESULT THRU 5000-EXIT
002390         GO TO 3000-EXIT
002400     END-IF
002410*    THE HANDOFF KEY IS NOT A BUSINESS QUEUE - A PURG AGAINST
002420*    IT WOULD REWRITE THE HANDOFF RECORD AND AUDIT A MOVEMENT
002430*    FOR A STACK-ID THAT DOES NOT EXIST, WHICH RECONCILIATION
002440*    WOULD THEN REGISTER ON A REPLAY SLOT.
002450     IF ADM-STACK-ID = WS-HANDOFF-KEY
002460         MOVE 'STACK-ID IS RESERVED' TO WS-RESULT-LINE
002470         PERFORM 5000-SEND-RESULT THRU 5000-EXIT
002480         GO TO 3000-EXIT
002490     END-IF
002500     EVALUATE ADM-OP-CODE
002510         WHEN 'PUSH'
002520         WHEN 'POP '
002530         WHEN 'PURG'
002540         WHEN 'FRZE'
002550         WHEN 'THAW'
002560             PERFORM 4000-APPLY-UPDATE THRU 4000-EXIT
002570         WHEN OTHER
002580             MOVE SPACES TO WS-RESULT-LINE
002590             STRING 'UNKNOWN OP-CODE: ' ADM-OP-CODE
002600                 ' (USE PUSH, POP, PURG, FRZE OR THAW)'
002610                 DELIMITED BY SIZE INTO WS-RESULT-LINE
002620             PERFORM 5000-SEND-RESULT THRU 5000-EXIT
002630     END-EVALUATE.
002640 3000-EXIT.
002650     EXIT.
002660*----------------------------------------------------------------
002670* 4000-APPLY-UPDATE - READS THE STATE RECORD FOR UPDATE, APPLIES
002680*                     THE CORRECTION, REWRITES IT, AUDITS IT AND
002690*                     FLAGS THE HANDOFF.  THE READ HOLDS THE
002700*                     RECORD LOCK ONLY FOR THIS SHORT TASK.
002710*----------------------------------------------------------------
002720 4000-APPLY-UPDATE.
002730     EXEC CICS READ
002740         FILE('STACKVSM')
002750         INTO(VSM-RECORD)
002760         RIDFLD(ADM-STACK-ID)
002770         KEYLENGTH(10)
002780         UPDATE
002790     END-EXEC
002800*    ONE DATE/TIME SERVES THE WHOLE UPDATE, SO THE ARRIVAL
002810*    STAMP ON A PUSHED ENTRY AND THE AUDIT STAMP ALWAYS AGREE.
002820     PERFORM 6100-GET-DATE-TIME THRU 6100-EXIT
002830*    ONLY A STAT CARRIES A STATUS CHANGE.
002840     MOVE SPACES TO AUDIT-STATUS-CHANGE
002850     EVALUATE ADM-OP-CODE
002860         WHEN 'PUSH'
002870             PERFORM 4100-APPLY-PUSH THRU 4100-EXIT
002880         WHEN 'POP '
002890             PERFORM 4200-APPLY-POP THRU 4200-EXIT
002900         WHEN 'PURG'
002910             PERFORM 4300-APPLY-PURGE THRU 4300-EXIT
002920         WHEN OTHER
002930             PERFORM 4400-APPLY-STATUS THRU 4400-EXIT
002940     END-EVALUATE.
002950 4000-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980* 4100-APPLY-PUSH - VALIDATES THE VALUE AND CAPACITY EXACTLY AS
002990*                   THE BATCH 3000-PUSH DOES, THEN APPENDS THE
003000*                   VALUE AND COMPLETES THE UPDATE.  AN INVALID
003010*                   CORRECTION UNLOCKS THE RECORD UNCHANGED, AS
003020*                   DOES A PUSH TO A DRAINING OR RETIRED QUEUE.
003030*----------------------------------------------------------------
003040 4100-APPLY-PUSH.
003050     IF ADM-VALUE NOT NUMERIC
003060         EXEC CICS UNLOCK FILE('STACKVSM') END-EXEC
003070         MOVE 'PUSH VALUE MUST BE NUMERIC' TO WS-RESULT-LINE
003080         PERFORM 5000-SEND-RESULT THRU 5000-EXIT
003090         GO TO 4100-EXIT
003100     END-IF
003110     IF VSM-Q-STATUS = 'D' OR 'R'
003120         EXEC CICS UNLOCK FILE('STACKVSM') END-EXEC
003130         MOVE SPACES TO WS-RESULT-LINE
003140         STRING 'PUSH REJECTED - ' ADM-STACK-ID
003150             ' IS NOT TAKING WORK'
003160             DELIMITED BY SIZE INTO WS-RESULT-LINE
003170         PERFORM 5000-SEND-RESULT THRU 5000-EXIT
003180         GO TO 4100-EXIT
003190     END-IF
003200     IF VSM-TOP NOT < VSM-CAPACITY
003210         EXEC CICS UNLOCK FILE('STACKVSM') END-EXEC
003220         MOVE SPACES TO WS-RESULT-LINE
003230         STRING 'PUSH REJECTED - ' ADM-STACK-ID ' IS FULL'
003240             DELIMITED BY SIZE INTO WS-RESULT-LINE
003250         PERFORM 5000-SEND-RESULT THRU 5000-EXIT
003260         GO TO 4100-EXIT
003270     END-IF
003280     ADD 1 TO VSM-TOP
003290     MOVE ADM-VALUE TO VSM-VALUE(VSM-TOP)
003300     MOVE WS-DATE-X TO VSM-ARRIVAL(VSM-TOP)
003310     MOVE WS-DATE-X TO WS-AUD-ARRIVAL
003320     MOVE 'PUSH' TO AUDIT-OPERATION
003330     MOVE ADM-VALUE TO AUDIT-VALUE
003340     MOVE VSM-TOP TO AUDIT-RESULT-TOP
003350*    THE DEPTH MUST BE CAPTURED BEFORE THE UPDATE COMPLETES -
003360*    7000-WRITE-HANDOFF REBUILDS THE SHARED VSM-RECORD FOR THE
003370*    HANDOFF FLAG, ZEROING VSM-TOP ON ITS WAY.
003380     MOVE VSM-TOP TO WS-TOP-DISPLAY
003390     PERFORM 4500-COMPLETE-UPDATE THRU 4500-EXIT
003400     MOVE SPACES TO WS-RESULT-LINE
003410     STRING 'PUSHED ' ADM-VALUE ' ONTO ' ADM-STACK-ID
003420         ' DEPTH NOW ' WS-TOP-DISPLAY
003430         DELIMITED BY SIZE INTO WS-RESULT-LINE
003440     PERFORM 5000-SEND-RESULT THRU 5000-EXIT.
003450 4100-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480* 4200-APPLY-POP - REMOVES THE NEXT-OUT ENTRY: THE TOP FOR A
003490*                  LIFO STACK, THE OLDEST (SLOT 1, REMAINDER
003500*                  SHIFTED DOWN) FOR A FIFO QUEUE - THE SAME
003510*                  RULES THE BATCH 4000-POP APPLIES, INCLUDING ITS
003520*                  REFUSAL TO TAKE ANYTHING OUT OF A FROZEN QUEUE.
003530*----------------------------------------------------------------
003540 4200-APPLY-POP.
003550     IF VSM-Q-STATUS = 'F'
003560         EXEC CICS UNLOCK FILE('STACKVSM') END-EXEC
003570         MOVE SPACES TO WS-RESULT-LINE
003580         STRING 'POP REJECTED - ' ADM-STACK-ID ' IS FROZEN'
003590             DELIMITED BY SIZE INTO WS-RESULT-LINE
003600         PERFORM 5000-SEND-RESULT THRU 5000-EXIT
003610         GO TO 4200-EXIT
003620     END-IF
003630     IF VSM-TOP = 0
003640         EXEC CICS UNLOCK FILE('STACKVSM') END-EXEC
003650         MOVE SPACES TO WS-RESULT-LINE
003660         STRING 'STACK ' ADM-STACK-ID ' IS EMPTY'
003670             DELIMITED BY SIZE INTO WS-RESULT-LINE
003680         PERFORM 5000-SEND-RESULT THRU 5000-EXIT
003690         GO TO 4200-EXIT
003700     END-IF
003710     IF VSM-MODE = 'F'
003720         MOVE VSM-VALUE(1) TO WS-VALUE-DISPLAY
003730         MOVE VSM-VALUE(1) TO AUDIT-VALUE
003740         MOVE VSM-ARRIVAL(1) TO WS-AUD-ARRIVAL
003750         PERFORM 4250-SHIFT-FIFO-DOWN THRU 4250-EXIT
003760             VARYING WS-SHIFT-IDX FROM 1 BY 1
003770                 UNTIL WS-SHIFT-IDX NOT < VSM-TOP
003780     ELSE
003790         MOVE VSM-VALUE(VSM-TOP) TO WS-VALUE-DISPLAY
003800         MOVE VSM-VALUE(VSM-TOP) TO AUDIT-VALUE
003810         MOVE VSM-ARRIVAL(VSM-TOP) TO WS-AUD-ARRIVAL
003820     END-IF
003830     SUBTRACT 1 FROM VSM-TOP
003840     MOVE 'POP ' TO AUDIT-OPERATION
003850     MOVE VSM-TOP TO AUDIT-RESULT-TOP
003860*    THE DEPTH MUST BE CAPTURED BEFORE THE UPDATE COMPLETES -
003870*    7000-WRITE-HANDOFF REBUILDS THE SHARED VSM-RECORD FOR THE
003880*    HANDOFF FLAG, ZEROING VSM-TOP ON ITS WAY.
003890     MOVE VSM-TOP TO WS-TOP-DISPLAY
003900     PERFORM 4500-COMPLETE-UPDATE THRU 4500-EXIT
003910     MOVE SPACES TO WS-RESULT-LINE
003920     STRING 'POPPED ' WS-VALUE-DISPLAY ' FROM ' ADM-STACK-ID
003930         ' DEPTH NOW ' WS-TOP-DISPLAY
003940         DELIMITED BY SIZE INTO WS-RESULT-LINE
003950     PERFORM 5000-SEND-RESULT THRU 5000-EXIT.
003960 4200-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------
003990* 4250-SHIFT-FIFO-DOWN - MOVES EVERY REMAINING FIFO ENTRY DOWN
004000*                        ONE SLOT AFTER THE OLDEST WAS TAKEN,
004010*                        PRESERVING ARRIVAL ORDER.
004020*----------------------------------------------------------------
004030 4250-SHIFT-FIFO-DOWN.
004040     MOVE VSM-ENTRY(WS-SHIFT-IDX + 1)
004050         TO VSM-ENTRY(WS-SHIFT-IDX).
004060 4250-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------
004090* 4300-APPLY-PURGE - EMPTIES THE STACK IN ONE CONTROLLED ACTION.
004100*                    ONE PURG AUDIT RECORD MARKS THE EVENT SO
004110*                    RECONCILIATION SEES THE QUEUE GO TO ZERO
004120*                    WITHOUT A POP-BY-POP TRAIL.
004130*----------------------------------------------------------------
004140 4300-APPLY-PURGE.
004150     PERFORM 4350-CLEAR-ONE-SLOT THRU 4350-EXIT
004160         VARYING WS-SHIFT-IDX FROM 1 BY 1
004170             UNTIL WS-SHIFT-IDX > MAX-STACK-CAPACITY
004180     MOVE 0 TO VSM-TOP
004190     MOVE 'PURG' TO AUDIT-OPERATION
004200     MOVE 0 TO AUDIT-VALUE
004210     MOVE 0 TO AUDIT-RESULT-TOP
004220     PERFORM 4500-COMPLETE-UPDATE THRU 4500-EXIT
004230     MOVE SPACES TO WS-RESULT-LINE
004240     STRING 'PURGED ' ADM-STACK-ID ' TO EMPTY'
004250         DELIMITED BY SIZE INTO WS-RESULT-LINE
004260     PERFORM 5000-SEND-RESULT THRU 5000-EXIT.
004270 4300-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300* 4350-CLEAR-ONE-SLOT - ZEROES ONE VALUE SLOT OF THE PURGED
004310*                       STACK.
004320*----------------------------------------------------------------
004330 4350-CLEAR-ONE-SLOT.
004340     MOVE 0 TO VSM-VALUE(WS-SHIFT-IDX)
004350     MOVE 0 TO VSM-ARRIVAL(WS-SHIFT-IDX).
004360 4350-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390* 4400-APPLY-STATUS - FREEZES AN ACTIVE QUEUE (FRZE) OR LIFTS THE
004400*                     FREEZE FROM A FROZEN ONE (THAW), LEAVING ITS
004410*                     ENTRIES UNTOUCHED.  THE CHANGE IS AUDITED AS
004420*                     A STAT CARRYING THE STATUS BEFORE AND AFTER.
004430*                     A DRAINING OR RETIRED QUEUE CANNOT BE
004440*                     FROZEN - THAT STATUS BELONGS TO THE STACK
004450*                     DEFINITION FILE - AND IS UNLOCKED UNCHANGED.
004460*----------------------------------------------------------------
004470 4400-APPLY-STATUS.
004480     IF VSM-Q-STATUS = SPACE
004490         MOVE 'A' TO VSM-Q-STATUS
004500     END-IF
004510     IF ADM-OP-CODE = 'FRZE'
004520         MOVE 'A' TO AUDIT-OLD-STATUS
004530         MOVE 'F' TO AUDIT-NEW-STATUS
004540     ELSE
004550         MOVE 'F' TO AUDIT-OLD-STATUS
004560         MOVE 'A' TO AUDIT-NEW-STATUS
004570     END-IF
004580     IF VSM-Q-STATUS NOT = AUDIT-OLD-STATUS
004590         EXEC CICS UNLOCK FILE('STACKVSM') END-EXEC
004600         MOVE SPACES TO WS-RESULT-LINE
004610         IF ADM-OP-CODE = 'FRZE'
004620             STRING 'FREEZE REJECTED - ' ADM-STACK-ID
004630                 ' IS NOT ACTIVE'
004640                 DELIMITED BY SIZE INTO WS-RESULT-LINE
004650         ELSE
004660             STRING 'THAW REJECTED - ' ADM-STACK-ID
004670                 ' IS NOT FROZEN'
004680                 DELIMITED BY SIZE INTO WS-RESULT-LINE
004690         END-IF
004700         PERFORM 5000-SEND-RESULT THRU 5000-EXIT
004710         GO TO 4400-EXIT
004720     END-IF
004730     MOVE AUDIT-NEW-STATUS TO VSM-Q-STATUS
004740     MOVE 'STAT' TO AUDIT-OPERATION
004750     MOVE 0 TO AUDIT-VALUE
004760     MOVE VSM-TOP TO AUDIT-RESULT-TOP
004770*    THE DEPTH MUST BE CAPTURED BEFORE THE UPDATE COMPLETES -
004780*    7000-WRITE-HANDOFF REBUILDS THE SHARED VSM-RECORD FOR THE
004790*    HANDOFF FLAG, ZEROING VSM-TOP ON ITS WAY.
004800     MOVE VSM-TOP TO WS-TOP-DISPLAY
004810     PERFORM 4500-COMPLETE-UPDATE THRU 4500-EXIT
004820     MOVE SPACES TO WS-RESULT-LINE
004830     IF ADM-OP-CODE = 'FRZE'
004840         STRING 'FROZE ' ADM-STACK-ID ' DEPTH ' WS-TOP-DISPLAY
004850             DELIMITED BY SIZE INTO WS-RESULT-LINE
004860     ELSE
004870         STRING 'THAWED ' ADM-STACK-ID ' DEPTH ' WS-TOP-DISPLAY
004880             DELIMITED BY SIZE INTO WS-RESULT-LINE
004890     END-IF
004900     PERFORM 5000-SEND-RESULT THRU 5000-EXIT.
004910 4400-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940* 4500-COMPLETE-UPDATE - REWRITES THE UPDATED STATE RECORD, THEN
004950*                        WRITES THE AUDIT RECORD AND THE HANDOFF
004960*                        FLAG.  CALLED ONLY AFTER THE CORRECTION
004970*                        PASSED ITS VALIDATION.
004980*----------------------------------------------------------------
004990 4500-COMPLETE-UPDATE.
005000     EXEC CICS REWRITE
005010         FILE('STACKVSM')
005020         FROM(VSM-RECORD)
005030     END-EXEC
005040     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
005050     PERFORM 7000-WRITE-HANDOFF THRU 7000-EXIT.
005060 4500-EXIT.
005070     EXIT.
005080*----------------------------------------------------------------
005090* 5000-SEND-RESULT - DISPLAYS THE RESULT AND RETURNS, LEAVING
005100*                    SADM WAITING FOR ANOTHER CORRECTION.
005110*----------------------------------------------------------------
005120 5000-SEND-RESULT.
005130     EXEC CICS SEND TEXT
005140         FROM(WS-RESULT-LINE)
005150         LENGTH(LENGTH OF WS-RESULT-LINE)
005160         ERASE
005170     END-EXEC
005180     MOVE 'W' TO WS-COMMAREA
005190     EXEC CICS RETURN
005200         TRANSID('SADM')
005210         COMMAREA(WS-COMMAREA)
005220         LENGTH(LENGTH OF WS-COMMAREA)
005230     END-EXEC.
005240 5000-EXIT.
005250     EXIT.
005260*----------------------------------------------------------------
005270* 6000-WRITE-AUDIT - STAMPS AND WRITES THE AUDIT RECORD TO THE
005280*                    AUDQ TRANSIENT DATA DESTINATION, IN THE
005290*                    EXACT LAYOUT THE BATCH PROGRAM WRITES TO
005300*                    AUDFIL, SO RECONCILIATION REPLAYS ONLINE
005310*                    AND BATCH MOVEMENTS IN ONE PASS.  AUDQ MUST
005320*                    BE DRAINED TO AUDFIL DAILY, BEFORE EACH
005330*                    NIGHTLY BATCH STEP, NOT ONCE PER MONTH -
005340*                    THE REPLAY IS ORDER-SENSITIVE, AND A
005350*                    DAYTIME PURG OR PUSH/POP APPENDED BEHIND
005360*                    WEEKS OF LATER BATCH RECORDS WOULD THROW
005370*                    FALSE OUT-OF-BALANCE FINDINGS AT MONTH-END.
005380*----------------------------------------------------------------
005390 6000-WRITE-AUDIT.
005400     MOVE WS-DATE-X TO AUDIT-DATE
005410     MOVE WS-TIME-X TO WS-TIME-HHMMSS
005420     MOVE WS-TIME-FULL TO AUDIT-TIME
005430     MOVE ADM-STACK-ID TO AUDIT-STACK-ID
005440*    ONLY THE BATCH XFER OP-CODE EVER FILLS THE PARTNER-QUEUE
005450*    FIELD - AN ONLINE CORRECTION ALWAYS STAMPS IT BLANK.
005460     MOVE SPACES TO AUDIT-XFER-STACK-ID
005470     MOVE SPACES TO AUDIT-ENTRY-DETAIL
005480     MOVE 'O' TO AUDIT-ORIGIN
005490*    A PUSH OR POP CARRIES THE ENTRY'S ARRIVAL DATE FOR THE
005500*    MOVEMENT FEED; THE POSITION IS THE BATCH EXPIRY'S ALONE.
005510     IF WS-AUD-ARRIVAL > 0
005520         MOVE WS-AUD-ARRIVAL TO AUDIT-ARRIVAL
005530     END-IF
005540     EXEC CICS WRITEQ TD
005550         QUEUE('AUDQ')
005560         FROM(AUDIT-RECORD)
005570         LENGTH(LENGTH OF AUDIT-RECORD)
005580     END-EXEC.
005590 6000-EXIT.
005600     EXIT.
005610*----------------------------------------------------------------
005620* 6100-GET-DATE-TIME - CAPTURES THE CURRENT DATE AND TIME INTO
005630*                      WS-DATE-X/WS-TIME-X, ONCE PER UPDATE, FOR
005640*                      BOTH THE ARRIVAL STAMP ON A PUSHED ENTRY
005650*                      AND THE AUDIT RECORD.
005660*----------------------------------------------------------------
005670 6100-GET-DATE-TIME.
005680     EXEC CICS ASKTIME
005690         ABSTIME(WS-ABSTIME)
005700     END-EXEC
005710     EXEC CICS FORMATTIME
005720         ABSTIME(WS-ABSTIME)
005730         YYYYMMDD(WS-DATE-X)
005740         TIME(WS-TIME-X)
005750     END-EXEC.
005760 6100-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790* 7000-WRITE-HANDOFF - ENSURES THE **ONLINE** HANDOFF RECORD IS
005800*                      ON STACKVSM.  A DUPLICATE MEANS AN
005810*                      EARLIER CORRECTION ALREADY FLAGGED THE
005820*                      HANDOFF TODAY, WHICH IS FINE; ANY OTHER
005830*                      RESPONSE IS REPORTED.  THE HANDOFF RECORD
005840*                      IS BUILT IN THE SHARED VSM-RECORD AREA,
005850*                      CLOBBERING THE STACK STATE JUST REWRITTEN
005860*                      - A CALLER THAT STILL NEEDS A FIELD FROM
005870*                      IT MUST CAPTURE IT FIRST.
005880*----------------------------------------------------------------
005890 7000-WRITE-HANDOFF.
005900     MOVE LOW-VALUES TO VSM-RECORD
005910     MOVE WS-HANDOFF-KEY TO VSM-STACK-ID
005920     MOVE 0 TO VSM-TOP
005930     MOVE 0 TO VSM-CAPACITY
005940     MOVE SPACES TO VSM-DEPT
005950     MOVE 'L' TO VSM-MODE
005960     MOVE 'A' TO VSM-Q-STATUS
005970     PERFORM 7100-ZERO-HANDOFF-VALUES THRU 7100-EXIT
005980         VARYING WS-SHIFT-IDX FROM 1 BY 1
005990             UNTIL WS-SHIFT-IDX > MAX-STACK-CAPACITY
006000     EXEC CICS WRITE
006010         FILE('STACKVSM')
006020         FROM(VSM-RECORD)
006030         RIDFLD(WS-HANDOFF-KEY)
006040         KEYLENGTH(10)
006050         RESP(WS-RESP)
006060     END-EXEC
006070     IF WS-RESP NOT = DFHRESP(NORMAL)
006080         AND WS-RESP NOT = DFHRESP(DUPREC)
006090         MOVE WS-RESP TO WS-EIBRESP-DISPLAY
006100         MOVE SPACES TO WS-RESULT-LINE
006110         STRING 'WARNING - HANDOFF WRITE RESP='
006120             WS-EIBRESP-DISPLAY
006130             DELIMITED BY SIZE INTO WS-RESULT-LINE
006140         PERFORM 5000-SEND-RESULT THRU 5000-EXIT
006150     END-IF.
006160 7000-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190* 7100-ZERO-HANDOFF-VALUES - ZEROES ONE VALUE SLOT OF THE
006200*                            HANDOFF RECORD SO IT IS WELL-FORMED
006210*                            FOR ANY READER THAT DOES NOT SKIP
006220*                            IT.
006230*----------------------------------------------------------------
006240 7100-ZERO-HANDOFF-VALUES.
006250     MOVE 0 TO VSM-VALUE(WS-SHIFT-IDX)
006260     MOVE 0 TO VSM-ARRIVAL(WS-SHIFT-IDX).
006270 7100-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------
006300* 8100-STACK-NOT-FOUND - NOTFND CONDITION HANDLER FOR THE READ
006310*                        IN 4000-APPLY-UPDATE.  ONLY STACKS THE
006320*                        BATCH RUN HAS SAVED CAN BE MAINTAINED -
006330*                        SADM NEVER CREATES A NEW QUEUE.
006340*----------------------------------------------------------------
006350 8100-STACK-NOT-FOUND.
006360     MOVE SPACES TO WS-RESULT-LINE
006370     STRING 'STACK ' ADM-STACK-ID ' NOT FOUND'
006380         DELIMITED BY SIZE INTO WS-RESULT-LINE
006390     PERFORM 5000-SEND-RESULT THRU 5000-EXIT.
006400 8100-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------
006430* 8900-CICS-ERROR - CATCH-ALL FOR ANY OTHER CICS ERROR CONDITION
006440*                   SO AN UNEXPECTED RESP DOES NOT ABEND THE
006450*                   OPERATOR'S TERMINAL.
006460*----------------------------------------------------------------
006470 8900-CICS-ERROR.
006480     MOVE EIBRESP TO WS-EIBRESP-DISPLAY
006490     MOVE SPACES TO WS-RESULT-LINE
006500     STRING 'STACK MAINT ERROR - CICS RESP=' WS-EIBRESP-DISPLAY
006510         DELIMITED BY SIZE INTO WS-RESULT-LINE
006520     EXEC CICS SEND TEXT
006530         FROM(WS-RESULT-LINE)
006540         LENGTH(LENGTH OF WS-RESULT-LINE)
006550         ERASE
006560     END-EXEC
006570     EXEC CICS RETURN END-EXEC.
006580 8900-EXIT.
006590     EXIT.
