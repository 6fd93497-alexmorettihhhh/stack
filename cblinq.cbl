000370*                  NO AGE AT ALL RATHER THAN A WRONG ONE.
000380* 09/02/2026  DWA  THE DISPLAYED VALUE IS NOW SIX DIGITS WIDE
000390*                  WITH THE REST OF THE SYSTEM'S VALUE FIELDS.
000400* 10/15/2026  DWA  THE RESULT LINE NOW ENDS WITH THE QUEUE'S
000410*                  LIFECYCLE STATUS (SEE CKPTREC'S CKPT-Q-
000420*                  STATUS) - ACTIVE, FROZEN, DRAINING OR RETIRED -
000430*                  AND IS WIDENED TO A FULL SCREEN LINE.
000440*----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 DATA DIVISION.
000500 WORKING-STORAGE SECTION.
000510*----------------------------------------------------------------
000520* STACK CAPACITY AND STATE RECORD - SAME COPYBOOKS AS THE BATCH
000530* PROGRAM, SO THE TABLE SHAPE CAN NEVER DRIFT OUT OF STEP WITH
000540* WHAT SAVE-STACK ACTUALLY WROTE TO STACKVSM.
000550*----------------------------------------------------------------
000560     COPY STKCAP.
000570     COPY CKPTREC REPLACING ==CKPT-RECORD== BY ==VSM-RECORD==
000580         ==CKPT-STACK-ID== BY ==VSM-STACK-ID==
000590         ==CKPT-TOP== BY ==VSM-TOP==
000600         ==CKPT-CAPACITY== BY ==VSM-CAPACITY==
000610         ==CKPT-DEPT== BY ==VSM-DEPT==
000620         ==CKPT-MODE== BY ==VSM-MODE==
000630         ==CKPT-Q-STATUS== BY ==VSM-Q-STATUS==
000640         ==CKPT-VALUE== BY ==VSM-VALUE==
000650         ==CKPT-ENTRY== BY ==VSM-ENTRY==
000660         ==CKPT-ARRIVAL== BY ==VSM-ARRIVAL==.
000670*----------------------------------------------------------------
000680* CONVERSATION STATE - CARRIED ACROSS PSEUDO-CONVERSATIONAL
000690* TASK INVOCATIONS IN DFHCOMMAREA.  'W' MEANS SINQ IS WAITING ON
000700* THE OPERATOR'S NEXT STACK-ID.
000710*----------------------------------------------------------------
000720 01  WS-COMMAREA               PIC X(01) VALUE SPACES.
000730*----------------------------------------------------------------
000740* TERMINAL I/O WORK AREAS
000750*----------------------------------------------------------------
000760 01  WS-INPUT-AREA              PIC X(10) VALUE SPACES.
000770 01  WS-INPUT-LENGTH            PIC S9(4) COMP VALUE 0.
000780 01  WS-PROMPT-TEXT             PIC X(48) VALUE
000790     'ENTER STACK-ID TO INQUIRE (BLANK TO EXIT) - '.
000800 01  WS-GOODBYE-TEXT            PIC X(20)
000810     VALUE 'STACK INQUIRY ENDED'.
000820 01  WS-RESULT-LINE             PIC X(80) VALUE SPACES.
000830 01  WS-TOP-DISPLAY             PIC ZZZ9.
000840 01  WS-VALUE-DISPLAY           PIC ZZZZZ9.
000850 01  WS-EIBRESP-DISPLAY         PIC ZZZZZZZ9.
000860*----------------------------------------------------------------
000870* AGE OF THE NEXT-OUT ENTRY - TODAY IS CAPTURED PER INQUIRY AND
000880* THE AGE TEXT IS PRE-BUILT SO THE RESULT STRING STAYS ONE
000890* STATEMENT.  WS-AGE-TEXT STAYS BLANK WHEN THE ENTRY CARRIES NO
000900* USABLE ARRIVAL DATE.
000910*----------------------------------------------------------------
000920 01  WS-ABSTIME                 PIC S9(15) COMP-3 VALUE 0.
000930 01  WS-TODAY-X                 PIC X(08) VALUE SPACES.
000940 01  WS-TODAY-N REDEFINES WS-TODAY-X PIC 9(08).
000950 01  WS-NEXT-SLOT               PIC 9(4) COMP VALUE 0.
000960 01  WS-AGE-DAYS                PIC S9(8) COMP VALUE 0.
000970 01  WS-AGE-DISPLAY             PIC ZZZ9.
000980 01  WS-AGE-TEXT                PIC X(14) VALUE SPACES.
000990*----------------------------------------------------------------
001000* LIFECYCLE STATUS TEXT, PRE-BUILT THE SAME WAY AS THE AGE TEXT.
001010*----------------------------------------------------------------
001020 01  WS-STATUS-TEXT             PIC X(16) VALUE SPACES.
001030 LINKAGE SECTION.
001040 01  DFHCOMMAREA                PIC X(01).
001050 PROCEDURE DIVISION.
001060*----------------------------------------------------------------
001070* 0000-MAIN-PROCEDURE - FIRST ATTACH (EIBCALEN = 0) SENDS THE
001080*                       PROMPT; THE RE-ATTACH CARRYING THE
001090*                       OPERATOR'S RESPONSE PROCESSES IT.
001100*----------------------------------------------------------------
001110 0000-MAIN-PROCEDURE.
001120     EXEC CICS HANDLE CONDITION
001130         NOTFND(8100-STACK-NOT-FOUND)
001140         ERROR(8900-CICS-ERROR)
001150     END-EXEC
001160     IF EIBCALEN = 0
001170         PERFORM 2000-SEND-PROMPT THRU 2000-EXIT
001180     ELSE
001190         MOVE DFHCOMMAREA TO WS-COMMAREA
001200         PERFORM 3000-PROCESS-RESPONSE THRU 3000-EXIT
001210     END-IF.
001220 0000-EXIT.
001230     EXIT PROGRAM.
001240*----------------------------------------------------------------
001250* 2000-SEND-PROMPT - DISPLAYS THE INQUIRY PROMPT AND RETURNS,
001260*                    TELLING CICS TO RE-ATTACH SINQ ON THE NEXT
001270*                    OPERATOR INPUT.
001280*----------------------------------------------------------------
001290 2000-SEND-PROMPT.
001300     EXEC CICS SEND TEXT
001310         FROM(WS-PROMPT-TEXT)
001320         LENGTH(LENGTH OF WS-PROMPT-TEXT)
001330         ERASE
001340     END-EXEC
001350     MOVE 'W' TO WS-COMMAREA
001360     EXEC CICS RETURN
001370         TRANSID('SINQ')
001380         COMMAREA(WS-COMMAREA)
001390         LENGTH(LENGTH OF WS-COMMAREA)
001400     END-EXEC.
001410 2000-EXIT.
001420     EXIT.
001430*----------------------------------------------------------------
001440* 2500-SEND-GOODBYE - OPERATOR ENTERED A BLANK STACK-ID; ENDS THE
001450*                     CONVERSATION WITHOUT A TRANSID, SO CICS
001460*                     DOES NOT RE-ATTACH SINQ.
001470*----------------------------------------------------------------
001480 2500-SEND-GOODBYE.
001490     EXEC CICS SEND TEXT
001500         FROM(WS-GOODBYE-TEXT)
001510         LENGTH(LENGTH OF WS-GOODBYE-TEXT)
001520         ERASE
001530     END-EXEC
001540     EXEC CICS RETURN END-EXEC.
001550 2500-EXIT.
001560     EXIT.
001570*----------------------------------------------------------------
001580* 3000-PROCESS-RESPONSE - RECEIVES THE OPERATOR'S STACK-ID AND
001590*                         ROUTES TO THE INQUIRY OR ENDS THE
001600*                         CONVERSATION ON A BLANK RESPONSE.
001610*----------------------------------------------------------------
001620 3000-PROCESS-RESPONSE.
001630     EXEC CICS RECEIVE
001640         INTO(WS-INPUT-AREA)
001650         LENGTH(WS-INPUT-LENGTH)
001660         MAXLENGTH(LENGTH OF WS-INPUT-AREA)
001670     END-EXEC
001680     IF WS-INPUT-LENGTH = 0 OR WS-INPUT-AREA = SPACES
001690         PERFORM 2500-SEND-GOODBYE THRU 2500-EXIT
001700     ELSE
001710         MOVE WS-INPUT-AREA TO VSM-STACK-ID
001720         PERFORM 4000-INQUIRE-STACK THRU 4000-EXIT
001730     END-IF.
001740 3000-EXIT.
001750     EXIT.
001760*----------------------------------------------------------------
001770* 4000-INQUIRE-STACK - READS THE STATE FILE FOR THE REQUESTED
001780*                      STACK-ID.  READ-ONLY - NO UPDATE, NO
001790*                      REWRITE - SO THIS TRANSACTION NEVER HOLDS A
001800*                      LOCK THE BATCH JOB WOULD WAIT BEHIND.
001810*                      VSM-VALUE IS SIZED BY THE COMPILED-IN
001820*                      MAX-STACK-CAPACITY, NOT BY STACK-CAPACITY,
001830*                      SO IT ALWAYS MATCHES THE PHYSICAL RECORD
001840*                      SAVE-STACK WROTE REGARDLESS OF WHAT
001850*                      CONTROL-RECORD CAPACITY THAT BATCH RUN USED.
001860*----------------------------------------------------------------
001870 4000-INQUIRE-STACK.
001880     EXEC CICS READ
001890         FILE('STACKVSM')
001900         INTO(VSM-RECORD)
001910         RIDFLD(VSM-STACK-ID)
001920         KEYLENGTH(10)
001930     END-EXEC
001940     PERFORM 4050-GET-TODAY THRU 4050-EXIT
001950     PERFORM 4100-FORMAT-FOUND THRU 4100-EXIT
001960     PERFORM 5000-SEND-RESULT THRU 5000-EXIT.
001970 4000-EXIT.
001980     EXIT.
001990*----------------------------------------------------------------
002000* 4100-FORMAT-FOUND - BUILDS THE RESULT LINE FOR A STACK-ID THAT
002010*                     WAS FOUND ON STACKVSM, ENDING WITH THE
002020*                     QUEUE'S LIFECYCLE STATUS.
002030*----------------------------------------------------------------
002040 4100-FORMAT-FOUND.
002050     MOVE SPACES TO WS-RESULT-LINE
002060     PERFORM 4160-FORMAT-STATUS THRU 4160-EXIT
002070     IF VSM-TOP = 0
002080         STRING 'STACK ' VSM-STACK-ID ' IS EMPTY'
002090             WS-STATUS-TEXT
002100             DELIMITED BY SIZE INTO WS-RESULT-LINE
002110     ELSE
002120         MOVE VSM-TOP TO WS-TOP-DISPLAY
002130         IF VSM-MODE = 'F'
002140             MOVE 1 TO WS-NEXT-SLOT
002150         ELSE
002160             MOVE VSM-TOP TO WS-NEXT-SLOT
002170         END-IF
002180         MOVE VSM-VALUE(WS-NEXT-SLOT) TO WS-VALUE-DISPLAY
002190         PERFORM 4150-FORMAT-AGE THRU 4150-EXIT
002200         IF VSM-MODE = 'F'
002210             STRING 'QUEUE ' VSM-STACK-ID ' DEPTH='
002220                 WS-TOP-DISPLAY ' NEXT OUT=' WS-VALUE-DISPLAY
002230                 WS-AGE-TEXT WS-STATUS-TEXT
002240                 DELIMITED BY SIZE INTO WS-RESULT-LINE
002250         ELSE
002260             STRING 'STACK ' VSM-STACK-ID ' TOP=' WS-TOP-DISPLAY
002270                 ' VALUE=' WS-VALUE-DISPLAY WS-AGE-TEXT
002280                 WS-STATUS-TEXT
002290                 DELIMITED BY SIZE INTO WS-RESULT-LINE
002300         END-IF
002310     END-IF.
002320 4100-EXIT.
002330     EXIT.
002340*----------------------------------------------------------------
002350* 4050-GET-TODAY - CAPTURES TODAY'S DATE FOR THE AGE ARITHMETIC.
002360*----------------------------------------------------------------
002370 4050-GET-TODAY.
002380     EXEC CICS ASKTIME
002390         ABSTIME(WS-ABSTIME)
002400     END-EXEC
002410     EXEC CICS FORMATTIME
002420         ABSTIME(WS-ABSTIME)
002430         YYYYMMDD(WS-TODAY-X)
002440     END-EXEC.
002450 4050-EXIT.
002460     EXIT.
002470*----------------------------------------------------------------
002480* 4150-FORMAT-AGE - BUILDS THE ' AGE=NNNN DAYS' TEXT FOR THE
002490*                   NEXT-OUT ENTRY AT WS-NEXT-SLOT.  AN ARRIVAL
002500*                   THAT IS NOT A USABLE DATE (ZERO, NON-NUMERIC
002510*                   OR IMPLAUSIBLY OLD - ENTRIES CHECKPOINTED
002520*                   BEFORE THE FIELD EXISTED CARRY ZERO) LEAVES
002530*                   THE TEXT BLANK.  A CLOCK SKEW THAT PUTS THE
002540*                   ARRIVAL IN THE FUTURE SHOWS AGE ZERO.
002550*----------------------------------------------------------------
002560 4150-FORMAT-AGE.
002570     MOVE SPACES TO WS-AGE-TEXT
002580     IF VSM-ARRIVAL(WS-NEXT-SLOT) NUMERIC
002590         AND VSM-ARRIVAL(WS-NEXT-SLOT) > 19000101
002600         COMPUTE WS-AGE-DAYS =
002610             FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
002620             - FUNCTION INTEGER-OF-DATE(
002630                 VSM-ARRIVAL(WS-NEXT-SLOT))
002640         IF WS-AGE-DAYS < 0
002650             MOVE 0 TO WS-AGE-DAYS
002660         END-IF
002670         MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
002680         STRING ' AGE=' WS-AGE-DISPLAY ' DAYS'
002690             DELIMITED BY SIZE INTO WS-AGE-TEXT
002700     END-IF.
002710 4150-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------
002740* 4160-FORMAT-STATUS - BUILDS THE ' STATUS=...' TEXT FROM THE
002750*                      STATE RECORD.  A BLANK STATUS MEANS
002760*                      ACTIVE.  STATE RECORDS SAVED BEFORE THE
002770*                      STATUS FIELD EXISTED ARE OUT OF LINE
002780*                      THROUGHOUT AND MUST BE CONVERTED BY
002790*                      STACK-CONVERT BEFORE THIS IS RUN.
002800*----------------------------------------------------------------
002810 4160-FORMAT-STATUS.
002820     EVALUATE VSM-Q-STATUS
002830         WHEN 'F'
002840             MOVE ' STATUS=FROZEN' TO WS-STATUS-TEXT
002850         WHEN 'D'
002860             MOVE ' STATUS=DRAINING' TO WS-STATUS-TEXT
002870         WHEN 'R'
002880             MOVE ' STATUS=RETIRED' TO WS-STATUS-TEXT
002890         WHEN OTHER
002900             MOVE ' STATUS=ACTIVE' TO WS-STATUS-TEXT
002910     END-EVALUATE.
002920 4160-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950* 5000-SEND-RESULT - DISPLAYS THE INQUIRY RESULT AND RETURNS,
002960*                    LEAVING SINQ WAITING FOR ANOTHER STACK-ID.
002970*----------------------------------------------------------------
002980 5000-SEND-RESULT.
002990     EXEC CICS SEND TEXT
003000         FROM(WS-RESULT-LINE)
003010         LENGTH(LENGTH OF WS-RESULT-LINE)
003020         ERASE
003030     END-EXEC
003040     MOVE 'W' TO WS-COMMAREA
003050     EXEC CICS RETURN
003060         TRANSID('SINQ')
003070         COMMAREA(WS-COMMAREA)
003080         LENGTH(LENGTH OF WS-COMMAREA)
003090     END-EXEC.
003100 5000-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130* 8100-STACK-NOT-FOUND - NOTFND CONDITION HANDLER FOR THE READ IN
003140*                        4000-INQUIRE-STACK.
003150*----------------------------------------------------------------
003160 8100-STACK-NOT-FOUND.
003170     MOVE SPACES TO WS-RESULT-LINE
003180     STRING 'STACK ' VSM-STACK-ID ' NOT FOUND'
003190         DELIMITED BY SIZE INTO WS-RESULT-LINE
003200     PERFORM 5000-SEND-RESULT THRU 5000-EXIT.
003210 8100-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* 8900-CICS-ERROR - CATCH-ALL FOR ANY OTHER CICS ERROR CONDITION
003250*                   SO AN UNEXPECTED RESP DOES NOT ABEND THE
003260*                   OPERATOR'S TERMINAL.
003270*----------------------------------------------------------------
003280 8900-CICS-ERROR.
003290     MOVE EIBRESP TO WS-EIBRESP-DISPLAY
003300     MOVE SPACES TO WS-RESULT-LINE
003310     STRING 'STACK INQUIRY ERROR - CICS RESP=' WS-EIBRESP-DISPLAY
003320         DELIMITED BY SIZE INTO WS-RESULT-LINE
003330     EXEC CICS SEND TEXT
003340         FROM(WS-RESULT-LINE)
003350         LENGTH(LENGTH OF WS-RESULT-LINE)
003360         ERASE
003370     END-EXEC
003380     EXEC CICS RETURN END-EXEC.
003390 8900-EXIT.
003400     EXIT.
