000500*                  FIELD FOR THE BATCH PROGRAM'S XFER OP-CODE
000510*                  (SEE AUDREC); THE OPENING-BALANCE TWIN RENAMES
000520*                  IT AND LEAVES IT BLANK.
000530* 09/02/2026  DWA  AUDIT-VALUE (AND ITS BAL-VALUE TWIN) WIDENED
000540*                  FROM FOUR DIGITS TO SIX (SEE AUDREC).  RUN
000550*                  OLD-SHAPE GENERATIONS THROUGH STACK-CONVERT
000560*                  (CBLCNV.CBL) BEFORE CUTTING A NEW ARCHIVE
000570*                  ACROSS THEM.
000580* 10/15/2026  DWA  AN ARCHIVED EXP RECORD (AN ENTRY THE BATCH
000590*                  PROGRAM EXPIRED PAST ITS QUEUE'S MAXIMUM
000600*                  LIFE, SEE AUDREC) REMOVES THE ENTRY AT ITS
000610*                  AUDITED POSITION FROM THE AS-OF-CUTOFF STATE,
000620*                  SO THE OPENING BALANCES NEVER RESTATE AN
000630*                  EXPIRED ENTRY.  THE OPENING-BALANCE TWIN
000640*                  RENAMES THE NEW ENTRY-DETAIL FIELDS AND
000650*                  LEAVES THEM BLANK.
000660* 10/15/2026  DWA  A CUTOFF LATER THAN THE MOVEMENT FEED'S
000670*                  THROUGH DATE (THE LATEST RECORD ON MOVCTL,
000680*                  SEE MVCREC) FAILS THE RUN WITH CONDITION CODE
000690*                  16 AND NOTHING ARCHIVED, SO NO AUDIT RECORD
000700*                  LEAVES THE LIVE TRAIL BEFORE STACK-MOVEMENT
000710*                  HAS FED IT DOWNSTREAM.  NO MOVCTL MEANS THE
000720*                  FEED IS NOT IN USE AND NOTHING IS CHECKED.
000730* 10/15/2026  DWA  QUEUE LIFECYCLE STATUS - AN ARCHIVED STAT
000740*                  RECORD MOVES THE QUEUE'S AS-OF-CUTOFF STATUS,
000750*                  AND A QUEUE NOT ACTIVE AT THE CUTOFF GETS A
000760*                  RESTATING STAT (ACTIVE TO ITS STATUS, DATED THE
000770*                  CUTOFF) BEHIND ITS OPENING BALANCES, SO THE
000780*                  RECONCILER AND THE REBUILD STILL SEE WHY IT IS
000790*                  FROZEN, DRAINING OR RETIRED.  AN ARCHIVED RETR
000800*                  (A RETIRED QUEUE RELEASED ONCE EMPTY) CLEARS
000810*                  THE QUEUE'S ROW SO NOTHING IS RESTATED FOR IT.
000820*----------------------------------------------------------------
000830 ENVIRONMENT DIVISION.
000840 CONFIGURATION SECTION.
000850 SOURCE-COMPUTER. IBM-370.
000860 OBJECT-COMPUTER. IBM-370.
000870 INPUT-OUTPUT SECTION.
000880 FILE-CONTROL.
000890     SELECT AUDIT-FILE ASSIGN TO AUDFIL
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-AUD-STATUS.
000920     SELECT ARCH-FILE ASSIGN TO ARCHFIL
000930         ORGANIZATION IS SEQUENTIAL.
000940     SELECT NEW-AUDIT-FILE ASSIGN TO AUDNEW
000950         ORGANIZATION IS SEQUENTIAL.
000960     SELECT OPTIONAL CKPT-FILE ASSIGN TO CKPTFIL
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-CKPT-STATUS.
000990     SELECT OPTIONAL ARC-CONTROL-FILE ASSIGN TO ARCCTL
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-ARC-STATUS.
001020     SELECT OPTIONAL MOV-CONTROL-FILE ASSIGN TO MOVCTL
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-MVC-STATUS.
001050     SELECT RPT-FILE ASSIGN TO ARCRPT
001060         ORGANIZATION IS LINE SEQUENTIAL.
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  AUDIT-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120     COPY AUDREC.
001130 FD  ARCH-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 01  ARCH-RECORD               PIC X(80).
001170 FD  NEW-AUDIT-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 01  NEW-AUDIT-RECORD          PIC X(80).
001210 FD  CKPT-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240     COPY CKPTREC.
001250 FD  ARC-CONTROL-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 01  ARC-CTL-RECORD.
001290     05  ARC-CUTOFF-DATE       PIC 9(08).
001300     05  FILLER                PIC X(72).
001310 FD  MOV-CONTROL-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340     COPY MVCREC.
001350 FD  RPT-FILE
001360     RECORDING MODE IS V
001370     LABEL RECORDS ARE STANDARD.
001380 01  RPT-RECORD                PIC X(80).
001390 WORKING-STORAGE SECTION.
001400*----------------------------------------------------------------
001410* PER-STACK ARCHIVE STATE - ONE ROW PER DISTINCT STACK-ID SEEN
001420* AMONG THE ARCHIVED RECORDS (OR PRELOADED FROM THE CHECKPOINT
001430* FOR ITS RETRIEVAL MODE), CARRYING THE MOVED COUNT FOR THE
001440* SUMMARY AND THE REPLAYED AS-OF-CUTOFF STACK STATE FOR THE
001450* OPENING-BALANCE RECORDS.  MONTHS OF HISTORY CAN NAME MORE
001460* STACK-IDS THAN ONE RUN'S FIVE SLOTS, SO THE TABLE IS SIZED
001470* WELL PAST MAX-STACKS; OVERFLOW IS WARNED, THE EXCESS IDS ARE
001480* LUMPED INTO THE OTHERS LINE, AND NO BALANCES CAN BE WRITTEN
001490* FOR THEM.  ARC-STATUS IS THE QUEUE'S AS-OF-CUTOFF LIFECYCLE
001500* STATUS (SEE CKPTREC).
001510*----------------------------------------------------------------
001520 78  MAX-ARC-STACKS            VALUE 50.
001530     COPY STKCAP.
001540 01  ARC-TABLE.
001550     05  ARC-ENTRY OCCURS MAX-ARC-STACKS TIMES
001560             INDEXED BY ARC-IDX.
001570         10  ARC-STACK-ID      PIC X(10) VALUE SPACES.
001580         10  ARC-MOVED-COUNT   PIC 9(8) COMP VALUE 0.
001590         10  ARC-DEPTH         PIC 9(4) COMP VALUE 0.
001600         10  ARC-MODE          PIC X(01) VALUE 'L'.
001610             88  ARC-FIFO                VALUE 'F'.
001620         10  ARC-STATUS        PIC X(01) VALUE 'A'.
001630         10  ARC-VALUE         OCCURS 1 TO 300 TIMES
001640             DEPENDING ON MAX-STACK-CAPACITY
001650             PIC 9(6) VALUE 0.
001660 01  WS-OTHERS-COUNT           PIC 9(8) COMP VALUE 0.
001670*----------------------------------------------------------------
001680* OPENING-BALANCE RECORD - SAME LAYOUT AS THE AUDIT RECORD,
001690* BUILT HERE AND WRITTEN TO THE HEAD OF THE REBUILT LIVE FILE.
001700*----------------------------------------------------------------
001710     COPY AUDREC REPLACING ==AUDIT-RECORD== BY ==BAL-RECORD==
001720         ==AUDIT-DATE== BY ==BAL-DATE==
001730         ==AUDIT-TIME== BY ==BAL-TIME==
001740         ==AUDIT-STACK-ID== BY ==BAL-STACK-ID==
001750         ==AUDIT-OPERATION== BY ==BAL-OPERATION==
001760         ==AUDIT-VALUE== BY ==BAL-VALUE==
001770         ==AUDIT-RESULT-TOP== BY ==BAL-RESULT-TOP==
001780         ==AUDIT-XFER-STACK-ID== BY ==BAL-XFER-STACK-ID==
001790         ==AUDIT-ENTRY-DETAIL== BY ==BAL-ENTRY-DETAIL==
001800         ==AUDIT-POSITION== BY ==BAL-POSITION==
001810         ==AUDIT-ARRIVAL== BY ==BAL-ARRIVAL==
001820         ==AUDIT-STATUS-CHANGE== BY ==BAL-STATUS-CHANGE==
001830         ==AUDIT-OLD-STATUS== BY ==BAL-OLD-STATUS==
001840         ==AUDIT-NEW-STATUS== BY ==BAL-NEW-STATUS==.
001850*----------------------------------------------------------------
001860* ARCHIVE RUN COUNTERS - THE BALANCE RULES ARE READ = ARCHIVED
001870* + KEPT ON PASS ONE, AND KEPT REWRITTEN = KEPT COUNTED ON PASS
001880* TWO; ANYTHING ELSE MEANS A RECORD WAS LOST OR DOUBLED IN
001890* FLIGHT AND THE LIVE FILE MUST NOT BE REPLACED.
001900*----------------------------------------------------------------
001910 01  WS-ARC-COUNTERS.
001920     05  WS-READ-COUNT         PIC 9(8) COMP VALUE 0.
001930     05  WS-ARCHIVED-COUNT     PIC 9(8) COMP VALUE 0.
001940     05  WS-KEPT-COUNT         PIC 9(8) COMP VALUE 0.
001950     05  WS-KEPT-WRITTEN       PIC 9(8) COMP VALUE 0.
001960     05  WS-BAL-COUNT          PIC 9(8) COMP VALUE 0.
001970     05  WS-STAT-COUNT         PIC 9(8) COMP VALUE 0.
001980     05  WS-IN-OUT-TOTAL       PIC 9(8) COMP VALUE 0.
001990 01  WS-CUTOFF-DATE            PIC 9(08) VALUE 0.
002000 01  WS-FEED-THRU-DATE         PIC 9(08) VALUE 0.
002010 01  WS-IDX                    PIC 9(4) COMP VALUE 0.
002020 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
002030*----------------------------------------------------------------
002040* PROGRAM SWITCHES
002050*----------------------------------------------------------------
002060 01  WS-SWITCHES.
002070     05  WS-AUD-STATUS         PIC X(02) VALUE '00'.
002080         88  WS-AUD-OK                   VALUE '00'.
002090         88  WS-AUD-NOT-FOUND            VALUE '05'.
002100     05  WS-AUD-EOF-SWITCH     PIC X(01) VALUE 'N'.
002110         88  WS-AUD-EOF-YES              VALUE 'Y'.
002120     05  WS-CKPT-STATUS        PIC X(02) VALUE '00'.
002130         88  WS-CKPT-OK                  VALUE '00'.
002140         88  WS-CKPT-NOT-FOUND           VALUE '05'.
002150     05  WS-CKPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
002160         88  WS-CKPT-EOF-YES             VALUE 'Y'.
002170     05  WS-ARC-STATUS         PIC X(02) VALUE '00'.
002180         88  WS-ARC-OK                   VALUE '00'.
002190         88  WS-ARC-NOT-FOUND            VALUE '05'.
002200     05  WS-CUTOFF-SW          PIC X(01) VALUE 'N'.
002210         88  WS-CUTOFF-LOADED            VALUE 'Y'.
002220     05  WS-ARC-RESOLVED-SW    PIC X(01) VALUE 'Y'.
002230         88  WS-ARC-RESOLVED             VALUE 'Y'.
002240         88  WS-ARC-NOT-RESOLVED         VALUE 'N'.
002250     05  WS-MVC-STATUS         PIC X(02) VALUE '00'.
002260         88  WS-MVC-OK                   VALUE '00'.
002270         88  WS-MVC-NOT-FOUND            VALUE '05'.
002280     05  WS-MVC-EOF-SWITCH     PIC X(01) VALUE 'N'.
002290         88  WS-MVC-EOF-YES              VALUE 'Y'.
002300     05  WS-FEED-SW            PIC X(01) VALUE 'N'.
002310         88  WS-FEED-IN-USE              VALUE 'Y'.
002320*----------------------------------------------------------------
002330* SUMMARY REPORT LINE LAYOUTS
002340*----------------------------------------------------------------
002350 01  ARC-DETAIL-LINE.
002360     05  ARC-DET-STACK-ID      PIC X(10).
002370     05  FILLER                PIC X(02) VALUE SPACES.
002380     05  ARC-DET-COUNT         PIC ZZZZZZZ9.
002390     05  FILLER                PIC X(60) VALUE SPACES.
002400 01  RPT-LINE.
002410     05  RPT-LABEL             PIC X(40).
002420     05  RPT-VALUE             PIC ZZZZZZZ9.
002430     05  FILLER                PIC X(31).
002440 PROCEDURE DIVISION.
002450*----------------------------------------------------------------
002460* 0000-MAIN-PROCEDURE - PASS ONE SPLITS AND REPLAYS; THE LIVE
002470*                       FILE IS THEN REBUILT FROM THE OPENING
002480*                       BALANCES PLUS A SECOND PASS OVER THE
002490*                       CURRENT RECORDS.  WITHOUT A VALID CUTOFF
002500*                       DATE NOTHING IS SPLIT - AN ARCHIVE RUN
002510*                       THAT GUESSED ITS RETENTION BOUNDARY
002520*                       COULD SILENTLY THROW AWAY THE
002530*                       RECONSTRUCTION-OF-RECORD.
002540*----------------------------------------------------------------
002550 0000-MAIN-PROCEDURE.
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002570     IF WS-CUTOFF-LOADED
002580         PERFORM 2000-SPLIT-ONE-RECORD THRU 2000-EXIT
002590             UNTIL WS-AUD-EOF-YES
002600         PERFORM 3000-REBUILD-LIVE-FILE THRU 3000-EXIT
002610     END-IF
002620     PERFORM 9000-TERMINATE THRU 9000-EXIT
002630     STOP RUN.
002640*----------------------------------------------------------------
002650* 1000-INITIALIZE - LOADS THE CUTOFF DATE, PRELOADS THE
002660*                   RETRIEVAL MODES, OPENS THE FILES AND PRIMES
002670*                   THE FIRST AUDIT READ.  A MISSING OR NON-
002680*                   NUMERIC CUTOFF FAILS THE RUN UP FRONT WITH
002690*                   CONDITION CODE 16 AND NOTHING WRITTEN.
002700*----------------------------------------------------------------
002710 1000-INITIALIZE.
002720     OPEN OUTPUT RPT-FILE
002730     MOVE SPACES TO RPT-LINE
002740     MOVE 'STACK-ARCHIVE SUMMARY REPORT' TO RPT-LABEL
002750     WRITE RPT-RECORD FROM RPT-LINE
002760     PERFORM 1100-LOAD-CUTOFF THRU 1100-EXIT
002770     IF NOT WS-CUTOFF-LOADED
002780         DISPLAY 'ERROR - NO VALID ARCHIVE CUTOFF DATE, '
002790             'NOTHING ARCHIVED'
002800         MOVE SPACES TO RPT-LINE
002810         MOVE 'NO VALID CUTOFF DATE - RUN ABORTED' TO RPT-LABEL
002820         WRITE RPT-RECORD FROM RPT-LINE
002830         MOVE 16 TO WS-MAX-RC
002840         GO TO 1000-EXIT
002850     END-IF
002860     MOVE SPACES TO RPT-LINE
002870     MOVE 'ARCHIVING AUDIT RECORDS DATED BEFORE' TO RPT-LABEL
002880     MOVE WS-CUTOFF-DATE TO RPT-VALUE
002890     WRITE RPT-RECORD FROM RPT-LINE
002900     PERFORM 1150-CHECK-FEED-POSITION THRU 1150-EXIT
002910     IF NOT WS-CUTOFF-LOADED
002920         MOVE 16 TO WS-MAX-RC
002930         GO TO 1000-EXIT
002940     END-IF
002950     PERFORM 1200-PRELOAD-MODES THRU 1200-EXIT
002960     OPEN INPUT AUDIT-FILE
002970     IF NOT WS-AUD-OK
002980         DISPLAY 'ERROR - BAD OPEN ON AUDIT-FILE, STATUS = '
002990             WS-AUD-STATUS
003000         MOVE 16 TO WS-MAX-RC
003010         MOVE 'N' TO WS-CUTOFF-SW
003020         GO TO 1000-EXIT
003030     END-IF
003040     OPEN OUTPUT ARCH-FILE
003050     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
003060 1000-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090* 1100-LOAD-CUTOFF - READS THE ARCHIVE CONTROL RECORD.  THE
003100*                    CUTOFF IS THE FIRST DAY OF THE RETENTION
003110*                    PERIOD: EVERY AUDIT RECORD DATED BEFORE IT
003120*                    IS ARCHIVED, EVERYTHING ON OR AFTER IT
003130*                    STAYS LIVE.
003140*----------------------------------------------------------------
003150 1100-LOAD-CUTOFF.
003160     OPEN INPUT ARC-CONTROL-FILE
003170     IF NOT WS-ARC-OK AND NOT WS-ARC-NOT-FOUND
003180         DISPLAY 'WARNING - BAD OPEN ON ARC-CONTROL-FILE, '
003190             'STATUS = ' WS-ARC-STATUS
003200         GO TO 1100-EXIT
003210     END-IF
003220     IF WS-ARC-NOT-FOUND
003230         CLOSE ARC-CONTROL-FILE
003240         GO TO 1100-EXIT
003250     END-IF
003260     READ ARC-CONTROL-FILE
003270         AT END MOVE '05' TO WS-ARC-STATUS
003280     END-READ
003290     IF WS-ARC-OK
003300         AND ARC-CUTOFF-DATE NUMERIC
003310         AND ARC-CUTOFF-DATE > 0
003320         MOVE ARC-CUTOFF-DATE TO WS-CUTOFF-DATE
003330         MOVE 'Y' TO WS-CUTOFF-SW
003340     END-IF
003350     CLOSE ARC-CONTROL-FILE.
003360 1100-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390* 1150-CHECK-FEED-POSITION - READS THE MOVEMENT FEED CONTROL
003400*                            DATASET; THE LATEST RECORD GIVES
003410*                            THE DATE THE FEED HAS REACHED.  A
003420*                            CUTOFF AFTER IT WOULD ARCHIVE
003430*                            RECORDS NOT YET FED, SO THE CUTOFF
003440*                            IS WITHDRAWN AND NOTHING IS SPLIT.
003450*                            A FEED CONTROL DATASET THAT CANNOT
003460*                            BE READ WITHDRAWS IT TOO.
003470*----------------------------------------------------------------
003480 1150-CHECK-FEED-POSITION.
003490     OPEN INPUT MOV-CONTROL-FILE
003500     IF NOT WS-MVC-OK AND NOT WS-MVC-NOT-FOUND
003510         DISPLAY 'ERROR - BAD OPEN ON MOV-CONTROL-FILE, '
003520             'STATUS = ' WS-MVC-STATUS ', NOTHING ARCHIVED'
003530         MOVE SPACES TO RPT-LINE
003540         MOVE 'FEED CONTROL UNREADABLE - RUN ABORTED'
003550             TO RPT-LABEL
003560         WRITE RPT-RECORD FROM RPT-LINE
003570         MOVE 'N' TO WS-CUTOFF-SW
003580         GO TO 1150-EXIT
003590     END-IF
003600     IF WS-MVC-NOT-FOUND
003610         CLOSE MOV-CONTROL-FILE
003620         GO TO 1150-EXIT
003630     END-IF
003640     PERFORM 1160-READ-FEED-CONTROL THRU 1160-EXIT
003650         UNTIL WS-MVC-EOF-YES
003660     CLOSE MOV-CONTROL-FILE
003670     IF NOT WS-FEED-IN-USE
003680         GO TO 1150-EXIT
003690     END-IF
003700     MOVE SPACES TO RPT-LINE
003710     MOVE 'MOVEMENT FEED SENT THROUGH' TO RPT-LABEL
003720     MOVE WS-FEED-THRU-DATE TO RPT-VALUE
003730     WRITE RPT-RECORD FROM RPT-LINE
003740     IF WS-CUTOFF-DATE > WS-FEED-THRU-DATE
003750         DISPLAY 'ERROR - CUTOFF ' WS-CUTOFF-DATE ' IS PAST '
003760             'THE MOVEMENT FEED, NOTHING ARCHIVED'
003770         MOVE SPACES TO RPT-LINE
003780         MOVE 'CUTOFF PAST MOVEMENT FEED - RUN ABORTED'
003790             TO RPT-LABEL
003800         WRITE RPT-RECORD FROM RPT-LINE
003810         MOVE 'N' TO WS-CUTOFF-SW
003820     END-IF.
003830 1150-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860* 1160-READ-FEED-CONTROL - READS ONE FEED CONTROL RECORD; EACH
003870*                          NUMERIC THROUGH DATE REPLACES THE
003880*                          LAST, SO THE LATEST FEED WINS.
003890*----------------------------------------------------------------
003900 1160-READ-FEED-CONTROL.
003910     READ MOV-CONTROL-FILE
003920         AT END MOVE 'Y' TO WS-MVC-EOF-SWITCH
003930     END-READ
003940     IF NOT WS-MVC-EOF-YES
003950         AND MVC-THRU-DATE NUMERIC
003960         MOVE MVC-THRU-DATE TO WS-FEED-THRU-DATE
003970         MOVE 'Y' TO WS-FEED-SW
003980     END-IF.
003990 1160-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020* 1200-PRELOAD-MODES - READS THE CHECKPOINT FILE TO REGISTER
004030*                      EACH STACK'S RETRIEVAL MODE BEFORE THE
004040*                      REPLAY, SO A FIFO QUEUE'S ARCHIVED POPS
004050*                      REMOVE THE OLDEST ENTRY EXACTLY AS THE
004060*                      BATCH PROGRAM AND STACK-RECONCILE DO.  A
004070*                      STACK ABSENT FROM THE CHECKPOINT REPLAYS
004080*                      AS LIFO, THE DEFAULT.
004090*----------------------------------------------------------------
004100 1200-PRELOAD-MODES.
004110     OPEN INPUT CKPT-FILE
004120     IF NOT WS-CKPT-OK AND NOT WS-CKPT-NOT-FOUND
004130         DISPLAY 'WARNING - BAD OPEN ON CKPT-FILE, STATUS = '
004140             WS-CKPT-STATUS
004150         GO TO 1200-EXIT
004160     END-IF
004170     IF WS-CKPT-NOT-FOUND
004180         CLOSE CKPT-FILE
004190         GO TO 1200-EXIT
004200     END-IF
004210     PERFORM 1290-READ-CKPT THRU 1290-EXIT
004220     PERFORM 1210-REGISTER-MODE THRU 1210-EXIT
004230         UNTIL WS-CKPT-EOF-YES
004240     CLOSE CKPT-FILE.
004250 1200-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------
004280* 1210-REGISTER-MODE - REGISTERS ONE CHECKPOINTED STACK'S MODE
004290*                      IN THE ARCHIVE TABLE AHEAD OF THE REPLAY.
004300*----------------------------------------------------------------
004310 1210-REGISTER-MODE.
004320     SET ARC-IDX TO 1
004330     SEARCH ARC-ENTRY
004340         AT END
004350             PERFORM 1220-ASSIGN-MODE-SLOT THRU 1220-EXIT
004360         WHEN ARC-STACK-ID(ARC-IDX) = CKPT-STACK-ID
004370             IF CKPT-MODE = 'F'
004380                 MOVE 'F' TO ARC-MODE(ARC-IDX)
004390             ELSE
004400                 MOVE 'L' TO ARC-MODE(ARC-IDX)
004410             END-IF
004420     END-SEARCH
004430     PERFORM 1290-READ-CKPT THRU 1290-EXIT.
004440 1210-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------
004470* 1220-ASSIGN-MODE-SLOT - FIRST SIGHT OF THIS STACK-ID; TAKES A
004480*                         FREE TABLE ROW AND RECORDS ITS MODE.
004490*----------------------------------------------------------------
004500 1220-ASSIGN-MODE-SLOT.
004510     SET ARC-IDX TO 1
004520     SEARCH ARC-ENTRY
004530         AT END
004540             DISPLAY 'WARNING - NO FREE ARCHIVE TABLE ROW FOR '
004550                 'CHECKPOINTED STACK ' CKPT-STACK-ID
004560         WHEN ARC-STACK-ID(ARC-IDX) = SPACES
004570             MOVE CKPT-STACK-ID TO ARC-STACK-ID(ARC-IDX)
004580             MOVE 0 TO ARC-MOVED-COUNT(ARC-IDX)
004590             MOVE 0 TO ARC-DEPTH(ARC-IDX)
004600             MOVE 'A' TO ARC-STATUS(ARC-IDX)
004610             IF CKPT-MODE = 'F'
004620                 MOVE 'F' TO ARC-MODE(ARC-IDX)
004630             ELSE
004640                 MOVE 'L' TO ARC-MODE(ARC-IDX)
004650             END-IF
004660     END-SEARCH.
004670 1220-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
004700* 1290-READ-CKPT - READS THE NEXT CHECKPOINTED STACK.
004710*----------------------------------------------------------------
004720 1290-READ-CKPT.
004730     READ CKPT-FILE
004740         AT END MOVE 'Y' TO WS-CKPT-EOF-SWITCH
004750     END-READ.
004760 1290-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790* 2000-SPLIT-ONE-RECORD - PASS ONE.  A RECORD OLDER THAN THE
004800*                         CUTOFF GOES TO THE ARCHIVE, IS COUNTED
004810*                         AGAINST ITS STACK AND IS REPLAYED INTO
004820*                         THE AS-OF-CUTOFF STATE; A CURRENT
004830*                         RECORD IS ONLY COUNTED HERE - PASS TWO
004840*                         COPIES IT TO THE REBUILT LIVE FILE
004850*                         BEHIND THE OPENING BALANCES.  A RECORD
004860*                         WITH A NON-NUMERIC DATE CAN NEVER BE
004870*                         PROVED OLD, SO IT IS KEPT.
004880*----------------------------------------------------------------
004890 2000-SPLIT-ONE-RECORD.
004900     ADD 1 TO WS-READ-COUNT
004910     IF AUDIT-DATE NUMERIC AND AUDIT-DATE < WS-CUTOFF-DATE
004920         WRITE ARCH-RECORD FROM AUDIT-RECORD
004930         ADD 1 TO WS-ARCHIVED-COUNT
004940         PERFORM 2100-RESOLVE-ARC-SLOT THRU 2100-EXIT
004950         IF WS-ARC-RESOLVED
004960             ADD 1 TO ARC-MOVED-COUNT(ARC-IDX)
004970             PERFORM 2200-APPLY-ARCHIVED-OP THRU 2200-EXIT
004980         ELSE
004990             ADD 1 TO WS-OTHERS-COUNT
005000         END-IF
005010     ELSE
005020         ADD 1 TO WS-KEPT-COUNT
005030     END-IF
005040     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
005050 2000-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------
005080* 2100-RESOLVE-ARC-SLOT - FINDS THE TABLE ROW FOR THE STACK-ID
005090*                         IN THE RECORD AREA (AUDIT AND
005100*                         CHECKPOINT RECORDS CARRY IT IN THE
005110*                         SAME POSITIONS VIA THEIR COPYBOOKS),
005120*                         REGISTERING IT ON FIRST SIGHT WITH THE
005130*                         MODE IN HAND.  A FULL TABLE LEAVES THE
005140*                         SWITCH OFF SO THE CALLER CAN FALL BACK.
005150*----------------------------------------------------------------
005160 2100-RESOLVE-ARC-SLOT.
005170     MOVE 'Y' TO WS-ARC-RESOLVED-SW
005180     SET ARC-IDX TO 1
005190     SEARCH ARC-ENTRY
005200         AT END
005210             PERFORM 2110-REGISTER-ARC-STACK THRU 2110-EXIT
005220         WHEN ARC-STACK-ID(ARC-IDX) = AUDIT-STACK-ID
005230             CONTINUE
005240     END-SEARCH.
005250 2100-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280* 2110-REGISTER-ARC-STACK - FIRST SIGHT OF THIS STACK-ID; TAKES
005290*                           A FREE TABLE ROW.
005300*----------------------------------------------------------------
005310 2110-REGISTER-ARC-STACK.
005320     SET ARC-IDX TO 1
005330     SEARCH ARC-ENTRY
005340         AT END
005350             DISPLAY 'WARNING - MORE STACK-IDS THAN THE '
005360                 'ARCHIVE TABLE HOLDS: ' AUDIT-STACK-ID
005370             MOVE 'N' TO WS-ARC-RESOLVED-SW
005380         WHEN ARC-STACK-ID(ARC-IDX) = SPACES
005390             MOVE AUDIT-STACK-ID TO ARC-STACK-ID(ARC-IDX)
005400             MOVE 0 TO ARC-MOVED-COUNT(ARC-IDX)
005410             MOVE 0 TO ARC-DEPTH(ARC-IDX)
005420             MOVE 'A' TO ARC-STATUS(ARC-IDX)
005430             MOVE 'L' TO ARC-MODE(ARC-IDX)
005440     END-SEARCH.
005450 2110-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------
005480* 2200-APPLY-ARCHIVED-OP - REPLAYS ONE ARCHIVED RECORD INTO THE
005490*                          AS-OF-CUTOFF STATE, THE SAME RULES
005500*                          STACK-RECONCILE APPLIES: PUSH AND BAL
005510*                          APPEND, POP REMOVES THE TOP (OR THE
005520*                          OLDEST, FOR A FIFO QUEUE), EXP REMOVES
005530*                          THE ENTRY AT ITS AUDITED POSITION, PURG
005540*                          EMPTIES, STAT SETS THE STATUS AND RETR
005550*                          CLEARS THE QUEUE.  AN OPERATION THAT
005560*                          CANNOT APPLY (POP OF AN EMPTY STACK,
005570*                          PUSH PAST THE CEILING) IS SKIPPED -
005580*                          STACK-RECONCILE, NOT THE ARCHIVER, IS
005590*                          WHERE TRAIL ANOMALIES GET REPORTED.
005600*----------------------------------------------------------------
005610 2200-APPLY-ARCHIVED-OP.
005620     EVALUATE AUDIT-OPERATION
005630         WHEN 'PUSH'
005640         WHEN 'BAL '
005650             IF ARC-DEPTH(ARC-IDX) < MAX-STACK-CAPACITY
005660                 ADD 1 TO ARC-DEPTH(ARC-IDX)
005670                 MOVE AUDIT-VALUE TO
005680                     ARC-VALUE(ARC-IDX ARC-DEPTH(ARC-IDX))
005690             END-IF
005700         WHEN 'POP '
005710             IF ARC-DEPTH(ARC-IDX) > 0
005720                 IF ARC-FIFO(ARC-IDX)
005730                     PERFORM 2250-SHIFT-FIFO-DOWN THRU 2250-EXIT
005740                         VARYING WS-IDX FROM 1 BY 1
005750                             UNTIL WS-IDX NOT <
005760                                 ARC-DEPTH(ARC-IDX)
005770                 END-IF
005780                 SUBTRACT 1 FROM ARC-DEPTH(ARC-IDX)
005790             END-IF
005800         WHEN 'PURG'
005810             MOVE 0 TO ARC-DEPTH(ARC-IDX)
005820         WHEN 'EXP '
005830             IF AUDIT-POSITION NUMERIC
005840                 AND AUDIT-POSITION > 0
005850                 AND AUDIT-POSITION NOT > ARC-DEPTH(ARC-IDX)
005860                 PERFORM 2250-SHIFT-FIFO-DOWN THRU 2250-EXIT
005870                     VARYING WS-IDX FROM AUDIT-POSITION BY 1
005880                         UNTIL WS-IDX NOT <
005890                             ARC-DEPTH(ARC-IDX)
005900                 SUBTRACT 1 FROM ARC-DEPTH(ARC-IDX)
005910             END-IF
005920         WHEN 'STAT'
005930             MOVE AUDIT-NEW-STATUS TO ARC-STATUS(ARC-IDX)
005940             IF ARC-STATUS(ARC-IDX) = SPACE
005950                 MOVE 'A' TO ARC-STATUS(ARC-IDX)
005960             END-IF
005970         WHEN 'RETR'
005980             MOVE 0 TO ARC-DEPTH(ARC-IDX)
005990             MOVE 'A' TO ARC-STATUS(ARC-IDX)
006000         WHEN OTHER
006010             CONTINUE
006020     END-EVALUATE.
006030 2200-EXIT.
006040     EXIT.
006050*----------------------------------------------------------------
006060* 2250-SHIFT-FIFO-DOWN - MOVES EVERY REMAINING FIFO ENTRY DOWN
006070*                        ONE SLOT AFTER THE OLDEST WAS TAKEN
006080*                        (OR, FOR AN EXP, FROM THE EXPIRED SLOT
006090*                        UP).
006100*----------------------------------------------------------------
006110 2250-SHIFT-FIFO-DOWN.
006120     MOVE ARC-VALUE(ARC-IDX WS-IDX + 1)
006130         TO ARC-VALUE(ARC-IDX WS-IDX).
006140 2250-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------
006170* 2900-READ-AUDIT - READS THE NEXT AUDIT RECORD.
006180*----------------------------------------------------------------
006190 2900-READ-AUDIT.
006200     READ AUDIT-FILE
006210         AT END MOVE 'Y' TO WS-AUD-EOF-SWITCH
006220     END-READ.
006230 2900-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260* 3000-REBUILD-LIVE-FILE - CLOSES PASS ONE, WRITES THE OPENING
006270*                          BALANCES TO THE HEAD OF THE REBUILT
006280*                          LIVE FILE, THEN COPIES THE CURRENT
006290*                          RECORDS ACROSS IN THEIR ORIGINAL
006300*                          ORDER ON A SECOND PASS.
006310*----------------------------------------------------------------
006320 3000-REBUILD-LIVE-FILE.
006330     CLOSE AUDIT-FILE
006340     CLOSE ARCH-FILE
006350     OPEN OUTPUT NEW-AUDIT-FILE
006360     PERFORM 3100-WRITE-STACK-BALANCES THRU 3100-EXIT
006370         VARYING ARC-IDX FROM 1 BY 1
006380             UNTIL ARC-IDX > MAX-ARC-STACKS
006390     MOVE 'N' TO WS-AUD-EOF-SWITCH
006400     OPEN INPUT AUDIT-FILE
006410     IF NOT WS-AUD-OK
006420         DISPLAY 'ERROR - BAD RE-OPEN ON AUDIT-FILE, STATUS = '
006430             WS-AUD-STATUS
006440         MOVE 16 TO WS-MAX-RC
006450         GO TO 3000-CLOSE
006460     END-IF
006470     PERFORM 2900-READ-AUDIT THRU 2900-EXIT
006480     PERFORM 3200-COPY-ONE-KEPT THRU 3200-EXIT
006490         UNTIL WS-AUD-EOF-YES
006500     CLOSE AUDIT-FILE.
006510 3000-CLOSE.
006520     CLOSE NEW-AUDIT-FILE.
006530 3000-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------
006560* 3100-WRITE-STACK-BALANCES - WRITES ONE BAL RECORD PER LIVE
006570*                             ENTRY OF ONE STACK'S AS-OF-CUTOFF
006580*                             STATE, BOTTOM-UP, SO THE REPLAY
006590*                             REBUILDS THE FULL VALUE ARRAY IN
006600*                             ARRIVAL ORDER.  A QUEUE NOT ACTIVE
006610*                             AT THE CUTOFF THEN GETS ONE STAT
006620*                             RECORD RESTATING ITS STATUS; AN
006630*                             EMPTY ACTIVE QUEUE NEEDS NOTHING.
006640*----------------------------------------------------------------
006650 3100-WRITE-STACK-BALANCES.
006660     IF ARC-STACK-ID(ARC-IDX) = SPACES
006670         OR (ARC-DEPTH(ARC-IDX) = 0
006680             AND ARC-STATUS(ARC-IDX) = 'A')
006690         GO TO 3100-EXIT
006700     END-IF
006710     PERFORM 3110-WRITE-ONE-BALANCE THRU 3110-EXIT
006720         VARYING WS-IDX FROM 1 BY 1
006730             UNTIL WS-IDX > ARC-DEPTH(ARC-IDX)
006740     IF ARC-STATUS(ARC-IDX) NOT = 'A'
006750         PERFORM 3120-WRITE-STATUS-BALANCE THRU 3120-EXIT
006760     END-IF.
006770 3100-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------
006800* 3110-WRITE-ONE-BALANCE - ONE OPENING-BALANCE RECORD: DATED
006810*                          THE CUTOFF, OPERATION BAL, THE VALUE
006820*                          AT THAT POSITION AND THE POSITION AS
006830*                          THE RESULTING TOP - EXACTLY WHAT A
006840*                          PUSH AT THAT POINT WOULD HAVE
006850*                          STAMPED.
006860*----------------------------------------------------------------
006870 3110-WRITE-ONE-BALANCE.
006880     MOVE SPACES TO BAL-RECORD
006890     MOVE WS-CUTOFF-DATE TO BAL-DATE
006900     MOVE 0 TO BAL-TIME
006910     MOVE ARC-STACK-ID(ARC-IDX) TO BAL-STACK-ID
006920     MOVE 'BAL ' TO BAL-OPERATION
006930     MOVE ARC-VALUE(ARC-IDX WS-IDX) TO BAL-VALUE
006940     MOVE WS-IDX TO BAL-RESULT-TOP
006950     WRITE NEW-AUDIT-RECORD FROM BAL-RECORD
006960     ADD 1 TO WS-BAL-COUNT.
006970 3110-EXIT.
006980     EXIT.
006990*----------------------------------------------------------------
007000* 3120-WRITE-STATUS-BALANCE - ONE RESTATING STAT RECORD: DATED THE
007010*                             CUTOFF, FROM ACTIVE (WHERE ANY
007020*                             REPLAY STARTS) TO THE QUEUE'S
007030*                             AS-OF-CUTOFF STATUS, AT ITS
007040*                             AS-OF-CUTOFF DEPTH.
007050*----------------------------------------------------------------
007060 3120-WRITE-STATUS-BALANCE.
007070     MOVE SPACES TO BAL-RECORD
007080     MOVE WS-CUTOFF-DATE TO BAL-DATE
007090     MOVE 0 TO BAL-TIME
007100     MOVE ARC-STACK-ID(ARC-IDX) TO BAL-STACK-ID
007110     MOVE 'STAT' TO BAL-OPERATION
007120     MOVE 0 TO BAL-VALUE
007130     MOVE ARC-DEPTH(ARC-IDX) TO BAL-RESULT-TOP
007140     MOVE 'A' TO BAL-OLD-STATUS
007150     MOVE ARC-STATUS(ARC-IDX) TO BAL-NEW-STATUS
007160     WRITE NEW-AUDIT-RECORD FROM BAL-RECORD
007170     ADD 1 TO WS-STAT-COUNT.
007180 3120-EXIT.
007190     EXIT.
007200*----------------------------------------------------------------
007210* 3200-COPY-ONE-KEPT - PASS TWO: COPIES ONE CURRENT RECORD TO
007220*                      THE REBUILT LIVE FILE, BEHIND THE OPENING
007230*                      BALANCES, SKIPPING THE RECORDS PASS ONE
007240*                      ALREADY ARCHIVED.
007250*----------------------------------------------------------------
007260 3200-COPY-ONE-KEPT.
007270     IF NOT (AUDIT-DATE NUMERIC
007280             AND AUDIT-DATE < WS-CUTOFF-DATE)
007290         WRITE NEW-AUDIT-RECORD FROM AUDIT-RECORD
007300         ADD 1 TO WS-KEPT-WRITTEN
007310     END-IF
007320     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
007330 3200-EXIT.
007340     EXIT.
007350*----------------------------------------------------------------
007360* 8000-WRITE-SUMMARY - THE ARCHIVE SUMMARY: RUN TOTALS, THE
007370*                      BALANCE PROOFS AND THE PER-STACK TOTALS
007380*                      MOVED.
007390*----------------------------------------------------------------
007400 8000-WRITE-SUMMARY.
007410     MOVE SPACES TO RPT-LINE
007420     WRITE RPT-RECORD FROM RPT-LINE
007430     MOVE SPACES TO RPT-LINE
007440     MOVE 'AUDIT RECORDS READ' TO RPT-LABEL
007450     MOVE WS-READ-COUNT TO RPT-VALUE
007460     WRITE RPT-RECORD FROM RPT-LINE
007470     MOVE SPACES TO RPT-LINE
007480     MOVE 'RECORDS ARCHIVED' TO RPT-LABEL
007490     MOVE WS-ARCHIVED-COUNT TO RPT-VALUE
007500     WRITE RPT-RECORD FROM RPT-LINE
007510     MOVE SPACES TO RPT-LINE
007520     MOVE 'RECORDS KEPT ON LIVE FILE' TO RPT-LABEL
007530     MOVE WS-KEPT-COUNT TO RPT-VALUE
007540     WRITE RPT-RECORD FROM RPT-LINE
007550     MOVE SPACES TO RPT-LINE
007560     MOVE 'OPENING BALANCE RECORDS WRITTEN' TO RPT-LABEL
007570     MOVE WS-BAL-COUNT TO RPT-VALUE
007580     WRITE RPT-RECORD FROM RPT-LINE
007590     MOVE SPACES TO RPT-LINE
007600     MOVE 'STATUS RESTATEMENT RECORDS WRITTEN' TO RPT-LABEL
007610     MOVE WS-STAT-COUNT TO RPT-VALUE
007620     WRITE RPT-RECORD FROM RPT-LINE
007630     COMPUTE WS-IN-OUT-TOTAL = WS-ARCHIVED-COUNT
007640         + WS-KEPT-COUNT
007650     IF WS-IN-OUT-TOTAL = WS-READ-COUNT
007660         AND WS-KEPT-WRITTEN = WS-KEPT-COUNT
007670         MOVE SPACES TO RPT-LINE
007680         MOVE 'IN/OUT COUNTS BALANCE - REPLACE AUDFIL'
007690             TO RPT-LABEL
007700         WRITE RPT-RECORD FROM RPT-LINE
007710     ELSE
007720         DISPLAY 'ERROR - ARCHIVE OUT OF BALANCE, DO NOT '
007730             'REPLACE THE LIVE FILE'
007740         MOVE SPACES TO RPT-LINE
007750         MOVE '*** OUT OF BALANCE - DO NOT REPLACE AUDFIL'
007760             TO RPT-LABEL
007770         WRITE RPT-RECORD FROM RPT-LINE
007780         MOVE SPACES TO RPT-LINE
007790         MOVE 'KEPT RECORDS REWRITTEN ON PASS TWO' TO RPT-LABEL
007800         MOVE WS-KEPT-WRITTEN TO RPT-VALUE
007810         WRITE RPT-RECORD FROM RPT-LINE
007820         IF WS-MAX-RC < 16
007830             MOVE 16 TO WS-MAX-RC
007840         END-IF
007850     END-IF
007860     MOVE SPACES TO RPT-LINE
007870     WRITE RPT-RECORD FROM RPT-LINE
007880     MOVE SPACES TO RPT-LINE
007890     MOVE 'RECORDS MOVED PER STACK' TO RPT-LABEL
007900     WRITE RPT-RECORD FROM RPT-LINE
007910     PERFORM 8100-WRITE-ONE-STACK-TOTAL THRU 8100-EXIT
007920         VARYING ARC-IDX FROM 1 BY 1
007930             UNTIL ARC-IDX > MAX-ARC-STACKS
007940     IF WS-OTHERS-COUNT > 0
007950         MOVE SPACES TO ARC-DETAIL-LINE
007960         MOVE 'OTHERS' TO ARC-DET-STACK-ID
007970         MOVE WS-OTHERS-COUNT TO ARC-DET-COUNT
007980         WRITE RPT-RECORD FROM ARC-DETAIL-LINE
007990     END-IF.
008000 8000-EXIT.
008010     EXIT.
008020*----------------------------------------------------------------
008030* 8100-WRITE-ONE-STACK-TOTAL - ONE PER-STACK MOVED LINE.  A
008040*                              STACK THE MODE PRELOAD REGISTERED
008050*                              BUT NO ARCHIVED RECORD TOUCHED
008060*                              HAS NOTHING TO REPORT.
008070*----------------------------------------------------------------
008080 8100-WRITE-ONE-STACK-TOTAL.
008090     IF ARC-STACK-ID(ARC-IDX) NOT = SPACES
008100         AND ARC-MOVED-COUNT(ARC-IDX) > 0
008110         MOVE SPACES TO ARC-DETAIL-LINE
008120         MOVE ARC-STACK-ID(ARC-IDX) TO ARC-DET-STACK-ID
008130         MOVE ARC-MOVED-COUNT(ARC-IDX) TO ARC-DET-COUNT
008140         WRITE RPT-RECORD FROM ARC-DETAIL-LINE
008150     END-IF.
008160 8100-EXIT.
008170     EXIT.
008180*----------------------------------------------------------------
008190* 9000-TERMINATE - WRITES THE SUMMARY WHEN THE SPLIT RAN, CLOSES
008200*                  THE REPORT AND POSTS THE CONDITION CODE.
008210*----------------------------------------------------------------
008220 9000-TERMINATE.
008230     IF WS-CUTOFF-LOADED
008240         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
008250     END-IF
008260     CLOSE RPT-FILE
008270     MOVE WS-MAX-RC TO RETURN-CODE.
008280 9000-EXIT.
008290     EXIT.
