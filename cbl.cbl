002960*                  PER RUN; THE COMPANION STACK-ALERTS REPORT
002970*                  (CBLALR.CBL) PRINTS THE OPEN ALERTS BY
002980*                  SEVERITY FOR THE DUTY MANAGER.
002990* 09/02/2026  DWA  SIX-DIGIT VALUES - TRANS-VALUE, STACK-VALUE,
003000*                  CKPT-VALUE AND AUDIT-VALUE ARE WIDENED FROM
003010*                  FOUR DIGITS TO SIX AHEAD OF THE UPSTREAM
003020*                  REFERENCE NUMBERS CROSSING 9999.  THE TRAILER
003030*                  HASH STAYS A 12-DIGIT SUM OF THE NUMERIC
003040*                  VALUES ON BOTH THE INBOUND AND OUTBOUND
003050*                  INTERFACES.  STATE AND AUDIT FILES WRITTEN IN
003060*                  THE OLD SHAPE MUST BE CARRIED FORWARD ONCE BY
003070*                  STACK-CONVERT (CBLCNV.CBL) BEFORE THE FIRST
003080*                  RUN ON THIS LAYOUT - SEE THAT PROGRAM.
003090* 09/02/2026  DWA  RESTART FIDELITY - THE IN-FLIGHT COMMIT NOW
003100*                  CARRIES THE OPEN BACKORDER DEMANDS, THE
003110*                  FILED/FILLED AND ALERT COUNTERS, EACH QUEUE'S
003120*                  ALERTED FLAG AND THE RUN DATE, ALL RESTORED ON
003130*                  RESTART; THE SKIP AND THE PENDING SWEEP JUDGE
003140*                  EFFECTIVE DATES AGAINST THAT RUN DATE, SO A
003150*                  RESTART ACROSS MIDNIGHT NEITHER DROPS NOR
003160*                  DOUBLES A HELD TRANSACTION.
003170* 10/15/2026  DWA  PER-SOURCE DISPOSITION FILE - EVERY DETAIL
003180*                  RECORD'S OUTCOME (APPLIED, REJECTED WITH ITS
003190*                  REASON, HELD, RELEASED, BACKORDERED OR
003200*                  FILLED) IS WRITTEN TO A WORK DATASET (DSPWRK)
003210*                  AS IT HAPPENS, AND 8700-WRITE-DISPOSITIONS
003220*                  BUILDS DSPFIL FROM IT AT END OF JOB, ONE
003230*                  HEADER/TRAILER SECTION PER SOURCE BATCH (SEE
003240*                  DSPREC).  THE COMMIT POINT CARRIES THE COUNT
003250*                  OF DISPOSITIONS ALREADY WRITTEN, SO A RESTART
003260*                  DROPS THE ABENDED RUN'S UNCOMMITTED TAIL AND
003270*                  THE FILE NEITHER LOSES NOR DOUBLES A RECORD.
003280*                  A RECORD PARKED ON THE PENDING DATASET IS
003290*                  STAMPED WITH THE BATCH THAT SENT IT, AND ITS
003300*                  RELEASE IS REPORTED IN THAT BATCH'S SECTION ON
003310*                  WHATEVER NIGHT IT FALLS.
003320* 10/15/2026  DWA  AUTOMATIC EXPIRY - A QUEUE DEFINED WITH A
003330*                  MAXIMUM ENTRY LIFE (SDF-MAX-LIFE) HAS EVERY
003340*                  ENTRY OLDER THAN THAT REMOVED AT THE START OF
003350*                  THE RUN, FROM WHATEVER POSITION IT HOLDS, BY
003360*                  1600-EXPIRE-ENTRIES.  EACH ONE IS WRITTEN TO
003370*                  THE EXPIRED-ITEMS DATASET (EXPFIL, SEE
003380*                  EXPREC) AND AUDITED AS AN EXP CARRYING ITS
003390*                  POSITION, SO THE RECONCILE, REBUILD AND
003400*                  ARCHIVE REPLAYS CAN TAKE IT OUT OF THE SAME
003410*                  SLOT.  AN ENTRY WITH NO ARRIVAL DATE NEVER
003420*                  EXPIRES.  THE DAILY REPORT SHOWS THE EXPIRED
003430*                  COUNT BY QUEUE, AND THE PER-QUEUE COUNT RIDES
003440*                  THE COMMIT POINT.
003450* 10/15/2026  DWA  CROSS-STEP BALANCING - AT END OF RUN THE BATCH
003460*                  POSTS ITS CONTROL TOTALS TO THE BALANCING
003470*                  LEDGER (BALLDG, SEE LDGREC) FOR STACK-BALANCE:
003480*                  DETAILS READ AND RELEASED AGAINST THE APPLIED,
003490*                  REJECTED AND HELD DISPOSITIONS, EACH QUEUE'S
003500*                  OPENING DEPTH, ADDS, REMOVALS AND CLOSING
003510*                  DEPTH, AND THE ENTRY COUNT AND HASH OF THE
003520*                  CHECKPOINT WRITTEN.  THE OPENING DEPTH RIDES
003530*                  THE COMMIT POINT SO A RESTART POSTS THE WHOLE
003540*                  DAY.
003550* 10/15/2026  DWA  MOVEMENT FEED SUPPORT - PUSH, POP, TRANSFER AND
003560*                  BACKFILL AUDIT RECORDS NOW CARRY THE ENTRY'S
003570*                  ARRIVAL DATE, AND A RESTART FROM A COMMIT
003580*                  POINT APPENDS A RESTART RECORD (STATUS RSTR)
003590*                  TO RUNCTL BRACKETING THE ABENDED RUN'S
003600*                  UNCOMMITTED WINDOW, WHOSE AUDIT RECORDS THE
003610*                  RESTART WRITES AGAIN.
003620*                  RUN-RECORD MOVES TO THE RUNREC COPYBOOK.
003630* 10/15/2026  DWA  BUSINESS-DAY CALENDAR - FUTURE-DATED
003640*                  TRANSACTIONS NOW RELEASE ON THE FIRST BUSINESS
003650*                  DAY ON OR AFTER THEIR EFFECTIVE DATE, PER THE
003660*                  SHOP CALENDAR (CALFIL, SEE CALREC), SO A
003670*                  RECORD EFFECTIVE ON A HOLIDAY OR WEEKEND IS
003680*                  HELD OVER RATHER THAN RELEASED ON A DAY NOBODY
003690*                  WORKS IT.  THE SAME ROLLED DATE DRIVES THE
003700*                  HOLD, THE PENDING SWEEP AND THE RESTART'S
003710*                  JUDGMENT OF WHAT THE ABENDED RUN HELD.  A
003720*                  CALENDAR THAT IS MISSING, OUT OF ORDER, GAPPED
003730*                  OR DOES NOT COVER THE RUN DATE REFUSES THE RUN
003740*                  WITH THE DISTINCT CONDITION CODE 28 BEFORE
003750*                  ANYTHING IS OPENED FOR UPDATE.  THE DAILY
003760*                  REPORT STATES THE DATE CONVENTIONS IT USED.
003770* 10/15/2026  DWA  QUEUE LIFECYCLE STATUS - EVERY QUEUE NOW
003780*                  CARRIES A STATUS ON THE CHECKPOINT AND STATE
003790*                  RECORDS (CKPT-Q-STATUS): ACTIVE, FROZEN,
003800*                  DRAINING OR RETIRED.  A FROZEN QUEUE (AN
003810*                  OPERATOR HOLD SET THROUGH SADM) STILL TAKES
003820*                  PUSHES BUT REJECTS POPS AND OUTBOUND TRANSFERS
003830*                  (REASON FRZN) AND FILLS NO BACKORDER; A
003840*                  DRAINING QUEUE REJECTS PUSHES AND INBOUND
003850*                  TRANSFERS (DRNG); A RETIRED QUEUE DOES THE SAME
003860*                  (RETD) AND, ONCE EMPTY, IS AUDITED AS A RETR
003870*                  AND LEFT OFF THE CHECKPOINT AND STATE FILES SO
003880*                  ITS SLOT IS FREE FOR A NEW QUEUE.  DRAINING AND
003890*                  RETIRED ARE TAKEN UP FROM SDF-Q-STATUS AT
003900*                  START-UP AND AUDITED AS A STAT; A RETIRED
003910*                  DEFINITION TAKES NO SLOT OF ITS OWN.  THE DAILY
003920*                  REPORT LISTS EVERY QUEUE'S STATUS.
003930* 10/15/2026  DWA  DUPLICATE-VALUE CHECKING - A QUEUE WHOSE
003940*                  DEFINITION CARRIES THE NEW SDF-DUP-CHECK-SW
003950*                  (SEE SDFREC) REFUSES A PUSH OR A TRANSFER
003960*                  LANDING WHOSE VALUE IS ALREADY HELD ON IT, WITH
003970*                  REJECT REASON DUPV (CONDITION CODE 4).  THE
003980*                  CHECK COMES BEFORE ANY BACKORDER FILL, SO A
003990*                  VALUE STILL WAITING ON THE QUEUE IS NEVER
004000*                  HANDED OUT A SECOND TIME.
004010* 10/15/2026  DWA  HOUSEKEEPING - ALRTFIL AND REJFIL ARE NO LONGER
004020*                  TRIMMED BY HAND.  STACK-HOUSEKEEP (CBLHKP.CBL)
004030*                  CLOSES AN ALERT ONCE ITS QUEUE'S CHECKPOINTED
004040*                  DEPTH IS BACK UNDER ITS WARNING THRESHOLD, AND
004050*                  REMOVES THE ABENDED RUN'S COPY OF EACH REJECT
004060*                  THE RESTART WROTE AGAIN.  NO CHANGE TO
004070*                  PROCESSING HERE.
004080* 10/15/2026  DWA  AUDIT ORIGIN - EVERY AUDIT RECORD THIS PROGRAM
004090*                  WRITES IS STAMPED 'B' IN THE NEW AUDIT-ORIGIN
004100*                  (SEE AUDREC), SO THE MOVEMENT FEED CAN TELL A
004110*                  RESTARTED RUN'S DUPLICATES FROM SADM
004120*                  CORRECTIONS KEYED WHILE IT WAS DOWN.
004130*----------------------------------------------------------------
004140 ENVIRONMENT DIVISION.
004150 CONFIGURATION SECTION.
004160 SOURCE-COMPUTER. IBM-370.
004170 OBJECT-COMPUTER. IBM-370.
004180 INPUT-OUTPUT SECTION.
004190 FILE-CONTROL.
004200     SELECT TRANS-FILE ASSIGN TO TRANSFIL
004210         ORGANIZATION IS SEQUENTIAL.
004220     SELECT OPTIONAL CKPT-FILE ASSIGN TO CKPTFIL
004230         ORGANIZATION IS SEQUENTIAL
004240         FILE STATUS IS WS-CKPT-STATUS.
004250     SELECT RPT-FILE ASSIGN TO RPTFIL
004260         ORGANIZATION IS LINE SEQUENTIAL.
004270     SELECT OPTIONAL REJECT-FILE ASSIGN TO REJFIL
004280         ORGANIZATION IS SEQUENTIAL
004290         FILE STATUS IS WS-REJ-STATUS.
004300     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDFIL
004310         ORGANIZATION IS SEQUENTIAL
004320         FILE STATUS IS WS-AUD-STATUS.
004330     SELECT OPTIONAL CONTROL-FILE ASSIGN TO CTLFIL
004340         ORGANIZATION IS SEQUENTIAL
004350         FILE STATUS IS WS-CTL-STATUS.
004360     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
004370         ORGANIZATION IS SEQUENTIAL
004380         FILE STATUS IS WS-RUN-STATUS.
004390     SELECT OPTIONAL COMMIT-FILE ASSIGN TO CMTFIL
004400         ORGANIZATION IS SEQUENTIAL
004410         FILE STATUS IS WS-CMT-STATUS.
004420     SELECT OPTIONAL STACK-DEF-FILE ASSIGN TO STKDEF
004430         ORGANIZATION IS SEQUENTIAL
004440         FILE STATUS IS WS-SDF-STATUS.
004450     SELECT OPTIONAL HIST-FILE ASSIGN TO HISTFIL
004460         ORGANIZATION IS SEQUENTIAL
004470         FILE STATUS IS WS-HIST-STATUS.
004480     SELECT OPTIONAL DMD-FILE ASSIGN TO DMDFIL
004490         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-DMD-STATUS.
004510     SELECT OPTIONAL ALERT-FILE ASSIGN TO ALRTFIL
004520         ORGANIZATION IS SEQUENTIAL
004530         FILE STATUS IS WS-ALR-STATUS.
004540     SELECT OPTIONAL PEND-FILE ASSIGN TO PENDFIL
004550         ORGANIZATION IS SEQUENTIAL
004560         FILE STATUS IS WS-PEND-STATUS.
004570     SELECT PEND-NEW-FILE ASSIGN TO PENDNEW
004580         ORGANIZATION IS SEQUENTIAL.
004590     SELECT OPTIONAL DISP-WORK-FILE ASSIGN TO DSPWRK
004600         ORGANIZATION IS SEQUENTIAL
004610         FILE STATUS IS WS-DSP-STATUS.
004620     SELECT DISP-FILE ASSIGN TO DSPFIL
004630         ORGANIZATION IS SEQUENTIAL.
004640     SELECT OPTIONAL EXPIRED-FILE ASSIGN TO EXPFIL
004650         ORGANIZATION IS SEQUENTIAL
004660         FILE STATUS IS WS-EXP-STATUS.
004670     SELECT OPTIONAL LEDGER-FILE ASSIGN TO BALLDG
004680         ORGANIZATION IS SEQUENTIAL
004690         FILE STATUS IS WS-LDG-STATUS.
004700     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALFIL
004710         ORGANIZATION IS SEQUENTIAL
004720         FILE STATUS IS WS-CAL-STATUS.
004730     SELECT OPTIONAL VSAM-STATE-FILE ASSIGN TO STACKVSM
004740         ORGANIZATION IS INDEXED
004750         ACCESS MODE IS DYNAMIC
004760         RECORD KEY IS VSM-STACK-ID
004770         FILE STATUS IS WS-VSM-STATUS.
004780 DATA DIVISION.
004790 FILE SECTION.
004800 FD  TRANS-FILE
004810     RECORDING MODE IS F
004820     LABEL RECORDS ARE STANDARD.
004830     COPY TRANREC.
004840 FD  CKPT-FILE
004850     RECORDING MODE IS F
004860     LABEL RECORDS ARE STANDARD.
004870     COPY CKPTREC.
004880 FD  VSAM-STATE-FILE.
004890     COPY CKPTREC REPLACING ==CKPT-RECORD== BY ==VSM-RECORD==
004900         ==CKPT-STACK-ID== BY ==VSM-STACK-ID==
004910         ==CKPT-TOP== BY ==VSM-TOP==
004920         ==CKPT-CAPACITY== BY ==VSM-CAPACITY==
004930         ==CKPT-DEPT== BY ==VSM-DEPT==
004940         ==CKPT-MODE== BY ==VSM-MODE==
004950         ==CKPT-Q-STATUS== BY ==VSM-Q-STATUS==
004960         ==CKPT-VALUE== BY ==VSM-VALUE==
004970         ==CKPT-ENTRY== BY ==VSM-ENTRY==
004980         ==CKPT-ARRIVAL== BY ==VSM-ARRIVAL==.
004990 FD  RPT-FILE
005000     RECORDING MODE IS V
005010     LABEL RECORDS ARE STANDARD.
005020 01  RPT-RECORD                PIC X(80).
005030 FD  REJECT-FILE
005040     RECORDING MODE IS F
005050     LABEL RECORDS ARE STANDARD.
005060     COPY REJREC.
005070 FD  AUDIT-FILE
005080     RECORDING MODE IS F
005090     LABEL RECORDS ARE STANDARD.
005100     COPY AUDREC.
005110 FD  CONTROL-FILE
005120     RECORDING MODE IS F
005130     LABEL RECORDS ARE STANDARD.
005140 01  CTL-RECORD.
005150     05  CTL-CAPACITY          PIC 9(04).
005160     05  CTL-REPROCESS-SW      PIC X(01).
005170     05  CTL-COMMIT-INTERVAL   PIC 9(08).
005180     05  CTL-RESTART-SW        PIC X(01).
005190     05  CTL-STRICT-SW         PIC X(01).
005200     05  FILLER                PIC X(65).
005210 FD  RUN-CONTROL-FILE
005220     RECORDING MODE IS F
005230     LABEL RECORDS ARE STANDARD.
005240     COPY RUNREC.
005250 FD  COMMIT-FILE
005260     RECORDING MODE IS F
005270     LABEL RECORDS ARE STANDARD.
005280 01  CMT-HEADER-RECORD.
005290     05  CMT-HDR-CONSUMED      PIC 9(08).
005300     05  CMT-HDR-DATE          PIC 9(08).
005310     05  CMT-HDR-TIME          PIC 9(08).
005320     05  CMT-HDR-FILE-DATE     PIC 9(08).
005330     05  CMT-HDR-SOURCE        PIC X(08).
005340     05  CMT-HDR-PUSH-COUNT    PIC 9(08).
005350     05  CMT-HDR-POP-COUNT     PIC 9(08).
005360     05  CMT-HDR-REJECT-COUNT  PIC 9(08).
005370     05  CMT-HDR-INVALID-COUNT PIC 9(08).
005380     05  CMT-HDR-CAPREJ-COUNT  PIC 9(08).
005390     05  CMT-HDR-UNREG-COUNT   PIC 9(08).
005400     05  CMT-HDR-HIGH-WATER    PIC 9(04).
005410     05  CMT-HDR-XFER-COUNT    PIC 9(08).
005420     05  CMT-HDR-BKO-COUNT     PIC 9(08).
005430     05  CMT-HDR-BKF-COUNT     PIC 9(08).
005440*    THE RUN DATE (WS-TODAY) OF THE RUN THAT TOOK THE COMMIT -
005450*    NOT THE COMMIT'S OWN DATE STAMP, WHICH DRIFTS PAST IT WHEN
005460*    A RUN STRADDLES MIDNIGHT.  THE RESTART'S YARDSTICK FOR
005470*    WHICH EFFECTIVE DATES THE ABENDED RUN JUDGED FUTURE.
005480     05  CMT-HDR-RUN-DATE      PIC 9(08).
005490     05  CMT-HDR-ALERT-COUNT   PIC 9(08).
005500*    HOW MANY DISPOSITION DETAILS THE RUN HAD WRITTEN TO DSPWRK
005510*    AT THE COMMIT - EVERYTHING PAST THAT IS UNCOMMITTED.
005520     05  CMT-HDR-DSP-COUNT     PIC 9(08).
005530     05  FILLER                PIC X(04).
005540 01  CMT-STATS-RECORD.
005550     05  CMT-STAT-STACK-ID     PIC X(10).
005560     05  CMT-STAT-PUSH-CNT     PIC 9(08).
005570     05  CMT-STAT-POP-CNT      PIC 9(08).
005580     05  CMT-STAT-OVFL-CNT     PIC 9(08).
005590     05  CMT-STAT-UNFL-CNT     PIC 9(08).
005600     05  CMT-STAT-NNUM-CNT     PIC 9(08).
005610     05  CMT-STAT-HIGH-WATER   PIC 9(04).
005620     05  CMT-STAT-ALERTED-SW   PIC X(01).
005630     05  CMT-STAT-EXP-CNT      PIC 9(08).
005640*    THE QUEUE'S DEPTH WHEN THE RUN OPENED, SO A RESTART POSTS
005650*    THE DAY'S OPENING DEPTH TO THE BALANCING LEDGER AND NOT THE
005660*    DEPTH AT THE COMMIT.  AN OLD COMMIT CARRIES SPACES.
005670     05  CMT-STAT-OPEN-DEPTH   PIC 9(04).
005680     05  FILLER                PIC X(13).
005690*    ONE ROW PER OPEN BACKORDER DEMAND, WRITTEN BETWEEN THE
005700*    LAST STACK PAIR AND THE **END** TERMINATOR SO THE DEMAND
005710*    STATE COMMITS AND RESTORES ATOMICALLY WITH THE STACKS.
005720 01  CMT-DEMAND-RECORD.
005730     05  CMT-DMD-KEY           PIC X(10).
005740     05  CMT-DMD-STACK-ID      PIC X(10).
005750     05  CMT-DMD-DATE          PIC 9(08).
005760     05  CMT-DMD-TIME          PIC 9(08).
005770     COPY CKPTREC REPLACING ==CKPT-RECORD== BY ==CMT-RECORD==
005780         ==CKPT-STACK-ID== BY ==CMT-STACK-ID==
005790         ==CKPT-TOP== BY ==CMT-TOP==
005800         ==CKPT-CAPACITY== BY ==CMT-CAPACITY==
005810         ==CKPT-DEPT== BY ==CMT-DEPT==
005820         ==CKPT-MODE== BY ==CMT-MODE==
005830         ==CKPT-Q-STATUS== BY ==CMT-Q-STATUS==
005840         ==CKPT-VALUE== BY ==CMT-VALUE==
005850         ==CKPT-ENTRY== BY ==CMT-ENTRY==
005860         ==CKPT-ARRIVAL== BY ==CMT-ARRIVAL==.
005870 FD  STACK-DEF-FILE
005880     RECORDING MODE IS F
005890     LABEL RECORDS ARE STANDARD.
005900     COPY SDFREC.
005910 FD  HIST-FILE
005920     RECORDING MODE IS F
005930     LABEL RECORDS ARE STANDARD.
005940     COPY HISTREC.
005950 FD  PEND-FILE
005960     RECORDING MODE IS F
005970     LABEL RECORDS ARE STANDARD.
005980 01  PEND-RECORD               PIC X(80).
005990 FD  PEND-NEW-FILE
006000     RECORDING MODE IS F
006010     LABEL RECORDS ARE STANDARD.
006020 01  PEND-NEW-RECORD           PIC X(80).
006030 FD  DMD-FILE
006040     RECORDING MODE IS F
006050     LABEL RECORDS ARE STANDARD.
006060 01  DMD-RECORD.
006070     05  DMD-STACK-ID          PIC X(10).
006080     05  DMD-DATE              PIC 9(08).
006090     05  DMD-TIME              PIC 9(08).
006100     05  FILLER                PIC X(54).
006110 FD  ALERT-FILE
006120     RECORDING MODE IS F
006130     LABEL RECORDS ARE STANDARD.
006140     COPY ALRTREC.
006150 FD  DISP-WORK-FILE
006160     RECORDING MODE IS F
006170     LABEL RECORDS ARE STANDARD.
006180     COPY DSPREC.
006190 FD  DISP-FILE
006200     RECORDING MODE IS F
006210     LABEL RECORDS ARE STANDARD.
006220 01  DISP-OUT-RECORD           PIC X(80).
006230 FD  EXPIRED-FILE
006240     RECORDING MODE IS F
006250     LABEL RECORDS ARE STANDARD.
006260     COPY EXPREC.
006270 FD  LEDGER-FILE
006280     RECORDING MODE IS F
006290     LABEL RECORDS ARE STANDARD.
006300     COPY LDGREC.
006310 FD  CALENDAR-FILE
006320     RECORDING MODE IS F
006330     LABEL RECORDS ARE STANDARD.
006340     COPY CALREC.
006350 WORKING-STORAGE SECTION.
006360*----------------------------------------------------------------
006370* STACK STORAGE - A TABLE OF NAMED STACKS.  STACK-ID IS THE
006380* BUSINESS QUEUE NAME CARRIED ON THE TRANSACTION RECORD; SLOTS
006390* ARE ASSIGNED TO A STACK-ID THE FIRST TIME IT IS SEEN BY
006400* 2050-RESOLVE-STACK-ID AND STAY ASSIGNED FOR THE REST OF THE
006410* RUN.
006420*
006430* STACK-ITEM'S OCCURS DEPENDING ON IS KEYED TO THE CONSTANT
006440* MAX-STACK-CAPACITY, NOT THE RUN'S ACTIVE STACK-CAPACITY, EVEN
006450* THOUGH STACK-CAPACITY IS THE CEILING EVERY PUSH/POP ACTUALLY
006460* ENFORCES.  STACK-ITEM IS NESTED INSIDE STACK-ENTRY, WHICH
006470* ITSELF OCCURS MAX-STACKS TIMES - WITH THE DEPENDING-ON OBJECT
006480* SET TO THE SMALLER, RUN-SPECIFIC STACK-CAPACITY, THE RUNTIME
006490* SHRINKS THE DISTANCE IT STEPS BETWEEN SUCCESSIVE STACK-ENTRY
006500* OCCURRENCES TO MATCH, SO A PUSH ONTO ONE STACK CAN WRITE PAST
006510* THE END OF ITS SLOT AND INTO THE NEXT STACK-ID/STACK-TOP.
006520* KEYING ON THE NEVER-CHANGED MAX-STACK-CAPACITY KEEPS THE
006530* STRIDE BETWEEN OCCURRENCES FIXED AT ITS FULL 300-ENTRY WIDTH
006540* NO MATTER WHAT STACK-CAPACITY IS, WHICH IS WHY PUSH/POP AND
006550* THE CHECKPOINT COPY PARAGRAPHS STILL BOUND EVERY REFERENCE BY
006560* STACK-CAPACITY RATHER THAN RELYING ON THE TABLE'S OWN OCCURS
006570* RANGE TO REJECT AN OUT-OF-CAPACITY SUBSCRIPT.
006580*----------------------------------------------------------------
006590 78  MAX-STACKS                VALUE 5.
006600     COPY STKCAP.
006610 01  STACK-TABLE.
006620     05  STACK-ENTRY OCCURS MAX-STACKS TIMES INDEXED BY STK-IDX.
006630         10  STACK-ID          PIC X(10) VALUE SPACES.
006640         10  STACK-TOP         PIC 9(4) COMP VALUE 0.
006650         10  STACK-DEF-CAP     PIC 9(4) COMP VALUE 0.
006660         10  STACK-DEPT        PIC X(04) VALUE SPACES.
006670         10  STACK-MODE        PIC X(01) VALUE 'L'.
006680             88  STACK-FIFO              VALUE 'F'.
006690         10  STACK-BACKORDER-SW PIC X(01) VALUE 'N'.
006700             88  STACK-BACKORDER         VALUE 'Y'.
006710         10  STACK-DUP-CHECK-SW PIC X(01) VALUE 'N'.
006720             88  STACK-DUP-CHECK         VALUE 'Y'.
006730         10  STACK-WARN-PCT    PIC 9(3) COMP VALUE 0.
006740         10  STACK-ALERTED-SW  PIC X(01) VALUE 'N'.
006750             88  STACK-ALERTED           VALUE 'Y'.
006760*        PER-STACK ACTIVITY COUNTERS FOR THE DAILY HISTORY
006770*        RECORD - ONLY THE REJECT REASONS THAT ATTACH TO A
006780*        RESOLVED STACK ARE COUNTED HERE.  STACK-HIGH-WATER IS
006790*        THIS STACK'S OWN DEEPEST TOP, UNLIKE THE RUN-WIDE
006800*        WS-HIGH-WATER-MARK ON THE DAILY REPORT.
006810         10  STACK-PUSH-CNT    PIC 9(8) COMP VALUE 0.
006820         10  STACK-POP-CNT     PIC 9(8) COMP VALUE 0.
006830         10  STACK-OVFL-CNT    PIC 9(8) COMP VALUE 0.
006840         10  STACK-UNFL-CNT    PIC 9(8) COMP VALUE 0.
006850         10  STACK-NNUM-CNT    PIC 9(8) COMP VALUE 0.
006860         10  STACK-HIGH-WATER  PIC 9(4) COMP VALUE 0.
006870*        MAXIMUM ENTRY LIFE IN DAYS FROM THE DEFINITION FILE
006880*        (ZERO = NEVER EXPIRES) AND THE ENTRIES 1600-EXPIRE-
006890*        ENTRIES TOOK OFF THIS QUEUE FOR OUTLIVING IT.
006900         10  STACK-MAX-LIFE    PIC 9(4) COMP VALUE 0.
006910         10  STACK-EXP-CNT     PIC 9(8) COMP VALUE 0.
006920*        DEPTH WHEN THE RUN OPENED, BEFORE THE EXPIRY SWEEP, FOR
006930*        THE BALANCING LEDGER'S OPEN + ADDS - REMOVALS = CLOSE.
006940         10  STACK-OPEN-DEPTH  PIC 9(4) COMP VALUE 0.
006950*        LIFECYCLE STATUS AS RESTORED FROM THE STATE RECORD AND
006960*        SETTLED BY 1900-RESOLVE-QUEUE-STATUS, AND THE STATUS THE
006970*        DEFINITION FILE ASKED FOR ('A' OR 'D'; SPACE WHEN THE
006980*        QUEUE IS NOT DEFINED).  A RETIRED QUEUE RELEASED AT END
006990*        OF RUN IS LEFT OFF THE CHECKPOINT AND STATE FILES.
007000         10  STACK-STATUS      PIC X(01) VALUE 'A'.
007010             88  STACK-ACTIVE            VALUE 'A'.
007020             88  STACK-FROZEN            VALUE 'F'.
007030             88  STACK-DRAINING          VALUE 'D'.
007040             88  STACK-RETIRED           VALUE 'R'.
007050         10  STACK-DEF-STATUS  PIC X(01) VALUE SPACE.
007060         10  STACK-RELEASED-SW PIC X(01) VALUE 'N'.
007070             88  STACK-RELEASED          VALUE 'Y'.
007080         10  STACK-ITEM        OCCURS 1 TO 300 TIMES
007090             DEPENDING ON MAX-STACK-CAPACITY.
007100             15  STACK-VALUE   PIC 9(6) VALUE 0.
007110             15  STACK-ARRIVAL PIC 9(08) VALUE 0.
007120 01  WS-NUM                    PIC X(06).
007130 01  WS-NUM-R REDEFINES WS-NUM PIC 9(06).
007140*----------------------------------------------------------------
007150* DAILY ACTIVITY REPORT COUNTERS - ACCUMULATED AS TRANSACTIONS
007160* ARE PROCESSED AND WRITTEN OUT BY 8000-WRITE-REPORT.
007170*----------------------------------------------------------------
007180 01  WS-RPT-COUNTERS.
007190     05  WS-PUSH-COUNT         PIC 9(8) COMP VALUE 0.
007200     05  WS-POP-COUNT          PIC 9(8) COMP VALUE 0.
007210     05  WS-REJECT-COUNT       PIC 9(8) COMP VALUE 0.
007220     05  WS-HIGH-WATER-MARK    PIC 9(4) COMP VALUE 0.
007230     05  WS-INVALID-COUNT      PIC 9(8) COMP VALUE 0.
007240     05  WS-CAPACITY-REJ-COUNT PIC 9(8) COMP VALUE 0.
007250     05  WS-UNREG-COUNT        PIC 9(8) COMP VALUE 0.
007260     05  WS-XFER-COUNT         PIC 9(8) COMP VALUE 0.
007270     05  WS-HELD-COUNT         PIC 9(8) COMP VALUE 0.
007280     05  WS-RELEASED-COUNT     PIC 9(8) COMP VALUE 0.
007290     05  WS-CARRIED-COUNT      PIC 9(8) COMP VALUE 0.
007300     05  WS-BACKORDER-COUNT    PIC 9(8) COMP VALUE 0.
007310     05  WS-BACKFILL-COUNT     PIC 9(8) COMP VALUE 0.
007320     05  WS-DMD-OPEN-COUNT     PIC 9(8) COMP VALUE 0.
007330     05  WS-ALERT-COUNT        PIC 9(8) COMP VALUE 0.
007340     05  WS-EXPIRED-COUNT      PIC 9(8) COMP VALUE 0.
007350     05  WS-RETIRED-REL-COUNT  PIC 9(8) COMP VALUE 0.
007360*----------------------------------------------------------------
007370* RETURN-CODE HANDLING - THE WORST CONDITION SEEN DURING THE RUN
007380* IS CARRIED IN WS-MAX-RC AND MOVED TO RETURN-CODE AT TERMINATION
007390* SO A LATER SUCCESSFUL TRANSACTION DOES NOT MASK AN EARLIER
007400* OVERFLOW OR UNDERFLOW.
007410*----------------------------------------------------------------
007420 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
007430*----------------------------------------------------------------
007440* PROGRAM SWITCHES
007450*----------------------------------------------------------------
007460 01  WS-SWITCHES.
007470     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
007480         88  WS-EOF-YES                  VALUE 'Y'.
007490         88  WS-EOF-NO                   VALUE 'N'.
007500     05  WS-CKPT-STATUS        PIC X(02) VALUE '00'.
007510         88  WS-CKPT-OK                  VALUE '00'.
007520         88  WS-CKPT-NOT-FOUND           VALUE '05'.
007530     05  WS-CKPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
007540         88  WS-CKPT-EOF-YES             VALUE 'Y'.
007550     05  WS-CTL-STATUS         PIC X(02) VALUE '00'.
007560         88  WS-CTL-OK                   VALUE '00'.
007570         88  WS-CTL-NOT-FOUND            VALUE '05'.
007580     05  WS-AUD-STATUS         PIC X(02) VALUE '00'.
007590         88  WS-AUD-OK                   VALUE '00'.
007600         88  WS-AUD-NOT-FOUND            VALUE '05'.
007610     05  WS-VSM-STATUS         PIC X(02) VALUE '00'.
007620         88  WS-VSM-OK                   VALUE '00'.
007630         88  WS-VSM-NOT-FOUND            VALUE '05'.
007640     05  WS-REJ-STATUS         PIC X(02) VALUE '00'.
007650         88  WS-REJ-OK                   VALUE '00'.
007660         88  WS-REJ-NOT-FOUND            VALUE '05'.
007670     05  WS-VSM-EOF-SWITCH     PIC X(01) VALUE 'N'.
007680         88  WS-VSM-EOF-YES              VALUE 'Y'.
007690     05  WS-VSAM-NEWER-SW      PIC X(01) VALUE 'N'.
007700         88  WS-VSAM-NEWER               VALUE 'Y'.
007710     05  WS-STACK-RESOLVED-SW  PIC X(01) VALUE 'Y'.
007720         88  WS-STACK-RESOLVED           VALUE 'Y'.
007730         88  WS-STACK-NOT-RESOLVED       VALUE 'N'.
007740         88  WS-STACK-ID-BLANK           VALUE 'B'.
007750         88  WS-STACK-UNREGISTERED       VALUE 'U'.
007760         88  WS-STACK-RETIRED-ID         VALUE 'R'.
007770     05  WS-SDF-STATUS         PIC X(02) VALUE '00'.
007780         88  WS-SDF-OK                   VALUE '00'.
007790         88  WS-SDF-NOT-FOUND            VALUE '05'.
007800     05  WS-SDF-EOF-SWITCH     PIC X(01) VALUE 'N'.
007810         88  WS-SDF-EOF-YES              VALUE 'Y'.
007820     05  WS-STRICT-SW          PIC X(01) VALUE 'N'.
007830         88  WS-STRICT-MODE              VALUE 'Y'.
007840     05  WS-HIST-STATUS        PIC X(02) VALUE '00'.
007850         88  WS-HIST-OK                  VALUE '00'.
007860         88  WS-HIST-NOT-FOUND           VALUE '05'.
007870     05  WS-PEND-STATUS        PIC X(02) VALUE '00'.
007880         88  WS-PEND-OK                  VALUE '00'.
007890         88  WS-PEND-NOT-FOUND           VALUE '05'.
007900     05  WS-PEND-EOF-SWITCH    PIC X(01) VALUE 'N'.
007910         88  WS-PEND-EOF-YES             VALUE 'Y'.
007920     05  WS-DMD-STATUS         PIC X(02) VALUE '00'.
007930         88  WS-DMD-OK                   VALUE '00'.
007940         88  WS-DMD-NOT-FOUND            VALUE '05'.
007950     05  WS-DMD-EOF-SWITCH     PIC X(01) VALUE 'N'.
007960         88  WS-DMD-EOF-YES              VALUE 'Y'.
007970     05  WS-DMD-FOUND-SW       PIC X(01) VALUE 'N'.
007980         88  WS-DMD-FOUND                VALUE 'Y'.
007990     05  WS-DMD-FILED-SW       PIC X(01) VALUE 'N'.
008000         88  WS-DMD-FILED                VALUE 'Y'.
008010     05  WS-ALR-STATUS         PIC X(02) VALUE '00'.
008020         88  WS-ALR-OK                   VALUE '00'.
008030         88  WS-ALR-NOT-FOUND            VALUE '05'.
008040     05  WS-XFER-DMD-SW        PIC X(01) VALUE 'N'.
008050         88  WS-XFER-TO-DEMAND           VALUE 'Y'.
008060     05  WS-DSP-STATUS         PIC X(02) VALUE '00'.
008070         88  WS-DSP-OK                   VALUE '00'.
008080         88  WS-DSP-NOT-FOUND            VALUE '05'.
008090     05  WS-DSP-EOF-SWITCH     PIC X(01) VALUE 'N'.
008100         88  WS-DSP-EOF-YES              VALUE 'Y'.
008110     05  WS-EXP-STATUS         PIC X(02) VALUE '00'.
008120         88  WS-EXP-OK                   VALUE '00'.
008130         88  WS-EXP-NOT-FOUND            VALUE '05'.
008140     05  WS-LDG-STATUS         PIC X(02) VALUE '00'.
008150         88  WS-LDG-OK                   VALUE '00'.
008160         88  WS-LDG-NOT-FOUND            VALUE '05'.
008170     05  WS-CAL-STATUS         PIC X(02) VALUE '00'.
008180         88  WS-CAL-OK                   VALUE '00'.
008190         88  WS-CAL-NOT-FOUND            VALUE '05'.
008200     05  WS-CAL-EOF-SWITCH     PIC X(01) VALUE 'N'.
008210         88  WS-CAL-EOF-YES              VALUE 'Y'.
008220     05  WS-CAL-SW             PIC X(01) VALUE 'N'.
008230         88  WS-CAL-USABLE               VALUE 'Y'.
008240     05  WS-RTD-FOUND-SW       PIC X(01) VALUE 'N'.
008250         88  WS-RTD-FOUND                VALUE 'Y'.
008260     05  WS-DUP-FOUND-SW       PIC X(01) VALUE 'N'.
008270         88  WS-DUP-FOUND                VALUE 'Y'.
008280*----------------------------------------------------------------
008290* SUBSCRIPT FOR CHECKPOINT TABLE COPIES
008300*----------------------------------------------------------------
008310 01  WS-IDX                    PIC 9(4) COMP VALUE 0.
008320*----------------------------------------------------------------
008330* EFFECTIVE CAPACITY OF THE STACK IN HAND - ITS OWN DEFINED
008340* CEILING FROM THE STACK DEFINITION FILE WHEN ONE WAS GIVEN,
008350* OTHERWISE THE RUN'S GLOBAL STACK-CAPACITY.  SET BY 2070-SET-
008360* EFF-CAPACITY FOR WHATEVER SLOT STK-IDX POINTS AT.
008370*----------------------------------------------------------------
008380 01  WS-EFF-CAPACITY           PIC 9(4) COMP VALUE 0.
008390*----------------------------------------------------------------
008400* STACK-TO-STACK TRANSFER WORK FIELDS - 4700-TRANSFER RESOLVES
008410* THE SOURCE AND TARGET QUEUES INTO THESE TWO SUBSCRIPTS BEFORE
008420* IT TOUCHES EITHER, SINCE STK-IDX CAN ONLY POINT AT ONE SLOT AT
008430* A TIME.  WS-XFER-VALUE CARRIES THE ENTRY ACROSS THE MOVE.
008440*----------------------------------------------------------------
008450 01  WS-XFER-FIELDS.
008460     05  WS-XFER-SRC-SUB       PIC 9(4) COMP VALUE 0.
008470     05  WS-XFER-TGT-SUB       PIC 9(4) COMP VALUE 0.
008480     05  WS-XFER-VALUE         PIC 9(06) VALUE 0.
008490     05  WS-XFER-ARRIVAL       PIC 9(08) VALUE 0.
008500*----------------------------------------------------------------
008510* DUPLICATE-VALUE CHECK WORK FIELDS - 3700-FIND-DUP-VALUE LOOKS
008520* FOR WS-DUP-VALUE ON THE STACK AT STK-IDX AND LEAVES THE SLOT IT
008530* WAS FOUND IN (COUNTED FROM THE BOTTOM, AS ON THE CHECKPOINT) IN
008540* WS-DUP-POS.
008550*----------------------------------------------------------------
008560 01  WS-DUP-FIELDS.
008570     05  WS-DUP-VALUE          PIC 9(06) VALUE 0.
008580     05  WS-DUP-SCAN           PIC 9(4) COMP VALUE 0.
008590     05  WS-DUP-POS            PIC 9(4) COMP VALUE 0.
008600*----------------------------------------------------------------
008610* RETIRED QUEUE DEFINITIONS - A DEFINITION WITH SDF-Q-STATUS 'R'
008620* TAKES NO STACK SLOT.  ITS STACK-ID IS HELD HERE SO A RETIRED
008630* QUEUE STILL ON THE CHECKPOINT COMES BACK RETIRED, AND A
008640* TRANSACTION FOR ONE ALREADY RELEASED IS REJECTED (RETD) RATHER
008650* THAN REGISTERING IT AFRESH.  WS-NEW-Q-STATUS IS THE STATUS
008660* 1900-RESOLVE-QUEUE-STATUS SETTLES ON FOR THE SLOT IN HAND.
008670*----------------------------------------------------------------
008680 78  MAX-RETIRED-DEFS          VALUE 20.
008690 01  WS-RETIRED-DEFS.
008700     05  WS-RETIRED-COUNT      PIC 9(4) COMP VALUE 0.
008710     05  WS-RETIRED-ID         PIC X(10) VALUE SPACES
008720             OCCURS MAX-RETIRED-DEFS TIMES INDEXED BY RTD-IDX.
008730 01  WS-RTD-CHECK-ID           PIC X(10) VALUE SPACES.
008740 01  WS-NEW-Q-STATUS           PIC X(01) VALUE SPACE.
008750*----------------------------------------------------------------
008760* TODAY'S DATE, CAPTURED ONCE AT INITIALIZATION - THE YARDSTICK
008770* EVERY TRANSACTION'S EFFECTIVE DATE IS HELD OR RELEASED
008780* AGAINST, SO A RUN THAT STRADDLES MIDNIGHT JUDGES THE WHOLE
008790* FILE BY THE DAY IT STARTED.
008800*----------------------------------------------------------------
008810 01  WS-TODAY                  PIC 9(08) VALUE 0.
008820*----------------------------------------------------------------
008830* BUSINESS-DAY CALENDAR - LOADED AT START-UP BY 1400-LOAD-
008840* CALENDAR.  WS-EFF-RELEASE-DATE IS THE TRANSACTION IN HAND'S
008850* EFFECTIVE DATE ROLLED FORWARD TO A BUSINESS DAY BY 1440-ROLL-
008860* EFF-DATE (ZERO WHEN IT CARRIES NO USABLE EFFECTIVE DATE) -
008870* EVERY HOLD-OR-RELEASE DECISION COMPARES IT, NOT THE RAW DATE.
008880* WS-CAL-REASON NAMES WHAT WAS WRONG WITH AN UNUSABLE CALENDAR
008890* AND WS-CAL-BAD-DATE THE DATE IT WAS FOUND AT.
008900*----------------------------------------------------------------
008910     COPY CALTAB.
008920 01  WS-CAL-FIELDS.
008930     05  WS-CAL-INT            PIC 9(08) COMP VALUE 0.
008940     05  WS-CAL-PREV-INT       PIC 9(08) COMP VALUE 0.
008950     05  WS-CAL-BUS-SEQ        PIC 9(08) COMP VALUE 0.
008960     05  WS-CAL-NEXT-BUS       PIC 9(08) VALUE 0.
008970     05  WS-CAL-SUB            PIC 9(4) COMP VALUE 0.
008980     05  WS-CAL-BAD-DATE       PIC 9(08) VALUE 0.
008990     05  WS-CAL-REASON         PIC X(40) VALUE SPACES.
009000     05  WS-TODAY-TYPE         PIC X(01) VALUE SPACES.
009010         88  WS-TODAY-BUSINESS           VALUE 'B'.
009020 01  WS-EFF-RELEASE-DATE       PIC 9(08) VALUE 0.
009030*----------------------------------------------------------------
009040* EXPIRY WORK FIELDS - 1600-EXPIRE-ENTRIES AGES EVERY ENTRY ON A
009050* QUEUE WITH A MAXIMUM LIFE AGAINST THE RUN DATE.  WS-EXP-POS IS
009060* THE SLOT UNDER TEST; AN EXPIRED ENTRY'S VALUE AND ARRIVAL ARE
009070* HELD HERE WHILE THE ENTRIES ABOVE IT CLOSE THE GAP.
009080*----------------------------------------------------------------
009090 01  WS-EXP-FIELDS.
009100     05  WS-TODAY-INT          PIC 9(08) COMP VALUE 0.
009110     05  WS-EXP-POS            PIC 9(4) COMP VALUE 0.
009120     05  WS-EXP-AGE            PIC 9(08) COMP VALUE 0.
009130     05  WS-EXP-VALUE          PIC 9(06) VALUE 0.
009140     05  WS-EXP-ARRIVAL        PIC 9(08) VALUE 0.
009150*----------------------------------------------------------------
009160* OPEN BACKORDER DEMANDS - ONE ROW PER UNSATISFIED POP AGAINST A
009170* BACKORDER-FLAGGED QUEUE, IN THE ORDER THE DEMANDS AROSE.
009180* RELOADED FROM DMDFIL AT START-UP - OR, ON A RESTART, FROM THE
009190* DEMAND ROWS THE IN-FLIGHT COMMIT POINT CARRIES, SINCE THE EOJ
009200* DATASET IS A RUN STALE ON THAT PATH - APPENDED TO DURING THE
009210* RUN, COMMITTED WITH THE STACKS AT EVERY COMMIT POINT, AND
009220* REWRITTEN (OPEN DEMANDS ONLY, STILL IN ARRIVAL ORDER) AT
009230* END OF JOB.  A FILLED DEMAND IS ONLY MARKED CLOSED, NEVER
009240* SQUEEZED OUT, SO ROWS APPEND AT THE END AND ARRIVAL ORDER CAN
009250* NEVER SHUFFLE MID-RUN.  A FULL TABLE FALLS BACK TO THE PLAIN
009260* UNDERFLOW REJECTION, WHICH LOSES NOTHING THAT WAS NOT ALREADY
009270* BEING LOST BEFORE THE FACILITY EXISTED.
009280*----------------------------------------------------------------
009290 78  MAX-DEMANDS               VALUE 100.
009300 01  DEMAND-TABLE.
009310     05  DEMAND-ENTRY OCCURS MAX-DEMANDS TIMES.
009320         10  DEM-STACK-ID      PIC X(10) VALUE SPACES.
009330         10  DEM-DATE          PIC 9(08) VALUE 0.
009340         10  DEM-TIME          PIC 9(08) VALUE 0.
009350         10  DEM-OPEN-SW       PIC X(01) VALUE 'N'.
009360             88  DEM-OPEN                VALUE 'Y'.
009370 01  WS-DMD-COUNT              PIC 9(4) COMP VALUE 0.
009380 01  WS-DMD-SUB                PIC 9(4) COMP VALUE 0.
009390 01  WS-DMD-SCAN               PIC 9(4) COMP VALUE 0.
009400*----------------------------------------------------------------
009410* ONLINE HANDOFF KEY - THE RESERVED STACK-ID THE SADM ONLINE
009420* MAINTENANCE TRANSACTION (CBLADM.CBL) WRITES TO STACKVSM AFTER
009430* A DAYTIME CORRECTION.  ITS PRESENCE AT 1200-LOAD-STACK MEANS
009440* THE VSAM STATE IS NEWER THAN CKPTFIL, SO THE STACKS RELOAD
009450* FROM STACKVSM INSTEAD OF APPLYING STALE CHECKPOINT DATA OVER
009460* THE CORRECTIONS.  7000-SAVE-STACK'S OPEN OUTPUT REBUILDS THE
009470* FILE WITHOUT THE HANDOFF RECORD, CLEARING THE FLAG.
009480*----------------------------------------------------------------
009490 01  HANDOFF-STACK-ID          PIC X(10) VALUE '**ONLINE**'.
009500*----------------------------------------------------------------
009510* TRANSACTION FILE CONTROL-TOTAL VERIFICATION - 1300-VERIFY-
009520* TRANS-FILE PRE-READS TRANSFIL AND PROVES THE TRAILER'S RECORD
009530* COUNT AND VALUE HASH TOTAL AGAINST WHAT IS ACTUALLY ON THE
009540* FILE BEFORE ANY TRANSACTION IS APPLIED.  THE FILE CAN CARRY
009550* SEVERAL HDR...TRL BATCHES BACK TO BACK, ONE PER UPSTREAM
009560* SYSTEM; EACH BATCH IS PROVED ON ITS OWN TOTALS AND THE
009570* ACT/EXP FIELDS ARE RE-ZEROED PER BATCH.  WS-HDR-DATE AND
009580* WS-HDR-SOURCE KEEP THE FIRST BATCH'S IDENTITY, WHICH IS WHAT
009590* THE IN-FLIGHT COMMIT POINT NAMES FOR ITS RESTART FILE CHECK.
009600* THE HASH COUNTS ONLY NUMERIC TRANS-VALUES - A NON-NUMERIC
009610* VALUE CONTRIBUTES NOTHING, SO A RECORD CORRUPTED IN TRANSIT
009620* SURFACES AS A HASH MISMATCH INSTEAD OF SLIPPING THROUGH.
009630*----------------------------------------------------------------
009640 01  WS-VFY-FIELDS.
009650     05  WS-HDR-DATE           PIC 9(08) VALUE 0.
009660     05  WS-HDR-SOURCE         PIC X(08) VALUE SPACES.
009670     05  WS-ACT-COUNT          PIC 9(08) COMP VALUE 0.
009680     05  WS-ACT-HASH           PIC 9(12) COMP VALUE 0.
009690     05  WS-EXP-COUNT          PIC 9(08) COMP VALUE 0.
009700     05  WS-EXP-HASH           PIC 9(12) COMP VALUE 0.
009710     05  WS-VFY-REASON         PIC X(40) VALUE SPACES.
009720*----------------------------------------------------------------
009730* SOURCE BATCH TABLE - ONE ROW PER HDR...TRL BATCH ON THE
009740* TRANSACTION FILE, REGISTERED DURING VERIFICATION IN FILE
009750* ORDER.  CARRIES EACH BATCH'S IDENTITY FOR THE DUPLICATE-RUN
009760* CHECK AND THE RUNCTL COMPLETION RECORDS, AND THE PER-SOURCE
009770* PUSH/POP/REJECT COUNTS FOR THE DAILY REPORT'S BY-SOURCE
009780* BREAKDOWN.  WS-CUR-SRC POINTS AT THE BATCH IN FLIGHT DURING
009790* THE PROCESSING PASS; ZERO MEANS NO BATCH IS CURRENT (THE
009800* PENDING SWEEP'S RELEASES CHARGE TO NO SOURCE).
009810*----------------------------------------------------------------
009820 78  MAX-SOURCES               VALUE 5.
009830 01  SOURCE-TABLE.
009840     05  SOURCE-ENTRY OCCURS MAX-SOURCES TIMES.
009850         10  SRC-DATE          PIC 9(08) VALUE 0.
009860         10  SRC-SOURCE        PIC X(08) VALUE SPACES.
009870         10  SRC-PUSH-CNT      PIC 9(8) COMP VALUE 0.
009880         10  SRC-POP-CNT       PIC 9(8) COMP VALUE 0.
009890         10  SRC-REJ-CNT       PIC 9(8) COMP VALUE 0.
009900         10  SRC-DUP-SW        PIC X(01) VALUE 'N'.
009910             88  SRC-DUPLICATE           VALUE 'Y'.
009920 01  WS-SRC-COUNT              PIC 9(4) COMP VALUE 0.
009930 01  WS-SRC-SCAN               PIC 9(4) COMP VALUE 0.
009940 01  WS-CUR-SRC                PIC 9(4) COMP VALUE 0.
009950 01  WS-VFY-SWITCHES.
009960     05  WS-VFY-SW             PIC X(01) VALUE 'Y'.
009970         88  WS-TRANS-FILE-OK            VALUE 'Y'.
009980         88  WS-TRANS-FILE-BAD           VALUE 'N'.
009990     05  WS-VFY-EOF-SWITCH     PIC X(01) VALUE 'N'.
010000         88  WS-VFY-EOF-YES              VALUE 'Y'.
010010     05  WS-TRL-SEEN-SW        PIC X(01) VALUE 'N'.
010020         88  WS-TRL-SEEN                 VALUE 'Y'.
010030     05  WS-BATCH-DUP-SW       PIC X(01) VALUE 'N'.
010040         88  WS-BATCH-DUPLICATE          VALUE 'Y'.
010050*----------------------------------------------------------------
010060* RUN-CONTROL FIELDS - DUPLICATE-RUN PROTECTION.  EVERY RUN THAT
010070* REACHES NORMAL TERMINATION RECORDS THE TRANSACTION FILE'S
010080* IDENTITY (THE HEADER'S CREATION DATE AND SOURCE SYSTEM) ON
010090* RUNCTL TOGETHER WITH THE RUN DATE/TIME, COMPLETION STATUS AND
010100* FINAL CONDITION CODE; 1350-CHECK-RUN-CONTROL REFUSES A FILE
010110* ALREADY MARKED COMPLETE UNLESS THE OPERATOR SET THE REPROCESS
010120* OVERRIDE ON THE CONTROL RECORD FOR A DELIBERATE RERUN.
010130*----------------------------------------------------------------
010140 01  WS-RUN-SWITCHES.
010150     05  WS-RUN-STATUS         PIC X(02) VALUE '00'.
010160         88  WS-RUN-OK                   VALUE '00'.
010170         88  WS-RUN-NOT-FOUND            VALUE '05'.
010180     05  WS-RUN-EOF-SWITCH     PIC X(01) VALUE 'N'.
010190         88  WS-RUN-EOF-YES              VALUE 'Y'.
010200     05  WS-RUN-DUP-SW         PIC X(01) VALUE 'N'.
010210         88  WS-RUN-DUPLICATE            VALUE 'Y'.
010220     05  WS-REPROCESS-SW       PIC X(01) VALUE 'N'.
010230         88  WS-REPROCESS-OVERRIDE       VALUE 'Y'.
010240 01  WS-RUN-STAMP.
010250     05  WS-RUN-DATE           PIC 9(08) VALUE 0.
010260     05  WS-RUN-TIME           PIC 9(08) VALUE 0.
010270 01  WS-PRIOR-RUN-DATE         PIC 9(08) VALUE 0.
010280*----------------------------------------------------------------
010290* IN-FLIGHT COMMIT POINTS - EVERY WS-COMMIT-INTERVAL CONSUMED
010300* TRANSACTIONS (FROM THE CONTROL RECORD; ZERO MEANS NONE), 7500-
010310* COMMIT-POINT HARD-COMMITS THE STACK TABLE AND THE COUNT OF
010320* TRANSACTIONS CONSUMED SO FAR TO CMTFIL.  AFTER AN ABEND, THE
010330* RESTART SWITCH ON THE CONTROL RECORD MAKES 1200-LOAD-STACK
010340* RELOAD THAT COMMIT POINT INSTEAD OF THE PREVIOUS NIGHT'S
010350* CHECKPOINT AND 1000-INITIALIZE SKIP FORWARD OVER THE ALREADY-
010360* APPLIED TRANSACTION RECORDS, SO THE RUN RESUMES EXACTLY WHERE
010370* IT DIED INSTEAD OF DOUBLE-APPLYING FROM THE TOP.  A NORMAL END
010380* OF JOB CLEARS THE COMMIT POINT (CONSUMED COUNT ZERO) SO A
010390* STALE RESTART CANNOT SKIP RECORDS OF A FRESH FILE.
010400*----------------------------------------------------------------
010410 01  WS-COMMIT-FIELDS.
010420     05  WS-COMMIT-INTERVAL    PIC 9(08) COMP VALUE 0.
010430     05  WS-TRANS-CONSUMED     PIC 9(08) COMP VALUE 0.
010440     05  WS-LAST-COMMIT        PIC 9(08) COMP VALUE 0.
010450     05  WS-SKIP-COUNT         PIC 9(08) COMP VALUE 0.
010460     05  WS-SKIPPED            PIC 9(08) COMP VALUE 0.
010470 01  WS-COMMIT-SWITCHES.
010480     05  WS-CMT-STATUS         PIC X(02) VALUE '00'.
010490         88  WS-CMT-OK                   VALUE '00'.
010500         88  WS-CMT-NOT-FOUND            VALUE '05'.
010510     05  WS-CMT-EOF-SWITCH     PIC X(01) VALUE 'N'.
010520         88  WS-CMT-EOF-YES              VALUE 'Y'.
010530     05  WS-RESTART-SW         PIC X(01) VALUE 'N'.
010540         88  WS-RESTART-MODE             VALUE 'Y'.
010550     05  WS-CMT-LOADED-SW      PIC X(01) VALUE 'N'.
010560         88  WS-COMMIT-LOADED            VALUE 'Y'.
010570     05  WS-CMT-END-SW         PIC X(01) VALUE 'N'.
010580         88  WS-CMT-END-SEEN             VALUE 'Y'.
010590*----------------------------------------------------------------
010600* COMMIT-POINT TERMINATOR KEY - A RESERVED STACK-ID (LIKE THE
010610* **ONLINE** HANDOFF KEY) CARRIED ON THE LAST RECORD OF EVERY
010620* COMPLETE COMMIT POINT, ECHOING THE HEADER'S CONSUMED COUNT.
010630* A COMMIT REBUILD THAT ABENDED MID-WRITE (AN X37 ON CMTFIL IS
010640* THE LIKELIEST SPOT) LEAVES A VALID HEADER OVER A PARTIAL
010650* TABLE; WITHOUT THE TERMINATOR CHECK A RESTART WOULD LOAD THE
010660* PARTIAL TABLE, SKIP THE CONSUMED RECORDS, SILENTLY RESTART
010670* THE MISSING STACKS EMPTY AND THEN CHECKPOINT THAT TRUNCATED
010680* STATE OVER CKPTFIL AT END OF JOB.
010690*----------------------------------------------------------------
010700 01  CMT-END-KEY               PIC X(10) VALUE '**END**'.
010710 01  CMT-DEMAND-KEY            PIC X(10) VALUE '**DEMAND**'.
010720*    THE ABENDED RUN'S RUN DATE, RESTORED FROM THE COMMIT
010730*    HEADER; DEFAULTS TO THIS RUN'S OWN DATE WHEN NO COMMIT IS
010740*    LOADED OR AN OLD COMMIT CARRIES NO RUN DATE.
010750 01  WS-CMT-RUN-DATE           PIC 9(08) VALUE 0.
010760*    THE COMMIT POINT'S OWN STAMP, RESTORED FROM ITS HEADER -
010770*    WHERE THE ABENDED RUN'S UNCOMMITTED WINDOW BEGINS.
010780 01  WS-CMT-STAMP.
010790     05  WS-CMT-DATE           PIC 9(08) VALUE 0.
010800     05  WS-CMT-TIME           PIC 9(08) VALUE 0.
010810 01  WS-CMT-END-ECHO           PIC 9(08) COMP VALUE 0.
010820 01  WS-PRIOR-RUN-TIME         PIC 9(08) VALUE 0.
010830*----------------------------------------------------------------
010840* DISPOSITION FIELDS - WS-DSP-OUTCOME/WS-DSP-REASON ARE PRIMED
010850* BEFORE EVERY APPLY AND OVERRIDDEN BY WHICHEVER PATH REJECTS,
010860* BACKORDERS OR FILLS THE RECORD; 2500-WRITE-DISPOSITION THEN
010870* WRITES THEM TO DSPWRK.  WS-DSP-KEPT COUNTS THE DETAILS ON
010880* DSPWRK THAT STAND - RESTORED FROM THE COMMIT POINT ON A
010890* RESTART, SO WHATEVER THE ABENDED RUN WROTE PAST ITS LAST
010900* COMMIT IS RECOGNIZED AS VOID.  THE SEGMENT TABLE HOLDS EACH
010910* RUN SEGMENT'S STARTING KEPT COUNT, READ BACK FROM THE RESTART
010920* MARKERS WHEN 8700-WRITE-DISPOSITIONS BUILDS DSPFIL.
010930*----------------------------------------------------------------
010940 01  WS-DSP-FIELDS.
010950     05  WS-DSP-OUTCOME        PIC X(04) VALUE SPACES.
010960     05  WS-DSP-REASON         PIC X(04) VALUE SPACES.
010970     05  WS-DSP-SEQ            PIC 9(08) COMP VALUE 0.
010980     05  WS-DSP-SRC-DATE       PIC 9(08) VALUE 0.
010990     05  WS-DSP-SRC-SOURCE     PIC X(08) VALUE SPACES.
011000     05  WS-DSP-KEPT           PIC 9(08) COMP VALUE 0.
011010     05  WS-DSP-PEND-DATE      PIC 9(08) VALUE 0.
011020     05  WS-DSP-POSITION       PIC 9(08) COMP VALUE 0.
011030     05  WS-DSP-LIMIT          PIC 9(08) COMP VALUE 0.
011040     05  WS-DSP-SEC-DATE       PIC 9(08) VALUE 0.
011050     05  WS-DSP-SEC-SOURCE     PIC X(08) VALUE SPACES.
011060 01  DSP-PENDING-SOURCE        PIC X(08) VALUE 'PENDING '.
011070 01  WS-DSP-TALLIES.
011080     05  WS-DSP-COUNT          PIC 9(08) COMP VALUE 0.
011090     05  WS-DSP-APPLIED        PIC 9(08) COMP VALUE 0.
011100     05  WS-DSP-REJECTED       PIC 9(08) COMP VALUE 0.
011110     05  WS-DSP-HELD           PIC 9(08) COMP VALUE 0.
011120     05  WS-DSP-RELEASED       PIC 9(08) COMP VALUE 0.
011130     05  WS-DSP-BACKORDERED    PIC 9(08) COMP VALUE 0.
011140     05  WS-DSP-FILLED         PIC 9(08) COMP VALUE 0.
011150 78  MAX-DSP-SEGMENTS          VALUE 20.
011160 01  DSP-SEGMENT-TABLE.
011170     05  DSG-START OCCURS MAX-DSP-SEGMENTS TIMES
011180                               PIC 9(08) COMP.
011190 01  WS-DSG-COUNT              PIC 9(4) COMP VALUE 0.
011200 01  WS-DSG-CUR                PIC 9(4) COMP VALUE 0.
011210*----------------------------------------------------------------
011220* ORIGIN SECTIONS - EVERY EARLIER BATCH A RELEASE SWEPT FROM THE
011230* PENDING DATASET WAS PARKED BY, GATHERED BY THE FIRST PASS OF
011240* 8700-WRITE-DISPOSITIONS SO EACH GETS A SECTION OF ITS OWN.
011250*----------------------------------------------------------------
011260 78  MAX-DSP-ORIGINS           VALUE 50.
011270 01  DSP-ORIGIN-TABLE.
011280     05  DSO-ENTRY OCCURS MAX-DSP-ORIGINS TIMES.
011290         10  DSO-DATE          PIC 9(08).
011300         10  DSO-SOURCE        PIC X(08).
011310 01  WS-DSO-COUNT              PIC 9(4) COMP VALUE 0.
011320 01  WS-DSO-SCAN               PIC 9(4) COMP VALUE 0.
011330 01  WS-DSO-MATCH-SW           PIC X(01) VALUE 'N'.
011340     88  WS-DSO-MATCHED                  VALUE 'Y'.
011350*----------------------------------------------------------------
011360* BALANCING LEDGER TOTALS - THE RUN-WIDE DISPOSITION TALLIES ARE
011370* ROLLED UP SECTION BY SECTION AS 8700-WRITE-DISPOSITIONS BUILDS
011380* DSPFIL, SO THEY COUNT EXACTLY THE DETAILS THAT STAND; THE
011390* CHECKPOINT TOTALS ARE ROLLED UP AS 7000-SAVE-STACK WRITES IT.
011400*----------------------------------------------------------------
011410 01  WS-LDG-TOTALS.
011420     05  WS-LDG-APPLIED        PIC 9(08) COMP VALUE 0.
011430     05  WS-LDG-REJECTED       PIC 9(08) COMP VALUE 0.
011440     05  WS-LDG-HELD           PIC 9(08) COMP VALUE 0.
011450     05  WS-LDG-CKPT-COUNT     PIC 9(08) COMP VALUE 0.
011460     05  WS-LDG-CKPT-HASH      PIC 9(12) COMP VALUE 0.
011470     05  WS-LDG-WRITTEN        PIC 9(08) COMP VALUE 0.
011480     05  WS-LDG-TIME           PIC 9(08) VALUE 0.
011490*----------------------------------------------------------------
011500* VERIFICATION EXCEPTION REPORT LINES
011510*----------------------------------------------------------------
011520 01  VFY-EXCEPTION-LINE        PIC X(80) VALUE
011530     '*** TRANSACTION FILE REJECTED - NO TRANSACTIONS APPLIED'.
011540 01  VFY-TOTALS-LINE.
011550     05  VFY-LABEL             PIC X(30).
011560     05  VFY-EXPECTED          PIC ZZZZZZZZZZZ9.
011570     05  FILLER                PIC X(02) VALUE SPACES.
011580     05  VFY-ACTUAL            PIC ZZZZZZZZZZZ9.
011590     05  FILLER                PIC X(24) VALUE SPACES.
011600*----------------------------------------------------------------
011610* DAILY ACTIVITY REPORT LINE LAYOUT
011620*----------------------------------------------------------------
011630 01  RPT-LINE.
011640     05  RPT-LABEL             PIC X(40).
011650     05  RPT-VALUE             PIC ZZZZZZZ9.
011660     05  FILLER                PIC X(31).
011670*----------------------------------------------------------------
011680* BY-SOURCE BREAKDOWN LINE LAYOUTS - ONE DETAIL LINE PER BATCH
011690* AT THE FOOT OF THE DAILY REPORT, SO A BAD FEED NAMES ITSELF.
011700*----------------------------------------------------------------
011710 01  SRC-HEADING-LINE.
011720     05  FILLER                PIC X(08) VALUE 'SOURCE  '.
011730     05  FILLER                PIC X(02) VALUE SPACES.
011740     05  FILLER                PIC X(08) VALUE 'FILEDATE'.
011750     05  FILLER                PIC X(02) VALUE SPACES.
011760     05  FILLER                PIC X(08) VALUE '  PUSHES'.
011770     05  FILLER                PIC X(02) VALUE SPACES.
011780     05  FILLER                PIC X(08) VALUE '    POPS'.
011790     05  FILLER                PIC X(02) VALUE SPACES.
011800     05  FILLER                PIC X(08) VALUE ' REJECTS'.
011810     05  FILLER                PIC X(32) VALUE SPACES.
011820 01  SRC-DETAIL-LINE.
011830     05  SRC-DET-SOURCE        PIC X(08).
011840     05  FILLER                PIC X(02) VALUE SPACES.
011850     05  SRC-DET-DATE          PIC 9(08).
011860     05  FILLER                PIC X(02) VALUE SPACES.
011870     05  SRC-DET-PUSHES        PIC ZZZZZZZ9.
011880     05  FILLER                PIC X(02) VALUE SPACES.
011890     05  SRC-DET-POPS          PIC ZZZZZZZ9.
011900     05  FILLER                PIC X(02) VALUE SPACES.
011910     05  SRC-DET-REJECTS       PIC ZZZZZZZ9.
011920     05  FILLER                PIC X(32) VALUE SPACES.
011930*----------------------------------------------------------------
011940* EXPIRED-BY-QUEUE LINE LAYOUTS - ONE DETAIL LINE PER QUEUE THAT
011950* CARRIES A MAXIMUM LIFE, SO A QUIET NIGHT STILL SHOWS THE RULE
011960* WAS APPLIED.
011970*----------------------------------------------------------------
011980 01  EXP-HEADING-LINE.
011990     05  FILLER                PIC X(10) VALUE 'STACK-ID'.
012000     05  FILLER                PIC X(02) VALUE SPACES.
012010     05  FILLER                PIC X(04) VALUE 'DEPT'.
012020     05  FILLER                PIC X(02) VALUE SPACES.
012030     05  FILLER                PIC X(08) VALUE 'MAX LIFE'.
012040     05  FILLER                PIC X(02) VALUE SPACES.
012050     05  FILLER                PIC X(08) VALUE ' EXPIRED'.
012060     05  FILLER                PIC X(44) VALUE SPACES.
012070 01  EXP-DETAIL-LINE.
012080     05  EXP-DET-STACK-ID      PIC X(10).
012090     05  FILLER                PIC X(02) VALUE SPACES.
012100     05  EXP-DET-DEPT          PIC X(04).
012110     05  FILLER                PIC X(02) VALUE SPACES.
012120     05  EXP-DET-MAX-LIFE      PIC ZZZZZZZ9.
012130     05  FILLER                PIC X(02) VALUE SPACES.
012140     05  EXP-DET-EXPIRED       PIC ZZZZZZZ9.
012150     05  FILLER                PIC X(44) VALUE SPACES.
012160*----------------------------------------------------------------
012170* QUEUE-STATUS LINE LAYOUTS - ONE DETAIL LINE PER QUEUE THE RUN
012180* HELD, WITH ITS LIFECYCLE STATUS AS THE RUN LEFT IT.
012190*----------------------------------------------------------------
012200 01  QST-HEADING-LINE.
012210     05  FILLER                PIC X(10) VALUE 'STACK-ID'.
012220     05  FILLER                PIC X(02) VALUE SPACES.
012230     05  FILLER                PIC X(04) VALUE 'DEPT'.
012240     05  FILLER                PIC X(02) VALUE SPACES.
012250     05  FILLER                PIC X(08) VALUE 'STATUS'.
012260     05  FILLER                PIC X(02) VALUE SPACES.
012270     05  FILLER                PIC X(08) VALUE '   DEPTH'.
012280     05  FILLER                PIC X(02) VALUE SPACES.
012290     05  FILLER                PIC X(13) VALUE SPACES.
012300     05  FILLER                PIC X(29) VALUE SPACES.
012310 01  QST-DETAIL-LINE.
012320     05  QST-DET-STACK-ID      PIC X(10).
012330     05  FILLER                PIC X(02) VALUE SPACES.
012340     05  QST-DET-DEPT          PIC X(04).
012350     05  FILLER                PIC X(02) VALUE SPACES.
012360     05  QST-DET-STATUS        PIC X(08).
012370     05  FILLER                PIC X(02) VALUE SPACES.
012380     05  QST-DET-DEPTH         PIC ZZZZZZZ9.
012390     05  FILLER                PIC X(02) VALUE SPACES.
012400     05  QST-DET-NOTE          PIC X(13).
012410     05  FILLER                PIC X(29) VALUE SPACES.
012420 PROCEDURE DIVISION.
012430*----------------------------------------------------------------
012440* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
012450*----------------------------------------------------------------
012460 0000-MAIN-PROCEDURE.
012470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012480     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
012490         UNTIL WS-EOF-YES
012500     PERFORM 9000-TERMINATE THRU 9000-EXIT
012510     STOP RUN.
012520*----------------------------------------------------------------
012530* 1000-INITIALIZE - LOADS THE RUN'S STACK CAPACITY, RELOADS ANY
012540*                   CHECKPOINTED STACKS, OPENS THE TRANSACTION
012550*                   FILE AND PRIMES THE FIRST READ.
012560*----------------------------------------------------------------
012570 1000-INITIALIZE.
012580     ACCEPT WS-TODAY FROM DATE YYYYMMDD
012590     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
012600     PERFORM 1300-VERIFY-TRANS-FILE THRU 1300-EXIT
012610     IF WS-TRANS-FILE-BAD
012620         PERFORM 1390-FAIL-VERIFICATION THRU 1390-EXIT
012630     END-IF
012640     PERFORM 1350-CHECK-RUN-CONTROL THRU 1350-EXIT
012650     IF WS-RUN-DUPLICATE AND NOT WS-REPROCESS-OVERRIDE
012660         PERFORM 1395-FAIL-DUPLICATE THRU 1395-EXIT
012670     END-IF
012680     PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT
012690     IF NOT WS-CAL-USABLE
012700         PERFORM 1397-FAIL-CALENDAR THRU 1397-EXIT
012710     END-IF
012720     PERFORM 1150-OPEN-AUDIT-FILE THRU 1150-EXIT
012730     PERFORM 1155-OPEN-ALERT-FILE THRU 1155-EXIT
012740     PERFORM 1500-LOAD-STACK-DEFS THRU 1500-EXIT
012750     PERFORM 1200-LOAD-STACK THRU 1200-EXIT
012760*    A RESTART RECORDS ITS VOID WINDOW BEFORE IT AUDITS ANYTHING.
012770     IF WS-COMMIT-LOADED
012780         PERFORM 1240-RECORD-RESTART THRU 1240-EXIT
012790     END-IF
012800*    A RESTART'S OPENING DEPTHS CAME BACK WITH THE COMMIT POINT.
012810     IF NOT WS-COMMIT-LOADED
012820         PERFORM 1230-SET-OPEN-DEPTH THRU 1230-EXIT
012830             VARYING STK-IDX FROM 1 BY 1
012840                 UNTIL STK-IDX > MAX-STACKS
012850     END-IF
012860*    EACH QUEUE'S LIFECYCLE STATUS IS SETTLED BEFORE ANY WORK
012870*    REACHES IT.
012880     PERFORM 1900-RESOLVE-QUEUE-STATUS THRU 1900-EXIT
012890         VARYING STK-IDX FROM 1 BY 1 UNTIL STK-IDX > MAX-STACKS
012900     PERFORM 1800-LOAD-DEMANDS THRU 1800-EXIT
012910     OPEN INPUT TRANS-FILE
012920     PERFORM 1160-OPEN-REJECT-FILE THRU 1160-EXIT
012930     PERFORM 1165-OPEN-DISP-WORK-FILE THRU 1165-EXIT
012940*    A RESTART FROM A COMMIT POINT SKIPS THE EXPIRY SWEEP - THE
012950*    ABENDED RUN SWEPT BEFORE IT APPLIED ANYTHING, SO EVERY
012960*    COMMIT IMAGE ALREADY CARRIES ITS EFFECT.
012970     IF NOT WS-COMMIT-LOADED
012980         PERFORM 1600-EXPIRE-ENTRIES THRU 1600-EXIT
012990     END-IF
013000     PERFORM 1700-SWEEP-PENDING THRU 1700-EXIT
013010     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
013020     IF WS-COMMIT-LOADED AND WS-SKIP-COUNT > 0
013030         PERFORM 1450-SKIP-APPLIED THRU 1450-EXIT
013040     END-IF.
013050 1000-EXIT.
013060     EXIT.
013070*----------------------------------------------------------------
013080* 1100-LOAD-CONTROL - READS THE OPTIONAL CONTROL RECORD THAT SETS
013090*                     STACK-CAPACITY FOR THIS RUN.  A MISSING
013100*                     CONTROL FILE, OR A NON-NUMERIC OR OUT-OF-
013110*                     RANGE CAPACITY, LEAVES THE COMPILED-IN
013120*                     DEFAULT IN PLACE.
013130*----------------------------------------------------------------
013140 1100-LOAD-CONTROL.
013150     OPEN INPUT CONTROL-FILE
013160     IF NOT WS-CTL-OK AND NOT WS-CTL-NOT-FOUND
013170         DISPLAY 'WARNING - BAD OPEN ON CONTROL-FILE, STATUS = '
013180             WS-CTL-STATUS
013190     ELSE
013200         IF WS-CTL-OK
013210             READ CONTROL-FILE
013220                 AT END MOVE '05' TO WS-CTL-STATUS
013230             END-READ
013240         END-IF
013250         IF WS-CTL-OK
013260             IF CTL-CAPACITY NUMERIC
013270                 AND CTL-CAPACITY > 0
013280                 AND CTL-CAPACITY NOT > MAX-STACK-CAPACITY
013290                 MOVE CTL-CAPACITY TO STACK-CAPACITY
013300             ELSE
013310                 DISPLAY 'WARNING - INVALID CONTROL CAPACITY, '
013320                     'USING DEFAULT OF ' STACK-CAPACITY
013330             END-IF
013340             IF CTL-REPROCESS-SW = 'Y'
013350                 MOVE 'Y' TO WS-REPROCESS-SW
013360                 DISPLAY 'NOTE - OPERATOR REPROCESS OVERRIDE IS '
013370                     'ON FOR THIS RUN'
013380             END-IF
013390             IF CTL-COMMIT-INTERVAL NUMERIC
013400                 AND CTL-COMMIT-INTERVAL > 0
013410                 MOVE CTL-COMMIT-INTERVAL TO WS-COMMIT-INTERVAL
013420             END-IF
013430             IF CTL-RESTART-SW = 'Y'
013440                 MOVE 'Y' TO WS-RESTART-SW
013450                 DISPLAY 'NOTE - RESTART FROM LAST COMMIT POINT '
013460                     'REQUESTED FOR THIS RUN'
013470             END-IF
013480             IF CTL-STRICT-SW = 'Y'
013490                 MOVE 'Y' TO WS-STRICT-SW
013500                 DISPLAY 'NOTE - UNREGISTERED STACK-IDS WILL BE '
013510                     'REJECTED THIS RUN'
013520             END-IF
013530         END-IF
013540         CLOSE CONTROL-FILE
013550     END-IF.
013560 1100-EXIT.
013570     EXIT.
013580*----------------------------------------------------------------
013590* 1150-OPEN-AUDIT-FILE - OPENS THE AUDIT TRAIL IN EXTEND (APPEND)
013600*                        MODE SO A PRIOR RUN'S PUSH/POP RECORDS
013610*                        SURVIVE FOR MONTHLY RECONCILIATION
013620*                        INSTEAD OF BEING TRUNCATED AWAY AT THE
013630*                        START OF EVERY RUN.  ON THE FIRST RUN,
013640*                        BEFORE AUDFIL EXISTS, THE EXTEND OPEN
013650*                        FAILS NOT FOUND AND THIS PARAGRAPH FALLS
013660*                        BACK TO OPEN OUTPUT TO CREATE IT - THE
013670*                        EXTEND ATTEMPT MUST BE CLOSED FIRST OR
013680*                        THE RETRY REPORTS A FALSE "ALREADY OPEN".
013690*----------------------------------------------------------------
013700 1150-OPEN-AUDIT-FILE.
013710     OPEN EXTEND AUDIT-FILE
013720     IF WS-AUD-NOT-FOUND
013730         CLOSE AUDIT-FILE
013740         OPEN OUTPUT AUDIT-FILE
013750     END-IF
013760     IF NOT WS-AUD-OK
013770         DISPLAY 'WARNING - BAD OPEN ON AUDIT-FILE, STATUS = '
013780             WS-AUD-STATUS
013790     END-IF
013800     MOVE SPACES TO AUDIT-ENTRY-DETAIL
013810     MOVE SPACES TO AUDIT-STATUS-CHANGE.
013820 1150-EXIT.
013830     EXIT.
013840*----------------------------------------------------------------
013850* 1155-OPEN-ALERT-FILE - OPENS THE CAPACITY ALERT DATASET IN
013860*                        EXTEND MODE SO ALERTS ACCUMULATE UNTIL
013870*                        STACK-HOUSEKEEP CLOSES THEM ONCE THE
013880*                        QUEUE IS BACK UNDER ITS WARNING
013890*                        THRESHOLD.  SAME EXTEND-WITH-OUTPUT-
013900*                        FALLBACK PATTERN AS THE AUDIT FILE.
013910*----------------------------------------------------------------
013920 1155-OPEN-ALERT-FILE.
013930     OPEN EXTEND ALERT-FILE
013940     IF WS-ALR-NOT-FOUND
013950         CLOSE ALERT-FILE
013960         OPEN OUTPUT ALERT-FILE
013970     END-IF
013980     IF NOT WS-ALR-OK
013990         DISPLAY 'WARNING - BAD OPEN ON ALERT-FILE, STATUS = '
014000             WS-ALR-STATUS
014010     END-IF.
014020 1155-EXIT.
014030     EXIT.
014040*----------------------------------------------------------------
014050* 1160-OPEN-REJECT-FILE - ON A NORMAL RUN THE REJECT FILE IS
014060*                         REBUILT FROM SCRATCH, BUT A RESTART
014070*                         MUST NOT TRUNCATE THE REJECTS THE
014080*                         COMMITTED PORTION OF THE ABENDED RUN
014090*                         ALREADY WROTE - THE SKIP NEVER
014100*                         RE-EMITS THOSE, AND REJECTED BUSINESS
014110*                         WORK THAT EVAPORATES IS EXACTLY WHAT
014120*                         THE REPAIR PROGRAM EXISTS TO STOP.
014130*                         THE EXPOSURE RUNS THE OTHER WAY FOR
014140*                         THE UNCOMMITTED WINDOW, EXACTLY AS IT
014150*                         DOES FOR THE AUDIT TRAIL (SEE 7500-
014160*                         COMMIT-POINT): REJECTS WRITTEN BETWEEN
014170*                         THE LAST COMMIT AND THE ABEND SURVIVE
014180*                         ON REJFIL, AND THE RESTART RE-APPLIES
014190*                         THOSE SAME TRANSACTIONS AND APPENDS
014200*                         THEIR REJECTS AGAIN.  AFTER AN ABEND
014210*                         DAY, RUN STACK-HOUSEKEEP (CBLHKP.CBL)
014220*                         BEFORE STACK-REPAIR: IT REMOVES THE
014230*                         ABENDED RUN'S COPY OF EACH REJECT DATED
014240*                         INSIDE THE RESTART'S UNCOMMITTED WINDOW,
014250*                         WITHOUT WHICH THE REPAIR REPORT LISTS
014260*                         EACH TWICE AND AN OPERATOR KEYING FROM
014270*                         IT CAN RESUBMIT THE SAME BUSINESS RECORD
014280*                         TWICE.
014290*                         SAME EXTEND-WITH-OUTPUT-FALLBACK
014300*                         PATTERN AS 1150-OPEN-AUDIT-FILE.
014310*----------------------------------------------------------------
014320 1160-OPEN-REJECT-FILE.
014330     IF WS-COMMIT-LOADED
014340         OPEN EXTEND REJECT-FILE
014350         IF WS-REJ-NOT-FOUND
014360             CLOSE REJECT-FILE
014370             OPEN OUTPUT REJECT-FILE
014380         END-IF
014390     ELSE
014400         OPEN OUTPUT REJECT-FILE
014410     END-IF
014420     IF NOT WS-REJ-OK
014430         DISPLAY 'WARNING - BAD OPEN ON REJECT-FILE, STATUS = '
014440             WS-REJ-STATUS
014450     END-IF.
014460 1160-EXIT.
014470     EXIT.
014480*----------------------------------------------------------------
014490* 1165-OPEN-DISP-WORK-FILE - OPENS THE DISPOSITION WORK DATASET
014500*                            AND OPENS THE RUN SEGMENT WITH A
014510*                            RESTART MARKER.  A NORMAL RUN
014520*                            REBUILDS IT FROM SCRATCH; A RESTART
014530*                            EXTENDS IT, KEEPING THE COMMITTED
014540*                            PORTION OF THE ABENDED RUN'S
014550*                            DISPOSITIONS, AND ITS MARKER CARRIES
014560*                            THE COMMITTED COUNT SO 8700-WRITE-
014570*                            DISPOSITIONS CAN DROP THE
014580*                            UNCOMMITTED TAIL THE ABEND LEFT
014590*                            BEHIND IT - THE RESTART RE-APPLIES
014600*                            THOSE RECORDS AND WRITES THEIR
014610*                            DISPOSITIONS AGAIN.  SAME EXTEND-
014620*                            WITH-OUTPUT-FALLBACK PATTERN AS
014630*                            1160-OPEN-REJECT-FILE.
014640*----------------------------------------------------------------
014650 1165-OPEN-DISP-WORK-FILE.
014660     MOVE WS-TODAY TO WS-DSP-PEND-DATE
014670     IF WS-COMMIT-LOADED
014680*        THE ABENDED RUN'S RELEASES WERE SECTIONED UNDER ITS OWN
014690*        RUN DATE - THE RESTART'S JOIN THEM THERE.
014700         MOVE WS-CMT-RUN-DATE TO WS-DSP-PEND-DATE
014710         OPEN EXTEND DISP-WORK-FILE
014720         IF WS-DSP-NOT-FOUND
014730             CLOSE DISP-WORK-FILE
014740             OPEN OUTPUT DISP-WORK-FILE
014750             DISPLAY 'WARNING - DSPWRK NOT FOUND ON RESTART, '
014760                 'COMMITTED DISPOSITIONS ARE LOST'
014770             IF WS-MAX-RC < 4
014780                 MOVE 4 TO WS-MAX-RC
014790             END-IF
014800         END-IF
014810     ELSE
014820         MOVE 0 TO WS-DSP-KEPT
014830         OPEN OUTPUT DISP-WORK-FILE
014840     END-IF
014850     IF NOT WS-DSP-OK
014860         DISPLAY 'WARNING - BAD OPEN ON DISP-WORK-FILE, STATUS = '
014870             WS-DSP-STATUS
014880         GO TO 1165-EXIT
014890     END-IF
014900     MOVE SPACES TO DSP-RECORD
014910     MOVE 'RST ' TO DSP-REC-TYPE
014920     MOVE WS-DSP-KEPT TO DSP-SEQ
014930     WRITE DSP-RECORD.
014940 1165-EXIT.
014950     EXIT.
014960*----------------------------------------------------------------
014970* 1200-LOAD-STACK - RELOADS EVERY STACK LEFT OVER FROM A PRIOR
014980*                   RUN'S SAVE-STACK, IF A CHECKPOINT FILE
014990*                   EXISTS.  A MISSING CHECKPOINT FILE SIMPLY
015000*                   LEAVES ALL STACKS EMPTY, AS ON A FIRST RUN.
015010*----------------------------------------------------------------
015020 1200-LOAD-STACK.
015030     IF WS-RESTART-MODE
015040         PERFORM 1250-LOAD-COMMIT-POINT THRU 1250-EXIT
015050         IF WS-COMMIT-LOADED
015060             GO TO 1200-EXIT
015070         END-IF
015080         DISPLAY 'WARNING - RESTART REQUESTED BUT NO COMMIT '
015090             'POINT IS ON FILE, LOADING THE CHECKPOINT INSTEAD'
015100     END-IF
015110     PERFORM 1280-CHECK-VSAM-HANDOFF THRU 1280-EXIT
015120     IF WS-VSAM-NEWER
015130         PERFORM 1285-LOAD-FROM-VSAM THRU 1285-EXIT
015140         GO TO 1200-EXIT
015150     END-IF
015160     OPEN INPUT CKPT-FILE
015170     IF NOT WS-CKPT-OK AND NOT WS-CKPT-NOT-FOUND
015180         DISPLAY 'WARNING - BAD OPEN ON CKPT-FILE, STATUS = '
015190             WS-CKPT-STATUS
015200     ELSE
015210         IF WS-CKPT-OK
015220             PERFORM 1205-READ-CKPT-RECORD THRU 1205-EXIT
015230             PERFORM 1210-LOAD-ONE-STACK THRU 1210-EXIT
015240                 UNTIL WS-CKPT-EOF-YES
015250         END-IF
015260         CLOSE CKPT-FILE
015270     END-IF.
015280 1200-EXIT.
015290     EXIT.
015300*----------------------------------------------------------------
015310* 1205-READ-CKPT-RECORD - READS THE NEXT CHECKPOINTED STACK.
015320*----------------------------------------------------------------
015330 1205-READ-CKPT-RECORD.
015340     READ CKPT-FILE
015350         AT END MOVE 'Y' TO WS-CKPT-EOF-SWITCH
015360     END-READ.
015370 1205-EXIT.
015380     EXIT.
015390*----------------------------------------------------------------
015400* 1210-LOAD-ONE-STACK - ASSIGNS A FREE SLOT TO THE CHECKPOINTED
015410*                       STACK-ID AND COPIES ITS VALUES BACK IN.
015420*                       A CHECKPOINTED DEPTH THAT NO LONGER FITS
015430*                       THE RUN'S ACTIVE STACK-CAPACITY (THE
015440*                       CONTROL RECORD LOWERED IT SINCE THE
015450*                       CHECKPOINT WAS WRITTEN) IS TRUNCATED
015460*                       RATHER THAN TRUSTED AS-IS.
015470*----------------------------------------------------------------
015480 1210-LOAD-ONE-STACK.
015490     MOVE 'Y' TO WS-STACK-RESOLVED-SW
015500     SET STK-IDX TO 1
015510     SEARCH STACK-ENTRY
015520         AT END
015530             PERFORM 1215-ASSIGN-CKPT-SLOT THRU 1215-EXIT
015540         WHEN STACK-ID(STK-IDX) = CKPT-STACK-ID
015550             CONTINUE
015560     END-SEARCH
015570     IF WS-STACK-RESOLVED
015580         PERFORM 2070-SET-EFF-CAPACITY THRU 2070-EXIT
015590         IF CKPT-TOP NOT > WS-EFF-CAPACITY
015600             MOVE CKPT-TOP TO STACK-TOP(STK-IDX)
015610         ELSE
015620             DISPLAY 'WARNING - CHECKPOINTED DEPTH FOR '
015630                 CKPT-STACK-ID ' EXCEEDS CURRENT CAPACITY, '
015640                 'TRUNCATING TO ' WS-EFF-CAPACITY
015650             MOVE WS-EFF-CAPACITY TO STACK-TOP(STK-IDX)
015660         END-IF
015670         PERFORM 1220-COPY-LOAD-ENTRY THRU 1220-EXIT
015680             VARYING WS-IDX FROM 1 BY 1
015690                 UNTIL WS-IDX > WS-EFF-CAPACITY
015700         IF CKPT-Q-STATUS = 'F' OR 'D' OR 'R'
015710             MOVE CKPT-Q-STATUS TO STACK-STATUS(STK-IDX)
015720         ELSE
015730             MOVE 'A' TO STACK-STATUS(STK-IDX)
015740         END-IF
015750     END-IF
015760     PERFORM 1205-READ-CKPT-RECORD THRU 1205-EXIT.
015770 1210-EXIT.
015780     EXIT.
015790*----------------------------------------------------------------
015800* 1215-ASSIGN-CKPT-SLOT - THE CHECKPOINTED STACK-ID IS NOT IN
015810*                         THE TABLE (NOT PRE-REGISTERED BY THE
015820*                         STACK DEFINITION FILE), SO IT TAKES
015830*                         THE FIRST FREE SLOT AND ITS DEPARTMENT
015840*                         AND RETRIEVAL MODE ARE RESTORED FROM
015850*                         THE CHECKPOINT RECORD ITSELF.  A SLOT
015860*                         ALREADY PRE-REGISTERED KEEPS THE
015870*                         DEFINITION FILE'S ATTRIBUTES - THE
015880*                         DEFINITIONS ARE AUTHORITATIVE OVER
015890*                         WHAT AN OLDER CHECKPOINT CARRIED.
015900*----------------------------------------------------------------
015910 1215-ASSIGN-CKPT-SLOT.
015920     SET STK-IDX TO 1
015930     SEARCH STACK-ENTRY
015940         AT END
015950             DISPLAY 'ERROR - NO FREE STACK SLOT RESTORING '
015960                 CKPT-STACK-ID
015970             MOVE 'N' TO WS-STACK-RESOLVED-SW
015980         WHEN STACK-ID(STK-IDX) = SPACES
015990             MOVE CKPT-STACK-ID TO STACK-ID(STK-IDX)
016000             MOVE CKPT-DEPT TO STACK-DEPT(STK-IDX)
016010             IF CKPT-MODE = 'F'
016020                 MOVE 'F' TO STACK-MODE(STK-IDX)
016030             ELSE
016040                 MOVE 'L' TO STACK-MODE(STK-IDX)
016050             END-IF
016060             MOVE 'N' TO STACK-BACKORDER-SW(STK-IDX)
016070             MOVE 'N' TO STACK-DUP-CHECK-SW(STK-IDX)
016080             MOVE 0 TO STACK-WARN-PCT(STK-IDX)
016090             MOVE 'N' TO STACK-ALERTED-SW(STK-IDX)
016100             MOVE 0 TO STACK-MAX-LIFE(STK-IDX)
016110     END-SEARCH.
016120 1215-EXIT.
016130     EXIT.
016140*----------------------------------------------------------------
016150* 1220-COPY-LOAD-ENTRY - COPIES ONE CHECKPOINTED VALUE INTO THE
016160*                        WORKING STACK TABLE.  ONLY CALLED FOR
016170*                        WS-IDX WITHIN THE RUN'S ACTIVE
016180*                        STACK-CAPACITY, SO THE SUBSCRIPT IS
016190*                        ALWAYS VALID AGAINST STACK-ITEM'S OWN
016200*                        OCCURS DEPENDING ON BOUND.
016210*----------------------------------------------------------------
016220 1220-COPY-LOAD-ENTRY.
016230     MOVE CKPT-VALUE(WS-IDX) TO STACK-VALUE(STK-IDX WS-IDX)
016240     IF CKPT-ARRIVAL(WS-IDX) NUMERIC
016250         MOVE CKPT-ARRIVAL(WS-IDX)
016260             TO STACK-ARRIVAL(STK-IDX WS-IDX)
016270     ELSE
016280         MOVE 0 TO STACK-ARRIVAL(STK-IDX WS-IDX)
016290     END-IF.
016300 1220-EXIT.
016310     EXIT.
016320*----------------------------------------------------------------
016330* 1230-SET-OPEN-DEPTH - NOTES ONE QUEUE'S DEPTH AS LOADED, BEFORE
016340*                       THE EXPIRY SWEEP OR ANY TRANSACTION, AS
016350*                       ITS OPENING DEPTH FOR THE BALANCING
016360*                       LEDGER.
016370*----------------------------------------------------------------
016380 1230-SET-OPEN-DEPTH.
016390     MOVE STACK-TOP(STK-IDX) TO STACK-OPEN-DEPTH(STK-IDX).
016400 1230-EXIT.
016410     EXIT.
016420*----------------------------------------------------------------
016430* 1240-RECORD-RESTART - APPENDS A RESTART RECORD (STATUS RSTR,
016440*                       SEE RUNREC) TO THE RUN-CONTROL DATASET
016450*                       BEFORE THE RESTARTED RUN AUDITS ANYTHING.
016460*                       IT BRACKETS THE ABENDED RUN'S UNCOMMITTED
016470*                       WINDOW - FROM THE COMMIT POINT'S STAMP TO
016480*                       NOW - WHOSE AUDIT RECORDS THIS RUN IS
016490*                       ABOUT TO WRITE AGAIN, SO THE MOVEMENT FEED
016500*                       (CBLMOV.CBL) CAN SET THEM ASIDE.  WITHOUT
016510*                       IT THE FEED WOULD CARRY THOSE MOVEMENTS
016520*                       TWICE, SO A BAD OPEN RAISES THE CONDITION
016530*                       CODE.  SAME EXTEND-WITH-OUTPUT-FALLBACK
016540*                       PATTERN AS 9500-RECORD-RUN.
016550*----------------------------------------------------------------
016560 1240-RECORD-RESTART.
016570     OPEN EXTEND RUN-CONTROL-FILE
016580     IF WS-RUN-NOT-FOUND
016590         CLOSE RUN-CONTROL-FILE
016600         OPEN OUTPUT RUN-CONTROL-FILE
016610     END-IF
016620     IF NOT WS-RUN-OK
016630         DISPLAY 'WARNING - BAD OPEN ON RUN-CONTROL-FILE, '
016640             'STATUS = ' WS-RUN-STATUS ', RESTART NOT RECORDED'
016650         IF WS-MAX-RC < 4
016660             MOVE 4 TO WS-MAX-RC
016670         END-IF
016680         GO TO 1240-EXIT
016690     END-IF
016700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
016710     ACCEPT WS-RUN-TIME FROM TIME
016720     MOVE SPACES TO RUN-RECORD
016730     MOVE SRC-DATE(1) TO RUN-FILE-DATE
016740     MOVE SRC-SOURCE(1) TO RUN-FILE-SOURCE
016750     MOVE WS-RUN-DATE TO RUN-DATE
016760     MOVE WS-RUN-TIME TO RUN-TIME
016770     MOVE 'RSTR' TO RUN-STATUS
016780     MOVE 0 TO RUN-RC
016790     MOVE WS-CMT-DATE TO RUN-VOID-FROM-DATE
016800     MOVE WS-CMT-TIME TO RUN-VOID-FROM-TIME
016810     WRITE RUN-RECORD
016820     CLOSE RUN-CONTROL-FILE.
016830 1240-EXIT.
016840     EXIT.
016850*----------------------------------------------------------------
016860* 1250-LOAD-COMMIT-POINT - RELOADS THE STACK TABLE FROM THE LAST
016870*                          IN-FLIGHT COMMIT WRITTEN BY 7500-
016880*                          COMMIT-POINT.  THE HEADER RECORD'S
016890*                          CONSUMED COUNT BECOMES THE NUMBER OF
016900*                          TRANSACTION RECORDS 1450-SKIP-APPLIED
016910*                          WILL SKIP FORWARD OVER.  A MISSING
016920*                          COMMIT FILE, OR ONE A NORMAL END OF
016930*                          JOB ALREADY CLEARED (CONSUMED COUNT
016940*                          ZERO), LEAVES WS-COMMIT-LOADED OFF SO
016950*                          1200-LOAD-STACK FALLS BACK TO THE
016960*                          CHECKPOINT.
016970*----------------------------------------------------------------
016980 1250-LOAD-COMMIT-POINT.
016990*    UNTIL A COMMIT HEADER SAYS OTHERWISE, THE COMMITTED RUN
017000*    DATE IS TAKEN AS THIS RUN'S OWN - THE PRE-FIX BEHAVIOR.
017010     MOVE WS-TODAY TO WS-CMT-RUN-DATE
017020     OPEN INPUT COMMIT-FILE
017030     IF NOT WS-CMT-OK AND NOT WS-CMT-NOT-FOUND
017040         DISPLAY 'WARNING - BAD OPEN ON COMMIT-FILE, STATUS = '
017050             WS-CMT-STATUS
017060         GO TO 1250-EXIT
017070     END-IF
017080     IF WS-CMT-NOT-FOUND
017090         CLOSE COMMIT-FILE
017100         GO TO 1250-EXIT
017110     END-IF
017120     PERFORM 1255-READ-COMMIT THRU 1255-EXIT
017130     IF WS-CMT-EOF-YES
017140         OR CMT-HDR-CONSUMED NOT NUMERIC
017150         OR CMT-HDR-CONSUMED = 0
017160         CLOSE COMMIT-FILE
017170         GO TO 1250-EXIT
017180     END-IF
017190*    THE COMMIT POINT NAMES THE TRANSACTION FILE IT BELONGS TO.
017200*    A RESTART POINTED AT A DIFFERENT FILE (A FRESH EXTRACT
017210*    STAGED WITH THE RESTART SWITCH STILL ON) WOULD OTHERWISE
017220*    SILENTLY SKIP LIVE RECORDS, AND THE END-OF-FILE GUARD IN
017230*    1450-SKIP-APPLIED ONLY CATCHES A WRONG FILE THAT IS
017240*    SHORTER.
017250     IF CMT-HDR-FILE-DATE NOT NUMERIC
017260         OR CMT-HDR-FILE-DATE NOT = WS-HDR-DATE
017270         OR CMT-HDR-SOURCE NOT = WS-HDR-SOURCE
017280         DISPLAY 'NOTE - COMMIT POINT BELONGS TO FILE DATED '
017290             CMT-HDR-FILE-DATE ' FROM ' CMT-HDR-SOURCE
017300             ', NOT THIS FILE - LOADING THE CHECKPOINT INSTEAD'
017310         CLOSE COMMIT-FILE
017320         GO TO 1250-EXIT
017330     END-IF
017340     MOVE CMT-HDR-CONSUMED TO WS-SKIP-COUNT
017350*    PROVE THE COMMIT POINT COMPLETE BEFORE TRUSTING A SINGLE
017360*    RECORD OF IT: THE LAST RECORD MUST BE THE **END**
017370*    TERMINATOR ECHOING THE HEADER'S CONSUMED COUNT.  AN ABEND
017380*    THAT LANDED INSIDE THE COMMIT REBUILD LEAVES A VALID
017390*    HEADER OVER A PARTIAL TABLE, AND TRUSTING A PARTIAL COMMIT
017400*    WOULD RESTART THE MISSING STACKS EMPTY AND CHECKPOINT THAT
017410*    TRUNCATED STATE AT END OF JOB - FALLING BACK TO THE
017420*    CHECKPOINT IS ALWAYS SAFE; TRUSTING A PARTIAL COMMIT NEVER
017430*    IS.  THE SCAN RUNS BEFORE THE COUNTERS ARE RESTORED SO A
017440*    REFUSED COMMIT LEAVES NO TRACE ON THE RUN.
017450     MOVE 'N' TO WS-CMT-END-SW
017460     PERFORM 1253-SCAN-ONE-RECORD THRU 1253-EXIT
017470         UNTIL WS-CMT-EOF-YES
017480     IF NOT WS-CMT-END-SEEN
017490         DISPLAY 'NOTE - COMMIT POINT IS INCOMPLETE (NO VALID '
017500             'END TERMINATOR) - LOADING THE CHECKPOINT INSTEAD'
017510         CLOSE COMMIT-FILE
017520         GO TO 1250-EXIT
017530     END-IF
017540*    THE SCAN CONSUMED THE FILE; RE-READ IT FROM THE TOP TO
017550*    LOAD THE TABLE.
017560     CLOSE COMMIT-FILE
017570     MOVE 'N' TO WS-CMT-EOF-SWITCH
017580     MOVE 'N' TO WS-CMT-END-SW
017590     OPEN INPUT COMMIT-FILE
017600     IF NOT WS-CMT-OK
017610         DISPLAY 'WARNING - BAD RE-OPEN ON COMMIT-FILE, '
017620             'STATUS = ' WS-CMT-STATUS
017630         GO TO 1250-EXIT
017640     END-IF
017650     PERFORM 1255-READ-COMMIT THRU 1255-EXIT
017660     MOVE CMT-HDR-PUSH-COUNT TO WS-PUSH-COUNT
017670     MOVE CMT-HDR-POP-COUNT TO WS-POP-COUNT
017680     MOVE CMT-HDR-REJECT-COUNT TO WS-REJECT-COUNT
017690     MOVE CMT-HDR-INVALID-COUNT TO WS-INVALID-COUNT
017700     MOVE CMT-HDR-CAPREJ-COUNT TO WS-CAPACITY-REJ-COUNT
017710     MOVE CMT-HDR-UNREG-COUNT TO WS-UNREG-COUNT
017720     MOVE CMT-HDR-HIGH-WATER TO WS-HIGH-WATER-MARK
017730*    A COMMIT WRITTEN BEFORE THE TRANSFER COUNTER EXISTED
017740*    CARRIES SPACES HERE; ONLY A NUMERIC COUNT IS RESTORED.
017750     IF CMT-HDR-XFER-COUNT NUMERIC
017760         MOVE CMT-HDR-XFER-COUNT TO WS-XFER-COUNT
017770     END-IF
017780*    LIKEWISE THE BACKORDER COUNTERS - A COMMIT WRITTEN BEFORE
017790*    THEY EXISTED CARRIES SPACES THERE.
017800     IF CMT-HDR-BKO-COUNT NUMERIC
017810         MOVE CMT-HDR-BKO-COUNT TO WS-BACKORDER-COUNT
017820     END-IF
017830     IF CMT-HDR-BKF-COUNT NUMERIC
017840         MOVE CMT-HDR-BKF-COUNT TO WS-BACKFILL-COUNT
017850     END-IF
017860     IF CMT-HDR-ALERT-COUNT NUMERIC
017870         MOVE CMT-HDR-ALERT-COUNT TO WS-ALERT-COUNT
017880     END-IF
017890*    THE COMMITTED RUN DATE IS THE SKIP'S AND THE SWEEP'S
017900*    YARDSTICK FOR WHAT THE ABENDED RUN JUDGED FUTURE.
017910     IF CMT-HDR-RUN-DATE NUMERIC AND CMT-HDR-RUN-DATE > 0
017920         MOVE CMT-HDR-RUN-DATE TO WS-CMT-RUN-DATE
017930     END-IF
017940*    THE COMMIT POINT'S STAMP OPENS THE UNCOMMITTED WINDOW THAT
017950*    1240-RECORD-RESTART BRACKETS.
017960     MOVE CMT-HDR-DATE TO WS-CMT-DATE
017970     MOVE CMT-HDR-TIME TO WS-CMT-TIME
017980*    THE DISPOSITIONS THE COMMITTED PORTION WROTE STAND; AN
017990*    OLDER COMMIT CARRIES SPACES AND PREDATES DSPWRK ALTOGETHER.
018000     IF CMT-HDR-DSP-COUNT NUMERIC
018010         MOVE CMT-HDR-DSP-COUNT TO WS-DSP-KEPT
018020     ELSE
018030         MOVE 0 TO WS-DSP-KEPT
018040     END-IF
018050     PERFORM 1255-READ-COMMIT THRU 1255-EXIT
018060     PERFORM 1260-LOAD-ONE-COMMIT-STACK THRU 1260-EXIT
018070         UNTIL WS-CMT-EOF-YES OR WS-CMT-END-SEEN
018080     CLOSE COMMIT-FILE
018090     MOVE WS-SKIP-COUNT TO WS-TRANS-CONSUMED
018100     MOVE WS-SKIP-COUNT TO WS-LAST-COMMIT
018110     MOVE 'Y' TO WS-CMT-LOADED-SW
018120     DISPLAY 'NOTE - RESUMING FROM COMMIT POINT AFTER '
018130         WS-SKIP-COUNT ' TRANSACTIONS'.
018140 1250-EXIT.
018150     EXIT.
018160*----------------------------------------------------------------
018170* 1253-SCAN-ONE-RECORD - INTEGRITY SCAN OF ONE COMMIT-FILE
018180*                        RECORD: REMEMBERS WHETHER A VALID END
018190*                        TERMINATOR (RESERVED KEY, ECHO COUNT
018200*                        MATCHING THE HEADER'S CONSUMED COUNT,
018210*                        ALREADY SAVED IN WS-SKIP-COUNT) HAS
018220*                        BEEN SEEN.  A STACK OR STATS RECORD
018230*                        READ AFTER THE TERMINATOR WOULD BE
018240*                        GARBAGE, SO ANY LATER RECORD CLEARS
018250*                        THE SWITCH AGAIN.
018260*----------------------------------------------------------------
018270 1253-SCAN-ONE-RECORD.
018280     IF CMT-STAT-STACK-ID = CMT-END-KEY
018290         AND CMT-STAT-PUSH-CNT NUMERIC
018300         MOVE CMT-STAT-PUSH-CNT TO WS-CMT-END-ECHO
018310         IF WS-CMT-END-ECHO = WS-SKIP-COUNT
018320             MOVE 'Y' TO WS-CMT-END-SW
018330         ELSE
018340             MOVE 'N' TO WS-CMT-END-SW
018350         END-IF
018360     ELSE
018370         MOVE 'N' TO WS-CMT-END-SW
018380     END-IF
018390     PERFORM 1255-READ-COMMIT THRU 1255-EXIT.
018400 1253-EXIT.
018410     EXIT.
018420*----------------------------------------------------------------
018430* 1255-READ-COMMIT - READS THE NEXT COMMIT-FILE RECORD.
018440*----------------------------------------------------------------
018450 1255-READ-COMMIT.
018460     READ COMMIT-FILE
018470         AT END MOVE 'Y' TO WS-CMT-EOF-SWITCH
018480     END-READ.
018490 1255-EXIT.
018500     EXIT.
018510*----------------------------------------------------------------
018520* 1260-LOAD-ONE-COMMIT-STACK - ASSIGNS A FREE SLOT TO ONE
018530*                              COMMITTED STACK AND COPIES ITS
018540*                              VALUES BACK IN - THE COMMIT-FILE
018550*                              TWIN OF 1210-LOAD-ONE-STACK,
018560*                              INCLUDING THE SAME CAPACITY
018570*                              TRUNCATION GUARD.
018580*----------------------------------------------------------------
018590 1260-LOAD-ONE-COMMIT-STACK.
018600     IF CMT-STACK-ID = CMT-END-KEY
018610         MOVE 'Y' TO WS-CMT-END-SW
018620         GO TO 1260-EXIT
018630     END-IF
018640*    A DEMAND ROW STANDS ALONE BETWEEN THE STACK PAIRS AND THE
018650*    TERMINATOR - RESTORE IT AND MOVE ON.
018660     IF CMT-STACK-ID = CMT-DEMAND-KEY
018670         PERFORM 1275-LOAD-COMMIT-DEMAND THRU 1275-EXIT
018680         PERFORM 1255-READ-COMMIT THRU 1255-EXIT
018690         GO TO 1260-EXIT
018700     END-IF
018710     MOVE 'Y' TO WS-STACK-RESOLVED-SW
018720     SET STK-IDX TO 1
018730     SEARCH STACK-ENTRY
018740         AT END
018750             PERFORM 1265-ASSIGN-CMT-SLOT THRU 1265-EXIT
018760         WHEN STACK-ID(STK-IDX) = CMT-STACK-ID
018770             CONTINUE
018780     END-SEARCH
018790     IF WS-STACK-RESOLVED
018800         PERFORM 2070-SET-EFF-CAPACITY THRU 2070-EXIT
018810         IF CMT-TOP NOT > WS-EFF-CAPACITY
018820             MOVE CMT-TOP TO STACK-TOP(STK-IDX)
018830         ELSE
018840             DISPLAY 'WARNING - COMMITTED DEPTH FOR '
018850                 CMT-STACK-ID ' EXCEEDS CURRENT CAPACITY, '
018860                 'TRUNCATING TO ' WS-EFF-CAPACITY
018870             MOVE WS-EFF-CAPACITY TO STACK-TOP(STK-IDX)
018880         END-IF
018890         PERFORM 1270-COPY-COMMIT-ENTRY THRU 1270-EXIT
018900             VARYING WS-IDX FROM 1 BY 1
018910                 UNTIL WS-IDX > WS-EFF-CAPACITY
018920         IF CMT-Q-STATUS = 'F' OR 'D' OR 'R'
018930             MOVE CMT-Q-STATUS TO STACK-STATUS(STK-IDX)
018940         ELSE
018950             MOVE 'A' TO STACK-STATUS(STK-IDX)
018960         END-IF
018970     END-IF
018980*    EVERY STACK RECORD IS FOLLOWED BY ITS ACTIVITY-COUNTERS
018990*    RECORD, SO THE RESTARTED RUN'S DAILY REPORT AND HISTORY
019000*    COVER THE WHOLE DAY AND NOT JUST THE POST-COMMIT REMAINDER.
019010     PERFORM 1255-READ-COMMIT THRU 1255-EXIT
019020     IF WS-CMT-EOF-YES
019030         DISPLAY 'WARNING - COMMIT POINT IS MISSING AN '
019040             'ACTIVITY-COUNTERS RECORD'
019050         GO TO 1260-EXIT
019060     END-IF
019070     IF WS-STACK-RESOLVED
019080         MOVE CMT-STAT-PUSH-CNT TO STACK-PUSH-CNT(STK-IDX)
019090         MOVE CMT-STAT-POP-CNT TO STACK-POP-CNT(STK-IDX)
019100         MOVE CMT-STAT-OVFL-CNT TO STACK-OVFL-CNT(STK-IDX)
019110         MOVE CMT-STAT-UNFL-CNT TO STACK-UNFL-CNT(STK-IDX)
019120         MOVE CMT-STAT-NNUM-CNT TO STACK-NNUM-CNT(STK-IDX)
019130         MOVE CMT-STAT-HIGH-WATER
019140             TO STACK-HIGH-WATER(STK-IDX)
019150*        A QUEUE THAT ALERTED BEFORE THE COMMIT STAYS ALERTED,
019160*        SO THE RESTART CANNOT RAISE A DUPLICATE ON ALRTFIL.
019170*        ONLY AN EXPLICIT 'Y' RESTORES - AN OLD COMMIT CARRIES
019180*        SPACES HERE.
019190         IF CMT-STAT-ALERTED-SW = 'Y'
019200             MOVE 'Y' TO STACK-ALERTED-SW(STK-IDX)
019210         END-IF
019220*        THE EXPIRY SWEEP DOES NOT RE-RUN ON A RESTART, SO ITS
019230*        COUNT COMES BACK FROM HERE.  AN OLD COMMIT CARRIES
019240*        SPACES, TAKEN AS NONE.
019250         IF CMT-STAT-EXP-CNT NUMERIC
019260             MOVE CMT-STAT-EXP-CNT TO STACK-EXP-CNT(STK-IDX)
019270             ADD CMT-STAT-EXP-CNT TO WS-EXPIRED-COUNT
019280         END-IF
019290*        AN OLD COMMIT CARRIES NO OPENING DEPTH - WORK IT BACK
019300*        FROM THE COMMITTED DEPTH AND THE DAY'S MOVEMENT SO FAR.
019310         IF CMT-STAT-OPEN-DEPTH NUMERIC
019320             MOVE CMT-STAT-OPEN-DEPTH
019330                 TO STACK-OPEN-DEPTH(STK-IDX)
019340         ELSE
019350             COMPUTE STACK-OPEN-DEPTH(STK-IDX) =
019360                 STACK-TOP(STK-IDX) + STACK-POP-CNT(STK-IDX)
019370                 + STACK-EXP-CNT(STK-IDX)
019380                 - STACK-PUSH-CNT(STK-IDX)
019390         END-IF
019400     END-IF
019410     PERFORM 1255-READ-COMMIT THRU 1255-EXIT.
019420 1260-EXIT.
019430     EXIT.
019440*----------------------------------------------------------------
019450* 1265-ASSIGN-CMT-SLOT - COMMIT-FILE TWIN OF 1215-ASSIGN-CKPT-
019460*                        SLOT: A COMMITTED STACK-ID NOT PRE-
019470*                        REGISTERED BY THE DEFINITIONS TAKES THE
019480*                        FIRST FREE SLOT WITH THE ATTRIBUTES THE
019490*                        COMMIT RECORD CARRIED.
019500*----------------------------------------------------------------
019510 1265-ASSIGN-CMT-SLOT.
019520     SET STK-IDX TO 1
019530     SEARCH STACK-ENTRY
019540         AT END
019550             DISPLAY 'ERROR - NO FREE STACK SLOT RESTORING '
019560                 CMT-STACK-ID
019570             MOVE 'N' TO WS-STACK-RESOLVED-SW
019580         WHEN STACK-ID(STK-IDX) = SPACES
019590             MOVE CMT-STACK-ID TO STACK-ID(STK-IDX)
019600             MOVE CMT-DEPT TO STACK-DEPT(STK-IDX)
019610             IF CMT-MODE = 'F'
019620                 MOVE 'F' TO STACK-MODE(STK-IDX)
019630             ELSE
019640                 MOVE 'L' TO STACK-MODE(STK-IDX)
019650             END-IF
019660             MOVE 'N' TO STACK-BACKORDER-SW(STK-IDX)
019670             MOVE 'N' TO STACK-DUP-CHECK-SW(STK-IDX)
019680             MOVE 0 TO STACK-WARN-PCT(STK-IDX)
019690             MOVE 'N' TO STACK-ALERTED-SW(STK-IDX)
019700             MOVE 0 TO STACK-MAX-LIFE(STK-IDX)
019710     END-SEARCH.
019720 1265-EXIT.
019730     EXIT.
019740*----------------------------------------------------------------
019750* 1270-COPY-COMMIT-ENTRY - COPIES ONE COMMITTED VALUE INTO THE
019760*                          WORKING STACK TABLE.
019770*----------------------------------------------------------------
019780 1270-COPY-COMMIT-ENTRY.
019790     MOVE CMT-VALUE(WS-IDX) TO STACK-VALUE(STK-IDX WS-IDX)
019800     IF CMT-ARRIVAL(WS-IDX) NUMERIC
019810         MOVE CMT-ARRIVAL(WS-IDX)
019820             TO STACK-ARRIVAL(STK-IDX WS-IDX)
019830     ELSE
019840         MOVE 0 TO STACK-ARRIVAL(STK-IDX WS-IDX)
019850     END-IF.
019860 1270-EXIT.
019870     EXIT.
019880*----------------------------------------------------------------
019890* 1275-LOAD-COMMIT-DEMAND - RESTORES ONE OPEN BACKORDER DEMAND
019900*                           COMMITTED BY 7530-WRITE-COMMIT-
019910*                           DEMAND, WITH THE SAME GUARDS AS
019920*                           1810-LOAD-ONE-DEMAND - ROWS PAST THE
019930*                           TABLE LIMIT ARE WARNED AND DROPPED.
019940*----------------------------------------------------------------
019950 1275-LOAD-COMMIT-DEMAND.
019960     IF CMT-DMD-STACK-ID = SPACES
019970         GO TO 1275-EXIT
019980     END-IF
019990     IF WS-DMD-COUNT NOT < MAX-DEMANDS
020000         DISPLAY 'WARNING - DEMAND TABLE FULL, DEMAND DROPPED '
020010             'FOR ' CMT-DMD-STACK-ID
020020         IF WS-MAX-RC < 8
020030             MOVE 8 TO WS-MAX-RC
020040         END-IF
020050         GO TO 1275-EXIT
020060     END-IF
020070     ADD 1 TO WS-DMD-COUNT
020080     MOVE CMT-DMD-STACK-ID TO DEM-STACK-ID(WS-DMD-COUNT)
020090     IF CMT-DMD-DATE NUMERIC
020100         MOVE CMT-DMD-DATE TO DEM-DATE(WS-DMD-COUNT)
020110     ELSE
020120         MOVE 0 TO DEM-DATE(WS-DMD-COUNT)
020130     END-IF
020140     IF CMT-DMD-TIME NUMERIC
020150         MOVE CMT-DMD-TIME TO DEM-TIME(WS-DMD-COUNT)
020160     ELSE
020170         MOVE 0 TO DEM-TIME(WS-DMD-COUNT)
020180     END-IF
020190     MOVE 'Y' TO DEM-OPEN-SW(WS-DMD-COUNT).
020200 1275-EXIT.
020210     EXIT.
020220*----------------------------------------------------------------
020230* 1280-CHECK-VSAM-HANDOFF - LOOKS FOR THE **ONLINE** HANDOFF
020240*                           RECORD THE SADM MAINTENANCE
020250*                           TRANSACTION LEAVES ON STACKVSM AFTER
020260*                           A DAYTIME CORRECTION.  FOUND MEANS
020270*                           THE VSAM STATE IS NEWER THAN THE
020280*                           CHECKPOINT AND THE FILE IS LEFT OPEN
020290*                           FOR 1285-LOAD-FROM-VSAM TO BROWSE;
020300*                           OTHERWISE THE FILE IS CLOSED AND THE
020310*                           CHECKPOINT LOAD PROCEEDS AS USUAL.
020320*----------------------------------------------------------------
020330 1280-CHECK-VSAM-HANDOFF.
020340     OPEN INPUT VSAM-STATE-FILE
020350*    AN OPTIONAL FILE THAT IS NOT THERE YET STILL OPENS (STATUS
020360*    05) AND MUST BE CLOSED AGAIN, OR SAVE-STACK'S LATER OPEN
020370*    OUTPUT WOULD FIND IT ALREADY OPEN.
020380     IF WS-VSM-NOT-FOUND
020390         CLOSE VSAM-STATE-FILE
020400         GO TO 1280-EXIT
020410     END-IF
020420     IF NOT WS-VSM-OK
020430         GO TO 1280-EXIT
020440     END-IF
020450     MOVE HANDOFF-STACK-ID TO VSM-STACK-ID
020460     READ VSAM-STATE-FILE
020470         INVALID KEY
020480             CONTINUE
020490         NOT INVALID KEY
020500             MOVE 'Y' TO WS-VSAM-NEWER-SW
020510     END-READ
020520     IF NOT WS-VSAM-NEWER
020530         CLOSE VSAM-STATE-FILE
020540     END-IF.
020550 1280-EXIT.
020560     EXIT.
020570*----------------------------------------------------------------
020580* 1285-LOAD-FROM-VSAM - RELOADS EVERY STACK FROM THE VSAM STATE
020590*                       FILE, WHICH THE ONLINE CORRECTIONS HAVE
020600*                       MADE NEWER THAN THE CHECKPOINT.  THE
020610*                       HANDOFF RECORD ITSELF IS SKIPPED.  THE
020620*                       FLAG STAYS ON STACKVSM UNTIL THIS RUN'S
020630*                       7000-SAVE-STACK REBUILDS THE FILE
020640*                       WITHOUT IT.
020650*----------------------------------------------------------------
020660 1285-LOAD-FROM-VSAM.
020670     DISPLAY 'NOTE - ONLINE CORRECTIONS DETECTED, LOADING '
020680         'STACKS FROM STACKVSM INSTEAD OF THE CHECKPOINT'
020690     MOVE LOW-VALUES TO VSM-STACK-ID
020700     START VSAM-STATE-FILE KEY NOT < VSM-STACK-ID
020710         INVALID KEY
020720             MOVE 'Y' TO WS-VSM-EOF-SWITCH
020730     END-START
020740     IF NOT WS-VSM-EOF-YES
020750         PERFORM 1287-READ-VSAM-NEXT THRU 1287-EXIT
020760     END-IF
020770     PERFORM 1290-LOAD-ONE-VSAM-STACK THRU 1290-EXIT
020780         UNTIL WS-VSM-EOF-YES
020790     CLOSE VSAM-STATE-FILE.
020800 1285-EXIT.
020810     EXIT.
020820*----------------------------------------------------------------
020830* 1287-READ-VSAM-NEXT - READS THE NEXT STATE RECORD IN KEY
020840*                       SEQUENCE.
020850*----------------------------------------------------------------
020860 1287-READ-VSAM-NEXT.
020870     READ VSAM-STATE-FILE NEXT
020880         AT END MOVE 'Y' TO WS-VSM-EOF-SWITCH
020890     END-READ.
020900 1287-EXIT.
020910     EXIT.
020920*----------------------------------------------------------------
020930* 1290-LOAD-ONE-VSAM-STACK - LOADS ONE STATE RECORD INTO THE
020940*                            STACK TABLE, SAME RULES AS 1210-
020950*                            LOAD-ONE-STACK: A PRE-REGISTERED
020960*                            SLOT KEEPS ITS DEFINITION-FILE
020970*                            ATTRIBUTES, DEPTH IS BOUNDED BY THE
020980*                            EFFECTIVE CAPACITY, AND THE HANDOFF
020990*                            RECORD IS SKIPPED.
021000*----------------------------------------------------------------
021010 1290-LOAD-ONE-VSAM-STACK.
021020     IF VSM-STACK-ID = HANDOFF-STACK-ID
021030         GO TO 1290-NEXT
021040     END-IF
021050     MOVE 'Y' TO WS-STACK-RESOLVED-SW
021060     SET STK-IDX TO 1
021070     SEARCH STACK-ENTRY
021080         AT END
021090             PERFORM 1292-ASSIGN-VSAM-SLOT THRU 1292-EXIT
021100         WHEN STACK-ID(STK-IDX) = VSM-STACK-ID
021110             CONTINUE
021120     END-SEARCH
021130     IF WS-STACK-RESOLVED
021140         PERFORM 2070-SET-EFF-CAPACITY THRU 2070-EXIT
021150         IF VSM-TOP NOT > WS-EFF-CAPACITY
021160             MOVE VSM-TOP TO STACK-TOP(STK-IDX)
021170         ELSE
021180             DISPLAY 'WARNING - VSAM STATE DEPTH FOR '
021190                 VSM-STACK-ID ' EXCEEDS CURRENT CAPACITY, '
021200                 'TRUNCATING TO ' WS-EFF-CAPACITY
021210             MOVE WS-EFF-CAPACITY TO STACK-TOP(STK-IDX)
021220         END-IF
021230         PERFORM 1295-COPY-VSAM-ENTRY THRU 1295-EXIT
021240             VARYING WS-IDX FROM 1 BY 1
021250                 UNTIL WS-IDX > WS-EFF-CAPACITY
021260         IF VSM-Q-STATUS = 'F' OR 'D' OR 'R'
021270             MOVE VSM-Q-STATUS TO STACK-STATUS(STK-IDX)
021280         ELSE
021290             MOVE 'A' TO STACK-STATUS(STK-IDX)
021300         END-IF
021310     END-IF.
021320 1290-NEXT.
021330     PERFORM 1287-READ-VSAM-NEXT THRU 1287-EXIT.
021340 1290-EXIT.
021350     EXIT.
021360*----------------------------------------------------------------
021370* 1292-ASSIGN-VSAM-SLOT - A STATE-FILE STACK-ID NOT PRE-
021380*                         REGISTERED BY THE DEFINITIONS TAKES
021390*                         THE FIRST FREE SLOT WITH THE
021400*                         ATTRIBUTES THE STATE RECORD CARRIED.
021410*----------------------------------------------------------------
021420 1292-ASSIGN-VSAM-SLOT.
021430     SET STK-IDX TO 1
021440     SEARCH STACK-ENTRY
021450         AT END
021460             DISPLAY 'ERROR - NO FREE STACK SLOT RESTORING '
021470                 VSM-STACK-ID
021480             MOVE 'N' TO WS-STACK-RESOLVED-SW
021490         WHEN STACK-ID(STK-IDX) = SPACES
021500             MOVE VSM-STACK-ID TO STACK-ID(STK-IDX)
021510             MOVE VSM-DEPT TO STACK-DEPT(STK-IDX)
021520             IF VSM-MODE = 'F'
021530                 MOVE 'F' TO STACK-MODE(STK-IDX)
021540             ELSE
021550                 MOVE 'L' TO STACK-MODE(STK-IDX)
021560             END-IF
021570             MOVE 'N' TO STACK-BACKORDER-SW(STK-IDX)
021580             MOVE 'N' TO STACK-DUP-CHECK-SW(STK-IDX)
021590             MOVE 0 TO STACK-WARN-PCT(STK-IDX)
021600             MOVE 'N' TO STACK-ALERTED-SW(STK-IDX)
021610             MOVE 0 TO STACK-MAX-LIFE(STK-IDX)
021620     END-SEARCH.
021630 1292-EXIT.
021640     EXIT.
021650*----------------------------------------------------------------
021660* 1295-COPY-VSAM-ENTRY - COPIES ONE STATE-FILE VALUE INTO THE
021670*                        WORKING STACK TABLE.
021680*----------------------------------------------------------------
021690 1295-COPY-VSAM-ENTRY.
021700     MOVE VSM-VALUE(WS-IDX) TO STACK-VALUE(STK-IDX WS-IDX)
021710     IF VSM-ARRIVAL(WS-IDX) NUMERIC
021720         MOVE VSM-ARRIVAL(WS-IDX)
021730             TO STACK-ARRIVAL(STK-IDX WS-IDX)
021740     ELSE
021750         MOVE 0 TO STACK-ARRIVAL(STK-IDX WS-IDX)
021760     END-IF.
021770 1295-EXIT.
021780     EXIT.
021790*----------------------------------------------------------------
021800* 1450-SKIP-APPLIED - RESTART: READS FORWARD OVER THE
021810*                     TRANSACTION RECORDS THE COMMITTED PORTION
021820*                     OF THE ABENDED RUN ALREADY APPLIED, SO THE
021830*                     FIRST RECORD THE MAIN LOOP SEES IS THE
021840*                     FIRST ONE NOT YET APPLIED.  THE PRIMING
021850*                     READ IN 1000-INITIALIZE HAS ALREADY READ
021860*                     THE FIRST DATA RECORD, SO EXACTLY
021870*                     WS-SKIP-COUNT MORE READS LAND THERE.
021880*                     RUNNING OUT OF FILE FIRST MEANS THE COMMIT
021890*                     POINT DOES NOT BELONG TO THIS FILE.
021900*----------------------------------------------------------------
021910 1450-SKIP-APPLIED.
021920     MOVE 0 TO WS-SKIPPED
021930     PERFORM 1460-SKIP-ONE-RECORD THRU 1460-EXIT
021940         UNTIL WS-SKIPPED = WS-SKIP-COUNT OR WS-EOF-YES
021950*    REACHING END OF FILE ON THE FINAL SKIP READ IS NORMAL WHEN
021960*    THE ABEND CAME AFTER THE LAST TRANSACTION (THE COMMIT
021970*    CONSUMED THE WHOLE FILE) - ONLY A SKIP CUT SHORT MEANS THE
021980*    COMMIT POINT DOES NOT BELONG TO THIS FILE.
021990     IF WS-EOF-YES AND WS-SKIPPED < WS-SKIP-COUNT
022000         DISPLAY 'WARNING - COMMIT POINT SKIPPED PAST END OF '
022010             'FILE - IS THIS THE TRANSACTION FILE THAT ABENDED?'
022020         IF WS-MAX-RC < 8
022030             MOVE 8 TO WS-MAX-RC
022040         END-IF
022050     END-IF.
022060 1450-EXIT.
022070     EXIT.
022080*----------------------------------------------------------------
022090* 1460-SKIP-ONE-RECORD - READS FORWARD ONE RECORD OF THE SKIP.
022100*----------------------------------------------------------------
022110 1460-SKIP-ONE-RECORD.
022120     ADD 1 TO WS-SKIPPED
022130*    A RECORD THE ABENDED RUN JUDGED FUTURE (RELEASE DATE
022140*    PAST THE COMMITTED RUN DATE) WAS PARKED ON A PENDNEW THAT
022150*    NEVER SURVIVED THE ABEND, SO ITS EFFECT IS IN NO COMMIT
022160*    IMAGE.  STILL FUTURE AGAINST THIS RUN'S DATE, IT IS
022170*    RE-PARKED; A DATE THAT ARRIVED BETWEEN THE ABEND AND THE
022180*    RESTART (A RESTART ACROSS MIDNIGHT) IS APPLIED HERE -
022190*    HOLDING TOUCHED NO STACK, SO NEITHER PATH DOUBLES UP.
022200     PERFORM 1440-ROLL-EFF-DATE THRU 1440-EXIT
022210     IF WS-EFF-RELEASE-DATE > WS-CMT-RUN-DATE
022220         IF WS-EFF-RELEASE-DATE > WS-TODAY
022230             PERFORM 2520-STAMP-PEND-ORIGIN THRU 2520-EXIT
022240             WRITE PEND-NEW-RECORD FROM TRANS-RECORD
022250             ADD 1 TO WS-HELD-COUNT
022260         ELSE
022270*            THE ABENDED RUN'S COMMITTED DISPOSITION SAYS HELD,
022280*            AND HELD IS WHAT IT WAS - THE APPLY IS ITS RELEASE,
022290*            REPORTED IN THE SECTION OF THE BATCH IN HAND, WHICH
022300*            IS THE BATCH THAT PARKED IT.
022310             ADD 1 TO WS-RELEASED-COUNT
022320             MOVE 'RELS' TO WS-DSP-OUTCOME
022330             MOVE SPACES TO WS-DSP-REASON
022340             PERFORM 2010-APPLY-TRANSACTION THRU 2010-EXIT
022350             MOVE WS-SKIPPED TO WS-DSP-SEQ
022360             PERFORM 2510-SET-DISP-SOURCE THRU 2510-EXIT
022370             PERFORM 2500-WRITE-DISPOSITION THRU 2500-EXIT
022380         END-IF
022390     END-IF
022400     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
022410 1460-EXIT.
022420     EXIT.
022430*----------------------------------------------------------------
022440* 1500-LOAD-STACK-DEFS - PRE-REGISTERS EVERY BUSINESS QUEUE ON
022450*                        THE OPTIONAL STACK DEFINITION FILE WITH
022460*                        ITS OWN ATTRIBUTES: CAPACITY CEILING,
022470*                        OWNING DEPARTMENT AND RETRIEVAL MODE
022480*                        ('L' = LIFO, 'F' = FIFO; BLANK MEANS
022490*                        LIFO).  RUNS BEFORE 1200-LOAD-STACK SO
022500*                        A CHECKPOINTED STACK FINDS ITS PRE-
022510*                        REGISTERED SLOT INSTEAD OF BURNING A
022520*                        SECOND ONE.  A MISSING DEFINITION FILE
022530*                        LEAVES REGISTRATION EXACTLY AS BEFORE -
022540*                        FIRST COME, FIRST SERVED AT THE RUN'S
022550*                        GLOBAL CAPACITY.
022560*----------------------------------------------------------------
022570 1500-LOAD-STACK-DEFS.
022580     OPEN INPUT STACK-DEF-FILE
022590     IF NOT WS-SDF-OK AND NOT WS-SDF-NOT-FOUND
022600         DISPLAY 'WARNING - BAD OPEN ON STACK-DEF-FILE, '
022610             'STATUS = ' WS-SDF-STATUS
022620         GO TO 1500-EXIT
022630     END-IF
022640     IF WS-SDF-NOT-FOUND
022650         CLOSE STACK-DEF-FILE
022660         GO TO 1500-EXIT
022670     END-IF
022680     PERFORM 1510-READ-STACK-DEF THRU 1510-EXIT
022690     PERFORM 1520-LOAD-ONE-DEF THRU 1520-EXIT
022700         UNTIL WS-SDF-EOF-YES
022710     CLOSE STACK-DEF-FILE.
022720 1500-EXIT.
022730     EXIT.
022740*----------------------------------------------------------------
022750* 1510-READ-STACK-DEF - READS THE NEXT STACK DEFINITION.
022760*----------------------------------------------------------------
022770 1510-READ-STACK-DEF.
022780     READ STACK-DEF-FILE
022790         AT END MOVE 'Y' TO WS-SDF-EOF-SWITCH
022800     END-READ.
022810 1510-EXIT.
022820     EXIT.
022830*----------------------------------------------------------------
022840* 1520-LOAD-ONE-DEF - VALIDATES AND REGISTERS ONE DEFINED
022850*                     STACK.  A BLANK STACK-ID, A DUPLICATE, OR
022860*                     A CAPACITY PAST THE COMPILED-IN CEILING IS
022870*                     WARNED AND DROPPED.  A BLANK OR ZERO
022880*                     CAPACITY MEANS THE RUN'S GLOBAL CAPACITY
022890*                     APPLIES, AND ANY MODE OTHER THAN 'F' IS
022900*                     TAKEN AS LIFO.
022910*                     A RETIRED DEFINITION TAKES NO SLOT: ITS
022920*                     STACK-ID GOES ON THE RETIRED LIST FOR
022930*                     1900-RESOLVE-QUEUE-STATUS AND 2050-
022940*                     RESOLVE-STACK-ID.
022950*----------------------------------------------------------------
022960 1520-LOAD-ONE-DEF.
022970     IF SDF-STACK-ID = SPACES
022980         DISPLAY 'WARNING - BLANK STACK-ID ON DEFINITION FILE, '
022990             'RECORD DROPPED'
023000         GO TO 1520-NEXT
023010     END-IF
023020     IF SDF-Q-STATUS = 'R'
023030         PERFORM 1530-NOTE-RETIRED-DEF THRU 1530-EXIT
023040         GO TO 1520-NEXT
023050     END-IF
023060     SET STK-IDX TO 1
023070     SEARCH STACK-ENTRY
023080         AT END
023090             CONTINUE
023100         WHEN STACK-ID(STK-IDX) = SDF-STACK-ID
023110             DISPLAY 'WARNING - DUPLICATE STACK DEFINITION '
023120                 'DROPPED: ' SDF-STACK-ID
023130             GO TO 1520-NEXT
023140     END-SEARCH
023150     SET STK-IDX TO 1
023160     SEARCH STACK-ENTRY
023170         AT END
023180             DISPLAY 'ERROR - NO FREE STACK SLOT FOR DEFINED '
023190                 'STACK ' SDF-STACK-ID
023200             IF WS-MAX-RC < 16
023210                 MOVE 16 TO WS-MAX-RC
023220             END-IF
023230         WHEN STACK-ID(STK-IDX) = SPACES
023240             MOVE SDF-STACK-ID TO STACK-ID(STK-IDX)
023250             MOVE 0 TO STACK-TOP(STK-IDX)
023260             MOVE SDF-DEPT TO STACK-DEPT(STK-IDX)
023270             IF SDF-MODE = 'F'
023280                 MOVE 'F' TO STACK-MODE(STK-IDX)
023290             ELSE
023300                 MOVE 'L' TO STACK-MODE(STK-IDX)
023310             END-IF
023320             IF SDF-BACKORDER-SW = 'Y'
023330                 MOVE 'Y' TO STACK-BACKORDER-SW(STK-IDX)
023340             ELSE
023350                 MOVE 'N' TO STACK-BACKORDER-SW(STK-IDX)
023360             END-IF
023370             IF SDF-DUP-CHECK-SW = 'Y'
023380                 MOVE 'Y' TO STACK-DUP-CHECK-SW(STK-IDX)
023390             ELSE
023400                 MOVE 'N' TO STACK-DUP-CHECK-SW(STK-IDX)
023410             END-IF
023420             IF SDF-WARN-PCT NUMERIC
023430                 AND SDF-WARN-PCT > 0
023440                 IF SDF-WARN-PCT < 100
023450                     MOVE SDF-WARN-PCT
023460                         TO STACK-WARN-PCT(STK-IDX)
023470                 ELSE
023480                     DISPLAY 'WARNING - WARN PCT FOR '
023490                         SDF-STACK-ID ' IS NOT UNDER 100, '
023500                         'NO EARLY WARNING SET'
023510                 END-IF
023520             END-IF
023530             IF SDF-MAX-LIFE NUMERIC
023540                 MOVE SDF-MAX-LIFE TO STACK-MAX-LIFE(STK-IDX)
023550             ELSE
023560                 MOVE 0 TO STACK-MAX-LIFE(STK-IDX)
023570             END-IF
023580             IF SDF-Q-STATUS = 'D'
023590                 MOVE 'D' TO STACK-DEF-STATUS(STK-IDX)
023600             ELSE
023610                 MOVE 'A' TO STACK-DEF-STATUS(STK-IDX)
023620             END-IF
023630             IF SDF-CAPACITY NUMERIC
023640                 AND SDF-CAPACITY > 0
023650                 IF SDF-CAPACITY NOT > MAX-STACK-CAPACITY
023660                     MOVE SDF-CAPACITY
023670                         TO STACK-DEF-CAP(STK-IDX)
023680                 ELSE
023690                     DISPLAY 'WARNING - DEFINED CAPACITY FOR '
023700                         SDF-STACK-ID ' EXCEEDS THE COMPILED '
023710                         'CEILING, USING ' MAX-STACK-CAPACITY
023720                     MOVE MAX-STACK-CAPACITY
023730                         TO STACK-DEF-CAP(STK-IDX)
023740                 END-IF
023750             END-IF
023760     END-SEARCH.
023770 1520-NEXT.
023780     PERFORM 1510-READ-STACK-DEF THRU 1510-EXIT.
023790 1520-EXIT.
023800     EXIT.
023810*----------------------------------------------------------------
023820* 1530-NOTE-RETIRED-DEF - ADDS A RETIRED DEFINITION'S STACK-ID TO
023830*                         THE RETIRED LIST.  A FULL LIST IS WARNED
023840*                         AND THE DEFINITION DROPPED.
023850*----------------------------------------------------------------
023860 1530-NOTE-RETIRED-DEF.
023870     IF WS-RETIRED-COUNT NOT < MAX-RETIRED-DEFS
023880         DISPLAY 'WARNING - RETIRED DEFINITION TABLE FULL, '
023890             'RECORD DROPPED: ' SDF-STACK-ID
023900         IF WS-MAX-RC < 4
023910             MOVE 4 TO WS-MAX-RC
023920         END-IF
023930         GO TO 1530-EXIT
023940     END-IF
023950     ADD 1 TO WS-RETIRED-COUNT
023960     MOVE SDF-STACK-ID TO WS-RETIRED-ID(WS-RETIRED-COUNT).
023970 1530-EXIT.
023980     EXIT.
023990*----------------------------------------------------------------
024000* 1540-FIND-RETIRED-DEF - SETS WS-RTD-FOUND-SW WHEN WS-RTD-CHECK-
024010*                         ID IS ON THE RETIRED LIST.
024020*----------------------------------------------------------------
024030 1540-FIND-RETIRED-DEF.
024040     MOVE 'N' TO WS-RTD-FOUND-SW
024050     IF WS-RTD-CHECK-ID = SPACES
024060         GO TO 1540-EXIT
024070     END-IF
024080     SET RTD-IDX TO 1
024090     SEARCH WS-RETIRED-ID
024100         AT END
024110             CONTINUE
024120         WHEN WS-RETIRED-ID(RTD-IDX) = WS-RTD-CHECK-ID
024130             MOVE 'Y' TO WS-RTD-FOUND-SW
024140     END-SEARCH.
024150 1540-EXIT.
024160     EXIT.
024170*----------------------------------------------------------------
024180* 1600-EXPIRE-ENTRIES - REMOVES EVERY ENTRY THAT HAS OUTLIVED ITS
024190*                       QUEUE'S MAXIMUM LIFE (SDF-MAX-LIFE),
024200*                       WHEREVER IT SITS IN THE QUEUE, BEFORE
024210*                       ANY OF TONIGHT'S WORK IS APPLIED.  EACH
024220*                       ONE IS WRITTEN TO THE EXPIRED-ITEMS
024230*                       DATASET AND AUDITED AS AN EXP.  EXPFIL
024240*                       IS OPENED EXTEND WITH THE USUAL OUTPUT
024250*                       FALLBACK; IF IT CANNOT BE OPENED AT ALL
024260*                       NOTHING IS EXPIRED - AN ENTRY TAKEN OFF
024270*                       A QUEUE WITH NO RECORD OF WHERE IT WENT
024280*                       IS LOST BUSINESS WORK.
024290*----------------------------------------------------------------
024300 1600-EXPIRE-ENTRIES.
024310     OPEN EXTEND EXPIRED-FILE
024320     IF WS-EXP-NOT-FOUND
024330         CLOSE EXPIRED-FILE
024340         OPEN OUTPUT EXPIRED-FILE
024350     END-IF
024360     IF NOT WS-EXP-OK
024370         DISPLAY 'WARNING - BAD OPEN ON EXPIRED-FILE, STATUS = '
024380             WS-EXP-STATUS ', NO ENTRIES EXPIRED THIS RUN'
024390         IF WS-MAX-RC < 8
024400             MOVE 8 TO WS-MAX-RC
024410         END-IF
024420         GO TO 1600-EXIT
024430     END-IF
024440     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
024450     PERFORM 1610-EXPIRE-ONE-STACK THRU 1610-EXIT
024460         VARYING STK-IDX FROM 1 BY 1 UNTIL STK-IDX > MAX-STACKS
024470     CLOSE EXPIRED-FILE
024480     IF WS-EXPIRED-COUNT > 0
024490         DISPLAY 'NOTE - ' WS-EXPIRED-COUNT ' ENTRIES EXPIRED '
024500             'PAST THEIR QUEUE MAXIMUM LIFE'
024510     END-IF.
024520 1600-EXIT.
024530     EXIT.
024540*----------------------------------------------------------------
024550* 1610-EXPIRE-ONE-STACK - AGES ONE QUEUE'S ENTRIES FROM THE TOP
024560*                         DOWN, SO CLOSING THE GAP LEFT BY AN
024570*                         EXPIRED ENTRY NEVER MOVES ONE STILL TO
024580*                         BE TESTED.  A QUEUE WITH NO MAXIMUM
024590*                         LIFE IS LEFT ALONE.
024600*----------------------------------------------------------------
024610 1610-EXPIRE-ONE-STACK.
024620     IF STACK-ID(STK-IDX) = SPACES
024630         OR STACK-MAX-LIFE(STK-IDX) = 0
024640         OR STACK-TOP(STK-IDX) = 0
024650         GO TO 1610-EXIT
024660     END-IF
024670     PERFORM 1620-CHECK-ONE-ENTRY THRU 1620-EXIT
024680         VARYING WS-EXP-POS FROM STACK-TOP(STK-IDX) BY -1
024690             UNTIL WS-EXP-POS < 1.
024700 1610-EXIT.
024710     EXIT.
024720*----------------------------------------------------------------
024730* 1620-CHECK-ONE-ENTRY - EXPIRES THE ENTRY AT WS-EXP-POS WHEN IT
024740*                        IS MORE THAN STACK-MAX-LIFE DAYS OLD.
024750*                        AN ENTRY WITH NO USABLE ARRIVAL DATE
024760*                        (ZERO, OR ONE THAT IS NOT YET PAST)
024770*                        CAN NEVER BE PROVED OLD, SO IT STAYS.
024780*                        THE AUDIT RECORD CARRIES THE POSITION
024790*                        THE ENTRY WAS TAKEN FROM AND THE DEPTH
024800*                        LEFT AFTER THE GAP CLOSED.
024810*----------------------------------------------------------------
024820 1620-CHECK-ONE-ENTRY.
024830     IF STACK-ARRIVAL(STK-IDX WS-EXP-POS) NOT > 19000101
024840         OR STACK-ARRIVAL(STK-IDX WS-EXP-POS) NOT < WS-TODAY
024850         GO TO 1620-EXIT
024860     END-IF
024870     COMPUTE WS-EXP-AGE = WS-TODAY-INT
024880         - FUNCTION INTEGER-OF-DATE(
024890             STACK-ARRIVAL(STK-IDX WS-EXP-POS))
024900     IF WS-EXP-AGE NOT > STACK-MAX-LIFE(STK-IDX)
024910         GO TO 1620-EXIT
024920     END-IF
024930     MOVE STACK-VALUE(STK-IDX WS-EXP-POS) TO WS-EXP-VALUE
024940     MOVE STACK-ARRIVAL(STK-IDX WS-EXP-POS) TO WS-EXP-ARRIVAL
024950     MOVE SPACES TO EXP-RECORD
024960     MOVE WS-TODAY TO EXP-DATE
024970     MOVE STACK-ID(STK-IDX) TO EXP-STACK-ID
024980     MOVE STACK-DEPT(STK-IDX) TO EXP-DEPT
024990     MOVE WS-EXP-VALUE TO EXP-VALUE
025000     MOVE WS-EXP-ARRIVAL TO EXP-ARRIVAL
025010     MOVE WS-EXP-AGE TO EXP-AGE-DAYS
025020     MOVE STACK-MAX-LIFE(STK-IDX) TO EXP-MAX-LIFE
025030     MOVE WS-EXP-POS TO EXP-POSITION
025040     WRITE EXP-RECORD
025050     PERFORM 1630-CLOSE-EXPIRED-GAP THRU 1630-EXIT
025060         VARYING WS-IDX FROM WS-EXP-POS BY 1
025070             UNTIL WS-IDX NOT < STACK-TOP(STK-IDX)
025080     SUBTRACT 1 FROM STACK-TOP(STK-IDX)
025090     ADD 1 TO STACK-EXP-CNT(STK-IDX)
025100     ADD 1 TO WS-EXPIRED-COUNT
025110     MOVE 'EXP ' TO AUDIT-OPERATION
025120     MOVE WS-EXP-VALUE TO AUDIT-VALUE
025130     MOVE STACK-TOP(STK-IDX) TO AUDIT-RESULT-TOP
025140     MOVE SPACES TO AUDIT-XFER-STACK-ID
025150     MOVE WS-EXP-POS TO AUDIT-POSITION
025160     MOVE WS-EXP-ARRIVAL TO AUDIT-ARRIVAL
025170     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
025180 1620-EXIT.
025190     EXIT.
025200*----------------------------------------------------------------
025210* 1630-CLOSE-EXPIRED-GAP - MOVES ONE ENTRY ABOVE THE EXPIRED
025220*                          SLOT (VALUE AND ARRIVAL TOGETHER)
025230*                          DOWN ONE, PRESERVING THE ORDER OF
025240*                          EVERYTHING LEFT ON THE QUEUE.
025250*----------------------------------------------------------------
025260 1630-CLOSE-EXPIRED-GAP.
025270     MOVE STACK-ITEM(STK-IDX WS-IDX + 1)
025280         TO STACK-ITEM(STK-IDX WS-IDX).
025290 1630-EXIT.
025300     EXIT.
025310*----------------------------------------------------------------
025320* 1700-SWEEP-PENDING - OPENS THE REBUILT PENDING DATASET FOR THE
025330*                      RUN, THEN SWEEPS THE PRIOR DATASET:
025340*                      RECORDS WHOSE RELEASE DATE HAS ARRIVED
025350*                      ARE RELEASED THROUGH THE SAME APPLY PATH
025360*                      AS A LIVE TRANSACTION, AND STILL-FUTURE
025370*                      RECORDS ARE CARRIED FORWARD.  RUNS BEFORE
025380*                      THE PRIMING READ SO THE TRANSACTION
025390*                      RECORD AREA IS FREE TO STAGE EACH PARKED
025400*                      RECORD.  ON A RESTART, RELEASES THE
025410*                      ABENDED RUN ALREADY APPLIED (RELEASING ON
025420*                      OR BEFORE ITS COMMITTED RUN DATE) ARE
025430*                      COUNTED BUT NOT RE-APPLIED - EVERY COMMIT
025440*                      IMAGE CARRIES THEIR EFFECT.  A RECORD
025450*                      WHOSE DATE ARRIVED ONLY AFTER THE ABEND
025460*                      WAS CARRIED TO THE LOST PENDNEW INSTEAD,
025470*                      SO IT IS APPLIED.  A MISSING PENDING
025480*                      DATASET SIMPLY MEANS NOTHING IS PARKED,
025490*                      AS ON A FIRST RUN.
025500*----------------------------------------------------------------
025510 1700-SWEEP-PENDING.
025520     OPEN OUTPUT PEND-NEW-FILE
025530     OPEN INPUT PEND-FILE
025540     IF NOT WS-PEND-OK AND NOT WS-PEND-NOT-FOUND
025550         DISPLAY 'WARNING - BAD OPEN ON PEND-FILE, STATUS = '
025560             WS-PEND-STATUS
025570         GO TO 1700-EXIT
025580     END-IF
025590     IF WS-PEND-NOT-FOUND
025600         CLOSE PEND-FILE
025610         GO TO 1700-EXIT
025620     END-IF
025630     PERFORM 1720-READ-PENDING THRU 1720-EXIT
025640     PERFORM 1710-SWEEP-ONE-PENDING THRU 1710-EXIT
025650         UNTIL WS-PEND-EOF-YES
025660     CLOSE PEND-FILE.
025670 1700-EXIT.
025680     EXIT.
025690*----------------------------------------------------------------
025700* 1710-SWEEP-ONE-PENDING - RELEASES OR CARRIES FORWARD ONE
025710*                          PARKED RECORD.  A RECORD WHOSE
025720*                          EFFECTIVE DATE HAS GONE NON-NUMERIC
025730*                          IN PARKING CAN NEVER BE PROVED
025740*                          FUTURE, SO IT RELEASES NOW RATHER
025750*                          THAN PARK FOREVER.
025760*----------------------------------------------------------------
025770 1710-SWEEP-ONE-PENDING.
025780     MOVE PEND-RECORD TO TRANS-RECORD
025790     PERFORM 1440-ROLL-EFF-DATE THRU 1440-EXIT
025800     IF WS-EFF-RELEASE-DATE > WS-TODAY
025810         WRITE PEND-NEW-RECORD FROM TRANS-RECORD
025820         ADD 1 TO WS-CARRIED-COUNT
025830     ELSE
025840         ADD 1 TO WS-RELEASED-COUNT
025850*        ON A RESTART, ONLY A RELEASE THE ABENDED RUN JUDGED
025860*        FUTURE (AND SO CARRIED TO ITS LOST PENDNEW) STILL
025870*        NEEDS APPLYING; THE REST ARE IN EVERY COMMIT IMAGE.
025880         IF NOT WS-COMMIT-LOADED
025890             OR WS-EFF-RELEASE-DATE > WS-CMT-RUN-DATE
025900             MOVE 'RELS' TO WS-DSP-OUTCOME
025910             MOVE SPACES TO WS-DSP-REASON
025920             PERFORM 2010-APPLY-TRANSACTION THRU 2010-EXIT
025930*            A RELEASE NOT RE-APPLIED ON A RESTART ALREADY HAS
025940*            ITS DISPOSITION IN THE COMMITTED PORTION OF DSPWRK.
025950             MOVE 0 TO WS-DSP-SEQ
025960             PERFORM 2530-SET-RELEASE-SOURCE THRU 2530-EXIT
025970             PERFORM 2500-WRITE-DISPOSITION THRU 2500-EXIT
025980         END-IF
025990     END-IF
026000     PERFORM 1720-READ-PENDING THRU 1720-EXIT.
026010 1710-EXIT.
026020     EXIT.
026030*----------------------------------------------------------------
026040* 1720-READ-PENDING - READS THE NEXT PARKED RECORD.
026050*----------------------------------------------------------------
026060 1720-READ-PENDING.
026070     READ PEND-FILE
026080         AT END MOVE 'Y' TO WS-PEND-EOF-SWITCH
026090     END-READ.
026100 1720-EXIT.
026110     EXIT.
026120*----------------------------------------------------------------
026130* 1800-LOAD-DEMANDS - RELOADS THE OPEN BACKORDER DEMANDS LEFT BY
026140*                     PRIOR RUNS, IN FILE (ARRIVAL) ORDER.  A
026150*                     MISSING DEMAND DATASET SIMPLY MEANS NO
026160*                     DEMAND IS OUTSTANDING, AS ON A FIRST RUN.
026170*----------------------------------------------------------------
026180 1800-LOAD-DEMANDS.
026190*    A RESTART THAT LOADED A COMMIT POINT ALREADY RESTORED THE
026200*    DEMANDS THE COMMIT CARRIED - THE EOJ DATASET IS A RUN
026210*    STALE ON THAT PATH AND MUST NOT BE LOADED OVER THEM.
026220     IF WS-COMMIT-LOADED
026230         GO TO 1800-EXIT
026240     END-IF
026250     OPEN INPUT DMD-FILE
026260     IF NOT WS-DMD-OK AND NOT WS-DMD-NOT-FOUND
026270         DISPLAY 'WARNING - BAD OPEN ON DMD-FILE, STATUS = '
026280             WS-DMD-STATUS
026290         GO TO 1800-EXIT
026300     END-IF
026310     IF WS-DMD-NOT-FOUND
026320         CLOSE DMD-FILE
026330         GO TO 1800-EXIT
026340     END-IF
026350     PERFORM 1820-READ-DEMAND THRU 1820-EXIT
026360     PERFORM 1810-LOAD-ONE-DEMAND THRU 1810-EXIT
026370         UNTIL WS-DMD-EOF-YES
026380     CLOSE DMD-FILE.
026390 1800-EXIT.
026400     EXIT.
026410*----------------------------------------------------------------
026420* 1810-LOAD-ONE-DEMAND - STORES ONE OUTSTANDING DEMAND.  ROWS
026430*                        PAST THE TABLE LIMIT ARE WARNED AND
026440*                        DROPPED - THE DEMAND STILL EXISTS ON
026450*                        THE AUDIT TRAIL, BUT ONLY A KEYED
026460*                        RESUBMISSION CAN REVIVE IT.
026470*----------------------------------------------------------------
026480 1810-LOAD-ONE-DEMAND.
026490     IF DMD-STACK-ID = SPACES
026500         GO TO 1810-NEXT
026510     END-IF
026520     IF WS-DMD-COUNT NOT < MAX-DEMANDS
026530         DISPLAY 'WARNING - DEMAND TABLE FULL, DEMAND DROPPED '
026540             'FOR ' DMD-STACK-ID
026550         IF WS-MAX-RC < 8
026560             MOVE 8 TO WS-MAX-RC
026570         END-IF
026580         GO TO 1810-NEXT
026590     END-IF
026600     ADD 1 TO WS-DMD-COUNT
026610     MOVE DMD-STACK-ID TO DEM-STACK-ID(WS-DMD-COUNT)
026620     IF DMD-DATE NUMERIC
026630         MOVE DMD-DATE TO DEM-DATE(WS-DMD-COUNT)
026640     ELSE
026650         MOVE 0 TO DEM-DATE(WS-DMD-COUNT)
026660     END-IF
026670     IF DMD-TIME NUMERIC
026680         MOVE DMD-TIME TO DEM-TIME(WS-DMD-COUNT)
026690     ELSE
026700         MOVE 0 TO DEM-TIME(WS-DMD-COUNT)
026710     END-IF
026720     MOVE 'Y' TO DEM-OPEN-SW(WS-DMD-COUNT).
026730 1810-NEXT.
026740     PERFORM 1820-READ-DEMAND THRU 1820-EXIT.
026750 1810-EXIT.
026760     EXIT.
026770*----------------------------------------------------------------
026780* 1820-READ-DEMAND - READS THE NEXT OUTSTANDING DEMAND.
026790*----------------------------------------------------------------
026800 1820-READ-DEMAND.
026810     READ DMD-FILE
026820         AT END MOVE 'Y' TO WS-DMD-EOF-SWITCH
026830     END-READ.
026840 1820-EXIT.
026850     EXIT.
026860*----------------------------------------------------------------
026870* 1900-RESOLVE-QUEUE-STATUS - SETTLES ONE QUEUE'S LIFECYCLE
026880*                             STATUS FOR THE RUN.  THE STATUS
026890*                             CARRIED IN ON THE CHECKPOINT STANDS
026900*                             UNLESS THE DEFINITION FILE NOW SAYS
026910*                             OTHERWISE: A DEFINED QUEUE TAKES ITS
026920*                             DEFINITION'S ACTIVE OR DRAINING
026930*                             STATUS, AND A QUEUE WHOSE DEFINITION
026940*                             IS RETIRED BECOMES RETIRED.  A
026950*                             FROZEN QUEUE IS LEFT AS IT IS - THE
026960*                             HOLD IS LIFTED ONLY THROUGH SADM.
026970*                             EVERY CHANGE IS AUDITED AS A STAT SO
026980*                             STACK-RECONCILE CAN ACCOUNT FOR IT.
026990*----------------------------------------------------------------
027000 1900-RESOLVE-QUEUE-STATUS.
027010     IF STACK-ID(STK-IDX) = SPACES
027020         OR STACK-FROZEN(STK-IDX)
027030         GO TO 1900-EXIT
027040     END-IF
027050     IF STACK-DEF-STATUS(STK-IDX) NOT = SPACE
027060         MOVE STACK-DEF-STATUS(STK-IDX) TO WS-NEW-Q-STATUS
027070     ELSE
027080         MOVE STACK-ID(STK-IDX) TO WS-RTD-CHECK-ID
027090         PERFORM 1540-FIND-RETIRED-DEF THRU 1540-EXIT
027100         IF NOT WS-RTD-FOUND
027110             GO TO 1900-EXIT
027120         END-IF
027130         MOVE 'R' TO WS-NEW-Q-STATUS
027140     END-IF
027150     IF WS-NEW-Q-STATUS = STACK-STATUS(STK-IDX)
027160         GO TO 1900-EXIT
027170     END-IF
027180     DISPLAY 'QUEUE STATUS CHANGE FOR ' STACK-ID(STK-IDX) ': '
027190         STACK-STATUS(STK-IDX) ' TO ' WS-NEW-Q-STATUS
027200     MOVE STACK-STATUS(STK-IDX) TO AUDIT-OLD-STATUS
027210     MOVE WS-NEW-Q-STATUS TO AUDIT-NEW-STATUS
027220     MOVE WS-NEW-Q-STATUS TO STACK-STATUS(STK-IDX)
027230     MOVE 'STAT' TO AUDIT-OPERATION
027240     MOVE 0 TO AUDIT-VALUE
027250     MOVE STACK-TOP(STK-IDX) TO AUDIT-RESULT-TOP
027260     MOVE SPACES TO AUDIT-XFER-STACK-ID
027270     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
027280 1900-EXIT.
027290     EXIT.
027300*----------------------------------------------------------------
027310* 1300-VERIFY-TRANS-FILE - PRE-READS THE WHOLE TRANSACTION FILE
027320*                          AND PROVES IT COMPLETE AND BALANCED.
027330*                          THE FILE IS ONE OR MORE HDR...TRL
027340*                          BATCHES BACK TO BACK, ONE PER
027350*                          UPSTREAM SYSTEM; EACH BATCH MUST OPEN
027360*                          WITH A VALID HEADER, CLOSE WITH A
027370*                          TRAILER WHOSE RECORD COUNT AND VALUE
027380*                          HASH MATCH WHAT WAS ACTUALLY READ,
027390*                          AND EVERY BATCH IS REGISTERED IN THE
027400*                          SOURCE TABLE FOR THE DUPLICATE-RUN
027410*                          CHECK, THE RUNCTL COMPLETION RECORDS
027420*                          AND THE BY-SOURCE REPORT BREAKDOWN.
027430*                          THE FILE IS CLOSED AGAIN AFTERWARD SO
027440*                          THE PROCESSING PASS RE-READS IT FROM
027450*                          THE TOP.  ANY FAILURE LEAVES THE
027460*                          REASON IN WS-VFY-REASON FOR 1390-FAIL-
027470*                          VERIFICATION - ONE BAD BATCH FAILS
027480*                          THE WHOLE FILE, BECAUSE APPLYING SOME
027490*                          FEEDS AND NOT OTHERS AGAINST
027500*                          CHECKPOINTED STACKS IS AS BAD AS
027510*                          APPLYING HALF A FILE.
027520*----------------------------------------------------------------
027530 1300-VERIFY-TRANS-FILE.
027540     OPEN INPUT TRANS-FILE
027550     PERFORM 1310-READ-VERIFY THRU 1310-EXIT
027560     IF WS-VFY-EOF-YES
027570         MOVE 'N' TO WS-VFY-SW
027580         MOVE 'MISSING OR INVALID HEADER RECORD' TO WS-VFY-REASON
027590         CLOSE TRANS-FILE
027600         GO TO 1300-EXIT
027610     END-IF
027620     PERFORM 1315-VERIFY-ONE-BATCH THRU 1315-EXIT
027630         UNTIL WS-VFY-EOF-YES OR WS-TRANS-FILE-BAD
027640     CLOSE TRANS-FILE.
027650 1300-EXIT.
027660     EXIT.
027670*----------------------------------------------------------------
027680* 1315-VERIFY-ONE-BATCH - PROVES ONE HDR...TRL BATCH.  ON ENTRY
027690*                         THE RECORD IN HAND MUST BE THE BATCH
027700*                         HEADER; ON A CLEAN EXIT THE RECORD IN
027710*                         HAND IS THE NEXT BATCH'S HEADER, OR
027720*                         END OF FILE.  THE ACTUAL/EXPECTED
027730*                         TOTALS ARE RE-ZEROED PER BATCH SO
027740*                         EVERY BATCH PROVES ON ITS OWN NUMBERS.
027750*----------------------------------------------------------------
027760 1315-VERIFY-ONE-BATCH.
027770     IF NOT TRANS-HEADER
027780             OR TRANS-HDR-DATE NOT NUMERIC
027790         MOVE 'N' TO WS-VFY-SW
027800         MOVE 'MISSING OR INVALID HEADER RECORD' TO WS-VFY-REASON
027810         GO TO 1315-EXIT
027820     END-IF
027830     PERFORM 1305-REGISTER-BATCH THRU 1305-EXIT
027840     IF WS-TRANS-FILE-BAD
027850         GO TO 1315-EXIT
027860     END-IF
027870     MOVE 0 TO WS-ACT-COUNT
027880     MOVE 0 TO WS-ACT-HASH
027890     MOVE 0 TO WS-EXP-COUNT
027900     MOVE 0 TO WS-EXP-HASH
027910     MOVE 'N' TO WS-TRL-SEEN-SW
027920     PERFORM 1310-READ-VERIFY THRU 1310-EXIT
027930     PERFORM 1320-TALLY-ONE-RECORD THRU 1320-EXIT
027940         UNTIL WS-VFY-EOF-YES OR WS-TRL-SEEN
027950             OR WS-TRANS-FILE-BAD
027960     IF WS-TRANS-FILE-BAD
027970         GO TO 1315-EXIT
027980     END-IF
027990     IF NOT WS-TRL-SEEN
028000         MOVE 'N' TO WS-VFY-SW
028010         MOVE 'MISSING TRAILER RECORD' TO WS-VFY-REASON
028020         GO TO 1315-EXIT
028030     END-IF
028040     IF WS-EXP-COUNT NOT = WS-ACT-COUNT
028050         MOVE 'N' TO WS-VFY-SW
028060         MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-VFY-REASON
028070         GO TO 1315-EXIT
028080     END-IF
028090     IF WS-EXP-HASH NOT = WS-ACT-HASH
028100         MOVE 'N' TO WS-VFY-SW
028110         MOVE 'VALUE HASH TOTAL OUT OF BALANCE' TO WS-VFY-REASON
028120         GO TO 1315-EXIT
028130     END-IF
028140*    READ AHEAD: END OF FILE ENDS THE VERIFICATION CLEANLY, A
028150*    HEADER OPENS THE NEXT BATCH, AND ANYTHING ELSE IS LOOSE
028160*    DATA OUTSIDE ANY BATCH.
028170     PERFORM 1310-READ-VERIFY THRU 1310-EXIT
028180     IF WS-VFY-EOF-YES
028190         GO TO 1315-EXIT
028200     END-IF
028210     IF NOT TRANS-HEADER
028220         MOVE 'N' TO WS-VFY-SW
028230         MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-VFY-REASON
028240     END-IF.
028250 1315-EXIT.
028260     EXIT.
028270*----------------------------------------------------------------
028280* 1305-REGISTER-BATCH - REGISTERS THE BATCH HEADER IN HAND IN
028290*                       THE SOURCE TABLE.  THE SAME DATE AND
028300*                       SOURCE TWICE IN ONE FILE IS THE
028310*                       SIGNATURE OF A DOUBLED CONCATENATION
028320*                       AND FAILS THE FILE.  THE FIRST BATCH'S
028330*                       IDENTITY ALSO BECOMES THE RUN'S, FOR
028340*                       THE COMMIT POINT'S RESTART FILE CHECK.
028350*----------------------------------------------------------------
028360 1305-REGISTER-BATCH.
028370     MOVE 'N' TO WS-BATCH-DUP-SW
028380     IF WS-SRC-COUNT > 0
028390         PERFORM 1306-CHECK-ONE-BATCH THRU 1306-EXIT
028400             VARYING WS-SRC-SCAN FROM 1 BY 1
028410                 UNTIL WS-SRC-SCAN > WS-SRC-COUNT
028420                     OR WS-BATCH-DUPLICATE
028430     END-IF
028440     IF WS-BATCH-DUPLICATE
028450         MOVE 'N' TO WS-VFY-SW
028460         MOVE 'SAME BATCH TWICE IN ONE FILE' TO WS-VFY-REASON
028470         GO TO 1305-EXIT
028480     END-IF
028490     IF WS-SRC-COUNT NOT < MAX-SOURCES
028500         MOVE 'N' TO WS-VFY-SW
028510         MOVE 'MORE BATCHES THAN THE SOURCE TABLE' TO
028520             WS-VFY-REASON
028530         GO TO 1305-EXIT
028540     END-IF
028550     ADD 1 TO WS-SRC-COUNT
028560     MOVE TRANS-HDR-DATE TO SRC-DATE(WS-SRC-COUNT)
028570     MOVE TRANS-HDR-SOURCE TO SRC-SOURCE(WS-SRC-COUNT)
028580     IF WS-SRC-COUNT = 1
028590         MOVE TRANS-HDR-DATE TO WS-HDR-DATE
028600         MOVE TRANS-HDR-SOURCE TO WS-HDR-SOURCE
028610     END-IF.
028620 1305-EXIT.
028630     EXIT.
028640*----------------------------------------------------------------
028650* 1306-CHECK-ONE-BATCH - COMPARES THE HEADER IN HAND AGAINST ONE
028660*                        ALREADY-REGISTERED BATCH.
028670*----------------------------------------------------------------
028680 1306-CHECK-ONE-BATCH.
028690     IF TRANS-HDR-DATE = SRC-DATE(WS-SRC-SCAN)
028700         AND TRANS-HDR-SOURCE = SRC-SOURCE(WS-SRC-SCAN)
028710         MOVE 'Y' TO WS-BATCH-DUP-SW
028720     END-IF.
028730 1306-EXIT.
028740     EXIT.
028750*----------------------------------------------------------------
028760* 1310-READ-VERIFY - READS THE NEXT RECORD OF THE VERIFICATION
028770*                    PASS.
028780*----------------------------------------------------------------
028790 1310-READ-VERIFY.
028800     READ TRANS-FILE
028810         AT END MOVE 'Y' TO WS-VFY-EOF-SWITCH
028820     END-READ.
028830 1310-EXIT.
028840     EXIT.
028850*----------------------------------------------------------------
028860* 1320-TALLY-ONE-RECORD - COUNTS ONE DETAIL RECORD INTO THE
028870*                         BATCH'S ACTUAL TOTALS, OR CAPTURES THE
028880*                         TRAILER TOTALS WHEN THE TRAILER
028890*                         ARRIVES.  A HEADER BEFORE THE BATCH'S
028900*                         TRAILER MEANS THE PRIOR BATCH WAS
028910*                         TRUNCATED AND FAILS THE FILE OUTRIGHT.
028920*----------------------------------------------------------------
028930 1320-TALLY-ONE-RECORD.
028940     IF TRANS-TRAILER
028950         MOVE 'Y' TO WS-TRL-SEEN-SW
028960         IF TRANS-TRL-COUNT NUMERIC AND TRANS-TRL-HASH NUMERIC
028970             MOVE TRANS-TRL-COUNT TO WS-EXP-COUNT
028980             MOVE TRANS-TRL-HASH TO WS-EXP-HASH
028990         ELSE
029000             MOVE 'N' TO WS-VFY-SW
029010             MOVE 'NON-NUMERIC TRAILER TOTALS' TO WS-VFY-REASON
029020         END-IF
029030         GO TO 1320-EXIT
029040     END-IF
029050     IF TRANS-HEADER
029060         MOVE 'N' TO WS-VFY-SW
029070         MOVE 'HEADER BEFORE BATCH TRAILER' TO WS-VFY-REASON
029080     END-IF
029090     ADD 1 TO WS-ACT-COUNT
029100     MOVE TRANS-VALUE TO WS-NUM
029110     IF WS-NUM NUMERIC
029120         ADD WS-NUM-R TO WS-ACT-HASH
029130     END-IF
029140     PERFORM 1310-READ-VERIFY THRU 1310-EXIT.
029150 1320-EXIT.
029160     EXIT.
029170*----------------------------------------------------------------
029180* 1390-FAIL-VERIFICATION - THE TRANSACTION FILE FAILED ITS
029190*                          CONTROL-TOTAL VERIFICATION.  WRITES
029200*                          THE EXCEPTION REPORT IN PLACE OF THE
029210*                          DAILY ACTIVITY REPORT, POSTS THE
029220*                          DISTINCT CONDITION CODE 20 AND ENDS
029230*                          THE RUN - NOTHING HAS BEEN OPENED FOR
029240*                          UPDATE AND NOT ONE TRANSACTION HAS
029250*                          BEEN APPLIED.
029260*----------------------------------------------------------------
029270 1390-FAIL-VERIFICATION.
029280     DISPLAY 'ERROR - TRANSACTION FILE FAILED VERIFICATION: '
029290         WS-VFY-REASON
029300     OPEN OUTPUT RPT-FILE
029310     MOVE SPACES TO RPT-LINE
029320     MOVE 'STACK-EXAMPLE DAILY ACTIVITY REPORT' TO RPT-LABEL
029330     WRITE RPT-RECORD FROM RPT-LINE
029340     MOVE SPACES TO RPT-LINE
029350     WRITE RPT-RECORD FROM RPT-LINE
029360     WRITE RPT-RECORD FROM VFY-EXCEPTION-LINE
029370     MOVE SPACES TO RPT-LINE
029380     MOVE WS-VFY-REASON TO RPT-LABEL
029390     WRITE RPT-RECORD FROM RPT-LINE
029400     IF WS-TRL-SEEN
029410         MOVE SPACES TO VFY-TOTALS-LINE
029420         MOVE 'RECORDS - TRAILER VS COUNTED' TO VFY-LABEL
029430         MOVE WS-EXP-COUNT TO VFY-EXPECTED
029440         MOVE WS-ACT-COUNT TO VFY-ACTUAL
029450         WRITE RPT-RECORD FROM VFY-TOTALS-LINE
029460         MOVE SPACES TO VFY-TOTALS-LINE
029470         MOVE 'HASH - TRAILER VS COMPUTED' TO VFY-LABEL
029480         MOVE WS-EXP-HASH TO VFY-EXPECTED
029490         MOVE WS-ACT-HASH TO VFY-ACTUAL
029500         WRITE RPT-RECORD FROM VFY-TOTALS-LINE
029510     END-IF
029520     CLOSE RPT-FILE
029530     MOVE 20 TO RETURN-CODE
029540     STOP RUN.
029550 1390-EXIT.
029560     EXIT.
029570*----------------------------------------------------------------
029580* 1350-CHECK-RUN-CONTROL - SCANS THE RUN-CONTROL DATASET FOR A
029590*                          COMPLETED RUN OF THE TRANSACTION FILE
029600*                          IN HAND (SAME HEADER CREATION DATE
029610*                          AND SOURCE SYSTEM).  A MATCH SETS THE
029620*                          DUPLICATE SWITCH AND KEEPS THE PRIOR
029630*                          RUN'S DATE/TIME FOR THE MESSAGE.  A
029640*                          MISSING RUN-CONTROL FILE SIMPLY MEANS
029650*                          NOTHING HAS EVER BEEN RECORDED, AS ON
029660*                          A FIRST RUN.
029670*----------------------------------------------------------------
029680 1350-CHECK-RUN-CONTROL.
029690     OPEN INPUT RUN-CONTROL-FILE
029700     IF NOT WS-RUN-OK AND NOT WS-RUN-NOT-FOUND
029710         DISPLAY 'WARNING - BAD OPEN ON RUN-CONTROL-FILE, '
029720             'STATUS = ' WS-RUN-STATUS
029730         GO TO 1350-EXIT
029740     END-IF
029750     IF WS-RUN-NOT-FOUND
029760         CLOSE RUN-CONTROL-FILE
029770         GO TO 1350-EXIT
029780     END-IF
029790     PERFORM 1360-READ-RUN-CONTROL THRU 1360-EXIT
029800     PERFORM 1370-MATCH-RUN-RECORD THRU 1370-EXIT
029810         UNTIL WS-RUN-EOF-YES
029820     CLOSE RUN-CONTROL-FILE.
029830 1350-EXIT.
029840     EXIT.
029850*----------------------------------------------------------------
029860* 1360-READ-RUN-CONTROL - READS THE NEXT RUN-CONTROL RECORD.
029870*----------------------------------------------------------------
029880 1360-READ-RUN-CONTROL.
029890     READ RUN-CONTROL-FILE
029900         AT END MOVE 'Y' TO WS-RUN-EOF-SWITCH
029910     END-READ.
029920 1360-EXIT.
029930     EXIT.
029940*----------------------------------------------------------------
029950* 1370-MATCH-RUN-RECORD - COMPARES ONE RUN-CONTROL RECORD
029960*                         AGAINST EVERY BATCH ON THE FILE IN
029970*                         HAND.  ONLY A RUN MARKED COMP COUNTS -
029980*                         A RESTART RECORD (RSTR) DOES NOT
029990*                         BLOCK A RERUN.  THE
030000*                         LAST MATCH WINS SO THE MESSAGE SHOWS
030010*                         THE MOST RECENT PRIOR RUN.
030020*----------------------------------------------------------------
030030 1370-MATCH-RUN-RECORD.
030040     IF RUN-COMPLETE
030050         PERFORM 1375-MATCH-ONE-SOURCE THRU 1375-EXIT
030060             VARYING WS-SRC-SCAN FROM 1 BY 1
030070                 UNTIL WS-SRC-SCAN > WS-SRC-COUNT
030080     END-IF
030090     PERFORM 1360-READ-RUN-CONTROL THRU 1360-EXIT.
030100 1370-EXIT.
030110     EXIT.
030120*----------------------------------------------------------------
030130* 1375-MATCH-ONE-SOURCE - COMPARES ONE COMPLETED RUN-CONTROL
030140*                         RECORD AGAINST ONE OF THE FILE'S
030150*                         BATCHES.  A MATCH MARKS THAT BATCH
030160*                         DUPLICATE AND FLAGS THE RUN.
030170*----------------------------------------------------------------
030180 1375-MATCH-ONE-SOURCE.
030190     IF RUN-FILE-DATE = SRC-DATE(WS-SRC-SCAN)
030200         AND RUN-FILE-SOURCE = SRC-SOURCE(WS-SRC-SCAN)
030210         MOVE 'Y' TO WS-RUN-DUP-SW
030220         MOVE 'Y' TO SRC-DUP-SW(WS-SRC-SCAN)
030230         MOVE RUN-DATE TO WS-PRIOR-RUN-DATE
030240         MOVE RUN-TIME TO WS-PRIOR-RUN-TIME
030250     END-IF.
030260 1375-EXIT.
030270     EXIT.
030280*----------------------------------------------------------------
030290* 1395-FAIL-DUPLICATE - THE TRANSACTION FILE WAS ALREADY APPLIED
030300*                       BY A COMPLETED RUN AND NO REPROCESS
030310*                       OVERRIDE IS ON.  REFUSES THE RUN WITH
030320*                       THE DISTINCT CONDITION CODE 24 BEFORE
030330*                       ANYTHING IS OPENED FOR UPDATE - A SECOND
030340*                       PASS OVER CHECKPOINTED STACKS WOULD
030350*                       DOUBLE-PUSH EVERY TRANSACTION.
030360*----------------------------------------------------------------
030370 1395-FAIL-DUPLICATE.
030380     PERFORM 1396-DISPLAY-ONE-DUP THRU 1396-EXIT
030390         VARYING WS-SRC-SCAN FROM 1 BY 1
030400             UNTIL WS-SRC-SCAN > WS-SRC-COUNT
030410     DISPLAY 'SET THE REPROCESS OVERRIDE ON THE CONTROL RECORD '
030420         'FOR A DELIBERATE RERUN'
030430     OPEN OUTPUT RPT-FILE
030440     MOVE SPACES TO RPT-LINE
030450     MOVE 'STACK-EXAMPLE DAILY ACTIVITY REPORT' TO RPT-LABEL
030460     WRITE RPT-RECORD FROM RPT-LINE
030470     MOVE SPACES TO RPT-LINE
030480     WRITE RPT-RECORD FROM RPT-LINE
030490     MOVE '*** DUPLICATE TRANSACTION FILE - RUN REFUSED' TO
030500         RPT-RECORD
030510     WRITE RPT-RECORD
030520     MOVE SPACES TO RPT-LINE
030530     MOVE 'FILE CREATION DATE' TO RPT-LABEL
030540     MOVE WS-HDR-DATE TO RPT-VALUE
030550     WRITE RPT-RECORD FROM RPT-LINE
030560     MOVE SPACES TO RPT-LINE
030570     MOVE 'PREVIOUSLY PROCESSED ON' TO RPT-LABEL
030580     MOVE WS-PRIOR-RUN-DATE TO RPT-VALUE
030590     WRITE RPT-RECORD FROM RPT-LINE
030600     CLOSE RPT-FILE
030610     MOVE 24 TO RETURN-CODE
030620     STOP RUN.
030630 1395-EXIT.
030640     EXIT.
030650*----------------------------------------------------------------
030660* 1396-DISPLAY-ONE-DUP - NAMES ONE ALREADY-PROCESSED BATCH ON
030670*                        THE OPERATOR LOG, SO THE SHIFT CAN SEE
030680*                        WHICH FEED WAS STAGED TWICE.
030690*----------------------------------------------------------------
030700 1396-DISPLAY-ONE-DUP.
030710     IF SRC-DUPLICATE(WS-SRC-SCAN)
030720         DISPLAY 'ERROR - BATCH DATED ' SRC-DATE(WS-SRC-SCAN)
030730             ' FROM ' SRC-SOURCE(WS-SRC-SCAN)
030740             ' WAS ALREADY PROCESSED ON ' WS-PRIOR-RUN-DATE
030750             ' AT ' WS-PRIOR-RUN-TIME
030760     END-IF.
030770 1396-EXIT.
030780     EXIT.
030790*----------------------------------------------------------------
030800* 1397-FAIL-CALENDAR - THE BUSINESS-DAY CALENDAR CANNOT BE USED
030810*                      FOR THIS RUN.  EVERY HOLD-OR-RELEASE
030820*                      DECISION DEPENDS ON IT, AND QUIETLY
030830*                      FALLING BACK TO CALENDAR DAYS WOULD
030840*                      RELEASE WORK ON HOLIDAYS, SO THE RUN IS
030850*                      REFUSED WITH THE DISTINCT CONDITION CODE
030860*                      28 BEFORE ANYTHING IS OPENED FOR UPDATE.
030870*                      REPAIR OR EXTEND CALFIL AND RESUBMIT.
030880*----------------------------------------------------------------
030890 1397-FAIL-CALENDAR.
030900     DISPLAY 'ERROR - BUSINESS CALENDAR UNUSABLE: ' WS-CAL-REASON
030910         ' AT ' WS-CAL-BAD-DATE
030920     OPEN OUTPUT RPT-FILE
030930     MOVE SPACES TO RPT-LINE
030940     MOVE 'STACK-EXAMPLE DAILY ACTIVITY REPORT' TO RPT-LABEL
030950     WRITE RPT-RECORD FROM RPT-LINE
030960     MOVE SPACES TO RPT-LINE
030970     WRITE RPT-RECORD FROM RPT-LINE
030980     MOVE '*** BUSINESS CALENDAR UNUSABLE - RUN REFUSED' TO
030990         RPT-RECORD
031000     WRITE RPT-RECORD
031010     MOVE SPACES TO RPT-LINE
031020     MOVE WS-CAL-REASON TO RPT-LABEL
031030     MOVE WS-CAL-BAD-DATE TO RPT-VALUE
031040     WRITE RPT-RECORD FROM RPT-LINE
031050     MOVE SPACES TO RPT-LINE
031060     MOVE 'RUN DATE' TO RPT-LABEL
031070     MOVE WS-TODAY TO RPT-VALUE
031080     WRITE RPT-RECORD FROM RPT-LINE
031090     CLOSE RPT-FILE
031100     MOVE 28 TO RETURN-CODE
031110     STOP RUN.
031120 1397-EXIT.
031130     EXIT.
031140*----------------------------------------------------------------
031150* 1400-LOAD-CALENDAR - LOADS THE SHOP CALENDAR (CALFIL) INTO THE
031160*                      CALENDAR TABLE, LINKS EVERY DATE TO THE
031170*                      NEXT BUSINESS DAY, AND CHECKS THE RUN
031180*                      DATE IS ON IT.  SETS WS-CAL-USABLE ONLY
031190*                      WHEN ALL OF THAT HOLDS; OTHERWISE WS-CAL-
031200*                      REASON SAYS WHY.
031210*----------------------------------------------------------------
031220 1400-LOAD-CALENDAR.
031230     MOVE 'N' TO WS-CAL-SW
031240     MOVE 0 TO CAL-DAY-COUNT
031250     MOVE WS-TODAY TO WS-CAL-BAD-DATE
031260     OPEN INPUT CALENDAR-FILE
031270     IF NOT WS-CAL-OK AND NOT WS-CAL-NOT-FOUND
031280         MOVE 'CALENDAR WILL NOT OPEN' TO WS-CAL-REASON
031290         DISPLAY 'ERROR - BAD OPEN ON CALENDAR-FILE, STATUS = '
031300             WS-CAL-STATUS
031310         GO TO 1400-EXIT
031320     END-IF
031330     IF WS-CAL-NOT-FOUND
031340         CLOSE CALENDAR-FILE
031350         MOVE 'NO CALENDAR DATASET' TO WS-CAL-REASON
031360         GO TO 1400-EXIT
031370     END-IF
031380     MOVE SPACES TO WS-CAL-REASON
031390     MOVE 0 TO WS-CAL-BUS-SEQ
031400     PERFORM 1430-READ-CALENDAR THRU 1430-EXIT
031410     PERFORM 1410-LOAD-ONE-DAY THRU 1410-EXIT
031420         UNTIL WS-CAL-EOF-YES
031430     CLOSE CALENDAR-FILE
031440     IF WS-CAL-REASON NOT = SPACES
031450         GO TO 1400-EXIT
031460     END-IF
031470     IF CAL-DAY-COUNT = 0
031480         MOVE 'CALENDAR DATASET IS EMPTY' TO WS-CAL-REASON
031490         GO TO 1400-EXIT
031500     END-IF
031510     MOVE 0 TO WS-CAL-NEXT-BUS
031520     PERFORM 1420-LINK-NEXT-BUSINESS THRU 1420-EXIT
031530         VARYING WS-CAL-SUB FROM CAL-DAY-COUNT BY -1
031540             UNTIL WS-CAL-SUB < 1
031550     MOVE WS-TODAY TO WS-CAL-BAD-DATE
031560     SEARCH ALL CAL-TAB-ENTRY
031570         AT END
031580             MOVE 'RUN DATE NOT ON THE CALENDAR' TO WS-CAL-REASON
031590         WHEN CAL-TAB-DATE(CAL-IDX) = WS-TODAY
031600             MOVE CAL-TAB-TYPE(CAL-IDX) TO WS-TODAY-TYPE
031610             MOVE 'Y' TO WS-CAL-SW
031620     END-SEARCH.
031630 1400-EXIT.
031640     EXIT.
031650*----------------------------------------------------------------
031660* 1410-LOAD-ONE-DAY - TABLES ONE CALENDAR DATE.  EACH DATE MUST
031670*                     BE A REAL DATE ONE DAY AFTER THE LAST WITH
031680*                     A KNOWN DAY TYPE - A GAP WOULD LEAVE SOME
031690*                     DAY'S STATUS A GUESS.  THE FIRST FAULT
031700*                     STOPS THE LOAD.
031710*----------------------------------------------------------------
031720 1410-LOAD-ONE-DAY.
031730     IF CAL-DATE NOT NUMERIC
031740         MOVE 'CALENDAR DATE NOT NUMERIC AFTER' TO WS-CAL-REASON
031750         GO TO 1410-FAIL
031760     END-IF
031770     MOVE CAL-DATE TO WS-CAL-BAD-DATE
031780     IF NOT CAL-VALID-DAY-TYPE
031790         MOVE 'CALENDAR DAY TYPE NOT B, H OR W' TO WS-CAL-REASON
031800         GO TO 1410-FAIL
031810     END-IF
031820     COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(CAL-DATE)
031830     IF WS-CAL-INT = 0
031840         MOVE 'CALENDAR DATE IS NOT A VALID DATE' TO
031850             WS-CAL-REASON
031860         GO TO 1410-FAIL
031870     END-IF
031880     IF CAL-DAY-COUNT > 0
031890         AND WS-CAL-INT NOT = WS-CAL-PREV-INT + 1
031900         MOVE 'CALENDAR OUT OF ORDER OR GAPPED AT' TO
031910             WS-CAL-REASON
031920         GO TO 1410-FAIL
031930     END-IF
031940     IF CAL-DAY-COUNT NOT < MAX-CAL-DAYS
031950         MOVE 'CALENDAR LONGER THAN THE TABLE AT' TO
031960             WS-CAL-REASON
031970         GO TO 1410-FAIL
031980     END-IF
031990     ADD 1 TO CAL-DAY-COUNT
032000     IF CAL-BUSINESS-DAY
032010         ADD 1 TO WS-CAL-BUS-SEQ
032020     END-IF
032030     MOVE CAL-DATE TO CAL-TAB-DATE(CAL-DAY-COUNT)
032040     MOVE CAL-DAY-TYPE TO CAL-TAB-TYPE(CAL-DAY-COUNT)
032050     MOVE WS-CAL-BUS-SEQ TO CAL-TAB-BUS-SEQ(CAL-DAY-COUNT)
032060     MOVE 0 TO CAL-TAB-NEXT-BUS(CAL-DAY-COUNT)
032070     MOVE WS-CAL-INT TO WS-CAL-PREV-INT
032080     PERFORM 1430-READ-CALENDAR THRU 1430-EXIT
032090     GO TO 1410-EXIT.
032100 1410-FAIL.
032110     DISPLAY 'ERROR - CALENDAR RECORD REJECTED: ' CAL-DATE ' '
032120         CAL-DAY-TYPE
032130     MOVE 'Y' TO WS-CAL-EOF-SWITCH.
032140 1410-EXIT.
032150     EXIT.
032160*----------------------------------------------------------------
032170* 1420-LINK-NEXT-BUSINESS - WALKING THE TABLE BACKWARD, GIVES
032180*                           EACH DATE THE NEAREST BUSINESS DAY
032190*                           ON OR AFTER IT.
032200*----------------------------------------------------------------
032210 1420-LINK-NEXT-BUSINESS.
032220     IF CAL-TAB-BUSINESS(WS-CAL-SUB)
032230         MOVE CAL-TAB-DATE(WS-CAL-SUB) TO WS-CAL-NEXT-BUS
032240     END-IF
032250     MOVE WS-CAL-NEXT-BUS TO CAL-TAB-NEXT-BUS(WS-CAL-SUB).
032260 1420-EXIT.
032270     EXIT.
032280*----------------------------------------------------------------
032290* 1430-READ-CALENDAR - READS THE NEXT CALENDAR DATE.
032300*----------------------------------------------------------------
032310 1430-READ-CALENDAR.
032320     READ CALENDAR-FILE
032330         AT END MOVE 'Y' TO WS-CAL-EOF-SWITCH
032340     END-READ.
032350 1430-EXIT.
032360     EXIT.
032370*----------------------------------------------------------------
032380* 1440-ROLL-EFF-DATE - SETS WS-EFF-RELEASE-DATE FOR THE RECORD
032390*                      IN TRANS-RECORD: ITS EFFECTIVE DATE
032400*                      ROLLED FORWARD TO THE FIRST BUSINESS DAY
032410*                      ON OR AFTER IT.  A DATE OFF EITHER END OF
032420*                      THE CALENDAR, OR PAST ITS LAST BUSINESS
032430*                      DAY, STANDS AS IT IS - EARLIER THAN THE
032440*                      RUN DATE IT IS DUE REGARDLESS, AND LATER
032450*                      IT IS HELD UNTIL THE CALENDAR IS EXTENDED
032460*                      TO COVER IT.  NO USABLE EFFECTIVE DATE
032470*                      GIVES ZERO, WHICH IS NEVER HELD.
032480*----------------------------------------------------------------
032490 1440-ROLL-EFF-DATE.
032500     MOVE 0 TO WS-EFF-RELEASE-DATE
032510     IF TRANS-EFF-DATE NOT NUMERIC
032520         GO TO 1440-EXIT
032530     END-IF
032540     MOVE TRANS-EFF-DATE TO WS-EFF-RELEASE-DATE
032550     SEARCH ALL CAL-TAB-ENTRY
032560         AT END
032570             CONTINUE
032580         WHEN CAL-TAB-DATE(CAL-IDX) = TRANS-EFF-DATE
032590             IF CAL-TAB-NEXT-BUS(CAL-IDX) > 0
032600                 MOVE CAL-TAB-NEXT-BUS(CAL-IDX)
032610                     TO WS-EFF-RELEASE-DATE
032620             END-IF
032630     END-SEARCH.
032640 1440-EXIT.
032650     EXIT.
032660*----------------------------------------------------------------
032670* 2000-PROCESS-TRANSACTION - HOLDS A FUTURE-DATED RECORD ON THE
032680*                            PENDING DATASET WITHOUT APPLYING OR
032690*                            EVEN VALIDATING IT - VALIDATION
032700*                            HAPPENS ON THE NIGHT IT RELEASES,
032710*                            UNDER WHATEVER RULES ARE IN FORCE
032720*                            THEN - AND DISPATCHES EVERYTHING
032730*                            ELSE THROUGH 2010-APPLY-TRANSACTION.
032740*                            HELD OR APPLIED, THE RECORD COUNTS
032750*                            AS CONSUMED FOR THE COMMIT-POINT
032760*                            BOOKKEEPING AND THE NEXT RECORD IS
032770*                            READ.
032780*----------------------------------------------------------------
032790 2000-PROCESS-TRANSACTION.
032800     MOVE SPACES TO WS-DSP-REASON
032810     PERFORM 1440-ROLL-EFF-DATE THRU 1440-EXIT
032820     IF WS-EFF-RELEASE-DATE > WS-TODAY
032830         PERFORM 2520-STAMP-PEND-ORIGIN THRU 2520-EXIT
032840         WRITE PEND-NEW-RECORD FROM TRANS-RECORD
032850         ADD 1 TO WS-HELD-COUNT
032860         MOVE 'HELD' TO WS-DSP-OUTCOME
032870         GO TO 2000-CONSUME
032880     END-IF
032890     MOVE 'APPL' TO WS-DSP-OUTCOME
032900     PERFORM 2010-APPLY-TRANSACTION THRU 2010-EXIT.
032910 2000-CONSUME.
032920*    THE DISPOSITION IS WRITTEN BEFORE THE CONSUMED COUNT MOVES,
032930*    SO A COMMIT TAKEN ON THIS RECORD ALREADY COUNTS IT KEPT.
032940     COMPUTE WS-DSP-SEQ = WS-TRANS-CONSUMED + 1
032950     PERFORM 2510-SET-DISP-SOURCE THRU 2510-EXIT
032960     PERFORM 2500-WRITE-DISPOSITION THRU 2500-EXIT
032970     ADD 1 TO WS-TRANS-CONSUMED
032980     IF WS-COMMIT-INTERVAL > 0
032990         AND WS-TRANS-CONSUMED - WS-LAST-COMMIT
033000             NOT < WS-COMMIT-INTERVAL
033010         PERFORM 7500-COMMIT-POINT THRU 7500-EXIT
033020     END-IF
033030     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
033040 2000-EXIT.
033050     EXIT.
033060*----------------------------------------------------------------
033070* 2010-APPLY-TRANSACTION - VALIDATES TRANS-OP-CODE FIRST, SINCE
033080*                            A RECORD THIS PROGRAM DOES NOT
033090*                            RECOGNIZE IS REJECTED REGARDLESS OF
033100*                            WHAT STACK-ID IT CARRIES - ONLY A
033110*                            RECOGNIZED OP-CODE GETS AS FAR AS
033120*                            2050-RESOLVE-STACK-ID, SO A RUN OF
033130*                            GARBAGE-OP-CODE RECORDS CAN NEVER
033140*                            BURN THROUGH THE MAX-STACKS SLOTS ON
033150*                            TRANSACTIONS THAT ARE REJECTED
033160*                            ANYWAY.  ONCE RESOLVED, THE STACK IS
033170*                            DISPATCHED TO PUSH, POP, PEEK OR
033180*                            XFER.  PERFORMED BY THE MAIN LOOP
033190*                            AND BY THE PENDING SWEEP, SO IT
033200*                            NEVER TOUCHES THE TRANSACTION READ
033210*                            OR THE COMMIT BOOKKEEPING.
033220*----------------------------------------------------------------
033230 2010-APPLY-TRANSACTION.
033240     EVALUATE TRANS-OP-CODE
033250         WHEN 'PUSH'
033260         WHEN 'POP '
033270         WHEN 'PEEK'
033280         WHEN 'XFER'
033290             PERFORM 2050-RESOLVE-STACK-ID THRU 2050-EXIT
033300             EVALUATE TRUE
033310                 WHEN WS-STACK-ID-BLANK
033320                     MOVE 'BLNK' TO REJECT-REASON-CODE
033330                     PERFORM 5000-REJECT-TRANSACTION
033340                         THRU 5000-EXIT
033350                     IF WS-MAX-RC < 8
033360                         MOVE 8 TO WS-MAX-RC
033370                     END-IF
033380                 WHEN WS-STACK-NOT-RESOLVED
033390                     MOVE 'NOSL' TO REJECT-REASON-CODE
033400                     PERFORM 5000-REJECT-TRANSACTION
033410                         THRU 5000-EXIT
033420                 WHEN WS-STACK-UNREGISTERED
033430                     MOVE 'UNRG' TO REJECT-REASON-CODE
033440                     PERFORM 5000-REJECT-TRANSACTION
033450                         THRU 5000-EXIT
033460                     IF WS-MAX-RC < 8
033470                         MOVE 8 TO WS-MAX-RC
033480                     END-IF
033490                 WHEN WS-STACK-RETIRED-ID
033500                     MOVE 'RETD' TO REJECT-REASON-CODE
033510                     PERFORM 5000-REJECT-TRANSACTION
033520                         THRU 5000-EXIT
033530                     IF WS-MAX-RC < 4
033540                         MOVE 4 TO WS-MAX-RC
033550                     END-IF
033560                 WHEN OTHER
033570                     EVALUATE TRANS-OP-CODE
033580                         WHEN 'PUSH'
033590                             MOVE TRANS-VALUE TO WS-NUM
033600                             PERFORM 3000-PUSH THRU 3000-EXIT
033610                         WHEN 'POP '
033620                             PERFORM 4000-POP THRU 4000-EXIT
033630                         WHEN 'PEEK'
033640                             PERFORM 4500-PEEK THRU 4500-EXIT
033650                         WHEN 'XFER'
033660                             PERFORM 4700-TRANSFER THRU 4700-EXIT
033670                     END-EVALUATE
033680             END-EVALUATE
033690         WHEN OTHER
033700             MOVE 'BADO' TO REJECT-REASON-CODE
033710             PERFORM 5000-REJECT-TRANSACTION THRU 5000-EXIT
033720             IF WS-MAX-RC < 8
033730                 MOVE 8 TO WS-MAX-RC
033740             END-IF
033750     END-EVALUATE.
033760 2010-EXIT.
033770     EXIT.
033780*----------------------------------------------------------------
033790* 2050-RESOLVE-STACK-ID - FINDS THE SLOT ALREADY ASSIGNED TO
033800*                         TRANS-STACK-ID, OR REGISTERS IT IN THE
033810*                         NEXT FREE SLOT IF THIS IS THE FIRST
033820*                         TRANSACTION SEEN FOR THAT STACK-ID.  A
033830*                         BLANK TRANS-STACK-ID IS REJECTED UP
033840*                         FRONT INSTEAD OF BEING HANDED TO THE
033850*                         SEARCH, WHERE IT WOULD OTHERWISE MATCH
033860*                         STACK-ID(STK-IDX) = SPACES ON THE VERY
033870*                         FIRST UNUSED SLOT AND SILENTLY RESOLVE
033880*                         AGAINST A NAMELESS STACK.  STK-IDX IS
033890*                         SET TO THE RESOLVED SLOT FOR 3000-PUSH,
033900*                         4000-POP AND 4500-PEEK; WS-STACK-
033910*                         RESOLVED-SW TELLS 2000-PROCESS-
033920*                         TRANSACTION WHETHER STK-IDX IS ACTUALLY
033930*                         SAFE TO USE, AND WHETHER THE RECORD WAS
033940*                         REJECTED FOR A BLANK STACK-ID RATHER
033950*                         THAN A FULL TABLE.
033960*                         A STACK-ID WITH NO SLOT WHOSE DEFINITION
033970*                         IS RETIRED RESOLVES TO 'R' AND IS NEVER
033980*                         REGISTERED AFRESH.
033990*----------------------------------------------------------------
034000 2050-RESOLVE-STACK-ID.
034010     IF TRANS-STACK-ID = SPACES
034020         MOVE 'B' TO WS-STACK-RESOLVED-SW
034030         GO TO 2050-EXIT
034040     END-IF
034050     SET STK-IDX TO 1
034060     MOVE 'Y' TO WS-STACK-RESOLVED-SW
034070     SEARCH STACK-ENTRY
034080         AT END
034090             MOVE TRANS-STACK-ID TO WS-RTD-CHECK-ID
034100             PERFORM 1540-FIND-RETIRED-DEF THRU 1540-EXIT
034110             EVALUATE TRUE
034120                 WHEN WS-RTD-FOUND
034130                     MOVE 'R' TO WS-STACK-RESOLVED-SW
034140                 WHEN WS-STRICT-MODE
034150                     MOVE 'U' TO WS-STACK-RESOLVED-SW
034160                 WHEN OTHER
034170                     PERFORM 2060-REGISTER-NEW-STACK
034180                         THRU 2060-EXIT
034190             END-EVALUATE
034200         WHEN STACK-ID(STK-IDX) = TRANS-STACK-ID
034210             CONTINUE
034220     END-SEARCH.
034230 2050-EXIT.
034240     EXIT.
034250*----------------------------------------------------------------
034260* 2060-REGISTER-NEW-STACK - ASSIGNS THE FIRST FREE SLOT TO A
034270*                           STACK-ID NOT YET SEEN THIS RUN.  SETS
034280*                           WS-STACK-RESOLVED-SW TO 'N' WHEN ALL
034290*                           MAX-STACKS SLOTS ARE ALREADY TAKEN SO
034300*                           THE CALLER KNOWS NOT TO TRUST STK-IDX.
034310*----------------------------------------------------------------
034320 2060-REGISTER-NEW-STACK.
034330     SET STK-IDX TO 1
034340     SEARCH STACK-ENTRY
034350         AT END
034360             DISPLAY 'ERROR - NO FREE STACK SLOTS, DROPPING ID: '
034370                 TRANS-STACK-ID
034380             IF WS-MAX-RC < 16
034390                 MOVE 16 TO WS-MAX-RC
034400             END-IF
034410             MOVE 'N' TO WS-STACK-RESOLVED-SW
034420         WHEN STACK-ID(STK-IDX) = SPACES
034430             MOVE TRANS-STACK-ID TO STACK-ID(STK-IDX)
034440             MOVE 0 TO STACK-TOP(STK-IDX)
034450             MOVE 0 TO STACK-DEF-CAP(STK-IDX)
034460             MOVE SPACES TO STACK-DEPT(STK-IDX)
034470             MOVE 'L' TO STACK-MODE(STK-IDX)
034480             MOVE 'N' TO STACK-BACKORDER-SW(STK-IDX)
034490             MOVE 'N' TO STACK-DUP-CHECK-SW(STK-IDX)
034500             MOVE 0 TO STACK-WARN-PCT(STK-IDX)
034510             MOVE 'N' TO STACK-ALERTED-SW(STK-IDX)
034520             MOVE 0 TO STACK-MAX-LIFE(STK-IDX)
034530             MOVE 'A' TO STACK-STATUS(STK-IDX)
034540     END-SEARCH.
034550 2060-EXIT.
034560     EXIT.
034570*----------------------------------------------------------------
034580* 2055-RESOLVE-XFER-TARGET - RESOLVES A TRANSFER'S TARGET QUEUE
034590*                           (TRANS-STACK-ID-2) INTO STK-IDX UNDER
034600*                           EXACTLY THE RULES 2050-RESOLVE-STACK-
034610*                           ID APPLIES TO THE SOURCE: A BLANK
034620*                           TARGET IS FLAGGED UP FRONT, STRICT
034630*                           MODE REFUSES AN UNDEFINED TARGET, AND
034640*                           A FIRST-SEEN TARGET OTHERWISE TAKES A
034650*                           FREE SLOT.  4700-TRANSFER SAVES THE
034660*                           SOURCE SUBSCRIPT BEFORE CALLING HERE,
034670*                           SINCE THIS SEARCH REPOSITIONS STK-IDX.
034680*----------------------------------------------------------------
034690 2055-RESOLVE-XFER-TARGET.
034700     IF TRANS-STACK-ID-2 = SPACES
034710         MOVE 'B' TO WS-STACK-RESOLVED-SW
034720         GO TO 2055-EXIT
034730     END-IF
034740     SET STK-IDX TO 1
034750     MOVE 'Y' TO WS-STACK-RESOLVED-SW
034760     SEARCH STACK-ENTRY
034770         AT END
034780             MOVE TRANS-STACK-ID-2 TO WS-RTD-CHECK-ID
034790             PERFORM 1540-FIND-RETIRED-DEF THRU 1540-EXIT
034800             EVALUATE TRUE
034810                 WHEN WS-RTD-FOUND
034820                     MOVE 'R' TO WS-STACK-RESOLVED-SW
034830                 WHEN WS-STRICT-MODE
034840                     MOVE 'U' TO WS-STACK-RESOLVED-SW
034850                 WHEN OTHER
034860                     PERFORM 2065-REGISTER-XFER-TARGET
034870                         THRU 2065-EXIT
034880             END-EVALUATE
034890         WHEN STACK-ID(STK-IDX) = TRANS-STACK-ID-2
034900             CONTINUE
034910     END-SEARCH.
034920 2055-EXIT.
034930     EXIT.
034940*----------------------------------------------------------------
034950* 2065-REGISTER-XFER-TARGET - ASSIGNS THE FIRST FREE SLOT TO A
034960*                            TRANSFER TARGET NOT YET SEEN THIS
034970*                            RUN, THE TRANS-STACK-ID-2 TWIN OF
034980*                            2060-REGISTER-NEW-STACK.
034990*----------------------------------------------------------------
035000 2065-REGISTER-XFER-TARGET.
035010     SET STK-IDX TO 1
035020     SEARCH STACK-ENTRY
035030         AT END
035040             DISPLAY 'ERROR - NO FREE STACK SLOTS, DROPPING ID: '
035050                 TRANS-STACK-ID-2
035060             IF WS-MAX-RC < 16
035070                 MOVE 16 TO WS-MAX-RC
035080             END-IF
035090             MOVE 'N' TO WS-STACK-RESOLVED-SW
035100         WHEN STACK-ID(STK-IDX) = SPACES
035110             MOVE TRANS-STACK-ID-2 TO STACK-ID(STK-IDX)
035120             MOVE 0 TO STACK-TOP(STK-IDX)
035130             MOVE 0 TO STACK-DEF-CAP(STK-IDX)
035140             MOVE SPACES TO STACK-DEPT(STK-IDX)
035150             MOVE 'L' TO STACK-MODE(STK-IDX)
035160             MOVE 'N' TO STACK-BACKORDER-SW(STK-IDX)
035170             MOVE 'N' TO STACK-DUP-CHECK-SW(STK-IDX)
035180             MOVE 0 TO STACK-WARN-PCT(STK-IDX)
035190             MOVE 'N' TO STACK-ALERTED-SW(STK-IDX)
035200             MOVE 0 TO STACK-MAX-LIFE(STK-IDX)
035210             MOVE 'A' TO STACK-STATUS(STK-IDX)
035220     END-SEARCH.
035230 2065-EXIT.
035240     EXIT.
035250*----------------------------------------------------------------
035260* 2070-SET-EFF-CAPACITY - SETS WS-EFF-CAPACITY TO THE CEILING
035270*                         THAT GOVERNS THE SLOT STK-IDX POINTS
035280*                         AT: THE STACK'S OWN DEFINED CAPACITY
035290*                         WHEN THE DEFINITION FILE GAVE ONE,
035300*                         OTHERWISE THE RUN'S GLOBAL CAPACITY.
035310*----------------------------------------------------------------
035320 2070-SET-EFF-CAPACITY.
035330     IF STACK-DEF-CAP(STK-IDX) > 0
035340         MOVE STACK-DEF-CAP(STK-IDX) TO WS-EFF-CAPACITY
035350     ELSE
035360         MOVE STACK-CAPACITY TO WS-EFF-CAPACITY
035370     END-IF.
035380 2070-EXIT.
035390     EXIT.
035400*----------------------------------------------------------------
035410* 2100-READ-TRANSACTION - READS THE NEXT TRANSACTION RECORD,
035420*                         STEPPING OVER THE HDR/TRL CONTROL
035430*                         RECORDS SO NEITHER EVER REACHES
035440*                         2000-PROCESS-TRANSACTION AS WORK.  A
035450*                         HEADER MARKS THE NEXT BATCH: THE
035460*                         CURRENT-SOURCE POINTER SWITCHES TO IT
035470*                         SO EVERY FOLLOWING PUSH, POP AND
035480*                         REJECT IS CHARGED TO THE FEED THAT
035490*                         SENT IT.  ONLY TRUE END OF FILE ENDS
035500*                         THE RUN - A TRAILER MAY HAVE ANOTHER
035510*                         BATCH BEHIND IT.
035520*----------------------------------------------------------------
035530 2100-READ-TRANSACTION.
035540     READ TRANS-FILE
035550         AT END MOVE 'Y' TO WS-EOF-SWITCH
035560     END-READ
035570     IF WS-EOF-NO AND TRANS-HEADER
035580         PERFORM 2110-SET-CURRENT-SOURCE THRU 2110-EXIT
035590         GO TO 2100-READ-TRANSACTION
035600     END-IF
035610     IF WS-EOF-NO AND TRANS-TRAILER
035620         GO TO 2100-READ-TRANSACTION
035630     END-IF.
035640 2100-EXIT.
035650     EXIT.
035660*----------------------------------------------------------------
035670* 2110-SET-CURRENT-SOURCE - POINTS WS-CUR-SRC AT THE SOURCE
035680*                           TABLE ROW FOR THE BATCH HEADER JUST
035690*                           READ.  A HEADER VERIFICATION NEVER
035700*                           REGISTERED CANNOT HAPPEN ON A FILE
035710*                           THAT PASSED, BUT IF IT DID THE
035720*                           POINTER GOES TO ZERO AND THE WORK IS
035730*                           SIMPLY CHARGED TO NO SOURCE.
035740*----------------------------------------------------------------
035750 2110-SET-CURRENT-SOURCE.
035760     MOVE 0 TO WS-CUR-SRC
035770     PERFORM 2120-MATCH-CUR-SOURCE THRU 2120-EXIT
035780         VARYING WS-SRC-SCAN FROM 1 BY 1
035790             UNTIL WS-SRC-SCAN > WS-SRC-COUNT
035800                 OR WS-CUR-SRC > 0.
035810 2110-EXIT.
035820     EXIT.
035830*----------------------------------------------------------------
035840* 2120-MATCH-CUR-SOURCE - COMPARES THE HEADER IN HAND AGAINST
035850*                         ONE REGISTERED BATCH.
035860*----------------------------------------------------------------
035870 2120-MATCH-CUR-SOURCE.
035880     IF TRANS-HDR-DATE = SRC-DATE(WS-SRC-SCAN)
035890         AND TRANS-HDR-SOURCE = SRC-SOURCE(WS-SRC-SCAN)
035900         MOVE WS-SRC-SCAN TO WS-CUR-SRC
035910     END-IF.
035920 2120-EXIT.
035930     EXIT.
035940*----------------------------------------------------------------
035950* 2500-WRITE-DISPOSITION - WRITES ONE DETAIL RECORD'S OUTCOME TO
035960*                          THE DISPOSITION WORK DATASET: THE
035970*                          OUTCOME AND REASON THE APPLY LEFT IN
035980*                          WS-DSP-OUTCOME/WS-DSP-REASON, THE
035990*                          SOURCE SECTION AND ORDINAL THE CALLER
036000*                          SET, AND THE TRANSACTION'S OWN
036010*                          FIELDS FROM THE RECORD IN HAND.
036020*----------------------------------------------------------------
036030 2500-WRITE-DISPOSITION.
036040     MOVE SPACES TO DSP-RECORD
036050     MOVE 'DTL ' TO DSP-REC-TYPE
036060     MOVE WS-DSP-SRC-DATE TO DSP-SRC-DATE
036070     MOVE WS-DSP-SRC-SOURCE TO DSP-SRC-SOURCE
036080     MOVE WS-DSP-SEQ TO DSP-SEQ
036090     MOVE WS-DSP-OUTCOME TO DSP-OUTCOME
036100     MOVE WS-DSP-REASON TO DSP-REASON
036110     MOVE TRANS-OP-CODE TO DSP-OP-CODE
036120     MOVE TRANS-STACK-ID TO DSP-STACK-ID
036130     MOVE TRANS-VALUE TO DSP-VALUE
036140     MOVE TRANS-STACK-ID-2 TO DSP-STACK-ID-2
036150     MOVE TRANS-EFF-DATE TO DSP-EFF-DATE
036160     WRITE DSP-RECORD
036170     ADD 1 TO WS-DSP-KEPT.
036180 2500-EXIT.
036190     EXIT.
036200*----------------------------------------------------------------
036210* 2510-SET-DISP-SOURCE - NAMES THE BATCH IN FLIGHT AS THE
036220*                        DISPOSITION'S SECTION.  WORK CHARGED TO
036230*                        NO SOURCE (SEE 2110-SET-CURRENT-SOURCE)
036240*                        CARRIES NO IDENTITY AND FALLS OUTSIDE
036250*                        EVERY SECTION.
036260*----------------------------------------------------------------
036270 2510-SET-DISP-SOURCE.
036280     IF WS-CUR-SRC > 0
036290         MOVE SRC-DATE(WS-CUR-SRC) TO WS-DSP-SRC-DATE
036300         MOVE SRC-SOURCE(WS-CUR-SRC) TO WS-DSP-SRC-SOURCE
036310     ELSE
036320         MOVE 0 TO WS-DSP-SRC-DATE
036330         MOVE SPACES TO WS-DSP-SRC-SOURCE
036340     END-IF.
036350 2510-EXIT.
036360     EXIT.
036370*----------------------------------------------------------------
036380* 2520-STAMP-PEND-ORIGIN - STAMPS A RECORD ABOUT TO BE PARKED WITH
036390*                          THE BATCH IN FLIGHT, SO THE NIGHT THAT
036400*                          RELEASES IT CAN REPORT THE RELEASE IN
036410*                          THAT BATCH'S SECTION.  ONE PARKED WITH
036420*                          NO BATCH CURRENT IS LEFT UNSTAMPED.
036430*----------------------------------------------------------------
036440 2520-STAMP-PEND-ORIGIN.
036450     IF WS-CUR-SRC > 0
036460         MOVE SRC-DATE(WS-CUR-SRC) TO TRANS-PEND-ORIG-DATE
036470         MOVE SRC-SOURCE(WS-CUR-SRC) TO TRANS-PEND-ORIG-SOURCE
036480     ELSE
036490         MOVE SPACES TO TRANS-PEND-ORIGIN
036500     END-IF.
036510 2520-EXIT.
036520     EXIT.
036530*----------------------------------------------------------------
036540* 2530-SET-RELEASE-SOURCE - NAMES THE BATCH THAT PARKED A RECORD
036550*                           SWEPT FROM THE PENDING DATASET AS ITS
036560*                           RELEASE'S SECTION.  A RECORD PARKED
036570*                           BEFORE PARKED RECORDS WERE STAMPED
036580*                           CARRIES NO ORIGIN AND IS REPORTED IN
036590*                           THE PENDING SECTION INSTEAD.
036600*----------------------------------------------------------------
036610 2530-SET-RELEASE-SOURCE.
036620     IF TRANS-PEND-ORIG-DATE NUMERIC
036630         AND TRANS-PEND-ORIG-DATE NOT = ZERO
036640         AND TRANS-PEND-ORIG-SOURCE NOT = SPACES
036650         MOVE TRANS-PEND-ORIG-DATE TO WS-DSP-SRC-DATE
036660         MOVE TRANS-PEND-ORIG-SOURCE TO WS-DSP-SRC-SOURCE
036670     ELSE
036680         MOVE WS-DSP-PEND-DATE TO WS-DSP-SRC-DATE
036690         MOVE DSP-PENDING-SOURCE TO WS-DSP-SRC-SOURCE
036700     END-IF.
036710 2530-EXIT.
036720     EXIT.
036730*----------------------------------------------------------------
036740* 3000-PUSH - ADDS WS-NUM TO THE TOP OF THE STACK RESOLVED INTO
036750*             STK-IDX.  WS-NUM MUST BE A VALID NUMERIC VALUE AND
036760*             A PUSH THAT WOULD EXCEED STACK-CAPACITY IS REJECTED
036770*             RATHER THAN WRITTEN PAST THE END OF THE TABLE.
036780*----------------------------------------------------------------
036790 3000-PUSH.
036800     IF WS-NUM NOT NUMERIC
036810         MOVE 'NNUM' TO REJECT-REASON-CODE
036820         PERFORM 5000-REJECT-TRANSACTION THRU 5000-EXIT
036830         ADD 1 TO STACK-NNUM-CNT(STK-IDX)
036840         IF WS-MAX-RC < 8
036850             MOVE 8 TO WS-MAX-RC
036860         END-IF
036870         GO TO 3000-EXIT
036880     END-IF
036890*    A DRAINING OR RETIRED QUEUE TAKES NOTHING NEW.  A FROZEN
036900*    QUEUE STILL ACCEPTS PUSHES, BUT ONE NEVER FILLS A BACKORDER
036910*    DEMAND THERE, SINCE THAT WOULD HAND WORK OUT OF A HELD QUEUE.
036920     IF STACK-DRAINING(STK-IDX) OR STACK-RETIRED(STK-IDX)
036930         PERFORM 5100-REJECT-FOR-STATUS THRU 5100-EXIT
036940         GO TO 3000-EXIT
036950     END-IF
036960*    A QUEUE THAT CHECKS FOR DUPLICATES REFUSES A VALUE IT
036970*    ALREADY HOLDS - AHEAD OF ANY BACKORDER FILL, SINCE HANDING
036980*    OUT A VALUE STILL WAITING ON THE QUEUE WOULD WORK THE SAME
036990*    ITEM TWICE.
037000     IF STACK-DUP-CHECK(STK-IDX)
037010         MOVE WS-NUM-R TO WS-DUP-VALUE
037020         PERFORM 3700-FIND-DUP-VALUE THRU 3700-EXIT
037030         IF WS-DUP-FOUND
037040             PERFORM 5200-REJECT-DUPLICATE THRU 5200-EXIT
037050             GO TO 3000-EXIT
037060         END-IF
037070     END-IF
037080*    AN OPEN BACKORDER DEMAND EATS THE PUSH BEFORE THE VALUE
037090*    EVER LANDS ON THE STACK - THE DEPTH NEVER MOVES, SO THE
037100*    CAPACITY CHECK DOES NOT APPLY TO A PUSH THAT FILLS ONE.
037110     IF STACK-BACKORDER(STK-IDX)
037120         AND NOT STACK-FROZEN(STK-IDX)
037130         PERFORM 3550-FIND-OPEN-DEMAND THRU 3550-EXIT
037140         IF WS-DMD-FOUND
037150             PERFORM 3500-FILL-DEMAND THRU 3500-EXIT
037160             GO TO 3000-EXIT
037170         END-IF
037180     END-IF
037190     PERFORM 2070-SET-EFF-CAPACITY THRU 2070-EXIT
037200     IF STACK-TOP(STK-IDX) NOT < WS-EFF-CAPACITY
037210         DISPLAY 'PUSH REJECTED - OVERFLOW ON STACK '
037220             STACK-ID(STK-IDX) ', CAPACITY = ' WS-EFF-CAPACITY
037230         IF WS-MAX-RC < 12
037240             MOVE 12 TO WS-MAX-RC
037250         END-IF
037260         ADD 1 TO WS-REJECT-COUNT
037270         ADD 1 TO STACK-OVFL-CNT(STK-IDX)
037280         MOVE 'REJ ' TO WS-DSP-OUTCOME
037290         MOVE 'OVFL' TO WS-DSP-REASON
037300         IF WS-CUR-SRC > 0
037310             ADD 1 TO SRC-REJ-CNT(WS-CUR-SRC)
037320         END-IF
037330         GO TO 3000-EXIT
037340     END-IF
037350     ADD 1 TO STACK-TOP(STK-IDX)
037360     MOVE FUNCTION NUMVAL(WS-NUM)
037370         TO STACK-VALUE(STK-IDX STACK-TOP(STK-IDX))
037380     MOVE WS-TODAY TO STACK-ARRIVAL(STK-IDX STACK-TOP(STK-IDX))
037390     ADD 1 TO WS-PUSH-COUNT
037400     ADD 1 TO STACK-PUSH-CNT(STK-IDX)
037410     IF WS-CUR-SRC > 0
037420         ADD 1 TO SRC-PUSH-CNT(WS-CUR-SRC)
037430     END-IF
037440     IF STACK-TOP(STK-IDX) > WS-HIGH-WATER-MARK
037450         MOVE STACK-TOP(STK-IDX) TO WS-HIGH-WATER-MARK
037460     END-IF
037470     IF STACK-TOP(STK-IDX) > STACK-HIGH-WATER(STK-IDX)
037480         MOVE STACK-TOP(STK-IDX) TO STACK-HIGH-WATER(STK-IDX)
037490     END-IF
037500     IF STACK-WARN-PCT(STK-IDX) > 0
037510         AND NOT STACK-ALERTED(STK-IDX)
037520         AND STACK-TOP(STK-IDX) * 100 NOT <
037530             STACK-WARN-PCT(STK-IDX) * WS-EFF-CAPACITY
037540         PERFORM 3600-RAISE-ALERT THRU 3600-EXIT
037550     END-IF
037560     MOVE 'PUSH' TO AUDIT-OPERATION
037570     MOVE WS-NUM TO AUDIT-VALUE
037580     MOVE STACK-TOP(STK-IDX) TO AUDIT-RESULT-TOP
037590     MOVE SPACES TO AUDIT-XFER-STACK-ID
037600     MOVE WS-TODAY TO AUDIT-ARRIVAL
037610     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
037620 3000-EXIT.
037630     EXIT.
037640*----------------------------------------------------------------
037650* 3500-FILL-DEMAND - A PUSH (OR A TRANSFER LANDING) SATISFIES
037660*                    THE OLDEST OPEN DEMAND FOUND BY 3550 FOR
037670*                    THE STACK AT STK-IDX.  THE VALUE IN WS-NUM
037680*                    GOES STRAIGHT TO THE WAITING DEPARTMENT
037690*                    AND NEVER LANDS ON THE STACK, SO THE DEPTH
037700*                    IS UNCHANGED AND THE BKF AUDIT RECORD IS
037710*                    DEPTH-NEUTRAL.  THE DEMAND ROW IS MARKED
037720*                    CLOSED, NEVER SQUEEZED OUT, SO THE TABLE
037730*                    KEEPS ITS ARRIVAL ORDER.
037740*----------------------------------------------------------------
037750 3500-FILL-DEMAND.
037760     MOVE 'N' TO DEM-OPEN-SW(WS-DMD-SUB)
037770     ADD 1 TO WS-BACKFILL-COUNT
037780     MOVE 'BKF ' TO WS-DSP-OUTCOME
037790     DISPLAY 'PUSH OF ' WS-NUM ' SATISFIED BACKORDER OF '
037800         DEM-DATE(WS-DMD-SUB) ' ON ' STACK-ID(STK-IDX)
037810     MOVE 'BKF ' TO AUDIT-OPERATION
037820     MOVE WS-NUM TO AUDIT-VALUE
037830     MOVE STACK-TOP(STK-IDX) TO AUDIT-RESULT-TOP
037840     MOVE SPACES TO AUDIT-XFER-STACK-ID
037850     MOVE WS-TODAY TO AUDIT-ARRIVAL
037860     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
037870 3500-EXIT.
037880     EXIT.
037890*----------------------------------------------------------------
037900* 3550-FIND-OPEN-DEMAND - FINDS THE OLDEST OPEN DEMAND FOR THE
037910*                        STACK AT STK-IDX.  ROWS ARE IN ARRIVAL
037920*                        ORDER, SO THE FIRST OPEN MATCH WINS;
037930*                        WS-DMD-SUB POINTS AT IT WHEN
037940*                        WS-DMD-FOUND IS SET.
037950*----------------------------------------------------------------
037960 3550-FIND-OPEN-DEMAND.
037970     MOVE 'N' TO WS-DMD-FOUND-SW
037980     MOVE 0 TO WS-DMD-SUB
037990     PERFORM 3560-CHECK-ONE-DEMAND THRU 3560-EXIT
038000         VARYING WS-DMD-SCAN FROM 1 BY 1
038010             UNTIL WS-DMD-SCAN > WS-DMD-COUNT OR WS-DMD-FOUND.
038020 3550-EXIT.
038030     EXIT.
038040*----------------------------------------------------------------
038050* 3560-CHECK-ONE-DEMAND - TESTS ONE DEMAND ROW AGAINST THE
038060*                        STACK IN HAND.
038070*----------------------------------------------------------------
038080 3560-CHECK-ONE-DEMAND.
038090     IF DEM-OPEN(WS-DMD-SCAN)
038100         AND DEM-STACK-ID(WS-DMD-SCAN) = STACK-ID(STK-IDX)
038110         MOVE 'Y' TO WS-DMD-FOUND-SW
038120         MOVE WS-DMD-SCAN TO WS-DMD-SUB
038130     END-IF.
038140 3560-EXIT.
038150     EXIT.
038160*----------------------------------------------------------------
038170* 3600-RAISE-ALERT - THE PUSH OR TRANSFER JUST DROVE THE STACK
038180*                    AT STK-IDX ACROSS ITS WARNING THRESHOLD.
038190*                    WRITES ONE DATED ALERT RECORD AND MARKS THE
038200*                    STACK ALERTED SO ONE RUN RAISES AT MOST ONE
038210*                    ALERT PER QUEUE, HOWEVER MANY PUSHES FOLLOW
038220*                    ABOVE THE LINE.  WS-EFF-CAPACITY IS STILL
038230*                    THE CALLER'S EFFECTIVE CEILING FOR THIS
038240*                    STACK.
038250*----------------------------------------------------------------
038260 3600-RAISE-ALERT.
038270     MOVE SPACES TO ALERT-RECORD
038280     ACCEPT ALERT-DATE FROM DATE YYYYMMDD
038290     ACCEPT ALERT-TIME FROM TIME
038300     MOVE STACK-ID(STK-IDX) TO ALERT-STACK-ID
038310     MOVE STACK-DEPT(STK-IDX) TO ALERT-DEPT
038320     MOVE STACK-TOP(STK-IDX) TO ALERT-DEPTH
038330     MOVE WS-EFF-CAPACITY TO ALERT-CAPACITY
038340     COMPUTE ALERT-PCT-USED = STACK-TOP(STK-IDX) * 100
038350         / WS-EFF-CAPACITY
038360     MOVE STACK-WARN-PCT(STK-IDX) TO ALERT-WARN-PCT
038370     WRITE ALERT-RECORD
038380     MOVE 'Y' TO STACK-ALERTED-SW(STK-IDX)
038390     ADD 1 TO WS-ALERT-COUNT
038400     DISPLAY 'CAPACITY WARNING - ' STACK-ID(STK-IDX)
038410         ' AT ' ALERT-PCT-USED ' PCT OF ' WS-EFF-CAPACITY.
038420 3600-EXIT.
038430     EXIT.
038440*----------------------------------------------------------------
038450* 3700-FIND-DUP-VALUE - LOOKS FOR WS-DUP-VALUE AMONG THE ENTRIES
038460*                       OF THE STACK AT STK-IDX.  WS-DUP-FOUND IS
038470*                       SET AND WS-DUP-POS POINTS AT THE FIRST
038480*                       SLOT HOLDING IT WHEN IT IS THERE.
038490*----------------------------------------------------------------
038500 3700-FIND-DUP-VALUE.
038510     MOVE 'N' TO WS-DUP-FOUND-SW
038520     MOVE 0 TO WS-DUP-POS
038530     PERFORM 3710-CHECK-ONE-VALUE THRU 3710-EXIT
038540         VARYING WS-DUP-SCAN FROM 1 BY 1
038550             UNTIL WS-DUP-SCAN > STACK-TOP(STK-IDX)
038560                 OR WS-DUP-FOUND.
038570 3700-EXIT.
038580     EXIT.
038590*----------------------------------------------------------------
038600* 3710-CHECK-ONE-VALUE - TESTS ONE ENTRY AGAINST WS-DUP-VALUE.
038610*----------------------------------------------------------------
038620 3710-CHECK-ONE-VALUE.
038630     IF STACK-VALUE(STK-IDX WS-DUP-SCAN) = WS-DUP-VALUE
038640         MOVE 'Y' TO WS-DUP-FOUND-SW
038650         MOVE WS-DUP-SCAN TO WS-DUP-POS
038660     END-IF.
038670 3710-EXIT.
038680     EXIT.
038690*----------------------------------------------------------------
038700* 4000-POP - REMOVES THE TOP ENTRY FROM THE STACK RESOLVED INTO
038710*            STK-IDX.  POPPING AN EMPTY STACK IS AN UNDERFLOW
038720*            AND IS FLAGGED VIA WS-MAX-RC RATHER THAN LET THE
038730*            JOB RUN TO A NORMAL COMPLETION.
038740*----------------------------------------------------------------
038750 4000-POP.
038760*    NOTHING LEAVES A FROZEN QUEUE - NOT EVEN AS A BACKORDER.
038770     IF STACK-FROZEN(STK-IDX)
038780         PERFORM 5100-REJECT-FOR-STATUS THRU 5100-EXIT
038790         GO TO 4000-EXIT
038800     END-IF
038810     IF STACK-TOP(STK-IDX) = 0
038820*        A BACKORDER-FLAGGED QUEUE PARKS THE DEMAND INSTEAD OF
038830*        REJECTING IT; ONLY A FULL DEMAND TABLE FALLS THROUGH
038840*        TO THE OLD UNDERFLOW PATH.
038850         IF STACK-BACKORDER(STK-IDX)
038860             PERFORM 4300-FILE-DEMAND THRU 4300-EXIT
038870             IF WS-DMD-FILED
038880                 GO TO 4000-EXIT
038890             END-IF
038900         END-IF
038910         DISPLAY 'STACK IS EMPTY: ' STACK-ID(STK-IDX)
038920         IF WS-MAX-RC < 16
038930             MOVE 16 TO WS-MAX-RC
038940         END-IF
038950         ADD 1 TO WS-REJECT-COUNT
038960         ADD 1 TO STACK-UNFL-CNT(STK-IDX)
038970         MOVE 'REJ ' TO WS-DSP-OUTCOME
038980         MOVE 'UNFL' TO WS-DSP-REASON
038990         IF WS-CUR-SRC > 0
039000             ADD 1 TO SRC-REJ-CNT(WS-CUR-SRC)
039010         END-IF
039020     ELSE
039030         IF STACK-FIFO(STK-IDX)
039040             MOVE STACK-VALUE(STK-IDX 1) TO WS-NUM
039050*            THE POPPED ENTRY'S ARRIVAL RIDES ON ITS AUDIT RECORD
039060*            FOR THE MOVEMENT FEED - CAPTURED BEFORE THE SHIFT.
039070             MOVE STACK-ARRIVAL(STK-IDX 1) TO AUDIT-ARRIVAL
039080             PERFORM 4100-SHIFT-FIFO-DOWN THRU 4100-EXIT
039090                 VARYING WS-IDX FROM 1 BY 1
039100                     UNTIL WS-IDX NOT < STACK-TOP(STK-IDX)
039110             DISPLAY 'POPPED (FIFO) FROM ' STACK-ID(STK-IDX)
039120                 ': ' WS-NUM
039130         ELSE
039140             MOVE STACK-VALUE(STK-IDX STACK-TOP(STK-IDX))
039150                 TO WS-NUM
039160             MOVE STACK-ARRIVAL(STK-IDX STACK-TOP(STK-IDX))
039170                 TO AUDIT-ARRIVAL
039180             DISPLAY 'POPPED FROM ' STACK-ID(STK-IDX) ': '
039190                 WS-NUM
039200         END-IF
039210         SUBTRACT 1 FROM STACK-TOP(STK-IDX)
039220         ADD 1 TO WS-POP-COUNT
039230         ADD 1 TO STACK-POP-CNT(STK-IDX)
039240         IF WS-CUR-SRC > 0
039250             ADD 1 TO SRC-POP-CNT(WS-CUR-SRC)
039260         END-IF
039270         MOVE 'POP ' TO AUDIT-OPERATION
039280         MOVE WS-NUM TO AUDIT-VALUE
039290         MOVE STACK-TOP(STK-IDX) TO AUDIT-RESULT-TOP
039300         MOVE SPACES TO AUDIT-XFER-STACK-ID
039310         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
039320     END-IF.
039330 4000-EXIT.
039340     EXIT.
039350*----------------------------------------------------------------
039360* 4100-SHIFT-FIFO-DOWN - MOVES EVERY REMAINING FIFO ENTRY DOWN
039370*                        ONE SLOT AFTER THE OLDEST (SLOT 1) WAS
039380*                        TAKEN, PRESERVING ARRIVAL ORDER.
039390*----------------------------------------------------------------
039400 4100-SHIFT-FIFO-DOWN.
039410     MOVE STACK-ITEM(STK-IDX WS-IDX + 1)
039420         TO STACK-ITEM(STK-IDX WS-IDX).
039430 4100-EXIT.
039440     EXIT.
039450*----------------------------------------------------------------
039460* 4300-FILE-DEMAND - PARKS AN UNSATISFIED POP AGAINST A
039470*                    BACKORDER-FLAGGED QUEUE AS AN OPEN DEMAND,
039480*                    DATE/TIME-STAMPED SO IT IS SATISFIED IN
039490*                    ARRIVAL ORDER AND THE MORNING SHIFT CAN SEE
039500*                    HOW LONG IT HAS WAITED.  THE BKO AUDIT
039510*                    RECORD IS DEPTH-NEUTRAL - NOTHING CAME OFF
039520*                    THE (EMPTY) STACK.  A FULL TABLE LEAVES
039530*                    WS-DMD-FILED OFF SO THE CALLER FALLS BACK
039540*                    TO THE PLAIN UNDERFLOW REJECTION.
039550*----------------------------------------------------------------
039560 4300-FILE-DEMAND.
039570     IF WS-DMD-COUNT NOT < MAX-DEMANDS
039580         DISPLAY 'WARNING - DEMAND TABLE FULL, POP UNDERFLOWS '
039590             'ON ' STACK-ID(STK-IDX)
039600         MOVE 'N' TO WS-DMD-FILED-SW
039610         GO TO 4300-EXIT
039620     END-IF
039630     ADD 1 TO WS-DMD-COUNT
039640     MOVE STACK-ID(STK-IDX) TO DEM-STACK-ID(WS-DMD-COUNT)
039650     MOVE WS-TODAY TO DEM-DATE(WS-DMD-COUNT)
039660     ACCEPT DEM-TIME(WS-DMD-COUNT) FROM TIME
039670     MOVE 'Y' TO DEM-OPEN-SW(WS-DMD-COUNT)
039680     MOVE 'Y' TO WS-DMD-FILED-SW
039690     ADD 1 TO WS-BACKORDER-COUNT
039700     MOVE 'BKO ' TO WS-DSP-OUTCOME
039710     DISPLAY 'POP BACKORDERED ON EMPTY STACK: '
039720         STACK-ID(STK-IDX)
039730     MOVE 'BKO ' TO AUDIT-OPERATION
039740     MOVE 0 TO AUDIT-VALUE
039750     MOVE STACK-TOP(STK-IDX) TO AUDIT-RESULT-TOP
039760     MOVE SPACES TO AUDIT-XFER-STACK-ID
039770     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
039780 4300-EXIT.
039790     EXIT.
039800*----------------------------------------------------------------
039810* 4500-PEEK - DISPLAYS THE NEXT-OUT VALUE FOR THE STACK RESOLVED
039820*             INTO STK-IDX WITHOUT REMOVING IT: THE TOP FOR A
039830*             LIFO STACK, THE OLDEST ENTRY FOR A FIFO QUEUE.
039840*----------------------------------------------------------------
039850 4500-PEEK.
039860     IF STACK-TOP(STK-IDX) = 0
039870         DISPLAY 'STACK IS EMPTY: ' STACK-ID(STK-IDX)
039880     ELSE
039890         IF STACK-FIFO(STK-IDX)
039900             MOVE STACK-VALUE(STK-IDX 1) TO WS-NUM
039910             DISPLAY 'NEXT OUT OF ' STACK-ID(STK-IDX) ': '
039920                 WS-NUM
039930         ELSE
039940             MOVE STACK-VALUE(STK-IDX STACK-TOP(STK-IDX))
039950                 TO WS-NUM
039960             DISPLAY 'TOP OF ' STACK-ID(STK-IDX) ': ' WS-NUM
039970         END-IF
039980     END-IF.
039990 4500-EXIT.
040000     EXIT.
040010*----------------------------------------------------------------
040020* 4700-TRANSFER - MOVES THE NEXT-OUT ENTRY OF THE SOURCE QUEUE
040030*                 (RESOLVED INTO STK-IDX BY THE CALLER) ONTO THE
040040*                 TARGET QUEUE NAMED BY TRANS-STACK-ID-2, AS ONE
040050*                 TRANSACTION.  EVERY CONDITION THAT COULD FAIL
040060*                 EITHER HALF - A BAD TARGET, A FULL TARGET, AN
040070*                 EMPTY SOURCE, A QUEUE WHOSE LIFECYCLE STATUS
040080*                 REFUSES THE MOVE, A TARGET ALREADY HOLDING THE
040090*                 VALUE - IS PROVED BEFORE EITHER QUEUE IS
040100*                 TOUCHED, SO A REJECTED TRANSFER LEAVES BOTH
040110*                 EXACTLY AS THEY WERE.  THE COMPLETED MOVE AUDITS
040120*                 AS A POP AND A PUSH, EACH CARRYING THE PARTNER
040130*                 QUEUE IN AUDIT-XFER-STACK-ID.
040140*----------------------------------------------------------------
040150 4700-TRANSFER.
040160     SET WS-XFER-SRC-SUB TO STK-IDX
040170     PERFORM 2055-RESOLVE-XFER-TARGET THRU 2055-EXIT
040180     EVALUATE TRUE
040190         WHEN WS-STACK-ID-BLANK
040200             MOVE 'BLNK' TO REJECT-REASON-CODE
040210             PERFORM 5000-REJECT-TRANSACTION THRU 5000-EXIT
040220             IF WS-MAX-RC < 8
040230                 MOVE 8 TO WS-MAX-RC
040240             END-IF
040250             GO TO 4700-EXIT
040260         WHEN WS-STACK-NOT-RESOLVED
040270             MOVE 'NOSL' TO REJECT-REASON-CODE
040280             PERFORM 5000-REJECT-TRANSACTION THRU 5000-EXIT
040290             GO TO 4700-EXIT
040300         WHEN WS-STACK-UNREGISTERED
040310             MOVE 'UNRG' TO REJECT-REASON-CODE
040320             PERFORM 5000-REJECT-TRANSACTION THRU 5000-EXIT
040330             IF WS-MAX-RC < 8
040340                 MOVE 8 TO WS-MAX-RC
040350             END-IF
040360             GO TO 4700-EXIT
040370         WHEN WS-STACK-RETIRED-ID
040380             MOVE 'RETD' TO REJECT-REASON-CODE
040390             PERFORM 5000-REJECT-TRANSACTION THRU 5000-EXIT
040400             IF WS-MAX-RC < 4
040410                 MOVE 4 TO WS-MAX-RC
040420             END-IF
040430             GO TO 4700-EXIT
040440     END-EVALUATE
040450     SET WS-XFER-TGT-SUB TO STK-IDX
040460     IF WS-XFER-TGT-SUB = WS-XFER-SRC-SUB
040470         MOVE 'XSAM' TO REJECT-REASON-CODE
040480         PERFORM 5000-REJECT-TRANSACTION THRU 5000-EXIT
040490         IF WS-MAX-RC < 8
040500             MOVE 8 TO WS-MAX-RC
040510         END-IF
040520         GO TO 4700-EXIT
040530     END-IF
040540*    A FROZEN SOURCE GIVES NOTHING UP, AND A DRAINING OR RETIRED
040550*    TARGET TAKES NOTHING IN.
040560     IF STACK-FROZEN(WS-XFER-SRC-SUB)
040570         SET STK-IDX TO WS-XFER-SRC-SUB
040580         PERFORM 5100-REJECT-FOR-STATUS THRU 5100-EXIT
040590         GO TO 4700-EXIT
040600     END-IF
040610     IF STACK-DRAINING(STK-IDX) OR STACK-RETIRED(STK-IDX)
040620         PERFORM 5100-REJECT-FOR-STATUS THRU 5100-EXIT
040630         GO TO 4700-EXIT
040640     END-IF
040650*    BOTH FAILURE CONDITIONS ARE PROVED HERE, BEFORE EITHER
040660*    QUEUE IS TOUCHED - THE TRANSFER APPLIES IN FULL OR NOT AT
040670*    ALL.  STK-IDX IS POSITIONED AT THE TARGET, SO 2070 RETURNS
040680*    THE TARGET'S EFFECTIVE CAPACITY.
040690     MOVE 'N' TO WS-XFER-DMD-SW
040700     IF STACK-BACKORDER(WS-XFER-TGT-SUB)
040710         AND NOT STACK-FROZEN(WS-XFER-TGT-SUB)
040720         PERFORM 3550-FIND-OPEN-DEMAND THRU 3550-EXIT
040730         IF WS-DMD-FOUND
040740             MOVE 'Y' TO WS-XFER-DMD-SW
040750         END-IF
040760     END-IF
040770     PERFORM 2070-SET-EFF-CAPACITY THRU 2070-EXIT
040780*    A TRANSFER FEEDING AN OPEN BACKORDER DEMAND NEVER LANDS ON
040790*    THE TARGET, SO THE CAPACITY CHECK ONLY APPLIES WHEN NO
040800*    DEMAND IS WAITING.
040810     IF NOT WS-XFER-TO-DEMAND
040820         AND STACK-TOP(WS-XFER-TGT-SUB) NOT < WS-EFF-CAPACITY
040830         DISPLAY 'XFER REJECTED - OVERFLOW ON TARGET STACK '
040840             STACK-ID(WS-XFER-TGT-SUB) ', CAPACITY = '
040850             WS-EFF-CAPACITY
040860         IF WS-MAX-RC < 12
040870             MOVE 12 TO WS-MAX-RC
040880         END-IF
040890         ADD 1 TO WS-REJECT-COUNT
040900         ADD 1 TO STACK-OVFL-CNT(WS-XFER-TGT-SUB)
040910         MOVE 'REJ ' TO WS-DSP-OUTCOME
040920         MOVE 'OVFL' TO WS-DSP-REASON
040930         IF WS-CUR-SRC > 0
040940             ADD 1 TO SRC-REJ-CNT(WS-CUR-SRC)
040950         END-IF
040960         GO TO 4700-EXIT
040970     END-IF
040980     IF STACK-TOP(WS-XFER-SRC-SUB) = 0
040990         DISPLAY 'XFER REJECTED - SOURCE STACK IS EMPTY: '
041000             STACK-ID(WS-XFER-SRC-SUB)
041010         IF WS-MAX-RC < 16
041020             MOVE 16 TO WS-MAX-RC
041030         END-IF
041040         ADD 1 TO WS-REJECT-COUNT
041050         ADD 1 TO STACK-UNFL-CNT(WS-XFER-SRC-SUB)
041060         MOVE 'REJ ' TO WS-DSP-OUTCOME
041070         MOVE 'UNFL' TO WS-DSP-REASON
041080         IF WS-CUR-SRC > 0
041090             ADD 1 TO SRC-REJ-CNT(WS-CUR-SRC)
041100         END-IF
041110         GO TO 4700-EXIT
041120     END-IF
041130*    THE VALUE THAT WOULD LAND IS THE SOURCE'S NEXT-OUT ENTRY.  A
041140*    TARGET THAT CHECKS FOR DUPLICATES REFUSES IT WHEN IT ALREADY
041150*    HOLDS IT, WHETHER OR NOT A BACKORDER DEMAND IS WAITING THERE.
041160     IF STACK-DUP-CHECK(WS-XFER-TGT-SUB)
041170         SET STK-IDX TO WS-XFER-SRC-SUB
041180         IF STACK-FIFO(STK-IDX)
041190             MOVE STACK-VALUE(STK-IDX 1) TO WS-DUP-VALUE
041200         ELSE
041210             MOVE STACK-VALUE(STK-IDX STACK-TOP(STK-IDX))
041220                 TO WS-DUP-VALUE
041230         END-IF
041240         SET STK-IDX TO WS-XFER-TGT-SUB
041250         PERFORM 3700-FIND-DUP-VALUE THRU 3700-EXIT
041260         IF WS-DUP-FOUND
041270             PERFORM 5200-REJECT-DUPLICATE THRU 5200-EXIT
041280             GO TO 4700-EXIT
041290         END-IF
041300     END-IF
041310*    TAKE THE NEXT-OUT ENTRY OFF THE SOURCE, FIFO-AWARE, AND
041320*    AUDIT THE POP WITH THE TARGET QUEUE AS ITS PARTNER.
041330     SET STK-IDX TO WS-XFER-SRC-SUB
041340     IF STACK-FIFO(STK-IDX)
041350         MOVE STACK-VALUE(STK-IDX 1) TO WS-XFER-VALUE
041360         MOVE STACK-ARRIVAL(STK-IDX 1) TO WS-XFER-ARRIVAL
041370         PERFORM 4100-SHIFT-FIFO-DOWN THRU 4100-EXIT
041380             VARYING WS-IDX FROM 1 BY 1
041390                 UNTIL WS-IDX NOT < STACK-TOP(STK-IDX)
041400     ELSE
041410         MOVE STACK-VALUE(STK-IDX STACK-TOP(STK-IDX))
041420             TO WS-XFER-VALUE
041430         MOVE STACK-ARRIVAL(STK-IDX STACK-TOP(STK-IDX))
041440             TO WS-XFER-ARRIVAL
041450     END-IF
041460     SUBTRACT 1 FROM STACK-TOP(STK-IDX)
041470     ADD 1 TO WS-POP-COUNT
041480     ADD 1 TO STACK-POP-CNT(STK-IDX)
041490     IF WS-CUR-SRC > 0
041500         ADD 1 TO SRC-POP-CNT(WS-CUR-SRC)
041510     END-IF
041520     MOVE 'POP ' TO AUDIT-OPERATION
041530     MOVE WS-XFER-VALUE TO AUDIT-VALUE
041540     MOVE STACK-TOP(STK-IDX) TO AUDIT-RESULT-TOP
041550     MOVE STACK-ID(WS-XFER-TGT-SUB) TO AUDIT-XFER-STACK-ID
041560     MOVE WS-XFER-ARRIVAL TO AUDIT-ARRIVAL
041570     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
041580*    LAND IT ON THE TARGET AND AUDIT THE PUSH WITH THE SOURCE
041590*    QUEUE AS ITS PARTNER.
041600     SET STK-IDX TO WS-XFER-TGT-SUB
041610     IF WS-XFER-TO-DEMAND
041620         MOVE 'N' TO DEM-OPEN-SW(WS-DMD-SUB)
041630         ADD 1 TO WS-BACKFILL-COUNT
041640         MOVE 'BKF ' TO WS-DSP-OUTCOME
041650         DISPLAY 'TRANSFER OF ' WS-XFER-VALUE ' FROM '
041660             STACK-ID(WS-XFER-SRC-SUB) ' SATISFIED BACKORDER '
041670             'ON ' STACK-ID(STK-IDX)
041680         MOVE 'BKF ' TO AUDIT-OPERATION
041690         MOVE WS-XFER-VALUE TO AUDIT-VALUE
041700         MOVE STACK-TOP(STK-IDX) TO AUDIT-RESULT-TOP
041710         MOVE STACK-ID(WS-XFER-SRC-SUB) TO AUDIT-XFER-STACK-ID
041720         MOVE WS-XFER-ARRIVAL TO AUDIT-ARRIVAL
041730         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
041740         ADD 1 TO WS-XFER-COUNT
041750         GO TO 4700-EXIT
041760     END-IF
041770     ADD 1 TO STACK-TOP(STK-IDX)
041780     MOVE WS-XFER-VALUE
041790         TO STACK-VALUE(STK-IDX STACK-TOP(STK-IDX))
041800*    THE ENTRY KEEPS ITS ORIGINAL ARRIVAL DATE ACROSS THE MOVE -
041810*    REBALANCING WORK BETWEEN QUEUES DOES NOT MAKE IT YOUNGER,
041820*    AND THE SLA CLOCK ON THE AGING REPORT KEEPS RUNNING.
041830     MOVE WS-XFER-ARRIVAL
041840         TO STACK-ARRIVAL(STK-IDX STACK-TOP(STK-IDX))
041850     ADD 1 TO WS-PUSH-COUNT
041860     ADD 1 TO STACK-PUSH-CNT(STK-IDX)
041870     IF WS-CUR-SRC > 0
041880         ADD 1 TO SRC-PUSH-CNT(WS-CUR-SRC)
041890     END-IF
041900     IF STACK-TOP(STK-IDX) > WS-HIGH-WATER-MARK
041910         MOVE STACK-TOP(STK-IDX) TO WS-HIGH-WATER-MARK
041920     END-IF
041930     IF STACK-TOP(STK-IDX) > STACK-HIGH-WATER(STK-IDX)
041940         MOVE STACK-TOP(STK-IDX) TO STACK-HIGH-WATER(STK-IDX)
041950     END-IF
041960     IF STACK-WARN-PCT(STK-IDX) > 0
041970         AND NOT STACK-ALERTED(STK-IDX)
041980         AND STACK-TOP(STK-IDX) * 100 NOT <
041990             STACK-WARN-PCT(STK-IDX) * WS-EFF-CAPACITY
042000         PERFORM 3600-RAISE-ALERT THRU 3600-EXIT
042010     END-IF
042020     MOVE 'PUSH' TO AUDIT-OPERATION
042030     MOVE WS-XFER-VALUE TO AUDIT-VALUE
042040     MOVE STACK-TOP(STK-IDX) TO AUDIT-RESULT-TOP
042050     MOVE STACK-ID(WS-XFER-SRC-SUB) TO AUDIT-XFER-STACK-ID
042060     MOVE WS-XFER-ARRIVAL TO AUDIT-ARRIVAL
042070     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
042080     ADD 1 TO WS-XFER-COUNT
042090     DISPLAY 'TRANSFERRED ' WS-XFER-VALUE ' FROM '
042100         STACK-ID(WS-XFER-SRC-SUB) ' TO ' STACK-ID(STK-IDX).
042110 4700-EXIT.
042120     EXIT.
042130*----------------------------------------------------------------
042140* 5000-REJECT-TRANSACTION - WRITES THE ORIGINAL TRANSACTION
042150*                           RECORD AND REASON CODE TO THE REJECT
042160*                           FILE INSTEAD OF LETTING A BAD VALUE
042170*                           REACH THE STACK.  A NO-FREE-SLOT
042180*                           REJECTION (REASON NOSL) IS COUNTED
042190*                           SEPARATELY FROM AN INVALID TRANSACTION
042200*                           (REASON NNUM, BADO, BLNK OR XSAM -
042210*                           A TRANSFER NAMING THE SAME QUEUE ON
042220*                           BOTH SIDES -
042230*                           FRZN, DRNG OR RETD, A QUEUE WHOSE
042240*                           LIFECYCLE STATUS REFUSED IT, OR DUPV,
042250*                           A VALUE ALREADY ON THE QUEUE) SINCE A
042260*                           FULL STACK TABLE AND A BAD UPSTREAM
042270*                           RECORD ARE DIFFERENT FAILURES THE
042280*                           MORNING SHIFT NEEDS TO TELL APART.
042290*----------------------------------------------------------------
042300 5000-REJECT-TRANSACTION.
042310     MOVE TRANS-RECORD TO REJECT-TRANS-RECORD
042320     ACCEPT REJECT-DATE FROM DATE YYYYMMDD
042330     WRITE REJECT-RECORD
042340     MOVE 'REJ ' TO WS-DSP-OUTCOME
042350     MOVE REJECT-REASON-CODE TO WS-DSP-REASON
042360     IF REJECT-REASON-CODE = 'NOSL'
042370         ADD 1 TO WS-CAPACITY-REJ-COUNT
042380     ELSE
042390         IF REJECT-REASON-CODE = 'UNRG'
042400             ADD 1 TO WS-UNREG-COUNT
042410         ELSE
042420             ADD 1 TO WS-INVALID-COUNT
042430         END-IF
042440     END-IF
042450     IF WS-CUR-SRC > 0
042460         ADD 1 TO SRC-REJ-CNT(WS-CUR-SRC)
042470     END-IF
042480     DISPLAY 'TRANSACTION REJECTED - REASON ' REJECT-REASON-CODE
042490         ': ' TRANS-RECORD.
042500 5000-EXIT.
042510     EXIT.
042520*----------------------------------------------------------------
042530* 5100-REJECT-FOR-STATUS - REJECTS A TRANSACTION THE LIFECYCLE
042540*                          STATUS OF THE QUEUE AT STK-IDX REFUSES:
042550*                          FRZN FOR A POP OR TRANSFER OUT OF A
042560*                          FROZEN QUEUE, DRNG OR RETD FOR WORK
042570*                          SENT INTO A DRAINING OR RETIRED ONE.
042580*                          THE RECORD ITSELF WAS GOOD, SO RC 4
042590*                          RATHER THAN THE 8 OF A BAD RECORD.
042600*----------------------------------------------------------------
042610 5100-REJECT-FOR-STATUS.
042620     EVALUATE TRUE
042630         WHEN STACK-FROZEN(STK-IDX)
042640             MOVE 'FRZN' TO REJECT-REASON-CODE
042650         WHEN STACK-DRAINING(STK-IDX)
042660             MOVE 'DRNG' TO REJECT-REASON-CODE
042670         WHEN OTHER
042680             MOVE 'RETD' TO REJECT-REASON-CODE
042690     END-EVALUATE
042700     PERFORM 5000-REJECT-TRANSACTION THRU 5000-EXIT
042710     IF WS-MAX-RC < 4
042720         MOVE 4 TO WS-MAX-RC
042730     END-IF.
042740 5100-EXIT.
042750     EXIT.
042760*----------------------------------------------------------------
042770* 5200-REJECT-DUPLICATE - REJECTS A PUSH OR TRANSFER LANDING WHOSE
042780*                         VALUE 3700-FIND-DUP-VALUE FOUND ALREADY
042790*                         HELD ON THE QUEUE AT STK-IDX (REASON
042800*                         DUPV).  THE RECORD ITSELF WAS GOOD, SO
042810*                         RC 4 AS FOR A STATUS REJECTION.
042820*----------------------------------------------------------------
042830 5200-REJECT-DUPLICATE.
042840     DISPLAY 'VALUE ' WS-DUP-VALUE ' ALREADY HELD AT POSITION '
042850         WS-DUP-POS ' ON STACK ' STACK-ID(STK-IDX)
042860     MOVE 'DUPV' TO REJECT-REASON-CODE
042870     PERFORM 5000-REJECT-TRANSACTION THRU 5000-EXIT
042880     IF WS-MAX-RC < 4
042890         MOVE 4 TO WS-MAX-RC
042900     END-IF.
042910 5200-EXIT.
042920     EXIT.
042930*----------------------------------------------------------------
042940* 6000-WRITE-AUDIT-RECORD - WRITES A DATE/TIME-STAMPED RECORD OF
042950*                           THE PUSH OR POP JUST COMPLETED FOR
042960*                           STK-IDX, FOR MONTHLY RECONCILIATION.
042970*----------------------------------------------------------------
042980 6000-WRITE-AUDIT-RECORD.
042990     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
043000     ACCEPT AUDIT-TIME FROM TIME
043010     MOVE STACK-ID(STK-IDX) TO AUDIT-STACK-ID
043020     MOVE 'B' TO AUDIT-ORIGIN
043030     WRITE AUDIT-RECORD
043040*    THE CALLER FILLS WHAT ENTRY DETAIL ITS OPERATION CARRIES -
043050*    CLEAR IT SO IT CANNOT RIDE ALONG ON THE NEXT RECORD.
043060     MOVE SPACES TO AUDIT-ENTRY-DETAIL
043070     MOVE SPACES TO AUDIT-STATUS-CHANGE.
043080 6000-EXIT.
043090     EXIT.
043100*----------------------------------------------------------------
043110* 6500-RELEASE-RETIRED - RELEASES A RETIRED QUEUE THE RUN LEFT
043120*                        EMPTY: IT IS AUDITED AS A RETR AND MARKED
043130*                        SO 7005-WRITE-STACK-ENTRY LEAVES IT OFF
043140*                        THE CHECKPOINT AND VSAM STATE FILES,
043150*                        WHICH FREES ITS SLOT FROM THE NEXT RUN
043160*                        ON.  A BACKORDER DEMAND STILL OPEN
043170*                        AGAINST IT IS WARNED - IT STAYS ON DMDFIL
043180*                        FOR THE DESK TO CLEAR.
043190*----------------------------------------------------------------
043200 6500-RELEASE-RETIRED.
043210     IF STACK-ID(STK-IDX) = SPACES
043220         OR NOT STACK-RETIRED(STK-IDX)
043230         OR STACK-TOP(STK-IDX) > 0
043240         GO TO 6500-EXIT
043250     END-IF
043260     PERFORM 3550-FIND-OPEN-DEMAND THRU 3550-EXIT
043270     IF WS-DMD-FOUND
043280         DISPLAY 'WARNING - RETIRED QUEUE ' STACK-ID(STK-IDX)
043290             ' RELEASED WITH A BACKORDER DEMAND OPEN'
043300         IF WS-MAX-RC < 4
043310             MOVE 4 TO WS-MAX-RC
043320         END-IF
043330     END-IF
043340     MOVE 'Y' TO STACK-RELEASED-SW(STK-IDX)
043350     ADD 1 TO WS-RETIRED-REL-COUNT
043360     DISPLAY 'RETIRED QUEUE RELEASED: ' STACK-ID(STK-IDX)
043370     MOVE 'RETR' TO AUDIT-OPERATION
043380     MOVE 0 TO AUDIT-VALUE
043390     MOVE 0 TO AUDIT-RESULT-TOP
043400     MOVE SPACES TO AUDIT-XFER-STACK-ID
043410     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
043420 6500-EXIT.
043430     EXIT.
043440*----------------------------------------------------------------
043450* 7000-SAVE-STACK - WRITES EVERY STACK THAT WAS USED THIS RUN,
043460*                   WITH ITS CURRENT VALUES AND TOP POINTER, TO
043470*                   THE CHECKPOINT FILE SO THE NEXT RUN CAN PICK
043480*                   UP WHERE THIS ONE LEFT OFF, AND MIRRORS THE
043490*                   SAME DATA INTO THE VSAM STATE FILE THAT THE
043500*                   ONLINE INQUIRY TRANSACTION READS.
043510*----------------------------------------------------------------
043520 7000-SAVE-STACK.
043530     OPEN OUTPUT CKPT-FILE
043540     OPEN OUTPUT VSAM-STATE-FILE
043550     IF NOT WS-VSM-OK
043560         DISPLAY 'WARNING - BAD OPEN ON VSAM-STATE-FILE, STATUS '
043570             '= ' WS-VSM-STATUS
043580     END-IF
043590     PERFORM 7005-WRITE-STACK-ENTRY THRU 7005-EXIT
043600         VARYING STK-IDX FROM 1 BY 1 UNTIL STK-IDX > MAX-STACKS
043610     CLOSE CKPT-FILE
043620     CLOSE VSAM-STATE-FILE.
043630 7000-EXIT.
043640     EXIT.
043650*----------------------------------------------------------------
043660* 7005-WRITE-STACK-ENTRY - WRITES ONE CHECKPOINT RECORD FOR A
043670*                          STACK SLOT THAT WAS ASSIGNED A
043680*                          STACK-ID THIS RUN, AND THE MATCHING
043690*                          ENTRY IN THE VSAM STATE FILE KEYED BY
043700*                          STACK-ID FOR ONLINE INQUIRY.  UNUSED
043710*                          SLOTS ARE SKIPPED.  CKPT-VALUE IS
043720*                          ALWAYS FILLED OUT TO MAX-STACK-CAPACITY
043730*                          ENTRIES (NOT JUST THE RUN'S ACTIVE
043740*                          STACK-CAPACITY) SO THE RECORD'S
043750*                          PHYSICAL LENGTH NEVER VARIES ACROSS
043760*                          RUNS; SEE 7010-COPY-SAVE-ENTRY.
043770*                          A RETIRED QUEUE RELEASED BY 6500 IS
043780*                          SKIPPED LIKE AN UNUSED SLOT.
043790*----------------------------------------------------------------
043800 7005-WRITE-STACK-ENTRY.
043810     IF STACK-ID(STK-IDX) = SPACES
043820         OR STACK-RELEASED(STK-IDX)
043830         GO TO 7005-EXIT
043840     END-IF
043850     MOVE STACK-ID(STK-IDX) TO CKPT-STACK-ID
043860     MOVE STACK-TOP(STK-IDX) TO CKPT-TOP
043870     ADD STACK-TOP(STK-IDX) TO WS-LDG-CKPT-COUNT
043880     PERFORM 2070-SET-EFF-CAPACITY THRU 2070-EXIT
043890     MOVE WS-EFF-CAPACITY TO CKPT-CAPACITY
043900     MOVE STACK-DEPT(STK-IDX) TO CKPT-DEPT
043910     MOVE STACK-MODE(STK-IDX) TO CKPT-MODE
043920     MOVE STACK-STATUS(STK-IDX) TO CKPT-Q-STATUS
043930     PERFORM 7010-COPY-SAVE-ENTRY THRU 7010-EXIT
043940         VARYING WS-IDX FROM 1 BY 1
043950             UNTIL WS-IDX > MAX-STACK-CAPACITY
043960     WRITE CKPT-RECORD
043970     MOVE CKPT-RECORD TO VSM-RECORD
043980     WRITE VSM-RECORD
043990         INVALID KEY
044000             DISPLAY 'WARNING - COULD NOT WRITE VSAM STATE FOR '
044010                 STACK-ID(STK-IDX) ', STATUS = ' WS-VSM-STATUS
044020     END-WRITE.
044030 7005-EXIT.
044040     EXIT.
044050*----------------------------------------------------------------
044060* 7010-COPY-SAVE-ENTRY - COPIES ONE WORKING STACK VALUE INTO THE
044070*                        CHECKPOINT RECORD.  WS-IDX RUNS ALL THE
044080*                        WAY TO MAX-STACK-CAPACITY SO CKPT-VALUE
044090*                        IS FILLED OUT IN FULL, BUT ONLY SLOTS UP
044100*                        TO THE STACK'S EFFECTIVE CAPACITY HOLD
044110*                        A VALUE PUSH EVER ACTUALLY WROTE -
044120*                        ANYTHING BEYOND THAT IS STORED AS ZERO
044130*                        RATHER THAN COPIED FROM STACK-ITEM'S
044140*                        UNUSED SLOTS.
044150*----------------------------------------------------------------
044160 7010-COPY-SAVE-ENTRY.
044170     IF WS-IDX NOT > WS-EFF-CAPACITY
044180         MOVE STACK-VALUE(STK-IDX WS-IDX) TO CKPT-VALUE(WS-IDX)
044190         IF WS-IDX NOT > STACK-TOP(STK-IDX)
044200             ADD STACK-VALUE(STK-IDX WS-IDX) TO WS-LDG-CKPT-HASH
044210         END-IF
044220         MOVE STACK-ARRIVAL(STK-IDX WS-IDX)
044230             TO CKPT-ARRIVAL(WS-IDX)
044240     ELSE
044250         MOVE 0 TO CKPT-VALUE(WS-IDX)
044260         MOVE 0 TO CKPT-ARRIVAL(WS-IDX)
044270     END-IF.
044280 7010-EXIT.
044290     EXIT.
044300*----------------------------------------------------------------
044310* 7500-COMMIT-POINT - HARD-COMMITS THE RUN'S PROGRESS MID-FLIGHT:
044320*                     REBUILDS CMTFIL WITH A HEADER CARRYING THE
044330*                     COUNT OF TRANSACTIONS CONSUMED SO FAR (AND
044340*                     A DATE/TIME STAMP FOR THE OPERATOR) PLUS
044350*                     ONE RECORD PER USED STACK AND ONE PER
044360*                     OPEN BACKORDER DEMAND, SO AN ABEND AT
044370*                     TRANSACTION 40,000 OF 50,000 COSTS AT MOST
044380*                     ONE COMMIT INTERVAL OF RERUN INSTEAD OF
044390*                     THE WHOLE FILE.  CALLED FROM THE MAIN LOOP
044400*                     BETWEEN TRANSACTIONS, SO STK-IDX IS FREE
044410*                     TO REUSE.
044420*----------------------------------------------------------------
044430 7500-COMMIT-POINT.
044440*    HARDEN THE AUDIT TRAIL FIRST - THE CLOSE FLUSHES ANY
044450*    BUFFERED AUDIT RECORDS, SO BY THE TIME THE COMMIT POINT
044460*    CLAIMS A TRANSACTION WAS APPLIED ITS AUDIT RECORD IS
044470*    SAFELY ON AUDFIL.  THE REVERSE ORDER WOULD LET AN ABEND
044480*    BETWEEN THE TWO LEAVE A COMMIT POINT CLAIMING TRANSACTIONS
044490*    WHOSE AUDIT WAS STILL BUFFERED, AND RECONCILIATION WOULD
044500*    COME UP SHORT WITH NO EXPLANATION.  THE REMAINING EXPOSURE
044510*    RUNS THE OTHER WAY: AUDIT RECORDS WRITTEN AFTER THIS
044520*    COMMIT CAN SURVIVE AN ABEND, AND THE RESTARTED RUN WILL
044530*    RE-APPLY AND RE-AUDIT THOSE TRANSACTIONS, LEAVING
044540*    DUPLICATES THAT MAKE STACK-RECONCILE REPORT RESULT-TOP
044550*    INCONSISTENCIES FOR THE ABEND DAY.  THOSE FINDINGS ARE THE
044560*    SIGNAL TO TRIM AUDFIL OF THE RECORDS TIME-STAMPED BETWEEN
044570*    THE LAST COMMIT (ITS DATE/TIME IS IN THE COMMIT HEADER)
044580*    AND THE ABEND BEFORE TRUSTING THE MONTH-END NUMBERS.
044590     CLOSE AUDIT-FILE
044600     OPEN EXTEND AUDIT-FILE
044610     IF NOT WS-AUD-OK
044620         DISPLAY 'WARNING - BAD RE-OPEN ON AUDIT-FILE, STATUS '
044630             '= ' WS-AUD-STATUS
044640     END-IF
044650*    THE DISPOSITION WORK DATASET IS HARDENED THE SAME WAY, SO
044660*    EVERY DISPOSITION THE COMMIT COUNTS IS ON DSPWRK.
044670     CLOSE DISP-WORK-FILE
044680     OPEN EXTEND DISP-WORK-FILE
044690     IF NOT WS-DSP-OK
044700         DISPLAY 'WARNING - BAD RE-OPEN ON DISP-WORK-FILE, '
044710             'STATUS = ' WS-DSP-STATUS
044720     END-IF
044730     OPEN OUTPUT COMMIT-FILE
044740     IF NOT WS-CMT-OK
044750         DISPLAY 'WARNING - BAD OPEN ON COMMIT-FILE, STATUS = '
044760             WS-CMT-STATUS ', COMMIT POINT SKIPPED'
044770         GO TO 7500-EXIT
044780     END-IF
044790     MOVE WS-TRANS-CONSUMED TO CMT-HDR-CONSUMED
044800     ACCEPT CMT-HDR-DATE FROM DATE YYYYMMDD
044810     ACCEPT CMT-HDR-TIME FROM TIME
044820     MOVE WS-HDR-DATE TO CMT-HDR-FILE-DATE
044830     MOVE WS-HDR-SOURCE TO CMT-HDR-SOURCE
044840     MOVE WS-PUSH-COUNT TO CMT-HDR-PUSH-COUNT
044850     MOVE WS-POP-COUNT TO CMT-HDR-POP-COUNT
044860     MOVE WS-REJECT-COUNT TO CMT-HDR-REJECT-COUNT
044870     MOVE WS-INVALID-COUNT TO CMT-HDR-INVALID-COUNT
044880     MOVE WS-CAPACITY-REJ-COUNT TO CMT-HDR-CAPREJ-COUNT
044890     MOVE WS-UNREG-COUNT TO CMT-HDR-UNREG-COUNT
044900     MOVE WS-HIGH-WATER-MARK TO CMT-HDR-HIGH-WATER
044910     MOVE WS-XFER-COUNT TO CMT-HDR-XFER-COUNT
044920     MOVE WS-BACKORDER-COUNT TO CMT-HDR-BKO-COUNT
044930     MOVE WS-BACKFILL-COUNT TO CMT-HDR-BKF-COUNT
044940     MOVE WS-TODAY TO CMT-HDR-RUN-DATE
044950     MOVE WS-ALERT-COUNT TO CMT-HDR-ALERT-COUNT
044960     MOVE WS-DSP-KEPT TO CMT-HDR-DSP-COUNT
044970     WRITE CMT-HEADER-RECORD
044980     PERFORM 7510-WRITE-COMMIT-ENTRY THRU 7510-EXIT
044990         VARYING STK-IDX FROM 1 BY 1 UNTIL STK-IDX > MAX-STACKS
045000*    THE OPEN BACKORDER DEMANDS RIDE THE COMMIT BEHIND THE
045010*    STACKS - A RESTART THAT SKIPS THE COMMITTED TRANSACTIONS
045020*    NEVER RE-RUNS THE POPS THAT FILED THEM OR THE PUSHES THAT
045030*    FILLED THEM, SO WITHOUT THESE ROWS A PRE-COMMIT DEMAND
045040*    WOULD EVAPORATE (OR A PRE-COMMIT FILL WOULD FILL TWICE OFF
045050*    THE STALE EOJ DATASET).  INSIDE THE TERMINATOR'S GUARD,
045060*    SO A PARTIAL COMMIT THROWS THEM AWAY WITH THE STACKS.
045070     PERFORM 7530-WRITE-COMMIT-DEMAND THRU 7530-EXIT
045080         VARYING WS-DMD-SCAN FROM 1 BY 1
045090             UNTIL WS-DMD-SCAN > WS-DMD-COUNT
045100*    THE END TERMINATOR, ECHOING THE CONSUMED COUNT, IS WHAT
045110*    PROVES THE COMMIT POINT COMPLETE - AN ABEND INSIDE THIS
045120*    REBUILD LEAVES IT OFF AND 1250-LOAD-COMMIT-POINT THEN
045130*    REFUSES THE PARTIAL COMMIT AND FALLS BACK TO THE
045140*    CHECKPOINT.
045150     MOVE SPACES TO CMT-STATS-RECORD
045160     MOVE CMT-END-KEY TO CMT-STAT-STACK-ID
045170     MOVE WS-TRANS-CONSUMED TO CMT-STAT-PUSH-CNT
045180     MOVE 0 TO CMT-STAT-POP-CNT
045190     MOVE 0 TO CMT-STAT-OVFL-CNT
045200     MOVE 0 TO CMT-STAT-UNFL-CNT
045210     MOVE 0 TO CMT-STAT-NNUM-CNT
045220     MOVE 0 TO CMT-STAT-HIGH-WATER
045230     WRITE CMT-STATS-RECORD
045240     CLOSE COMMIT-FILE
045250     MOVE WS-TRANS-CONSUMED TO WS-LAST-COMMIT.
045260 7500-EXIT.
045270     EXIT.
045280*----------------------------------------------------------------
045290* 7510-WRITE-COMMIT-ENTRY - WRITES ONE COMMITTED STACK RECORD,
045300*                           THE COMMIT-FILE TWIN OF 7005-WRITE-
045310*                           STACK-ENTRY.  UNUSED SLOTS ARE
045320*                           SKIPPED; CMT-VALUE IS FILLED OUT TO
045330*                           MAX-STACK-CAPACITY ENTRIES SO THE
045340*                           RECORD LENGTH NEVER VARIES.
045350*----------------------------------------------------------------
045360 7510-WRITE-COMMIT-ENTRY.
045370     IF STACK-ID(STK-IDX) = SPACES
045380         GO TO 7510-EXIT
045390     END-IF
045400     MOVE STACK-ID(STK-IDX) TO CMT-STACK-ID
045410     MOVE STACK-TOP(STK-IDX) TO CMT-TOP
045420     PERFORM 2070-SET-EFF-CAPACITY THRU 2070-EXIT
045430     MOVE WS-EFF-CAPACITY TO CMT-CAPACITY
045440     MOVE STACK-DEPT(STK-IDX) TO CMT-DEPT
045450     MOVE STACK-MODE(STK-IDX) TO CMT-MODE
045460     MOVE STACK-STATUS(STK-IDX) TO CMT-Q-STATUS
045470     PERFORM 7520-COPY-COMMIT-ENTRY THRU 7520-EXIT
045480         VARYING WS-IDX FROM 1 BY 1
045490             UNTIL WS-IDX > MAX-STACK-CAPACITY
045500     WRITE CMT-RECORD
045510*    THE ACTIVITY-COUNTERS RECORD RIDES BEHIND EVERY STACK
045520*    RECORD SO A RESTART CAN PICK THE DAY'S STATISTICS BACK UP.
045530     MOVE SPACES TO CMT-STATS-RECORD
045540     MOVE STACK-ID(STK-IDX) TO CMT-STAT-STACK-ID
045550     MOVE STACK-PUSH-CNT(STK-IDX) TO CMT-STAT-PUSH-CNT
045560     MOVE STACK-POP-CNT(STK-IDX) TO CMT-STAT-POP-CNT
045570     MOVE STACK-OVFL-CNT(STK-IDX) TO CMT-STAT-OVFL-CNT
045580     MOVE STACK-UNFL-CNT(STK-IDX) TO CMT-STAT-UNFL-CNT
045590     MOVE STACK-NNUM-CNT(STK-IDX) TO CMT-STAT-NNUM-CNT
045600     MOVE STACK-HIGH-WATER(STK-IDX) TO CMT-STAT-HIGH-WATER
045610     MOVE STACK-ALERTED-SW(STK-IDX) TO CMT-STAT-ALERTED-SW
045620     MOVE STACK-EXP-CNT(STK-IDX) TO CMT-STAT-EXP-CNT
045630     MOVE STACK-OPEN-DEPTH(STK-IDX) TO CMT-STAT-OPEN-DEPTH
045640     WRITE CMT-STATS-RECORD.
045650 7510-EXIT.
045660     EXIT.
045670*----------------------------------------------------------------
045680* 7520-COPY-COMMIT-ENTRY - COPIES ONE WORKING STACK VALUE INTO
045690*                          THE COMMIT RECORD, ZERO-FILLING THE
045700*                          SLOTS BEYOND THE RUN'S ACTIVE
045710*                          CAPACITY EXACTLY AS 7010-COPY-SAVE-
045720*                          ENTRY DOES FOR THE CHECKPOINT.
045730*----------------------------------------------------------------
045740 7520-COPY-COMMIT-ENTRY.
045750     IF WS-IDX NOT > WS-EFF-CAPACITY
045760         MOVE STACK-VALUE(STK-IDX WS-IDX) TO CMT-VALUE(WS-IDX)
045770         MOVE STACK-ARRIVAL(STK-IDX WS-IDX)
045780             TO CMT-ARRIVAL(WS-IDX)
045790     ELSE
045800         MOVE 0 TO CMT-VALUE(WS-IDX)
045810         MOVE 0 TO CMT-ARRIVAL(WS-IDX)
045820     END-IF.
045830 7520-EXIT.
045840     EXIT.
045850*----------------------------------------------------------------
045860* 7530-WRITE-COMMIT-DEMAND - WRITES ONE STILL-OPEN DEMAND INTO
045870*                           THE COMMIT FILE, THE COMMIT-FILE
045880*                           TWIN OF 7810-WRITE-ONE-DEMAND.
045890*                           CLOSED ROWS ARE DROPPED, SO THE
045900*                           RESTORED TABLE COMPACTS EXACTLY AS
045910*                           THE EOJ REWRITE DOES.
045920*----------------------------------------------------------------
045930 7530-WRITE-COMMIT-DEMAND.
045940     IF NOT DEM-OPEN(WS-DMD-SCAN)
045950         GO TO 7530-EXIT
045960     END-IF
045970     MOVE SPACES TO CMT-DEMAND-RECORD
045980     MOVE CMT-DEMAND-KEY TO CMT-DMD-KEY
045990     MOVE DEM-STACK-ID(WS-DMD-SCAN) TO CMT-DMD-STACK-ID
046000     MOVE DEM-DATE(WS-DMD-SCAN) TO CMT-DMD-DATE
046010     MOVE DEM-TIME(WS-DMD-SCAN) TO CMT-DMD-TIME
046020     WRITE CMT-DEMAND-RECORD.
046030 7530-EXIT.
046040     EXIT.
046050*----------------------------------------------------------------
046060* 7800-SAVE-DEMANDS - REWRITES THE DEMAND DATASET WITH EVERY
046070*                     DEMAND STILL OPEN, IN ARRIVAL ORDER, SO
046080*                     THE NEXT RUN PICKS THEM UP EXACTLY AS THE
046090*                     CHECKPOINT CARRIES THE STACKS.  ALSO
046100*                     LEAVES THE OUTSTANDING COUNT BEHIND FOR
046110*                     THE DAILY REPORT.
046120*----------------------------------------------------------------
046130 7800-SAVE-DEMANDS.
046140     MOVE 0 TO WS-DMD-OPEN-COUNT
046150     OPEN OUTPUT DMD-FILE
046160     IF NOT WS-DMD-OK
046170         DISPLAY 'WARNING - BAD OPEN ON DMD-FILE, STATUS = '
046180             WS-DMD-STATUS
046190         GO TO 7800-EXIT
046200     END-IF
046210     PERFORM 7810-WRITE-ONE-DEMAND THRU 7810-EXIT
046220         VARYING WS-DMD-SCAN FROM 1 BY 1
046230             UNTIL WS-DMD-SCAN > WS-DMD-COUNT
046240     CLOSE DMD-FILE.
046250 7800-EXIT.
046260     EXIT.
046270*----------------------------------------------------------------
046280* 7810-WRITE-ONE-DEMAND - WRITES ONE STILL-OPEN DEMAND; CLOSED
046290*                        ROWS ARE DROPPED HERE, WHICH IS THE
046300*                        ONLY PLACE THE TABLE EVER COMPACTS.
046310*----------------------------------------------------------------
046320 7810-WRITE-ONE-DEMAND.
046330     IF NOT DEM-OPEN(WS-DMD-SCAN)
046340         GO TO 7810-EXIT
046350     END-IF
046360     MOVE SPACES TO DMD-RECORD
046370     MOVE DEM-STACK-ID(WS-DMD-SCAN) TO DMD-STACK-ID
046380     MOVE DEM-DATE(WS-DMD-SCAN) TO DMD-DATE
046390     MOVE DEM-TIME(WS-DMD-SCAN) TO DMD-TIME
046400     WRITE DMD-RECORD
046410     ADD 1 TO WS-DMD-OPEN-COUNT.
046420 7810-EXIT.
046430     EXIT.
046440*----------------------------------------------------------------
046450* 8000-WRITE-REPORT - WRITES THE DAILY ACTIVITY REPORT OF
046460*                     PUSH/POP COUNTS, REJECTION COUNTS AND THE
046470*                     HIGH-WATER MARK FOR THE RUN.
046480*----------------------------------------------------------------
046490 8000-WRITE-REPORT.
046500     OPEN OUTPUT RPT-FILE
046510     MOVE SPACES TO RPT-LINE
046520     MOVE 'STACK-EXAMPLE DAILY ACTIVITY REPORT' TO RPT-LABEL
046530     WRITE RPT-RECORD FROM RPT-LINE
046540     MOVE SPACES TO RPT-LINE
046550     IF WS-TODAY-BUSINESS
046560         MOVE 'RUN DATE (A BUSINESS DAY)' TO RPT-LABEL
046570     ELSE
046580         MOVE 'RUN DATE (NOT A BUSINESS DAY)' TO RPT-LABEL
046590     END-IF
046600     MOVE WS-TODAY TO RPT-VALUE
046610     WRITE RPT-RECORD FROM RPT-LINE
046620     MOVE SPACES TO RPT-LINE
046630     MOVE 'RELEASES ROLL TO BUSINESS DAY - CALFIL TO'
046640         TO RPT-LABEL
046650     MOVE CAL-TAB-DATE(CAL-DAY-COUNT) TO RPT-VALUE
046660     WRITE RPT-RECORD FROM RPT-LINE
046670     MOVE SPACES TO RPT-LINE
046680     MOVE 'MAXIMUM LIFE COUNTED IN CALENDAR DAYS' TO RPT-LABEL
046690     WRITE RPT-RECORD FROM RPT-LINE
046700     MOVE SPACES TO RPT-LINE
046710     WRITE RPT-RECORD FROM RPT-LINE
046720     MOVE SPACES TO RPT-LINE
046730     MOVE 'TOTAL PUSH TRANSACTIONS' TO RPT-LABEL
046740     MOVE WS-PUSH-COUNT TO RPT-VALUE
046750     WRITE RPT-RECORD FROM RPT-LINE
046760     MOVE SPACES TO RPT-LINE
046770     MOVE 'TOTAL POP TRANSACTIONS' TO RPT-LABEL
046780     MOVE WS-POP-COUNT TO RPT-VALUE
046790     WRITE RPT-RECORD FROM RPT-LINE
046800     MOVE SPACES TO RPT-LINE
046810     MOVE 'STACK TRANSFERS COMPLETED (XFER)' TO RPT-LABEL
046820     MOVE WS-XFER-COUNT TO RPT-VALUE
046830     WRITE RPT-RECORD FROM RPT-LINE
046840     MOVE SPACES TO RPT-LINE
046850     MOVE 'FUTURE-DATED TRANSACTIONS HELD' TO RPT-LABEL
046860     MOVE WS-HELD-COUNT TO RPT-VALUE
046870     WRITE RPT-RECORD FROM RPT-LINE
046880     MOVE SPACES TO RPT-LINE
046890     MOVE 'PENDING TRANSACTIONS RELEASED' TO RPT-LABEL
046900     MOVE WS-RELEASED-COUNT TO RPT-VALUE
046910     WRITE RPT-RECORD FROM RPT-LINE
046920     MOVE SPACES TO RPT-LINE
046930     MOVE 'PENDING CARRIED FORWARD (STILL FUTURE)' TO RPT-LABEL
046940     MOVE WS-CARRIED-COUNT TO RPT-VALUE
046950     WRITE RPT-RECORD FROM RPT-LINE
046960     MOVE SPACES TO RPT-LINE
046970     MOVE 'POPS BACKORDERED (QUEUE EMPTY)' TO RPT-LABEL
046980     MOVE WS-BACKORDER-COUNT TO RPT-VALUE
046990     WRITE RPT-RECORD FROM RPT-LINE
047000     MOVE SPACES TO RPT-LINE
047010     MOVE 'BACKORDERS SATISFIED BY PUSH' TO RPT-LABEL
047020     MOVE WS-BACKFILL-COUNT TO RPT-VALUE
047030     WRITE RPT-RECORD FROM RPT-LINE
047040     MOVE SPACES TO RPT-LINE
047050     MOVE 'BACKORDER DEMANDS STILL OUTSTANDING' TO RPT-LABEL
047060     MOVE WS-DMD-OPEN-COUNT TO RPT-VALUE
047070     WRITE RPT-RECORD FROM RPT-LINE
047080     MOVE SPACES TO RPT-LINE
047090     MOVE 'CAPACITY WARNING ALERTS RAISED' TO RPT-LABEL
047100     MOVE WS-ALERT-COUNT TO RPT-VALUE
047110     WRITE RPT-RECORD FROM RPT-LINE
047120     MOVE SPACES TO RPT-LINE
047130     MOVE 'ENTRIES EXPIRED PAST MAXIMUM LIFE' TO RPT-LABEL
047140     MOVE WS-EXPIRED-COUNT TO RPT-VALUE
047150     WRITE RPT-RECORD FROM RPT-LINE
047160     MOVE SPACES TO RPT-LINE
047170     MOVE 'RETIRED QUEUES RELEASED' TO RPT-LABEL
047180     MOVE WS-RETIRED-REL-COUNT TO RPT-VALUE
047190     WRITE RPT-RECORD FROM RPT-LINE
047200     MOVE SPACES TO RPT-LINE
047210     MOVE 'OVERFLOW/UNDERFLOW REJECTIONS' TO RPT-LABEL
047220     MOVE WS-REJECT-COUNT TO RPT-VALUE
047230     WRITE RPT-RECORD FROM RPT-LINE
047240     MOVE SPACES TO RPT-LINE
047250     MOVE 'INVALID TRANSACTION REJECTIONS' TO RPT-LABEL
047260     MOVE WS-INVALID-COUNT TO RPT-VALUE
047270     WRITE RPT-RECORD FROM RPT-LINE
047280     MOVE SPACES TO RPT-LINE
047290     MOVE 'STACK TABLE CAPACITY REJECTIONS' TO RPT-LABEL
047300     MOVE WS-CAPACITY-REJ-COUNT TO RPT-VALUE
047310     WRITE RPT-RECORD FROM RPT-LINE
047320     MOVE SPACES TO RPT-LINE
047330     MOVE 'UNREGISTERED STACK-ID REJECTIONS' TO RPT-LABEL
047340     MOVE WS-UNREG-COUNT TO RPT-VALUE
047350     WRITE RPT-RECORD FROM RPT-LINE
047360     MOVE SPACES TO RPT-LINE
047370     MOVE 'HIGH-WATER MARK (DEEPEST STACK-TOP)' TO RPT-LABEL
047380     MOVE WS-HIGH-WATER-MARK TO RPT-VALUE
047390     WRITE RPT-RECORD FROM RPT-LINE
047400*    THE BY-SOURCE BREAKDOWN.  ON A RESTARTED RUN THESE LINES
047410*    COVER ONLY THE WORK APPLIED AFTER THE LAST COMMIT - THE
047420*    PER-SOURCE COUNTERS DO NOT RIDE THE COMMIT POINT THE WAY
047430*    THE RUN-WIDE COUNTERS DO.
047440     IF WS-SRC-COUNT > 0
047450         MOVE SPACES TO RPT-LINE
047460         WRITE RPT-RECORD FROM RPT-LINE
047470         MOVE SPACES TO RPT-LINE
047480         MOVE 'ACTIVITY BY SOURCE SYSTEM' TO RPT-LABEL
047490         WRITE RPT-RECORD FROM RPT-LINE
047500         WRITE RPT-RECORD FROM SRC-HEADING-LINE
047510         PERFORM 8100-WRITE-ONE-SOURCE THRU 8100-EXIT
047520             VARYING WS-SRC-SCAN FROM 1 BY 1
047530                 UNTIL WS-SRC-SCAN > WS-SRC-COUNT
047540     END-IF
047550*    THE EXPIRED-BY-QUEUE BREAKDOWN - EVERY QUEUE CARRYING A
047560*    MAXIMUM LIFE GETS A LINE, EVEN ON A NIGHT NOTHING EXPIRED.
047570     MOVE SPACES TO RPT-LINE
047580     WRITE RPT-RECORD FROM RPT-LINE
047590     MOVE SPACES TO RPT-LINE
047600     MOVE 'ENTRIES EXPIRED BY QUEUE' TO RPT-LABEL
047610     WRITE RPT-RECORD FROM RPT-LINE
047620     WRITE RPT-RECORD FROM EXP-HEADING-LINE
047630     PERFORM 8200-WRITE-ONE-EXPIRED THRU 8200-EXIT
047640         VARYING STK-IDX FROM 1 BY 1 UNTIL STK-IDX > MAX-STACKS
047650*    THE LIFECYCLE STATUS OF EVERY QUEUE THE RUN HELD.
047660     MOVE SPACES TO RPT-LINE
047670     WRITE RPT-RECORD FROM RPT-LINE
047680     MOVE SPACES TO RPT-LINE
047690     MOVE 'QUEUE STATUS' TO RPT-LABEL
047700     WRITE RPT-RECORD FROM RPT-LINE
047710     WRITE RPT-RECORD FROM QST-HEADING-LINE
047720     PERFORM 8300-WRITE-ONE-STATUS THRU 8300-EXIT
047730         VARYING STK-IDX FROM 1 BY 1 UNTIL STK-IDX > MAX-STACKS
047740     CLOSE RPT-FILE.
047750 8000-EXIT.
047760     EXIT.
047770*----------------------------------------------------------------
047780* 8100-WRITE-ONE-SOURCE - ONE BY-SOURCE BREAKDOWN LINE.
047790*----------------------------------------------------------------
047800 8100-WRITE-ONE-SOURCE.
047810     MOVE SPACES TO SRC-DETAIL-LINE
047820     MOVE SRC-SOURCE(WS-SRC-SCAN) TO SRC-DET-SOURCE
047830     MOVE SRC-DATE(WS-SRC-SCAN) TO SRC-DET-DATE
047840     MOVE SRC-PUSH-CNT(WS-SRC-SCAN) TO SRC-DET-PUSHES
047850     MOVE SRC-POP-CNT(WS-SRC-SCAN) TO SRC-DET-POPS
047860     MOVE SRC-REJ-CNT(WS-SRC-SCAN) TO SRC-DET-REJECTS
047870     WRITE RPT-RECORD FROM SRC-DETAIL-LINE.
047880 8100-EXIT.
047890     EXIT.
047900*----------------------------------------------------------------
047910* 8200-WRITE-ONE-EXPIRED - ONE EXPIRED-BY-QUEUE LINE FOR A QUEUE
047920*                          THAT CARRIES A MAXIMUM LIFE OR HAD
047930*                          ENTRIES EXPIRED THIS RUN.
047940*----------------------------------------------------------------
047950 8200-WRITE-ONE-EXPIRED.
047960     IF STACK-ID(STK-IDX) = SPACES
047970         GO TO 8200-EXIT
047980     END-IF
047990     IF STACK-MAX-LIFE(STK-IDX) = 0
048000         AND STACK-EXP-CNT(STK-IDX) = 0
048010         GO TO 8200-EXIT
048020     END-IF
048030     MOVE SPACES TO EXP-DETAIL-LINE
048040     MOVE STACK-ID(STK-IDX) TO EXP-DET-STACK-ID
048050     MOVE STACK-DEPT(STK-IDX) TO EXP-DET-DEPT
048060     MOVE STACK-MAX-LIFE(STK-IDX) TO EXP-DET-MAX-LIFE
048070     MOVE STACK-EXP-CNT(STK-IDX) TO EXP-DET-EXPIRED
048080     WRITE RPT-RECORD FROM EXP-DETAIL-LINE.
048090 8200-EXIT.
048100     EXIT.
048110*----------------------------------------------------------------
048120* 8300-WRITE-ONE-STATUS - ONE QUEUE-STATUS LINE FOR A USED SLOT.
048130*----------------------------------------------------------------
048140 8300-WRITE-ONE-STATUS.
048150     IF STACK-ID(STK-IDX) = SPACES
048160         GO TO 8300-EXIT
048170     END-IF
048180     MOVE SPACES TO QST-DETAIL-LINE
048190     MOVE STACK-ID(STK-IDX) TO QST-DET-STACK-ID
048200     MOVE STACK-DEPT(STK-IDX) TO QST-DET-DEPT
048210     EVALUATE TRUE
048220         WHEN STACK-FROZEN(STK-IDX)
048230             MOVE 'FROZEN' TO QST-DET-STATUS
048240         WHEN STACK-DRAINING(STK-IDX)
048250             MOVE 'DRAINING' TO QST-DET-STATUS
048260         WHEN STACK-RETIRED(STK-IDX)
048270             MOVE 'RETIRED' TO QST-DET-STATUS
048280         WHEN OTHER
048290             MOVE 'ACTIVE' TO QST-DET-STATUS
048300     END-EVALUATE
048310     MOVE STACK-TOP(STK-IDX) TO QST-DET-DEPTH
048320     IF STACK-RELEASED(STK-IDX)
048330         MOVE 'SLOT RELEASED' TO QST-DET-NOTE
048340     END-IF
048350     WRITE RPT-RECORD FROM QST-DETAIL-LINE.
048360 8300-EXIT.
048370     EXIT.
048380*----------------------------------------------------------------
048390* 8700-WRITE-DISPOSITIONS - BUILDS THE DISPOSITION FILE FROM THE
048400*                           WORK DATASET: ONE HDR...TRL SECTION
048410*                           FOR RELEASES OF RECORDS PARKED BEFORE
048420*                           PARKED RECORDS CARRIED THEIR ORIGIN,
048430*                           ONE FOR EACH EARLIER BATCH WHOSE
048440*                           PARKED RECORDS RELEASED TONIGHT, THEN
048450*                           ONE PER SOURCE BATCH IN FILE ORDER,
048460*                           EACH TRAILER COUNTING ITS DETAILS BY
048470*                           OUTCOME.  A FIRST PASS COLLECTS EACH
048480*                           RUN SEGMENT'S STARTING KEPT COUNT FROM
048490*                           THE RESTART MARKERS AND THOSE EARLIER
048500*                           BATCHES FROM THE DETAILS; A SEGMENT
048510*                           FOLLOWED BY A RESTART KEEPS ONLY THE
048520*                           DETAILS UP TO WHERE THE NEXT SEGMENT
048530*                           RESUMED - THE REST WERE WRITTEN AFTER
048540*                           THE LAST COMMIT AND THE RESTART WROTE
048550*                           THEM AGAIN.
048560*----------------------------------------------------------------
048570 8700-WRITE-DISPOSITIONS.
048580     MOVE 0 TO WS-DSG-COUNT
048590     MOVE 0 TO WS-DSO-COUNT
048600     MOVE 'N' TO WS-DSP-EOF-SWITCH
048610     OPEN INPUT DISP-WORK-FILE
048620     IF NOT WS-DSP-OK
048630         DISPLAY 'WARNING - BAD OPEN ON DISP-WORK-FILE, STATUS = '
048640             WS-DSP-STATUS ', NO DISPOSITION FILE WRITTEN'
048650         IF WS-MAX-RC < 8
048660             MOVE 8 TO WS-MAX-RC
048670         END-IF
048680         GO TO 8700-EXIT
048690     END-IF
048700     PERFORM 8790-READ-DISP-WORK THRU 8790-EXIT
048710     PERFORM 8710-SCAN-ONE-WORK THRU 8710-EXIT
048720         UNTIL WS-DSP-EOF-YES
048730     CLOSE DISP-WORK-FILE
048740     OPEN OUTPUT DISP-FILE
048750     MOVE WS-DSP-PEND-DATE TO WS-DSP-SEC-DATE
048760     MOVE DSP-PENDING-SOURCE TO WS-DSP-SEC-SOURCE
048770     PERFORM 8720-WRITE-ONE-SECTION THRU 8720-EXIT
048780     PERFORM 8716-WRITE-ORIGIN-SECTION THRU 8716-EXIT
048790         VARYING WS-DSO-SCAN FROM 1 BY 1
048800             UNTIL WS-DSO-SCAN > WS-DSO-COUNT
048810     PERFORM 8715-WRITE-SOURCE-SECTION THRU 8715-EXIT
048820         VARYING WS-SRC-SCAN FROM 1 BY 1
048830             UNTIL WS-SRC-SCAN > WS-SRC-COUNT
048840     CLOSE DISP-FILE.
048850 8700-EXIT.
048860     EXIT.
048870*----------------------------------------------------------------
048880* 8710-SCAN-ONE-WORK - FIRST PASS: RECORDS ONE RESTART MARKER'S
048890*                      STARTING KEPT COUNT, OR ONE DETAIL'S
048900*                      ORIGIN BATCH.  A RUN RESTARTED
048910*                      MORE OFTEN THAN THE TABLE HOLDS FOLDS ITS
048920*                      LATER SEGMENTS INTO THE LAST ONE KEPT AND
048930*                      IS FLAGGED, SINCE THEIR VOID TAILS CAN NO
048940*                      LONGER BE TOLD APART.
048950*----------------------------------------------------------------
048960 8710-SCAN-ONE-WORK.
048970     IF DSP-RESTART-MARK
048980         IF WS-DSG-COUNT < MAX-DSP-SEGMENTS
048990             ADD 1 TO WS-DSG-COUNT
049000             MOVE DSP-SEQ TO DSG-START(WS-DSG-COUNT)
049010         ELSE
049020             DISPLAY 'WARNING - TOO MANY RESTART SEGMENTS ON '
049030                 'DSPWRK, DISPOSITIONS MAY BE DOUBLED'
049040             IF WS-MAX-RC < 8
049050                 MOVE 8 TO WS-MAX-RC
049060             END-IF
049070         END-IF
049080     END-IF
049090     IF DSP-DETAIL
049100         PERFORM 8711-NOTE-ORIGIN THRU 8711-EXIT
049110     END-IF
049120     PERFORM 8790-READ-DISP-WORK THRU 8790-EXIT.
049130 8710-EXIT.
049140     EXIT.
049150*----------------------------------------------------------------
049160* 8711-NOTE-ORIGIN - ADDS A DETAIL'S SECTION TO THE ORIGIN TABLE
049170*                    UNLESS IT IS THE PENDING SECTION, A BATCH OF
049180*                    TONIGHT'S FILE, ALREADY THERE, OR NO SECTION
049190*                    AT ALL.  MORE EARLIER BATCHES THAN THE TABLE
049200*                    HOLDS LEAVES THE EXCESS RELEASES OUT OF
049210*                    DSPFIL AND IS FLAGGED.
049220*----------------------------------------------------------------
049230 8711-NOTE-ORIGIN.
049240     IF DSP-SRC-SOURCE = SPACES
049250         OR DSP-SRC-SOURCE = DSP-PENDING-SOURCE
049260         GO TO 8711-EXIT
049270     END-IF
049280     MOVE 'N' TO WS-DSO-MATCH-SW
049290     PERFORM 8712-MATCH-SOURCE THRU 8712-EXIT
049300         VARYING WS-SRC-SCAN FROM 1 BY 1
049310             UNTIL WS-SRC-SCAN > WS-SRC-COUNT
049320                 OR WS-DSO-MATCHED
049330     PERFORM 8713-MATCH-ORIGIN THRU 8713-EXIT
049340         VARYING WS-DSO-SCAN FROM 1 BY 1
049350             UNTIL WS-DSO-SCAN > WS-DSO-COUNT
049360                 OR WS-DSO-MATCHED
049370     IF WS-DSO-MATCHED
049380         GO TO 8711-EXIT
049390     END-IF
049400     IF WS-DSO-COUNT < MAX-DSP-ORIGINS
049410         ADD 1 TO WS-DSO-COUNT
049420         MOVE DSP-SRC-DATE TO DSO-DATE(WS-DSO-COUNT)
049430         MOVE DSP-SRC-SOURCE TO DSO-SOURCE(WS-DSO-COUNT)
049440     ELSE
049450         DISPLAY 'WARNING - TOO MANY ORIGIN BATCHES ON DSPWRK, '
049460             'RELEASE DISPOSITIONS DROPPED FOR ' DSP-SRC-SOURCE
049470             ' ' DSP-SRC-DATE
049480         IF WS-MAX-RC < 8
049490             MOVE 8 TO WS-MAX-RC
049500         END-IF
049510     END-IF.
049520 8711-EXIT.
049530     EXIT.
049540*----------------------------------------------------------------
049550* 8712-MATCH-SOURCE - COMPARES A DETAIL'S SECTION AGAINST ONE
049560*                     BATCH OF TONIGHT'S FILE.
049570*----------------------------------------------------------------
049580 8712-MATCH-SOURCE.
049590     IF DSP-SRC-DATE = SRC-DATE(WS-SRC-SCAN)
049600         AND DSP-SRC-SOURCE = SRC-SOURCE(WS-SRC-SCAN)
049610         MOVE 'Y' TO WS-DSO-MATCH-SW
049620     END-IF.
049630 8712-EXIT.
049640     EXIT.
049650*----------------------------------------------------------------
049660* 8713-MATCH-ORIGIN - COMPARES A DETAIL'S SECTION AGAINST ONE
049670*                     EARLIER BATCH ALREADY TABLED.
049680*----------------------------------------------------------------
049690 8713-MATCH-ORIGIN.
049700     IF DSP-SRC-DATE = DSO-DATE(WS-DSO-SCAN)
049710         AND DSP-SRC-SOURCE = DSO-SOURCE(WS-DSO-SCAN)
049720         MOVE 'Y' TO WS-DSO-MATCH-SW
049730     END-IF.
049740 8713-EXIT.
049750     EXIT.
049760*----------------------------------------------------------------
049770* 8715-WRITE-SOURCE-SECTION - WRITES THE SECTION FOR ONE SOURCE
049780*                             BATCH OF THE TRANSACTION FILE.
049790*----------------------------------------------------------------
049800 8715-WRITE-SOURCE-SECTION.
049810     MOVE SRC-DATE(WS-SRC-SCAN) TO WS-DSP-SEC-DATE
049820     MOVE SRC-SOURCE(WS-SRC-SCAN) TO WS-DSP-SEC-SOURCE
049830     PERFORM 8720-WRITE-ONE-SECTION THRU 8720-EXIT.
049840 8715-EXIT.
049850     EXIT.
049860*----------------------------------------------------------------
049870* 8716-WRITE-ORIGIN-SECTION - WRITES THE SECTION FOR ONE EARLIER
049880*                             BATCH WHOSE PARKED RECORDS RELEASED
049890*                             TONIGHT.
049900*----------------------------------------------------------------
049910 8716-WRITE-ORIGIN-SECTION.
049920     MOVE DSO-DATE(WS-DSO-SCAN) TO WS-DSP-SEC-DATE
049930     MOVE DSO-SOURCE(WS-DSO-SCAN) TO WS-DSP-SEC-SOURCE
049940     PERFORM 8720-WRITE-ONE-SECTION THRU 8720-EXIT.
049950 8716-EXIT.
049960     EXIT.
049970*----------------------------------------------------------------
049980* 8720-WRITE-ONE-SECTION - ONE PASS OF THE WORK DATASET FOR THE
049990*                          SECTION NAMED BY WS-DSP-SEC-DATE/
050000*                          WS-DSP-SEC-SOURCE: HEADER, EVERY KEPT
050010*                          DETAIL OF THAT SECTION IN THE ORDER
050020*                          WRITTEN, AND THE TRAILER.
050030*----------------------------------------------------------------
050040 8720-WRITE-ONE-SECTION.
050050     MOVE 0 TO WS-DSP-COUNT
050060     MOVE 0 TO WS-DSP-APPLIED
050070     MOVE 0 TO WS-DSP-REJECTED
050080     MOVE 0 TO WS-DSP-HELD
050090     MOVE 0 TO WS-DSP-RELEASED
050100     MOVE 0 TO WS-DSP-BACKORDERED
050110     MOVE 0 TO WS-DSP-FILLED
050120     MOVE 0 TO WS-DSG-CUR
050130     MOVE 0 TO WS-DSP-POSITION
050140     MOVE 99999999 TO WS-DSP-LIMIT
050150     MOVE 'N' TO WS-DSP-EOF-SWITCH
050160     OPEN INPUT DISP-WORK-FILE
050170     MOVE SPACES TO DSP-HEADER-RECORD
050180     MOVE 'HDR ' TO DSP-REC-TYPE
050190     MOVE WS-DSP-SEC-DATE TO DSP-HDR-DATE
050200     MOVE WS-DSP-SEC-SOURCE TO DSP-HDR-SOURCE
050210     MOVE WS-TODAY TO DSP-HDR-RUN-DATE
050220     WRITE DISP-OUT-RECORD FROM DSP-HEADER-RECORD
050230     PERFORM 8790-READ-DISP-WORK THRU 8790-EXIT
050240     PERFORM 8730-COPY-ONE-WORK THRU 8730-EXIT
050250         UNTIL WS-DSP-EOF-YES
050260     MOVE SPACES TO DSP-TRAILER-RECORD
050270     MOVE 'TRL ' TO DSP-REC-TYPE
050280     MOVE WS-DSP-SEC-DATE TO DSP-TRL-DATE
050290     MOVE WS-DSP-SEC-SOURCE TO DSP-TRL-SOURCE
050300     MOVE WS-DSP-COUNT TO DSP-TRL-COUNT
050310     MOVE WS-DSP-APPLIED TO DSP-TRL-APPLIED
050320     MOVE WS-DSP-REJECTED TO DSP-TRL-REJECTED
050330     MOVE WS-DSP-HELD TO DSP-TRL-HELD
050340     MOVE WS-DSP-RELEASED TO DSP-TRL-RELEASED
050350     MOVE WS-DSP-BACKORDERED TO DSP-TRL-BACKORDERED
050360     MOVE WS-DSP-FILLED TO DSP-TRL-FILLED
050370     WRITE DISP-OUT-RECORD FROM DSP-TRAILER-RECORD
050380     ADD WS-DSP-APPLIED WS-DSP-RELEASED WS-DSP-BACKORDERED
050390         WS-DSP-FILLED TO WS-LDG-APPLIED
050400     ADD WS-DSP-REJECTED TO WS-LDG-REJECTED
050410     ADD WS-DSP-HELD TO WS-LDG-HELD
050420     CLOSE DISP-WORK-FILE.
050430 8720-EXIT.
050440     EXIT.
050450*----------------------------------------------------------------
050460* 8730-COPY-ONE-WORK - SECOND PASS: A RESTART MARKER STARTS THE
050470*                      NEXT SEGMENT AND SETS ITS KEEP LIMIT (THE
050480*                      NEXT SEGMENT'S STARTING COUNT, OR NO LIMIT
050490*                      FOR THE LAST); A DETAIL PAST ITS SEGMENT'S
050500*                      LIMIT IS VOID, AND A KEPT DETAIL OF THE
050510*                      SECTION IN HAND IS COPIED AND TALLIED.
050520*----------------------------------------------------------------
050530 8730-COPY-ONE-WORK.
050540     IF DSP-RESTART-MARK
050550         IF WS-DSG-CUR < WS-DSG-COUNT
050560             ADD 1 TO WS-DSG-CUR
050570             MOVE DSG-START(WS-DSG-CUR) TO WS-DSP-POSITION
050580             IF WS-DSG-CUR < WS-DSG-COUNT
050590                 MOVE DSG-START(WS-DSG-CUR + 1) TO WS-DSP-LIMIT
050600             ELSE
050610                 MOVE 99999999 TO WS-DSP-LIMIT
050620             END-IF
050630         END-IF
050640         GO TO 8730-NEXT
050650     END-IF
050660     IF NOT DSP-DETAIL
050670         GO TO 8730-NEXT
050680     END-IF
050690     ADD 1 TO WS-DSP-POSITION
050700     IF WS-DSP-POSITION > WS-DSP-LIMIT
050710         GO TO 8730-NEXT
050720     END-IF
050730     IF DSP-SRC-DATE NOT = WS-DSP-SEC-DATE
050740         OR DSP-SRC-SOURCE NOT = WS-DSP-SEC-SOURCE
050750         GO TO 8730-NEXT
050760     END-IF
050770     WRITE DISP-OUT-RECORD FROM DSP-RECORD
050780     ADD 1 TO WS-DSP-COUNT
050790     EVALUATE DSP-OUTCOME
050800         WHEN 'APPL'
050810             ADD 1 TO WS-DSP-APPLIED
050820         WHEN 'REJ '
050830             ADD 1 TO WS-DSP-REJECTED
050840         WHEN 'HELD'
050850             ADD 1 TO WS-DSP-HELD
050860         WHEN 'RELS'
050870             ADD 1 TO WS-DSP-RELEASED
050880         WHEN 'BKO '
050890             ADD 1 TO WS-DSP-BACKORDERED
050900         WHEN 'BKF '
050910             ADD 1 TO WS-DSP-FILLED
050920     END-EVALUATE.
050930 8730-NEXT.
050940     PERFORM 8790-READ-DISP-WORK THRU 8790-EXIT.
050950 8730-EXIT.
050960     EXIT.
050970*----------------------------------------------------------------
050980* 8790-READ-DISP-WORK - READS THE NEXT DISPOSITION WORK RECORD.
050990*----------------------------------------------------------------
051000 8790-READ-DISP-WORK.
051010     READ DISP-WORK-FILE
051020         AT END MOVE 'Y' TO WS-DSP-EOF-SWITCH
051030     END-READ.
051040 8790-EXIT.
051050     EXIT.
051060*----------------------------------------------------------------
051070* 8800-POST-LEDGER - APPENDS THIS RUN'S CONTROL TOTALS TO THE
051080*                    BALANCING LEDGER FOR STACK-BALANCE: THE RUN
051090*                    TOTALS, ONE QUEUE RECORD PER USED SLOT, THE
051100*                    CHECKPOINT TOTALS AND THE END RECORD THAT
051110*                    PROVES THE POSTING COMPLETE.  RUNS AFTER THE
051120*                    CHECKPOINT AND THE DISPOSITION FILE ARE
051130*                    WRITTEN SO IT POSTS WHAT THEY HOLD.  SAME
051140*                    EXTEND-WITH-OUTPUT-FALLBACK PATTERN AS THE
051150*                    ALERT FILE; A LEDGER THAT WILL NOT OPEN IS A
051160*                    WARNING HERE - STACK-BALANCE FAILS THE DAY
051170*                    FOR THE MISSING POSTING.
051180*----------------------------------------------------------------
051190 8800-POST-LEDGER.
051200     OPEN EXTEND LEDGER-FILE
051210     IF WS-LDG-NOT-FOUND
051220         CLOSE LEDGER-FILE
051230         OPEN OUTPUT LEDGER-FILE
051240     END-IF
051250     IF NOT WS-LDG-OK
051260         DISPLAY 'WARNING - BAD OPEN ON LEDGER-FILE, STATUS = '
051270             WS-LDG-STATUS ', NO BALANCING TOTALS POSTED'
051280         IF WS-MAX-RC < 4
051290             MOVE 4 TO WS-MAX-RC
051300         END-IF
051310         GO TO 8800-EXIT
051320     END-IF
051330     ACCEPT WS-LDG-TIME FROM TIME
051340     MOVE 0 TO WS-LDG-WRITTEN
051350     MOVE SPACES TO LDG-RECORD
051360     MOVE 'RUN ' TO LDG-TYPE
051370     MOVE WS-TRANS-CONSUMED TO LDG-RUN-READ
051380     MOVE WS-RELEASED-COUNT TO LDG-RUN-RELEASED
051390     MOVE WS-LDG-APPLIED TO LDG-RUN-APPLIED
051400     MOVE WS-LDG-REJECTED TO LDG-RUN-REJECTED
051410     MOVE WS-LDG-HELD TO LDG-RUN-HELD
051420     PERFORM 8890-WRITE-LEDGER THRU 8890-EXIT
051430     PERFORM 8810-POST-ONE-QUEUE THRU 8810-EXIT
051440         VARYING STK-IDX FROM 1 BY 1 UNTIL STK-IDX > MAX-STACKS
051450     MOVE SPACES TO LDG-RECORD
051460     MOVE 'CKPT' TO LDG-TYPE
051470     MOVE WS-LDG-CKPT-COUNT TO LDG-TOT-COUNT
051480     MOVE WS-LDG-CKPT-HASH TO LDG-TOT-HASH
051490     PERFORM 8890-WRITE-LEDGER THRU 8890-EXIT
051500     MOVE SPACES TO LDG-RECORD
051510     MOVE 'END ' TO LDG-TYPE
051520     COMPUTE LDG-END-COUNT = WS-LDG-WRITTEN + 1
051530     PERFORM 8890-WRITE-LEDGER THRU 8890-EXIT
051540     CLOSE LEDGER-FILE.
051550 8800-EXIT.
051560     EXIT.
051570*----------------------------------------------------------------
051580* 8810-POST-ONE-QUEUE - POSTS ONE USED QUEUE'S MOVEMENT.  EVERY
051590*                       ENTRY THAT LEFT THE QUEUE COUNTS AS A
051600*                       REMOVAL - POPS, TRANSFERS OUT AND
051610*                       EXPIRIES ALIKE - SO THE OPENING DEPTH
051620*                       PLUS ADDS LESS REMOVALS MUST LAND ON THE
051630*                       DEPTH JUST CHECKPOINTED.
051640*----------------------------------------------------------------
051650 8810-POST-ONE-QUEUE.
051660     IF STACK-ID(STK-IDX) = SPACES
051670         GO TO 8810-EXIT
051680     END-IF
051690     MOVE SPACES TO LDG-RECORD
051700     MOVE 'QUE ' TO LDG-TYPE
051710     MOVE STACK-ID(STK-IDX) TO LDG-QUE-STACK-ID
051720     MOVE STACK-OPEN-DEPTH(STK-IDX) TO LDG-QUE-OPEN
051730     MOVE STACK-PUSH-CNT(STK-IDX) TO LDG-QUE-PUSHES
051740     COMPUTE LDG-QUE-POPS =
051750         STACK-POP-CNT(STK-IDX) + STACK-EXP-CNT(STK-IDX)
051760     MOVE STACK-EXP-CNT(STK-IDX) TO LDG-QUE-EXPIRED
051770     MOVE STACK-TOP(STK-IDX) TO LDG-QUE-CLOSE
051780     PERFORM 8890-WRITE-LEDGER THRU 8890-EXIT.
051790 8810-EXIT.
051800     EXIT.
051810*----------------------------------------------------------------
051820* 8890-WRITE-LEDGER - STAMPS THE POSTING'S IDENTITY ON THE LEDGER
051830*                     RECORD IN HAND AND WRITES IT.
051840*----------------------------------------------------------------
051850 8890-WRITE-LEDGER.
051860     MOVE WS-TODAY TO LDG-DATE
051870     MOVE WS-LDG-TIME TO LDG-TIME
051880     MOVE 'STACKEXM' TO LDG-STEP
051890     WRITE LDG-RECORD
051900     ADD 1 TO WS-LDG-WRITTEN.
051910 8890-EXIT.
051920     EXIT.
051930*----------------------------------------------------------------
051940* 9000-TERMINATE - CLOSES FILES, SAVES THE STACK TABLE, WRITES THE
051950*                  DAILY REPORT AND POSTS THE WORST RETURN-CODE
051960*                  SEEN DURING THE RUN BEFORE END OF RUN.
051970*----------------------------------------------------------------
051980 9000-TERMINATE.
051990     CLOSE TRANS-FILE
052000     CLOSE REJECT-FILE
052010*    A RETIRED QUEUE THE RUN EMPTIED IS RELEASED BEFORE THE AUDIT
052020*    TRAIL CLOSES, SO ITS RETR IS THE LAST WORD ON IT.
052030     PERFORM 6500-RELEASE-RETIRED THRU 6500-EXIT
052040         VARYING STK-IDX FROM 1 BY 1 UNTIL STK-IDX > MAX-STACKS
052050     CLOSE AUDIT-FILE
052060     CLOSE PEND-NEW-FILE
052070     CLOSE ALERT-FILE
052080     CLOSE DISP-WORK-FILE
052090     PERFORM 7000-SAVE-STACK THRU 7000-EXIT
052100     PERFORM 7800-SAVE-DEMANDS THRU 7800-EXIT
052110     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT
052120     PERFORM 8700-WRITE-DISPOSITIONS THRU 8700-EXIT
052130     PERFORM 8800-POST-LEDGER THRU 8800-EXIT
052140     PERFORM 8500-WRITE-HISTORY THRU 8500-EXIT
052150     PERFORM 9600-CLEAR-COMMIT THRU 9600-EXIT
052160     PERFORM 9500-RECORD-RUN THRU 9500-EXIT
052170     MOVE WS-MAX-RC TO RETURN-CODE.
052180 9000-EXIT.
052190     EXIT.
052200*----------------------------------------------------------------
052210* 9500-RECORD-RUN - APPENDS THIS RUN'S COMPLETION RECORD TO THE
052220*                   RUN-CONTROL DATASET: THE TRANSACTION FILE'S
052230*                   IDENTITY, THE RUN DATE/TIME, STATUS COMP AND
052240*                   THE FINAL CONDITION CODE, SO THE MORNING
052250*                   SHIFT CAN SEE AT A GLANCE THAT LAST NIGHT
052260*                   RAN AND DUPLICATE-RUN PROTECTION CAN REFUSE
052270*                   A SECOND PASS OVER THE SAME FILE.  AN ABEND
052280*                   NEVER REACHES THIS PARAGRAPH, SO A FILE THAT
052290*                   DIED MID-RUN LEAVES NO COMP RECORD AND CAN
052300*                   BE RERUN WITHOUT THE OVERRIDE.  SAME EXTEND-
052310*                   WITH-OUTPUT-FALLBACK PATTERN AS 1150-OPEN-
052320*                   AUDIT-FILE FOR THE FIRST RUN EVER.
052330*----------------------------------------------------------------
052340 9500-RECORD-RUN.
052350     OPEN EXTEND RUN-CONTROL-FILE
052360     IF WS-RUN-NOT-FOUND
052370         CLOSE RUN-CONTROL-FILE
052380         OPEN OUTPUT RUN-CONTROL-FILE
052390     END-IF
052400     IF NOT WS-RUN-OK
052410         DISPLAY 'WARNING - BAD OPEN ON RUN-CONTROL-FILE, '
052420             'STATUS = ' WS-RUN-STATUS
052430         GO TO 9500-EXIT
052440     END-IF
052450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
052460     ACCEPT WS-RUN-TIME FROM TIME
052470*    ONE COMPLETION RECORD PER BATCH, SO EACH FEED'S FILE IS
052480*    PROTECTED AGAINST A SECOND PASS ON ITS OWN IDENTITY.
052490     PERFORM 9510-RECORD-ONE-SOURCE THRU 9510-EXIT
052500         VARYING WS-SRC-SCAN FROM 1 BY 1
052510             UNTIL WS-SRC-SCAN > WS-SRC-COUNT
052520     CLOSE RUN-CONTROL-FILE.
052530 9500-EXIT.
052540     EXIT.
052550*----------------------------------------------------------------
052560* 9510-RECORD-ONE-SOURCE - WRITES ONE BATCH'S COMPLETION RECORD.
052570*----------------------------------------------------------------
052580 9510-RECORD-ONE-SOURCE.
052590     MOVE SPACES TO RUN-RECORD
052600     MOVE SRC-DATE(WS-SRC-SCAN) TO RUN-FILE-DATE
052610     MOVE SRC-SOURCE(WS-SRC-SCAN) TO RUN-FILE-SOURCE
052620     MOVE WS-RUN-DATE TO RUN-DATE
052630     MOVE WS-RUN-TIME TO RUN-TIME
052640     MOVE 'COMP' TO RUN-STATUS
052650     MOVE WS-MAX-RC TO RUN-RC
052660     MOVE 0 TO RUN-VOID-FROM-DATE
052670     MOVE 0 TO RUN-VOID-FROM-TIME
052680     WRITE RUN-RECORD.
052690 9510-EXIT.
052700     EXIT.
052710*----------------------------------------------------------------
052720* 8500-WRITE-HISTORY - APPENDS ONE DATED STATISTICS RECORD PER
052730*                      USED STACK TO THE CUMULATIVE HISTORY
052740*                      FILE: PUSHES, POPS, REJECTS BY REASON,
052750*                      THE STACK'S OWN DEEPEST TOP AND ITS
052760*                      ENDING DEPTH AND CAPACITY, FOR THE
052770*                      MONTH-END TREND REPORT (CBLHST.CBL).
052780*                      SAME EXTEND-WITH-OUTPUT-FALLBACK PATTERN
052790*                      AS THE AUDIT AND RUN-CONTROL FILES.
052800*----------------------------------------------------------------
052810 8500-WRITE-HISTORY.
052820     OPEN EXTEND HIST-FILE
052830     IF WS-HIST-NOT-FOUND
052840         CLOSE HIST-FILE
052850         OPEN OUTPUT HIST-FILE
052860     END-IF
052870     IF NOT WS-HIST-OK
052880         DISPLAY 'WARNING - BAD OPEN ON HIST-FILE, STATUS = '
052890             WS-HIST-STATUS
052900         GO TO 8500-EXIT
052910     END-IF
052920     PERFORM 8510-WRITE-ONE-HISTORY THRU 8510-EXIT
052930         VARYING STK-IDX FROM 1 BY 1 UNTIL STK-IDX > MAX-STACKS
052940     CLOSE HIST-FILE.
052950 8500-EXIT.
052960     EXIT.
052970*----------------------------------------------------------------
052980* 8510-WRITE-ONE-HISTORY - WRITES THE HISTORY RECORD FOR ONE
052990*                          USED STACK SLOT.  UNUSED SLOTS ARE
053000*                          SKIPPED.
053010*----------------------------------------------------------------
053020 8510-WRITE-ONE-HISTORY.
053030     IF STACK-ID(STK-IDX) = SPACES
053040         GO TO 8510-EXIT
053050     END-IF
053060     MOVE SPACES TO HIST-RECORD
053070     ACCEPT HIST-DATE FROM DATE YYYYMMDD
053080     MOVE STACK-ID(STK-IDX) TO HIST-STACK-ID
053090     MOVE STACK-DEPT(STK-IDX) TO HIST-DEPT
053100     MOVE STACK-MODE(STK-IDX) TO HIST-MODE
053110     PERFORM 2070-SET-EFF-CAPACITY THRU 2070-EXIT
053120     MOVE WS-EFF-CAPACITY TO HIST-CAPACITY
053130     MOVE STACK-PUSH-CNT(STK-IDX) TO HIST-PUSH-COUNT
053140     MOVE STACK-POP-CNT(STK-IDX) TO HIST-POP-COUNT
053150     MOVE STACK-OVFL-CNT(STK-IDX) TO HIST-OVFL-COUNT
053160     MOVE STACK-UNFL-CNT(STK-IDX) TO HIST-UNFL-COUNT
053170     MOVE STACK-NNUM-CNT(STK-IDX) TO HIST-NNUM-COUNT
053180     MOVE STACK-HIGH-WATER(STK-IDX) TO HIST-HIGH-WATER
053190     MOVE STACK-TOP(STK-IDX) TO HIST-END-DEPTH
053200     WRITE HIST-RECORD.
053210 8510-EXIT.
053220     EXIT.
053230*----------------------------------------------------------------
053240* 9600-CLEAR-COMMIT - A NORMAL END OF JOB CLEARS THE IN-FLIGHT
053250*                     COMMIT POINT (HEADER CONSUMED COUNT ZERO,
053260*                     NO STACK RECORDS) SO A RESTART REQUESTED
053270*                     AGAINST TOMORROW'S FILE BY MISTAKE FINDS
053280*                     NOTHING TO RESUME AND FALLS BACK TO THE
053290*                     NORMAL CHECKPOINT LOAD.
053300*----------------------------------------------------------------
053310 9600-CLEAR-COMMIT.
053320     OPEN OUTPUT COMMIT-FILE
053330     IF NOT WS-CMT-OK
053340         DISPLAY 'WARNING - BAD OPEN ON COMMIT-FILE, STATUS = '
053350             WS-CMT-STATUS
053360         GO TO 9600-EXIT
053370     END-IF
053380     MOVE 0 TO CMT-HDR-CONSUMED
053390     ACCEPT CMT-HDR-DATE FROM DATE YYYYMMDD
053400     ACCEPT CMT-HDR-TIME FROM TIME
053410     WRITE CMT-HEADER-RECORD
053420     CLOSE COMMIT-FILE.
053430 9600-EXIT.
053440     EXIT.
