000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STACK-HOUSEKEEP.
000030 AUTHOR.        D. ANDERSON.
000040 INSTALLATION.  OPERATIONS - BATCH QUEUE PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  DWA  ORIGINAL PROGRAM - RETENTION HOUSEKEEPING FOR
000110*                  THE ACCUMULATE-FOREVER DATASETS STACK-ARCHIVE
000120*                  DOES NOT COVER.  DRIVEN BY THE RETENTION
000130*                  CONTROL FILE (RETCTL, SEE RETREC), WHICH GIVES
000140*                  EACH DATASET ITS RETENTION PERIOD, IT REBUILDS
000150*                  EACH ONE KEEPING EVERY RECORD THAT IS NOT BOTH
000160*                  PAST RETENTION AND PROVABLY SAFE TO LET GO -
000170*                    SENTFIL  A SEND IS DROPPED ONLY WHEN
000180*                             STACK-ACKMATCH'S RULES SHOW EVERY
000190*                             RECEIVER ACKNOWLEDGED IT WITH
000200*                             MATCHING TOTALS (SNTNEW).
000210*                    ALRTFIL  AN ALERT IS CLOSED ONLY WHEN ITS
000220*                             QUEUE'S DEPTH ON THE CHECKPOINT IS
000230*                             BACK UNDER ITS WARNING THRESHOLD
000240*                             (ALRNEW).
000250*                    REJFIL   A REJECT IS REMOVED ONLY WHEN IT IS
000260*                             DATED INSIDE AN ABENDED RUN'S
000270*                             UNCOMMITTED WINDOW AND THE RESTART
000280*                             WROTE IT AGAIN (REJNEW), HOWEVER
000282*                             RECENT; ITS RETENTION PERIOD IS
000284*                             HOW LONG THE RESTART RECORD STAYS
000286*                             LIVE ON RUNCTL FOR THE PAIRING.
000290*                    HISTFIL  EVERY RECORD PAST RETENTION IS
000300*                    RUNCTL   ROLLED TO A NEW DATED ARCHIVE
000310*                             GENERATION (HSTARC, RUNARC), NEVER
000320*                             DELETED; THE REST STAY (HSTNEW,
000330*                             RUNNEW).
000340*                  THE REPORT SHOWS RECORDS READ, KEPT AND
000350*                  REMOVED OR ARCHIVED PER DATASET, AND THE
000360*                  COUNTS MUST BALANCE (READ = KEPT + REMOVED,
000370*                  EVERY RECORD WRITTEN WHERE IT WAS COUNTED) OR
000375*                  THE STEP ENDS WITH CONDITION CODE 16.
000380*                  CONDITION CODE 16 - A BALANCE BREAK, OR A LIVE
000385*                  DATASET THAT WOULD NOT OPEN - MEANS THE JOB
000390*                  MUST NOT REPLACE THE LIVE DATASETS WITH THE
000395*                  REBUILT ONES, AS WITH STACK-ARCHIVE'S AUDNEW.
000400*                  4 (NO RETENTION PERIOD) AND 8 (AN INPUT THAT
000405*                  PROVES RECORDS SAFE TO LET GO COULD NOT BE
000410*                  READ) ARE WARNINGS: THE DATASET CONCERNED WAS
000415*                  COPIED ACROSS WITH NOTHING PAST RETENTION LET
000420*                  GO, THE SUMMARY LISTS IT, AND THE REBUILT
000425*                  DATASETS ARE STILL TO REPLACE THE LIVE ONES.
000430*                  RUN AFTER THE NIGHTLY RUN AND STACK-ACKMATCH,
000435*                  AND AFTER A RESTART BEFORE STACK-REPAIR.
000440*----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT OPTIONAL RET-CONTROL-FILE ASSIGN TO RETCTL
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-RET-STATUS.
000540     SELECT OPTIONAL MOV-CONTROL-FILE ASSIGN TO MOVCTL
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-MVC-STATUS.
000570     SELECT OPTIONAL SENT-FILE ASSIGN TO SENTFIL
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-SENT-STATUS.
000600     SELECT OPTIONAL ACK-FILE ASSIGN TO ACKFIL
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-ACK-STATUS.
000630     SELECT OPTIONAL ALERT-FILE ASSIGN TO ALRTFIL
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-ALR-STATUS.
000660     SELECT OPTIONAL STACK-DEF-FILE ASSIGN TO STKDEF
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-SDF-STATUS.
000690     SELECT OPTIONAL CKPT-FILE ASSIGN TO CKPTFIL
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-CKPT-STATUS.
000720     SELECT OPTIONAL REJECT-FILE ASSIGN TO REJFIL
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-REJ-STATUS.
000750     SELECT OPTIONAL HIST-FILE ASSIGN TO HISTFIL
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-HIST-STATUS.
000780     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-RUN-STATUS.
000810     SELECT NEW-SENT-FILE ASSIGN TO SNTNEW
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-OUT-STATUS.
000840     SELECT NEW-ALERT-FILE ASSIGN TO ALRNEW
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-OUT-STATUS.
000870     SELECT NEW-REJECT-FILE ASSIGN TO REJNEW
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-OUT-STATUS.
000900     SELECT NEW-HIST-FILE ASSIGN TO HSTNEW
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-OUT-STATUS.
000930     SELECT HIST-ARCH-FILE ASSIGN TO HSTARC
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-OUT-STATUS.
000960     SELECT NEW-RUN-FILE ASSIGN TO RUNNEW
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-OUT-STATUS.
000990     SELECT RUN-ARCH-FILE ASSIGN TO RUNARC
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-OUT-STATUS.
001020     SELECT RPT-FILE ASSIGN TO HKPRPT
001030         ORGANIZATION IS LINE SEQUENTIAL.
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  RET-CONTROL-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090     COPY RETREC.
001100 FD  MOV-CONTROL-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130     COPY MVCREC.
001140 FD  SENT-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170     COPY SNTREC.
001180 FD  ACK-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210     COPY ACKREC.
001220 FD  ALERT-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250     COPY ALRTREC.
001260 FD  STACK-DEF-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290     COPY SDFREC.
001300 FD  CKPT-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330     COPY CKPTREC.
001340 FD  REJECT-FILE
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370     COPY REJREC.
001380 FD  HIST-FILE
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE STANDARD.
001410     COPY HISTREC.
001420 FD  RUN-CONTROL-FILE
001430     RECORDING MODE IS F
001440     LABEL RECORDS ARE STANDARD.
001450     COPY RUNREC.
001460 FD  NEW-SENT-FILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD.
001490 01  NEW-SENT-RECORD           PIC X(80).
001500 FD  NEW-ALERT-FILE
001510     RECORDING MODE IS F
001520     LABEL RECORDS ARE STANDARD.
001530 01  NEW-ALERT-RECORD          PIC X(80).
001540 FD  NEW-REJECT-FILE
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE STANDARD.
001570 01  NEW-REJECT-RECORD         PIC X(92).
001580 FD  NEW-HIST-FILE
001590     RECORDING MODE IS F
001600     LABEL RECORDS ARE STANDARD.
001610 01  NEW-HIST-RECORD           PIC X(80).
001620 FD  HIST-ARCH-FILE
001630     RECORDING MODE IS F
001640     LABEL RECORDS ARE STANDARD.
001650 01  HIST-ARCH-RECORD          PIC X(80).
001660 FD  NEW-RUN-FILE
001670     RECORDING MODE IS F
001680     LABEL RECORDS ARE STANDARD.
001690 01  NEW-RUN-RECORD            PIC X(80).
001700 FD  RUN-ARCH-FILE
001710     RECORDING MODE IS F
001720     LABEL RECORDS ARE STANDARD.
001730 01  RUN-ARCH-RECORD           PIC X(80).
001740 FD  RPT-FILE
001750     RECORDING MODE IS V
001760     LABEL RECORDS ARE STANDARD.
001770 01  RPT-RECORD                PIC X(80).
001780 WORKING-STORAGE SECTION.
001790*----------------------------------------------------------------
001800* STACK CAPACITY CONTROLS - SAME COPYBOOK AS THE BATCH PROGRAM
001810* SO THE CHECKPOINT RECORD'S OCCURS DEPENDING ON BOUND MATCHES.
001820* STACK-CAPACITY IS THE GLOBAL CEILING A QUEUE WITH NO CEILING
001830* OF ITS OWN RUNS UNDER.
001840*----------------------------------------------------------------
001850     COPY STKCAP.
001860*----------------------------------------------------------------
001870* DATASET TABLE - ONE ROW PER HOUSEKEPT DATASET, IN THE ORDER
001880* THEY ARE PROCESSED AND REPORTED.  DS-CUTOFF IS THE LATEST DATE
001890* PAST RETENTION.  DS-JUDGED IS OFF WHEN THE INPUTS THAT PROVE A
001900* RECORD SAFE TO LET GO COULD NOT BE READ WHOLE - THEN NOTHING
001910* PAST RETENTION IS LET GO, AND DS-NOTE SAYS WHY.  DS-HELD COUNTS
001920* THE RECORDS PAST RETENTION THAT WERE KEPT ANYWAY.  DS-GONE IS
001930* REMOVED, OR FOR A DATASET WITH AN ARCHIVE, ARCHIVED.  THE
001940* -WRITTEN COUNTS ARE TAKEN AT THE WRITE ITSELF, FOR THE BALANCE.
001950*----------------------------------------------------------------
001960 78  DS-SENTFIL                VALUE 1.
001970 78  DS-ALRTFIL                VALUE 2.
001980 78  DS-REJFIL                 VALUE 3.
001990 78  DS-HISTFIL                VALUE 4.
002000 78  DS-RUNCTL                 VALUE 5.
002010 78  MAX-DATASETS              VALUE 5.
002020 01  DATASET-TABLE.
002030     05  DS-ROW OCCURS MAX-DATASETS TIMES.
002040         10  DS-NAME           PIC X(08).
002050         10  DS-TITLE          PIC X(30).
002060         10  DS-HELD-LABEL     PIC X(40).
002070         10  DS-RET-SW         PIC X(01).
002080             88  DS-RET-SET              VALUE 'Y'.
002090         10  DS-RET-DAYS       PIC 9(04).
002100         10  DS-CUTOFF         PIC 9(08).
002110         10  DS-ARCH-SW        PIC X(01).
002120             88  DS-ARCHIVES             VALUE 'Y'.
002130         10  DS-JUDGED-SW      PIC X(01).
002140             88  DS-JUDGED               VALUE 'Y'.
002150         10  DS-NOTE           PIC X(40).
002160         10  DS-READ           PIC 9(8) COMP.
002170         10  DS-KEPT           PIC 9(8) COMP.
002180         10  DS-HELD           PIC 9(8) COMP.
002190         10  DS-GONE           PIC 9(8) COMP.
002200         10  DS-KEPT-WRITTEN   PIC 9(8) COMP.
002210         10  DS-GONE-WRITTEN   PIC 9(8) COMP.
002220 01  WS-DS                     PIC 9(4) COMP VALUE 0.
002230 01  WS-SCAN                   PIC 9(4) COMP VALUE 0.
002240 01  WS-NOTE-TEXT              PIC X(40) VALUE SPACES.
002250 01  WS-RET-REASON             PIC X(40) VALUE SPACES.
002260*----------------------------------------------------------------
002270* SEND LOG AND ACKNOWLEDGMENTS - BOTH LOADED WHOLE, AS
002280* STACK-ACKMATCH DOES, AND MATCHED ON THE SEND'S AS-OF STAMP
002290* (DATE AND TIME RUN TOGETHER).  THE RECEIVER TABLE IS EVERY
002300* RECEIVER SEEN ACKNOWLEDGING A FEED, WITH THE EARLIEST SEND OF
002310* THAT FEED IT ACKNOWLEDGED: FROM THAT SEND ON IT IS EXPECTED TO
002320* ACKNOWLEDGE EVERY SEND OF THE FEED, SO A RECEIVER THAT HAS
002330* GONE QUIET HOLDS THE SENDS IT NEVER ANSWERED.  ANY TABLE
002340* RUNNING FULL MEANS NO SEND IS DROPPED.
002350*----------------------------------------------------------------
002360 78  MAX-SENDS                 VALUE 1000.
002370 78  MAX-ACKS                  VALUE 2000.
002380 78  MAX-RECEIVERS             VALUE 50.
002390 01  SEND-TABLE.
002400     05  SND-ROW OCCURS MAX-SENDS TIMES.
002410         10  SND-STAMP         PIC 9(16).
002420         10  SND-SOURCE        PIC X(08).
002430         10  SND-COUNT         PIC 9(08).
002440         10  SND-HASH          PIC 9(12).
002450         10  SND-VALID-SW      PIC X(01).
002460             88  SND-VALID               VALUE 'Y'.
002470 01  ACK-TABLE.
002480     05  ACK-ROW OCCURS MAX-ACKS TIMES.
002490         10  ACK-TAB-STAMP     PIC 9(16).
002500         10  ACK-TAB-RECEIVER  PIC X(08).
002510         10  ACK-TAB-COUNT     PIC 9(08).
002520         10  ACK-TAB-HASH      PIC 9(12).
002530 01  RECEIVER-TABLE.
002540     05  RCV-ROW OCCURS MAX-RECEIVERS TIMES.
002550         10  RCV-SOURCE        PIC X(08).
002560         10  RCV-RECEIVER      PIC X(08).
002570         10  RCV-FIRST-STAMP   PIC 9(16).
002580 01  WS-SEND-COUNT             PIC 9(4) COMP VALUE 0.
002590 01  WS-ACK-COUNT              PIC 9(4) COMP VALUE 0.
002600 01  WS-RCV-COUNT              PIC 9(4) COMP VALUE 0.
002610 01  WS-OK-ACKS                PIC 9(4) COMP VALUE 0.
002620*----------------------------------------------------------------
002630* QUEUE THRESHOLDS AND DEPTHS - EACH DEFINED QUEUE'S WARNING
002640* PERCENTAGE (FROM STKDEF, ONLY WHERE ONE IS SET) AND EACH
002650* CHECKPOINTED QUEUE'S CURRENT DEPTH AND EFFECTIVE CEILING.
002660*----------------------------------------------------------------
002670 78  MAX-QUEUES                VALUE 50.
002680 01  WARN-TABLE.
002690     05  WRN-ROW OCCURS MAX-QUEUES TIMES.
002700         10  WRN-STACK-ID      PIC X(10).
002710         10  WRN-PCT           PIC 9(3) COMP.
002720 01  DEPTH-TABLE.
002730     05  DEP-ROW OCCURS MAX-QUEUES TIMES.
002740         10  DEP-STACK-ID      PIC X(10).
002750         10  DEP-TOP           PIC 9(4) COMP.
002760         10  DEP-CAPACITY      PIC 9(4) COMP.
002770         10  DEP-KNOWN-SW      PIC X(01).
002780             88  DEP-KNOWN               VALUE 'Y'.
002790 01  WS-WARN-COUNT             PIC 9(4) COMP VALUE 0.
002800 01  WS-DEPTH-COUNT            PIC 9(4) COMP VALUE 0.
002810 01  WS-WARN-PCT               PIC 9(3) COMP VALUE 0.
002820 01  WS-ALR-CAPACITY           PIC 9(4) COMP VALUE 0.
002830*----------------------------------------------------------------
002840* RESTART WINDOWS AND REJECTS - ONE ROW PER RESTART RECORD ON
002850* RUNCTL, FROM THE DATE OF THE COMMIT POINT IT RESUMED FROM TO
002860* THE DATE IT BEGAN (REJECTS CARRY A DATE BUT NO TIME, SO THE
002870* WINDOW IS JUDGED ON DATES), AND THE WHOLE REJECT FILE.  A
002880* REJECT ROW IS REMOVED ('R') WHEN A LATER IDENTICAL REJECT IN
002890* THE SAME WINDOW IS ITS RESTART COPY, WHICH IS THEN PAIRED
002900* ('P') AND KEPT.  REJ-TAB-IN-WINDOW MARKS A REJECT PAST
002910* RETENTION INSIDE A WINDOW, WHETHER OR NOT IT WAS PAIRED.
002920*----------------------------------------------------------------
002930 78  MAX-VOIDS                 VALUE 50.
002940 78  MAX-REJECTS               VALUE 3000.
002950 01  VOID-TABLE.
002960     05  VOID-ROW OCCURS MAX-VOIDS TIMES.
002970         10  VOID-FROM-DATE    PIC 9(08).
002980         10  VOID-TO-DATE      PIC 9(08).
002990 01  REJECT-TABLE.
003000     05  REJ-ROW OCCURS MAX-REJECTS TIMES.
003010         10  REJ-TAB-TRANS     PIC X(80).
003020         10  REJ-TAB-REASON    PIC X(04).
003030         10  REJ-TAB-DATE      PIC X(08).
003040         10  REJ-TAB-DATE-N REDEFINES REJ-TAB-DATE
003050                               PIC 9(08).
003060         10  REJ-TAB-STATE     PIC X(01).
003070             88  REJ-TAB-UNPAIRED        VALUE 'N'.
003080             88  REJ-TAB-REMOVED         VALUE 'R'.
003090         10  REJ-TAB-IN-WINDOW-SW PIC X(01).
003100             88  REJ-TAB-IN-WINDOW       VALUE 'Y'.
003110 01  WS-VOID-COUNT             PIC 9(4) COMP VALUE 0.
003120 01  WS-REJECT-COUNT           PIC 9(4) COMP VALUE 0.
003130 01  WS-V                      PIC 9(4) COMP VALUE 0.
003140*----------------------------------------------------------------
003150* WORK FIELDS - SUBSCRIPTS, THE RECORD IN HAND'S SEQUENCE ON ITS
003160* SECOND PASS, ITS DATE FOR THE RETENTION TEST, AND STAMPS AS
003170* SIXTEEN DIGITS (DATE AND TIME RUN TOGETHER) FOR COMPARISON.
003180*----------------------------------------------------------------
003190 01  WS-I                      PIC 9(4) COMP VALUE 0.
003200 01  WS-J                      PIC 9(4) COMP VALUE 0.
003210 01  WS-K                      PIC 9(4) COMP VALUE 0.
003220 01  WS-FOUND-SUB              PIC 9(4) COMP VALUE 0.
003230 01  WS-SEQ                    PIC 9(8) COMP VALUE 0.
003240 01  WS-TODAY                  PIC 9(08) VALUE 0.
003250 01  WS-TODAY-INT              PIC 9(08) COMP VALUE 0.
003260 01  WS-REC-DATE               PIC X(08) VALUE SPACES.
003270 01  WS-REC-DATE-N REDEFINES WS-REC-DATE
003280                               PIC 9(08).
003290 01  WS-STAMP-WORK.
003300     05  WS-STAMP-DATE         PIC 9(08) VALUE 0.
003310     05  WS-STAMP-TIME         PIC 9(08) VALUE 0.
003320 01  WS-STAMP REDEFINES WS-STAMP-WORK
003330                               PIC 9(16).
003340 01  WS-FEED-WORK.
003350     05  WS-FEED-THRU-DATE     PIC 9(08) VALUE 0.
003360     05  WS-FEED-THRU-TIME     PIC 9(08) VALUE 0.
003370 01  WS-FEED-STAMP REDEFINES WS-FEED-WORK
003380                               PIC 9(16).
003390 01  WS-IN-OUT-TOTAL           PIC 9(8) COMP VALUE 0.
003400 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
003410*----------------------------------------------------------------
003420* PROGRAM SWITCHES - THE REBUILT AND ARCHIVE DATASETS SHARE ONE
003430* STATUS FIELD, TESTED AS EACH WRITE IS MADE.
003440*----------------------------------------------------------------
003450 01  WS-SWITCHES.
003460     05  WS-RET-STATUS         PIC X(02) VALUE '00'.
003470         88  WS-RET-OK                   VALUE '00'.
003480         88  WS-RET-NOT-FOUND            VALUE '05'.
003490     05  WS-RET-EOF-SWITCH     PIC X(01) VALUE 'N'.
003500         88  WS-RET-EOF-YES              VALUE 'Y'.
003510     05  WS-MVC-STATUS         PIC X(02) VALUE '00'.
003520         88  WS-MVC-OK                   VALUE '00'.
003530         88  WS-MVC-NOT-FOUND            VALUE '05'.
003540     05  WS-MVC-EOF-SWITCH     PIC X(01) VALUE 'N'.
003550         88  WS-MVC-EOF-YES              VALUE 'Y'.
003560     05  WS-SENT-STATUS        PIC X(02) VALUE '00'.
003570         88  WS-SENT-OK                  VALUE '00'.
003580         88  WS-SENT-NOT-FOUND           VALUE '05'.
003590     05  WS-SENT-EOF-SWITCH    PIC X(01) VALUE 'N'.
003600         88  WS-SENT-EOF-YES             VALUE 'Y'.
003610     05  WS-ACK-STATUS         PIC X(02) VALUE '00'.
003620         88  WS-ACK-OK                   VALUE '00'.
003630         88  WS-ACK-NOT-FOUND            VALUE '05'.
003640     05  WS-ACK-EOF-SWITCH     PIC X(01) VALUE 'N'.
003650         88  WS-ACK-EOF-YES              VALUE 'Y'.
003660     05  WS-ALR-STATUS         PIC X(02) VALUE '00'.
003670         88  WS-ALR-OK                   VALUE '00'.
003680         88  WS-ALR-NOT-FOUND            VALUE '05'.
003690     05  WS-ALR-EOF-SWITCH     PIC X(01) VALUE 'N'.
003700         88  WS-ALR-EOF-YES              VALUE 'Y'.
003710     05  WS-SDF-STATUS         PIC X(02) VALUE '00'.
003720         88  WS-SDF-OK                   VALUE '00'.
003730         88  WS-SDF-NOT-FOUND            VALUE '05'.
003740     05  WS-SDF-EOF-SWITCH     PIC X(01) VALUE 'N'.
003750         88  WS-SDF-EOF-YES              VALUE 'Y'.
003760     05  WS-CKPT-STATUS        PIC X(02) VALUE '00'.
003770         88  WS-CKPT-OK                  VALUE '00'.
003780         88  WS-CKPT-NOT-FOUND           VALUE '05'.
003790     05  WS-CKPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
003800         88  WS-CKPT-EOF-YES             VALUE 'Y'.
003810     05  WS-REJ-STATUS         PIC X(02) VALUE '00'.
003820         88  WS-REJ-OK                   VALUE '00'.
003830         88  WS-REJ-NOT-FOUND            VALUE '05'.
003840     05  WS-REJ-EOF-SWITCH     PIC X(01) VALUE 'N'.
003850         88  WS-REJ-EOF-YES              VALUE 'Y'.
003860     05  WS-HIST-STATUS        PIC X(02) VALUE '00'.
003870         88  WS-HIST-OK                  VALUE '00'.
003880         88  WS-HIST-NOT-FOUND           VALUE '05'.
003890     05  WS-HIST-EOF-SWITCH    PIC X(01) VALUE 'N'.
003900         88  WS-HIST-EOF-YES             VALUE 'Y'.
003910     05  WS-RUN-STATUS         PIC X(02) VALUE '00'.
003920         88  WS-RUN-OK                   VALUE '00'.
003930         88  WS-RUN-NOT-FOUND            VALUE '05'.
003940     05  WS-RUN-EOF-SWITCH     PIC X(01) VALUE 'N'.
003950         88  WS-RUN-EOF-YES              VALUE 'Y'.
003960     05  WS-OUT-STATUS         PIC X(02) VALUE '00'.
003970         88  WS-OUT-OK                   VALUE '00'.
003980     05  WS-RET-USABLE-SW      PIC X(01) VALUE 'N'.
003990         88  WS-RET-USABLE               VALUE 'Y'.
004000     05  WS-FEED-SW            PIC X(01) VALUE 'N'.
004010         88  WS-FEED-IN-USE              VALUE 'Y'.
004020     05  WS-PAST-SW            PIC X(01) VALUE 'N'.
004030         88  WS-PAST-RETENTION           VALUE 'Y'.
004040     05  WS-CLEAR-SW           PIC X(01) VALUE 'N'.
004050         88  WS-CLEAR                    VALUE 'Y'.
004060     05  WS-BAD-ACK-SW         PIC X(01) VALUE 'N'.
004070         88  WS-BAD-ACK                  VALUE 'Y'.
004080     05  WS-MISSING-SW         PIC X(01) VALUE 'N'.
004090         88  WS-RECEIVER-MISSING         VALUE 'Y'.
004100     05  WS-RCV-ACKED-SW       PIC X(01) VALUE 'N'.
004110         88  WS-RCV-ACKED                VALUE 'Y'.
004120*----------------------------------------------------------------
004130* REPORT LINE LAYOUTS - TOTALS ARE THE SAME SHAPE AS
004140* STACK-EXAMPLE'S RPT-LINE.
004150*----------------------------------------------------------------
004160 01  DS-HEADING-LINE.
004170     05  DS-HDG-NAME           PIC X(08).
004180     05  FILLER                PIC X(03) VALUE ' - '.
004190     05  DS-HDG-TITLE          PIC X(30).
004200     05  FILLER                PIC X(39) VALUE SPACES.
004210 01  RPT-LINE.
004220     05  RPT-LABEL             PIC X(40).
004230     05  RPT-VALUE             PIC ZZZZZZZ9.
004240     05  FILLER                PIC X(31).
004250 PROCEDURE DIVISION.
004260*----------------------------------------------------------------
004270* 0000-MAIN-PROCEDURE - LOAD THE RETENTION PERIODS, THEN TRIM
004280*                       EACH DATASET IN TURN AND PROVE THE
004290*                       COUNTS.  WITHOUT A USABLE RETENTION
004300*                       CONTROL FILE NOTHING IS REBUILT - A
004310*                       HOUSEKEEPING RUN THAT GUESSED ITS
004320*                       RETENTION PERIODS COULD THROW AWAY
004330*                       RECORDS STILL NEEDED.
004340*----------------------------------------------------------------
004350 0000-MAIN-PROCEDURE.
004360     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004370     IF WS-RET-USABLE
004380         PERFORM 2000-TRIM-SENT-LOG THRU 2000-EXIT
004390         PERFORM 3000-TRIM-ALERTS THRU 3000-EXIT
004400         PERFORM 4000-TRIM-REJECTS THRU 4000-EXIT
004410         PERFORM 5000-ROLL-HISTORY THRU 5000-EXIT
004420         PERFORM 6000-ROLL-RUN-CONTROL THRU 6000-EXIT
004430     END-IF
004440     PERFORM 9000-TERMINATE THRU 9000-EXIT
004450     STOP RUN.
004460*----------------------------------------------------------------
004470* 1000-INITIALIZE - OPENS THE REPORT, SETS UP THE DATASET TABLE,
004480*                   LOADS THE RETENTION PERIODS AND THE MOVEMENT
004490*                   FEED'S POSITION.  AN UNUSABLE RETENTION
004500*                   CONTROL FILE FAILS THE RUN UP FRONT WITH
004510*                   CONDITION CODE 16 AND NOTHING WRITTEN.  A
004520*                   DATASET WITH NO RETENTION RECORD IS COPIED
004530*                   ACROSS WHOLE WITH CONDITION CODE 4.
004540*----------------------------------------------------------------
004550 1000-INITIALIZE.
004560     ACCEPT WS-TODAY FROM DATE YYYYMMDD
004570     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
004580     OPEN OUTPUT RPT-FILE
004590     MOVE SPACES TO RPT-LINE
004600     MOVE 'STACK-HOUSEKEEP RETENTION REPORT' TO RPT-LABEL
004610     WRITE RPT-RECORD FROM RPT-LINE
004620     MOVE SPACES TO RPT-LINE
004630     MOVE 'RUN DATE' TO RPT-LABEL
004640     MOVE WS-TODAY TO RPT-VALUE
004650     WRITE RPT-RECORD FROM RPT-LINE
004660     PERFORM 1050-SET-UP-DATASETS THRU 1050-EXIT
004670     PERFORM 1100-LOAD-RETENTION THRU 1100-EXIT
004680     IF NOT WS-RET-USABLE
004690         DISPLAY 'ERROR - RETENTION CONTROL UNUSABLE: '
004700             WS-RET-REASON ', NOTHING TRIMMED'
004710         MOVE SPACES TO RPT-LINE
004720         WRITE RPT-RECORD FROM RPT-LINE
004730         MOVE '*** RETENTION CONTROL UNUSABLE - ABORTED'
004740             TO RPT-LABEL
004750         WRITE RPT-RECORD FROM RPT-LINE
004760         MOVE SPACES TO RPT-LINE
004770         MOVE WS-RET-REASON TO RPT-LABEL
004780         WRITE RPT-RECORD FROM RPT-LINE
004790         MOVE 16 TO WS-MAX-RC
004800         GO TO 1000-EXIT
004810     END-IF
004820     PERFORM 1060-CHECK-ONE-PERIOD THRU 1060-EXIT
004830         VARYING WS-DS FROM 1 BY 1
004840             UNTIL WS-DS > MAX-DATASETS
004850     PERFORM 1150-LOAD-FEED-POSITION THRU 1150-EXIT.
004860 1000-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------
004890* 1050-SET-UP-DATASETS - NAMES EACH DATASET AND CLEARS ITS ROW.
004900*----------------------------------------------------------------
004910 1050-SET-UP-DATASETS.
004920     PERFORM 1055-CLEAR-ONE-DATASET THRU 1055-EXIT
004930         VARYING WS-DS FROM 1 BY 1
004940             UNTIL WS-DS > MAX-DATASETS
004950     MOVE 'SENTFIL' TO DS-NAME(DS-SENTFIL)
004960     MOVE 'SENT-EXTRACT LOG' TO DS-TITLE(DS-SENTFIL)
004970     MOVE '  PAST RETENTION, NOT YET ACKNOWLEDGED'
004980         TO DS-HELD-LABEL(DS-SENTFIL)
004990     MOVE 'ALRTFIL' TO DS-NAME(DS-ALRTFIL)
005000     MOVE 'CAPACITY ALERTS' TO DS-TITLE(DS-ALRTFIL)
005010     MOVE '  PAST RETENTION, QUEUE STILL AT WARNING'
005020         TO DS-HELD-LABEL(DS-ALRTFIL)
005030     MOVE 'REJFIL' TO DS-NAME(DS-REJFIL)
005040     MOVE 'REJECTED TRANSACTIONS' TO DS-TITLE(DS-REJFIL)
005050     MOVE '  IN A RESTART WINDOW, NOT DUPLICATED'
005060         TO DS-HELD-LABEL(DS-REJFIL)
005070     MOVE 'HISTFIL' TO DS-NAME(DS-HISTFIL)
005080     MOVE 'DAILY ACTIVITY HISTORY' TO DS-TITLE(DS-HISTFIL)
005090     MOVE '  PAST RETENTION, NOT ARCHIVED'
005100         TO DS-HELD-LABEL(DS-HISTFIL)
005110     MOVE 'Y' TO DS-ARCH-SW(DS-HISTFIL)
005120     MOVE 'RUNCTL' TO DS-NAME(DS-RUNCTL)
005130     MOVE 'RUN CONTROL' TO DS-TITLE(DS-RUNCTL)
005140     MOVE '  PAST RETENTION, RESTART STILL NEEDED'
005150         TO DS-HELD-LABEL(DS-RUNCTL)
005160     MOVE 'Y' TO DS-ARCH-SW(DS-RUNCTL).
005170 1050-EXIT.
005180     EXIT.
005190*----------------------------------------------------------------
005200* 1055-CLEAR-ONE-DATASET - ZEROES ONE DATASET ROW.
005210*----------------------------------------------------------------
005220 1055-CLEAR-ONE-DATASET.
005230     MOVE SPACES TO DS-NAME(WS-DS)
005240     MOVE SPACES TO DS-TITLE(WS-DS)
005250     MOVE SPACES TO DS-HELD-LABEL(WS-DS)
005260     MOVE 'N' TO DS-RET-SW(WS-DS)
005270     MOVE 0 TO DS-RET-DAYS(WS-DS)
005280     MOVE 0 TO DS-CUTOFF(WS-DS)
005290     MOVE 'N' TO DS-ARCH-SW(WS-DS)
005300     MOVE 'Y' TO DS-JUDGED-SW(WS-DS)
005310     MOVE SPACES TO DS-NOTE(WS-DS)
005320     MOVE 0 TO DS-READ(WS-DS)
005330     MOVE 0 TO DS-KEPT(WS-DS)
005340     MOVE 0 TO DS-HELD(WS-DS)
005350     MOVE 0 TO DS-GONE(WS-DS)
005360     MOVE 0 TO DS-KEPT-WRITTEN(WS-DS)
005370     MOVE 0 TO DS-GONE-WRITTEN(WS-DS).
005380 1055-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410* 1060-CHECK-ONE-PERIOD - A DATASET THE RETENTION CONTROL FILE
005420*                         DOES NOT NAME IS COPIED ACROSS WHOLE;
005430*                         ONE IT DOES NAME GETS ITS CUTOFF, THE
005440*                         LATEST DATE PAST RETENTION.
005450*----------------------------------------------------------------
005460 1060-CHECK-ONE-PERIOD.
005470     IF NOT DS-RET-SET(WS-DS)
005480         MOVE 'NO RETENTION PERIOD - NOTHING TRIMMED'
005490             TO DS-NOTE(WS-DS)
005500         DISPLAY 'WARNING - NO RETENTION PERIOD FOR '
005510             DS-NAME(WS-DS) ', COPIED WHOLE'
005520         IF WS-MAX-RC < 4
005530             MOVE 4 TO WS-MAX-RC
005540         END-IF
005550         GO TO 1060-EXIT
005560     END-IF
005570     IF DS-RET-DAYS(WS-DS) NOT < WS-TODAY-INT
005580         MOVE 0 TO DS-CUTOFF(WS-DS)
005590     ELSE
005600         COMPUTE DS-CUTOFF(WS-DS) = FUNCTION DATE-OF-INTEGER(
005610             WS-TODAY-INT - DS-RET-DAYS(WS-DS))
005620     END-IF.
005630 1060-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660* 1100-LOAD-RETENTION - READS THE RETENTION CONTROL FILE INTO THE
005670*                       DATASET TABLE.  SETS WS-RET-USABLE ONLY
005680*                       WHEN EVERY RECORD NAMED A HOUSEKEPT
005690*                       DATASET ONCE WITH A NUMERIC PERIOD;
005700*                       OTHERWISE WS-RET-REASON SAYS WHY.
005710*----------------------------------------------------------------
005720 1100-LOAD-RETENTION.
005730     MOVE 'N' TO WS-RET-USABLE-SW
005740     OPEN INPUT RET-CONTROL-FILE
005750     IF NOT WS-RET-OK AND NOT WS-RET-NOT-FOUND
005760         DISPLAY 'ERROR - BAD OPEN ON RET-CONTROL-FILE, '
005770             'STATUS = ' WS-RET-STATUS
005780         MOVE 'RETENTION CONTROL WILL NOT OPEN'
005790             TO WS-RET-REASON
005800         GO TO 1100-EXIT
005810     END-IF
005820     IF WS-RET-NOT-FOUND
005830         CLOSE RET-CONTROL-FILE
005840         MOVE 'NO RETENTION CONTROL DATASET' TO WS-RET-REASON
005850         GO TO 1100-EXIT
005860     END-IF
005870     MOVE SPACES TO WS-RET-REASON
005880     MOVE 0 TO WS-SEQ
005890     PERFORM 1190-READ-RETENTION THRU 1190-EXIT
005900     PERFORM 1110-TAKE-ONE-PERIOD THRU 1110-EXIT
005910         UNTIL WS-RET-EOF-YES
005920     CLOSE RET-CONTROL-FILE
005930     IF WS-RET-REASON NOT = SPACES
005940         GO TO 1100-EXIT
005950     END-IF
005960     IF WS-SEQ = 0
005970         MOVE 'RETENTION CONTROL IS EMPTY' TO WS-RET-REASON
005980         GO TO 1100-EXIT
005990     END-IF
006000     MOVE 'Y' TO WS-RET-USABLE-SW.
006010 1100-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------
006040* 1110-TAKE-ONE-PERIOD - TABLES ONE RETENTION PERIOD.  THE FIRST
006050*                        FAULT STOPS THE LOAD.
006060*----------------------------------------------------------------
006070 1110-TAKE-ONE-PERIOD.
006080     ADD 1 TO WS-SEQ
006090     MOVE 0 TO WS-FOUND-SUB
006100     PERFORM 1120-MATCH-DATASET THRU 1120-EXIT
006110         VARYING WS-SCAN FROM 1 BY 1
006120             UNTIL WS-SCAN > MAX-DATASETS
006130     IF WS-FOUND-SUB = 0
006140         MOVE 'RETENTION NAMES AN UNKNOWN DATASET'
006150             TO WS-RET-REASON
006160         GO TO 1110-FAIL
006170     END-IF
006180     IF RET-DAYS NOT NUMERIC
006190         MOVE 'RETENTION DAYS NOT NUMERIC' TO WS-RET-REASON
006200         GO TO 1110-FAIL
006210     END-IF
006220     IF DS-RET-SET(WS-FOUND-SUB)
006230         MOVE 'RETENTION NAMES A DATASET TWICE'
006240             TO WS-RET-REASON
006250         GO TO 1110-FAIL
006260     END-IF
006270     MOVE 'Y' TO DS-RET-SW(WS-FOUND-SUB)
006280     MOVE RET-DAYS TO DS-RET-DAYS(WS-FOUND-SUB)
006290     PERFORM 1190-READ-RETENTION THRU 1190-EXIT
006300     GO TO 1110-EXIT.
006310 1110-FAIL.
006320     DISPLAY 'ERROR - RETENTION RECORD REJECTED: ' RET-DATASET
006330         ' ' RET-DAYS
006340     MOVE 'Y' TO WS-RET-EOF-SWITCH.
006350 1110-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------
006380* 1120-MATCH-DATASET - NOTES THE ROW OF THE DATASET A RETENTION
006390*                      RECORD NAMES.
006400*----------------------------------------------------------------
006410 1120-MATCH-DATASET.
006420     IF RET-DATASET = DS-NAME(WS-SCAN)
006430         MOVE WS-SCAN TO WS-FOUND-SUB
006440     END-IF.
006450 1120-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480* 1150-LOAD-FEED-POSITION - READS THE MOVEMENT FEED CONTROL
006490*                           DATASET; THE LATEST RECORD GIVES THE
006500*                           STAMP THE FEED HAS REACHED.  A
006510*                           RESTART RECORD ON RUNCTL THAT ENDED
006520*                           AFTER IT STILL VOIDS AUDIT RECORDS
006530*                           THE FEED HAS YET TO SEND.  NO MOVCTL
006540*                           MEANS THE FEED IS NOT IN USE; ONE
006550*                           THAT CANNOT BE READ HOLDS RUNCTL.
006560*----------------------------------------------------------------
006570 1150-LOAD-FEED-POSITION.
006580     OPEN INPUT MOV-CONTROL-FILE
006590     IF NOT WS-MVC-OK AND NOT WS-MVC-NOT-FOUND
006600         DISPLAY 'ERROR - BAD OPEN ON MOV-CONTROL-FILE, '
006610             'STATUS = ' WS-MVC-STATUS
006620         MOVE DS-RUNCTL TO WS-DS
006630         MOVE 'FEED CONTROL UNREADABLE - NONE ARCHIVED'
006640             TO WS-NOTE-TEXT
006650         PERFORM 7200-CANNOT-JUDGE THRU 7200-EXIT
006660         GO TO 1150-EXIT
006670     END-IF
006680     IF WS-MVC-NOT-FOUND
006690         CLOSE MOV-CONTROL-FILE
006700         GO TO 1150-EXIT
006710     END-IF
006720     PERFORM 1160-READ-FEED-CONTROL THRU 1160-EXIT
006730         UNTIL WS-MVC-EOF-YES
006740     CLOSE MOV-CONTROL-FILE.
006750 1150-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------
006780* 1160-READ-FEED-CONTROL - READS ONE FEED CONTROL RECORD; EACH
006790*                          NUMERIC THROUGH STAMP REPLACES THE
006800*                          LAST, SO THE LATEST FEED WINS.
006810*----------------------------------------------------------------
006820 1160-READ-FEED-CONTROL.
006830     READ MOV-CONTROL-FILE
006840         AT END MOVE 'Y' TO WS-MVC-EOF-SWITCH
006850     END-READ
006860     IF NOT WS-MVC-EOF-YES
006870         AND MVC-THRU-DATE NUMERIC
006880         AND MVC-THRU-TIME NUMERIC
006890         MOVE MVC-THRU-DATE TO WS-FEED-THRU-DATE
006900         MOVE MVC-THRU-TIME TO WS-FEED-THRU-TIME
006910         MOVE 'Y' TO WS-FEED-SW
006920     END-IF.
006930 1160-EXIT.
006940     EXIT.
006950*----------------------------------------------------------------
006960* 1190-READ-RETENTION - READS THE NEXT RETENTION RECORD.
006970*----------------------------------------------------------------
006980 1190-READ-RETENTION.
006990     READ RET-CONTROL-FILE
007000         AT END MOVE 'Y' TO WS-RET-EOF-SWITCH
007010     END-READ.
007020 1190-EXIT.
007030     EXIT.
007040*----------------------------------------------------------------
007050* 2000-TRIM-SENT-LOG - SENTFIL TO SNTNEW.  PASS ONE LOADS THE
007060*                      SEND LOG AND THE ACKNOWLEDGMENTS AND
007070*                      WORKS OUT WHICH RECEIVERS EACH FEED HAS;
007080*                      PASS TWO COPIES EVERY SEND ACROSS EXCEPT
007090*                      THOSE PAST RETENTION AND PROVEN CLEAR.
007100*----------------------------------------------------------------
007110 2000-TRIM-SENT-LOG.
007120     MOVE DS-SENTFIL TO WS-DS
007130     OPEN INPUT SENT-FILE
007140     IF NOT WS-SENT-OK AND NOT WS-SENT-NOT-FOUND
007150         DISPLAY 'ERROR - BAD OPEN ON SENT-FILE, STATUS = '
007160             WS-SENT-STATUS
007170         PERFORM 7300-LIVE-FILE-FAILED THRU 7300-EXIT
007180         GO TO 2000-EXIT
007190     END-IF
007200     IF WS-SENT-NOT-FOUND
007210         MOVE 'Y' TO WS-SENT-EOF-SWITCH
007220     ELSE
007230         PERFORM 2900-READ-SEND THRU 2900-EXIT
007240     END-IF
007250     PERFORM 2100-LOAD-ONE-SEND THRU 2100-EXIT
007260         UNTIL WS-SENT-EOF-YES
007270     CLOSE SENT-FILE
007280     PERFORM 2200-LOAD-ACKS THRU 2200-EXIT
007290     IF DS-JUDGED(WS-DS)
007300         PERFORM 2300-NOTE-ONE-RECEIVER THRU 2300-EXIT
007310             VARYING WS-J FROM 1 BY 1
007320                 UNTIL WS-J > WS-ACK-COUNT
007330     END-IF
007340     MOVE 'N' TO WS-SENT-EOF-SWITCH
007350     MOVE 0 TO WS-SEQ
007360     OPEN INPUT SENT-FILE
007370     IF WS-SENT-NOT-FOUND
007380         MOVE 'Y' TO WS-SENT-EOF-SWITCH
007390     ELSE
007400         PERFORM 2900-READ-SEND THRU 2900-EXIT
007410     END-IF
007420     OPEN OUTPUT NEW-SENT-FILE
007430     PERFORM 7400-CHECK-OUTPUT-OPEN THRU 7400-EXIT
007440     PERFORM 2400-COPY-ONE-SEND THRU 2400-EXIT
007450         UNTIL WS-SENT-EOF-YES
007460     CLOSE SENT-FILE
007470     CLOSE NEW-SENT-FILE.
007480 2000-EXIT.
007490     EXIT.
007500*----------------------------------------------------------------
007510* 2100-LOAD-ONE-SEND - STORES ONE SEND IN THE TABLE, IN FILE
007520*                      ORDER, SO PASS TWO FINDS EACH SEND AT ITS
007530*                      OWN RECORD NUMBER.  A SEND WITH A NON-
007540*                      NUMERIC IDENTITY OR TOTALS CAN NEVER BE
007550*                      PROVEN CLEAR.
007560*----------------------------------------------------------------
007570 2100-LOAD-ONE-SEND.
007580     IF WS-SEND-COUNT NOT < MAX-SENDS
007590         MOVE 'SEND LOG OVER TABLE SIZE - NONE DROPPED'
007600             TO WS-NOTE-TEXT
007610         PERFORM 7200-CANNOT-JUDGE THRU 7200-EXIT
007620         GO TO 2100-NEXT
007630     END-IF
007640     ADD 1 TO WS-SEND-COUNT
007650     MOVE 'N' TO SND-VALID-SW(WS-SEND-COUNT)
007660     MOVE 0 TO SND-STAMP(WS-SEND-COUNT)
007670     MOVE SENT-SOURCE TO SND-SOURCE(WS-SEND-COUNT)
007680     IF SENT-DATE NOT NUMERIC OR SENT-TIME NOT NUMERIC
007690         OR SENT-COUNT NOT NUMERIC OR SENT-HASH NOT NUMERIC
007700         GO TO 2100-NEXT
007710     END-IF
007720     MOVE SENT-DATE TO WS-STAMP-DATE
007730     MOVE SENT-TIME TO WS-STAMP-TIME
007740     MOVE WS-STAMP TO SND-STAMP(WS-SEND-COUNT)
007750     MOVE SENT-COUNT TO SND-COUNT(WS-SEND-COUNT)
007760     MOVE SENT-HASH TO SND-HASH(WS-SEND-COUNT)
007770     MOVE 'Y' TO SND-VALID-SW(WS-SEND-COUNT).
007780 2100-NEXT.
007790     PERFORM 2900-READ-SEND THRU 2900-EXIT.
007800 2100-EXIT.
007810     EXIT.
007820*----------------------------------------------------------------
007830* 2200-LOAD-ACKS - LOADS THE ACKNOWLEDGMENTS, CONCATENATED UNDER
007840*                  ACKFIL AS FOR STACK-ACKMATCH.  THEY MUST BE
007850*                  READ WHOLE: A MALFORMED ACK, OR ONE PAST THE
007860*                  TABLE, COULD BE THE MISMATCH THAT HOLDS A
007870*                  SEND, SO EITHER MEANS NO SEND IS DROPPED.  NO
007880*                  ACK FILE AT ALL PROVES NOTHING CLEAR.
007890*----------------------------------------------------------------
007900 2200-LOAD-ACKS.
007910     OPEN INPUT ACK-FILE
007920     IF NOT WS-ACK-OK AND NOT WS-ACK-NOT-FOUND
007930         DISPLAY 'ERROR - BAD OPEN ON ACK-FILE, STATUS = '
007940             WS-ACK-STATUS
007950         MOVE 'ACK FILE WILL NOT OPEN - NONE DROPPED'
007960             TO WS-NOTE-TEXT
007970         PERFORM 7200-CANNOT-JUDGE THRU 7200-EXIT
007980         GO TO 2200-EXIT
007990     END-IF
008000     IF WS-ACK-NOT-FOUND
008010         CLOSE ACK-FILE
008020         IF DS-NOTE(WS-DS) = SPACES
008030             MOVE 'NO ACK FILE - NO SEND PROVEN CLEAR'
008040                 TO DS-NOTE(WS-DS)
008050         END-IF
008060         GO TO 2200-EXIT
008070     END-IF
008080     PERFORM 2950-READ-ACK THRU 2950-EXIT
008090     PERFORM 2210-LOAD-ONE-ACK THRU 2210-EXIT
008100         UNTIL WS-ACK-EOF-YES
008110     CLOSE ACK-FILE.
008120 2200-EXIT.
008130     EXIT.
008140*----------------------------------------------------------------
008150* 2210-LOAD-ONE-ACK - STORES ONE ACKNOWLEDGMENT IN THE TABLE.
008160*----------------------------------------------------------------
008170 2210-LOAD-ONE-ACK.
008180     IF ACK-DATE NOT NUMERIC OR ACK-TIME NOT NUMERIC
008190         OR ACK-COUNT NOT NUMERIC OR ACK-HASH NOT NUMERIC
008200         DISPLAY 'WARNING - UNMATCHABLE ACK RECORD FROM '
008210             ACK-RECEIVER
008220         MOVE 'UNMATCHABLE ACK ON FILE - NONE DROPPED'
008230             TO WS-NOTE-TEXT
008240         PERFORM 7200-CANNOT-JUDGE THRU 7200-EXIT
008250         GO TO 2210-NEXT
008260     END-IF
008270     IF WS-ACK-COUNT NOT < MAX-ACKS
008280         MOVE 'ACK FILE OVER TABLE SIZE - NONE DROPPED'
008290             TO WS-NOTE-TEXT
008300         PERFORM 7200-CANNOT-JUDGE THRU 7200-EXIT
008310         GO TO 2210-NEXT
008320     END-IF
008330     ADD 1 TO WS-ACK-COUNT
008340     MOVE ACK-DATE TO WS-STAMP-DATE
008350     MOVE ACK-TIME TO WS-STAMP-TIME
008360     MOVE WS-STAMP TO ACK-TAB-STAMP(WS-ACK-COUNT)
008370     MOVE ACK-RECEIVER TO ACK-TAB-RECEIVER(WS-ACK-COUNT)
008380     MOVE ACK-COUNT TO ACK-TAB-COUNT(WS-ACK-COUNT)
008390     MOVE ACK-HASH TO ACK-TAB-HASH(WS-ACK-COUNT).
008400 2210-NEXT.
008410     PERFORM 2950-READ-ACK THRU 2950-EXIT.
008420 2210-EXIT.
008430     EXIT.
008440*----------------------------------------------------------------
008450* 2300-NOTE-ONE-RECEIVER - TIES ACK WS-J TO THE SEND IT ANSWERS
008460*                          AND NOTES ITS RECEIVER AGAINST THAT
008470*                          SEND'S FEED, KEEPING THE EARLIEST
008480*                          SEND OF THE FEED IT ACKNOWLEDGED.
008490*                          AN ORPHAN ACK TELLS US NOTHING.
008500*----------------------------------------------------------------
008510 2300-NOTE-ONE-RECEIVER.
008520     MOVE 0 TO WS-FOUND-SUB
008530     PERFORM 2310-MATCH-ONE-SEND THRU 2310-EXIT
008540         VARYING WS-I FROM 1 BY 1
008550             UNTIL WS-I > WS-SEND-COUNT
008560                 OR WS-FOUND-SUB > 0
008570     IF WS-FOUND-SUB = 0
008580         GO TO 2300-EXIT
008590     END-IF
008600     MOVE WS-FOUND-SUB TO WS-I
008610     MOVE 0 TO WS-FOUND-SUB
008620     PERFORM 2320-MATCH-ONE-RECEIVER THRU 2320-EXIT
008630         VARYING WS-K FROM 1 BY 1
008640             UNTIL WS-K > WS-RCV-COUNT
008650                 OR WS-FOUND-SUB > 0
008660     IF WS-FOUND-SUB > 0
008670         IF SND-STAMP(WS-I) < RCV-FIRST-STAMP(WS-FOUND-SUB)
008680             MOVE SND-STAMP(WS-I)
008690                 TO RCV-FIRST-STAMP(WS-FOUND-SUB)
008700         END-IF
008710         GO TO 2300-EXIT
008720     END-IF
008730     IF WS-RCV-COUNT NOT < MAX-RECEIVERS
008740         MOVE 'MORE RECEIVERS THAN TABLE - NONE DROPPED'
008750             TO WS-NOTE-TEXT
008760         PERFORM 7200-CANNOT-JUDGE THRU 7200-EXIT
008770         GO TO 2300-EXIT
008780     END-IF
008790     ADD 1 TO WS-RCV-COUNT
008800     MOVE SND-SOURCE(WS-I) TO RCV-SOURCE(WS-RCV-COUNT)
008810     MOVE ACK-TAB-RECEIVER(WS-J) TO RCV-RECEIVER(WS-RCV-COUNT)
008820     MOVE SND-STAMP(WS-I) TO RCV-FIRST-STAMP(WS-RCV-COUNT).
008830 2300-EXIT.
008840     EXIT.
008850*----------------------------------------------------------------
008860* 2310-MATCH-ONE-SEND - NOTES SEND WS-I IF ACK WS-J CARRIES ITS
008870*                       AS-OF IDENTITY.
008880*----------------------------------------------------------------
008890 2310-MATCH-ONE-SEND.
008900     IF SND-VALID(WS-I)
008910         AND SND-STAMP(WS-I) = ACK-TAB-STAMP(WS-J)
008920         MOVE WS-I TO WS-FOUND-SUB
008930     END-IF.
008940 2310-EXIT.
008950     EXIT.
008960*----------------------------------------------------------------
008970* 2320-MATCH-ONE-RECEIVER - NOTES RECEIVER ROW WS-K IF IT IS ACK
008980*                           WS-J'S RECEIVER ON SEND WS-I'S FEED.
008990*----------------------------------------------------------------
009000 2320-MATCH-ONE-RECEIVER.
009010     IF RCV-SOURCE(WS-K) = SND-SOURCE(WS-I)
009020         AND RCV-RECEIVER(WS-K) = ACK-TAB-RECEIVER(WS-J)
009030         MOVE WS-K TO WS-FOUND-SUB
009040     END-IF.
009050 2320-EXIT.
009060     EXIT.
009070*----------------------------------------------------------------
009080* 2400-COPY-ONE-SEND - PASS TWO: DROPS THE SEND IN HAND IF IT IS
009090*                      PAST RETENTION AND PROVEN CLEAR, ELSE
009100*                      COPIES IT TO THE REBUILT SEND LOG.
009110*----------------------------------------------------------------
009120 2400-COPY-ONE-SEND.
009130     ADD 1 TO WS-SEQ
009140     ADD 1 TO DS-READ(WS-DS)
009150     MOVE SENT-DATE TO WS-REC-DATE
009160     PERFORM 7000-CHECK-PAST-RETENTION THRU 7000-EXIT
009170     IF WS-PAST-RETENTION
009180         AND DS-JUDGED(WS-DS)
009190         AND WS-SEQ NOT > WS-SEND-COUNT
009200         MOVE WS-SEQ TO WS-I
009210         PERFORM 2500-CHECK-SEND-CLEAR THRU 2500-EXIT
009220         IF WS-CLEAR
009230             ADD 1 TO DS-GONE(WS-DS)
009240             GO TO 2400-NEXT
009250         END-IF
009260     END-IF
009270     IF WS-PAST-RETENTION
009280         ADD 1 TO DS-HELD(WS-DS)
009290     END-IF
009300     ADD 1 TO DS-KEPT(WS-DS)
009310     WRITE NEW-SENT-RECORD FROM SENT-RECORD
009320     IF WS-OUT-OK
009330         ADD 1 TO DS-KEPT-WRITTEN(WS-DS)
009340     END-IF.
009350 2400-NEXT.
009360     PERFORM 2900-READ-SEND THRU 2900-EXIT.
009370 2400-EXIT.
009380     EXIT.
009390*----------------------------------------------------------------
009400* 2500-CHECK-SEND-CLEAR - SETS WS-CLEAR WHEN SEND WS-I IS CLEAR
009410*                         BY STACK-ACKMATCH'S RULES: AT LEAST
009420*                         ONE ACK CARRIES ITS IDENTITY, EVERY
009430*                         ACK THAT DOES ECHOES ITS COUNT AND
009440*                         HASH (NO MISMATCH), AND EVERY RECEIVER
009450*                         EXPECTED FOR ITS FEED BY THEN HAS
009460*                         ACKNOWLEDGED IT CLEAN.
009470*----------------------------------------------------------------
009480 2500-CHECK-SEND-CLEAR.
009490     MOVE 'N' TO WS-CLEAR-SW
009500     IF NOT SND-VALID(WS-I)
009510         GO TO 2500-EXIT
009520     END-IF
009530     MOVE 0 TO WS-OK-ACKS
009540     MOVE 'N' TO WS-BAD-ACK-SW
009550     PERFORM 2510-CHECK-ONE-ACK THRU 2510-EXIT
009560         VARYING WS-J FROM 1 BY 1
009570             UNTIL WS-J > WS-ACK-COUNT
009580     IF WS-OK-ACKS = 0 OR WS-BAD-ACK
009590         GO TO 2500-EXIT
009600     END-IF
009610     MOVE 'N' TO WS-MISSING-SW
009620     PERFORM 2520-CHECK-ONE-RECEIVER THRU 2520-EXIT
009630         VARYING WS-K FROM 1 BY 1
009640             UNTIL WS-K > WS-RCV-COUNT
009650                 OR WS-RECEIVER-MISSING
009660     IF WS-RECEIVER-MISSING
009670         GO TO 2500-EXIT
009680     END-IF
009690     MOVE 'Y' TO WS-CLEAR-SW.
009700 2500-EXIT.
009710     EXIT.
009720*----------------------------------------------------------------
009730* 2510-CHECK-ONE-ACK - COUNTS ACK WS-J IF IT ANSWERS SEND WS-I
009740*                      CLEAN, FLAGS IT IF ITS TOTALS DIFFER.
009750*----------------------------------------------------------------
009760 2510-CHECK-ONE-ACK.
009770     IF ACK-TAB-STAMP(WS-J) NOT = SND-STAMP(WS-I)
009780         GO TO 2510-EXIT
009790     END-IF
009800     IF ACK-TAB-COUNT(WS-J) = SND-COUNT(WS-I)
009810         AND ACK-TAB-HASH(WS-J) = SND-HASH(WS-I)
009820         ADD 1 TO WS-OK-ACKS
009830     ELSE
009840         MOVE 'Y' TO WS-BAD-ACK-SW
009850     END-IF.
009860 2510-EXIT.
009870     EXIT.
009880*----------------------------------------------------------------
009890* 2520-CHECK-ONE-RECEIVER - A RECEIVER ON SEND WS-I'S FEED THAT
009900*                           HAD ACKNOWLEDGED THAT FEED BY THE
009910*                           TIME OF THIS SEND MUST HAVE A CLEAN
009920*                           ACK FOR IT TOO.
009930*----------------------------------------------------------------
009940 2520-CHECK-ONE-RECEIVER.
009950     IF RCV-SOURCE(WS-K) NOT = SND-SOURCE(WS-I)
009960         OR RCV-FIRST-STAMP(WS-K) > SND-STAMP(WS-I)
009970         GO TO 2520-EXIT
009980     END-IF
009990     MOVE 'N' TO WS-RCV-ACKED-SW
010000     PERFORM 2530-FIND-RECEIVER-ACK THRU 2530-EXIT
010010         VARYING WS-J FROM 1 BY 1
010020             UNTIL WS-J > WS-ACK-COUNT
010030                 OR WS-RCV-ACKED
010040     IF NOT WS-RCV-ACKED
010050         MOVE 'Y' TO WS-MISSING-SW
010060     END-IF.
010070 2520-EXIT.
010080     EXIT.
010090*----------------------------------------------------------------
010100* 2530-FIND-RECEIVER-ACK - NOTES A CLEAN ACK OF SEND WS-I FROM
010110*                          RECEIVER WS-K.
010120*----------------------------------------------------------------
010130 2530-FIND-RECEIVER-ACK.
010140     IF ACK-TAB-STAMP(WS-J) = SND-STAMP(WS-I)
010150         AND ACK-TAB-RECEIVER(WS-J) = RCV-RECEIVER(WS-K)
010160         AND ACK-TAB-COUNT(WS-J) = SND-COUNT(WS-I)
010170         AND ACK-TAB-HASH(WS-J) = SND-HASH(WS-I)
010180         MOVE 'Y' TO WS-RCV-ACKED-SW
010190     END-IF.
010200 2530-EXIT.
010210     EXIT.
010220*----------------------------------------------------------------
010230* 2900-READ-SEND - READS THE NEXT SEND-LOG RECORD.
010240*----------------------------------------------------------------
010250 2900-READ-SEND.
010260     READ SENT-FILE
010270         AT END MOVE 'Y' TO WS-SENT-EOF-SWITCH
010280     END-READ.
010290 2900-EXIT.
010300     EXIT.
010310*----------------------------------------------------------------
010320* 2950-READ-ACK - READS THE NEXT ACKNOWLEDGMENT RECORD.
010330*----------------------------------------------------------------
010340 2950-READ-ACK.
010350     READ ACK-FILE
010360         AT END MOVE 'Y' TO WS-ACK-EOF-SWITCH
010370     END-READ.
010380 2950-EXIT.
010390     EXIT.
010400*----------------------------------------------------------------
010410* 3000-TRIM-ALERTS - ALRTFIL TO ALRNEW.  LOADS EACH QUEUE'S
010420*                    WARNING THRESHOLD AND CURRENT DEPTH, THEN
010430*                    COPIES EVERY ALERT ACROSS EXCEPT THOSE PAST
010440*                    RETENTION WHOSE QUEUE IS BACK UNDER ITS
010450*                    THRESHOLD.  NO CHECKPOINT MEANS NO DEPTH IS
010460*                    KNOWN AND NO ALERT IS CLOSED.
010470*----------------------------------------------------------------
010480 3000-TRIM-ALERTS.
010490     MOVE DS-ALRTFIL TO WS-DS
010500     OPEN INPUT ALERT-FILE
010510     IF NOT WS-ALR-OK AND NOT WS-ALR-NOT-FOUND
010520         DISPLAY 'ERROR - BAD OPEN ON ALERT-FILE, STATUS = '
010530             WS-ALR-STATUS
010540         PERFORM 7300-LIVE-FILE-FAILED THRU 7300-EXIT
010550         GO TO 3000-EXIT
010560     END-IF
010570     IF WS-ALR-NOT-FOUND
010580         MOVE 'Y' TO WS-ALR-EOF-SWITCH
010590     ELSE
010600         PERFORM 3900-READ-ALERT THRU 3900-EXIT
010610     END-IF
010620     PERFORM 3100-LOAD-WARN-PCTS THRU 3100-EXIT
010630     PERFORM 3200-LOAD-DEPTHS THRU 3200-EXIT
010640     OPEN OUTPUT NEW-ALERT-FILE
010650     PERFORM 7400-CHECK-OUTPUT-OPEN THRU 7400-EXIT
010660     PERFORM 3400-COPY-ONE-ALERT THRU 3400-EXIT
010670         UNTIL WS-ALR-EOF-YES
010680     CLOSE ALERT-FILE
010690     CLOSE NEW-ALERT-FILE.
010700 3000-EXIT.
010710     EXIT.
010720*----------------------------------------------------------------
010730* 3100-LOAD-WARN-PCTS - TABLES EVERY DEFINED QUEUE THAT HAS A
010740*                       WARNING THRESHOLD SET.  A QUEUE NOT
010750*                       TABLED IS JUDGED AGAINST THE THRESHOLD
010760*                       ITS ALERT RECORDS AS CROSSED.
010770*----------------------------------------------------------------
010780 3100-LOAD-WARN-PCTS.
010790     OPEN INPUT STACK-DEF-FILE
010800     IF NOT WS-SDF-OK AND NOT WS-SDF-NOT-FOUND
010810         DISPLAY 'ERROR - BAD OPEN ON STACK-DEF-FILE, STATUS = '
010820             WS-SDF-STATUS
010830         MOVE 'DEFINITIONS WILL NOT OPEN - NONE CLOSED'
010840             TO WS-NOTE-TEXT
010850         PERFORM 7200-CANNOT-JUDGE THRU 7200-EXIT
010860         GO TO 3100-EXIT
010870     END-IF
010880     IF WS-SDF-NOT-FOUND
010890         CLOSE STACK-DEF-FILE
010900         GO TO 3100-EXIT
010910     END-IF
010920     PERFORM 3190-READ-STACK-DEF THRU 3190-EXIT
010930     PERFORM 3110-LOAD-ONE-DEF THRU 3110-EXIT
010940         UNTIL WS-SDF-EOF-YES
010950     CLOSE STACK-DEF-FILE.
010960 3100-EXIT.
010970     EXIT.
010980*----------------------------------------------------------------
010990* 3110-LOAD-ONE-DEF - TABLES ONE DEFINITION'S THRESHOLD, ON THE
011000*                     SAME 1-99 TERMS STACK-EXAMPLE TAKES IT ON.
011010*----------------------------------------------------------------
011020 3110-LOAD-ONE-DEF.
011030     IF SDF-STACK-ID = SPACES
011040         OR SDF-WARN-PCT NOT NUMERIC
011050         GO TO 3110-NEXT
011060     END-IF
011070     IF SDF-WARN-PCT = 0 OR SDF-WARN-PCT > 99
011080         GO TO 3110-NEXT
011090     END-IF
011100     IF WS-WARN-COUNT NOT < MAX-QUEUES
011110         MOVE 'TOO MANY DEFINITIONS - NONE CLOSED'
011120             TO WS-NOTE-TEXT
011130         PERFORM 7200-CANNOT-JUDGE THRU 7200-EXIT
011140         GO TO 3110-NEXT
011150     END-IF
011160     ADD 1 TO WS-WARN-COUNT
011170     MOVE SDF-STACK-ID TO WRN-STACK-ID(WS-WARN-COUNT)
011180     MOVE SDF-WARN-PCT TO WRN-PCT(WS-WARN-COUNT).
011190 3110-NEXT.
011200     PERFORM 3190-READ-STACK-DEF THRU 3190-EXIT.
011210 3110-EXIT.
011220     EXIT.
011230*----------------------------------------------------------------
011240* 3190-READ-STACK-DEF - READS THE NEXT STACK DEFINITION.
011250*----------------------------------------------------------------
011260 3190-READ-STACK-DEF.
011270     READ STACK-DEF-FILE
011280         AT END MOVE 'Y' TO WS-SDF-EOF-SWITCH
011290     END-READ.
011300 3190-EXIT.
011310     EXIT.
011320*----------------------------------------------------------------
011330* 3200-LOAD-DEPTHS - TABLES EVERY CHECKPOINTED QUEUE'S DEPTH AND
011340*                    EFFECTIVE CEILING.  THE CHECKPOINT CARRIES
011350*                    EVERY QUEUE THE NIGHTLY RUN STILL HOLDS, SO
011360*                    A QUEUE NOT ON IT HOLDS NOTHING.
011370*----------------------------------------------------------------
011380 3200-LOAD-DEPTHS.
011390     OPEN INPUT CKPT-FILE
011400     IF NOT WS-CKPT-OK AND NOT WS-CKPT-NOT-FOUND
011410         DISPLAY 'ERROR - BAD OPEN ON CKPT-FILE, STATUS = '
011420             WS-CKPT-STATUS
011430         MOVE 'CHECKPOINT WILL NOT OPEN - NONE CLOSED'
011440             TO WS-NOTE-TEXT
011450         PERFORM 7200-CANNOT-JUDGE THRU 7200-EXIT
011460         GO TO 3200-EXIT
011470     END-IF
011480     IF WS-CKPT-NOT-FOUND
011490         CLOSE CKPT-FILE
011500         MOVE 'N' TO DS-JUDGED-SW(WS-DS)
011510         IF DS-NOTE(WS-DS) = SPACES
011520             MOVE 'NO CHECKPOINT - NO ALERT CLOSED'
011530                 TO DS-NOTE(WS-DS)
011540         END-IF
011550         GO TO 3200-EXIT
011560     END-IF
011570     PERFORM 3290-READ-CKPT THRU 3290-EXIT
011580     PERFORM 3210-LOAD-ONE-DEPTH THRU 3210-EXIT
011590         UNTIL WS-CKPT-EOF-YES
011600     CLOSE CKPT-FILE.
011610 3200-EXIT.
011620     EXIT.
011630*----------------------------------------------------------------
011640* 3210-LOAD-ONE-DEPTH - TABLES ONE CHECKPOINTED QUEUE.  A DEPTH
011650*                       THAT IS NOT NUMERIC IS NOT KNOWN, AND
011660*                       THE QUEUE'S ALERTS STAY OPEN.
011670*----------------------------------------------------------------
011680 3210-LOAD-ONE-DEPTH.
011690     IF WS-DEPTH-COUNT NOT < MAX-QUEUES
011700         MOVE 'MORE QUEUES THAN TABLE - NONE CLOSED'
011710             TO WS-NOTE-TEXT
011720         PERFORM 7200-CANNOT-JUDGE THRU 7200-EXIT
011730         GO TO 3210-NEXT
011740     END-IF
011750     ADD 1 TO WS-DEPTH-COUNT
011760     MOVE CKPT-STACK-ID TO DEP-STACK-ID(WS-DEPTH-COUNT)
011770     MOVE 0 TO DEP-TOP(WS-DEPTH-COUNT)
011780     MOVE 0 TO DEP-CAPACITY(WS-DEPTH-COUNT)
011790     MOVE 'N' TO DEP-KNOWN-SW(WS-DEPTH-COUNT)
011800     IF CKPT-TOP NUMERIC
011810         MOVE CKPT-TOP TO DEP-TOP(WS-DEPTH-COUNT)
011820         MOVE 'Y' TO DEP-KNOWN-SW(WS-DEPTH-COUNT)
011830     END-IF
011840     IF CKPT-CAPACITY NUMERIC
011850         MOVE CKPT-CAPACITY TO DEP-CAPACITY(WS-DEPTH-COUNT)
011860     END-IF.
011870 3210-NEXT.
011880     PERFORM 3290-READ-CKPT THRU 3290-EXIT.
011890 3210-EXIT.
011900     EXIT.
011910*----------------------------------------------------------------
011920* 3290-READ-CKPT - READS THE NEXT CHECKPOINTED QUEUE.
011930*----------------------------------------------------------------
011940 3290-READ-CKPT.
011950     READ CKPT-FILE
011960         AT END MOVE 'Y' TO WS-CKPT-EOF-SWITCH
011970     END-READ.
011980 3290-EXIT.
011990     EXIT.
012000*----------------------------------------------------------------
012010* 3400-COPY-ONE-ALERT - CLOSES THE ALERT IN HAND IF IT IS PAST
012020*                       RETENTION AND ITS QUEUE IS BACK UNDER
012030*                       ITS THRESHOLD, ELSE COPIES IT TO THE
012040*                       REBUILT ALERT FILE.
012050*----------------------------------------------------------------
012060 3400-COPY-ONE-ALERT.
012070     ADD 1 TO DS-READ(WS-DS)
012080     MOVE ALERT-DATE TO WS-REC-DATE
012090     PERFORM 7000-CHECK-PAST-RETENTION THRU 7000-EXIT
012100     IF WS-PAST-RETENTION
012110         AND DS-JUDGED(WS-DS)
012120         PERFORM 3500-CHECK-ALERT-CLOSED THRU 3500-EXIT
012130         IF WS-CLEAR
012140             ADD 1 TO DS-GONE(WS-DS)
012150             GO TO 3400-NEXT
012160         END-IF
012170     END-IF
012180     IF WS-PAST-RETENTION
012190         ADD 1 TO DS-HELD(WS-DS)
012200     END-IF
012210     ADD 1 TO DS-KEPT(WS-DS)
012220     WRITE NEW-ALERT-RECORD FROM ALERT-RECORD
012230     IF WS-OUT-OK
012240         ADD 1 TO DS-KEPT-WRITTEN(WS-DS)
012250     END-IF.
012260 3400-NEXT.
012270     PERFORM 3900-READ-ALERT THRU 3900-EXIT.
012280 3400-EXIT.
012290     EXIT.
012300*----------------------------------------------------------------
012310* 3500-CHECK-ALERT-CLOSED - SETS WS-CLEAR WHEN THE ALERT'S QUEUE
012320*                           IS NOW UNDER ITS WARNING THRESHOLD -
012330*                           THE SAME TEST STACK-EXAMPLE RAISES
012340*                           ALERTS ON, TURNED ROUND: DEPTH TIMES
012350*                           100 LESS THAN THRESHOLD TIMES THE
012360*                           EFFECTIVE CEILING.  THE THRESHOLD IS
012370*                           THE DEFINITION'S WHERE ONE IS SET,
012380*                           ELSE THE ONE THE ALERT CROSSED.
012390*----------------------------------------------------------------
012400 3500-CHECK-ALERT-CLOSED.
012410     MOVE 'N' TO WS-CLEAR-SW
012420     MOVE 0 TO WS-WARN-PCT
012430     IF ALERT-WARN-PCT NUMERIC
012440         MOVE ALERT-WARN-PCT TO WS-WARN-PCT
012450     END-IF
012460     MOVE 0 TO WS-FOUND-SUB
012470     PERFORM 3510-MATCH-ONE-WARN THRU 3510-EXIT
012480         VARYING WS-K FROM 1 BY 1
012490             UNTIL WS-K > WS-WARN-COUNT
012500                 OR WS-FOUND-SUB > 0
012510     IF WS-FOUND-SUB > 0
012520         MOVE WRN-PCT(WS-FOUND-SUB) TO WS-WARN-PCT
012530     END-IF
012540     IF WS-WARN-PCT = 0
012550         GO TO 3500-EXIT
012560     END-IF
012570     MOVE 0 TO WS-FOUND-SUB
012580     PERFORM 3520-MATCH-ONE-DEPTH THRU 3520-EXIT
012590         VARYING WS-K FROM 1 BY 1
012600             UNTIL WS-K > WS-DEPTH-COUNT
012610                 OR WS-FOUND-SUB > 0
012620     IF WS-FOUND-SUB = 0
012630         MOVE 'Y' TO WS-CLEAR-SW
012640         GO TO 3500-EXIT
012650     END-IF
012660     IF NOT DEP-KNOWN(WS-FOUND-SUB)
012670         GO TO 3500-EXIT
012680     END-IF
012690     MOVE DEP-CAPACITY(WS-FOUND-SUB) TO WS-ALR-CAPACITY
012700     IF WS-ALR-CAPACITY = 0
012710         MOVE STACK-CAPACITY TO WS-ALR-CAPACITY
012720     END-IF
012730     IF DEP-TOP(WS-FOUND-SUB) * 100 <
012740         WS-WARN-PCT * WS-ALR-CAPACITY
012750         MOVE 'Y' TO WS-CLEAR-SW
012760     END-IF.
012770 3500-EXIT.
012780     EXIT.
012790*----------------------------------------------------------------
012800* 3510-MATCH-ONE-WARN - NOTES THE ALERT'S QUEUE'S THRESHOLD ROW.
012810*----------------------------------------------------------------
012820 3510-MATCH-ONE-WARN.
012830     IF WRN-STACK-ID(WS-K) = ALERT-STACK-ID
012840         MOVE WS-K TO WS-FOUND-SUB
012850     END-IF.
012860 3510-EXIT.
012870     EXIT.
012880*----------------------------------------------------------------
012890* 3520-MATCH-ONE-DEPTH - NOTES THE ALERT'S QUEUE'S DEPTH ROW.
012900*----------------------------------------------------------------
012910 3520-MATCH-ONE-DEPTH.
012920     IF DEP-STACK-ID(WS-K) = ALERT-STACK-ID
012930         MOVE WS-K TO WS-FOUND-SUB
012940     END-IF.
012950 3520-EXIT.
012960     EXIT.
012970*----------------------------------------------------------------
012980* 3900-READ-ALERT - READS THE NEXT ALERT RECORD.
012990*----------------------------------------------------------------
013000 3900-READ-ALERT.
013010     READ ALERT-FILE
013020         AT END MOVE 'Y' TO WS-ALR-EOF-SWITCH
013030     END-READ.
013040 3900-EXIT.
013050     EXIT.
013060*----------------------------------------------------------------
013070* 4000-TRIM-REJECTS - REJFIL TO REJNEW.  LOADS THE RESTART
013080*                     WINDOWS FROM RUNCTL AND THE WHOLE REJECT
013090*                     FILE, PAIRS EACH REJECT THE ABENDED RUN
013100*                     WROTE INSIDE A WINDOW WITH THE COPY THE
013110*                     RESTART WROTE AGAIN, AND COPIES EVERY
013120*                     REJECT ACROSS EXCEPT THE ABENDED RUN'S
013130*                     COPIES.  THE RESTART RE-APPLIES THE WHOLE
013140*                     UNCOMMITTED WINDOW, SO ITS COPY IS ALWAYS
013150*                     THE LATER ONE ON THE FILE.
013160*----------------------------------------------------------------
013170 4000-TRIM-REJECTS.
013180     MOVE DS-REJFIL TO WS-DS
013190     OPEN INPUT REJECT-FILE
013200     IF NOT WS-REJ-OK AND NOT WS-REJ-NOT-FOUND
013210         DISPLAY 'ERROR - BAD OPEN ON REJECT-FILE, STATUS = '
013220             WS-REJ-STATUS
013230         PERFORM 7300-LIVE-FILE-FAILED THRU 7300-EXIT
013240         GO TO 4000-EXIT
013250     END-IF
013260     IF WS-REJ-NOT-FOUND
013270         MOVE 'Y' TO WS-REJ-EOF-SWITCH
013280     ELSE
013290         PERFORM 4900-READ-REJECT THRU 4900-EXIT
013300     END-IF
013310     PERFORM 4200-LOAD-ONE-REJECT THRU 4200-EXIT
013320         UNTIL WS-REJ-EOF-YES
013330     CLOSE REJECT-FILE
013340     PERFORM 4100-LOAD-VOID-WINDOWS THRU 4100-EXIT
013350     IF DS-JUDGED(WS-DS)
013355     AND DS-RET-SET(WS-DS)
013360         PERFORM 4300-PAIR-IN-ONE-WINDOW THRU 4300-EXIT
013370             VARYING WS-V FROM 1 BY 1
013380                 UNTIL WS-V > WS-VOID-COUNT
013390     END-IF
013400     MOVE 'N' TO WS-REJ-EOF-SWITCH
013410     MOVE 0 TO WS-SEQ
013420     OPEN INPUT REJECT-FILE
013430     IF WS-REJ-NOT-FOUND
013440         MOVE 'Y' TO WS-REJ-EOF-SWITCH
013450     ELSE
013460         PERFORM 4900-READ-REJECT THRU 4900-EXIT
013470     END-IF
013480     OPEN OUTPUT NEW-REJECT-FILE
013490     PERFORM 7400-CHECK-OUTPUT-OPEN THRU 7400-EXIT
013500     PERFORM 4400-COPY-ONE-REJECT THRU 4400-EXIT
013510         UNTIL WS-REJ-EOF-YES
013520     CLOSE REJECT-FILE
013530     CLOSE NEW-REJECT-FILE.
013540 4000-EXIT.
013550     EXIT.
013560*----------------------------------------------------------------
013570* 4100-LOAD-VOID-WINDOWS - READS RUNCTL FOR RESTART RECORDS AND
013580*                          TABLES THE DATES OF EACH ONE'S
013590*                          UNCOMMITTED WINDOW.  NO RUNCTL MEANS
013600*                          NO RUN HAS EVER RESTARTED.
013610*----------------------------------------------------------------
013620 4100-LOAD-VOID-WINDOWS.
013630     OPEN INPUT RUN-CONTROL-FILE
013640     IF NOT WS-RUN-OK AND NOT WS-RUN-NOT-FOUND
013650         DISPLAY 'ERROR - BAD OPEN ON RUN-CONTROL-FILE, '
013660             'STATUS = ' WS-RUN-STATUS
013670         MOVE 'RUN CONTROL WILL NOT OPEN - NONE REMOVED'
013680             TO WS-NOTE-TEXT
013690         PERFORM 7200-CANNOT-JUDGE THRU 7200-EXIT
013700         GO TO 4100-EXIT
013710     END-IF
013720     IF WS-RUN-NOT-FOUND
013730         CLOSE RUN-CONTROL-FILE
013740         GO TO 4100-EXIT
013750     END-IF
013760     MOVE 'N' TO WS-RUN-EOF-SWITCH
013770     PERFORM 6900-READ-RUN-CONTROL THRU 6900-EXIT
013780     PERFORM 4110-TAKE-ONE-WINDOW THRU 4110-EXIT
013790         UNTIL WS-RUN-EOF-YES
013800     CLOSE RUN-CONTROL-FILE.
013810 4100-EXIT.
013820     EXIT.
013830*----------------------------------------------------------------
013840* 4110-TAKE-ONE-WINDOW - TABLES ONE RESTART RECORD'S WINDOW.  A
013850*                        COMPLETION RECORD IS PASSED OVER.
013860*----------------------------------------------------------------
013870 4110-TAKE-ONE-WINDOW.
013880     IF NOT RUN-RESTARTED
013890         OR RUN-DATE NOT NUMERIC
013900         OR RUN-VOID-FROM-DATE NOT NUMERIC
013910         GO TO 4110-NEXT
013920     END-IF
013930     IF WS-VOID-COUNT NOT < MAX-VOIDS
013940         MOVE 'MORE RESTARTS THAN TABLE - NONE REMOVED'
013950             TO WS-NOTE-TEXT
013960         PERFORM 7200-CANNOT-JUDGE THRU 7200-EXIT
013970         GO TO 4110-NEXT
013980     END-IF
013990     ADD 1 TO WS-VOID-COUNT
014000     MOVE RUN-VOID-FROM-DATE TO VOID-FROM-DATE(WS-VOID-COUNT)
014010     MOVE RUN-DATE TO VOID-TO-DATE(WS-VOID-COUNT).
014020 4110-NEXT.
014030     PERFORM 6900-READ-RUN-CONTROL THRU 6900-EXIT.
014040 4110-EXIT.
014050     EXIT.
014060*----------------------------------------------------------------
014070* 4200-LOAD-ONE-REJECT - STORES ONE REJECT IN THE TABLE, IN FILE
014080*                        ORDER, SO PASS TWO FINDS EACH REJECT AT
014090*                        ITS OWN RECORD NUMBER.
014100*----------------------------------------------------------------
014110 4200-LOAD-ONE-REJECT.
014120     IF WS-REJECT-COUNT NOT < MAX-REJECTS
014130         MOVE 'REJECT FILE OVER TABLE SIZE - NONE GONE'
014140             TO WS-NOTE-TEXT
014150         PERFORM 7200-CANNOT-JUDGE THRU 7200-EXIT
014160         GO TO 4200-NEXT
014170     END-IF
014180     ADD 1 TO WS-REJECT-COUNT
014190     MOVE REJECT-TRANS-RECORD TO REJ-TAB-TRANS(WS-REJECT-COUNT)
014200     MOVE REJECT-REASON-CODE TO REJ-TAB-REASON(WS-REJECT-COUNT)
014210     MOVE REJECT-DATE TO REJ-TAB-DATE(WS-REJECT-COUNT)
014220     MOVE 'N' TO REJ-TAB-STATE(WS-REJECT-COUNT)
014230     MOVE 'N' TO REJ-TAB-IN-WINDOW-SW(WS-REJECT-COUNT).
014240 4200-NEXT.
014250     PERFORM 4900-READ-REJECT THRU 4900-EXIT.
014260 4200-EXIT.
014270     EXIT.
014280*----------------------------------------------------------------
014290* 4300-PAIR-IN-ONE-WINDOW - PAIRS THE REJECTS INSIDE RESTART
014300*                           WINDOW WS-V.
014310*----------------------------------------------------------------
014320 4300-PAIR-IN-ONE-WINDOW.
014330     PERFORM 4310-PAIR-ONE-REJECT THRU 4310-EXIT
014340         VARYING WS-I FROM 1 BY 1
014350             UNTIL WS-I > WS-REJECT-COUNT.
014360 4300-EXIT.
014370     EXIT.
014380*----------------------------------------------------------------
014390* 4310-PAIR-ONE-REJECT - A REJECT DATED INSIDE WINDOW WS-V AND
014400*                        NOT YET PAIRED IS THE ABENDED RUN'S
014410*                        COPY WHEN AN IDENTICAL REJECT (SAME
014420*                        TRANSACTION, SAME REASON) FOLLOWS IT
014430*                        INSIDE THE SAME WINDOW.  THE PAIRS ARE
014440*                        TAKEN OLDEST FIRST, SO A TRANSACTION
014450*                        GENUINELY REJECTED TWICE KEEPS BOTH ITS
014460*                        RESTART COPIES.  RETENTION PLAYS NO
014461*                        PART: THE COPY MUST GO ON THE FIRST
014462*                        HOUSEKEEPING RUN AFTER THE RESTART, OR
014463*                        STACK-REPAIR RESUBMITS THE TRANSACTION
014464*                        TWICE.  IT ONLY DECIDES WHETHER AN
014465*                        UNPAIRED REJECT COUNTS AS HELD.
014470*----------------------------------------------------------------
014480 4310-PAIR-ONE-REJECT.
014490     IF NOT REJ-TAB-UNPAIRED(WS-I)
014500         OR REJ-TAB-DATE(WS-I) NOT NUMERIC
014510         GO TO 4310-EXIT
014520     END-IF
014530     IF REJ-TAB-DATE-N(WS-I) < VOID-FROM-DATE(WS-V)
014540         OR REJ-TAB-DATE-N(WS-I) > VOID-TO-DATE(WS-V)
014550         GO TO 4310-EXIT
014560     END-IF
014570     MOVE REJ-TAB-DATE(WS-I) TO WS-REC-DATE
014580     PERFORM 7000-CHECK-PAST-RETENTION THRU 7000-EXIT
014590     IF WS-PAST-RETENTION
014600         MOVE 'Y' TO REJ-TAB-IN-WINDOW-SW(WS-I)
014610     END-IF
014630     MOVE 0 TO WS-FOUND-SUB
014640     PERFORM 4320-MATCH-RESTART-COPY THRU 4320-EXIT
014650         VARYING WS-J FROM WS-I BY 1
014660             UNTIL WS-J > WS-REJECT-COUNT
014670                 OR WS-FOUND-SUB > 0
014680     IF WS-FOUND-SUB > 0
014690         MOVE 'R' TO REJ-TAB-STATE(WS-I)
014700         MOVE 'P' TO REJ-TAB-STATE(WS-FOUND-SUB)
014710     END-IF.
014720 4310-EXIT.
014730     EXIT.
014740*----------------------------------------------------------------
014750* 4320-MATCH-RESTART-COPY - NOTES REJECT WS-J IF IT IS A LATER,
014760*                           UNPAIRED, IDENTICAL REJECT DATED
014770*                           INSIDE THE SAME WINDOW AS WS-I.
014780*----------------------------------------------------------------
014790 4320-MATCH-RESTART-COPY.
014800     IF WS-J = WS-I
014810         OR NOT REJ-TAB-UNPAIRED(WS-J)
014820         OR REJ-TAB-DATE(WS-J) NOT NUMERIC
014830         GO TO 4320-EXIT
014840     END-IF
014850     IF REJ-TAB-DATE-N(WS-J) < VOID-FROM-DATE(WS-V)
014860         OR REJ-TAB-DATE-N(WS-J) > VOID-TO-DATE(WS-V)
014870         GO TO 4320-EXIT
014880     END-IF
014890     IF REJ-TAB-TRANS(WS-J) = REJ-TAB-TRANS(WS-I)
014900         AND REJ-TAB-REASON(WS-J) = REJ-TAB-REASON(WS-I)
014910         MOVE WS-J TO WS-FOUND-SUB
014920     END-IF.
014930 4320-EXIT.
014940     EXIT.
014950*----------------------------------------------------------------
014960* 4400-COPY-ONE-REJECT - PASS TWO: DROPS THE REJECT IN HAND IF IT
014970*                        WAS PAIRED AS THE ABENDED RUN'S COPY,
014980*                        ELSE COPIES IT TO THE REBUILT REJECT
014990*                        FILE.
015000*----------------------------------------------------------------
015010 4400-COPY-ONE-REJECT.
015020     ADD 1 TO WS-SEQ
015030     ADD 1 TO DS-READ(WS-DS)
015040     IF DS-JUDGED(WS-DS)
015050         AND WS-SEQ NOT > WS-REJECT-COUNT
015060         IF REJ-TAB-REMOVED(WS-SEQ)
015070             ADD 1 TO DS-GONE(WS-DS)
015080             GO TO 4400-NEXT
015090         END-IF
015100         IF REJ-TAB-IN-WINDOW(WS-SEQ)
015110             ADD 1 TO DS-HELD(WS-DS)
015120         END-IF
015130     END-IF
015140     ADD 1 TO DS-KEPT(WS-DS)
015150     WRITE NEW-REJECT-RECORD FROM REJECT-RECORD
015160     IF WS-OUT-OK
015170         ADD 1 TO DS-KEPT-WRITTEN(WS-DS)
015180     END-IF.
015190 4400-NEXT.
015200     PERFORM 4900-READ-REJECT THRU 4900-EXIT.
015210 4400-EXIT.
015220     EXIT.
015230*----------------------------------------------------------------
015240* 4900-READ-REJECT - READS THE NEXT REJECT RECORD.
015250*----------------------------------------------------------------
015260 4900-READ-REJECT.
015270     READ REJECT-FILE
015280         AT END MOVE 'Y' TO WS-REJ-EOF-SWITCH
015290     END-READ.
015300 4900-EXIT.
015310     EXIT.
015320*----------------------------------------------------------------
015330* 5000-ROLL-HISTORY - HISTFIL TO HSTNEW, WITH EVERY RECORD PAST
015340*                     RETENTION ROLLED TO THE NEW ARCHIVE
015350*                     GENERATION (HSTARC) INSTEAD.  THE TREND
015360*                     REPORT CAN STILL READ THE GENERATIONS
015370*                     CONCATENATED AHEAD OF THE LIVE FILE.
015380*----------------------------------------------------------------
015390 5000-ROLL-HISTORY.
015400     MOVE DS-HISTFIL TO WS-DS
015410     OPEN INPUT HIST-FILE
015420     IF NOT WS-HIST-OK AND NOT WS-HIST-NOT-FOUND
015430         DISPLAY 'ERROR - BAD OPEN ON HIST-FILE, STATUS = '
015440             WS-HIST-STATUS
015450         PERFORM 7300-LIVE-FILE-FAILED THRU 7300-EXIT
015460         GO TO 5000-EXIT
015470     END-IF
015480     IF WS-HIST-NOT-FOUND
015490         MOVE 'Y' TO WS-HIST-EOF-SWITCH
015500     ELSE
015510         PERFORM 5900-READ-HISTORY THRU 5900-EXIT
015520     END-IF
015530     OPEN OUTPUT NEW-HIST-FILE
015540     PERFORM 7400-CHECK-OUTPUT-OPEN THRU 7400-EXIT
015550     OPEN OUTPUT HIST-ARCH-FILE
015560     PERFORM 7400-CHECK-OUTPUT-OPEN THRU 7400-EXIT
015570     PERFORM 5100-ROLL-ONE-HISTORY THRU 5100-EXIT
015580         UNTIL WS-HIST-EOF-YES
015590     CLOSE HIST-FILE
015600     CLOSE NEW-HIST-FILE
015610     CLOSE HIST-ARCH-FILE.
015620 5000-EXIT.
015630     EXIT.
015640*----------------------------------------------------------------
015650* 5100-ROLL-ONE-HISTORY - ARCHIVES OR KEEPS ONE HISTORY RECORD.
015660*----------------------------------------------------------------
015670 5100-ROLL-ONE-HISTORY.
015680     ADD 1 TO DS-READ(WS-DS)
015690     MOVE HIST-DATE TO WS-REC-DATE
015700     PERFORM 7000-CHECK-PAST-RETENTION THRU 7000-EXIT
015710     IF WS-PAST-RETENTION
015720         ADD 1 TO DS-GONE(WS-DS)
015730         WRITE HIST-ARCH-RECORD FROM HIST-RECORD
015740         IF WS-OUT-OK
015750             ADD 1 TO DS-GONE-WRITTEN(WS-DS)
015760         END-IF
015770     ELSE
015780         ADD 1 TO DS-KEPT(WS-DS)
015790         WRITE NEW-HIST-RECORD FROM HIST-RECORD
015800         IF WS-OUT-OK
015810             ADD 1 TO DS-KEPT-WRITTEN(WS-DS)
015820         END-IF
015830     END-IF
015840     PERFORM 5900-READ-HISTORY THRU 5900-EXIT.
015850 5100-EXIT.
015860     EXIT.
015870*----------------------------------------------------------------
015880* 5900-READ-HISTORY - READS THE NEXT HISTORY RECORD.
015890*----------------------------------------------------------------
015900 5900-READ-HISTORY.
015910     READ HIST-FILE
015920         AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
015930     END-READ.
015940 5900-EXIT.
015950     EXIT.
015960*----------------------------------------------------------------
015970* 6000-ROLL-RUN-CONTROL - RUNCTL TO RUNNEW, WITH EVERY RECORD
015980*                         PAST RETENTION ROLLED TO THE NEW
015990*                         ARCHIVE GENERATION (RUNARC) INSTEAD.
016000*                         THE RETENTION PERIOD IS HOW FAR BACK
016010*                         STACK-EXAMPLE'S DUPLICATE-RUN CHECK
016020*                         STILL REACHES, SINCE IT READS ONLY
016030*                         THE LIVE FILE.
016040*----------------------------------------------------------------
016050 6000-ROLL-RUN-CONTROL.
016060     MOVE DS-RUNCTL TO WS-DS
016070     OPEN INPUT RUN-CONTROL-FILE
016080     IF NOT WS-RUN-OK AND NOT WS-RUN-NOT-FOUND
016090         DISPLAY 'ERROR - BAD OPEN ON RUN-CONTROL-FILE, '
016100             'STATUS = ' WS-RUN-STATUS
016110         PERFORM 7300-LIVE-FILE-FAILED THRU 7300-EXIT
016120         GO TO 6000-EXIT
016130     END-IF
016140     MOVE 'N' TO WS-RUN-EOF-SWITCH
016150     IF WS-RUN-NOT-FOUND
016160         MOVE 'Y' TO WS-RUN-EOF-SWITCH
016170     ELSE
016180         PERFORM 6900-READ-RUN-CONTROL THRU 6900-EXIT
016190     END-IF
016200     OPEN OUTPUT NEW-RUN-FILE
016210     PERFORM 7400-CHECK-OUTPUT-OPEN THRU 7400-EXIT
016220     OPEN OUTPUT RUN-ARCH-FILE
016230     PERFORM 7400-CHECK-OUTPUT-OPEN THRU 7400-EXIT
016240     PERFORM 6100-ROLL-ONE-RUN THRU 6100-EXIT
016250         UNTIL WS-RUN-EOF-YES
016260     CLOSE RUN-CONTROL-FILE
016270     CLOSE NEW-RUN-FILE
016280     CLOSE RUN-ARCH-FILE.
016290 6000-EXIT.
016300     EXIT.
016310*----------------------------------------------------------------
016320* 6100-ROLL-ONE-RUN - ARCHIVES OR KEEPS ONE RUN-CONTROL RECORD.
016330*                     A RESTART RECORD PAST RETENTION STAYS LIVE
016340*                     WHILE ITS WINDOW IS STILL NEEDED (6200).
016350*----------------------------------------------------------------
016360 6100-ROLL-ONE-RUN.
016370     ADD 1 TO DS-READ(WS-DS)
016380     MOVE RUN-DATE TO WS-REC-DATE
016390     PERFORM 7000-CHECK-PAST-RETENTION THRU 7000-EXIT
016400     IF WS-PAST-RETENTION
016410         AND RUN-RESTARTED
016420         PERFORM 6200-CHECK-WINDOW-DONE THRU 6200-EXIT
016430         IF NOT WS-CLEAR
016440             ADD 1 TO DS-HELD(WS-DS)
016450             MOVE 'N' TO WS-PAST-SW
016460         END-IF
016470     END-IF
016480     IF WS-PAST-RETENTION
016490         ADD 1 TO DS-GONE(WS-DS)
016500         WRITE RUN-ARCH-RECORD FROM RUN-RECORD
016510         IF WS-OUT-OK
016520             ADD 1 TO DS-GONE-WRITTEN(WS-DS)
016530         END-IF
016540     ELSE
016550         ADD 1 TO DS-KEPT(WS-DS)
016560         WRITE NEW-RUN-RECORD FROM RUN-RECORD
016570         IF WS-OUT-OK
016580             ADD 1 TO DS-KEPT-WRITTEN(WS-DS)
016590         END-IF
016600     END-IF
016610     PERFORM 6900-READ-RUN-CONTROL THRU 6900-EXIT.
016620 6100-EXIT.
016630     EXIT.
016640*----------------------------------------------------------------
016650* 6200-CHECK-WINDOW-DONE - SETS WS-CLEAR WHEN NOTHING STILL
016660*                          NEEDS THE RESTART RECORD IN HAND:
016670*                          THE MOVEMENT FEED (WHEN IN USE) HAS
016680*                          SENT PAST THE RESTART, SO THE WINDOW
016690*                          VOIDS NOTHING IT HAS STILL TO SEND,
016700*                          AND REJFIL WAS READ WHOLE AND PAIRED
016710*                          THIS RUN, WITH THE WINDOW NOW PAST
016720*                          REJFIL'S OWN RETENTION.  REJFIL NOT
016723*                          JUDGED, OR WITH NO RETENTION PERIOD,
016726*                          KEEPS EVERY WINDOW LIVE.
016730*----------------------------------------------------------------
016740 6200-CHECK-WINDOW-DONE.
016750     MOVE 'N' TO WS-CLEAR-SW
016760     IF NOT DS-JUDGED(WS-DS)
016770         OR RUN-TIME NOT NUMERIC
016780         GO TO 6200-EXIT
016790     END-IF
016792     IF NOT DS-JUDGED(DS-REJFIL)
016794         OR NOT DS-RET-SET(DS-REJFIL)
016796         GO TO 6200-EXIT
016798     END-IF
016800     MOVE RUN-DATE TO WS-STAMP-DATE
016810     MOVE RUN-TIME TO WS-STAMP-TIME
016820     IF WS-FEED-IN-USE
016830         AND WS-STAMP > WS-FEED-STAMP
016840         GO TO 6200-EXIT
016850     END-IF
016860     IF RUN-DATE > DS-CUTOFF(DS-REJFIL)
016880         GO TO 6200-EXIT
016890     END-IF
016900     MOVE 'Y' TO WS-CLEAR-SW.
016910 6200-EXIT.
016920     EXIT.
016930*----------------------------------------------------------------
016940* 6900-READ-RUN-CONTROL - READS THE NEXT RUN-CONTROL RECORD.
016950*----------------------------------------------------------------
016960 6900-READ-RUN-CONTROL.
016970     READ RUN-CONTROL-FILE
016980         AT END MOVE 'Y' TO WS-RUN-EOF-SWITCH
016990     END-READ.
017000 6900-EXIT.
017010     EXIT.
017020*----------------------------------------------------------------
017030* 7000-CHECK-PAST-RETENTION - SETS WS-PAST-RETENTION WHEN THE
017040*                             DATE IN WS-REC-DATE IS ON OR
017050*                             BEFORE DATASET WS-DS'S CUTOFF.  A
017060*                             RECORD WITH NO USABLE DATE, OR IN
017070*                             A DATASET WITH NO RETENTION
017080*                             PERIOD, IS NEVER PAST IT.
017090*----------------------------------------------------------------
017100 7000-CHECK-PAST-RETENTION.
017110     MOVE 'N' TO WS-PAST-SW
017120     IF NOT DS-RET-SET(WS-DS)
017130         OR WS-REC-DATE NOT NUMERIC
017140         GO TO 7000-EXIT
017150     END-IF
017160     IF WS-REC-DATE-N = 0
017170         OR WS-REC-DATE-N > DS-CUTOFF(WS-DS)
017180         GO TO 7000-EXIT
017190     END-IF
017200     MOVE 'Y' TO WS-PAST-SW.
017210 7000-EXIT.
017220     EXIT.
017230*----------------------------------------------------------------
017240* 7200-CANNOT-JUDGE - AN INPUT THAT PROVES RECORDS OF DATASET
017250*                     WS-DS SAFE TO LET GO COULD NOT BE READ
017260*                     WHOLE.  NOTHING PAST RETENTION IS LET GO
017270*                     FROM IT, THE FIRST REASON (IN WS-NOTE-TEXT)
017276*                     IS REPORTED AND THE STEP ENDS WITH
017282*                     CONDITION CODE 8 - A WARNING, SINCE THE
017288*                     DATASET IS STILL REBUILT WHOLE AND SAFE
017294*                     TO REPLACE.
017300*----------------------------------------------------------------
017310 7200-CANNOT-JUDGE.
017320     IF NOT DS-JUDGED(WS-DS)
017330         GO TO 7200-EXIT
017340     END-IF
017350     MOVE 'N' TO DS-JUDGED-SW(WS-DS)
017360     MOVE WS-NOTE-TEXT TO DS-NOTE(WS-DS)
017370     DISPLAY 'WARNING - ' DS-NAME(WS-DS) ' ' WS-NOTE-TEXT
017380     IF WS-MAX-RC < 8
017390         MOVE 8 TO WS-MAX-RC
017400     END-IF.
017410 7200-EXIT.
017420     EXIT.
017430*----------------------------------------------------------------
017440* 7300-LIVE-FILE-FAILED - DATASET WS-DS ITSELF WOULD NOT OPEN.
017450*                         NOTHING IS REBUILT FOR IT AND THE STEP
017460*                         ENDS WITH CONDITION CODE 16.
017470*----------------------------------------------------------------
017480 7300-LIVE-FILE-FAILED.
017490     MOVE 'N' TO DS-JUDGED-SW(WS-DS)
017500     MOVE '*** LIVE DATASET WILL NOT OPEN' TO DS-NOTE(WS-DS)
017510     IF WS-MAX-RC < 16
017520         MOVE 16 TO WS-MAX-RC
017530     END-IF.
017540 7300-EXIT.
017550     EXIT.
017560*----------------------------------------------------------------
017570* 7400-CHECK-OUTPUT-OPEN - WARNS OF A REBUILT OR ARCHIVE DATASET
017580*                          THAT WOULD NOT OPEN.  ITS WRITES WILL
017590*                          ALL FAIL AND THROW THE DATASET OUT OF
017600*                          BALANCE, SO NOTHING MORE IS DONE HERE.
017610*----------------------------------------------------------------
017620 7400-CHECK-OUTPUT-OPEN.
017630     IF NOT WS-OUT-OK
017640         DISPLAY 'ERROR - BAD OPEN ON OUTPUT FOR '
017650             DS-NAME(WS-DS) ', STATUS = ' WS-OUT-STATUS
017660     END-IF.
017670 7400-EXIT.
017680     EXIT.
017690*----------------------------------------------------------------
017694* 8000-WRITE-SUMMARY - THE HOUSEKEEPING SUMMARY: ONE BLOCK PER
017698*                      DATASET, THEN THE REPLACE VERDICT.  ONLY
017702*                      CONDITION CODE 16 WITHHOLDS THE REBUILT
017706*                      DATASETS; BELOW IT, EACH DATASET CARRYING
017710*                      A WARNING IS LISTED UNDER THE VERDICT.
017714*----------------------------------------------------------------
017718 8000-WRITE-SUMMARY.
017722     PERFORM 8100-WRITE-ONE-DATASET THRU 8100-EXIT
017726         VARYING WS-DS FROM 1 BY 1
017730             UNTIL WS-DS > MAX-DATASETS
017734     MOVE SPACES TO RPT-LINE
017738     WRITE RPT-RECORD FROM RPT-LINE
017742     MOVE SPACES TO RPT-LINE
017746     IF WS-MAX-RC NOT < 16
017750         MOVE '*** DO NOT REPLACE - CONDITION CODE'
017754             TO RPT-LABEL
017758         MOVE WS-MAX-RC TO RPT-VALUE
017762         WRITE RPT-RECORD FROM RPT-LINE
017766         GO TO 8000-EXIT
017770     END-IF
017774     MOVE 'ALL DATASETS BALANCE - REPLACE FROM NEW'
017778         TO RPT-LABEL
017782     WRITE RPT-RECORD FROM RPT-LINE
017786     IF WS-MAX-RC = 0
017790         GO TO 8000-EXIT
017794     END-IF
017798     MOVE SPACES TO RPT-LINE
017802     MOVE 'WITH WARNINGS - CONDITION CODE' TO RPT-LABEL
017806     MOVE WS-MAX-RC TO RPT-VALUE
017810     WRITE RPT-RECORD FROM RPT-LINE
017814     PERFORM 8010-WRITE-ONE-WARNING THRU 8010-EXIT
017818         VARYING WS-DS FROM 1 BY 1
017822             UNTIL WS-DS > MAX-DATASETS.
017826 8000-EXIT.
017830     EXIT.
017834*----------------------------------------------------------------
017838* 8010-WRITE-ONE-WARNING - NAMES ONE DATASET WHOSE BLOCK ABOVE
017842*                          CARRIES A WARNING.
017846*----------------------------------------------------------------
017850 8010-WRITE-ONE-WARNING.
017854     IF DS-NOTE(WS-DS) = SPACES
017858         GO TO 8010-EXIT
017862     END-IF
017866     MOVE SPACES TO RPT-LINE
017870     STRING '  SEE ' DS-NAME(WS-DS) DELIMITED BY SIZE
017874         INTO RPT-LABEL
017878     WRITE RPT-RECORD FROM RPT-LINE.
017882 8010-EXIT.
017886     EXIT.
017920*----------------------------------------------------------------
017930* 8100-WRITE-ONE-DATASET - ONE DATASET'S RETENTION, COUNTS AND
017940*                          BALANCE PROOF.  READ MUST EQUAL KEPT
017950*                          PLUS REMOVED (OR ARCHIVED), AND EVERY
017960*                          KEPT OR ARCHIVED RECORD MUST HAVE
017970*                          BEEN WRITTEN; ANYTHING ELSE MEANS A
017980*                          RECORD WAS LOST OR DOUBLED IN FLIGHT.
017990*----------------------------------------------------------------
018000 8100-WRITE-ONE-DATASET.
018010     MOVE SPACES TO RPT-LINE
018020     WRITE RPT-RECORD FROM RPT-LINE
018030     MOVE DS-NAME(WS-DS) TO DS-HDG-NAME
018040     MOVE DS-TITLE(WS-DS) TO DS-HDG-TITLE
018050     WRITE RPT-RECORD FROM DS-HEADING-LINE
018060     IF DS-RET-SET(WS-DS)
018070         MOVE SPACES TO RPT-LINE
018080         MOVE 'RETENTION PERIOD IN DAYS' TO RPT-LABEL
018090         MOVE DS-RET-DAYS(WS-DS) TO RPT-VALUE
018100         WRITE RPT-RECORD FROM RPT-LINE
018110         MOVE SPACES TO RPT-LINE
018120         MOVE 'PAST RETENTION IF DATED ON OR BEFORE'
018130             TO RPT-LABEL
018140         MOVE DS-CUTOFF(WS-DS) TO RPT-VALUE
018150         WRITE RPT-RECORD FROM RPT-LINE
018160     END-IF
018170     IF DS-NOTE(WS-DS) NOT = SPACES
018180         MOVE SPACES TO RPT-LINE
018190         MOVE DS-NOTE(WS-DS) TO RPT-LABEL
018200         WRITE RPT-RECORD FROM RPT-LINE
018210     END-IF
018220     MOVE SPACES TO RPT-LINE
018230     MOVE 'RECORDS READ' TO RPT-LABEL
018240     MOVE DS-READ(WS-DS) TO RPT-VALUE
018250     WRITE RPT-RECORD FROM RPT-LINE
018260     MOVE SPACES TO RPT-LINE
018270     MOVE 'RECORDS KEPT' TO RPT-LABEL
018280     MOVE DS-KEPT(WS-DS) TO RPT-VALUE
018290     WRITE RPT-RECORD FROM RPT-LINE
018300     MOVE SPACES TO RPT-LINE
018310     MOVE DS-HELD-LABEL(WS-DS) TO RPT-LABEL
018320     MOVE DS-HELD(WS-DS) TO RPT-VALUE
018330     WRITE RPT-RECORD FROM RPT-LINE
018340     MOVE SPACES TO RPT-LINE
018350     IF DS-ARCHIVES(WS-DS)
018360         MOVE 'RECORDS ARCHIVED TO NEW GENERATION'
018370             TO RPT-LABEL
018380     ELSE
018390         MOVE 'RECORDS REMOVED' TO RPT-LABEL
018400     END-IF
018410     MOVE DS-GONE(WS-DS) TO RPT-VALUE
018420     WRITE RPT-RECORD FROM RPT-LINE
018430     IF NOT DS-ARCHIVES(WS-DS)
018440         MOVE DS-GONE(WS-DS) TO DS-GONE-WRITTEN(WS-DS)
018450     END-IF
018460     COMPUTE WS-IN-OUT-TOTAL = DS-KEPT(WS-DS) + DS-GONE(WS-DS)
018470     IF WS-IN-OUT-TOTAL = DS-READ(WS-DS)
018480         AND DS-KEPT-WRITTEN(WS-DS) = DS-KEPT(WS-DS)
018490         AND DS-GONE-WRITTEN(WS-DS) = DS-GONE(WS-DS)
018500         MOVE SPACES TO RPT-LINE
018510         MOVE 'IN/OUT COUNTS BALANCE' TO RPT-LABEL
018520         WRITE RPT-RECORD FROM RPT-LINE
018530         GO TO 8100-EXIT
018540     END-IF
018550     DISPLAY 'ERROR - ' DS-NAME(WS-DS) ' OUT OF BALANCE, DO '
018560         'NOT REPLACE THE LIVE DATASETS'
018570     MOVE SPACES TO RPT-LINE
018580     MOVE '*** OUT OF BALANCE - DO NOT REPLACE' TO RPT-LABEL
018590     WRITE RPT-RECORD FROM RPT-LINE
018600     MOVE SPACES TO RPT-LINE
018610     MOVE 'KEPT RECORDS WRITTEN' TO RPT-LABEL
018620     MOVE DS-KEPT-WRITTEN(WS-DS) TO RPT-VALUE
018630     WRITE RPT-RECORD FROM RPT-LINE
018640     IF DS-ARCHIVES(WS-DS)
018650         MOVE SPACES TO RPT-LINE
018660         MOVE 'ARCHIVED RECORDS WRITTEN' TO RPT-LABEL
018670         MOVE DS-GONE-WRITTEN(WS-DS) TO RPT-VALUE
018680         WRITE RPT-RECORD FROM RPT-LINE
018690     END-IF
018700     IF WS-MAX-RC < 16
018710         MOVE 16 TO WS-MAX-RC
018720     END-IF.
018730 8100-EXIT.
018740     EXIT.
018750*----------------------------------------------------------------
018760* 9000-TERMINATE - WRITES THE SUMMARY WHEN THE DATASETS WERE
018770*                  TRIMMED, CLOSES THE REPORT AND POSTS THE
018780*                  CONDITION CODE.
018790*----------------------------------------------------------------
018800 9000-TERMINATE.
018810     IF WS-RET-USABLE
018820         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
018830     END-IF
018840     CLOSE RPT-FILE
018860     MOVE WS-MAX-RC TO RETURN-CODE.
018870 9000-EXIT.
018880     EXIT.
