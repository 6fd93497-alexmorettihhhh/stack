000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STACK-DEFMAINT.
000030 AUTHOR.        D. ANDERSON.
000040 INSTALLATION.  OPERATIONS - BATCH QUEUE PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  DWA  ORIGINAL PROGRAM - STACK DEFINITION FILE
000110*                  MAINTENANCE.  STKDEF (SEE SDFREC) WAS EDITED
000120*                  BY HAND, SO A MISTYPED MODE OR A CAPACITY
000130*                  PAST THE COMPILED CEILING WENT UNNOTICED
000140*                  UNTIL STACK-EXAMPLE'S 1520-LOAD-ONE-DEF
000150*                  QUIETLY WORKED AROUND IT, AND NOTHING SAID
000160*                  WHO CHANGED WHAT.  THIS PROGRAM APPLIES ADD,
000170*                  CHANGE AND DELETE TRANSACTIONS (SDFTRN) TO
000180*                  THE DEFINITIONS AND VALIDATES EVERY FIELD OF
000190*                  THE RESULTING RECORD: MODE L OR F; CAPACITY
000200*                  NOT PAST THE COMPILED CEILING AND NOT BELOW
000210*                  THE QUEUE'S CURRENT DEPTH ON CKPTFIL; SLA
000220*                  DAYS AND MAXIMUM LIFE NUMERIC; WARNING
000230*                  PERCENTAGE 1-99 (ZERO FOR NONE); BACKORDER
000240*                  SWITCH Y OR N; AND THE OWNING DEPARTMENT ON
000250*                  THE NEW DEPARTMENT MASTER (DEPTFIL, SEE
000260*                  DEPTREC).  A QUEUE STILL HOLDING ENTRIES ON
000270*                  THE CHECKPOINT CANNOT BE DELETED.  AN
000280*                  INVALID TRANSACTION IS REJECTED WITH ITS
000290*                  REASON AND THE REST STILL APPLY.  THE REPORT
000300*                  SHOWS EVERY FIELD EACH ACCEPTED TRANSACTION
000310*                  CHANGED, BEFORE AND AFTER, AND THE SAME
000320*                  FIELDS ARE APPENDED, DATED AND WITH THE
000330*                  SUBMITTING OPERATOR, TO THE CHANGE LOG
000340*                  (SDFLOG, SEE SDLREC).  THE UPDATED
000350*                  DEFINITIONS ARE WRITTEN WHOLE TO STKNEW IN
000360*                  THEIR ORIGINAL ORDER, ADDS AT THE END; THE
000370*                  JOB REPLACES STKDEF WITH STKNEW ONLY WHEN
000380*                  THE STEP ENDS BELOW CONDITION CODE 8 (4
000390*                  MEANS SOME TRANSACTIONS WERE REJECTED).
000400*                  ANYTHING THAT WOULD LEAVE THE CHECKS OR THE
000410*                  LOG UNRELIABLE - A DEFINITION, DEPARTMENT OR
000420*                  CHECKPOINT FILE THAT WILL NOT OPEN OR LOAD
000430*                  WHOLE, OR A CHANGE LOG THAT WILL NOT OPEN -
000440*                  ENDS THE STEP WITH CONDITION CODE 16 BEFORE
000450*                  ANY TRANSACTION IS APPLIED.
000451* 10/15/2026  DWA  THE DEFINITION NOW CARRIES THE QUEUE'S
000452*                  LIFECYCLE STATUS (SDF-Q-STATUS, SEE SDFREC),
000453*                  TAKEN FROM A NEW FIELD ON THE TRANSACTION:
000454*                  BLANK OR A FOR ACTIVE, D FOR DRAINING, R FOR
000455*                  RETIRED.  A FREEZE IS AN OPERATOR HOLD SET
000456*                  ONLINE THROUGH SADM AND IS REFUSED HERE.  A
000457*                  CHANGE OF STATUS IS REPORTED AND LOGGED LIKE
000458*                  ANY OTHER FIELD.
000459* 10/15/2026  DWA  THE DEFINITION NOW CARRIES THE QUEUE'S
000460*                  DUPLICATE-VALUE CHECK SWITCH (SDF-DUP-CHECK-SW,
000461*                  SEE SDFREC), TAKEN FROM A NEW FIELD ON THE
000462*                  TRANSACTION: Y TO REFUSE A VALUE THE QUEUE
000463*                  ALREADY HOLDS, N OR BLANK FOR NO CHECK.  ANY
000464*                  OTHER VALUE IS REJECTED.
000465* 10/15/2026  DWA  A DEFINITION CARRYING A BLANK CAPACITY, SLA
000466*                  DAYS, WARNING PERCENTAGE OR MAXIMUM LIFE -
000467*                  WHICH THE NIGHTLY RUN HAS ALWAYS READ AS ZERO -
000468*                  NO LONGER FAILS EVERY CHANGE WITH A NOT NUMERIC
000469*                  REJECTION.  THE BEFORE IMAGE OF A CHANGE TAKES
000470*                  THOSE BLANKS AS ZERO, SO THE RECORD IS
000471*                  REWRITTEN ZERO-FILLED AND THE REPORT AND CHANGE
000472*                  LOG SHOW ONLY THE FIELDS THE TRANSACTION
000473*                  ALTERED.
000474*----------------------------------------------------------------
000475 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT OPTIONAL STACK-DEF-FILE ASSIGN TO STKDEF
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-SDF-STATUS.
000560     SELECT NEW-DEF-FILE ASSIGN TO STKNEW
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-NEW-STATUS.
000590     SELECT OPTIONAL SDF-TRAN-FILE ASSIGN TO SDFTRN
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-SDT-STATUS.
000620     SELECT OPTIONAL DEPT-FILE ASSIGN TO DEPTFIL
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-DEPT-STATUS.
000650     SELECT OPTIONAL CKPT-FILE ASSIGN TO CKPTFIL
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-CKPT-STATUS.
000680     SELECT OPTIONAL SDF-LOG-FILE ASSIGN TO SDFLOG
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-SDL-STATUS.
000710     SELECT RPT-FILE ASSIGN TO SDMRPT
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  STACK-DEF-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780     COPY SDFREC.
000790 FD  NEW-DEF-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  NEW-DEF-RECORD            PIC X(80).
000830*----------------------------------------------------------------
000840* MAINTENANCE TRANSACTION - ACTION, SUBMITTING OPERATOR, THEN
000850* THE DEFINITION FIELDS IN SDFREC ORDER.  AN ADD SUPPLIES THE
000860* WHOLE RECORD (A BLANK NUMERIC FIELD IS TAKEN AS ZERO, ITS
000870* DOCUMENTED "NOT SET" VALUE).  A CHANGE SUPPLIES ONLY THE
000880* FIELDS TO ALTER - A BLANK FIELD IS LEFT AS IT IS, SO A
000890* NUMERIC ATTRIBUTE IS CLEARED BY GIVING IT AS ZERO.  A DELETE
000900* NEEDS ONLY THE STACK-ID.
000903* A BLANK STATUS ON A CHANGE LEAVES IT AS IT IS; GIVE A TO PUT A
000906* DRAINING OR RETIRED QUEUE BACK INTO SERVICE.
000907* LIKEWISE A BLANK DUPLICATE CHECK SWITCH ON A CHANGE; GIVE N TO
000908* TURN THE CHECK OFF.
000910*----------------------------------------------------------------
000920 FD  SDF-TRAN-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  SDT-RECORD.
000960     05  SDT-ACTION            PIC X(01).
000970         88  SDT-ADD                     VALUE 'A'.
000980         88  SDT-CHANGE                  VALUE 'C'.
000990         88  SDT-DELETE                  VALUE 'D'.
001000     05  SDT-OPERATOR          PIC X(08).
001010     05  SDT-STACK-ID          PIC X(10).
001020     05  SDT-CAPACITY-X        PIC X(04).
001030     05  SDT-CAPACITY REDEFINES SDT-CAPACITY-X
001040                               PIC 9(04).
001050     05  SDT-DEPT              PIC X(04).
001060     05  SDT-MODE              PIC X(01).
001070     05  SDT-SLA-DAYS-X        PIC X(04).
001080     05  SDT-SLA-DAYS REDEFINES SDT-SLA-DAYS-X
001090                               PIC 9(04).
001100     05  SDT-BACKORDER-SW      PIC X(01).
001110     05  SDT-WARN-PCT-X        PIC X(03).
001120     05  SDT-WARN-PCT REDEFINES SDT-WARN-PCT-X
001130                               PIC 9(03).
001140     05  SDT-MAX-LIFE-X        PIC X(04).
001150     05  SDT-MAX-LIFE REDEFINES SDT-MAX-LIFE-X
001160                               PIC 9(04).
001166     05  SDT-Q-STATUS          PIC X(01).
001169     05  SDT-DUP-CHECK-SW      PIC X(01).
001172     05  FILLER                PIC X(38).
001180 FD  DEPT-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210     COPY DEPTREC.
001220 FD  CKPT-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250     COPY CKPTREC.
001260 FD  SDF-LOG-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290     COPY SDLREC.
001300 FD  RPT-FILE
001310     RECORDING MODE IS V
001320     LABEL RECORDS ARE STANDARD.
001330 01  RPT-RECORD                PIC X(80).
001340 WORKING-STORAGE SECTION.
001350*----------------------------------------------------------------
001360* STACK CAPACITY CONTROLS - THE COMPILED CEILING A DEFINED
001370* CAPACITY MAY NOT PASS, AND THE GLOBAL CAPACITY A QUEUE WITH
001380* NO CAPACITY OF ITS OWN RUNS AT.
001390*----------------------------------------------------------------
001400     COPY STKCAP.
001410*----------------------------------------------------------------
001420* DEFINITION WORK RECORDS - SDA- IS THE DEFINITION AS IT WILL
001430* BE AFTER THE TRANSACTION IN HAND, SDB- AS IT WAS BEFORE.
001440*----------------------------------------------------------------
001450     COPY SDFREC REPLACING ==SDF-RECORD== BY ==SDA-RECORD==
001460         ==SDF-STACK-ID== BY ==SDA-STACK-ID==
001470         ==SDF-CAPACITY== BY ==SDA-CAPACITY==
001480         ==SDF-DEPT== BY ==SDA-DEPT==
001490         ==SDF-MODE== BY ==SDA-MODE==
001500         ==SDF-SLA-DAYS== BY ==SDA-SLA-DAYS==
001510         ==SDF-BACKORDER-SW== BY ==SDA-BACKORDER-SW==
001520         ==SDF-WARN-PCT== BY ==SDA-WARN-PCT==
001525         ==SDF-Q-STATUS== BY ==SDA-Q-STATUS==
001527         ==SDF-DUP-CHECK-SW== BY ==SDA-DUP-CHECK-SW==
001530         ==SDF-MAX-LIFE== BY ==SDA-MAX-LIFE==.
001540     COPY SDFREC REPLACING ==SDF-RECORD== BY ==SDB-RECORD==
001550         ==SDF-STACK-ID== BY ==SDB-STACK-ID==
001560         ==SDF-CAPACITY== BY ==SDB-CAPACITY==
001570         ==SDF-DEPT== BY ==SDB-DEPT==
001580         ==SDF-MODE== BY ==SDB-MODE==
001590         ==SDF-SLA-DAYS== BY ==SDB-SLA-DAYS==
001600         ==SDF-BACKORDER-SW== BY ==SDB-BACKORDER-SW==
001610         ==SDF-WARN-PCT== BY ==SDB-WARN-PCT==
001615         ==SDF-Q-STATUS== BY ==SDB-Q-STATUS==
001617         ==SDF-DUP-CHECK-SW== BY ==SDB-DUP-CHECK-SW==
001620         ==SDF-MAX-LIFE== BY ==SDB-MAX-LIFE==.
001621 01  SDB-NUMERIC-VIEW REDEFINES SDB-RECORD.
001622     05  FILLER                PIC X(10).
001623     05  SDB-CAPACITY-X        PIC X(04).
001624     05  FILLER                PIC X(05).
001625     05  SDB-SLA-DAYS-X        PIC X(04).
001626     05  FILLER                PIC X(01).
001627     05  SDB-WARN-PCT-X        PIC X(03).
001628     05  SDB-MAX-LIFE-X        PIC X(04).
001629     05  FILLER                PIC X(49).
001630*----------------------------------------------------------------
001640* DEFINITION TABLE - THE WHOLE STKDEF, IN FILE ORDER, AS
001650* 80-BYTE IMAGES.  A DELETED ROW KEEPS ITS PLACE BUT IS NOT
001660* WRITTEN TO STKNEW; AN ADD TAKES THE NEXT ROW.
001670*----------------------------------------------------------------
001680 78  MAX-SDM-DEFS              VALUE 50.
001690 01  DEF-TABLE.
001700     05  DEF-ROW OCCURS MAX-SDM-DEFS TIMES.
001710         10  DEF-IMAGE         PIC X(80).
001720         10  DEF-DELETED-SW    PIC X(01).
001730             88  DEF-DELETED             VALUE 'Y'.
001740 01  WS-DEF-COUNT              PIC 9(4) COMP VALUE 0.
001750 01  WS-DEF-SUB                PIC 9(4) COMP VALUE 0.
001760*----------------------------------------------------------------
001770* DEPARTMENT MASTER - THE DEPARTMENT CODES A QUEUE MAY BE OWNED
001780* BY.
001790*----------------------------------------------------------------
001800 78  MAX-SDM-DEPTS             VALUE 50.
001810 01  DPT-TABLE.
001820     05  DPT-ROW OCCURS MAX-SDM-DEPTS TIMES INDEXED BY DPT-IDX.
001830         10  DPT-ID            PIC X(04) VALUE SPACES.
001840 01  WS-DPT-COUNT              PIC 9(4) COMP VALUE 0.
001850*----------------------------------------------------------------
001860* CHECKPOINTED DEPTHS - EACH QUEUE'S CURRENT DEPTH FROM THE
001870* LATEST CKPTFIL, THE FLOOR FOR A NEW CAPACITY AND THE BAR TO
001880* DELETING A QUEUE THAT STILL HOLDS WORK.
001890*----------------------------------------------------------------
001900 78  MAX-SDM-CKPT              VALUE 50.
001910 01  CKD-TABLE.
001920     05  CKD-ROW OCCURS MAX-SDM-CKPT TIMES INDEXED BY CKD-IDX.
001930         10  CKD-STACK-ID      PIC X(10) VALUE SPACES.
001940         10  CKD-TOP           PIC 9(4) COMP VALUE 0.
001950 01  WS-CKD-COUNT              PIC 9(4) COMP VALUE 0.
001960*----------------------------------------------------------------
001970* MAINTENANCE WORK FIELDS
001980*----------------------------------------------------------------
001990 01  WS-IDX                    PIC 9(4) COMP VALUE 0.
002000 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
002010 01  WS-RUN-DATE               PIC 9(08) VALUE 0.
002020 01  WS-RUN-TIME               PIC 9(08) VALUE 0.
002030 01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.
002040 01  WS-CUR-DEPTH              PIC 9(4) COMP VALUE 0.
002050 01  WS-EFF-CAPACITY           PIC 9(4) COMP VALUE 0.
002060 01  WS-FLD-NAME               PIC X(12) VALUE SPACES.
002070 01  WS-FLD-BEFORE             PIC X(10) VALUE SPACES.
002080 01  WS-FLD-AFTER              PIC X(10) VALUE SPACES.
002090*----------------------------------------------------------------
002100* RUN TOTALS FOR THE FOOT OF THE REPORT
002110*----------------------------------------------------------------
002120 01  WS-SDM-COUNTERS.
002130     05  WS-TRAN-READ          PIC 9(8) COMP VALUE 0.
002140     05  WS-TRAN-ADDED         PIC 9(8) COMP VALUE 0.
002150     05  WS-TRAN-CHANGED       PIC 9(8) COMP VALUE 0.
002160     05  WS-TRAN-DELETED       PIC 9(8) COMP VALUE 0.
002170     05  WS-TRAN-REJECTED      PIC 9(8) COMP VALUE 0.
002180     05  WS-DEFS-READ          PIC 9(8) COMP VALUE 0.
002190     05  WS-DEFS-WRITTEN       PIC 9(8) COMP VALUE 0.
002200     05  WS-FIELDS-LOGGED      PIC 9(8) COMP VALUE 0.
002210     05  WS-DEFS-EXPECTED      PIC 9(8) COMP VALUE 0.
002220*----------------------------------------------------------------
002230* PROGRAM SWITCHES
002240*----------------------------------------------------------------
002250 01  WS-SWITCHES.
002260     05  WS-SDF-STATUS         PIC X(02) VALUE '00'.
002270         88  WS-SDF-OK                   VALUE '00'.
002280         88  WS-SDF-NOT-FOUND            VALUE '05'.
002290     05  WS-SDF-EOF-SWITCH     PIC X(01) VALUE 'N'.
002300         88  WS-SDF-EOF-YES              VALUE 'Y'.
002310     05  WS-NEW-STATUS         PIC X(02) VALUE '00'.
002320         88  WS-NEW-OK                   VALUE '00'.
002330     05  WS-SDT-STATUS         PIC X(02) VALUE '00'.
002340         88  WS-SDT-OK                   VALUE '00'.
002350         88  WS-SDT-NOT-FOUND            VALUE '05'.
002360     05  WS-SDT-EOF-SWITCH     PIC X(01) VALUE 'N'.
002370         88  WS-SDT-EOF-YES              VALUE 'Y'.
002380     05  WS-DEPT-STATUS        PIC X(02) VALUE '00'.
002390         88  WS-DEPT-OK                  VALUE '00'.
002400         88  WS-DEPT-NOT-FOUND           VALUE '05'.
002410     05  WS-DEPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
002420         88  WS-DEPT-EOF-YES             VALUE 'Y'.
002430     05  WS-CKPT-STATUS        PIC X(02) VALUE '00'.
002440         88  WS-CKPT-OK                  VALUE '00'.
002450         88  WS-CKPT-NOT-FOUND           VALUE '05'.
002460     05  WS-CKPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
002470         88  WS-CKPT-EOF-YES             VALUE 'Y'.
002480     05  WS-SDL-STATUS         PIC X(02) VALUE '00'.
002490         88  WS-SDL-OK                   VALUE '00'.
002500         88  WS-SDL-NOT-FOUND            VALUE '05'.
002510     05  WS-SDL-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002520         88  WS-SDL-OPEN                 VALUE 'Y'.
002530     05  WS-SDT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002540         88  WS-SDT-OPEN                 VALUE 'Y'.
002550     05  WS-LOAD-FAILED-SW     PIC X(01) VALUE 'N'.
002560         88  WS-LOAD-FAILED              VALUE 'Y'.
002570*----------------------------------------------------------------
002580* CHANGE REPORT LINE LAYOUTS
002590*----------------------------------------------------------------
002600 01  SDM-HEADING-LINE.
002610     05  FILLER                PIC X(06) VALUE 'ACTION'.
002620     05  FILLER                PIC X(01) VALUE SPACES.
002630     05  FILLER                PIC X(10) VALUE 'STACK-ID'.
002640     05  FILLER                PIC X(04) VALUE SPACES.
002650     05  FILLER                PIC X(08) VALUE 'OPERATOR'.
002660     05  FILLER                PIC X(02) VALUE SPACES.
002670     05  FILLER                PIC X(08) VALUE 'RESULT'.
002680     05  FILLER                PIC X(02) VALUE SPACES.
002690     05  FILLER                PIC X(39) VALUE 'REASON'.
002700 01  SDM-FIELD-HEADING-LINE.
002710     05  FILLER                PIC X(08) VALUE SPACES.
002720     05  FILLER                PIC X(12) VALUE 'FIELD'.
002730     05  FILLER                PIC X(02) VALUE SPACES.
002740     05  FILLER                PIC X(10) VALUE 'BEFORE'.
002750     05  FILLER                PIC X(04) VALUE SPACES.
002760     05  FILLER                PIC X(10) VALUE 'AFTER'.
002770     05  FILLER                PIC X(34) VALUE SPACES.
002780 01  SDM-TRAN-LINE.
002790     05  SDM-TRN-ACTION        PIC X(06).
002800     05  FILLER                PIC X(01) VALUE SPACES.
002810     05  SDM-TRN-STACK-ID      PIC X(10).
002820     05  FILLER                PIC X(04) VALUE ' BY '.
002830     05  SDM-TRN-OPERATOR      PIC X(08).
002840     05  FILLER                PIC X(02) VALUE SPACES.
002850     05  SDM-TRN-RESULT        PIC X(08).
002860     05  FILLER                PIC X(02) VALUE SPACES.
002870     05  SDM-TRN-REASON        PIC X(30).
002880     05  FILLER                PIC X(09) VALUE SPACES.
002890 01  SDM-FIELD-LINE.
002900     05  FILLER                PIC X(08) VALUE SPACES.
002910     05  SDM-FLD-NAME          PIC X(12).
002920     05  FILLER                PIC X(02) VALUE SPACES.
002930     05  SDM-FLD-BEFORE        PIC X(10).
002940     05  FILLER                PIC X(04) VALUE ' -> '.
002950     05  SDM-FLD-AFTER         PIC X(10).
002960     05  FILLER                PIC X(34) VALUE SPACES.
002970*----------------------------------------------------------------
002980* TOTALS LINE LAYOUT - SAME SHAPE AS STACK-EXAMPLE'S RPT-LINE.
002990*----------------------------------------------------------------
003000 01  RPT-LINE.
003010     05  RPT-LABEL             PIC X(40).
003020     05  RPT-VALUE             PIC ZZZZZZZ9.
003030     05  FILLER                PIC X(31).
003040 PROCEDURE DIVISION.
003050*----------------------------------------------------------------
003060* 0000-MAIN-PROCEDURE - LOAD THE DEFINITIONS AND THE FILES THEY
003070*                       ARE CHECKED AGAINST, APPLY THE
003080*                       TRANSACTIONS, WRITE THE NEW DEFINITION
003090*                       FILE.
003100*----------------------------------------------------------------
003110 0000-MAIN-PROCEDURE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003130     PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
003140         UNTIL WS-SDT-EOF-YES
003150     IF NOT WS-LOAD-FAILED
003160         PERFORM 3000-WRITE-NEW-DEFS THRU 3000-EXIT
003170     END-IF
003180     PERFORM 9000-TERMINATE THRU 9000-EXIT
003190     STOP RUN.
003200*----------------------------------------------------------------
003210* 1000-INITIALIZE - OPENS THE REPORT, LOADS THE DEPARTMENT
003220*                   MASTER, THE CHECKPOINTED DEPTHS AND THE
003230*                   CURRENT DEFINITIONS, THEN OPENS THE CHANGE
003240*                   LOG AND THE TRANSACTIONS.  ANY LOAD FAILURE
003250*                   SKIPS THE TRANSACTIONS ENTIRELY.
003260*----------------------------------------------------------------
003270 1000-INITIALIZE.
003280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003290     ACCEPT WS-RUN-TIME FROM TIME
003300     OPEN OUTPUT RPT-FILE
003310     MOVE SPACES TO RPT-LINE
003320     MOVE 'STACK-DEFMAINT DEFINITION CHANGE REPORT' TO RPT-LABEL
003330     WRITE RPT-RECORD FROM RPT-LINE
003340     MOVE SPACES TO RPT-LINE
003350     WRITE RPT-RECORD FROM RPT-LINE
003360     MOVE 'Y' TO WS-SDT-EOF-SWITCH
003370     PERFORM 1100-LOAD-DEPTS THRU 1100-EXIT
003380     IF WS-LOAD-FAILED
003390         GO TO 1000-EXIT
003400     END-IF
003410     PERFORM 1200-LOAD-DEPTHS THRU 1200-EXIT
003420     IF WS-LOAD-FAILED
003430         GO TO 1000-EXIT
003440     END-IF
003450     PERFORM 1300-LOAD-DEFS THRU 1300-EXIT
003460     IF WS-LOAD-FAILED
003470         GO TO 1000-EXIT
003480     END-IF
003490     OPEN EXTEND SDF-LOG-FILE
003500     IF WS-SDL-NOT-FOUND
003510         CLOSE SDF-LOG-FILE
003520         OPEN OUTPUT SDF-LOG-FILE
003530     END-IF
003540     IF NOT WS-SDL-OK
003550         DISPLAY 'ERROR - BAD OPEN ON SDF-LOG-FILE, STATUS = '
003560             WS-SDL-STATUS ', NO TRANSACTIONS APPLIED'
003570         PERFORM 1900-FAIL-LOAD THRU 1900-EXIT
003580         GO TO 1000-EXIT
003590     END-IF
003600     MOVE 'Y' TO WS-SDL-OPEN-SWITCH
003610     OPEN INPUT SDF-TRAN-FILE
003620     IF NOT WS-SDT-OK AND NOT WS-SDT-NOT-FOUND
003630         DISPLAY 'ERROR - BAD OPEN ON SDF-TRAN-FILE, STATUS = '
003640             WS-SDT-STATUS
003650         PERFORM 1900-FAIL-LOAD THRU 1900-EXIT
003660         GO TO 1000-EXIT
003670     END-IF
003680     MOVE 'Y' TO WS-SDT-OPEN-SWITCH
003690     WRITE RPT-RECORD FROM SDM-HEADING-LINE
003700     WRITE RPT-RECORD FROM SDM-FIELD-HEADING-LINE
003710     MOVE SPACES TO RPT-LINE
003720     WRITE RPT-RECORD FROM RPT-LINE
003730     IF WS-SDT-NOT-FOUND
003740         DISPLAY 'NOTE - NO MAINTENANCE TRANSACTIONS, '
003750             'DEFINITIONS COPIED UNCHANGED'
003760     ELSE
003770         MOVE 'N' TO WS-SDT-EOF-SWITCH
003780         PERFORM 2900-READ-TRAN THRU 2900-EXIT
003790     END-IF.
003800 1000-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------
003830* 1100-LOAD-DEPTS - LOADS THE DEPARTMENT CODES.  A MISSING
003840*                   MASTER LOADS NOTHING, SO EVERY ADD (AND
003850*                   EVERY DEPARTMENT CHANGE) IS REJECTED.
003860*----------------------------------------------------------------
003870 1100-LOAD-DEPTS.
003880     OPEN INPUT DEPT-FILE
003890     IF NOT WS-DEPT-OK AND NOT WS-DEPT-NOT-FOUND
003900         DISPLAY 'ERROR - BAD OPEN ON DEPT-FILE, STATUS = '
003910             WS-DEPT-STATUS
003920         PERFORM 1900-FAIL-LOAD THRU 1900-EXIT
003930         GO TO 1100-EXIT
003940     END-IF
003950     IF WS-DEPT-NOT-FOUND
003960         DISPLAY 'WARNING - NO DEPARTMENT MASTER, EVERY '
003970             'DEPARTMENT WILL BE REFUSED'
003980         IF WS-MAX-RC < 4
003990             MOVE 4 TO WS-MAX-RC
004000         END-IF
004010         CLOSE DEPT-FILE
004020         GO TO 1100-EXIT
004030     END-IF
004040     PERFORM 1190-READ-DEPT THRU 1190-EXIT
004050     PERFORM 1110-LOAD-ONE-DEPT THRU 1110-EXIT
004060         UNTIL WS-DEPT-EOF-YES
004070     CLOSE DEPT-FILE.
004080 1100-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------
004110* 1110-LOAD-ONE-DEPT - TAKES ONE DEPARTMENT CODE.  A MASTER
004120*                      LARGER THAN THE TABLE CANNOT BE CHECKED
004130*                      AGAINST SAFELY AND FAILS THE LOAD.
004140*----------------------------------------------------------------
004150 1110-LOAD-ONE-DEPT.
004160     IF DEPT-ID = SPACES
004170         GO TO 1110-NEXT
004180     END-IF
004190     IF WS-DPT-COUNT NOT < MAX-SDM-DEPTS
004200         DISPLAY 'ERROR - MORE DEPARTMENTS THAN THE TABLE '
004210             'HOLDS: ' DEPT-ID
004220         PERFORM 1900-FAIL-LOAD THRU 1900-EXIT
004230         MOVE 'Y' TO WS-DEPT-EOF-SWITCH
004240         GO TO 1110-EXIT
004250     END-IF
004260     ADD 1 TO WS-DPT-COUNT
004270     MOVE DEPT-ID TO DPT-ID(WS-DPT-COUNT).
004280 1110-NEXT.
004290     PERFORM 1190-READ-DEPT THRU 1190-EXIT.
004300 1110-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330* 1190-READ-DEPT - READS THE NEXT DEPARTMENT MASTER RECORD.
004340*----------------------------------------------------------------
004350 1190-READ-DEPT.
004360     READ DEPT-FILE
004370         AT END MOVE 'Y' TO WS-DEPT-EOF-SWITCH
004380     END-READ.
004390 1190-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420* 1200-LOAD-DEPTHS - LOADS EACH CHECKPOINTED QUEUE'S DEPTH.  NO
004430*                    CHECKPOINT YET (A FIRST RUN) MEANS EVERY
004440*                    QUEUE IS EMPTY.
004450*----------------------------------------------------------------
004460 1200-LOAD-DEPTHS.
004470     OPEN INPUT CKPT-FILE
004480     IF NOT WS-CKPT-OK AND NOT WS-CKPT-NOT-FOUND
004490         DISPLAY 'ERROR - BAD OPEN ON CKPT-FILE, STATUS = '
004500             WS-CKPT-STATUS
004510         PERFORM 1900-FAIL-LOAD THRU 1900-EXIT
004520         GO TO 1200-EXIT
004530     END-IF
004540     IF WS-CKPT-NOT-FOUND
004550         CLOSE CKPT-FILE
004560         GO TO 1200-EXIT
004570     END-IF
004580     PERFORM 1290-READ-CKPT THRU 1290-EXIT
004590     PERFORM 1210-LOAD-ONE-DEPTH THRU 1210-EXIT
004600         UNTIL WS-CKPT-EOF-YES
004610     CLOSE CKPT-FILE.
004620 1200-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------
004650* 1210-LOAD-ONE-DEPTH - TAKES ONE CHECKPOINTED QUEUE'S DEPTH.
004660*----------------------------------------------------------------
004670 1210-LOAD-ONE-DEPTH.
004680     IF WS-CKD-COUNT NOT < MAX-SDM-CKPT
004690         DISPLAY 'ERROR - MORE CHECKPOINTED STACKS THAN THE '
004700             'TABLE HOLDS: ' CKPT-STACK-ID
004710         PERFORM 1900-FAIL-LOAD THRU 1900-EXIT
004720         MOVE 'Y' TO WS-CKPT-EOF-SWITCH
004730         GO TO 1210-EXIT
004740     END-IF
004750     ADD 1 TO WS-CKD-COUNT
004760     MOVE CKPT-STACK-ID TO CKD-STACK-ID(WS-CKD-COUNT)
004770     IF CKPT-TOP NUMERIC
004780         MOVE CKPT-TOP TO CKD-TOP(WS-CKD-COUNT)
004790     ELSE
004800         MOVE 0 TO CKD-TOP(WS-CKD-COUNT)
004810     END-IF
004820     PERFORM 1290-READ-CKPT THRU 1290-EXIT.
004830 1210-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860* 1290-READ-CKPT - READS THE NEXT CHECKPOINTED STACK.
004870*----------------------------------------------------------------
004880 1290-READ-CKPT.
004890     READ CKPT-FILE
004900         AT END MOVE 'Y' TO WS-CKPT-EOF-SWITCH
004910     END-READ.
004920 1290-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------
004950* 1300-LOAD-DEFS - LOADS THE CURRENT DEFINITIONS.  A MISSING
004960*                  STKDEF IS A FIRST BUILD: THE TABLE STARTS
004970*                  EMPTY AND THE TRANSACTIONS ADD TO IT.
004980*----------------------------------------------------------------
004990 1300-LOAD-DEFS.
005000     OPEN INPUT STACK-DEF-FILE
005010     IF NOT WS-SDF-OK AND NOT WS-SDF-NOT-FOUND
005020         DISPLAY 'ERROR - BAD OPEN ON STACK-DEF-FILE, '
005030             'STATUS = ' WS-SDF-STATUS
005040         PERFORM 1900-FAIL-LOAD THRU 1900-EXIT
005050         GO TO 1300-EXIT
005060     END-IF
005070     IF WS-SDF-NOT-FOUND
005080         DISPLAY 'NOTE - NO STACK DEFINITION FILE, BUILDING '
005090             'A NEW ONE'
005100         CLOSE STACK-DEF-FILE
005110         GO TO 1300-EXIT
005120     END-IF
005130     PERFORM 1390-READ-DEF THRU 1390-EXIT
005140     PERFORM 1310-LOAD-ONE-DEF THRU 1310-EXIT
005150         UNTIL WS-SDF-EOF-YES
005160     CLOSE STACK-DEF-FILE.
005170 1300-EXIT.
005180     EXIT.
005190*----------------------------------------------------------------
005200* 1310-LOAD-ONE-DEF - TAKES ONE DEFINITION AS IT STANDS - EVEN
005210*                     ONE THAT WOULD FAIL TODAY'S CHECKS IS
005220*                     CARRIED ACROSS UNCHANGED UNTIL A
005230*                     TRANSACTION TOUCHES IT.  A FILE LARGER
005240*                     THAN THE TABLE WOULD LOSE DEFINITIONS ON
005250*                     REWRITE AND FAILS THE LOAD.
005260*----------------------------------------------------------------
005270 1310-LOAD-ONE-DEF.
005280     IF WS-DEF-COUNT NOT < MAX-SDM-DEFS
005290         DISPLAY 'ERROR - MORE DEFINITIONS THAN THE TABLE '
005300             'HOLDS: ' SDF-STACK-ID
005310         PERFORM 1900-FAIL-LOAD THRU 1900-EXIT
005320         MOVE 'Y' TO WS-SDF-EOF-SWITCH
005330         GO TO 1310-EXIT
005340     END-IF
005350     ADD 1 TO WS-DEFS-READ
005360     ADD 1 TO WS-DEF-COUNT
005370     MOVE SDF-RECORD TO DEF-IMAGE(WS-DEF-COUNT)
005380     MOVE 'N' TO DEF-DELETED-SW(WS-DEF-COUNT)
005390     PERFORM 1390-READ-DEF THRU 1390-EXIT.
005400 1310-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430* 1390-READ-DEF - READS THE NEXT STACK DEFINITION.
005440*----------------------------------------------------------------
005450 1390-READ-DEF.
005460     READ STACK-DEF-FILE
005470         AT END MOVE 'Y' TO WS-SDF-EOF-SWITCH
005480     END-READ.
005490 1390-EXIT.
005500     EXIT.
005510*----------------------------------------------------------------
005520* 1900-FAIL-LOAD - SOMETHING THE CHECKS OR THE LOG DEPEND ON IS
005530*                  UNRELIABLE: NO TRANSACTION IS APPLIED, NO
005540*                  STKNEW IS WRITTEN, AND THE STEP ENDS 16 SO
005550*                  THE JOB KEEPS THE OLD STKDEF.
005560*----------------------------------------------------------------
005570 1900-FAIL-LOAD.
005580     MOVE 'Y' TO WS-LOAD-FAILED-SW
005590     MOVE 'Y' TO WS-SDT-EOF-SWITCH
005600     IF WS-MAX-RC < 16
005610         MOVE 16 TO WS-MAX-RC
005620     END-IF.
005630 1900-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660* 2000-APPLY-ONE-TRAN - VALIDATES AND APPLIES ONE TRANSACTION.
005670*                       THE BEFORE IMAGE GOES TO SDB-, THE
005680*                       PROPOSED AFTER IMAGE IS BUILT IN SDA-
005690*                       AND CHECKED WHOLE; ONLY A CLEAN AFTER
005700*                       IMAGE REACHES THE TABLE.
005710*----------------------------------------------------------------
005720 2000-APPLY-ONE-TRAN.
005730     ADD 1 TO WS-TRAN-READ
005740     MOVE SPACES TO WS-REJECT-REASON
005750     MOVE SPACES TO SDA-RECORD
005760     MOVE SPACES TO SDB-RECORD
005770     PERFORM 2100-CHECK-TRAN THRU 2100-EXIT
005780     IF WS-REJECT-REASON NOT = SPACES
005790         PERFORM 2800-REJECT-TRAN THRU 2800-EXIT
005800         GO TO 2000-NEXT
005810     END-IF
005820     EVALUATE TRUE
005830         WHEN SDT-ADD
005840             PERFORM 2200-BUILD-ADD THRU 2200-EXIT
005850         WHEN SDT-CHANGE
005860             PERFORM 2250-BUILD-CHANGE THRU 2250-EXIT
005870         WHEN SDT-DELETE
005880             PERFORM 2270-CHECK-DELETE THRU 2270-EXIT
005890     END-EVALUATE
005900     IF WS-REJECT-REASON = SPACES
005910         AND NOT SDT-DELETE
005920         PERFORM 2300-CHECK-DEF THRU 2300-EXIT
005930     END-IF
005940     IF WS-REJECT-REASON NOT = SPACES
005950         PERFORM 2800-REJECT-TRAN THRU 2800-EXIT
005960         GO TO 2000-NEXT
005970     END-IF
005980     PERFORM 2400-POST-TRAN THRU 2400-EXIT.
005990 2000-NEXT.
006000     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
006010 2000-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------
006040* 2100-CHECK-TRAN - THE CHECKS EVERY ACTION SHARES: A KNOWN
006050*                   ACTION, A NAMED OPERATOR AND STACK-ID, AND
006060*                   THE QUEUE DEFINED (CHANGE, DELETE) OR NOT
006070*                   (ADD).  LEAVES THE QUEUE'S ROW IN
006080*                   WS-DEF-SUB (ZERO FOR AN ADD).
006090*----------------------------------------------------------------
006100 2100-CHECK-TRAN.
006110     IF NOT SDT-ADD AND NOT SDT-CHANGE AND NOT SDT-DELETE
006120         MOVE 'ACTION NOT A, C OR D' TO WS-REJECT-REASON
006130         GO TO 2100-EXIT
006140     END-IF
006150     IF SDT-OPERATOR = SPACES
006160         MOVE 'OPERATOR NOT GIVEN' TO WS-REJECT-REASON
006170         GO TO 2100-EXIT
006180     END-IF
006190     IF SDT-STACK-ID = SPACES
006200         MOVE 'STACK-ID NOT GIVEN' TO WS-REJECT-REASON
006210         GO TO 2100-EXIT
006220     END-IF
006230     MOVE 0 TO WS-DEF-SUB
006240     PERFORM 2110-MATCH-ONE-DEF THRU 2110-EXIT
006250         VARYING WS-IDX FROM 1 BY 1
006260             UNTIL WS-IDX > WS-DEF-COUNT
006270                OR WS-DEF-SUB > 0
006280     IF SDT-ADD
006290         IF WS-DEF-SUB > 0
006300             MOVE 'QUEUE ALREADY DEFINED' TO WS-REJECT-REASON
006310             GO TO 2100-EXIT
006320         END-IF
006330         IF WS-DEF-COUNT NOT < MAX-SDM-DEFS
006340             MOVE 'DEFINITION TABLE FULL' TO WS-REJECT-REASON
006350         END-IF
006360         GO TO 2100-EXIT
006370     END-IF
006380     IF WS-DEF-SUB = 0
006390         MOVE 'QUEUE NOT DEFINED' TO WS-REJECT-REASON
006400         GO TO 2100-EXIT
006410     END-IF
006420     MOVE DEF-IMAGE(WS-DEF-SUB) TO SDB-RECORD.
006430 2100-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------
006460* 2110-MATCH-ONE-DEF - IS TABLE ROW WS-IDX THE TRANSACTION'S
006470*                      QUEUE (AND NOT ALREADY DELETED)?
006480*----------------------------------------------------------------
006490 2110-MATCH-ONE-DEF.
006500     MOVE DEF-IMAGE(WS-IDX) TO SDA-RECORD
006510     IF SDA-STACK-ID = SDT-STACK-ID
006520         AND NOT DEF-DELETED(WS-IDX)
006530         MOVE WS-IDX TO WS-DEF-SUB
006540     END-IF
006550     MOVE SPACES TO SDA-RECORD.
006560 2110-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------
006590* 2200-BUILD-ADD - THE NEW QUEUE'S DEFINITION, STRAIGHT FROM THE
006600*                  TRANSACTION.  A BLANK NUMERIC FIELD IS ZERO;
006610*                  ONE THAT IS NEITHER BLANK NOR NUMERIC IS
006620*                  REFUSED HERE, BEFORE IT CAN BE MOVED.
006630*----------------------------------------------------------------
006640 2200-BUILD-ADD.
006650     PERFORM 2210-CHECK-TRAN-NUMERICS THRU 2210-EXIT
006660     IF WS-REJECT-REASON NOT = SPACES
006670         GO TO 2200-EXIT
006680     END-IF
006690     MOVE SDT-STACK-ID TO SDA-STACK-ID
006700     MOVE SDT-DEPT TO SDA-DEPT
006710     MOVE SDT-MODE TO SDA-MODE
006720     MOVE SDT-BACKORDER-SW TO SDA-BACKORDER-SW
006725     MOVE SDT-Q-STATUS TO SDA-Q-STATUS
006727     MOVE SDT-DUP-CHECK-SW TO SDA-DUP-CHECK-SW
006730     MOVE 0 TO SDA-CAPACITY
006740     MOVE 0 TO SDA-SLA-DAYS
006750     MOVE 0 TO SDA-WARN-PCT
006760     MOVE 0 TO SDA-MAX-LIFE
006770     PERFORM 2220-TAKE-TRAN-NUMERICS THRU 2220-EXIT.
006780 2200-EXIT.
006790     EXIT.
006800*----------------------------------------------------------------
006810* 2210-CHECK-TRAN-NUMERICS - A NUMERIC FIELD ON THE TRANSACTION
006820*                            MUST BE BLANK OR ALL DIGITS.
006830*----------------------------------------------------------------
006840 2210-CHECK-TRAN-NUMERICS.
006850     IF SDT-CAPACITY-X NOT = SPACES
006860         AND SDT-CAPACITY-X NOT NUMERIC
006870         MOVE 'CAPACITY NOT NUMERIC' TO WS-REJECT-REASON
006880         GO TO 2210-EXIT
006890     END-IF
006900     IF SDT-SLA-DAYS-X NOT = SPACES
006910         AND SDT-SLA-DAYS-X NOT NUMERIC
006920         MOVE 'SLA DAYS NOT NUMERIC' TO WS-REJECT-REASON
006930         GO TO 2210-EXIT
006940     END-IF
006950     IF SDT-WARN-PCT-X NOT = SPACES
006960         AND SDT-WARN-PCT-X NOT NUMERIC
006970         MOVE 'WARN PCT NOT NUMERIC' TO WS-REJECT-REASON
006980         GO TO 2210-EXIT
006990     END-IF
007000     IF SDT-MAX-LIFE-X NOT = SPACES
007010         AND SDT-MAX-LIFE-X NOT NUMERIC
007020         MOVE 'MAX LIFE NOT NUMERIC' TO WS-REJECT-REASON
007030     END-IF.
007040 2210-EXIT.
007050     EXIT.
007060*----------------------------------------------------------------
007070* 2220-TAKE-TRAN-NUMERICS - OVERLAYS EACH NUMERIC FIELD THE
007080*                           TRANSACTION GAVE ONTO THE AFTER
007090*                           IMAGE.
007100*----------------------------------------------------------------
007110 2220-TAKE-TRAN-NUMERICS.
007120     IF SDT-CAPACITY-X NOT = SPACES
007130         MOVE SDT-CAPACITY TO SDA-CAPACITY
007140     END-IF
007150     IF SDT-SLA-DAYS-X NOT = SPACES
007160         MOVE SDT-SLA-DAYS TO SDA-SLA-DAYS
007170     END-IF
007180     IF SDT-WARN-PCT-X NOT = SPACES
007190         MOVE SDT-WARN-PCT TO SDA-WARN-PCT
007200     END-IF
007210     IF SDT-MAX-LIFE-X NOT = SPACES
007220         MOVE SDT-MAX-LIFE TO SDA-MAX-LIFE
007230     END-IF.
007240 2220-EXIT.
007250     EXIT.
007260*----------------------------------------------------------------
007270* 2250-BUILD-CHANGE - THE QUEUE'S CURRENT DEFINITION WITH EVERY
007280*                     FIELD THE TRANSACTION GAVE LAID OVER IT.
007285*                     A CHANGE THAT ALTERS NOTHING IS REFUSED SO
007290*                     A MISKEYED STACK-ID OR ACTION DOES NOT
007295*                     PASS UNNOTICED.  A NUMERIC FIELD LEFT
007300*                     BLANK ON THE CURRENT DEFINITION MEANS ZERO
007305*                     TO THE NIGHTLY RUN AND IS TAKEN AS ZERO
007310*                     HERE, BEFORE AND AFTER ALIKE.
007320*----------------------------------------------------------------
007330 2250-BUILD-CHANGE.
007340     PERFORM 2210-CHECK-TRAN-NUMERICS THRU 2210-EXIT
007350     IF WS-REJECT-REASON NOT = SPACES
007360         GO TO 2250-EXIT
007370     END-IF
007375     PERFORM 2260-ZERO-BLANK-NUMERICS THRU 2260-EXIT
007380     MOVE SDB-RECORD TO SDA-RECORD
007390     IF SDT-DEPT NOT = SPACES
007400         MOVE SDT-DEPT TO SDA-DEPT
007410     END-IF
007420     IF SDT-MODE NOT = SPACES
007430         MOVE SDT-MODE TO SDA-MODE
007440     END-IF
007450     IF SDT-BACKORDER-SW NOT = SPACES
007460         MOVE SDT-BACKORDER-SW TO SDA-BACKORDER-SW
007470     END-IF
007472     IF SDT-Q-STATUS NOT = SPACES
007474         MOVE SDT-Q-STATUS TO SDA-Q-STATUS
007476     END-IF
007477     IF SDT-DUP-CHECK-SW NOT = SPACES
007478         MOVE SDT-DUP-CHECK-SW TO SDA-DUP-CHECK-SW
007479     END-IF
007480     PERFORM 2220-TAKE-TRAN-NUMERICS THRU 2220-EXIT
007490     IF SDA-RECORD = SDB-RECORD
007500         MOVE 'NO CHANGE TO APPLY' TO WS-REJECT-REASON
007510     END-IF.
007520 2250-EXIT.
007530     EXIT.
007531*----------------------------------------------------------------
007532* 2260-ZERO-BLANK-NUMERICS - SETS EACH NUMERIC FIELD OF THE BEFORE
007533*                            IMAGE THAT IS ENTIRELY BLANK TO ZERO.
007534*                            ANYTHING ELSE NON-NUMERIC IS LEFT FOR
007535*                            2300-CHECK-DEF TO REJECT.
007536*----------------------------------------------------------------
007537 2260-ZERO-BLANK-NUMERICS.
007538     IF SDB-CAPACITY-X = SPACES
007539         MOVE 0 TO SDB-CAPACITY
007540     END-IF
007541     IF SDB-SLA-DAYS-X = SPACES
007542         MOVE 0 TO SDB-SLA-DAYS
007543     END-IF
007544     IF SDB-WARN-PCT-X = SPACES
007545         MOVE 0 TO SDB-WARN-PCT
007546     END-IF
007547     IF SDB-MAX-LIFE-X = SPACES
007548         MOVE 0 TO SDB-MAX-LIFE
007549     END-IF.
007550 2260-EXIT.
007551     EXIT.
007552*----------------------------------------------------------------
007553* 2270-CHECK-DELETE - A QUEUE STILL HOLDING ENTRIES ON THE
007560*                     CHECKPOINT CANNOT LOSE ITS DEFINITION -
007570*                     ITS WORK WOULD BE ORPHANED.
007580*----------------------------------------------------------------
007590 2270-CHECK-DELETE.
007600     PERFORM 2280-FIND-DEPTH THRU 2280-EXIT
007610     IF WS-CUR-DEPTH > 0
007620         MOVE 'QUEUE NOT EMPTY ON CHECKPOINT'
007630             TO WS-REJECT-REASON
007640     END-IF.
007650 2270-EXIT.
007660     EXIT.
007670*----------------------------------------------------------------
007680* 2280-FIND-DEPTH - THE TRANSACTION QUEUE'S CHECKPOINTED DEPTH
007690*                   INTO WS-CUR-DEPTH (ZERO IF NOT CHECKPOINTED).
007700*----------------------------------------------------------------
007710 2280-FIND-DEPTH.
007720     MOVE 0 TO WS-CUR-DEPTH
007730     SET CKD-IDX TO 1
007740     SEARCH CKD-ROW
007750         AT END
007760             CONTINUE
007770         WHEN CKD-STACK-ID(CKD-IDX) = SDT-STACK-ID
007780             MOVE CKD-TOP(CKD-IDX) TO WS-CUR-DEPTH
007790     END-SEARCH.
007800 2280-EXIT.
007810     EXIT.
007820*----------------------------------------------------------------
007830* 2300-CHECK-DEF - VALIDATES EVERY FIELD OF THE AFTER IMAGE.
007840*                  FIRST FAILURE WINS.  A ZERO CAPACITY MEANS
007850*                  THE GLOBAL CAPACITY, SO THAT IS WHAT THE
007860*                  CHECKPOINTED DEPTH IS HELD AGAINST.
007870*----------------------------------------------------------------
007880 2300-CHECK-DEF.
007890     IF SDA-MODE NOT = 'L' AND SDA-MODE NOT = 'F'
007900         MOVE 'MODE NOT L OR F' TO WS-REJECT-REASON
007910         GO TO 2300-EXIT
007920     END-IF
007930     IF SDA-CAPACITY NOT NUMERIC
007940         MOVE 'CAPACITY NOT NUMERIC' TO WS-REJECT-REASON
007950         GO TO 2300-EXIT
007960     END-IF
007970     IF SDA-CAPACITY > MAX-STACK-CAPACITY
007980         MOVE 'CAPACITY OVER COMPILED CEILING'
007990             TO WS-REJECT-REASON
008000         GO TO 2300-EXIT
008010     END-IF
008020     IF SDA-CAPACITY = 0
008030         MOVE STACK-CAPACITY TO WS-EFF-CAPACITY
008040     ELSE
008050         MOVE SDA-CAPACITY TO WS-EFF-CAPACITY
008060     END-IF
008070     PERFORM 2280-FIND-DEPTH THRU 2280-EXIT
008080     IF WS-EFF-CAPACITY < WS-CUR-DEPTH
008090         MOVE 'CAPACITY BELOW CURRENT DEPTH' TO WS-REJECT-REASON
008100         GO TO 2300-EXIT
008110     END-IF
008120     SET DPT-IDX TO 1
008130     SEARCH DPT-ROW
008140         AT END
008150             MOVE 'DEPARTMENT NOT ON MASTER'
008160                 TO WS-REJECT-REASON
008170             GO TO 2300-EXIT
008180         WHEN DPT-ID(DPT-IDX) = SDA-DEPT
008190             AND SDA-DEPT NOT = SPACES
008200             CONTINUE
008210     END-SEARCH
008220     IF SDA-SLA-DAYS NOT NUMERIC
008230         MOVE 'SLA DAYS NOT NUMERIC' TO WS-REJECT-REASON
008240         GO TO 2300-EXIT
008250     END-IF
008260     IF SDA-WARN-PCT NOT NUMERIC
008270         MOVE 'WARN PCT NOT NUMERIC' TO WS-REJECT-REASON
008280         GO TO 2300-EXIT
008290     END-IF
008300     IF SDA-WARN-PCT > 99
008310         MOVE 'WARN PCT NOT 1-99' TO WS-REJECT-REASON
008320         GO TO 2300-EXIT
008330     END-IF
008340     IF SDA-BACKORDER-SW NOT = 'Y'
008350         AND SDA-BACKORDER-SW NOT = 'N'
008360         MOVE 'BACKORDER SWITCH NOT Y OR N' TO WS-REJECT-REASON
008370         GO TO 2300-EXIT
008380     END-IF
008390     IF SDA-MAX-LIFE NOT NUMERIC
008391         MOVE 'MAX LIFE NOT NUMERIC' TO WS-REJECT-REASON
008392         GO TO 2300-EXIT
008393     END-IF
008394*    A FREEZE IS AN OPERATOR HOLD SET AND LIFTED THROUGH SADM -
008395*    THE DEFINITION NEVER CARRIES ONE.
008396     IF SDA-Q-STATUS = 'F'
008397         MOVE 'FREEZE THROUGH SADM, NOT HERE' TO WS-REJECT-REASON
008398         GO TO 2300-EXIT
008399     END-IF
008400     IF SDA-Q-STATUS NOT = SPACE AND SDA-Q-STATUS NOT = 'A'
008401         AND SDA-Q-STATUS NOT = 'D' AND SDA-Q-STATUS NOT = 'R'
008402         MOVE 'STATUS NOT A, D OR R' TO WS-REJECT-REASON
008403         GO TO 2300-EXIT
008404     END-IF
008405     IF SDA-DUP-CHECK-SW NOT = SPACE
008406         AND SDA-DUP-CHECK-SW NOT = 'Y'
008407         AND SDA-DUP-CHECK-SW NOT = 'N'
008408         MOVE 'DUP CHECK SWITCH NOT Y OR N' TO WS-REJECT-REASON
008410     END-IF.
008420 2300-EXIT.
008430     EXIT.
008440*----------------------------------------------------------------
008450* 2400-POST-TRAN - PUTS AN ACCEPTED TRANSACTION INTO THE TABLE,
008460*                  THEN REPORTS AND LOGS EACH FIELD IT TOUCHED.
008470*----------------------------------------------------------------
008480 2400-POST-TRAN.
008490     EVALUATE TRUE
008500         WHEN SDT-ADD
008510             ADD 1 TO WS-DEF-COUNT
008520             MOVE SDA-RECORD TO DEF-IMAGE(WS-DEF-COUNT)
008530             MOVE 'N' TO DEF-DELETED-SW(WS-DEF-COUNT)
008540             ADD 1 TO WS-TRAN-ADDED
008550             MOVE 'ADD' TO SDM-TRN-ACTION
008560         WHEN SDT-CHANGE
008570             MOVE SDA-RECORD TO DEF-IMAGE(WS-DEF-SUB)
008580             ADD 1 TO WS-TRAN-CHANGED
008590             MOVE 'CHANGE' TO SDM-TRN-ACTION
008600         WHEN SDT-DELETE
008610             MOVE 'Y' TO DEF-DELETED-SW(WS-DEF-SUB)
008620             ADD 1 TO WS-TRAN-DELETED
008630             MOVE 'DELETE' TO SDM-TRN-ACTION
008640     END-EVALUATE
008650     MOVE SDT-STACK-ID TO SDM-TRN-STACK-ID
008660     MOVE SDT-OPERATOR TO SDM-TRN-OPERATOR
008670     MOVE 'APPLIED' TO SDM-TRN-RESULT
008680     MOVE SPACES TO SDM-TRN-REASON
008690     WRITE RPT-RECORD FROM SDM-TRAN-LINE
008700     PERFORM 2500-NOTE-FIELDS THRU 2500-EXIT.
008710 2400-EXIT.
008720     EXIT.
008730*----------------------------------------------------------------
008740* 2500-NOTE-FIELDS - WALKS THE DEFINITION FIELDS IN SDFREC
008750*                    ORDER, BEFORE AGAINST AFTER.
008760*----------------------------------------------------------------
008770 2500-NOTE-FIELDS.
008780     MOVE 'CAPACITY' TO WS-FLD-NAME
008790     MOVE SDB-CAPACITY TO WS-FLD-BEFORE
008800     MOVE SDA-CAPACITY TO WS-FLD-AFTER
008810     PERFORM 2510-NOTE-ONE-FIELD THRU 2510-EXIT
008820     MOVE 'DEPT' TO WS-FLD-NAME
008830     MOVE SDB-DEPT TO WS-FLD-BEFORE
008840     MOVE SDA-DEPT TO WS-FLD-AFTER
008850     PERFORM 2510-NOTE-ONE-FIELD THRU 2510-EXIT
008860     MOVE 'MODE' TO WS-FLD-NAME
008870     MOVE SDB-MODE TO WS-FLD-BEFORE
008880     MOVE SDA-MODE TO WS-FLD-AFTER
008890     PERFORM 2510-NOTE-ONE-FIELD THRU 2510-EXIT
008900     MOVE 'SLA-DAYS' TO WS-FLD-NAME
008910     MOVE SDB-SLA-DAYS TO WS-FLD-BEFORE
008920     MOVE SDA-SLA-DAYS TO WS-FLD-AFTER
008930     PERFORM 2510-NOTE-ONE-FIELD THRU 2510-EXIT
008940     MOVE 'BACKORDER-SW' TO WS-FLD-NAME
008950     MOVE SDB-BACKORDER-SW TO WS-FLD-BEFORE
008960     MOVE SDA-BACKORDER-SW TO WS-FLD-AFTER
008970     PERFORM 2510-NOTE-ONE-FIELD THRU 2510-EXIT
008980     MOVE 'WARN-PCT' TO WS-FLD-NAME
008990     MOVE SDB-WARN-PCT TO WS-FLD-BEFORE
009000     MOVE SDA-WARN-PCT TO WS-FLD-AFTER
009010     PERFORM 2510-NOTE-ONE-FIELD THRU 2510-EXIT
009020     MOVE 'MAX-LIFE' TO WS-FLD-NAME
009030     MOVE SDB-MAX-LIFE TO WS-FLD-BEFORE
009040     MOVE SDA-MAX-LIFE TO WS-FLD-AFTER
009043     PERFORM 2510-NOTE-ONE-FIELD THRU 2510-EXIT
009046     MOVE 'Q-STATUS' TO WS-FLD-NAME
009049     MOVE SDB-Q-STATUS TO WS-FLD-BEFORE
009052     MOVE SDA-Q-STATUS TO WS-FLD-AFTER
009053     PERFORM 2510-NOTE-ONE-FIELD THRU 2510-EXIT
009054     MOVE 'DUP-CHECK-SW' TO WS-FLD-NAME
009055     MOVE SDB-DUP-CHECK-SW TO WS-FLD-BEFORE
009056     MOVE SDA-DUP-CHECK-SW TO WS-FLD-AFTER
009057     PERFORM 2510-NOTE-ONE-FIELD THRU 2510-EXIT.
009060 2500-EXIT.
009070     EXIT.
009080*----------------------------------------------------------------
009090* 2510-NOTE-ONE-FIELD - ONE FIELD'S REPORT LINE AND CHANGE LOG
009100*                       RECORD, WHEN IT CHANGED.  AN ADD HAS NO
009110*                       BEFORE VALUE AND A DELETE NO AFTER
009120*                       VALUE, SO EVERY FIELD OF EITHER IS
009130*                       NOTED.
009140*----------------------------------------------------------------
009150 2510-NOTE-ONE-FIELD.
009160     IF SDT-ADD
009170         MOVE SPACES TO WS-FLD-BEFORE
009180     END-IF
009190     IF SDT-DELETE
009200         MOVE SPACES TO WS-FLD-AFTER
009210     END-IF
009220     IF WS-FLD-BEFORE = WS-FLD-AFTER
009230         GO TO 2510-EXIT
009240     END-IF
009250     MOVE WS-FLD-NAME TO SDM-FLD-NAME
009260     MOVE WS-FLD-BEFORE TO SDM-FLD-BEFORE
009270     MOVE WS-FLD-AFTER TO SDM-FLD-AFTER
009280     WRITE RPT-RECORD FROM SDM-FIELD-LINE
009290     MOVE SPACES TO SDL-RECORD
009300     MOVE WS-RUN-DATE TO SDL-DATE
009310     MOVE WS-RUN-TIME TO SDL-TIME
009320     MOVE SDT-OPERATOR TO SDL-OPERATOR
009330     MOVE SDT-ACTION TO SDL-ACTION
009340     MOVE SDT-STACK-ID TO SDL-STACK-ID
009350     MOVE WS-FLD-NAME TO SDL-FIELD
009360     MOVE WS-FLD-BEFORE TO SDL-BEFORE
009370     MOVE WS-FLD-AFTER TO SDL-AFTER
009380     WRITE SDL-RECORD
009390     ADD 1 TO WS-FIELDS-LOGGED.
009400 2510-EXIT.
009410     EXIT.
009420*----------------------------------------------------------------
009430* 2800-REJECT-TRAN - REPORTS A REJECTED TRANSACTION WITH ITS
009440*                    REASON.  NOTHING IS LOGGED - THE
009450*                    DEFINITIONS DID NOT CHANGE.
009460*----------------------------------------------------------------
009470 2800-REJECT-TRAN.
009480     ADD 1 TO WS-TRAN-REJECTED
009490     IF WS-MAX-RC < 4
009500         MOVE 4 TO WS-MAX-RC
009510     END-IF
009520     EVALUATE TRUE
009530         WHEN SDT-ADD
009540             MOVE 'ADD' TO SDM-TRN-ACTION
009550         WHEN SDT-CHANGE
009560             MOVE 'CHANGE' TO SDM-TRN-ACTION
009570         WHEN SDT-DELETE
009580             MOVE 'DELETE' TO SDM-TRN-ACTION
009590         WHEN OTHER
009600             MOVE SDT-ACTION TO SDM-TRN-ACTION
009610     END-EVALUATE
009620     MOVE SDT-STACK-ID TO SDM-TRN-STACK-ID
009630     MOVE SDT-OPERATOR TO SDM-TRN-OPERATOR
009640     MOVE 'REJECTED' TO SDM-TRN-RESULT
009650     MOVE WS-REJECT-REASON TO SDM-TRN-REASON
009660     WRITE RPT-RECORD FROM SDM-TRAN-LINE.
009670 2800-EXIT.
009680     EXIT.
009690*----------------------------------------------------------------
009700* 2900-READ-TRAN - READS THE NEXT MAINTENANCE TRANSACTION.
009710*----------------------------------------------------------------
009720 2900-READ-TRAN.
009730     READ SDF-TRAN-FILE
009740         AT END MOVE 'Y' TO WS-SDT-EOF-SWITCH
009750     END-READ.
009760 2900-EXIT.
009770     EXIT.
009780*----------------------------------------------------------------
009790* 3000-WRITE-NEW-DEFS - WRITES EVERY LIVE DEFINITION TO STKNEW
009800*                       IN TABLE ORDER.  A STKNEW THAT WILL NOT
009810*                       OPEN ENDS THE STEP 16 SO THE JOB KEEPS
009820*                       THE OLD STKDEF.
009830*----------------------------------------------------------------
009840 3000-WRITE-NEW-DEFS.
009850     OPEN OUTPUT NEW-DEF-FILE
009860     IF NOT WS-NEW-OK
009870         DISPLAY 'ERROR - BAD OPEN ON NEW-DEF-FILE, STATUS = '
009880             WS-NEW-STATUS
009890         IF WS-MAX-RC < 16
009900             MOVE 16 TO WS-MAX-RC
009910         END-IF
009920         GO TO 3000-EXIT
009930     END-IF
009940     PERFORM 3010-WRITE-ONE-DEF THRU 3010-EXIT
009950         VARYING WS-DEF-SUB FROM 1 BY 1
009960             UNTIL WS-DEF-SUB > WS-DEF-COUNT
009970     CLOSE NEW-DEF-FILE.
009980 3000-EXIT.
009990     EXIT.
010000*----------------------------------------------------------------
010010* 3010-WRITE-ONE-DEF - WRITES ONE DEFINITION UNLESS DELETED.
010020*----------------------------------------------------------------
010030 3010-WRITE-ONE-DEF.
010040     IF DEF-DELETED(WS-DEF-SUB)
010050         GO TO 3010-EXIT
010060     END-IF
010070     WRITE NEW-DEF-RECORD FROM DEF-IMAGE(WS-DEF-SUB)
010080     ADD 1 TO WS-DEFS-WRITTEN.
010090 3010-EXIT.
010100     EXIT.
010110*----------------------------------------------------------------
010120* 9000-TERMINATE - WRITES THE RUN TOTALS AND PROVES THE NEW
010130*                  FILE: DEFINITIONS WRITTEN MUST EQUAL THOSE
010140*                  READ PLUS ADDED LESS DELETED, OR THE STEP
010150*                  ENDS 16 AND STKNEW MUST NOT REPLACE STKDEF.
010160*----------------------------------------------------------------
010170 9000-TERMINATE.
010180     IF WS-SDT-OPEN
010190         CLOSE SDF-TRAN-FILE
010200     END-IF
010210     IF WS-SDL-OPEN
010220         CLOSE SDF-LOG-FILE
010230     END-IF
010240     MOVE SPACES TO RPT-LINE
010250     WRITE RPT-RECORD FROM RPT-LINE
010260     MOVE SPACES TO RPT-LINE
010270     MOVE 'TRANSACTIONS READ' TO RPT-LABEL
010280     MOVE WS-TRAN-READ TO RPT-VALUE
010290     WRITE RPT-RECORD FROM RPT-LINE
010300     MOVE SPACES TO RPT-LINE
010310     MOVE 'QUEUES ADDED' TO RPT-LABEL
010320     MOVE WS-TRAN-ADDED TO RPT-VALUE
010330     WRITE RPT-RECORD FROM RPT-LINE
010340     MOVE SPACES TO RPT-LINE
010350     MOVE 'QUEUES CHANGED' TO RPT-LABEL
010360     MOVE WS-TRAN-CHANGED TO RPT-VALUE
010370     WRITE RPT-RECORD FROM RPT-LINE
010380     MOVE SPACES TO RPT-LINE
010390     MOVE 'QUEUES DELETED' TO RPT-LABEL
010400     MOVE WS-TRAN-DELETED TO RPT-VALUE
010410     WRITE RPT-RECORD FROM RPT-LINE
010420     MOVE SPACES TO RPT-LINE
010430     MOVE 'TRANSACTIONS REJECTED' TO RPT-LABEL
010440     MOVE WS-TRAN-REJECTED TO RPT-VALUE
010450     WRITE RPT-RECORD FROM RPT-LINE
010460     MOVE SPACES TO RPT-LINE
010470     MOVE 'FIELD CHANGES LOGGED' TO RPT-LABEL
010480     MOVE WS-FIELDS-LOGGED TO RPT-VALUE
010490     WRITE RPT-RECORD FROM RPT-LINE
010500     MOVE SPACES TO RPT-LINE
010510     MOVE 'DEFINITIONS READ' TO RPT-LABEL
010520     MOVE WS-DEFS-READ TO RPT-VALUE
010530     WRITE RPT-RECORD FROM RPT-LINE
010540     MOVE SPACES TO RPT-LINE
010550     MOVE 'DEFINITIONS WRITTEN' TO RPT-LABEL
010560     MOVE WS-DEFS-WRITTEN TO RPT-VALUE
010570     WRITE RPT-RECORD FROM RPT-LINE
010580     IF WS-LOAD-FAILED
010590         MOVE SPACES TO RPT-LINE
010600         MOVE '*** LOAD FAILED - NO CHANGES APPLIED' TO RPT-LABEL
010610         WRITE RPT-RECORD FROM RPT-LINE
010620     ELSE
010630         COMPUTE WS-DEFS-EXPECTED = WS-DEFS-READ
010640             + WS-TRAN-ADDED - WS-TRAN-DELETED
010650         IF WS-DEFS-WRITTEN NOT = WS-DEFS-EXPECTED
010660             DISPLAY 'ERROR - DEFINITIONS OUT OF BALANCE, '
010670                 'STKNEW MUST NOT REPLACE STKDEF'
010680             MOVE SPACES TO RPT-LINE
010690             MOVE '*** OUT OF BALANCE - DO NOT REPLACE'
010700                 TO RPT-LABEL
010710             WRITE RPT-RECORD FROM RPT-LINE
010720             IF WS-MAX-RC < 16
010730                 MOVE 16 TO WS-MAX-RC
010740             END-IF
010750         END-IF
010760     END-IF
010770     CLOSE RPT-FILE
010780     MOVE WS-MAX-RC TO RETURN-CODE.
010790 9000-EXIT.
010800     EXIT.
