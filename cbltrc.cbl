000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STACK-TRACE.
000030 AUTHOR.        D. ANDERSON.
000040 INSTALLATION.  OPERATIONS - BATCH QUEUE PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  DWA  ORIGINAL PROGRAM - REFERENCE-NUMBER LIFECYCLE
000110*                  TRACE.  WHEN A DEPARTMENT DISPUTES AN ITEM,
000120*                  THE ANSWER IS SPREAD ACROSS EVERY ARCHFIL
000130*                  GENERATION AND THE LIVE AUDFIL.  THE JOB
000140*                  CONCATENATES THEM, OLDEST GENERATION FIRST,
000150*                  UNDER THE AUDFIL DD (THE SAME CONCATENATION
000160*                  STACK-REBUILD READS), AND THIS PROGRAM TAKES
000170*                  A REQUEST FILE (TRCREQ) OF ONE OR MORE VALUES,
000180*                  EACH OPTIONALLY LIMITED TO ONE QUEUE AND A
000190*                  DATE RANGE.  IN ONE PASS OF THE TRAIL IT
000200*                  COLLECTS EVERY PUSH, POP, BAL OPENING
000210*                  BALANCE, XFER HALF (TIED TO ITS PARTNER
000220*                  THROUGH AUDIT-XFER-STACK-ID), BACKORDER FILL,
000230*                  EXPIRY AND ONLINE PURG THAT TOUCHED EACH
000240*                  VALUE, THEN PRINTS EACH VALUE'S HISTORY IN
000250*                  ORDER WITH DATE, TIME, QUEUE AND RESULTING
000260*                  DEPTH.  EACH TRACE ENDS WITH THE VALUE'S
000270*                  CURRENT STATUS: STILL ON A QUEUE (AND AT
000280*                  WHICH POSITION, FROM TODAY'S CKPTFIL),
000290*                  CONSUMED, PURGED OR EXPIRED - OR NOT FOUND
000300*                  WHEN NEITHER THE TRAIL NOR THE CHECKPOINT
000310*                  HAS EVER HELD IT.  THE QUEUE AND DATE LIMITS
000320*                  NARROW THE HISTORY PRINTED, NOT THE STATUS:
000330*                  THE STATUS IS ALWAYS WHERE THE VALUE IS NOW.
000340*                  CONDITION CODE 4 MEANS A VALUE WAS NOT FOUND
000350*                  OR A REQUEST WAS REJECTED; 8 MEANS THE TRAIL
000360*                  COULD NOT BE READ OR THE HISTORY TABLE
000370*                  FILLED, SO A TRACE MAY BE INCOMPLETE.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPTIONAL TRACE-REQ-FILE ASSIGN TO TRCREQ
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-TRQ-STATUS.
000480     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDFIL
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-AUD-STATUS.
000510     SELECT OPTIONAL CKPT-FILE ASSIGN TO CKPTFIL
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-CKPT-STATUS.
000540     SELECT RPT-FILE ASSIGN TO TRCRPT
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580*----------------------------------------------------------------
000590* TRACE REQUEST - ONE VALUE PER RECORD.  A BLANK STACK-ID MEANS
000600* EVERY QUEUE; A BLANK OR ZERO DATE LEAVES THAT END OF THE RANGE
000610* OPEN.
000620*----------------------------------------------------------------
000630 FD  TRACE-REQ-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  TRACE-REQ-RECORD.
000670     05  TRQ-VALUE-X           PIC X(06).
000680     05  TRQ-VALUE REDEFINES TRQ-VALUE-X
000690                               PIC 9(06).
000700     05  TRQ-STACK-ID          PIC X(10).
000710     05  TRQ-FROM-X            PIC X(08).
000720     05  TRQ-FROM-DATE REDEFINES TRQ-FROM-X
000730                               PIC 9(08).
000740     05  TRQ-TO-X              PIC X(08).
000750     05  TRQ-TO-DATE REDEFINES TRQ-TO-X
000760                               PIC 9(08).
000770     05  FILLER                PIC X(48).
000780 FD  AUDIT-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY AUDREC.
000820 FD  CKPT-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY CKPTREC.
000860 FD  RPT-FILE
000870     RECORDING MODE IS V
000880     LABEL RECORDS ARE STANDARD.
000890 01  RPT-RECORD                PIC X(80).
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------
000920* STACK CAPACITY CONTROLS - SAME COPYBOOK AS THE BATCH PROGRAM
000930* SO CKPT-ENTRY'S OCCURS DEPENDING ON BOUND MATCHES THE RECORDS
000940* SAVE-STACK ACTUALLY WROTE.
000950*----------------------------------------------------------------
000960     COPY STKCAP.
000970*----------------------------------------------------------------
000980* TRACE REQUESTS - ONE ROW PER ACCEPTED REQUEST.  RQ-Q-COUNT IS
000990* HOW MANY COPIES OF THE VALUE THE REPLAY BELIEVES SIT ON EACH
001000* QUEUE OF THE QUEUE TABLE, WHICH IS WHAT TIES A PURG (WHICH
001010* CARRIES NO VALUE) BACK TO THE VALUES IT TOOK.  RQ-LAST-OP IS
001020* THE LAST THING THAT HAPPENED TO THE VALUE ANYWHERE ON THE
001030* TRAIL - 'XOUT' FOR THE OUTBOUND HALF OF A TRANSFER - AND
001040* DECIDES THE STATUS OF A VALUE NO LONGER ON THE CHECKPOINT.
001050*----------------------------------------------------------------
001060 78  MAX-TRC-REQUESTS          VALUE 50.
001070 78  MAX-TRC-QUEUES            VALUE 50.
001080 01  RQ-TABLE.
001090     05  RQ-ROW OCCURS MAX-TRC-REQUESTS TIMES.
001100         10  RQ-VALUE          PIC 9(06).
001110         10  RQ-STACK-ID       PIC X(10).
001120         10  RQ-FROM-DATE      PIC 9(08).
001130         10  RQ-TO-DATE        PIC 9(08).
001140         10  RQ-SEEN           PIC 9(8) COMP.
001150         10  RQ-PRINTED        PIC 9(8) COMP.
001160         10  RQ-LAST-OP        PIC X(04).
001170         10  RQ-LAST-DATE      PIC 9(08).
001180         10  RQ-LAST-STACK-ID  PIC X(10).
001190         10  RQ-Q-COUNT OCCURS MAX-TRC-QUEUES TIMES
001200                               PIC 9(4) COMP.
001210 01  WS-RQ-COUNT               PIC 9(4) COMP VALUE 0.
001220 01  WS-RQ-SUB                 PIC 9(4) COMP VALUE 0.
001230*----------------------------------------------------------------
001240* QUEUE TABLE - ONE ROW PER DISTINCT STACK-ID ON THE TRAIL.
001250* MONTHS OF HISTORY CAN NAME MORE QUEUES THAN ONE RUN'S FIVE
001260* SLOTS, SO IT IS SIZED LIKE THE ARCHIVER'S TABLE.  EACH ROW
001270* ALSO KEEPS THE QUEUE'S OPEN BACKORDER DEMANDS, OLDEST FIRST:
001280* A BKO CARRIES NO VALUE, SO THE ONLY WAY TO SAY WHICH DEMAND A
001290* TRACED VALUE FILLED IS TO TAKE THE OLDEST ONE OPEN ON THE
001300* QUEUE, EXACTLY AS THE BATCH PROGRAM CHOOSES IT.
001310*----------------------------------------------------------------
001320 78  MAX-TRC-DEMANDS           VALUE 20.
001330 01  TQ-TABLE.
001340     05  TQ-ROW OCCURS MAX-TRC-QUEUES TIMES INDEXED BY TQ-IDX.
001350         10  TQ-STACK-ID       PIC X(10) VALUE SPACES.
001360         10  TQ-DMD-COUNT      PIC 9(4) COMP VALUE 0.
001370         10  TQ-DMD-DATE OCCURS MAX-TRC-DEMANDS TIMES
001380                               PIC 9(08) VALUE 0.
001390 01  WS-TQ-SUB                 PIC 9(4) COMP VALUE 0.
001400*----------------------------------------------------------------
001410* HISTORY TABLE - EVERY SELECTED EVENT, IN TRAIL ORDER, TAGGED
001420* WITH THE REQUEST IT ANSWERS.  PRINTING EACH REQUEST'S ROWS IN
001430* TABLE ORDER GIVES ITS CHRONOLOGICAL HISTORY WITHOUT A SORT.
001440*----------------------------------------------------------------
001450 78  MAX-TRC-EVENTS            VALUE 5000.
001460 01  EVT-TABLE.
001470     05  EVT-ROW OCCURS MAX-TRC-EVENTS TIMES.
001480         10  EVT-REQ           PIC 9(4) COMP.
001490         10  EVT-DATE          PIC 9(08).
001500         10  EVT-TIME          PIC 9(08).
001510         10  EVT-OP            PIC X(04).
001520         10  EVT-STACK-ID      PIC X(10).
001530         10  EVT-DEPTH         PIC 9(4) COMP.
001540         10  EVT-NOTE          PIC X(39).
001550 01  WS-EVT-COUNT              PIC 9(8) COMP VALUE 0.
001560 01  WS-EVT-SUB                PIC 9(8) COMP VALUE 0.
001570*----------------------------------------------------------------
001580* TODAY'S CHECKPOINT - LOADED WHOLE AFTER THE TRAIL PASS SO EACH
001590* TRACE CAN SAY WHERE ITS VALUE SITS NOW.  SHAPED AND BOUNDED
001600* LIKE STACK-EXAMPLE'S STACK-TABLE.
001610*----------------------------------------------------------------
001620 78  MAX-TRC-CKPT              VALUE 10.
001630 01  CKT-TABLE.
001640     05  CKT-ROW OCCURS MAX-TRC-CKPT TIMES.
001650         10  CKT-STACK-ID      PIC X(10) VALUE SPACES.
001660         10  CKT-TOP           PIC 9(4) COMP VALUE 0.
001670         10  CKT-MODE          PIC X(01) VALUE 'L'.
001680         10  CKT-ITEM          OCCURS 1 TO 300 TIMES
001690             DEPENDING ON MAX-STACK-CAPACITY.
001700             15  CKT-VALUE     PIC 9(6) VALUE 0.
001710             15  CKT-ARRIVAL   PIC 9(08) VALUE 0.
001720 01  WS-CKT-COUNT              PIC 9(4) COMP VALUE 0.
001730 01  WS-CKT-SUB                PIC 9(4) COMP VALUE 0.
001740*----------------------------------------------------------------
001750* TRACE WORK FIELDS
001760*----------------------------------------------------------------
001770 01  WS-IDX                    PIC 9(4) COMP VALUE 0.
001780 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
001790 01  WS-EVT-NOTE               PIC X(39) VALUE SPACES.
001800 01  WS-FILLED-DATE            PIC 9(08) VALUE 0.
001810 01  WS-ON-QUEUE-COUNT         PIC 9(4) COMP VALUE 0.
001820 01  WS-POS-DISPLAY            PIC 9(04) VALUE 0.
001830 01  WS-TOP-DISPLAY            PIC 9(04) VALUE 0.
001840*----------------------------------------------------------------
001850* RUN TOTALS FOR THE FOOT OF THE REPORT
001860*----------------------------------------------------------------
001870 01  WS-TRC-COUNTERS.
001880     05  WS-REQ-READ           PIC 9(8) COMP VALUE 0.
001890     05  WS-REQ-REJECTED       PIC 9(8) COMP VALUE 0.
001900     05  WS-AUDIT-COUNT        PIC 9(8) COMP VALUE 0.
001910     05  WS-LINES-PRINTED      PIC 9(8) COMP VALUE 0.
001920     05  WS-ON-QUEUE-VALUES    PIC 9(8) COMP VALUE 0.
001930     05  WS-GONE-VALUES        PIC 9(8) COMP VALUE 0.
001940     05  WS-NOT-FOUND-VALUES   PIC 9(8) COMP VALUE 0.
001950*----------------------------------------------------------------
001960* PROGRAM SWITCHES
001970*----------------------------------------------------------------
001980 01  WS-SWITCHES.
001990     05  WS-TRQ-STATUS         PIC X(02) VALUE '00'.
002000         88  WS-TRQ-OK                   VALUE '00'.
002010         88  WS-TRQ-NOT-FOUND            VALUE '05'.
002020     05  WS-TRQ-EOF-SWITCH     PIC X(01) VALUE 'N'.
002030         88  WS-TRQ-EOF-YES              VALUE 'Y'.
002040     05  WS-AUD-STATUS         PIC X(02) VALUE '00'.
002050         88  WS-AUD-OK                   VALUE '00'.
002060         88  WS-AUD-NOT-FOUND            VALUE '05'.
002070     05  WS-AUD-EOF-SWITCH     PIC X(01) VALUE 'N'.
002080         88  WS-AUD-EOF-YES              VALUE 'Y'.
002090     05  WS-AUD-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002100         88  WS-AUD-OPEN                 VALUE 'Y'.
002110     05  WS-CKPT-STATUS        PIC X(02) VALUE '00'.
002120         88  WS-CKPT-OK                  VALUE '00'.
002130         88  WS-CKPT-NOT-FOUND           VALUE '05'.
002140     05  WS-CKPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
002150         88  WS-CKPT-EOF-YES             VALUE 'Y'.
002160     05  WS-TQ-RESOLVED-SW     PIC X(01) VALUE 'Y'.
002170         88  WS-TQ-RESOLVED              VALUE 'Y'.
002180         88  WS-TQ-NOT-RESOLVED          VALUE 'N'.
002190     05  WS-SELECTED-SW        PIC X(01) VALUE 'N'.
002200         88  WS-SELECTED                 VALUE 'Y'.
002210     05  WS-EVT-FULL-SW        PIC X(01) VALUE 'N'.
002220         88  WS-EVT-FULL                 VALUE 'Y'.
002230     05  WS-TQ-FULL-SW         PIC X(01) VALUE 'N'.
002240         88  WS-TQ-FULL                  VALUE 'Y'.
002250*----------------------------------------------------------------
002260* TRACE REPORT LINE LAYOUTS
002270*----------------------------------------------------------------
002280 01  TRC-REQ-LINE.
002290     05  FILLER                PIC X(15) VALUE 'TRACE OF VALUE '.
002300     05  TRC-REQ-VALUE         PIC 9(06).
002310     05  FILLER                PIC X(08) VALUE '  QUEUE '.
002320     05  TRC-REQ-STACK-ID      PIC X(10).
002330     05  FILLER                PIC X(07) VALUE '  FROM '.
002340     05  TRC-REQ-FROM          PIC X(08).
002350     05  FILLER                PIC X(04) VALUE ' TO '.
002360     05  TRC-REQ-TO            PIC X(08).
002370     05  FILLER                PIC X(14) VALUE SPACES.
002380 01  TRC-HEADING-LINE.
002390     05  FILLER                PIC X(08) VALUE 'DATE'.
002400     05  FILLER                PIC X(01) VALUE SPACES.
002410     05  FILLER                PIC X(08) VALUE 'TIME'.
002420     05  FILLER                PIC X(01) VALUE SPACES.
002430     05  FILLER                PIC X(04) VALUE 'OP'.
002440     05  FILLER                PIC X(01) VALUE SPACES.
002450     05  FILLER                PIC X(10) VALUE 'STACK-ID'.
002460     05  FILLER                PIC X(01) VALUE SPACES.
002470     05  FILLER                PIC X(05) VALUE 'DEPTH'.
002480     05  FILLER                PIC X(02) VALUE SPACES.
002490     05  FILLER                PIC X(39) VALUE 'DETAIL'.
002500 01  TRC-DETAIL-LINE.
002510     05  TRC-DET-DATE          PIC 9(08).
002520     05  FILLER                PIC X(01) VALUE SPACES.
002530     05  TRC-DET-TIME          PIC 9(08).
002540     05  FILLER                PIC X(01) VALUE SPACES.
002550     05  TRC-DET-OP            PIC X(04).
002560     05  FILLER                PIC X(01) VALUE SPACES.
002570     05  TRC-DET-STACK-ID      PIC X(10).
002580     05  FILLER                PIC X(01) VALUE SPACES.
002590     05  TRC-DET-DEPTH         PIC ZZZZ9.
002600     05  FILLER                PIC X(02) VALUE SPACES.
002610     05  TRC-DET-NOTE          PIC X(39).
002620 01  TRC-STATUS-LINE.
002630     05  FILLER                PIC X(16)
002640                               VALUE 'CURRENT STATUS: '.
002650     05  TRC-STATUS-TEXT       PIC X(64).
002660 01  TRC-REJECT-LINE.
002670     05  FILLER                PIC X(25)
002680                               VALUE 'TRACE REQUEST REJECTED - '.
002690     05  TRC-REJ-REASON        PIC X(25).
002700     05  FILLER                PIC X(02) VALUE SPACES.
002710     05  TRC-REJ-IMAGE         PIC X(28).
002720*----------------------------------------------------------------
002730* TOTALS LINE LAYOUT - SAME SHAPE AS STACK-EXAMPLE'S RPT-LINE.
002740*----------------------------------------------------------------
002750 01  RPT-LINE.
002760     05  RPT-LABEL             PIC X(40).
002770     05  RPT-VALUE             PIC ZZZZZZZ9.
002780     05  FILLER                PIC X(31).
002790 PROCEDURE DIVISION.
002800*----------------------------------------------------------------
002810* 0000-MAIN-PROCEDURE - LOAD THE REQUESTS, PASS THE TRAIL ONCE,
002820*                       LOAD TODAY'S CHECKPOINT, PRINT ONE TRACE
002830*                       PER REQUEST.
002840*----------------------------------------------------------------
002850 0000-MAIN-PROCEDURE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002870     PERFORM 2000-TRACE-ONE-RECORD THRU 2000-EXIT
002880         UNTIL WS-AUD-EOF-YES
002890     PERFORM 3000-LOAD-CHECKPOINT THRU 3000-EXIT
002900     PERFORM 8000-WRITE-TRACES THRU 8000-EXIT
002910     PERFORM 9000-TERMINATE THRU 9000-EXIT
002920     STOP RUN.
002930*----------------------------------------------------------------
002940* 1000-INITIALIZE - OPENS THE REPORT, LOADS THE REQUESTS AND
002950*                   OPENS THE TRAIL.  NO REQUESTS MEANS THERE IS
002960*                   NOTHING TO TRACE AND THE TRAIL IS NOT READ.
002970*                   A TRAIL THAT CANNOT BE OPENED STILL LETS
002980*                   THE CHECKPOINT ANSWER WHERE EACH VALUE SITS
002990*                   NOW, BUT EVERY HISTORY IS MISSING, SO THE
003000*                   STEP POSTS CONDITION CODE 8.
003010*----------------------------------------------------------------
003020 1000-INITIALIZE.
003030     OPEN OUTPUT RPT-FILE
003040     MOVE SPACES TO RPT-LINE
003050     MOVE 'STACK-TRACE VALUE LIFECYCLE REPORT' TO RPT-LABEL
003060     WRITE RPT-RECORD FROM RPT-LINE
003070     MOVE SPACES TO RPT-LINE
003080     WRITE RPT-RECORD FROM RPT-LINE
003090     PERFORM 1100-LOAD-REQUESTS THRU 1100-EXIT
003100     IF WS-RQ-COUNT = 0
003110         DISPLAY 'WARNING - NO VALID TRACE REQUESTS, NOTHING '
003120             'TRACED'
003130         MOVE SPACES TO RPT-LINE
003140         MOVE 'NO VALID TRACE REQUESTS - NOTHING TRACED'
003150             TO RPT-LABEL
003160         WRITE RPT-RECORD FROM RPT-LINE
003170         IF WS-MAX-RC < 4
003180             MOVE 4 TO WS-MAX-RC
003190         END-IF
003200         MOVE 'Y' TO WS-AUD-EOF-SWITCH
003210         GO TO 1000-EXIT
003220     END-IF
003230     OPEN INPUT AUDIT-FILE
003240*    A HARD OPEN FAILURE IS FATAL TO THE PASS - PRIMING A READ
003250*    ON A FILE THAT NEVER OPENED WOULD SPIN THE MAIN LOOP
003260*    FOREVER, SINCE AT END CAN NEVER FIRE.
003270     IF NOT WS-AUD-OK AND NOT WS-AUD-NOT-FOUND
003280         DISPLAY 'ERROR - BAD OPEN ON AUDIT-FILE, STATUS = '
003290             WS-AUD-STATUS
003300         IF WS-MAX-RC < 8
003310             MOVE 8 TO WS-MAX-RC
003320         END-IF
003330         MOVE 'Y' TO WS-AUD-EOF-SWITCH
003340         GO TO 1000-EXIT
003350     END-IF
003360     MOVE 'Y' TO WS-AUD-OPEN-SWITCH
003370     IF WS-AUD-NOT-FOUND
003380         DISPLAY 'WARNING - NO AUDIT HISTORY, STATUS ONLY'
003390         IF WS-MAX-RC < 8
003400             MOVE 8 TO WS-MAX-RC
003410         END-IF
003420         MOVE 'Y' TO WS-AUD-EOF-SWITCH
003430     ELSE
003440         PERFORM 2900-READ-AUDIT THRU 2900-EXIT
003450     END-IF.
003460 1000-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------
003490* 1100-LOAD-REQUESTS - READS THE REQUEST FILE INTO THE REQUEST
003500*                      TABLE.  A MISSING REQUEST FILE SIMPLY
003510*                      MEANS NO REQUESTS.
003520*----------------------------------------------------------------
003530 1100-LOAD-REQUESTS.
003540     OPEN INPUT TRACE-REQ-FILE
003550     IF NOT WS-TRQ-OK AND NOT WS-TRQ-NOT-FOUND
003560         DISPLAY 'WARNING - BAD OPEN ON TRACE-REQ-FILE, '
003570             'STATUS = ' WS-TRQ-STATUS
003580         GO TO 1100-EXIT
003590     END-IF
003600     IF WS-TRQ-NOT-FOUND
003610         CLOSE TRACE-REQ-FILE
003620         GO TO 1100-EXIT
003630     END-IF
003640     PERFORM 1190-READ-REQUEST THRU 1190-EXIT
003650     PERFORM 1110-LOAD-ONE-REQUEST THRU 1110-EXIT
003660         UNTIL WS-TRQ-EOF-YES
003670     CLOSE TRACE-REQ-FILE.
003680 1100-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710* 1110-LOAD-ONE-REQUEST - VALIDATES ONE REQUEST AND TAKES A
003720*                         TABLE ROW FOR IT.  A NON-NUMERIC VALUE
003730*                         OR DATE, A RANGE THAT ENDS BEFORE IT
003740*                         STARTS, OR A FULL TABLE IS REJECTED
003750*                         ON THE REPORT WITH THE RECORD IMAGE.
003760*----------------------------------------------------------------
003770 1110-LOAD-ONE-REQUEST.
003780     ADD 1 TO WS-REQ-READ
003790     MOVE SPACES TO TRC-REJ-REASON
003800     IF TRQ-VALUE-X NOT NUMERIC
003810         MOVE 'VALUE NOT NUMERIC' TO TRC-REJ-REASON
003820     END-IF
003830     IF TRQ-FROM-X NOT = SPACES AND TRQ-FROM-X NOT NUMERIC
003840         MOVE 'FROM DATE NOT NUMERIC' TO TRC-REJ-REASON
003850     END-IF
003860     IF TRQ-TO-X NOT = SPACES AND TRQ-TO-X NOT NUMERIC
003870         MOVE 'TO DATE NOT NUMERIC' TO TRC-REJ-REASON
003880     END-IF
003890     IF TRC-REJ-REASON = SPACES
003900         AND TRQ-FROM-X NUMERIC AND TRQ-TO-X NUMERIC
003910         AND TRQ-TO-DATE > 0
003920         AND TRQ-FROM-DATE > TRQ-TO-DATE
003930         MOVE 'DATE RANGE REVERSED' TO TRC-REJ-REASON
003940     END-IF
003950     IF TRC-REJ-REASON = SPACES
003960         AND WS-RQ-COUNT NOT < MAX-TRC-REQUESTS
003970         MOVE 'REQUEST TABLE FULL' TO TRC-REJ-REASON
003980     END-IF
003990     IF TRC-REJ-REASON NOT = SPACES
004000         ADD 1 TO WS-REQ-REJECTED
004010         IF WS-MAX-RC < 4
004020             MOVE 4 TO WS-MAX-RC
004030         END-IF
004040         MOVE TRACE-REQ-RECORD TO TRC-REJ-IMAGE
004050         WRITE RPT-RECORD FROM TRC-REJECT-LINE
004060         GO TO 1110-NEXT
004070     END-IF
004080     ADD 1 TO WS-RQ-COUNT
004090     MOVE TRQ-VALUE TO RQ-VALUE(WS-RQ-COUNT)
004100     MOVE TRQ-STACK-ID TO RQ-STACK-ID(WS-RQ-COUNT)
004110     IF TRQ-FROM-X NUMERIC
004120         MOVE TRQ-FROM-DATE TO RQ-FROM-DATE(WS-RQ-COUNT)
004130     ELSE
004140         MOVE 0 TO RQ-FROM-DATE(WS-RQ-COUNT)
004150     END-IF
004160     IF TRQ-TO-X NUMERIC
004170         MOVE TRQ-TO-DATE TO RQ-TO-DATE(WS-RQ-COUNT)
004180     ELSE
004190         MOVE 0 TO RQ-TO-DATE(WS-RQ-COUNT)
004200     END-IF
004210     MOVE 0 TO RQ-SEEN(WS-RQ-COUNT)
004220     MOVE 0 TO RQ-PRINTED(WS-RQ-COUNT)
004230     MOVE SPACES TO RQ-LAST-OP(WS-RQ-COUNT)
004240     MOVE 0 TO RQ-LAST-DATE(WS-RQ-COUNT)
004250     MOVE SPACES TO RQ-LAST-STACK-ID(WS-RQ-COUNT)
004260     PERFORM 1120-CLEAR-ONE-Q-COUNT THRU 1120-EXIT
004270         VARYING WS-TQ-SUB FROM 1 BY 1
004280             UNTIL WS-TQ-SUB > MAX-TRC-QUEUES.
004290 1110-NEXT.
004300     PERFORM 1190-READ-REQUEST THRU 1190-EXIT.
004310 1110-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340* 1120-CLEAR-ONE-Q-COUNT - ZEROES ONE QUEUE COUNT OF THE NEW
004350*                          REQUEST ROW.
004360*----------------------------------------------------------------
004370 1120-CLEAR-ONE-Q-COUNT.
004380     MOVE 0 TO RQ-Q-COUNT(WS-RQ-COUNT WS-TQ-SUB).
004390 1120-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420* 1190-READ-REQUEST - READS THE NEXT TRACE REQUEST.
004430*----------------------------------------------------------------
004440 1190-READ-REQUEST.
004450     READ TRACE-REQ-FILE
004460         AT END MOVE 'Y' TO WS-TRQ-EOF-SWITCH
004470     END-READ.
004480 1190-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510* 2000-TRACE-ONE-RECORD - APPLIES ONE AUDIT RECORD TO EVERY
004520*                         REQUEST.  A BAL AT RESULT-TOP 1 OPENS
004530*                         A SNAPSHOT THAT RESTATES THE QUEUE, SO
004540*                         THE BELIEVED COPIES ON IT ARE CLEARED
004550*                         AND THE SNAPSHOT'S OWN RECORDS PUT
004560*                         THEM BACK (THE SAME RULE STACK-REBUILD
004570*                         APPLIES).  A BKO FILES A DEMAND ON THE
004580*                         QUEUE AND A BKF TAKES THE OLDEST ONE
004590*                         OFF; A PURG IS MATCHED THROUGH THE
004600*                         BELIEVED COPIES, EVERYTHING ELSE BY
004610*                         AUDIT-VALUE.
004620*----------------------------------------------------------------
004630 2000-TRACE-ONE-RECORD.
004640     ADD 1 TO WS-AUDIT-COUNT
004650     PERFORM 2050-RESOLVE-QUEUE THRU 2050-EXIT
004660     IF AUDIT-OPERATION = 'BAL '
004670         AND AUDIT-RESULT-TOP NUMERIC
004680         AND AUDIT-RESULT-TOP = 1
004690         AND WS-TQ-RESOLVED
004700         PERFORM 2100-CLEAR-QUEUE-COUNT THRU 2100-EXIT
004710             VARYING WS-RQ-SUB FROM 1 BY 1
004720                 UNTIL WS-RQ-SUB > WS-RQ-COUNT
004730     END-IF
004740     EVALUATE AUDIT-OPERATION
004750         WHEN 'BKO '
004760             PERFORM 2200-FILE-DEMAND THRU 2200-EXIT
004770         WHEN 'PURG'
004780             PERFORM 2400-PURGE-ONE-REQUEST THRU 2400-EXIT
004790                 VARYING WS-RQ-SUB FROM 1 BY 1
004800                     UNTIL WS-RQ-SUB > WS-RQ-COUNT
004810         WHEN 'BKF '
004820             PERFORM 2250-TAKE-DEMAND THRU 2250-EXIT
004830             PERFORM 2300-MATCH-ONE-REQUEST THRU 2300-EXIT
004840                 VARYING WS-RQ-SUB FROM 1 BY 1
004850                     UNTIL WS-RQ-SUB > WS-RQ-COUNT
004860         WHEN 'PUSH'
004870         WHEN 'POP '
004880         WHEN 'BAL '
004890         WHEN 'EXP '
004900             PERFORM 2300-MATCH-ONE-REQUEST THRU 2300-EXIT
004910                 VARYING WS-RQ-SUB FROM 1 BY 1
004920                     UNTIL WS-RQ-SUB > WS-RQ-COUNT
004930         WHEN OTHER
004940             CONTINUE
004950     END-EVALUATE
004960     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
004970 2000-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000* 2050-RESOLVE-QUEUE - FINDS THE QUEUE TABLE ROW FOR
005010*                      AUDIT-STACK-ID, REGISTERING IT ON FIRST
005020*                      SIGHT.  A FULL TABLE IS WARNED ONCE AND
005030*                      LEAVES THE SWITCH OFF - THAT QUEUE'S
005040*                      RECORDS STILL PRINT, BUT NO COPIES OR
005050*                      DEMANDS ARE TRACKED FOR IT.
005060*----------------------------------------------------------------
005070 2050-RESOLVE-QUEUE.
005080     MOVE 'Y' TO WS-TQ-RESOLVED-SW
005090     SET TQ-IDX TO 1
005100     SEARCH TQ-ROW
005110         AT END
005120             PERFORM 2060-REGISTER-QUEUE THRU 2060-EXIT
005130         WHEN TQ-STACK-ID(TQ-IDX) = AUDIT-STACK-ID
005140             CONTINUE
005150     END-SEARCH
005160     IF WS-TQ-RESOLVED
005170         SET WS-TQ-SUB TO TQ-IDX
005180     END-IF.
005190 2050-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220* 2060-REGISTER-QUEUE - FIRST SIGHT OF THIS STACK-ID; TAKES A
005230*                       FREE QUEUE TABLE ROW.
005240*----------------------------------------------------------------
005250 2060-REGISTER-QUEUE.
005260     SET TQ-IDX TO 1
005270     SEARCH TQ-ROW
005280         AT END
005290             IF NOT WS-TQ-FULL
005300                 DISPLAY 'WARNING - MORE STACK-IDS THAN THE '
005310                     'QUEUE TABLE HOLDS, FIRST SKIPPED: '
005320                     AUDIT-STACK-ID
005330                 MOVE 'Y' TO WS-TQ-FULL-SW
005340             END-IF
005350             MOVE 'N' TO WS-TQ-RESOLVED-SW
005360         WHEN TQ-STACK-ID(TQ-IDX) = SPACES
005370             MOVE AUDIT-STACK-ID TO TQ-STACK-ID(TQ-IDX)
005380             MOVE 0 TO TQ-DMD-COUNT(TQ-IDX)
005390     END-SEARCH.
005400 2060-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430* 2100-CLEAR-QUEUE-COUNT - A SNAPSHOT IS RESTATING THE QUEUE:
005440*                          DROPS ONE REQUEST'S BELIEVED COPIES
005450*                          ON IT.
005460*----------------------------------------------------------------
005470 2100-CLEAR-QUEUE-COUNT.
005480     MOVE 0 TO RQ-Q-COUNT(WS-RQ-SUB WS-TQ-SUB).
005490 2100-EXIT.
005500     EXIT.
005510*----------------------------------------------------------------
005520* 2200-FILE-DEMAND - A BKO PARKED A DEMAND ON THE QUEUE; REMEMBER
005530*                    ITS DATE BEHIND ANY ALREADY OPEN.  DEMANDS
005540*                    PAST THE ROW'S LIMIT ARE NOT TRACKED, SO A
005550*                    LATER FILL MAY NOT NAME ITS DEMAND.
005560*----------------------------------------------------------------
005570 2200-FILE-DEMAND.
005580     IF WS-TQ-NOT-RESOLVED
005590         OR TQ-DMD-COUNT(WS-TQ-SUB) NOT < MAX-TRC-DEMANDS
005600         GO TO 2200-EXIT
005610     END-IF
005620     ADD 1 TO TQ-DMD-COUNT(WS-TQ-SUB)
005630     MOVE AUDIT-DATE
005640         TO TQ-DMD-DATE(WS-TQ-SUB TQ-DMD-COUNT(WS-TQ-SUB)).
005650 2200-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680* 2250-TAKE-DEMAND - A BKF FILLED THE QUEUE'S OLDEST OPEN DEMAND;
005690*                    TAKE IT OFF THE FRONT AND LEAVE ITS DATE IN
005700*                    WS-FILLED-DATE (ZERO WHEN NONE IS KNOWN).
005710*----------------------------------------------------------------
005720 2250-TAKE-DEMAND.
005730     MOVE 0 TO WS-FILLED-DATE
005740     IF WS-TQ-NOT-RESOLVED
005750         OR TQ-DMD-COUNT(WS-TQ-SUB) = 0
005760         GO TO 2250-EXIT
005770     END-IF
005780     MOVE TQ-DMD-DATE(WS-TQ-SUB 1) TO WS-FILLED-DATE
005790     PERFORM 2260-SHIFT-DEMAND-DOWN THRU 2260-EXIT
005800         VARYING WS-IDX FROM 1 BY 1
005810             UNTIL WS-IDX NOT < TQ-DMD-COUNT(WS-TQ-SUB)
005820     SUBTRACT 1 FROM TQ-DMD-COUNT(WS-TQ-SUB).
005830 2250-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------
005860* 2260-SHIFT-DEMAND-DOWN - MOVES ONE OPEN DEMAND DOWN A SLOT
005870*                          AFTER THE OLDEST WAS FILLED.
005880*----------------------------------------------------------------
005890 2260-SHIFT-DEMAND-DOWN.
005900     MOVE TQ-DMD-DATE(WS-TQ-SUB WS-IDX + 1)
005910         TO TQ-DMD-DATE(WS-TQ-SUB WS-IDX).
005920 2260-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950* 2300-MATCH-ONE-REQUEST - ONE VALUE-CARRYING RECORD AGAINST ONE
005960*                          REQUEST.  ON A MATCH THE BELIEVED
005970*                          COPIES AND THE LAST OPERATION ARE
005980*                          KEPT UP WHETHER OR NOT THE RECORD IS
005990*                          IN THE REQUEST'S SELECTION; ONLY A
006000*                          SELECTED RECORD IS PUT ON THE
006010*                          HISTORY.
006020*----------------------------------------------------------------
006030 2300-MATCH-ONE-REQUEST.
006040     IF AUDIT-VALUE NOT NUMERIC
006050         OR AUDIT-VALUE NOT = RQ-VALUE(WS-RQ-SUB)
006060         GO TO 2300-EXIT
006070     END-IF
006080     ADD 1 TO RQ-SEEN(WS-RQ-SUB)
006090     MOVE SPACES TO WS-EVT-NOTE
006100     MOVE AUDIT-OPERATION TO RQ-LAST-OP(WS-RQ-SUB)
006110     EVALUATE AUDIT-OPERATION
006120         WHEN 'PUSH'
006130             PERFORM 2310-ADD-COPY THRU 2310-EXIT
006140             IF AUDIT-XFER-STACK-ID = SPACES
006150                 MOVE 'PUSHED ONTO QUEUE' TO WS-EVT-NOTE
006160             ELSE
006170                 STRING 'XFER IN FROM ' DELIMITED BY SIZE
006180                     AUDIT-XFER-STACK-ID DELIMITED BY SPACE
006190                     INTO WS-EVT-NOTE
006200             END-IF
006210         WHEN 'BAL '
006220             PERFORM 2310-ADD-COPY THRU 2310-EXIT
006230             MOVE 'OPENING BALANCE AT ARCHIVE CUTOFF'
006240                 TO WS-EVT-NOTE
006250         WHEN 'POP '
006260             PERFORM 2320-DROP-COPY THRU 2320-EXIT
006270             IF AUDIT-XFER-STACK-ID = SPACES
006280                 MOVE 'POPPED - CONSUMED' TO WS-EVT-NOTE
006290             ELSE
006300                 MOVE 'XOUT' TO RQ-LAST-OP(WS-RQ-SUB)
006310                 STRING 'XFER OUT TO ' DELIMITED BY SIZE
006320                     AUDIT-XFER-STACK-ID DELIMITED BY SPACE
006330                     INTO WS-EVT-NOTE
006340             END-IF
006350         WHEN 'EXP '
006360             PERFORM 2320-DROP-COPY THRU 2320-EXIT
006370             IF AUDIT-POSITION NUMERIC
006380                 MOVE AUDIT-POSITION TO WS-POS-DISPLAY
006390             ELSE
006400                 MOVE 0 TO WS-POS-DISPLAY
006410             END-IF
006420             STRING 'EXPIRED PAST MAX LIFE, POSITION '
006430                 DELIMITED BY SIZE
006440                 WS-POS-DISPLAY DELIMITED BY SIZE
006450                 INTO WS-EVT-NOTE
006460         WHEN 'BKF '
006470             PERFORM 2330-NOTE-FILL THRU 2330-EXIT
006480     END-EVALUATE
006490     MOVE AUDIT-DATE TO RQ-LAST-DATE(WS-RQ-SUB)
006500     MOVE AUDIT-STACK-ID TO RQ-LAST-STACK-ID(WS-RQ-SUB)
006510     PERFORM 2600-CHECK-SELECTION THRU 2600-EXIT
006520     IF WS-SELECTED
006530         PERFORM 2500-RECORD-EVENT THRU 2500-EXIT
006540     END-IF.
006550 2300-EXIT.
006560     EXIT.
006570*----------------------------------------------------------------
006580* 2310-ADD-COPY - ONE MORE COPY OF THE VALUE ON THIS QUEUE.
006590*----------------------------------------------------------------
006600 2310-ADD-COPY.
006610     IF WS-TQ-RESOLVED
006620         ADD 1 TO RQ-Q-COUNT(WS-RQ-SUB WS-TQ-SUB)
006630     END-IF.
006640 2310-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------
006670* 2320-DROP-COPY - ONE COPY OF THE VALUE LEFT THIS QUEUE.
006680*----------------------------------------------------------------
006690 2320-DROP-COPY.
006700     IF WS-TQ-RESOLVED
006710         AND RQ-Q-COUNT(WS-RQ-SUB WS-TQ-SUB) > 0
006720         SUBTRACT 1 FROM RQ-Q-COUNT(WS-RQ-SUB WS-TQ-SUB)
006730     END-IF.
006740 2320-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------
006770* 2330-NOTE-FILL - DESCRIBES A BACKORDER FILL: THE VALUE WENT
006780*                  STRAIGHT TO THE WAITING DEMAND AND NEVER
006790*                  LANDED.  A TRANSFER'S LANDING NAMES THE
006800*                  SOURCE QUEUE; THE DEMAND'S FILING DATE IS
006810*                  SHOWN WHEN THE TRAIL HOLDS ITS BKO.
006820*----------------------------------------------------------------
006830 2330-NOTE-FILL.
006840     IF AUDIT-XFER-STACK-ID = SPACES
006850         IF WS-FILLED-DATE > 0
006860             STRING 'FILLED BACKORDER FILED ' DELIMITED BY SIZE
006870                 WS-FILLED-DATE DELIMITED BY SIZE
006880                 INTO WS-EVT-NOTE
006890         ELSE
006900             MOVE 'FILLED AN OPEN BACKORDER' TO WS-EVT-NOTE
006910         END-IF
006920     ELSE
006930         IF WS-FILLED-DATE > 0
006940             STRING 'FROM ' DELIMITED BY SIZE
006950                 AUDIT-XFER-STACK-ID DELIMITED BY SPACE
006960                 ' FILLED BKO ' DELIMITED BY SIZE
006970                 WS-FILLED-DATE DELIMITED BY SIZE
006980                 INTO WS-EVT-NOTE
006990         ELSE
007000             STRING 'FROM ' DELIMITED BY SIZE
007010                 AUDIT-XFER-STACK-ID DELIMITED BY SPACE
007020                 ' FILLED A BACKORDER' DELIMITED BY SIZE
007030                 INTO WS-EVT-NOTE
007040         END-IF
007050     END-IF.
007060 2330-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------
007090* 2400-PURGE-ONE-REQUEST - AN ONLINE PURG EMPTIED THE QUEUE.  A
007100*                          REQUEST BELIEVED TO HAVE COPIES ON
007110*                          IT LOSES THEM ALL TO THE PURGE.
007120*----------------------------------------------------------------
007130 2400-PURGE-ONE-REQUEST.
007140     IF WS-TQ-NOT-RESOLVED
007150         GO TO 2400-EXIT
007160     END-IF
007170     IF RQ-Q-COUNT(WS-RQ-SUB WS-TQ-SUB) = 0
007180         GO TO 2400-EXIT
007190     END-IF
007200     ADD 1 TO RQ-SEEN(WS-RQ-SUB)
007210     MOVE 0 TO RQ-Q-COUNT(WS-RQ-SUB WS-TQ-SUB)
007220     MOVE 'PURG' TO RQ-LAST-OP(WS-RQ-SUB)
007230     MOVE AUDIT-DATE TO RQ-LAST-DATE(WS-RQ-SUB)
007240     MOVE AUDIT-STACK-ID TO RQ-LAST-STACK-ID(WS-RQ-SUB)
007250     MOVE 'QUEUE PURGED ONLINE - ENTRY REMOVED' TO WS-EVT-NOTE
007260     PERFORM 2600-CHECK-SELECTION THRU 2600-EXIT
007270     IF WS-SELECTED
007280         PERFORM 2500-RECORD-EVENT THRU 2500-EXIT
007290     END-IF.
007300 2400-EXIT.
007310     EXIT.
007320*----------------------------------------------------------------
007330* 2500-RECORD-EVENT - APPENDS THE AUDIT RECORD IN HAND TO THE
007340*                     HISTORY TABLE FOR REQUEST WS-RQ-SUB.  A
007350*                     FULL TABLE IS WARNED ONCE AND POSTS
007360*                     CONDITION CODE 8 - THE TRACES PRINTED ARE
007370*                     THEN INCOMPLETE.
007380*----------------------------------------------------------------
007390 2500-RECORD-EVENT.
007400     IF WS-EVT-COUNT NOT < MAX-TRC-EVENTS
007410         IF NOT WS-EVT-FULL
007420             DISPLAY 'ERROR - HISTORY TABLE FULL, TRACES ARE '
007430                 'INCOMPLETE'
007440             MOVE 'Y' TO WS-EVT-FULL-SW
007450             IF WS-MAX-RC < 8
007460                 MOVE 8 TO WS-MAX-RC
007470             END-IF
007480         END-IF
007490         GO TO 2500-EXIT
007500     END-IF
007510     ADD 1 TO WS-EVT-COUNT
007520     ADD 1 TO RQ-PRINTED(WS-RQ-SUB)
007530     MOVE WS-RQ-SUB TO EVT-REQ(WS-EVT-COUNT)
007540     MOVE AUDIT-DATE TO EVT-DATE(WS-EVT-COUNT)
007550     MOVE AUDIT-TIME TO EVT-TIME(WS-EVT-COUNT)
007560     MOVE AUDIT-OPERATION TO EVT-OP(WS-EVT-COUNT)
007570     MOVE AUDIT-STACK-ID TO EVT-STACK-ID(WS-EVT-COUNT)
007580     IF AUDIT-RESULT-TOP NUMERIC
007590         MOVE AUDIT-RESULT-TOP TO EVT-DEPTH(WS-EVT-COUNT)
007600     ELSE
007610         MOVE 0 TO EVT-DEPTH(WS-EVT-COUNT)
007620     END-IF
007630     MOVE WS-EVT-NOTE TO EVT-NOTE(WS-EVT-COUNT).
007640 2500-EXIT.
007650     EXIT.
007660*----------------------------------------------------------------
007670* 2600-CHECK-SELECTION - SETS WS-SELECTED-SW WHEN THE AUDIT
007680*                        RECORD IN HAND FALLS INSIDE REQUEST
007690*                        WS-RQ-SUB'S QUEUE AND DATE LIMITS.
007700*----------------------------------------------------------------
007710 2600-CHECK-SELECTION.
007720     MOVE 'Y' TO WS-SELECTED-SW
007730     IF RQ-STACK-ID(WS-RQ-SUB) NOT = SPACES
007740         AND RQ-STACK-ID(WS-RQ-SUB) NOT = AUDIT-STACK-ID
007750         MOVE 'N' TO WS-SELECTED-SW
007760     END-IF
007770     IF RQ-FROM-DATE(WS-RQ-SUB) > 0
007780         AND AUDIT-DATE < RQ-FROM-DATE(WS-RQ-SUB)
007790         MOVE 'N' TO WS-SELECTED-SW
007800     END-IF
007810     IF RQ-TO-DATE(WS-RQ-SUB) > 0
007820         AND AUDIT-DATE > RQ-TO-DATE(WS-RQ-SUB)
007830         MOVE 'N' TO WS-SELECTED-SW
007840     END-IF.
007850 2600-EXIT.
007860     EXIT.
007870*----------------------------------------------------------------
007880* 2900-READ-AUDIT - READS THE NEXT AUDIT RECORD.
007890*----------------------------------------------------------------
007900 2900-READ-AUDIT.
007910     READ AUDIT-FILE
007920         AT END MOVE 'Y' TO WS-AUD-EOF-SWITCH
007930     END-READ.
007940 2900-EXIT.
007950     EXIT.
007960*----------------------------------------------------------------
007970* 3000-LOAD-CHECKPOINT - LOADS TODAY'S CHECKPOINT INTO THE
007980*                        CHECKPOINT TABLE.  A MISSING CHECKPOINT
007990*                        LEAVES EVERY QUEUE EMPTY, AS ON A FIRST
008000*                        RUN, AND IS WARNED.
008010*----------------------------------------------------------------
008020 3000-LOAD-CHECKPOINT.
008030     IF WS-AUD-OPEN
008040         CLOSE AUDIT-FILE
008050     END-IF
008060     OPEN INPUT CKPT-FILE
008070     IF NOT WS-CKPT-OK AND NOT WS-CKPT-NOT-FOUND
008080         DISPLAY 'WARNING - BAD OPEN ON CKPT-FILE, STATUS = '
008090             WS-CKPT-STATUS
008100         IF WS-MAX-RC < 4
008110             MOVE 4 TO WS-MAX-RC
008120         END-IF
008130         GO TO 3000-EXIT
008140     END-IF
008150     IF WS-CKPT-NOT-FOUND
008160         DISPLAY 'WARNING - NO CHECKPOINT FILE, NO VALUE IS '
008170             'SHOWN AS STILL ON A QUEUE'
008180         IF WS-MAX-RC < 4
008190             MOVE 4 TO WS-MAX-RC
008200         END-IF
008210         CLOSE CKPT-FILE
008220         GO TO 3000-EXIT
008230     END-IF
008240     PERFORM 3090-READ-CKPT THRU 3090-EXIT
008250     PERFORM 3010-LOAD-ONE-CKPT THRU 3010-EXIT
008260         UNTIL WS-CKPT-EOF-YES
008270     CLOSE CKPT-FILE.
008280 3000-EXIT.
008290     EXIT.
008300*----------------------------------------------------------------
008310* 3010-LOAD-ONE-CKPT - COPIES ONE CHECKPOINTED STACK INTO THE
008320*                      NEXT TABLE ROW.  A DEPTH PAST THE
008330*                      COMPILED CEILING IS TRUNCATED TO IT.
008340*----------------------------------------------------------------
008350 3010-LOAD-ONE-CKPT.
008360     IF WS-CKT-COUNT NOT < MAX-TRC-CKPT
008370         DISPLAY 'WARNING - MORE CHECKPOINTED STACKS THAN THE '
008380             'TABLE HOLDS, SKIPPING: ' CKPT-STACK-ID
008390         GO TO 3010-NEXT
008400     END-IF
008410     ADD 1 TO WS-CKT-COUNT
008420     MOVE CKPT-STACK-ID TO CKT-STACK-ID(WS-CKT-COUNT)
008430     MOVE CKPT-MODE TO CKT-MODE(WS-CKT-COUNT)
008440     IF CKPT-TOP NUMERIC
008450         AND CKPT-TOP NOT > MAX-STACK-CAPACITY
008460         MOVE CKPT-TOP TO CKT-TOP(WS-CKT-COUNT)
008470     ELSE
008480         MOVE MAX-STACK-CAPACITY TO CKT-TOP(WS-CKT-COUNT)
008490     END-IF
008500     PERFORM 3020-COPY-ONE-ENTRY THRU 3020-EXIT
008510         VARYING WS-IDX FROM 1 BY 1
008520             UNTIL WS-IDX > CKT-TOP(WS-CKT-COUNT).
008530 3010-NEXT.
008540     PERFORM 3090-READ-CKPT THRU 3090-EXIT.
008550 3010-EXIT.
008560     EXIT.
008570*----------------------------------------------------------------
008580* 3020-COPY-ONE-ENTRY - COPIES ONE CHECKPOINTED ENTRY.
008590*----------------------------------------------------------------
008600 3020-COPY-ONE-ENTRY.
008610     MOVE CKPT-VALUE(WS-IDX) TO CKT-VALUE(WS-CKT-COUNT WS-IDX)
008620     IF CKPT-ARRIVAL(WS-IDX) NUMERIC
008630         MOVE CKPT-ARRIVAL(WS-IDX)
008640             TO CKT-ARRIVAL(WS-CKT-COUNT WS-IDX)
008650     ELSE
008660         MOVE 0 TO CKT-ARRIVAL(WS-CKT-COUNT WS-IDX)
008670     END-IF.
008680 3020-EXIT.
008690     EXIT.
008700*----------------------------------------------------------------
008710* 3090-READ-CKPT - READS THE NEXT CHECKPOINTED STACK.
008720*----------------------------------------------------------------
008730 3090-READ-CKPT.
008740     READ CKPT-FILE
008750         AT END MOVE 'Y' TO WS-CKPT-EOF-SWITCH
008760     END-READ.
008770 3090-EXIT.
008780     EXIT.
008790*----------------------------------------------------------------
008800* 8000-WRITE-TRACES - ONE TRACE PER ACCEPTED REQUEST, IN THE
008810*                     ORDER THE REQUESTS WERE GIVEN.
008820*----------------------------------------------------------------
008830 8000-WRITE-TRACES.
008840     PERFORM 8100-WRITE-ONE-TRACE THRU 8100-EXIT
008850         VARYING WS-RQ-SUB FROM 1 BY 1
008860             UNTIL WS-RQ-SUB > WS-RQ-COUNT.
008870 8000-EXIT.
008880     EXIT.
008890*----------------------------------------------------------------
008900* 8100-WRITE-ONE-TRACE - THE REQUEST LINE, THE SELECTED HISTORY
008910*                        IN TRAIL ORDER, THEN THE STATUS.
008920*----------------------------------------------------------------
008930 8100-WRITE-ONE-TRACE.
008940     MOVE SPACES TO RPT-LINE
008950     WRITE RPT-RECORD FROM RPT-LINE
008960     MOVE RQ-VALUE(WS-RQ-SUB) TO TRC-REQ-VALUE
008970     IF RQ-STACK-ID(WS-RQ-SUB) = SPACES
008980         MOVE 'ALL' TO TRC-REQ-STACK-ID
008990     ELSE
009000         MOVE RQ-STACK-ID(WS-RQ-SUB) TO TRC-REQ-STACK-ID
009010     END-IF
009020     IF RQ-FROM-DATE(WS-RQ-SUB) = 0
009030         MOVE 'EARLIEST' TO TRC-REQ-FROM
009040     ELSE
009050         MOVE RQ-FROM-DATE(WS-RQ-SUB) TO TRC-REQ-FROM
009060     END-IF
009070     IF RQ-TO-DATE(WS-RQ-SUB) = 0
009080         MOVE 'LATEST' TO TRC-REQ-TO
009090     ELSE
009100         MOVE RQ-TO-DATE(WS-RQ-SUB) TO TRC-REQ-TO
009110     END-IF
009120     WRITE RPT-RECORD FROM TRC-REQ-LINE
009130     IF RQ-PRINTED(WS-RQ-SUB) > 0
009140         WRITE RPT-RECORD FROM TRC-HEADING-LINE
009150         PERFORM 8110-WRITE-ONE-EVENT THRU 8110-EXIT
009160             VARYING WS-EVT-SUB FROM 1 BY 1
009170                 UNTIL WS-EVT-SUB > WS-EVT-COUNT
009180     ELSE
009190         IF RQ-SEEN(WS-RQ-SUB) > 0
009200             MOVE SPACES TO RPT-LINE
009210             MOVE 'NO HISTORY INSIDE THE QUEUE/DATE LIMITS'
009220                 TO RPT-LABEL
009230             WRITE RPT-RECORD FROM RPT-LINE
009240         END-IF
009250     END-IF
009260     PERFORM 8200-WRITE-STATUS THRU 8200-EXIT.
009270 8100-EXIT.
009280     EXIT.
009290*----------------------------------------------------------------
009300* 8110-WRITE-ONE-EVENT - ONE HISTORY LINE, WHEN THE ROW BELONGS
009310*                        TO THE REQUEST BEING PRINTED.
009320*----------------------------------------------------------------
009330 8110-WRITE-ONE-EVENT.
009340     IF EVT-REQ(WS-EVT-SUB) NOT = WS-RQ-SUB
009350         GO TO 8110-EXIT
009360     END-IF
009370     MOVE SPACES TO TRC-DETAIL-LINE
009380     MOVE EVT-DATE(WS-EVT-SUB) TO TRC-DET-DATE
009390     MOVE EVT-TIME(WS-EVT-SUB) TO TRC-DET-TIME
009400     MOVE EVT-OP(WS-EVT-SUB) TO TRC-DET-OP
009410     MOVE EVT-STACK-ID(WS-EVT-SUB) TO TRC-DET-STACK-ID
009420     MOVE EVT-DEPTH(WS-EVT-SUB) TO TRC-DET-DEPTH
009430     MOVE EVT-NOTE(WS-EVT-SUB) TO TRC-DET-NOTE
009440     WRITE RPT-RECORD FROM TRC-DETAIL-LINE
009450     ADD 1 TO WS-LINES-PRINTED.
009460 8110-EXIT.
009470     EXIT.
009480*----------------------------------------------------------------
009490* 8200-WRITE-STATUS - WHERE THE VALUE IS NOW.  EVERY OCCURRENCE
009500*                     ON TODAY'S CHECKPOINT GETS A LINE; A VALUE
009510*                     ON NO QUEUE TAKES ITS STATUS FROM THE LAST
009520*                     THING THE TRAIL SAW HAPPEN TO IT, AND ONE
009530*                     THE TRAIL NEVER SAW IS NOT FOUND.
009540*----------------------------------------------------------------
009550 8200-WRITE-STATUS.
009560     MOVE 0 TO WS-ON-QUEUE-COUNT
009570     PERFORM 8210-SCAN-ONE-CKPT-STACK THRU 8210-EXIT
009580         VARYING WS-CKT-SUB FROM 1 BY 1
009590             UNTIL WS-CKT-SUB > WS-CKT-COUNT
009600     IF WS-ON-QUEUE-COUNT > 0
009610         ADD 1 TO WS-ON-QUEUE-VALUES
009620         GO TO 8200-EXIT
009630     END-IF
009640     MOVE SPACES TO TRC-STATUS-TEXT
009650     IF RQ-SEEN(WS-RQ-SUB) = 0
009660         MOVE 'NOT FOUND ON THE AUDIT TRAIL OR ANY QUEUE'
009670             TO TRC-STATUS-TEXT
009680         WRITE RPT-RECORD FROM TRC-STATUS-LINE
009690         ADD 1 TO WS-NOT-FOUND-VALUES
009700         IF WS-MAX-RC < 4
009710             MOVE 4 TO WS-MAX-RC
009720         END-IF
009730         GO TO 8200-EXIT
009740     END-IF
009750     ADD 1 TO WS-GONE-VALUES
009760     EVALUATE RQ-LAST-OP(WS-RQ-SUB)
009770         WHEN 'POP '
009780             STRING 'CONSUMED - POPPED FROM ' DELIMITED BY SIZE
009790                 RQ-LAST-STACK-ID(WS-RQ-SUB) DELIMITED BY SPACE
009800                 ' ON ' DELIMITED BY SIZE
009810                 RQ-LAST-DATE(WS-RQ-SUB) DELIMITED BY SIZE
009820                 INTO TRC-STATUS-TEXT
009830         WHEN 'BKF '
009840             STRING 'CONSUMED - FILLED A BACKORDER ON '
009850                 DELIMITED BY SIZE
009860                 RQ-LAST-STACK-ID(WS-RQ-SUB) DELIMITED BY SPACE
009870                 ' ON ' DELIMITED BY SIZE
009880                 RQ-LAST-DATE(WS-RQ-SUB) DELIMITED BY SIZE
009890                 INTO TRC-STATUS-TEXT
009900         WHEN 'PURG'
009910             STRING 'PURGED FROM ' DELIMITED BY SIZE
009920                 RQ-LAST-STACK-ID(WS-RQ-SUB) DELIMITED BY SPACE
009930                 ' ON ' DELIMITED BY SIZE
009940                 RQ-LAST-DATE(WS-RQ-SUB) DELIMITED BY SIZE
009950                 INTO TRC-STATUS-TEXT
009960         WHEN 'EXP '
009970             STRING 'EXPIRED FROM ' DELIMITED BY SIZE
009980                 RQ-LAST-STACK-ID(WS-RQ-SUB) DELIMITED BY SPACE
009990                 ' ON ' DELIMITED BY SIZE
010000                 RQ-LAST-DATE(WS-RQ-SUB) DELIMITED BY SIZE
010010                 INTO TRC-STATUS-TEXT
010020         WHEN OTHER
010030             STRING 'ON NO QUEUE - LAST SEEN ON '
010040                 DELIMITED BY SIZE
010050                 RQ-LAST-STACK-ID(WS-RQ-SUB) DELIMITED BY SPACE
010060                 ' ON ' DELIMITED BY SIZE
010070                 RQ-LAST-DATE(WS-RQ-SUB) DELIMITED BY SIZE
010080                 INTO TRC-STATUS-TEXT
010090     END-EVALUATE
010100     WRITE RPT-RECORD FROM TRC-STATUS-LINE.
010110 8200-EXIT.
010120     EXIT.
010130*----------------------------------------------------------------
010140* 8210-SCAN-ONE-CKPT-STACK - LOOKS FOR THE VALUE ON ONE
010150*                            CHECKPOINTED STACK.
010160*----------------------------------------------------------------
010170 8210-SCAN-ONE-CKPT-STACK.
010180     PERFORM 8220-CHECK-ONE-CKPT-ENTRY THRU 8220-EXIT
010190         VARYING WS-IDX FROM 1 BY 1
010200             UNTIL WS-IDX > CKT-TOP(WS-CKT-SUB).
010210 8210-EXIT.
010220     EXIT.
010230*----------------------------------------------------------------
010240* 8220-CHECK-ONE-CKPT-ENTRY - ONE STATUS LINE PER CHECKPOINTED
010250*                             OCCURRENCE OF THE VALUE: QUEUE,
010260*                             POSITION (1 = BOTTOM) OF THE
010270*                             QUEUE'S DEPTH, AND ARRIVAL DATE.
010280*----------------------------------------------------------------
010290 8220-CHECK-ONE-CKPT-ENTRY.
010300     IF CKT-VALUE(WS-CKT-SUB WS-IDX) NOT = RQ-VALUE(WS-RQ-SUB)
010310         GO TO 8220-EXIT
010320     END-IF
010330     ADD 1 TO WS-ON-QUEUE-COUNT
010340     MOVE WS-IDX TO WS-POS-DISPLAY
010350     MOVE CKT-TOP(WS-CKT-SUB) TO WS-TOP-DISPLAY
010360     MOVE SPACES TO TRC-STATUS-TEXT
010370     STRING 'ON QUEUE ' DELIMITED BY SIZE
010380         CKT-STACK-ID(WS-CKT-SUB) DELIMITED BY SPACE
010390         ' POSITION ' DELIMITED BY SIZE
010400         WS-POS-DISPLAY DELIMITED BY SIZE
010410         ' OF ' DELIMITED BY SIZE
010420         WS-TOP-DISPLAY DELIMITED BY SIZE
010430         ', ARRIVED ' DELIMITED BY SIZE
010440         CKT-ARRIVAL(WS-CKT-SUB WS-IDX) DELIMITED BY SIZE
010450         INTO TRC-STATUS-TEXT
010460     WRITE RPT-RECORD FROM TRC-STATUS-LINE.
010470 8220-EXIT.
010480     EXIT.
010490*----------------------------------------------------------------
010500* 9000-TERMINATE - WRITES THE RUN TOTALS, CLOSES THE REPORT AND
010510*                  POSTS THE WORST CONDITION SEEN.
010520*----------------------------------------------------------------
010530 9000-TERMINATE.
010540     MOVE SPACES TO RPT-LINE
010550     WRITE RPT-RECORD FROM RPT-LINE
010560     MOVE SPACES TO RPT-LINE
010570     MOVE 'TRACE REQUESTS READ' TO RPT-LABEL
010580     MOVE WS-REQ-READ TO RPT-VALUE
010590     WRITE RPT-RECORD FROM RPT-LINE
010600     MOVE SPACES TO RPT-LINE
010610     MOVE 'TRACE REQUESTS REJECTED' TO RPT-LABEL
010620     MOVE WS-REQ-REJECTED TO RPT-VALUE
010630     WRITE RPT-RECORD FROM RPT-LINE
010640     MOVE SPACES TO RPT-LINE
010650     MOVE 'AUDIT RECORDS READ (ARCHIVE + LIVE)' TO RPT-LABEL
010660     MOVE WS-AUDIT-COUNT TO RPT-VALUE
010670     WRITE RPT-RECORD FROM RPT-LINE
010680     MOVE SPACES TO RPT-LINE
010690     MOVE 'HISTORY LINES PRINTED' TO RPT-LABEL
010700     MOVE WS-LINES-PRINTED TO RPT-VALUE
010710     WRITE RPT-RECORD FROM RPT-LINE
010720     MOVE SPACES TO RPT-LINE
010730     MOVE 'VALUES STILL ON A QUEUE' TO RPT-LABEL
010740     MOVE WS-ON-QUEUE-VALUES TO RPT-VALUE
010750     WRITE RPT-RECORD FROM RPT-LINE
010760     MOVE SPACES TO RPT-LINE
010770     MOVE 'VALUES CONSUMED, PURGED OR EXPIRED' TO RPT-LABEL
010780     MOVE WS-GONE-VALUES TO RPT-VALUE
010790     WRITE RPT-RECORD FROM RPT-LINE
010800     MOVE SPACES TO RPT-LINE
010810     MOVE 'VALUES NOT FOUND' TO RPT-LABEL
010820     MOVE WS-NOT-FOUND-VALUES TO RPT-VALUE
010830     WRITE RPT-RECORD FROM RPT-LINE
010840     IF WS-EVT-FULL
010850         MOVE SPACES TO RPT-LINE
010860         MOVE '*** HISTORY TABLE FULL - TRACES INCOMPLETE'
010870             TO RPT-LABEL
010880         WRITE RPT-RECORD FROM RPT-LINE
010890     END-IF
010900     CLOSE RPT-FILE
010910     MOVE WS-MAX-RC TO RETURN-CODE.
010920 9000-EXIT.
010930     EXIT.
