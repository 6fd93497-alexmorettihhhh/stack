000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STACK-BALANCE.
000030 AUTHOR.        D. ANDERSON.
000040 INSTALLATION.  OPERATIONS - BATCH QUEUE PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  DWA  ORIGINAL PROGRAM - DAILY CROSS-STEP BALANCING
000110*                  SIGN-OFF.  STACK-EXAMPLE, STACK-EXTRACT AND
000120*                  STACK-ACKMATCH EACH POST THEIR CONTROL TOTALS
000130*                  TO THE BALANCING LEDGER (BALLDG, SEE LDGREC)
000140*                  AT END OF STEP, AND EACH STEP ONLY EVER
000150*                  CHECKED ITSELF.  THIS STEP TAKES THE LATEST
000160*                  POSTING OF EACH FOR THE BALANCING DATE (THE
000170*                  RUN DATE, OR THE DATE ON THE OPTIONAL BALPRM
000180*                  CARD WHEN A DAY IS RE-BALANCED) AND PROVES -
000190*                  DETAIL RECORDS READ PLUS PARKED RECORDS
000200*                  RELEASED EQUAL APPLIED PLUS REJECTED PLUS
000210*                  HELD; FOR EVERY QUEUE, OPENING DEPTH PLUS
000220*                  ADDS LESS REMOVALS EQUALS CLOSING DEPTH; THE
000230*                  EXTRACT'S DETAIL COUNT EQUALS THE SUM OF THE
000240*                  CLOSING DEPTHS; AND THE EXTRACT'S HASH EQUALS
000250*                  THE HASH OF THE VALUES CHECKPOINTED.  THE
000260*                  ACKMATCH POSTING IS SHOWN AND CROSS-FOOTED
000270*                  (ACKNOWLEDGMENTS RECEIVED EQUAL CLEAN PLUS
000280*                  MISMATCHED PLUS ORPHANS).  THE RESULT IS A
000290*                  ONE-PAGE SIGN-OFF (BALRPT).  CONDITION CODES:
000300*                  8 FOR ANY BREAK - A PROOF THAT FAILS, OR A
000310*                  BATCH OR EXTRACT POSTING THAT IS MISSING,
000320*                  INCOMPLETE OR DAMAGED; 4 WHEN THE DAY
000330*                  BALANCES BUT ACKMATCH HAS NOT POSTED; 16 WHEN
000340*                  THE LEDGER ITSELF CANNOT BE READ.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL BAL-PARM-FILE ASSIGN TO BALPRM
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-PRM-STATUS.
000450     SELECT OPTIONAL LEDGER-FILE ASSIGN TO BALLDG
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-LDG-STATUS.
000480     SELECT RPT-FILE ASSIGN TO BALRPT
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*----------------------------------------------------------------
000530* BALANCING PARAMETER - THE DATE TO BALANCE.  A MISSING CARD OR
000540* A BLANK OR ZERO DATE BALANCES TODAY.
000550*----------------------------------------------------------------
000560 FD  BAL-PARM-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  BAL-PARM-RECORD.
000600     05  BPR-DATE-X            PIC X(08).
000610     05  BPR-DATE REDEFINES BPR-DATE-X
000620                               PIC 9(08).
000630     05  FILLER                PIC X(72).
000640 FD  LEDGER-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670     COPY LDGREC.
000680 FD  RPT-FILE
000690     RECORDING MODE IS V
000700     LABEL RECORDS ARE STANDARD.
000710 01  RPT-RECORD                PIC X(80).
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------
000740* POSTING TABLE - ONE ROW PER POSTING STEP.  PST-STATE TELLS
000750* WHAT BECAME OF THE STEP'S LATEST POSTING FOR THE DATE: NOT
000760* FOUND, STILL OPEN (NO END RECORD - THE STEP DIED PART WAY
000770* THROUGH POSTING), COMPLETE, OR DAMAGED (AN END COUNT THAT
000780* DOES NOT MATCH THE RECORDS READ, OR A NON-NUMERIC TOTAL).
000790* ONLY A COMPLETE POSTING IS BALANCED.
000800*----------------------------------------------------------------
000810 78  MAX-BAL-STEPS             VALUE 3.
000820 01  PST-TABLE.
000830     05  PST-ROW OCCURS MAX-BAL-STEPS TIMES.
000840         10  PST-STEP          PIC X(08).
000850         10  PST-NAME          PIC X(16).
000860         10  PST-STATE         PIC X(01).
000870             88  PST-NOT-FOUND           VALUE 'N'.
000880             88  PST-OPEN                VALUE 'O'.
000890             88  PST-COMPLETE            VALUE 'C'.
000900             88  PST-DAMAGED             VALUE 'D'.
000910         10  PST-TIME          PIC 9(08).
000920         10  PST-RECS          PIC 9(8) COMP.
000930         10  PST-POSTINGS      PIC 9(8) COMP.
000940 78  PST-BATCH                 VALUE 1.
000950 78  PST-EXTRACT               VALUE 2.
000960 78  PST-ACKMATCH              VALUE 3.
000970*----------------------------------------------------------------
000980* STACK-EXAMPLE'S POSTING - THE RUN TOTALS, THE CHECKPOINT
000990* TOTALS AND ONE ROW PER QUEUE.  MONTHS OF QUEUES NEVER SHARE A
001000* POSTING, SO THE TABLE NEED ONLY HOLD ONE RUN'S SLOTS; IT IS
001010* SIZED LIKE THE TRACER'S QUEUE TABLE FOR HEADROOM.
001020*----------------------------------------------------------------
001030 78  MAX-BAL-QUEUES            VALUE 50.
001040 01  BX-RUN-TOTALS.
001050     05  BX-READ               PIC 9(8) COMP VALUE 0.
001060     05  BX-RELEASED           PIC 9(8) COMP VALUE 0.
001070     05  BX-APPLIED            PIC 9(8) COMP VALUE 0.
001080     05  BX-REJECTED           PIC 9(8) COMP VALUE 0.
001090     05  BX-HELD               PIC 9(8) COMP VALUE 0.
001100     05  BX-CKPT-COUNT         PIC 9(8) COMP VALUE 0.
001110     05  BX-CKPT-HASH          PIC 9(12) COMP VALUE 0.
001120     05  BX-RUN-SEEN-SW        PIC X(01) VALUE 'N'.
001130         88  BX-RUN-SEEN                 VALUE 'Y'.
001140     05  BX-CKPT-SEEN-SW       PIC X(01) VALUE 'N'.
001150         88  BX-CKPT-SEEN                VALUE 'Y'.
001160 01  BQ-TABLE.
001170     05  BQ-ROW OCCURS MAX-BAL-QUEUES TIMES.
001180         10  BQ-STACK-ID       PIC X(10).
001190         10  BQ-OPEN           PIC 9(4) COMP.
001200         10  BQ-PUSHES         PIC 9(8) COMP.
001210         10  BQ-POPS           PIC 9(8) COMP.
001220         10  BQ-EXPIRED        PIC 9(8) COMP.
001230         10  BQ-CLOSE          PIC 9(4) COMP.
001240 01  WS-BQ-COUNT               PIC 9(4) COMP VALUE 0.
001250*----------------------------------------------------------------
001260* STACK-EXTRACT'S AND STACK-ACKMATCH'S POSTINGS
001270*----------------------------------------------------------------
001280 01  XT-TOTALS.
001290     05  XT-COUNT              PIC 9(8) COMP VALUE 0.
001300     05  XT-HASH               PIC 9(12) COMP VALUE 0.
001310     05  XT-SEEN-SW            PIC X(01) VALUE 'N'.
001320         88  XT-SEEN                     VALUE 'Y'.
001330 01  AK-TOTALS.
001340     05  AK-RECEIVED           PIC 9(8) COMP VALUE 0.
001350     05  AK-CLEAN              PIC 9(8) COMP VALUE 0.
001360     05  AK-MISMATCH           PIC 9(8) COMP VALUE 0.
001370     05  AK-ORPHAN             PIC 9(8) COMP VALUE 0.
001380     05  AK-PENDING            PIC 9(8) COMP VALUE 0.
001390     05  AK-OVERDUE            PIC 9(8) COMP VALUE 0.
001400     05  AK-SEEN-SW            PIC X(01) VALUE 'N'.
001410         88  AK-SEEN                     VALUE 'Y'.
001420*----------------------------------------------------------------
001430* COUNTERS AND WORK AREAS
001440*----------------------------------------------------------------
001450 01  WS-TODAY                  PIC 9(08) VALUE 0.
001460 01  WS-BAL-DATE               PIC 9(08) VALUE 0.
001470 01  WS-CUR-KEY.
001480     05  WS-CUR-DATE           PIC 9(08) VALUE 0.
001490     05  WS-CUR-TIME           PIC 9(08) VALUE 0.
001500     05  WS-CUR-STEP           PIC X(08) VALUE SPACES.
001510 01  WS-CUR-PST                PIC 9(4) COMP VALUE 0.
001520 01  WS-PST-SUB                PIC 9(4) COMP VALUE 0.
001530 01  WS-BQ-SUB                 PIC 9(4) COMP VALUE 0.
001540 01  WS-LDG-READ               PIC 9(8) COMP VALUE 0.
001550 01  WS-LDG-FOREIGN            PIC 9(8) COMP VALUE 0.
001560 01  WS-BREAK-COUNT            PIC 9(4) COMP VALUE 0.
001570 01  WS-QUEUE-BREAKS           PIC 9(4) COMP VALUE 0.
001580 01  WS-DETAIL-IN              PIC 9(8) COMP VALUE 0.
001590 01  WS-DETAIL-OUT             PIC 9(8) COMP VALUE 0.
001600 01  WS-ACK-FOOTED             PIC 9(8) COMP VALUE 0.
001610 01  WS-SUM-OPEN               PIC 9(8) COMP VALUE 0.
001620 01  WS-SUM-PUSHES             PIC 9(8) COMP VALUE 0.
001630 01  WS-SUM-POPS               PIC 9(8) COMP VALUE 0.
001640 01  WS-SUM-CLOSE              PIC 9(8) COMP VALUE 0.
001650 01  WS-EXPECTED               PIC S9(9) COMP VALUE 0.
001660 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
001670*    NO MORE THAN THIS MANY OUT-OF-BALANCE QUEUES ARE LISTED, SO
001680*    THE SIGN-OFF STAYS ON ONE PAGE - THE COUNT COVERS THE REST.
001690 78  MAX-QUEUE-LINES           VALUE 8.
001700*----------------------------------------------------------------
001710* PROGRAM SWITCHES
001720*----------------------------------------------------------------
001730 01  WS-SWITCHES.
001740     05  WS-PRM-STATUS         PIC X(02) VALUE '00'.
001750         88  WS-PRM-OK                   VALUE '00'.
001760         88  WS-PRM-NOT-FOUND            VALUE '05'.
001770     05  WS-LDG-STATUS         PIC X(02) VALUE '00'.
001780         88  WS-LDG-OK                   VALUE '00'.
001790         88  WS-LDG-NOT-FOUND            VALUE '05'.
001800     05  WS-LDG-EOF-SWITCH     PIC X(01) VALUE 'N'.
001810         88  WS-LDG-EOF-YES              VALUE 'Y'.
001820     05  WS-LDG-USABLE-SW      PIC X(01) VALUE 'Y'.
001830         88  WS-LDG-USABLE               VALUE 'Y'.
001840     05  WS-BQ-FULL-SW         PIC X(01) VALUE 'N'.
001850         88  WS-BQ-FULL                  VALUE 'Y'.
001860     05  WS-PROOF-SW           PIC X(01) VALUE 'N'.
001870         88  WS-PROOF-BALANCED           VALUE 'B'.
001880         88  WS-PROOF-BROKEN             VALUE 'X'.
001890         88  WS-PROOF-NOT-MADE           VALUE 'N'.
001900*----------------------------------------------------------------
001910* SIGN-OFF LINE LAYOUTS - THE TOTALS LINES ARE THE SAME SHAPE AS
001920* STACK-EXAMPLE'S RPT-LINE; THE HASH TOTALS NEED TWELVE DIGITS.
001930*----------------------------------------------------------------
001940 01  RPT-LINE.
001950     05  RPT-LABEL             PIC X(40).
001960     05  RPT-VALUE             PIC ZZZZZZZ9.
001970     05  FILLER                PIC X(32).
001980 01  BAL-HASH-LINE.
001990     05  BAL-HASH-LABEL        PIC X(40).
002000     05  BAL-HASH-VALUE        PIC ZZZZZZZZZZZ9.
002010     05  FILLER                PIC X(28).
002020 01  BAL-TEXT-LINE.
002030     05  BAL-TEXT-LABEL        PIC X(40).
002040     05  BAL-TEXT-VALUE        PIC X(40).
002050 01  BAL-POSTING-LINE.
002060     05  FILLER                PIC X(02) VALUE SPACES.
002070     05  BAL-PST-NAME          PIC X(16).
002080     05  FILLER                PIC X(02) VALUE SPACES.
002090     05  BAL-PST-STATUS        PIC X(20).
002100     05  FILLER                PIC X(02) VALUE SPACES.
002110     05  BAL-PST-TIME          PIC X(08).
002120     05  FILLER                PIC X(02) VALUE SPACES.
002130     05  BAL-PST-POSTINGS      PIC ZZZ9.
002140     05  FILLER                PIC X(01) VALUE SPACES.
002150     05  BAL-PST-POSTINGS-LIT  PIC X(10).
002160     05  FILLER                PIC X(13) VALUE SPACES.
002170 01  BAL-QUEUE-HEADING.
002180     05  FILLER                PIC X(02) VALUE SPACES.
002190     05  FILLER                PIC X(10) VALUE 'QUEUE'.
002200     05  FILLER                PIC X(02) VALUE SPACES.
002210     05  FILLER                PIC X(08) VALUE '    OPEN'.
002220     05  FILLER                PIC X(02) VALUE SPACES.
002230     05  FILLER                PIC X(08) VALUE '    ADDS'.
002240     05  FILLER                PIC X(02) VALUE SPACES.
002250     05  FILLER                PIC X(08) VALUE 'REMOVALS'.
002260     05  FILLER                PIC X(02) VALUE SPACES.
002270     05  FILLER                PIC X(08) VALUE '   CLOSE'.
002280     05  FILLER                PIC X(02) VALUE SPACES.
002290     05  FILLER                PIC X(09) VALUE ' EXPECTED'.
002300     05  FILLER                PIC X(17) VALUE SPACES.
002310 01  BAL-QUEUE-LINE.
002320     05  FILLER                PIC X(02) VALUE SPACES.
002330     05  BAL-Q-STACK-ID        PIC X(10).
002340     05  FILLER                PIC X(02) VALUE SPACES.
002350     05  BAL-Q-OPEN            PIC ZZZZZZZ9.
002360     05  FILLER                PIC X(02) VALUE SPACES.
002370     05  BAL-Q-PUSHES          PIC ZZZZZZZ9.
002380     05  FILLER                PIC X(02) VALUE SPACES.
002390     05  BAL-Q-POPS            PIC ZZZZZZZ9.
002400     05  FILLER                PIC X(02) VALUE SPACES.
002410     05  BAL-Q-CLOSE           PIC ZZZZZZZ9.
002420     05  FILLER                PIC X(02) VALUE SPACES.
002430     05  BAL-Q-EXPECTED        PIC --------9.
002440     05  FILLER                PIC X(17) VALUE SPACES.
002450 01  BAL-SIGNATURE-LINE        PIC X(80) VALUE
002460     'BALANCED BY ____________________    DATE __________'.
002470 PROCEDURE DIVISION.
002480*----------------------------------------------------------------
002490* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
002500*----------------------------------------------------------------
002510 0000-MAIN-PROCEDURE.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002530     PERFORM 2000-POST-ONE-RECORD THRU 2000-EXIT
002540         UNTIL WS-LDG-EOF-YES
002550     PERFORM 3000-REPORT-POSTINGS THRU 3000-EXIT
002560     PERFORM 3100-PROVE-DETAIL THRU 3100-EXIT
002570     PERFORM 3200-PROVE-QUEUES THRU 3200-EXIT
002580     PERFORM 3300-PROVE-EXTRACT-COUNT THRU 3300-EXIT
002590     PERFORM 3400-PROVE-EXTRACT-HASH THRU 3400-EXIT
002600     PERFORM 3500-REPORT-ACKS THRU 3500-EXIT
002610     PERFORM 9000-TERMINATE THRU 9000-EXIT
002620     STOP RUN.
002630*----------------------------------------------------------------
002640* 1000-INITIALIZE - SETS THE BALANCING DATE, LOADS THE POSTING
002650*                   TABLE, OPENS THE LEDGER AND THE SIGN-OFF AND
002660*                   PRIMES THE FIRST READ.  A LEDGER THAT WILL
002670*                   NOT OPEN STILL PRODUCES THE SIGN-OFF - EVERY
002680*                   POSTING SHOWS NOT FOUND - WITH CONDITION
002690*                   CODE 16; A LEDGER THAT DOES NOT EXIST YET
002700*                   IS SIMPLY ONE WITH NOTHING POSTED.
002710*----------------------------------------------------------------
002720 1000-INITIALIZE.
002730     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002740     MOVE WS-TODAY TO WS-BAL-DATE
002750     PERFORM 1100-READ-PARM THRU 1100-EXIT
002760     MOVE 'STACKEXM' TO PST-STEP(PST-BATCH)
002770     MOVE 'STACK-EXAMPLE' TO PST-NAME(PST-BATCH)
002780     MOVE 'STACKXTR' TO PST-STEP(PST-EXTRACT)
002790     MOVE 'STACK-EXTRACT' TO PST-NAME(PST-EXTRACT)
002800     MOVE 'STACKACK' TO PST-STEP(PST-ACKMATCH)
002810     MOVE 'STACK-ACKMATCH' TO PST-NAME(PST-ACKMATCH)
002820     PERFORM 1200-CLEAR-ONE-POSTING THRU 1200-EXIT
002830         VARYING WS-PST-SUB FROM 1 BY 1
002840             UNTIL WS-PST-SUB > MAX-BAL-STEPS
002850     OPEN OUTPUT RPT-FILE
002860     MOVE SPACES TO RPT-LINE
002870     MOVE 'STACK-BALANCE DAILY BALANCING SIGN-OFF' TO RPT-LABEL
002880     WRITE RPT-RECORD FROM RPT-LINE
002890     MOVE SPACES TO BAL-TEXT-LINE
002900     MOVE 'BALANCING DATE' TO BAL-TEXT-LABEL
002910     MOVE WS-BAL-DATE TO BAL-TEXT-VALUE
002920     WRITE RPT-RECORD FROM BAL-TEXT-LINE
002930     OPEN INPUT LEDGER-FILE
002940*    A HARD OPEN FAILURE IS FATAL - PRIMING A READ ON A FILE
002950*    THAT NEVER OPENED WOULD SPIN THE LOOP FOREVER, SINCE AT END
002960*    CAN NEVER FIRE.
002970     IF NOT WS-LDG-OK AND NOT WS-LDG-NOT-FOUND
002980         DISPLAY 'ERROR - BAD OPEN ON LEDGER-FILE, STATUS = '
002990             WS-LDG-STATUS
003000         MOVE 'N' TO WS-LDG-USABLE-SW
003010         IF WS-MAX-RC < 16
003020             MOVE 16 TO WS-MAX-RC
003030         END-IF
003040         MOVE 'Y' TO WS-LDG-EOF-SWITCH
003050         GO TO 1000-EXIT
003060     END-IF
003070     IF WS-LDG-NOT-FOUND
003080         MOVE 'Y' TO WS-LDG-EOF-SWITCH
003090     ELSE
003100         PERFORM 2900-READ-LEDGER THRU 2900-EXIT
003110     END-IF.
003120 1000-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------
003150* 1100-READ-PARM - TAKES THE BALANCING DATE FROM THE OPTIONAL
003160*                  PARAMETER CARD.  A CARD WHOSE DATE IS NOT
003170*                  NUMERIC IS WARNED AND TODAY IS BALANCED.
003180*----------------------------------------------------------------
003190 1100-READ-PARM.
003200     OPEN INPUT BAL-PARM-FILE
003210     IF NOT WS-PRM-OK AND NOT WS-PRM-NOT-FOUND
003220         DISPLAY 'WARNING - BAD OPEN ON BAL-PARM-FILE, STATUS = '
003230             WS-PRM-STATUS ', BALANCING TODAY'
003240         GO TO 1100-EXIT
003250     END-IF
003260     IF WS-PRM-NOT-FOUND
003270         CLOSE BAL-PARM-FILE
003280         GO TO 1100-EXIT
003290     END-IF
003300     READ BAL-PARM-FILE
003310         AT END
003320             MOVE SPACES TO BPR-DATE-X
003330     END-READ
003340     EVALUATE TRUE
003350         WHEN BPR-DATE-X = SPACES
003360             CONTINUE
003370         WHEN BPR-DATE NOT NUMERIC
003380             DISPLAY 'WARNING - BALANCING DATE ' BPR-DATE-X
003390                 ' IS NOT NUMERIC, BALANCING TODAY'
003400             IF WS-MAX-RC < 4
003410                 MOVE 4 TO WS-MAX-RC
003420             END-IF
003430         WHEN BPR-DATE > 0
003440             MOVE BPR-DATE TO WS-BAL-DATE
003450     END-EVALUATE
003460     CLOSE BAL-PARM-FILE.
003470 1100-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500* 1200-CLEAR-ONE-POSTING - MARKS ONE STEP'S POSTING NOT FOUND.
003510*----------------------------------------------------------------
003520 1200-CLEAR-ONE-POSTING.
003530     MOVE 'N' TO PST-STATE(WS-PST-SUB)
003540     MOVE 0 TO PST-TIME(WS-PST-SUB)
003550     MOVE 0 TO PST-RECS(WS-PST-SUB)
003560     MOVE 0 TO PST-POSTINGS(WS-PST-SUB).
003570 1200-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------
003600* 2000-POST-ONE-RECORD - TAKES ONE LEDGER RECORD FOR THE
003610*                        BALANCING DATE INTO ITS STEP'S POSTING.
003620*                        A RECORD WHOSE DATE, TIME AND STEP
003630*                        DIFFER FROM THE ONE BEFORE IT OPENS A
003640*                        NEW POSTING, WHICH REPLACES WHATEVER
003650*                        THE STEP POSTED EARLIER IN THE DAY -
003660*                        THE LEDGER IS APPENDED IN RUN ORDER,
003670*                        SO THE LAST POSTING READ IS THE LATEST
003680*                        RUN, COMPLETE OR NOT.  RECORDS FOR
003690*                        OTHER DATES ARE PASSED OVER.
003700*----------------------------------------------------------------
003710 2000-POST-ONE-RECORD.
003720     ADD 1 TO WS-LDG-READ
003730     IF LDG-DATE NOT NUMERIC OR LDG-DATE NOT = WS-BAL-DATE
003740         GO TO 2000-NEXT
003750     END-IF
003760     IF LDG-DATE NOT = WS-CUR-DATE
003770         OR LDG-TIME NOT = WS-CUR-TIME
003780         OR LDG-STEP NOT = WS-CUR-STEP
003790         PERFORM 2100-OPEN-POSTING THRU 2100-EXIT
003800     END-IF
003810     IF WS-CUR-PST = 0
003820         GO TO 2000-NEXT
003830     END-IF
003840*    ANYTHING AFTER THE END RECORD DOES NOT BELONG TO A POSTING
003850*    THAT HAS ALREADY PROVED ITSELF COMPLETE.
003860     IF PST-COMPLETE(WS-CUR-PST)
003870         MOVE 'D' TO PST-STATE(WS-CUR-PST)
003880         GO TO 2000-NEXT
003890     END-IF
003900     ADD 1 TO PST-RECS(WS-CUR-PST)
003910     EVALUATE TRUE
003920         WHEN LDG-END-OF-POSTING
003930             PERFORM 2500-CLOSE-POSTING THRU 2500-EXIT
003940         WHEN WS-CUR-PST = PST-BATCH AND LDG-RUN-TOTALS
003950             PERFORM 2200-TAKE-RUN-TOTALS THRU 2200-EXIT
003960         WHEN WS-CUR-PST = PST-BATCH AND LDG-QUEUE-TOTALS
003970             PERFORM 2210-TAKE-QUEUE-TOTALS THRU 2210-EXIT
003980         WHEN WS-CUR-PST = PST-BATCH AND LDG-CKPT-TOTALS
003990             PERFORM 2220-TAKE-CKPT-TOTALS THRU 2220-EXIT
004000         WHEN WS-CUR-PST = PST-EXTRACT AND LDG-EXTRACT-TOTALS
004010             PERFORM 2300-TAKE-EXTRACT-TOTALS THRU 2300-EXIT
004020         WHEN WS-CUR-PST = PST-ACKMATCH AND LDG-ACK-TOTALS
004030             PERFORM 2400-TAKE-ACK-TOTALS THRU 2400-EXIT
004040         WHEN OTHER
004050             DISPLAY 'WARNING - UNEXPECTED ' LDG-TYPE
004060                 ' RECORD IN ' LDG-STEP ' POSTING AT ' LDG-TIME
004070             MOVE 'D' TO PST-STATE(WS-CUR-PST)
004080     END-EVALUATE.
004090 2000-NEXT.
004100     PERFORM 2900-READ-LEDGER THRU 2900-EXIT.
004110 2000-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140* 2100-OPEN-POSTING - STARTS A NEW POSTING FOR THE STEP NAMED ON
004150*                     THE RECORD IN HAND, CLEARING THAT STEP'S
004160*                     TOTALS.  A STEP THIS PROGRAM DOES NOT
004170*                     BALANCE IS COUNTED AND PASSED OVER.
004180*----------------------------------------------------------------
004190 2100-OPEN-POSTING.
004200     MOVE LDG-DATE TO WS-CUR-DATE
004210     MOVE LDG-TIME TO WS-CUR-TIME
004220     MOVE LDG-STEP TO WS-CUR-STEP
004230     MOVE 0 TO WS-CUR-PST
004240     PERFORM 2110-MATCH-ONE-STEP THRU 2110-EXIT
004250         VARYING WS-PST-SUB FROM 1 BY 1
004260             UNTIL WS-PST-SUB > MAX-BAL-STEPS
004270                 OR WS-CUR-PST > 0
004280     IF WS-CUR-PST = 0
004290         DISPLAY 'WARNING - LEDGER POSTING FROM UNKNOWN STEP '
004300             LDG-STEP ' IGNORED'
004310         ADD 1 TO WS-LDG-FOREIGN
004320         GO TO 2100-EXIT
004330     END-IF
004340     MOVE 'O' TO PST-STATE(WS-CUR-PST)
004350     MOVE LDG-TIME TO PST-TIME(WS-CUR-PST)
004360     MOVE 0 TO PST-RECS(WS-CUR-PST)
004370     ADD 1 TO PST-POSTINGS(WS-CUR-PST)
004380     EVALUATE WS-CUR-PST
004390         WHEN PST-BATCH
004400             MOVE 0 TO BX-READ
004410             MOVE 0 TO BX-RELEASED
004420             MOVE 0 TO BX-APPLIED
004430             MOVE 0 TO BX-REJECTED
004440             MOVE 0 TO BX-HELD
004450             MOVE 0 TO BX-CKPT-COUNT
004460             MOVE 0 TO BX-CKPT-HASH
004470             MOVE 'N' TO BX-RUN-SEEN-SW
004480             MOVE 'N' TO BX-CKPT-SEEN-SW
004490             MOVE 0 TO WS-BQ-COUNT
004500             MOVE 'N' TO WS-BQ-FULL-SW
004510         WHEN PST-EXTRACT
004520             MOVE 0 TO XT-COUNT
004530             MOVE 0 TO XT-HASH
004540             MOVE 'N' TO XT-SEEN-SW
004550         WHEN PST-ACKMATCH
004560             MOVE 0 TO AK-RECEIVED
004570             MOVE 0 TO AK-CLEAN
004580             MOVE 0 TO AK-MISMATCH
004590             MOVE 0 TO AK-ORPHAN
004600             MOVE 0 TO AK-PENDING
004610             MOVE 0 TO AK-OVERDUE
004620             MOVE 'N' TO AK-SEEN-SW
004630     END-EVALUATE.
004640 2100-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670* 2110-MATCH-ONE-STEP - COMPARES THE RECORD'S STEP AGAINST ONE
004680*                       ROW OF THE POSTING TABLE.
004690*----------------------------------------------------------------
004700 2110-MATCH-ONE-STEP.
004710     IF LDG-STEP = PST-STEP(WS-PST-SUB)
004720         MOVE WS-PST-SUB TO WS-CUR-PST
004730     END-IF.
004740 2110-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------
004770* 2200-TAKE-RUN-TOTALS - THE BATCH'S TRANSACTION TOTALS.
004780*----------------------------------------------------------------
004790 2200-TAKE-RUN-TOTALS.
004800     IF LDG-RUN-READ NOT NUMERIC OR LDG-RUN-RELEASED NOT NUMERIC
004810         OR LDG-RUN-APPLIED NOT NUMERIC
004820         OR LDG-RUN-REJECTED NOT NUMERIC
004830         OR LDG-RUN-HELD NOT NUMERIC
004840         MOVE 'D' TO PST-STATE(WS-CUR-PST)
004850         GO TO 2200-EXIT
004860     END-IF
004870     MOVE LDG-RUN-READ TO BX-READ
004880     MOVE LDG-RUN-RELEASED TO BX-RELEASED
004890     MOVE LDG-RUN-APPLIED TO BX-APPLIED
004900     MOVE LDG-RUN-REJECTED TO BX-REJECTED
004910     MOVE LDG-RUN-HELD TO BX-HELD
004920     MOVE 'Y' TO BX-RUN-SEEN-SW.
004930 2200-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960* 2210-TAKE-QUEUE-TOTALS - ONE QUEUE'S MOVEMENT.  A POSTING WITH
004970*                          MORE QUEUES THAN THE TABLE HOLDS
004980*                          CANNOT BE PROVED WHOLE AND IS TAKEN
004990*                          AS DAMAGED.
005000*----------------------------------------------------------------
005010 2210-TAKE-QUEUE-TOTALS.
005020     IF LDG-QUE-OPEN NOT NUMERIC OR LDG-QUE-PUSHES NOT NUMERIC
005030         OR LDG-QUE-POPS NOT NUMERIC
005040         OR LDG-QUE-EXPIRED NOT NUMERIC
005050         OR LDG-QUE-CLOSE NOT NUMERIC
005060         MOVE 'D' TO PST-STATE(WS-CUR-PST)
005070         GO TO 2210-EXIT
005080     END-IF
005090     IF WS-BQ-COUNT NOT < MAX-BAL-QUEUES
005100         IF NOT WS-BQ-FULL
005110             DISPLAY 'WARNING - MORE THAN ' MAX-BAL-QUEUES
005120                 ' QUEUES IN THE BATCH POSTING'
005130             MOVE 'Y' TO WS-BQ-FULL-SW
005140         END-IF
005150         MOVE 'D' TO PST-STATE(WS-CUR-PST)
005160         GO TO 2210-EXIT
005170     END-IF
005180     ADD 1 TO WS-BQ-COUNT
005190     MOVE LDG-QUE-STACK-ID TO BQ-STACK-ID(WS-BQ-COUNT)
005200     MOVE LDG-QUE-OPEN TO BQ-OPEN(WS-BQ-COUNT)
005210     MOVE LDG-QUE-PUSHES TO BQ-PUSHES(WS-BQ-COUNT)
005220     MOVE LDG-QUE-POPS TO BQ-POPS(WS-BQ-COUNT)
005230     MOVE LDG-QUE-EXPIRED TO BQ-EXPIRED(WS-BQ-COUNT)
005240     MOVE LDG-QUE-CLOSE TO BQ-CLOSE(WS-BQ-COUNT).
005250 2210-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280* 2220-TAKE-CKPT-TOTALS - WHAT THE BATCH WROTE TO THE CHECKPOINT.
005290*----------------------------------------------------------------
005300 2220-TAKE-CKPT-TOTALS.
005310     IF LDG-TOT-COUNT NOT NUMERIC OR LDG-TOT-HASH NOT NUMERIC
005320         MOVE 'D' TO PST-STATE(WS-CUR-PST)
005330         GO TO 2220-EXIT
005340     END-IF
005350     MOVE LDG-TOT-COUNT TO BX-CKPT-COUNT
005360     MOVE LDG-TOT-HASH TO BX-CKPT-HASH
005370     MOVE 'Y' TO BX-CKPT-SEEN-SW.
005380 2220-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410* 2300-TAKE-EXTRACT-TOTALS - THE EXTRACT TRAILER'S TOTALS.
005420*----------------------------------------------------------------
005430 2300-TAKE-EXTRACT-TOTALS.
005440     IF LDG-TOT-COUNT NOT NUMERIC OR LDG-TOT-HASH NOT NUMERIC
005450         MOVE 'D' TO PST-STATE(WS-CUR-PST)
005460         GO TO 2300-EXIT
005470     END-IF
005480     MOVE LDG-TOT-COUNT TO XT-COUNT
005490     MOVE LDG-TOT-HASH TO XT-HASH
005500     MOVE 'Y' TO XT-SEEN-SW.
005510 2300-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------
005540* 2400-TAKE-ACK-TOTALS - THE ACKNOWLEDGMENT MATCHING TOTALS.
005550*----------------------------------------------------------------
005560 2400-TAKE-ACK-TOTALS.
005570     IF LDG-ACK-RECEIVED NOT NUMERIC
005580         OR LDG-ACK-CLEAN NOT NUMERIC
005590         OR LDG-ACK-MISMATCH NOT NUMERIC
005600         OR LDG-ACK-ORPHAN NOT NUMERIC
005610         OR LDG-ACK-PENDING NOT NUMERIC
005620         OR LDG-ACK-OVERDUE NOT NUMERIC
005630         MOVE 'D' TO PST-STATE(WS-CUR-PST)
005640         GO TO 2400-EXIT
005650     END-IF
005660     MOVE LDG-ACK-RECEIVED TO AK-RECEIVED
005670     MOVE LDG-ACK-CLEAN TO AK-CLEAN
005680     MOVE LDG-ACK-MISMATCH TO AK-MISMATCH
005690     MOVE LDG-ACK-ORPHAN TO AK-ORPHAN
005700     MOVE LDG-ACK-PENDING TO AK-PENDING
005710     MOVE LDG-ACK-OVERDUE TO AK-OVERDUE
005720     MOVE 'Y' TO AK-SEEN-SW.
005730 2400-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------
005760* 2500-CLOSE-POSTING - THE END RECORD.  ITS COUNT MUST EQUAL THE
005770*                      RECORDS READ FOR THE POSTING, AND THE
005780*                      POSTING MUST CARRY EVERY TOTALS RECORD
005790*                      ITS STEP WRITES; A POSTING ALREADY
005800*                      DAMAGED STAYS DAMAGED.
005810*----------------------------------------------------------------
005820 2500-CLOSE-POSTING.
005830     IF PST-DAMAGED(WS-CUR-PST)
005840         GO TO 2500-EXIT
005850     END-IF
005860     IF LDG-END-COUNT NOT NUMERIC
005870         OR LDG-END-COUNT NOT = PST-RECS(WS-CUR-PST)
005880         MOVE 'D' TO PST-STATE(WS-CUR-PST)
005890         GO TO 2500-EXIT
005900     END-IF
005910     EVALUATE TRUE
005920         WHEN WS-CUR-PST = PST-BATCH
005930             AND (NOT BX-RUN-SEEN OR NOT BX-CKPT-SEEN)
005940             MOVE 'D' TO PST-STATE(WS-CUR-PST)
005950         WHEN WS-CUR-PST = PST-EXTRACT AND NOT XT-SEEN
005960             MOVE 'D' TO PST-STATE(WS-CUR-PST)
005970         WHEN WS-CUR-PST = PST-ACKMATCH AND NOT AK-SEEN
005980             MOVE 'D' TO PST-STATE(WS-CUR-PST)
005990         WHEN OTHER
006000             MOVE 'C' TO PST-STATE(WS-CUR-PST)
006010     END-EVALUATE.
006020 2500-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050* 2900-READ-LEDGER - READS THE NEXT LEDGER RECORD.
006060*----------------------------------------------------------------
006070 2900-READ-LEDGER.
006080     READ LEDGER-FILE
006090         AT END MOVE 'Y' TO WS-LDG-EOF-SWITCH
006100     END-READ.
006110 2900-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140* 3000-REPORT-POSTINGS - ONE LINE PER STEP: WHAT BECAME OF ITS
006150*                        LATEST POSTING, WHEN IT WAS POSTED AND
006160*                        HOW MANY TIMES THE STEP POSTED TODAY.
006170*                        A BATCH OR EXTRACT POSTING THAT IS NOT
006180*                        COMPLETE IS A BREAK IN ITSELF - THE
006190*                        PROOFS THAT NEED IT ARE NOT MADE.  AN
006200*                        ACKMATCH POSTING THAT IS MISSING IS A
006210*                        WARNING; ONE THAT IS INCOMPLETE OR
006220*                        DAMAGED IS A BREAK.
006230*----------------------------------------------------------------
006240 3000-REPORT-POSTINGS.
006250     MOVE SPACES TO RPT-LINE
006260     WRITE RPT-RECORD FROM RPT-LINE
006270     MOVE 'POSTINGS' TO RPT-LABEL
006280     WRITE RPT-RECORD FROM RPT-LINE
006290     PERFORM 3010-REPORT-ONE-POSTING THRU 3010-EXIT
006300         VARYING WS-PST-SUB FROM 1 BY 1
006310             UNTIL WS-PST-SUB > MAX-BAL-STEPS.
006320 3000-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------
006350* 3010-REPORT-ONE-POSTING - PRINTS AND JUDGES ONE STEP'S POSTING.
006360*----------------------------------------------------------------
006370 3010-REPORT-ONE-POSTING.
006380     MOVE PST-NAME(WS-PST-SUB) TO BAL-PST-NAME
006390     MOVE PST-TIME(WS-PST-SUB) TO BAL-PST-TIME
006400     MOVE PST-POSTINGS(WS-PST-SUB) TO BAL-PST-POSTINGS
006410     MOVE 'POSTING(S)' TO BAL-PST-POSTINGS-LIT
006420     EVALUATE TRUE
006430         WHEN PST-COMPLETE(WS-PST-SUB)
006440             MOVE 'COMPLETE' TO BAL-PST-STATUS
006450         WHEN PST-NOT-FOUND(WS-PST-SUB)
006460             AND WS-PST-SUB = PST-ACKMATCH
006470             MOVE 'NOT POSTED' TO BAL-PST-STATUS
006480             IF WS-MAX-RC < 4
006490                 MOVE 4 TO WS-MAX-RC
006500             END-IF
006510         WHEN PST-NOT-FOUND(WS-PST-SUB)
006520             MOVE '*** NOT POSTED' TO BAL-PST-STATUS
006530             ADD 1 TO WS-BREAK-COUNT
006540         WHEN PST-OPEN(WS-PST-SUB)
006550             MOVE '*** INCOMPLETE' TO BAL-PST-STATUS
006560             ADD 1 TO WS-BREAK-COUNT
006570         WHEN OTHER
006580             MOVE '*** DAMAGED' TO BAL-PST-STATUS
006590             ADD 1 TO WS-BREAK-COUNT
006600     END-EVALUATE
006610     IF PST-NOT-FOUND(WS-PST-SUB)
006620         MOVE SPACES TO BAL-PST-TIME
006630     END-IF
006640     WRITE RPT-RECORD FROM BAL-POSTING-LINE.
006650 3010-EXIT.
006660     EXIT.
006670*----------------------------------------------------------------
006680* 3100-PROVE-DETAIL - EVERY DETAIL RECORD THE BATCH TOOK IN -
006690*                     READ FROM TONIGHT'S FILE OR RELEASED FROM
006700*                     THE PENDING DATASET - MUST HAVE COME OUT
006710*                     APPLIED, REJECTED OR HELD.
006720*----------------------------------------------------------------
006730 3100-PROVE-DETAIL.
006740     MOVE SPACES TO RPT-LINE
006750     WRITE RPT-RECORD FROM RPT-LINE
006760     MOVE 'TRANSACTION DETAIL' TO RPT-LABEL
006770     WRITE RPT-RECORD FROM RPT-LINE
006780     MOVE 'N' TO WS-PROOF-SW
006790     IF NOT PST-COMPLETE(PST-BATCH)
006800         GO TO 3100-RESULT
006810     END-IF
006820     COMPUTE WS-DETAIL-IN = BX-READ + BX-RELEASED
006830     COMPUTE WS-DETAIL-OUT = BX-APPLIED + BX-REJECTED + BX-HELD
006840     MOVE '  DETAIL RECORDS READ' TO RPT-LABEL
006850     MOVE BX-READ TO RPT-VALUE
006860     WRITE RPT-RECORD FROM RPT-LINE
006870     MOVE '  PARKED RECORDS RELEASED' TO RPT-LABEL
006880     MOVE BX-RELEASED TO RPT-VALUE
006890     WRITE RPT-RECORD FROM RPT-LINE
006900     MOVE '  TOTAL DETAIL IN' TO RPT-LABEL
006910     MOVE WS-DETAIL-IN TO RPT-VALUE
006920     WRITE RPT-RECORD FROM RPT-LINE
006930     MOVE '  APPLIED' TO RPT-LABEL
006940     MOVE BX-APPLIED TO RPT-VALUE
006950     WRITE RPT-RECORD FROM RPT-LINE
006960     MOVE '  REJECTED' TO RPT-LABEL
006970     MOVE BX-REJECTED TO RPT-VALUE
006980     WRITE RPT-RECORD FROM RPT-LINE
006990     MOVE '  HELD' TO RPT-LABEL
007000     MOVE BX-HELD TO RPT-VALUE
007010     WRITE RPT-RECORD FROM RPT-LINE
007020     MOVE '  TOTAL ACCOUNTED FOR' TO RPT-LABEL
007030     MOVE WS-DETAIL-OUT TO RPT-VALUE
007040     WRITE RPT-RECORD FROM RPT-LINE
007050     IF WS-DETAIL-IN = WS-DETAIL-OUT
007060         MOVE 'B' TO WS-PROOF-SW
007070     ELSE
007080         MOVE 'X' TO WS-PROOF-SW
007090     END-IF.
007100 3100-RESULT.
007110     PERFORM 3900-WRITE-RESULT THRU 3900-EXIT.
007120 3100-EXIT.
007130     EXIT.
007140*----------------------------------------------------------------
007150* 3200-PROVE-QUEUES - EVERY QUEUE'S OPENING DEPTH PLUS ADDS LESS
007160*                     REMOVALS MUST LAND ON ITS CLOSING DEPTH.
007170*                     THE TOTALS ACROSS ALL QUEUES ARE PRINTED,
007180*                     AND EACH QUEUE THAT FAILS IS LISTED UP TO
007190*                     THE ONE-PAGE LIMIT.
007200*----------------------------------------------------------------
007210 3200-PROVE-QUEUES.
007220     MOVE SPACES TO RPT-LINE
007230     WRITE RPT-RECORD FROM RPT-LINE
007240     MOVE 'QUEUE MOVEMENT' TO RPT-LABEL
007250     WRITE RPT-RECORD FROM RPT-LINE
007260     MOVE 'N' TO WS-PROOF-SW
007270     IF NOT PST-COMPLETE(PST-BATCH)
007280         GO TO 3200-RESULT
007290     END-IF
007300     MOVE '  QUEUES POSTED' TO RPT-LABEL
007310     MOVE WS-BQ-COUNT TO RPT-VALUE
007320     WRITE RPT-RECORD FROM RPT-LINE
007330     PERFORM 3210-PROVE-ONE-QUEUE THRU 3210-EXIT
007340         VARYING WS-BQ-SUB FROM 1 BY 1
007350             UNTIL WS-BQ-SUB > WS-BQ-COUNT
007360     MOVE '  OPENING DEPTH, ALL QUEUES' TO RPT-LABEL
007370     MOVE WS-SUM-OPEN TO RPT-VALUE
007380     WRITE RPT-RECORD FROM RPT-LINE
007390     MOVE '  ADDED - PUSHES AND TRANSFERS IN' TO RPT-LABEL
007400     MOVE WS-SUM-PUSHES TO RPT-VALUE
007410     WRITE RPT-RECORD FROM RPT-LINE
007420     MOVE '  REMOVED - POPS, TRANSFERS, EXPIRIES' TO RPT-LABEL
007430     MOVE WS-SUM-POPS TO RPT-VALUE
007440     WRITE RPT-RECORD FROM RPT-LINE
007450     MOVE '  CLOSING DEPTH, ALL QUEUES' TO RPT-LABEL
007460     MOVE WS-SUM-CLOSE TO RPT-VALUE
007470     WRITE RPT-RECORD FROM RPT-LINE
007480     MOVE '  QUEUES OUT OF BALANCE' TO RPT-LABEL
007490     MOVE WS-QUEUE-BREAKS TO RPT-VALUE
007500     WRITE RPT-RECORD FROM RPT-LINE
007510     IF WS-QUEUE-BREAKS = 0
007520         MOVE 'B' TO WS-PROOF-SW
007530     ELSE
007540         MOVE 'X' TO WS-PROOF-SW
007550     END-IF.
007560 3200-RESULT.
007570     PERFORM 3900-WRITE-RESULT THRU 3900-EXIT.
007580 3200-EXIT.
007590     EXIT.
007600*----------------------------------------------------------------
007610* 3210-PROVE-ONE-QUEUE - ROLLS ONE QUEUE INTO THE TOTALS AND
007620*                        PROVES IT.  THE HEADING GOES OUT WITH
007630*                        THE FIRST FAILURE.
007640*----------------------------------------------------------------
007650 3210-PROVE-ONE-QUEUE.
007660     ADD BQ-OPEN(WS-BQ-SUB) TO WS-SUM-OPEN
007670     ADD BQ-PUSHES(WS-BQ-SUB) TO WS-SUM-PUSHES
007680     ADD BQ-POPS(WS-BQ-SUB) TO WS-SUM-POPS
007690     ADD BQ-CLOSE(WS-BQ-SUB) TO WS-SUM-CLOSE
007700     COMPUTE WS-EXPECTED = BQ-OPEN(WS-BQ-SUB)
007710         + BQ-PUSHES(WS-BQ-SUB) - BQ-POPS(WS-BQ-SUB)
007720     IF WS-EXPECTED = BQ-CLOSE(WS-BQ-SUB)
007730         GO TO 3210-EXIT
007740     END-IF
007750     ADD 1 TO WS-QUEUE-BREAKS
007760     IF WS-QUEUE-BREAKS > MAX-QUEUE-LINES
007770         GO TO 3210-EXIT
007780     END-IF
007790     IF WS-QUEUE-BREAKS = 1
007800         WRITE RPT-RECORD FROM BAL-QUEUE-HEADING
007810     END-IF
007820     MOVE BQ-STACK-ID(WS-BQ-SUB) TO BAL-Q-STACK-ID
007830     MOVE BQ-OPEN(WS-BQ-SUB) TO BAL-Q-OPEN
007840     MOVE BQ-PUSHES(WS-BQ-SUB) TO BAL-Q-PUSHES
007850     MOVE BQ-POPS(WS-BQ-SUB) TO BAL-Q-POPS
007860     MOVE BQ-CLOSE(WS-BQ-SUB) TO BAL-Q-CLOSE
007870     MOVE WS-EXPECTED TO BAL-Q-EXPECTED
007880     WRITE RPT-RECORD FROM BAL-QUEUE-LINE.
007890 3210-EXIT.
007900     EXIT.
007910*----------------------------------------------------------------
007920* 3300-PROVE-EXTRACT-COUNT - THE EXTRACT MUST HAVE SENT ONE
007930*                            DETAIL FOR EVERY ENTRY LEFT ON
007940*                            EVERY QUEUE.  THE BATCH'S OWN COUNT
007950*                            OF ENTRIES CHECKPOINTED IS SHOWN
007960*                            ALONGSIDE AND MUST AGREE AS WELL.
007970*----------------------------------------------------------------
007980 3300-PROVE-EXTRACT-COUNT.
007990     MOVE SPACES TO RPT-LINE
008000     WRITE RPT-RECORD FROM RPT-LINE
008010     MOVE 'EXTRACT DETAIL COUNT' TO RPT-LABEL
008020     WRITE RPT-RECORD FROM RPT-LINE
008030     MOVE 'N' TO WS-PROOF-SW
008040     IF NOT PST-COMPLETE(PST-BATCH)
008050         OR NOT PST-COMPLETE(PST-EXTRACT)
008060         GO TO 3300-RESULT
008070     END-IF
008080     MOVE '  EXTRACT DETAIL RECORDS' TO RPT-LABEL
008090     MOVE XT-COUNT TO RPT-VALUE
008100     WRITE RPT-RECORD FROM RPT-LINE
008110     MOVE '  SUM OF CLOSING DEPTHS' TO RPT-LABEL
008120     MOVE WS-SUM-CLOSE TO RPT-VALUE
008130     WRITE RPT-RECORD FROM RPT-LINE
008140     MOVE '  ENTRIES CHECKPOINTED' TO RPT-LABEL
008150     MOVE BX-CKPT-COUNT TO RPT-VALUE
008160     WRITE RPT-RECORD FROM RPT-LINE
008170     IF XT-COUNT = WS-SUM-CLOSE
008180         AND BX-CKPT-COUNT = WS-SUM-CLOSE
008190         MOVE 'B' TO WS-PROOF-SW
008200     ELSE
008210         MOVE 'X' TO WS-PROOF-SW
008220     END-IF.
008230 3300-RESULT.
008240     PERFORM 3900-WRITE-RESULT THRU 3900-EXIT.
008250 3300-EXIT.
008260     EXIT.
008270*----------------------------------------------------------------
008280* 3400-PROVE-EXTRACT-HASH - THE EXTRACT'S HASH MUST EQUAL THE
008290*                           SUM OF THE VALUES THE BATCH
008300*                           CHECKPOINTED.
008310*----------------------------------------------------------------
008320 3400-PROVE-EXTRACT-HASH.
008330     MOVE SPACES TO RPT-LINE
008340     WRITE RPT-RECORD FROM RPT-LINE
008350     MOVE 'EXTRACT HASH TOTAL' TO RPT-LABEL
008360     WRITE RPT-RECORD FROM RPT-LINE
008370     MOVE 'N' TO WS-PROOF-SW
008380     IF NOT PST-COMPLETE(PST-BATCH)
008390         OR NOT PST-COMPLETE(PST-EXTRACT)
008400         GO TO 3400-RESULT
008410     END-IF
008420     MOVE SPACES TO BAL-HASH-LINE
008430     MOVE '  EXTRACT HASH' TO BAL-HASH-LABEL
008440     MOVE XT-HASH TO BAL-HASH-VALUE
008450     WRITE RPT-RECORD FROM BAL-HASH-LINE
008460     MOVE '  HASH OF VALUES CHECKPOINTED' TO BAL-HASH-LABEL
008470     MOVE BX-CKPT-HASH TO BAL-HASH-VALUE
008480     WRITE RPT-RECORD FROM BAL-HASH-LINE
008490     IF XT-HASH = BX-CKPT-HASH
008500         MOVE 'B' TO WS-PROOF-SW
008510     ELSE
008520         MOVE 'X' TO WS-PROOF-SW
008530     END-IF.
008540 3400-RESULT.
008550     PERFORM 3900-WRITE-RESULT THRU 3900-EXIT.
008560 3400-EXIT.
008570     EXIT.
008580*----------------------------------------------------------------
008590* 3500-REPORT-ACKS - SHOWS ACKMATCH'S TOTALS AND CROSS-FOOTS
008600*                    THEM: EVERY ACKNOWLEDGMENT RECEIVED WAS
008610*                    CLEAN, MISMATCHED OR AN ORPHAN.  THE
008620*                    MISMATCHES, ORPHANS AND OVERDUE SENDS ARE
008630*                    ACKMATCH'S OWN BUSINESS AND ITS OWN
008640*                    CONDITION CODE - THEY ARE SHOWN HERE, NOT
008650*                    COUNTED AS BREAKS.  NO POSTING MEANS NO
008660*                    PROOF, WHICH 3010 HAS ALREADY WARNED OF.
008670*----------------------------------------------------------------
008680 3500-REPORT-ACKS.
008690     MOVE SPACES TO RPT-LINE
008700     WRITE RPT-RECORD FROM RPT-LINE
008710     MOVE 'EXTRACT ACKNOWLEDGMENTS' TO RPT-LABEL
008720     WRITE RPT-RECORD FROM RPT-LINE
008730     IF NOT PST-COMPLETE(PST-ACKMATCH)
008740         MOVE SPACES TO BAL-TEXT-LINE
008750         MOVE '  RESULT' TO BAL-TEXT-LABEL
008760         MOVE 'NOT PROVED - NO COMPLETE POSTING'
008770             TO BAL-TEXT-VALUE
008780         WRITE RPT-RECORD FROM BAL-TEXT-LINE
008790         GO TO 3500-EXIT
008800     END-IF
008810     MOVE '  ACKNOWLEDGMENTS RECEIVED' TO RPT-LABEL
008820     MOVE AK-RECEIVED TO RPT-VALUE
008830     WRITE RPT-RECORD FROM RPT-LINE
008840     MOVE '  CLEAN' TO RPT-LABEL
008850     MOVE AK-CLEAN TO RPT-VALUE
008860     WRITE RPT-RECORD FROM RPT-LINE
008870     MOVE '  MISMATCHED TOTALS' TO RPT-LABEL
008880     MOVE AK-MISMATCH TO RPT-VALUE
008890     WRITE RPT-RECORD FROM RPT-LINE
008900     MOVE '  ORPHANS' TO RPT-LABEL
008910     MOVE AK-ORPHAN TO RPT-VALUE
008920     WRITE RPT-RECORD FROM RPT-LINE
008930     MOVE '  SENDS PENDING' TO RPT-LABEL
008940     MOVE AK-PENDING TO RPT-VALUE
008950     WRITE RPT-RECORD FROM RPT-LINE
008960     MOVE '  SENDS OVERDUE' TO RPT-LABEL
008970     MOVE AK-OVERDUE TO RPT-VALUE
008980     WRITE RPT-RECORD FROM RPT-LINE
008990     COMPUTE WS-ACK-FOOTED = AK-CLEAN + AK-MISMATCH + AK-ORPHAN
009000     IF WS-ACK-FOOTED = AK-RECEIVED
009010         MOVE 'B' TO WS-PROOF-SW
009020     ELSE
009030         MOVE 'X' TO WS-PROOF-SW
009040     END-IF
009050     PERFORM 3900-WRITE-RESULT THRU 3900-EXIT.
009060 3500-EXIT.
009070     EXIT.
009080*----------------------------------------------------------------
009090* 3900-WRITE-RESULT - PRINTS THE RESULT OF THE PROOF IN HAND AND
009100*                     COUNTS A BREAK.  A PROOF THAT COULD NOT BE
009110*                     MADE IS NOT COUNTED AGAIN - THE MISSING
009120*                     POSTING BEHIND IT ALREADY WAS.
009130*----------------------------------------------------------------
009140 3900-WRITE-RESULT.
009150     MOVE SPACES TO BAL-TEXT-LINE
009160     MOVE '  RESULT' TO BAL-TEXT-LABEL
009170     EVALUATE TRUE
009180         WHEN WS-PROOF-BALANCED
009190             MOVE 'IN BALANCE' TO BAL-TEXT-VALUE
009200         WHEN WS-PROOF-BROKEN
009210             MOVE '*** OUT OF BALANCE ***' TO BAL-TEXT-VALUE
009220             ADD 1 TO WS-BREAK-COUNT
009230         WHEN OTHER
009240             MOVE 'NOT PROVED - NO COMPLETE POSTING'
009250                 TO BAL-TEXT-VALUE
009260     END-EVALUATE
009270     WRITE RPT-RECORD FROM BAL-TEXT-LINE.
009280 3900-EXIT.
009290     EXIT.
009300*----------------------------------------------------------------
009310* 9000-TERMINATE - WRITES THE SIGN-OFF, CLOSES THE FILES AND
009320*                  POSTS THE CONDITION CODE.
009330*----------------------------------------------------------------
009340 9000-TERMINATE.
009350     IF WS-BREAK-COUNT > 0
009360         IF WS-MAX-RC < 8
009370             MOVE 8 TO WS-MAX-RC
009380         END-IF
009390     END-IF
009400     MOVE SPACES TO RPT-LINE
009410     WRITE RPT-RECORD FROM RPT-LINE
009420     MOVE 'LEDGER RECORDS READ' TO RPT-LABEL
009430     MOVE WS-LDG-READ TO RPT-VALUE
009440     WRITE RPT-RECORD FROM RPT-LINE
009450     MOVE 'BREAKS' TO RPT-LABEL
009460     MOVE WS-BREAK-COUNT TO RPT-VALUE
009470     WRITE RPT-RECORD FROM RPT-LINE
009480     MOVE 'CONDITION CODE' TO RPT-LABEL
009490     MOVE WS-MAX-RC TO RPT-VALUE
009500     WRITE RPT-RECORD FROM RPT-LINE
009510     MOVE SPACES TO BAL-TEXT-LINE
009520     MOVE 'SIGN-OFF' TO BAL-TEXT-LABEL
009530     EVALUATE TRUE
009540         WHEN NOT WS-LDG-USABLE
009550             MOVE '*** LEDGER UNREADABLE - NOT BALANCED'
009560                 TO BAL-TEXT-VALUE
009570         WHEN WS-BREAK-COUNT > 0
009580             MOVE '*** DAY NOT BALANCED ***' TO BAL-TEXT-VALUE
009590         WHEN OTHER
009600             MOVE 'DAY BALANCED' TO BAL-TEXT-VALUE
009610     END-EVALUATE
009620     WRITE RPT-RECORD FROM BAL-TEXT-LINE
009630     MOVE SPACES TO RPT-LINE
009640     WRITE RPT-RECORD FROM RPT-LINE
009650     WRITE RPT-RECORD FROM BAL-SIGNATURE-LINE
009660     IF WS-LDG-USABLE
009670         CLOSE LEDGER-FILE
009680     END-IF
009690     CLOSE RPT-FILE
009700     DISPLAY 'BALANCE COMPLETE - ' WS-BAL-DATE ', '
009710         WS-BREAK-COUNT ' BREAKS'
009720     MOVE WS-MAX-RC TO RETURN-CODE.
009730 9000-EXIT.
009740     EXIT.
