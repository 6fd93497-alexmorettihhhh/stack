000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STACK-MOVEMENT.
000030 AUTHOR.        D. ANDERSON.
000040 INSTALLATION.  OPERATIONS - BATCH QUEUE PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  DWA  ORIGINAL PROGRAM - INCREMENTAL MOVEMENT FEED
000110*                  FOR DOWNSTREAM SYSTEMS.  STACK-EXTRACT SENDS
000120*                  THE WHOLE CONTENTS OF EVERY QUEUE EACH NIGHT;
000130*                  RECEIVERS THAT ONLY WANT WHAT CHANGED HAD TO
000140*                  DIFFERENCE TWO EXTRACTS.  THIS STEP READS THE
000150*                  AUDIT TRAIL (AUDFIL) AND SENDS ONE DETAIL
000160*                  RECORD PER MOVEMENT SINCE THE PREVIOUS FEED -
000170*                  EVERY PUSH AND POP (BATCH OR ONLINE), EACH
000180*                  HALF OF A TRANSFER (XIN/XOUT, CARRYING THE
000190*                  PARTNER QUEUE), EVERY BACKFILL, EXPIRY AND
000200*                  ONLINE PURGE - WITH THE QUEUE, VALUE, THE
000210*                  ENTRY'S ARRIVAL DATE, THE DEPTH THE QUEUE WAS
000220*                  LEFT AT AND THE AUDIT STAMP, BRACKETED BY A
000230*                  HEADER AND A COUNT/HASH TRAILER IN THE SAME
000240*                  SHAPE AS THE EXTRACT.  EACH FEED IS LOGGED TO
000250*                  SENTFIL SO STACK-ACKMATCH PAIRS THE RECEIVERS'
000260*                  ACKNOWLEDGMENTS, AND THE POINT IT REACHED IN
000270*                  THE TRAIL IS APPENDED TO THE FEED CONTROL
000280*                  DATASET (MOVCTL, SEE MVCREC) SO THE NEXT FEED
000290*                  STARTS EXACTLY THERE.  AUDIT RECORDS THAT A
000300*                  RESTARTED NIGHTLY RUN WROTE TWICE (THE
000310*                  ABENDED RUN'S UNCOMMITTED WINDOW, BRACKETED BY
000320*                  THE RESTART RECORD ON RUNCTL, SEE RUNREC) ARE
000330*                  SET ASIDE, AND THE FEED REFUSES TO RUN WHILE A
000340*                  RESTART IS STILL OUTSTANDING.  THE SUMMARY
000350*                  (MOVRPT) ACCOUNTS FOR EVERY AUDIT RECORD READ
000360*                  AND MUST BALANCE OR THE STEP ENDS WITH
000370*                  CONDITION CODE 16 AND THE FEED IS NOT LOGGED
000380*                  OR ADVANCED - THE JOB MUST TRANSMIT MOVFIL
000390*                  ONLY ON A CONDITION CODE BELOW 16.
000392* 10/15/2026  DWA  A QUEUE STATUS CHANGE (STAT) OR THE RELEASE OF
000394*                  A RETIRED QUEUE (RETR, SEE AUDREC) MOVES
000396*                  NOTHING AND, LIKE A BKO, IS COUNTED BUT NOT
000398*                  SENT.
000399* 10/15/2026  DWA  ONLY A BATCH AUDIT RECORD (SEE AUDREC'S
000400*                  AUDIT-ORIGIN) IS VOIDED INSIDE A RESTART
000401*                  WINDOW.  AN ONLINE PUSH, POP OR PURGE KEYED
000402*                  THROUGH SADM BETWEEN THE ABEND AND THE RESTART
000403*                  WAS WRITTEN ONCE AND IS SENT.
000404*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT AUDIT-FILE ASSIGN TO AUDFIL
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-AUD-STATUS.
000500     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-RUN-STATUS.
000530     SELECT OPTIONAL COMMIT-FILE ASSIGN TO CMTFIL
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-CMT-STATUS.
000560     SELECT OPTIONAL MOV-CONTROL-FILE ASSIGN TO MOVCTL
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-MVC-STATUS.
000590     SELECT MOV-FILE ASSIGN TO MOVFIL
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT OPTIONAL SENT-FILE ASSIGN TO SENTFIL
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-SENT-STATUS.
000640     SELECT RPT-FILE ASSIGN TO MOVRPT
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  AUDIT-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710     COPY AUDREC.
000720 FD  RUN-CONTROL-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750     COPY RUNREC.
000760*----------------------------------------------------------------
000770* COMMIT-POINT FILE - ONLY THE HEADER'S CONSUMED COUNT IS READ.
000780* THE STACK RECORDS ARE DESCRIBED AS THE BATCH PROGRAM WRITES
000790* THEM SO THE RECORD LENGTHS AGREE.
000800*----------------------------------------------------------------
000810 FD  COMMIT-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  CMT-HEADER-RECORD.
000850     05  CMT-HDR-CONSUMED      PIC 9(08).
000860     05  FILLER                PIC X(136).
000870     COPY CKPTREC REPLACING ==CKPT-RECORD== BY ==CMT-RECORD==
000880         ==CKPT-STACK-ID== BY ==CMT-STACK-ID==
000890         ==CKPT-TOP== BY ==CMT-TOP==
000900         ==CKPT-CAPACITY== BY ==CMT-CAPACITY==
000910         ==CKPT-DEPT== BY ==CMT-DEPT==
000920         ==CKPT-MODE== BY ==CMT-MODE==
000925         ==CKPT-Q-STATUS== BY ==CMT-Q-STATUS==
000930         ==CKPT-VALUE== BY ==CMT-VALUE==
000940         ==CKPT-ENTRY== BY ==CMT-ENTRY==
000950         ==CKPT-ARRIVAL== BY ==CMT-ARRIVAL==.
000960 FD  MOV-CONTROL-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990     COPY MVCREC.
001000 FD  MOV-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  MOV-HEADER-RECORD.
001040     05  MOV-HDR-ID            PIC X(04).
001050     05  MOV-HDR-DATE          PIC 9(08).
001060     05  MOV-HDR-TIME          PIC 9(08).
001070     05  MOV-HDR-SOURCE        PIC X(08).
001080     05  MOV-HDR-FROM-DATE     PIC 9(08).
001090     05  MOV-HDR-FROM-TIME     PIC 9(08).
001100     05  FILLER                PIC X(36).
001110 01  MOV-DETAIL-RECORD.
001120     05  MOV-DET-ID            PIC X(04).
001130     05  MOV-DET-STACK-ID      PIC X(10).
001140     05  MOV-DET-OP            PIC X(04).
001150     05  MOV-DET-VALUE         PIC 9(06).
001160     05  MOV-DET-ARRIVAL       PIC 9(08).
001170     05  MOV-DET-DEPTH         PIC 9(04).
001180     05  MOV-DET-PARTNER       PIC X(10).
001190     05  MOV-DET-AUD-DATE      PIC 9(08).
001200     05  MOV-DET-AUD-TIME      PIC 9(08).
001210     05  FILLER                PIC X(18).
001220 01  MOV-TRAILER-RECORD.
001230     05  MOV-TRL-ID            PIC X(04).
001240     05  MOV-TRL-COUNT         PIC 9(08).
001250     05  MOV-TRL-HASH          PIC 9(12).
001260     05  MOV-TRL-THRU-DATE     PIC 9(08).
001270     05  MOV-TRL-THRU-TIME     PIC 9(08).
001280     05  FILLER                PIC X(40).
001290 FD  SENT-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320     COPY SNTREC.
001330 FD  RPT-FILE
001340     RECORDING MODE IS V
001350     LABEL RECORDS ARE STANDARD.
001360 01  RPT-RECORD                PIC X(80).
001370 WORKING-STORAGE SECTION.
001380*----------------------------------------------------------------
001390* STACK CAPACITY CONTROLS - SAME COPYBOOK AS THE BATCH PROGRAM
001400* SO THE COMMIT FILE'S OCCURS DEPENDING ON BOUND MATCHES.
001410*----------------------------------------------------------------
001420     COPY STKCAP.
001430*----------------------------------------------------------------
001440* RESTART VOID WINDOWS - ONE ROW PER RESTART RECORD ON RUNCTL
001450* THAT ENDED AFTER THE PREVIOUS FEED'S THROUGH STAMP.  AN AUDIT
001460* RECORD STAMPED STRICTLY BETWEEN A WINDOW'S COMMIT STAMP AND
001467* ITS RESTART STAMP WAS WRITTEN BY THE ABENDED RUN AND WRITTEN
001474* AGAIN BY THE RESTART, SO IT IS NOT SENT - UNLESS IT IS AN
001481* ONLINE RECORD, WHICH NO RESTART WRITES TWICE.  THE STAMPS ARE
001490* DATE AND TIME RUN TOGETHER (YYYYMMDDHHMMSSTT).  MORE WINDOWS
001500* THAN THE TABLE HOLDS FAILS THE FEED RATHER THAN SEND A
001510* MOVEMENT TWICE.
001520*----------------------------------------------------------------
001530 78  MAX-VOIDS                 VALUE 20.
001540 01  VOID-TABLE.
001550     05  VOID-ENTRY OCCURS MAX-VOIDS TIMES.
001560         10  VOID-FROM         PIC 9(16) VALUE 0.
001570         10  VOID-TO           PIC 9(16) VALUE 0.
001580         10  VOID-HITS         PIC 9(8) COMP VALUE 0.
001590 01  WS-VOID-COUNT             PIC 9(4) COMP VALUE 0.
001600 01  WS-VOID-SUB               PIC 9(4) COMP VALUE 0.
001610*----------------------------------------------------------------
001620* AUDIT STAMP WORK AREA - THE RECORD IN HAND'S DATE AND TIME,
001630* AND THE SAME SIXTEEN DIGITS AS ONE NUMBER FOR COMPARISON.
001640*----------------------------------------------------------------
001650 01  WS-STAMP-WORK.
001660     05  WS-STAMP-DATE         PIC 9(08) VALUE 0.
001670     05  WS-STAMP-TIME         PIC 9(08) VALUE 0.
001680 01  WS-STAMP REDEFINES WS-STAMP-WORK
001690                               PIC 9(16).
001700*----------------------------------------------------------------
001710* FEED POSITION - THE PREVIOUS FEED'S THROUGH STAMP AND HOW MANY
001720* AUDIT RECORDS AT THAT STAMP IT ACCOUNTED FOR (FROM MOVCTL),
001730* THE RECORDS MET SO FAR AT THAT STAMP ON THIS PASS, AND THE
001740* LATEST STAMP ON THE TRAIL WITH ITS OWN COUNT - WHICH BECOME
001750* THIS FEED'S THROUGH STAMP.
001760*----------------------------------------------------------------
001770 01  WS-PRIOR-WORK.
001780     05  WS-PRIOR-DATE         PIC 9(08) VALUE 0.
001790     05  WS-PRIOR-TIME         PIC 9(08) VALUE 0.
001800 01  WS-PRIOR-STAMP REDEFINES WS-PRIOR-WORK
001810                               PIC 9(16).
001820 01  WS-PRIOR-SEEN             PIC 9(8) COMP VALUE 0.
001830 01  WS-AT-PRIOR-COUNT         PIC 9(8) COMP VALUE 0.
001840 01  WS-HIGH-STAMP             PIC 9(16) VALUE 0.
001850 01  WS-HIGH-SEEN              PIC 9(8) COMP VALUE 0.
001860 01  WS-THRU-WORK.
001870     05  WS-THRU-DATE          PIC 9(08) VALUE 0.
001880     05  WS-THRU-TIME          PIC 9(08) VALUE 0.
001890 01  WS-THRU-STAMP REDEFINES WS-THRU-WORK
001900                               PIC 9(16).
001910 01  WS-THRU-SEEN              PIC 9(8) COMP VALUE 0.
001920*----------------------------------------------------------------
001930* FEED COUNTERS - EVERY AUDIT RECORD READ IS ACCOUNTED FOR ONCE:
001940* READ = ALREADY FED + OPENING BALANCES + RESTART VOID + NOT A
001950* MOVEMENT + UNREADABLE + SENT.  THE TRAILER'S COUNT IS THE
001960* DETAIL RECORDS SENT AND ITS HASH THE SUM OF THEIR VALUES,
001970* TRUNCATED TO 12 DIGITS, THE SAME CONVENTION AS THE EXTRACT.
001980*----------------------------------------------------------------
001990 01  WS-MOV-COUNTERS.
002000     05  WS-READ-COUNT         PIC 9(8) COMP VALUE 0.
002010     05  WS-FED-BEFORE-COUNT   PIC 9(8) COMP VALUE 0.
002020     05  WS-BAL-COUNT          PIC 9(8) COMP VALUE 0.
002030     05  WS-VOID-SKIP-COUNT    PIC 9(8) COMP VALUE 0.
002040     05  WS-OTHER-COUNT        PIC 9(8) COMP VALUE 0.
002050     05  WS-BAD-COUNT          PIC 9(8) COMP VALUE 0.
002060     05  WS-SENT-COUNT         PIC 9(8) COMP VALUE 0.
002070     05  WS-LATE-COUNT         PIC 9(8) COMP VALUE 0.
002080     05  WS-IN-OUT-TOTAL       PIC 9(8) COMP VALUE 0.
002090 01  WS-SENT-HASH              PIC 9(12) COMP VALUE 0.
002100 01  WS-OP-COUNTERS.
002110     05  WS-PUSH-SENT          PIC 9(8) COMP VALUE 0.
002120     05  WS-POP-SENT           PIC 9(8) COMP VALUE 0.
002130     05  WS-XIN-SENT           PIC 9(8) COMP VALUE 0.
002140     05  WS-XOUT-SENT          PIC 9(8) COMP VALUE 0.
002150     05  WS-BKF-SENT           PIC 9(8) COMP VALUE 0.
002160     05  WS-EXP-SENT           PIC 9(8) COMP VALUE 0.
002170     05  WS-PURG-SENT          PIC 9(8) COMP VALUE 0.
002180 01  WS-MOV-OP                 PIC X(04) VALUE SPACES.
002190 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
002200*----------------------------------------------------------------
002210* THE FEED'S AS-OF STAMP - ON THE HEADER, THE SEND-LOG RECORD
002220* THE RECEIVERS WILL ECHO ON THEIR ACKNOWLEDGMENTS, AND THE
002230* FEED CONTROL RECORD.
002240*----------------------------------------------------------------
002250 01  WS-ASOF-DATE              PIC 9(08) VALUE 0.
002260 01  WS-ASOF-TIME              PIC 9(08) VALUE 0.
002270*----------------------------------------------------------------
002280* PROGRAM SWITCHES
002290*----------------------------------------------------------------
002300 01  WS-SWITCHES.
002310     05  WS-AUD-STATUS         PIC X(02) VALUE '00'.
002320         88  WS-AUD-OK                   VALUE '00'.
002330     05  WS-AUD-EOF-SWITCH     PIC X(01) VALUE 'N'.
002340         88  WS-AUD-EOF-YES              VALUE 'Y'.
002350     05  WS-RUN-STATUS         PIC X(02) VALUE '00'.
002360         88  WS-RUN-OK                   VALUE '00'.
002370         88  WS-RUN-NOT-FOUND            VALUE '05'.
002380     05  WS-RUN-EOF-SWITCH     PIC X(01) VALUE 'N'.
002390         88  WS-RUN-EOF-YES              VALUE 'Y'.
002400     05  WS-CMT-STATUS         PIC X(02) VALUE '00'.
002410         88  WS-CMT-OK                   VALUE '00'.
002420         88  WS-CMT-NOT-FOUND            VALUE '05'.
002430     05  WS-CMT-EOF-SWITCH     PIC X(01) VALUE 'N'.
002440         88  WS-CMT-EOF-YES              VALUE 'Y'.
002450     05  WS-MVC-STATUS         PIC X(02) VALUE '00'.
002460         88  WS-MVC-OK                   VALUE '00'.
002470         88  WS-MVC-NOT-FOUND            VALUE '05'.
002480     05  WS-MVC-EOF-SWITCH     PIC X(01) VALUE 'N'.
002490         88  WS-MVC-EOF-YES              VALUE 'Y'.
002500     05  WS-SENT-STATUS        PIC X(02) VALUE '00'.
002510         88  WS-SENT-OK                  VALUE '00'.
002520         88  WS-SENT-NOT-FOUND           VALUE '05'.
002530     05  WS-FEED-SW            PIC X(01) VALUE 'N'.
002540         88  WS-FEED-CLEARED             VALUE 'Y'.
002550     05  WS-FIRST-FEED-SW      PIC X(01) VALUE 'Y'.
002560         88  WS-FIRST-FEED               VALUE 'Y'.
002570     05  WS-MVC-BAD-SW         PIC X(01) VALUE 'N'.
002580         88  WS-MVC-BAD                  VALUE 'Y'.
002590     05  WS-PAST-PRIOR-SW      PIC X(01) VALUE 'N'.
002600         88  WS-PAST-PRIOR               VALUE 'Y'.
002610     05  WS-FED-SW             PIC X(01) VALUE 'N'.
002620         88  WS-ALREADY-FED              VALUE 'Y'.
002630     05  WS-VOID-SW            PIC X(01) VALUE 'N'.
002640         88  WS-IN-VOID                  VALUE 'Y'.
002650     05  WS-BALANCE-SW         PIC X(01) VALUE 'N'.
002660         88  WS-FEED-BALANCED            VALUE 'Y'.
002670     05  WS-ADVANCED-SW        PIC X(01) VALUE 'N'.
002680         88  WS-FEED-ADVANCED            VALUE 'Y'.
002690*----------------------------------------------------------------
002700* SUMMARY REPORT LINE LAYOUTS - THE TOTALS LINES ARE THE SAME
002710* SHAPE AS STACK-EXAMPLE'S RPT-LINE; THE HASH NEEDS TWELVE
002720* DIGITS.
002730*----------------------------------------------------------------
002740 01  RPT-LINE.
002750     05  RPT-LABEL             PIC X(40).
002760     05  RPT-VALUE             PIC ZZZZZZZ9.
002770     05  FILLER                PIC X(32).
002780 01  MOV-HASH-LINE.
002790     05  MOV-HASH-LABEL        PIC X(40).
002800     05  MOV-HASH-VALUE        PIC ZZZZZZZZZZZ9.
002810     05  FILLER                PIC X(28).
002820 01  MOV-STAMP-LINE.
002830     05  MOV-STAMP-LABEL       PIC X(40).
002840     05  MOV-STAMP-DATE        PIC 9(08).
002850     05  FILLER                PIC X(01) VALUE SPACES.
002860     05  MOV-STAMP-TIME        PIC 9(08).
002870     05  FILLER                PIC X(23) VALUE SPACES.
002880 01  MOV-WINDOW-LINE.
002890     05  FILLER                PIC X(02) VALUE SPACES.
002900     05  FILLER                PIC X(05) VALUE 'FROM '.
002910     05  MOV-WIN-FROM-DATE     PIC 9(08).
002920     05  FILLER                PIC X(01) VALUE SPACES.
002930     05  MOV-WIN-FROM-TIME     PIC 9(08).
002940     05  FILLER                PIC X(04) VALUE ' TO '.
002950     05  MOV-WIN-TO-DATE       PIC 9(08).
002960     05  FILLER                PIC X(01) VALUE SPACES.
002970     05  MOV-WIN-TO-TIME       PIC 9(08).
002980     05  FILLER                PIC X(02) VALUE SPACES.
002990     05  MOV-WIN-HITS          PIC ZZZZZZZ9.
003000     05  FILLER                PIC X(08) VALUE ' VOIDED'.
003010     05  FILLER                PIC X(17) VALUE SPACES.
003020 PROCEDURE DIVISION.
003030*----------------------------------------------------------------
003040* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
003050*                       NOTHING IS FED UNLESS INITIALIZATION
003060*                       CLEARS THE FEED TO RUN.
003070*----------------------------------------------------------------
003080 0000-MAIN-PROCEDURE.
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003100     IF WS-FEED-CLEARED
003110         PERFORM 2000-CLASSIFY-ONE-RECORD THRU 2000-EXIT
003120             UNTIL WS-AUD-EOF-YES
003130         PERFORM 3000-CLOSE-FEED THRU 3000-EXIT
003140         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
003150     END-IF
003160     PERFORM 9000-TERMINATE THRU 9000-EXIT
003170     STOP RUN.
003180*----------------------------------------------------------------
003190* 1000-INITIALIZE - CHECKS NO RESTART IS OUTSTANDING, LOADS THE
003200*                   PREVIOUS FEED'S POSITION AND THE RESTART
003210*                   VOID WINDOWS, OPENS THE AUDIT TRAIL AND THE
003220*                   FEED, WRITES THE HEADER AND PRIMES THE FIRST
003230*                   READ.  ANY CHECK THAT FAILS ENDS THE RUN
003240*                   WITH CONDITION CODE 16 AND NO FEED WRITTEN,
003250*                   LEAVING THE FEED POSITION WHERE IT WAS SO
003260*                   THE RERUN MISSES NOTHING.
003270*----------------------------------------------------------------
003280 1000-INITIALIZE.
003290     ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
003300     ACCEPT WS-ASOF-TIME FROM TIME
003310     OPEN OUTPUT RPT-FILE
003320     MOVE SPACES TO RPT-LINE
003330     MOVE 'STACK-MOVEMENT FEED SUMMARY REPORT' TO RPT-LABEL
003340     WRITE RPT-RECORD FROM RPT-LINE
003350     MOVE SPACES TO MOV-STAMP-LINE
003360     MOVE 'FEED AS OF' TO MOV-STAMP-LABEL
003370     MOVE WS-ASOF-DATE TO MOV-STAMP-DATE
003380     MOVE WS-ASOF-TIME TO MOV-STAMP-TIME
003390     WRITE RPT-RECORD FROM MOV-STAMP-LINE
003400     PERFORM 1100-CHECK-COMMIT THRU 1100-EXIT
003410     IF NOT WS-CMT-OK
003420         GO TO 1000-FAIL
003430     END-IF
003440     PERFORM 1200-LOAD-FEED-CONTROL THRU 1200-EXIT
003450     IF NOT WS-MVC-OK
003460         GO TO 1000-FAIL
003470     END-IF
003480     MOVE SPACES TO MOV-STAMP-LINE
003490     IF WS-FIRST-FEED
003500         DISPLAY 'WARNING - NO PREVIOUS FEED ON RECORD, FEEDING '
003510             'THE WHOLE AUDIT TRAIL'
003520         MOVE 'FIRST FEED - WHOLE AUDIT TRAIL' TO RPT-LABEL
003530         WRITE RPT-RECORD FROM RPT-LINE
003540         IF WS-MAX-RC < 4
003550             MOVE 4 TO WS-MAX-RC
003560         END-IF
003570     ELSE
003580         MOVE 'FEEDING AUDIT RECORDS AFTER' TO MOV-STAMP-LABEL
003590         MOVE WS-PRIOR-DATE TO MOV-STAMP-DATE
003600         MOVE WS-PRIOR-TIME TO MOV-STAMP-TIME
003610         WRITE RPT-RECORD FROM MOV-STAMP-LINE
003620     END-IF
003630     PERFORM 1300-LOAD-VOID-WINDOWS THRU 1300-EXIT
003640     IF NOT WS-RUN-OK
003650         GO TO 1000-FAIL
003660     END-IF
003670     OPEN INPUT AUDIT-FILE
003680     IF NOT WS-AUD-OK
003690         DISPLAY 'ERROR - BAD OPEN ON AUDIT-FILE, STATUS = '
003700             WS-AUD-STATUS
003710         MOVE SPACES TO RPT-LINE
003720         MOVE 'AUDIT TRAIL CANNOT BE OPENED' TO RPT-LABEL
003730         WRITE RPT-RECORD FROM RPT-LINE
003740         GO TO 1000-FAIL
003750     END-IF
003760     OPEN OUTPUT MOV-FILE
003770     MOVE SPACES TO MOV-HEADER-RECORD
003780     MOVE 'HDR ' TO MOV-HDR-ID
003790     MOVE WS-ASOF-DATE TO MOV-HDR-DATE
003800     MOVE WS-ASOF-TIME TO MOV-HDR-TIME
003810     MOVE 'STACKMOV' TO MOV-HDR-SOURCE
003820     MOVE WS-PRIOR-DATE TO MOV-HDR-FROM-DATE
003830     MOVE WS-PRIOR-TIME TO MOV-HDR-FROM-TIME
003840     WRITE MOV-HEADER-RECORD
003850     MOVE 'Y' TO WS-FEED-SW
003860     PERFORM 2900-READ-AUDIT THRU 2900-EXIT
003870     GO TO 1000-EXIT.
003880 1000-FAIL.
003890     MOVE SPACES TO RPT-LINE
003900     MOVE '*** NO FEED WRITTEN - RERUN WHEN CLEARED' TO RPT-LABEL
003910     WRITE RPT-RECORD FROM RPT-LINE
003920     IF WS-MAX-RC < 16
003930         MOVE 16 TO WS-MAX-RC
003940     END-IF.
003950 1000-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------
003980* 1100-CHECK-COMMIT - A COMMIT HEADER WITH A NON-ZERO CONSUMED
003990*                     COUNT MEANS A NIGHTLY RUN ABENDED AND HAS
004000*                     NOT YET BEEN RESTARTED (A RUN THAT ENDS
004010*                     NORMALLY CLEARS IT).  ITS UNCOMMITTED
004020*                     AUDIT RECORDS ARE ON THE TRAIL BUT THE
004030*                     RESTART THAT VOIDS THEM HAS NOT HAPPENED,
004040*                     SO THE FEED MUST WAIT.  LEAVES WS-CMT-
004050*                     STATUS '00' WHEN THE FEED MAY RUN.
004060*----------------------------------------------------------------
004070 1100-CHECK-COMMIT.
004080     OPEN INPUT COMMIT-FILE
004090     IF NOT WS-CMT-OK AND NOT WS-CMT-NOT-FOUND
004100         DISPLAY 'ERROR - BAD OPEN ON COMMIT-FILE, STATUS = '
004110             WS-CMT-STATUS
004120         MOVE SPACES TO RPT-LINE
004130         MOVE 'COMMIT FILE CANNOT BE CHECKED' TO RPT-LABEL
004140         WRITE RPT-RECORD FROM RPT-LINE
004150         GO TO 1100-EXIT
004160     END-IF
004170     IF WS-CMT-NOT-FOUND
004180         CLOSE COMMIT-FILE
004190         MOVE '00' TO WS-CMT-STATUS
004200         GO TO 1100-EXIT
004210     END-IF
004220     READ COMMIT-FILE
004230         AT END MOVE 'Y' TO WS-CMT-EOF-SWITCH
004240     END-READ
004250     IF NOT WS-CMT-EOF-YES
004260         AND CMT-HDR-CONSUMED NUMERIC
004270         AND CMT-HDR-CONSUMED > 0
004280         DISPLAY 'ERROR - A NIGHTLY RUN IS AWAITING RESTART '
004290             'FROM ITS COMMIT POINT, NO FEED WRITTEN'
004300         MOVE SPACES TO RPT-LINE
004310         MOVE 'RESTART OUTSTANDING AFTER TRANSACTIONS'
004320             TO RPT-LABEL
004330         MOVE CMT-HDR-CONSUMED TO RPT-VALUE
004340         WRITE RPT-RECORD FROM RPT-LINE
004350         CLOSE COMMIT-FILE
004360         MOVE '99' TO WS-CMT-STATUS
004370         GO TO 1100-EXIT
004380     END-IF
004390     CLOSE COMMIT-FILE
004400     MOVE '00' TO WS-CMT-STATUS.
004410 1100-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440* 1200-LOAD-FEED-CONTROL - READS THE FEED CONTROL DATASET; THE
004450*                          LATEST RECORD GIVES THE PREVIOUS
004460*                          FEED'S THROUGH STAMP.  A MISSING OR
004470*                          EMPTY DATASET MEANS NOTHING HAS EVER
004480*                          BEEN FED.  AN UNREADABLE LATEST
004490*                          RECORD LEAVES THE POSITION UNKNOWN,
004500*                          AND GUESSING IT WOULD SEND MOVEMENTS
004510*                          TWICE OR NOT AT ALL.  LEAVES WS-MVC-
004520*                          STATUS '00' WHEN THE POSITION IS
004530*                          KNOWN.
004540*----------------------------------------------------------------
004550 1200-LOAD-FEED-CONTROL.
004560     OPEN INPUT MOV-CONTROL-FILE
004570     IF NOT WS-MVC-OK AND NOT WS-MVC-NOT-FOUND
004580         DISPLAY 'ERROR - BAD OPEN ON MOV-CONTROL-FILE, '
004590             'STATUS = ' WS-MVC-STATUS
004600         MOVE SPACES TO RPT-LINE
004610         MOVE 'FEED CONTROL CANNOT BE READ' TO RPT-LABEL
004620         WRITE RPT-RECORD FROM RPT-LINE
004630         GO TO 1200-EXIT
004640     END-IF
004650     IF WS-MVC-NOT-FOUND
004660         CLOSE MOV-CONTROL-FILE
004670         MOVE '00' TO WS-MVC-STATUS
004680         GO TO 1200-EXIT
004690     END-IF
004700     PERFORM 1210-READ-FEED-CONTROL THRU 1210-EXIT
004710     PERFORM 1220-KEEP-FEED-CONTROL THRU 1220-EXIT
004720         UNTIL WS-MVC-EOF-YES
004730     CLOSE MOV-CONTROL-FILE
004740     MOVE '00' TO WS-MVC-STATUS
004750     IF WS-MVC-BAD
004760         DISPLAY 'ERROR - LATEST FEED CONTROL RECORD IS NOT '
004770             'NUMERIC, NO FEED WRITTEN'
004780         MOVE SPACES TO RPT-LINE
004790         MOVE 'FEED CONTROL RECORD UNREADABLE' TO RPT-LABEL
004800         WRITE RPT-RECORD FROM RPT-LINE
004810         MOVE '99' TO WS-MVC-STATUS
004820     END-IF.
004830 1200-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860* 1210-READ-FEED-CONTROL - READS THE NEXT FEED CONTROL RECORD.
004870*----------------------------------------------------------------
004880 1210-READ-FEED-CONTROL.
004890     READ MOV-CONTROL-FILE
004900         AT END MOVE 'Y' TO WS-MVC-EOF-SWITCH
004910     END-READ.
004920 1210-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------
004950* 1220-KEEP-FEED-CONTROL - TAKES ONE FEED CONTROL RECORD AS THE
004960*                          POSITION IN FORCE; A LATER RECORD
004970*                          REPLACES IT.
004980*----------------------------------------------------------------
004990 1220-KEEP-FEED-CONTROL.
005000     IF MVC-THRU-DATE NUMERIC
005010         AND MVC-THRU-TIME NUMERIC
005020         AND MVC-THRU-SEEN NUMERIC
005030         MOVE MVC-THRU-DATE TO WS-PRIOR-DATE
005040         MOVE MVC-THRU-TIME TO WS-PRIOR-TIME
005050         MOVE MVC-THRU-SEEN TO WS-PRIOR-SEEN
005060         MOVE 'N' TO WS-FIRST-FEED-SW
005070         MOVE 'N' TO WS-MVC-BAD-SW
005080     ELSE
005090         MOVE 'Y' TO WS-MVC-BAD-SW
005100     END-IF
005110     PERFORM 1210-READ-FEED-CONTROL THRU 1210-EXIT.
005120 1220-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150* 1300-LOAD-VOID-WINDOWS - READS THE RUN-CONTROL DATASET FOR
005160*                          RESTART RECORDS AND TABLES THE VOID
005170*                          WINDOW OF EVERY ONE THAT ENDED AFTER
005180*                          THE PREVIOUS FEED - AN OLDER WINDOW
005190*                          CAN ONLY COVER RECORDS ALREADY
005200*                          ACCOUNTED FOR.  A MISSING DATASET
005210*                          MEANS NO RUN HAS EVER RESTARTED.
005220*                          LEAVES WS-RUN-STATUS '00' WHEN EVERY
005230*                          WINDOW THAT MATTERS IS IN THE TABLE.
005240*----------------------------------------------------------------
005250 1300-LOAD-VOID-WINDOWS.
005260     OPEN INPUT RUN-CONTROL-FILE
005270     IF NOT WS-RUN-OK AND NOT WS-RUN-NOT-FOUND
005280         DISPLAY 'ERROR - BAD OPEN ON RUN-CONTROL-FILE, '
005290             'STATUS = ' WS-RUN-STATUS
005300         MOVE SPACES TO RPT-LINE
005310         MOVE 'RUN CONTROL CANNOT BE READ' TO RPT-LABEL
005320         WRITE RPT-RECORD FROM RPT-LINE
005330         GO TO 1300-EXIT
005340     END-IF
005350     IF WS-RUN-NOT-FOUND
005360         CLOSE RUN-CONTROL-FILE
005370         MOVE '00' TO WS-RUN-STATUS
005380         GO TO 1300-EXIT
005390     END-IF
005400     PERFORM 1310-READ-RUN-CONTROL THRU 1310-EXIT
005410     PERFORM 1320-KEEP-ONE-WINDOW THRU 1320-EXIT
005420         UNTIL WS-RUN-EOF-YES
005430     CLOSE RUN-CONTROL-FILE
005440     IF WS-RUN-STATUS = '99'
005450         DISPLAY 'ERROR - MORE RESTART WINDOWS THAN THE TABLE '
005460             'HOLDS, NO FEED WRITTEN'
005470         MOVE SPACES TO RPT-LINE
005480         MOVE 'RESTART WINDOWS EXCEED THE TABLE OF'
005490             TO RPT-LABEL
005500         MOVE MAX-VOIDS TO RPT-VALUE
005510         WRITE RPT-RECORD FROM RPT-LINE
005520     ELSE
005530         MOVE '00' TO WS-RUN-STATUS
005540     END-IF.
005550 1300-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------
005580* 1310-READ-RUN-CONTROL - READS THE NEXT RUN-CONTROL RECORD,
005590*                         HOLDING AN OVERFLOW MARK ACROSS READS.
005600*----------------------------------------------------------------
005610 1310-READ-RUN-CONTROL.
005620     IF WS-RUN-STATUS = '99'
005630         READ RUN-CONTROL-FILE
005640             AT END MOVE 'Y' TO WS-RUN-EOF-SWITCH
005650         END-READ
005660         MOVE '99' TO WS-RUN-STATUS
005670     ELSE
005680         READ RUN-CONTROL-FILE
005690             AT END MOVE 'Y' TO WS-RUN-EOF-SWITCH
005700         END-READ
005710     END-IF.
005720 1310-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------
005750* 1320-KEEP-ONE-WINDOW - TABLES ONE RESTART RECORD'S WINDOW:
005760*                        FROM THE COMMIT POINT'S STAMP TO THE
005770*                        RESTART'S OWN.  A COMPLETION RECORD,
005780*                        OR A WINDOW THAT ENDED AT OR BEFORE
005790*                        THE PREVIOUS FEED, IS PASSED OVER.
005800*----------------------------------------------------------------
005810 1320-KEEP-ONE-WINDOW.
005820     IF NOT RUN-RESTARTED
005830         OR RUN-DATE NOT NUMERIC
005840         OR RUN-TIME NOT NUMERIC
005850         OR RUN-VOID-FROM-DATE NOT NUMERIC
005860         OR RUN-VOID-FROM-TIME NOT NUMERIC
005870         GO TO 1320-NEXT
005880     END-IF
005890     MOVE RUN-DATE TO WS-STAMP-DATE
005900     MOVE RUN-TIME TO WS-STAMP-TIME
005910     IF NOT WS-FIRST-FEED
005920         AND WS-STAMP NOT > WS-PRIOR-STAMP
005930         GO TO 1320-NEXT
005940     END-IF
005950     IF WS-VOID-COUNT NOT < MAX-VOIDS
005960         MOVE '99' TO WS-RUN-STATUS
005970         GO TO 1320-NEXT
005980     END-IF
005990     ADD 1 TO WS-VOID-COUNT
006000     MOVE WS-STAMP TO VOID-TO(WS-VOID-COUNT)
006010     MOVE RUN-VOID-FROM-DATE TO WS-STAMP-DATE
006020     MOVE RUN-VOID-FROM-TIME TO WS-STAMP-TIME
006030     MOVE WS-STAMP TO VOID-FROM(WS-VOID-COUNT)
006040     MOVE 0 TO VOID-HITS(WS-VOID-COUNT).
006050 1320-NEXT.
006060     PERFORM 1310-READ-RUN-CONTROL THRU 1310-EXIT.
006070 1320-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100* 2000-CLASSIFY-ONE-RECORD - ACCOUNTS FOR ONE AUDIT RECORD.  AN
006110*                            OPENING BALANCE (BAL, WRITTEN BY
006120*                            STACK-ARCHIVE) RESTATES ENTRIES
006130*                            ALREADY MOVED AND IS NEVER SENT; A
006140*                            RECORD WITHOUT A NUMERIC STAMP
006150*                            CANNOT BE PLACED IN THE TRAIL.
006160*                            OTHERWISE THE STAMP DECIDES WHETHER
006170*                            AN EARLIER FEED ALREADY HAD IT, A
006180*                            RESTART VOIDED IT, OR IT IS SENT.
006190*                            THE TRAIL IS IN STAMP ORDER (THE
006200*                            ONLINE AUDIT QUEUE IS DRAINED
006210*                            BEFORE EACH NIGHTLY RUN), SO ONCE
006220*                            THE FIRST NEW RECORD IS MET EVERY
006230*                            LATER ONE IS NEW TOO - A RECORD
006240*                            THAT TURNS UP OUT OF ORDER BEHIND
006250*                            IT IS STILL SENT, AND COUNTED AS
006260*                            LATE, RATHER THAN LOST.
006270*----------------------------------------------------------------
006280 2000-CLASSIFY-ONE-RECORD.
006290     ADD 1 TO WS-READ-COUNT
006300     IF AUDIT-OPERATION = 'BAL '
006310         ADD 1 TO WS-BAL-COUNT
006320         GO TO 2000-NEXT
006330     END-IF
006340     IF AUDIT-DATE NOT NUMERIC
006350         OR AUDIT-TIME NOT NUMERIC
006360         DISPLAY 'WARNING - AUDIT RECORD WITHOUT A NUMERIC '
006370             'STAMP NOT SENT: ' AUDIT-RECORD
006380         ADD 1 TO WS-BAD-COUNT
006390         GO TO 2000-NEXT
006400     END-IF
006410     MOVE AUDIT-DATE TO WS-STAMP-DATE
006420     MOVE AUDIT-TIME TO WS-STAMP-TIME
006430     PERFORM 2100-TRACK-HIGH-STAMP THRU 2100-EXIT
006440     IF WS-PAST-PRIOR
006450         IF NOT WS-FIRST-FEED
006460             AND WS-STAMP NOT > WS-PRIOR-STAMP
006470             ADD 1 TO WS-LATE-COUNT
006480         END-IF
006490     ELSE
006500         PERFORM 2200-CHECK-ALREADY-FED THRU 2200-EXIT
006510         IF WS-ALREADY-FED
006520             ADD 1 TO WS-FED-BEFORE-COUNT
006530             GO TO 2000-NEXT
006540         END-IF
006550     END-IF
006560     PERFORM 2300-CHECK-VOID THRU 2300-EXIT
006570     IF WS-IN-VOID
006580         ADD 1 TO WS-VOID-SKIP-COUNT
006590         GO TO 2000-NEXT
006600     END-IF
006610     PERFORM 2400-WRITE-MOVEMENT THRU 2400-EXIT.
006620 2000-NEXT.
006630     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
006640 2000-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------
006670* 2100-TRACK-HIGH-STAMP - KEEPS THE LATEST STAMP ON THE TRAIL
006680*                         AND HOW MANY RECORDS CARRY IT.
006690*----------------------------------------------------------------
006700 2100-TRACK-HIGH-STAMP.
006710     IF WS-STAMP > WS-HIGH-STAMP
006720         MOVE WS-STAMP TO WS-HIGH-STAMP
006730         MOVE 1 TO WS-HIGH-SEEN
006740     ELSE
006750         IF WS-STAMP = WS-HIGH-STAMP
006760             ADD 1 TO WS-HIGH-SEEN
006770         END-IF
006780     END-IF.
006790 2100-EXIT.
006800     EXIT.
006810*----------------------------------------------------------------
006820* 2200-CHECK-ALREADY-FED - A RECORD STAMPED BEFORE THE PREVIOUS
006830*                          FEED'S THROUGH STAMP WAS ACCOUNTED
006840*                          FOR THEN, AND SO WERE THE FIRST
006850*                          MVC-THRU-SEEN RECORDS AT THAT STAMP.
006860*                          THE FIRST RECORD PAST THEM MARKS THE
006870*                          START OF THIS FEED.
006880*----------------------------------------------------------------
006890 2200-CHECK-ALREADY-FED.
006900     MOVE 'N' TO WS-FED-SW
006910     IF WS-FIRST-FEED
006920         MOVE 'Y' TO WS-PAST-PRIOR-SW
006930         GO TO 2200-EXIT
006940     END-IF
006950     IF WS-STAMP < WS-PRIOR-STAMP
006960         MOVE 'Y' TO WS-FED-SW
006970         GO TO 2200-EXIT
006980     END-IF
006990     IF WS-STAMP = WS-PRIOR-STAMP
007000         ADD 1 TO WS-AT-PRIOR-COUNT
007010         IF WS-AT-PRIOR-COUNT NOT > WS-PRIOR-SEEN
007020             MOVE 'Y' TO WS-FED-SW
007030             GO TO 2200-EXIT
007040         END-IF
007050     END-IF
007060     MOVE 'Y' TO WS-PAST-PRIOR-SW.
007070 2200-EXIT.
007080     EXIT.
007090*----------------------------------------------------------------
007100* 2300-CHECK-VOID - SETS WS-IN-VOID WHEN THE STAMP FALLS INSIDE
007105*                   A RESTART VOID WINDOW.  AN ONLINE RECORD IS
007110*                   NEVER VOID - ONLY THE BATCH RUN WRITES A
007115*                   RECORD TWICE ACROSS A RESTART.
007120*----------------------------------------------------------------
007130 2300-CHECK-VOID.
007140     MOVE 'N' TO WS-VOID-SW
007142     IF AUDIT-ONLINE
007144         GO TO 2300-EXIT
007146     END-IF
007150     PERFORM 2310-CHECK-ONE-WINDOW THRU 2310-EXIT
007160         VARYING WS-VOID-SUB FROM 1 BY 1
007170             UNTIL WS-VOID-SUB > WS-VOID-COUNT
007180                 OR WS-IN-VOID.
007190 2300-EXIT.
007200     EXIT.
007210*----------------------------------------------------------------
007220* 2310-CHECK-ONE-WINDOW - TESTS THE STAMP AGAINST ONE WINDOW.
007230*                         THE COMMIT POINT AND THE RESTART
007240*                         THEMSELVES ARE OUTSIDE IT.
007250*----------------------------------------------------------------
007260 2310-CHECK-ONE-WINDOW.
007270     IF WS-STAMP > VOID-FROM(WS-VOID-SUB)
007280         AND WS-STAMP < VOID-TO(WS-VOID-SUB)
007290         MOVE 'Y' TO WS-VOID-SW
007300         ADD 1 TO VOID-HITS(WS-VOID-SUB)
007310     END-IF.
007320 2310-EXIT.
007330     EXIT.
007340*----------------------------------------------------------------
007350* 2400-WRITE-MOVEMENT - SENDS ONE MOVEMENT.  A POP OR PUSH THAT
007360*                       NAMES A PARTNER QUEUE IS A TRANSFER
007370*                       HALF AND GOES OUT AS XOUT OR XIN; BKF,
007380*                       EXP AND PURG GO OUT AS THEY ARE.  A BKO
007390*                       (A DEMAND FILED ON AN EMPTY QUEUE), A
007400*                       STAT (A QUEUE STATUS CHANGE) AND A RETR
007403*                       (A RETIRED QUEUE RELEASED) MOVE NOTHING
007406*                       AND ARE NOT SENT.  AN ARRIVAL OF
007410*                       ZERO MEANS THE RECORD PREDATES THE
007420*                       FIELD (OR IS A PURGE) AND THE ENTRY'S
007430*                       AGE IS UNKNOWN - THE EXTRACT'S
007440*                       CONVENTION.
007450*----------------------------------------------------------------
007460 2400-WRITE-MOVEMENT.
007470     EVALUATE AUDIT-OPERATION
007480         WHEN 'PUSH'
007490             IF AUDIT-XFER-STACK-ID = SPACES
007500                 MOVE 'PUSH' TO WS-MOV-OP
007510                 ADD 1 TO WS-PUSH-SENT
007520             ELSE
007530                 MOVE 'XIN ' TO WS-MOV-OP
007540                 ADD 1 TO WS-XIN-SENT
007550             END-IF
007560         WHEN 'POP '
007570             IF AUDIT-XFER-STACK-ID = SPACES
007580                 MOVE 'POP ' TO WS-MOV-OP
007590                 ADD 1 TO WS-POP-SENT
007600             ELSE
007610                 MOVE 'XOUT' TO WS-MOV-OP
007620                 ADD 1 TO WS-XOUT-SENT
007630             END-IF
007640         WHEN 'BKF '
007650             MOVE 'BKF ' TO WS-MOV-OP
007660             ADD 1 TO WS-BKF-SENT
007670         WHEN 'EXP '
007680             MOVE 'EXP ' TO WS-MOV-OP
007690             ADD 1 TO WS-EXP-SENT
007700         WHEN 'PURG'
007710             MOVE 'PURG' TO WS-MOV-OP
007720             ADD 1 TO WS-PURG-SENT
007730         WHEN OTHER
007740             ADD 1 TO WS-OTHER-COUNT
007750             GO TO 2400-EXIT
007760     END-EVALUATE
007770     MOVE SPACES TO MOV-DETAIL-RECORD
007780     MOVE 'DTL ' TO MOV-DET-ID
007790     MOVE AUDIT-STACK-ID TO MOV-DET-STACK-ID
007800     MOVE WS-MOV-OP TO MOV-DET-OP
007810     IF AUDIT-VALUE NUMERIC
007820         MOVE AUDIT-VALUE TO MOV-DET-VALUE
007830     ELSE
007840         MOVE 0 TO MOV-DET-VALUE
007850     END-IF
007860     IF AUDIT-ARRIVAL NUMERIC AND AUDIT-ARRIVAL > 0
007870         MOVE AUDIT-ARRIVAL TO MOV-DET-ARRIVAL
007880     ELSE
007890         MOVE 0 TO MOV-DET-ARRIVAL
007900     END-IF
007910     IF AUDIT-RESULT-TOP NUMERIC
007920         MOVE AUDIT-RESULT-TOP TO MOV-DET-DEPTH
007930     ELSE
007940         MOVE 0 TO MOV-DET-DEPTH
007950     END-IF
007960     MOVE AUDIT-XFER-STACK-ID TO MOV-DET-PARTNER
007970     MOVE AUDIT-DATE TO MOV-DET-AUD-DATE
007980     MOVE AUDIT-TIME TO MOV-DET-AUD-TIME
007990     WRITE MOV-DETAIL-RECORD
008000     ADD 1 TO WS-SENT-COUNT
008010     ADD MOV-DET-VALUE TO WS-SENT-HASH.
008020 2400-EXIT.
008030     EXIT.
008040*----------------------------------------------------------------
008050* 2900-READ-AUDIT - READS THE NEXT AUDIT RECORD.
008060*----------------------------------------------------------------
008070 2900-READ-AUDIT.
008080     READ AUDIT-FILE
008090         AT END MOVE 'Y' TO WS-AUD-EOF-SWITCH
008100     END-READ.
008110 2900-EXIT.
008120     EXIT.
008130*----------------------------------------------------------------
008140* 3000-CLOSE-FEED - SETS THE NEW THROUGH STAMP, WRITES THE
008150*                   TRAILER AND PROVES EVERY RECORD READ WAS
008160*                   ACCOUNTED FOR.  ONLY A BALANCED FEED IS
008170*                   LOGGED AND ADVANCES THE FEED POSITION.  THE
008180*                   THROUGH STAMP NEVER MOVES BACKWARD - A TRAIL
008190*                   WHOSE LATEST RECORD IS OLDER THAN THE
008200*                   PREVIOUS FEED'S (NOTHING NEW SINCE) KEEPS
008210*                   THE OLD POSITION.
008220*----------------------------------------------------------------
008230 3000-CLOSE-FEED.
008240     CLOSE AUDIT-FILE
008250     IF WS-FIRST-FEED OR WS-HIGH-STAMP > WS-PRIOR-STAMP
008260         MOVE WS-HIGH-STAMP TO WS-THRU-STAMP
008270         MOVE WS-HIGH-SEEN TO WS-THRU-SEEN
008280     ELSE
008290         MOVE WS-PRIOR-STAMP TO WS-THRU-STAMP
008300         MOVE WS-PRIOR-SEEN TO WS-THRU-SEEN
008310         IF WS-HIGH-STAMP = WS-PRIOR-STAMP
008320             AND WS-HIGH-SEEN > WS-PRIOR-SEEN
008330             MOVE WS-HIGH-SEEN TO WS-THRU-SEEN
008340         END-IF
008350     END-IF
008360     MOVE SPACES TO MOV-TRAILER-RECORD
008370     MOVE 'TRL ' TO MOV-TRL-ID
008380     MOVE WS-SENT-COUNT TO MOV-TRL-COUNT
008390     MOVE WS-SENT-HASH TO MOV-TRL-HASH
008400     MOVE WS-THRU-DATE TO MOV-TRL-THRU-DATE
008410     MOVE WS-THRU-TIME TO MOV-TRL-THRU-TIME
008420     WRITE MOV-TRAILER-RECORD
008430     CLOSE MOV-FILE
008440     COMPUTE WS-IN-OUT-TOTAL = WS-FED-BEFORE-COUNT
008450         + WS-BAL-COUNT + WS-VOID-SKIP-COUNT
008460         + WS-OTHER-COUNT + WS-BAD-COUNT + WS-SENT-COUNT
008470     IF WS-IN-OUT-TOTAL NOT = WS-READ-COUNT
008480         DISPLAY 'ERROR - MOVEMENT FEED OUT OF BALANCE, DO NOT '
008490             'TRANSMIT MOVFIL'
008500         IF WS-MAX-RC < 16
008510             MOVE 16 TO WS-MAX-RC
008520         END-IF
008530         GO TO 3000-EXIT
008540     END-IF
008550     MOVE 'Y' TO WS-BALANCE-SW
008560     IF WS-BAD-COUNT > 0 OR WS-LATE-COUNT > 0
008570         IF WS-MAX-RC < 4
008580             MOVE 4 TO WS-MAX-RC
008590         END-IF
008600     END-IF
008610     PERFORM 3100-LOG-SEND THRU 3100-EXIT
008620     PERFORM 3200-ADVANCE-FEED-CONTROL THRU 3200-EXIT.
008630 3000-EXIT.
008640     EXIT.
008650*----------------------------------------------------------------
008660* 3100-LOG-SEND - APPENDS THE FEED'S SEND-LOG RECORD TO THE
008670*                 SENT-EXTRACTS DATASET SO STACK-ACKMATCH CAN
008680*                 PAIR RECEIVER ACKNOWLEDGMENTS AGAINST IT -
008690*                 THE SAME PATTERN, AND THE SAME WARNING-ONLY
008700*                 FAILURE, AS STACK-EXTRACT'S 9100-LOG-SEND.
008710*----------------------------------------------------------------
008720 3100-LOG-SEND.
008730     OPEN EXTEND SENT-FILE
008740     IF WS-SENT-NOT-FOUND
008750         CLOSE SENT-FILE
008760         OPEN OUTPUT SENT-FILE
008770     END-IF
008780     IF NOT WS-SENT-OK
008790         DISPLAY 'WARNING - BAD OPEN ON SENT-FILE, STATUS = '
008800             WS-SENT-STATUS
008810         IF WS-MAX-RC < 4
008820             MOVE 4 TO WS-MAX-RC
008830         END-IF
008840         GO TO 3100-EXIT
008850     END-IF
008860     MOVE SPACES TO SENT-RECORD
008870     MOVE WS-ASOF-DATE TO SENT-DATE
008880     MOVE WS-ASOF-TIME TO SENT-TIME
008890     MOVE 'STACKMOV' TO SENT-SOURCE
008900     MOVE WS-SENT-COUNT TO SENT-COUNT
008910     MOVE WS-SENT-HASH TO SENT-HASH
008920     WRITE SENT-RECORD
008930     CLOSE SENT-FILE.
008940 3100-EXIT.
008950     EXIT.
008960*----------------------------------------------------------------
008970* 3200-ADVANCE-FEED-CONTROL - APPENDS THE NEW FEED POSITION TO
008980*                             THE FEED CONTROL DATASET, THE LAST
008990*                             THING THE FEED DOES: A RUN THAT
009000*                             DIES BEFORE IT LEAVES THE OLD
009010*                             POSITION, AND THE RERUN REBUILDS
009020*                             THE SAME FEED.  A FAILED APPEND IS
009030*                             FATAL FOR THE SAME REASON - THE
009040*                             NEXT FEED WOULD SEND THESE
009050*                             MOVEMENTS AGAIN.
009060*----------------------------------------------------------------
009070 3200-ADVANCE-FEED-CONTROL.
009080     OPEN EXTEND MOV-CONTROL-FILE
009090     IF WS-MVC-NOT-FOUND
009100         CLOSE MOV-CONTROL-FILE
009110         OPEN OUTPUT MOV-CONTROL-FILE
009120     END-IF
009130     IF NOT WS-MVC-OK
009140         DISPLAY 'ERROR - BAD OPEN ON MOV-CONTROL-FILE, '
009150             'STATUS = ' WS-MVC-STATUS ', DO NOT TRANSMIT '
009160             'MOVFIL'
009170         IF WS-MAX-RC < 16
009180             MOVE 16 TO WS-MAX-RC
009190         END-IF
009200         GO TO 3200-EXIT
009210     END-IF
009220     MOVE SPACES TO MVC-RECORD
009230     MOVE WS-ASOF-DATE TO MVC-FEED-DATE
009240     MOVE WS-ASOF-TIME TO MVC-FEED-TIME
009250     MOVE WS-PRIOR-DATE TO MVC-FROM-DATE
009260     MOVE WS-PRIOR-TIME TO MVC-FROM-TIME
009270     MOVE WS-THRU-DATE TO MVC-THRU-DATE
009280     MOVE WS-THRU-TIME TO MVC-THRU-TIME
009290     MOVE WS-THRU-SEEN TO MVC-THRU-SEEN
009300     MOVE WS-SENT-COUNT TO MVC-COUNT
009310     MOVE WS-SENT-HASH TO MVC-HASH
009320     WRITE MVC-RECORD
009330     CLOSE MOV-CONTROL-FILE
009340     MOVE 'Y' TO WS-ADVANCED-SW.
009350 3200-EXIT.
009360     EXIT.
009370*----------------------------------------------------------------
009380* 8000-WRITE-SUMMARY - THE FEED SUMMARY: HOW EVERY AUDIT RECORD
009390*                      READ WAS ACCOUNTED FOR AND THE BALANCE
009400*                      PROOF, THE MOVEMENTS SENT BY OPERATION
009410*                      WITH THE TRAILER TOTALS, THE NEW FEED
009420*                      POSITION AND THE RESTART WINDOWS APPLIED.
009430*----------------------------------------------------------------
009440 8000-WRITE-SUMMARY.
009450     MOVE SPACES TO RPT-LINE
009460     WRITE RPT-RECORD FROM RPT-LINE
009470     MOVE 'AUDIT RECORDS READ' TO RPT-LABEL
009480     MOVE WS-READ-COUNT TO RPT-VALUE
009490     WRITE RPT-RECORD FROM RPT-LINE
009500     MOVE '  ALREADY FED' TO RPT-LABEL
009510     MOVE WS-FED-BEFORE-COUNT TO RPT-VALUE
009520     WRITE RPT-RECORD FROM RPT-LINE
009530     MOVE '  OPENING BALANCES (BAL)' TO RPT-LABEL
009540     MOVE WS-BAL-COUNT TO RPT-VALUE
009550     WRITE RPT-RECORD FROM RPT-LINE
009560     MOVE '  VOID - RESTARTED RUN' TO RPT-LABEL
009570     MOVE WS-VOID-SKIP-COUNT TO RPT-VALUE
009580     WRITE RPT-RECORD FROM RPT-LINE
009590     MOVE '  NOT MOVEMENTS (BKO, STAT, RETR)' TO RPT-LABEL
009600     MOVE WS-OTHER-COUNT TO RPT-VALUE
009610     WRITE RPT-RECORD FROM RPT-LINE
009620     MOVE '  UNREADABLE STAMP' TO RPT-LABEL
009630     MOVE WS-BAD-COUNT TO RPT-VALUE
009640     WRITE RPT-RECORD FROM RPT-LINE
009650     MOVE '  MOVEMENTS SENT' TO RPT-LABEL
009660     MOVE WS-SENT-COUNT TO RPT-VALUE
009670     WRITE RPT-RECORD FROM RPT-LINE
009680     MOVE SPACES TO RPT-LINE
009690     IF WS-FEED-BALANCED
009700         MOVE 'IN/OUT COUNTS BALANCE' TO RPT-LABEL
009710     ELSE
009720         MOVE '*** OUT OF BALANCE - DO NOT TRANSMIT'
009730             TO RPT-LABEL
009740     END-IF
009750     WRITE RPT-RECORD FROM RPT-LINE
009760     MOVE SPACES TO RPT-LINE
009770     WRITE RPT-RECORD FROM RPT-LINE
009780     MOVE 'MOVEMENTS SENT BY OPERATION' TO RPT-LABEL
009790     WRITE RPT-RECORD FROM RPT-LINE
009800     MOVE '  PUSH' TO RPT-LABEL
009810     MOVE WS-PUSH-SENT TO RPT-VALUE
009820     WRITE RPT-RECORD FROM RPT-LINE
009830     MOVE '  POP' TO RPT-LABEL
009840     MOVE WS-POP-SENT TO RPT-VALUE
009850     WRITE RPT-RECORD FROM RPT-LINE
009860     MOVE '  TRANSFER IN (XIN)' TO RPT-LABEL
009870     MOVE WS-XIN-SENT TO RPT-VALUE
009880     WRITE RPT-RECORD FROM RPT-LINE
009890     MOVE '  TRANSFER OUT (XOUT)' TO RPT-LABEL
009900     MOVE WS-XOUT-SENT TO RPT-VALUE
009910     WRITE RPT-RECORD FROM RPT-LINE
009920     MOVE '  BACKFILL (BKF)' TO RPT-LABEL
009930     MOVE WS-BKF-SENT TO RPT-VALUE
009940     WRITE RPT-RECORD FROM RPT-LINE
009950     MOVE '  EXPIRY (EXP)' TO RPT-LABEL
009960     MOVE WS-EXP-SENT TO RPT-VALUE
009970     WRITE RPT-RECORD FROM RPT-LINE
009980     MOVE '  PURGE (PURG)' TO RPT-LABEL
009990     MOVE WS-PURG-SENT TO RPT-VALUE
010000     WRITE RPT-RECORD FROM RPT-LINE
010010     MOVE SPACES TO MOV-HASH-LINE
010020     MOVE 'HASH TOTAL OF VALUES SENT' TO MOV-HASH-LABEL
010030     MOVE WS-SENT-HASH TO MOV-HASH-VALUE
010040     WRITE RPT-RECORD FROM MOV-HASH-LINE
010050     IF WS-LATE-COUNT > 0
010060         DISPLAY 'WARNING - ' WS-LATE-COUNT ' AUDIT RECORDS '
010070             'WERE OUT OF STAMP ORDER'
010080         MOVE SPACES TO RPT-LINE
010090         MOVE 'SENT OUT OF STAMP ORDER (LATE)' TO RPT-LABEL
010100         MOVE WS-LATE-COUNT TO RPT-VALUE
010110         WRITE RPT-RECORD FROM RPT-LINE
010120     END-IF
010130     MOVE SPACES TO RPT-LINE
010140     WRITE RPT-RECORD FROM RPT-LINE
010150     MOVE SPACES TO MOV-STAMP-LINE
010160     MOVE 'FED THROUGH' TO MOV-STAMP-LABEL
010170     MOVE WS-THRU-DATE TO MOV-STAMP-DATE
010180     MOVE WS-THRU-TIME TO MOV-STAMP-TIME
010190     WRITE RPT-RECORD FROM MOV-STAMP-LINE
010200     MOVE SPACES TO RPT-LINE
010210     MOVE '  RECORDS AT THAT STAMP' TO RPT-LABEL
010220     MOVE WS-THRU-SEEN TO RPT-VALUE
010230     WRITE RPT-RECORD FROM RPT-LINE
010240     MOVE SPACES TO RPT-LINE
010250     IF WS-FEED-ADVANCED
010260         MOVE 'FEED POSITION ADVANCED' TO RPT-LABEL
010270     ELSE
010280         MOVE '*** FEED POSITION NOT ADVANCED' TO RPT-LABEL
010290     END-IF
010300     WRITE RPT-RECORD FROM RPT-LINE
010310     IF WS-VOID-COUNT > 0
010320         MOVE SPACES TO RPT-LINE
010330         WRITE RPT-RECORD FROM RPT-LINE
010340         MOVE 'RESTART WINDOWS APPLIED' TO RPT-LABEL
010350         WRITE RPT-RECORD FROM RPT-LINE
010360         PERFORM 8100-WRITE-ONE-WINDOW THRU 8100-EXIT
010370             VARYING WS-VOID-SUB FROM 1 BY 1
010380                 UNTIL WS-VOID-SUB > WS-VOID-COUNT
010390     END-IF.
010400 8000-EXIT.
010410     EXIT.
010420*----------------------------------------------------------------
010430* 8100-WRITE-ONE-WINDOW - ONE RESTART WINDOW AND THE AUDIT
010440*                         RECORDS IT VOIDED.
010450*----------------------------------------------------------------
010460 8100-WRITE-ONE-WINDOW.
010470     MOVE VOID-FROM(WS-VOID-SUB) TO WS-STAMP
010480     MOVE WS-STAMP-DATE TO MOV-WIN-FROM-DATE
010490     MOVE WS-STAMP-TIME TO MOV-WIN-FROM-TIME
010500     MOVE VOID-TO(WS-VOID-SUB) TO WS-STAMP
010510     MOVE WS-STAMP-DATE TO MOV-WIN-TO-DATE
010520     MOVE WS-STAMP-TIME TO MOV-WIN-TO-TIME
010530     MOVE VOID-HITS(WS-VOID-SUB) TO MOV-WIN-HITS
010540     WRITE RPT-RECORD FROM MOV-WINDOW-LINE.
010550 8100-EXIT.
010560     EXIT.
010570*----------------------------------------------------------------
010580* 9000-TERMINATE - CLOSES THE REPORT AND POSTS THE CONDITION
010590*                  CODE.
010600*----------------------------------------------------------------
010610 9000-TERMINATE.
010620     CLOSE RPT-FILE
010630     DISPLAY 'MOVEMENT FEED COMPLETE - ' WS-SENT-COUNT
010640         ' MOVEMENTS SENT'
010650     MOVE WS-MAX-RC TO RETURN-CODE.
010660 9000-EXIT.
010670     EXIT.
