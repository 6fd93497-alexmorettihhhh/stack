000370*                  TARGET THAT DIFFERS FROM THE SOURCE, THE SAME
000380*                  RULES 4700-TRANSFER APPLIES ON THE NIGHTLY
000390*                  RUN.
000400* 09/02/2026  DWA  VALUE FIELDS WIDENED FROM FOUR DIGITS TO SIX
000410*                  WITH THE REST OF THE SYSTEM: THE CORRECTION
000420*                  CARD'S VALUE COLUMN IS NOW SIX WIDE (THE
000430*                  TARGET-QUEUE COLUMN MOVES TWO RIGHT) AND THE
000440*                  RESUBMISSION HASH SUMS SIX-DIGIT VALUES.
000450* 10/15/2026  DWA  THE REPORT NOW STATES ITS DATE CONVENTION:
000460*                  OUTSTANDING AGES HERE ARE CALENDAR DAYS, NOT
000470*                  THE BUSINESS DAYS STACK-AGING AND STACK-
000480*                  ACKMATCH COUNT.
000490* 10/15/2026  DWA  DUPLICATE VALUES - A CORRECTED PUSH IS NOW
000500*                  CHECKED AGAINST THE LATEST CHECKPOINT
000510*                  (CKPTFIL), THE STATE THE NEXT NIGHTLY RUN
000520*                  STARTS FROM.  ONTO A QUEUE WHOSE DEFINITION
000530*                  (STKDEF) TURNS ON THE DUPLICATE-VALUE CHECK, A
000540*                  VALUE THE QUEUE ALREADY HOLDS IS LEFT STILL
000550*                  INVALID WITH REASON DUPV, AS STACK-EXAMPLE
000560*                  WOULD REJECT IT AGAIN.  A RESUBMITTED VALUE
000570*                  ALREADY HELD ON ANY QUEUE IS FLAGGED DUPV ON
000580*                  ITS REPAIRED LINE AND COUNTED, WITH CONDITION
000590*                  CODE 4, SO THE OPERATOR CAN SEE A RESUBMISSION
000600*                  ABOUT TO PUT ONE ITEM ON TWO QUEUES.
000610*----------------------------------------------------------------
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER. IBM-370.
000650 OBJECT-COMPUTER. IBM-370.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT REJECT-FILE ASSIGN TO REJFIL
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT OPTIONAL CORR-FILE ASSIGN TO CORRFIL
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-CORR-STATUS.
000730     SELECT OPTIONAL STACK-DEF-FILE ASSIGN TO STKDEF
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-SDF-STATUS.
000760     SELECT OPTIONAL CKPT-FILE ASSIGN TO CKPTFIL
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-CKPT-STATUS.
000790     SELECT RESUB-FILE ASSIGN TO RESUBFIL
000800         ORGANIZATION IS SEQUENTIAL.
000810     SELECT RPT-FILE ASSIGN TO REPRPT
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  REJECT-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880     COPY REJREC.
000890 FD  CORR-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  CORR-RECORD.
000930     05  CORR-SEQ              PIC X(04).
000940     05  CORR-OP-CODE          PIC X(04).
000950     05  CORR-STACK-ID         PIC X(10).
000960     05  CORR-VALUE            PIC X(06).
000970     05  CORR-STACK-ID-2       PIC X(10).
000980     05  FILLER                PIC X(46).
000990 FD  STACK-DEF-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020     COPY SDFREC.
001030 FD  CKPT-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060     COPY CKPTREC.
001070 FD  RESUB-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100     COPY TRANREC.
001110 FD  RPT-FILE
001120     RECORDING MODE IS V
001130     LABEL RECORDS ARE STANDARD.
001140 01  RPT-RECORD                PIC X(80).
001150 WORKING-STORAGE SECTION.
001160*----------------------------------------------------------------
001170* CORRECTION TABLE - THE OPERATOR'S CORRECTION RECORDS, LOADED
001180* UP FRONT AND MATCHED TO REJECTS BY SEQUENCE NUMBER.  THE
001190* SEQUENCE NUMBER ON A CORRECTION RECORD IS THE ORDINAL POSITION
001200* OF THE REJECT ON REJFIL (FIRST REJECT = 0001), WHICH IS THE
001210* SAME NUMBER THE REPAIR REPORT PRINTS AGAINST EVERY REJECT SO
001220* THE OPERATOR CAN KEY TOMORROW'S CORRECTIONS STRAIGHT FROM
001230* TODAY'S REPORT.  A BLANK CORRECTION FIELD MEANS "KEEP THE
001240* ORIGINAL FIELD"; ONLY NON-BLANK FIELDS OVERLAY THE REJECTED
001250* RECORD.  UNUSED TABLE SLOTS CARRY COR-SEQ ZERO, WHICH NO
001260* REJECT NUMBER EVER MATCHES.
001270*----------------------------------------------------------------
001280 78  MAX-CORRECTIONS           VALUE 500.
001290 01  CORR-TABLE.
001300     05  CORR-ENTRY OCCURS MAX-CORRECTIONS TIMES
001310             INDEXED BY COR-IDX.
001320         10  COR-SEQ           PIC 9(04) VALUE 0.
001330         10  COR-OP            PIC X(04) VALUE SPACES.
001340         10  COR-ID            PIC X(10) VALUE SPACES.
001350         10  COR-VAL           PIC X(06) VALUE SPACES.
001360         10  COR-ID2           PIC X(10) VALUE SPACES.
001370 01  WS-CORR-COUNT             PIC 9(4) COMP VALUE 0.
001380*----------------------------------------------------------------
001390* STACK CAPACITY CONTROLS - MAX-STACK-CAPACITY SIZES THE ENTRIES
001400* OF A CHECKPOINT RECORD.
001410*----------------------------------------------------------------
001420     COPY STKCAP.
001430*----------------------------------------------------------------
001440* HELD VALUES - EVERY VALUE ON THE LATEST CHECKPOINT WITH THE
001450* QUEUE HOLDING IT, AND THE QUEUES WHOSE DEFINITION TURNS ON THE
001460* DUPLICATE-VALUE CHECK.  A CORRECTED PUSH IS CHECKED AGAINST
001470* THEM THE WAY STACK-EXAMPLE'S 3000-PUSH WILL CHECK IT ON THE
001480* NEXT RUN.  BOTH FILES ARE OPTIONAL - WITHOUT THEM NOTHING IS
001490* HELD AND NO QUEUE CHECKS.  UNUSED ROWS CARRY A BLANK STACK-ID,
001500* WHICH NO CANDIDATE EVER MATCHES.
001510*----------------------------------------------------------------
001520 78  MAX-HELD-VALUES           VALUE 3000.
001530 01  HELD-TABLE.
001540     05  HELD-ROW OCCURS MAX-HELD-VALUES TIMES INDEXED BY HLD-IDX.
001550         10  HLD-STACK-ID      PIC X(10) VALUE SPACES.
001560         10  HLD-VALUE         PIC 9(06) VALUE 0.
001570 01  WS-HELD-COUNT             PIC 9(4) COMP VALUE 0.
001580 78  MAX-DUP-QUEUES            VALUE 50.
001590 01  DUPQ-TABLE.
001600     05  DUPQ-ROW OCCURS MAX-DUP-QUEUES TIMES INDEXED BY DQ-IDX.
001610         10  DUPQ-STACK-ID     PIC X(10) VALUE SPACES.
001620 01  WS-DUPQ-COUNT             PIC 9(4) COMP VALUE 0.
001630 01  WS-CKP-SUB                PIC 9(4) COMP VALUE 0.
001640 01  WS-CAND-NUM               PIC X(06) VALUE SPACES.
001650 01  WS-CAND-NUM-R REDEFINES WS-CAND-NUM PIC 9(06).
001660*----------------------------------------------------------------
001670* REPAIR RUN COUNTERS - ACCUMULATED AS REJECTS ARE PROCESSED AND
001680* WRITTEN OUT BY 8000-WRITE-TOTALS.
001690*----------------------------------------------------------------
001700 01  WS-RPR-COUNTERS.
001710     05  WS-REJECT-SEQ         PIC 9(4) COMP VALUE 0.
001720     05  WS-REPAIRED-COUNT     PIC 9(8) COMP VALUE 0.
001730     05  WS-INVALID-COUNT      PIC 9(8) COMP VALUE 0.
001740     05  WS-OUTSTANDING-COUNT  PIC 9(8) COMP VALUE 0.
001750     05  WS-HELD-RESUB-COUNT   PIC 9(8) COMP VALUE 0.
001760*----------------------------------------------------------------
001770* RETURN-CODE HANDLING - SAME CONVENTION AS STACK-EXAMPLE; THE
001780* WORST CONDITION SEEN IS POSTED AT TERMINATION.  4 = REJECTS
001790* LEFT OUTSTANDING (NO CORRECTION KEYED) OR A RESUBMITTED VALUE
001800* ALREADY HELD ON A QUEUE, 8 = A KEYED CORRECTION STILL FAILED
001810* VALIDATION AND NEEDS RE-KEYING.
001820*----------------------------------------------------------------
001830 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
001840*----------------------------------------------------------------
001850* PROGRAM SWITCHES
001860*----------------------------------------------------------------
001870 01  WS-SWITCHES.
001880     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001890         88  WS-EOF-YES                  VALUE 'Y'.
001900         88  WS-EOF-NO                   VALUE 'N'.
001910     05  WS-CORR-EOF-SWITCH    PIC X(01) VALUE 'N'.
001920         88  WS-CORR-EOF-YES             VALUE 'Y'.
001930     05  WS-CORR-STATUS        PIC X(02) VALUE '00'.
001940         88  WS-CORR-OK                  VALUE '00'.
001950         88  WS-CORR-NOT-FOUND           VALUE '05'.
001960     05  WS-CORR-FOUND-SW      PIC X(01) VALUE 'N'.
001970         88  WS-CORR-FOUND               VALUE 'Y'.
001980     05  WS-VALID-SW           PIC X(01) VALUE 'Y'.
001990         88  WS-CANDIDATE-VALID          VALUE 'Y'.
002000         88  WS-CANDIDATE-INVALID        VALUE 'N'.
002010     05  WS-SDF-STATUS         PIC X(02) VALUE '00'.
002020         88  WS-SDF-OK                   VALUE '00'.
002030         88  WS-SDF-NOT-FOUND            VALUE '05'.
002040     05  WS-SDF-EOF-SWITCH     PIC X(01) VALUE 'N'.
002050         88  WS-SDF-EOF-YES              VALUE 'Y'.
002060     05  WS-CKPT-STATUS        PIC X(02) VALUE '00'.
002070         88  WS-CKPT-OK                  VALUE '00'.
002080         88  WS-CKPT-NOT-FOUND           VALUE '05'.
002090     05  WS-CKPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
002100         88  WS-CKPT-EOF-YES             VALUE 'Y'.
002110*----------------------------------------------------------------
002120* DATE WORK AREAS - THE RUN DATE IS CAPTURED ONCE AT START-UP
002130* AND EACH OUTSTANDING REJECT'S AGE IS THE DIFFERENCE IN DAYS
002140* BETWEEN IT AND THE REJECT-DATE STAMPED ON THE REJECT RECORD.
002150*----------------------------------------------------------------
002160 01  WS-TODAY                  PIC 9(08) VALUE 0.
002170 01  WS-TODAY-INT              PIC 9(8) COMP VALUE 0.
002180 01  WS-REJECT-AGE             PIC S9(8) COMP VALUE 0.
002190 01  WS-FAIL-REASON            PIC X(04) VALUE SPACES.
002200*----------------------------------------------------------------
002210* RESUBMISSION CONTROL TOTALS - THE HASH COUNTS ONLY NUMERIC
002220* TRANS-VALUES, THE SAME RULE STACK-EXAMPLE'S VERIFICATION PASS
002230* APPLIES WHEN IT RECOMPUTES THE HASH ON ITS SIDE.
002240*----------------------------------------------------------------
002250 01  WS-RESUB-HASH             PIC 9(12) COMP VALUE 0.
002260 01  WS-HASH-NUM               PIC X(06) VALUE SPACES.
002270 01  WS-HASH-NUM-R REDEFINES WS-HASH-NUM PIC 9(06).
002280*----------------------------------------------------------------
002290* REPAIR REPORT LINE LAYOUTS
002300*----------------------------------------------------------------
002310 01  RPR-HEADING-LINE.
002320     05  FILLER                PIC X(04) VALUE 'SEQ '.
002330     05  FILLER                PIC X(02) VALUE SPACES.
002340     05  FILLER                PIC X(13) VALUE 'DISPOSITION'.
002350     05  FILLER                PIC X(02) VALUE SPACES.
002360     05  FILLER                PIC X(04) VALUE 'RSN '.
002370     05  FILLER                PIC X(02) VALUE SPACES.
002380     05  FILLER                PIC X(04) VALUE 'AGE '.
002390     05  FILLER                PIC X(02) VALUE SPACES.
002400     05  FILLER                PIC X(19)
002410         VALUE 'OP   STACK-ID   VAL'.
002420     05  FILLER                PIC X(28) VALUE SPACES.
002430 01  RPR-DETAIL-LINE.
002440     05  RPR-SEQ               PIC ZZZ9.
002450     05  FILLER                PIC X(02) VALUE SPACES.
002460     05  RPR-DISPOSITION       PIC X(13).
002470     05  FILLER                PIC X(02) VALUE SPACES.
002480     05  RPR-REASON            PIC X(04).
002490     05  FILLER                PIC X(02) VALUE SPACES.
002500     05  RPR-AGE               PIC X(04).
002510     05  FILLER                PIC X(02) VALUE SPACES.
002520     05  RPR-OP                PIC X(04).
002530     05  FILLER                PIC X(01) VALUE SPACES.
002540     05  RPR-STACK-ID          PIC X(10).
002550     05  FILLER                PIC X(01) VALUE SPACES.
002560     05  RPR-VALUE             PIC X(06).
002570     05  FILLER                PIC X(25) VALUE SPACES.
002580 01  WS-AGE-DISPLAY            PIC ZZZ9.
002590*----------------------------------------------------------------
002600* TOTALS LINE LAYOUT - SAME SHAPE AS STACK-EXAMPLE'S RPT-LINE.
002610*----------------------------------------------------------------
002620 01  RPT-LINE.
002630     05  RPT-LABEL             PIC X(40).
002640     05  RPT-VALUE             PIC ZZZZZZZ9.
002650     05  FILLER                PIC X(31).
002660 PROCEDURE DIVISION.
002670*----------------------------------------------------------------
002680* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
002690*----------------------------------------------------------------
002700 0000-MAIN-PROCEDURE.
002710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002720     PERFORM 2000-PROCESS-REJECT THRU 2000-EXIT
002730         UNTIL WS-EOF-YES
002740     PERFORM 9000-TERMINATE THRU 9000-EXIT
002750     STOP RUN.
002760*----------------------------------------------------------------
002770* 1000-INITIALIZE - CAPTURES THE RUN DATE, LOADS THE OPERATOR'S
002780*                   CORRECTIONS, THE DUPLICATE-CHECKED QUEUES AND
002790*                   THE HELD VALUES, OPENS THE REJECT,
002800*                   RESUBMISSION AND REPORT FILES AND PRIMES
002810*                   THE FIRST READ.
002820*----------------------------------------------------------------
002830 1000-INITIALIZE.
002840     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002850     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
002860     PERFORM 1100-LOAD-CORRECTIONS THRU 1100-EXIT
002870     PERFORM 1200-LOAD-DUP-QUEUES THRU 1200-EXIT
002880     PERFORM 1300-LOAD-HELD-VALUES THRU 1300-EXIT
002890     OPEN INPUT REJECT-FILE
002900     OPEN OUTPUT RESUB-FILE
002910     MOVE SPACES TO TRANS-RECORD
002920     MOVE 'HDR ' TO TRANS-OP-CODE
002930     MOVE WS-TODAY TO TRANS-HDR-DATE
002940     MOVE 'STACKREP' TO TRANS-HDR-SOURCE
002950     WRITE TRANS-RECORD
002960     OPEN OUTPUT RPT-FILE
002970     MOVE SPACES TO RPT-LINE
002980     MOVE 'STACK-REPAIR RESUBMISSION REPORT' TO RPT-LABEL
002990     WRITE RPT-RECORD FROM RPT-LINE
003000     MOVE SPACES TO RPT-LINE
003010     MOVE 'DAYS OUTSTANDING ARE CALENDAR DAYS AS OF'
003020         TO RPT-LABEL
003030     MOVE WS-TODAY TO RPT-VALUE
003040     WRITE RPT-RECORD FROM RPT-LINE
003050     MOVE SPACES TO RPT-LINE
003060     WRITE RPT-RECORD FROM RPT-LINE
003070     WRITE RPT-RECORD FROM RPR-HEADING-LINE
003080     PERFORM 2900-READ-REJECT THRU 2900-EXIT.
003090 1000-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------
003120* 1100-LOAD-CORRECTIONS - LOADS THE OPTIONAL CORRECTION FILE
003130*                         INTO THE CORRECTION TABLE.  A MISSING
003140*                         CORRECTION FILE SIMPLY LEAVES THE TABLE
003150*                         EMPTY, SO EVERY REJECT REPORTS AS
003160*                         OUTSTANDING - THAT IS HOW THE MORNING
003170*                         SHIFT GETS THE FIRST DAY'S AGED LIST TO
003180*                         KEY CORRECTIONS FROM.
003190*----------------------------------------------------------------
003200 1100-LOAD-CORRECTIONS.
003210     OPEN INPUT CORR-FILE
003220     IF NOT WS-CORR-OK AND NOT WS-CORR-NOT-FOUND
003230         DISPLAY 'WARNING - BAD OPEN ON CORR-FILE, STATUS = '
003240             WS-CORR-STATUS
003250     ELSE
003260         IF WS-CORR-OK
003270             PERFORM 1110-READ-CORRECTION THRU 1110-EXIT
003280             PERFORM 1120-LOAD-ONE-CORRECTION THRU 1120-EXIT
003290                 UNTIL WS-CORR-EOF-YES
003300         END-IF
003310         CLOSE CORR-FILE
003320     END-IF.
003330 1100-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* 1110-READ-CORRECTION - READS THE NEXT CORRECTION RECORD.
003370*----------------------------------------------------------------
003380 1110-READ-CORRECTION.
003390     READ CORR-FILE
003400         AT END MOVE 'Y' TO WS-CORR-EOF-SWITCH
003410     END-READ.
003420 1110-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------
003450* 1120-LOAD-ONE-CORRECTION - VALIDATES AND STORES ONE CORRECTION.
003460*                            A NON-NUMERIC SEQUENCE NUMBER CAN
003470*                            NEVER BE MATCHED TO A REJECT, SO IT
003480*                            IS WARNED AND DROPPED RATHER THAN
003490*                            LOADED.  CORRECTIONS PAST THE TABLE
003500*                            LIMIT ARE DROPPED WITH A WARNING
003510*                            RATHER THAN OVERWRITING THE TABLE.
003520*----------------------------------------------------------------
003530 1120-LOAD-ONE-CORRECTION.
003540     IF CORR-SEQ NOT NUMERIC
003550         DISPLAY 'WARNING - NON-NUMERIC CORRECTION SEQUENCE '
003560             'DROPPED: ' CORR-RECORD
003570         GO TO 1120-NEXT
003580     END-IF
003590     IF WS-CORR-COUNT NOT < MAX-CORRECTIONS
003600         DISPLAY 'WARNING - CORRECTION TABLE FULL, DROPPED: '
003610             CORR-RECORD
003620         GO TO 1120-NEXT
003630     END-IF
003640     ADD 1 TO WS-CORR-COUNT
003650     SET COR-IDX TO WS-CORR-COUNT
003660     MOVE CORR-SEQ TO COR-SEQ(COR-IDX)
003670     MOVE CORR-OP-CODE TO COR-OP(COR-IDX)
003680     MOVE CORR-STACK-ID TO COR-ID(COR-IDX)
003690     MOVE CORR-VALUE TO COR-VAL(COR-IDX)
003700     MOVE CORR-STACK-ID-2 TO COR-ID2(COR-IDX).
003710 1120-NEXT.
003720     PERFORM 1110-READ-CORRECTION THRU 1110-EXIT.
003730 1120-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760* 1200-LOAD-DUP-QUEUES - NOTES EACH QUEUE WHOSE DEFINITION TURNS
003770*                        ON THE DUPLICATE-VALUE CHECK.  A RETIRED
003780*                        DEFINITION TAKES NOTHING IN AND IS PASSED
003790*                        OVER.
003800*----------------------------------------------------------------
003810 1200-LOAD-DUP-QUEUES.
003820     OPEN INPUT STACK-DEF-FILE
003830     IF NOT WS-SDF-OK AND NOT WS-SDF-NOT-FOUND
003840         DISPLAY 'WARNING - BAD OPEN ON STACK-DEF-FILE, STATUS = '
003850             WS-SDF-STATUS
003860         GO TO 1200-EXIT
003870     END-IF
003880     IF WS-SDF-OK
003890         PERFORM 1290-READ-STACK-DEF THRU 1290-EXIT
003900         PERFORM 1210-NOTE-ONE-DEF THRU 1210-EXIT
003910             UNTIL WS-SDF-EOF-YES
003920     END-IF
003930     CLOSE STACK-DEF-FILE.
003940 1200-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------
003970* 1210-NOTE-ONE-DEF - TAKES ONE DEFINITION'S STACK-ID WHEN ITS
003980*                     DUPLICATE-VALUE CHECK IS ON.
003990*----------------------------------------------------------------
004000 1210-NOTE-ONE-DEF.
004010     IF SDF-DUP-CHECK-SW NOT = 'Y' OR SDF-Q-STATUS = 'R'
004020         GO TO 1210-NEXT
004030     END-IF
004040     IF WS-DUPQ-COUNT NOT < MAX-DUP-QUEUES
004050         DISPLAY 'WARNING - DUPLICATE-CHECKED QUEUE TABLE FULL, '
004060             'NOT CHECKED: ' SDF-STACK-ID
004070         IF WS-MAX-RC < 4
004080             MOVE 4 TO WS-MAX-RC
004090         END-IF
004100         GO TO 1210-NEXT
004110     END-IF
004120     ADD 1 TO WS-DUPQ-COUNT
004130     MOVE SDF-STACK-ID TO DUPQ-STACK-ID(WS-DUPQ-COUNT).
004140 1210-NEXT.
004150     PERFORM 1290-READ-STACK-DEF THRU 1290-EXIT.
004160 1210-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190* 1290-READ-STACK-DEF - READS THE NEXT STACK DEFINITION.
004200*----------------------------------------------------------------
004210 1290-READ-STACK-DEF.
004220     READ STACK-DEF-FILE
004230         AT END MOVE 'Y' TO WS-SDF-EOF-SWITCH
004240     END-READ.
004250 1290-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------
004280* 1300-LOAD-HELD-VALUES - LOADS EVERY VALUE ON THE LATEST
004290*                         CHECKPOINT.  NO CHECKPOINT YET (A FIRST
004300*                         RUN) MEANS NOTHING IS HELD.
004310*----------------------------------------------------------------
004320 1300-LOAD-HELD-VALUES.
004330     OPEN INPUT CKPT-FILE
004340     IF NOT WS-CKPT-OK AND NOT WS-CKPT-NOT-FOUND
004350         DISPLAY 'WARNING - BAD OPEN ON CKPT-FILE, STATUS = '
004360             WS-CKPT-STATUS
004370         GO TO 1300-EXIT
004380     END-IF
004390     IF WS-CKPT-OK
004400         PERFORM 1390-READ-CKPT THRU 1390-EXIT
004410         PERFORM 1310-LOAD-ONE-STACK THRU 1310-EXIT
004420             UNTIL WS-CKPT-EOF-YES
004430     END-IF
004440     CLOSE CKPT-FILE.
004450 1300-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480* 1310-LOAD-ONE-STACK - TAKES THE ENTRIES OF ONE CHECKPOINTED
004490*                       QUEUE, BOUNDED BY THE COMPILED CEILING.
004500*----------------------------------------------------------------
004510 1310-LOAD-ONE-STACK.
004520     IF CKPT-TOP NOT NUMERIC
004530         DISPLAY 'WARNING - NON-NUMERIC DEPTH ON CHECKPOINT FOR '
004540             CKPT-STACK-ID ', ITS VALUES ARE NOT CHECKED'
004550         IF WS-MAX-RC < 4
004560             MOVE 4 TO WS-MAX-RC
004570         END-IF
004580         GO TO 1310-NEXT
004590     END-IF
004600     PERFORM 1320-LOAD-ONE-VALUE THRU 1320-EXIT
004610         VARYING WS-CKP-SUB FROM 1 BY 1
004620             UNTIL WS-CKP-SUB > CKPT-TOP
004630                 OR WS-CKP-SUB > MAX-STACK-CAPACITY.
004640 1310-NEXT.
004650     PERFORM 1390-READ-CKPT THRU 1390-EXIT.
004660 1310-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690* 1320-LOAD-ONE-VALUE - STORES ONE HELD VALUE.  A VALUE PAST THE
004700*                       TABLE LIMIT IS WARNED ABOUT ONCE AND LEFT
004710*                       UNCHECKED.
004720*----------------------------------------------------------------
004730 1320-LOAD-ONE-VALUE.
004740     IF WS-HELD-COUNT NOT < MAX-HELD-VALUES
004750         IF WS-HELD-COUNT = MAX-HELD-VALUES
004760             DISPLAY 'WARNING - HELD VALUE TABLE FULL, LATER '
004770                 'CHECKPOINT VALUES ARE NOT CHECKED'
004780             IF WS-MAX-RC < 4
004790                 MOVE 4 TO WS-MAX-RC
004800             END-IF
004810             ADD 1 TO WS-HELD-COUNT
004820         END-IF
004830         GO TO 1320-EXIT
004840     END-IF
004850     ADD 1 TO WS-HELD-COUNT
004860     MOVE CKPT-STACK-ID TO HLD-STACK-ID(WS-HELD-COUNT)
004870     MOVE CKPT-VALUE(WS-CKP-SUB) TO HLD-VALUE(WS-HELD-COUNT).
004880 1320-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910* 1390-READ-CKPT - READS THE NEXT CHECKPOINTED STACK.
004920*----------------------------------------------------------------
004930 1390-READ-CKPT.
004940     READ CKPT-FILE
004950         AT END MOVE 'Y' TO WS-CKPT-EOF-SWITCH
004960     END-READ.
004970 1390-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000* 2000-PROCESS-REJECT - NUMBERS THE REJECT JUST READ, LOOKS FOR
005010*                       A MATCHING CORRECTION AND ROUTES IT TO
005020*                       REPAIR OR TO THE OUTSTANDING LIST.  A
005030*                       REJECT WITH NO KEYED CORRECTION IS NEVER
005040*                       RESUBMITTED AUTOMATICALLY - EVEN A NOSL
005050*                       REJECT WHOSE RECORD IS VALID AS-IS -
005060*                       BECAUSE RESUBMISSION IS AN OPERATOR
005070*                       DECISION, NOT A DEFAULT.
005080*----------------------------------------------------------------
005090 2000-PROCESS-REJECT.
005100     ADD 1 TO WS-REJECT-SEQ
005110     PERFORM 2100-FIND-CORRECTION THRU 2100-EXIT
005120     IF WS-CORR-FOUND
005130         PERFORM 3000-REPAIR-REJECT THRU 3000-EXIT
005140     ELSE
005150         PERFORM 4000-REPORT-OUTSTANDING THRU 4000-EXIT
005160     END-IF
005170     PERFORM 2900-READ-REJECT THRU 2900-EXIT.
005180 2000-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------
005210* 2100-FIND-CORRECTION - SEARCHES THE CORRECTION TABLE FOR THE
005220*                        CURRENT REJECT'S SEQUENCE NUMBER.  THE
005230*                        FIRST MATCHING CORRECTION WINS; A
005240*                        DUPLICATE SEQUENCE IS NEVER REACHED.
005250*----------------------------------------------------------------
005260 2100-FIND-CORRECTION.
005270     MOVE 'N' TO WS-CORR-FOUND-SW
005280     SET COR-IDX TO 1
005290     SEARCH CORR-ENTRY
005300         AT END
005310             CONTINUE
005320         WHEN COR-SEQ(COR-IDX) = WS-REJECT-SEQ
005330             MOVE 'Y' TO WS-CORR-FOUND-SW
005340     END-SEARCH.
005350 2100-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380* 2900-READ-REJECT - READS THE NEXT REJECT RECORD.
005390*----------------------------------------------------------------
005400 2900-READ-REJECT.
005410     READ REJECT-FILE
005420         AT END MOVE 'Y' TO WS-EOF-SWITCH
005430     END-READ.
005440 2900-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------
005470* 3000-REPAIR-REJECT - OVERLAYS THE OPERATOR'S NON-BLANK
005480*                      CORRECTION FIELDS ON THE REJECTED RECORD,
005490*                      REVALIDATES THE RESULT UNDER THE SAME
005500*                      RULES STACK-EXAMPLE'S 2000-PROCESS-
005510*                      TRANSACTION AND 3000-PUSH APPLY, AND
005520*                      EITHER WRITES IT FOR RESUBMISSION OR
005530*                      REPORTS IT STILL INVALID.  A NOSL (NO
005540*                      FREE STACK SLOT) CONDITION DEPENDS ON THE
005550*                      STATE OF THE STACK TABLE AT RUN TIME AND
005560*                      CANNOT BE REVALIDATED HERE.  A RESUBMITTED
005570*                      PUSH WHOSE VALUE IS ALREADY HELD ON SOME
005580*                      QUEUE IS STILL WRITTEN - ONLY A
005590*                      DUPLICATE-CHECKED QUEUE REFUSES ONE - BUT
005600*                      ITS LINE CARRIES REASON DUPV AS A WARNING.
005610*----------------------------------------------------------------
005620 3000-REPAIR-REJECT.
005630     MOVE REJECT-TRANS-RECORD TO TRANS-RECORD
005640     IF COR-OP(COR-IDX) NOT = SPACES
005650         MOVE COR-OP(COR-IDX) TO TRANS-OP-CODE
005660     END-IF
005670     IF COR-ID(COR-IDX) NOT = SPACES
005680         MOVE COR-ID(COR-IDX) TO TRANS-STACK-ID
005690     END-IF
005700     IF COR-VAL(COR-IDX) NOT = SPACES
005710         MOVE COR-VAL(COR-IDX) TO TRANS-VALUE
005720     END-IF
005730     IF COR-ID2(COR-IDX) NOT = SPACES
005740         MOVE COR-ID2(COR-IDX) TO TRANS-STACK-ID-2
005750     END-IF
005760     PERFORM 3100-VALIDATE-CANDIDATE THRU 3100-EXIT
005770     IF WS-CANDIDATE-VALID
005780         MOVE TRANS-VALUE TO WS-HASH-NUM
005790         IF WS-HASH-NUM NUMERIC
005800             ADD WS-HASH-NUM-R TO WS-RESUB-HASH
005810         END-IF
005820         WRITE TRANS-RECORD
005830         ADD 1 TO WS-REPAIRED-COUNT
005840         MOVE 'REPAIRED' TO RPR-DISPOSITION
005850         MOVE SPACES TO RPR-REASON
005860         IF TRANS-OP-CODE = 'PUSH'
005870             PERFORM 3300-CHECK-HELD-ANYWHERE THRU 3300-EXIT
005880         END-IF
005890         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
005900     ELSE
005910         ADD 1 TO WS-INVALID-COUNT
005920         IF WS-MAX-RC < 8
005930             MOVE 8 TO WS-MAX-RC
005940         END-IF
005950         MOVE 'STILL INVALID' TO RPR-DISPOSITION
005960         MOVE WS-FAIL-REASON TO RPR-REASON
005970         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
005980     END-IF.
005990 3000-EXIT.
006000     EXIT.
006010*----------------------------------------------------------------
006020* 3100-VALIDATE-CANDIDATE - APPLIES STACK-EXAMPLE'S INPUT RULES TO
006030*                           THE CORRECTED RECORD: THE OP-CODE MUST
006040*                           BE PUSH, POP, PEEK OR XFER (ELSE
006050*                           BADO), THE STACK-ID MUST BE NON-BLANK
006060*                           (ELSE BLNK), A PUSH VALUE MUST BE
006070*                           NUMERIC (ELSE NNUM) AND MUST NOT
006080*                           ALREADY BE HELD ON A DUPLICATE-CHECKED
006090*                           QUEUE (ELSE DUPV), AND AN XFER MUST
006100*                           NAME A TARGET QUEUE THAT IS NEITHER
006110*                           BLANK (BLNK) NOR THE SOURCE ITSELF
006120*                           (XSAM).  AN XFER MOVES WHATEVER IS
006130*                           NEXT OUT ON THE NIGHT, SO ITS VALUE
006140*                           CANNOT BE CHECKED HERE.
006150*----------------------------------------------------------------
006160 3100-VALIDATE-CANDIDATE.
006170     MOVE 'Y' TO WS-VALID-SW
006180     MOVE SPACES TO WS-FAIL-REASON
006190     IF TRANS-OP-CODE NOT = 'PUSH' AND 'POP ' AND 'PEEK'
006200             AND 'XFER'
006210         MOVE 'N' TO WS-VALID-SW
006220         MOVE 'BADO' TO WS-FAIL-REASON
006230         GO TO 3100-EXIT
006240     END-IF
006250     IF TRANS-STACK-ID = SPACES
006260         MOVE 'N' TO WS-VALID-SW
006270         MOVE 'BLNK' TO WS-FAIL-REASON
006280         GO TO 3100-EXIT
006290     END-IF
006300     IF TRANS-OP-CODE = 'PUSH' AND TRANS-VALUE NOT NUMERIC
006310         MOVE 'N' TO WS-VALID-SW
006320         MOVE 'NNUM' TO WS-FAIL-REASON
006330         GO TO 3100-EXIT
006340     END-IF
006350     IF TRANS-OP-CODE = 'XFER'
006360         IF TRANS-STACK-ID-2 = SPACES
006370             MOVE 'N' TO WS-VALID-SW
006380             MOVE 'BLNK' TO WS-FAIL-REASON
006390         ELSE
006400             IF TRANS-STACK-ID-2 = TRANS-STACK-ID
006410                 MOVE 'N' TO WS-VALID-SW
006420                 MOVE 'XSAM' TO WS-FAIL-REASON
006430             END-IF
006440         END-IF
006450     END-IF
006460     IF WS-CANDIDATE-VALID AND TRANS-OP-CODE = 'PUSH'
006470         PERFORM 3200-CHECK-DUP-QUEUE THRU 3200-EXIT
006480     END-IF.
006490 3100-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------
006520* 3200-CHECK-DUP-QUEUE - A PUSH ONTO A DUPLICATE-CHECKED QUEUE IS
006530*                        INVALID (DUPV) WHEN THE QUEUE ALREADY
006540*                        HOLDS ITS VALUE ON THE CHECKPOINT.
006550*----------------------------------------------------------------
006560 3200-CHECK-DUP-QUEUE.
006570     SET DQ-IDX TO 1
006580     SEARCH DUPQ-ROW
006590         AT END
006600             GO TO 3200-EXIT
006610         WHEN DUPQ-STACK-ID(DQ-IDX) = TRANS-STACK-ID
006620             CONTINUE
006630     END-SEARCH
006640     MOVE TRANS-VALUE TO WS-CAND-NUM
006650     SET HLD-IDX TO 1
006660     SEARCH HELD-ROW
006670         AT END
006680             CONTINUE
006690         WHEN HLD-STACK-ID(HLD-IDX) = TRANS-STACK-ID
006700             AND HLD-VALUE(HLD-IDX) = WS-CAND-NUM-R
006710             MOVE 'N' TO WS-VALID-SW
006720             MOVE 'DUPV' TO WS-FAIL-REASON
006730     END-SEARCH.
006740 3200-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------
006770* 3300-CHECK-HELD-ANYWHERE - A RESUBMITTED PUSH WHOSE VALUE IS
006780*                            ALREADY HELD ON ANY QUEUE ON THE
006790*                            CHECKPOINT IS FLAGGED DUPV ON ITS
006800*                            REPAIRED LINE AND COUNTED.
006810*----------------------------------------------------------------
006820 3300-CHECK-HELD-ANYWHERE.
006830     MOVE TRANS-VALUE TO WS-CAND-NUM
006840     SET HLD-IDX TO 1
006850     SEARCH HELD-ROW
006860         AT END
006870             CONTINUE
006880         WHEN HLD-STACK-ID(HLD-IDX) NOT = SPACES
006890             AND HLD-VALUE(HLD-IDX) = WS-CAND-NUM-R
006900             DISPLAY 'WARNING - RESUBMITTED VALUE ' TRANS-VALUE
006910                 ' IS ALREADY HELD ON ' HLD-STACK-ID(HLD-IDX)
006920             MOVE 'DUPV' TO RPR-REASON
006930             ADD 1 TO WS-HELD-RESUB-COUNT
006940             IF WS-MAX-RC < 4
006950                 MOVE 4 TO WS-MAX-RC
006960             END-IF
006970     END-SEARCH.
006980 3300-EXIT.
006990     EXIT.
007000*----------------------------------------------------------------
007010* 4000-REPORT-OUTSTANDING - NO CORRECTION WAS KEYED FOR THIS
007020*                           REJECT.  ITS AGE IN DAYS IS COMPUTED
007030*                           FROM THE REJECT-DATE STAMPED ON THE
007040*                           RECORD; A REJECT WRITTEN BEFORE THE
007050*                           DATE STAMP EXISTED CARRIES SPACES
007060*                           THERE AND REPORTS A BLANK AGE.
007070*----------------------------------------------------------------
007080 4000-REPORT-OUTSTANDING.
007090     ADD 1 TO WS-OUTSTANDING-COUNT
007100     IF WS-MAX-RC < 4
007110         MOVE 4 TO WS-MAX-RC
007120     END-IF
007130     MOVE REJECT-TRANS-RECORD TO TRANS-RECORD
007140     MOVE 'OUTSTANDING' TO RPR-DISPOSITION
007150     MOVE REJECT-REASON-CODE TO RPR-REASON
007160     IF REJECT-DATE NUMERIC AND REJECT-DATE > 0
007170         COMPUTE WS-REJECT-AGE = WS-TODAY-INT
007180             - FUNCTION INTEGER-OF-DATE(REJECT-DATE)
007190         MOVE WS-REJECT-AGE TO WS-AGE-DISPLAY
007200         MOVE WS-AGE-DISPLAY TO RPR-AGE
007210     ELSE
007220         MOVE SPACES TO RPR-AGE
007230     END-IF
007240     PERFORM 5100-WRITE-DETAIL-AGED THRU 5100-EXIT.
007250 4000-EXIT.
007260     EXIT.
007270*----------------------------------------------------------------
007280* 5000-WRITE-DETAIL - WRITES ONE REPORT LINE FOR A REJECT THAT
007290*                     HAD A CORRECTION, SHOWING THE CORRECTED
007300*                     FIELDS AS THEY WILL BE (OR WOULD HAVE BEEN)
007310*                     RESUBMITTED.  AGE IS NOT SHOWN - THE REJECT
007320*                     IS NO LONGER WAITING ON THE OPERATOR.
007330*----------------------------------------------------------------
007340 5000-WRITE-DETAIL.
007350     MOVE SPACES TO RPR-AGE
007360     PERFORM 5100-WRITE-DETAIL-AGED THRU 5100-EXIT.
007370 5000-EXIT.
007380     EXIT.
007390*----------------------------------------------------------------
007400* 5100-WRITE-DETAIL-AGED - FILLS THE COMMON DETAIL COLUMNS FROM
007410*                          THE CANDIDATE RECORD AND WRITES THE
007420*                          LINE.  RPR-DISPOSITION, RPR-REASON AND
007430*                          RPR-AGE ARE SET BY THE CALLER.
007440*----------------------------------------------------------------
007450 5100-WRITE-DETAIL-AGED.
007460     MOVE WS-REJECT-SEQ TO RPR-SEQ
007470     MOVE TRANS-OP-CODE TO RPR-OP
007480     MOVE TRANS-STACK-ID TO RPR-STACK-ID
007490     MOVE TRANS-VALUE TO RPR-VALUE
007500     WRITE RPT-RECORD FROM RPR-DETAIL-LINE.
007510 5100-EXIT.
007520     EXIT.
007530*----------------------------------------------------------------
007540* 8000-WRITE-TOTALS - WRITES THE REPAIR RUN TOTALS AT THE FOOT
007550*                     OF THE REPORT.
007560*----------------------------------------------------------------
007570 8000-WRITE-TOTALS.
007580     MOVE SPACES TO RPT-LINE
007590     WRITE RPT-RECORD FROM RPT-LINE
007600     MOVE SPACES TO RPT-LINE
007610     MOVE 'TOTAL REJECTS READ' TO RPT-LABEL
007620     MOVE WS-REJECT-SEQ TO RPT-VALUE
007630     WRITE RPT-RECORD FROM RPT-LINE
007640     MOVE SPACES TO RPT-LINE
007650     MOVE 'REPAIRED AND RESUBMITTED' TO RPT-LABEL
007660     MOVE WS-REPAIRED-COUNT TO RPT-VALUE
007670     WRITE RPT-RECORD FROM RPT-LINE
007680     MOVE SPACES TO RPT-LINE
007690     MOVE 'CORRECTED BUT STILL INVALID' TO RPT-LABEL
007700     MOVE WS-INVALID-COUNT TO RPT-VALUE
007710     WRITE RPT-RECORD FROM RPT-LINE
007720     MOVE SPACES TO RPT-LINE
007730     MOVE 'OUTSTANDING (NO CORRECTION KEYED)' TO RPT-LABEL
007740     MOVE WS-OUTSTANDING-COUNT TO RPT-VALUE
007750     WRITE RPT-RECORD FROM RPT-LINE
007760     MOVE SPACES TO RPT-LINE
007770     MOVE 'RESUBMITTED VALUES ALREADY HELD (DUPV)' TO RPT-LABEL
007780     MOVE WS-HELD-RESUB-COUNT TO RPT-VALUE
007790     WRITE RPT-RECORD FROM RPT-LINE.
007800 8000-EXIT.
007810     EXIT.
007820*----------------------------------------------------------------
007830* 9000-TERMINATE - WRITES THE TOTALS, CLOSES FILES AND POSTS THE
007840*                  WORST RETURN-CODE SEEN DURING THE RUN.
007850*----------------------------------------------------------------
007860 9000-TERMINATE.
007870     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
007880     MOVE SPACES TO TRANS-RECORD
007890     MOVE 'TRL ' TO TRANS-OP-CODE
007900     MOVE WS-REPAIRED-COUNT TO TRANS-TRL-COUNT
007910     MOVE WS-RESUB-HASH TO TRANS-TRL-HASH
007920     WRITE TRANS-RECORD
007930     CLOSE REJECT-FILE
007940     CLOSE RESUB-FILE
007950     CLOSE RPT-FILE
007960     MOVE WS-MAX-RC TO RETURN-CODE.
007970 9000-EXIT.
007980     EXIT.
