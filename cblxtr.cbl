000280*                  RECEIVERS CAN AGE THE WORK THEY LOAD.  AN
000290*                  ARRIVAL OF ZERO MEANS THE ENTRY PREDATES THE
000300*                  FIELD AND ITS AGE IS UNKNOWN.
000310* 09/02/2026  DWA  EVERY EXTRACT RUN IS NOW LOGGED TO THE SENT-
000320*                  EXTRACTS DATASET (SENTFIL, SEE SNTREC) WITH
000330*                  THE AS-OF DATE/TIME FROM THE HEADER AND THE
000340*                  COUNT AND HASH FROM THE TRAILER, SO THE DAILY
000350*                  STACK-ACKMATCH STEP CAN PAIR RECEIVER
000360*                  ACKNOWLEDGMENTS AGAINST WHAT WAS SENT.
000370* 09/02/2026  DWA  XTR-DET-VALUE WIDENED FROM FOUR DIGITS TO SIX
000380*                  WITH THE REST OF THE SYSTEM'S VALUE FIELDS;
000390*                  THE FIELDS AFTER IT MOVE TWO COLUMNS RIGHT
000400*                  AND RECEIVERS MUST CUT OVER WITH US.  THE
000410*                  TRAILER HASH STAYS A 12-DIGIT SUM.
000420* 10/15/2026  DWA  THE TRAILER'S COUNT AND HASH ARE ALSO POSTED TO
000430*                  THE BALANCING LEDGER (BALLDG, SEE LDGREC) UNDER
000440*                  THE HEADER'S AS-OF STAMP, SO STACK-BALANCE CAN
000450*                  PROVE THE EXTRACT AGAINST THE DEPTHS AND VALUES
000460*                  THE BATCH CHECKPOINTED.
000470*----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT OPTIONAL CKPT-FILE ASSIGN TO CKPTFIL
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-CKPT-STATUS.
000570     SELECT EXTRACT-FILE ASSIGN TO XTRFIL
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT OPTIONAL SENT-FILE ASSIGN TO SENTFIL
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-SENT-STATUS.
000620     SELECT OPTIONAL LEDGER-FILE ASSIGN TO BALLDG
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-LDG-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CKPT-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700     COPY CKPTREC.
000710 FD  EXTRACT-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  XTR-HEADER-RECORD.
000750     05  XTR-HDR-ID            PIC X(04).
000760     05  XTR-HDR-DATE          PIC 9(08).
000770     05  XTR-HDR-TIME          PIC 9(08).
000780     05  XTR-HDR-SOURCE        PIC X(08).
000790     05  FILLER                PIC X(52).
000800 01  XTR-DETAIL-RECORD.
000810     05  XTR-DET-ID            PIC X(04).
000820     05  XTR-DET-STACK-ID      PIC X(10).
000830     05  XTR-DET-POSITION      PIC 9(04).
000840     05  XTR-DET-VALUE         PIC 9(06).
000850     05  XTR-DET-DEPT          PIC X(04).
000860     05  XTR-DET-MODE          PIC X(01).
000870     05  XTR-DET-ARRIVAL       PIC 9(08).
000880     05  FILLER                PIC X(43).
000890 01  XTR-TRAILER-RECORD.
000900     05  XTR-TRL-ID            PIC X(04).
000910     05  XTR-TRL-COUNT         PIC 9(08).
000920     05  XTR-TRL-HASH          PIC 9(12).
000930     05  FILLER                PIC X(56).
000940 FD  SENT-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970     COPY SNTREC.
000980 FD  LEDGER-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY LDGREC.
001020 WORKING-STORAGE SECTION.
001030*----------------------------------------------------------------
001040* STACK CAPACITY CONTROLS - SAME COPYBOOK AS THE BATCH PROGRAM
001050* SO CKPT-ENTRY'S OCCURS DEPENDING ON BOUND MATCHES THE RECORDS
001060* SAVE-STACK ACTUALLY WROTE.
001070*----------------------------------------------------------------
001080     COPY STKCAP.
001090*----------------------------------------------------------------
001100* EXTRACT CONTROL TOTALS - THE TRAILER'S RECORD COUNT COVERS
001110* DETAIL RECORDS ONLY, AND THE HASH IS THE SUM OF EVERY DETAIL
001120* VALUE SENT, TRUNCATED TO 12 DIGITS, THE SAME CONVENTION THE
001130* TRANSACTION FILE'S TRAILER USES.
001140*----------------------------------------------------------------
001150 01  WS-XTR-COUNT              PIC 9(08) COMP VALUE 0.
001160 01  WS-XTR-HASH               PIC 9(12) COMP VALUE 0.
001170 01  WS-STACKS-SENT            PIC 9(08) COMP VALUE 0.
001180*----------------------------------------------------------------
001190* PROGRAM SWITCHES AND WORK AREAS
001200*----------------------------------------------------------------
001210 01  WS-SWITCHES.
001220     05  WS-CKPT-STATUS        PIC X(02) VALUE '00'.
001230         88  WS-CKPT-OK                  VALUE '00'.
001240         88  WS-CKPT-NOT-FOUND           VALUE '05'.
001250     05  WS-CKPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001260         88  WS-CKPT-EOF-YES             VALUE 'Y'.
001270     05  WS-SENT-STATUS        PIC X(02) VALUE '00'.
001280         88  WS-SENT-OK                  VALUE '00'.
001290         88  WS-SENT-NOT-FOUND           VALUE '05'.
001300     05  WS-LDG-STATUS         PIC X(02) VALUE '00'.
001310         88  WS-LDG-OK                   VALUE '00'.
001320         88  WS-LDG-NOT-FOUND            VALUE '05'.
001330 01  WS-IDX                    PIC 9(4) COMP VALUE 0.
001340 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
001350*----------------------------------------------------------------
001360* THE AS-OF STAMP FROM THE EXTRACT HEADER, SAVED SO THE SEND-LOG
001370* RECORD WRITTEN AT TERMINATION CARRIES THE SAME IDENTITY THE
001380* RECEIVERS WILL ECHO ON THEIR ACKNOWLEDGMENTS.
001390*----------------------------------------------------------------
001400 01  WS-ASOF-DATE              PIC 9(08) VALUE 0.
001410 01  WS-ASOF-TIME              PIC 9(08) VALUE 0.
001420 PROCEDURE DIVISION.
001430*----------------------------------------------------------------
001440* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
001450*----------------------------------------------------------------
001460 0000-MAIN-PROCEDURE.
001470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001480     PERFORM 2000-EXTRACT-ONE-STACK THRU 2000-EXIT
001490         UNTIL WS-CKPT-EOF-YES
001500     PERFORM 9000-TERMINATE THRU 9000-EXIT
001510     STOP RUN.
001520*----------------------------------------------------------------
001530* 1000-INITIALIZE - OPENS THE FILES, WRITES THE AS-OF HEADER AND
001540*                   PRIMES THE FIRST CHECKPOINT READ.  A MISSING
001550*                   CHECKPOINT FILE PRODUCES A VALID, EMPTY
001560*                   EXTRACT (HEADER AND A ZERO TRAILER) WITH A
001570*                   WARNING CONDITION CODE, SO THE RECEIVER SEES
001580*                   AN EMPTY SHOP RATHER THAN SILENCE.
001590*----------------------------------------------------------------
001600 1000-INITIALIZE.
001610     OPEN OUTPUT EXTRACT-FILE
001620     MOVE SPACES TO XTR-HEADER-RECORD
001630     MOVE 'HDR ' TO XTR-HDR-ID
001640     ACCEPT XTR-HDR-DATE FROM DATE YYYYMMDD
001650     ACCEPT XTR-HDR-TIME FROM TIME
001660     MOVE XTR-HDR-DATE TO WS-ASOF-DATE
001670     MOVE XTR-HDR-TIME TO WS-ASOF-TIME
001680     MOVE 'STACKXTR' TO XTR-HDR-SOURCE
001690     WRITE XTR-HEADER-RECORD
001700     OPEN INPUT CKPT-FILE
001710*    A HARD OPEN FAILURE IS FATAL - PRIMING A READ ON A FILE
001720*    THAT NEVER OPENED WOULD SPIN THE EXTRACT LOOP FOREVER,
001730*    SINCE AT END CAN NEVER FIRE.
001740     IF NOT WS-CKPT-OK AND NOT WS-CKPT-NOT-FOUND
001750         DISPLAY 'ERROR - BAD OPEN ON CKPT-FILE, STATUS = '
001760             WS-CKPT-STATUS
001770         IF WS-MAX-RC < 16
001780             MOVE 16 TO WS-MAX-RC
001790         END-IF
001800         MOVE 'Y' TO WS-CKPT-EOF-SWITCH
001810         GO TO 1000-EXIT
001820     END-IF
001830     IF WS-CKPT-NOT-FOUND
001840         DISPLAY 'WARNING - NO CHECKPOINT FILE, EXTRACT IS '
001850             'EMPTY'
001860         IF WS-MAX-RC < 4
001870             MOVE 4 TO WS-MAX-RC
001880         END-IF
001890         MOVE 'Y' TO WS-CKPT-EOF-SWITCH
001900     ELSE
001910         PERFORM 2900-READ-CKPT THRU 2900-EXIT
001920     END-IF.
001930 1000-EXIT.
001940     EXIT.
001950*----------------------------------------------------------------
001960* 2000-EXTRACT-ONE-STACK - WRITES THE LIVE ENTRIES OF ONE
001970*                          CHECKPOINTED STACK, POSITION 1 (THE
001980*                          BOTTOM - THE OLDEST ENTRY) THROUGH
001990*                          CKPT-TOP, IN QUEUE ORDER.  AN EMPTY
002000*                          STACK CONTRIBUTES NO DETAIL RECORDS
002010*                          BUT STILL COUNTS AS A STACK SENT.
002020*----------------------------------------------------------------
002030 2000-EXTRACT-ONE-STACK.
002040     IF CKPT-TOP > MAX-STACK-CAPACITY
002050         DISPLAY 'WARNING - DEPTH ON ' CKPT-STACK-ID
002060             ' EXCEEDS THE COMPILED CEILING, TRUNCATING'
002070         MOVE MAX-STACK-CAPACITY TO CKPT-TOP
002080         IF WS-MAX-RC < 4
002090             MOVE 4 TO WS-MAX-RC
002100         END-IF
002110     END-IF
002120     ADD 1 TO WS-STACKS-SENT
002130     PERFORM 2100-WRITE-ONE-ENTRY THRU 2100-EXIT
002140         VARYING WS-IDX FROM 1 BY 1
002150             UNTIL WS-IDX > CKPT-TOP
002160     PERFORM 2900-READ-CKPT THRU 2900-EXIT.
002170 2000-EXIT.
002180     EXIT.
002190*----------------------------------------------------------------
002200* 2100-WRITE-ONE-ENTRY - WRITES ONE DETAIL RECORD AND ROLLS ITS
002210*                        VALUE INTO THE CONTROL TOTALS.
002220*----------------------------------------------------------------
002230 2100-WRITE-ONE-ENTRY.
002240     MOVE SPACES TO XTR-DETAIL-RECORD
002250     MOVE 'DTL ' TO XTR-DET-ID
002260     MOVE CKPT-STACK-ID TO XTR-DET-STACK-ID
002270     MOVE WS-IDX TO XTR-DET-POSITION
002280     MOVE CKPT-VALUE(WS-IDX) TO XTR-DET-VALUE
002290     MOVE CKPT-DEPT TO XTR-DET-DEPT
002300     MOVE CKPT-MODE TO XTR-DET-MODE
002310     IF CKPT-ARRIVAL(WS-IDX) NUMERIC
002320         MOVE CKPT-ARRIVAL(WS-IDX) TO XTR-DET-ARRIVAL
002330     ELSE
002340         MOVE 0 TO XTR-DET-ARRIVAL
002350     END-IF
002360     WRITE XTR-DETAIL-RECORD
002370     ADD 1 TO WS-XTR-COUNT
002380     ADD CKPT-VALUE(WS-IDX) TO WS-XTR-HASH.
002390 2100-EXIT.
002400     EXIT.
002410*----------------------------------------------------------------
002420* 2900-READ-CKPT - READS THE NEXT CHECKPOINTED STACK.
002430*----------------------------------------------------------------
002440 2900-READ-CKPT.
002450     READ CKPT-FILE
002460         AT END MOVE 'Y' TO WS-CKPT-EOF-SWITCH
002470     END-READ.
002480 2900-EXIT.
002490     EXIT.
002500*----------------------------------------------------------------
002510* 9000-TERMINATE - WRITES THE CONTROL TRAILER, CLOSES THE FILES
002520*                  AND POSTS THE CONDITION CODE.
002530*----------------------------------------------------------------
002540 9000-TERMINATE.
002550     MOVE SPACES TO XTR-TRAILER-RECORD
002560     MOVE 'TRL ' TO XTR-TRL-ID
002570     MOVE WS-XTR-COUNT TO XTR-TRL-COUNT
002580     MOVE WS-XTR-HASH TO XTR-TRL-HASH
002590     WRITE XTR-TRAILER-RECORD
002600     CLOSE CKPT-FILE
002610     CLOSE EXTRACT-FILE
002620     PERFORM 9100-LOG-SEND THRU 9100-EXIT
002630     PERFORM 9200-POST-LEDGER THRU 9200-EXIT
002640     DISPLAY 'EXTRACT COMPLETE - ' WS-STACKS-SENT ' STACKS, '
002650         WS-XTR-COUNT ' ENTRIES'
002660     MOVE WS-MAX-RC TO RETURN-CODE.
002670 9000-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------
002700* 9100-LOG-SEND - APPENDS THIS RUN'S SEND-LOG RECORD TO THE
002710*                 SENT-EXTRACTS DATASET SO STACK-ACKMATCH CAN
002720*                 PAIR RECEIVER ACKNOWLEDGMENTS AGAINST IT.
002730*                 SAME EXTEND-WITH-OUTPUT-FALLBACK PATTERN AS
002740*                 THE BATCH PROGRAM'S ALERT FILE.  A FAILED LOG
002750*                 IS WORTH A WARNING, NOT AN ABEND - THE EXTRACT
002760*                 ITSELF IS ALREADY SAFELY ON XTRFIL.
002770*----------------------------------------------------------------
002780 9100-LOG-SEND.
002790     OPEN EXTEND SENT-FILE
002800     IF WS-SENT-NOT-FOUND
002810         CLOSE SENT-FILE
002820         OPEN OUTPUT SENT-FILE
002830     END-IF
002840     IF NOT WS-SENT-OK
002850         DISPLAY 'WARNING - BAD OPEN ON SENT-FILE, STATUS = '
002860             WS-SENT-STATUS
002870         IF WS-MAX-RC < 4
002880             MOVE 4 TO WS-MAX-RC
002890         END-IF
002900         GO TO 9100-EXIT
002910     END-IF
002920     MOVE SPACES TO SENT-RECORD
002930     MOVE WS-ASOF-DATE TO SENT-DATE
002940     MOVE WS-ASOF-TIME TO SENT-TIME
002950     MOVE 'STACKXTR' TO SENT-SOURCE
002960     MOVE WS-XTR-COUNT TO SENT-COUNT
002970     MOVE WS-XTR-HASH TO SENT-HASH
002980     WRITE SENT-RECORD
002990     CLOSE SENT-FILE.
003000 9100-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------
003030* 9200-POST-LEDGER - APPENDS THE EXTRACT'S CONTROL TOTALS TO THE
003040*                    BALANCING LEDGER: ONE XTR RECORD CARRYING THE
003050*                    TRAILER'S COUNT AND HASH, AND THE END RECORD
003060*                    THAT PROVES THE POSTING COMPLETE.  SAME
003070*                    EXTEND-WITH-OUTPUT-FALLBACK PATTERN AS
003080*                    9100-LOG-SEND, AND LIKE IT A WARNING ONLY -
003090*                    STACK-BALANCE FAILS THE DAY FOR THE MISSING
003100*                    POSTING.
003110*----------------------------------------------------------------
003120 9200-POST-LEDGER.
003130     OPEN EXTEND LEDGER-FILE
003140     IF WS-LDG-NOT-FOUND
003150         CLOSE LEDGER-FILE
003160         OPEN OUTPUT LEDGER-FILE
003170     END-IF
003180     IF NOT WS-LDG-OK
003190         DISPLAY 'WARNING - BAD OPEN ON LEDGER-FILE, STATUS = '
003200             WS-LDG-STATUS
003210         IF WS-MAX-RC < 4
003220             MOVE 4 TO WS-MAX-RC
003230         END-IF
003240         GO TO 9200-EXIT
003250     END-IF
003260     MOVE SPACES TO LDG-RECORD
003270     MOVE WS-ASOF-DATE TO LDG-DATE
003280     MOVE WS-ASOF-TIME TO LDG-TIME
003290     MOVE 'STACKXTR' TO LDG-STEP
003300     MOVE 'XTR ' TO LDG-TYPE
003310     MOVE WS-XTR-COUNT TO LDG-TOT-COUNT
003320     MOVE WS-XTR-HASH TO LDG-TOT-HASH
003330     WRITE LDG-RECORD
003340     MOVE SPACES TO LDG-DATA
003350     MOVE 'END ' TO LDG-TYPE
003360     MOVE 2 TO LDG-END-COUNT
003370     WRITE LDG-RECORD
003380     CLOSE LEDGER-FILE.
003390 9200-EXIT.
003400     EXIT.
