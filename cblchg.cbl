000270*                  GRAND-TOTAL LINE TIES BACK TO THE RUN-WIDE
000280*                  PUSH/POP/REJECT COUNTS SO FINANCE CAN PROVE
000290*                  THE ALLOCATION COMPLETE.
000300* 10/15/2026  DWA  EACH DEPARTMENT LINE IS NOW FOLLOWED BY THE
000310*                  DEPARTMENT'S NAME AND THE COST CENTRE ITS
000320*                  USAGE IS CHARGED TO, FROM THE NEW DEPARTMENT
000330*                  MASTER (DEPTFIL, SEE DEPTREC) THAT THE STACK
000340*                  DEFINITION MAINTENANCE PROGRAM VALIDATES
000350*                  SDF-DEPT AGAINST.  A DEPARTMENT MISSING FROM
000360*                  THE MASTER IS SHOWN AS SUCH AND STILL CHARGED.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL HIST-FILE ASSIGN TO HISTFIL
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-HIST-STATUS.
000470     SELECT OPTIONAL DEPT-FILE ASSIGN TO DEPTFIL
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-DEPT-STATUS.
000500     SELECT RPT-FILE ASSIGN TO CHGRPT
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  HIST-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570     COPY HISTREC.
000580 FD  DEPT-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610     COPY DEPTREC.
000620 FD  RPT-FILE
000630     RECORDING MODE IS V
000640     LABEL RECORDS ARE STANDARD.
000650 01  RPT-RECORD                PIC X(80).
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------------
000680* PER-QUEUE ROLLUP - ONE ROW PER DISTINCT STACK-ID ON THE
000690* HISTORY FILE, AGGREGATED AS THE RECORDS ARE READ: ACTIVITY
000700* SUMS, THE DEEPEST HIGH-WATER MARK OVER THE PERIOD AND THE
000710* LATEST DEPARTMENT AND CAPACITY (THE DEFINITIONS CAN CHANGE
000720* MID-PERIOD; THE NEWEST RECORD IS THE ONE FINANCE CHARGES BY).
000730*----------------------------------------------------------------
000740 78  MAX-CHG-QUEUES            VALUE 50.
000750 01  QUEUE-TABLE.
000760     05  QT-ENTRY OCCURS MAX-CHG-QUEUES TIMES
000770             INDEXED BY QT-IDX.
000780         10  QT-STACK-ID       PIC X(10) VALUE SPACES.
000790         10  QT-DEPT           PIC X(04) VALUE SPACES.
000800         10  QT-PUSHES         PIC 9(8) COMP VALUE 0.
000810         10  QT-POPS           PIC 9(8) COMP VALUE 0.
000820         10  QT-REJECTS        PIC 9(8) COMP VALUE 0.
000830         10  QT-PEAK           PIC 9(4) COMP VALUE 0.
000840         10  QT-CAPACITY       PIC 9(4) COMP VALUE 0.
000850 01  WS-QUEUE-COUNT            PIC 9(4) COMP VALUE 0.
000860*----------------------------------------------------------------
000870* PER-DEPARTMENT ROLLUP - BUILT FROM THE QUEUE TABLE ONCE THE
000880* WHOLE PERIOD IS IN.
000890*----------------------------------------------------------------
000900 78  MAX-CHG-DEPTS             VALUE 20.
000910 01  DEPT-TABLE.
000920     05  DT-ENTRY OCCURS MAX-CHG-DEPTS TIMES
000930             INDEXED BY DT-IDX.
000940         10  DT-DEPT           PIC X(04) VALUE SPACES.
000950         10  DT-QUEUES         PIC 9(8) COMP VALUE 0.
000960         10  DT-PUSHES         PIC 9(8) COMP VALUE 0.
000970         10  DT-POPS           PIC 9(8) COMP VALUE 0.
000980         10  DT-REJECTS        PIC 9(8) COMP VALUE 0.
000990         10  DT-PEAK           PIC 9(8) COMP VALUE 0.
001000         10  DT-CAPACITY       PIC 9(8) COMP VALUE 0.
001010 01  WS-DEPT-COUNT             PIC 9(4) COMP VALUE 0.
001020*----------------------------------------------------------------
001030* DEPARTMENT MASTER - EACH DEPARTMENT'S NAME AND CHARGEBACK COST
001040* CENTRE, FOR THE LINE PRINTED UNDER ITS USAGE.
001050*----------------------------------------------------------------
001060 78  MAX-CHG-MASTER            VALUE 50.
001070 01  DM-TABLE.
001080     05  DM-ENTRY OCCURS MAX-CHG-MASTER TIMES
001090             INDEXED BY DM-IDX.
001100         10  DM-DEPT           PIC X(04) VALUE SPACES.
001110         10  DM-NAME           PIC X(30) VALUE SPACES.
001120         10  DM-COST-CENTRE    PIC X(08) VALUE SPACES.
001130 01  WS-DM-COUNT               PIC 9(4) COMP VALUE 0.
001140*----------------------------------------------------------------
001150* GRAND TOTALS - THE TIE-BACK TO THE RUN-WIDE COUNTS.
001160*----------------------------------------------------------------
001170 01  WS-CHG-TOTALS.
001180     05  WS-TOT-QUEUES         PIC 9(8) COMP VALUE 0.
001190     05  WS-TOT-PUSHES         PIC 9(8) COMP VALUE 0.
001200     05  WS-TOT-POPS           PIC 9(8) COMP VALUE 0.
001210     05  WS-TOT-REJECTS        PIC 9(8) COMP VALUE 0.
001220     05  WS-TOT-PEAK           PIC 9(8) COMP VALUE 0.
001230     05  WS-TOT-CAPACITY       PIC 9(8) COMP VALUE 0.
001240 01  WS-DAY-REJECTS            PIC 9(8) COMP VALUE 0.
001250 01  WS-SHARE-PCT              PIC 9(3)V9 COMP-3 VALUE 0.
001260 01  WS-CUR-DEPT               PIC X(04) VALUE SPACES.
001270 01  WS-I                      PIC 9(4) COMP VALUE 0.
001280 01  WS-MAX-RC                 PIC 9(4) COMP VALUE 0.
001290*----------------------------------------------------------------
001300* PROGRAM SWITCHES
001310*----------------------------------------------------------------
001320 01  WS-SWITCHES.
001330     05  WS-HIST-STATUS        PIC X(02) VALUE '00'.
001340         88  WS-HIST-OK                  VALUE '00'.
001350         88  WS-HIST-NOT-FOUND           VALUE '05'.
001360     05  WS-HIST-EOF-SWITCH    PIC X(01) VALUE 'N'.
001370         88  WS-HIST-EOF-YES             VALUE 'Y'.
001380     05  WS-QT-RESOLVED-SW     PIC X(01) VALUE 'Y'.
001390         88  WS-QT-RESOLVED              VALUE 'Y'.
001400         88  WS-QT-NOT-RESOLVED          VALUE 'N'.
001410     05  WS-DT-RESOLVED-SW     PIC X(01) VALUE 'Y'.
001420         88  WS-DT-RESOLVED              VALUE 'Y'.
001430         88  WS-DT-NOT-RESOLVED          VALUE 'N'.
001440     05  WS-DEPT-STATUS        PIC X(02) VALUE '00'.
001450         88  WS-DEPT-OK                  VALUE '00'.
001460         88  WS-DEPT-NOT-FOUND           VALUE '05'.
001470     05  WS-DEPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001480         88  WS-DEPT-EOF-YES             VALUE 'Y'.
001490*----------------------------------------------------------------
001500* CHARGEBACK REPORT LINE LAYOUTS
001510*----------------------------------------------------------------
001520 01  CHG-HEADING-LINE.
001530     05  FILLER                PIC X(04) VALUE 'DEPT'.
001540     05  FILLER                PIC X(02) VALUE SPACES.
001550     05  FILLER                PIC X(06) VALUE 'QUEUES'.
001560     05  FILLER                PIC X(02) VALUE SPACES.
001570     05  FILLER                PIC X(08) VALUE '  PUSHES'.
001580     05  FILLER                PIC X(02) VALUE SPACES.
001590     05  FILLER                PIC X(08) VALUE '    POPS'.
001600     05  FILLER                PIC X(02) VALUE SPACES.
001610     05  FILLER                PIC X(08) VALUE ' REJECTS'.
001620     05  FILLER                PIC X(02) VALUE SPACES.
001630     05  FILLER                PIC X(05) VALUE ' PEAK'.
001640     05  FILLER                PIC X(02) VALUE SPACES.
001650     05  FILLER                PIC X(05) VALUE '  CAP'.
001660     05  FILLER                PIC X(02) VALUE SPACES.
001670     05  FILLER                PIC X(05) VALUE 'SHARE'.
001680     05  FILLER                PIC X(17) VALUE SPACES.
001690 01  CHG-DETAIL-LINE.
001700     05  CHG-DET-DEPT          PIC X(04).
001710     05  FILLER                PIC X(02) VALUE SPACES.
001720     05  CHG-DET-QUEUES        PIC ZZZZZ9.
001730     05  FILLER                PIC X(02) VALUE SPACES.
001740     05  CHG-DET-PUSHES        PIC ZZZZZZZ9.
001750     05  FILLER                PIC X(02) VALUE SPACES.
001760     05  CHG-DET-POPS          PIC ZZZZZZZ9.
001770     05  FILLER                PIC X(02) VALUE SPACES.
001780     05  CHG-DET-REJECTS       PIC ZZZZZZZ9.
001790     05  FILLER                PIC X(02) VALUE SPACES.
001800     05  CHG-DET-PEAK          PIC ZZZZ9.
001810     05  FILLER                PIC X(02) VALUE SPACES.
001820     05  CHG-DET-CAP           PIC ZZZZ9.
001830     05  FILLER                PIC X(02) VALUE SPACES.
001840     05  CHG-DET-SHARE         PIC ZZ9.9.
001850     05  FILLER                PIC X(04) VALUE ' PCT'.
001860     05  FILLER                PIC X(13) VALUE SPACES.
001870 01  CHG-NAME-LINE.
001880     05  FILLER                PIC X(06) VALUE SPACES.
001890     05  CHG-NAM-NAME          PIC X(30).
001900     05  FILLER                PIC X(02) VALUE SPACES.
001910     05  FILLER                PIC X(13) VALUE 'COST CENTRE: '.
001920     05  CHG-NAM-COST-CENTRE   PIC X(08).
001930     05  FILLER                PIC X(21) VALUE SPACES.
001940*----------------------------------------------------------------
001950* TOTALS LINE LAYOUT - SAME SHAPE AS STACK-EXAMPLE'S RPT-LINE.
001960*----------------------------------------------------------------
001970 01  RPT-LINE.
001980     05  RPT-LABEL             PIC X(40).
001990     05  RPT-VALUE             PIC ZZZZZZZ9.
002000     05  FILLER                PIC X(31).
002010 PROCEDURE DIVISION.
002020*----------------------------------------------------------------
002030* 0000-MAIN-PROCEDURE - LOAD AND ROLL UP THE HISTORY PER QUEUE,
002040*                       ROLL THE QUEUES UP PER DEPARTMENT, THEN
002050*                       PRINT THE DEPARTMENT LINES AND THE
002060*                       GRAND-TOTAL TIE-BACK.
002070*----------------------------------------------------------------
002080 0000-MAIN-PROCEDURE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002100     PERFORM 1100-ROLL-ONE-HISTORY THRU 1100-EXIT
002110         UNTIL WS-HIST-EOF-YES
002120     PERFORM 2000-ROLL-ONE-QUEUE THRU 2000-EXIT
002130         VARYING QT-IDX FROM 1 BY 1
002140             UNTIL QT-IDX > MAX-CHG-QUEUES
002150     PERFORM 3000-PRINT-ONE-DEPT THRU 3000-EXIT
002160         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DEPT-COUNT
002170     PERFORM 8000-WRITE-GRAND-TOTALS THRU 8000-EXIT
002180     PERFORM 9000-TERMINATE THRU 9000-EXIT
002190     STOP RUN.
002200*----------------------------------------------------------------
002210* 1000-INITIALIZE - OPENS THE REPORT AND THE HISTORY FILE AND
002220*                   PRIMES THE FIRST READ.  A MISSING HISTORY
002230*                   FILE PRODUCES AN EMPTY REPORT WITH A WARNING
002240*                   CONDITION CODE.
002250*----------------------------------------------------------------
002260 1000-INITIALIZE.
002270     OPEN OUTPUT RPT-FILE
002280     MOVE SPACES TO RPT-LINE
002290     MOVE 'STACK-CHARGEBACK DEPARTMENT USAGE REPORT' TO
002300         RPT-LABEL
002310     WRITE RPT-RECORD FROM RPT-LINE
002320     MOVE SPACES TO RPT-LINE
002330     WRITE RPT-RECORD FROM RPT-LINE
002340     WRITE RPT-RECORD FROM CHG-HEADING-LINE
002350     PERFORM 1050-LOAD-DEPT-MASTER THRU 1050-EXIT
002360     OPEN INPUT HIST-FILE
002370*    A HARD OPEN FAILURE IS FATAL - PRIMING A READ ON A FILE
002380*    THAT NEVER OPENED WOULD SPIN THE LOAD LOOP FOREVER, SINCE
002390*    AT END CAN NEVER FIRE.
002400     IF NOT WS-HIST-OK AND NOT WS-HIST-NOT-FOUND
002410         DISPLAY 'ERROR - BAD OPEN ON HIST-FILE, STATUS = '
002420             WS-HIST-STATUS
002430         IF WS-MAX-RC < 16
002440             MOVE 16 TO WS-MAX-RC
002450         END-IF
002460         MOVE 'Y' TO WS-HIST-EOF-SWITCH
002470         GO TO 1000-EXIT
002480     END-IF
002490     IF WS-HIST-NOT-FOUND
002500         DISPLAY 'WARNING - NO HISTORY FILE, NOTHING TO CHARGE'
002510         IF WS-MAX-RC < 4
002520             MOVE 4 TO WS-MAX-RC
002530         END-IF
002540         MOVE 'Y' TO WS-HIST-EOF-SWITCH
002550     ELSE
002560         PERFORM 1900-READ-HISTORY THRU 1900-EXIT
002570     END-IF.
002580 1000-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610* 1050-LOAD-DEPT-MASTER - LOADS THE DEPARTMENT NAMES AND COST
002620*                         CENTRES.  WITHOUT THE MASTER THE
002630*                         REPORT STILL CHARGES EVERY DEPARTMENT,
002640*                         JUST UNNAMED, UNDER A WARNING CODE.
002650*----------------------------------------------------------------
002660 1050-LOAD-DEPT-MASTER.
002670     OPEN INPUT DEPT-FILE
002680     IF NOT WS-DEPT-OK AND NOT WS-DEPT-NOT-FOUND
002690         DISPLAY 'WARNING - BAD OPEN ON DEPT-FILE, STATUS = '
002700             WS-DEPT-STATUS ', DEPARTMENTS UNNAMED'
002710         IF WS-MAX-RC < 4
002720             MOVE 4 TO WS-MAX-RC
002730         END-IF
002740         GO TO 1050-EXIT
002750     END-IF
002760     IF WS-DEPT-NOT-FOUND
002770         DISPLAY 'WARNING - NO DEPARTMENT MASTER, DEPARTMENTS '
002780             'UNNAMED'
002790         IF WS-MAX-RC < 4
002800             MOVE 4 TO WS-MAX-RC
002810         END-IF
002820         CLOSE DEPT-FILE
002830         GO TO 1050-EXIT
002840     END-IF
002850     PERFORM 1090-READ-DEPT-MASTER THRU 1090-EXIT
002860     PERFORM 1060-LOAD-ONE-MASTER THRU 1060-EXIT
002870         UNTIL WS-DEPT-EOF-YES
002880     CLOSE DEPT-FILE.
002890 1050-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920* 1060-LOAD-ONE-MASTER - TAKES ONE DEPARTMENT MASTER RECORD.  A
002930*                        MASTER LARGER THAN THE TABLE LEAVES THE
002940*                        EXCESS UNNAMED WITH A WARNING.
002950*----------------------------------------------------------------
002960 1060-LOAD-ONE-MASTER.
002970     IF WS-DM-COUNT NOT < MAX-CHG-MASTER
002980         DISPLAY 'WARNING - MORE DEPARTMENTS ON THE MASTER THAN '
002990             'THE TABLE HOLDS, SKIPPING ' DEPT-ID
003000         IF WS-MAX-RC < 4
003010             MOVE 4 TO WS-MAX-RC
003020         END-IF
003030         GO TO 1060-NEXT
003040     END-IF
003050     ADD 1 TO WS-DM-COUNT
003060     MOVE DEPT-ID TO DM-DEPT(WS-DM-COUNT)
003070     MOVE DEPT-NAME TO DM-NAME(WS-DM-COUNT)
003080     MOVE DEPT-COST-CENTRE TO DM-COST-CENTRE(WS-DM-COUNT).
003090 1060-NEXT.
003100     PERFORM 1090-READ-DEPT-MASTER THRU 1090-EXIT.
003110 1060-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------
003140* 1090-READ-DEPT-MASTER - READS THE NEXT DEPARTMENT MASTER
003150*                         RECORD.
003160*----------------------------------------------------------------
003170 1090-READ-DEPT-MASTER.
003180     READ DEPT-FILE
003190         AT END MOVE 'Y' TO WS-DEPT-EOF-SWITCH
003200     END-READ.
003210 1090-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* 1100-ROLL-ONE-HISTORY - ROLLS ONE HISTORY RECORD INTO ITS
003250*                         QUEUE'S ROW: ACTIVITY SUMS, DEEPEST
003260*                         PEAK, LATEST DEPARTMENT AND CAPACITY.
003270*----------------------------------------------------------------
003280 1100-ROLL-ONE-HISTORY.
003290     PERFORM 1200-RESOLVE-QUEUE THRU 1200-EXIT
003300     IF WS-QT-NOT-RESOLVED
003310         GO TO 1100-NEXT
003320     END-IF
003330     COMPUTE WS-DAY-REJECTS = HIST-OVFL-COUNT
003340         + HIST-UNFL-COUNT + HIST-NNUM-COUNT
003350     ADD HIST-PUSH-COUNT TO QT-PUSHES(QT-IDX)
003360     ADD HIST-POP-COUNT TO QT-POPS(QT-IDX)
003370     ADD WS-DAY-REJECTS TO QT-REJECTS(QT-IDX)
003380     IF HIST-HIGH-WATER > QT-PEAK(QT-IDX)
003390         MOVE HIST-HIGH-WATER TO QT-PEAK(QT-IDX)
003400     END-IF
003410     IF HIST-DEPT = SPACES
003420         MOVE 'NONE' TO QT-DEPT(QT-IDX)
003430     ELSE
003440         MOVE HIST-DEPT TO QT-DEPT(QT-IDX)
003450     END-IF
003460     MOVE HIST-CAPACITY TO QT-CAPACITY(QT-IDX).
003470 1100-NEXT.
003480     PERFORM 1900-READ-HISTORY THRU 1900-EXIT.
003490 1100-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520* 1200-RESOLVE-QUEUE - FINDS OR REGISTERS THE QUEUE ROW FOR THE
003530*                      HISTORY RECORD IN HAND.  A PERIOD NAMING
003540*                      MORE QUEUES THAN THE TABLE HOLDS DROPS
003550*                      THE EXCESS WITH A WARNING - THE
003560*                      ALLOCATION WOULD BE SHORT AND THE GRAND
003570*                      TOTAL SAYS BY HOW MUCH.
003580*----------------------------------------------------------------
003590 1200-RESOLVE-QUEUE.
003600     MOVE 'Y' TO WS-QT-RESOLVED-SW
003610     SET QT-IDX TO 1
003620     SEARCH QT-ENTRY
003630         AT END
003640             PERFORM 1210-REGISTER-QUEUE THRU 1210-EXIT
003650         WHEN QT-STACK-ID(QT-IDX) = HIST-STACK-ID
003660             CONTINUE
003670     END-SEARCH.
003680 1200-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710* 1210-REGISTER-QUEUE - FIRST SIGHT OF THIS STACK-ID; TAKES A
003720*                       FREE QUEUE ROW.
003730*----------------------------------------------------------------
003740 1210-REGISTER-QUEUE.
003750     SET QT-IDX TO 1
003760     SEARCH QT-ENTRY
003770         AT END
003780             DISPLAY 'WARNING - MORE QUEUES THAN THE CHARGEBACK '
003790                 'TABLE HOLDS, SKIPPING ' HIST-STACK-ID
003800             IF WS-MAX-RC < 8
003810                 MOVE 8 TO WS-MAX-RC
003820             END-IF
003830             MOVE 'N' TO WS-QT-RESOLVED-SW
003840         WHEN QT-STACK-ID(QT-IDX) = SPACES
003850             MOVE HIST-STACK-ID TO QT-STACK-ID(QT-IDX)
003860             ADD 1 TO WS-QUEUE-COUNT
003870     END-SEARCH.
003880 1210-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------
003910* 1900-READ-HISTORY - READS THE NEXT HISTORY RECORD.
003920*----------------------------------------------------------------
003930 1900-READ-HISTORY.
003940     READ HIST-FILE
003950         AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
003960     END-READ.
003970 1900-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000* 2000-ROLL-ONE-QUEUE - ROLLS ONE QUEUE'S PERIOD ROLLUP INTO
004010*                       ITS OWNING DEPARTMENT'S ROW AND INTO
004020*                       THE GRAND TOTALS.
004030*----------------------------------------------------------------
004040 2000-ROLL-ONE-QUEUE.
004050     IF QT-STACK-ID(QT-IDX) = SPACES
004060         GO TO 2000-EXIT
004070     END-IF
004080     MOVE QT-DEPT(QT-IDX) TO WS-CUR-DEPT
004090     PERFORM 2100-RESOLVE-DEPT THRU 2100-EXIT
004100     IF WS-DT-RESOLVED
004110         ADD 1 TO DT-QUEUES(DT-IDX)
004120         ADD QT-PUSHES(QT-IDX) TO DT-PUSHES(DT-IDX)
004130         ADD QT-POPS(QT-IDX) TO DT-POPS(DT-IDX)
004140         ADD QT-REJECTS(QT-IDX) TO DT-REJECTS(DT-IDX)
004150         ADD QT-PEAK(QT-IDX) TO DT-PEAK(DT-IDX)
004160         ADD QT-CAPACITY(QT-IDX) TO DT-CAPACITY(DT-IDX)
004170     END-IF
004180*    THE GRAND TOTALS TAKE EVERY QUEUE EVEN WHEN ITS DEPARTMENT
004190*    COULD NOT BE CHARGED - A GRAND TOTAL ABOVE THE SUM OF THE
004200*    DEPARTMENT LINES IS THE VISIBLE SIGN OF AN OVERFLOWED
004210*    DEPARTMENT TABLE.
004220     ADD 1 TO WS-TOT-QUEUES
004230     ADD QT-PUSHES(QT-IDX) TO WS-TOT-PUSHES
004240     ADD QT-POPS(QT-IDX) TO WS-TOT-POPS
004250     ADD QT-REJECTS(QT-IDX) TO WS-TOT-REJECTS
004260     ADD QT-PEAK(QT-IDX) TO WS-TOT-PEAK
004270     ADD QT-CAPACITY(QT-IDX) TO WS-TOT-CAPACITY.
004280 2000-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310* 2100-RESOLVE-DEPT - FINDS OR REGISTERS THE DEPARTMENT ROW FOR
004320*                     WS-CUR-DEPT.  A FULL DEPARTMENT TABLE
004330*                     LEAVES THE SWITCH OFF SO THE QUEUE IS
004340*                     COUNTED IN THE GRAND TOTALS BUT NEVER
004350*                     MISCHARGED TO THE WRONG DEPARTMENT.
004360*----------------------------------------------------------------
004370 2100-RESOLVE-DEPT.
004380     MOVE 'Y' TO WS-DT-RESOLVED-SW
004390     SET DT-IDX TO 1
004400     SEARCH DT-ENTRY
004410         AT END
004420             PERFORM 2110-REGISTER-DEPT THRU 2110-EXIT
004430         WHEN DT-DEPT(DT-IDX) = WS-CUR-DEPT
004440             CONTINUE
004450     END-SEARCH.
004460 2100-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 2110-REGISTER-DEPT - FIRST SIGHT OF THIS DEPARTMENT; TAKES A
004500*                      FREE ROW.
004510*----------------------------------------------------------------
004520 2110-REGISTER-DEPT.
004530     SET DT-IDX TO 1
004540     SEARCH DT-ENTRY
004550         AT END
004560             DISPLAY 'ERROR - MORE DEPARTMENTS THAN THE TABLE '
004570                 'HOLDS: ' WS-CUR-DEPT
004580             IF WS-MAX-RC < 12
004590                 MOVE 12 TO WS-MAX-RC
004600             END-IF
004610             MOVE 'N' TO WS-DT-RESOLVED-SW
004620         WHEN DT-DEPT(DT-IDX) = SPACES
004630             MOVE WS-CUR-DEPT TO DT-DEPT(DT-IDX)
004640             ADD 1 TO WS-DEPT-COUNT
004650     END-SEARCH.
004660 2110-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690* 3000-PRINT-ONE-DEPT - ONE DEPARTMENT'S CHARGEBACK LINE.
004700*----------------------------------------------------------------
004710 3000-PRINT-ONE-DEPT.
004720     SET DT-IDX TO WS-I
004730     MOVE SPACES TO CHG-DETAIL-LINE
004740     MOVE DT-DEPT(DT-IDX) TO CHG-DET-DEPT
004750     MOVE DT-QUEUES(DT-IDX) TO CHG-DET-QUEUES
004760     MOVE DT-PUSHES(DT-IDX) TO CHG-DET-PUSHES
004770     MOVE DT-POPS(DT-IDX) TO CHG-DET-POPS
004780     MOVE DT-REJECTS(DT-IDX) TO CHG-DET-REJECTS
004790     MOVE DT-PEAK(DT-IDX) TO CHG-DET-PEAK
004800     MOVE DT-CAPACITY(DT-IDX) TO CHG-DET-CAP
004810     IF DT-CAPACITY(DT-IDX) > 0
004820         COMPUTE WS-SHARE-PCT ROUNDED = DT-PEAK(DT-IDX) * 100
004830             / DT-CAPACITY(DT-IDX)
004840     ELSE
004850         MOVE 0 TO WS-SHARE-PCT
004860     END-IF
004870     MOVE WS-SHARE-PCT TO CHG-DET-SHARE
004880     WRITE RPT-RECORD FROM CHG-DETAIL-LINE
004890     PERFORM 3100-PRINT-DEPT-NAME THRU 3100-EXIT.
004900 3000-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930* 3100-PRINT-DEPT-NAME - THE DEPARTMENT'S NAME AND COST CENTRE
004940*                        FROM THE MASTER, UNDER ITS USAGE LINE.
004950*----------------------------------------------------------------
004960 3100-PRINT-DEPT-NAME.
004970     MOVE SPACES TO CHG-NAM-COST-CENTRE
004980     SET DM-IDX TO 1
004990     SEARCH DM-ENTRY
005000         AT END
005010             MOVE 'NOT ON DEPARTMENT MASTER' TO CHG-NAM-NAME
005020         WHEN DM-DEPT(DM-IDX) = DT-DEPT(DT-IDX)
005030             MOVE DM-NAME(DM-IDX) TO CHG-NAM-NAME
005040             MOVE DM-COST-CENTRE(DM-IDX) TO CHG-NAM-COST-CENTRE
005050     END-SEARCH
005060     WRITE RPT-RECORD FROM CHG-NAME-LINE.
005070 3100-EXIT.
005080     EXIT.
005090*----------------------------------------------------------------
005100* 8000-WRITE-GRAND-TOTALS - THE TIE-BACK PAGE: THE SAME COLUMNS
005110*                           SUMMED ACROSS EVERY DEPARTMENT,
005120*                           WHICH MUST EQUAL THE RUN-WIDE
005130*                           COUNTS ON THE PERIOD'S DAILY
005140*                           REPORTS AND TREND PAGES.
005150*----------------------------------------------------------------
005160 8000-WRITE-GRAND-TOTALS.
005170     MOVE SPACES TO RPT-LINE
005180     WRITE RPT-RECORD FROM RPT-LINE
005190     MOVE SPACES TO CHG-DETAIL-LINE
005200     MOVE '*ALL' TO CHG-DET-DEPT
005210     MOVE WS-TOT-QUEUES TO CHG-DET-QUEUES
005220     MOVE WS-TOT-PUSHES TO CHG-DET-PUSHES
005230     MOVE WS-TOT-POPS TO CHG-DET-POPS
005240     MOVE WS-TOT-REJECTS TO CHG-DET-REJECTS
005250     MOVE WS-TOT-PEAK TO CHG-DET-PEAK
005260     MOVE WS-TOT-CAPACITY TO CHG-DET-CAP
005270     IF WS-TOT-CAPACITY > 0
005280         COMPUTE WS-SHARE-PCT ROUNDED = WS-TOT-PEAK * 100
005290             / WS-TOT-CAPACITY
005300     ELSE
005310         MOVE 0 TO WS-SHARE-PCT
005320     END-IF
005330     MOVE WS-SHARE-PCT TO CHG-DET-SHARE
005340     WRITE RPT-RECORD FROM CHG-DETAIL-LINE
005350     MOVE SPACES TO RPT-LINE
005360     WRITE RPT-RECORD FROM RPT-LINE
005370     MOVE SPACES TO RPT-LINE
005380     MOVE 'DEPARTMENTS CHARGED' TO RPT-LABEL
005390     MOVE WS-DEPT-COUNT TO RPT-VALUE
005400     WRITE RPT-RECORD FROM RPT-LINE
005410     MOVE SPACES TO RPT-LINE
005420     MOVE 'QUEUES ALLOCATED' TO RPT-LABEL
005430     MOVE WS-TOT-QUEUES TO RPT-VALUE
005440     WRITE RPT-RECORD FROM RPT-LINE.
005450 8000-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------
005480* 9000-TERMINATE - CLOSES THE FILES AND POSTS THE WORST
005490*                  CONDITION SEEN.
005500*----------------------------------------------------------------
005510 9000-TERMINATE.
005520     CLOSE HIST-FILE
005530     CLOSE RPT-FILE
005540     MOVE WS-MAX-RC TO RETURN-CODE.
005550 9000-EXIT.
005560     EXIT.
