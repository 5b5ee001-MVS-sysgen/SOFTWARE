000010***************************************************************
000020*                                                             *
000030*    PROGRAM:    DEPDPATH                                     *
000040*    AUTHOR:     D SIKORA - BATCH SUPPORT                     *
000050*    INSTALLATION: MVS-SYSGEN DATA CENTER                     *
000060*    DATE-WRITTEN: 10/15/2026                                 *
000070*                                                             *
000080*    REMARKS:    CRITICAL-PATH ANALYSIS AND PROJECTED BATCH   *
000090*                WINDOW END.  THE DEPENDENCY REGISTRY         *
000100*                (DEPDMNT MAINTAINS IT) SAYS WHICH JOB WAITS  *
000110*                FOR WHICH, AND THE ELAPSED-TIME BASELINE     *
000120*                (ACCTBASE KEEPS IT) SAYS HOW LONG EACH STEP  *
000130*                NORMALLY RUNS. THIS PASS PUTS THE TWO        *
000140*                TOGETHER - IT BUILDS THE NIGHTLY JOB NETWORK *
000150*                FROM DEPDREC, TIMES EACH JOB AS THE SUM OF   *
000160*                ITS STEPS' BASELINE AVERAGES, AND PRINTS THE *
000170*                CHAIN OF JOBS THAT DECIDES WHEN THE WINDOW   *
000180*                CLOSES, EVERY JOB'S SLACK, AND THE PROJECTED *
000190*                WINDOW END TIME - SO WHEN THE WINDOW         *
000200*                OVERRUNS, TUNING GOES TO THE JOBS ON THE     *
000210*                CRITICAL PATH AND RESCHEDULING TO THE JOBS   *
000220*                WITH SLACK TO SPARE.                         *
000230*                                                             *
000240*                THE WHOLE ANALYSIS IS RUN TWICE - ONCE ON    *
000250*                BL-AVG-ELAPSED (THE NORMAL NIGHT) AND ONCE   *
000260*                ON BL-HIGH-ELAPSED (THE PESSIMISTIC NIGHT,   *
000270*                EVERY STEP AT ITS HIGH WATER).  THE TWO      *
000280*                CRITICAL PATHS NEED NOT BE THE SAME CHAIN.   *
000290*                                                             *
000300*                EVERY JOB STARTS AS SOON AS ITS LAST         *
000310*                PREDECESSOR ENDS; A JOB WITH NO PREDECESSOR  *
000320*                STARTS AT THE WINDOW START.  SLACK IS HOW    *
000330*                LONG A JOB COULD BE DELAYED (OR RUN LONGER)  *
000340*                BEFORE IT PUSHES THE WINDOW END OUT.         *
000350*                                                             *
000360*                A JOB NAMED IN DEPDREC WITH NO BASELINE      *
000370*                HISTORY IS TIMED AS ZERO AND LISTED, SINCE   *
000380*                ITS REAL RUN TIME IS MISSING FROM EVERY      *
000390*                PROJECTION IT SITS IN.  PAIRS THAT CLOSE A   *
000400*                DEPENDENCY CYCLE (A WAITS FOR B WAITS FOR A) *
000410*                CAN NEVER BE SATISFIED - THEIR JOBS, AND     *
000420*                EVERY JOB WAITING BEHIND THEM, ARE REPORTED  *
000430*                AND LEFT OUT OF THE TIMING.                  *
000440*                                                             *
000450*                PARM IS THE WINDOW START TIME AS HHMM        *
000460*                (PARM='2100').  DEFAULT IS 2000.             *
000470*                                                             *
000480*    MODIFICATION HISTORY                                     *
000490*    DATE       INIT  DESCRIPTION                             *
000500*    10/15/2026 DS    ORIGINAL PROGRAM                        *
000510*                                                             *
000520***************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID.    DEPDPATH.
000550 AUTHOR.        D SIKORA - BATCH SUPPORT.
000560 INSTALLATION.  MVS-SYSGEN DATA CENTER.
000570 DATE-WRITTEN.  10/15/2026.
000580 DATE-COMPILED.
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.   IBM-370.
000620 OBJECT-COMPUTER.   IBM-370.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT DEPDFILE-FILE ASSIGN TO DEPDFILE
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT BASEIN-FILE ASSIGN TO BASEIN
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT PATHRPT-FILE ASSIGN TO PATHRPT
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-PATHRPT-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  DEPDFILE-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 COPY DEPDREC.
000780 FD  BASEIN-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 COPY BASEREC.
000820 FD  PATHRPT-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  PATHRPT-LINE                 PIC X(133).
000860 WORKING-STORAGE SECTION.
000870*---------------------------------------------------------------
000880*    SWITCHES
000890*---------------------------------------------------------------
000900 01  WS-SWITCHES.
000910     05  WS-DEPD-EOF-SW           PIC X(01) VALUE 'N'.
000920         88  WS-DEPD-EOF                    VALUE 'Y'.
000930         88  WS-DEPD-NOT-EOF                VALUE 'N'.
000940     05  WS-BASE-EOF-SW           PIC X(01) VALUE 'N'.
000950         88  WS-BASE-EOF                    VALUE 'Y'.
000960         88  WS-BASE-NOT-EOF                VALUE 'N'.
000970     05  WS-PR-CAP-WARNED-SW      PIC X(01) VALUE 'N'.
000980         88  WS-PR-CAP-WARNED               VALUE 'Y'.
000990         88  WS-PR-CAP-NOT-WARNED           VALUE 'N'.
001000     05  WS-JB-CAP-WARNED-SW      PIC X(01) VALUE 'N'.
001010         88  WS-JB-CAP-WARNED               VALUE 'Y'.
001020         88  WS-JB-CAP-NOT-WARNED           VALUE 'N'.
001030     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001040         88  WS-FOUND                       VALUE 'Y'.
001050         88  WS-NOT-FOUND                   VALUE 'N'.
001060     05  WS-WALK-SW               PIC X(01) VALUE 'N'.
001070         88  WS-WALK-DONE                   VALUE 'Y'.
001080         88  WS-WALK-NOT-DONE               VALUE 'N'.
001090 01  WS-PATHRPT-STATUS            PIC XX VALUE '00'.
001100*---------------------------------------------------------------
001110*    WINDOW START CONTROL - ALL NETWORK TIMES ARE HUNDREDTHS OF
001120*    A SECOND AFTER THE WINDOW START, THE SAME UNIT BASEREC
001130*    CARRIES ITS ELAPSED TIMES IN
001140*---------------------------------------------------------------
001150 01  WS-PARM-START-X              PIC X(04) VALUE SPACES.
001160 01  WS-PARM-START REDEFINES WS-PARM-START-X.
001170     05  WS-PARM-START-HH         PIC 9(02).
001180     05  WS-PARM-START-MM         PIC 9(02).
001190 01  WS-WINDOW-START-HH           PIC 9(02) VALUE 20.
001200 01  WS-WINDOW-START-MM           PIC 9(02) VALUE 0.
001210 01  WS-WINDOW-START-HNDTHS       PIC 9(09) COMP VALUE 0.
001220*---------------------------------------------------------------
001230*    DEPENDENCY PAIR TABLE - EACH PAIR CARRIES THE JOB TABLE
001240*    POSITIONS OF BOTH ITS JOBS
001250*---------------------------------------------------------------
001260 01  WS-PR-TABLE-CTL.
001270     05  WS-PR-COUNT              PIC 9(04) COMP VALUE 0.
001280     05  WS-PR-MAX                PIC 9(04) COMP VALUE 500.
001290     05  WS-PR-IX                 PIC 9(04) COMP VALUE 0.
001300 01  WS-PR-TABLE.
001310     05  WS-PR-ENTRY OCCURS 1 TO 500 TIMES
001320                     DEPENDING ON WS-PR-COUNT.
001330         10  WS-PR-PRED-NAME      PIC X(08).
001340         10  WS-PR-SUCC-NAME      PIC X(08).
001350         10  WS-PR-PRED-JX        PIC 9(04) COMP.
001360         10  WS-PR-SUCC-JX        PIC 9(04) COMP.
001370*---------------------------------------------------------------
001380*    JOB NETWORK TABLE - ONE ENTRY PER JOB NAMED ON EITHER SIDE
001390*    OF A PAIR.  WS-JB-VAR(1) HOLDS THE TIMING ON BASELINE
001400*    AVERAGES, WS-JB-VAR(2) THE TIMING ON HIGH-WATER TIMES.
001410*    WS-JB-WAIT-COUNT IS WORK SPACE - PREDECESSORS NOT YET
001420*    PLACED DURING THE SORT, SUCCESSORS STILL IN A CYCLE DURING
001430*    THE CYCLE PRUNE.
001440*---------------------------------------------------------------
001450 01  WS-JB-TABLE-CTL.
001460     05  WS-JB-COUNT              PIC 9(04) COMP VALUE 0.
001470     05  WS-JB-MAX                PIC 9(04) COMP VALUE 1000.
001480     05  WS-JB-IX                 PIC 9(04) COMP VALUE 0.
001490 01  WS-JB-TABLE.
001500     05  WS-JB-ENTRY OCCURS 1 TO 1000 TIMES
001510                     DEPENDING ON WS-JB-COUNT
001520                     INDEXED BY WS-JB-NX.
001530         10  WS-JB-NAME           PIC X(08).
001540         10  WS-JB-STEP-COUNT     PIC 9(04) COMP.
001550         10  WS-JB-PRED-COUNT     PIC 9(04) COMP.
001560         10  WS-JB-WAIT-COUNT     PIC 9(04) COMP.
001570         10  WS-JB-STATE-SW       PIC X(01).
001580             88  WS-JB-UNPLACED             VALUE 'U'.
001590             88  WS-JB-PLACED               VALUE 'P'.
001600             88  WS-JB-IN-CYCLE             VALUE 'C'.
001610             88  WS-JB-BEHIND-CYCLE         VALUE 'D'.
001620         10  WS-JB-VAR OCCURS 2 TIMES.
001630             15  WS-JB-DUR        PIC 9(09) COMP.
001640             15  WS-JB-ES         PIC 9(09) COMP.
001650             15  WS-JB-EF         PIC 9(09) COMP.
001660             15  WS-JB-LF         PIC 9(09) COMP.
001670             15  WS-JB-SLACK      PIC 9(09) COMP.
001680*---------------------------------------------------------------
001690*    DEPENDENCY ORDER - JOB TABLE POSITIONS, EVERY JOB AFTER
001700*    ALL OF ITS PREDECESSORS
001710*---------------------------------------------------------------
001720 01  WS-TP-TABLE-CTL.
001730     05  WS-TP-COUNT              PIC 9(04) COMP VALUE 0.
001740     05  WS-TP-HEAD               PIC 9(04) COMP VALUE 0.
001750     05  WS-TP-IX                 PIC 9(04) COMP VALUE 0.
001760 01  WS-TP-TABLE.
001770     05  WS-TP-JX OCCURS 1 TO 1000 TIMES
001780                  DEPENDING ON WS-TP-COUNT
001790                                  PIC 9(04) COMP.
001800*---------------------------------------------------------------
001810*    TIMING WORK AREAS - WS-VX SELECTS AVERAGE (1) OR HIGH
001820*    WATER (2)
001830*---------------------------------------------------------------
001840 01  WS-VX                        PIC 9(04) COMP VALUE 0.
001850 01  WS-FIND-NAME                 PIC X(08) VALUE SPACES.
001860 01  WS-FIND-JX                   PIC 9(04) COMP VALUE 0.
001870 01  WS-PRED-JX                   PIC 9(04) COMP VALUE 0.
001880 01  WS-SUCC-JX                   PIC 9(04) COMP VALUE 0.
001890 01  WS-CUR-JX                    PIC 9(04) COMP VALUE 0.
001900 01  WS-NXT-JX                    PIC 9(04) COMP VALUE 0.
001910 01  WS-LATE-START                PIC 9(09) COMP VALUE 0.
001920 01  WS-PROJ-END-TABLE.
001930     05  WS-PROJ-END OCCURS 2 TIMES
001940                                  PIC 9(09) COMP.
001950 01  WS-PATH-SEQ                  PIC 9(04) COMP VALUE 0.
001960*---------------------------------------------------------------
001970*    CLOCK AND DURATION FORMATTING
001980*---------------------------------------------------------------
001990 01  WS-CLK-IN                    PIC 9(09) COMP VALUE 0.
002000 01  WS-CLK-TOTAL                 PIC 9(09) COMP VALUE 0.
002010 01  WS-CLK-DAYS                  PIC 9(04) COMP VALUE 0.
002020 01  WS-CLK-REM                   PIC 9(09) COMP VALUE 0.
002030 01  WS-CLK-HH                    PIC 9(04) COMP VALUE 0.
002040 01  WS-CLOCK-OUT.
002050     05  WS-CO-HH                 PIC 9(02).
002060     05  FILLER                   PIC X(01) VALUE ':'.
002070     05  WS-CO-MM                 PIC 9(02).
002080     05  FILLER                   PIC X(01) VALUE ':'.
002090     05  WS-CO-SS                 PIC 9(02).
002100     05  WS-CO-DAY-TAG.
002110         10  WS-CO-DAY-SIGN       PIC X(02).
002120         10  WS-CO-DAY-N          PIC 9(01).
002130 01  WS-DURATION-OUT.
002140     05  WS-DO-HH                 PIC ZZ9.
002150     05  FILLER                   PIC X(01) VALUE ':'.
002160     05  WS-DO-MM                 PIC 9(02).
002170     05  FILLER                   PIC X(01) VALUE ':'.
002180     05  WS-DO-SS                 PIC 9(02).
002190*---------------------------------------------------------------
002200*    COUNTERS
002210*---------------------------------------------------------------
002220 01  WS-PRUNED-COUNT              PIC 9(04) COMP VALUE 0.
002230 01  WS-CYCLE-JOB-COUNT           PIC 9(04) COMP VALUE 0.
002240 01  WS-BEHIND-COUNT              PIC 9(04) COMP VALUE 0.
002250 01  WS-CYCLE-PAIR-COUNT          PIC 9(04) COMP VALUE 0.
002260 01  WS-NOBASE-COUNT              PIC 9(04) COMP VALUE 0.
002270*---------------------------------------------------------------
002280*    REPORT LINES
002290*---------------------------------------------------------------
002300 01  FILLER-LINE                  PIC X(133) VALUE ALL '='.
002310 01  RPT-TITLE-LINE.
002320     05  FILLER                   PIC X(01) VALUE '='.
002330     05  FILLER                   PIC X(44) VALUE SPACES.
002340     05  FILLER                   PIC X(44) VALUE
002350             'CRITICAL PATH AND PROJECTED BATCH WINDOW END'.
002360     05  FILLER                   PIC X(43) VALUE SPACES.
002370     05  FILLER                   PIC X(01) VALUE '='.
002380 01  RPT-END-LINE.
002390     05  FILLER                   PIC X(01) VALUE '='.
002400     05  FILLER                   PIC X(01) VALUE SPACE.
002410     05  RE-LABEL                 PIC X(40) VALUE SPACES.
002420     05  RE-CLOCK                 PIC X(11) VALUE SPACES.
002430     05  FILLER                   PIC X(03) VALUE SPACES.
002440     05  RE-LENGTH-AREA.
002450         10  RE-LENGTH-LABEL      PIC X(15) VALUE SPACES.
002460         10  RE-LENGTH            PIC X(09) VALUE SPACES.
002470     05  FILLER                   PIC X(52) VALUE SPACES.
002480     05  FILLER                   PIC X(01) VALUE '='.
002490 01  RPT-SECTION-LINE.
002500     05  FILLER                   PIC X(01) VALUE '='.
002510     05  FILLER                   PIC X(01) VALUE SPACE.
002520     05  RS-TEXT                  PIC X(60) VALUE SPACES.
002530     05  FILLER                   PIC X(70) VALUE SPACES.
002540     05  FILLER                   PIC X(01) VALUE '='.
002550 01  RPT-PATH-HDG-LINE.
002560     05  FILLER                   PIC X(01) VALUE '='.
002570     05  FILLER                   PIC X(01) VALUE SPACE.
002580     05  FILLER                   PIC X(04) VALUE ' SEQ'.
002590     05  FILLER                   PIC X(02) VALUE SPACES.
002600     05  FILLER                   PIC X(08) VALUE 'JOB NAME'.
002610     05  FILLER                   PIC X(02) VALUE SPACES.
002620     05  FILLER                   PIC X(09) VALUE ' DURATION'.
002630     05  FILLER                   PIC X(02) VALUE SPACES.
002640     05  FILLER                   PIC X(11) VALUE 'START'.
002650     05  FILLER                   PIC X(02) VALUE SPACES.
002660     05  FILLER                   PIC X(11) VALUE 'END'.
002670     05  FILLER                   PIC X(02) VALUE SPACES.
002680     05  FILLER                   PIC X(05) VALUE 'STEPS'.
002690     05  FILLER                   PIC X(02) VALUE SPACES.
002700     05  FILLER                   PIC X(20) VALUE 'NOTE'.
002710     05  FILLER                   PIC X(50) VALUE SPACES.
002720     05  FILLER                   PIC X(01) VALUE '='.
002730 01  RPT-PATH-LINE.
002740     05  FILLER                   PIC X(01) VALUE '='.
002750     05  FILLER                   PIC X(01) VALUE SPACE.
002760     05  RP-SEQ                   PIC ZZZ9.
002770     05  FILLER                   PIC X(02) VALUE SPACES.
002780     05  RP-JOB-NAME              PIC X(08) VALUE SPACES.
002790     05  FILLER                   PIC X(02) VALUE SPACES.
002800     05  RP-DURATION              PIC X(09) VALUE SPACES.
002810     05  FILLER                   PIC X(02) VALUE SPACES.
002820     05  RP-START                 PIC X(11) VALUE SPACES.
002830     05  FILLER                   PIC X(02) VALUE SPACES.
002840     05  RP-END                   PIC X(11) VALUE SPACES.
002850     05  FILLER                   PIC X(02) VALUE SPACES.
002860     05  RP-STEPS                 PIC ZZZZ9.
002870     05  FILLER                   PIC X(02) VALUE SPACES.
002880     05  RP-NOTE                  PIC X(20) VALUE SPACES.
002890     05  FILLER                   PIC X(50) VALUE SPACES.
002900     05  FILLER                   PIC X(01) VALUE '='.
002910 01  RPT-JOB-HDG-LINE.
002920     05  FILLER                   PIC X(01) VALUE '='.
002930     05  FILLER                   PIC X(01) VALUE SPACE.
002940     05  FILLER                   PIC X(08) VALUE 'JOB NAME'.
002950     05  FILLER                   PIC X(02) VALUE SPACES.
002960     05  FILLER                   PIC X(09) VALUE ' AVG DUR'.
002970     05  FILLER                   PIC X(02) VALUE SPACES.
002980     05  FILLER                   PIC X(11) VALUE 'EARLY START'.
002990     05  FILLER                   PIC X(02) VALUE SPACES.
003000     05  FILLER                   PIC X(11) VALUE 'EARLY END'.
003010     05  FILLER                   PIC X(02) VALUE SPACES.
003020     05  FILLER                   PIC X(09) VALUE 'AVG SLACK'.
003030     05  FILLER                   PIC X(02) VALUE SPACES.
003040     05  FILLER                   PIC X(09) VALUE ' HIGH DUR'.
003050     05  FILLER                   PIC X(02) VALUE SPACES.
003060     05  FILLER                   PIC X(11) VALUE 'HIGH END'.
003070     05  FILLER                   PIC X(02) VALUE SPACES.
003080     05  FILLER                   PIC X(09) VALUE 'HI SLACK'.
003090     05  FILLER                   PIC X(02) VALUE SPACES.
003100     05  FILLER                   PIC X(05) VALUE 'PREDS'.
003110     05  FILLER                   PIC X(02) VALUE SPACES.
003120     05  FILLER                   PIC X(24) VALUE 'NOTE'.
003130     05  FILLER                   PIC X(06) VALUE SPACES.
003140     05  FILLER                   PIC X(01) VALUE '='.
003150 01  RPT-JOB-LINE.
003160     05  FILLER                   PIC X(01) VALUE '='.
003170     05  FILLER                   PIC X(01) VALUE SPACE.
003180     05  RJ-JOB-NAME              PIC X(08) VALUE SPACES.
003190     05  FILLER                   PIC X(02) VALUE SPACES.
003200     05  RJ-AVG-DUR               PIC X(09) VALUE SPACES.
003210     05  FILLER                   PIC X(02) VALUE SPACES.
003220     05  RJ-START                 PIC X(11) VALUE SPACES.
003230     05  FILLER                   PIC X(02) VALUE SPACES.
003240     05  RJ-END                   PIC X(11) VALUE SPACES.
003250     05  FILLER                   PIC X(02) VALUE SPACES.
003260     05  RJ-AVG-SLACK             PIC X(09) VALUE SPACES.
003270     05  FILLER                   PIC X(02) VALUE SPACES.
003280     05  RJ-HIGH-DUR              PIC X(09) VALUE SPACES.
003290     05  FILLER                   PIC X(02) VALUE SPACES.
003300     05  RJ-HIGH-END              PIC X(11) VALUE SPACES.
003310     05  FILLER                   PIC X(02) VALUE SPACES.
003320     05  RJ-HIGH-SLACK            PIC X(09) VALUE SPACES.
003330     05  FILLER                   PIC X(02) VALUE SPACES.
003340     05  RJ-PREDS                 PIC ZZZZ9.
003350     05  FILLER                   PIC X(02) VALUE SPACES.
003360     05  RJ-CRITICAL              PIC X(10) VALUE SPACES.
003370     05  FILLER                   PIC X(02) VALUE SPACES.
003380     05  RJ-NO-BASELINE           PIC X(12) VALUE SPACES.
003390     05  FILLER                   PIC X(06) VALUE SPACES.
003400     05  FILLER                   PIC X(01) VALUE '='.
003410 01  RPT-CYCLE-LINE.
003420     05  FILLER                   PIC X(01) VALUE '='.
003430     05  FILLER                   PIC X(01) VALUE SPACE.
003440     05  RC-PRED-NAME             PIC X(08) VALUE SPACES.
003450     05  RC-ARROW                 PIC X(04) VALUE SPACES.
003460     05  RC-SUCC-NAME             PIC X(08) VALUE SPACES.
003470     05  FILLER                   PIC X(03) VALUE SPACES.
003480     05  RC-REASON                PIC X(44) VALUE SPACES.
003490     05  FILLER                   PIC X(63) VALUE SPACES.
003500     05  FILLER                   PIC X(01) VALUE '='.
003510 01  RPT-NONE-LINE.
003520     05  FILLER                   PIC X(01) VALUE '='.
003530     05  FILLER                   PIC X(01) VALUE SPACE.
003540     05  RN-TEXT                  PIC X(60) VALUE SPACES.
003550     05  FILLER                   PIC X(70) VALUE SPACES.
003560     05  FILLER                   PIC X(01) VALUE '='.
003570 01  RPT-TOTAL-LINE.
003580     05  FILLER                   PIC X(01) VALUE '='.
003590     05  FILLER                   PIC X(01) VALUE SPACE.
003600     05  FILLER                   PIC X(18) VALUE
003610             'PAIRS REGISTERED: '.
003620     05  RT-PAIRS                 PIC ZZZ9.
003630     05  FILLER                   PIC X(03) VALUE SPACES.
003640     05  FILLER                   PIC X(17) VALUE
003650             'JOBS IN NETWORK: '.
003660     05  RT-JOBS                  PIC ZZZ9.
003670     05  FILLER                   PIC X(03) VALUE SPACES.
003680     05  FILLER                   PIC X(07) VALUE 'TIMED: '.
003690     05  RT-TIMED                 PIC ZZZ9.
003700     05  FILLER                   PIC X(03) VALUE SPACES.
003710     05  FILLER                   PIC X(11) VALUE 'IN CYCLES: '.
003720     05  RT-CYCLE                 PIC ZZZ9.
003730     05  FILLER                   PIC X(03) VALUE SPACES.
003740     05  FILLER                   PIC X(15) VALUE
003750             'BEHIND CYCLES: '.
003760     05  RT-BEHIND                PIC ZZZ9.
003770     05  FILLER                   PIC X(03) VALUE SPACES.
003780     05  FILLER                   PIC X(13) VALUE
003790             'NO BASELINE: '.
003800     05  RT-NOBASE                PIC ZZZ9.
003810     05  FILLER                   PIC X(10) VALUE SPACES.
003820     05  FILLER                   PIC X(01) VALUE '='.
003830 LINKAGE SECTION.
003840 01   PARM-BUFFER.
003850      05 PARM-LENGTH              PIC S9(4) COMP.
003860      05 PARM-DATA.
003870         10 NUMB                  PIC X(100).
003880 PROCEDURE DIVISION USING PARM-BUFFER.
003890 0000-MAINLINE SECTION.
003900***************************************************************
003910*    ESTABLISH THE WINDOW START, BUILD THE JOB NETWORK FROM    *
003920*    THE DEPENDENCY REGISTRY, TIME EACH JOB FROM THE           *
003930*    BASELINE, PUT THE JOBS IN DEPENDENCY ORDER (SETTING       *
003940*    ASIDE ANY CYCLE), TIME THE NETWORK ON AVERAGE AND ON      *
003950*    HIGH-WATER RUN TIMES, AND REPORT.                         *
003960***************************************************************
003970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003980     PERFORM 2000-LOAD-REGISTRY THRU 2000-EXIT
003990         UNTIL WS-DEPD-EOF.
004000     PERFORM 2500-LOAD-BASELINE THRU 2500-EXIT
004010         UNTIL WS-BASE-EOF.
004020     PERFORM 3000-ORDER-NETWORK THRU 3000-EXIT.
004030     PERFORM 3500-ISOLATE-CYCLES THRU 3500-EXIT.
004040     PERFORM 4000-TIME-NETWORK THRU 4000-EXIT
004050         VARYING WS-VX FROM 1 BY 1
004060         UNTIL WS-VX > 2.
004070     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
004080     PERFORM 6000-TERMINATE THRU 6000-EXIT.
004090     GO TO 9999-EXIT.
004100 0000-EXIT.
004110     EXIT.
004120*---------------------------------------------------------------
004130 1000-INITIALIZE SECTION.
004140***************************************************************
004150*    TAKE THE WINDOW START FROM THE PARM WHEN A VALID HHMM     *
004160*    ARRIVED (DEFAULT 20:00) AND OPEN THE FILES.               *
004170***************************************************************
004180     MOVE SPACES TO WS-PARM-START-X.
004190     IF PARM-LENGTH = 4
004200         MOVE PARM-DATA(1:4) TO WS-PARM-START-X
004210     END-IF.
004220     IF WS-PARM-START-X IS NUMERIC
004230         IF WS-PARM-START-HH NOT > 23
004240             AND WS-PARM-START-MM NOT > 59
004250             MOVE WS-PARM-START-HH TO WS-WINDOW-START-HH
004260             MOVE WS-PARM-START-MM TO WS-WINDOW-START-MM
004270         END-IF
004280     END-IF.
004290     COMPUTE WS-WINDOW-START-HNDTHS =
004300         ((WS-WINDOW-START-HH * 3600)
004310             + (WS-WINDOW-START-MM * 60)) * 100.
004320     MOVE 0 TO WS-PROJ-END (1).
004330     MOVE 0 TO WS-PROJ-END (2).
004340     OPEN INPUT DEPDFILE-FILE.
004350     OPEN INPUT BASEIN-FILE.
004360     OPEN OUTPUT PATHRPT-FILE.
004370     IF WS-PATHRPT-STATUS NOT = '00'
004380         DISPLAY '*** PATHRPT REPORT FILE OPEN FAILED - '
004390             'STATUS ' WS-PATHRPT-STATUS
004400             ' - ANALYSIS NOT PRODUCED ***'
004410         GO TO 9999-EXIT
004420     END-IF.
004430     READ DEPDFILE-FILE
004440         AT END SET WS-DEPD-EOF TO TRUE.
004450     READ BASEIN-FILE
004460         AT END SET WS-BASE-EOF TO TRUE.
004470 1000-EXIT.
004480     EXIT.
004490*---------------------------------------------------------------
004500 2000-LOAD-REGISTRY SECTION.
004510***************************************************************
004520*    FOLD ONE DEPENDENCY PAIR INTO THE NETWORK - BOTH JOBS     *
004530*    ARE FOUND (OR ADDED) IN THE JOB TABLE AND THE SUCCESSOR   *
004540*    GAINS ONE PREDECESSOR.  A PAIR WHOSE JOBS CANNOT BOTH BE  *
004550*    HELD IS LEFT OUT RATHER THAN HALF-LINKED.                 *
004560***************************************************************
004570     IF WS-PR-COUNT >= WS-PR-MAX
004580         IF WS-PR-CAP-NOT-WARNED
004590             DISPLAY '*** DEPENDENCY TABLE FULL AT ' WS-PR-MAX
004600                 ' PAIRS - FURTHER REGISTRY RECORDS ARE NOT '
004610                 'IN THE NETWORK ***'
004620             SET WS-PR-CAP-WARNED TO TRUE
004630         END-IF
004640         GO TO 2000-NEXT
004650     END-IF.
004660     MOVE DP-PRED-JOB-NAME TO WS-FIND-NAME.
004670     PERFORM 2100-FIND-OR-ADD-JOB THRU 2100-EXIT.
004680     MOVE WS-FIND-JX TO WS-PRED-JX.
004690     MOVE DP-SUCC-JOB-NAME TO WS-FIND-NAME.
004700     PERFORM 2100-FIND-OR-ADD-JOB THRU 2100-EXIT.
004710     MOVE WS-FIND-JX TO WS-SUCC-JX.
004720     IF WS-PRED-JX = 0 OR WS-SUCC-JX = 0
004730         GO TO 2000-NEXT
004740     END-IF.
004750     ADD 1 TO WS-PR-COUNT.
004760     MOVE DP-PRED-JOB-NAME TO WS-PR-PRED-NAME (WS-PR-COUNT).
004770     MOVE DP-SUCC-JOB-NAME TO WS-PR-SUCC-NAME (WS-PR-COUNT).
004780     MOVE WS-PRED-JX TO WS-PR-PRED-JX (WS-PR-COUNT).
004790     MOVE WS-SUCC-JX TO WS-PR-SUCC-JX (WS-PR-COUNT).
004800     ADD 1 TO WS-JB-PRED-COUNT (WS-SUCC-JX).
004810 2000-NEXT.
004820     READ DEPDFILE-FILE
004830         AT END SET WS-DEPD-EOF TO TRUE.
004840 2000-EXIT.
004850     EXIT.
004860*---------------------------------------------------------------
004870 2100-FIND-OR-ADD-JOB SECTION.
004880***************************************************************
004890*    FIND THE JOB NAMED IN WS-FIND-NAME IN THE NETWORK,        *
004900*    ADDING IT WHEN NEW.  WS-FIND-JX COMES BACK ZERO ONLY      *
004910*    WHEN THE JOB IS NEW AND THE TABLE IS FULL.                *
004920***************************************************************
004930     PERFORM 2200-FIND-JOB THRU 2200-EXIT.
004940     IF WS-FIND-JX > 0
004950         GO TO 2100-EXIT
004960     END-IF.
004970     IF WS-JB-COUNT >= WS-JB-MAX
004980         IF WS-JB-CAP-NOT-WARNED
004990             DISPLAY '*** JOB NETWORK TABLE FULL AT ' WS-JB-MAX
005000                 ' JOBS - PAIRS NAMING FURTHER JOBS ARE NOT '
005010                 'IN THE NETWORK ***'
005020             SET WS-JB-CAP-WARNED TO TRUE
005030         END-IF
005040         GO TO 2100-EXIT
005050     END-IF.
005060     ADD 1 TO WS-JB-COUNT.
005070     SET WS-JB-NX TO WS-JB-COUNT.
005080     MOVE WS-FIND-NAME TO WS-JB-NAME (WS-JB-NX).
005090     MOVE 0 TO WS-JB-STEP-COUNT (WS-JB-NX).
005100     MOVE 0 TO WS-JB-PRED-COUNT (WS-JB-NX).
005110     MOVE 0 TO WS-JB-WAIT-COUNT (WS-JB-NX).
005120     SET WS-JB-UNPLACED (WS-JB-NX) TO TRUE.
005130     MOVE 0 TO WS-JB-DUR (WS-JB-NX, 1)
005140               WS-JB-ES (WS-JB-NX, 1)
005150               WS-JB-EF (WS-JB-NX, 1)
005160               WS-JB-LF (WS-JB-NX, 1)
005170               WS-JB-SLACK (WS-JB-NX, 1).
005180     MOVE 0 TO WS-JB-DUR (WS-JB-NX, 2)
005190               WS-JB-ES (WS-JB-NX, 2)
005200               WS-JB-EF (WS-JB-NX, 2)
005210               WS-JB-LF (WS-JB-NX, 2)
005220               WS-JB-SLACK (WS-JB-NX, 2).
005230     MOVE WS-JB-COUNT TO WS-FIND-JX.
005240 2100-EXIT.
005250     EXIT.
005260*---------------------------------------------------------------
005270 2200-FIND-JOB SECTION.
005280***************************************************************
005290*    LOOK THE JOB NAMED IN WS-FIND-NAME UP IN THE NETWORK -    *
005300*    WS-FIND-JX COMES BACK ZERO WHEN IT IS NOT THERE.          *
005310***************************************************************
005320     MOVE 0 TO WS-FIND-JX.
005330     IF WS-JB-COUNT = 0
005340         GO TO 2200-EXIT
005350     END-IF.
005360     SET WS-JB-NX TO 1.
005370     SEARCH WS-JB-ENTRY
005380         AT END GO TO 2200-EXIT
005390         WHEN WS-JB-NAME (WS-JB-NX) = WS-FIND-NAME
005400             CONTINUE
005410     END-SEARCH.
005420     SET WS-FIND-JX TO WS-JB-NX.
005430 2200-EXIT.
005440     EXIT.
005450*---------------------------------------------------------------
005460 2500-LOAD-BASELINE SECTION.
005470***************************************************************
005480*    ADD ONE BASELINE STEP'S AVERAGE AND HIGH-WATER ELAPSED    *
005490*    TIMES INTO ITS JOB'S DURATIONS.  STEPS OF JOBS NOT IN     *
005500*    THE NETWORK ARE SKIPPED.                                  *
005510***************************************************************
005520     MOVE BL-JOB-NAME TO WS-FIND-NAME.
005530     PERFORM 2200-FIND-JOB THRU 2200-EXIT.
005540     IF WS-FIND-JX = 0
005550         GO TO 2500-NEXT
005560     END-IF.
005570     ADD 1 TO WS-JB-STEP-COUNT (WS-FIND-JX).
005580     ADD BL-AVG-ELAPSED TO WS-JB-DUR (WS-FIND-JX, 1).
005590     ADD BL-HIGH-ELAPSED TO WS-JB-DUR (WS-FIND-JX, 2).
005600 2500-NEXT.
005610     READ BASEIN-FILE
005620         AT END SET WS-BASE-EOF TO TRUE.
005630 2500-EXIT.
005640     EXIT.
005650*---------------------------------------------------------------
005660 3000-ORDER-NETWORK SECTION.
005670***************************************************************
005680*    PUT THE JOBS IN DEPENDENCY ORDER.  EVERY JOB WITH NO      *
005690*    PREDECESSOR GOES FIRST; EACH JOB PLACED THEN RELEASES     *
005700*    ITS SUCCESSORS, AND A SUCCESSOR IS PLACED ONCE ITS LAST   *
005710*    PREDECESSOR HAS BEEN.  ANY JOB LEFT UNPLACED AT THE END   *
005720*    SITS IN, OR BEHIND, A DEPENDENCY CYCLE.                   *
005730***************************************************************
005740     MOVE 0 TO WS-TP-COUNT.
005750     PERFORM 3100-SEED-ONE-JOB THRU 3100-EXIT
005760         VARYING WS-JB-IX FROM 1 BY 1
005770         UNTIL WS-JB-IX > WS-JB-COUNT.
005780     PERFORM 3200-RELEASE-SUCCESSORS THRU 3200-EXIT
005790         VARYING WS-TP-HEAD FROM 1 BY 1
005800         UNTIL WS-TP-HEAD > WS-TP-COUNT.
005810     PERFORM 3400-MARK-UNPLACED THRU 3400-EXIT
005820         VARYING WS-JB-IX FROM 1 BY 1
005830         UNTIL WS-JB-IX > WS-JB-COUNT.
005840 3000-EXIT.
005850     EXIT.
005860*---------------------------------------------------------------
005870 3100-SEED-ONE-JOB SECTION.
005880***************************************************************
005890*    START ONE JOB'S COUNT OF PREDECESSORS STILL TO BE         *
005900*    PLACED, AND PLACE IT AT ONCE WHEN IT HAS NONE.            *
005910***************************************************************
005920     MOVE WS-JB-PRED-COUNT (WS-JB-IX)
005930         TO WS-JB-WAIT-COUNT (WS-JB-IX).
005940     IF WS-JB-PRED-COUNT (WS-JB-IX) = 0
005950         MOVE WS-JB-IX TO WS-NXT-JX
005960         PERFORM 3350-PLACE-JOB THRU 3350-EXIT
005970     END-IF.
005980 3100-EXIT.
005990     EXIT.
006000*---------------------------------------------------------------
006010 3200-RELEASE-SUCCESSORS SECTION.
006020***************************************************************
006030*    RELEASE EVERY PAIR WHOSE PREDECESSOR IS THE JOB AT THE    *
006040*    HEAD OF THE DEPENDENCY ORDER.                             *
006050***************************************************************
006060     MOVE WS-TP-JX (WS-TP-HEAD) TO WS-CUR-JX.
006070     PERFORM 3300-RELEASE-ONE-PAIR THRU 3300-EXIT
006080         VARYING WS-PR-IX FROM 1 BY 1
006090         UNTIL WS-PR-IX > WS-PR-COUNT.
006100 3200-EXIT.
006110     EXIT.
006120*---------------------------------------------------------------
006130 3300-RELEASE-ONE-PAIR SECTION.
006140***************************************************************
006150*    WHEN THIS PAIR'S PREDECESSOR IS THE JOB JUST PLACED, ITS  *
006160*    SUCCESSOR HAS ONE PREDECESSOR FEWER TO WAIT FOR - AND IS  *
006170*    PLACED WHEN THAT WAS THE LAST.                            *
006180***************************************************************
006190     IF WS-PR-PRED-JX (WS-PR-IX) NOT = WS-CUR-JX
006200         GO TO 3300-EXIT
006210     END-IF.
006220     MOVE WS-PR-SUCC-JX (WS-PR-IX) TO WS-NXT-JX.
006230     SUBTRACT 1 FROM WS-JB-WAIT-COUNT (WS-NXT-JX).
006240     IF WS-JB-WAIT-COUNT (WS-NXT-JX) = 0
006250         PERFORM 3350-PLACE-JOB THRU 3350-EXIT
006260     END-IF.
006270 3300-EXIT.
006280     EXIT.
006290*---------------------------------------------------------------
006300 3350-PLACE-JOB SECTION.
006310***************************************************************
006320*    APPEND THE JOB AT WS-NXT-JX TO THE DEPENDENCY ORDER.      *
006330***************************************************************
006340     ADD 1 TO WS-TP-COUNT.
006350     MOVE WS-NXT-JX TO WS-TP-JX (WS-TP-COUNT).
006360     SET WS-JB-PLACED (WS-NXT-JX) TO TRUE.
006370 3350-EXIT.
006380     EXIT.
006390*---------------------------------------------------------------
006400 3400-MARK-UNPLACED SECTION.
006410***************************************************************
006420*    A JOB STILL UNPLACED AFTER THE SORT IS A CYCLE SUSPECT    *
006430*    UNTIL THE PRUNE SHOWS IT MERELY WAITS BEHIND ONE.         *
006440***************************************************************
006450     IF WS-JB-UNPLACED (WS-JB-IX)
006460         SET WS-JB-IN-CYCLE (WS-JB-IX) TO TRUE
006470         ADD 1 TO WS-CYCLE-JOB-COUNT
006480     END-IF.
006490 3400-EXIT.
006500     EXIT.
006510*---------------------------------------------------------------
006520 3500-ISOLATE-CYCLES SECTION.
006530***************************************************************
006540*    SEPARATE THE JOBS THAT ARE REALLY IN A CYCLE FROM THOSE   *
006550*    THAT ONLY WAIT BEHIND ONE.  A SUSPECT WITH NO SUCCESSOR   *
006560*    AMONG THE REMAINING SUSPECTS CANNOT BE IN A CYCLE - IT    *
006570*    IS SET ASIDE AS WAITING BEHIND ONE, AND THE PRUNE         *
006580*    REPEATS UNTIL A PASS SETS NOTHING ASIDE.                  *
006590***************************************************************
006600     IF WS-CYCLE-JOB-COUNT = 0
006610         GO TO 3500-EXIT
006620     END-IF.
006630     MOVE 1 TO WS-PRUNED-COUNT.
006640     PERFORM 3600-PRUNE-PASS THRU 3600-EXIT
006650         UNTIL WS-PRUNED-COUNT = 0.
006660 3500-EXIT.
006670     EXIT.
006680*---------------------------------------------------------------
006690 3600-PRUNE-PASS SECTION.
006700***************************************************************
006710*    ONE PRUNE PASS - COUNT EACH SUSPECT'S SUSPECT             *
006720*    SUCCESSORS, THEN SET ASIDE EVERY SUSPECT LEFT WITH NONE.  *
006730***************************************************************
006740     MOVE 0 TO WS-PRUNED-COUNT.
006750     PERFORM 3610-CLEAR-WAIT THRU 3610-EXIT
006760         VARYING WS-JB-IX FROM 1 BY 1
006770         UNTIL WS-JB-IX > WS-JB-COUNT.
006780     PERFORM 3620-COUNT-SUSPECT-PAIR THRU 3620-EXIT
006790         VARYING WS-PR-IX FROM 1 BY 1
006800         UNTIL WS-PR-IX > WS-PR-COUNT.
006810     PERFORM 3630-PRUNE-ONE-JOB THRU 3630-EXIT
006820         VARYING WS-JB-IX FROM 1 BY 1
006830         UNTIL WS-JB-IX > WS-JB-COUNT.
006840 3600-EXIT.
006850     EXIT.
006860*---------------------------------------------------------------
006870 3610-CLEAR-WAIT SECTION.
006880***************************************************************
006890*    CLEAR ONE JOB'S SUSPECT-SUCCESSOR COUNT.                  *
006900***************************************************************
006910     MOVE 0 TO WS-JB-WAIT-COUNT (WS-JB-IX).
006920 3610-EXIT.
006930     EXIT.
006940*---------------------------------------------------------------
006950 3620-COUNT-SUSPECT-PAIR SECTION.
006960***************************************************************
006970*    A PAIR WITH A SUSPECT ON BOTH SIDES GIVES ITS             *
006980*    PREDECESSOR ONE MORE SUSPECT SUCCESSOR.                   *
006990***************************************************************
007000     MOVE WS-PR-PRED-JX (WS-PR-IX) TO WS-CUR-JX.
007010     MOVE WS-PR-SUCC-JX (WS-PR-IX) TO WS-NXT-JX.
007020     IF WS-JB-IN-CYCLE (WS-CUR-JX)
007030         AND WS-JB-IN-CYCLE (WS-NXT-JX)
007040         ADD 1 TO WS-JB-WAIT-COUNT (WS-CUR-JX)
007050     END-IF.
007060 3620-EXIT.
007070     EXIT.
007080*---------------------------------------------------------------
007090 3630-PRUNE-ONE-JOB SECTION.
007100***************************************************************
007110*    SET A SUSPECT WITH NO SUSPECT SUCCESSOR ASIDE AS WAITING  *
007120*    BEHIND A CYCLE.                                           *
007130***************************************************************
007140     IF WS-JB-IN-CYCLE (WS-JB-IX)
007150         AND WS-JB-WAIT-COUNT (WS-JB-IX) = 0
007160         SET WS-JB-BEHIND-CYCLE (WS-JB-IX) TO TRUE
007170         SUBTRACT 1 FROM WS-CYCLE-JOB-COUNT
007180         ADD 1 TO WS-BEHIND-COUNT
007190         ADD 1 TO WS-PRUNED-COUNT
007200     END-IF.
007210 3630-EXIT.
007220     EXIT.
007230*---------------------------------------------------------------
007240 4000-TIME-NETWORK SECTION.
007250***************************************************************
007260*    TIME THE PLACED JOBS ON ONE SET OF RUN TIMES (WS-VX).     *
007270*    THE FORWARD PASS GIVES EACH JOB ITS EARLIEST START AND    *
007280*    END AND THE WINDOW ITS PROJECTED END; THE BACKWARD PASS   *
007290*    GIVES EACH JOB THE LATEST IT COULD END WITHOUT MOVING     *
007300*    THAT WINDOW END, AND SO ITS SLACK.                        *
007310***************************************************************
007320     PERFORM 4100-FORWARD-ONE-JOB THRU 4100-EXIT
007330         VARYING WS-TP-IX FROM 1 BY 1
007340         UNTIL WS-TP-IX > WS-TP-COUNT.
007350     PERFORM 4200-SET-LATE-FINISH THRU 4200-EXIT
007360         VARYING WS-TP-IX FROM 1 BY 1
007370         UNTIL WS-TP-IX > WS-TP-COUNT.
007380     PERFORM 4300-BACKWARD-ONE-JOB THRU 4300-EXIT
007390         VARYING WS-TP-IX FROM WS-TP-COUNT BY -1
007400         UNTIL WS-TP-IX < 1.
007410 4000-EXIT.
007420     EXIT.
007430*---------------------------------------------------------------
007440 4100-FORWARD-ONE-JOB SECTION.
007450***************************************************************
007460*    END THE JOB AT ITS EARLIEST START PLUS ITS DURATION,      *
007470*    THEN PUSH EVERY SUCCESSOR'S EARLIEST START OUT TO THAT    *
007480*    END.                                                      *
007490***************************************************************
007500     MOVE WS-TP-JX (WS-TP-IX) TO WS-CUR-JX.
007510     COMPUTE WS-JB-EF (WS-CUR-JX, WS-VX) =
007520         WS-JB-ES (WS-CUR-JX, WS-VX)
007530             + WS-JB-DUR (WS-CUR-JX, WS-VX).
007540     IF WS-JB-EF (WS-CUR-JX, WS-VX) > WS-PROJ-END (WS-VX)
007550         MOVE WS-JB-EF (WS-CUR-JX, WS-VX)
007560             TO WS-PROJ-END (WS-VX)
007570     END-IF.
007580     PERFORM 4110-PUSH-ONE-PAIR THRU 4110-EXIT
007590         VARYING WS-PR-IX FROM 1 BY 1
007600         UNTIL WS-PR-IX > WS-PR-COUNT.
007610 4100-EXIT.
007620     EXIT.
007630*---------------------------------------------------------------
007640 4110-PUSH-ONE-PAIR SECTION.
007650***************************************************************
007660*    WHEN THIS PAIR'S PREDECESSOR IS THE CURRENT JOB, ITS      *
007670*    SUCCESSOR CANNOT START BEFORE THE CURRENT JOB ENDS.       *
007680***************************************************************
007690     IF WS-PR-PRED-JX (WS-PR-IX) NOT = WS-CUR-JX
007700         GO TO 4110-EXIT
007710     END-IF.
007720     MOVE WS-PR-SUCC-JX (WS-PR-IX) TO WS-NXT-JX.
007730     IF WS-JB-EF (WS-CUR-JX, WS-VX)
007740             > WS-JB-ES (WS-NXT-JX, WS-VX)
007750         MOVE WS-JB-EF (WS-CUR-JX, WS-VX)
007760             TO WS-JB-ES (WS-NXT-JX, WS-VX)
007770     END-IF.
007780 4110-EXIT.
007790     EXIT.
007800*---------------------------------------------------------------
007810 4200-SET-LATE-FINISH SECTION.
007820***************************************************************
007830*    START EVERY PLACED JOB'S LATEST END AT THE PROJECTED      *
007840*    WINDOW END - ONLY ITS SUCCESSORS CAN PULL IT EARLIER.     *
007850***************************************************************
007860     MOVE WS-TP-JX (WS-TP-IX) TO WS-CUR-JX.
007870     MOVE WS-PROJ-END (WS-VX) TO WS-JB-LF (WS-CUR-JX, WS-VX).
007880 4200-EXIT.
007890     EXIT.
007900*---------------------------------------------------------------
007910 4300-BACKWARD-ONE-JOB SECTION.
007920***************************************************************
007930*    WORKING BACK FROM THE LAST JOB, A JOB'S LATEST END IS     *
007940*    FINAL ONCE ALL ITS SUCCESSORS ARE DONE - SO ITS SLACK IS  *
007950*    SET, AND EVERY PREDECESSOR MUST END BY THIS JOB'S LATEST  *
007960*    START.                                                    *
007970***************************************************************
007980     MOVE WS-TP-JX (WS-TP-IX) TO WS-CUR-JX.
007990     COMPUTE WS-JB-SLACK (WS-CUR-JX, WS-VX) =
008000         WS-JB-LF (WS-CUR-JX, WS-VX)
008010             - WS-JB-EF (WS-CUR-JX, WS-VX).
008020     COMPUTE WS-LATE-START =
008030         WS-JB-LF (WS-CUR-JX, WS-VX)
008040             - WS-JB-DUR (WS-CUR-JX, WS-VX).
008050     PERFORM 4310-PULL-ONE-PAIR THRU 4310-EXIT
008060         VARYING WS-PR-IX FROM 1 BY 1
008070         UNTIL WS-PR-IX > WS-PR-COUNT.
008080 4300-EXIT.
008090     EXIT.
008100*---------------------------------------------------------------
008110 4310-PULL-ONE-PAIR SECTION.
008120***************************************************************
008130*    WHEN THIS PAIR'S SUCCESSOR IS THE CURRENT JOB, ITS        *
008140*    PREDECESSOR MUST END BY THE CURRENT JOB'S LATEST START.   *
008150***************************************************************
008160     IF WS-PR-SUCC-JX (WS-PR-IX) NOT = WS-CUR-JX
008170         GO TO 4310-EXIT
008180     END-IF.
008190     MOVE WS-PR-PRED-JX (WS-PR-IX) TO WS-NXT-JX.
008200     IF WS-LATE-START < WS-JB-LF (WS-NXT-JX, WS-VX)
008210         MOVE WS-LATE-START TO WS-JB-LF (WS-NXT-JX, WS-VX)
008220     END-IF.
008230 4310-EXIT.
008240     EXIT.
008250*---------------------------------------------------------------
008260 5000-PRINT-REPORT SECTION.
008270***************************************************************
008280*    PRINT THE WINDOW START AND BOTH PROJECTED ENDS, BOTH      *
008290*    CRITICAL PATHS, EVERY TIMED JOB'S START, END AND SLACK,   *
008300*    THE CYCLES, THE JOBS WITH NO BASELINE, AND THE TOTALS.    *
008310***************************************************************
008320     MOVE FILLER-LINE TO PATHRPT-LINE.
008330     WRITE PATHRPT-LINE.
008340     MOVE RPT-TITLE-LINE TO PATHRPT-LINE.
008350     WRITE PATHRPT-LINE.
008360     MOVE 'WINDOW START:' TO RE-LABEL.
008370     MOVE 0 TO WS-CLK-IN.
008380     PERFORM 5900-FORMAT-CLOCK THRU 5900-EXIT.
008390     MOVE WS-CLOCK-OUT TO RE-CLOCK.
008400     MOVE SPACES TO RE-LENGTH-AREA.
008410     MOVE RPT-END-LINE TO PATHRPT-LINE.
008420     WRITE PATHRPT-LINE.
008430     MOVE 'PROJECTED END - AVERAGE RUN TIMES:' TO RE-LABEL.
008440     MOVE 1 TO WS-VX.
008450     PERFORM 5050-PRINT-END-LINE THRU 5050-EXIT.
008460     MOVE 'PROJECTED END - HIGH-WATER RUN TIMES:' TO RE-LABEL.
008470     MOVE 2 TO WS-VX.
008480     PERFORM 5050-PRINT-END-LINE THRU 5050-EXIT.
008490     MOVE 'CRITICAL PATH - AVERAGE RUN TIMES' TO RS-TEXT.
008500     MOVE 1 TO WS-VX.
008510     PERFORM 5100-PRINT-PATH THRU 5100-EXIT.
008520     MOVE 'CRITICAL PATH - HIGH-WATER RUN TIMES' TO RS-TEXT.
008530     MOVE 2 TO WS-VX.
008540     PERFORM 5100-PRINT-PATH THRU 5100-EXIT.
008550     MOVE FILLER-LINE TO PATHRPT-LINE.
008560     WRITE PATHRPT-LINE.
008570     MOVE 'JOB START, END AND SLACK IN DEPENDENCY ORDER'
008580         TO RS-TEXT.
008590     MOVE RPT-SECTION-LINE TO PATHRPT-LINE.
008600     WRITE PATHRPT-LINE.
008610     MOVE RPT-JOB-HDG-LINE TO PATHRPT-LINE.
008620     WRITE PATHRPT-LINE.
008630     PERFORM 5200-PRINT-ONE-JOB THRU 5200-EXIT
008640         VARYING WS-TP-IX FROM 1 BY 1
008650         UNTIL WS-TP-IX > WS-TP-COUNT.
008660     PERFORM 5300-PRINT-CYCLES THRU 5300-EXIT.
008670     PERFORM 5400-PRINT-NO-BASELINE THRU 5400-EXIT.
008680     MOVE FILLER-LINE TO PATHRPT-LINE.
008690     WRITE PATHRPT-LINE.
008700     MOVE WS-PR-COUNT TO RT-PAIRS.
008710     MOVE WS-JB-COUNT TO RT-JOBS.
008720     MOVE WS-TP-COUNT TO RT-TIMED.
008730     MOVE WS-CYCLE-JOB-COUNT TO RT-CYCLE.
008740     MOVE WS-BEHIND-COUNT TO RT-BEHIND.
008750     MOVE WS-NOBASE-COUNT TO RT-NOBASE.
008760     MOVE RPT-TOTAL-LINE TO PATHRPT-LINE.
008770     WRITE PATHRPT-LINE.
008780     MOVE FILLER-LINE TO PATHRPT-LINE.
008790     WRITE PATHRPT-LINE.
008800 5000-EXIT.
008810     EXIT.
008820*---------------------------------------------------------------
008830 5050-PRINT-END-LINE SECTION.
008840***************************************************************
008850*    PRINT ONE PROJECTED WINDOW END (WS-VX) AS A CLOCK TIME    *
008860*    AND AS A WINDOW LENGTH.                                   *
008870***************************************************************
008880     MOVE WS-PROJ-END (WS-VX) TO WS-CLK-IN.
008890     PERFORM 5900-FORMAT-CLOCK THRU 5900-EXIT.
008900     MOVE WS-CLOCK-OUT TO RE-CLOCK.
008910     PERFORM 5950-FORMAT-DURATION THRU 5950-EXIT.
008920     MOVE 'WINDOW LENGTH: ' TO RE-LENGTH-LABEL.
008930     MOVE WS-DURATION-OUT TO RE-LENGTH.
008940     MOVE RPT-END-LINE TO PATHRPT-LINE.
008950     WRITE PATHRPT-LINE.
008960 5050-EXIT.
008970     EXIT.
008980*---------------------------------------------------------------
008990 5100-PRINT-PATH SECTION.
009000***************************************************************
009010*    PRINT THE CRITICAL PATH ON ONE SET OF RUN TIMES (WS-VX).  *
009020*    IT STARTS AT A JOB WITH NO PREDECESSOR AND NO SLACK, AND  *
009030*    FOLLOWS THE ZERO-SLACK SUCCESSOR THAT STARTS THE MOMENT   *
009040*    THE CURRENT JOB ENDS, UNTIL THE JOB THAT ENDS THE         *
009050*    WINDOW.                                                   *
009060***************************************************************
009070     MOVE FILLER-LINE TO PATHRPT-LINE.
009080     WRITE PATHRPT-LINE.
009090     MOVE RPT-SECTION-LINE TO PATHRPT-LINE.
009100     WRITE PATHRPT-LINE.
009110     SET WS-NOT-FOUND TO TRUE.
009120     PERFORM 5110-FIND-PATH-START THRU 5110-EXIT
009130         VARYING WS-TP-IX FROM 1 BY 1
009140         UNTIL WS-TP-IX > WS-TP-COUNT
009150         OR WS-FOUND.
009160     IF WS-NOT-FOUND
009170         MOVE 'NO JOBS COULD BE TIMED - NO CRITICAL PATH'
009180             TO RN-TEXT
009190         MOVE RPT-NONE-LINE TO PATHRPT-LINE
009200         WRITE PATHRPT-LINE
009210         GO TO 5100-EXIT
009220     END-IF.
009230     MOVE RPT-PATH-HDG-LINE TO PATHRPT-LINE.
009240     WRITE PATHRPT-LINE.
009250     MOVE 0 TO WS-PATH-SEQ.
009260     SET WS-WALK-NOT-DONE TO TRUE.
009270     PERFORM 5120-PRINT-PATH-JOB THRU 5120-EXIT
009280         UNTIL WS-WALK-DONE.
009290 5100-EXIT.
009300     EXIT.
009310*---------------------------------------------------------------
009320 5110-FIND-PATH-START SECTION.
009330***************************************************************
009340*    A JOB WITH NO PREDECESSOR AND NO SLACK STARTS THE PATH.   *
009350***************************************************************
009360     MOVE WS-TP-JX (WS-TP-IX) TO WS-CUR-JX.
009370     IF WS-JB-PRED-COUNT (WS-CUR-JX) = 0
009380         AND WS-JB-SLACK (WS-CUR-JX, WS-VX) = 0
009390         SET WS-FOUND TO TRUE
009400     END-IF.
009410 5110-EXIT.
009420     EXIT.
009430*---------------------------------------------------------------
009440 5120-PRINT-PATH-JOB SECTION.
009450***************************************************************
009460*    PRINT THE CURRENT PATH JOB, THEN STEP TO ITS ZERO-SLACK   *
009470*    SUCCESSOR - THE WALK ENDS WHEN THERE IS NONE.             *
009480***************************************************************
009490     ADD 1 TO WS-PATH-SEQ.
009500     MOVE WS-PATH-SEQ TO RP-SEQ.
009510     MOVE WS-JB-NAME (WS-CUR-JX) TO RP-JOB-NAME.
009520     MOVE WS-JB-DUR (WS-CUR-JX, WS-VX) TO WS-CLK-IN.
009530     PERFORM 5950-FORMAT-DURATION THRU 5950-EXIT.
009540     MOVE WS-DURATION-OUT TO RP-DURATION.
009550     MOVE WS-JB-ES (WS-CUR-JX, WS-VX) TO WS-CLK-IN.
009560     PERFORM 5900-FORMAT-CLOCK THRU 5900-EXIT.
009570     MOVE WS-CLOCK-OUT TO RP-START.
009580     MOVE WS-JB-EF (WS-CUR-JX, WS-VX) TO WS-CLK-IN.
009590     PERFORM 5900-FORMAT-CLOCK THRU 5900-EXIT.
009600     MOVE WS-CLOCK-OUT TO RP-END.
009610     MOVE WS-JB-STEP-COUNT (WS-CUR-JX) TO RP-STEPS.
009620     IF WS-JB-STEP-COUNT (WS-CUR-JX) = 0
009630         MOVE 'NO BASELINE HISTORY' TO RP-NOTE
009640     ELSE
009650         MOVE SPACES TO RP-NOTE
009660     END-IF.
009670     MOVE RPT-PATH-LINE TO PATHRPT-LINE.
009680     WRITE PATHRPT-LINE.
009690     SET WS-NOT-FOUND TO TRUE.
009700     PERFORM 5130-FIND-PATH-NEXT THRU 5130-EXIT
009710         VARYING WS-PR-IX FROM 1 BY 1
009720         UNTIL WS-PR-IX > WS-PR-COUNT
009730         OR WS-FOUND.
009740     IF WS-FOUND
009750         MOVE WS-NXT-JX TO WS-CUR-JX
009760     ELSE
009770         SET WS-WALK-DONE TO TRUE
009780     END-IF.
009790 5120-EXIT.
009800     EXIT.
009810*---------------------------------------------------------------
009820 5130-FIND-PATH-NEXT SECTION.
009830***************************************************************
009840*    A SUCCESSOR OF THE CURRENT JOB WITH NO SLACK THAT STARTS  *
009850*    THE MOMENT THE CURRENT JOB ENDS CONTINUES THE PATH.       *
009860***************************************************************
009870     IF WS-PR-PRED-JX (WS-PR-IX) NOT = WS-CUR-JX
009880         GO TO 5130-EXIT
009890     END-IF.
009900     MOVE WS-PR-SUCC-JX (WS-PR-IX) TO WS-NXT-JX.
009910     IF WS-JB-PLACED (WS-NXT-JX)
009920         AND WS-JB-SLACK (WS-NXT-JX, WS-VX) = 0
009930         AND WS-JB-ES (WS-NXT-JX, WS-VX)
009940             = WS-JB-EF (WS-CUR-JX, WS-VX)
009950         SET WS-FOUND TO TRUE
009960     END-IF.
009970 5130-EXIT.
009980     EXIT.
009990*---------------------------------------------------------------
010000 5200-PRINT-ONE-JOB SECTION.
010010***************************************************************
010020*    PRINT ONE TIMED JOB - DURATION, EARLIEST START AND END,   *
010030*    AND SLACK ON AVERAGE TIMES; DURATION, END AND SLACK ON    *
010040*    HIGH-WATER TIMES; AND WHETHER IT IS ON EITHER CRITICAL    *
010050*    PATH.                                                     *
010060***************************************************************
010070     MOVE WS-TP-JX (WS-TP-IX) TO WS-CUR-JX.
010080     MOVE WS-JB-NAME (WS-CUR-JX) TO RJ-JOB-NAME.
010090     MOVE WS-JB-DUR (WS-CUR-JX, 1) TO WS-CLK-IN.
010100     PERFORM 5950-FORMAT-DURATION THRU 5950-EXIT.
010110     MOVE WS-DURATION-OUT TO RJ-AVG-DUR.
010120     MOVE WS-JB-ES (WS-CUR-JX, 1) TO WS-CLK-IN.
010130     PERFORM 5900-FORMAT-CLOCK THRU 5900-EXIT.
010140     MOVE WS-CLOCK-OUT TO RJ-START.
010150     MOVE WS-JB-EF (WS-CUR-JX, 1) TO WS-CLK-IN.
010160     PERFORM 5900-FORMAT-CLOCK THRU 5900-EXIT.
010170     MOVE WS-CLOCK-OUT TO RJ-END.
010180     MOVE WS-JB-SLACK (WS-CUR-JX, 1) TO WS-CLK-IN.
010190     PERFORM 5950-FORMAT-DURATION THRU 5950-EXIT.
010200     MOVE WS-DURATION-OUT TO RJ-AVG-SLACK.
010210     MOVE WS-JB-DUR (WS-CUR-JX, 2) TO WS-CLK-IN.
010220     PERFORM 5950-FORMAT-DURATION THRU 5950-EXIT.
010230     MOVE WS-DURATION-OUT TO RJ-HIGH-DUR.
010240     MOVE WS-JB-EF (WS-CUR-JX, 2) TO WS-CLK-IN.
010250     PERFORM 5900-FORMAT-CLOCK THRU 5900-EXIT.
010260     MOVE WS-CLOCK-OUT TO RJ-HIGH-END.
010270     MOVE WS-JB-SLACK (WS-CUR-JX, 2) TO WS-CLK-IN.
010280     PERFORM 5950-FORMAT-DURATION THRU 5950-EXIT.
010290     MOVE WS-DURATION-OUT TO RJ-HIGH-SLACK.
010300     MOVE WS-JB-PRED-COUNT (WS-CUR-JX) TO RJ-PREDS.
010310     MOVE SPACES TO RJ-CRITICAL.
010320     IF WS-JB-SLACK (WS-CUR-JX, 1) = 0
010330         MOVE 'CRITICAL' TO RJ-CRITICAL
010340     ELSE
010350         IF WS-JB-SLACK (WS-CUR-JX, 2) = 0
010360             MOVE 'CRIT-HIGH' TO RJ-CRITICAL
010370         END-IF
010380     END-IF.
010390     IF WS-JB-STEP-COUNT (WS-CUR-JX) = 0
010400         MOVE 'NO BASELINE' TO RJ-NO-BASELINE
010410     ELSE
010420         MOVE SPACES TO RJ-NO-BASELINE
010430     END-IF.
010440     MOVE RPT-JOB-LINE TO PATHRPT-LINE.
010450     WRITE PATHRPT-LINE.
010460 5200-EXIT.
010470     EXIT.
010480*---------------------------------------------------------------
010490 5300-PRINT-CYCLES SECTION.
010500***************************************************************
010510*    PRINT EVERY PAIR THAT LIES IN A DEPENDENCY CYCLE, THEN    *
010520*    EVERY JOB LEFT WAITING BEHIND ONE.  NONE OF THESE JOBS    *
010530*    WAS TIMED.                                                *
010540***************************************************************
010550     MOVE FILLER-LINE TO PATHRPT-LINE.
010560     WRITE PATHRPT-LINE.
010570     MOVE 'DEPENDENCY CYCLES - JOBS NOT TIMED' TO RS-TEXT.
010580     MOVE RPT-SECTION-LINE TO PATHRPT-LINE.
010590     WRITE PATHRPT-LINE.
010600     IF WS-CYCLE-JOB-COUNT = 0
010610         MOVE 'NO DEPENDENCY CYCLES FOUND' TO RN-TEXT
010620         MOVE RPT-NONE-LINE TO PATHRPT-LINE
010630         WRITE PATHRPT-LINE
010640         GO TO 5300-EXIT
010650     END-IF.
010660     PERFORM 5310-PRINT-CYCLE-PAIR THRU 5310-EXIT
010670         VARYING WS-PR-IX FROM 1 BY 1
010680         UNTIL WS-PR-IX > WS-PR-COUNT.
010690     PERFORM 5320-PRINT-BEHIND-JOB THRU 5320-EXIT
010700         VARYING WS-JB-IX FROM 1 BY 1
010710         UNTIL WS-JB-IX > WS-JB-COUNT.
010720 5300-EXIT.
010730     EXIT.
010740*---------------------------------------------------------------
010750 5310-PRINT-CYCLE-PAIR SECTION.
010760***************************************************************
010770*    PRINT THIS PAIR WHEN BOTH ITS JOBS ARE IN A CYCLE.        *
010780***************************************************************
010790     MOVE WS-PR-PRED-JX (WS-PR-IX) TO WS-CUR-JX.
010800     MOVE WS-PR-SUCC-JX (WS-PR-IX) TO WS-NXT-JX.
010810     IF WS-JB-IN-CYCLE (WS-CUR-JX)
010820         AND WS-JB-IN-CYCLE (WS-NXT-JX)
010830         MOVE WS-PR-PRED-NAME (WS-PR-IX) TO RC-PRED-NAME
010840         MOVE ' -> ' TO RC-ARROW
010850         MOVE WS-PR-SUCC-NAME (WS-PR-IX) TO RC-SUCC-NAME
010860         MOVE 'PAIR IS PART OF A DEPENDENCY CYCLE'
010870             TO RC-REASON
010880         MOVE RPT-CYCLE-LINE TO PATHRPT-LINE
010890         WRITE PATHRPT-LINE
010900         ADD 1 TO WS-CYCLE-PAIR-COUNT
010910     END-IF.
010920 5310-EXIT.
010930     EXIT.
010940*---------------------------------------------------------------
010950 5320-PRINT-BEHIND-JOB SECTION.
010960***************************************************************
010970*    PRINT THIS JOB WHEN IT ONLY WAITS BEHIND A CYCLE.         *
010980***************************************************************
010990     IF WS-JB-BEHIND-CYCLE (WS-JB-IX)
011000         MOVE WS-JB-NAME (WS-JB-IX) TO RC-PRED-NAME
011010         MOVE SPACES TO RC-ARROW
011020         MOVE SPACES TO RC-SUCC-NAME
011030         MOVE 'WAITS BEHIND A DEPENDENCY CYCLE' TO RC-REASON
011040         MOVE RPT-CYCLE-LINE TO PATHRPT-LINE
011050         WRITE PATHRPT-LINE
011060     END-IF.
011070 5320-EXIT.
011080     EXIT.
011090*---------------------------------------------------------------
011100 5400-PRINT-NO-BASELINE SECTION.
011110***************************************************************
011120*    PRINT EVERY JOB IN THE REGISTRY WITH NO BASELINE HISTORY  *
011130*    - IT WAS TIMED AS ZERO, SO EVERY PROJECTION IT SITS IN    *
011140*    IS SHORT BY ITS REAL RUN TIME.                            *
011150***************************************************************
011160     MOVE FILLER-LINE TO PATHRPT-LINE.
011170     WRITE PATHRPT-LINE.
011180     MOVE 'JOBS WITH NO BASELINE HISTORY - TIMED AS ZERO'
011190         TO RS-TEXT.
011200     MOVE RPT-SECTION-LINE TO PATHRPT-LINE.
011210     WRITE PATHRPT-LINE.
011220     PERFORM 5410-CHECK-ONE-BASELINE THRU 5410-EXIT
011230         VARYING WS-JB-IX FROM 1 BY 1
011240         UNTIL WS-JB-IX > WS-JB-COUNT.
011250     IF WS-NOBASE-COUNT = 0
011260         MOVE 'EVERY JOB IN THE NETWORK HAS BASELINE HISTORY'
011270             TO RN-TEXT
011280         MOVE RPT-NONE-LINE TO PATHRPT-LINE
011290         WRITE PATHRPT-LINE
011300     END-IF.
011310 5400-EXIT.
011320     EXIT.
011330*---------------------------------------------------------------
011340 5410-CHECK-ONE-BASELINE SECTION.
011350***************************************************************
011360*    PRINT THIS JOB WHEN NO BASELINE STEP WAS FOUND FOR IT.    *
011370***************************************************************
011380     IF WS-JB-STEP-COUNT (WS-JB-IX) > 0
011390         GO TO 5410-EXIT
011400     END-IF.
011410     ADD 1 TO WS-NOBASE-COUNT.
011420     MOVE WS-JB-NAME (WS-JB-IX) TO RC-PRED-NAME.
011430     MOVE SPACES TO RC-ARROW.
011440     MOVE SPACES TO RC-SUCC-NAME.
011450     MOVE 'NO BASELINE HISTORY - TIMED AS ZERO'
011460         TO RC-REASON.
011470     MOVE RPT-CYCLE-LINE TO PATHRPT-LINE.
011480     WRITE PATHRPT-LINE.
011490 5410-EXIT.
011500     EXIT.
011510*---------------------------------------------------------------
011520 5900-FORMAT-CLOCK SECTION.
011530***************************************************************
011540*    TURN WS-CLK-IN (HUNDREDTHS AFTER THE WINDOW START) INTO   *
011550*    A CLOCK TIME HH:MM:SS IN WS-CLOCK-OUT, TAGGED +1 (+2      *
011560*    ...) WHEN IT FALLS PAST MIDNIGHT OF THE DAY THE WINDOW    *
011570*    STARTED.                                                  *
011580***************************************************************
011590     COMPUTE WS-CLK-TOTAL = WS-WINDOW-START-HNDTHS + WS-CLK-IN.
011600     DIVIDE WS-CLK-TOTAL BY 8640000
011610         GIVING WS-CLK-DAYS REMAINDER WS-CLK-REM.
011620     DIVIDE WS-CLK-REM BY 360000
011630         GIVING WS-CLK-HH REMAINDER WS-CLK-REM.
011640     MOVE WS-CLK-HH TO WS-CO-HH.
011650     DIVIDE WS-CLK-REM BY 6000
011660         GIVING WS-CO-MM REMAINDER WS-CLK-REM.
011670     DIVIDE WS-CLK-REM BY 100 GIVING WS-CO-SS.
011680     IF WS-CLK-DAYS = 0
011690         MOVE SPACES TO WS-CO-DAY-TAG
011700     ELSE
011710         MOVE ' +' TO WS-CO-DAY-SIGN
011720         IF WS-CLK-DAYS > 9
011730             MOVE 9 TO WS-CO-DAY-N
011740         ELSE
011750             MOVE WS-CLK-DAYS TO WS-CO-DAY-N
011760         END-IF
011770     END-IF.
011780 5900-EXIT.
011790     EXIT.
011800*---------------------------------------------------------------
011810 5950-FORMAT-DURATION SECTION.
011820***************************************************************
011830*    TURN WS-CLK-IN (HUNDREDTHS) INTO A DURATION HHH:MM:SS IN  *
011840*    WS-DURATION-OUT.                                          *
011850***************************************************************
011860     DIVIDE WS-CLK-IN BY 360000
011870         GIVING WS-CLK-HH REMAINDER WS-CLK-REM.
011880     IF WS-CLK-HH > 999
011890         MOVE 999 TO WS-CLK-HH
011900     END-IF.
011910     MOVE WS-CLK-HH TO WS-DO-HH.
011920     DIVIDE WS-CLK-REM BY 6000
011930         GIVING WS-DO-MM REMAINDER WS-CLK-REM.
011940     DIVIDE WS-CLK-REM BY 100 GIVING WS-DO-SS.
011950 5950-EXIT.
011960     EXIT.
011970*---------------------------------------------------------------
011980 6000-TERMINATE SECTION.
011990***************************************************************
012000*    CLOSE THE FILES.                                          *
012010***************************************************************
012020     CLOSE DEPDFILE-FILE.
012030     CLOSE BASEIN-FILE.
012040     CLOSE PATHRPT-FILE.
012050 6000-EXIT.
012060     EXIT.
012070*---------------------------------------------------------------
012080 9999-EXIT.
012090     GOBACK.
