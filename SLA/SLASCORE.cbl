000010***************************************************************
000020*                                                              *
000030*    PROGRAM:    SLASCORE                                     *
000040*    AUTHOR:     D SIKORA - BATCH SUPPORT                     *
000050*    INSTALLATION: MVS-SYSGEN DATA CENTER                     *
000060*    DATE-WRITTEN: 10/15/2026                                 *
000070*                                                              *
000080*    REMARKS:    MONTHLY SLA COMPLIANCE SCORECARD BY          *
000090*                DEPARTMENT.  READS THE SLARSLT RESULT         *
000100*                GENERATIONS THE SLACHK NIGHTLY DEADLINE       *
000110*                CHECK WROTE (WHATEVER GENERATIONS THE JCL     *
000120*                CONCATENATES) AND THE RATEREC RATE MASTER,    *
000130*                ASSIGNS EVERY JOB TO THE DEPARTMENT THAT      *
000140*                PAYS FOR IT, AND PRINTS ONE SCORECARD PAGE    *
000150*                PER DEPARTMENT - PER JOB AND IN TOTAL, THE    *
000160*                DEADLINES DUE, MET AND MISSED (LATE, NO       *
000170*                JOBEND RECORD, NOT RUN), THE PERCENT MET AND  *
000180*                THE AVERAGE MARGIN IN MINUTES - SO IT CAN GO  *
000190*                OUT ALONGSIDE THE ACCTBILL INVOICE.  A JOB NO *
000200*                RATE RULE COVERS IS SCORED ON A SEPARATE      *
000210*                PAGE, AND A RECAP PAGE SCORES EVERY           *
000220*                DEPARTMENT AND THE SHOP AS A WHOLE.           *
000230*                                                              *
000240*                A JOB GOES TO ITS DEPARTMENT THE SAME WAY     *
000250*                ACCTBILL BILLS IT - AN EXACT-NAME RULE BEATS  *
000260*                ANY PREFIX RULE, AND THE LONGEST MATCHING     *
000263*                PREFIX BEATS A SHORTER ONE (SEE RATEREC) -    *
000267*                AMONG THE RULES IN FORCE ON THE RESULT'S      *
000270*                BUSINESS DATE, SO A JOB MOVED BETWEEN         *
000273*                DEPARTMENTS MID-MONTH IS SCORED TO EACH FOR   *
000277*                ITS OWN PART OF THE MONTH.                    *
000280*                THE AVERAGE MARGIN IS TAKEN OVER THE RUNS     *
000290*                THAT REACHED JOBEND (MET OR LATE) - A RUN     *
000300*                THAT NEVER FINISHED HAS NO MARGIN TO AVERAGE  *
000310*                BUT STILL COUNTS AS MISSED.                   *
000320*                                                              *
000330*                PARM IS THE SCORECARD MONTH (YYYYMM) - ONLY   *
000340*                RESULTS FOR BUSINESS DATES IN THAT MONTH ARE  *
000350*                SCORED.  WITH NO PARM EVERY RESULT SUPPLIED   *
000360*                IS SCORED.                                    *
000370*                                                              *
000380*    MODIFICATION HISTORY                                     *
000390*    DATE       INIT  DESCRIPTION                              *
000400*    10/15/2026 DS    ORIGINAL PROGRAM                         *
000402*    10/15/2026 DS    ASSIGN EACH RESULT TO THE DEPARTMENT     *
000405*                     WHOSE RATE RULE WAS IN FORCE ON ITS      *
000408*                     BUSINESS DATE                            *
000410*                                                              *
000420***************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.    SLASCORE.
000450 AUTHOR.        D SIKORA - BATCH SUPPORT.
000460 INSTALLATION.  MVS-SYSGEN DATA CENTER.
000470 DATE-WRITTEN.  10/15/2026.
000480 DATE-COMPILED.
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.   IBM-370.
000520 OBJECT-COMPUTER.   IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT RATEFILE-FILE ASSIGN TO RATEFILE
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT SLARSLT-FILE ASSIGN TO SLARSLT
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT SCORERPT-FILE ASSIGN TO SCORERPT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-SCORERPT-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  RATEFILE-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 COPY RATEREC.
000680 FD  SLARSLT-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 COPY SLARSLT.
000720 FD  SCORERPT-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  SCORERPT-LINE                PIC X(133).
000760 WORKING-STORAGE SECTION.
000770*---------------------------------------------------------------
000780*    SWITCHES
000790*---------------------------------------------------------------
000800 01  WS-SWITCHES.
000810     05  WS-RATE-EOF-SW           PIC X(01) VALUE 'N'.
000820         88  WS-RATE-EOF                    VALUE 'Y'.
000830         88  WS-RATE-NOT-EOF                VALUE 'N'.
000840     05  WS-RSLT-EOF-SW           PIC X(01) VALUE 'N'.
000850         88  WS-RSLT-EOF                    VALUE 'Y'.
000860         88  WS-RSLT-NOT-EOF                VALUE 'N'.
000870     05  WS-RAT-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
000880         88  WS-RAT-CAP-WARNED              VALUE 'Y'.
000890         88  WS-RAT-CAP-NOT-WARNED          VALUE 'N'.
000900     05  WS-DEP-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
000910         88  WS-DEP-CAP-WARNED              VALUE 'Y'.
000920         88  WS-DEP-CAP-NOT-WARNED          VALUE 'N'.
000930     05  WS-JOB-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
000940         88  WS-JOB-CAP-WARNED              VALUE 'Y'.
000950         88  WS-JOB-CAP-NOT-WARNED          VALUE 'N'.
000960     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
000970         88  WS-FOUND                       VALUE 'Y'.
000980         88  WS-NOT-FOUND                   VALUE 'N'.
000990     05  WS-EXACT-SW              PIC X(01) VALUE 'N'.
001000         88  WS-EXACT-MATCH                 VALUE 'Y'.
001010         88  WS-NOT-EXACT-MATCH             VALUE 'N'.
001020     05  WS-PERIOD-SW             PIC X(01) VALUE 'N'.
001030         88  WS-PERIOD-GIVEN                VALUE 'Y'.
001040         88  WS-PERIOD-ALL                  VALUE 'N'.
001050 01  WS-SCORERPT-STATUS           PIC XX VALUE '00'.
001060*---------------------------------------------------------------
001070*    SCORECARD MONTH FROM THE PARM
001080*---------------------------------------------------------------
001090 01  WS-PERIOD-TEXT               PIC X(06) VALUE SPACES.
001100*---------------------------------------------------------------
001110*    RATE MASTER TABLE
001120*---------------------------------------------------------------
001130 01  WS-RAT-TABLE-CTL.
001140     05  WS-RAT-COUNT             PIC 9(04) COMP VALUE 0.
001150     05  WS-RAT-MAX               PIC 9(04) COMP VALUE 200.
001160     05  WS-RAT-IX                PIC 9(04) COMP VALUE 0.
001170 01  WS-RAT-TABLE.
001180     05  WS-RAT-ENTRY OCCURS 1 TO 200 TIMES
001190                      DEPENDING ON WS-RAT-COUNT.
001200         10  WS-RAT-PATTERN       PIC X(08).
001210         10  WS-RAT-PREFIX-LEN    PIC 9(02).
001220         10  WS-RAT-DEPT-CODE     PIC X(04).
001223         10  WS-RAT-EFF-FROM      PIC 9(08).
001227         10  WS-RAT-EFF-TO        PIC 9(08).
001230*---------------------------------------------------------------
001240*    DEPARTMENT TABLE - DISTINCT CODES OFF THE RATE MASTER,
001250*    PLUS '****' FOR JOBS NO RULE COVERS, EACH WITH ITS
001260*    DEPARTMENT-LEVEL SCORE
001270*---------------------------------------------------------------
001280 01  WS-DEP-TABLE-CTL.
001290     05  WS-DEP-COUNT             PIC 9(04) COMP VALUE 0.
001300     05  WS-DEP-MAX               PIC 9(04) COMP VALUE 100.
001310     05  WS-DEP-IX                PIC 9(04) COMP VALUE 0.
001320 01  WS-DEP-TABLE.
001330     05  WS-DEP-ENTRY OCCURS 1 TO 100 TIMES
001340                      DEPENDING ON WS-DEP-COUNT
001350                      INDEXED BY WS-DEP-NX.
001360         10  WS-DEP-CODE          PIC X(04).
001370         10  WS-DEP-NAME          PIC X(20).
001380         10  WS-DEP-COUNTS.
001390             15  WS-DEP-DUE       PIC 9(07) COMP.
001400             15  WS-DEP-MET       PIC 9(07) COMP.
001410             15  WS-DEP-LATE      PIC 9(07) COMP.
001420             15  WS-DEP-NO-END    PIC 9(07) COMP.
001430             15  WS-DEP-NOT-RUN   PIC 9(07) COMP.
001440             15  WS-DEP-MRG-SUM   PIC S9(09) COMP.
001450             15  WS-DEP-MRG-CNT   PIC 9(07) COMP.
001460*---------------------------------------------------------------
001470*    JOB TABLE - ONE ENTRY PER DEPARTMENT + JOB, WITH ITS
001480*    JOB-LEVEL SCORE
001490*---------------------------------------------------------------
001500 01  WS-JOB-TABLE-CTL.
001510     05  WS-JOB-COUNT             PIC 9(04) COMP VALUE 0.
001520     05  WS-JOB-MAX               PIC 9(04) COMP VALUE 2000.
001530     05  WS-JOB-IX                PIC 9(04) COMP VALUE 0.
001540 01  WS-JOB-TABLE.
001550     05  WS-JOB-ENTRY OCCURS 1 TO 2000 TIMES
001560                      DEPENDING ON WS-JOB-COUNT
001570                      INDEXED BY WS-JOB-NX.
001580         10  WS-JOB-DEPT-CODE     PIC X(04).
001590         10  WS-JOB-NAME          PIC X(08).
001600         10  WS-JOB-COUNTS.
001610             15  WS-JOB-DUE       PIC 9(07) COMP.
001620             15  WS-JOB-MET       PIC 9(07) COMP.
001630             15  WS-JOB-LATE      PIC 9(07) COMP.
001640             15  WS-JOB-NO-END    PIC 9(07) COMP.
001650             15  WS-JOB-NOT-RUN   PIC 9(07) COMP.
001660             15  WS-JOB-MRG-SUM   PIC S9(09) COMP.
001670             15  WS-JOB-MRG-CNT   PIC 9(07) COMP.
001680*---------------------------------------------------------------
001690*    SCORE ACCUMULATORS - ONE SET TO WORK IN (SAME LAYOUT AS
001700*    THE JOB AND DEPARTMENT ENTRIES' COUNTS), A ZEROED SET TO
001710*    START NEW ENTRIES FROM, AND ONE FOR THE WHOLE SHOP
001720*---------------------------------------------------------------
001730 01  WS-ACC-COUNTS.
001740     05  WS-ACC-DUE               PIC 9(07) COMP VALUE 0.
001750     05  WS-ACC-MET               PIC 9(07) COMP VALUE 0.
001760     05  WS-ACC-LATE              PIC 9(07) COMP VALUE 0.
001770     05  WS-ACC-NO-END            PIC 9(07) COMP VALUE 0.
001780     05  WS-ACC-NOT-RUN           PIC 9(07) COMP VALUE 0.
001790     05  WS-ACC-MRG-SUM           PIC S9(09) COMP VALUE 0.
001800     05  WS-ACC-MRG-CNT           PIC 9(07) COMP VALUE 0.
001810 01  WS-ZERO-COUNTS.
001820     05  FILLER                   PIC 9(07) COMP VALUE 0.
001830     05  FILLER                   PIC 9(07) COMP VALUE 0.
001840     05  FILLER                   PIC 9(07) COMP VALUE 0.
001850     05  FILLER                   PIC 9(07) COMP VALUE 0.
001860     05  FILLER                   PIC 9(07) COMP VALUE 0.
001870     05  FILLER                   PIC S9(09) COMP VALUE 0.
001880     05  FILLER                   PIC 9(07) COMP VALUE 0.
001890 01  WS-SHOP-COUNTS.
001900     05  WS-SHOP-DUE              PIC 9(07) COMP VALUE 0.
001910     05  WS-SHOP-MET              PIC 9(07) COMP VALUE 0.
001920     05  WS-SHOP-LATE             PIC 9(07) COMP VALUE 0.
001930     05  WS-SHOP-NO-END           PIC 9(07) COMP VALUE 0.
001940     05  WS-SHOP-NOT-RUN          PIC 9(07) COMP VALUE 0.
001950     05  WS-SHOP-MRG-SUM          PIC S9(09) COMP VALUE 0.
001960     05  WS-SHOP-MRG-CNT          PIC 9(07) COMP VALUE 0.
001970*---------------------------------------------------------------
001980*    MATCHING AND SCORING WORK AREAS
001990*---------------------------------------------------------------
002000 01  WS-BEST-IX                   PIC 9(04) COMP VALUE 0.
002010 01  WS-BEST-LEN                  PIC 9(02) VALUE 0.
002020 01  WS-TRY-LEN                   PIC 9(02) VALUE 0.
002030 01  WS-MATCH-DEPT                PIC X(04) VALUE SPACES.
002040 01  WS-MISSED                    PIC 9(07) COMP VALUE 0.
002050 01  WS-PCT-MET                   PIC 9(03)V9 VALUE 0.
002060 01  WS-AVG-MARGIN                PIC S9(06) VALUE 0.
002070*---------------------------------------------------------------
002080*    COUNTERS
002090*---------------------------------------------------------------
002100 01  WS-READ-COUNT                PIC 9(08) COMP VALUE 0.
002110 01  WS-SCORED-COUNT              PIC 9(08) COMP VALUE 0.
002120 01  WS-SUSP-COUNT                PIC 9(08) COMP VALUE 0.
002130*---------------------------------------------------------------
002140*    REPORT LINES
002150*---------------------------------------------------------------
002160 01  FILLER-LINE                  PIC X(133) VALUE ALL '='.
002170 01  RPT-TITLE-LINE.
002180     05  FILLER                   PIC X(01) VALUE '='.
002190     05  FILLER                   PIC X(43) VALUE SPACES.
002200     05  FILLER                   PIC X(46) VALUE
002210             'MONTHLY SLA COMPLIANCE SCORECARD BY DEPARTMENT'.
002220     05  FILLER                   PIC X(42) VALUE SPACES.
002230     05  FILLER                   PIC X(01) VALUE '='.
002240 01  RPT-PERIOD-LINE.
002250     05  FILLER                   PIC X(01) VALUE '='.
002260     05  FILLER                   PIC X(01) VALUE SPACE.
002270     05  FILLER                   PIC X(17) VALUE
002280             'SCORECARD MONTH: '.
002290     05  RP-PERIOD                PIC X(20) VALUE SPACES.
002300     05  FILLER                   PIC X(93) VALUE SPACES.
002310     05  FILLER                   PIC X(01) VALUE '='.
002320 01  RPT-DEPT-LINE.
002330     05  FILLER                   PIC X(01) VALUE '='.
002340     05  FILLER                   PIC X(01) VALUE SPACE.
002350     05  FILLER                   PIC X(26) VALUE
002360             'SLA SCORECARD - DEPARTMENT'.
002370     05  FILLER                   PIC X(01) VALUE SPACE.
002380     05  RI-DEPT-CODE             PIC X(04) VALUE SPACES.
002390     05  FILLER                   PIC X(02) VALUE SPACES.
002400     05  RI-DEPT-NAME             PIC X(20) VALUE SPACES.
002410     05  FILLER                   PIC X(77) VALUE SPACES.
002420     05  FILLER                   PIC X(01) VALUE '='.
002430 01  RPT-SUSP-HDG-LINE.
002440     05  FILLER                   PIC X(01) VALUE '='.
002450     05  FILLER                   PIC X(01) VALUE SPACE.
002460     05  FILLER                   PIC X(55) VALUE
002470     'SLA SCORECARD - JOB NAMES NO RATE RULE COVERS (NO DEPT)'.
002480     05  FILLER                   PIC X(75) VALUE SPACES.
002490     05  FILLER                   PIC X(01) VALUE '='.
002500 01  RPT-RECAP-HDG-LINE.
002510     05  FILLER                   PIC X(01) VALUE '='.
002520     05  FILLER                   PIC X(01) VALUE SPACE.
002530     05  FILLER                   PIC X(30) VALUE
002540             'RECAP - ALL DEPARTMENT SCORES'.
002550     05  FILLER                   PIC X(100) VALUE SPACES.
002560     05  FILLER                   PIC X(01) VALUE '='.
002570 01  RPT-COLHDG-LINE.
002580     05  FILLER                   PIC X(01) VALUE '='.
002590     05  FILLER                   PIC X(01) VALUE SPACE.
002600     05  RH-LABEL                 PIC X(26) VALUE SPACES.
002610     05  FILLER                   PIC X(02) VALUE SPACES.
002620     05  FILLER                   PIC X(07) VALUE '    DUE'.
002630     05  FILLER                   PIC X(02) VALUE SPACES.
002640     05  FILLER                   PIC X(07) VALUE '    MET'.
002650     05  FILLER                   PIC X(02) VALUE SPACES.
002660     05  FILLER                   PIC X(07) VALUE ' MISSED'.
002670     05  FILLER                   PIC X(02) VALUE SPACES.
002680     05  FILLER                   PIC X(07) VALUE '   LATE'.
002690     05  FILLER                   PIC X(02) VALUE SPACES.
002700     05  FILLER                   PIC X(07) VALUE ' NO END'.
002710     05  FILLER                   PIC X(02) VALUE SPACES.
002720     05  FILLER                   PIC X(07) VALUE 'NOT RUN'.
002730     05  FILLER                   PIC X(02) VALUE SPACES.
002740     05  FILLER                   PIC X(07) VALUE 'PCT MET'.
002750     05  FILLER                   PIC X(02) VALUE SPACES.
002760     05  FILLER                   PIC X(10) VALUE
002770             'AVG MARGIN'.
002780     05  FILLER                   PIC X(29) VALUE SPACES.
002790     05  FILLER                   PIC X(01) VALUE '='.
002800 01  RPT-SCORE-LINE.
002810     05  FILLER                   PIC X(01) VALUE '='.
002820     05  FILLER                   PIC X(01) VALUE SPACE.
002830     05  RS-LABEL                 PIC X(26) VALUE SPACES.
002840     05  FILLER                   PIC X(02) VALUE SPACES.
002850     05  RS-DUE                   PIC ZZZZZZ9.
002860     05  FILLER                   PIC X(02) VALUE SPACES.
002870     05  RS-MET                   PIC ZZZZZZ9.
002880     05  FILLER                   PIC X(02) VALUE SPACES.
002890     05  RS-MISSED                PIC ZZZZZZ9.
002900     05  FILLER                   PIC X(02) VALUE SPACES.
002910     05  RS-LATE                  PIC ZZZZZZ9.
002920     05  FILLER                   PIC X(02) VALUE SPACES.
002930     05  RS-NO-END                PIC ZZZZZZ9.
002940     05  FILLER                   PIC X(02) VALUE SPACES.
002950     05  RS-NOT-RUN               PIC ZZZZZZ9.
002960     05  FILLER                   PIC X(02) VALUE SPACES.
002970     05  RS-PCT-MET               PIC ZZZZ9.9.
002980     05  FILLER                   PIC X(02) VALUE SPACES.
002990     05  RS-AVG-MARGIN-AREA       PIC X(10) VALUE SPACES.
003000     05  RS-AVG-MARGIN REDEFINES RS-AVG-MARGIN-AREA
003010                                  PIC ---------9.
003020     05  FILLER                   PIC X(29) VALUE SPACES.
003030     05  FILLER                   PIC X(01) VALUE '='.
003040 01  RPT-COUNT-LINE.
003050     05  FILLER                   PIC X(01) VALUE '='.
003060     05  FILLER                   PIC X(01) VALUE SPACE.
003070     05  FILLER                   PIC X(15) VALUE
003080             'RESULTS READ:  '.
003090     05  RN-READ                  PIC ZZ,ZZZ,ZZ9.
003100     05  FILLER                   PIC X(03) VALUE SPACES.
003110     05  FILLER                   PIC X(08) VALUE 'SCORED: '.
003120     05  RN-SCORED                PIC ZZ,ZZZ,ZZ9.
003130     05  FILLER                   PIC X(03) VALUE SPACES.
003140     05  FILLER                   PIC X(12) VALUE
003150             'NO DEPT:    '.
003160     05  RN-SUSPENSE              PIC ZZ,ZZZ,ZZ9.
003170     05  FILLER                   PIC X(59) VALUE SPACES.
003180     05  FILLER                   PIC X(01) VALUE '='.
003190 LINKAGE SECTION.
003200 01   PARM-BUFFER.
003210      05 PARM-LENGTH              PIC S9(4) COMP.
003220      05 PARM-DATA.
003230         10 NUMB                  PIC X(100).
003240 PROCEDURE DIVISION USING PARM-BUFFER.
003250 0000-MAINLINE SECTION.
003260***************************************************************
003270*    LOAD THE RATE MASTER AND ITS DEPARTMENTS, SCORE THE       *
003280*    CONCATENATED SLA RESULTS BY DEPARTMENT AND JOB, AND       *
003290*    PRINT THE DEPARTMENT SCORECARDS AND THE RECAP.            *
003300***************************************************************
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003320     PERFORM 2000-LOAD-RATES THRU 2000-EXIT
003330         UNTIL WS-RATE-EOF.
003340     PERFORM 3000-SCORE-RESULTS THRU 3000-EXIT
003350         UNTIL WS-RSLT-EOF.
003360     PERFORM 4000-PRINT-SCORECARDS THRU 4000-EXIT.
003370     PERFORM 5000-TERMINATE THRU 5000-EXIT.
003380     GO TO 9999-EXIT.
003390 0000-EXIT.
003400     EXIT.
003410*---------------------------------------------------------------
003420 1000-INITIALIZE SECTION.
003430***************************************************************
003440*    PICK UP THE SCORECARD MONTH FROM THE PARM AND OPEN THE    *
003450*    FILES.                                                    *
003460***************************************************************
003470     IF PARM-LENGTH >= 6
003480         MOVE PARM-DATA(1:6) TO WS-PERIOD-TEXT
003490     END-IF.
003500     IF WS-PERIOD-TEXT IS NUMERIC
003510         SET WS-PERIOD-GIVEN TO TRUE
003520     ELSE
003530         SET WS-PERIOD-ALL TO TRUE
003540     END-IF.
003550     OPEN INPUT RATEFILE-FILE.
003560     OPEN INPUT SLARSLT-FILE.
003570     OPEN OUTPUT SCORERPT-FILE.
003580     IF WS-SCORERPT-STATUS NOT = '00'
003590         DISPLAY '*** SCORERPT REPORT FILE OPEN FAILED - '
003600             'STATUS ' WS-SCORERPT-STATUS
003610             ' - SCORECARD NOT PRODUCED ***'
003620         GO TO 9999-EXIT
003630     END-IF.
003640     READ RATEFILE-FILE
003650         AT END SET WS-RATE-EOF TO TRUE.
003660     READ SLARSLT-FILE
003670         AT END SET WS-RSLT-EOF TO TRUE.
003680 1000-EXIT.
003690     EXIT.
003700*---------------------------------------------------------------
003710 2000-LOAD-RATES SECTION.
003720***************************************************************
003730*    FOLD ONE RATE RULE INTO THE RATE TABLE AND ITS            *
003740*    DEPARTMENT INTO THE DEPARTMENT TABLE (DISTINCT CODES).    *
003750*    A RULE WITH A NON-NUMERIC PREFIX LENGTH IS SKIPPED WITH   *
003757*    A CONSOLE NOTE.  BLANK EFFECTIVE DATES MEAN IN FORCE FROM *
003763*    THE START OF TIME / OPEN-ENDED, AS RATEREC DESCRIBES.     *
003770***************************************************************
003780     IF RT-PREFIX-LEN IS NOT NUMERIC
003790         DISPLAY '*** RATE RULE FOR ' RT-JOB-PATTERN
003800             ' HAS A NON-NUMERIC PREFIX LENGTH - '
003810             'RULE SKIPPED ***'
003820         GO TO 2000-NEXT
003830     END-IF.
003831     IF RT-EFF-FROM-X = SPACES
003832         MOVE ZEROS TO RT-EFF-FROM
003833     END-IF.
003834     IF RT-EFF-TO-X = SPACES
003835         MOVE 99999999 TO RT-EFF-TO
003836     END-IF.
003837     IF RT-EFF-FROM IS NOT NUMERIC
003838         OR RT-EFF-TO IS NOT NUMERIC
003839         DISPLAY '*** RATE RULE FOR ' RT-JOB-PATTERN
003840             ' HAS A NON-NUMERIC EFFECTIVE DATE - '
003841             'RULE SKIPPED ***'
003842         GO TO 2000-NEXT
003843     END-IF.
003844     IF WS-RAT-COUNT >= WS-RAT-MAX
003850         IF WS-RAT-CAP-NOT-WARNED
003860             DISPLAY '*** RATE TABLE FULL AT ' WS-RAT-MAX
003870                 ' RULES - FURTHER RULES ARE IGNORED ***'
003880             SET WS-RAT-CAP-WARNED TO TRUE
003890         END-IF
003900         GO TO 2000-NEXT
003910     END-IF.
003920     ADD 1 TO WS-RAT-COUNT.
003930     MOVE RT-JOB-PATTERN TO WS-RAT-PATTERN (WS-RAT-COUNT).
003940     MOVE RT-PREFIX-LEN TO WS-RAT-PREFIX-LEN (WS-RAT-COUNT).
003950     MOVE RT-DEPT-CODE TO WS-RAT-DEPT-CODE (WS-RAT-COUNT).
003953     MOVE RT-EFF-FROM TO WS-RAT-EFF-FROM (WS-RAT-COUNT).
003957     MOVE RT-EFF-TO TO WS-RAT-EFF-TO (WS-RAT-COUNT).
003960     MOVE RT-DEPT-CODE TO WS-MATCH-DEPT.
003970     PERFORM 2100-FIND-DEPARTMENT THRU 2100-EXIT.
003980     IF WS-NOT-FOUND
003990         PERFORM 2200-ADD-DEPARTMENT THRU 2200-EXIT
004000     END-IF.
004010 2000-NEXT.
004020     READ RATEFILE-FILE
004030         AT END SET WS-RATE-EOF TO TRUE.
004040 2000-EXIT.
004050     EXIT.
004060*---------------------------------------------------------------
004070 2100-FIND-DEPARTMENT SECTION.
004080***************************************************************
004090*    LOOK WS-MATCH-DEPT UP IN THE DEPARTMENT TABLE.            *
004100***************************************************************
004110     SET WS-NOT-FOUND TO TRUE.
004120     IF WS-DEP-COUNT > 0
004130         SET WS-DEP-NX TO 1
004140         SEARCH WS-DEP-ENTRY
004150             AT END SET WS-NOT-FOUND TO TRUE
004160             WHEN WS-DEP-CODE (WS-DEP-NX) = WS-MATCH-DEPT
004170                 SET WS-FOUND TO TRUE
004180         END-SEARCH
004190     END-IF.
004200 2100-EXIT.
004210     EXIT.
004220*---------------------------------------------------------------
004230 2200-ADD-DEPARTMENT SECTION.
004240***************************************************************
004250*    START A DEPARTMENT ENTRY FOR WS-MATCH-DEPT - NAMED FROM   *
004260*    THE CURRENT RATE RULE, OR AS THE NO-DEPARTMENT ENTRY FOR  *
004270*    '****'.  WS-FOUND SAYS WHETHER THE ENTRY WAS MADE.        *
004280***************************************************************
004290     IF WS-DEP-COUNT >= WS-DEP-MAX
004300         IF WS-DEP-CAP-NOT-WARNED
004310             DISPLAY '*** DEPARTMENT TABLE FULL AT '
004320                 WS-DEP-MAX ' DEPARTMENTS - FURTHER '
004330                 'DEPARTMENTS ARE NOT SCORED ***'
004340             SET WS-DEP-CAP-WARNED TO TRUE
004350         END-IF
004360         SET WS-NOT-FOUND TO TRUE
004370         GO TO 2200-EXIT
004380     END-IF.
004390     ADD 1 TO WS-DEP-COUNT.
004400     SET WS-DEP-NX TO WS-DEP-COUNT.
004410     MOVE WS-MATCH-DEPT TO WS-DEP-CODE (WS-DEP-NX).
004420     IF WS-MATCH-DEPT = '****'
004430         MOVE 'NO RATE RULE' TO WS-DEP-NAME (WS-DEP-NX)
004440     ELSE
004450         MOVE RT-DEPT-NAME TO WS-DEP-NAME (WS-DEP-NX)
004460     END-IF.
004470     MOVE WS-ZERO-COUNTS TO WS-DEP-COUNTS (WS-DEP-NX).
004480     SET WS-FOUND TO TRUE.
004490 2200-EXIT.
004500     EXIT.
004510*---------------------------------------------------------------
004520 3000-SCORE-RESULTS SECTION.
004530***************************************************************
004540*    SCORE ONE SLA RESULT IN THE SCORECARD MONTH - INTO ITS    *
004550*    JOB'S ENTRY, ITS DEPARTMENT'S ENTRY, AND THE SHOP TOTAL.  *
004560*    A JOB NO RATE RULE COVERS IS SCORED UNDER '****'.         *
004570***************************************************************
004580     ADD 1 TO WS-READ-COUNT.
004590     IF WS-PERIOD-GIVEN
004600         AND SR-BUS-DATE (1:6) NOT = WS-PERIOD-TEXT
004610         GO TO 3000-NEXT
004620     END-IF.
004630     PERFORM 3100-FIND-RATE THRU 3100-EXIT.
004640     IF WS-BEST-IX > 0
004650         MOVE WS-RAT-DEPT-CODE (WS-BEST-IX) TO WS-MATCH-DEPT
004660     ELSE
004670         MOVE '****' TO WS-MATCH-DEPT
004680         ADD 1 TO WS-SUSP-COUNT
004690     END-IF.
004700     PERFORM 2100-FIND-DEPARTMENT THRU 2100-EXIT.
004710     IF WS-NOT-FOUND
004720         PERFORM 2200-ADD-DEPARTMENT THRU 2200-EXIT
004730     END-IF.
004740     IF WS-NOT-FOUND
004750         GO TO 3000-NEXT
004760     END-IF.
004770     PERFORM 3200-FIND-JOB THRU 3200-EXIT.
004780     IF WS-NOT-FOUND
004790         GO TO 3000-NEXT
004800     END-IF.
004810     ADD 1 TO WS-SCORED-COUNT.
004820     MOVE WS-JOB-COUNTS (WS-JOB-NX) TO WS-ACC-COUNTS.
004830     PERFORM 3300-COUNT-RESULT THRU 3300-EXIT.
004840     MOVE WS-ACC-COUNTS TO WS-JOB-COUNTS (WS-JOB-NX).
004850     MOVE WS-DEP-COUNTS (WS-DEP-NX) TO WS-ACC-COUNTS.
004860     PERFORM 3300-COUNT-RESULT THRU 3300-EXIT.
004870     MOVE WS-ACC-COUNTS TO WS-DEP-COUNTS (WS-DEP-NX).
004880     MOVE WS-SHOP-COUNTS TO WS-ACC-COUNTS.
004890     PERFORM 3300-COUNT-RESULT THRU 3300-EXIT.
004900     MOVE WS-ACC-COUNTS TO WS-SHOP-COUNTS.
004910 3000-NEXT.
004920     READ SLARSLT-FILE
004930         AT END SET WS-RSLT-EOF TO TRUE.
004940 3000-EXIT.
004950     EXIT.
004960*---------------------------------------------------------------
004970 3100-FIND-RATE SECTION.
004980***************************************************************
004987*    PICK THE RULE THAT COVERS THE CURRENT RESULT'S JOB NAME   *
004993*    ON ITS BUSINESS DATE - AN EXACT-NAME RULE IMMEDIATELY,    *
005000*    OTHERWISE THE LONGEST MATCHING PREFIX.  ONLY RULES IN     *
005007*    FORCE ON SR-BUS-DATE ARE CANDIDATES.  ZERO MEANS NO RULE  *
005013*    COVERS IT.                                                *
005020***************************************************************
005030     MOVE 0 TO WS-BEST-IX.
005040     MOVE 0 TO WS-BEST-LEN.
005050     SET WS-NOT-EXACT-MATCH TO TRUE.
005060     PERFORM 3150-TRY-ONE-RULE THRU 3150-EXIT
005070         VARYING WS-RAT-IX FROM 1 BY 1
005080         UNTIL WS-RAT-IX > WS-RAT-COUNT
005090         OR WS-EXACT-MATCH.
005100 3100-EXIT.
005110     EXIT.
005120*---------------------------------------------------------------
005130 3150-TRY-ONE-RULE SECTION.
005140***************************************************************
005145*    TEST ONE RATE RULE AGAINST THE CURRENT JOB NAME - A RULE  *
005150*    NOT IN FORCE ON THE RESULT'S BUSINESS DATE IS PASSED      *
005155*    OVER.                                                     *
005160***************************************************************
005162     IF SR-BUS-DATE < WS-RAT-EFF-FROM (WS-RAT-IX)
005164         OR SR-BUS-DATE > WS-RAT-EFF-TO (WS-RAT-IX)
005166         GO TO 3150-EXIT
005168     END-IF.
005170     IF WS-RAT-PREFIX-LEN (WS-RAT-IX) = 0
005180         IF WS-RAT-PATTERN (WS-RAT-IX) = SR-JOB-NAME
005190             MOVE WS-RAT-IX TO WS-BEST-IX
005200             SET WS-EXACT-MATCH TO TRUE
005210         END-IF
005220         GO TO 3150-EXIT
005230     END-IF.
005240     MOVE WS-RAT-PREFIX-LEN (WS-RAT-IX) TO WS-TRY-LEN.
005250     IF WS-TRY-LEN > 8
005260         GO TO 3150-EXIT
005270     END-IF.
005280     IF SR-JOB-NAME(1:WS-TRY-LEN)
005290             = WS-RAT-PATTERN (WS-RAT-IX) (1:WS-TRY-LEN)
005300         AND WS-TRY-LEN > WS-BEST-LEN
005310         MOVE WS-RAT-IX TO WS-BEST-IX
005320         MOVE WS-TRY-LEN TO WS-BEST-LEN
005330     END-IF.
005340 3150-EXIT.
005350     EXIT.
005360*---------------------------------------------------------------
005370 3200-FIND-JOB SECTION.
005380***************************************************************
005390*    FIND (OR START) THE JOB ENTRY FOR THIS DEPARTMENT + JOB.  *
005400*    WS-FOUND SAYS WHETHER THE ENTRY IS THERE TO SCORE INTO.   *
005410***************************************************************
005420     SET WS-NOT-FOUND TO TRUE.
005430     IF WS-JOB-COUNT > 0
005440         SET WS-JOB-NX TO 1
005450         SEARCH WS-JOB-ENTRY
005460             AT END SET WS-NOT-FOUND TO TRUE
005470             WHEN WS-JOB-DEPT-CODE (WS-JOB-NX) = WS-MATCH-DEPT
005480                 AND WS-JOB-NAME (WS-JOB-NX) = SR-JOB-NAME
005490                 SET WS-FOUND TO TRUE
005500         END-SEARCH
005510     END-IF.
005520     IF WS-FOUND
005530         GO TO 3200-EXIT
005540     END-IF.
005550     IF WS-JOB-COUNT >= WS-JOB-MAX
005560         IF WS-JOB-CAP-NOT-WARNED
005570             DISPLAY '*** JOB TABLE FULL AT ' WS-JOB-MAX
005580                 ' JOBS - FURTHER JOBS ARE NOT SCORED ***'
005590             SET WS-JOB-CAP-WARNED TO TRUE
005600         END-IF
005610         GO TO 3200-EXIT
005620     END-IF.
005630     ADD 1 TO WS-JOB-COUNT.
005640     SET WS-JOB-NX TO WS-JOB-COUNT.
005650     MOVE WS-MATCH-DEPT TO WS-JOB-DEPT-CODE (WS-JOB-NX).
005660     MOVE SR-JOB-NAME TO WS-JOB-NAME (WS-JOB-NX).
005670     MOVE WS-ZERO-COUNTS TO WS-JOB-COUNTS (WS-JOB-NX).
005680     SET WS-FOUND TO TRUE.
005690 3200-EXIT.
005700     EXIT.
005710*---------------------------------------------------------------
005720 3300-COUNT-RESULT SECTION.
005730***************************************************************
005740*    ADD THE CURRENT RESULT TO THE WORKING ACCUMULATORS - ONE  *
005750*    DEADLINE DUE, ITS OUTCOME, AND ITS MARGIN WHEN THE RUN    *
005760*    REACHED JOBEND.                                           *
005770***************************************************************
005780     ADD 1 TO WS-ACC-DUE.
005790     EVALUATE TRUE
005800         WHEN SR-MET
005810             ADD 1 TO WS-ACC-MET
005820         WHEN SR-LATE
005830             ADD 1 TO WS-ACC-LATE
005840         WHEN SR-NO-END
005850             ADD 1 TO WS-ACC-NO-END
005860         WHEN OTHER
005870             ADD 1 TO WS-ACC-NOT-RUN
005880     END-EVALUATE.
005890     IF SR-MET OR SR-LATE
005900         ADD SR-MARGIN-MINUTES TO WS-ACC-MRG-SUM
005910         ADD 1 TO WS-ACC-MRG-CNT
005920     END-IF.
005930 3300-EXIT.
005940     EXIT.
005950*---------------------------------------------------------------
005960 4000-PRINT-SCORECARDS SECTION.
005970***************************************************************
005980*    PRINT THE RUN HEADER, ONE SCORECARD PAGE PER DEPARTMENT   *
005990*    WITH ANY DEADLINES DUE (THE NO-DEPARTMENT PAGE LAST), AND *
006000*    THE RECAP PAGE.                                           *
006010***************************************************************
006020     MOVE FILLER-LINE TO SCORERPT-LINE.
006030     WRITE SCORERPT-LINE.
006040     MOVE RPT-TITLE-LINE TO SCORERPT-LINE.
006050     WRITE SCORERPT-LINE.
006060     IF WS-PERIOD-GIVEN
006070         MOVE WS-PERIOD-TEXT TO RP-PERIOD
006080     ELSE
006090         MOVE 'ALL RESULTS SUPPLIED' TO RP-PERIOD
006100     END-IF.
006110     MOVE RPT-PERIOD-LINE TO SCORERPT-LINE.
006120     WRITE SCORERPT-LINE.
006130     MOVE FILLER-LINE TO SCORERPT-LINE.
006140     WRITE SCORERPT-LINE.
006150     PERFORM 4100-PRINT-ONE-DEPT THRU 4100-EXIT
006160         VARYING WS-DEP-IX FROM 1 BY 1
006170         UNTIL WS-DEP-IX > WS-DEP-COUNT.
006180     PERFORM 4300-PRINT-RECAP THRU 4300-EXIT.
006190 4000-EXIT.
006200     EXIT.
006210*---------------------------------------------------------------
006220 4100-PRINT-ONE-DEPT SECTION.
006230***************************************************************
006240*    PRINT ONE DEPARTMENT'S SCORECARD PAGE - HEADER, ONE LINE  *
006250*    PER JOB, AND THE DEPARTMENT TOTAL.  A DEPARTMENT WITH NO  *
006260*    DEADLINES DUE IN THE MONTH GETS NO PAGE.  THE '****'      *
006270*    ENTRY IS ONLY STARTED ONCE THE RATE MASTER'S DEPARTMENTS  *
006280*    ARE LOADED, SO THE NO-DEPARTMENT PAGE ALWAYS PRINTS LAST. *
006290***************************************************************
006300     IF WS-DEP-DUE (WS-DEP-IX) = 0
006310         GO TO 4100-EXIT
006320     END-IF.
006330     IF WS-DEP-CODE (WS-DEP-IX) = '****'
006340         MOVE RPT-SUSP-HDG-LINE TO SCORERPT-LINE
006350         WRITE SCORERPT-LINE
006360     ELSE
006370         MOVE WS-DEP-CODE (WS-DEP-IX) TO RI-DEPT-CODE
006380         MOVE WS-DEP-NAME (WS-DEP-IX) TO RI-DEPT-NAME
006390         MOVE RPT-DEPT-LINE TO SCORERPT-LINE
006400         WRITE SCORERPT-LINE
006410     END-IF.
006420     MOVE 'JOB NAME' TO RH-LABEL.
006430     MOVE RPT-COLHDG-LINE TO SCORERPT-LINE.
006440     WRITE SCORERPT-LINE.
006450     PERFORM 4150-PRINT-ONE-JOB THRU 4150-EXIT
006460         VARYING WS-JOB-IX FROM 1 BY 1
006470         UNTIL WS-JOB-IX > WS-JOB-COUNT.
006480     MOVE WS-DEP-COUNTS (WS-DEP-IX) TO WS-ACC-COUNTS.
006490     MOVE 'DEPARTMENT TOTAL' TO RS-LABEL.
006500     PERFORM 4900-FORMAT-SCORE THRU 4900-EXIT.
006510     MOVE RPT-SCORE-LINE TO SCORERPT-LINE.
006520     WRITE SCORERPT-LINE.
006530     MOVE FILLER-LINE TO SCORERPT-LINE.
006540     WRITE SCORERPT-LINE.
006550 4100-EXIT.
006560     EXIT.
006570*---------------------------------------------------------------
006580 4150-PRINT-ONE-JOB SECTION.
006590***************************************************************
006600*    PRINT ONE JOB'S SCORE LINE WHEN IT BELONGS TO THE         *
006610*    DEPARTMENT WHOSE PAGE IS BEING PRINTED.                   *
006620***************************************************************
006630     IF WS-JOB-DEPT-CODE (WS-JOB-IX)
006640             NOT = WS-DEP-CODE (WS-DEP-IX)
006650         GO TO 4150-EXIT
006660     END-IF.
006670     MOVE WS-JOB-COUNTS (WS-JOB-IX) TO WS-ACC-COUNTS.
006680     MOVE WS-JOB-NAME (WS-JOB-IX) TO RS-LABEL.
006690     PERFORM 4900-FORMAT-SCORE THRU 4900-EXIT.
006700     MOVE RPT-SCORE-LINE TO SCORERPT-LINE.
006710     WRITE SCORERPT-LINE.
006720 4150-EXIT.
006730     EXIT.
006740*---------------------------------------------------------------
006750 4300-PRINT-RECAP SECTION.
006760***************************************************************
006770*    PRINT THE RECAP PAGE - ONE SCORE LINE PER DEPARTMENT      *
006780*    WITH DEADLINES DUE, THE WHOLE-SHOP SCORE, AND THE RUN     *
006790*    COUNTS.                                                   *
006800***************************************************************
006810     MOVE RPT-RECAP-HDG-LINE TO SCORERPT-LINE.
006820     WRITE SCORERPT-LINE.
006830     MOVE 'DEPARTMENT' TO RH-LABEL.
006840     MOVE RPT-COLHDG-LINE TO SCORERPT-LINE.
006850     WRITE SCORERPT-LINE.
006860     PERFORM 4350-PRINT-RECAP-LINE THRU 4350-EXIT
006870         VARYING WS-DEP-IX FROM 1 BY 1
006880         UNTIL WS-DEP-IX > WS-DEP-COUNT.
006890     MOVE WS-SHOP-COUNTS TO WS-ACC-COUNTS.
006900     MOVE 'ALL DEPARTMENTS' TO RS-LABEL.
006910     PERFORM 4900-FORMAT-SCORE THRU 4900-EXIT.
006920     MOVE RPT-SCORE-LINE TO SCORERPT-LINE.
006930     WRITE SCORERPT-LINE.
006940     MOVE WS-READ-COUNT TO RN-READ.
006950     MOVE WS-SCORED-COUNT TO RN-SCORED.
006960     MOVE WS-SUSP-COUNT TO RN-SUSPENSE.
006970     MOVE RPT-COUNT-LINE TO SCORERPT-LINE.
006980     WRITE SCORERPT-LINE.
006990     MOVE FILLER-LINE TO SCORERPT-LINE.
007000     WRITE SCORERPT-LINE.
007010 4300-EXIT.
007020     EXIT.
007030*---------------------------------------------------------------
007040 4350-PRINT-RECAP-LINE SECTION.
007050***************************************************************
007060*    PRINT ONE DEPARTMENT'S RECAP SCORE LINE.                  *
007070***************************************************************
007080     IF WS-DEP-DUE (WS-DEP-IX) = 0
007090         GO TO 4350-EXIT
007100     END-IF.
007110     MOVE WS-DEP-COUNTS (WS-DEP-IX) TO WS-ACC-COUNTS.
007120     MOVE SPACES TO RS-LABEL.
007130     MOVE WS-DEP-CODE (WS-DEP-IX) TO RS-LABEL (1:4).
007140     MOVE WS-DEP-NAME (WS-DEP-IX) TO RS-LABEL (7:20).
007150     PERFORM 4900-FORMAT-SCORE THRU 4900-EXIT.
007160     MOVE RPT-SCORE-LINE TO SCORERPT-LINE.
007170     WRITE SCORERPT-LINE.
007180 4350-EXIT.
007190     EXIT.
007200*---------------------------------------------------------------
007210 4900-FORMAT-SCORE SECTION.
007220***************************************************************
007230*    FILL THE SCORE LINE'S FIGURES FROM THE WORKING            *
007240*    ACCUMULATORS - MISSED IS EVERYTHING BUT MET, PERCENT MET  *
007250*    IS OVER THE DEADLINES DUE, AND THE AVERAGE MARGIN IS      *
007260*    OVER THE RUNS THAT REACHED JOBEND (BLANK WHEN NONE DID).  *
007270***************************************************************
007280     COMPUTE WS-MISSED = WS-ACC-DUE - WS-ACC-MET.
007290     MOVE WS-ACC-DUE TO RS-DUE.
007300     MOVE WS-ACC-MET TO RS-MET.
007310     MOVE WS-MISSED TO RS-MISSED.
007320     MOVE WS-ACC-LATE TO RS-LATE.
007330     MOVE WS-ACC-NO-END TO RS-NO-END.
007340     MOVE WS-ACC-NOT-RUN TO RS-NOT-RUN.
007350     MOVE 0 TO WS-PCT-MET.
007360     IF WS-ACC-DUE > 0
007370         COMPUTE WS-PCT-MET ROUNDED =
007380             (WS-ACC-MET * 100) / WS-ACC-DUE
007390     END-IF.
007400     MOVE WS-PCT-MET TO RS-PCT-MET.
007410     IF WS-ACC-MRG-CNT = 0
007420         MOVE SPACES TO RS-AVG-MARGIN-AREA
007430     ELSE
007440         COMPUTE WS-AVG-MARGIN ROUNDED =
007450             WS-ACC-MRG-SUM / WS-ACC-MRG-CNT
007460         MOVE WS-AVG-MARGIN TO RS-AVG-MARGIN
007470     END-IF.
007480 4900-EXIT.
007490     EXIT.
007500*---------------------------------------------------------------
007510 5000-TERMINATE SECTION.
007520***************************************************************
007530*    CLOSE THE FILES.                                          *
007540***************************************************************
007550     CLOSE RATEFILE-FILE.
007560     CLOSE SLARSLT-FILE.
007570     CLOSE SCORERPT-FILE.
007580 5000-EXIT.
007590     EXIT.
007600*---------------------------------------------------------------
007610 9999-EXIT.
007620     GOBACK.
