000010***************************************************************
000020*                                                              *
000030*    PROGRAM:    SLACHK                                       *
000040*    AUTHOR:     D SIKORA - BATCH SUPPORT                     *
000050*    INSTALLATION: MVS-SYSGEN DATA CENTER                     *
000060*    DATE-WRITTEN: 10/15/2026                                 *
000070*                                                              *
000080*    REMARKS:    NIGHTLY COMPLETION-DEADLINE SLA CHECK.  THE  *
000090*                SCHEDULE REGISTRY ONLY SAYS WHEN A JOB        *
000100*                SHOULD START - THE BUSINESS HOLDS US TO WHEN  *
000110*                IT FINISHES.  THIS CHECK MATCHES THE SLA      *
000120*                REGISTRY (SLAMNT MAINTAINS IT) AGAINST THE    *
000130*                STEPAUDT TRAIL FOR ONE BUSINESS DATE AND      *
000140*                JUDGES EVERY JOB WHOSE DEADLINE APPLIED THAT  *
000150*                DAY BY ITS JOBEND DISPOSITION RECORD'S TIME:  *
000160*                MET, LATE, NO JOBEND RECORD (THE RUN DIED OR  *
000170*                IS STILL GOING), OR NOT RUN AT ALL.  ANY      *
000180*                RESULT BUT MET IS A BREACH.                   *
000190*                                                              *
000200*                EVERY JUDGMENT IS PRINTED WITH ITS MARGIN IN  *
000210*                MINUTES AND WRITTEN TO THE SLARSLT RESULT     *
000220*                FILE (ONE GENERATION PER NIGHT) THAT THE      *
000230*                SLASCORE MONTHLY DEPARTMENT SCORECARD ROLLS   *
000240*                UP.                                           *
000250*                                                              *
000260*                PARM IS THE BUSINESS DATE TO CHECK            *
000270*                (YYYYMMDD).  WHEN NO PARM (OR A NON-NUMERIC   *
000280*                ONE) ARRIVES THE CHECK COVERS YESTERDAY,      *
000290*                WHICH IS THE NORMAL MORNING USE ONCE THE      *
000300*                NEXT-MORNING DEADLINES HAVE PASSED.  THE JCL  *
000310*                MUST CONCATENATE THE TRAIL FOR THE BUSINESS   *
000320*                DATE AND THE TWO DAYS AFTER IT, SO A LATE     *
000330*                OVERNIGHT FINISH IS STILL SEEN.               *
000340*                                                              *
000350*                A BUSINESS DATE THE CALFILE SHOP CALENDAR     *
000360*                MARKS NON-PROCESSING CARRIES NO DEADLINES;    *
000370*                OTHERWISE A JOB'S DEADLINE APPLIES ON THE     *
000380*                DAYS OF THE WEEK ITS RUN-DAY SWITCHES NAME.   *
000390*                                                              *
000400*    MODIFICATION HISTORY                                     *
000410*    DATE       INIT  DESCRIPTION                              *
000420*    10/15/2026 DS    ORIGINAL PROGRAM                         *
000430*                                                              *
000440***************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.    SLACHK.
000470 AUTHOR.        D SIKORA - BATCH SUPPORT.
000480 INSTALLATION.  MVS-SYSGEN DATA CENTER.
000490 DATE-WRITTEN.  10/15/2026.
000500 DATE-COMPILED.
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-370.
000540 OBJECT-COMPUTER.   IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT SLAFILE-FILE ASSIGN TO SLAFILE
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT STEPAUDT-FILE ASSIGN TO STEPAUDT
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT CALFILE-FILE ASSIGN TO CALFILE
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-CALFILE-STATUS.
000640     SELECT SLARSLT-FILE ASSIGN TO SLARSLT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-SLARSLT-STATUS.
000670     SELECT SLARPT-FILE ASSIGN TO SLARPT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-SLARPT-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  SLAFILE-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 COPY SLAREC.
000760 FD  STEPAUDT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 COPY STEPAUDT.
000800 FD  CALFILE-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 COPY CALREC.
000840 FD  SLARSLT-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 COPY SLARSLT.
000880 FD  SLARPT-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 01  SLARPT-LINE                  PIC X(133).
000920 WORKING-STORAGE SECTION.
000930*---------------------------------------------------------------
000940*    SWITCHES
000950*---------------------------------------------------------------
000960 01  WS-SWITCHES.
000970     05  WS-SLA-EOF-SW            PIC X(01) VALUE 'N'.
000980         88  WS-SLA-EOF                     VALUE 'Y'.
000990         88  WS-SLA-NOT-EOF                 VALUE 'N'.
001000     05  WS-AUDT-EOF-SW           PIC X(01) VALUE 'N'.
001010         88  WS-AUDT-EOF                    VALUE 'Y'.
001020         88  WS-AUDT-NOT-EOF                VALUE 'N'.
001030     05  WS-CALF-EOF-SW           PIC X(01) VALUE 'N'.
001040         88  WS-CALF-EOF                    VALUE 'Y'.
001050         88  WS-CALF-NOT-EOF                VALUE 'N'.
001060     05  WS-SLA-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001070         88  WS-SLA-CAP-WARNED              VALUE 'Y'.
001080         88  WS-SLA-CAP-NOT-WARNED          VALUE 'N'.
001090     05  WS-RUN-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001100         88  WS-RUN-CAP-WARNED              VALUE 'Y'.
001110         88  WS-RUN-CAP-NOT-WARNED          VALUE 'N'.
001120     05  WS-CAL-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001130         88  WS-CAL-CAP-WARNED              VALUE 'Y'.
001140         88  WS-CAL-CAP-NOT-WARNED          VALUE 'N'.
001150     05  WS-BUS-DAY-SW            PIC X(01) VALUE 'Y'.
001160         88  WS-BUS-PROC-DAY                VALUE 'Y'.
001170         88  WS-BUS-DARK-DAY                VALUE 'N'.
001180     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001190         88  WS-FOUND                       VALUE 'Y'.
001200         88  WS-NOT-FOUND                   VALUE 'N'.
001210 01  WS-CALFILE-STATUS            PIC XX VALUE '00'.
001220 01  WS-SLARSLT-STATUS            PIC XX VALUE '00'.
001230 01  WS-SLARPT-STATUS             PIC XX VALUE '00'.
001240 01  WS-BUS-HOLIDAY               PIC X(20) VALUE SPACES.
001250*---------------------------------------------------------------
001260*    BUSINESS-DATE, DAY-OF-WEEK AND DATE-WALK WORK AREAS
001270*---------------------------------------------------------------
001280 01  WS-PARM-DATE-X               PIC X(08) VALUE SPACES.
001290 01  WS-PARM-DATE REDEFINES WS-PARM-DATE-X
001300                                  PIC 9(08).
001310 01  WS-TARGET-DATE.
001320     05  WS-TD-YEAR               PIC 9(04).
001330     05  WS-TD-MONTH              PIC 9(02).
001340     05  WS-TD-DAY                PIC 9(02).
001350 01  WS-TARGET-DATE-N REDEFINES WS-TARGET-DATE
001360                                  PIC 9(08).
001370 01  WS-BUS-DATE                  PIC 9(08) VALUE 0.
001380 01  WS-NEXT-DATE                 PIC 9(08) VALUE 0.
001390 01  WS-AFTER-DATE                PIC 9(08) VALUE 0.
001400 01  WS-MONTH-DAYS-DEF            PIC X(24) VALUE
001410         '312831303130313130313031'.
001420 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-DEF.
001430     05  WS-MONTH-DAYS OCCURS 12 TIMES
001440                                  PIC 9(02).
001450 01  WS-MONTH-LEN                 PIC 9(02) VALUE 0.
001460 01  WS-LEAP-QUOTIENT             PIC 9(04) COMP VALUE 0.
001470 01  WS-LEAP-REM-4                PIC 9(04) COMP VALUE 0.
001480 01  WS-LEAP-REM-100              PIC 9(04) COMP VALUE 0.
001490 01  WS-LEAP-REM-400              PIC 9(04) COMP VALUE 0.
001500 01  WS-ZELLER-YEAR               PIC 9(04) COMP VALUE 0.
001510 01  WS-ZELLER-MONTH              PIC 9(04) COMP VALUE 0.
001520 01  WS-ZELLER-K                  PIC 9(04) COMP VALUE 0.
001530 01  WS-ZELLER-J                  PIC 9(04) COMP VALUE 0.
001540 01  WS-ZELLER-M-TERM             PIC 9(04) COMP VALUE 0.
001550 01  WS-ZELLER-K4                 PIC 9(04) COMP VALUE 0.
001560 01  WS-ZELLER-J4                 PIC 9(04) COMP VALUE 0.
001570 01  WS-ZELLER-SUM                PIC 9(08) COMP VALUE 0.
001580 01  WS-ZELLER-QUOT               PIC 9(08) COMP VALUE 0.
001590 01  WS-ZELLER-H                  PIC 9(04) COMP VALUE 0.
001600 01  WS-DAY-OF-WEEK               PIC S9(04) COMP VALUE 0.
001610 01  WS-DAY-NAMES-DEF.
001620     05  FILLER                   PIC X(27) VALUE
001630             'MONDAY   TUESDAY  WEDNESDAY'.
001640     05  FILLER                   PIC X(27) VALUE
001650             'THURSDAY FRIDAY   SATURDAY '.
001660     05  FILLER                   PIC X(09) VALUE
001670             'SUNDAY   '.
001680 01  WS-DAY-NAMES-TBL REDEFINES WS-DAY-NAMES-DEF.
001690     05  WS-DAY-NAME OCCURS 7 TIMES
001700                                  PIC X(09).
001710*---------------------------------------------------------------
001720*    SHOP CALENDAR TABLE - DATES, PROCESSING-DAY SWITCHES AND
001730*    HOLIDAY NAMES, LOADED FROM CALFILE
001740*---------------------------------------------------------------
001750 01  WS-CAL-TABLE-CTL.
001760     05  WS-CAL-COUNT             PIC 9(04) COMP VALUE 0.
001770     05  WS-CAL-MAX               PIC 9(04) COMP VALUE 750.
001780 01  WS-CAL-TABLE.
001790     05  WS-CAL-ENTRY OCCURS 1 TO 750 TIMES
001800                      DEPENDING ON WS-CAL-COUNT
001810                      INDEXED BY WS-CAL-NX.
001820         10  WS-CAL-DATE          PIC 9(08).
001830         10  WS-CAL-PROC-SW       PIC X(01).
001840         10  WS-CAL-HOLIDAY       PIC X(20).
001850*---------------------------------------------------------------
001860*    SLA REGISTRY TABLE
001870*---------------------------------------------------------------
001880 01  WS-SLA-TABLE-CTL.
001890     05  WS-SLA-COUNT             PIC 9(04) COMP VALUE 0.
001900     05  WS-SLA-MAX               PIC 9(04) COMP VALUE 500.
001910     05  WS-SLA-IX                PIC 9(04) COMP VALUE 0.
001920 01  WS-SLA-TABLE.
001930     05  WS-SLA-ENTRY OCCURS 1 TO 500 TIMES
001940                      DEPENDING ON WS-SLA-COUNT
001950                      INDEXED BY WS-SLA-NX.
001960         10  WS-SLA-JOB-NAME      PIC X(08).
001970         10  WS-SLA-RUN-DAYS.
001980             15  WS-SLA-RUN-DAY OCCURS 7 TIMES
001990                                  PIC X(01).
002000         10  WS-SLA-DEADLINE      PIC 9(08).
002010         10  WS-SLA-DL-DAYS       PIC 9(01).
002020*---------------------------------------------------------------
002030*    RUN TABLE - ONE ENTRY PER REGISTERED JOB RUN (JOB NAME +
002040*    JOB NUMBER) SEEN ON THE TRAIL, WITH ITS FIRST BOUNDARY
002050*    AND ITS JOBEND DISPOSITION RECORD'S DATE AND TIME
002060*---------------------------------------------------------------
002070 01  WS-RUN-TABLE-CTL.
002080     05  WS-RUN-COUNT             PIC 9(04) COMP VALUE 0.
002090     05  WS-RUN-MAX               PIC 9(04) COMP VALUE 2000.
002100     05  WS-RUN-IX                PIC 9(04) COMP VALUE 0.
002110     05  WS-BEST-IX               PIC 9(04) COMP VALUE 0.
002120 01  WS-RUN-TABLE.
002130     05  WS-RUN-ENTRY OCCURS 1 TO 2000 TIMES
002140                      DEPENDING ON WS-RUN-COUNT
002150                      INDEXED BY WS-RUN-NX.
002160         10  WS-RUN-JOB-NAME      PIC X(08).
002170         10  WS-RUN-JOB-NBR       PIC X(08).
002180         10  WS-RUN-START-DATE    PIC 9(08).
002190         10  WS-RUN-START-TIME    PIC 9(08).
002200         10  WS-RUN-END-DATE      PIC 9(08).
002210         10  WS-RUN-END-TIME      PIC 9(08).
002220         10  WS-RUN-ENDED-SW      PIC X(01).
002230             88  WS-RUN-ENDED               VALUE 'Y'.
002240             88  WS-RUN-NOT-ENDED           VALUE 'N'.
002250*---------------------------------------------------------------
002260*    DEADLINE WINDOW AND MARGIN WORK AREAS.  A TIMESTAMP KEY
002270*    IS YYYYMMDD FOLLOWED BY HHMMSSTH, SO KEYS COMPARE IN TIME
002280*    ORDER ACROSS MIDNIGHT.
002290*---------------------------------------------------------------
002300 01  WS-WIN-START-KEY             PIC 9(16) VALUE 0.
002310 01  WS-WIN-END-KEY               PIC 9(16) VALUE 0.
002320 01  WS-TRY-KEY                   PIC 9(16) VALUE 0.
002330 01  WS-BEST-KEY                  PIC 9(16) VALUE 0.
002340 01  WS-DEADLINE-KEY              PIC 9(16) VALUE 0.
002350 01  WS-END-KEY                   PIC 9(16) VALUE 0.
002360 01  WS-DEADLINE-DATE             PIC 9(08) VALUE 0.
002370 01  WS-TIME-WORK                 PIC 9(08) VALUE 0.
002380 01  FILLER REDEFINES WS-TIME-WORK.
002390     05  WS-TW-HH                 PIC 9(02).
002400     05  WS-TW-MM                 PIC 9(02).
002410     05  WS-TW-SS                 PIC 9(02).
002420     05  WS-TW-TH                 PIC 9(02).
002430 01  WS-DEADLINE-MINUTES          PIC S9(06) COMP VALUE 0.
002440 01  WS-END-MINUTES               PIC S9(06) COMP VALUE 0.
002450 01  WS-MARGIN-MINUTES            PIC S9(06) COMP VALUE 0.
002460*---------------------------------------------------------------
002470*    COUNTERS
002480*---------------------------------------------------------------
002490 01  WS-DUE-COUNT                 PIC 9(04) COMP VALUE 0.
002500 01  WS-MET-COUNT                 PIC 9(04) COMP VALUE 0.
002510 01  WS-LATE-COUNT                PIC 9(04) COMP VALUE 0.
002520 01  WS-NO-END-COUNT              PIC 9(04) COMP VALUE 0.
002530 01  WS-NOT-RUN-COUNT             PIC 9(04) COMP VALUE 0.
002540*---------------------------------------------------------------
002550*    REPORT LINES
002560*---------------------------------------------------------------
002570 01  FILLER-LINE                  PIC X(133) VALUE ALL '='.
002580 01  RPT-TITLE-LINE.
002590     05  FILLER                   PIC X(01) VALUE '='.
002600     05  FILLER                   PIC X(48) VALUE SPACES.
002610     05  FILLER                   PIC X(35) VALUE
002620             'COMPLETION-DEADLINE SLA CHECK'.
002630     05  FILLER                   PIC X(48) VALUE SPACES.
002640     05  FILLER                   PIC X(01) VALUE '='.
002650 01  RPT-DATE-LINE.
002660     05  FILLER                   PIC X(01) VALUE '='.
002670     05  FILLER                   PIC X(01) VALUE SPACE.
002680     05  FILLER                   PIC X(15) VALUE
002690             'BUSINESS DATE: '.
002700     05  RD-BUS-DATE              PIC 9999/99/99.
002710     05  FILLER                   PIC X(03) VALUE SPACES.
002720     05  FILLER                   PIC X(05) VALUE 'DAY: '.
002730     05  RD-DAY-NAME              PIC X(09) VALUE SPACES.
002740     05  FILLER                   PIC X(88) VALUE SPACES.
002750     05  FILLER                   PIC X(01) VALUE '='.
002760 01  RPT-DARK-LINE.
002770     05  FILLER                   PIC X(01) VALUE '='.
002780     05  FILLER                   PIC X(01) VALUE SPACE.
002790     05  FILLER                   PIC X(46) VALUE
002800             'NOT A PROCESSING DAY - NO DEADLINES APPLY     '.
002810     05  RK-HOLIDAY               PIC X(20) VALUE SPACES.
002820     05  FILLER                   PIC X(64) VALUE SPACES.
002830     05  FILLER                   PIC X(01) VALUE '='.
002840 01  RPT-COLHDG-LINE.
002850     05  FILLER                   PIC X(01) VALUE '='.
002860     05  FILLER                   PIC X(01) VALUE SPACE.
002870     05  FILLER                   PIC X(08) VALUE 'JOB NAME'.
002880     05  FILLER                   PIC X(02) VALUE SPACES.
002890     05  FILLER                   PIC X(08) VALUE 'JOB NBR'.
002900     05  FILLER                   PIC X(02) VALUE SPACES.
002910     05  FILLER                   PIC X(22) VALUE 'DEADLINE'.
002920     05  FILLER                   PIC X(02) VALUE SPACES.
002930     05  FILLER                   PIC X(22) VALUE 'COMPLETED'.
002940     05  FILLER                   PIC X(02) VALUE SPACES.
002950     05  FILLER                   PIC X(06) VALUE 'MARGIN'.
002960     05  FILLER                   PIC X(02) VALUE SPACES.
002970     05  FILLER                   PIC X(30) VALUE 'RESULT'.
002980     05  FILLER                   PIC X(24) VALUE SPACES.
002990     05  FILLER                   PIC X(01) VALUE '='.
003000 01  RPT-DETAIL-LINE.
003010     05  FILLER                   PIC X(01) VALUE '='.
003020     05  FILLER                   PIC X(01) VALUE SPACE.
003030     05  RL-JOB-NAME              PIC X(08) VALUE SPACES.
003040     05  FILLER                   PIC X(02) VALUE SPACES.
003050     05  RL-JOB-NBR               PIC X(08) VALUE SPACES.
003060     05  FILLER                   PIC X(02) VALUE SPACES.
003070     05  RL-DEADLINE-DATE         PIC 9999/99/99.
003080     05  FILLER                   PIC X(01) VALUE SPACE.
003090     05  RL-DEADLINE-TIME         PIC 99B99B99B99.
003100     05  FILLER                   PIC X(02) VALUE SPACES.
003110     05  RL-COMPLETED-AREA        PIC X(22) VALUE SPACES.
003120     05  FILLER REDEFINES RL-COMPLETED-AREA.
003130         10  RL-COMPLETE-DATE     PIC 9999/99/99.
003140         10  FILLER               PIC X(01).
003150         10  RL-COMPLETE-TIME     PIC 99B99B99B99.
003160     05  FILLER                   PIC X(02) VALUE SPACES.
003170     05  RL-MARGIN-AREA           PIC X(06) VALUE SPACES.
003180     05  RL-MARGIN REDEFINES RL-MARGIN-AREA
003190                                  PIC -----9.
003200     05  FILLER                   PIC X(02) VALUE SPACES.
003210     05  RL-RESULT                PIC X(30) VALUE SPACES.
003220     05  FILLER                   PIC X(24) VALUE SPACES.
003230     05  FILLER                   PIC X(01) VALUE '='.
003240 01  RPT-NONE-LINE.
003250     05  FILLER                   PIC X(01) VALUE '='.
003260     05  FILLER                   PIC X(01) VALUE SPACE.
003270     05  FILLER                   PIC X(40) VALUE
003280             'NO COMPLETION DEADLINES APPLIED THIS DAY'.
003290     05  FILLER                   PIC X(90) VALUE SPACES.
003300     05  FILLER                   PIC X(01) VALUE '='.
003310 01  RPT-TOTAL-LINE.
003320     05  FILLER                   PIC X(01) VALUE '='.
003330     05  FILLER                   PIC X(01) VALUE SPACE.
003340     05  FILLER                   PIC X(15) VALUE
003350             'DEADLINES DUE: '.
003360     05  RT-DUE                   PIC ZZZ9.
003370     05  FILLER                   PIC X(03) VALUE SPACES.
003380     05  FILLER                   PIC X(05) VALUE 'MET: '.
003390     05  RT-MET                   PIC ZZZ9.
003400     05  FILLER                   PIC X(03) VALUE SPACES.
003410     05  FILLER                   PIC X(06) VALUE 'LATE: '.
003420     05  RT-LATE                  PIC ZZZ9.
003430     05  FILLER                   PIC X(03) VALUE SPACES.
003440     05  FILLER                   PIC X(18) VALUE
003450             'NO JOBEND RECORD: '.
003460     05  RT-NO-END                PIC ZZZ9.
003470     05  FILLER                   PIC X(03) VALUE SPACES.
003480     05  FILLER                   PIC X(09) VALUE 'NOT RUN: '.
003490     05  RT-NOT-RUN               PIC ZZZ9.
003500     05  FILLER                   PIC X(45) VALUE SPACES.
003510     05  FILLER                   PIC X(01) VALUE '='.
003520 LINKAGE SECTION.
003530 01   PARM-BUFFER.
003540      05 PARM-LENGTH              PIC S9(4) COMP.
003550      05 PARM-DATA.
003560         10 NUMB                  PIC X(100).
003570 PROCEDURE DIVISION USING PARM-BUFFER.
003580 0000-MAINLINE SECTION.
003590***************************************************************
003600*    ESTABLISH THE BUSINESS DATE AND ITS DAY OF WEEK, LOAD     *
003610*    THE SLA REGISTRY, FOLD THE REGISTERED JOBS' RUNS OFF THE  *
003620*    AUDIT TRAIL, AND JUDGE EVERY DEADLINE DUE THAT DAY.       *
003630***************************************************************
003640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003650     PERFORM 2000-LOAD-REGISTRY THRU 2000-EXIT
003660         UNTIL WS-SLA-EOF.
003670     PERFORM 3000-FOLD-AUDIT THRU 3000-EXIT
003680         UNTIL WS-AUDT-EOF.
003690     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
003700     PERFORM 5000-TERMINATE THRU 5000-EXIT.
003710     GO TO 9999-EXIT.
003720 0000-EXIT.
003730     EXIT.
003740*---------------------------------------------------------------
003750 1000-INITIALIZE SECTION.
003760***************************************************************
003770*    TAKE THE BUSINESS DATE FROM THE PARM WHEN A VALID         *
003780*    YYYYMMDD ARRIVED (DEFAULT YESTERDAY), COMPUTE ITS DAY OF  *
003790*    WEEK AND THE TWO CALENDAR DAYS AFTER IT, CONSULT THE      *
003800*    SHOP CALENDAR, AND OPEN THE FILES.                        *
003810***************************************************************
003820     MOVE SPACES TO WS-PARM-DATE-X.
003830     IF PARM-LENGTH = 8
003840         MOVE PARM-DATA(1:8) TO WS-PARM-DATE-X
003850     END-IF.
003860     IF WS-PARM-DATE-X IS NUMERIC AND WS-PARM-DATE > 0
003870         MOVE WS-PARM-DATE TO WS-TARGET-DATE-N
003880     ELSE
003890         ACCEPT WS-TARGET-DATE-N FROM DATE YYYYMMDD
003900         PERFORM 1100-DECREMENT-DATE THRU 1100-EXIT
003910     END-IF.
003920     MOVE WS-TARGET-DATE-N TO WS-BUS-DATE.
003930     PERFORM 1200-COMPUTE-DAY-OF-WEEK THRU 1200-EXIT.
003940     PERFORM 1150-INCREMENT-DATE THRU 1150-EXIT.
003950     MOVE WS-TARGET-DATE-N TO WS-NEXT-DATE.
003960     PERFORM 1150-INCREMENT-DATE THRU 1150-EXIT.
003970     MOVE WS-TARGET-DATE-N TO WS-AFTER-DATE.
003980     PERFORM 1300-LOAD-SHOP-CALENDAR THRU 1300-EXIT.
003990     PERFORM 1370-CHECK-BUSINESS-DAY THRU 1370-EXIT.
004000     OPEN INPUT SLAFILE-FILE.
004010     OPEN INPUT STEPAUDT-FILE.
004020     OPEN OUTPUT SLARPT-FILE.
004030     IF WS-SLARPT-STATUS NOT = '00'
004040         DISPLAY '*** SLARPT REPORT FILE OPEN FAILED - '
004050             'STATUS ' WS-SLARPT-STATUS
004060             ' - SLA CHECK NOT PRODUCED ***'
004070         GO TO 9999-EXIT
004080     END-IF.
004090     OPEN OUTPUT SLARSLT-FILE.
004100     IF WS-SLARSLT-STATUS NOT = '00'
004110         DISPLAY '*** SLARSLT RESULT FILE OPEN FAILED - '
004120             'STATUS ' WS-SLARSLT-STATUS
004130             ' - SLA CHECK NOT PRODUCED ***'
004140         GO TO 9999-EXIT
004150     END-IF.
004160     READ SLAFILE-FILE
004170         AT END SET WS-SLA-EOF TO TRUE.
004180     READ STEPAUDT-FILE
004190         AT END SET WS-AUDT-EOF TO TRUE.
004200 1000-EXIT.
004210     EXIT.
004220*---------------------------------------------------------------
004230 1100-DECREMENT-DATE SECTION.
004240***************************************************************
004250*    WALK THE TARGET DATE BACK ONE CALENDAR DAY, STEPPING OVER *
004260*    MONTH AND YEAR BOUNDARIES AND GIVING FEBRUARY ITS 29TH    *
004270*    DAY IN LEAP YEARS.                                        *
004280***************************************************************
004290     SUBTRACT 1 FROM WS-TD-DAY.
004300     IF WS-TD-DAY > 0
004310         GO TO 1100-EXIT
004320     END-IF.
004330     SUBTRACT 1 FROM WS-TD-MONTH.
004340     IF WS-TD-MONTH = 0
004350         MOVE 12 TO WS-TD-MONTH
004360         SUBTRACT 1 FROM WS-TD-YEAR
004370     END-IF.
004380     PERFORM 1160-MONTH-LENGTH THRU 1160-EXIT.
004390     MOVE WS-MONTH-LEN TO WS-TD-DAY.
004400 1100-EXIT.
004410     EXIT.
004420*---------------------------------------------------------------
004430 1150-INCREMENT-DATE SECTION.
004440***************************************************************
004450*    WALK THE TARGET DATE FORWARD ONE CALENDAR DAY, STEPPING   *
004460*    OVER MONTH AND YEAR BOUNDARIES.                           *
004470***************************************************************
004480     ADD 1 TO WS-TD-DAY.
004490     PERFORM 1160-MONTH-LENGTH THRU 1160-EXIT.
004500     IF WS-TD-DAY NOT > WS-MONTH-LEN
004510         GO TO 1150-EXIT
004520     END-IF.
004530     MOVE 1 TO WS-TD-DAY.
004540     ADD 1 TO WS-TD-MONTH.
004550     IF WS-TD-MONTH > 12
004560         MOVE 1 TO WS-TD-MONTH
004570         ADD 1 TO WS-TD-YEAR
004580     END-IF.
004590 1150-EXIT.
004600     EXIT.
004610*---------------------------------------------------------------
004620 1160-MONTH-LENGTH SECTION.
004630***************************************************************
004640*    NUMBER OF DAYS IN THE TARGET DATE'S MONTH - FEBRUARY      *
004650*    GETS ITS 29TH DAY IN LEAP YEARS (DIVISIBLE BY 4, EXCEPT   *
004660*    CENTURIES NOT DIVISIBLE BY 400).                          *
004670***************************************************************
004680     MOVE WS-MONTH-DAYS (WS-TD-MONTH) TO WS-MONTH-LEN.
004690     IF WS-TD-MONTH = 2
004700         DIVIDE WS-TD-YEAR BY 4
004710             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
004720         DIVIDE WS-TD-YEAR BY 100
004730             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
004740         DIVIDE WS-TD-YEAR BY 400
004750             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
004760         IF WS-LEAP-REM-4 = 0
004770             AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
004780             MOVE 29 TO WS-MONTH-LEN
004790         END-IF
004800     END-IF.
004810 1160-EXIT.
004820     EXIT.
004830*---------------------------------------------------------------
004840 1200-COMPUTE-DAY-OF-WEEK SECTION.
004850***************************************************************
004860*    ZELLER'S CONGRUENCE ON THE TARGET DATE.  JANUARY AND      *
004870*    FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR.     *
004880*    ZELLER'S H RUNS 0=SATURDAY, 1=SUNDAY, 2=MONDAY ... AND    *
004890*    IS REMAPPED TO THE REGISTRY'S 1=MONDAY ... 7=SUNDAY       *
004900*    RUN-DAY SUBSCRIPT.                                        *
004910***************************************************************
004920     MOVE WS-TD-YEAR TO WS-ZELLER-YEAR.
004930     MOVE WS-TD-MONTH TO WS-ZELLER-MONTH.
004940     IF WS-ZELLER-MONTH < 3
004950         ADD 12 TO WS-ZELLER-MONTH
004960         SUBTRACT 1 FROM WS-ZELLER-YEAR
004970     END-IF.
004980     DIVIDE WS-ZELLER-YEAR BY 100
004990         GIVING WS-ZELLER-J REMAINDER WS-ZELLER-K.
005000     COMPUTE WS-ZELLER-M-TERM =
005010         (13 * (WS-ZELLER-MONTH + 1)) / 5.
005020     DIVIDE WS-ZELLER-K BY 4 GIVING WS-ZELLER-K4.
005030     DIVIDE WS-ZELLER-J BY 4 GIVING WS-ZELLER-J4.
005040     COMPUTE WS-ZELLER-SUM =
005050         WS-TD-DAY + WS-ZELLER-M-TERM + WS-ZELLER-K
005060             + WS-ZELLER-K4 + WS-ZELLER-J4
005070             + (5 * WS-ZELLER-J).
005080     DIVIDE WS-ZELLER-SUM BY 7
005090         GIVING WS-ZELLER-QUOT REMAINDER WS-ZELLER-H.
005100     COMPUTE WS-DAY-OF-WEEK = WS-ZELLER-H - 1.
005110     IF WS-DAY-OF-WEEK < 1
005120         ADD 7 TO WS-DAY-OF-WEEK
005130     END-IF.
005140 1200-EXIT.
005150     EXIT.
005160*---------------------------------------------------------------
005170 1300-LOAD-SHOP-CALENDAR SECTION.
005180***************************************************************
005190*    LOAD THE CALFILE SHOP CALENDAR INTO THE LOOKUP TABLE.     *
005200*    WITHOUT A USABLE CALENDAR THE CHECK GOES BY THE RUN-DAY   *
005210*    SWITCHES ALONE.                                           *
005220***************************************************************
005230     OPEN INPUT CALFILE-FILE.
005240     IF WS-CALFILE-STATUS NOT = '00'
005250         DISPLAY '*** CALFILE SHOP CALENDAR NOT AVAILABLE - '
005260             'STATUS ' WS-CALFILE-STATUS
005270             ' - CHECK USES RUN-DAY SWITCHES ONLY ***'
005280         GO TO 1300-EXIT
005290     END-IF.
005300     READ CALFILE-FILE
005310         AT END SET WS-CALF-EOF TO TRUE.
005320     PERFORM 1350-LOAD-ONE-DATE THRU 1350-EXIT
005330         UNTIL WS-CALF-EOF.
005340     CLOSE CALFILE-FILE.
005350 1300-EXIT.
005360     EXIT.
005370*---------------------------------------------------------------
005380 1350-LOAD-ONE-DATE SECTION.
005390***************************************************************
005400*    FOLD ONE SHOP CALENDAR RECORD INTO THE LOOKUP TABLE.      *
005410*    A RECORD WITH A NON-NUMERIC DATE IS SKIPPED.              *
005420***************************************************************
005430     IF CL-DATE IS NOT NUMERIC
005440         GO TO 1350-NEXT
005450     END-IF.
005460     IF WS-CAL-COUNT < WS-CAL-MAX
005470         ADD 1 TO WS-CAL-COUNT
005480         SET WS-CAL-NX TO WS-CAL-COUNT
005490         MOVE CL-DATE TO WS-CAL-DATE (WS-CAL-NX)
005500         MOVE CL-PROC-DAY-SW TO WS-CAL-PROC-SW (WS-CAL-NX)
005510         MOVE CL-HOLIDAY-NAME TO WS-CAL-HOLIDAY (WS-CAL-NX)
005520     ELSE
005530         IF WS-CAL-CAP-NOT-WARNED
005540             DISPLAY '*** CALENDAR TABLE FULL AT ' WS-CAL-MAX
005550                 ' DATES - FURTHER CALENDAR RECORDS ARE '
005560                 'IGNORED ***'
005570             SET WS-CAL-CAP-WARNED TO TRUE
005580         END-IF
005590     END-IF.
005600 1350-NEXT.
005610     READ CALFILE-FILE
005620         AT END SET WS-CALF-EOF TO TRUE.
005630 1350-EXIT.
005640     EXIT.
005650*---------------------------------------------------------------
005660 1370-CHECK-BUSINESS-DAY SECTION.
005670***************************************************************
005680*    ASK THE CALENDAR WHETHER THE BUSINESS DATE IS A           *
005690*    PROCESSING DAY.  A DATE MARKED DARK CARRIES NO            *
005700*    DEADLINES; A DATE ABSENT FROM THE CALENDAR IS CHECKED AS  *
005710*    ALWAYS.                                                   *
005720***************************************************************
005730     SET WS-BUS-PROC-DAY TO TRUE.
005740     IF WS-CAL-COUNT = 0
005750         GO TO 1370-EXIT
005760     END-IF.
005770     SET WS-CAL-NX TO 1.
005780     SEARCH WS-CAL-ENTRY
005790         AT END GO TO 1370-EXIT
005800         WHEN WS-CAL-DATE (WS-CAL-NX) = WS-BUS-DATE
005810             CONTINUE
005820     END-SEARCH.
005830     IF WS-CAL-PROC-SW (WS-CAL-NX) = 'N'
005840         SET WS-BUS-DARK-DAY TO TRUE
005850         MOVE WS-CAL-HOLIDAY (WS-CAL-NX) TO WS-BUS-HOLIDAY
005860     END-IF.
005870 1370-EXIT.
005880     EXIT.
005890*---------------------------------------------------------------
005900 2000-LOAD-REGISTRY SECTION.
005910***************************************************************
005920*    FOLD ONE SLA REGISTRY RECORD INTO THE TABLE.  A RECORD    *
005930*    WITH A NON-NUMERIC DEADLINE IS SKIPPED WITH A CONSOLE     *
005940*    NOTE RATHER THAN JUDGED AGAINST GARBAGE.                  *
005950***************************************************************
005960     IF SL-DEADLINE-TIME IS NOT NUMERIC
005970         OR SL-DEADLINE-DAYS IS NOT NUMERIC
005980         DISPLAY '*** SLA ENTRY FOR ' SL-JOB-NAME
005990             ' HAS A NON-NUMERIC DEADLINE - ENTRY SKIPPED ***'
006000         GO TO 2000-NEXT
006010     END-IF.
006020     IF WS-SLA-COUNT < WS-SLA-MAX
006030         ADD 1 TO WS-SLA-COUNT
006040         SET WS-SLA-NX TO WS-SLA-COUNT
006050         MOVE SL-JOB-NAME TO WS-SLA-JOB-NAME (WS-SLA-NX)
006060         MOVE SL-RUN-DAYS TO WS-SLA-RUN-DAYS (WS-SLA-NX)
006070         MOVE SL-DEADLINE-TIME TO WS-SLA-DEADLINE (WS-SLA-NX)
006080         MOVE SL-DEADLINE-DAYS TO WS-SLA-DL-DAYS (WS-SLA-NX)
006090     ELSE
006100         IF WS-SLA-CAP-NOT-WARNED
006110             DISPLAY '*** SLA TABLE FULL AT ' WS-SLA-MAX
006120                 ' JOBS - FURTHER SLA ENTRIES ARE NOT '
006130                 'CHECKED ***'
006140             SET WS-SLA-CAP-WARNED TO TRUE
006150         END-IF
006160     END-IF.
006170 2000-NEXT.
006180     READ SLAFILE-FILE
006190         AT END SET WS-SLA-EOF TO TRUE.
006200 2000-EXIT.
006210     EXIT.
006220*---------------------------------------------------------------
006230 3000-FOLD-AUDIT SECTION.
006240***************************************************************
006250*    FOLD ONE AUDIT RECORD INTO THE RUN TABLE - WHEN IT FALLS  *
006260*    ON THE BUSINESS DATE OR THE TWO DAYS AFTER IT AND ITS     *
006270*    JOB IS ON THE SLA REGISTRY.  THE FIRST RECORD SEEN FOR A  *
006280*    RUN IS ITS START; A JOBEND DISPOSITION RECORD IS ITS      *
006290*    COMPLETION.                                               *
006300***************************************************************
006310     IF SA-RUN-DATE < WS-BUS-DATE
006320         OR SA-RUN-DATE > WS-AFTER-DATE
006330         GO TO 3000-NEXT
006340     END-IF.
006350     IF WS-SLA-COUNT = 0
006360         GO TO 3000-NEXT
006370     END-IF.
006380     SET WS-SLA-NX TO 1.
006390     SEARCH WS-SLA-ENTRY
006400         AT END GO TO 3000-NEXT
006410         WHEN WS-SLA-JOB-NAME (WS-SLA-NX) = SA-JOB-NAME
006420             CONTINUE
006430     END-SEARCH.
006440     PERFORM 3100-FIND-RUN THRU 3100-EXIT.
006450     IF WS-NOT-FOUND
006460         IF WS-RUN-COUNT >= WS-RUN-MAX
006470             IF WS-RUN-CAP-NOT-WARNED
006480                 DISPLAY '*** RUN TABLE FULL AT ' WS-RUN-MAX
006490                     ' RUNS - FURTHER RUNS ARE NOT '
006500                     'CHECKED ***'
006510                 SET WS-RUN-CAP-WARNED TO TRUE
006520             END-IF
006530             GO TO 3000-NEXT
006540         END-IF
006550         ADD 1 TO WS-RUN-COUNT
006560         SET WS-RUN-NX TO WS-RUN-COUNT
006570         MOVE SA-JOB-NAME TO WS-RUN-JOB-NAME (WS-RUN-NX)
006580         MOVE SA-JOB-NBR TO WS-RUN-JOB-NBR (WS-RUN-NX)
006590         MOVE SA-RUN-DATE TO WS-RUN-START-DATE (WS-RUN-NX)
006600         MOVE SA-RUN-TIME TO WS-RUN-START-TIME (WS-RUN-NX)
006610         MOVE ZEROS TO WS-RUN-END-DATE (WS-RUN-NX)
006620         MOVE ZEROS TO WS-RUN-END-TIME (WS-RUN-NX)
006630         SET WS-RUN-NOT-ENDED (WS-RUN-NX) TO TRUE
006640     END-IF.
006650     IF SA-JOB-DISPOSITION
006660         SET WS-RUN-ENDED (WS-RUN-NX) TO TRUE
006670         MOVE SA-RUN-DATE TO WS-RUN-END-DATE (WS-RUN-NX)
006680         MOVE SA-RUN-TIME TO WS-RUN-END-TIME (WS-RUN-NX)
006690     END-IF.
006700 3000-NEXT.
006710     READ STEPAUDT-FILE
006720         AT END SET WS-AUDT-EOF TO TRUE.
006730 3000-EXIT.
006740     EXIT.
006750*---------------------------------------------------------------
006760 3100-FIND-RUN SECTION.
006770***************************************************************
006780*    LOOK THE CURRENT AUDIT RECORD'S JOB NAME AND NUMBER UP    *
006790*    IN THE RUN TABLE.                                         *
006800***************************************************************
006810     SET WS-NOT-FOUND TO TRUE.
006820     IF WS-RUN-COUNT > 0
006830         SET WS-RUN-NX TO 1
006840         SEARCH WS-RUN-ENTRY
006850             AT END SET WS-NOT-FOUND TO TRUE
006860             WHEN WS-RUN-JOB-NBR (WS-RUN-NX) = SA-JOB-NBR
006870                 AND WS-RUN-JOB-NAME (WS-RUN-NX) = SA-JOB-NAME
006880                 SET WS-FOUND TO TRUE
006890         END-SEARCH
006900     END-IF.
006910 3100-EXIT.
006920     EXIT.
006930*---------------------------------------------------------------
006940 4000-PRINT-REPORT SECTION.
006950***************************************************************
006960*    PRINT THE HEADER, ONE LINE PER DEADLINE DUE ON THE        *
006970*    BUSINESS DATE WITH ITS RESULT AND MARGIN, AND THE         *
006980*    TOTALS.                                                   *
006990***************************************************************
007000     MOVE FILLER-LINE TO SLARPT-LINE.
007010     WRITE SLARPT-LINE.
007020     MOVE RPT-TITLE-LINE TO SLARPT-LINE.
007030     WRITE SLARPT-LINE.
007040     MOVE WS-BUS-DATE TO RD-BUS-DATE.
007050     MOVE WS-DAY-NAME (WS-DAY-OF-WEEK) TO RD-DAY-NAME.
007060     MOVE RPT-DATE-LINE TO SLARPT-LINE.
007070     WRITE SLARPT-LINE.
007080     IF WS-BUS-DARK-DAY
007090         MOVE WS-BUS-HOLIDAY TO RK-HOLIDAY
007100         MOVE RPT-DARK-LINE TO SLARPT-LINE
007110         WRITE SLARPT-LINE
007120     ELSE
007130         MOVE RPT-COLHDG-LINE TO SLARPT-LINE
007140         WRITE SLARPT-LINE
007150     END-IF.
007160     PERFORM 4100-JUDGE-ONE-JOB THRU 4100-EXIT
007170         VARYING WS-SLA-IX FROM 1 BY 1
007180         UNTIL WS-SLA-IX > WS-SLA-COUNT.
007190     IF WS-DUE-COUNT = 0
007200         AND WS-BUS-PROC-DAY
007210         MOVE RPT-NONE-LINE TO SLARPT-LINE
007220         WRITE SLARPT-LINE
007230     END-IF.
007240     MOVE WS-DUE-COUNT TO RT-DUE.
007250     MOVE WS-MET-COUNT TO RT-MET.
007260     MOVE WS-LATE-COUNT TO RT-LATE.
007270     MOVE WS-NO-END-COUNT TO RT-NO-END.
007280     MOVE WS-NOT-RUN-COUNT TO RT-NOT-RUN.
007290     MOVE RPT-TOTAL-LINE TO SLARPT-LINE.
007300     WRITE SLARPT-LINE.
007310     MOVE FILLER-LINE TO SLARPT-LINE.
007320     WRITE SLARPT-LINE.
007330 4000-EXIT.
007340     EXIT.
007350*---------------------------------------------------------------
007360 4100-JUDGE-ONE-JOB SECTION.
007370***************************************************************
007380*    JUDGE ONE REGISTERED JOB AGAINST THE BUSINESS DATE - ONLY *
007390*    JOBS WHOSE DEADLINE APPLIES ON THIS DAY OF THE WEEK       *
007400*    COUNT, AND A DATE THE SHOP CALENDAR MARKS DARK CARRIES    *
007410*    NONE.  THE RUN THAT ANSWERS FOR THE DATE IS THE EARLIEST  *
007420*    ONE TO START INSIDE ITS WINDOW (SEE SLAREC); ITS JOBEND   *
007430*    DISPOSITION TIME IS HELD AGAINST THE DEADLINE.            *
007440***************************************************************
007450     IF WS-BUS-DARK-DAY
007460         GO TO 4100-EXIT
007470     END-IF.
007480     IF WS-SLA-RUN-DAY (WS-SLA-IX, WS-DAY-OF-WEEK) NOT = 'Y'
007490         GO TO 4100-EXIT
007500     END-IF.
007510     ADD 1 TO WS-DUE-COUNT.
007520     IF WS-SLA-DL-DAYS (WS-SLA-IX) = 0
007530         MOVE WS-BUS-DATE TO WS-DEADLINE-DATE
007540         COMPUTE WS-WIN-START-KEY = WS-BUS-DATE * 100000000
007550         COMPUTE WS-WIN-END-KEY = WS-NEXT-DATE * 100000000
007560     ELSE
007570         MOVE WS-NEXT-DATE TO WS-DEADLINE-DATE
007580         COMPUTE WS-WIN-START-KEY = WS-BUS-DATE * 100000000
007590             + WS-SLA-DEADLINE (WS-SLA-IX)
007600         COMPUTE WS-WIN-END-KEY = WS-NEXT-DATE * 100000000
007610             + WS-SLA-DEADLINE (WS-SLA-IX)
007620     END-IF.
007630     COMPUTE WS-DEADLINE-KEY = WS-DEADLINE-DATE * 100000000
007640         + WS-SLA-DEADLINE (WS-SLA-IX).
007650     MOVE 0 TO WS-BEST-IX.
007660     MOVE 0 TO WS-BEST-KEY.
007670     PERFORM 4150-TRY-ONE-RUN THRU 4150-EXIT
007680         VARYING WS-RUN-IX FROM 1 BY 1
007690         UNTIL WS-RUN-IX > WS-RUN-COUNT.
007700     MOVE SPACES TO SLARSLT-RECORD.
007710     MOVE WS-BUS-DATE TO SR-BUS-DATE.
007720     MOVE WS-SLA-JOB-NAME (WS-SLA-IX) TO SR-JOB-NAME.
007730     MOVE WS-DEADLINE-DATE TO SR-DEADLINE-DATE.
007740     MOVE WS-SLA-DEADLINE (WS-SLA-IX) TO SR-DEADLINE-TIME.
007750     MOVE ZEROS TO SR-COMPLETE-DATE.
007760     MOVE ZEROS TO SR-COMPLETE-TIME.
007770     MOVE ZEROS TO SR-MARGIN-MINUTES.
007780     MOVE WS-SLA-JOB-NAME (WS-SLA-IX) TO RL-JOB-NAME.
007790     MOVE SPACES TO RL-JOB-NBR.
007800     MOVE WS-DEADLINE-DATE TO RL-DEADLINE-DATE.
007810     MOVE WS-SLA-DEADLINE (WS-SLA-IX) TO RL-DEADLINE-TIME.
007820     MOVE SPACES TO RL-COMPLETED-AREA.
007830     MOVE SPACES TO RL-MARGIN-AREA.
007840     IF WS-BEST-IX = 0
007850         SET SR-NOT-RUN TO TRUE
007860         MOVE 'BREACH - DID NOT RUN' TO RL-RESULT
007870         ADD 1 TO WS-NOT-RUN-COUNT
007880         GO TO 4100-WRITE
007890     END-IF.
007900     MOVE WS-RUN-JOB-NBR (WS-BEST-IX) TO SR-JOB-NBR.
007910     MOVE WS-RUN-JOB-NBR (WS-BEST-IX) TO RL-JOB-NBR.
007920     IF WS-RUN-NOT-ENDED (WS-BEST-IX)
007930         SET SR-NO-END TO TRUE
007940         MOVE 'BREACH - NO JOBEND RECORD' TO RL-RESULT
007950         ADD 1 TO WS-NO-END-COUNT
007960         GO TO 4100-WRITE
007970     END-IF.
007980     PERFORM 4200-COMPUTE-MARGIN THRU 4200-EXIT.
007990     MOVE WS-RUN-END-DATE (WS-BEST-IX) TO SR-COMPLETE-DATE.
008000     MOVE WS-RUN-END-TIME (WS-BEST-IX) TO SR-COMPLETE-TIME.
008010     MOVE WS-MARGIN-MINUTES TO SR-MARGIN-MINUTES.
008020     MOVE WS-RUN-END-DATE (WS-BEST-IX) TO RL-COMPLETE-DATE.
008030     MOVE WS-RUN-END-TIME (WS-BEST-IX) TO RL-COMPLETE-TIME.
008040     MOVE WS-MARGIN-MINUTES TO RL-MARGIN.
008050     IF WS-END-KEY > WS-DEADLINE-KEY
008060         SET SR-LATE TO TRUE
008070         MOVE 'BREACH - COMPLETED LATE' TO RL-RESULT
008080         ADD 1 TO WS-LATE-COUNT
008090     ELSE
008100         SET SR-MET TO TRUE
008110         MOVE 'MET' TO RL-RESULT
008120         ADD 1 TO WS-MET-COUNT
008130     END-IF.
008140 4100-WRITE.
008150     WRITE SLARSLT-RECORD.
008160     MOVE RPT-DETAIL-LINE TO SLARPT-LINE.
008170     WRITE SLARPT-LINE.
008180 4100-EXIT.
008190     EXIT.
008200*---------------------------------------------------------------
008210 4150-TRY-ONE-RUN SECTION.
008220***************************************************************
008230*    KEEP THE CURRENT RUN WHEN IT BELONGS TO THE JOB BEING     *
008240*    JUDGED, STARTED INSIDE THE BUSINESS DATE'S WINDOW, AND    *
008250*    STARTED EARLIER THAN ANY RUN KEPT SO FAR.                 *
008260***************************************************************
008270     IF WS-RUN-JOB-NAME (WS-RUN-IX)
008280             NOT = WS-SLA-JOB-NAME (WS-SLA-IX)
008290         GO TO 4150-EXIT
008300     END-IF.
008310     COMPUTE WS-TRY-KEY =
008320         WS-RUN-START-DATE (WS-RUN-IX) * 100000000
008330             + WS-RUN-START-TIME (WS-RUN-IX).
008340     IF WS-TRY-KEY < WS-WIN-START-KEY
008350         OR WS-TRY-KEY NOT < WS-WIN-END-KEY
008360         GO TO 4150-EXIT
008370     END-IF.
008380     IF WS-BEST-IX = 0 OR WS-TRY-KEY < WS-BEST-KEY
008390         MOVE WS-RUN-IX TO WS-BEST-IX
008400         MOVE WS-TRY-KEY TO WS-BEST-KEY
008410     END-IF.
008420 4150-EXIT.
008430     EXIT.
008440*---------------------------------------------------------------
008450 4200-COMPUTE-MARGIN SECTION.
008460***************************************************************
008470*    DEADLINE MINUS COMPLETION IN WHOLE MINUTES, BOTH COUNTED  *
008480*    FROM MIDNIGHT AT THE START OF THE BUSINESS DATE - THE     *
008490*    COMPLETION CAN FALL ON THE BUSINESS DATE OR EITHER OF     *
008500*    THE TWO DAYS AFTER IT.                                    *
008510***************************************************************
008520     COMPUTE WS-END-KEY =
008530         WS-RUN-END-DATE (WS-BEST-IX) * 100000000
008540             + WS-RUN-END-TIME (WS-BEST-IX).
008550     MOVE WS-SLA-DEADLINE (WS-SLA-IX) TO WS-TIME-WORK.
008560     COMPUTE WS-DEADLINE-MINUTES =
008570         (WS-SLA-DL-DAYS (WS-SLA-IX) * 1440)
008580             + (WS-TW-HH * 60) + WS-TW-MM.
008590     MOVE WS-RUN-END-TIME (WS-BEST-IX) TO WS-TIME-WORK.
008600     COMPUTE WS-END-MINUTES = (WS-TW-HH * 60) + WS-TW-MM.
008610     IF WS-RUN-END-DATE (WS-BEST-IX) = WS-NEXT-DATE
008620         ADD 1440 TO WS-END-MINUTES
008630     END-IF.
008640     IF WS-RUN-END-DATE (WS-BEST-IX) = WS-AFTER-DATE
008650         ADD 2880 TO WS-END-MINUTES
008660     END-IF.
008670     COMPUTE WS-MARGIN-MINUTES =
008680         WS-DEADLINE-MINUTES - WS-END-MINUTES.
008690 4200-EXIT.
008700     EXIT.
008710*---------------------------------------------------------------
008720 5000-TERMINATE SECTION.
008730***************************************************************
008740*    CLOSE THE FILES.                                          *
008750***************************************************************
008760     CLOSE SLAFILE-FILE.
008770     CLOSE STEPAUDT-FILE.
008780     CLOSE SLARSLT-FILE.
008790     CLOSE SLARPT-FILE.
008800 5000-EXIT.
008810     EXIT.
008820*---------------------------------------------------------------
008830 9999-EXIT.
008840     GOBACK.
