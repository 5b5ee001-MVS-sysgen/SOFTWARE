000010***************************************************************
000020*                                                             *
000030*    PROGRAM:    CAPFCST                                      *
000040*    AUTHOR:     D SIKORA - BATCH SUPPORT                     *
000050*    INSTALLATION: MVS-SYSGEN DATA CENTER                     *
000060*    DATE-WRITTEN: 10/15/2026                                 *
000070*                                                             *
000080*    REMARKS:    BATCH-WINDOW CAPACITY FORECAST.  ACCTCMPR    *
000090*                COMPARES TWO MONTHS AND AUDTHIST ANSWERS     *
000100*                QUESTIONS ABOUT ONE JOB, BUT NEITHER SAYS    *
000110*                WHEN THE WINDOW WILL STOP FITTING.  THIS     *
000120*                REPORT READS THE AUDTSUMF STEP-HISTORY       *
000130*                SUMMARY THAT AUDTSUMM BUILDS, TOTALS THE     *
000140*                ELAPSED TIME OF EVERY STEP BY RUN DATE - THE *
000150*                WORK EACH NIGHT'S WINDOW HAD TO HOLD, FOR    *
000160*                THE SHOP AND FOR EACH JOB - AND FITS A       *
000170*                STRAIGHT-LINE GROWTH TREND TO THOSE NIGHTLY  *
000180*                TOTALS BY LEAST SQUARES.                     *
000190*                                                             *
000200*                ONLY PROCESSING DAYS COUNT.  THE CALFILE     *
000210*                SHOP CALENDAR (SEE CALREC) MARKS THE DARK    *
000220*                NIGHTS; WORK DATED ON ONE IS LEFT OUT OF THE *
000230*                TREND, AND THE TREND ADVANCES ONE STEP PER   *
000240*                PROCESSING DAY, SO A HOLIDAY WEEK NEITHER    *
000250*                DRAGS THE LINE DOWN NOR STRETCHES THE        *
000260*                PROJECTION.  A DATE ABSENT FROM THE CALENDAR *
000270*                IS A PROCESSING DAY, AS FOR EVERY OTHER      *
000280*                READER, SO A HORIZON PAST THE END OF THE     *
000290*                CALENDAR COUNTS EVERY DAY.  WITH NO CALFILE  *
000300*                AT ALL EVERY DAY IS A PROCESSING DAY.  A     *
000310*                NIGHT WITH NO SUMMARY RECORDS (AN ARCHIVE    *
000320*                NOT YET FOLDED, OR A JOB THAT DID NOT RUN)   *
000330*                IS LEFT OUT OF THE FIT RATHER THAN COUNTED   *
000340*                AS ZERO.                                     *
000350*                                                             *
000360*                THE TREND IS PROJECTED FORWARD THE GIVEN     *
000370*                NUMBER OF MONTHS AGAINST THE WINDOW LENGTH.  *
000380*                THE REPORT GIVES THE SHOP TOTAL AND THE TOP  *
000390*                JOBS BY ELAPSED TIME, EACH WITH ITS TREND    *
000400*                VALUE TODAY, ITS GROWTH PER MONTH, ITS       *
000410*                PROJECTED VALUE AT THE HORIZON AND THE       *
000420*                PROCESSING DAY IT IS PROJECTED TO CROSS THE  *
000430*                WINDOW LENGTH; THEN THE FASTEST GROWERS.     *
000440*                CONFIDENCE IS THE FIT'S R-SQUARED (THE SHARE *
000450*                OF THE NIGHT-TO-NIGHT VARIATION THE TREND    *
000460*                EXPLAINS) - HIGH AT 0.70 OR MORE OVER 30 OR  *
000470*                MORE NIGHTS, MEDIUM AT 0.40 OR MORE,         *
000480*                OTHERWISE LOW.  A SERIES OF FEWER THAN 10    *
000490*                NIGHTS IS NOT FITTED.                        *
000500*                                                             *
000510*                THE TOTALS ARE SUMMED STEP ELAPSED TIME -    *
000520*                SERIAL WORK.  JOBS THAT RUN SIDE BY SIDE FIT *
000530*                A SHORTER WINDOW THAN THEIR SUM, SO THE SHOP *
000540*                CROSSING DATE IS THE EARLIEST THE WINDOW CAN *
000550*                BE IN TROUBLE, NOT A CERTAINTY.              *
000560*                                                             *
000570*                PARM LAYOUT (FIXED COLUMNS, TRAILING PARTS   *
000580*                OPTIONAL):                                   *
000590*                  1-4   WINDOW LENGTH HHMM (REQUIRED)        *
000600*                  5-6   MONTHS TO PROJECT, 01-24 - DEFAULT 03*
000610*                  7-9   DAYS OF HISTORY TO FIT, 030-366 -    *
000620*                        DEFAULT 180                          *
000630*                  10-11 TOP JOBS TO LIST, 01-50 - DEFAULT 20 *
000640*                A PART OUT OF RANGE TAKES ITS DEFAULT; THE   *
000650*                REPORT HEADING SHOWS WHAT WAS USED.  THE     *
000660*                HISTORY ENDS YESTERDAY AND THE HORIZON       *
000670*                STARTS TODAY.                                *
000680*                                                             *
000690*    MODIFICATION HISTORY                                     *
000700*    DATE       INIT  DESCRIPTION                             *
000710*    10/15/2026 DS    ORIGINAL PROGRAM                        *
000720*                                                             *
000730***************************************************************
000740 IDENTIFICATION DIVISION.
000750 PROGRAM-ID.    CAPFCST.
000760 AUTHOR.        D SIKORA - BATCH SUPPORT.
000770 INSTALLATION.  MVS-SYSGEN DATA CENTER.
000780 DATE-WRITTEN.  10/15/2026.
000790 DATE-COMPILED.
000800 ENVIRONMENT DIVISION.
000810 CONFIGURATION SECTION.
000820 SOURCE-COMPUTER.   IBM-370.
000830 OBJECT-COMPUTER.   IBM-370.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT AUDTSUMF-FILE ASSIGN TO AUDTSUMF
000870         ORGANIZATION IS INDEXED
000880         ACCESS IS SEQUENTIAL
000890         RECORD KEY IS SM-KEY
000900         FILE STATUS IS WS-AUDTSUMF-STATUS.
000910     SELECT CALFILE-FILE ASSIGN TO CALFILE
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-CALFILE-STATUS.
000940     SELECT FCSTRPT-FILE ASSIGN TO FCSTRPT
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-FCSTRPT-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  AUDTSUMF-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY SUMREC.
001020 FD  CALFILE-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 COPY CALREC.
001060 FD  FCSTRPT-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 01  FCSTRPT-LINE                 PIC X(133).
001100 WORKING-STORAGE SECTION.
001110*---------------------------------------------------------------
001120*    SWITCHES
001130*---------------------------------------------------------------
001140 01  WS-SWITCHES.
001150     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
001160         88  WS-EOF                         VALUE 'Y'.
001170         88  WS-NOT-EOF                     VALUE 'N'.
001180     05  WS-CALF-EOF-SW           PIC X(01) VALUE 'N'.
001190         88  WS-CALF-EOF                    VALUE 'Y'.
001200         88  WS-CALF-NOT-EOF                VALUE 'N'.
001210     05  WS-CAL-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001220         88  WS-CAL-CAP-WARNED              VALUE 'Y'.
001230         88  WS-CAL-CAP-NOT-WARNED          VALUE 'N'.
001240     05  WS-JOB-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001250         88  WS-JOB-CAP-WARNED              VALUE 'Y'.
001260         88  WS-JOB-CAP-NOT-WARNED          VALUE 'N'.
001270     05  WS-PROC-DAY-SW           PIC X(01) VALUE 'Y'.
001280         88  WS-IS-PROC-DAY                 VALUE 'Y'.
001290         88  WS-NOT-PROC-DAY                VALUE 'N'.
001300     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001310         88  WS-FOUND                       VALUE 'Y'.
001320         88  WS-NOT-FOUND                   VALUE 'N'.
001330     05  WS-JOB-OPEN-SW           PIC X(01) VALUE 'N'.
001340         88  WS-JOB-OPEN                    VALUE 'Y'.
001350         88  WS-JOB-NOT-OPEN                VALUE 'N'.
001360     05  WS-SORT-KEY-SW           PIC X(01) VALUE 'T'.
001370         88  WS-SORT-BY-TOTAL               VALUE 'T'.
001380         88  WS-SORT-BY-GROWTH              VALUE 'G'.
001390 01  WS-AUDTSUMF-STATUS           PIC XX VALUE '00'.
001400 01  WS-CALFILE-STATUS            PIC XX VALUE '00'.
001410 01  WS-FCSTRPT-STATUS            PIC XX VALUE '00'.
001420*---------------------------------------------------------------
001430*    FORECAST CRITERIA FROM THE PARM
001440*---------------------------------------------------------------
001450 01  WS-PARM-WINDOW-X             PIC X(04) VALUE SPACES.
001460 01  WS-PARM-WINDOW REDEFINES WS-PARM-WINDOW-X.
001470     05  WS-PARM-WINDOW-HH        PIC 9(02).
001480     05  WS-PARM-WINDOW-MM        PIC 9(02).
001490 01  WS-PARM-MONTHS-X             PIC X(02) VALUE SPACES.
001500 01  WS-PARM-MONTHS-N REDEFINES WS-PARM-MONTHS-X
001510                                  PIC 9(02).
001520 01  WS-PARM-HIST-X               PIC X(03) VALUE SPACES.
001530 01  WS-PARM-HIST-N REDEFINES WS-PARM-HIST-X
001540                                  PIC 9(03).
001550 01  WS-PARM-TOP-X                PIC X(02) VALUE SPACES.
001560 01  WS-PARM-TOP-N REDEFINES WS-PARM-TOP-X
001570                                  PIC 9(02).
001580 01  WS-MONTHS                    PIC 9(02) VALUE 3.
001590 01  WS-HIST-DAYS                 PIC 9(03) VALUE 180.
001600 01  WS-TOP-JOBS                  PIC 9(02) VALUE 20.
001610 01  WS-LIMIT-MINUTES             PIC 9(05) VALUE 0.
001620 01  WS-MIN-DAYS                  PIC 9(04) COMP VALUE 10.
001630 01  WS-GROWER-MAX                PIC 9(04) COMP VALUE 10.
001640*---------------------------------------------------------------
001650*    DATE WORK AREAS
001660*---------------------------------------------------------------
001670 01  WS-WORK-DATE.
001680     05  WS-WD-YEAR               PIC 9(04).
001690     05  WS-WD-MONTH              PIC 9(02).
001700     05  WS-WD-DAY                PIC 9(02).
001710 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001720                                  PIC 9(08).
001730 01  WS-TODAY                     PIC 9(08) VALUE 0.
001740 01  WS-HIST-FROM                 PIC 9(08) VALUE 0.
001750 01  WS-HIST-TO                   PIC 9(08) VALUE 0.
001760 01  WS-HORIZON                   PIC 9(08) VALUE 0.
001770 01  WS-MONTH-DAYS-DEF            PIC X(24) VALUE
001780         '312831303130313130313031'.
001790 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-DEF.
001800     05  WS-MONTH-DAYS OCCURS 12 TIMES
001810                                  PIC 9(02).
001820 01  WS-MONTH-LEN                 PIC 9(02) VALUE 0.
001830 01  WS-MONTH-TOTAL               PIC 9(04) COMP VALUE 0.
001840 01  WS-LEAP-QUOTIENT             PIC 9(04) COMP VALUE 0.
001850 01  WS-LEAP-REM-4                PIC 9(04) COMP VALUE 0.
001860 01  WS-LEAP-REM-100              PIC 9(04) COMP VALUE 0.
001870 01  WS-LEAP-REM-400              PIC 9(04) COMP VALUE 0.
001880 01  WS-WALK-COUNT                PIC 9(04) COMP VALUE 0.
001890*---------------------------------------------------------------
001900*    SHOP CALENDAR TABLE - THE CALFILE DATES FROM THE START OF
001910*    THE HISTORY TO THE HORIZON
001920*---------------------------------------------------------------
001930 01  WS-CAL-TABLE-CTL.
001940     05  WS-CAL-COUNT             PIC 9(04) COMP VALUE 0.
001950     05  WS-CAL-MAX               PIC 9(04) COMP VALUE 1200.
001960 01  WS-CAL-TABLE.
001970     05  WS-CAL-ENTRY OCCURS 1 TO 1200 TIMES
001980                      DEPENDING ON WS-CAL-COUNT
001990                      INDEXED BY WS-CAL-NX.
002000         10  WS-CAL-DATE          PIC 9(08).
002010         10  WS-CAL-PROC-SW       PIC X(01).
002020*---------------------------------------------------------------
002030*    HISTORY PROCESSING DAYS - ONE ENTRY PER PROCESSING DAY IN
002040*    THE HISTORY, IN DATE ORDER.  THE SUBSCRIPT IS THE DAY'S
002050*    POSITION ON THE TREND LINE.  ELAPSED IS IN HUNDREDTHS.
002060*---------------------------------------------------------------
002070 01  WS-HDAY-TABLE-CTL.
002080     05  WS-HDAY-COUNT            PIC 9(04) COMP VALUE 0.
002090     05  WS-HDAY-MAX              PIC 9(04) COMP VALUE 400.
002100     05  WS-HDAY-IX               PIC 9(04) COMP VALUE 0.
002110 01  WS-HDAY-TABLE.
002120     05  WS-HDAY-ENTRY OCCURS 1 TO 400 TIMES
002130                       DEPENDING ON WS-HDAY-COUNT
002140                       INDEXED BY WS-HDAY-NX.
002150         10  WS-HDAY-DATE         PIC 9(08).
002160         10  WS-HDAY-SHOP         PIC 9(12) COMP.
002170         10  WS-HDAY-JOB          PIC 9(12) COMP.
002180*---------------------------------------------------------------
002190*    FUTURE PROCESSING DAYS - TODAY TO THE HORIZON.  ENTRY K IS
002200*    TREND POSITION WS-HDAY-COUNT + K.
002210*---------------------------------------------------------------
002220 01  WS-FDAY-TABLE-CTL.
002230     05  WS-FDAY-COUNT            PIC 9(04) COMP VALUE 0.
002240     05  WS-FDAY-MAX              PIC 9(04) COMP VALUE 800.
002250 01  WS-FDAY-TABLE.
002260     05  WS-FDAY-ENTRY OCCURS 1 TO 800 TIMES
002270                       DEPENDING ON WS-FDAY-COUNT
002280                       INDEXED BY WS-FDAY-NX.
002290         10  WS-FDAY-DATE         PIC 9(08).
002300*---------------------------------------------------------------
002310*    JOB FORECAST TABLE - ONE FITTED TREND PER JOB NAME
002320*---------------------------------------------------------------
002330 01  WS-JOB-TABLE-CTL.
002340     05  WS-JOB-COUNT             PIC 9(04) COMP VALUE 0.
002350     05  WS-JOB-MAX               PIC 9(04) COMP VALUE 1000.
002360     05  WS-JOB-IX                PIC 9(04) COMP VALUE 0.
002370     05  WS-SWAP-IX               PIC 9(04) COMP VALUE 0.
002380     05  WS-PRINT-COUNT           PIC 9(04) COMP VALUE 0.
002390 01  WS-JOB-TABLE.
002400     05  WS-JOB-ENTRY OCCURS 1 TO 1000 TIMES
002410                      DEPENDING ON WS-JOB-COUNT
002420                      INDEXED BY WS-JOB-NX.
002430         10  WS-JF-NAME           PIC X(08).
002440         10  WS-JF-DAYS           PIC 9(04) COMP.
002450         10  WS-JF-TOTAL          PIC 9(09)V99.
002460         10  WS-JF-NOW            PIC 9(07)V99.
002470         10  WS-JF-HORIZON        PIC 9(07)V99.
002480         10  WS-JF-GROWTH         PIC S9(07)V99.
002490         10  WS-JF-PCT            PIC S9(05)V9.
002500         10  WS-JF-R2             PIC 9(01)V99.
002510         10  WS-JF-CONF           PIC X(06).
002520         10  WS-JF-CROSS          PIC X(22).
002530         10  WS-JF-FIT-SW         PIC X(01).
002540             88  WS-JF-FITTED               VALUE 'Y'.
002550             88  WS-JF-NOT-FITTED           VALUE 'N'.
002560 01  WS-SAVE-ENTRY.
002570     05  WS-SAVE-NAME             PIC X(08).
002580     05  WS-SAVE-DAYS             PIC 9(04) COMP.
002590     05  WS-SAVE-TOTAL            PIC 9(09)V99.
002600     05  WS-SAVE-NOW              PIC 9(07)V99.
002610     05  WS-SAVE-HORIZON          PIC 9(07)V99.
002620     05  WS-SAVE-GROWTH           PIC S9(07)V99.
002630     05  WS-SAVE-PCT              PIC S9(05)V9.
002640     05  WS-SAVE-R2               PIC 9(01)V99.
002650     05  WS-SAVE-CONF             PIC X(06).
002660     05  WS-SAVE-CROSS            PIC X(22).
002670     05  WS-SAVE-FIT-SW           PIC X(01).
002680 01  WS-CUR-JOB-NAME              PIC X(08) VALUE SPACES.
002690*---------------------------------------------------------------
002700*    TREND FIT - SUMS OVER THE NIGHTS OF ONE SERIES (X = TREND
002710*    POSITION, Y = THE NIGHT'S ELAPSED IN MINUTES), THE FITTED
002720*    LINE, AND THE RESULT LAID OUT LIKE A JOB TABLE ENTRY
002730*---------------------------------------------------------------
002740 01  WS-FIT-SUMS.
002750     05  WS-FIT-N                 PIC 9(04) COMP.
002760     05  WS-FIT-SX                PIC 9(09) COMP.
002770     05  WS-FIT-SXX               PIC 9(12) COMP.
002780     05  WS-FIT-SY                PIC 9(09)V99.
002790     05  WS-FIT-SYY               PIC 9(14)V9(04).
002800     05  WS-FIT-SXY               PIC 9(12)V99.
002810 01  WS-PT-X                      PIC 9(04) COMP VALUE 0.
002820 01  WS-PT-Y                      PIC 9(07)V99 VALUE 0.
002830 01  WS-FIT-XBAR                  PIC 9(04)V9(06) VALUE 0.
002840 01  WS-FIT-YBAR                  PIC 9(07)V9(04) VALUE 0.
002850 01  WS-FIT-SXX-D                 PIC S9(13)V9(04) VALUE 0.
002860 01  WS-FIT-SXY-D                 PIC S9(13)V9(04) VALUE 0.
002870 01  WS-FIT-SYY-D                 PIC S9(13)V9(04) VALUE 0.
002880 01  WS-FIT-SLOPE                 PIC S9(07)V9(06) VALUE 0.
002890 01  WS-FIT-INTERCEPT             PIC S9(09)V9(04) VALUE 0.
002900 01  WS-FIT-R2-W                  PIC S9(03)V9(04) VALUE 0.
002910 01  WS-FIT-VALUE                 PIC S9(09)V9(04) VALUE 0.
002920 01  WS-FIT-X                     PIC 9(04) COMP VALUE 0.
002930 01  WS-CROSS-K                   PIC S9(09) COMP VALUE 0.
002940 01  WS-FIT-RESULT.
002950     05  WS-FR-NAME               PIC X(08).
002960     05  WS-FR-DAYS               PIC 9(04) COMP.
002970     05  WS-FR-TOTAL              PIC 9(09)V99.
002980     05  WS-FR-NOW                PIC 9(07)V99.
002990     05  WS-FR-HORIZON            PIC 9(07)V99.
003000     05  WS-FR-GROWTH             PIC S9(07)V99.
003010     05  WS-FR-PCT                PIC S9(05)V9.
003020     05  WS-FR-R2                 PIC 9(01)V99.
003030     05  WS-FR-CONF               PIC X(06).
003040     05  WS-FR-CROSS              PIC X(22).
003050     05  WS-FR-FIT-SW             PIC X(01).
003060         88  WS-FR-FITTED                   VALUE 'Y'.
003070         88  WS-FR-NOT-FITTED               VALUE 'N'.
003080*---------------------------------------------------------------
003090*    HOURS:MINUTES EDIT WORK AREAS
003100*---------------------------------------------------------------
003110 01  WS-HM-MINUTES                PIC 9(07)V99 VALUE 0.
003120 01  WS-HM-WHOLE                  PIC 9(07) VALUE 0.
003130 01  WS-HM-HH                     PIC 9(05) VALUE 0.
003140 01  WS-HM-MM                     PIC 9(02) VALUE 0.
003150 01  WS-EDIT-DATE                 PIC 9999/99/99.
003160 01  WS-TOP-EDIT                  PIC Z9.
003170*---------------------------------------------------------------
003180*    COUNTERS
003190*---------------------------------------------------------------
003200 01  WS-READ-COUNT                PIC 9(09) COMP VALUE 0.
003210 01  WS-USED-COUNT                PIC 9(09) COMP VALUE 0.
003220 01  WS-DARK-COUNT                PIC 9(09) COMP VALUE 0.
003230 01  WS-OUTSIDE-COUNT             PIC 9(09) COMP VALUE 0.
003240 01  WS-JOBS-SEEN                 PIC 9(07) COMP VALUE 0.
003250*---------------------------------------------------------------
003260*    REPORT LINES
003270*---------------------------------------------------------------
003280 01  FILLER-LINE                  PIC X(133) VALUE ALL '='.
003290 01  RPT-TITLE-LINE.
003300     05  FILLER                   PIC X(01) VALUE '='.
003310     05  FILLER                   PIC X(51) VALUE SPACES.
003320     05  FILLER                   PIC X(30) VALUE
003330             'BATCH-WINDOW CAPACITY FORECAST'.
003340     05  FILLER                   PIC X(50) VALUE SPACES.
003350     05  FILLER                   PIC X(01) VALUE '='.
003360 01  RPT-CRIT-LINE.
003370     05  FILLER                   PIC X(01) VALUE '='.
003380     05  FILLER                   PIC X(01) VALUE SPACE.
003390     05  FILLER                   PIC X(08) VALUE 'WINDOW: '.
003400     05  RC-WINDOW-HH             PIC 9(02).
003410     05  FILLER                   PIC X(01) VALUE ':'.
003420     05  RC-WINDOW-MM             PIC 9(02).
003430     05  FILLER                   PIC X(12) VALUE
003440             '   HISTORY: '.
003450     05  RC-HIST-FROM             PIC 9999/99/99.
003460     05  FILLER                   PIC X(03) VALUE ' - '.
003470     05  RC-HIST-TO               PIC 9999/99/99.
003480     05  FILLER                   PIC X(02) VALUE ' ('.
003490     05  RC-HIST-DAYS             PIC ZZZ9.
003500     05  FILLER                   PIC X(19) VALUE
003510             ' PROCESSING DAYS)  '.
003520     05  FILLER                   PIC X(09) VALUE 'HORIZON: '.
003530     05  RC-HORIZON               PIC 9999/99/99.
003540     05  FILLER                   PIC X(02) VALUE ' ('.
003550     05  RC-MONTHS                PIC Z9.
003560     05  FILLER                   PIC X(09) VALUE ' MONTHS, '.
003570     05  RC-FUTURE-DAYS           PIC ZZZ9.
003580     05  FILLER                   PIC X(17) VALUE
003590             ' PROCESSING DAYS)'.
003600     05  FILLER                   PIC X(04) VALUE SPACES.
003610     05  FILLER                   PIC X(01) VALUE '='.
003620 01  RPT-CAL-LINE.
003630     05  FILLER                   PIC X(01) VALUE '='.
003640     05  FILLER                   PIC X(01) VALUE SPACE.
003650     05  RL-TEXT                  PIC X(130) VALUE SPACES.
003660     05  FILLER                   PIC X(01) VALUE '='.
003670 01  RPT-SECTION-LINE.
003680     05  FILLER                   PIC X(01) VALUE '='.
003690     05  FILLER                   PIC X(01) VALUE SPACE.
003700     05  RS-SECTION-TITLE         PIC X(60) VALUE SPACES.
003710     05  FILLER                   PIC X(70) VALUE SPACES.
003720     05  FILLER                   PIC X(01) VALUE '='.
003730 01  RPT-COLHDG-1.
003740     05  FILLER                   PIC X(02) VALUE '= '.
003750     05  FILLER                   PIC X(10) VALUE 'NAME'.
003760     05  FILLER                   PIC X(07) VALUE 'NIGHTS'.
003770     05  FILLER                   PIC X(10) VALUE '  TREND'.
003780     05  FILLER                   PIC X(12) VALUE
003790             '   GROWTH'.
003800     05  FILLER                   PIC X(10) VALUE ' GROWTH'.
003810     05  FILLER                   PIC X(10) VALUE 'TREND AT'.
003820     05  FILLER                   PIC X(07) VALUE 'FIT'.
003830     05  FILLER                   PIC X(09) VALUE 'TREND'.
003840     05  FILLER                   PIC X(55) VALUE
003850             'CROSSES WINDOW LENGTH'.
003860     05  FILLER                   PIC X(01) VALUE '='.
003870 01  RPT-COLHDG-2.
003880     05  FILLER                   PIC X(02) VALUE '= '.
003890     05  FILLER                   PIC X(10) VALUE SPACES.
003900     05  FILLER                   PIC X(07) VALUE '  USED'.
003910     05  FILLER                   PIC X(10) VALUE 'NOW HH:MM'.
003920     05  FILLER                   PIC X(12) VALUE
003930             'MIN/MONTH'.
003940     05  FILLER                   PIC X(10) VALUE 'PCT/MONTH'.
003950     05  FILLER                   PIC X(10) VALUE ' HORIZON'.
003960     05  FILLER                   PIC X(07) VALUE 'R-SQ'.
003970     05  FILLER                   PIC X(09) VALUE 'CONF.'.
003980     05  FILLER                   PIC X(55) VALUE
003990             'ON (PROJECTED)'.
004000     05  FILLER                   PIC X(01) VALUE '='.
004010 01  RPT-FCST-LINE.
004020     05  FILLER                   PIC X(02) VALUE '= '.
004030     05  RF-NAME                  PIC X(08).
004040     05  FILLER                   PIC X(03) VALUE SPACES.
004050     05  RF-DAYS                  PIC ZZZ9.
004060     05  FILLER                   PIC X(03) VALUE SPACES.
004070     05  RF-NOW-HH                PIC ZZZ9.
004080     05  FILLER                   PIC X(01) VALUE ':'.
004090     05  RF-NOW-MM                PIC 9(02).
004100     05  FILLER                   PIC X(02) VALUE SPACES.
004110     05  RF-GROWTH                PIC ----,--9.9.
004120     05  FILLER                   PIC X(03) VALUE SPACES.
004130     05  RF-PCT                   PIC ----9.9.
004140     05  FILLER                   PIC X(01) VALUE '%'.
004150     05  FILLER                   PIC X(02) VALUE SPACES.
004160     05  RF-HORIZON-HH            PIC ZZZ9.
004170     05  FILLER                   PIC X(01) VALUE ':'.
004180     05  RF-HORIZON-MM            PIC 9(02).
004190     05  FILLER                   PIC X(03) VALUE SPACES.
004200     05  RF-R2                    PIC 9.99.
004210     05  FILLER                   PIC X(03) VALUE SPACES.
004220     05  RF-CONF                  PIC X(06).
004230     05  FILLER                   PIC X(03) VALUE SPACES.
004240     05  RF-CROSS                 PIC X(22).
004250     05  FILLER                   PIC X(32) VALUE SPACES.
004260     05  FILLER                   PIC X(01) VALUE '='.
004270 01  RPT-NONE-LINE.
004280     05  FILLER                   PIC X(01) VALUE '='.
004290     05  FILLER                   PIC X(01) VALUE SPACE.
004300     05  RN-TEXT                  PIC X(60) VALUE SPACES.
004310     05  FILLER                   PIC X(70) VALUE SPACES.
004320     05  FILLER                   PIC X(01) VALUE '='.
004330 01  RPT-TOTAL-LINE.
004340     05  FILLER                   PIC X(01) VALUE '='.
004350     05  FILLER                   PIC X(01) VALUE SPACE.
004360     05  FILLER                   PIC X(22) VALUE
004370             'SUMMARY RECORDS READ: '.
004380     05  RT-READ                  PIC ZZZ,ZZZ,ZZ9.
004390     05  FILLER                   PIC X(09) VALUE '   USED: '.
004400     05  RT-USED                  PIC ZZZ,ZZZ,ZZ9.
004410     05  FILLER                   PIC X(17) VALUE
004420             '   DARK NIGHTS: '.
004430     05  RT-DARK                  PIC ZZZ,ZZZ,ZZ9.
004440     05  FILLER                   PIC X(20) VALUE
004450             '   OUTSIDE HISTORY: '.
004460     05  RT-OUTSIDE               PIC ZZZ,ZZZ,ZZ9.
004470     05  FILLER                   PIC X(10) VALUE '   JOBS: '.
004480     05  RT-JOBS                  PIC ZZZ,ZZ9.
004490     05  FILLER                   PIC X(01) VALUE SPACES.
004500     05  FILLER                   PIC X(01) VALUE '='.
004510 LINKAGE SECTION.
004520 01   PARM-BUFFER.
004530      05 PARM-LENGTH              PIC S9(4) COMP.
004540      05 PARM-DATA.
004550         10 NUMB                  PIC X(100).
004560 PROCEDURE DIVISION USING PARM-BUFFER.
004570 0000-MAINLINE SECTION.
004580***************************************************************
004590*    READ THE PARM AND SET UP THE HISTORY AND HORIZON         *
004600*    PROCESSING DAYS, PASS THE SUMMARY KSDS FRONT TO BACK     *
004610*    FITTING EACH JOB'S TREND AS ITS RECORDS END, FIT THE     *
004620*    SHOP TOTAL, AND PRINT THE FORECAST.                      *
004630***************************************************************
004640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004650     PERFORM 2000-READ-SUMMARY THRU 2000-EXIT
004660         UNTIL WS-EOF.
004670     IF WS-JOB-OPEN
004680         PERFORM 3000-CLOSE-JOB THRU 3000-EXIT
004690     END-IF.
004700     PERFORM 4000-FIT-SHOP THRU 4000-EXIT.
004710     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
004720     PERFORM 6000-TERMINATE THRU 6000-EXIT.
004730     GO TO 9999-EXIT.
004740 0000-EXIT.
004750     EXIT.
004760*---------------------------------------------------------------
004770 1000-INITIALIZE SECTION.
004780***************************************************************
004790*    PARSE THE PARM, WORK OUT THE HISTORY RANGE (THE GIVEN    *
004800*    NUMBER OF DAYS ENDING YESTERDAY) AND THE HORIZON (TODAY  *
004810*    PLUS THE GIVEN MONTHS), LOAD THE CALENDAR FOR THAT SPAN, *
004820*    LIST THE PROCESSING DAYS ON EACH SIDE OF TODAY, AND OPEN *
004830*    THE FILES.                                               *
004840***************************************************************
004850     PERFORM 1050-PARSE-PARM THRU 1050-EXIT.
004860     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
004870     MOVE WS-TODAY TO WS-WORK-DATE-N.
004880     PERFORM 1150-DECREMENT-DATE THRU 1150-EXIT.
004890     MOVE WS-WORK-DATE-N TO WS-HIST-TO.
004900     MOVE 1 TO WS-WALK-COUNT.
004910     PERFORM 1150-DECREMENT-DATE THRU 1150-EXIT
004920         UNTIL WS-WALK-COUNT >= WS-HIST-DAYS.
004930     MOVE WS-WORK-DATE-N TO WS-HIST-FROM.
004940     MOVE WS-TODAY TO WS-WORK-DATE-N.
004950     COMPUTE WS-MONTH-TOTAL = WS-WD-MONTH - 1 + WS-MONTHS.
004960     DIVIDE WS-MONTH-TOTAL BY 12
004970         GIVING WS-LEAP-QUOTIENT REMAINDER WS-WD-MONTH.
004980     ADD 1 TO WS-WD-MONTH.
004990     ADD WS-LEAP-QUOTIENT TO WS-WD-YEAR.
005000     PERFORM 1170-MONTH-LENGTH THRU 1170-EXIT.
005010     IF WS-WD-DAY > WS-MONTH-LEN
005020         MOVE WS-MONTH-LEN TO WS-WD-DAY
005030     END-IF.
005040     MOVE WS-WORK-DATE-N TO WS-HORIZON.
005050     OPEN INPUT CALFILE-FILE.
005060     IF WS-CALFILE-STATUS = '00'
005070         READ CALFILE-FILE
005080             AT END SET WS-CALF-EOF TO TRUE
005090         END-READ
005100         PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
005110             UNTIL WS-CALF-EOF
005120         CLOSE CALFILE-FILE
005130     ELSE
005140         DISPLAY '*** CALFILE SHOP CALENDAR NOT AVAILABLE - '
005150             'STATUS ' WS-CALFILE-STATUS
005160             ' - EVERY DAY COUNTED AS A PROCESSING DAY ***'
005170     END-IF.
005180     MOVE WS-HIST-FROM TO WS-WORK-DATE-N.
005190     PERFORM 1300-LIST-HISTORY-DAY THRU 1300-EXIT
005200         UNTIL WS-WORK-DATE-N > WS-HIST-TO.
005210     MOVE WS-TODAY TO WS-WORK-DATE-N.
005220     PERFORM 1400-LIST-FUTURE-DAY THRU 1400-EXIT
005230         UNTIL WS-WORK-DATE-N > WS-HORIZON.
005240     OPEN INPUT AUDTSUMF-FILE.
005250     IF WS-AUDTSUMF-STATUS NOT = '00'
005260         DISPLAY '*** AUDTSUMF SUMMARY FILE OPEN FAILED - '
005270             'STATUS ' WS-AUDTSUMF-STATUS
005280             ' - FORECAST NOT PRODUCED ***'
005290         GO TO 9999-EXIT
005300     END-IF.
005310     OPEN OUTPUT FCSTRPT-FILE.
005320     IF WS-FCSTRPT-STATUS NOT = '00'
005330         DISPLAY '*** FCSTRPT REPORT FILE OPEN FAILED - '
005340             'STATUS ' WS-FCSTRPT-STATUS
005350             ' - FORECAST NOT PRODUCED ***'
005360         GO TO 9999-EXIT
005370     END-IF.
005380     READ AUDTSUMF-FILE
005390         AT END SET WS-EOF TO TRUE.
005400 1000-EXIT.
005410     EXIT.
005420*---------------------------------------------------------------
005430 1050-PARSE-PARM SECTION.
005440***************************************************************
005450*    COLUMNS 1-4 ARE THE WINDOW LENGTH HHMM AND MUST BE       *
005460*    THERE; MONTHS (5-6), HISTORY DAYS (7-9) AND TOP JOBS     *
005470*    (10-11) TAKE THEIR DEFAULTS WHEN ABSENT OR OUT OF RANGE. *
005480***************************************************************
005490     IF PARM-LENGTH >= 4
005500         MOVE PARM-DATA(1:4) TO WS-PARM-WINDOW-X
005510     END-IF.
005520     IF WS-PARM-WINDOW-X IS NOT NUMERIC
005530         OR WS-PARM-WINDOW-MM > 59
005540         OR WS-PARM-WINDOW-X = '0000'
005550         DISPLAY '*** CAPFCST - WINDOW LENGTH PARM MISSING OR '
005560             'INVALID - SUPPLY PARM=HHMM[MM[DDD[NN]]] ***'
005570         GO TO 9999-EXIT
005580     END-IF.
005590     COMPUTE WS-LIMIT-MINUTES =
005600         (WS-PARM-WINDOW-HH * 60) + WS-PARM-WINDOW-MM.
005610     IF PARM-LENGTH >= 6
005620         MOVE PARM-DATA(5:2) TO WS-PARM-MONTHS-X
005630         IF WS-PARM-MONTHS-X IS NUMERIC
005640             AND WS-PARM-MONTHS-N >= 1
005650             AND WS-PARM-MONTHS-N <= 24
005660             MOVE WS-PARM-MONTHS-N TO WS-MONTHS
005670         END-IF
005680     END-IF.
005690     IF PARM-LENGTH >= 9
005700         MOVE PARM-DATA(7:3) TO WS-PARM-HIST-X
005710         IF WS-PARM-HIST-X IS NUMERIC
005720             AND WS-PARM-HIST-N >= 30
005730             AND WS-PARM-HIST-N <= 366
005740             MOVE WS-PARM-HIST-N TO WS-HIST-DAYS
005750         END-IF
005760     END-IF.
005770     IF PARM-LENGTH >= 11
005780         MOVE PARM-DATA(10:2) TO WS-PARM-TOP-X
005790         IF WS-PARM-TOP-X IS NUMERIC
005800             AND WS-PARM-TOP-N >= 1
005810             AND WS-PARM-TOP-N <= 50
005820             MOVE WS-PARM-TOP-N TO WS-TOP-JOBS
005830         END-IF
005840     END-IF.
005850 1050-EXIT.
005860     EXIT.
005870*---------------------------------------------------------------
005880 1100-INCREMENT-DATE SECTION.
005890***************************************************************
005900*    MOVE WS-WORK-DATE ON ONE CALENDAR DAY, STEPPING OVER     *
005910*    MONTH AND YEAR BOUNDARIES.                               *
005920***************************************************************
005930     PERFORM 1170-MONTH-LENGTH THRU 1170-EXIT.
005940     ADD 1 TO WS-WD-DAY.
005950     IF WS-WD-DAY NOT > WS-MONTH-LEN
005960         GO TO 1100-EXIT
005970     END-IF.
005980     MOVE 1 TO WS-WD-DAY.
005990     ADD 1 TO WS-WD-MONTH.
006000     IF WS-WD-MONTH > 12
006010         MOVE 1 TO WS-WD-MONTH
006020         ADD 1 TO WS-WD-YEAR
006030     END-IF.
006040 1100-EXIT.
006050     EXIT.
006060*---------------------------------------------------------------
006070 1150-DECREMENT-DATE SECTION.
006080***************************************************************
006090*    WALK WS-WORK-DATE BACK ONE CALENDAR DAY, STEPPING OVER   *
006100*    MONTH AND YEAR BOUNDARIES, AND COUNT THE STEP IN WS-     *
006110*    WALK-COUNT.                                              *
006120***************************************************************
006130     ADD 1 TO WS-WALK-COUNT.
006140     SUBTRACT 1 FROM WS-WD-DAY.
006150     IF WS-WD-DAY > 0
006160         GO TO 1150-EXIT
006170     END-IF.
006180     SUBTRACT 1 FROM WS-WD-MONTH.
006190     IF WS-WD-MONTH = 0
006200         MOVE 12 TO WS-WD-MONTH
006210         SUBTRACT 1 FROM WS-WD-YEAR
006220     END-IF.
006230     PERFORM 1170-MONTH-LENGTH THRU 1170-EXIT.
006240     MOVE WS-MONTH-LEN TO WS-WD-DAY.
006250 1150-EXIT.
006260     EXIT.
006270*---------------------------------------------------------------
006280 1170-MONTH-LENGTH SECTION.
006290***************************************************************
006300*    SET WS-MONTH-LEN TO THE NUMBER OF DAYS IN WS-WORK-DATE'S *
006310*    MONTH, GIVING FEBRUARY ITS 29TH DAY IN LEAP YEARS        *
006320*    (DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400). *
006330***************************************************************
006340     MOVE WS-MONTH-DAYS (WS-WD-MONTH) TO WS-MONTH-LEN.
006350     IF WS-WD-MONTH NOT = 2
006360         GO TO 1170-EXIT
006370     END-IF.
006380     DIVIDE WS-WD-YEAR BY 4
006390         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4.
006400     DIVIDE WS-WD-YEAR BY 100
006410         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100.
006420     DIVIDE WS-WD-YEAR BY 400
006430         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400.
006440     IF WS-LEAP-REM-4 = 0
006450         AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
006460         MOVE 29 TO WS-MONTH-LEN
006470     END-IF.
006480 1170-EXIT.
006490     EXIT.
006500*---------------------------------------------------------------
006510 1200-LOAD-CALENDAR SECTION.
006520***************************************************************
006530*    FOLD ONE SHOP CALENDAR RECORD INTO THE LOOKUP TABLE WHEN *
006540*    IT FALLS BETWEEN THE START OF THE HISTORY AND THE        *
006550*    HORIZON.  A RECORD WITH A NON-NUMERIC DATE IS SKIPPED -  *
006560*    CALMNT SHOULD NEVER LET ONE THROUGH, BUT A BAD ROW MUST  *
006570*    NOT STOP THE FORECAST.                                   *
006580***************************************************************
006590     IF CL-DATE IS NOT NUMERIC
006600         OR CL-DATE < WS-HIST-FROM
006610         OR CL-DATE > WS-HORIZON
006620         GO TO 1200-NEXT
006630     END-IF.
006640     IF WS-CAL-COUNT < WS-CAL-MAX
006650         ADD 1 TO WS-CAL-COUNT
006660         SET WS-CAL-NX TO WS-CAL-COUNT
006670         MOVE CL-DATE TO WS-CAL-DATE (WS-CAL-NX)
006680         MOVE CL-PROC-DAY-SW TO WS-CAL-PROC-SW (WS-CAL-NX)
006690     ELSE
006700         IF WS-CAL-CAP-NOT-WARNED
006710             DISPLAY '*** CALENDAR TABLE FULL AT ' WS-CAL-MAX
006720                 ' DATES - FURTHER CALENDAR RECORDS ARE '
006730                 'IGNORED ***'
006740             SET WS-CAL-CAP-WARNED TO TRUE
006750         END-IF
006760     END-IF.
006770 1200-NEXT.
006780     READ CALFILE-FILE
006790         AT END SET WS-CALF-EOF TO TRUE.
006800 1200-EXIT.
006810     EXIT.
006820*---------------------------------------------------------------
006830 1300-LIST-HISTORY-DAY SECTION.
006840***************************************************************
006850*    ADD WS-WORK-DATE TO THE HISTORY DAYS WHEN IT IS A        *
006860*    PROCESSING DAY, THEN MOVE ON A DAY.                      *
006870***************************************************************
006880     PERFORM 1350-TEST-PROC-DAY THRU 1350-EXIT.
006890     IF WS-IS-PROC-DAY
006900         AND WS-HDAY-COUNT < WS-HDAY-MAX
006910         ADD 1 TO WS-HDAY-COUNT
006920         SET WS-HDAY-NX TO WS-HDAY-COUNT
006930         MOVE WS-WORK-DATE-N TO WS-HDAY-DATE (WS-HDAY-NX)
006940         MOVE 0 TO WS-HDAY-SHOP (WS-HDAY-NX)
006950         MOVE 0 TO WS-HDAY-JOB (WS-HDAY-NX)
006960     END-IF.
006970     PERFORM 1100-INCREMENT-DATE THRU 1100-EXIT.
006980 1300-EXIT.
006990     EXIT.
007000*---------------------------------------------------------------
007010 1350-TEST-PROC-DAY SECTION.
007020***************************************************************
007030*    TEST WS-WORK-DATE AGAINST THE CALENDAR.  A DATE ABSENT   *
007040*    FROM THE CALENDAR COUNTS AS A PROCESSING DAY.            *
007050***************************************************************
007060     SET WS-IS-PROC-DAY TO TRUE.
007070     IF WS-CAL-COUNT = 0
007080         GO TO 1350-EXIT
007090     END-IF.
007100     SET WS-CAL-NX TO 1.
007110     SEARCH WS-CAL-ENTRY
007120         AT END GO TO 1350-EXIT
007130         WHEN WS-CAL-DATE (WS-CAL-NX) = WS-WORK-DATE-N
007140             CONTINUE
007150     END-SEARCH.
007160     IF WS-CAL-PROC-SW (WS-CAL-NX) = 'N'
007170         SET WS-NOT-PROC-DAY TO TRUE
007180     END-IF.
007190 1350-EXIT.
007200     EXIT.
007210*---------------------------------------------------------------
007220 1400-LIST-FUTURE-DAY SECTION.
007230***************************************************************
007240*    ADD WS-WORK-DATE TO THE FUTURE DAYS WHEN IT IS A         *
007250*    PROCESSING DAY, THEN MOVE ON A DAY.                      *
007260***************************************************************
007270     PERFORM 1350-TEST-PROC-DAY THRU 1350-EXIT.
007280     IF WS-IS-PROC-DAY
007290         AND WS-FDAY-COUNT < WS-FDAY-MAX
007300         ADD 1 TO WS-FDAY-COUNT
007310         SET WS-FDAY-NX TO WS-FDAY-COUNT
007320         MOVE WS-WORK-DATE-N TO WS-FDAY-DATE (WS-FDAY-NX)
007330     END-IF.
007340     PERFORM 1100-INCREMENT-DATE THRU 1100-EXIT.
007350 1400-EXIT.
007360     EXIT.
007370*---------------------------------------------------------------
007380 2000-READ-SUMMARY SECTION.
007390***************************************************************
007400*    ADD ONE SUMMARY RECORD INTO ITS NIGHT - BOTH THE SHOP    *
007410*    TOTAL AND ITS JOB'S OWN SERIES.  THE KSDS COMES BACK IN  *
007420*    JOB NAME ORDER, SO A NEW JOB NAME MEANS THE LAST JOB'S   *
007430*    SERIES IS COMPLETE AND CAN BE FITTED.  RECORDS OUTSIDE   *
007440*    THE HISTORY, OR DATED ON A DARK NIGHT, ARE COUNTED AND   *
007450*    LEFT OUT.                                                *
007460***************************************************************
007470     ADD 1 TO WS-READ-COUNT.
007480     IF SM-RUN-DATE IS NOT NUMERIC
007490         OR SM-TOTAL-ELAPSED IS NOT NUMERIC
007500         OR SM-RUN-DATE < WS-HIST-FROM
007510         OR SM-RUN-DATE > WS-HIST-TO
007520         ADD 1 TO WS-OUTSIDE-COUNT
007530         GO TO 2000-NEXT
007540     END-IF.
007550     IF WS-HDAY-COUNT = 0
007560         ADD 1 TO WS-DARK-COUNT
007570         GO TO 2000-NEXT
007580     END-IF.
007590     SET WS-HDAY-NX TO 1.
007600     SEARCH WS-HDAY-ENTRY
007610         AT END
007620             ADD 1 TO WS-DARK-COUNT
007630             GO TO 2000-NEXT
007640         WHEN WS-HDAY-DATE (WS-HDAY-NX) = SM-RUN-DATE
007650             CONTINUE
007660     END-SEARCH.
007670     IF WS-JOB-NOT-OPEN
007680         OR SM-JOB-NAME NOT = WS-CUR-JOB-NAME
007690         IF WS-JOB-OPEN
007700             PERFORM 3000-CLOSE-JOB THRU 3000-EXIT
007710         END-IF
007720         MOVE SM-JOB-NAME TO WS-CUR-JOB-NAME
007730         SET WS-JOB-OPEN TO TRUE
007740         ADD 1 TO WS-JOBS-SEEN
007750     END-IF.
007760     ADD SM-TOTAL-ELAPSED TO WS-HDAY-SHOP (WS-HDAY-NX).
007770     ADD SM-TOTAL-ELAPSED TO WS-HDAY-JOB (WS-HDAY-NX).
007780     ADD 1 TO WS-USED-COUNT.
007790 2000-NEXT.
007800     READ AUDTSUMF-FILE
007810         AT END SET WS-EOF TO TRUE.
007820 2000-EXIT.
007830     EXIT.
007840*---------------------------------------------------------------
007850 3000-CLOSE-JOB SECTION.
007860***************************************************************
007870*    THE CURRENT JOB'S RECORDS ARE ALL IN - FIT ITS NIGHTLY   *
007880*    SERIES (CLEARING IT FOR THE NEXT JOB) AND TABLE THE      *
007890*    RESULT.  A FULL TABLE REPORTS ONCE; FURTHER JOBS STILL   *
007900*    COUNT IN THE SHOP TOTAL.                                 *
007910***************************************************************
007920     INITIALIZE WS-FIT-SUMS.
007930     PERFORM 3050-ADD-JOB-NIGHT THRU 3050-EXIT
007940         VARYING WS-HDAY-IX FROM 1 BY 1
007950         UNTIL WS-HDAY-IX > WS-HDAY-COUNT.
007960     SET WS-JOB-NOT-OPEN TO TRUE.
007970     IF WS-JOB-COUNT >= WS-JOB-MAX
007980         IF WS-JOB-CAP-NOT-WARNED
007990             DISPLAY '*** JOB FORECAST TABLE FULL AT '
008000                 WS-JOB-MAX ' JOBS - FURTHER JOBS ARE IN THE '
008010                 'SHOP TOTAL ONLY ***'
008020             SET WS-JOB-CAP-WARNED TO TRUE
008030         END-IF
008040         GO TO 3000-EXIT
008050     END-IF.
008060     MOVE WS-CUR-JOB-NAME TO WS-FR-NAME.
008070     PERFORM 3100-FIT-TREND THRU 3100-EXIT.
008080     ADD 1 TO WS-JOB-COUNT.
008090     SET WS-JOB-NX TO WS-JOB-COUNT.
008100     MOVE WS-FIT-RESULT TO WS-JOB-ENTRY (WS-JOB-NX).
008110 3000-EXIT.
008120     EXIT.
008130*---------------------------------------------------------------
008140 3050-ADD-JOB-NIGHT SECTION.
008150***************************************************************
008160*    ADD ONE NIGHT OF THE CURRENT JOB TO THE FIT WHEN IT RAN  *
008170*    THAT NIGHT, AND CLEAR THE NIGHT.                         *
008180***************************************************************
008190     IF WS-HDAY-JOB (WS-HDAY-IX) = 0
008200         GO TO 3050-EXIT
008210     END-IF.
008220     MOVE WS-HDAY-IX TO WS-PT-X.
008230     COMPUTE WS-PT-Y ROUNDED = WS-HDAY-JOB (WS-HDAY-IX) / 6000.
008240     PERFORM 3200-ADD-POINT THRU 3200-EXIT.
008250     MOVE 0 TO WS-HDAY-JOB (WS-HDAY-IX).
008260 3050-EXIT.
008270     EXIT.
008280*---------------------------------------------------------------
008290 3100-FIT-TREND SECTION.
008300***************************************************************
008310*    FIT THE LEAST-SQUARES LINE Y = A + B X TO THE SUMS IN    *
008320*    WS-FIT-SUMS AND FILL WS-FIT-RESULT (WS-FR-NAME IS SET BY *
008330*    THE CALLER): THE TREND VALUE TODAY AND AT THE HORIZON,   *
008340*    GROWTH PER MONTH (B TIMES THE HORIZON'S PROCESSING DAYS  *
008350*    PER MONTH), R-SQUARED AND THE CROSSING DAY.  THE SUMS    *
008360*    ARE CENTRED ON THEIR MEANS BEFORE DIVIDING SO NO PRODUCT *
008370*    OUTGROWS ITS FIELD.  A SERIES TOO SHORT TO FIT SHOWS ITS *
008380*    MEAN NIGHT.                                              *
008390***************************************************************
008400     MOVE WS-FIT-N TO WS-FR-DAYS.
008410     MOVE WS-FIT-SY TO WS-FR-TOTAL.
008420     MOVE 0 TO WS-FR-NOW.
008430     MOVE 0 TO WS-FR-HORIZON.
008440     MOVE 0 TO WS-FR-GROWTH.
008450     MOVE 0 TO WS-FR-PCT.
008460     MOVE 0 TO WS-FR-R2.
008470     MOVE 'N/A' TO WS-FR-CONF.
008480     MOVE SPACES TO WS-FR-CROSS.
008490     SET WS-FR-NOT-FITTED TO TRUE.
008500     IF WS-FIT-N = 0
008510         MOVE 'NO RUNS IN HISTORY' TO WS-FR-CROSS
008520         GO TO 3100-EXIT
008530     END-IF.
008540     COMPUTE WS-FIT-YBAR ROUNDED = WS-FIT-SY / WS-FIT-N.
008550     MOVE WS-FIT-YBAR TO WS-FR-NOW.
008560     MOVE WS-FIT-YBAR TO WS-FR-HORIZON.
008570     IF WS-FIT-N < WS-MIN-DAYS
008580         MOVE 'TOO FEW NIGHTS TO FIT' TO WS-FR-CROSS
008590         GO TO 3100-EXIT
008600     END-IF.
008610     COMPUTE WS-FIT-XBAR ROUNDED = WS-FIT-SX / WS-FIT-N.
008620     COMPUTE WS-FIT-SXX-D ROUNDED =
008630         WS-FIT-SXX - (WS-FIT-XBAR * WS-FIT-SX).
008640     COMPUTE WS-FIT-SXY-D ROUNDED =
008650         WS-FIT-SXY - (WS-FIT-XBAR * WS-FIT-SY).
008660     COMPUTE WS-FIT-SYY-D ROUNDED =
008670         WS-FIT-SYY - (WS-FIT-YBAR * WS-FIT-SY).
008680     IF WS-FIT-SXX-D NOT > 0
008690         MOVE 'TOO FEW NIGHTS TO FIT' TO WS-FR-CROSS
008700         GO TO 3100-EXIT
008710     END-IF.
008720     COMPUTE WS-FIT-SLOPE ROUNDED = WS-FIT-SXY-D / WS-FIT-SXX-D.
008730     COMPUTE WS-FIT-INTERCEPT ROUNDED =
008740         WS-FIT-YBAR - (WS-FIT-SLOPE * WS-FIT-XBAR).
008750     MOVE 0 TO WS-FIT-R2-W.
008760     IF WS-FIT-SYY-D > 0
008770         COMPUTE WS-FIT-R2-W ROUNDED =
008780             (WS-FIT-SLOPE * WS-FIT-SXY-D) / WS-FIT-SYY-D
008790     END-IF.
008800     IF WS-FIT-R2-W < 0
008810         MOVE 0 TO WS-FIT-R2-W
008820     END-IF.
008830     IF WS-FIT-R2-W > 1
008840         MOVE 1 TO WS-FIT-R2-W
008850     END-IF.
008860     COMPUTE WS-FR-R2 ROUNDED = WS-FIT-R2-W.
008870     SET WS-FR-FITTED TO TRUE.
008880     MOVE WS-HDAY-COUNT TO WS-FIT-X.
008890     PERFORM 3300-TREND-VALUE THRU 3300-EXIT.
008900     MOVE WS-FIT-VALUE TO WS-FR-NOW.
008910     COMPUTE WS-FIT-X = WS-HDAY-COUNT + WS-FDAY-COUNT.
008920     PERFORM 3300-TREND-VALUE THRU 3300-EXIT.
008930     MOVE WS-FIT-VALUE TO WS-FR-HORIZON.
008940     COMPUTE WS-FR-GROWTH ROUNDED =
008950         (WS-FIT-SLOPE * WS-FDAY-COUNT) / WS-MONTHS.
008960     IF WS-FR-NOW > 0
008970         COMPUTE WS-FR-PCT ROUNDED =
008980             (WS-FR-GROWTH * 100) / WS-FR-NOW
008990             ON SIZE ERROR
009000                 MOVE 9999.9 TO WS-FR-PCT
009010         END-COMPUTE
009020     END-IF.
009030     IF WS-FR-PCT > 9999.9
009040         MOVE 9999.9 TO WS-FR-PCT
009050     END-IF.
009060     IF WS-FR-PCT < -9999.9
009070         MOVE -9999.9 TO WS-FR-PCT
009080     END-IF.
009090     EVALUATE TRUE
009100         WHEN WS-FIT-R2-W >= 0.70 AND WS-FIT-N >= 30
009110             MOVE 'HIGH' TO WS-FR-CONF
009120         WHEN WS-FIT-R2-W >= 0.40
009130             MOVE 'MEDIUM' TO WS-FR-CONF
009140         WHEN OTHER
009150             MOVE 'LOW' TO WS-FR-CONF
009160     END-EVALUATE.
009170     PERFORM 3150-FIND-CROSSING THRU 3150-EXIT.
009180 3100-EXIT.
009190     EXIT.
009200*---------------------------------------------------------------
009210 3150-FIND-CROSSING SECTION.
009220***************************************************************
009230*    FIND THE FIRST FUTURE PROCESSING DAY ON WHICH THE TREND  *
009240*    REACHES THE WINDOW LENGTH - SOLVE THE LINE FOR THE       *
009250*    LIMIT, THEN STEP UP A DAY IF TRUNCATION LEFT IT JUST     *
009260*    SHORT.  A SERIES ALREADY OVER, NOT GROWING, OR NOT       *
009270*    CROSSING BY THE HORIZON SAYS SO INSTEAD.                 *
009280***************************************************************
009290     IF WS-FR-NOW >= WS-LIMIT-MINUTES
009300         MOVE 'OVER THE LIMIT NOW' TO WS-FR-CROSS
009310         GO TO 3150-EXIT
009320     END-IF.
009330     IF WS-FIT-SLOPE NOT > 0
009340         MOVE 'NOT GROWING' TO WS-FR-CROSS
009350         GO TO 3150-EXIT
009360     END-IF.
009370     COMPUTE WS-CROSS-K =
009380         ((WS-LIMIT-MINUTES - WS-FIT-INTERCEPT) / WS-FIT-SLOPE)
009390             - WS-HDAY-COUNT
009400         ON SIZE ERROR
009410             MOVE 'NOT BY THE HORIZON' TO WS-FR-CROSS
009420             GO TO 3150-EXIT
009430     END-COMPUTE.
009440     IF WS-CROSS-K < 1
009450         MOVE 1 TO WS-CROSS-K
009460     END-IF.
009470     IF WS-CROSS-K > WS-FDAY-COUNT
009480         MOVE 'NOT BY THE HORIZON' TO WS-FR-CROSS
009490         GO TO 3150-EXIT
009500     END-IF.
009510     COMPUTE WS-FIT-X = WS-HDAY-COUNT + WS-CROSS-K.
009520     PERFORM 3300-TREND-VALUE THRU 3300-EXIT.
009530     IF WS-FIT-VALUE < WS-LIMIT-MINUTES
009540         ADD 1 TO WS-CROSS-K
009550     END-IF.
009560     IF WS-CROSS-K > WS-FDAY-COUNT
009570         MOVE 'NOT BY THE HORIZON' TO WS-FR-CROSS
009580         GO TO 3150-EXIT
009590     END-IF.
009600     SET WS-FDAY-NX TO WS-CROSS-K.
009610     MOVE WS-FDAY-DATE (WS-FDAY-NX) TO WS-EDIT-DATE.
009620     MOVE WS-EDIT-DATE TO WS-FR-CROSS.
009630 3150-EXIT.
009640     EXIT.
009650*---------------------------------------------------------------
009660 3200-ADD-POINT SECTION.
009670***************************************************************
009680*    ADD THE NIGHT (WS-PT-X, WS-PT-Y) INTO THE FIT SUMS.      *
009690***************************************************************
009700     ADD 1 TO WS-FIT-N.
009710     ADD WS-PT-X TO WS-FIT-SX.
009720     COMPUTE WS-FIT-SXX = WS-FIT-SXX + (WS-PT-X * WS-PT-X).
009730     ADD WS-PT-Y TO WS-FIT-SY.
009740     COMPUTE WS-FIT-SYY = WS-FIT-SYY + (WS-PT-Y * WS-PT-Y).
009750     COMPUTE WS-FIT-SXY = WS-FIT-SXY + (WS-PT-X * WS-PT-Y).
009760 3200-EXIT.
009770     EXIT.
009780*---------------------------------------------------------------
009790 3300-TREND-VALUE SECTION.
009800***************************************************************
009810*    THE FITTED LINE'S VALUE AT TREND POSITION WS-FIT-X, IN   *
009820*    WS-FIT-VALUE - NEVER BELOW ZERO.                         *
009830***************************************************************
009840     COMPUTE WS-FIT-VALUE ROUNDED =
009850         WS-FIT-INTERCEPT + (WS-FIT-SLOPE * WS-FIT-X).
009860     IF WS-FIT-VALUE < 0
009870         MOVE 0 TO WS-FIT-VALUE
009880     END-IF.
009890 3300-EXIT.
009900     EXIT.
009910*---------------------------------------------------------------
009920 4000-FIT-SHOP SECTION.
009930***************************************************************
009940*    FIT THE SHOP TOTAL - EVERY JOB'S ELAPSED SUMMED BY       *
009950*    NIGHT.                                                   *
009960***************************************************************
009970     INITIALIZE WS-FIT-SUMS.
009980     PERFORM 4050-ADD-SHOP-NIGHT THRU 4050-EXIT
009990         VARYING WS-HDAY-IX FROM 1 BY 1
010000         UNTIL WS-HDAY-IX > WS-HDAY-COUNT.
010010     MOVE 'SHOP' TO WS-FR-NAME.
010020     PERFORM 3100-FIT-TREND THRU 3100-EXIT.
010030 4000-EXIT.
010040     EXIT.
010050*---------------------------------------------------------------
010060 4050-ADD-SHOP-NIGHT SECTION.
010070***************************************************************
010080*    ADD ONE NIGHT OF THE SHOP TOTAL TO THE FIT WHEN ANY WORK *
010090*    WAS SUMMARIZED FOR IT.                                   *
010100***************************************************************
010110     IF WS-HDAY-SHOP (WS-HDAY-IX) = 0
010120         GO TO 4050-EXIT
010130     END-IF.
010140     MOVE WS-HDAY-IX TO WS-PT-X.
010150     COMPUTE WS-PT-Y ROUNDED = WS-HDAY-SHOP (WS-HDAY-IX) / 6000.
010160     PERFORM 3200-ADD-POINT THRU 3200-EXIT.
010170 4050-EXIT.
010180     EXIT.
010190*---------------------------------------------------------------
010200 5000-PRINT-REPORT SECTION.
010210***************************************************************
010220*    PRINT THE HEADING AND THE SHOP FORECAST, THEN RANK THE   *
010230*    JOBS BY TOTAL ELAPSED FOR THE TOP-JOBS SECTION AND BY    *
010240*    GROWTH FOR THE FASTEST GROWERS, THEN THE RECORD COUNTS.  *
010250***************************************************************
010260     MOVE FILLER-LINE TO FCSTRPT-LINE.
010270     WRITE FCSTRPT-LINE.
010280     MOVE RPT-TITLE-LINE TO FCSTRPT-LINE.
010290     WRITE FCSTRPT-LINE.
010300     MOVE FILLER-LINE TO FCSTRPT-LINE.
010310     WRITE FCSTRPT-LINE.
010320     MOVE WS-PARM-WINDOW-HH TO RC-WINDOW-HH.
010330     MOVE WS-PARM-WINDOW-MM TO RC-WINDOW-MM.
010340     MOVE WS-HIST-FROM TO RC-HIST-FROM.
010350     MOVE WS-HIST-TO TO RC-HIST-TO.
010360     MOVE WS-HDAY-COUNT TO RC-HIST-DAYS.
010370     MOVE WS-HORIZON TO RC-HORIZON.
010380     MOVE WS-MONTHS TO RC-MONTHS.
010390     MOVE WS-FDAY-COUNT TO RC-FUTURE-DAYS.
010400     MOVE RPT-CRIT-LINE TO FCSTRPT-LINE.
010410     WRITE FCSTRPT-LINE.
010420     IF WS-CAL-COUNT = 0
010430         STRING 'NO SHOP CALENDAR DATES IN THIS SPAN - '
010440                    DELIMITED BY SIZE
010450             'EVERY DAY COUNTED AS A PROCESSING DAY'
010460                    DELIMITED BY SIZE
010470             INTO RL-TEXT
010480         END-STRING
010490         MOVE RPT-CAL-LINE TO FCSTRPT-LINE
010500         WRITE FCSTRPT-LINE
010510     END-IF.
010520     MOVE 'SHOP TOTAL - ALL JOBS, STEP ELAPSED SUMMED BY NIGHT'
010530         TO RS-SECTION-TITLE.
010540     PERFORM 5100-PRINT-SECTION-HDG THRU 5100-EXIT.
010550     PERFORM 5500-PRINT-FORECAST-LINE THRU 5500-EXIT.
010560     MOVE WS-TOP-JOBS TO WS-TOP-EDIT.
010570     MOVE SPACES TO RS-SECTION-TITLE.
010580     STRING 'TOP ' DELIMITED BY SIZE
010590         WS-TOP-EDIT DELIMITED BY SIZE
010600         ' JOBS BY ELAPSED TIME OVER THE HISTORY'
010610             DELIMITED BY SIZE
010620         INTO RS-SECTION-TITLE
010630     END-STRING.
010640     PERFORM 5100-PRINT-SECTION-HDG THRU 5100-EXIT.
010650     SET WS-SORT-BY-TOTAL TO TRUE.
010660     PERFORM 5200-SORT-PASS THRU 5200-EXIT
010670         VARYING WS-JOB-IX FROM 1 BY 1
010680         UNTIL WS-JOB-IX >= WS-JOB-COUNT.
010690     MOVE 0 TO WS-PRINT-COUNT.
010700     PERFORM 5300-PRINT-TOP-JOB THRU 5300-EXIT
010710         VARYING WS-JOB-IX FROM 1 BY 1
010720         UNTIL WS-JOB-IX > WS-JOB-COUNT
010730            OR WS-PRINT-COUNT >= WS-TOP-JOBS.
010740     IF WS-PRINT-COUNT = 0
010750         MOVE 'NO JOBS RAN IN THE HISTORY' TO RN-TEXT
010760         MOVE RPT-NONE-LINE TO FCSTRPT-LINE
010770         WRITE FCSTRPT-LINE
010780     END-IF.
010790     MOVE 'FASTEST GROWERS - MINUTES ADDED PER MONTH'
010800         TO RS-SECTION-TITLE.
010810     PERFORM 5100-PRINT-SECTION-HDG THRU 5100-EXIT.
010820     SET WS-SORT-BY-GROWTH TO TRUE.
010830     PERFORM 5200-SORT-PASS THRU 5200-EXIT
010840         VARYING WS-JOB-IX FROM 1 BY 1
010850         UNTIL WS-JOB-IX >= WS-JOB-COUNT.
010860     MOVE 0 TO WS-PRINT-COUNT.
010870     PERFORM 5400-PRINT-GROWER THRU 5400-EXIT
010880         VARYING WS-JOB-IX FROM 1 BY 1
010890         UNTIL WS-JOB-IX > WS-JOB-COUNT
010900            OR WS-PRINT-COUNT >= WS-GROWER-MAX.
010910     IF WS-PRINT-COUNT = 0
010920         MOVE 'NO JOB HAS A FITTED TREND THAT IS GROWING'
010930             TO RN-TEXT
010940         MOVE RPT-NONE-LINE TO FCSTRPT-LINE
010950         WRITE FCSTRPT-LINE
010960     END-IF.
010970     MOVE FILLER-LINE TO FCSTRPT-LINE.
010980     WRITE FCSTRPT-LINE.
010990     MOVE WS-READ-COUNT TO RT-READ.
011000     MOVE WS-USED-COUNT TO RT-USED.
011010     MOVE WS-DARK-COUNT TO RT-DARK.
011020     MOVE WS-OUTSIDE-COUNT TO RT-OUTSIDE.
011030     MOVE WS-JOBS-SEEN TO RT-JOBS.
011040     MOVE RPT-TOTAL-LINE TO FCSTRPT-LINE.
011050     WRITE FCSTRPT-LINE.
011060     MOVE FILLER-LINE TO FCSTRPT-LINE.
011070     WRITE FCSTRPT-LINE.
011080 5000-EXIT.
011090     EXIT.
011100*---------------------------------------------------------------
011110 5100-PRINT-SECTION-HDG SECTION.
011120***************************************************************
011130*    PRINT A SECTION TITLE (IN RS-SECTION-TITLE) AND THE      *
011140*    FORECAST COLUMN HEADINGS.                                *
011150***************************************************************
011160     MOVE FILLER-LINE TO FCSTRPT-LINE.
011170     WRITE FCSTRPT-LINE.
011180     MOVE RPT-SECTION-LINE TO FCSTRPT-LINE.
011190     WRITE FCSTRPT-LINE.
011200     MOVE RPT-COLHDG-1 TO FCSTRPT-LINE.
011210     WRITE FCSTRPT-LINE.
011220     MOVE RPT-COLHDG-2 TO FCSTRPT-LINE.
011230     WRITE FCSTRPT-LINE.
011240 5100-EXIT.
011250     EXIT.
011260*---------------------------------------------------------------
011270 5200-SORT-PASS SECTION.
011280***************************************************************
011290*    ONE BUBBLE PASS OVER THE UNSORTED REMAINDER OF THE JOB   *
011300*    TABLE.                                                   *
011310***************************************************************
011320     PERFORM 5250-COMPARE-SWAP THRU 5250-EXIT
011330         VARYING WS-SWAP-IX FROM 1 BY 1
011340         UNTIL WS-SWAP-IX > WS-JOB-COUNT - WS-JOB-IX.
011350 5200-EXIT.
011360     EXIT.
011370*---------------------------------------------------------------
011380 5250-COMPARE-SWAP SECTION.
011390***************************************************************
011400*    SWAP TWO ADJACENT JOBS IF THEY ARE OUT OF DESCENDING     *
011410*    ORDER OF TOTAL ELAPSED OR OF GROWTH, AS THE SORT-KEY     *
011420*    SWITCH SAYS.  FOR GROWTH, A JOB WITHOUT A FITTED TREND   *
011430*    SINKS BELOW EVERY FITTED ONE.                            *
011440***************************************************************
011450     IF WS-SORT-BY-TOTAL
011460         IF WS-JF-TOTAL (WS-SWAP-IX) <
011470            WS-JF-TOTAL (WS-SWAP-IX + 1)
011480             GO TO 5250-SWAP
011490         END-IF
011500         GO TO 5250-EXIT
011510     END-IF.
011520     IF WS-JF-NOT-FITTED (WS-SWAP-IX + 1)
011530         GO TO 5250-EXIT
011540     END-IF.
011550     IF WS-JF-NOT-FITTED (WS-SWAP-IX)
011560         OR WS-JF-GROWTH (WS-SWAP-IX) <
011570            WS-JF-GROWTH (WS-SWAP-IX + 1)
011580         GO TO 5250-SWAP
011590     END-IF.
011600     GO TO 5250-EXIT.
011610 5250-SWAP.
011620     MOVE WS-JOB-ENTRY (WS-SWAP-IX) TO WS-SAVE-ENTRY.
011630     MOVE WS-JOB-ENTRY (WS-SWAP-IX + 1) TO
011640         WS-JOB-ENTRY (WS-SWAP-IX).
011650     MOVE WS-SAVE-ENTRY TO WS-JOB-ENTRY (WS-SWAP-IX + 1).
011660 5250-EXIT.
011670     EXIT.
011680*---------------------------------------------------------------
011690 5300-PRINT-TOP-JOB SECTION.
011700***************************************************************
011710*    PRINT ONE JOB OF THE TOP-JOBS SECTION.                   *
011720***************************************************************
011730     MOVE WS-JOB-ENTRY (WS-JOB-IX) TO WS-FIT-RESULT.
011740     PERFORM 5500-PRINT-FORECAST-LINE THRU 5500-EXIT.
011750     ADD 1 TO WS-PRINT-COUNT.
011760 5300-EXIT.
011770     EXIT.
011780*---------------------------------------------------------------
011790 5400-PRINT-GROWER SECTION.
011800***************************************************************
011810*    PRINT ONE JOB OF THE FASTEST-GROWERS SECTION - ONLY      *
011820*    FITTED TRENDS THAT ARE GROWING.                          *
011830***************************************************************
011840     IF WS-JF-NOT-FITTED (WS-JOB-IX)
011850         OR WS-JF-GROWTH (WS-JOB-IX) NOT > 0
011860         GO TO 5400-EXIT
011870     END-IF.
011880     MOVE WS-JOB-ENTRY (WS-JOB-IX) TO WS-FIT-RESULT.
011890     PERFORM 5500-PRINT-FORECAST-LINE THRU 5500-EXIT.
011900     ADD 1 TO WS-PRINT-COUNT.
011910 5400-EXIT.
011920     EXIT.
011930*---------------------------------------------------------------
011940 5500-PRINT-FORECAST-LINE SECTION.
011950***************************************************************
011960*    PRINT THE FORECAST IN WS-FIT-RESULT, LEVELS AS           *
011970*    HOURS:MINUTES.                                           *
011980***************************************************************
011990     MOVE WS-FR-NAME TO RF-NAME.
012000     MOVE WS-FR-DAYS TO RF-DAYS.
012010     MOVE WS-FR-NOW TO WS-HM-MINUTES.
012020     PERFORM 5600-SPLIT-HHMM THRU 5600-EXIT.
012030     MOVE WS-HM-HH TO RF-NOW-HH.
012040     MOVE WS-HM-MM TO RF-NOW-MM.
012050     MOVE WS-FR-HORIZON TO WS-HM-MINUTES.
012060     PERFORM 5600-SPLIT-HHMM THRU 5600-EXIT.
012070     MOVE WS-HM-HH TO RF-HORIZON-HH.
012080     MOVE WS-HM-MM TO RF-HORIZON-MM.
012090     MOVE WS-FR-GROWTH TO RF-GROWTH.
012100     MOVE WS-FR-PCT TO RF-PCT.
012110     MOVE WS-FR-R2 TO RF-R2.
012120     MOVE WS-FR-CONF TO RF-CONF.
012130     MOVE WS-FR-CROSS TO RF-CROSS.
012140     MOVE RPT-FCST-LINE TO FCSTRPT-LINE.
012150     WRITE FCSTRPT-LINE.
012160 5500-EXIT.
012170     EXIT.
012180*---------------------------------------------------------------
012190 5600-SPLIT-HHMM SECTION.
012200***************************************************************
012210*    SPLIT WS-HM-MINUTES, ROUNDED TO THE WHOLE MINUTE, INTO   *
012220*    HOURS (WS-HM-HH) AND MINUTES (WS-HM-MM).                 *
012230***************************************************************
012240     COMPUTE WS-HM-WHOLE ROUNDED = WS-HM-MINUTES.
012250     DIVIDE WS-HM-WHOLE BY 60
012260         GIVING WS-HM-HH REMAINDER WS-HM-MM.
012270 5600-EXIT.
012280     EXIT.
012290*---------------------------------------------------------------
012300 6000-TERMINATE SECTION.
012310***************************************************************
012320*    CLOSE THE FILES.                                         *
012330***************************************************************
012340     CLOSE AUDTSUMF-FILE.
012350     CLOSE FCSTRPT-FILE.
012360 6000-EXIT.
012370     EXIT.
012380*---------------------------------------------------------------
012390 9999-EXIT.
012400     GOBACK.
