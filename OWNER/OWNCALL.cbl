000010***************************************************************
000020*                                                             *
000030*    PROGRAM:    OWNCALL                                      *
000040*    AUTHOR:     D SIKORA - BATCH SUPPORT                     *
000050*    INSTALLATION: MVS-SYSGEN DATA CENTER                     *
000060*    DATE-WRITTEN: 10/15/2026                                 *
000070*                                                             *
000080*    REMARKS:    FAILURE CALL-OUT SHEET FOR THE NIGHT         *
000090*                OPERATOR.  WHEN A STEP FAILS IN THE NIGHT    *
000100*                THE OPERATOR SEES THE JOB ON THE THISSTEP    *
000110*                CONSOLE ALERT OR IN STEPEXCP AND THEN HAD TO *
000120*                HUNT THROUGH THE BINDER FOR WHO TO CALL.     *
000130*                THIS PROGRAM READS ONE NIGHT'S STEP AUDIT    *
000140*                TRAIL, FINDS EVERY RUN THAT FAILED, AND      *
000150*                PRINTS ONE ENTRY PER FAILED JOB WITH ITS     *
000160*                FAILING STEP AND CODE, THE STEP TO RESTART   *
000170*                FROM, AND THE OWNING TEAM'S PRIMARY AND      *
000180*                SECONDARY ON-CALL CONTACTS AND ESCALATION    *
000190*                INSTRUCTIONS FROM THE JOB-OWNERSHIP REGISTRY *
000200*                (OWNREC).  FAILED JOBS THE REGISTRY DOES NOT *
000210*                COVER PRINT IN A SEPARATE SECTION AT THE END *
000220*                SO THEY CAN BE CHASED AND REGISTERED.        *
000230*                                                             *
000240*                A RUN (JOB NUMBER AND JOB NAME) HAS FAILED   *
000250*                WHEN ONE OF ITS BOUNDARIES CARRIED A         *
000260*                CONDITION CODE THE RCPOLICY MASTER CALLS     *
000270*                FAILING FOR THE STEP THAT PRODUCED IT (SEE   *
000280*                RCPOLCHK), OR WHEN IT LEFT NO JOBEND         *
000290*                DISPOSITION RECORD - THE JOB ABENDED, WAS    *
000300*                CANCELLED, OR IS STILL RUNNING.  THE RESTART *
000310*                STEP FOLLOWS THE RSTRTADV RULE: THE STEP THE *
000320*                FIRST FAILING CODE FOLLOWS, OR FOR A JOB     *
000330*                WITH NO JOBEND RECORD THE LAST STEP IT       *
000340*                AUDITED.                                     *
000350*                                                             *
000360*                THE OWNER IS MATCHED THE WAY RATEREC RULES   *
000370*                ARE - AN EXACT JOB-NAME ROW FIRST, OTHERWISE *
000380*                THE LONGEST MATCHING PREFIX.                 *
000390*                                                             *
000400*                THE NIGHT RUNS FROM 18:00 ON THE NIGHT'S     *
000410*                DATE TO 18:00 THE DAY AFTER, SO THE JCL      *
000420*                CONCATENATES BOTH DATES' TRAIL.  A RUN THAT  *
000430*                STARTED INSIDE THE WINDOW IS FOLLOWED PAST   *
000440*                ITS END; ONE THAT STARTED BEFORE IT BELONGS  *
000450*                TO THE NIGHT BEFORE.                         *
000460*                                                             *
000470*                PARM IS THE NIGHT'S DATE (YYYYMMDD).  WHEN   *
000480*                NO PARM (OR A NON-NUMERIC ONE) ARRIVES THE   *
000490*                NIGHT IN PROGRESS IS TAKEN - TODAY'S WHEN    *
000500*                THE CLOCK IS PAST 18:00, OTHERWISE           *
000510*                YESTERDAY'S - WHICH IS THE NORMAL 3 AM USE.  *
000520*                                                             *
000530*    MODIFICATION HISTORY                                     *
000540*    DATE       INIT  DESCRIPTION                             *
000550*    10/15/2026 DS    ORIGINAL PROGRAM                        *
000560*                                                             *
000570***************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID.    OWNCALL.
000600 AUTHOR.        D SIKORA - BATCH SUPPORT.
000610 INSTALLATION.  MVS-SYSGEN DATA CENTER.
000620 DATE-WRITTEN.  10/15/2026.
000630 DATE-COMPILED.
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.   IBM-370.
000670 OBJECT-COMPUTER.   IBM-370.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT STEPAUDT-FILE ASSIGN TO STEPAUDT
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT OWNFILE-FILE ASSIGN TO OWNFILE
000730         ORGANIZATION IS SEQUENTIAL.
000740     SELECT CALLOUT-FILE ASSIGN TO CALLOUT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-CALLOUT-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  STEPAUDT-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 COPY STEPAUDT.
000830 FD  OWNFILE-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 COPY OWNREC.
000870 FD  CALLOUT-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  CALLOUT-LINE                 PIC X(133).
000910 WORKING-STORAGE SECTION.
000920*---------------------------------------------------------------
000930*    SWITCHES
000940*---------------------------------------------------------------
000950 01  WS-SWITCHES.
000960     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
000970         88  WS-EOF                         VALUE 'Y'.
000980         88  WS-NOT-EOF                     VALUE 'N'.
000990     05  WS-OWN-EOF-SW            PIC X(01) VALUE 'N'.
001000         88  WS-OWN-EOF                     VALUE 'Y'.
001010         88  WS-OWN-NOT-EOF                 VALUE 'N'.
001020     05  WS-RUN-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001030         88  WS-RUN-CAP-WARNED              VALUE 'Y'.
001040         88  WS-RUN-CAP-NOT-WARNED          VALUE 'N'.
001050     05  WS-OWN-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001060         88  WS-OWN-CAP-WARNED              VALUE 'Y'.
001070         88  WS-OWN-CAP-NOT-WARNED          VALUE 'N'.
001080     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001090         88  WS-FOUND                       VALUE 'Y'.
001100         88  WS-NOT-FOUND                   VALUE 'N'.
001110     05  WS-EXACT-MATCH-SW        PIC X(01) VALUE 'N'.
001120         88  WS-EXACT-MATCH                 VALUE 'Y'.
001130         88  WS-NOT-EXACT-MATCH             VALUE 'N'.
001140     05  WS-HDG-DONE-SW           PIC X(01) VALUE 'N'.
001150         88  WS-HDG-DONE                    VALUE 'Y'.
001160         88  WS-HDG-NOT-DONE                VALUE 'N'.
001170 01  WS-CALLOUT-STATUS            PIC XX VALUE '00'.
001180*---------------------------------------------------------------
001190*    TARGET-DATE WORK AREAS
001200*---------------------------------------------------------------
001210 01  WS-PARM-DATE-X               PIC X(08) VALUE SPACES.
001220 01  WS-PARM-DATE REDEFINES WS-PARM-DATE-X
001230                                  PIC 9(08).
001240 01  WS-TARGET-DATE.
001250     05  WS-TD-YEAR               PIC 9(04).
001260     05  WS-TD-MONTH              PIC 9(02).
001270     05  WS-TD-DAY                PIC 9(02).
001280 01  WS-TARGET-DATE-N REDEFINES WS-TARGET-DATE
001290                                  PIC 9(08).
001300 01  WS-NIGHT-DATE                PIC 9(08) VALUE 0.
001310 01  WS-NEXT-DATE                 PIC 9(08) VALUE 0.
001320 01  WS-CLOCK-TIME                PIC 9(08) VALUE 0.
001330 01  WS-WINDOW-START-TIME         PIC 9(08) VALUE 18000000.
001340 01  WS-MONTH-DAYS-DEF            PIC X(24) VALUE
001350         '312831303130313130313031'.
001360 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-DEF.
001370     05  WS-MONTH-DAYS OCCURS 12 TIMES
001380                                  PIC 9(02).
001390 01  WS-MONTH-LEN                 PIC 9(02) VALUE 0.
001400 01  WS-LEAP-QUOTIENT             PIC 9(04) COMP VALUE 0.
001410 01  WS-LEAP-REM-4                PIC 9(04) COMP VALUE 0.
001420 01  WS-LEAP-REM-100              PIC 9(04) COMP VALUE 0.
001430 01  WS-LEAP-REM-400              PIC 9(04) COMP VALUE 0.
001440*---------------------------------------------------------------
001450*    NIGHT WINDOW.  A TIMESTAMP KEY IS YYYYMMDD FOLLOWED BY
001460*    HHMMSSTH, SO KEYS COMPARE IN TIME ORDER ACROSS MIDNIGHT.
001470*---------------------------------------------------------------
001480 01  WS-WIN-START-KEY             PIC 9(16) VALUE 0.
001490 01  WS-WIN-END-KEY               PIC 9(16) VALUE 0.
001500 01  WS-TRY-KEY                   PIC 9(16) VALUE 0.
001510*---------------------------------------------------------------
001520*    OWNER TABLE - THE JOB-OWNERSHIP REGISTRY
001530*---------------------------------------------------------------
001540 01  WS-OWN-TABLE-CTL.
001550     05  WS-OWN-COUNT             PIC 9(04) COMP VALUE 0.
001560     05  WS-OWN-MAX               PIC 9(04) COMP VALUE 1000.
001570     05  WS-OWN-IX                PIC 9(04) COMP VALUE 0.
001580 01  WS-OWN-TABLE.
001590     05  WS-OWN-ENTRY OCCURS 1 TO 1000 TIMES
001600                      DEPENDING ON WS-OWN-COUNT
001610                      INDEXED BY WS-OWN-NX.
001620         10  WS-OWN-PATTERN       PIC X(08).
001630         10  WS-OWN-PREFIX-LEN    PIC 9(02).
001640         10  WS-OWN-TEAM-NAME     PIC X(20).
001650         10  WS-OWN-PRI-NAME      PIC X(20).
001660         10  WS-OWN-PRI-PHONE     PIC X(14).
001670         10  WS-OWN-SEC-NAME      PIC X(20).
001680         10  WS-OWN-SEC-PHONE     PIC X(14).
001690         10  WS-OWN-ESCALATION    PIC X(60).
001700 01  WS-BEST-IX                   PIC 9(04) COMP VALUE 0.
001710 01  WS-BEST-LEN                  PIC 9(02) VALUE 0.
001720 01  WS-TRY-LEN                   PIC 9(02) VALUE 0.
001730*---------------------------------------------------------------
001740*    RUN TABLE - ONE ENTRY PER JOB NUMBER AND JOB NAME.  RUNS
001750*    THAT STARTED BEFORE THE WINDOW ARE TABLED TOO, SO THEIR
001760*    LATER RECORDS ARE NOT MISTAKEN FOR A NEW RUN, BUT NEVER
001770*    PRINTED
001780*---------------------------------------------------------------
001790 01  WS-RUN-TABLE-CTL.
001800     05  WS-RUN-COUNT             PIC 9(04) COMP VALUE 0.
001810     05  WS-RUN-MAX               PIC 9(04) COMP VALUE 2000.
001820     05  WS-RUN-IX                PIC 9(04) COMP VALUE 0.
001830 01  WS-RUN-TABLE.
001840     05  WS-RUN-ENTRY OCCURS 1 TO 2000 TIMES
001850                      DEPENDING ON WS-RUN-COUNT
001860                      INDEXED BY WS-RUN-NX.
001870         10  WS-RUN-JOB-NAME      PIC X(08).
001880         10  WS-RUN-JOB-NBR       PIC X(08).
001890         10  WS-RUN-FIRST-DATE    PIC 9(08).
001900         10  WS-RUN-FIRST-TIME    PIC 9(08).
001910         10  WS-RUN-LAST-DATE     PIC 9(08).
001920         10  WS-RUN-LAST-TIME     PIC 9(08).
001930         10  WS-RUN-LAST-STEP     PIC X(08).
001940         10  WS-RUN-FAIL-STEP     PIC X(08).
001950         10  WS-RUN-FAIL-RC       PIC 9(04).
001960         10  WS-RUN-FAILED-SW     PIC X(01).
001970             88  WS-RUN-FAILED              VALUE 'Y'.
001980             88  WS-RUN-NOT-FAILED          VALUE 'N'.
001990         10  WS-RUN-DISP-SW       PIC X(01).
002000             88  WS-RUN-COMPLETED           VALUE 'Y'.
002010             88  WS-RUN-NOT-COMPLETED       VALUE 'N'.
002020         10  WS-RUN-WINDOW-SW     PIC X(01).
002030             88  WS-RUN-IN-WINDOW           VALUE 'Y'.
002040             88  WS-RUN-BEFORE-WINDOW       VALUE 'N'.
002050*---------------------------------------------------------------
002060*    CONDITION-CODE POLICY CHECK PARAMETERS (SEE RCPOLCHK)
002070*---------------------------------------------------------------
002080 COPY RCPOLPRM.
002090*---------------------------------------------------------------
002100*    COUNTERS
002110*---------------------------------------------------------------
002120 01  WS-NIGHT-RUN-COUNT           PIC 9(04) COMP VALUE 0.
002130 01  WS-FAILED-COUNT              PIC 9(04) COMP VALUE 0.
002140 01  WS-FAIL-CODE-COUNT           PIC 9(04) COMP VALUE 0.
002150 01  WS-NO-EOJ-COUNT              PIC 9(04) COMP VALUE 0.
002160 01  WS-UNOWNED-COUNT             PIC 9(04) COMP VALUE 0.
002170*---------------------------------------------------------------
002180*    REPORT LINES
002190*---------------------------------------------------------------
002200 01  FILLER-LINE                  PIC X(133) VALUE ALL '='.
002210 01  RPT-TITLE-LINE.
002220     05  FILLER                   PIC X(01) VALUE '='.
002230     05  FILLER                   PIC X(51) VALUE SPACES.
002240     05  FILLER                   PIC X(27) VALUE
002250             'FAILED JOB CALL-OUT SHEET'.
002260     05  FILLER                   PIC X(53) VALUE SPACES.
002270     05  FILLER                   PIC X(01) VALUE '='.
002280 01  RPT-DATE-LINE.
002290     05  FILLER                   PIC X(01) VALUE '='.
002300     05  FILLER                   PIC X(01) VALUE SPACE.
002310     05  FILLER                   PIC X(14) VALUE
002320             'NIGHT WINDOW: '.
002330     05  RD-NIGHT-DATE            PIC 9999/99/99.
002340     05  FILLER                   PIC X(10) VALUE
002350             ' 18:00 TO '.
002360     05  RD-NEXT-DATE             PIC 9999/99/99.
002370     05  FILLER                   PIC X(06) VALUE ' 18:00'.
002380     05  FILLER                   PIC X(80) VALUE SPACES.
002390     05  FILLER                   PIC X(01) VALUE '='.
002400 01  RPT-SECTION-LINE.
002410     05  FILLER                   PIC X(01) VALUE '='.
002420     05  FILLER                   PIC X(01) VALUE SPACE.
002430     05  RS-SECTION-TITLE         PIC X(56) VALUE SPACES.
002440     05  FILLER                   PIC X(74) VALUE SPACES.
002450     05  FILLER                   PIC X(01) VALUE '='.
002460 01  RPT-BLANK-LINE.
002470     05  FILLER                   PIC X(01) VALUE '='.
002480     05  FILLER                   PIC X(131) VALUE SPACES.
002490     05  FILLER                   PIC X(01) VALUE '='.
002500 01  RPT-JOB-LINE.
002510     05  FILLER                   PIC X(01) VALUE '='.
002520     05  FILLER                   PIC X(01) VALUE SPACE.
002530     05  FILLER                   PIC X(04) VALUE 'JOB '.
002540     05  RJ-JOB-NAME              PIC X(08) VALUE SPACES.
002550     05  FILLER                   PIC X(02) VALUE SPACES.
002560     05  RJ-JOB-NBR               PIC X(08) VALUE SPACES.
002570     05  FILLER                   PIC X(10) VALUE
002580             '  STARTED '.
002590     05  RJ-START-DATE            PIC 9999/99/99.
002600     05  FILLER                   PIC X(01) VALUE SPACE.
002610     05  RJ-START-TIME            PIC 99B99B99B99.
002620     05  FILLER                   PIC X(16) VALUE
002630             '  LAST AUDITED '.
002640     05  RJ-LAST-DATE             PIC 9999/99/99.
002650     05  FILLER                   PIC X(01) VALUE SPACE.
002660     05  RJ-LAST-TIME             PIC 99B99B99B99.
002670     05  FILLER                   PIC X(38) VALUE SPACES.
002680     05  FILLER                   PIC X(01) VALUE '='.
002690 01  RPT-STEP-LINE.
002700     05  FILLER                   PIC X(01) VALUE '='.
002710     05  FILLER                   PIC X(05) VALUE SPACES.
002720     05  FILLER                   PIC X(14) VALUE
002730             'FAILING STEP: '.
002740     05  RF-FAIL-STEP             PIC X(08) VALUE SPACES.
002750     05  FILLER                   PIC X(08) VALUE '  CODE: '.
002760     05  RF-FAIL-RC               PIC X(04) VALUE SPACES.
002770     05  FILLER                   PIC X(15) VALUE
002780             '   RESTART AT: '.
002790     05  RF-RESTART-STEP          PIC X(08) VALUE SPACES.
002800     05  FILLER                   PIC X(03) VALUE ' - '.
002810     05  RF-REASON                PIC X(56) VALUE SPACES.
002820     05  FILLER                   PIC X(10) VALUE SPACES.
002830     05  FILLER                   PIC X(01) VALUE '='.
002840 01  RPT-OWNER-LINE.
002850     05  FILLER                   PIC X(01) VALUE '='.
002860     05  FILLER                   PIC X(05) VALUE SPACES.
002870     05  FILLER                   PIC X(07) VALUE 'OWNER: '.
002880     05  RW-TEAM-NAME             PIC X(20) VALUE SPACES.
002890     05  FILLER                   PIC X(11) VALUE
002900             '  PRIMARY: '.
002910     05  RW-PRI-NAME              PIC X(20) VALUE SPACES.
002920     05  FILLER                   PIC X(01) VALUE SPACE.
002930     05  RW-PRI-PHONE             PIC X(14) VALUE SPACES.
002940     05  FILLER                   PIC X(13) VALUE
002950             '  SECONDARY: '.
002960     05  RW-SEC-NAME              PIC X(20) VALUE SPACES.
002970     05  FILLER                   PIC X(01) VALUE SPACE.
002980     05  RW-SEC-PHONE             PIC X(14) VALUE SPACES.
002990     05  FILLER                   PIC X(05) VALUE SPACES.
003000     05  FILLER                   PIC X(01) VALUE '='.
003010 01  RPT-ESCALATE-LINE.
003020     05  FILLER                   PIC X(01) VALUE '='.
003030     05  FILLER                   PIC X(05) VALUE SPACES.
003040     05  FILLER                   PIC X(12) VALUE
003050             'ESCALATION: '.
003060     05  RE-ESCALATION            PIC X(60) VALUE SPACES.
003070     05  FILLER                   PIC X(15) VALUE
003080             '  OWNER ROW:   '.
003090     05  RE-PATTERN               PIC X(08) VALUE SPACES.
003100     05  FILLER                   PIC X(03) VALUE ' / '.
003110     05  RE-PREFIX-LEN            PIC 9(02) VALUE 0.
003120     05  FILLER                   PIC X(26) VALUE SPACES.
003130     05  FILLER                   PIC X(01) VALUE '='.
003140 01  RPT-NONE-LINE.
003150     05  FILLER                   PIC X(01) VALUE '='.
003160     05  FILLER                   PIC X(01) VALUE SPACE.
003170     05  FILLER                   PIC X(39) VALUE
003180             'NO FAILED JOBS ON THE TRAIL THIS NIGHT'.
003190     05  FILLER                   PIC X(91) VALUE SPACES.
003200     05  FILLER                   PIC X(01) VALUE '='.
003210 01  RPT-TOTAL-LINE.
003220     05  FILLER                   PIC X(01) VALUE '='.
003230     05  FILLER                   PIC X(01) VALUE SPACE.
003240     05  FILLER                   PIC X(14) VALUE
003250             'RUNS AUDITED: '.
003260     05  RT-RUNS                  PIC ZZZ9.
003270     05  FILLER                   PIC X(03) VALUE SPACES.
003280     05  FILLER                   PIC X(13) VALUE 'FAILED JOBS: '.
003290     05  RT-FAILED                PIC ZZZ9.
003300     05  FILLER                   PIC X(03) VALUE SPACES.
003310     05  FILLER                   PIC X(14) VALUE
003320             'FAILING CODE: '.
003330     05  RT-FAIL-CODE             PIC ZZZ9.
003340     05  FILLER                   PIC X(03) VALUE SPACES.
003350     05  FILLER                   PIC X(11) VALUE 'NO JOBEND: '.
003360     05  RT-NO-EOJ                PIC ZZZ9.
003370     05  FILLER                   PIC X(03) VALUE SPACES.
003380     05  FILLER                   PIC X(10) VALUE 'NO OWNER: '.
003390     05  RT-UNOWNED               PIC ZZZ9.
003400     05  FILLER                   PIC X(03) VALUE SPACES.
003410     05  FILLER                   PIC X(13) VALUE 'OWNER ROWS: '.
003420     05  RT-OWNER-ROWS            PIC ZZZ9.
003430     05  FILLER                   PIC X(16) VALUE SPACES.
003440     05  FILLER                   PIC X(01) VALUE '='.
003450 LINKAGE SECTION.
003460 01   PARM-BUFFER.
003470      05 PARM-LENGTH              PIC S9(4) COMP.
003480      05 PARM-DATA.
003490         10 NUMB                  PIC X(100).
003500 PROCEDURE DIVISION USING PARM-BUFFER.
003510 0000-MAINLINE SECTION.
003520***************************************************************
003530*    ESTABLISH THE NIGHT WINDOW, LOAD THE OWNER REGISTRY,     *
003540*    FOLD THE TRAIL INTO RUNS, THEN PRINT THE CALL-OUT SHEET. *
003550***************************************************************
003560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003570     PERFORM 1300-LOAD-OWNERS THRU 1300-EXIT
003580         UNTIL WS-OWN-EOF.
003590     PERFORM 2000-FOLD-AUDIT THRU 2000-EXIT
003600         UNTIL WS-EOF.
003610     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
003620     PERFORM 5000-TERMINATE THRU 5000-EXIT.
003630     GO TO 9999-EXIT.
003640 0000-EXIT.
003650     EXIT.
003660*---------------------------------------------------------------
003670 1000-INITIALIZE SECTION.
003680***************************************************************
003690*    TAKE THE NIGHT'S DATE FROM THE PARM WHEN A VALID         *
003700*    YYYYMMDD ARRIVED, OTHERWISE THE NIGHT IN PROGRESS -      *
003710*    TODAY FROM 18:00 ON, YESTERDAY BEFORE THAT.  SET THE     *
003720*    WINDOW KEYS AND OPEN THE FILES.                          *
003730***************************************************************
003740     MOVE SPACES TO WS-PARM-DATE-X.
003750     IF PARM-LENGTH = 8
003760         MOVE PARM-DATA(1:8) TO WS-PARM-DATE-X
003770     END-IF.
003780     IF WS-PARM-DATE-X IS NUMERIC AND WS-PARM-DATE > 0
003790         MOVE WS-PARM-DATE TO WS-TARGET-DATE-N
003800     ELSE
003810         ACCEPT WS-TARGET-DATE-N FROM DATE YYYYMMDD
003820         ACCEPT WS-CLOCK-TIME FROM TIME
003830         IF WS-CLOCK-TIME < WS-WINDOW-START-TIME
003840             PERFORM 1100-DECREMENT-DATE THRU 1100-EXIT
003850         END-IF
003860     END-IF.
003870     MOVE WS-TARGET-DATE-N TO WS-NIGHT-DATE.
003880     PERFORM 1150-INCREMENT-DATE THRU 1150-EXIT.
003890     MOVE WS-TARGET-DATE-N TO WS-NEXT-DATE.
003900     COMPUTE WS-WIN-START-KEY = WS-NIGHT-DATE * 100000000
003910         + WS-WINDOW-START-TIME.
003920     COMPUTE WS-WIN-END-KEY = WS-NEXT-DATE * 100000000
003930         + WS-WINDOW-START-TIME.
003940     OPEN INPUT OWNFILE-FILE.
003950     OPEN INPUT STEPAUDT-FILE.
003960     OPEN OUTPUT CALLOUT-FILE.
003970     IF WS-CALLOUT-STATUS NOT = '00'
003980         DISPLAY '*** CALLOUT REPORT FILE OPEN FAILED - '
003990             'STATUS ' WS-CALLOUT-STATUS
004000             ' - CALL-OUT SHEET NOT PRODUCED ***'
004010         GO TO 9999-EXIT
004020     END-IF.
004030     READ OWNFILE-FILE
004040         AT END SET WS-OWN-EOF TO TRUE.
004050     READ STEPAUDT-FILE
004060         AT END SET WS-EOF TO TRUE.
004070 1000-EXIT.
004080     EXIT.
004090*---------------------------------------------------------------
004100 1100-DECREMENT-DATE SECTION.
004110***************************************************************
004120*    WALK THE TARGET DATE BACK ONE CALENDAR DAY, STEPPING     *
004130*    OVER MONTH AND YEAR BOUNDARIES.                          *
004140***************************************************************
004150     SUBTRACT 1 FROM WS-TD-DAY.
004160     IF WS-TD-DAY > 0
004170         GO TO 1100-EXIT
004180     END-IF.
004190     SUBTRACT 1 FROM WS-TD-MONTH.
004200     IF WS-TD-MONTH = 0
004210         MOVE 12 TO WS-TD-MONTH
004220         SUBTRACT 1 FROM WS-TD-YEAR
004230     END-IF.
004240     PERFORM 1160-MONTH-LENGTH THRU 1160-EXIT.
004250     MOVE WS-MONTH-LEN TO WS-TD-DAY.
004260 1100-EXIT.
004270     EXIT.
004280*---------------------------------------------------------------
004290 1150-INCREMENT-DATE SECTION.
004300***************************************************************
004310*    WALK THE TARGET DATE FORWARD ONE CALENDAR DAY, STEPPING  *
004320*    OVER MONTH AND YEAR BOUNDARIES.                          *
004330***************************************************************
004340     ADD 1 TO WS-TD-DAY.
004350     PERFORM 1160-MONTH-LENGTH THRU 1160-EXIT.
004360     IF WS-TD-DAY NOT > WS-MONTH-LEN
004370         GO TO 1150-EXIT
004380     END-IF.
004390     MOVE 1 TO WS-TD-DAY.
004400     ADD 1 TO WS-TD-MONTH.
004410     IF WS-TD-MONTH > 12
004420         MOVE 1 TO WS-TD-MONTH
004430         ADD 1 TO WS-TD-YEAR
004440     END-IF.
004450 1150-EXIT.
004460     EXIT.
004470*---------------------------------------------------------------
004480 1160-MONTH-LENGTH SECTION.
004490***************************************************************
004500*    NUMBER OF DAYS IN THE TARGET DATE'S MONTH - FEBRUARY     *
004510*    GETS ITS 29TH DAY IN LEAP YEARS (DIVISIBLE BY 4, EXCEPT  *
004520*    CENTURIES NOT DIVISIBLE BY 400).                         *
004530***************************************************************
004540     MOVE WS-MONTH-DAYS (WS-TD-MONTH) TO WS-MONTH-LEN.
004550     IF WS-TD-MONTH = 2
004560         DIVIDE WS-TD-YEAR BY 4
004570             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
004580         DIVIDE WS-TD-YEAR BY 100
004590             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
004600         DIVIDE WS-TD-YEAR BY 400
004610             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
004620         IF WS-LEAP-REM-4 = 0
004630             AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
004640             MOVE 29 TO WS-MONTH-LEN
004650         END-IF
004660     END-IF.
004670 1160-EXIT.
004680     EXIT.
004690*---------------------------------------------------------------
004700 1300-LOAD-OWNERS SECTION.
004710***************************************************************
004720*    FOLD ONE OWNER REGISTRY ROW INTO THE OWNER TABLE.  A ROW *
004730*    WITH A NON-NUMERIC OR OUT-OF-RANGE PREFIX LENGTH IS      *
004740*    SKIPPED WITH A CONSOLE NOTE RATHER THAN MATCHED WRONGLY. *
004750***************************************************************
004760     IF OW-PREFIX-LEN IS NOT NUMERIC
004770         OR OW-PREFIX-LEN > 8
004780         DISPLAY '*** OWNER ROW FOR ' OW-JOB-PATTERN
004790             ' HAS A BAD PREFIX LENGTH - ROW SKIPPED ***'
004800         GO TO 1300-NEXT
004810     END-IF.
004820     IF WS-OWN-COUNT >= WS-OWN-MAX
004830         IF WS-OWN-CAP-NOT-WARNED
004840             DISPLAY '*** OWNER TABLE FULL AT ' WS-OWN-MAX
004850                 ' ROWS - FURTHER ROWS ARE IGNORED ***'
004860             SET WS-OWN-CAP-WARNED TO TRUE
004870         END-IF
004880         GO TO 1300-NEXT
004890     END-IF.
004900     ADD 1 TO WS-OWN-COUNT.
004910     SET WS-OWN-NX TO WS-OWN-COUNT.
004920     MOVE OW-JOB-PATTERN TO WS-OWN-PATTERN (WS-OWN-NX).
004930     MOVE OW-PREFIX-LEN TO WS-OWN-PREFIX-LEN (WS-OWN-NX).
004940     MOVE OW-TEAM-NAME TO WS-OWN-TEAM-NAME (WS-OWN-NX).
004950     MOVE OW-PRI-NAME TO WS-OWN-PRI-NAME (WS-OWN-NX).
004960     MOVE OW-PRI-PHONE TO WS-OWN-PRI-PHONE (WS-OWN-NX).
004970     MOVE OW-SEC-NAME TO WS-OWN-SEC-NAME (WS-OWN-NX).
004980     MOVE OW-SEC-PHONE TO WS-OWN-SEC-PHONE (WS-OWN-NX).
004990     MOVE OW-ESCALATION TO WS-OWN-ESCALATION (WS-OWN-NX).
005000 1300-NEXT.
005010     READ OWNFILE-FILE
005020         AT END SET WS-OWN-EOF TO TRUE.
005030 1300-EXIT.
005040     EXIT.
005050*---------------------------------------------------------------
005060 2000-FOLD-AUDIT SECTION.
005070***************************************************************
005080*    FOLD ONE AUDIT RECORD INTO ITS RUN.  A RUN STARTED       *
005090*    BEFORE THE WINDOW BELONGS TO THE NIGHT BEFORE; A RECORD  *
005100*    AFTER THE WINDOW ONLY EXTENDS A RUN ALREADY STARTED.  A  *
005110*    BOUNDARY'S CODE BELONGS TO THE STEP NAMED ON THE RUN'S   *
005120*    PREVIOUS BOUNDARY, AND A JOBEND DISPOSITION RECORD'S     *
005130*    CODE TO THE RUN'S LAST STEP - THAT STEP IS WHAT THE      *
005140*    POLICY IS ASKED ABOUT.  ONLY THE FIRST FAILING CODE IS   *
005150*    KEPT, AS RSTRTADV DOES.                                  *
005160***************************************************************
005170     COMPUTE WS-TRY-KEY = SA-RUN-DATE * 100000000
005180         + SA-RUN-TIME.
005190     PERFORM 2100-FIND-RUN THRU 2100-EXIT.
005200     IF WS-NOT-FOUND
005210         GO TO 2000-NEXT
005220     END-IF.
005230     MOVE SA-RUN-DATE TO WS-RUN-LAST-DATE (WS-RUN-NX).
005240     MOVE SA-RUN-TIME TO WS-RUN-LAST-TIME (WS-RUN-NX).
005250     IF SA-JOB-DISPOSITION
005260         SET WS-RUN-COMPLETED (WS-RUN-NX) TO TRUE
005270     END-IF.
005280     IF WS-RUN-NOT-FAILED (WS-RUN-NX)
005290         AND WS-RUN-LAST-STEP (WS-RUN-NX) NOT = SPACES
005300         AND SA-PRIOR-RC IS NUMERIC AND SA-PRIOR-RC > 0
005310         MOVE SA-JOB-NAME TO CK-JOB-NAME
005320         MOVE WS-RUN-LAST-STEP (WS-RUN-NX) TO CK-STEP-NAME
005330         MOVE SA-PRIOR-RC TO CK-COND-CODE
005340         CALL 'RCPOLCHK' USING RCPOLCHK-PARMS
005350         IF CK-RC-FAILED
005360             SET WS-RUN-FAILED (WS-RUN-NX) TO TRUE
005370             MOVE WS-RUN-LAST-STEP (WS-RUN-NX)
005380                 TO WS-RUN-FAIL-STEP (WS-RUN-NX)
005390             MOVE SA-PRIOR-RC TO WS-RUN-FAIL-RC (WS-RUN-NX)
005400         END-IF
005410     END-IF.
005420     IF NOT SA-JOB-DISPOSITION
005430         MOVE SA-STEP-NAME TO WS-RUN-LAST-STEP (WS-RUN-NX)
005440     END-IF.
005450 2000-NEXT.
005460     READ STEPAUDT-FILE
005470         AT END SET WS-EOF TO TRUE.
005480 2000-EXIT.
005490     EXIT.
005500*---------------------------------------------------------------
005510 2100-FIND-RUN SECTION.
005520***************************************************************
005530*    FIND THE RUN ENTRY FOR THE CURRENT RECORD'S JOB NUMBER   *
005540*    AND JOB NAME, OR START ONE WHEN THE RECORD IS NOT PAST   *
005550*    THE END OF THE NIGHT WINDOW - MARKED AS BEFORE THE       *
005560*    WINDOW WHEN IT STARTED EARLIER.                          *
005570***************************************************************
005580     SET WS-NOT-FOUND TO TRUE.
005590     IF WS-RUN-COUNT > 0
005600         SET WS-RUN-NX TO 1
005610         SEARCH WS-RUN-ENTRY
005620             AT END SET WS-NOT-FOUND TO TRUE
005630             WHEN WS-RUN-JOB-NBR (WS-RUN-NX) = SA-JOB-NBR
005640              AND WS-RUN-JOB-NAME (WS-RUN-NX) = SA-JOB-NAME
005650                 SET WS-FOUND TO TRUE
005660         END-SEARCH
005670     END-IF.
005680     IF WS-FOUND
005690         GO TO 2100-EXIT
005700     END-IF.
005710     IF WS-TRY-KEY NOT < WS-WIN-END-KEY
005720         GO TO 2100-EXIT
005730     END-IF.
005740     IF WS-RUN-COUNT >= WS-RUN-MAX
005750         IF WS-RUN-CAP-NOT-WARNED
005760             DISPLAY '*** RUN TABLE FULL AT ' WS-RUN-MAX
005770                 ' RUNS - FURTHER RUNS ARE NOT CHECKED ***'
005780             SET WS-RUN-CAP-WARNED TO TRUE
005790         END-IF
005800         GO TO 2100-EXIT
005810     END-IF.
005820     ADD 1 TO WS-RUN-COUNT.
005830     SET WS-RUN-NX TO WS-RUN-COUNT.
005840     SET WS-FOUND TO TRUE.
005850     MOVE SA-JOB-NAME TO WS-RUN-JOB-NAME (WS-RUN-NX).
005860     MOVE SA-JOB-NBR TO WS-RUN-JOB-NBR (WS-RUN-NX).
005870     MOVE SA-RUN-DATE TO WS-RUN-FIRST-DATE (WS-RUN-NX).
005880     MOVE SA-RUN-TIME TO WS-RUN-FIRST-TIME (WS-RUN-NX).
005890     MOVE SPACES TO WS-RUN-LAST-STEP (WS-RUN-NX).
005900     MOVE SPACES TO WS-RUN-FAIL-STEP (WS-RUN-NX).
005910     MOVE ZEROS TO WS-RUN-FAIL-RC (WS-RUN-NX).
005920     SET WS-RUN-NOT-FAILED (WS-RUN-NX) TO TRUE.
005930     SET WS-RUN-NOT-COMPLETED (WS-RUN-NX) TO TRUE.
005940     IF WS-TRY-KEY < WS-WIN-START-KEY
005950         SET WS-RUN-BEFORE-WINDOW (WS-RUN-NX) TO TRUE
005960     ELSE
005970         SET WS-RUN-IN-WINDOW (WS-RUN-NX) TO TRUE
005980         ADD 1 TO WS-NIGHT-RUN-COUNT
005990     END-IF.
006000 2100-EXIT.
006010     EXIT.
006020*---------------------------------------------------------------
006030 3100-FIND-OWNER SECTION.
006040***************************************************************
006050*    PICK THE OWNER ROW THAT COVERS THE JOB NAME UNDER THE    *
006060*    WS-RUN-IX CURSOR - AN EXACT-NAME ROW IMMEDIATELY,        *
006070*    OTHERWISE THE LONGEST MATCHING PREFIX.  ZERO MEANS NO    *
006080*    ROW COVERS IT.                                           *
006090***************************************************************
006100     MOVE 0 TO WS-BEST-IX.
006110     MOVE 0 TO WS-BEST-LEN.
006120     SET WS-NOT-EXACT-MATCH TO TRUE.
006130     PERFORM 3150-TRY-ONE-OWNER THRU 3150-EXIT
006140         VARYING WS-OWN-IX FROM 1 BY 1
006150         UNTIL WS-OWN-IX > WS-OWN-COUNT
006160         OR WS-EXACT-MATCH.
006170 3100-EXIT.
006180     EXIT.
006190*---------------------------------------------------------------
006200 3150-TRY-ONE-OWNER SECTION.
006210***************************************************************
006220*    TEST ONE OWNER ROW AGAINST THE CURRENT RUN'S JOB NAME.   *
006230***************************************************************
006240     IF WS-OWN-PREFIX-LEN (WS-OWN-IX) = 0
006250         IF WS-OWN-PATTERN (WS-OWN-IX)
006260                 = WS-RUN-JOB-NAME (WS-RUN-IX)
006270             MOVE WS-OWN-IX TO WS-BEST-IX
006280             SET WS-EXACT-MATCH TO TRUE
006290         END-IF
006300         GO TO 3150-EXIT
006310     END-IF.
006320     MOVE WS-OWN-PREFIX-LEN (WS-OWN-IX) TO WS-TRY-LEN.
006330     IF WS-RUN-JOB-NAME (WS-RUN-IX) (1:WS-TRY-LEN)
006340             = WS-OWN-PATTERN (WS-OWN-IX) (1:WS-TRY-LEN)
006350         AND WS-TRY-LEN > WS-BEST-LEN
006360         MOVE WS-OWN-IX TO WS-BEST-IX
006370         MOVE WS-TRY-LEN TO WS-BEST-LEN
006380     END-IF.
006390 3150-EXIT.
006400     EXIT.
006410*---------------------------------------------------------------
006420 4000-PRINT-REPORT SECTION.
006430***************************************************************
006440*    PRINT THE HEADER, THE FAILED JOBS WITH AN OWNER, THEN    *
006450*    THE FAILED JOBS WITH NONE, AND THE TOTALS.               *
006460***************************************************************
006470     MOVE FILLER-LINE TO CALLOUT-LINE.
006480     WRITE CALLOUT-LINE.
006490     MOVE RPT-TITLE-LINE TO CALLOUT-LINE.
006500     WRITE CALLOUT-LINE.
006510     MOVE WS-NIGHT-DATE TO RD-NIGHT-DATE.
006520     MOVE WS-NEXT-DATE TO RD-NEXT-DATE.
006530     MOVE RPT-DATE-LINE TO CALLOUT-LINE.
006540     WRITE CALLOUT-LINE.
006550     SET WS-HDG-NOT-DONE TO TRUE.
006560     PERFORM 4100-PRINT-OWNED THRU 4100-EXIT
006570         VARYING WS-RUN-IX FROM 1 BY 1
006580         UNTIL WS-RUN-IX > WS-RUN-COUNT.
006590     SET WS-HDG-NOT-DONE TO TRUE.
006600     PERFORM 4200-PRINT-UNOWNED THRU 4200-EXIT
006610         VARYING WS-RUN-IX FROM 1 BY 1
006620         UNTIL WS-RUN-IX > WS-RUN-COUNT.
006630     IF WS-FAILED-COUNT = 0
006640         MOVE RPT-NONE-LINE TO CALLOUT-LINE
006650         WRITE CALLOUT-LINE
006660     END-IF.
006670     MOVE WS-NIGHT-RUN-COUNT TO RT-RUNS.
006680     MOVE WS-FAILED-COUNT TO RT-FAILED.
006690     MOVE WS-FAIL-CODE-COUNT TO RT-FAIL-CODE.
006700     MOVE WS-NO-EOJ-COUNT TO RT-NO-EOJ.
006710     MOVE WS-UNOWNED-COUNT TO RT-UNOWNED.
006720     MOVE WS-OWN-COUNT TO RT-OWNER-ROWS.
006730     MOVE FILLER-LINE TO CALLOUT-LINE.
006740     WRITE CALLOUT-LINE.
006750     MOVE RPT-TOTAL-LINE TO CALLOUT-LINE.
006760     WRITE CALLOUT-LINE.
006770     MOVE FILLER-LINE TO CALLOUT-LINE.
006780     WRITE CALLOUT-LINE.
006790 4000-EXIT.
006800     EXIT.
006810*---------------------------------------------------------------
006820 4100-PRINT-OWNED SECTION.
006830***************************************************************
006840*    PRINT ONE FAILED RUN WHOSE JOB THE REGISTRY COVERS - THE *
006850*    JOB, ITS FAILING AND RESTART STEPS, AND WHO TO CALL.     *
006860*    THE FAILURE COUNTS ARE TAKEN HERE, ON THE FIRST PASS.    *
006870***************************************************************
006880     IF WS-RUN-BEFORE-WINDOW (WS-RUN-IX)
006890         GO TO 4100-EXIT
006900     END-IF.
006910     IF WS-RUN-NOT-FAILED (WS-RUN-IX)
006920         AND WS-RUN-COMPLETED (WS-RUN-IX)
006930         GO TO 4100-EXIT
006940     END-IF.
006950     ADD 1 TO WS-FAILED-COUNT.
006960     IF WS-RUN-FAILED (WS-RUN-IX)
006970         ADD 1 TO WS-FAIL-CODE-COUNT
006980     ELSE
006990         ADD 1 TO WS-NO-EOJ-COUNT
007000     END-IF.
007010     PERFORM 3100-FIND-OWNER THRU 3100-EXIT.
007020     IF WS-BEST-IX = 0
007030         GO TO 4100-EXIT
007040     END-IF.
007050     IF WS-HDG-NOT-DONE
007060         MOVE 'FAILED JOBS - CALL THE OWNING TEAM'
007070             TO RS-SECTION-TITLE
007080         MOVE RPT-SECTION-LINE TO CALLOUT-LINE
007090         WRITE CALLOUT-LINE
007100         SET WS-HDG-DONE TO TRUE
007110     END-IF.
007120     PERFORM 4300-PRINT-FAILURE THRU 4300-EXIT.
007130     MOVE WS-OWN-TEAM-NAME (WS-BEST-IX) TO RW-TEAM-NAME.
007140     MOVE WS-OWN-PRI-NAME (WS-BEST-IX) TO RW-PRI-NAME.
007150     MOVE WS-OWN-PRI-PHONE (WS-BEST-IX) TO RW-PRI-PHONE.
007160     MOVE WS-OWN-SEC-NAME (WS-BEST-IX) TO RW-SEC-NAME.
007170     MOVE WS-OWN-SEC-PHONE (WS-BEST-IX) TO RW-SEC-PHONE.
007180     MOVE RPT-OWNER-LINE TO CALLOUT-LINE.
007190     WRITE CALLOUT-LINE.
007200     MOVE WS-OWN-ESCALATION (WS-BEST-IX) TO RE-ESCALATION.
007210     MOVE WS-OWN-PATTERN (WS-BEST-IX) TO RE-PATTERN.
007220     MOVE WS-OWN-PREFIX-LEN (WS-BEST-IX) TO RE-PREFIX-LEN.
007230     MOVE RPT-ESCALATE-LINE TO CALLOUT-LINE.
007240     WRITE CALLOUT-LINE.
007250 4100-EXIT.
007260     EXIT.
007270*---------------------------------------------------------------
007280 4200-PRINT-UNOWNED SECTION.
007290***************************************************************
007300*    PRINT ONE FAILED RUN WHOSE JOB NO OWNER ROW COVERS.      *
007310***************************************************************
007320     IF WS-RUN-BEFORE-WINDOW (WS-RUN-IX)
007330         GO TO 4200-EXIT
007340     END-IF.
007350     IF WS-RUN-NOT-FAILED (WS-RUN-IX)
007360         AND WS-RUN-COMPLETED (WS-RUN-IX)
007370         GO TO 4200-EXIT
007380     END-IF.
007390     PERFORM 3100-FIND-OWNER THRU 3100-EXIT.
007400     IF WS-BEST-IX > 0
007410         GO TO 4200-EXIT
007420     END-IF.
007430     IF WS-HDG-NOT-DONE
007440         MOVE 'FAILED JOBS WITH NO REGISTERED OWNER'
007450             TO RS-SECTION-TITLE
007460         MOVE RPT-SECTION-LINE TO CALLOUT-LINE
007470         WRITE CALLOUT-LINE
007480         SET WS-HDG-DONE TO TRUE
007490     END-IF.
007500     PERFORM 4300-PRINT-FAILURE THRU 4300-EXIT.
007510     ADD 1 TO WS-UNOWNED-COUNT.
007520 4200-EXIT.
007530     EXIT.
007540*---------------------------------------------------------------
007550 4300-PRINT-FAILURE SECTION.
007560***************************************************************
007570*    PRINT THE JOB AND STEP LINES FOR THE FAILED RUN UNDER    *
007580*    THE WS-RUN-IX CURSOR.  A RUN WITH A FAILING CODE         *
007590*    RESTARTS AT THE STEP THE CODE FOLLOWS; ONE THAT NEVER    *
007600*    REACHED JOBEND RESTARTS AT THE LAST STEP IT AUDITED.     *
007610***************************************************************
007620     MOVE RPT-BLANK-LINE TO CALLOUT-LINE.
007630     WRITE CALLOUT-LINE.
007640     MOVE WS-RUN-JOB-NAME (WS-RUN-IX) TO RJ-JOB-NAME.
007650     MOVE WS-RUN-JOB-NBR (WS-RUN-IX) TO RJ-JOB-NBR.
007660     MOVE WS-RUN-FIRST-DATE (WS-RUN-IX) TO RJ-START-DATE.
007670     MOVE WS-RUN-FIRST-TIME (WS-RUN-IX) TO RJ-START-TIME.
007680     MOVE WS-RUN-LAST-DATE (WS-RUN-IX) TO RJ-LAST-DATE.
007690     MOVE WS-RUN-LAST-TIME (WS-RUN-IX) TO RJ-LAST-TIME.
007700     MOVE RPT-JOB-LINE TO CALLOUT-LINE.
007710     WRITE CALLOUT-LINE.
007720     IF WS-RUN-FAILED (WS-RUN-IX)
007730         MOVE WS-RUN-FAIL-STEP (WS-RUN-IX) TO RF-FAIL-STEP
007740         MOVE WS-RUN-FAIL-RC (WS-RUN-IX) TO RF-FAIL-RC
007750         MOVE WS-RUN-FAIL-STEP (WS-RUN-IX) TO RF-RESTART-STEP
007760         MOVE 'FIRST FAILING CONDITION CODE FOLLOWS THIS STEP'
007770             TO RF-REASON
007780     ELSE
007790         MOVE '*NONE*  ' TO RF-FAIL-STEP
007800         MOVE '----' TO RF-FAIL-RC
007810         MOVE WS-RUN-LAST-STEP (WS-RUN-IX) TO RF-RESTART-STEP
007820         MOVE 'NO JOBEND - DIED AT/AFTER THIS STEP OR IS RUNNING'
007830             TO RF-REASON
007840     END-IF.
007850     MOVE RPT-STEP-LINE TO CALLOUT-LINE.
007860     WRITE CALLOUT-LINE.
007870 4300-EXIT.
007880     EXIT.
007890*---------------------------------------------------------------
007900 5000-TERMINATE SECTION.
007910***************************************************************
007920*    CLOSE THE FILES.                                         *
007930***************************************************************
007940     CLOSE OWNFILE-FILE.
007950     CLOSE STEPAUDT-FILE.
007960     CLOSE CALLOUT-FILE.
007970 5000-EXIT.
007980     EXIT.
007990*---------------------------------------------------------------
008000 9999-EXIT.
008010     GOBACK.
