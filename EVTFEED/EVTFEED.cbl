000010***************************************************************
000020*                                                             *
000030*    PROGRAM:    EVTFEED                                      *
000040*    AUTHOR:     D SIKORA - BATCH SUPPORT                     *
000050*    INSTALLATION: MVS-SYSGEN DATA CENTER                     *
000060*    DATE-WRITTEN: 10/15/2026                                 *
000070*                                                             *
000080*    REMARKS:    OUTBOUND JOB EVENT FEED FOR THE DISTRIBUTED  *
000090*                SCHEDULER AND THE HELP-DESK TICKETING        *
000100*                SYSTEM, WHICH UNTIL NOW HEARD ABOUT OUR JOBS *
000110*                ONLY WHEN SOMEONE PHONED.  RUN SEVERAL TIMES *
000120*                A NIGHT, IT READS THE STEPAUDT RECORDS       *
000130*                APPENDED SINCE ITS LAST RUN AND WRITES A     *
000140*                FIXED-FORMAT EVENT FILE (SEE EVTREC) - ONE   *
000150*                HEADER, AN EVENT RECORD FOR EVERY JOB        *
000160*                COMPLETED (JOBEND DISPOSITION), STEP FAILED  *
000168*                (THE LAST STEP'S FAILURE INCLUDED - IT IS ON *
000177*                THE DISPOSITION RECORD) AND CONSOLE-ALERTED  *
000185*                STEP, AND A TRAILER WITH THE COUNTS AND A    *
000193*                HASH TOTAL.  EVERY EVENT CARRIES A SEQUENCE  *
000202*                NUMBER THAT IS NEVER REUSED.                 *
000210*                                                             *
000220*                A STEP HAS FAILED WHEN ITS CONDITION CODE IS *
000230*                ONE THE RCPOLICY MASTER CALLS FAILING FOR IT *
000240*                (SEE RCPOLCHK).  A BOUNDARY'S CODE BELONGS   *
000250*                TO THE STEP ON THE JOB'S PREVIOUS BOUNDARY,  *
000260*                SO THE TRAIL IS FOLDED FROM THE DAY BEFORE   *
000270*                THE CHECKPOINT TO KNOW EACH RUNNING JOB'S    *
000280*                LAST STEP.                                   *
000290*                                                             *
000300*                WHERE THE LAST RUN STOPPED IS HELD ON A ONE- *
000310*                RECORD CHECKPOINT (SEE EVTCTL) - THE LAST    *
000320*                SEQUENCE NUMBER AND THE KEY OF THE LAST      *
000330*                AUDIT RECORD CONSUMED.  THE RUN SENDS        *
000340*                EVERYTHING AFTER THAT RECORD AND WRITES THE  *
000350*                NEW CHECKPOINT.  CKPOLD/CKPNEW AND           *
000360*                EVTHOLD/EVTHNEW ARE THE (0) AND (+1)         *
000370*                GENERATIONS, SO A RUN THAT ABENDS CATALOGS   *
000380*                NEITHER AND ITS RERUN SENDS THE SAME EVENTS  *
000390*                UNDER THE SAME NUMBERS.  IF THE CHECKPOINT   *
000400*                RECORD CANNOT BE FOUND ON THE TRAIL NOTHING  *
000410*                IS SENT AND THE CHECKPOINT IS CARRIED        *
000420*                FORWARD UNCHANGED.                           *
000430*                                                             *
000440*                EVERY EVENT SENT IS ALSO KEPT ON THE EVTHIST *
000450*                EVENT HISTORY, WHICH IS WHAT A RESEND IS CUT *
000460*                FROM.                                        *
000470*                                                             *
000480*                PARM SELECTS THE MODE:                       *
000490*                  (NONE)    SEND THE NEW EVENTS              *
000500*                  START     SET THE CHECKPOINT AT THE END OF *
000510*                            THE TRAIL AND SEND NOTHING - THE *
000520*                            FIRST RUN, OR A DELIBERATE SKIP  *
000530*                  RESEND,NNNNNNNNN,NNNNNNNNN                 *
000540*                            REGENERATE THE EVENTS IN THAT    *
000550*                            SEQUENCE RANGE (NINE DIGITS EACH)*
000560*                            FROM THE HISTORY FOR A RECEIVER  *
000570*                            THAT LOST A FILE - THE CHECKPOINT*
000580*                            IS NOT TOUCHED                   *
000590*                                                             *
000600*    MODIFICATION HISTORY                                     *
000610*    DATE       INIT  DESCRIPTION                             *
000620*    10/15/2026 DS    ORIGINAL PROGRAM                        *
000630*                                                             *
000640***************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID.    EVTFEED.
000670 AUTHOR.        D SIKORA - BATCH SUPPORT.
000680 INSTALLATION.  MVS-SYSGEN DATA CENTER.
000690 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER.   IBM-370.
000740 OBJECT-COMPUTER.   IBM-370.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT STEPAUDT-FILE ASSIGN TO STEPAUDT
000780         ORGANIZATION IS SEQUENTIAL.
000790     SELECT CKPOLD-FILE ASSIGN TO CKPOLD
000800         ORGANIZATION IS SEQUENTIAL.
000810     SELECT CKPNEW-FILE ASSIGN TO CKPNEW
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-CKPNEW-STATUS.
000840     SELECT EVTHOLD-FILE ASSIGN TO EVTHOLD
000850         ORGANIZATION IS SEQUENTIAL.
000860     SELECT EVTHNEW-FILE ASSIGN TO EVTHNEW
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-EVTHNEW-STATUS.
000890     SELECT EVTFILE-FILE ASSIGN TO EVTFILE
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-EVTFILE-STATUS.
000920     SELECT EVTRPT-FILE ASSIGN TO EVTRPT
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-EVTRPT-STATUS.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  STEPAUDT-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 COPY STEPAUDT.
001010 FD  CKPOLD-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  CKPOLD-RECORD                PIC X(80).
001050 FD  CKPNEW-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  CKPNEW-RECORD                PIC X(80).
001090 FD  EVTHOLD-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  EVTHOLD-RECORD               PIC X(100).
001130 FD  EVTHNEW-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 01  EVTHNEW-RECORD               PIC X(100).
001170 FD  EVTFILE-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 01  EVTFILE-RECORD               PIC X(100).
001210 FD  EVTRPT-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 01  EVTRPT-LINE                  PIC X(133).
001250 WORKING-STORAGE SECTION.
001260*---------------------------------------------------------------
001270*    SWITCHES
001280*---------------------------------------------------------------
001290 01  WS-SWITCHES.
001300     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
001310         88  WS-EOF                         VALUE 'Y'.
001320         88  WS-NOT-EOF                     VALUE 'N'.
001330     05  WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
001340         88  WS-HIST-EOF                    VALUE 'Y'.
001350         88  WS-HIST-NOT-EOF                VALUE 'N'.
001360     05  WS-MODE-SW               PIC X(01) VALUE 'N'.
001370         88  WS-NORMAL-MODE                 VALUE 'N'.
001380         88  WS-START-MODE                  VALUE 'S'.
001390         88  WS-RESEND-MODE                 VALUE 'R'.
001400     05  WS-PARM-SW               PIC X(01) VALUE 'Y'.
001410         88  WS-PARM-OK                     VALUE 'Y'.
001420         88  WS-PARM-BAD                    VALUE 'N'.
001430     05  WS-CKPT-SW               PIC X(01) VALUE 'N'.
001440         88  WS-HAVE-CHECKPOINT             VALUE 'Y'.
001450         88  WS-NO-CHECKPOINT               VALUE 'N'.
001460     05  WS-POSITIONED-SW         PIC X(01) VALUE 'N'.
001470         88  WS-POSITIONED                  VALUE 'Y'.
001480         88  WS-NOT-POSITIONED              VALUE 'N'.
001490     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001500         88  WS-FOUND                       VALUE 'Y'.
001510         88  WS-NOT-FOUND                   VALUE 'N'.
001520     05  WS-LAT-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001530         88  WS-LAT-CAP-WARNED              VALUE 'Y'.
001540         88  WS-LAT-CAP-NOT-WARNED          VALUE 'N'.
001550 01  WS-CKPNEW-STATUS             PIC XX VALUE '00'.
001560 01  WS-EVTHNEW-STATUS            PIC XX VALUE '00'.
001570 01  WS-EVTFILE-STATUS            PIC XX VALUE '00'.
001580 01  WS-EVTRPT-STATUS             PIC XX VALUE '00'.
001590*---------------------------------------------------------------
001600*    PARM AND CLOCK WORK AREAS
001610*---------------------------------------------------------------
001620 01  WS-PARM-FROM-X               PIC X(09) VALUE SPACES.
001630 01  WS-PARM-FROM REDEFINES WS-PARM-FROM-X
001640                                  PIC 9(09).
001650 01  WS-PARM-TO-X                 PIC X(09) VALUE SPACES.
001660 01  WS-PARM-TO REDEFINES WS-PARM-TO-X
001670                                  PIC 9(09).
001680 01  WS-RESEND-FROM               PIC 9(09) VALUE 0.
001690 01  WS-RESEND-TO                 PIC 9(09) VALUE 0.
001700 01  WS-RESEND-WANTED             PIC 9(09) VALUE 0.
001710 01  WS-CLOCK-DATE                PIC 9(08) VALUE 0.
001720 01  WS-CLOCK-TIME                PIC 9(08) VALUE 0.
001730*---------------------------------------------------------------
001740*    LOOK-BACK DATE WORK AREAS - THE DAY BEFORE THE CHECKPOINT
001750*---------------------------------------------------------------
001760 01  WS-TARGET-DATE.
001770     05  WS-TD-YEAR               PIC 9(04).
001780     05  WS-TD-MONTH              PIC 9(02).
001790     05  WS-TD-DAY                PIC 9(02).
001800 01  WS-TARGET-DATE-N REDEFINES WS-TARGET-DATE
001810                                  PIC 9(08).
001820 01  WS-LOOKBACK-DATE             PIC 9(08) VALUE 0.
001830 01  WS-MONTH-DAYS-DEF            PIC X(24) VALUE
001840         '312831303130313130313031'.
001850 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-DEF.
001860     05  WS-MONTH-DAYS OCCURS 12 TIMES
001870                                  PIC 9(02).
001880 01  WS-LEAP-QUOTIENT             PIC 9(04) COMP VALUE 0.
001890 01  WS-LEAP-REM-4                PIC 9(04) COMP VALUE 0.
001900 01  WS-LEAP-REM-100              PIC 9(04) COMP VALUE 0.
001910 01  WS-LEAP-REM-400              PIC 9(04) COMP VALUE 0.
001920*---------------------------------------------------------------
001930*    CHECKPOINT, EVENT RECORD AND LAST-CONSUMED AUDIT KEY
001940*---------------------------------------------------------------
001950 COPY EVTCTL.
001960 COPY EVTREC.
001970 01  WS-LAST-KEY.
001980     05  WS-LK-JOB-NBR            PIC X(08).
001990     05  WS-LK-RUN-DATE           PIC 9(08).
002000     05  WS-LK-RUN-TIME           PIC 9(08).
002010     05  WS-LK-STEP-NAME          PIC X(08).
002020     05  WS-LK-REC-TYPE           PIC X(01).
002030 01  WS-EVENT-TYPE                PIC X(02) VALUE SPACES.
002040 01  WS-LAST-SEQ                  PIC 9(09) VALUE 0.
002050 01  WS-FILE-NBR                  PIC 9(07) VALUE 0.
002060*---------------------------------------------------------------
002070*    STEP LATCH TABLE - LAST BOUNDARY STEP SEEN FOR EACH JOB
002080*    NUMBER STILL RUNNING, WHICH IS THE STEP THE NEXT
002090*    BOUNDARY'S CONDITION CODE BELONGS TO.  A JOB'S ENTRY IS
002100*    FREED FOR REUSE WHEN ITS JOBEND DISPOSITION ARRIVES.
002110*---------------------------------------------------------------
002120 01  WS-LAT-TABLE-CTL.
002130     05  WS-LAT-COUNT             PIC 9(04) COMP VALUE 0.
002140     05  WS-LAT-MAX               PIC 9(04) COMP VALUE 1000.
002150 01  WS-LAT-TABLE.
002160     05  WS-LAT-ENTRY OCCURS 1 TO 1000 TIMES
002170                      DEPENDING ON WS-LAT-COUNT
002180                      INDEXED BY WS-LAT-NX.
002190         10  WS-LAT-JOB-NBR       PIC X(08).
002200         10  WS-LAT-LAST-STEP     PIC X(08).
002210         10  WS-LAT-LAST-PROCSTEP PIC X(08).
002220 01  WS-PREV-STEP-NAME            PIC X(08) VALUE SPACES.
002230 01  WS-PREV-PROCSTEP-NAME        PIC X(08) VALUE SPACES.
002240*---------------------------------------------------------------
002250*    CONDITION-CODE POLICY CHECK PARAMETERS (SEE RCPOLCHK)
002260*---------------------------------------------------------------
002270 COPY RCPOLPRM.
002280*---------------------------------------------------------------
002290*    COUNTERS AND TRAILER ACCUMULATORS
002300*---------------------------------------------------------------
002310 01  WS-TRAIL-READ                PIC 9(09) COMP VALUE 0.
002320 01  WS-TRAIL-NEW                 PIC 9(09) COMP VALUE 0.
002330 01  WS-HIST-READ                 PIC 9(09) COMP VALUE 0.
002340 01  WS-EVENT-COUNT               PIC 9(09) COMP VALUE 0.
002350 01  WS-COMPLETE-COUNT            PIC 9(09) COMP VALUE 0.
002360 01  WS-FAILED-COUNT              PIC 9(09) COMP VALUE 0.
002370 01  WS-ALERTED-COUNT             PIC 9(09) COMP VALUE 0.
002380 01  WS-FIRST-SENT-SEQ            PIC 9(09) VALUE 0.
002390 01  WS-LAST-SENT-SEQ             PIC 9(09) VALUE 0.
002400 01  WS-HASH-TOTAL                PIC 9(15) VALUE 0.
002410 01  WS-ALREADY-SENT              PIC 9(09) COMP VALUE 0.
002420*---------------------------------------------------------------
002430*    REPORT LINES
002440*---------------------------------------------------------------
002450 01  FILLER-LINE                  PIC X(133) VALUE ALL '='.
002460 01  RPT-TITLE-LINE.
002470     05  FILLER                   PIC X(01) VALUE '='.
002480     05  FILLER                   PIC X(51) VALUE SPACES.
002490     05  FILLER                   PIC X(29) VALUE
002500             'JOB EVENT FEED CONTROL REPORT'.
002510     05  FILLER                   PIC X(51) VALUE SPACES.
002520     05  FILLER                   PIC X(01) VALUE '='.
002530 01  RPT-RUN-LINE.
002540     05  FILLER                   PIC X(01) VALUE '='.
002550     05  FILLER                   PIC X(01) VALUE SPACE.
002560     05  FILLER                   PIC X(10) VALUE 'RUN MODE: '.
002570     05  RR-MODE                  PIC X(06) VALUE SPACES.
002580     05  FILLER                   PIC X(16) VALUE
002590             '   FILE NUMBER: '.
002600     05  RR-FILE-NBR              PIC ZZZZZZ9.
002610     05  FILLER                   PIC X(11) VALUE
002620             '   RUN AT: '.
002630     05  RR-RUN-DATE              PIC 9999/99/99.
002640     05  FILLER                   PIC X(01) VALUE SPACE.
002650     05  RR-RUN-TIME              PIC 99B99B99B99.
002660     05  FILLER                   PIC X(58) VALUE SPACES.
002670     05  FILLER                   PIC X(01) VALUE '='.
002680 01  RPT-CKPT-LINE.
002690     05  FILLER                   PIC X(01) VALUE '='.
002700     05  FILLER                   PIC X(01) VALUE SPACE.
002710     05  RC-LABEL                 PIC X(16) VALUE SPACES.
002720     05  FILLER                   PIC X(09) VALUE 'LAST SEQ '.
002730     05  RC-SEQ-NBR               PIC ZZZZZZZZ9.
002740     05  FILLER                   PIC X(21) VALUE
002750             '  LAST AUDIT RECORD: '.
002760     05  RC-JOB-NBR               PIC X(08) VALUE SPACES.
002770     05  FILLER                   PIC X(01) VALUE SPACE.
002780     05  RC-RUN-DATE              PIC 9999/99/99.
002790     05  FILLER                   PIC X(01) VALUE SPACE.
002800     05  RC-RUN-TIME              PIC 99B99B99B99.
002810     05  FILLER                   PIC X(01) VALUE SPACE.
002820     05  RC-STEP-NAME             PIC X(08) VALUE SPACES.
002830     05  FILLER                   PIC X(35) VALUE SPACES.
002840     05  FILLER                   PIC X(01) VALUE '='.
002850 01  RPT-TRAIL-LINE.
002860     05  FILLER                   PIC X(01) VALUE '='.
002870     05  FILLER                   PIC X(01) VALUE SPACE.
002880     05  FILLER                   PIC X(20) VALUE
002890             'TRAIL RECORDS READ: '.
002900     05  RL-READ                  PIC ZZZZZZZZ9.
002910     05  FILLER                   PIC X(17) VALUE
002920             '   ALREADY SENT: '.
002930     05  RL-ALREADY               PIC ZZZZZZZZ9.
002940     05  FILLER                   PIC X(08) VALUE '   NEW: '.
002950     05  RL-NEW                   PIC ZZZZZZZZ9.
002960     05  FILLER                   PIC X(58) VALUE SPACES.
002970     05  FILLER                   PIC X(01) VALUE '='.
002980 01  RPT-RESEND-LINE.
002990     05  FILLER                   PIC X(01) VALUE '='.
003000     05  FILLER                   PIC X(01) VALUE SPACE.
003010     05  FILLER                   PIC X(19) VALUE
003020             'RESEND OF SEQUENCE '.
003030     05  RS-FROM                  PIC ZZZZZZZZ9.
003040     05  FILLER                   PIC X(06) VALUE ' THRU '.
003050     05  RS-TO                    PIC ZZZZZZZZ9.
003060     05  FILLER                   PIC X(22) VALUE
003070             '   EVENTS ON HISTORY: '.
003080     05  RS-HIST                  PIC ZZZZZZZZ9.
003090     05  FILLER                   PIC X(10) VALUE
003100             '   FOUND: '.
003110     05  RS-FOUND                 PIC ZZZZZZZZ9.
003120     05  FILLER                   PIC X(37) VALUE SPACES.
003130     05  FILLER                   PIC X(01) VALUE '='.
003140 01  RPT-EVENT-LINE.
003150     05  FILLER                   PIC X(01) VALUE '='.
003160     05  FILLER                   PIC X(01) VALUE SPACE.
003170     05  FILLER                   PIC X(29) VALUE
003180             'EVENTS SENT - JOB COMPLETED: '.
003190     05  RE-COMPLETE              PIC ZZZZZZZZ9.
003200     05  FILLER                   PIC X(16) VALUE
003210             '   STEP FAILED: '.
003220     05  RE-FAILED                PIC ZZZZZZZZ9.
003230     05  FILLER                   PIC X(17) VALUE
003240             '   STEP ALERTED: '.
003250     05  RE-ALERTED               PIC ZZZZZZZZ9.
003260     05  FILLER                   PIC X(10) VALUE
003270             '   TOTAL: '.
003280     05  RE-TOTAL                 PIC ZZZZZZZZ9.
003290     05  FILLER                   PIC X(22) VALUE SPACES.
003300     05  FILLER                   PIC X(01) VALUE '='.
003310 01  RPT-SEQ-LINE.
003320     05  FILLER                   PIC X(01) VALUE '='.
003330     05  FILLER                   PIC X(01) VALUE SPACE.
003340     05  FILLER                   PIC X(18) VALUE
003350             'SEQUENCE NUMBERS: '.
003360     05  RQ-FIRST                 PIC ZZZZZZZZ9.
003370     05  FILLER                   PIC X(06) VALUE ' THRU '.
003380     05  RQ-LAST                  PIC ZZZZZZZZ9.
003390     05  FILLER                   PIC X(15) VALUE
003400             '   HASH TOTAL: '.
003410     05  RQ-HASH                  PIC ZZZZZZZZZZZZZZ9.
003420     05  FILLER                   PIC X(58) VALUE SPACES.
003430     05  FILLER                   PIC X(01) VALUE '='.
003440 01  RPT-MSG-LINE.
003450     05  FILLER                   PIC X(01) VALUE '='.
003460     05  FILLER                   PIC X(01) VALUE SPACE.
003470     05  RM-TEXT                  PIC X(100) VALUE SPACES.
003480     05  FILLER                   PIC X(30) VALUE SPACES.
003490     05  FILLER                   PIC X(01) VALUE '='.
003500 01  RM-NO-CHECKPOINT.
003510     05  FILLER                   PIC X(40) VALUE
003520             'NO CHECKPOINT ON CKPOLD - RUN ONCE WITH '.
003530     05  FILLER                   PIC X(40) VALUE
003540             'PARM=START TO SET ONE - NO FEED SENT'.
003550 01  RM-NOT-FOUND.
003560     05  FILLER                   PIC X(40) VALUE
003570             'CHECKPOINT RECORD NOT FOUND ON THE TRAIL'.
003580     05  FILLER                   PIC X(50) VALUE
003590             ' - NO FEED SENT, CHECKPOINT CARRIED FORWARD'.
003600 01  RM-START-RUN.
003610     05  FILLER                   PIC X(40) VALUE
003620             'START RUN - CHECKPOINT SET AT THE END OF'.
003630     05  FILLER                   PIC X(40) VALUE
003640             ' THE TRAIL - NO EVENTS SENT'.
003650 01  RM-RESEND-SHORT.
003660     05  FILLER                   PIC X(39) VALUE
003670             'NOT EVERY REQUESTED SEQUENCE NUMBER IS '.
003680     05  FILLER                   PIC X(50) VALUE
003690             'ON THE EVENT HISTORY - THE RESEND IS SHORT'.
003700 LINKAGE SECTION.
003710 01   PARM-BUFFER.
003720      05 PARM-LENGTH              PIC S9(4) COMP.
003730      05 PARM-DATA.
003740         10 NUMB                  PIC X(100).
003750 PROCEDURE DIVISION USING PARM-BUFFER.
003760 0000-MAINLINE SECTION.
003770***************************************************************
003780*    READ THE PARM AND THE CHECKPOINT, THEN EITHER SEND THE   *
003790*    EVENTS APPENDED TO THE TRAIL SINCE THE CHECKPOINT (OR    *
003800*    JUST MOVE THE CHECKPOINT TO THE END OF THE TRAIL) OR CUT *
003810*    A RESEND FROM THE EVENT HISTORY, AND PRINT THE CONTROL   *
003820*    REPORT.                                                  *
003830***************************************************************
003840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003850     IF WS-RESEND-MODE
003860         PERFORM 4000-RESEND-EVENT THRU 4000-EXIT
003870             UNTIL WS-HIST-EOF
003880         PERFORM 4100-FINISH-RESEND THRU 4100-EXIT
003890     ELSE
003900         PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
003910             UNTIL WS-EOF
003920         PERFORM 3000-FINISH-FEED THRU 3000-EXIT
003930     END-IF.
003940     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
003950     PERFORM 6000-TERMINATE THRU 6000-EXIT.
003960     GO TO 9999-EXIT.
003970 0000-EXIT.
003980     EXIT.
003990*---------------------------------------------------------------
004000 1000-INITIALIZE SECTION.
004010***************************************************************
004020*    READ THE PARM (STOPPING ON ONE THAT CANNOT BE READ) AND  *
004030*    OPEN THE FILES THE MODE NEEDS.  A SEND OR START RUN THEN *
004040*    READS THE CHECKPOINT, CARRIES THE EVENT HISTORY FORWARD, *
004050*    AND PRIMES THE TRAIL; A RESEND PRIMES THE HISTORY.       *
004060***************************************************************
004070     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
004080     IF WS-PARM-BAD
004090         DISPLAY '*** EVTFEED PARM NOT RECOGNISED - EXPECTED '
004100             'NONE, START OR RESEND,NNNNNNNNN,NNNNNNNNN - '
004110             'FEED NOT PRODUCED ***'
004120         GO TO 9999-EXIT
004130     END-IF.
004140     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
004150     ACCEPT WS-CLOCK-TIME FROM TIME.
004160     OPEN OUTPUT EVTRPT-FILE.
004170     IF WS-EVTRPT-STATUS NOT = '00'
004180         DISPLAY '*** EVTRPT REPORT FILE OPEN FAILED - '
004190             'STATUS ' WS-EVTRPT-STATUS
004200             ' - FEED NOT PRODUCED ***'
004210         GO TO 9999-EXIT
004220     END-IF.
004230     OPEN OUTPUT EVTFILE-FILE.
004240     IF WS-EVTFILE-STATUS NOT = '00'
004250         DISPLAY '*** EVTFILE EVENT FILE OPEN FAILED - '
004260             'STATUS ' WS-EVTFILE-STATUS
004270             ' - FEED NOT PRODUCED ***'
004280         GO TO 9999-EXIT
004290     END-IF.
004300     OPEN INPUT EVTHOLD-FILE.
004310     IF WS-RESEND-MODE
004320         MOVE 0 TO WS-FILE-NBR
004330         PERFORM 1500-PRINT-HEADINGS THRU 1500-EXIT
004340         PERFORM 2500-WRITE-HEADER THRU 2500-EXIT
004350         READ EVTHOLD-FILE
004360             AT END SET WS-HIST-EOF TO TRUE
004370         END-READ
004380         GO TO 1000-EXIT
004390     END-IF.
004400     OPEN OUTPUT EVTHNEW-FILE.
004410     IF WS-EVTHNEW-STATUS NOT = '00'
004420         DISPLAY '*** EVTHNEW HISTORY FILE OPEN FAILED - '
004430             'STATUS ' WS-EVTHNEW-STATUS
004440             ' - FEED NOT PRODUCED ***'
004450         GO TO 9999-EXIT
004460     END-IF.
004470     OPEN OUTPUT CKPNEW-FILE.
004480     IF WS-CKPNEW-STATUS NOT = '00'
004490         DISPLAY '*** CKPNEW CHECKPOINT FILE OPEN FAILED - '
004500             'STATUS ' WS-CKPNEW-STATUS
004510             ' - FEED NOT PRODUCED ***'
004520         GO TO 9999-EXIT
004530     END-IF.
004540     OPEN INPUT CKPOLD-FILE.
004550     OPEN INPUT STEPAUDT-FILE.
004560     READ CKPOLD-FILE INTO EVTCTL-RECORD
004570         AT END SET WS-NO-CHECKPOINT TO TRUE
004580         NOT AT END SET WS-HAVE-CHECKPOINT TO TRUE
004590     END-READ.
004600     IF WS-NO-CHECKPOINT
004610         MOVE ZEROS TO EC-LAST-SEQ-NBR
004620         MOVE ZEROS TO EC-LAST-FILE-NBR
004630         MOVE SPACES TO EC-LAST-JOB-NBR
004640         MOVE ZEROS TO EC-LAST-RUN-DATE
004650         MOVE ZEROS TO EC-LAST-RUN-TIME
004660         MOVE SPACES TO EC-LAST-STEP-NAME
004670         MOVE SPACES TO EC-LAST-REC-TYPE
004680     END-IF.
004690     READ EVTHOLD-FILE
004700         AT END SET WS-HIST-EOF TO TRUE.
004710     PERFORM 1300-COPY-HISTORY THRU 1300-EXIT
004720         UNTIL WS-HIST-EOF.
004730     MOVE EC-LAST-SEQ-NBR TO WS-LAST-SEQ.
004740     COMPUTE WS-FILE-NBR = EC-LAST-FILE-NBR + 1.
004750     MOVE EC-LAST-KEY TO WS-LAST-KEY.
004760     PERFORM 1500-PRINT-HEADINGS THRU 1500-EXIT.
004770     IF WS-START-MODE
004780         MOVE SPACES TO WS-LK-JOB-NBR
004790         MOVE ZEROS TO WS-LK-RUN-DATE
004800         MOVE ZEROS TO WS-LK-RUN-TIME
004810         MOVE SPACES TO WS-LK-STEP-NAME
004820         MOVE SPACES TO WS-LK-REC-TYPE
004830         SET WS-POSITIONED TO TRUE
004840         PERFORM 2500-WRITE-HEADER THRU 2500-EXIT
004850     ELSE
004860         IF WS-NO-CHECKPOINT
004870             MOVE RM-NO-CHECKPOINT TO RM-TEXT
004880             PERFORM 5100-PRINT-MESSAGE THRU 5100-EXIT
004890             DISPLAY '*** EVTFEED - NO CHECKPOINT RECORD - '
004900                 'FEED NOT PRODUCED ***'
004910             SET WS-EOF TO TRUE
004920             GO TO 1000-EXIT
004930         END-IF
004940         IF EC-LAST-JOB-NBR = SPACES
004950             SET WS-POSITIONED TO TRUE
004960             PERFORM 2500-WRITE-HEADER THRU 2500-EXIT
004970         ELSE
004980             MOVE EC-LAST-RUN-DATE TO WS-TARGET-DATE-N
004990             PERFORM 1200-DECREMENT-DATE THRU 1200-EXIT
005000             MOVE WS-TARGET-DATE-N TO WS-LOOKBACK-DATE
005010         END-IF
005020     END-IF.
005030     READ STEPAUDT-FILE
005040         AT END SET WS-EOF TO TRUE.
005050 1000-EXIT.
005060     EXIT.
005070*---------------------------------------------------------------
005080 1100-PARSE-PARM SECTION.
005090***************************************************************
005100*    NO PARM IS AN ORDINARY SEND; 'START' MOVES THE           *
005110*    CHECKPOINT ONLY; 'RESEND,' FOLLOWED BY TWO NINE-DIGIT    *
005120*    SEQUENCE NUMBERS SEPARATED BY A COMMA IS A RESEND OF     *
005130*    THAT RANGE.  THE NUMBERS MUST BE NUMERIC, NON-ZERO AND   *
005140*    IN ORDER.                                                *
005150***************************************************************
005160     SET WS-PARM-OK TO TRUE.
005170     SET WS-NORMAL-MODE TO TRUE.
005180     EVALUATE TRUE
005190         WHEN PARM-LENGTH = 0
005200             CONTINUE
005210         WHEN PARM-LENGTH = 5
005220             AND PARM-DATA(1:5) = 'START'
005230             SET WS-START-MODE TO TRUE
005240         WHEN PARM-LENGTH = 26
005250             AND PARM-DATA(1:7) = 'RESEND,'
005260             AND PARM-DATA(17:1) = ','
005270             SET WS-RESEND-MODE TO TRUE
005280             MOVE PARM-DATA(8:9) TO WS-PARM-FROM-X
005290             MOVE PARM-DATA(18:9) TO WS-PARM-TO-X
005300         WHEN OTHER
005310             SET WS-PARM-BAD TO TRUE
005320             GO TO 1100-EXIT
005330     END-EVALUATE.
005340     IF NOT WS-RESEND-MODE
005350         GO TO 1100-EXIT
005360     END-IF.
005370     IF WS-PARM-FROM-X IS NOT NUMERIC
005380         OR WS-PARM-TO-X IS NOT NUMERIC
005390         OR WS-PARM-FROM = 0
005400         OR WS-PARM-FROM > WS-PARM-TO
005410         SET WS-PARM-BAD TO TRUE
005420         GO TO 1100-EXIT
005430     END-IF.
005440     MOVE WS-PARM-FROM TO WS-RESEND-FROM.
005450     MOVE WS-PARM-TO TO WS-RESEND-TO.
005460 1100-EXIT.
005470     EXIT.
005480*---------------------------------------------------------------
005490 1200-DECREMENT-DATE SECTION.
005500***************************************************************
005510*    WALK THE TARGET DATE BACK ONE CALENDAR DAY, STEPPING     *
005520*    OVER MONTH AND YEAR BOUNDARIES AND GIVING FEBRUARY ITS   *
005530*    29TH DAY IN LEAP YEARS (DIVISIBLE BY 4, EXCEPT CENTURIES *
005540*    NOT DIVISIBLE BY 400).                                   *
005550***************************************************************
005560     SUBTRACT 1 FROM WS-TD-DAY.
005570     IF WS-TD-DAY > 0
005580         GO TO 1200-EXIT
005590     END-IF.
005600     SUBTRACT 1 FROM WS-TD-MONTH.
005610     IF WS-TD-MONTH = 0
005620         MOVE 12 TO WS-TD-MONTH
005630         SUBTRACT 1 FROM WS-TD-YEAR
005640     END-IF.
005650     MOVE WS-MONTH-DAYS (WS-TD-MONTH) TO WS-TD-DAY.
005660     IF WS-TD-MONTH = 2
005670         DIVIDE WS-TD-YEAR BY 4
005680             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
005690         DIVIDE WS-TD-YEAR BY 100
005700             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
005710         DIVIDE WS-TD-YEAR BY 400
005720             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
005730         IF WS-LEAP-REM-4 = 0
005740             AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
005750             MOVE 29 TO WS-TD-DAY
005760         END-IF
005770     END-IF.
005780 1200-EXIT.
005790     EXIT.
005800*---------------------------------------------------------------
005810 1300-COPY-HISTORY SECTION.
005820***************************************************************
005830*    CARRY ONE EVENT FROM THE OLD HISTORY GENERATION TO THE   *
005840*    NEW ONE - THIS RUN'S EVENTS ARE APPENDED AFTER THEM.     *
005850***************************************************************
005860     WRITE EVTHNEW-RECORD FROM EVTHOLD-RECORD.
005870     ADD 1 TO WS-HIST-READ.
005880     READ EVTHOLD-FILE
005890         AT END SET WS-HIST-EOF TO TRUE.
005900 1300-EXIT.
005910     EXIT.
005920*---------------------------------------------------------------
005930 1500-PRINT-HEADINGS SECTION.
005940***************************************************************
005950*    PRINT THE REPORT TITLE, THE RUN LINE, AND THE CHECKPOINT *
005960*    THE RUN STARTED FROM.                                    *
005970***************************************************************
005980     MOVE FILLER-LINE TO EVTRPT-LINE.
005990     WRITE EVTRPT-LINE.
006000     MOVE RPT-TITLE-LINE TO EVTRPT-LINE.
006010     WRITE EVTRPT-LINE.
006020     MOVE FILLER-LINE TO EVTRPT-LINE.
006030     WRITE EVTRPT-LINE.
006040     EVALUATE TRUE
006050         WHEN WS-START-MODE
006060             MOVE 'START ' TO RR-MODE
006070         WHEN WS-RESEND-MODE
006080             MOVE 'RESEND' TO RR-MODE
006090         WHEN OTHER
006100             MOVE 'SEND  ' TO RR-MODE
006110     END-EVALUATE.
006120     MOVE WS-FILE-NBR TO RR-FILE-NBR.
006130     MOVE WS-CLOCK-DATE TO RR-RUN-DATE.
006140     MOVE WS-CLOCK-TIME TO RR-RUN-TIME.
006150     MOVE RPT-RUN-LINE TO EVTRPT-LINE.
006160     WRITE EVTRPT-LINE.
006170     IF WS-HAVE-CHECKPOINT
006180         MOVE 'CHECKPOINT IN:  ' TO RC-LABEL
006190         PERFORM 5200-PRINT-CHECKPOINT THRU 5200-EXIT
006200     END-IF.
006210 1500-EXIT.
006220     EXIT.
006230*---------------------------------------------------------------
006240 2000-PROCESS-AUDIT SECTION.
006250***************************************************************
006260*    TAKE ONE AUDIT RECORD.  A START RUN ONLY NOTES IT AS THE *
006270*    LAST ONE SEEN.  OTHERWISE RECORDS FROM BEFORE THE LOOK-  *
006280*    BACK DAY ARE PASSED OVER, EVERY OTHER RECORD IS LATCHED  *
006290*    SO EACH JOB'S LAST STEP IS KNOWN, AND UNTIL THE          *
006300*    CHECKPOINT RECORD TURNS UP NOTHING IS SENT - IT WAS SENT *
006310*    LAST TIME.  AFTER IT, EACH RECORD BECOMES ITS EVENTS: A  *
006317*    RECORD WHOSE CODE THE POLICY CALLS FAILING FOR THE STEP  *
006324*    IT BELONGS TO IS A STEP FAILED, A JOBEND DISPOSITION IS  *
006331*    A JOB COMPLETED, AND AN ALERTED RECORD IS A STEP         *
006339*    ALERTED.  THE DISPOSITION RECORD CARRIES THE LAST STEP'S *
006346*    CODE, SO A JOB WHOSE LAST STEP FAILED SENDS BOTH A STEP  *
006353*    FAILED AND A JOB COMPLETED.                              *
006360***************************************************************
006370     ADD 1 TO WS-TRAIL-READ.
006380     IF WS-START-MODE
006390         PERFORM 2400-SAVE-LAST-KEY THRU 2400-EXIT
006400         GO TO 2000-NEXT
006410     END-IF.
006420     IF WS-NOT-POSITIONED
006430         AND SA-RUN-DATE < WS-LOOKBACK-DATE
006440         GO TO 2000-NEXT
006450     END-IF.
006460     PERFORM 2050-LATCH-STEP THRU 2050-EXIT.
006470     IF WS-NOT-POSITIONED
006480         PERFORM 2400-SAVE-LAST-KEY THRU 2400-EXIT
006490         IF WS-LAST-KEY = EC-LAST-KEY
006500             SET WS-POSITIONED TO TRUE
006510             MOVE WS-TRAIL-READ TO WS-ALREADY-SENT
006520             PERFORM 2500-WRITE-HEADER THRU 2500-EXIT
006530         END-IF
006540         GO TO 2000-NEXT
006550     END-IF.
006560     ADD 1 TO WS-TRAIL-NEW.
006570     PERFORM 2400-SAVE-LAST-KEY THRU 2400-EXIT.
006580     IF SA-PRIOR-RC IS NUMERIC AND SA-PRIOR-RC > 0
006590         MOVE SA-JOB-NAME TO CK-JOB-NAME
006600         MOVE WS-PREV-STEP-NAME TO CK-STEP-NAME
006610         MOVE SA-PRIOR-RC TO CK-COND-CODE
006620         CALL 'RCPOLCHK' USING RCPOLCHK-PARMS
006630     ELSE
006640         SET CK-RC-OK TO TRUE
006650     END-IF.
006652     IF CK-RC-FAILED
006654         MOVE 'SF' TO WS-EVENT-TYPE
006656         PERFORM 2200-WRITE-EVENT THRU 2200-EXIT
006658     END-IF.
006660     IF SA-JOB-DISPOSITION
006670         MOVE 'JC' TO WS-EVENT-TYPE
006680         PERFORM 2200-WRITE-EVENT THRU 2200-EXIT
006740     END-IF.
006750     IF SA-ALERTED
006760         MOVE 'SA' TO WS-EVENT-TYPE
006770         PERFORM 2200-WRITE-EVENT THRU 2200-EXIT
006780     END-IF.
006790 2000-NEXT.
006800     READ STEPAUDT-FILE
006810         AT END SET WS-EOF TO TRUE.
006820 2000-EXIT.
006830     EXIT.
006840*---------------------------------------------------------------
006850 2050-LATCH-STEP SECTION.
006860***************************************************************
006870*    FIND (OR START, REUSING A FREED ENTRY FIRST) THE JOB     *
006880*    NUMBER'S LATCH ENTRY, HAND BACK THE STEP AND PROCSTEP IT *
006890*    HELD - THE STEP THE CURRENT RECORD'S CODE BELONGS TO -   *
006900*    AND LATCH THE CURRENT BOUNDARY'S STEP IN ITS PLACE.  A   *
006910*    JOBEND DISPOSITION RECORD ENDS THE JOB AND FREES THE     *
006920*    ENTRY.  WITH THE TABLE FULL THE STEP IS UNKNOWN          *
006930*    (SPACES), AND ONLY A JOB-WIDE POLICY RULE OR THE SHOP    *
006940*    DEFAULT CAN JUDGE IT.                                    *
006950***************************************************************
006960     MOVE SPACES TO WS-PREV-STEP-NAME.
006970     MOVE SPACES TO WS-PREV-PROCSTEP-NAME.
006980     SET WS-NOT-FOUND TO TRUE.
006990     IF WS-LAT-COUNT > 0
007000         SET WS-LAT-NX TO 1
007010         SEARCH WS-LAT-ENTRY
007020             AT END SET WS-NOT-FOUND TO TRUE
007030             WHEN WS-LAT-JOB-NBR (WS-LAT-NX) = SA-JOB-NBR
007040                 SET WS-FOUND TO TRUE
007050         END-SEARCH
007060     END-IF.
007070     IF WS-NOT-FOUND AND WS-LAT-COUNT > 0
007080         SET WS-LAT-NX TO 1
007090         SEARCH WS-LAT-ENTRY
007100             AT END SET WS-NOT-FOUND TO TRUE
007110             WHEN WS-LAT-JOB-NBR (WS-LAT-NX) = SPACES
007120                 SET WS-FOUND TO TRUE
007130                 MOVE SA-JOB-NBR TO WS-LAT-JOB-NBR (WS-LAT-NX)
007140                 MOVE SPACES TO WS-LAT-LAST-STEP (WS-LAT-NX)
007150                 MOVE SPACES
007160                     TO WS-LAT-LAST-PROCSTEP (WS-LAT-NX)
007170         END-SEARCH
007180     END-IF.
007190     IF WS-NOT-FOUND
007200         IF WS-LAT-COUNT < WS-LAT-MAX
007210             ADD 1 TO WS-LAT-COUNT
007220             SET WS-LAT-NX TO WS-LAT-COUNT
007230             MOVE SA-JOB-NBR TO WS-LAT-JOB-NBR (WS-LAT-NX)
007240             MOVE SPACES TO WS-LAT-LAST-STEP (WS-LAT-NX)
007250             MOVE SPACES TO WS-LAT-LAST-PROCSTEP (WS-LAT-NX)
007260         ELSE
007270             IF WS-LAT-CAP-NOT-WARNED
007280                 DISPLAY '*** STEP LATCH TABLE FULL AT '
007290                     WS-LAT-MAX ' JOBS - FURTHER CODES ARE '
007300                     'JUDGED WITHOUT A STEP NAME ***'
007310                 SET WS-LAT-CAP-WARNED TO TRUE
007320             END-IF
007330             GO TO 2050-EXIT
007340         END-IF
007350     END-IF.
007360     MOVE WS-LAT-LAST-STEP (WS-LAT-NX) TO WS-PREV-STEP-NAME.
007370     MOVE WS-LAT-LAST-PROCSTEP (WS-LAT-NX)
007380         TO WS-PREV-PROCSTEP-NAME.
007390     IF SA-JOB-DISPOSITION
007400         MOVE SPACES TO WS-LAT-JOB-NBR (WS-LAT-NX)
007410     ELSE
007420         MOVE SA-STEP-NAME TO WS-LAT-LAST-STEP (WS-LAT-NX)
007430         MOVE SA-PROCSTEP-NAME
007440             TO WS-LAT-LAST-PROCSTEP (WS-LAT-NX)
007450     END-IF.
007460 2050-EXIT.
007470     EXIT.
007480*---------------------------------------------------------------
007490 2200-WRITE-EVENT SECTION.
007500***************************************************************
007510*    BUILD ONE EVENT OF TYPE WS-EVENT-TYPE FROM THE CURRENT   *
007520*    AUDIT RECORD UNDER THE NEXT SEQUENCE NUMBER, SEND IT,    *
007530*    AND KEEP IT ON THE NEW HISTORY GENERATION.  THE STEP     *
007540*    NAMED IS THE ONE THE RECORD'S CODE BELONGS TO.           *
007550***************************************************************
007560     ADD 1 TO WS-LAST-SEQ.
007570     MOVE SPACES TO EVTREC-RECORD.
007580     SET EV-EVENT TO TRUE.
007590     MOVE WS-LAST-SEQ TO EV-SEQ-NBR.
007600     MOVE WS-EVENT-TYPE TO EV-EVENT-TYPE.
007610     MOVE SA-JOB-NAME TO EV-JOB-NAME.
007620     MOVE SA-JOB-NBR TO EV-JOB-NBR.
007630     MOVE WS-PREV-STEP-NAME TO EV-STEP-NAME.
007640     MOVE WS-PREV-PROCSTEP-NAME TO EV-PROCSTEP-NAME.
007650     IF SA-PRIOR-RC IS NUMERIC
007660         MOVE SA-PRIOR-RC TO EV-COND-CODE
007670     ELSE
007680         MOVE ZEROS TO EV-COND-CODE
007690     END-IF.
007700     IF CK-RC-FAILED
007710         SET EV-RC-FAILING TO TRUE
007720     ELSE
007730         SET EV-RC-ACCEPTABLE TO TRUE
007740     END-IF.
007750     MOVE SA-RUN-DATE TO EV-EVENT-DATE.
007760     MOVE SA-RUN-TIME TO EV-EVENT-TIME.
007770     MOVE SA-ELAPSED-TIME TO EV-ELAPSED-TIME.
007780     WRITE EVTFILE-RECORD FROM EVTREC-RECORD.
007790     WRITE EVTHNEW-RECORD FROM EVTREC-RECORD.
007800     PERFORM 2300-COUNT-EVENT THRU 2300-EXIT.
007810 2200-EXIT.
007820     EXIT.
007830*---------------------------------------------------------------
007840 2300-COUNT-EVENT SECTION.
007850***************************************************************
007860*    ADD THE EVENT IN EVTREC-RECORD TO THE TRAILER COUNTS,    *
007870*    THE SEQUENCE RANGE SENT, AND THE HASH TOTAL (EVENT TIME  *
007880*    PLUS CONDITION CODE).                                    *
007890***************************************************************
007900     ADD 1 TO WS-EVENT-COUNT.
007910     IF WS-EVENT-COUNT = 1
007920         MOVE EV-SEQ-NBR TO WS-FIRST-SENT-SEQ
007930     END-IF.
007940     MOVE EV-SEQ-NBR TO WS-LAST-SENT-SEQ.
007950     EVALUATE TRUE
007960         WHEN EV-JOB-COMPLETED
007970             ADD 1 TO WS-COMPLETE-COUNT
007980         WHEN EV-STEP-FAILED
007990             ADD 1 TO WS-FAILED-COUNT
008000         WHEN EV-STEP-ALERTED
008010             ADD 1 TO WS-ALERTED-COUNT
008020     END-EVALUATE.
008030     ADD EV-EVENT-TIME TO WS-HASH-TOTAL.
008040     ADD EV-COND-CODE TO WS-HASH-TOTAL.
008050 2300-EXIT.
008060     EXIT.
008070*---------------------------------------------------------------
008080 2400-SAVE-LAST-KEY SECTION.
008090***************************************************************
008100*    NOTE THE CURRENT AUDIT RECORD'S KEY AS THE LAST ONE      *
008110*    CONSUMED - IT IS WHAT THE NEW CHECKPOINT WILL POINT AT.  *
008120***************************************************************
008130     MOVE SA-JOB-NBR TO WS-LK-JOB-NBR.
008140     MOVE SA-RUN-DATE TO WS-LK-RUN-DATE.
008150     MOVE SA-RUN-TIME TO WS-LK-RUN-TIME.
008160     MOVE SA-STEP-NAME TO WS-LK-STEP-NAME.
008170     MOVE SA-REC-TYPE TO WS-LK-REC-TYPE.
008180 2400-EXIT.
008190     EXIT.
008200*---------------------------------------------------------------
008210 2500-WRITE-HEADER SECTION.
008220***************************************************************
008230*    WRITE THE EVENT FILE'S HEADER RECORD.                    *
008240***************************************************************
008250     MOVE SPACES TO EVTREC-RECORD.
008260     SET EV-HEADER TO TRUE.
008270     MOVE 'JOBEVENT' TO EH-FEED-ID.
008280     MOVE WS-FILE-NBR TO EH-FILE-NBR.
008290     MOVE WS-CLOCK-DATE TO EH-CREATE-DATE.
008300     MOVE WS-CLOCK-TIME TO EH-CREATE-TIME.
008310     MOVE WS-MODE-SW TO EH-FEED-MODE.
008320     MOVE WS-RESEND-FROM TO EH-RESEND-FROM.
008330     MOVE WS-RESEND-TO TO EH-RESEND-TO.
008340     WRITE EVTFILE-RECORD FROM EVTREC-RECORD.
008350 2500-EXIT.
008360     EXIT.
008370*---------------------------------------------------------------
008380 2600-WRITE-TRAILER SECTION.
008390***************************************************************
008400*    WRITE THE EVENT FILE'S TRAILER RECORD - THE COUNTS, THE  *
008410*    SEQUENCE RANGE, AND THE HASH TOTAL.                      *
008420***************************************************************
008430     MOVE SPACES TO EVTREC-RECORD.
008440     SET EV-TRAILER TO TRUE.
008450     MOVE WS-EVENT-COUNT TO ET-EVENT-COUNT.
008460     MOVE WS-COMPLETE-COUNT TO ET-COMPLETE-COUNT.
008470     MOVE WS-FAILED-COUNT TO ET-FAILED-COUNT.
008480     MOVE WS-ALERTED-COUNT TO ET-ALERTED-COUNT.
008490     MOVE WS-FIRST-SENT-SEQ TO ET-FIRST-SEQ.
008500     MOVE WS-LAST-SENT-SEQ TO ET-LAST-SEQ.
008510     MOVE WS-HASH-TOTAL TO ET-HASH-TOTAL.
008520     WRITE EVTFILE-RECORD FROM EVTREC-RECORD.
008530 2600-EXIT.
008540     EXIT.
008550*---------------------------------------------------------------
008560 3000-FINISH-FEED SECTION.
008570***************************************************************
008580*    CLOSE OFF A SEND OR START RUN.  WITH NO CHECKPOINT THERE *
008590*    IS NOTHING TO CARRY.  WHEN THE CHECKPOINT RECORD NEVER   *
008600*    TURNED UP ON THE TRAIL NOTHING WAS SENT AND THE OLD      *
008610*    CHECKPOINT IS CARRIED FORWARD AS IT WAS.  OTHERWISE      *
008620*    WRITE THE TRAILER AND THE NEW CHECKPOINT.                *
008630***************************************************************
008640     IF WS-NORMAL-MODE AND WS-NO-CHECKPOINT
008650         GO TO 3000-EXIT
008660     END-IF.
008670     IF WS-NOT-POSITIONED
008680         WRITE CKPNEW-RECORD FROM EVTCTL-RECORD
008690         MOVE RM-NOT-FOUND TO RM-TEXT
008700         PERFORM 5100-PRINT-MESSAGE THRU 5100-EXIT
008710         DISPLAY '*** EVTFEED - CHECKPOINT RECORD NOT FOUND ON '
008720             'STEPAUDT - FEED NOT PRODUCED ***'
008730         GO TO 3000-EXIT
008740     END-IF.
008750     PERFORM 2600-WRITE-TRAILER THRU 2600-EXIT.
008760     MOVE WS-LAST-SEQ TO EC-LAST-SEQ-NBR.
008770     MOVE WS-FILE-NBR TO EC-LAST-FILE-NBR.
008780     MOVE WS-LAST-KEY TO EC-LAST-KEY.
008790     MOVE WS-CLOCK-DATE TO EC-CKPT-DATE.
008800     MOVE WS-CLOCK-TIME TO EC-CKPT-TIME.
008810     MOVE WS-MODE-SW TO EC-CKPT-MODE.
008820     WRITE CKPNEW-RECORD FROM EVTCTL-RECORD.
008830     MOVE WS-TRAIL-READ TO RL-READ.
008840     IF WS-START-MODE
008850         MOVE WS-TRAIL-READ TO RL-ALREADY
008860     ELSE
008870         MOVE WS-ALREADY-SENT TO RL-ALREADY
008880     END-IF.
008890     MOVE WS-TRAIL-NEW TO RL-NEW.
008900     MOVE RPT-TRAIL-LINE TO EVTRPT-LINE.
008910     WRITE EVTRPT-LINE.
008920     MOVE 'CHECKPOINT OUT: ' TO RC-LABEL.
008930     PERFORM 5200-PRINT-CHECKPOINT THRU 5200-EXIT.
008940     IF WS-START-MODE
008950         MOVE RM-START-RUN TO RM-TEXT
008960         PERFORM 5100-PRINT-MESSAGE THRU 5100-EXIT
008970     END-IF.
008980 3000-EXIT.
008990     EXIT.
009000*---------------------------------------------------------------
009010 4000-RESEND-EVENT SECTION.
009020***************************************************************
009030*    RESEND ONE EVENT FROM THE HISTORY WHEN ITS SEQUENCE      *
009040*    NUMBER FALLS IN THE REQUESTED RANGE - UNCHANGED, UNDER   *
009050*    ITS ORIGINAL NUMBER.                                     *
009060***************************************************************
009070     ADD 1 TO WS-HIST-READ.
009080     MOVE EVTHOLD-RECORD TO EVTREC-RECORD.
009090     IF EV-SEQ-NBR < WS-RESEND-FROM
009100         OR EV-SEQ-NBR > WS-RESEND-TO
009110         GO TO 4000-NEXT
009120     END-IF.
009130     WRITE EVTFILE-RECORD FROM EVTREC-RECORD.
009140     PERFORM 2300-COUNT-EVENT THRU 2300-EXIT.
009150 4000-NEXT.
009160     READ EVTHOLD-FILE
009170         AT END SET WS-HIST-EOF TO TRUE.
009180 4000-EXIT.
009190     EXIT.
009200*---------------------------------------------------------------
009210 4100-FINISH-RESEND SECTION.
009220***************************************************************
009230*    WRITE THE RESEND'S TRAILER AND REPORT HOW MUCH OF THE    *
009240*    REQUESTED RANGE THE HISTORY HELD.                        *
009250***************************************************************
009260     PERFORM 2600-WRITE-TRAILER THRU 2600-EXIT.
009270     MOVE WS-RESEND-FROM TO RS-FROM.
009280     MOVE WS-RESEND-TO TO RS-TO.
009290     MOVE WS-HIST-READ TO RS-HIST.
009300     MOVE WS-EVENT-COUNT TO RS-FOUND.
009310     MOVE RPT-RESEND-LINE TO EVTRPT-LINE.
009320     WRITE EVTRPT-LINE.
009330     COMPUTE WS-RESEND-WANTED =
009340         WS-RESEND-TO - WS-RESEND-FROM + 1.
009350     IF WS-EVENT-COUNT < WS-RESEND-WANTED
009360         MOVE RM-RESEND-SHORT TO RM-TEXT
009370         PERFORM 5100-PRINT-MESSAGE THRU 5100-EXIT
009380         DISPLAY '*** EVTFEED - RESEND FOUND ' RS-FOUND
009390             ' OF ' WS-RESEND-WANTED ' EVENTS ***'
009400     END-IF.
009410 4100-EXIT.
009420     EXIT.
009430*---------------------------------------------------------------
009440 5000-PRINT-TOTALS SECTION.
009450***************************************************************
009460*    PRINT THE EVENT COUNTS, THE SEQUENCE RANGE AND THE HASH  *
009470*    TOTAL - THE SAME FIGURES THE TRAILER CARRIES.            *
009480***************************************************************
009490     MOVE WS-COMPLETE-COUNT TO RE-COMPLETE.
009500     MOVE WS-FAILED-COUNT TO RE-FAILED.
009510     MOVE WS-ALERTED-COUNT TO RE-ALERTED.
009520     MOVE WS-EVENT-COUNT TO RE-TOTAL.
009530     MOVE RPT-EVENT-LINE TO EVTRPT-LINE.
009540     WRITE EVTRPT-LINE.
009550     MOVE WS-FIRST-SENT-SEQ TO RQ-FIRST.
009560     MOVE WS-LAST-SENT-SEQ TO RQ-LAST.
009570     MOVE WS-HASH-TOTAL TO RQ-HASH.
009580     MOVE RPT-SEQ-LINE TO EVTRPT-LINE.
009590     WRITE EVTRPT-LINE.
009600     MOVE FILLER-LINE TO EVTRPT-LINE.
009610     WRITE EVTRPT-LINE.
009620 5000-EXIT.
009630     EXIT.
009640*---------------------------------------------------------------
009650 5100-PRINT-MESSAGE SECTION.
009660***************************************************************
009670*    PRINT THE MESSAGE IN RM-TEXT.                            *
009680***************************************************************
009690     MOVE RPT-MSG-LINE TO EVTRPT-LINE.
009700     WRITE EVTRPT-LINE.
009710     MOVE SPACES TO RM-TEXT.
009720 5100-EXIT.
009730     EXIT.
009740*---------------------------------------------------------------
009750 5200-PRINT-CHECKPOINT SECTION.
009760***************************************************************
009770*    PRINT THE CHECKPOINT NOW IN EVTCTL-RECORD UNDER THE      *
009780*    LABEL IN RC-LABEL.                                       *
009790***************************************************************
009800     MOVE EC-LAST-SEQ-NBR TO RC-SEQ-NBR.
009810     IF EC-LAST-JOB-NBR = SPACES
009820         MOVE '*NONE*  ' TO RC-JOB-NBR
009830     ELSE
009840         MOVE EC-LAST-JOB-NBR TO RC-JOB-NBR
009850     END-IF.
009860     MOVE EC-LAST-RUN-DATE TO RC-RUN-DATE.
009870     MOVE EC-LAST-RUN-TIME TO RC-RUN-TIME.
009880     MOVE EC-LAST-STEP-NAME TO RC-STEP-NAME.
009890     MOVE RPT-CKPT-LINE TO EVTRPT-LINE.
009900     WRITE EVTRPT-LINE.
009910 5200-EXIT.
009920     EXIT.
009930*---------------------------------------------------------------
009940 6000-TERMINATE SECTION.
009950***************************************************************
009960*    CLOSE THE FILES THE MODE OPENED.                         *
009970***************************************************************
009980     CLOSE EVTHOLD-FILE.
009990     CLOSE EVTFILE-FILE.
010000     CLOSE EVTRPT-FILE.
010010     IF WS-RESEND-MODE
010020         GO TO 6000-EXIT
010030     END-IF.
010040     CLOSE EVTHNEW-FILE.
010050     CLOSE CKPOLD-FILE.
010060     CLOSE CKPNEW-FILE.
010070     CLOSE STEPAUDT-FILE.
010080 6000-EXIT.
010090     EXIT.
010100*---------------------------------------------------------------
010110 9999-EXIT.
010120     GOBACK.
