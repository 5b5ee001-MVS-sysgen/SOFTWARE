000010***************************************************************
000020*                                                             *
000030*    PROGRAM:    STEPMON                                      *
000040*    AUTHOR:     D SIKORA - BATCH SUPPORT                     *
000050*    INSTALLATION: MVS-SYSGEN DATA CENTER                     *
000060*    DATE-WRITTEN: 10/15/2026                                 *
000070*                                                             *
000080*    REMARKS:    ONLINE CICS IN-FLIGHT JOB MONITOR FOR THE    *
000090*                NIGHT OPERATOR.  STEPINQ ONLY ANSWERS "SHOW  *
000100*                ME JOB NUMBER X", AND ITS KEYED PATH READS   *
000110*                AN INDEX REBUILT ONCE A NIGHT - THIS SCREEN  *
000120*                LISTS EVERY JOB ON TODAY'S LIVE STEPAUDT     *
000130*                TRAIL THAT HAS NOT YET WRITTEN ITS JOBEND    *
000140*                DISPOSITION RECORD, WITH THE STEP IT IS IN,  *
000150*                WHEN THAT STEP STARTED, HOW LONG IT HAS BEEN *
000160*                IN IT, AND THAT JOB/STEP'S BASELINE AVERAGE  *
000170*                AND HIGH-WATER ELAPSED TIMES - SO A HUNG     *
000180*                STEP IS SPOTTED AT 02:00, NOT AT THE 06:00   *
000190*                TURNOVER.                                    *
000200*                                                             *
000210*                A JOB'S CURRENT STEP IS THE STEP NAMED ON    *
000220*                ITS LATEST BOUNDARY RECORD - THE SAME        *
000230*                READING RSTRTADV AND TURNOVER GIVE THE TRAIL *
000240*                - AND IT HAS BEEN IN THAT STEP SINCE THAT    *
000250*                RECORD'S SA-RUN-TIME.  A ROW WHOSE TIME IN   *
000260*                STEP HAS PASSED THE STEP'S BASELINE AVERAGE  *
000270*                COMES UP BRIGHT AND TAGGED AVG, OR HIGH ONCE *
000280*                IT PASSES THE HIGH WATER.  A JOB ONE OF      *
000290*                WHOSE BOUNDARIES RAISED THE THISSTEP CONSOLE *
000300*                ALERT (SA-ALERT-FLAG) SHOWS THE ALERTED      *
000310*                CODE.                                        *
000320*                                                             *
000330*                TODAY'S TRAIL IS EVERY RECORD DATED TODAY,   *
000340*                PLUS THE RECORDS DATED YESTERDAY AT OR AFTER *
000350*                THE 18:00 WINDOW START, SO A JOB THAT        *
000360*                STARTED BEFORE MIDNIGHT AND IS STILL IN THE  *
000370*                STEP IT ENTERED THEN STAYS ON THE SCREEN.    *
000380*                                                             *
000390*                EVERY SEND REBUILDS THE LIST FROM A FULL     *
000400*                BROWSE OF THE STEPAUDT ESDS - THE SAME FULL- *
000410*                SCAN-AND-FILTER STEPINQ USES FOR AN UNKEYED  *
000420*                SEARCH - SO ENTER IS A TRUE REFRESH.  ONLY   *
000430*                THE PAGE NUMBER RIDES FORWARD IN THE         *
000440*                COMMAREA; PF8/PF7 PAGE FORWARD AND BACK      *
000450*                TWELVE JOBS AT A TIME.  FOR ONLINE LOOKUP    *
000460*                THE ACCTBASE BASELINE IS DEFINED TO CICS AS  *
000470*                A VSAM KSDS KEYED ON BL-JOB-NAME + BL-STEP-  *
000480*                NAME (16 BYTES AT OFFSET ZERO), THE SAME WAY *
000490*                SKEDUPD SEES THE SCHEDULE REGISTRY.          *
000500*                                                             *
000510*    MODIFICATION HISTORY                                     *
000520*    DATE       INIT  DESCRIPTION                             *
000530*    10/15/2026 DS    ORIGINAL PROGRAM                        *
000540*                                                             *
000550***************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID.    STEPMON.
000580 AUTHOR.        D SIKORA - BATCH SUPPORT.
000590 INSTALLATION.  MVS-SYSGEN DATA CENTER.
000600 DATE-WRITTEN.  10/15/2026.
000610 DATE-COMPILED.
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.   IBM-370.
000650 OBJECT-COMPUTER.   IBM-370.
000660 DATA DIVISION.
000670 WORKING-STORAGE SECTION.
000680 01  WS-TRANSID                  PIC X(04) VALUE 'SMON'.
000690 01  WS-MAPSET                   PIC X(08) VALUE 'STEPMONM'.
000700 01  WS-MAPNAME                  PIC X(08) VALUE 'STEPMON'.
000710 01  WS-RESP                     PIC S9(8) COMP.
000720 01  WS-LINE-COUNT               PIC 9(02) VALUE 0.
000730 01  WS-LINE-MAX                 PIC 9(02) VALUE 12.
000740 01  WS-BROWSE-RBA               PIC S9(08) COMP VALUE 0.
000750 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
000760 01  WS-CURRENT-TIME             PIC 9(08) VALUE 0.
000770 01  WS-WINDOW-START-TIME        PIC 9(08) VALUE 18000000.
000780 01  WS-TRAIL-EOF-SW             PIC X(01) VALUE 'N'.
000790     88  WS-TRAIL-EOF                   VALUE 'Y'.
000800     88  WS-TRAIL-NOT-EOF               VALUE 'N'.
000810 01  WS-BROWSE-SW                PIC X(01) VALUE 'Y'.
000820     88  WS-BROWSE-OK                   VALUE 'Y'.
000830     88  WS-BROWSE-FAILED               VALUE 'N'.
000840 01  WS-JOB-CAP-SW               PIC X(01) VALUE 'N'.
000850     88  WS-JOB-CAP-HIT                 VALUE 'Y'.
000860     88  WS-JOB-CAP-NOT-HIT             VALUE 'N'.
000870 01  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
000880     88  WS-FOUND                       VALUE 'Y'.
000890     88  WS-NOT-FOUND                   VALUE 'N'.
000900*---------------------------------------------------------------
000910*    YESTERDAY'S DATE - THE TRAIL CARRIES THE WINDOW'S
000920*    PRE-MIDNIGHT RECORDS UNDER IT
000930*---------------------------------------------------------------
000940 01  WS-TARGET-DATE.
000950     05  WS-TD-YEAR              PIC 9(04).
000960     05  WS-TD-MONTH             PIC 9(02).
000970     05  WS-TD-DAY               PIC 9(02).
000980 01  WS-TARGET-DATE-N REDEFINES WS-TARGET-DATE
000990                                 PIC 9(08).
001000 01  WS-YESTERDAY-DATE           PIC 9(08) VALUE 0.
001010 01  WS-MONTH-DAYS-DEF           PIC X(24) VALUE
001020         '312831303130313130313031'.
001030 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-DEF.
001040     05  WS-MONTH-DAYS OCCURS 12 TIMES
001050                                 PIC 9(02).
001060 01  WS-MONTH-LEN                PIC 9(02) VALUE 0.
001070 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE 0.
001080 01  WS-LEAP-REM-4               PIC 9(04) COMP VALUE 0.
001090 01  WS-LEAP-REM-100             PIC 9(04) COMP VALUE 0.
001100 01  WS-LEAP-REM-400             PIC 9(04) COMP VALUE 0.
001110*---------------------------------------------------------------
001120*    JOB TABLE - ONE ENTRY PER JOB NUMBER SEEN ON TODAY'S
001130*    TRAIL, FINISHED OR NOT.  TIMES ARE HUNDREDTHS OF A SECOND,
001140*    THE SAME UNIT THE BASELINE CARRIES.
001150*---------------------------------------------------------------
001160 01  WS-JOB-TABLE-CTL.
001170     05  WS-JOB-COUNT            PIC 9(04) COMP VALUE 0.
001180     05  WS-JOB-MAX              PIC 9(04) COMP VALUE 1000.
001190     05  WS-JOB-IX               PIC 9(04) COMP VALUE 0.
001200 01  WS-JOB-TABLE.
001210     05  WS-JOB-ENTRY OCCURS 1 TO 1000 TIMES
001220                      DEPENDING ON WS-JOB-COUNT
001230                      INDEXED BY WS-JOB-NX.
001240         10  WS-JOB-NAME         PIC X(08).
001250         10  WS-JOB-NBR          PIC X(08).
001260         10  WS-JOB-STEP-NAME    PIC X(08).
001270         10  WS-JOB-STEP-DATE    PIC 9(08).
001280         10  WS-JOB-STEP-TIME    PIC 9(08).
001290         10  WS-JOB-ENDED-SW     PIC X(01).
001300             88  WS-JOB-ENDED              VALUE 'Y'.
001310             88  WS-JOB-RUNNING            VALUE 'N'.
001320         10  WS-JOB-ALERT-SW     PIC X(01).
001330             88  WS-JOB-ALERTED            VALUE 'Y'.
001340             88  WS-JOB-NOT-ALERTED        VALUE 'N'.
001350         10  WS-JOB-ALERT-RC     PIC 9(04).
001360         10  WS-JOB-IN-STEP      PIC 9(09) COMP.
001370         10  WS-JOB-AVG          PIC 9(08).
001380         10  WS-JOB-HIGH         PIC 9(08).
001390         10  WS-JOB-BASE-SW      PIC X(01).
001400             88  WS-JOB-HAS-BASE           VALUE 'Y'.
001410             88  WS-JOB-NO-BASE            VALUE 'N'.
001420         10  WS-JOB-OVER-SW      PIC X(01).
001430             88  WS-JOB-OVER-HIGH          VALUE 'H'.
001440             88  WS-JOB-OVER-AVG           VALUE 'A'.
001450             88  WS-JOB-WITHIN             VALUE ' '.
001460*---------------------------------------------------------------
001470*    TIME-IN-STEP AND PAGING WORK AREAS
001480*---------------------------------------------------------------
001490 01  WS-TIME-IN                  PIC X(08) VALUE SPACES.
001500 01  WS-TIME-WORK.
001510     05  WS-TW-HH                PIC 9(02).
001520     05  WS-TW-MM                PIC 9(02).
001530     05  WS-TW-SS                PIC 9(02).
001540     05  WS-TW-TT                PIC 9(02).
001550 01  WS-HUNDREDTHS-OUT           PIC 9(09) VALUE 0.
001560 01  WS-NOW-HNDTHS               PIC S9(09) COMP VALUE 0.
001570 01  WS-START-HNDTHS             PIC S9(09) COMP VALUE 0.
001580 01  WS-IN-STEP-WORK             PIC S9(09) COMP VALUE 0.
001590 01  WS-DUR-IN                   PIC 9(09) COMP VALUE 0.
001600 01  WS-DUR-HH                   PIC 9(04) COMP VALUE 0.
001610 01  WS-DUR-REM                  PIC 9(09) COMP VALUE 0.
001620 01  WS-DURATION-OUT.
001630     05  WS-DO-HH                PIC ZZ9.
001640     05  FILLER                  PIC X(01) VALUE ':'.
001650     05  WS-DO-MM                PIC 9(02).
001660     05  FILLER                  PIC X(01) VALUE ':'.
001670     05  WS-DO-SS                PIC 9(02).
001680 01  WS-BASE-KEY.
001690     05  WS-BASE-KEY-JOB         PIC X(08).
001700     05  WS-BASE-KEY-STEP        PIC X(08).
001710 01  WS-INFLIGHT-COUNT           PIC 9(04) COMP VALUE 0.
001720 01  WS-OVER-COUNT               PIC 9(04) COMP VALUE 0.
001730 01  WS-ALERTED-COUNT            PIC 9(04) COMP VALUE 0.
001740 01  WS-INFLIGHT-SEQ             PIC 9(04) COMP VALUE 0.
001750 01  WS-PAGE-FIRST               PIC 9(04) COMP VALUE 0.
001760 01  WS-PAGE-LAST                PIC 9(04) COMP VALUE 0.
001770 01  WS-LINE-ATTR                PIC X(01) VALUE SPACE.
001780*---------------------------------------------------------------
001790*    SCREEN LINES
001800*---------------------------------------------------------------
001810 01  WS-SUMMARY-LINE.
001820     05  FILLER                  PIC X(11) VALUE 'IN FLIGHT: '.
001830     05  WS-SUM-INFLIGHT         PIC ZZZ9.
001840     05  FILLER                  PIC X(18) VALUE
001850             '   OVER BASELINE: '.
001860     05  WS-SUM-OVER             PIC ZZZ9.
001870     05  FILLER                  PIC X(12) VALUE
001880             '   ALERTED: '.
001890     05  WS-SUM-ALERTED          PIC ZZZ9.
001900     05  FILLER                  PIC X(08) VALUE '   PAGE '.
001910     05  WS-SUM-PAGE             PIC ZZZ9.
001920     05  FILLER                  PIC X(04) VALUE ' OF '.
001930     05  WS-SUM-PAGES            PIC ZZZ9.
001940     05  FILLER                  PIC X(06) VALUE SPACES.
001950 01  WS-DETAIL-LINE.
001960     05  WD-JOB-NAME             PIC X(08).
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980     05  WD-JOB-NBR              PIC X(08).
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  WD-STEP-NAME            PIC X(08).
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  WD-STARTED.
002030         10  WD-STARTED-HH       PIC X(02).
002040         10  FILLER              PIC X(01) VALUE ':'.
002050         10  WD-STARTED-MM       PIC X(02).
002060         10  FILLER              PIC X(01) VALUE ':'.
002070         10  WD-STARTED-SS       PIC X(02).
002080     05  FILLER                  PIC X(01) VALUE SPACE.
002090     05  WD-IN-STEP              PIC X(09).
002100     05  FILLER                  PIC X(01) VALUE SPACE.
002110     05  WD-AVG                  PIC X(09).
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  WD-HIGH                 PIC X(09).
002140     05  FILLER                  PIC X(01) VALUE SPACE.
002150     05  WD-OVER                 PIC X(05).
002160     05  FILLER                  PIC X(01) VALUE SPACE.
002170     05  WD-ALERT-AREA.
002180         10  WD-ALERT-TAG        PIC X(03).
002190         10  WD-ALERT-RC         PIC 9(04).
002200 COPY DFHAID.
002210 COPY DFHBMSCA.
002220 COPY STEPMONM.
002230 COPY STEPMONC.
002240 COPY STEPAUDT.
002250 COPY BASEREC.
002260 LINKAGE SECTION.
002270 01  DFHCOMMAREA                 PIC X(08).
002280 PROCEDURE DIVISION.
002290 0000-MAINLINE SECTION.
002300***************************************************************
002310*    FIRST ENTRY (NO COMMAREA) BUILDS AND SHOWS PAGE ONE.      *
002320*    EVERY LATER ENTRY IS DRIVEN BY THE KEY THE OPERATOR       *
002330*    PRESSED - ENTER REFRESHES THE SAME PAGE, PF8/PF7 MOVE A   *
002340*    PAGE FORWARD OR BACK.                                     *
002350***************************************************************
002360     IF EIBCALEN = 0
002370         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
002380         GO TO 9999-EXIT
002390     END-IF.
002400     MOVE DFHCOMMAREA TO STEPMON-COMMAREA.
002410     EVALUATE EIBAID
002420         WHEN DFHPF3
002430             PERFORM 5000-END-SESSION THRU 5000-EXIT
002440         WHEN DFHENTER
002450             PERFORM 3000-REFRESH THRU 3000-EXIT
002460         WHEN DFHPF8
002470             ADD 1 TO MN-PAGE-NBR
002480             PERFORM 3000-REFRESH THRU 3000-EXIT
002490         WHEN DFHPF7
002500             IF MN-PAGE-NBR > 1
002510                 SUBTRACT 1 FROM MN-PAGE-NBR
002520             END-IF
002530             PERFORM 3000-REFRESH THRU 3000-EXIT
002540         WHEN OTHER
002550             PERFORM 8000-SEND-ERROR THRU 8000-EXIT
002560     END-EVALUATE.
002570     GO TO 9999-EXIT.
002580 0000-EXIT.
002590     EXIT.
002600*---------------------------------------------------------------
002610 1000-SEND-INITIAL-MAP SECTION.
002620***************************************************************
002630*    FIRST-TIME ENTRY - START AT PAGE ONE, BUILD THE SCREEN    *
002640*    AND SEND IT WHOLE.                                        *
002650***************************************************************
002660     MOVE 1 TO MN-PAGE-NBR.
002670     MOVE 0 TO MN-PAGE-COUNT.
002680     PERFORM 2000-BUILD-SCREEN THRU 2000-EXIT.
002690     EXEC CICS SEND MAP(WS-MAPNAME)
002700               MAPSET(WS-MAPSET)
002710               ERASE
002720               FREEKB
002730     END-EXEC.
002740     EXEC CICS RETURN TRANSID(WS-TRANSID)
002750               COMMAREA(STEPMON-COMMAREA)
002760     END-EXEC.
002770 1000-EXIT.
002780     EXIT.
002790*---------------------------------------------------------------
002800 2000-BUILD-SCREEN SECTION.
002810***************************************************************
002820*    REBUILD THE IN-FLIGHT LIST FROM THE LIVE TRAIL, JUDGE     *
002830*    EVERY RUNNING JOB AGAINST ITS BASELINE, AND FILL THE      *
002840*    SCREEN WITH THE PAGE IN MN-PAGE-NBR (PULLED BACK TO THE   *
002850*    LAST PAGE WHEN THE LIST HAS SHRUNK UNDER IT).             *
002860***************************************************************
002870     MOVE LOW-VALUES TO STEPMONO.
002880     PERFORM 7000-STAMP-DATE-TIME THRU 7000-EXIT.
002890     MOVE WS-CURRENT-DATE TO WS-TARGET-DATE-N.
002900     PERFORM 2050-DECREMENT-DATE THRU 2050-EXIT.
002910     MOVE WS-TARGET-DATE-N TO WS-YESTERDAY-DATE.
002920     MOVE WS-CURRENT-TIME TO WS-TIME-IN.
002930     PERFORM 2350-TIME-TO-HUNDREDTHS THRU 2350-EXIT.
002940     MOVE WS-HUNDREDTHS-OUT TO WS-NOW-HNDTHS.
002950     PERFORM 2100-SCAN-TRAIL THRU 2100-EXIT.
002960     MOVE 0 TO WS-INFLIGHT-COUNT.
002970     MOVE 0 TO WS-OVER-COUNT.
002980     MOVE 0 TO WS-ALERTED-COUNT.
002990     PERFORM 2300-JUDGE-ONE-JOB THRU 2300-EXIT
003000         VARYING WS-JOB-IX FROM 1 BY 1
003010         UNTIL WS-JOB-IX > WS-JOB-COUNT.
003020     COMPUTE MN-PAGE-COUNT =
003030         (WS-INFLIGHT-COUNT + WS-LINE-MAX - 1) / WS-LINE-MAX.
003040     IF MN-PAGE-COUNT = 0
003050         MOVE 1 TO MN-PAGE-COUNT
003060     END-IF.
003070     IF MN-PAGE-NBR > MN-PAGE-COUNT
003080         MOVE MN-PAGE-COUNT TO MN-PAGE-NBR
003090     END-IF.
003100     IF MN-PAGE-NBR < 1
003110         MOVE 1 TO MN-PAGE-NBR
003120     END-IF.
003130     COMPUTE WS-PAGE-FIRST =
003140         ((MN-PAGE-NBR - 1) * WS-LINE-MAX) + 1.
003150     COMPUTE WS-PAGE-LAST = MN-PAGE-NBR * WS-LINE-MAX.
003160     MOVE SPACES TO L01O L02O L03O L04O L05O L06O
003170                    L07O L08O L09O L10O L11O L12O.
003180     MOVE DFHBMASK TO L01A L02A L03A L04A L05A L06A
003190                      L07A L08A L09A L10A L11A L12A.
003200     MOVE 0 TO WS-LINE-COUNT.
003210     MOVE 0 TO WS-INFLIGHT-SEQ.
003220     PERFORM 2600-PLACE-ONE-JOB THRU 2600-EXIT
003230         VARYING WS-JOB-IX FROM 1 BY 1
003240         UNTIL WS-JOB-IX > WS-JOB-COUNT.
003250     MOVE WS-INFLIGHT-COUNT TO WS-SUM-INFLIGHT.
003260     MOVE WS-OVER-COUNT TO WS-SUM-OVER.
003270     MOVE WS-ALERTED-COUNT TO WS-SUM-ALERTED.
003280     MOVE MN-PAGE-NBR TO WS-SUM-PAGE.
003290     MOVE MN-PAGE-COUNT TO WS-SUM-PAGES.
003300     MOVE WS-SUMMARY-LINE TO SUMLINEO.
003310     PERFORM 2900-SET-MESSAGE THRU 2900-EXIT.
003320 2000-EXIT.
003330     EXIT.
003340*---------------------------------------------------------------
003350 2050-DECREMENT-DATE SECTION.
003360***************************************************************
003370*    WALK THE TARGET DATE BACK ONE CALENDAR DAY, STEPPING      *
003380*    OVER MONTH AND YEAR BOUNDARIES AND GIVING FEBRUARY ITS    *
003390*    29TH DAY IN LEAP YEARS.                                   *
003400***************************************************************
003410     SUBTRACT 1 FROM WS-TD-DAY.
003420     IF WS-TD-DAY > 0
003430         GO TO 2050-EXIT
003440     END-IF.
003450     SUBTRACT 1 FROM WS-TD-MONTH.
003460     IF WS-TD-MONTH = 0
003470         MOVE 12 TO WS-TD-MONTH
003480         SUBTRACT 1 FROM WS-TD-YEAR
003490     END-IF.
003500     PERFORM 2060-MONTH-LENGTH THRU 2060-EXIT.
003510     MOVE WS-MONTH-LEN TO WS-TD-DAY.
003520 2050-EXIT.
003530     EXIT.
003540*---------------------------------------------------------------
003550 2060-MONTH-LENGTH SECTION.
003560***************************************************************
003570*    NUMBER OF DAYS IN THE TARGET DATE'S MONTH - FEBRUARY      *
003580*    GETS ITS 29TH DAY IN LEAP YEARS (DIVISIBLE BY 4, EXCEPT   *
003590*    CENTURIES NOT DIVISIBLE BY 400).                          *
003600***************************************************************
003610     MOVE WS-MONTH-DAYS (WS-TD-MONTH) TO WS-MONTH-LEN.
003620     IF WS-TD-MONTH = 2
003630         DIVIDE WS-TD-YEAR BY 4
003640             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
003650         DIVIDE WS-TD-YEAR BY 100
003660             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
003670         DIVIDE WS-TD-YEAR BY 400
003680             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
003690         IF WS-LEAP-REM-4 = 0
003700             AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
003710             MOVE 29 TO WS-MONTH-LEN
003720         END-IF
003730     END-IF.
003740 2060-EXIT.
003750     EXIT.
003760*---------------------------------------------------------------
003770 2100-SCAN-TRAIL SECTION.
003780***************************************************************
003790*    BROWSE THE WHOLE STEPAUDT ESDS FROM THE FRONT AND FOLD    *
003800*    EVERY RECORD ON TODAY'S TRAIL INTO THE JOB TABLE.         *
003810***************************************************************
003820     MOVE 0 TO WS-JOB-COUNT.
003830     SET WS-BROWSE-OK TO TRUE.
003840     SET WS-JOB-CAP-NOT-HIT TO TRUE.
003850     MOVE 0 TO WS-BROWSE-RBA.
003860     EXEC CICS STARTBR FILE('STEPAUDT')
003870               RIDFLD(WS-BROWSE-RBA)
003880               GTEQ
003890               RESP(WS-RESP)
003900     END-EXEC.
003910     IF WS-RESP NOT = DFHRESP(NORMAL)
003920         SET WS-BROWSE-FAILED TO TRUE
003930         GO TO 2100-EXIT
003940     END-IF.
003950     SET WS-TRAIL-NOT-EOF TO TRUE.
003960     PERFORM 2150-READ-ONE-RECORD THRU 2150-EXIT
003970         UNTIL WS-TRAIL-EOF.
003980     EXEC CICS ENDBR FILE('STEPAUDT') END-EXEC.
003990 2100-EXIT.
004000     EXIT.
004010*---------------------------------------------------------------
004020 2150-READ-ONE-RECORD SECTION.
004030***************************************************************
004040*    READ THE NEXT TRAIL RECORD AND, WHEN IT IS ON TODAY'S     *
004050*    TRAIL, FOLD IT INTO ITS JOB'S ENTRY - A DISPOSITION       *
004060*    RECORD MARKS THE JOB FINISHED; A BOUNDARY RECORD MAKES    *
004070*    ITS STEP THE JOB'S CURRENT STEP AND, WHEN ITS CODE        *
004080*    RAISED THE CONSOLE ALERT, NOTES THAT CODE.                *
004090***************************************************************
004100     EXEC CICS READNEXT FILE('STEPAUDT')
004110               INTO(STEPAUDT-RECORD)
004120               RIDFLD(WS-BROWSE-RBA)
004130               RESP(WS-RESP)
004140     END-EXEC.
004150     IF WS-RESP NOT = DFHRESP(NORMAL)
004160         SET WS-TRAIL-EOF TO TRUE
004170         GO TO 2150-EXIT
004180     END-IF.
004190     IF SA-RUN-DATE NOT = WS-CURRENT-DATE
004200         IF SA-RUN-DATE NOT = WS-YESTERDAY-DATE
004210             OR SA-RUN-TIME < WS-WINDOW-START-TIME
004220             GO TO 2150-EXIT
004230         END-IF
004240     END-IF.
004250     PERFORM 2200-FIND-JOB THRU 2200-EXIT.
004260     IF WS-NOT-FOUND
004270         GO TO 2150-EXIT
004280     END-IF.
004290     IF SA-JOB-DISPOSITION
004300         SET WS-JOB-ENDED (WS-JOB-NX) TO TRUE
004310         GO TO 2150-EXIT
004320     END-IF.
004330     MOVE SA-STEP-NAME TO WS-JOB-STEP-NAME (WS-JOB-NX).
004340     MOVE SA-RUN-DATE TO WS-JOB-STEP-DATE (WS-JOB-NX).
004350     MOVE SA-RUN-TIME TO WS-JOB-STEP-TIME (WS-JOB-NX).
004360     IF SA-ALERTED
004370         SET WS-JOB-ALERTED (WS-JOB-NX) TO TRUE
004380         MOVE SA-PRIOR-RC TO WS-JOB-ALERT-RC (WS-JOB-NX)
004390     END-IF.
004400 2150-EXIT.
004410     EXIT.
004420*---------------------------------------------------------------
004430 2200-FIND-JOB SECTION.
004440***************************************************************
004450*    FIND (OR START) THE TABLE ENTRY FOR THE CURRENT RECORD'S  *
004460*    JOB NUMBER.  A FULL TABLE LEAVES THE NOT-FOUND SWITCH     *
004470*    SET SO THE RECORD IS SKIPPED, AND THE SCREEN SAYS SO.     *
004480***************************************************************
004490     SET WS-NOT-FOUND TO TRUE.
004500     IF WS-JOB-COUNT > 0
004510         SET WS-JOB-NX TO 1
004520         SEARCH WS-JOB-ENTRY
004530             AT END SET WS-NOT-FOUND TO TRUE
004540             WHEN WS-JOB-NBR (WS-JOB-NX) = SA-JOB-NBR
004550                 SET WS-FOUND TO TRUE
004560         END-SEARCH
004570     END-IF.
004580     IF WS-FOUND
004590         GO TO 2200-EXIT
004600     END-IF.
004610     IF WS-JOB-COUNT >= WS-JOB-MAX
004620         SET WS-JOB-CAP-HIT TO TRUE
004630         GO TO 2200-EXIT
004640     END-IF.
004650     ADD 1 TO WS-JOB-COUNT.
004660     SET WS-JOB-NX TO WS-JOB-COUNT.
004670     MOVE SA-JOB-NAME TO WS-JOB-NAME (WS-JOB-NX).
004680     MOVE SA-JOB-NBR TO WS-JOB-NBR (WS-JOB-NX).
004690     MOVE SPACES TO WS-JOB-STEP-NAME (WS-JOB-NX).
004700     MOVE 0 TO WS-JOB-STEP-DATE (WS-JOB-NX).
004710     MOVE 0 TO WS-JOB-STEP-TIME (WS-JOB-NX).
004720     SET WS-JOB-RUNNING (WS-JOB-NX) TO TRUE.
004730     SET WS-JOB-NOT-ALERTED (WS-JOB-NX) TO TRUE.
004740     MOVE 0 TO WS-JOB-ALERT-RC (WS-JOB-NX).
004750     MOVE 0 TO WS-JOB-IN-STEP (WS-JOB-NX).
004760     MOVE 0 TO WS-JOB-AVG (WS-JOB-NX).
004770     MOVE 0 TO WS-JOB-HIGH (WS-JOB-NX).
004780     SET WS-JOB-NO-BASE (WS-JOB-NX) TO TRUE.
004790     SET WS-JOB-WITHIN (WS-JOB-NX) TO TRUE.
004800     SET WS-FOUND TO TRUE.
004810 2200-EXIT.
004820     EXIT.
004830*---------------------------------------------------------------
004840 2300-JUDGE-ONE-JOB SECTION.
004850***************************************************************
004860*    FOR A JOB STILL RUNNING, WORK OUT HOW LONG IT HAS BEEN    *
004870*    IN ITS CURRENT STEP (A STEP THAT STARTED YESTERDAY HAS    *
004880*    RUN THROUGH MIDNIGHT), LOOK THAT JOB/STEP UP IN THE       *
004890*    BASELINE, AND JUDGE THE TIME IN STEP AGAINST ITS AVERAGE  *
004900*    AND HIGH WATER.                                           *
004910***************************************************************
004920     IF WS-JOB-ENDED (WS-JOB-IX)
004930         OR WS-JOB-STEP-NAME (WS-JOB-IX) = SPACES
004940         SET WS-JOB-ENDED (WS-JOB-IX) TO TRUE
004950         GO TO 2300-EXIT
004960     END-IF.
004970     ADD 1 TO WS-INFLIGHT-COUNT.
004980     IF WS-JOB-ALERTED (WS-JOB-IX)
004990         ADD 1 TO WS-ALERTED-COUNT
005000     END-IF.
005010     MOVE WS-JOB-STEP-TIME (WS-JOB-IX) TO WS-TIME-IN.
005020     PERFORM 2350-TIME-TO-HUNDREDTHS THRU 2350-EXIT.
005030     MOVE WS-HUNDREDTHS-OUT TO WS-START-HNDTHS.
005040     IF WS-JOB-STEP-DATE (WS-JOB-IX) = WS-CURRENT-DATE
005050         COMPUTE WS-IN-STEP-WORK =
005060             WS-NOW-HNDTHS - WS-START-HNDTHS
005070     ELSE
005080         COMPUTE WS-IN-STEP-WORK =
005090             (WS-NOW-HNDTHS + 8640000) - WS-START-HNDTHS
005100     END-IF.
005110     IF WS-IN-STEP-WORK < 0
005120         MOVE 0 TO WS-IN-STEP-WORK
005130     END-IF.
005140     MOVE WS-IN-STEP-WORK TO WS-JOB-IN-STEP (WS-JOB-IX).
005150     MOVE WS-JOB-NAME (WS-JOB-IX) TO WS-BASE-KEY-JOB.
005160     MOVE WS-JOB-STEP-NAME (WS-JOB-IX) TO WS-BASE-KEY-STEP.
005170     EXEC CICS READ FILE('BASEFILE')
005180               INTO(BASEREC-RECORD)
005190               RIDFLD(WS-BASE-KEY)
005200               RESP(WS-RESP)
005210     END-EXEC.
005220     IF WS-RESP NOT = DFHRESP(NORMAL)
005230         GO TO 2300-EXIT
005240     END-IF.
005250     SET WS-JOB-HAS-BASE (WS-JOB-IX) TO TRUE.
005260     MOVE BL-AVG-ELAPSED TO WS-JOB-AVG (WS-JOB-IX).
005270     MOVE BL-HIGH-ELAPSED TO WS-JOB-HIGH (WS-JOB-IX).
005280     IF WS-JOB-HIGH (WS-JOB-IX) > 0
005290         AND WS-JOB-IN-STEP (WS-JOB-IX)
005300             > WS-JOB-HIGH (WS-JOB-IX)
005310         SET WS-JOB-OVER-HIGH (WS-JOB-IX) TO TRUE
005320         ADD 1 TO WS-OVER-COUNT
005330         GO TO 2300-EXIT
005340     END-IF.
005350     IF WS-JOB-AVG (WS-JOB-IX) > 0
005360         AND WS-JOB-IN-STEP (WS-JOB-IX)
005370             > WS-JOB-AVG (WS-JOB-IX)
005380         SET WS-JOB-OVER-AVG (WS-JOB-IX) TO TRUE
005390         ADD 1 TO WS-OVER-COUNT
005400     END-IF.
005410 2300-EXIT.
005420     EXIT.
005430*---------------------------------------------------------------
005440 2350-TIME-TO-HUNDREDTHS SECTION.
005450***************************************************************
005460*    BREAK AN HHMMSSTH CLOCK VALUE (AS THISSTEP STAMPS SA-     *
005470*    RUN-TIME) INTO ITS TOTAL HUNDREDTHS OF A SECOND SINCE     *
005480*    MIDNIGHT.  CALLED WITH THE CLOCK VALUE IN WS-TIME-IN AND  *
005490*    RETURNS THE RESULT IN WS-HUNDREDTHS-OUT.                  *
005500***************************************************************
005510     MOVE WS-TIME-IN TO WS-TIME-WORK.
005520     COMPUTE WS-HUNDREDTHS-OUT =
005530         ((WS-TW-HH * 3600) + (WS-TW-MM * 60) + WS-TW-SS) * 100
005540             + WS-TW-TT.
005550 2350-EXIT.
005560     EXIT.
005570*---------------------------------------------------------------
005580 2600-PLACE-ONE-JOB SECTION.
005590***************************************************************
005600*    COUNT THE RUNNING JOBS IN TABLE ORDER (THE ORDER THEY     *
005610*    FIRST APPEARED ON THE TRAIL) AND PUT THE ONES THAT FALL   *
005620*    ON THE CURRENT PAGE ON THE SCREEN.                        *
005630***************************************************************
005640     IF WS-JOB-ENDED (WS-JOB-IX)
005650         GO TO 2600-EXIT
005660     END-IF.
005670     ADD 1 TO WS-INFLIGHT-SEQ.
005680     IF WS-INFLIGHT-SEQ < WS-PAGE-FIRST
005690         OR WS-INFLIGHT-SEQ > WS-PAGE-LAST
005700         GO TO 2600-EXIT
005710     END-IF.
005720     ADD 1 TO WS-LINE-COUNT.
005730     PERFORM 2700-MOVE-TO-SCREEN THRU 2700-EXIT.
005740 2600-EXIT.
005750     EXIT.
005760*---------------------------------------------------------------
005770 2700-MOVE-TO-SCREEN SECTION.
005780***************************************************************
005790*    FORMAT ONE RUNNING JOB INTO THE NEXT DETAIL LINE ON THE   *
005800*    MAP - BRIGHT WHEN IT HAS RUN PAST ITS BASELINE.           *
005810***************************************************************
005820     MOVE WS-JOB-NAME (WS-JOB-IX) TO WD-JOB-NAME.
005830     MOVE WS-JOB-NBR (WS-JOB-IX) TO WD-JOB-NBR.
005840     MOVE WS-JOB-STEP-NAME (WS-JOB-IX) TO WD-STEP-NAME.
005850     MOVE WS-JOB-STEP-TIME (WS-JOB-IX) TO WS-TIME-IN.
005860     MOVE WS-TIME-IN(1:2) TO WD-STARTED-HH.
005870     MOVE WS-TIME-IN(3:2) TO WD-STARTED-MM.
005880     MOVE WS-TIME-IN(5:2) TO WD-STARTED-SS.
005890     MOVE WS-JOB-IN-STEP (WS-JOB-IX) TO WS-DUR-IN.
005900     PERFORM 2750-FORMAT-DURATION THRU 2750-EXIT.
005910     MOVE WS-DURATION-OUT TO WD-IN-STEP.
005920     IF WS-JOB-HAS-BASE (WS-JOB-IX)
005930         MOVE WS-JOB-AVG (WS-JOB-IX) TO WS-DUR-IN
005940         PERFORM 2750-FORMAT-DURATION THRU 2750-EXIT
005950         MOVE WS-DURATION-OUT TO WD-AVG
005960         MOVE WS-JOB-HIGH (WS-JOB-IX) TO WS-DUR-IN
005970         PERFORM 2750-FORMAT-DURATION THRU 2750-EXIT
005980         MOVE WS-DURATION-OUT TO WD-HIGH
005990     ELSE
006000         MOVE ' NO BASE ' TO WD-AVG
006010         MOVE SPACES TO WD-HIGH
006020     END-IF.
006030     MOVE DFHBMASK TO WS-LINE-ATTR.
006040     EVALUATE TRUE
006050         WHEN WS-JOB-OVER-HIGH (WS-JOB-IX)
006060             MOVE 'HIGH' TO WD-OVER
006070             MOVE DFHBMASB TO WS-LINE-ATTR
006080         WHEN WS-JOB-OVER-AVG (WS-JOB-IX)
006090             MOVE 'AVG' TO WD-OVER
006100             MOVE DFHBMASB TO WS-LINE-ATTR
006110         WHEN OTHER
006120             MOVE SPACES TO WD-OVER
006130     END-EVALUATE.
006140     IF WS-JOB-ALERTED (WS-JOB-IX)
006150         MOVE 'RC=' TO WD-ALERT-TAG
006160         MOVE WS-JOB-ALERT-RC (WS-JOB-IX) TO WD-ALERT-RC
006170     ELSE
006180         MOVE SPACES TO WD-ALERT-AREA
006190     END-IF.
006200     EVALUATE WS-LINE-COUNT
006210         WHEN 1  MOVE WS-DETAIL-LINE TO L01O
006220                 MOVE WS-LINE-ATTR TO L01A
006230         WHEN 2  MOVE WS-DETAIL-LINE TO L02O
006240                 MOVE WS-LINE-ATTR TO L02A
006250         WHEN 3  MOVE WS-DETAIL-LINE TO L03O
006260                 MOVE WS-LINE-ATTR TO L03A
006270         WHEN 4  MOVE WS-DETAIL-LINE TO L04O
006280                 MOVE WS-LINE-ATTR TO L04A
006290         WHEN 5  MOVE WS-DETAIL-LINE TO L05O
006300                 MOVE WS-LINE-ATTR TO L05A
006310         WHEN 6  MOVE WS-DETAIL-LINE TO L06O
006320                 MOVE WS-LINE-ATTR TO L06A
006330         WHEN 7  MOVE WS-DETAIL-LINE TO L07O
006340                 MOVE WS-LINE-ATTR TO L07A
006350         WHEN 8  MOVE WS-DETAIL-LINE TO L08O
006360                 MOVE WS-LINE-ATTR TO L08A
006370         WHEN 9  MOVE WS-DETAIL-LINE TO L09O
006380                 MOVE WS-LINE-ATTR TO L09A
006390         WHEN 10 MOVE WS-DETAIL-LINE TO L10O
006400                 MOVE WS-LINE-ATTR TO L10A
006410         WHEN 11 MOVE WS-DETAIL-LINE TO L11O
006420                 MOVE WS-LINE-ATTR TO L11A
006430         WHEN 12 MOVE WS-DETAIL-LINE TO L12O
006440                 MOVE WS-LINE-ATTR TO L12A
006450     END-EVALUATE.
006460 2700-EXIT.
006470     EXIT.
006480*---------------------------------------------------------------
006490 2750-FORMAT-DURATION SECTION.
006500***************************************************************
006510*    TURN WS-DUR-IN (HUNDREDTHS) INTO A DURATION HHH:MM:SS IN  *
006520*    WS-DURATION-OUT.                                          *
006530***************************************************************
006540     DIVIDE WS-DUR-IN BY 360000
006550         GIVING WS-DUR-HH REMAINDER WS-DUR-REM.
006560     IF WS-DUR-HH > 999
006570         MOVE 999 TO WS-DUR-HH
006580     END-IF.
006590     MOVE WS-DUR-HH TO WS-DO-HH.
006600     DIVIDE WS-DUR-REM BY 6000
006610         GIVING WS-DO-MM REMAINDER WS-DUR-REM.
006620     DIVIDE WS-DUR-REM BY 100 GIVING WS-DO-SS.
006630 2750-EXIT.
006640     EXIT.
006650*---------------------------------------------------------------
006660 2900-SET-MESSAGE SECTION.
006670***************************************************************
006680*    WORD THE STATUS MESSAGE - A FAILED BROWSE OR A FULL JOB   *
006690*    TABLE OUTRANKS THE NORMAL PAGING HINT.                    *
006700***************************************************************
006710     IF WS-BROWSE-FAILED
006720         MOVE 'STEPAUDT BROWSE FAILED - CALL BATCH SUPPORT'
006730             TO MSGLINEO
006740         GO TO 2900-EXIT
006750     END-IF.
006760     IF WS-JOB-CAP-HIT
006770         MOVE 'JOB TABLE FULL - LATEST JOBS NOT SHOWN'
006780             TO MSGLINEO
006790         GO TO 2900-EXIT
006800     END-IF.
006810     IF WS-INFLIGHT-COUNT = 0
006820         MOVE 'NO JOBS IN FLIGHT ON TODAY''S STEPAUDT TRAIL'
006830             TO MSGLINEO
006840         GO TO 2900-EXIT
006850     END-IF.
006860     IF MN-PAGE-COUNT > 1
006870         MOVE 'ENTER REFRESHES - PF8/PF7 PAGE FORWARD/BACK'
006880             TO MSGLINEO
006890     ELSE
006900         MOVE 'ENTER REFRESHES' TO MSGLINEO
006910     END-IF.
006920 2900-EXIT.
006930     EXIT.
006940*---------------------------------------------------------------
006950 3000-REFRESH SECTION.
006960***************************************************************
006970*    ENTER, PF8 OR PF7 - REBUILD THE SCREEN FOR THE PAGE NOW   *
006980*    IN MN-PAGE-NBR AND SEND IT.                               *
006990***************************************************************
007000     PERFORM 2000-BUILD-SCREEN THRU 2000-EXIT.
007010     PERFORM 6000-SEND-RESULTS THRU 6000-EXIT.
007020 3000-EXIT.
007030     EXIT.
007040*---------------------------------------------------------------
007050 5000-END-SESSION SECTION.
007060***************************************************************
007070*    PF3 WAS PRESSED - SEND A CLOSING MESSAGE AND END THE      *
007080*    CONVERSATION (NO TRAILING RETURN-TRANSID).                *
007090***************************************************************
007100     EXEC CICS SEND TEXT
007110               FROM('IN-FLIGHT JOB MONITOR COMPLETE')
007120               ERASE
007130               FREEKB
007140     END-EXEC.
007150     EXEC CICS RETURN END-EXEC.
007160 5000-EXIT.
007170     EXIT.
007180*---------------------------------------------------------------
007190 6000-SEND-RESULTS SECTION.
007200***************************************************************
007210*    SEND THE REBUILT MAP AND WAIT FOR THE NEXT KEY.           *
007220***************************************************************
007230     EXEC CICS SEND MAP(WS-MAPNAME)
007240               MAPSET(WS-MAPSET)
007250               DATAONLY
007260               FREEKB
007270     END-EXEC.
007280     EXEC CICS RETURN TRANSID(WS-TRANSID)
007290               COMMAREA(STEPMON-COMMAREA)
007300     END-EXEC.
007310 6000-EXIT.
007320     EXIT.
007330*---------------------------------------------------------------
007340 7000-STAMP-DATE-TIME SECTION.
007350***************************************************************
007360*    REFRESH THE DATE/TIME STAMP SHOWN IN THE TOP CORNER OF    *
007370*    THE MAP - THE SAME CLOCK READING EVERY TIME-IN-STEP ON    *
007380*    THE SCREEN IS MEASURED TO.                                *
007390***************************************************************
007400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007410     ACCEPT WS-CURRENT-TIME FROM TIME.
007420     MOVE WS-CURRENT-DATE TO DATEOUTO.
007430     MOVE WS-CURRENT-TIME TO TIMEOUTO.
007440 7000-EXIT.
007450     EXIT.
007460*---------------------------------------------------------------
007470 8000-SEND-ERROR SECTION.
007480***************************************************************
007490*    AN UNSUPPORTED KEY WAS PRESSED.                           *
007500***************************************************************
007510     MOVE LOW-VALUES TO STEPMONO.
007520     MOVE 'INVALID KEY - ENTER, PF7, PF8 OR PF3'
007530         TO MSGLINEO.
007540     PERFORM 7000-STAMP-DATE-TIME THRU 7000-EXIT.
007550     EXEC CICS SEND MAP(WS-MAPNAME)
007560               MAPSET(WS-MAPSET)
007570               DATAONLY
007580               FREEKB
007590     END-EXEC.
007600     EXEC CICS RETURN TRANSID(WS-TRANSID)
007610               COMMAREA(STEPMON-COMMAREA)
007620     END-EXEC.
007630 8000-EXIT.
007640     EXIT.
007650*---------------------------------------------------------------
007660 9999-EXIT.
007670     EXEC CICS RETURN END-EXEC.
