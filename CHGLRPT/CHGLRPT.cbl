000010***************************************************************
000020*                                                             *
000030*    PROGRAM:    CHGLRPT                                      *
000040*    AUTHOR:     D SIKORA - BATCH SUPPORT                     *
000050*    INSTALLATION: MVS-SYSGEN DATA CENTER                     *
000060*    DATE-WRITTEN: 10/15/2026                                 *
000070*                                                             *
000080*    REMARKS:    WEEKLY REGISTRY AND CALENDAR CHANGE REPORT   *
000090*                FOR THE CHANGE-CONTROL REVIEW AND THE        *
000100*                AUDITORS.  READS THE SHARED CHGLOG CHANGE-   *
000110*                LOG TRAIL - ONE ENTRY FOR EVERY ADD, CHANGE  *
000120*                AND DELETE THAT SKEDMNT, SKEDUPD, DEPDMNT,   *
000130*                CALMNT, RCPOLMNT, SLAMNT, RATEMNT, OWNMNT    *
000140*                AND OWNUPD ACTUALLY APPLIED - AND LISTS THE  *
000150*                ENTRIES LOGGED IN A DATE RANGE, OLDEST       *
000160*                FIRST, EACH WITH WHEN IT WAS MADE, WHERE IT  *
000170*                CAME FROM (THE CARD DECK AND CARD NUMBER, OR *
000180*                THE CICS TERMINAL AND SIGNED-ON USER) AND    *
000190*                THE RECORD'S BEFORE AND AFTER IMAGES.  A     *
000200*                RECAP OF ADDS, CHANGES AND DELETES BY        *
000210*                REGISTRY CLOSES THE REPORT.                  *
000220*                                                             *
000230*                PARM SELECTS THE RANGE AND THE REGISTRY:     *
000240*                (NONE)             LAST WEEK, ALL            *
000250*                RRRRRRRR           LAST WEEK, ONE REGISTRY   *
000260*                YYYYMMDD,YYYYMMDD  THAT RANGE, ALL           *
000270*                YYYYMMDD,YYYYMMDD,RRRRRRRR                   *
000280*                                   THAT RANGE, ONE REGISTRY  *
000290*                LAST WEEK IS THE SEVEN DAYS ENDING           *
000300*                YESTERDAY, SO THE NORMAL MONDAY-MORNING RUN  *
000310*                NEEDS NO PARM.  THE RANGE IS INCLUSIVE AT    *
000320*                BOTH ENDS.  THE REGISTRY IS NAMED BY ITS     *
000330*                RECORD LAYOUT - SKEDREC, DEPDREC, CALREC,    *
000340*                RCPOLREC, SLAREC, RATEREC OR OWNREC - OR     *
000350*                ALL.  A PARM THAT CANNOT BE READ STOPS THE   *
000360*                RUN WITH A CONSOLE MESSAGE RATHER THAN PRINT *
000370*                A REPORT FOR THE WRONG WEEK.                 *
000380*                                                             *
000390*    MODIFICATION HISTORY                                     *
000400*    DATE       INIT  DESCRIPTION                             *
000410*    10/15/2026 DS    ORIGINAL PROGRAM                        *
000413*    10/15/2026 DS    ADD OWNREC; PRINT THE SECOND HALF OF    *
000417*                     A 160-BYTE RECORD IMAGE                 *
000420*                                                             *
000430***************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.    CHGLRPT.
000460 AUTHOR.        D SIKORA - BATCH SUPPORT.
000470 INSTALLATION.  MVS-SYSGEN DATA CENTER.
000480 DATE-WRITTEN.  10/15/2026.
000490 DATE-COMPILED.
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT CHGLOG-FILE ASSIGN TO CHGLOG
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT CHGRPT-FILE ASSIGN TO CHGRPT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-CHGRPT-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CHGLOG-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 COPY CHGLREC.
000670 FD  CHGRPT-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  CHGRPT-LINE                  PIC X(133).
000710 WORKING-STORAGE SECTION.
000720*---------------------------------------------------------------
000730*    SWITCHES
000740*---------------------------------------------------------------
000750 01  WS-SWITCHES.
000760     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
000770         88  WS-EOF                         VALUE 'Y'.
000780         88  WS-NOT-EOF                     VALUE 'N'.
000790     05  WS-PARM-SW               PIC X(01) VALUE 'Y'.
000800         88  WS-PARM-OK                     VALUE 'Y'.
000810         88  WS-PARM-BAD                    VALUE 'N'.
000820     05  WS-ALL-REG-SW            PIC X(01) VALUE 'Y'.
000830         88  WS-ALL-REGISTRIES              VALUE 'Y'.
000840         88  WS-ONE-REGISTRY                VALUE 'N'.
000850 01  WS-CHGRPT-STATUS             PIC XX VALUE '00'.
000860*---------------------------------------------------------------
000870*    PARM AND DATE-RANGE WORK AREAS
000880*---------------------------------------------------------------
000890 01  WS-PARM-REG-LEN              PIC 9(04) COMP VALUE 0.
000900 01  WS-PARM-REGISTRY             PIC X(08) VALUE SPACES.
000910 01  WS-PARM-FROM-X               PIC X(08) VALUE SPACES.
000920 01  WS-PARM-FROM REDEFINES WS-PARM-FROM-X
000930                                  PIC 9(08).
000940 01  WS-PARM-TO-X                 PIC X(08) VALUE SPACES.
000950 01  WS-PARM-TO REDEFINES WS-PARM-TO-X
000960                                  PIC 9(08).
000970 01  WS-FROM-DATE                 PIC 9(08) VALUE 0.
000980 01  WS-TO-DATE                   PIC 9(08) VALUE 0.
000990 01  WS-DAY-COUNT                 PIC 9(04) COMP VALUE 0.
001000 01  WS-TARGET-DATE.
001010     05  WS-TD-YEAR               PIC 9(04).
001020     05  WS-TD-MONTH              PIC 9(02).
001030     05  WS-TD-DAY                PIC 9(02).
001040 01  WS-TARGET-DATE-N REDEFINES WS-TARGET-DATE
001050                                  PIC 9(08).
001060 01  WS-MONTH-DAYS-DEF            PIC X(24) VALUE
001070         '312831303130313130313031'.
001080 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-DEF.
001090     05  WS-MONTH-DAYS OCCURS 12 TIMES
001100                                  PIC 9(02).
001110 01  WS-LEAP-QUOTIENT             PIC 9(04) COMP VALUE 0.
001120 01  WS-LEAP-REM-4                PIC 9(04) COMP VALUE 0.
001130 01  WS-LEAP-REM-100              PIC 9(04) COMP VALUE 0.
001140 01  WS-LEAP-REM-400              PIC 9(04) COMP VALUE 0.
001150*---------------------------------------------------------------
001160*    REGISTRY RECAP TABLE - THE REGISTRIES THAT WRITE TO THE
001170*    CHANGE LOG, AND THE ADDS, CHANGES AND DELETES SELECTED FOR
001180*    EACH.  THE LAST ROW CATCHES ANY REGISTRY NAME NOT LISTED.
001190*---------------------------------------------------------------
001200 01  WS-REG-NAMES-DEF.
001210     05  FILLER                   PIC X(08) VALUE 'SKEDREC'.
001220     05  FILLER                   PIC X(08) VALUE 'DEPDREC'.
001230     05  FILLER                   PIC X(08) VALUE 'CALREC'.
001240     05  FILLER                   PIC X(08) VALUE 'RCPOLREC'.
001250     05  FILLER                   PIC X(08) VALUE 'SLAREC'.
001260     05  FILLER                   PIC X(08) VALUE 'RATEREC'.
001265     05  FILLER                   PIC X(08) VALUE 'OWNREC'.
001270     05  FILLER                   PIC X(08) VALUE 'OTHER'.
001280 01  WS-REG-NAMES-TBL REDEFINES WS-REG-NAMES-DEF.
001290     05  WS-REG-NAME OCCURS 8 TIMES
001300                     INDEXED BY WS-REG-NX
001310                                  PIC X(08).
001320 01  WS-SUM-CTL.
001330     05  WS-SUM-MAX               PIC 9(04) COMP VALUE 8.
001340     05  WS-SUM-IX                PIC 9(04) COMP VALUE 0.
001350 01  WS-SUM-TABLE.
001360     05  WS-SUM-ENTRY OCCURS 8 TIMES.
001370         10  WS-SUM-ADDS          PIC 9(07) COMP.
001380         10  WS-SUM-CHANGES       PIC 9(07) COMP.
001390         10  WS-SUM-DELETES       PIC 9(07) COMP.
001400*---------------------------------------------------------------
001410*    COUNTERS
001420*---------------------------------------------------------------
001430 01  WS-READ-COUNT                PIC 9(07) COMP VALUE 0.
001440 01  WS-SELECTED-COUNT            PIC 9(07) COMP VALUE 0.
001450 01  WS-TOT-ADDS                  PIC 9(07) COMP VALUE 0.
001460 01  WS-TOT-CHANGES               PIC 9(07) COMP VALUE 0.
001470 01  WS-TOT-DELETES               PIC 9(07) COMP VALUE 0.
001480*---------------------------------------------------------------
001490*    REPORT LINES
001500*---------------------------------------------------------------
001510 01  FILLER-LINE                  PIC X(133) VALUE ALL '='.
001520 01  RPT-TITLE-LINE.
001530     05  FILLER                   PIC X(01) VALUE '='.
001540     05  FILLER                   PIC X(46) VALUE SPACES.
001550     05  FILLER                   PIC X(40) VALUE
001560             'REGISTRY AND CALENDAR CHANGE REPORT'.
001570     05  FILLER                   PIC X(45) VALUE SPACES.
001580     05  FILLER                   PIC X(01) VALUE '='.
001590 01  RPT-RANGE-LINE.
001600     05  FILLER                   PIC X(01) VALUE '='.
001610     05  FILLER                   PIC X(01) VALUE SPACE.
001620     05  FILLER                   PIC X(20) VALUE
001630             'CHANGES LOGGED FROM '.
001640     05  RG-FROM-DATE             PIC 9(08).
001650     05  FILLER                   PIC X(06) VALUE ' THRU '.
001660     05  RG-TO-DATE               PIC 9(08).
001670     05  FILLER                   PIC X(05) VALUE SPACES.
001680     05  FILLER                   PIC X(10) VALUE 'REGISTRY: '.
001690     05  RG-REGISTRY              PIC X(08).
001700     05  FILLER                   PIC X(65) VALUE SPACES.
001710     05  FILLER                   PIC X(01) VALUE '='.
001720 01  RPT-COL-HDG-LINE.
001730     05  FILLER                   PIC X(01) VALUE '='.
001740     05  FILLER                   PIC X(01) VALUE SPACE.
001750     05  FILLER                   PIC X(08) VALUE 'DATE'.
001760     05  FILLER                   PIC X(02) VALUE SPACES.
001770     05  FILLER                   PIC X(11) VALUE 'TIME'.
001780     05  FILLER                   PIC X(02) VALUE SPACES.
001790     05  FILLER                   PIC X(08) VALUE 'REGISTRY'.
001800     05  FILLER                   PIC X(02) VALUE SPACES.
001810     05  FILLER                   PIC X(06) VALUE 'ACTION'.
001820     05  FILLER                   PIC X(02) VALUE SPACES.
001830     05  FILLER                   PIC X(24) VALUE 'KEY'.
001840     05  FILLER                   PIC X(02) VALUE SPACES.
001850     05  FILLER                   PIC X(40) VALUE 'SOURCE'.
001860     05  FILLER                   PIC X(23) VALUE SPACES.
001870     05  FILLER                   PIC X(01) VALUE '='.
001880 01  RPT-DETAIL-LINE.
001890     05  FILLER                   PIC X(01) VALUE '='.
001900     05  FILLER                   PIC X(01) VALUE SPACE.
001910     05  RD-CHG-DATE              PIC 9(08).
001920     05  FILLER                   PIC X(02) VALUE SPACES.
001930     05  RD-CHG-TIME              PIC 99B99B99B99.
001940     05  FILLER                   PIC X(02) VALUE SPACES.
001950     05  RD-REGISTRY              PIC X(08).
001960     05  FILLER                   PIC X(02) VALUE SPACES.
001970     05  RD-ACTION                PIC X(06).
001980     05  FILLER                   PIC X(02) VALUE SPACES.
001990     05  RD-KEY                   PIC X(24).
002000     05  FILLER                   PIC X(02) VALUE SPACES.
002010     05  RD-SOURCE                PIC X(40).
002020     05  FILLER                   PIC X(23) VALUE SPACES.
002030     05  FILLER                   PIC X(01) VALUE '='.
002040 01  RPT-IMAGE-LINE.
002050     05  FILLER                   PIC X(01) VALUE '='.
002060     05  FILLER                   PIC X(12) VALUE SPACES.
002070     05  RI-LABEL                 PIC X(08).
002080     05  RI-IMAGE                 PIC X(80).
002090     05  FILLER                   PIC X(31) VALUE SPACES.
002100     05  FILLER                   PIC X(01) VALUE '='.
002110 01  RPT-NONE-LINE.
002120     05  FILLER                   PIC X(01) VALUE '='.
002130     05  FILLER                   PIC X(01) VALUE SPACE.
002140     05  FILLER                   PIC X(50) VALUE
002150             'NO CHANGES LOGGED FOR THIS REGISTRY AND DATE RANGE'.
002160     05  FILLER                   PIC X(80) VALUE SPACES.
002170     05  FILLER                   PIC X(01) VALUE '='.
002180 01  RPT-SUM-HDG-LINE.
002190     05  FILLER                   PIC X(01) VALUE '='.
002200     05  FILLER                   PIC X(01) VALUE SPACE.
002210     05  FILLER                   PIC X(08) VALUE 'REGISTRY'.
002220     05  FILLER                   PIC X(04) VALUE SPACES.
002230     05  FILLER                   PIC X(08) VALUE '    ADDS'.
002240     05  FILLER                   PIC X(04) VALUE SPACES.
002250     05  FILLER                   PIC X(08) VALUE ' CHANGES'.
002260     05  FILLER                   PIC X(04) VALUE SPACES.
002270     05  FILLER                   PIC X(08) VALUE ' DELETES'.
002280     05  FILLER                   PIC X(04) VALUE SPACES.
002290     05  FILLER                   PIC X(08) VALUE '   TOTAL'.
002300     05  FILLER                   PIC X(74) VALUE SPACES.
002310     05  FILLER                   PIC X(01) VALUE '='.
002320 01  RPT-SUM-LINE.
002330     05  FILLER                   PIC X(01) VALUE '='.
002340     05  FILLER                   PIC X(01) VALUE SPACE.
002350     05  RS-REGISTRY              PIC X(08).
002360     05  FILLER                   PIC X(04) VALUE SPACES.
002370     05  RS-ADDS                  PIC ZZZZZZZ9.
002380     05  FILLER                   PIC X(04) VALUE SPACES.
002390     05  RS-CHANGES               PIC ZZZZZZZ9.
002400     05  FILLER                   PIC X(04) VALUE SPACES.
002410     05  RS-DELETES               PIC ZZZZZZZ9.
002420     05  FILLER                   PIC X(04) VALUE SPACES.
002430     05  RS-TOTAL                 PIC ZZZZZZZ9.
002440     05  FILLER                   PIC X(74) VALUE SPACES.
002450     05  FILLER                   PIC X(01) VALUE '='.
002460 01  RPT-COUNT-LINE.
002470     05  FILLER                   PIC X(01) VALUE '='.
002480     05  FILLER                   PIC X(01) VALUE SPACE.
002490     05  FILLER                   PIC X(16) VALUE
002500             'ENTRIES ON LOG: '.
002510     05  RC-READ-COUNT            PIC ZZZZZZZ9.
002520     05  FILLER                   PIC X(03) VALUE SPACES.
002530     05  FILLER                   PIC X(10) VALUE 'SELECTED: '.
002540     05  RC-SELECTED-COUNT        PIC ZZZZZZZ9.
002550     05  FILLER                   PIC X(85) VALUE SPACES.
002560     05  FILLER                   PIC X(01) VALUE '='.
002570 LINKAGE SECTION.
002580 01   PARM-BUFFER.
002590      05 PARM-LENGTH              PIC S9(4) COMP.
002600      05 PARM-DATA.
002610         10 NUMB                  PIC X(100).
002620 PROCEDURE DIVISION USING PARM-BUFFER.
002630 0000-MAINLINE SECTION.
002640***************************************************************
002650*    ESTABLISH THE DATE RANGE AND REGISTRY, LIST EVERY        *
002660*    SELECTED CHANGE-LOG ENTRY IN THE ORDER IT WAS WRITTEN,   *
002670*    AND CLOSE WITH THE RECAP BY REGISTRY.                    *
002680***************************************************************
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002700     PERFORM 2000-SELECT-ENTRY THRU 2000-EXIT
002710         UNTIL WS-EOF.
002720     PERFORM 3000-PRINT-RECAP THRU 3000-EXIT.
002730     PERFORM 4000-TERMINATE THRU 4000-EXIT.
002740     GO TO 9999-EXIT.
002750 0000-EXIT.
002760     EXIT.
002770*---------------------------------------------------------------
002780 1000-INITIALIZE SECTION.
002790***************************************************************
002800*    READ THE PARM (STOPPING ON ONE THAT CANNOT BE READ),     *
002810*    OPEN THE FILES, PRINT THE REPORT HEADINGS AND PRIME THE  *
002820*    FIRST READ.                                              *
002830***************************************************************
002840     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
002850     IF WS-PARM-BAD
002860         DISPLAY '*** CHGLRPT PARM NOT RECOGNISED - EXPECTED '
002870             'RRRRRRRR OR YYYYMMDD,YYYYMMDD[,RRRRRRRR] - '
002880             'REPORT NOT PRODUCED ***'
002890         GO TO 9999-EXIT
002900     END-IF.
002910     MOVE 0 TO WS-SUM-IX.
002920     PERFORM 1300-CLEAR-RECAP THRU 1300-EXIT
002930         VARYING WS-SUM-IX FROM 1 BY 1
002940         UNTIL WS-SUM-IX > WS-SUM-MAX.
002950     OPEN INPUT CHGLOG-FILE.
002960     OPEN OUTPUT CHGRPT-FILE.
002970     IF WS-CHGRPT-STATUS NOT = '00'
002980         DISPLAY '*** CHGRPT REPORT FILE OPEN FAILED - '
002990             'STATUS ' WS-CHGRPT-STATUS
003000             ' - REPORT NOT PRODUCED ***'
003010         GO TO 9999-EXIT
003020     END-IF.
003030     MOVE FILLER-LINE TO CHGRPT-LINE.
003040     WRITE CHGRPT-LINE.
003050     MOVE RPT-TITLE-LINE TO CHGRPT-LINE.
003060     WRITE CHGRPT-LINE.
003070     MOVE WS-FROM-DATE TO RG-FROM-DATE.
003080     MOVE WS-TO-DATE TO RG-TO-DATE.
003090     IF WS-ALL-REGISTRIES
003100         MOVE 'ALL' TO RG-REGISTRY
003110     ELSE
003120         MOVE WS-PARM-REGISTRY TO RG-REGISTRY
003130     END-IF.
003140     MOVE RPT-RANGE-LINE TO CHGRPT-LINE.
003150     WRITE CHGRPT-LINE.
003160     MOVE FILLER-LINE TO CHGRPT-LINE.
003170     WRITE CHGRPT-LINE.
003180     MOVE RPT-COL-HDG-LINE TO CHGRPT-LINE.
003190     WRITE CHGRPT-LINE.
003200     MOVE FILLER-LINE TO CHGRPT-LINE.
003210     WRITE CHGRPT-LINE.
003220     READ CHGLOG-FILE
003230         AT END SET WS-EOF TO TRUE.
003240 1000-EXIT.
003250     EXIT.
003260*---------------------------------------------------------------
003270 1100-PARSE-PARM SECTION.
003280***************************************************************
003290*    SPLIT THE PARM INTO ITS DATE RANGE AND REGISTRY.  A PARM *
003300*    OF UP TO EIGHT BYTES IS A REGISTRY NAME ALONE; SEVENTEEN *
003310*    BYTES IS THE TWO DATES; NINETEEN TO TWENTY-SIX IS THE    *
003320*    TWO DATES, A COMMA AND A REGISTRY.  NO DATES MEANS THE   *
003330*    SEVEN DAYS ENDING YESTERDAY.  THE DATES MUST BE NUMERIC  *
003340*    AND IN ORDER, AND A NAMED REGISTRY MUST BE ONE THAT      *
003350*    WRITES TO THE CHANGE LOG (OR ALL).                       *
003360***************************************************************
003370     SET WS-PARM-OK TO TRUE.
003380     MOVE SPACES TO WS-PARM-REGISTRY.
003390     MOVE SPACES TO WS-PARM-FROM-X.
003400     MOVE SPACES TO WS-PARM-TO-X.
003410     EVALUATE TRUE
003420         WHEN PARM-LENGTH = 0
003430             CONTINUE
003440         WHEN PARM-LENGTH < 9
003450             MOVE PARM-DATA(1:PARM-LENGTH) TO WS-PARM-REGISTRY
003460         WHEN PARM-LENGTH = 17
003470             AND PARM-DATA(9:1) = ','
003480             MOVE PARM-DATA(1:8) TO WS-PARM-FROM-X
003490             MOVE PARM-DATA(10:8) TO WS-PARM-TO-X
003500         WHEN PARM-LENGTH > 18 AND PARM-LENGTH < 27
003510             AND PARM-DATA(9:1) = ','
003520             AND PARM-DATA(18:1) = ','
003530             MOVE PARM-DATA(1:8) TO WS-PARM-FROM-X
003540             MOVE PARM-DATA(10:8) TO WS-PARM-TO-X
003550             COMPUTE WS-PARM-REG-LEN = PARM-LENGTH - 18
003560             MOVE PARM-DATA(19:WS-PARM-REG-LEN)
003570                 TO WS-PARM-REGISTRY
003580         WHEN OTHER
003590             SET WS-PARM-BAD TO TRUE
003600             GO TO 1100-EXIT
003610     END-EVALUATE.
003620     IF WS-PARM-FROM-X = SPACES
003630         ACCEPT WS-TARGET-DATE-N FROM DATE YYYYMMDD
003640         PERFORM 1200-DECREMENT-DATE THRU 1200-EXIT
003650         MOVE WS-TARGET-DATE-N TO WS-TO-DATE
003660         PERFORM 1200-DECREMENT-DATE THRU 1200-EXIT
003670             VARYING WS-DAY-COUNT FROM 1 BY 1
003680             UNTIL WS-DAY-COUNT > 6
003690         MOVE WS-TARGET-DATE-N TO WS-FROM-DATE
003700     ELSE
003710         IF WS-PARM-FROM-X IS NOT NUMERIC
003720             OR WS-PARM-TO-X IS NOT NUMERIC
003730             OR WS-PARM-FROM = 0
003740             OR WS-PARM-FROM > WS-PARM-TO
003750             SET WS-PARM-BAD TO TRUE
003760             GO TO 1100-EXIT
003770         END-IF
003780         MOVE WS-PARM-FROM TO WS-FROM-DATE
003790         MOVE WS-PARM-TO TO WS-TO-DATE
003800     END-IF.
003810     IF WS-PARM-REGISTRY = SPACES OR WS-PARM-REGISTRY = 'ALL'
003820         SET WS-ALL-REGISTRIES TO TRUE
003830         GO TO 1100-EXIT
003840     END-IF.
003850     SET WS-ONE-REGISTRY TO TRUE.
003860     SET WS-REG-NX TO 1.
003870     SEARCH WS-REG-NAME
003880         AT END SET WS-PARM-BAD TO TRUE
003890         WHEN WS-REG-NAME (WS-REG-NX) = WS-PARM-REGISTRY
003900             AND WS-PARM-REGISTRY NOT = 'OTHER'
003910             CONTINUE
003920     END-SEARCH.
003930 1100-EXIT.
003940     EXIT.
003950*---------------------------------------------------------------
003960 1200-DECREMENT-DATE SECTION.
003970***************************************************************
003980*    WALK THE TARGET DATE BACK ONE CALENDAR DAY, STEPPING     *
003990*    OVER MONTH AND YEAR BOUNDARIES AND GIVING FEBRUARY ITS   *
004000*    29TH DAY IN LEAP YEARS (DIVISIBLE BY 4, EXCEPT CENTURIES *
004010*    NOT DIVISIBLE BY 400).                                   *
004020***************************************************************
004030     SUBTRACT 1 FROM WS-TD-DAY.
004040     IF WS-TD-DAY > 0
004050         GO TO 1200-EXIT
004060     END-IF.
004070     SUBTRACT 1 FROM WS-TD-MONTH.
004080     IF WS-TD-MONTH = 0
004090         MOVE 12 TO WS-TD-MONTH
004100         SUBTRACT 1 FROM WS-TD-YEAR
004110     END-IF.
004120     MOVE WS-MONTH-DAYS (WS-TD-MONTH) TO WS-TD-DAY.
004130     IF WS-TD-MONTH = 2
004140         DIVIDE WS-TD-YEAR BY 4
004150             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
004160         DIVIDE WS-TD-YEAR BY 100
004170             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
004180         DIVIDE WS-TD-YEAR BY 400
004190             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
004200         IF WS-LEAP-REM-4 = 0
004210             AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
004220             MOVE 29 TO WS-TD-DAY
004230         END-IF
004240     END-IF.
004250 1200-EXIT.
004260     EXIT.
004270*---------------------------------------------------------------
004280 1300-CLEAR-RECAP SECTION.
004290***************************************************************
004300*    ZERO ONE ROW OF THE REGISTRY RECAP TABLE.                *
004310***************************************************************
004320     MOVE 0 TO WS-SUM-ADDS (WS-SUM-IX).
004330     MOVE 0 TO WS-SUM-CHANGES (WS-SUM-IX).
004340     MOVE 0 TO WS-SUM-DELETES (WS-SUM-IX).
004350 1300-EXIT.
004360     EXIT.
004370*---------------------------------------------------------------
004380 2000-SELECT-ENTRY SECTION.
004390***************************************************************
004400*    LIST ONE CHANGE-LOG ENTRY WHEN IT FALLS IN THE DATE      *
004410*    RANGE AND BELONGS TO THE SELECTED REGISTRY, AND COUNT IT *
004420*    INTO ITS REGISTRY'S RECAP ROW.                           *
004430***************************************************************
004440     ADD 1 TO WS-READ-COUNT.
004450     IF CG-CHG-DATE < WS-FROM-DATE
004460         OR CG-CHG-DATE > WS-TO-DATE
004470         GO TO 2000-NEXT
004480     END-IF.
004490     IF WS-ONE-REGISTRY
004500         AND CG-REGISTRY NOT = WS-PARM-REGISTRY
004510         GO TO 2000-NEXT
004520     END-IF.
004530     ADD 1 TO WS-SELECTED-COUNT.
004540     PERFORM 2100-PRINT-ENTRY THRU 2100-EXIT.
004550     PERFORM 2200-COUNT-ENTRY THRU 2200-EXIT.
004560 2000-NEXT.
004570     READ CHGLOG-FILE
004580         AT END SET WS-EOF TO TRUE.
004590 2000-EXIT.
004600     EXIT.
004610*---------------------------------------------------------------
004620 2100-PRINT-ENTRY SECTION.
004630***************************************************************
004640*    PRINT THE ENTRY'S HEADING LINE (WHEN, WHICH REGISTRY AND *
004650*    KEY, WHAT WAS DONE, AND WHERE IT CAME FROM) FOLLOWED BY  *
004660*    THE BEFORE AND AFTER RECORD IMAGES.  AN ADD HAS NO       *
004670*    BEFORE IMAGE AND A DELETE NO AFTER IMAGE - THOSE LINES   *
004677*    SAY SO.  AN IMAGE WIDER THAN 80 BYTES (OWNREC) CARRIES   *
004683*    ON TO A SECOND LINE UNDER THE FIRST.                     *
004690***************************************************************
004700     MOVE CG-CHG-DATE TO RD-CHG-DATE.
004710     MOVE CG-CHG-TIME TO RD-CHG-TIME.
004720     MOVE CG-REGISTRY TO RD-REGISTRY.
004730     MOVE CG-KEY TO RD-KEY.
004740     EVALUATE TRUE
004750         WHEN CG-ADD
004760             MOVE 'ADD' TO RD-ACTION
004770         WHEN CG-CHANGE
004780             MOVE 'CHANGE' TO RD-ACTION
004790         WHEN CG-DELETE
004800             MOVE 'DELETE' TO RD-ACTION
004810         WHEN OTHER
004820             MOVE CG-ACTION TO RD-ACTION
004830     END-EVALUATE.
004840     MOVE SPACES TO RD-SOURCE.
004850     IF CG-FROM-ONLINE
004860         STRING 'ONLINE - TERM ' DELIMITED BY SIZE
004870                CG-SOURCE-ID DELIMITED BY SPACE
004880                ' USER ' DELIMITED BY SIZE
004890                CG-OPERATOR-ID DELIMITED BY SPACE
004900             INTO RD-SOURCE
004910     ELSE
004920         STRING 'CARDS - ' DELIMITED BY SIZE
004930                CG-SOURCE-ID DELIMITED BY SPACE
004940                ' CARD ' DELIMITED BY SIZE
004950                CG-CARD-NBR DELIMITED BY SIZE
004960             INTO RD-SOURCE
004970     END-IF.
004980     MOVE RPT-DETAIL-LINE TO CHGRPT-LINE.
004990     WRITE CHGRPT-LINE.
005000     MOVE 'BEFORE: ' TO RI-LABEL.
005010     IF CG-ADD
005020         MOVE '(NONE - ADDED)' TO RI-IMAGE
005030     ELSE
005040         MOVE CG-BEFORE-1ST TO RI-IMAGE
005050     END-IF.
005060     MOVE RPT-IMAGE-LINE TO CHGRPT-LINE.
005070     WRITE CHGRPT-LINE.
005071     IF NOT CG-ADD
005072         AND CG-BEFORE-2ND NOT = SPACES
005074         MOVE SPACES TO RI-LABEL
005075         MOVE CG-BEFORE-2ND TO RI-IMAGE
005076         MOVE RPT-IMAGE-LINE TO CHGRPT-LINE
005078         WRITE CHGRPT-LINE
005079     END-IF.
005080     MOVE 'AFTER:  ' TO RI-LABEL.
005090     IF CG-DELETE
005100         MOVE '(NONE - DELETED)' TO RI-IMAGE
005110     ELSE
005120         MOVE CG-AFTER-1ST TO RI-IMAGE
005130     END-IF.
005140     MOVE RPT-IMAGE-LINE TO CHGRPT-LINE.
005150     WRITE CHGRPT-LINE.
005151     IF NOT CG-DELETE
005152         AND CG-AFTER-2ND NOT = SPACES
005154         MOVE SPACES TO RI-LABEL
005155         MOVE CG-AFTER-2ND TO RI-IMAGE
005156         MOVE RPT-IMAGE-LINE TO CHGRPT-LINE
005158         WRITE CHGRPT-LINE
005159     END-IF.
005160 2100-EXIT.
005170     EXIT.
005180*---------------------------------------------------------------
005190 2200-COUNT-ENTRY SECTION.
005200***************************************************************
005210*    ADD THE ENTRY TO ITS REGISTRY'S RECAP ROW - A REGISTRY   *
005220*    NAME NOT IN THE TABLE FALLS TO THE LAST ROW, 'OTHER'.    *
005230***************************************************************
005240     SET WS-REG-NX TO 1.
005250     SEARCH WS-REG-NAME
005260         AT END SET WS-REG-NX TO WS-SUM-MAX
005270         WHEN WS-REG-NAME (WS-REG-NX) = CG-REGISTRY
005280             CONTINUE
005290     END-SEARCH.
005300     SET WS-SUM-IX TO WS-REG-NX.
005310     EVALUATE TRUE
005320         WHEN CG-ADD
005330             ADD 1 TO WS-SUM-ADDS (WS-SUM-IX)
005340             ADD 1 TO WS-TOT-ADDS
005350         WHEN CG-CHANGE
005360             ADD 1 TO WS-SUM-CHANGES (WS-SUM-IX)
005370             ADD 1 TO WS-TOT-CHANGES
005380         WHEN OTHER
005390             ADD 1 TO WS-SUM-DELETES (WS-SUM-IX)
005400             ADD 1 TO WS-TOT-DELETES
005410     END-EVALUATE.
005420 2200-EXIT.
005430     EXIT.
005440*---------------------------------------------------------------
005450 3000-PRINT-RECAP SECTION.
005460***************************************************************
005470*    CLOSE THE LISTING (OR SAY NOTHING WAS SELECTED) AND      *
005480*    PRINT THE RECAP - ONE ROW PER REGISTRY THAT HAD ANY      *
005490*    SELECTED CHANGES, A TOTAL ROW, AND THE ENTRY COUNTS.     *
005500***************************************************************
005510     IF WS-SELECTED-COUNT = 0
005520         MOVE RPT-NONE-LINE TO CHGRPT-LINE
005530         WRITE CHGRPT-LINE
005540     END-IF.
005550     MOVE FILLER-LINE TO CHGRPT-LINE.
005560     WRITE CHGRPT-LINE.
005570     MOVE RPT-SUM-HDG-LINE TO CHGRPT-LINE.
005580     WRITE CHGRPT-LINE.
005590     PERFORM 3100-PRINT-RECAP-ROW THRU 3100-EXIT
005600         VARYING WS-SUM-IX FROM 1 BY 1
005610         UNTIL WS-SUM-IX > WS-SUM-MAX.
005620     MOVE 'TOTAL' TO RS-REGISTRY.
005630     MOVE WS-TOT-ADDS TO RS-ADDS.
005640     MOVE WS-TOT-CHANGES TO RS-CHANGES.
005650     MOVE WS-TOT-DELETES TO RS-DELETES.
005660     MOVE WS-SELECTED-COUNT TO RS-TOTAL.
005670     MOVE RPT-SUM-LINE TO CHGRPT-LINE.
005680     WRITE CHGRPT-LINE.
005690     MOVE FILLER-LINE TO CHGRPT-LINE.
005700     WRITE CHGRPT-LINE.
005710     MOVE WS-READ-COUNT TO RC-READ-COUNT.
005720     MOVE WS-SELECTED-COUNT TO RC-SELECTED-COUNT.
005730     MOVE RPT-COUNT-LINE TO CHGRPT-LINE.
005740     WRITE CHGRPT-LINE.
005750     MOVE FILLER-LINE TO CHGRPT-LINE.
005760     WRITE CHGRPT-LINE.
005770 3000-EXIT.
005780     EXIT.
005790*---------------------------------------------------------------
005800 3100-PRINT-RECAP-ROW SECTION.
005810***************************************************************
005820*    PRINT ONE REGISTRY'S RECAP ROW, SKIPPING A REGISTRY WITH *
005830*    NO SELECTED CHANGES.                                     *
005840***************************************************************
005850     IF WS-SUM-ADDS (WS-SUM-IX) = 0
005860         AND WS-SUM-CHANGES (WS-SUM-IX) = 0
005870         AND WS-SUM-DELETES (WS-SUM-IX) = 0
005880         GO TO 3100-EXIT
005890     END-IF.
005900     MOVE WS-REG-NAME (WS-SUM-IX) TO RS-REGISTRY.
005910     MOVE WS-SUM-ADDS (WS-SUM-IX) TO RS-ADDS.
005920     MOVE WS-SUM-CHANGES (WS-SUM-IX) TO RS-CHANGES.
005930     MOVE WS-SUM-DELETES (WS-SUM-IX) TO RS-DELETES.
005940     COMPUTE RS-TOTAL = WS-SUM-ADDS (WS-SUM-IX)
005950         + WS-SUM-CHANGES (WS-SUM-IX)
005960         + WS-SUM-DELETES (WS-SUM-IX).
005970     MOVE RPT-SUM-LINE TO CHGRPT-LINE.
005980     WRITE CHGRPT-LINE.
005990 3100-EXIT.
006000     EXIT.
006010*---------------------------------------------------------------
006020 4000-TERMINATE SECTION.
006030***************************************************************
006040*    CLOSE THE FILES.                                         *
006050***************************************************************
006060     CLOSE CHGLOG-FILE.
006070     CLOSE CHGRPT-FILE.
006080 4000-EXIT.
006090     EXIT.
006100*---------------------------------------------------------------
006110 9999-EXIT.
006120     GOBACK.
