000010***************************************************************
000020*                                                             *
000030*    PROGRAM:    RATEMNT                                      *
000040*    AUTHOR:     D SIKORA - BATCH SUPPORT                     *
000050*    INSTALLATION: MVS-SYSGEN DATA CENTER                     *
000060*    DATE-WRITTEN: 10/15/2026                                 *
000070*                                                             *
000080*    REMARKS:    BATCH MAINTENANCE FOR THE RATEREC CHARGEBACK *
000090*                RATE HISTORY THAT ACCTBILL, ACCTADJ AND      *
000100*                SLASCORE READ - IN PLACE OF THE STRAIGHT     *
000110*                IEBGENER CARD LOAD, WHICH COULD NOT STOP TWO *
000120*                RATES BEING IN FORCE FOR THE SAME JOB ON THE *
000130*                SAME DAY.  READS THE OLD RATE FILE AND A     *
000140*                FILE OF TRANSACTION CARDS - EACH CARD IS AN  *
000150*                ACTION CODE (A=ADD, C=CHANGE, D=DELETE)      *
000160*                FOLLOWED BY A FULL RATE RECORD IMAGE -       *
000170*                APPLIES THEM IN ORDER, WRITES THE NEW RATE   *
000180*                FILE, AND PRINTS ONE RESULT LINE PER CARD.   *
000190*                                                             *
000200*                A RATE PERIOD IS KEYED BY ITS JOB PATTERN,   *
000210*                PREFIX LENGTH AND EFFECTIVE-FROM DATE, SO    *
000220*                'PAY' / 3 FROM 20260101 AND 'PAY' / 3 FROM   *
000230*                20260701 ARE TWO PERIODS OF ONE RULE'S       *
000240*                HISTORY.  A RATE CHANGE IS TWO CARDS: A      *
000250*                CHANGE CLOSING THE CURRENT PERIOD (NEW       *
000260*                EFFECTIVE-TO) AND AN ADD OPENING THE NEXT.   *
000270*                TO MOVE A PERIOD'S START DATE, DELETE IT AND *
000280*                ADD IT BACK.                                 *
000290*                                                             *
000300*                ADD AND CHANGE CARDS ARE EDITED BEFORE THEY  *
000310*                TOUCH THE FILE: A JOB PATTERN AND DEPARTMENT *
000320*                CODE ARE REQUIRED, THE PREFIX LENGTH MUST BE *
000330*                0 THRU 8, THE RATE NUMERIC, BOTH DATES REAL  *
000340*                CALENDAR DATES (EFFECTIVE-FROM 00000000      *
000350*                MEANS FROM THE START OF TIME, EFFECTIVE-TO   *
000360*                99999999 MEANS OPEN-ENDED) WITH FROM NOT     *
000370*                AFTER TO - AND THE OVERLAP EDIT REJECTS A    *
000380*                PERIOD THAT SHARES EVEN ONE DAY WITH ANOTHER *
000390*                PERIOD OF THE SAME PATTERN AND PREFIX        *
000400*                LENGTH.                                      *
000410*                                                             *
000420*                ONCE THE CARDS ARE APPLIED, THE GAP EDIT     *
000430*                WALKS EVERY RULE'S HISTORY ON THE NEW FILE   *
000440*                AND LISTS EACH STRETCH OF DAYS BETWEEN ONE   *
000450*                PERIOD'S END AND THE NEXT PERIOD'S START,    *
000460*                AND EACH HISTORY WHOSE LAST PERIOD IS        *
000470*                CLOSED.  A GAP IS A WARNING, NOT A REJECT -  *
000480*                A RULE MAY BE RETIRED ON PURPOSE - BUT WORK  *
000490*                THAT RUNS IN A GAP IS BILLED BY A BROADER    *
000500*                RULE OR GOES TO SUSPENSE.                    *
000510*                                                             *
000520*                RATE RECORDS LOADED BEFORE THE EFFECTIVE     *
000530*                DATES EXISTED CARRY BLANKS THERE AND ARE     *
000540*                WRITTEN BACK WITH 00000000 / 99999999 FILLED *
000550*                IN.  A RECORD WHOSE DATES ARE NEITHER BLANK  *
000560*                NOR NUMERIC IS PASSED THROUGH UNCHANGED WITH *
000570*                A CONSOLE NOTE.                              *
000580*                                                             *
000581*                EVERY CARD THAT APPLIES IS ALSO WRITTEN TO   *
000583*                THE SHARED CHGLOG CHANGE-LOG TRAIL WITH THE  *
000584*                PERIOD'S BEFORE AND AFTER IMAGES, SO THE     *
000586*                CHGLRPT WEEKLY CHANGE REPORT CAN SHOW WHO    *
000587*                CHANGED WHAT AND WHEN.                       *
000589*                                                             *
000590*    MODIFICATION HISTORY                                     *
000600*    DATE       INIT  DESCRIPTION                             *
000610*    10/15/2026 DS    ORIGINAL PROGRAM                        *
000613*    10/15/2026 DS    LOG EVERY APPLIED CARD TO THE CHGLOG    *
000617*                     TRAIL                                   *
000620*                                                             *
000630***************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID.    RATEMNT.
000660 AUTHOR.        D SIKORA - BATCH SUPPORT.
000670 INSTALLATION.  MVS-SYSGEN DATA CENTER.
000680 DATE-WRITTEN.  10/15/2026.
000690 DATE-COMPILED.
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER.   IBM-370.
000730 OBJECT-COMPUTER.   IBM-370.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT RATEOLD-FILE ASSIGN TO RATEOLD
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT RATETRN-FILE ASSIGN TO RATETRN
000790         ORGANIZATION IS SEQUENTIAL.
000800     SELECT RATENEW-FILE ASSIGN TO RATENEW
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-RATENEW-STATUS.
000830     SELECT MNTRPT-FILE ASSIGN TO MNTRPT
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-MNTRPT-STATUS.
000852     SELECT CHGLOG-FILE ASSIGN TO CHGLOG
000855         ORGANIZATION IS SEQUENTIAL
000858         FILE STATUS IS WS-CHGLOG-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  RATEOLD-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 COPY RATEREC.
000920 FD  RATETRN-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  RATETRN-RECORD.
000960     05  TR-ACTION                PIC X(01).
000970         88  TR-ADD                         VALUE 'A'.
000980         88  TR-CHANGE                      VALUE 'C'.
000990         88  TR-DELETE                      VALUE 'D'.
001000     05  TR-RATE-IMAGE            PIC X(80).
001010     05  FILLER REDEFINES TR-RATE-IMAGE.
001020         10  TR-RATE-GROUP-KEY    PIC X(10).
001030         10  FILLER               PIC X(31).
001040         10  TR-RATE-FROM-KEY     PIC X(08).
001050         10  FILLER               PIC X(31).
001060     05  FILLER REDEFINES TR-RATE-IMAGE.
001070         10  TR-RATE-JOB-PATTERN  PIC X(08).
001080         10  TR-RATE-PREFIX-LEN-X PIC X(02).
001090         10  TR-RATE-PREFIX-LEN REDEFINES TR-RATE-PREFIX-LEN-X
001100                                  PIC 9(02).
001110         10  TR-RATE-DEPT-CODE    PIC X(04).
001120         10  TR-RATE-DEPT-NAME    PIC X(20).
001130         10  TR-RATE-RATE-X       PIC X(07).
001140         10  TR-RATE-EFF-FROM-X   PIC X(08).
001150         10  TR-RATE-EFF-FROM REDEFINES TR-RATE-EFF-FROM-X
001160                                  PIC 9(08).
001170         10  TR-RATE-EFF-TO-X     PIC X(08).
001180         10  TR-RATE-EFF-TO REDEFINES TR-RATE-EFF-TO-X
001190                                  PIC 9(08).
001200         10  FILLER               PIC X(23).
001210 FD  RATENEW-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 01  RATENEW-RECORD               PIC X(80).
001250 FD  MNTRPT-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 01  MNTRPT-LINE                  PIC X(133).
001282 FD  CHGLOG-FILE
001284     RECORDING MODE IS F
001286     LABEL RECORDS ARE STANDARD.
001288 COPY CHGLREC.
001290 WORKING-STORAGE SECTION.
001300*---------------------------------------------------------------
001310*    SWITCHES
001320*---------------------------------------------------------------
001330 01  WS-SWITCHES.
001340     05  WS-OLD-EOF-SW            PIC X(01) VALUE 'N'.
001350         88  WS-OLD-EOF                     VALUE 'Y'.
001360         88  WS-OLD-NOT-EOF                 VALUE 'N'.
001370     05  WS-TRAN-EOF-SW           PIC X(01) VALUE 'N'.
001380         88  WS-TRAN-EOF                    VALUE 'Y'.
001390         88  WS-TRAN-NOT-EOF                VALUE 'N'.
001400     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001410         88  WS-FOUND                       VALUE 'Y'.
001420         88  WS-NOT-FOUND                   VALUE 'N'.
001430     05  WS-RUL-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001440         88  WS-RUL-CAP-WARNED              VALUE 'Y'.
001450         88  WS-RUL-CAP-NOT-WARNED          VALUE 'N'.
001460     05  WS-CARD-VALID-SW         PIC X(01) VALUE 'Y'.
001470         88  WS-CARD-VALID                  VALUE 'Y'.
001480         88  WS-CARD-INVALID                VALUE 'N'.
001490     05  WS-DATE-VALID-SW         PIC X(01) VALUE 'Y'.
001500         88  WS-DATE-VALID                  VALUE 'Y'.
001510         88  WS-DATE-INVALID                VALUE 'N'.
001520     05  WS-OVERLAP-SW            PIC X(01) VALUE 'N'.
001530         88  WS-OVERLAP-FOUND               VALUE 'Y'.
001540         88  WS-NO-OVERLAP                  VALUE 'N'.
001550 01  WS-RATENEW-STATUS            PIC XX VALUE '00'.
001560 01  WS-MNTRPT-STATUS             PIC XX VALUE '00'.
001565 01  WS-CHGLOG-STATUS             PIC XX VALUE '00'.
001570*---------------------------------------------------------------
001580*    RATE TABLE - THE WHOLE RATE HISTORY HELD IN STORAGE WHILE
001590*    THE TRANSACTIONS APPLY
001600*---------------------------------------------------------------
001610 01  WS-RUL-TABLE-CTL.
001620     05  WS-RUL-COUNT             PIC 9(04) COMP VALUE 0.
001630     05  WS-RUL-MAX               PIC 9(04) COMP VALUE 1000.
001640     05  WS-RUL-IX                PIC 9(04) COMP VALUE 0.
001650     05  WS-RUL-JX                PIC 9(04) COMP VALUE 0.
001660     05  WS-HIT-IX                PIC 9(04) COMP VALUE 0.
001670     05  WS-NEXT-IX               PIC 9(04) COMP VALUE 0.
001680 01  WS-RUL-TABLE.
001690     05  WS-RUL-ENTRY OCCURS 1 TO 1000 TIMES
001700                      DEPENDING ON WS-RUL-COUNT
001710                      INDEXED BY WS-RUL-NX.
001720         10  WS-RUL-IMAGE         PIC X(80).
001730         10  FILLER REDEFINES WS-RUL-IMAGE.
001740             15  WS-RUL-GROUP-KEY PIC X(10).
001750             15  FILLER           PIC X(31).
001760             15  WS-RUL-FROM-KEY  PIC X(08).
001770             15  FILLER           PIC X(31).
001780         10  FILLER REDEFINES WS-RUL-IMAGE.
001790             15  WS-RUL-PATTERN   PIC X(08).
001800             15  WS-RUL-PREFIX-LEN
001810                                  PIC X(02).
001820             15  FILLER           PIC X(31).
001830             15  WS-RUL-EFF-FROM  PIC 9(08).
001840             15  WS-RUL-EFF-TO    PIC 9(08).
001850             15  FILLER           PIC X(23).
001860         10  WS-RUL-DELETED-SW    PIC X(01).
001870             88  WS-RUL-DELETED             VALUE 'Y'.
001880             88  WS-RUL-ACTIVE              VALUE 'N'.
001890*---------------------------------------------------------------
001900*    DATE WORK AREAS - CALENDAR EDIT AND DAY STEPPING
001910*---------------------------------------------------------------
001920 01  WS-TARGET-DATE.
001930     05  WS-TD-YEAR               PIC 9(04).
001940     05  WS-TD-MONTH              PIC 9(02).
001950     05  WS-TD-DAY                PIC 9(02).
001960 01  WS-TARGET-DATE-N REDEFINES WS-TARGET-DATE
001970                                  PIC 9(08).
001980 01  WS-MONTH-DAYS-DEF            PIC X(24) VALUE
001990         '312831303130313130313031'.
002000 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-DEF.
002010     05  WS-MONTH-DAYS OCCURS 12 TIMES
002020                                  PIC 9(02).
002030 01  WS-MONTH-LEN                 PIC 9(02) VALUE 0.
002040 01  WS-LEAP-QUOTIENT             PIC 9(04) COMP VALUE 0.
002050 01  WS-LEAP-REM-4                PIC 9(04) COMP VALUE 0.
002060 01  WS-LEAP-REM-100              PIC 9(04) COMP VALUE 0.
002070 01  WS-LEAP-REM-400              PIC 9(04) COMP VALUE 0.
002080 01  WS-OPEN-END-DATE             PIC 9(08) VALUE 99999999.
002090 01  WS-NEXT-FROM                 PIC 9(08) VALUE 0.
002100 01  WS-DAY-AFTER                 PIC 9(08) VALUE 0.
002110 01  WS-OVERLAP-MSG.
002120     05  FILLER                   PIC X(32) VALUE
002130             'REJECTED - OVERLAPS PERIOD FROM '.
002140     05  WS-OVERLAP-FROM          PIC 9(08) VALUE 0.
002150*---------------------------------------------------------------
002160*    COUNTERS
002170*---------------------------------------------------------------
002180 01  WS-TRAN-COUNT                PIC 9(04) COMP VALUE 0.
002190 01  WS-APPLIED-COUNT             PIC 9(04) COMP VALUE 0.
002200 01  WS-REJECT-COUNT              PIC 9(04) COMP VALUE 0.
002210 01  WS-WRITTEN-COUNT             PIC 9(04) COMP VALUE 0.
002220 01  WS-GAP-COUNT                 PIC 9(04) COMP VALUE 0.
002230*---------------------------------------------------------------
002240*    REPORT LINES
002250*---------------------------------------------------------------
002260 01  FILLER-LINE                  PIC X(133) VALUE ALL '='.
002270 01  RPT-TITLE-LINE.
002280     05  FILLER                   PIC X(01) VALUE '='.
002290     05  FILLER                   PIC X(47) VALUE SPACES.
002300     05  FILLER                   PIC X(37) VALUE
002310             'CHARGEBACK RATE MAINTENANCE RESULTS'.
002320     05  FILLER                   PIC X(47) VALUE SPACES.
002330     05  FILLER                   PIC X(01) VALUE '='.
002340 01  RPT-RESULT-LINE.
002350     05  FILLER                   PIC X(01) VALUE '='.
002360     05  FILLER                   PIC X(01) VALUE SPACE.
002370     05  RR-ACTION                PIC X(07) VALUE SPACES.
002380     05  FILLER                   PIC X(02) VALUE SPACES.
002390     05  RR-JOB-PATTERN           PIC X(08) VALUE SPACES.
002400     05  FILLER                   PIC X(01) VALUE '/'.
002410     05  RR-PREFIX-LEN            PIC X(02) VALUE SPACES.
002420     05  FILLER                   PIC X(02) VALUE SPACES.
002430     05  RR-EFF-FROM              PIC X(08) VALUE SPACES.
002440     05  FILLER                   PIC X(03) VALUE ' - '.
002450     05  RR-EFF-TO                PIC X(08) VALUE SPACES.
002460     05  FILLER                   PIC X(02) VALUE SPACES.
002470     05  RR-RESULT                PIC X(45) VALUE SPACES.
002480     05  FILLER                   PIC X(42) VALUE SPACES.
002490     05  FILLER                   PIC X(01) VALUE '='.
002500 01  RPT-GAP-HDG-LINE.
002510     05  FILLER                   PIC X(01) VALUE '='.
002520     05  FILLER                   PIC X(01) VALUE SPACE.
002530     05  FILLER                   PIC X(40) VALUE
002540             'RATE HISTORY GAPS - WORK RUN IN A GAP IS'.
002550     05  FILLER                   PIC X(50) VALUE
002560             ' BILLED BY A BROADER RULE OR GOES TO SUSPENSE'.
002570     05  FILLER                   PIC X(40) VALUE SPACES.
002580     05  FILLER                   PIC X(01) VALUE '='.
002590 01  RPT-GAP-LINE.
002600     05  FILLER                   PIC X(01) VALUE '='.
002610     05  FILLER                   PIC X(01) VALUE SPACE.
002620     05  FILLER                   PIC X(09) VALUE 'WARNING  '.
002630     05  RG-JOB-PATTERN           PIC X(08) VALUE SPACES.
002640     05  FILLER                   PIC X(01) VALUE '/'.
002650     05  RG-PREFIX-LEN            PIC X(02) VALUE SPACES.
002660     05  FILLER                   PIC X(02) VALUE SPACES.
002670     05  RG-TEXT                  PIC X(32) VALUE SPACES.
002680     05  RG-DATE-1                PIC X(08) VALUE SPACES.
002690     05  RG-THRU                  PIC X(06) VALUE SPACES.
002700     05  RG-DATE-2                PIC X(08) VALUE SPACES.
002710     05  FILLER                   PIC X(54) VALUE SPACES.
002720     05  FILLER                   PIC X(01) VALUE '='.
002730 01  RPT-NO-GAP-LINE.
002740     05  FILLER                   PIC X(01) VALUE '='.
002750     05  FILLER                   PIC X(01) VALUE SPACE.
002760     05  FILLER                   PIC X(40) VALUE
002770             'NONE - EVERY RATE HISTORY IS CONTINUOUS'.
002780     05  FILLER                   PIC X(90) VALUE SPACES.
002790     05  FILLER                   PIC X(01) VALUE '='.
002800 01  RPT-TOTAL-LINE.
002810     05  FILLER                   PIC X(01) VALUE '='.
002820     05  FILLER                   PIC X(01) VALUE SPACE.
002830     05  FILLER                   PIC X(07) VALUE 'CARDS: '.
002840     05  RT-TRAN-COUNT            PIC ZZZ9.
002850     05  FILLER                   PIC X(03) VALUE SPACES.
002860     05  FILLER                   PIC X(09) VALUE 'APPLIED: '.
002870     05  RT-APPLIED-COUNT         PIC ZZZ9.
002880     05  FILLER                   PIC X(03) VALUE SPACES.
002890     05  FILLER                   PIC X(10) VALUE 'REJECTED: '.
002900     05  RT-REJECT-COUNT          PIC ZZZ9.
002910     05  FILLER                   PIC X(03) VALUE SPACES.
002920     05  FILLER                   PIC X(22) VALUE
002930             'RULES ON NEW RATE FILE'.
002940     05  FILLER                   PIC X(02) VALUE ': '.
002950     05  RT-WRITTEN-COUNT         PIC ZZZZ9.
002960     05  FILLER                   PIC X(03) VALUE SPACES.
002970     05  FILLER                   PIC X(06) VALUE 'GAPS: '.
002980     05  RT-GAP-COUNT             PIC ZZZ9.
002990     05  FILLER                   PIC X(41) VALUE SPACES.
003000     05  FILLER                   PIC X(01) VALUE '='.
003010 PROCEDURE DIVISION.
003020 0000-MAINLINE SECTION.
003030***************************************************************
003040*    LOAD THE OLD RATE FILE INTO THE TABLE, APPLY EVERY       *
003050*    TRANSACTION CARD IN ORDER, WRITE THE SURVIVORS OUT AS    *
003060*    THE NEW RATE FILE, RUN THE GAP EDIT OVER THE RESULT, AND *
003070*    PRINT THE TOTALS.                                        *
003080***************************************************************
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003100     PERFORM 2000-LOAD-RATES THRU 2000-EXIT
003110         UNTIL WS-OLD-EOF.
003120     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
003130         UNTIL WS-TRAN-EOF.
003140     PERFORM 4000-WRITE-NEW-MASTER THRU 4000-EXIT
003150         VARYING WS-RUL-IX FROM 1 BY 1
003160         UNTIL WS-RUL-IX > WS-RUL-COUNT.
003170     PERFORM 5000-CHECK-GAPS THRU 5000-EXIT.
003180     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
003190     PERFORM 7000-TERMINATE THRU 7000-EXIT.
003200     GO TO 9999-EXIT.
003210 0000-EXIT.
003220     EXIT.
003230*---------------------------------------------------------------
003240 1000-INITIALIZE SECTION.
003250***************************************************************
003260*    OPEN THE FILES, PRINT THE REPORT HEADER, AND PRIME THE   *
003270*    TWO INPUT READS.                                         *
003280***************************************************************
003290     OPEN INPUT RATEOLD-FILE.
003300     OPEN INPUT RATETRN-FILE.
003310     OPEN OUTPUT RATENEW-FILE.
003320     IF WS-RATENEW-STATUS NOT = '00'
003330         DISPLAY '*** RATENEW RATE FILE OPEN FAILED - '
003340             'STATUS ' WS-RATENEW-STATUS
003350             ' - RATE FILE LEFT UNTOUCHED ***'
003360         GO TO 9999-EXIT
003370     END-IF.
003380     OPEN OUTPUT MNTRPT-FILE.
003390     IF WS-MNTRPT-STATUS NOT = '00'
003400         DISPLAY '*** MNTRPT REPORT FILE OPEN FAILED - '
003410             'STATUS ' WS-MNTRPT-STATUS
003420             ' - MAINTENANCE NOT APPLIED ***'
003430         GO TO 9999-EXIT
003440     END-IF.
003441     OPEN EXTEND CHGLOG-FILE.
003442     IF WS-CHGLOG-STATUS NOT = '00'
003444         DISPLAY '*** CHGLOG CHANGE-LOG OPEN FAILED - '
003445             'STATUS ' WS-CHGLOG-STATUS
003446             ' - MAINTENANCE NOT APPLIED ***'
003448         GO TO 9999-EXIT
003449     END-IF.
003450     MOVE FILLER-LINE TO MNTRPT-LINE.
003460     WRITE MNTRPT-LINE.
003470     MOVE RPT-TITLE-LINE TO MNTRPT-LINE.
003480     WRITE MNTRPT-LINE.
003490     READ RATEOLD-FILE
003500         AT END SET WS-OLD-EOF TO TRUE.
003510     READ RATETRN-FILE
003520         AT END SET WS-TRAN-EOF TO TRUE.
003530 1000-EXIT.
003540     EXIT.
003550*---------------------------------------------------------------
003560 2000-LOAD-RATES SECTION.
003570***************************************************************
003580*    FOLD ONE OLD RATE RECORD INTO THE TABLE, FILLING IN      *
003590*    BLANK EFFECTIVE DATES AS FROM THE START OF TIME / OPEN-  *
003600*    ENDED.  A RECORD WITH UNREADABLE DATES, OR ONE BEYOND    *
003610*    THE TABLE'S CAPACITY, IS PASSED STRAIGHT THROUGH TO THE  *
003620*    NEW FILE UNCHANGED - NEITHER MAY TRUNCATE THE FILE IT IS *
003630*    REWRITING.                                               *
003640***************************************************************
003650     IF RT-EFF-FROM-X = SPACES
003660         MOVE ZEROS TO RT-EFF-FROM
003670     END-IF.
003680     IF RT-EFF-TO-X = SPACES
003690         MOVE WS-OPEN-END-DATE TO RT-EFF-TO
003700     END-IF.
003710     IF RT-EFF-FROM IS NOT NUMERIC
003720         OR RT-EFF-TO IS NOT NUMERIC
003730         DISPLAY '*** RATE RULE FOR ' RT-JOB-PATTERN
003740             ' HAS A NON-NUMERIC EFFECTIVE DATE - PASSED '
003750             'THROUGH UNCHANGED AND NOT EDITED ***'
003760         WRITE RATENEW-RECORD FROM RATEREC-RECORD
003770         ADD 1 TO WS-WRITTEN-COUNT
003780         GO TO 2000-NEXT
003790     END-IF.
003800     IF WS-RUL-COUNT < WS-RUL-MAX
003810         ADD 1 TO WS-RUL-COUNT
003820         SET WS-RUL-NX TO WS-RUL-COUNT
003830         MOVE RATEREC-RECORD TO WS-RUL-IMAGE (WS-RUL-NX)
003840         SET WS-RUL-ACTIVE (WS-RUL-NX) TO TRUE
003850     ELSE
003860         IF WS-RUL-CAP-NOT-WARNED
003870             DISPLAY '*** RATE TABLE FULL AT ' WS-RUL-MAX
003880                 ' PERIODS - FURTHER OLD RECORDS ARE '
003890                 'PASSED THROUGH UNCHANGED - CHANGE/DELETE '
003900                 'CARDS FOR THOSE PERIODS WILL BE REJECTED ***'
003910             SET WS-RUL-CAP-WARNED TO TRUE
003920         END-IF
003930         WRITE RATENEW-RECORD FROM RATEREC-RECORD
003940         ADD 1 TO WS-WRITTEN-COUNT
003950     END-IF.
003960 2000-NEXT.
003970     READ RATEOLD-FILE
003980         AT END SET WS-OLD-EOF TO TRUE.
003990 2000-EXIT.
004000     EXIT.
004010*---------------------------------------------------------------
004020 3000-APPLY-TRANSACTION SECTION.
004030***************************************************************
004040*    APPLY ONE TRANSACTION CARD AGAINST THE TABLE AND PRINT   *
004050*    ITS RESULT LINE.                                         *
004060***************************************************************
004070     ADD 1 TO WS-TRAN-COUNT.
004080     MOVE TR-RATE-JOB-PATTERN TO RR-JOB-PATTERN.
004090     MOVE TR-RATE-PREFIX-LEN-X TO RR-PREFIX-LEN.
004100     MOVE TR-RATE-EFF-FROM-X TO RR-EFF-FROM.
004110     MOVE TR-RATE-EFF-TO-X TO RR-EFF-TO.
004120     PERFORM 3100-FIND-RULE THRU 3100-EXIT.
004130     EVALUATE TRUE
004140         WHEN TR-ADD
004150             MOVE 'ADD    ' TO RR-ACTION
004160             PERFORM 3200-APPLY-ADD THRU 3200-EXIT
004170         WHEN TR-CHANGE
004180             MOVE 'CHANGE ' TO RR-ACTION
004190             PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
004200         WHEN TR-DELETE
004210             MOVE 'DELETE ' TO RR-ACTION
004220             MOVE SPACES TO RR-EFF-TO
004230             PERFORM 3400-APPLY-DELETE THRU 3400-EXIT
004240         WHEN OTHER
004250             MOVE TR-ACTION TO RR-ACTION
004260             MOVE 'REJECTED - ACTION CODE NOT A, C, OR D'
004270                 TO RR-RESULT
004280             ADD 1 TO WS-REJECT-COUNT
004290     END-EVALUATE.
004300     MOVE RPT-RESULT-LINE TO MNTRPT-LINE.
004310     WRITE MNTRPT-LINE.
004320     READ RATETRN-FILE
004330         AT END SET WS-TRAN-EOF TO TRUE.
004340 3000-EXIT.
004350     EXIT.
004360*---------------------------------------------------------------
004370 3100-FIND-RULE SECTION.
004380***************************************************************
004390*    LOOK THE TRANSACTION'S PERIOD KEY (PATTERN, PREFIX       *
004400*    LENGTH AND EFFECTIVE-FROM DATE) UP AMONG THE ACTIVE      *
004410*    TABLE ENTRIES.  WS-HIT-IX KEEPS THE ENTRY FOUND FOR THE  *
004420*    OVERLAP EDIT.                                            *
004430***************************************************************
004440     SET WS-NOT-FOUND TO TRUE.
004450     MOVE 0 TO WS-HIT-IX.
004460     IF WS-RUL-COUNT > 0
004470         SET WS-RUL-NX TO 1
004480         SEARCH WS-RUL-ENTRY
004490             AT END SET WS-NOT-FOUND TO TRUE
004500             WHEN WS-RUL-GROUP-KEY (WS-RUL-NX) = TR-RATE-GROUP-KEY
004510                 AND WS-RUL-FROM-KEY (WS-RUL-NX)
004520                     = TR-RATE-FROM-KEY
004530                 AND WS-RUL-ACTIVE (WS-RUL-NX)
004540                 SET WS-FOUND TO TRUE
004550         END-SEARCH
004560     END-IF.
004570     IF WS-FOUND
004580         SET WS-HIT-IX TO WS-RUL-NX
004590     END-IF.
004600 3100-EXIT.
004610     EXIT.
004620*---------------------------------------------------------------
004630 3200-APPLY-ADD SECTION.
004640***************************************************************
004650*    ADD A NEW RATE PERIOD - REJECTED WHEN THE CARD FAILS     *
004660*    FIELD VALIDATION, THE PERIOD IS ALREADY ON THE FILE, IT  *
004670*    OVERLAPS ANOTHER PERIOD OF THE SAME RULE, OR THE TABLE   *
004680*    IS FULL.                                                 *
004690***************************************************************
004700     PERFORM 3500-VALIDATE-CARD THRU 3500-EXIT.
004710     IF WS-CARD-INVALID
004720         GO TO 3200-EXIT
004730     END-IF.
004740     IF WS-FOUND
004750         MOVE 'REJECTED - PERIOD ALREADY ON RATE FILE'
004760             TO RR-RESULT
004770         ADD 1 TO WS-REJECT-COUNT
004780         GO TO 3200-EXIT
004790     END-IF.
004800     PERFORM 3600-CHECK-OVERLAP THRU 3600-EXIT.
004810     IF WS-OVERLAP-FOUND
004820         GO TO 3200-EXIT
004830     END-IF.
004840     IF WS-RUL-COUNT >= WS-RUL-MAX
004850         MOVE 'REJECTED - RATE TABLE FULL'
004860             TO RR-RESULT
004870         ADD 1 TO WS-REJECT-COUNT
004880         GO TO 3200-EXIT
004890     END-IF.
004900     ADD 1 TO WS-RUL-COUNT.
004910     SET WS-RUL-NX TO WS-RUL-COUNT.
004920     MOVE TR-RATE-IMAGE TO WS-RUL-IMAGE (WS-RUL-NX).
004930     SET WS-RUL-ACTIVE (WS-RUL-NX) TO TRUE.
004932     SET CG-ADD TO TRUE.
004934     MOVE SPACES TO CG-BEFORE-IMAGE.
004936     MOVE TR-RATE-IMAGE TO CG-AFTER-IMAGE.
004938     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
004940     MOVE 'ADDED' TO RR-RESULT.
004950     ADD 1 TO WS-APPLIED-COUNT.
004960 3200-EXIT.
004970     EXIT.
004980*---------------------------------------------------------------
004990 3300-APPLY-CHANGE SECTION.
005000***************************************************************
005010*    REPLACE AN EXISTING PERIOD'S RECORD IMAGE (DEPARTMENT,   *
005020*    RATE, EFFECTIVE-TO DATE) - REJECTED WHEN THE CARD FAILS  *
005030*    FIELD VALIDATION, THE PERIOD IS NOT ON THE FILE, OR THE  *
005040*    CHANGED PERIOD WOULD OVERLAP ANOTHER PERIOD OF THE SAME  *
005050*    RULE.                                                    *
005060***************************************************************
005070     PERFORM 3500-VALIDATE-CARD THRU 3500-EXIT.
005080     IF WS-CARD-INVALID
005090         GO TO 3300-EXIT
005100     END-IF.
005110     IF WS-NOT-FOUND
005120         MOVE 'REJECTED - PERIOD NOT ON RATE FILE'
005130             TO RR-RESULT
005140         ADD 1 TO WS-REJECT-COUNT
005150         GO TO 3300-EXIT
005160     END-IF.
005170     PERFORM 3600-CHECK-OVERLAP THRU 3600-EXIT.
005180     IF WS-OVERLAP-FOUND
005190         GO TO 3300-EXIT
005200     END-IF.
005202     SET CG-CHANGE TO TRUE.
005204     MOVE WS-RUL-IMAGE (WS-HIT-IX) TO CG-BEFORE-IMAGE.
005206     MOVE TR-RATE-IMAGE TO CG-AFTER-IMAGE.
005208     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
005210     MOVE TR-RATE-IMAGE TO WS-RUL-IMAGE (WS-HIT-IX).
005220     MOVE 'CHANGED' TO RR-RESULT.
005230     ADD 1 TO WS-APPLIED-COUNT.
005240 3300-EXIT.
005250     EXIT.
005260*---------------------------------------------------------------
005270 3400-APPLY-DELETE SECTION.
005280***************************************************************
005290*    MARK AN EXISTING PERIOD DELETED SO THE WRITE PASS SKIPS  *
005300*    IT - REJECTED WHEN THE PERIOD IS NOT ON THE FILE.        *
005310***************************************************************
005320     IF WS-NOT-FOUND
005330         MOVE 'REJECTED - PERIOD NOT ON RATE FILE'
005340             TO RR-RESULT
005350         ADD 1 TO WS-REJECT-COUNT
005360         GO TO 3400-EXIT
005370     END-IF.
005372     SET CG-DELETE TO TRUE.
005374     MOVE WS-RUL-IMAGE (WS-HIT-IX) TO CG-BEFORE-IMAGE.
005376     MOVE SPACES TO CG-AFTER-IMAGE.
005378     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
005380     SET WS-RUL-DELETED (WS-HIT-IX) TO TRUE.
005390     MOVE 'DELETED' TO RR-RESULT.
005400     ADD 1 TO WS-APPLIED-COUNT.
005410 3400-EXIT.
005420     EXIT.
005430*---------------------------------------------------------------
005440 3500-VALIDATE-CARD SECTION.
005450***************************************************************
005460*    FIELD-VALIDATE AN ADD/CHANGE CARD BEFORE IT TOUCHES THE  *
005470*    FILE - THE CARD FILE IS OPERATOR-KEYED, AND A BAD RATE   *
005480*    WOULD MISPRICE A MONTH OF EVERY JOB IT COVERS.  AN       *
005490*    INVALID CARD IS REJECTED WITH A RESULT LINE, THE SAME    *
005500*    WAY THE SEMANTIC REJECTS READ.                           *
005510***************************************************************
005520     SET WS-CARD-VALID TO TRUE.
005530     IF TR-RATE-JOB-PATTERN = SPACES
005540         MOVE 'REJECTED - JOB PATTERN IS BLANK'
005550             TO RR-RESULT
005560         GO TO 3500-REJECT
005570     END-IF.
005580     IF TR-RATE-PREFIX-LEN-X IS NOT NUMERIC
005590         MOVE 'REJECTED - PREFIX LENGTH NOT NUMERIC'
005600             TO RR-RESULT
005610         GO TO 3500-REJECT
005620     END-IF.
005630     IF TR-RATE-PREFIX-LEN > 8
005640         MOVE 'REJECTED - PREFIX LENGTH NOT 0 THRU 8'
005650             TO RR-RESULT
005660         GO TO 3500-REJECT
005670     END-IF.
005680     IF TR-RATE-DEPT-CODE = SPACES
005690         MOVE 'REJECTED - DEPARTMENT CODE IS BLANK'
005700             TO RR-RESULT
005710         GO TO 3500-REJECT
005720     END-IF.
005730     IF TR-RATE-RATE-X IS NOT NUMERIC
005740         MOVE 'REJECTED - RATE PER HOUR NOT NUMERIC'
005750             TO RR-RESULT
005760         GO TO 3500-REJECT
005770     END-IF.
005780     IF TR-RATE-EFF-FROM-X IS NOT NUMERIC
005790         OR TR-RATE-EFF-TO-X IS NOT NUMERIC
005800         MOVE 'REJECTED - EFFECTIVE DATES NOT NUMERIC'
005810             TO RR-RESULT
005820         GO TO 3500-REJECT
005830     END-IF.
005840     IF TR-RATE-EFF-FROM NOT = 0
005850         MOVE TR-RATE-EFF-FROM TO WS-TARGET-DATE-N
005860         PERFORM 3550-VALIDATE-DATE THRU 3550-EXIT
005870         IF WS-DATE-INVALID
005880             MOVE 'REJECTED - EFFECTIVE-FROM NOT A REAL DATE'
005890                 TO RR-RESULT
005900             GO TO 3500-REJECT
005910         END-IF
005920     END-IF.
005930     IF TR-RATE-EFF-TO NOT = WS-OPEN-END-DATE
005940         MOVE TR-RATE-EFF-TO TO WS-TARGET-DATE-N
005950         PERFORM 3550-VALIDATE-DATE THRU 3550-EXIT
005960         IF WS-DATE-INVALID
005970             MOVE 'REJECTED - EFFECTIVE-TO NOT A REAL DATE'
005980                 TO RR-RESULT
005990             GO TO 3500-REJECT
006000         END-IF
006010     END-IF.
006020     IF TR-RATE-EFF-FROM > TR-RATE-EFF-TO
006030         MOVE 'REJECTED - EFFECTIVE-FROM AFTER EFFECTIVE-TO'
006040             TO RR-RESULT
006050         GO TO 3500-REJECT
006060     END-IF.
006070     GO TO 3500-EXIT.
006080 3500-REJECT.
006090     ADD 1 TO WS-REJECT-COUNT.
006100     SET WS-CARD-INVALID TO TRUE.
006110 3500-EXIT.
006120     EXIT.
006130*---------------------------------------------------------------
006140 3550-VALIDATE-DATE SECTION.
006150***************************************************************
006160*    CALENDAR-CHECK THE DATE IN WS-TARGET-DATE - A MONTH OF 1 *
006170*    THRU 12 AND A DAY THAT MONTH ACTUALLY HAS.               *
006180***************************************************************
006190     SET WS-DATE-VALID TO TRUE.
006200     IF WS-TD-MONTH < 1 OR WS-TD-MONTH > 12
006210         OR WS-TD-DAY < 1
006220         SET WS-DATE-INVALID TO TRUE
006230         GO TO 3550-EXIT
006240     END-IF.
006250     PERFORM 5300-MONTH-LENGTH THRU 5300-EXIT.
006260     IF WS-TD-DAY > WS-MONTH-LEN
006270         SET WS-DATE-INVALID TO TRUE
006280     END-IF.
006290 3550-EXIT.
006300     EXIT.
006310*---------------------------------------------------------------
006320 3600-CHECK-OVERLAP SECTION.
006330***************************************************************
006340*    THE OVERLAP EDIT - TEST THE CARD'S PERIOD AGAINST EVERY  *
006350*    OTHER ACTIVE PERIOD OF THE SAME PATTERN AND PREFIX       *
006360*    LENGTH (A CHANGE IS NOT TESTED AGAINST THE PERIOD IT     *
006370*    REPLACES).  THE FIRST OVERLAP FOUND REJECTS THE CARD,    *
006380*    NAMING THAT PERIOD.                                      *
006390***************************************************************
006400     SET WS-NO-OVERLAP TO TRUE.
006410     PERFORM 3650-TEST-ONE-OVERLAP THRU 3650-EXIT
006420         VARYING WS-RUL-IX FROM 1 BY 1
006430         UNTIL WS-RUL-IX > WS-RUL-COUNT
006440         OR WS-OVERLAP-FOUND.
006450     IF WS-OVERLAP-FOUND
006460         MOVE WS-OVERLAP-MSG TO RR-RESULT
006470         ADD 1 TO WS-REJECT-COUNT
006480     END-IF.
006490 3600-EXIT.
006500     EXIT.
006510*---------------------------------------------------------------
006520 3650-TEST-ONE-OVERLAP SECTION.
006530***************************************************************
006540*    TWO PERIODS OVERLAP WHEN EACH STARTS ON OR BEFORE THE    *
006550*    DAY THE OTHER ENDS.                                      *
006560***************************************************************
006570     IF WS-RUL-IX = WS-HIT-IX
006580         OR WS-RUL-DELETED (WS-RUL-IX)
006590         OR WS-RUL-GROUP-KEY (WS-RUL-IX) NOT = TR-RATE-GROUP-KEY
006600         GO TO 3650-EXIT
006610     END-IF.
006620     IF TR-RATE-EFF-FROM NOT > WS-RUL-EFF-TO (WS-RUL-IX)
006630         AND WS-RUL-EFF-FROM (WS-RUL-IX) NOT > TR-RATE-EFF-TO
006640         SET WS-OVERLAP-FOUND TO TRUE
006650         MOVE WS-RUL-EFF-FROM (WS-RUL-IX) TO WS-OVERLAP-FROM
006660     END-IF.
006670 3650-EXIT.
006680     EXIT.
006690*---------------------------------------------------------------
006691 3700-LOG-CHANGE SECTION.
006692***************************************************************
006693*    WRITE ONE CHANGE-LOG ENTRY FOR THE CARD JUST APPLIED -   *
006694*    THE CALLER HAS ALREADY SET THE ACTION AND THE BEFORE AND *
006695*    AFTER IMAGES.                                            *
006696***************************************************************
006697     MOVE 'RATEREC' TO CG-REGISTRY.
006698     MOVE SPACES TO CG-KEY.
006699     STRING TR-RATE-GROUP-KEY TR-RATE-FROM-KEY
006700         DELIMITED BY SIZE INTO CG-KEY.
006701     ACCEPT CG-CHG-DATE FROM DATE YYYYMMDD.
006702     ACCEPT CG-CHG-TIME FROM TIME.
006703     SET CG-FROM-CARDS TO TRUE.
006704     MOVE 'RATEMNT' TO CG-SOURCE-ID.
006705     MOVE SPACES TO CG-OPERATOR-ID.
006706     MOVE WS-TRAN-COUNT TO CG-CARD-NBR.
006707     WRITE CHGLREC-RECORD.
006708 3700-EXIT.
006709     EXIT.
006710*---------------------------------------------------------------
006711 4000-WRITE-NEW-MASTER SECTION.
006712***************************************************************
006720*    WRITE ONE SURVIVING (NOT DELETED) TABLE ENTRY TO THE NEW *
006730*    RATE FILE.                                               *
006740***************************************************************
006750     IF WS-RUL-DELETED (WS-RUL-IX)
006760         GO TO 4000-EXIT
006770     END-IF.
006780     WRITE RATENEW-RECORD FROM WS-RUL-IMAGE (WS-RUL-IX).
006790     ADD 1 TO WS-WRITTEN-COUNT.
006800 4000-EXIT.
006810     EXIT.
006820*---------------------------------------------------------------
006830 5000-CHECK-GAPS SECTION.
006840***************************************************************
006850*    THE GAP EDIT - WALK EVERY SURVIVING PERIOD AND LIST THE  *
006860*    DAYS BETWEEN ITS END AND THE NEXT PERIOD OF THE SAME     *
006870*    RULE, OR THE CLOSED END OF A RULE'S LAST PERIOD.         *
006880***************************************************************
006890     MOVE FILLER-LINE TO MNTRPT-LINE.
006900     WRITE MNTRPT-LINE.
006910     MOVE RPT-GAP-HDG-LINE TO MNTRPT-LINE.
006920     WRITE MNTRPT-LINE.
006930     PERFORM 5100-CHECK-ONE-PERIOD THRU 5100-EXIT
006940         VARYING WS-RUL-IX FROM 1 BY 1
006950         UNTIL WS-RUL-IX > WS-RUL-COUNT.
006960     IF WS-GAP-COUNT = 0
006970         MOVE RPT-NO-GAP-LINE TO MNTRPT-LINE
006980         WRITE MNTRPT-LINE
006990     END-IF.
007000 5000-EXIT.
007010     EXIT.
007020*---------------------------------------------------------------
007030 5100-CHECK-ONE-PERIOD SECTION.
007040***************************************************************
007050*    FIND THE PERIOD THAT FOLLOWS THIS ONE IN ITS RULE'S      *
007060*    HISTORY (THE SAME RULE'S EARLIEST LATER START) AND       *
007070*    REPORT ANY DAYS LEFT UNCOVERED BETWEEN THEM.             *
007080***************************************************************
007090     IF WS-RUL-DELETED (WS-RUL-IX)
007100         GO TO 5100-EXIT
007110     END-IF.
007120     MOVE 0 TO WS-NEXT-IX.
007130     PERFORM 5150-TEST-SUCCESSOR THRU 5150-EXIT
007140         VARYING WS-RUL-JX FROM 1 BY 1
007150         UNTIL WS-RUL-JX > WS-RUL-COUNT.
007160     MOVE WS-RUL-PATTERN (WS-RUL-IX) TO RG-JOB-PATTERN.
007170     MOVE WS-RUL-PREFIX-LEN (WS-RUL-IX) TO RG-PREFIX-LEN.
007180     IF WS-NEXT-IX = 0
007190         IF WS-RUL-EFF-TO (WS-RUL-IX) NOT = WS-OPEN-END-DATE
007200             MOVE 'LAST PERIOD CLOSES - NONE AFTER'
007210                 TO RG-TEXT
007220             MOVE WS-RUL-EFF-TO (WS-RUL-IX) TO RG-DATE-1
007230             MOVE SPACES TO RG-THRU
007240             MOVE SPACES TO RG-DATE-2
007250             PERFORM 5190-PRINT-GAP THRU 5190-EXIT
007260         END-IF
007270         GO TO 5100-EXIT
007280     END-IF.
007290     MOVE WS-RUL-EFF-TO (WS-RUL-IX) TO WS-TARGET-DATE-N.
007300     PERFORM 5200-INCREMENT-DATE THRU 5200-EXIT.
007310     MOVE WS-TARGET-DATE-N TO WS-DAY-AFTER.
007320     MOVE WS-RUL-EFF-FROM (WS-NEXT-IX) TO WS-NEXT-FROM.
007330     IF WS-NEXT-FROM > WS-DAY-AFTER
007340         MOVE 'NO RATE IN FORCE' TO RG-TEXT
007350         MOVE WS-DAY-AFTER TO RG-DATE-1
007360         MOVE ' THRU ' TO RG-THRU
007370         MOVE WS-NEXT-FROM TO WS-TARGET-DATE-N
007380         PERFORM 5250-DECREMENT-DATE THRU 5250-EXIT
007390         MOVE WS-TARGET-DATE-N TO RG-DATE-2
007400         PERFORM 5190-PRINT-GAP THRU 5190-EXIT
007410     END-IF.
007420 5100-EXIT.
007430     EXIT.
007440*---------------------------------------------------------------
007450 5150-TEST-SUCCESSOR SECTION.
007460***************************************************************
007470*    KEEP IN WS-NEXT-IX THE ACTIVE PERIOD OF THE SAME RULE    *
007480*    WITH THE EARLIEST START AFTER THE PERIOD BEING CHECKED.  *
007490***************************************************************
007500     IF WS-RUL-JX = WS-RUL-IX
007510         OR WS-RUL-DELETED (WS-RUL-JX)
007520         OR WS-RUL-GROUP-KEY (WS-RUL-JX)
007530             NOT = WS-RUL-GROUP-KEY (WS-RUL-IX)
007540         GO TO 5150-EXIT
007550     END-IF.
007560     IF WS-RUL-EFF-FROM (WS-RUL-JX)
007570             NOT > WS-RUL-EFF-FROM (WS-RUL-IX)
007580         GO TO 5150-EXIT
007590     END-IF.
007600     IF WS-NEXT-IX = 0
007610         MOVE WS-RUL-JX TO WS-NEXT-IX
007620         GO TO 5150-EXIT
007630     END-IF.
007640     IF WS-RUL-EFF-FROM (WS-RUL-JX)
007650             < WS-RUL-EFF-FROM (WS-NEXT-IX)
007660         MOVE WS-RUL-JX TO WS-NEXT-IX
007670     END-IF.
007680 5150-EXIT.
007690     EXIT.
007700*---------------------------------------------------------------
007710 5190-PRINT-GAP SECTION.
007720***************************************************************
007730*    PRINT ONE GAP WARNING LINE AND COUNT IT.                 *
007740***************************************************************
007750     MOVE RPT-GAP-LINE TO MNTRPT-LINE.
007760     WRITE MNTRPT-LINE.
007770     ADD 1 TO WS-GAP-COUNT.
007780 5190-EXIT.
007790     EXIT.
007800*---------------------------------------------------------------
007810 5200-INCREMENT-DATE SECTION.
007820***************************************************************
007830*    WALK THE TARGET DATE FORWARD ONE CALENDAR DAY, STEPPING  *
007840*    OVER MONTH AND YEAR BOUNDARIES.                          *
007850***************************************************************
007860     PERFORM 5300-MONTH-LENGTH THRU 5300-EXIT.
007870     ADD 1 TO WS-TD-DAY.
007880     IF WS-TD-DAY NOT > WS-MONTH-LEN
007890         GO TO 5200-EXIT
007900     END-IF.
007910     MOVE 1 TO WS-TD-DAY.
007920     ADD 1 TO WS-TD-MONTH.
007930     IF WS-TD-MONTH > 12
007940         MOVE 1 TO WS-TD-MONTH
007950         ADD 1 TO WS-TD-YEAR
007960     END-IF.
007970 5200-EXIT.
007980     EXIT.
007990*---------------------------------------------------------------
008000 5250-DECREMENT-DATE SECTION.
008010***************************************************************
008020*    WALK THE TARGET DATE BACK ONE CALENDAR DAY, STEPPING     *
008030*    OVER MONTH AND YEAR BOUNDARIES.                          *
008040***************************************************************
008050     SUBTRACT 1 FROM WS-TD-DAY.
008060     IF WS-TD-DAY > 0
008070         GO TO 5250-EXIT
008080     END-IF.
008090     SUBTRACT 1 FROM WS-TD-MONTH.
008100     IF WS-TD-MONTH = 0
008110         MOVE 12 TO WS-TD-MONTH
008120         SUBTRACT 1 FROM WS-TD-YEAR
008130     END-IF.
008140     PERFORM 5300-MONTH-LENGTH THRU 5300-EXIT.
008150     MOVE WS-MONTH-LEN TO WS-TD-DAY.
008160 5250-EXIT.
008170     EXIT.
008180*---------------------------------------------------------------
008190 5300-MONTH-LENGTH SECTION.
008200***************************************************************
008210*    NUMBER OF DAYS IN THE TARGET DATE'S MONTH - FEBRUARY     *
008220*    GETS ITS 29TH DAY IN LEAP YEARS (DIVISIBLE BY 4, EXCEPT  *
008230*    CENTURIES NOT DIVISIBLE BY 400).                         *
008240***************************************************************
008250     MOVE WS-MONTH-DAYS (WS-TD-MONTH) TO WS-MONTH-LEN.
008260     IF WS-TD-MONTH = 2
008270         DIVIDE WS-TD-YEAR BY 4
008280             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
008290         DIVIDE WS-TD-YEAR BY 100
008300             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
008310         DIVIDE WS-TD-YEAR BY 400
008320             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
008330         IF WS-LEAP-REM-4 = 0
008340             AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
008350             MOVE 29 TO WS-MONTH-LEN
008360         END-IF
008370     END-IF.
008380 5300-EXIT.
008390     EXIT.
008400*---------------------------------------------------------------
008410 6000-PRINT-TOTALS SECTION.
008420***************************************************************
008430*    PRINT THE TRANSACTION, RATE FILE AND GAP TOTALS.         *
008440***************************************************************
008450     MOVE FILLER-LINE TO MNTRPT-LINE.
008460     WRITE MNTRPT-LINE.
008470     MOVE WS-TRAN-COUNT TO RT-TRAN-COUNT.
008480     MOVE WS-APPLIED-COUNT TO RT-APPLIED-COUNT.
008490     MOVE WS-REJECT-COUNT TO RT-REJECT-COUNT.
008500     MOVE WS-WRITTEN-COUNT TO RT-WRITTEN-COUNT.
008510     MOVE WS-GAP-COUNT TO RT-GAP-COUNT.
008520     MOVE RPT-TOTAL-LINE TO MNTRPT-LINE.
008530     WRITE MNTRPT-LINE.
008540     MOVE FILLER-LINE TO MNTRPT-LINE.
008550     WRITE MNTRPT-LINE.
008560 6000-EXIT.
008570     EXIT.
008580*---------------------------------------------------------------
008590 7000-TERMINATE SECTION.
008600***************************************************************
008610*    CLOSE THE FILES.                                         *
008620***************************************************************
008630     CLOSE RATEOLD-FILE.
008640     CLOSE RATETRN-FILE.
008650     CLOSE RATENEW-FILE.
008660     CLOSE MNTRPT-FILE.
008665     CLOSE CHGLOG-FILE.
008670 7000-EXIT.
008680     EXIT.
008690*---------------------------------------------------------------
008700 9999-EXIT.
008710     GOBACK.
