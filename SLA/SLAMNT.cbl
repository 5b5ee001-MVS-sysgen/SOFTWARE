000010***************************************************************
000020*                                                              *
000030*    PROGRAM:    SLAMNT                                       *
000040*    AUTHOR:     D SIKORA - BATCH SUPPORT                     *
000050*    INSTALLATION: MVS-SYSGEN DATA CENTER                     *
000060*    DATE-WRITTEN: 10/15/2026                                 *
000070*                                                              *
000080*    REMARKS:    BATCH MAINTENANCE FOR THE COMPLETION-        *
000090*                DEADLINE SLA REGISTRY (SLAREC).  READS THE    *
000100*                OLD SLA MASTER AND A FILE OF OPERATIONS       *
000110*                TRANSACTION CARDS - EACH CARD IS AN ACTION    *
000120*                CODE (A=ADD, C=CHANGE, D=DELETE) FOLLOWED BY  *
000130*                A FULL SLA RECORD IMAGE - APPLIES THEM IN     *
000140*                ORDER, WRITES THE NEW SLA MASTER, AND PRINTS  *
000150*                ONE RESULT LINE PER CARD.                     *
000160*                                                              *
000170*                AN ADD FOR A JOB ALREADY ON THE REGISTRY, OR  *
000180*                A CHANGE/DELETE FOR A JOB NOT ON IT, IS       *
000190*                REJECTED AND REPORTED - THE REST OF THE       *
000200*                CARDS STILL APPLY.  ADD AND CHANGE CARDS ARE  *
000210*                EDITED FIRST: THE DEADLINE MUST BE A REAL     *
000220*                HHMMSSTH TIME OF DAY, THE DEADLINE DAY MUST   *
000230*                BE 0 (SAME DAY) OR 1 (NEXT MORNING), AND THE  *
000240*                RUN-DAY SWITCHES MUST BE Y OR N.              *
000250*                                                              *
000251*                EVERY CARD THAT APPLIES IS ALSO WRITTEN TO    *
000253*                THE SHARED CHGLOG CHANGE-LOG TRAIL WITH THE   *
000254*                JOB'S BEFORE AND AFTER IMAGES, SO THE         *
000256*                CHGLRPT WEEKLY CHANGE REPORT CAN SHOW WHO     *
000257*                CHANGED WHAT AND WHEN.                        *
000259*                                                              *
000260*    MODIFICATION HISTORY                                     *
000270*    DATE       INIT  DESCRIPTION                              *
000280*    10/15/2026 DS    ORIGINAL PROGRAM                         *
000283*    10/15/2026 DS    LOG EVERY APPLIED CARD TO THE CHGLOG     *
000287*                     TRAIL                                    *
000290*                                                              *
000300***************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    SLAMNT.
000330 AUTHOR.        D SIKORA - BATCH SUPPORT.
000340 INSTALLATION.  MVS-SYSGEN DATA CENTER.
000350 DATE-WRITTEN.  10/15/2026.
000360 DATE-COMPILED.
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SLAOLD-FILE ASSIGN TO SLAOLD
000440         ORGANIZATION IS SEQUENTIAL.
000450     SELECT SLATRAN-FILE ASSIGN TO SLATRAN
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT SLANEW-FILE ASSIGN TO SLANEW
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-SLANEW-STATUS.
000500     SELECT MNTRPT-FILE ASSIGN TO MNTRPT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-MNTRPT-STATUS.
000522     SELECT CHGLOG-FILE ASSIGN TO CHGLOG
000525         ORGANIZATION IS SEQUENTIAL
000528         FILE STATUS IS WS-CHGLOG-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  SLAOLD-FILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 COPY SLAREC.
000590 FD  SLATRAN-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 01  SLATRAN-RECORD.
000630     05  TR-ACTION                PIC X(01).
000640         88  TR-ADD                         VALUE 'A'.
000650         88  TR-CHANGE                      VALUE 'C'.
000660         88  TR-DELETE                      VALUE 'D'.
000670     05  TR-REG-IMAGE             PIC X(80).
000680     05  TR-REG-JOB-NAME REDEFINES TR-REG-IMAGE
000690                                  PIC X(08).
000700     05  FILLER REDEFINES TR-REG-IMAGE.
000710         10  FILLER               PIC X(08).
000720         10  TR-REG-RUN-DAYS.
000730             15  TR-REG-RUN-DAY OCCURS 7 TIMES
000740                                  PIC X(01).
000750         10  TR-REG-DEADLINE-X    PIC X(08).
000760         10  FILLER REDEFINES TR-REG-DEADLINE-X.
000770             15  TR-REG-DL-HH     PIC 9(02).
000780             15  TR-REG-DL-MM     PIC 9(02).
000790             15  TR-REG-DL-SS     PIC 9(02).
000800             15  TR-REG-DL-TH     PIC 9(02).
000810         10  TR-REG-DL-DAYS-X     PIC X(01).
000820         10  FILLER               PIC X(56).
000830 FD  SLANEW-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  SLANEW-RECORD                PIC X(80).
000870 FD  MNTRPT-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  MNTRPT-LINE                  PIC X(133).
000902 FD  CHGLOG-FILE
000904     RECORDING MODE IS F
000906     LABEL RECORDS ARE STANDARD.
000908 COPY CHGLREC.
000910 WORKING-STORAGE SECTION.
000920*---------------------------------------------------------------
000930*    SWITCHES
000940*---------------------------------------------------------------
000950 01  WS-SWITCHES.
000960     05  WS-OLD-EOF-SW            PIC X(01) VALUE 'N'.
000970         88  WS-OLD-EOF                     VALUE 'Y'.
000980         88  WS-OLD-NOT-EOF                 VALUE 'N'.
000990     05  WS-TRAN-EOF-SW           PIC X(01) VALUE 'N'.
001000         88  WS-TRAN-EOF                    VALUE 'Y'.
001010         88  WS-TRAN-NOT-EOF                VALUE 'N'.
001020     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001030         88  WS-FOUND                       VALUE 'Y'.
001040         88  WS-NOT-FOUND                   VALUE 'N'.
001050     05  WS-REG-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001060         88  WS-REG-CAP-WARNED              VALUE 'Y'.
001070         88  WS-REG-CAP-NOT-WARNED          VALUE 'N'.
001080     05  WS-CARD-VALID-SW         PIC X(01) VALUE 'Y'.
001090         88  WS-CARD-VALID                  VALUE 'Y'.
001100         88  WS-CARD-INVALID                VALUE 'N'.
001110 01  WS-SLANEW-STATUS             PIC XX VALUE '00'.
001120 01  WS-MNTRPT-STATUS             PIC XX VALUE '00'.
001125 01  WS-CHGLOG-STATUS             PIC XX VALUE '00'.
001130*---------------------------------------------------------------
001140*    REGISTRY TABLE - THE WHOLE MASTER HELD IN STORAGE WHILE
001150*    THE TRANSACTIONS APPLY
001160*---------------------------------------------------------------
001170 01  WS-REG-TABLE-CTL.
001180     05  WS-REG-COUNT             PIC 9(04) COMP VALUE 0.
001190     05  WS-REG-MAX               PIC 9(04) COMP VALUE 500.
001200     05  WS-REG-IX                PIC 9(04) COMP VALUE 0.
001210     05  WS-DAY-IX                PIC 9(04) COMP VALUE 0.
001220 01  WS-REG-TABLE.
001230     05  WS-REG-ENTRY OCCURS 1 TO 500 TIMES
001240                      DEPENDING ON WS-REG-COUNT
001250                      INDEXED BY WS-REG-NX.
001260         10  WS-REG-IMAGE         PIC X(80).
001270         10  WS-REG-JOB-NAME REDEFINES WS-REG-IMAGE
001280                                  PIC X(08).
001290         10  WS-REG-DELETED-SW    PIC X(01).
001300             88  WS-REG-DELETED             VALUE 'Y'.
001310             88  WS-REG-ACTIVE              VALUE 'N'.
001320*---------------------------------------------------------------
001330*    COUNTERS
001340*---------------------------------------------------------------
001350 01  WS-TRAN-COUNT                PIC 9(04) COMP VALUE 0.
001360 01  WS-APPLIED-COUNT             PIC 9(04) COMP VALUE 0.
001370 01  WS-REJECT-COUNT              PIC 9(04) COMP VALUE 0.
001380 01  WS-WRITTEN-COUNT             PIC 9(04) COMP VALUE 0.
001390*---------------------------------------------------------------
001400*    REPORT LINES
001410*---------------------------------------------------------------
001420 01  FILLER-LINE                  PIC X(133) VALUE ALL '='.
001430 01  RPT-TITLE-LINE.
001440     05  FILLER                   PIC X(01) VALUE '='.
001450     05  FILLER                   PIC X(45) VALUE SPACES.
001460     05  FILLER                   PIC X(41) VALUE
001470             'SLA DEADLINE REGISTRY MAINTENANCE RESULTS'.
001480     05  FILLER                   PIC X(45) VALUE SPACES.
001490     05  FILLER                   PIC X(01) VALUE '='.
001500 01  RPT-RESULT-LINE.
001510     05  FILLER                   PIC X(01) VALUE '='.
001520     05  FILLER                   PIC X(01) VALUE SPACE.
001530     05  RR-ACTION                PIC X(07) VALUE SPACES.
001540     05  FILLER                   PIC X(02) VALUE SPACES.
001550     05  RR-JOB-NAME              PIC X(08) VALUE SPACES.
001560     05  FILLER                   PIC X(02) VALUE SPACES.
001570     05  RR-RESULT                PIC X(40) VALUE SPACES.
001580     05  FILLER                   PIC X(71) VALUE SPACES.
001590     05  FILLER                   PIC X(01) VALUE '='.
001600 01  RPT-TOTAL-LINE.
001610     05  FILLER                   PIC X(01) VALUE '='.
001620     05  FILLER                   PIC X(01) VALUE SPACE.
001630     05  FILLER                   PIC X(07) VALUE 'CARDS: '.
001640     05  RT-TRAN-COUNT            PIC ZZZ9.
001650     05  FILLER                   PIC X(03) VALUE SPACES.
001660     05  FILLER                   PIC X(09) VALUE 'APPLIED: '.
001670     05  RT-APPLIED-COUNT         PIC ZZZ9.
001680     05  FILLER                   PIC X(03) VALUE SPACES.
001690     05  FILLER                   PIC X(10) VALUE 'REJECTED: '.
001700     05  RT-REJECT-COUNT          PIC ZZZ9.
001710     05  FILLER                   PIC X(03) VALUE SPACES.
001720     05  FILLER                   PIC X(22) VALUE
001730             'JOBS ON NEW REGISTRY: '.
001740     05  RT-WRITTEN-COUNT         PIC ZZZZ9.
001750     05  FILLER                   PIC X(56) VALUE SPACES.
001760     05  FILLER                   PIC X(01) VALUE '='.
001770 PROCEDURE DIVISION.
001780 0000-MAINLINE SECTION.
001790***************************************************************
001800*    LOAD THE OLD REGISTRY INTO THE TABLE, APPLY EVERY         *
001810*    TRANSACTION CARD IN ORDER, WRITE THE SURVIVORS OUT AS     *
001820*    THE NEW MASTER, AND PRINT THE RESULTS.                    *
001830***************************************************************
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001850     PERFORM 2000-LOAD-REGISTRY THRU 2000-EXIT
001860         UNTIL WS-OLD-EOF.
001870     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
001880         UNTIL WS-TRAN-EOF.
001890     PERFORM 4000-WRITE-NEW-MASTER THRU 4000-EXIT
001900         VARYING WS-REG-IX FROM 1 BY 1
001910         UNTIL WS-REG-IX > WS-REG-COUNT.
001920     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
001930     PERFORM 6000-TERMINATE THRU 6000-EXIT.
001940     GO TO 9999-EXIT.
001950 0000-EXIT.
001960     EXIT.
001970*---------------------------------------------------------------
001980 1000-INITIALIZE SECTION.
001990***************************************************************
002000*    OPEN THE FILES, PRINT THE REPORT HEADER, AND PRIME THE    *
002010*    TWO INPUT READS.                                          *
002020***************************************************************
002030     OPEN INPUT SLAOLD-FILE.
002040     OPEN INPUT SLATRAN-FILE.
002050     OPEN OUTPUT SLANEW-FILE.
002060     IF WS-SLANEW-STATUS NOT = '00'
002070         DISPLAY '*** SLANEW REGISTRY FILE OPEN FAILED - '
002080             'STATUS ' WS-SLANEW-STATUS
002090             ' - REGISTRY LEFT UNTOUCHED ***'
002100         GO TO 9999-EXIT
002110     END-IF.
002120     OPEN OUTPUT MNTRPT-FILE.
002130     IF WS-MNTRPT-STATUS NOT = '00'
002140         DISPLAY '*** MNTRPT REPORT FILE OPEN FAILED - '
002150             'STATUS ' WS-MNTRPT-STATUS
002160             ' - MAINTENANCE NOT APPLIED ***'
002170         GO TO 9999-EXIT
002180     END-IF.
002181     OPEN EXTEND CHGLOG-FILE.
002182     IF WS-CHGLOG-STATUS NOT = '00'
002184         DISPLAY '*** CHGLOG CHANGE-LOG OPEN FAILED - '
002185             'STATUS ' WS-CHGLOG-STATUS
002186             ' - MAINTENANCE NOT APPLIED ***'
002188         GO TO 9999-EXIT
002189     END-IF.
002190     MOVE FILLER-LINE TO MNTRPT-LINE.
002200     WRITE MNTRPT-LINE.
002210     MOVE RPT-TITLE-LINE TO MNTRPT-LINE.
002220     WRITE MNTRPT-LINE.
002230     READ SLAOLD-FILE
002240         AT END SET WS-OLD-EOF TO TRUE.
002250     READ SLATRAN-FILE
002260         AT END SET WS-TRAN-EOF TO TRUE.
002270 1000-EXIT.
002280     EXIT.
002290*---------------------------------------------------------------
002300 2000-LOAD-REGISTRY SECTION.
002310***************************************************************
002320*    FOLD ONE OLD-MASTER RECORD INTO THE REGISTRY TABLE.  A    *
002330*    RECORD BEYOND THE TABLE'S CAPACITY IS PASSED STRAIGHT     *
002340*    THROUGH TO THE NEW MASTER UNCHANGED - A CAPACITY LIMIT    *
002350*    MUST NEVER TRUNCATE THE MASTER IT IS REWRITING.           *
002360***************************************************************
002370     IF WS-REG-COUNT < WS-REG-MAX
002380         ADD 1 TO WS-REG-COUNT
002390         SET WS-REG-NX TO WS-REG-COUNT
002400         MOVE SLAREC-RECORD TO WS-REG-IMAGE (WS-REG-NX)
002410         SET WS-REG-ACTIVE (WS-REG-NX) TO TRUE
002420     ELSE
002430         IF WS-REG-CAP-NOT-WARNED
002440             DISPLAY '*** REGISTRY TABLE FULL AT ' WS-REG-MAX
002450                 ' JOBS - FURTHER OLD-MASTER RECORDS ARE '
002460                 'PASSED THROUGH UNCHANGED - CHANGE/DELETE '
002470                 'CARDS FOR THOSE JOBS WILL BE REJECTED ***'
002480             SET WS-REG-CAP-WARNED TO TRUE
002490         END-IF
002500         WRITE SLANEW-RECORD FROM SLAREC-RECORD
002510         ADD 1 TO WS-WRITTEN-COUNT
002520     END-IF.
002530     READ SLAOLD-FILE
002540         AT END SET WS-OLD-EOF TO TRUE.
002550 2000-EXIT.
002560     EXIT.
002570*---------------------------------------------------------------
002580 3000-APPLY-TRANSACTION SECTION.
002590***************************************************************
002600*    APPLY ONE TRANSACTION CARD AGAINST THE TABLE AND PRINT    *
002610*    ITS RESULT LINE.                                          *
002620***************************************************************
002630     ADD 1 TO WS-TRAN-COUNT.
002640     MOVE TR-REG-JOB-NAME TO RR-JOB-NAME.
002650     PERFORM 3100-FIND-JOB THRU 3100-EXIT.
002660     EVALUATE TRUE
002670         WHEN TR-ADD
002680             MOVE 'ADD    ' TO RR-ACTION
002690             PERFORM 3200-APPLY-ADD THRU 3200-EXIT
002700         WHEN TR-CHANGE
002710             MOVE 'CHANGE ' TO RR-ACTION
002720             PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
002730         WHEN TR-DELETE
002740             MOVE 'DELETE ' TO RR-ACTION
002750             PERFORM 3400-APPLY-DELETE THRU 3400-EXIT
002760         WHEN OTHER
002770             MOVE TR-ACTION TO RR-ACTION
002780             MOVE 'REJECTED - ACTION CODE NOT A, C, OR D'
002790                 TO RR-RESULT
002800             ADD 1 TO WS-REJECT-COUNT
002810     END-EVALUATE.
002820     MOVE RPT-RESULT-LINE TO MNTRPT-LINE.
002830     WRITE MNTRPT-LINE.
002840     READ SLATRAN-FILE
002850         AT END SET WS-TRAN-EOF TO TRUE.
002860 3000-EXIT.
002870     EXIT.
002880*---------------------------------------------------------------
002890 3100-FIND-JOB SECTION.
002900***************************************************************
002910*    LOOK THE TRANSACTION'S JOB NAME UP AMONG THE ACTIVE       *
002920*    TABLE ENTRIES.                                            *
002930***************************************************************
002940     SET WS-NOT-FOUND TO TRUE.
002950     IF WS-REG-COUNT > 0
002960         SET WS-REG-NX TO 1
002970         SEARCH WS-REG-ENTRY
002980             AT END SET WS-NOT-FOUND TO TRUE
002990             WHEN WS-REG-JOB-NAME (WS-REG-NX) = TR-REG-JOB-NAME
003000                 AND WS-REG-ACTIVE (WS-REG-NX)
003010                 SET WS-FOUND TO TRUE
003020         END-SEARCH
003030     END-IF.
003040 3100-EXIT.
003050     EXIT.
003060*---------------------------------------------------------------
003070 3200-APPLY-ADD SECTION.
003080***************************************************************
003090*    ADD A NEW REGISTRY ENTRY - REJECTED WHEN THE CARD FAILS   *
003100*    FIELD VALIDATION, THE JOB IS ALREADY REGISTERED, OR THE   *
003110*    TABLE IS FULL.                                            *
003120***************************************************************
003130     PERFORM 3500-VALIDATE-CARD THRU 3500-EXIT.
003140     IF WS-CARD-INVALID
003150         GO TO 3200-EXIT
003160     END-IF.
003170     IF WS-FOUND
003180         MOVE 'REJECTED - JOB ALREADY ON REGISTRY'
003190             TO RR-RESULT
003200         ADD 1 TO WS-REJECT-COUNT
003210         GO TO 3200-EXIT
003220     END-IF.
003230     IF WS-REG-COUNT >= WS-REG-MAX
003240         MOVE 'REJECTED - REGISTRY TABLE FULL'
003250             TO RR-RESULT
003260         ADD 1 TO WS-REJECT-COUNT
003270         GO TO 3200-EXIT
003280     END-IF.
003290     ADD 1 TO WS-REG-COUNT.
003300     SET WS-REG-NX TO WS-REG-COUNT.
003310     MOVE TR-REG-IMAGE TO WS-REG-IMAGE (WS-REG-NX).
003320     SET WS-REG-ACTIVE (WS-REG-NX) TO TRUE.
003322     SET CG-ADD TO TRUE.
003324     MOVE SPACES TO CG-BEFORE-IMAGE.
003326     MOVE TR-REG-IMAGE TO CG-AFTER-IMAGE.
003328     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003330     MOVE 'ADDED' TO RR-RESULT.
003340     ADD 1 TO WS-APPLIED-COUNT.
003350 3200-EXIT.
003360     EXIT.
003370*---------------------------------------------------------------
003380 3300-APPLY-CHANGE SECTION.
003390***************************************************************
003400*    REPLACE AN EXISTING ENTRY'S RECORD IMAGE - REJECTED WHEN  *
003410*    THE CARD FAILS FIELD VALIDATION OR THE JOB IS NOT ON THE  *
003420*    REGISTRY.                                                 *
003430***************************************************************
003440     PERFORM 3500-VALIDATE-CARD THRU 3500-EXIT.
003450     IF WS-CARD-INVALID
003460         GO TO 3300-EXIT
003470     END-IF.
003480     IF WS-NOT-FOUND
003490         MOVE 'REJECTED - JOB NOT ON REGISTRY'
003500             TO RR-RESULT
003510         ADD 1 TO WS-REJECT-COUNT
003520         GO TO 3300-EXIT
003530     END-IF.
003532     SET CG-CHANGE TO TRUE.
003534     MOVE WS-REG-IMAGE (WS-REG-NX) TO CG-BEFORE-IMAGE.
003536     MOVE TR-REG-IMAGE TO CG-AFTER-IMAGE.
003538     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003540     MOVE TR-REG-IMAGE TO WS-REG-IMAGE (WS-REG-NX).
003550     MOVE 'CHANGED' TO RR-RESULT.
003560     ADD 1 TO WS-APPLIED-COUNT.
003570 3300-EXIT.
003580     EXIT.
003590*---------------------------------------------------------------
003600 3400-APPLY-DELETE SECTION.
003610***************************************************************
003620*    MARK AN EXISTING ENTRY DELETED SO THE WRITE PASS SKIPS    *
003630*    IT - REJECTED WHEN THE JOB IS NOT ON THE REGISTRY.        *
003640***************************************************************
003650     IF WS-NOT-FOUND
003660         MOVE 'REJECTED - JOB NOT ON REGISTRY'
003670             TO RR-RESULT
003680         ADD 1 TO WS-REJECT-COUNT
003690         GO TO 3400-EXIT
003700     END-IF.
003702     SET CG-DELETE TO TRUE.
003704     MOVE WS-REG-IMAGE (WS-REG-NX) TO CG-BEFORE-IMAGE.
003706     MOVE SPACES TO CG-AFTER-IMAGE.
003708     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003710     SET WS-REG-DELETED (WS-REG-NX) TO TRUE.
003720     MOVE 'DELETED' TO RR-RESULT.
003730     ADD 1 TO WS-APPLIED-COUNT.
003740 3400-EXIT.
003750     EXIT.
003760*---------------------------------------------------------------
003770 3500-VALIDATE-CARD SECTION.
003780***************************************************************
003790*    FIELD-VALIDATE AN ADD/CHANGE CARD BEFORE IT TOUCHES THE   *
003800*    REGISTRY - THE CARD FILE IS OPERATOR-KEYED, AND A BLANK   *
003810*    OR IMPOSSIBLE DEADLINE WRITTEN TO THE MASTER WOULD BLOW   *
003820*    UP THE NIGHTLY CHECK'S MINUTE ARITHMETIC THE FIRST NIGHT  *
003830*    THE JOB IS DUE.  AN INVALID CARD IS REJECTED WITH A       *
003840*    RESULT LINE, THE SAME WAY THE SEMANTIC REJECTS READ.      *
003850***************************************************************
003860     SET WS-CARD-VALID TO TRUE.
003870     IF TR-REG-DEADLINE-X IS NOT NUMERIC
003880         MOVE 'REJECTED - DEADLINE TIME NOT NUMERIC'
003890             TO RR-RESULT
003900         GO TO 3500-REJECT
003910     END-IF.
003920     IF TR-REG-DL-HH > 23 OR TR-REG-DL-MM > 59
003930         OR TR-REG-DL-SS > 59
003940         MOVE 'REJECTED - DEADLINE NOT A TIME OF DAY'
003950             TO RR-RESULT
003960         GO TO 3500-REJECT
003970     END-IF.
003980     IF TR-REG-DL-DAYS-X NOT = '0'
003990         AND TR-REG-DL-DAYS-X NOT = '1'
004000         MOVE 'REJECTED - DEADLINE DAY NOT 0 OR 1'
004010             TO RR-RESULT
004020         GO TO 3500-REJECT
004030     END-IF.
004040     PERFORM 3600-VALIDATE-RUN-DAY THRU 3600-EXIT
004050         VARYING WS-DAY-IX FROM 1 BY 1
004060         UNTIL WS-DAY-IX > 7
004070         OR WS-CARD-INVALID.
004080     GO TO 3500-EXIT.
004090 3500-REJECT.
004100     ADD 1 TO WS-REJECT-COUNT.
004110     SET WS-CARD-INVALID TO TRUE.
004120 3500-EXIT.
004130     EXIT.
004140*---------------------------------------------------------------
004150 3600-VALIDATE-RUN-DAY SECTION.
004160***************************************************************
004170*    ONE RUN-DAY SWITCH MUST BE 'Y' OR 'N' - ANYTHING ELSE     *
004180*    REJECTS THE CARD.                                         *
004190***************************************************************
004200     IF TR-REG-RUN-DAY (WS-DAY-IX) NOT = 'Y'
004210         AND TR-REG-RUN-DAY (WS-DAY-IX) NOT = 'N'
004220         MOVE 'REJECTED - RUN-DAY SWITCHES NOT Y/N'
004230             TO RR-RESULT
004240         ADD 1 TO WS-REJECT-COUNT
004250         SET WS-CARD-INVALID TO TRUE
004260     END-IF.
004270 3600-EXIT.
004280     EXIT.
004290*---------------------------------------------------------------
004291 3700-LOG-CHANGE SECTION.
004292***************************************************************
004293*    WRITE ONE CHANGE-LOG ENTRY FOR THE CARD JUST APPLIED -    *
004294*    THE CALLER HAS ALREADY SET THE ACTION AND THE BEFORE AND  *
004295*    AFTER IMAGES.                                             *
004296***************************************************************
004297     MOVE 'SLAREC' TO CG-REGISTRY.
004298     MOVE TR-REG-JOB-NAME TO CG-KEY.
004299     ACCEPT CG-CHG-DATE FROM DATE YYYYMMDD.
004300     ACCEPT CG-CHG-TIME FROM TIME.
004301     SET CG-FROM-CARDS TO TRUE.
004302     MOVE 'SLAMNT' TO CG-SOURCE-ID.
004303     MOVE SPACES TO CG-OPERATOR-ID.
004304     MOVE WS-TRAN-COUNT TO CG-CARD-NBR.
004305     WRITE CHGLREC-RECORD.
004306 3700-EXIT.
004307     EXIT.
004308*---------------------------------------------------------------
004309 4000-WRITE-NEW-MASTER SECTION.
004310***************************************************************
004320*    WRITE ONE SURVIVING (NOT DELETED) TABLE ENTRY TO THE NEW  *
004330*    REGISTRY MASTER.                                          *
004340***************************************************************
004350     IF WS-REG-DELETED (WS-REG-IX)
004360         GO TO 4000-EXIT
004370     END-IF.
004380     WRITE SLANEW-RECORD FROM WS-REG-IMAGE (WS-REG-IX).
004390     ADD 1 TO WS-WRITTEN-COUNT.
004400 4000-EXIT.
004410     EXIT.
004420*---------------------------------------------------------------
004430 5000-PRINT-TOTALS SECTION.
004440***************************************************************
004450*    PRINT THE TRANSACTION AND REGISTRY TOTALS.                *
004460***************************************************************
004470     MOVE WS-TRAN-COUNT TO RT-TRAN-COUNT.
004480     MOVE WS-APPLIED-COUNT TO RT-APPLIED-COUNT.
004490     MOVE WS-REJECT-COUNT TO RT-REJECT-COUNT.
004500     MOVE WS-WRITTEN-COUNT TO RT-WRITTEN-COUNT.
004510     MOVE RPT-TOTAL-LINE TO MNTRPT-LINE.
004520     WRITE MNTRPT-LINE.
004530     MOVE FILLER-LINE TO MNTRPT-LINE.
004540     WRITE MNTRPT-LINE.
004550 5000-EXIT.
004560     EXIT.
004570*---------------------------------------------------------------
004580 6000-TERMINATE SECTION.
004590***************************************************************
004600*    CLOSE THE FILES.                                          *
004610***************************************************************
004620     CLOSE SLAOLD-FILE.
004630     CLOSE SLATRAN-FILE.
004640     CLOSE SLANEW-FILE.
004650     CLOSE MNTRPT-FILE.
004655     CLOSE CHGLOG-FILE.
004660 6000-EXIT.
004670     EXIT.
004680*---------------------------------------------------------------
004690 9999-EXIT.
004700     GOBACK.
