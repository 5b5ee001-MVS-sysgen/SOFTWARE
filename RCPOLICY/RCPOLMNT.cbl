000010***************************************************************
000020*                                                              *
000030*    PROGRAM:    RCPOLMNT                                     *
000040*    AUTHOR:     D SIKORA - BATCH SUPPORT                     *
000050*    INSTALLATION: MVS-SYSGEN DATA CENTER                     *
000060*    DATE-WRITTEN: 10/15/2026                                 *
000070*                                                              *
000080*    REMARKS:    BATCH MAINTENANCE FOR THE CONDITION-CODE      *
000090*                POLICY MASTER (RCPOLREC) THAT RCPOLCHK        *
000100*                JUDGES EVERY STEP BY.  READS THE OLD POLICY   *
000110*                MASTER AND A FILE OF OPERATIONS TRANSACTION   *
000120*                CARDS - EACH CARD IS AN ACTION CODE (A=ADD,   *
000130*                C=CHANGE, D=DELETE) FOLLOWED BY A FULL        *
000140*                POLICY RECORD IMAGE - APPLIES THEM IN ORDER,  *
000150*                WRITES THE NEW POLICY MASTER, AND PRINTS ONE  *
000160*                RESULT LINE PER CARD.                         *
000170*                                                              *
000180*                A RULE IS KEYED BY ITS JOB PATTERN, JOB       *
000190*                PREFIX LENGTH, STEP PATTERN AND STEP PREFIX   *
000200*                LENGTH TOGETHER, SO 'PAY' / 3 AND 'PAYROLL' / *
000210*                0 ARE DIFFERENT RULES.  AN ADD FOR A RULE     *
000220*                ALREADY ON THE MASTER, OR A CHANGE/DELETE FOR *
000230*                ONE NOT ON IT, IS REJECTED AND REPORTED - THE *
000240*                REST OF THE CARDS STILL APPLY.                *
000250*                                                              *
000260*                ADD AND CHANGE CARDS ARE EDITED BEFORE THEY   *
000270*                TOUCH THE MASTER: A JOB PATTERN IS REQUIRED,  *
000280*                PREFIX LENGTHS MUST BE 0 THRU 8, A STEP       *
000290*                PREFIX LENGTH NEEDS A STEP PATTERN, BOTH      *
000300*                CODES MUST BE NUMERIC, AND THE FAILING CODE   *
000310*                MUST BE ABOVE THE HIGHEST ACCEPTABLE CODE.    *
000320*                                                              *
000321*                EVERY CARD THAT APPLIES IS ALSO WRITTEN TO    *
000323*                THE SHARED CHGLOG CHANGE-LOG TRAIL WITH THE   *
000324*                RULE'S BEFORE AND AFTER IMAGES, SO THE        *
000326*                CHGLRPT WEEKLY CHANGE REPORT CAN SHOW WHO     *
000327*                CHANGED WHAT AND WHEN.                        *
000329*                                                              *
000330*    MODIFICATION HISTORY                                     *
000340*    DATE       INIT  DESCRIPTION                              *
000350*    10/15/2026 DS    ORIGINAL PROGRAM                         *
000353*    10/15/2026 DS    LOG EVERY APPLIED CARD TO THE CHGLOG     *
000357*                     TRAIL                                    *
000360*                                                              *
000370***************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.    RCPOLMNT.
000400 AUTHOR.        D SIKORA - BATCH SUPPORT.
000410 INSTALLATION.  MVS-SYSGEN DATA CENTER.
000420 DATE-WRITTEN.  10/15/2026.
000430 DATE-COMPILED.
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000470 OBJECT-COMPUTER.   IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT RCPOLOLD-FILE ASSIGN TO RCPOLOLD
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT RCPOLTRN-FILE ASSIGN TO RCPOLTRN
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT RCPOLNEW-FILE ASSIGN TO RCPOLNEW
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RCPOLNEW-STATUS.
000570     SELECT MNTRPT-FILE ASSIGN TO MNTRPT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-MNTRPT-STATUS.
000592     SELECT CHGLOG-FILE ASSIGN TO CHGLOG
000595         ORGANIZATION IS SEQUENTIAL
000598         FILE STATUS IS WS-CHGLOG-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  RCPOLOLD-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 COPY RCPOLREC.
000660 FD  RCPOLTRN-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  RCPOLTRN-RECORD.
000700     05  TR-ACTION                PIC X(01).
000710         88  TR-ADD                         VALUE 'A'.
000720         88  TR-CHANGE                      VALUE 'C'.
000730         88  TR-DELETE                      VALUE 'D'.
000740     05  TR-POL-IMAGE             PIC X(80).
000750     05  TR-POL-KEY REDEFINES TR-POL-IMAGE
000760                                  PIC X(20).
000770     05  FILLER REDEFINES TR-POL-IMAGE.
000780         10  TR-POL-JOB-PATTERN   PIC X(08).
000790         10  TR-POL-JOB-LEN-X     PIC X(02).
000800         10  TR-POL-JOB-LEN REDEFINES TR-POL-JOB-LEN-X
000810                                  PIC 9(02).
000820         10  TR-POL-STEP-PATTERN  PIC X(08).
000830         10  TR-POL-STEP-LEN-X    PIC X(02).
000840         10  TR-POL-STEP-LEN REDEFINES TR-POL-STEP-LEN-X
000850                                  PIC 9(02).
000860         10  TR-POL-MAX-OK-RC-X   PIC X(04).
000870         10  TR-POL-MAX-OK-RC REDEFINES TR-POL-MAX-OK-RC-X
000880                                  PIC 9(04).
000890         10  TR-POL-FAIL-RC-X     PIC X(04).
000900         10  TR-POL-FAIL-RC REDEFINES TR-POL-FAIL-RC-X
000910                                  PIC 9(04).
000920         10  FILLER               PIC X(52).
000930 FD  RCPOLNEW-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 01  RCPOLNEW-RECORD              PIC X(80).
000970 FD  MNTRPT-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  MNTRPT-LINE                  PIC X(133).
001002 FD  CHGLOG-FILE
001004     RECORDING MODE IS F
001006     LABEL RECORDS ARE STANDARD.
001008 COPY CHGLREC.
001010 WORKING-STORAGE SECTION.
001020*---------------------------------------------------------------
001030*    SWITCHES
001040*---------------------------------------------------------------
001050 01  WS-SWITCHES.
001060     05  WS-OLD-EOF-SW            PIC X(01) VALUE 'N'.
001070         88  WS-OLD-EOF                     VALUE 'Y'.
001080         88  WS-OLD-NOT-EOF                 VALUE 'N'.
001090     05  WS-TRAN-EOF-SW           PIC X(01) VALUE 'N'.
001100         88  WS-TRAN-EOF                    VALUE 'Y'.
001110         88  WS-TRAN-NOT-EOF                VALUE 'N'.
001120     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001130         88  WS-FOUND                       VALUE 'Y'.
001140         88  WS-NOT-FOUND                   VALUE 'N'.
001150     05  WS-POL-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001160         88  WS-POL-CAP-WARNED              VALUE 'Y'.
001170         88  WS-POL-CAP-NOT-WARNED          VALUE 'N'.
001180     05  WS-CARD-VALID-SW         PIC X(01) VALUE 'Y'.
001190         88  WS-CARD-VALID                  VALUE 'Y'.
001200         88  WS-CARD-INVALID                VALUE 'N'.
001210 01  WS-RCPOLNEW-STATUS           PIC XX VALUE '00'.
001220 01  WS-MNTRPT-STATUS             PIC XX VALUE '00'.
001225 01  WS-CHGLOG-STATUS             PIC XX VALUE '00'.
001230*---------------------------------------------------------------
001240*    POLICY TABLE - THE WHOLE MASTER HELD IN STORAGE WHILE THE
001250*    TRANSACTIONS APPLY
001260*---------------------------------------------------------------
001270 01  WS-POL-TABLE-CTL.
001280     05  WS-POL-COUNT             PIC 9(04) COMP VALUE 0.
001290     05  WS-POL-MAX               PIC 9(04) COMP VALUE 1000.
001300     05  WS-POL-IX                PIC 9(04) COMP VALUE 0.
001310 01  WS-POL-TABLE.
001320     05  WS-POL-ENTRY OCCURS 1 TO 1000 TIMES
001330                      DEPENDING ON WS-POL-COUNT
001340                      INDEXED BY WS-POL-NX.
001350         10  WS-POL-IMAGE         PIC X(80).
001360         10  WS-POL-KEY REDEFINES WS-POL-IMAGE
001370                                  PIC X(20).
001380         10  WS-POL-DELETED-SW    PIC X(01).
001390             88  WS-POL-DELETED             VALUE 'Y'.
001400             88  WS-POL-ACTIVE              VALUE 'N'.
001410*---------------------------------------------------------------
001420*    COUNTERS
001430*---------------------------------------------------------------
001440 01  WS-TRAN-COUNT                PIC 9(04) COMP VALUE 0.
001450 01  WS-APPLIED-COUNT             PIC 9(04) COMP VALUE 0.
001460 01  WS-REJECT-COUNT              PIC 9(04) COMP VALUE 0.
001470 01  WS-WRITTEN-COUNT             PIC 9(04) COMP VALUE 0.
001480*---------------------------------------------------------------
001490*    REPORT LINES
001500*---------------------------------------------------------------
001510 01  FILLER-LINE                  PIC X(133) VALUE ALL '='.
001520 01  RPT-TITLE-LINE.
001530     05  FILLER                   PIC X(01) VALUE '='.
001540     05  FILLER                   PIC X(45) VALUE SPACES.
001550     05  FILLER                   PIC X(41) VALUE
001560             'CONDITION-CODE POLICY MAINTENANCE RESULTS'.
001570     05  FILLER                   PIC X(45) VALUE SPACES.
001580     05  FILLER                   PIC X(01) VALUE '='.
001590 01  RPT-RESULT-LINE.
001600     05  FILLER                   PIC X(01) VALUE '='.
001610     05  FILLER                   PIC X(01) VALUE SPACE.
001620     05  RR-ACTION                PIC X(07) VALUE SPACES.
001630     05  FILLER                   PIC X(02) VALUE SPACES.
001640     05  RR-JOB-PATTERN           PIC X(08) VALUE SPACES.
001650     05  FILLER                   PIC X(01) VALUE '/'.
001660     05  RR-JOB-LEN               PIC X(02) VALUE SPACES.
001670     05  FILLER                   PIC X(02) VALUE SPACES.
001680     05  RR-STEP-PATTERN          PIC X(08) VALUE SPACES.
001690     05  FILLER                   PIC X(01) VALUE '/'.
001700     05  RR-STEP-LEN              PIC X(02) VALUE SPACES.
001710     05  FILLER                   PIC X(02) VALUE SPACES.
001720     05  RR-RESULT                PIC X(45) VALUE SPACES.
001730     05  FILLER                   PIC X(50) VALUE SPACES.
001740     05  FILLER                   PIC X(01) VALUE '='.
001750 01  RPT-TOTAL-LINE.
001760     05  FILLER                   PIC X(01) VALUE '='.
001770     05  FILLER                   PIC X(01) VALUE SPACE.
001780     05  FILLER                   PIC X(07) VALUE 'CARDS: '.
001790     05  RT-TRAN-COUNT            PIC ZZZ9.
001800     05  FILLER                   PIC X(03) VALUE SPACES.
001810     05  FILLER                   PIC X(09) VALUE 'APPLIED: '.
001820     05  RT-APPLIED-COUNT         PIC ZZZ9.
001830     05  FILLER                   PIC X(03) VALUE SPACES.
001840     05  FILLER                   PIC X(10) VALUE 'REJECTED: '.
001850     05  RT-REJECT-COUNT          PIC ZZZ9.
001860     05  FILLER                   PIC X(03) VALUE SPACES.
001870     05  FILLER                   PIC X(22) VALUE
001880             'RULES ON NEW MASTER:  '.
001890     05  RT-WRITTEN-COUNT         PIC ZZZZ9.
001900     05  FILLER                   PIC X(56) VALUE SPACES.
001910     05  FILLER                   PIC X(01) VALUE '='.
001920 PROCEDURE DIVISION.
001930 0000-MAINLINE SECTION.
001940***************************************************************
001950*    LOAD THE OLD POLICY MASTER INTO THE TABLE, APPLY EVERY    *
001960*    TRANSACTION CARD IN ORDER, WRITE THE SURVIVORS OUT AS     *
001970*    THE NEW MASTER, AND PRINT THE RESULTS.                    *
001980***************************************************************
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002000     PERFORM 2000-LOAD-POLICY THRU 2000-EXIT
002010         UNTIL WS-OLD-EOF.
002020     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
002030         UNTIL WS-TRAN-EOF.
002040     PERFORM 4000-WRITE-NEW-MASTER THRU 4000-EXIT
002050         VARYING WS-POL-IX FROM 1 BY 1
002060         UNTIL WS-POL-IX > WS-POL-COUNT.
002070     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
002080     PERFORM 6000-TERMINATE THRU 6000-EXIT.
002090     GO TO 9999-EXIT.
002100 0000-EXIT.
002110     EXIT.
002120*---------------------------------------------------------------
002130 1000-INITIALIZE SECTION.
002140***************************************************************
002150*    OPEN THE FILES, PRINT THE REPORT HEADER, AND PRIME THE    *
002160*    TWO INPUT READS.                                          *
002170***************************************************************
002180     OPEN INPUT RCPOLOLD-FILE.
002190     OPEN INPUT RCPOLTRN-FILE.
002200     OPEN OUTPUT RCPOLNEW-FILE.
002210     IF WS-RCPOLNEW-STATUS NOT = '00'
002220         DISPLAY '*** RCPOLNEW POLICY FILE OPEN FAILED - '
002230             'STATUS ' WS-RCPOLNEW-STATUS
002240             ' - POLICY MASTER LEFT UNTOUCHED ***'
002250         GO TO 9999-EXIT
002260     END-IF.
002270     OPEN OUTPUT MNTRPT-FILE.
002280     IF WS-MNTRPT-STATUS NOT = '00'
002290         DISPLAY '*** MNTRPT REPORT FILE OPEN FAILED - '
002300             'STATUS ' WS-MNTRPT-STATUS
002310             ' - MAINTENANCE NOT APPLIED ***'
002320         GO TO 9999-EXIT
002330     END-IF.
002331     OPEN EXTEND CHGLOG-FILE.
002332     IF WS-CHGLOG-STATUS NOT = '00'
002334         DISPLAY '*** CHGLOG CHANGE-LOG OPEN FAILED - '
002335             'STATUS ' WS-CHGLOG-STATUS
002336             ' - MAINTENANCE NOT APPLIED ***'
002338         GO TO 9999-EXIT
002339     END-IF.
002340     MOVE FILLER-LINE TO MNTRPT-LINE.
002350     WRITE MNTRPT-LINE.
002360     MOVE RPT-TITLE-LINE TO MNTRPT-LINE.
002370     WRITE MNTRPT-LINE.
002380     READ RCPOLOLD-FILE
002390         AT END SET WS-OLD-EOF TO TRUE.
002400     READ RCPOLTRN-FILE
002410         AT END SET WS-TRAN-EOF TO TRUE.
002420 1000-EXIT.
002430     EXIT.
002440*---------------------------------------------------------------
002450 2000-LOAD-POLICY SECTION.
002460***************************************************************
002470*    FOLD ONE OLD-MASTER RECORD INTO THE POLICY TABLE.  A      *
002480*    RECORD BEYOND THE TABLE'S CAPACITY IS PASSED STRAIGHT     *
002490*    THROUGH TO THE NEW MASTER UNCHANGED - A CAPACITY LIMIT    *
002500*    MUST NEVER TRUNCATE THE MASTER IT IS REWRITING.           *
002510***************************************************************
002520     IF WS-POL-COUNT < WS-POL-MAX
002530         ADD 1 TO WS-POL-COUNT
002540         SET WS-POL-NX TO WS-POL-COUNT
002550         MOVE RCPOLREC-RECORD TO WS-POL-IMAGE (WS-POL-NX)
002560         SET WS-POL-ACTIVE (WS-POL-NX) TO TRUE
002570     ELSE
002580         IF WS-POL-CAP-NOT-WARNED
002590             DISPLAY '*** POLICY TABLE FULL AT ' WS-POL-MAX
002600                 ' RULES - FURTHER OLD-MASTER RECORDS ARE '
002610                 'PASSED THROUGH UNCHANGED - CHANGE/DELETE '
002620                 'CARDS FOR THOSE RULES WILL BE REJECTED ***'
002630             SET WS-POL-CAP-WARNED TO TRUE
002640         END-IF
002650         WRITE RCPOLNEW-RECORD FROM RCPOLREC-RECORD
002660         ADD 1 TO WS-WRITTEN-COUNT
002670     END-IF.
002680     READ RCPOLOLD-FILE
002690         AT END SET WS-OLD-EOF TO TRUE.
002700 2000-EXIT.
002710     EXIT.
002720*---------------------------------------------------------------
002730 3000-APPLY-TRANSACTION SECTION.
002740***************************************************************
002750*    APPLY ONE TRANSACTION CARD AGAINST THE TABLE AND PRINT    *
002760*    ITS RESULT LINE.                                          *
002770***************************************************************
002780     ADD 1 TO WS-TRAN-COUNT.
002790     MOVE TR-POL-JOB-PATTERN TO RR-JOB-PATTERN.
002800     MOVE TR-POL-JOB-LEN-X TO RR-JOB-LEN.
002810     MOVE TR-POL-STEP-PATTERN TO RR-STEP-PATTERN.
002820     MOVE TR-POL-STEP-LEN-X TO RR-STEP-LEN.
002830     PERFORM 3100-FIND-RULE THRU 3100-EXIT.
002840     EVALUATE TRUE
002850         WHEN TR-ADD
002860             MOVE 'ADD    ' TO RR-ACTION
002870             PERFORM 3200-APPLY-ADD THRU 3200-EXIT
002880         WHEN TR-CHANGE
002890             MOVE 'CHANGE ' TO RR-ACTION
002900             PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
002910         WHEN TR-DELETE
002920             MOVE 'DELETE ' TO RR-ACTION
002930             PERFORM 3400-APPLY-DELETE THRU 3400-EXIT
002940         WHEN OTHER
002950             MOVE TR-ACTION TO RR-ACTION
002960             MOVE 'REJECTED - ACTION CODE NOT A, C, OR D'
002970                 TO RR-RESULT
002980             ADD 1 TO WS-REJECT-COUNT
002990     END-EVALUATE.
003000     MOVE RPT-RESULT-LINE TO MNTRPT-LINE.
003010     WRITE MNTRPT-LINE.
003020     READ RCPOLTRN-FILE
003030         AT END SET WS-TRAN-EOF TO TRUE.
003040 3000-EXIT.
003050     EXIT.
003060*---------------------------------------------------------------
003070 3100-FIND-RULE SECTION.
003080***************************************************************
003090*    LOOK THE TRANSACTION'S RULE KEY UP AMONG THE ACTIVE       *
003100*    TABLE ENTRIES.                                            *
003110***************************************************************
003120     SET WS-NOT-FOUND TO TRUE.
003130     IF WS-POL-COUNT > 0
003140         SET WS-POL-NX TO 1
003150         SEARCH WS-POL-ENTRY
003160             AT END SET WS-NOT-FOUND TO TRUE
003170             WHEN WS-POL-KEY (WS-POL-NX) = TR-POL-KEY
003180                 AND WS-POL-ACTIVE (WS-POL-NX)
003190                 SET WS-FOUND TO TRUE
003200         END-SEARCH
003210     END-IF.
003220 3100-EXIT.
003230     EXIT.
003240*---------------------------------------------------------------
003250 3200-APPLY-ADD SECTION.
003260***************************************************************
003270*    ADD A NEW POLICY RULE - REJECTED WHEN THE CARD FAILS      *
003280*    FIELD VALIDATION, THE RULE IS ALREADY ON THE MASTER, OR   *
003290*    THE TABLE IS FULL.                                        *
003300***************************************************************
003310     PERFORM 3500-VALIDATE-CARD THRU 3500-EXIT.
003320     IF WS-CARD-INVALID
003330         GO TO 3200-EXIT
003340     END-IF.
003350     IF WS-FOUND
003360         MOVE 'REJECTED - RULE ALREADY ON POLICY MASTER'
003370             TO RR-RESULT
003380         ADD 1 TO WS-REJECT-COUNT
003390         GO TO 3200-EXIT
003400     END-IF.
003410     IF WS-POL-COUNT >= WS-POL-MAX
003420         MOVE 'REJECTED - POLICY TABLE FULL'
003430             TO RR-RESULT
003440         ADD 1 TO WS-REJECT-COUNT
003450         GO TO 3200-EXIT
003460     END-IF.
003470     ADD 1 TO WS-POL-COUNT.
003480     SET WS-POL-NX TO WS-POL-COUNT.
003490     MOVE TR-POL-IMAGE TO WS-POL-IMAGE (WS-POL-NX).
003500     SET WS-POL-ACTIVE (WS-POL-NX) TO TRUE.
003502     SET CG-ADD TO TRUE.
003504     MOVE SPACES TO CG-BEFORE-IMAGE.
003506     MOVE TR-POL-IMAGE TO CG-AFTER-IMAGE.
003508     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003510     MOVE 'ADDED' TO RR-RESULT.
003520     ADD 1 TO WS-APPLIED-COUNT.
003530 3200-EXIT.
003540     EXIT.
003550*---------------------------------------------------------------
003560 3300-APPLY-CHANGE SECTION.
003570***************************************************************
003580*    REPLACE AN EXISTING RULE'S RECORD IMAGE - REJECTED WHEN   *
003590*    THE CARD FAILS FIELD VALIDATION OR THE RULE IS NOT ON     *
003600*    THE MASTER.                                               *
003610***************************************************************
003620     PERFORM 3500-VALIDATE-CARD THRU 3500-EXIT.
003630     IF WS-CARD-INVALID
003640         GO TO 3300-EXIT
003650     END-IF.
003660     IF WS-NOT-FOUND
003670         MOVE 'REJECTED - RULE NOT ON POLICY MASTER'
003680             TO RR-RESULT
003690         ADD 1 TO WS-REJECT-COUNT
003700         GO TO 3300-EXIT
003710     END-IF.
003712     SET CG-CHANGE TO TRUE.
003714     MOVE WS-POL-IMAGE (WS-POL-NX) TO CG-BEFORE-IMAGE.
003716     MOVE TR-POL-IMAGE TO CG-AFTER-IMAGE.
003718     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003720     MOVE TR-POL-IMAGE TO WS-POL-IMAGE (WS-POL-NX).
003730     MOVE 'CHANGED' TO RR-RESULT.
003740     ADD 1 TO WS-APPLIED-COUNT.
003750 3300-EXIT.
003760     EXIT.
003770*---------------------------------------------------------------
003780 3400-APPLY-DELETE SECTION.
003790***************************************************************
003800*    MARK AN EXISTING RULE DELETED SO THE WRITE PASS SKIPS     *
003810*    IT - REJECTED WHEN THE RULE IS NOT ON THE MASTER.         *
003820***************************************************************
003830     IF WS-NOT-FOUND
003840         MOVE 'REJECTED - RULE NOT ON POLICY MASTER'
003850             TO RR-RESULT
003860         ADD 1 TO WS-REJECT-COUNT
003870         GO TO 3400-EXIT
003880     END-IF.
003882     SET CG-DELETE TO TRUE.
003884     MOVE WS-POL-IMAGE (WS-POL-NX) TO CG-BEFORE-IMAGE.
003886     MOVE SPACES TO CG-AFTER-IMAGE.
003888     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003890     SET WS-POL-DELETED (WS-POL-NX) TO TRUE.
003900     MOVE 'DELETED' TO RR-RESULT.
003910     ADD 1 TO WS-APPLIED-COUNT.
003920 3400-EXIT.
003930     EXIT.
003940*---------------------------------------------------------------
003950 3500-VALIDATE-CARD SECTION.
003960***************************************************************
003970*    FIELD-VALIDATE AN ADD/CHANGE CARD BEFORE IT TOUCHES THE   *
003980*    MASTER - THE CARD FILE IS OPERATOR-KEYED, AND A BAD RULE  *
003990*    WOULD MISJUDGE EVERY STEP IT COVERS EVERY NIGHT.  AN      *
004000*    INVALID CARD IS REJECTED WITH A RESULT LINE, THE SAME     *
004010*    WAY THE SEMANTIC REJECTS READ.                            *
004020***************************************************************
004030     SET WS-CARD-VALID TO TRUE.
004040     IF TR-POL-JOB-PATTERN = SPACES
004050         MOVE 'REJECTED - JOB PATTERN IS BLANK'
004060             TO RR-RESULT
004070         GO TO 3500-REJECT
004080     END-IF.
004090     IF TR-POL-JOB-LEN-X IS NOT NUMERIC
004100         OR TR-POL-STEP-LEN-X IS NOT NUMERIC
004110         MOVE 'REJECTED - PREFIX LENGTH NOT NUMERIC'
004120             TO RR-RESULT
004130         GO TO 3500-REJECT
004140     END-IF.
004150     IF TR-POL-JOB-LEN > 8
004160         OR TR-POL-STEP-LEN > 8
004170         MOVE 'REJECTED - PREFIX LENGTH NOT 0 THRU 8'
004180             TO RR-RESULT
004190         GO TO 3500-REJECT
004200     END-IF.
004210     IF TR-POL-STEP-PATTERN = SPACES
004220         AND TR-POL-STEP-LEN NOT = 0
004230         MOVE 'REJECTED - STEP PREFIX LENGTH WITHOUT PATTERN'
004240             TO RR-RESULT
004250         GO TO 3500-REJECT
004260     END-IF.
004270     IF TR-POL-MAX-OK-RC-X IS NOT NUMERIC
004280         OR TR-POL-FAIL-RC-X IS NOT NUMERIC
004290         MOVE 'REJECTED - CONDITION CODES NOT NUMERIC'
004300             TO RR-RESULT
004310         GO TO 3500-REJECT
004320     END-IF.
004330     IF TR-POL-FAIL-RC NOT > TR-POL-MAX-OK-RC
004340         MOVE 'REJECTED - FAILING CODE NOT ABOVE HIGHEST OK'
004350             TO RR-RESULT
004360         GO TO 3500-REJECT
004370     END-IF.
004380     GO TO 3500-EXIT.
004390 3500-REJECT.
004400     ADD 1 TO WS-REJECT-COUNT.
004410     SET WS-CARD-INVALID TO TRUE.
004420 3500-EXIT.
004430     EXIT.
004440*---------------------------------------------------------------
004441 3700-LOG-CHANGE SECTION.
004442***************************************************************
004443*    WRITE ONE CHANGE-LOG ENTRY FOR THE CARD JUST APPLIED -    *
004444*    THE CALLER HAS ALREADY SET THE ACTION AND THE BEFORE AND  *
004445*    AFTER IMAGES.                                             *
004446***************************************************************
004447     MOVE 'RCPOLREC' TO CG-REGISTRY.
004448     MOVE TR-POL-KEY TO CG-KEY.
004449     ACCEPT CG-CHG-DATE FROM DATE YYYYMMDD.
004450     ACCEPT CG-CHG-TIME FROM TIME.
004451     SET CG-FROM-CARDS TO TRUE.
004452     MOVE 'RCPOLMNT' TO CG-SOURCE-ID.
004453     MOVE SPACES TO CG-OPERATOR-ID.
004454     MOVE WS-TRAN-COUNT TO CG-CARD-NBR.
004455     WRITE CHGLREC-RECORD.
004456 3700-EXIT.
004457     EXIT.
004458*---------------------------------------------------------------
004459 4000-WRITE-NEW-MASTER SECTION.
004460***************************************************************
004470*    WRITE ONE SURVIVING (NOT DELETED) TABLE ENTRY TO THE NEW  *
004480*    POLICY MASTER.                                            *
004490***************************************************************
004500     IF WS-POL-DELETED (WS-POL-IX)
004510         GO TO 4000-EXIT
004520     END-IF.
004530     WRITE RCPOLNEW-RECORD FROM WS-POL-IMAGE (WS-POL-IX).
004540     ADD 1 TO WS-WRITTEN-COUNT.
004550 4000-EXIT.
004560     EXIT.
004570*---------------------------------------------------------------
004580 5000-PRINT-TOTALS SECTION.
004590***************************************************************
004600*    PRINT THE TRANSACTION AND POLICY MASTER TOTALS.           *
004610***************************************************************
004620     MOVE WS-TRAN-COUNT TO RT-TRAN-COUNT.
004630     MOVE WS-APPLIED-COUNT TO RT-APPLIED-COUNT.
004640     MOVE WS-REJECT-COUNT TO RT-REJECT-COUNT.
004650     MOVE WS-WRITTEN-COUNT TO RT-WRITTEN-COUNT.
004660     MOVE RPT-TOTAL-LINE TO MNTRPT-LINE.
004670     WRITE MNTRPT-LINE.
004680     MOVE FILLER-LINE TO MNTRPT-LINE.
004690     WRITE MNTRPT-LINE.
004700 5000-EXIT.
004710     EXIT.
004720*---------------------------------------------------------------
004730 6000-TERMINATE SECTION.
004740***************************************************************
004750*    CLOSE THE FILES.                                          *
004760***************************************************************
004770     CLOSE RCPOLOLD-FILE.
004780     CLOSE RCPOLTRN-FILE.
004790     CLOSE RCPOLNEW-FILE.
004800     CLOSE MNTRPT-FILE.
004805     CLOSE CHGLOG-FILE.
004810 6000-EXIT.
004820     EXIT.
004830*---------------------------------------------------------------
004840 9999-EXIT.
004850     GOBACK.
