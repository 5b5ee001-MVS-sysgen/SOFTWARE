000010***************************************************************
000020*                                                             *
000030*    PROGRAM:    OWNMNT                                       *
000040*    AUTHOR:     D SIKORA - BATCH SUPPORT                     *
000050*    INSTALLATION: MVS-SYSGEN DATA CENTER                     *
000060*    DATE-WRITTEN: 10/15/2026                                 *
000070*                                                             *
000080*    REMARKS:    BATCH MAINTENANCE FOR THE JOB-OWNERSHIP AND  *
000090*                ON-CALL REGISTRY (OWNREC) THAT THE OWNCALL   *
000100*                FAILURE CALL-OUT SHEET IS PRINTED FROM.      *
000110*                READS THE OLD OWNER MASTER AND A FILE OF     *
000120*                OPERATIONS TRANSACTION CARDS - EACH CARD IS  *
000130*                AN ACTION CODE (A=ADD, C=CHANGE, D=DELETE)   *
000140*                FOLLOWED BY A FULL OWNER RECORD IMAGE -      *
000150*                APPLIES THEM IN ORDER, WRITES THE NEW OWNER  *
000160*                MASTER, AND PRINTS ONE RESULT LINE PER CARD. *
000170*                                                             *
000180*                AN OWNER ROW IS KEYED BY ITS JOB PATTERN AND *
000190*                PREFIX LENGTH TOGETHER, SO 'PAY' / 3 AND     *
000200*                'PAYROLL' / 0 ARE DIFFERENT ROWS.  AN ADD    *
000210*                FOR A ROW ALREADY ON THE MASTER, OR A        *
000220*                CHANGE/DELETE FOR ONE NOT ON IT, IS REJECTED *
000230*                AND REPORTED - THE REST OF THE CARDS STILL   *
000240*                APPLY.                                       *
000250*                                                             *
000260*                ADD AND CHANGE CARDS ARE EDITED BEFORE THEY  *
000270*                TOUCH THE MASTER: A JOB PATTERN, OWNING      *
000280*                TEAM, AND PRIMARY CONTACT NAME AND PHONE ARE *
000290*                REQUIRED, THE PREFIX LENGTH MUST BE 0 THRU   *
000300*                8, AND A SECONDARY CONTACT NEEDS BOTH A NAME *
000310*                AND A PHONE OR NEITHER.                      *
000320*                                                             *
000330*                THE SAME REGISTRY IS ALSO KEPT ONLINE, ONE   *
000340*                ROW AT A TIME, BY THE OWNUPD CICS SCREEN;    *
000350*                THIS CARD PATH STAYS FOR BULK LOADS.  EVERY  *
000360*                CARD THAT APPLIES IS WRITTEN TO THE SHARED   *
000370*                CHGLOG CHANGE-LOG TRAIL WITH THE ROW'S       *
000380*                BEFORE AND AFTER IMAGES, SO THE CHGLRPT      *
000390*                WEEKLY CHANGE REPORT CAN SHOW WHO CHANGED    *
000400*                WHAT AND WHEN.                               *
000410*                                                             *
000420*    MODIFICATION HISTORY                                     *
000430*    DATE       INIT  DESCRIPTION                             *
000440*    10/15/2026 DS    ORIGINAL PROGRAM                        *
000450*                                                             *
000460***************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.    OWNMNT.
000490 AUTHOR.        D SIKORA - BATCH SUPPORT.
000500 INSTALLATION.  MVS-SYSGEN DATA CENTER.
000510 DATE-WRITTEN.  10/15/2026.
000520 DATE-COMPILED.
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT OWNOLD-FILE ASSIGN TO OWNOLD
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT OWNTRN-FILE ASSIGN TO OWNTRN
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT OWNNEW-FILE ASSIGN TO OWNNEW
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-OWNNEW-STATUS.
000660     SELECT MNTRPT-FILE ASSIGN TO MNTRPT
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-MNTRPT-STATUS.
000690     SELECT CHGLOG-FILE ASSIGN TO CHGLOG
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-CHGLOG-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  OWNOLD-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 COPY OWNREC.
000780 FD  OWNTRN-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  OWNTRN-RECORD.
000820     05  TR-ACTION                PIC X(01).
000830         88  TR-ADD                         VALUE 'A'.
000840         88  TR-CHANGE                      VALUE 'C'.
000850         88  TR-DELETE                      VALUE 'D'.
000860     05  TR-OWN-IMAGE             PIC X(160).
000870     05  TR-OWN-KEY REDEFINES TR-OWN-IMAGE
000880                                  PIC X(10).
000890     05  FILLER REDEFINES TR-OWN-IMAGE.
000900         10  TR-OWN-JOB-PATTERN   PIC X(08).
000910         10  TR-OWN-PREFIX-LEN-X  PIC X(02).
000920         10  TR-OWN-PREFIX-LEN REDEFINES TR-OWN-PREFIX-LEN-X
000930                                  PIC 9(02).
000940         10  TR-OWN-TEAM-NAME     PIC X(20).
000950         10  TR-OWN-PRI-NAME      PIC X(20).
000960         10  TR-OWN-PRI-PHONE     PIC X(14).
000970         10  TR-OWN-SEC-NAME      PIC X(20).
000980         10  TR-OWN-SEC-PHONE     PIC X(14).
000990         10  TR-OWN-ESCALATION    PIC X(60).
001000         10  FILLER               PIC X(02).
001010 FD  OWNNEW-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  OWNNEW-RECORD                PIC X(160).
001050 FD  MNTRPT-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  MNTRPT-LINE                  PIC X(133).
001090 FD  CHGLOG-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 COPY CHGLREC.
001130 WORKING-STORAGE SECTION.
001140*---------------------------------------------------------------
001150*    SWITCHES
001160*---------------------------------------------------------------
001170 01  WS-SWITCHES.
001180     05  WS-OLD-EOF-SW            PIC X(01) VALUE 'N'.
001190         88  WS-OLD-EOF                     VALUE 'Y'.
001200         88  WS-OLD-NOT-EOF                 VALUE 'N'.
001210     05  WS-TRAN-EOF-SW           PIC X(01) VALUE 'N'.
001220         88  WS-TRAN-EOF                    VALUE 'Y'.
001230         88  WS-TRAN-NOT-EOF                VALUE 'N'.
001240     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001250         88  WS-FOUND                       VALUE 'Y'.
001260         88  WS-NOT-FOUND                   VALUE 'N'.
001270     05  WS-OWN-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001280         88  WS-OWN-CAP-WARNED              VALUE 'Y'.
001290         88  WS-OWN-CAP-NOT-WARNED          VALUE 'N'.
001300     05  WS-CARD-VALID-SW         PIC X(01) VALUE 'Y'.
001310         88  WS-CARD-VALID                  VALUE 'Y'.
001320         88  WS-CARD-INVALID                VALUE 'N'.
001330 01  WS-OWNNEW-STATUS             PIC XX VALUE '00'.
001340 01  WS-MNTRPT-STATUS             PIC XX VALUE '00'.
001350 01  WS-CHGLOG-STATUS             PIC XX VALUE '00'.
001360*---------------------------------------------------------------
001370*    OWNER TABLE - THE WHOLE MASTER HELD IN STORAGE WHILE THE
001380*    TRANSACTIONS APPLY
001390*---------------------------------------------------------------
001400 01  WS-OWN-TABLE-CTL.
001410     05  WS-OWN-COUNT             PIC 9(04) COMP VALUE 0.
001420     05  WS-OWN-MAX               PIC 9(04) COMP VALUE 1000.
001430     05  WS-OWN-IX                PIC 9(04) COMP VALUE 0.
001440 01  WS-OWN-TABLE.
001450     05  WS-OWN-ENTRY OCCURS 1 TO 1000 TIMES
001460                      DEPENDING ON WS-OWN-COUNT
001470                      INDEXED BY WS-OWN-NX.
001480         10  WS-OWN-IMAGE         PIC X(160).
001490         10  WS-OWN-KEY REDEFINES WS-OWN-IMAGE
001500                                  PIC X(10).
001510         10  WS-OWN-DELETED-SW    PIC X(01).
001520             88  WS-OWN-DELETED             VALUE 'Y'.
001530             88  WS-OWN-ACTIVE              VALUE 'N'.
001540*---------------------------------------------------------------
001550*    COUNTERS
001560*---------------------------------------------------------------
001570 01  WS-TRAN-COUNT                PIC 9(04) COMP VALUE 0.
001580 01  WS-APPLIED-COUNT             PIC 9(04) COMP VALUE 0.
001590 01  WS-REJECT-COUNT              PIC 9(04) COMP VALUE 0.
001600 01  WS-WRITTEN-COUNT             PIC 9(04) COMP VALUE 0.
001610*---------------------------------------------------------------
001620*    REPORT LINES
001630*---------------------------------------------------------------
001640 01  FILLER-LINE                  PIC X(133) VALUE ALL '='.
001650 01  RPT-TITLE-LINE.
001660     05  FILLER                   PIC X(01) VALUE '='.
001670     05  FILLER                   PIC X(45) VALUE SPACES.
001680     05  FILLER                   PIC X(42) VALUE
001690             'JOB OWNERSHIP REGISTRY MAINTENANCE RESULTS'.
001700     05  FILLER                   PIC X(44) VALUE SPACES.
001710     05  FILLER                   PIC X(01) VALUE '='.
001720 01  RPT-RESULT-LINE.
001730     05  FILLER                   PIC X(01) VALUE '='.
001740     05  FILLER                   PIC X(01) VALUE SPACE.
001750     05  RR-ACTION                PIC X(07) VALUE SPACES.
001760     05  FILLER                   PIC X(02) VALUE SPACES.
001770     05  RR-JOB-PATTERN           PIC X(08) VALUE SPACES.
001780     05  FILLER                   PIC X(01) VALUE '/'.
001790     05  RR-PREFIX-LEN            PIC X(02) VALUE SPACES.
001800     05  FILLER                   PIC X(02) VALUE SPACES.
001810     05  RR-TEAM-NAME             PIC X(20) VALUE SPACES.
001820     05  FILLER                   PIC X(02) VALUE SPACES.
001830     05  RR-RESULT                PIC X(50) VALUE SPACES.
001840     05  FILLER                   PIC X(36) VALUE SPACES.
001850     05  FILLER                   PIC X(01) VALUE '='.
001860 01  RPT-TOTAL-LINE.
001870     05  FILLER                   PIC X(01) VALUE '='.
001880     05  FILLER                   PIC X(01) VALUE SPACE.
001890     05  FILLER                   PIC X(07) VALUE 'CARDS: '.
001900     05  RT-TRAN-COUNT            PIC ZZZ9.
001910     05  FILLER                   PIC X(03) VALUE SPACES.
001920     05  FILLER                   PIC X(09) VALUE 'APPLIED: '.
001930     05  RT-APPLIED-COUNT         PIC ZZZ9.
001940     05  FILLER                   PIC X(03) VALUE SPACES.
001950     05  FILLER                   PIC X(10) VALUE 'REJECTED: '.
001960     05  RT-REJECT-COUNT          PIC ZZZ9.
001970     05  FILLER                   PIC X(03) VALUE SPACES.
001980     05  FILLER                   PIC X(21) VALUE
001990             'OWNERS ON NEW MASTER:'.
002000     05  FILLER                   PIC X(01) VALUE SPACE.
002010     05  RT-WRITTEN-COUNT         PIC ZZZZ9.
002020     05  FILLER                   PIC X(56) VALUE SPACES.
002030     05  FILLER                   PIC X(01) VALUE '='.
002040 PROCEDURE DIVISION.
002050 0000-MAINLINE SECTION.
002060***************************************************************
002070*    LOAD THE OLD OWNER MASTER INTO THE TABLE, APPLY EVERY    *
002080*    TRANSACTION CARD IN ORDER, WRITE THE SURVIVORS OUT AS    *
002090*    THE NEW MASTER, AND PRINT THE RESULTS.                   *
002100***************************************************************
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002120     PERFORM 2000-LOAD-OWNER THRU 2000-EXIT
002130         UNTIL WS-OLD-EOF.
002140     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
002150         UNTIL WS-TRAN-EOF.
002160     PERFORM 4000-WRITE-NEW-MASTER THRU 4000-EXIT
002170         VARYING WS-OWN-IX FROM 1 BY 1
002180         UNTIL WS-OWN-IX > WS-OWN-COUNT.
002190     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
002200     PERFORM 6000-TERMINATE THRU 6000-EXIT.
002210     GO TO 9999-EXIT.
002220 0000-EXIT.
002230     EXIT.
002240*---------------------------------------------------------------
002250 1000-INITIALIZE SECTION.
002260***************************************************************
002270*    OPEN THE FILES, PRINT THE REPORT HEADER, AND PRIME THE   *
002280*    TWO INPUT READS.                                         *
002290***************************************************************
002300     OPEN INPUT OWNOLD-FILE.
002310     OPEN INPUT OWNTRN-FILE.
002320     OPEN OUTPUT OWNNEW-FILE.
002330     IF WS-OWNNEW-STATUS NOT = '00'
002340         DISPLAY '*** OWNNEW OWNER FILE OPEN FAILED - '
002350             'STATUS ' WS-OWNNEW-STATUS
002360             ' - OWNER MASTER LEFT UNTOUCHED ***'
002370         GO TO 9999-EXIT
002380     END-IF.
002390     OPEN OUTPUT MNTRPT-FILE.
002400     IF WS-MNTRPT-STATUS NOT = '00'
002410         DISPLAY '*** MNTRPT REPORT FILE OPEN FAILED - '
002420             'STATUS ' WS-MNTRPT-STATUS
002430             ' - MAINTENANCE NOT APPLIED ***'
002440         GO TO 9999-EXIT
002450     END-IF.
002460     OPEN EXTEND CHGLOG-FILE.
002470     IF WS-CHGLOG-STATUS NOT = '00'
002480         DISPLAY '*** CHGLOG CHANGE-LOG OPEN FAILED - '
002490             'STATUS ' WS-CHGLOG-STATUS
002500             ' - MAINTENANCE NOT APPLIED ***'
002510         GO TO 9999-EXIT
002520     END-IF.
002530     MOVE FILLER-LINE TO MNTRPT-LINE.
002540     WRITE MNTRPT-LINE.
002550     MOVE RPT-TITLE-LINE TO MNTRPT-LINE.
002560     WRITE MNTRPT-LINE.
002570     READ OWNOLD-FILE
002580         AT END SET WS-OLD-EOF TO TRUE.
002590     READ OWNTRN-FILE
002600         AT END SET WS-TRAN-EOF TO TRUE.
002610 1000-EXIT.
002620     EXIT.
002630*---------------------------------------------------------------
002640 2000-LOAD-OWNER SECTION.
002650***************************************************************
002660*    FOLD ONE OLD-MASTER RECORD INTO THE OWNER TABLE.  A      *
002670*    RECORD BEYOND THE TABLE'S CAPACITY IS PASSED STRAIGHT    *
002680*    THROUGH TO THE NEW MASTER UNCHANGED - A CAPACITY LIMIT   *
002690*    MUST NEVER TRUNCATE THE MASTER IT IS REWRITING.          *
002700***************************************************************
002710     IF WS-OWN-COUNT < WS-OWN-MAX
002720         ADD 1 TO WS-OWN-COUNT
002730         SET WS-OWN-NX TO WS-OWN-COUNT
002740         MOVE OWNREC-RECORD TO WS-OWN-IMAGE (WS-OWN-NX)
002750         SET WS-OWN-ACTIVE (WS-OWN-NX) TO TRUE
002760     ELSE
002770         IF WS-OWN-CAP-NOT-WARNED
002780             DISPLAY '*** OWNER TABLE FULL AT ' WS-OWN-MAX
002790                 ' ROWS - FURTHER OLD-MASTER RECORDS ARE '
002800                 'PASSED THROUGH UNCHANGED - CHANGE/DELETE '
002810                 'CARDS FOR THOSE ROWS WILL BE REJECTED ***'
002820             SET WS-OWN-CAP-WARNED TO TRUE
002830         END-IF
002840         WRITE OWNNEW-RECORD FROM OWNREC-RECORD
002850         ADD 1 TO WS-WRITTEN-COUNT
002860     END-IF.
002870     READ OWNOLD-FILE
002880         AT END SET WS-OLD-EOF TO TRUE.
002890 2000-EXIT.
002900     EXIT.
002910*---------------------------------------------------------------
002920 3000-APPLY-TRANSACTION SECTION.
002930***************************************************************
002940*    APPLY ONE TRANSACTION CARD AGAINST THE TABLE AND PRINT   *
002950*    ITS RESULT LINE.                                         *
002960***************************************************************
002970     ADD 1 TO WS-TRAN-COUNT.
002980     MOVE TR-OWN-JOB-PATTERN TO RR-JOB-PATTERN.
002990     MOVE TR-OWN-PREFIX-LEN-X TO RR-PREFIX-LEN.
003000     MOVE TR-OWN-TEAM-NAME TO RR-TEAM-NAME.
003010     PERFORM 3100-FIND-OWNER THRU 3100-EXIT.
003020     EVALUATE TRUE
003030         WHEN TR-ADD
003040             MOVE 'ADD    ' TO RR-ACTION
003050             PERFORM 3200-APPLY-ADD THRU 3200-EXIT
003060         WHEN TR-CHANGE
003070             MOVE 'CHANGE ' TO RR-ACTION
003080             PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
003090         WHEN TR-DELETE
003100             MOVE 'DELETE ' TO RR-ACTION
003110             PERFORM 3400-APPLY-DELETE THRU 3400-EXIT
003120         WHEN OTHER
003130             MOVE TR-ACTION TO RR-ACTION
003140             MOVE 'REJECTED - ACTION CODE NOT A, C, OR D'
003150                 TO RR-RESULT
003160             ADD 1 TO WS-REJECT-COUNT
003170     END-EVALUATE.
003180     MOVE RPT-RESULT-LINE TO MNTRPT-LINE.
003190     WRITE MNTRPT-LINE.
003200     READ OWNTRN-FILE
003210         AT END SET WS-TRAN-EOF TO TRUE.
003220 3000-EXIT.
003230     EXIT.
003240*---------------------------------------------------------------
003250 3100-FIND-OWNER SECTION.
003260***************************************************************
003270*    LOOK THE TRANSACTION'S PATTERN AND PREFIX LENGTH UP      *
003280*    AMONG THE ACTIVE TABLE ENTRIES.                          *
003290***************************************************************
003300     SET WS-NOT-FOUND TO TRUE.
003310     IF WS-OWN-COUNT > 0
003320         SET WS-OWN-NX TO 1
003330         SEARCH WS-OWN-ENTRY
003340             AT END SET WS-NOT-FOUND TO TRUE
003350             WHEN WS-OWN-KEY (WS-OWN-NX) = TR-OWN-KEY
003360                 AND WS-OWN-ACTIVE (WS-OWN-NX)
003370                 SET WS-FOUND TO TRUE
003380         END-SEARCH
003390     END-IF.
003400 3100-EXIT.
003410     EXIT.
003420*---------------------------------------------------------------
003430 3200-APPLY-ADD SECTION.
003440***************************************************************
003450*    ADD A NEW OWNER ROW - REJECTED WHEN THE CARD FAILS       *
003460*    FIELD VALIDATION, THE ROW IS ALREADY ON THE MASTER, OR   *
003470*    THE TABLE IS FULL.                                       *
003480***************************************************************
003490     PERFORM 3500-VALIDATE-CARD THRU 3500-EXIT.
003500     IF WS-CARD-INVALID
003510         GO TO 3200-EXIT
003520     END-IF.
003530     IF WS-FOUND
003540         MOVE 'REJECTED - OWNER ALREADY ON OWNER MASTER'
003550             TO RR-RESULT
003560         ADD 1 TO WS-REJECT-COUNT
003570         GO TO 3200-EXIT
003580     END-IF.
003590     IF WS-OWN-COUNT >= WS-OWN-MAX
003600         MOVE 'REJECTED - OWNER TABLE FULL'
003610             TO RR-RESULT
003620         ADD 1 TO WS-REJECT-COUNT
003630         GO TO 3200-EXIT
003640     END-IF.
003650     ADD 1 TO WS-OWN-COUNT.
003660     SET WS-OWN-NX TO WS-OWN-COUNT.
003670     MOVE TR-OWN-IMAGE TO WS-OWN-IMAGE (WS-OWN-NX).
003680     SET WS-OWN-ACTIVE (WS-OWN-NX) TO TRUE.
003690     SET CG-ADD TO TRUE.
003700     MOVE SPACES TO CG-BEFORE-IMAGE.
003710     MOVE TR-OWN-IMAGE TO CG-AFTER-IMAGE.
003720     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003730     MOVE 'ADDED' TO RR-RESULT.
003740     ADD 1 TO WS-APPLIED-COUNT.
003750 3200-EXIT.
003760     EXIT.
003770*---------------------------------------------------------------
003780 3300-APPLY-CHANGE SECTION.
003790***************************************************************
003800*    REPLACE AN EXISTING OWNER ROW'S RECORD IMAGE - REJECTED  *
003810*    WHEN THE CARD FAILS FIELD VALIDATION OR THE ROW IS NOT   *
003820*    ON THE MASTER.                                           *
003830***************************************************************
003840     PERFORM 3500-VALIDATE-CARD THRU 3500-EXIT.
003850     IF WS-CARD-INVALID
003860         GO TO 3300-EXIT
003870     END-IF.
003880     IF WS-NOT-FOUND
003890         MOVE 'REJECTED - OWNER NOT ON OWNER MASTER'
003900             TO RR-RESULT
003910         ADD 1 TO WS-REJECT-COUNT
003920         GO TO 3300-EXIT
003930     END-IF.
003940     SET CG-CHANGE TO TRUE.
003950     MOVE WS-OWN-IMAGE (WS-OWN-NX) TO CG-BEFORE-IMAGE.
003960     MOVE TR-OWN-IMAGE TO CG-AFTER-IMAGE.
003970     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003980     MOVE TR-OWN-IMAGE TO WS-OWN-IMAGE (WS-OWN-NX).
003990     MOVE 'CHANGED' TO RR-RESULT.
004000     ADD 1 TO WS-APPLIED-COUNT.
004010 3300-EXIT.
004020     EXIT.
004030*---------------------------------------------------------------
004040 3400-APPLY-DELETE SECTION.
004050***************************************************************
004060*    MARK AN EXISTING OWNER ROW DELETED SO THE WRITE PASS     *
004070*    SKIPS IT - REJECTED WHEN THE ROW IS NOT ON THE MASTER.   *
004080***************************************************************
004090     IF WS-NOT-FOUND
004100         MOVE 'REJECTED - OWNER NOT ON OWNER MASTER'
004110             TO RR-RESULT
004120         ADD 1 TO WS-REJECT-COUNT
004130         GO TO 3400-EXIT
004140     END-IF.
004150     SET CG-DELETE TO TRUE.
004160     MOVE WS-OWN-IMAGE (WS-OWN-NX) TO CG-BEFORE-IMAGE.
004170     MOVE SPACES TO CG-AFTER-IMAGE.
004180     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
004190     SET WS-OWN-DELETED (WS-OWN-NX) TO TRUE.
004200     MOVE 'DELETED' TO RR-RESULT.
004210     ADD 1 TO WS-APPLIED-COUNT.
004220 3400-EXIT.
004230     EXIT.
004240*---------------------------------------------------------------
004250 3500-VALIDATE-CARD SECTION.
004260***************************************************************
004270*    FIELD-VALIDATE AN ADD/CHANGE CARD BEFORE IT TOUCHES THE  *
004280*    MASTER - A ROW WITH NO ONE TO CALL IS WORSE THAN NO ROW  *
004290*    AT ALL, BECAUSE THE CALL-OUT SHEET WOULD PRINT IT AS     *
004300*    OWNED.  AN INVALID CARD IS REJECTED WITH A RESULT LINE,  *
004310*    THE SAME WAY THE SEMANTIC REJECTS READ.                  *
004320***************************************************************
004330     SET WS-CARD-VALID TO TRUE.
004340     IF TR-OWN-JOB-PATTERN = SPACES
004350         MOVE 'REJECTED - JOB PATTERN IS BLANK'
004360             TO RR-RESULT
004370         GO TO 3500-REJECT
004380     END-IF.
004390     IF TR-OWN-PREFIX-LEN-X IS NOT NUMERIC
004400         MOVE 'REJECTED - PREFIX LENGTH NOT NUMERIC'
004410             TO RR-RESULT
004420         GO TO 3500-REJECT
004430     END-IF.
004440     IF TR-OWN-PREFIX-LEN > 8
004450         MOVE 'REJECTED - PREFIX LENGTH NOT 0 THRU 8'
004460             TO RR-RESULT
004470         GO TO 3500-REJECT
004480     END-IF.
004490     IF TR-OWN-TEAM-NAME = SPACES
004500         MOVE 'REJECTED - OWNING TEAM IS BLANK'
004510             TO RR-RESULT
004520         GO TO 3500-REJECT
004530     END-IF.
004540     IF TR-OWN-PRI-NAME = SPACES
004550         OR TR-OWN-PRI-PHONE = SPACES
004560         MOVE 'REJECTED - PRIMARY CONTACT NAME AND PHONE REQUIRED'
004570             TO RR-RESULT
004580         GO TO 3500-REJECT
004590     END-IF.
004600     IF (TR-OWN-SEC-NAME = SPACES
004610             AND TR-OWN-SEC-PHONE NOT = SPACES)
004620         OR (TR-OWN-SEC-NAME NOT = SPACES
004630             AND TR-OWN-SEC-PHONE = SPACES)
004640         MOVE 'REJECTED - SECONDARY CONTACT NEEDS NAME AND PHONE'
004650             TO RR-RESULT
004660         GO TO 3500-REJECT
004670     END-IF.
004680     GO TO 3500-EXIT.
004690 3500-REJECT.
004700     ADD 1 TO WS-REJECT-COUNT.
004710     SET WS-CARD-INVALID TO TRUE.
004720 3500-EXIT.
004730     EXIT.
004740*---------------------------------------------------------------
004750 3700-LOG-CHANGE SECTION.
004760***************************************************************
004770*    WRITE ONE CHANGE-LOG ENTRY FOR THE CARD JUST APPLIED -   *
004780*    THE CALLER HAS ALREADY SET THE ACTION AND THE BEFORE AND *
004790*    AFTER IMAGES.                                            *
004800***************************************************************
004810     MOVE 'OWNREC' TO CG-REGISTRY.
004820     MOVE TR-OWN-KEY TO CG-KEY.
004830     ACCEPT CG-CHG-DATE FROM DATE YYYYMMDD.
004840     ACCEPT CG-CHG-TIME FROM TIME.
004850     SET CG-FROM-CARDS TO TRUE.
004860     MOVE 'OWNMNT' TO CG-SOURCE-ID.
004870     MOVE SPACES TO CG-OPERATOR-ID.
004880     MOVE WS-TRAN-COUNT TO CG-CARD-NBR.
004890     WRITE CHGLREC-RECORD.
004900 3700-EXIT.
004910     EXIT.
004920*---------------------------------------------------------------
004930 4000-WRITE-NEW-MASTER SECTION.
004940***************************************************************
004950*    WRITE ONE SURVIVING (NOT DELETED) TABLE ENTRY TO THE     *
004960*    NEW OWNER MASTER.                                        *
004970***************************************************************
004980     IF WS-OWN-DELETED (WS-OWN-IX)
004990         GO TO 4000-EXIT
005000     END-IF.
005010     WRITE OWNNEW-RECORD FROM WS-OWN-IMAGE (WS-OWN-IX).
005020     ADD 1 TO WS-WRITTEN-COUNT.
005030 4000-EXIT.
005040     EXIT.
005050*---------------------------------------------------------------
005060 5000-PRINT-TOTALS SECTION.
005070***************************************************************
005080*    PRINT THE TRANSACTION AND OWNER MASTER TOTALS.           *
005090***************************************************************
005100     MOVE WS-TRAN-COUNT TO RT-TRAN-COUNT.
005110     MOVE WS-APPLIED-COUNT TO RT-APPLIED-COUNT.
005120     MOVE WS-REJECT-COUNT TO RT-REJECT-COUNT.
005130     MOVE WS-WRITTEN-COUNT TO RT-WRITTEN-COUNT.
005140     MOVE RPT-TOTAL-LINE TO MNTRPT-LINE.
005150     WRITE MNTRPT-LINE.
005160     MOVE FILLER-LINE TO MNTRPT-LINE.
005170     WRITE MNTRPT-LINE.
005180 5000-EXIT.
005190     EXIT.
005200*---------------------------------------------------------------
005210 6000-TERMINATE SECTION.
005220***************************************************************
005230*    CLOSE THE FILES.                                         *
005240***************************************************************
005250     CLOSE OWNOLD-FILE.
005260     CLOSE OWNTRN-FILE.
005270     CLOSE OWNNEW-FILE.
005280     CLOSE MNTRPT-FILE.
005290     CLOSE CHGLOG-FILE.
005300 6000-EXIT.
005310     EXIT.
005320*---------------------------------------------------------------
005330 9999-EXIT.
005340     GOBACK.
