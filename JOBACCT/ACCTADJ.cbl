000010***************************************************************
000020*                                                             *
000030*    PROGRAM:    ACCTADJ                                      *
000040*    AUTHOR:     D SIKORA - BATCH SUPPORT                     *
000050*    INSTALLATION: MVS-SYSGEN DATA CENTER                     *
000060*    DATE-WRITTEN: 10/15/2026                                 *
000070*                                                             *
000080*    REMARKS:    RETROACTIVE CHARGEBACK REBILLING.  WHEN A    *
000090*                RATE IS CORRECTED AFTER A MONTH HAS BEEN     *
000100*                INVOICED - A NEW RATEREC PERIOD BACKDATED    *
000110*                THROUGH RATEMNT, OR A RULE ADDED FOR WORK    *
000120*                THAT WENT TO SUSPENSE - THIS RUN REPRICES    *
000130*                THAT MONTH'S ACCTREC GENERATIONS AGAINST THE *
000140*                CURRENT RATE HISTORY, COMPARES THE RESULT    *
000150*                WITH WHAT BILLHIST SAYS WAS ACTUALLY BILLED, *
000160*                AND PRINTS A CREDIT OR DEBIT MEMO FOR EACH   *
000170*                DEPARTMENT WHOSE CHARGES MOVED, LISTING ONLY *
000180*                THE JOB/STEP LINES THAT CHANGED, WITH A      *
000190*                RECAP PAGE OF BILLED, REPRICED AND NET BY    *
000200*                DEPARTMENT.                                  *
000210*                                                             *
000220*                PRICING IS ACCTBILL'S, STEP FOR STEP: EACH   *
000230*                RECORD IS PRICED BY THE RULE IN FORCE ON ITS *
000240*                AC-START-DATE (EXACT NAME FIRST, THEN        *
000250*                LONGEST PREFIX), LINES ARE AGGREGATED BY     *
000260*                DEPARTMENT + JOB + STEP + RATE, AND PENNY    *
000270*                ROUNDING HAPPENS ONCE PER LINE.  THE MEMOS   *
000280*                COMPARE AT DEPARTMENT + JOB + STEP, SO A     *
000290*                LINE THAT SPLIT ACROSS A RATE CHANGE IS ONE  *
000300*                MEMO LINE.  A JOB THAT MOVED DEPARTMENT      *
000310*                SHOWS AS A CREDIT TO THE OLD ONE AND A DEBIT *
000320*                TO THE NEW.                                  *
000330*                                                             *
000340*                PARM IS THE BILLING PERIOD BEING ADJUSTED    *
000350*                (YYYYMM) AND IS REQUIRED - ONLY BILLHIST     *
000360*                ROWS FOR THAT PERIOD ARE COMPARED.  THE      *
000370*                ACCTREC RECORDS REPRICED ARE WHATEVER        *
000380*                GENERATIONS THE JCL CONCATENATES, THE SAME   *
000390*                CONTRACT ACCTBILL HAS, SO THE JCL MUST NAME  *
000400*                THE GENERATIONS THAT PERIOD WAS BILLED FROM. *
000410*                                                             *
000420*                BILLHOUT IS THE NEW BILLED-CHARGE HISTORY:   *
000430*                EVERY BILLHIST ROW FOR OTHER PERIODS COPIED  *
000440*                THROUGH UNCHANGED, AND THE PERIOD'S ROWS     *
000450*                REPLACED BY THE REPRICED DETAIL, SO A SECOND *
000460*                ADJUSTMENT OF THE SAME PERIOD ONLY MEMOS     *
000470*                WHAT CHANGED SINCE THE FIRST.                *
000472*                                                             *
000473*                A PERIOD WITH NO BILLHIST ROWS WAS NEVER     *
000474*                INVOICED AND HAS NOTHING TO ADJUST - THE RUN *
000475*                STOPS WITHOUT MEMOS AND BILLHOUT IS AN       *
000476*                UNCHANGED COPY OF BILLHIST.                  *
000480*                                                             *
000490*    MODIFICATION HISTORY                                     *
000500*    DATE       INIT  DESCRIPTION                             *
000510*    10/15/2026 DS    ORIGINAL PROGRAM                        *
000520*                                                             *
000530***************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.    ACCTADJ.
000560 AUTHOR.        D SIKORA - BATCH SUPPORT.
000570 INSTALLATION.  MVS-SYSGEN DATA CENTER.
000580 DATE-WRITTEN.  10/15/2026.
000590 DATE-COMPILED.
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.   IBM-370.
000630 OBJECT-COMPUTER.   IBM-370.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT RATEFILE-FILE ASSIGN TO RATEFILE
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT ACCTREC-FILE ASSIGN TO ACCTREC
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT BILLHIST-FILE ASSIGN TO BILLHIST
000710         ORGANIZATION IS SEQUENTIAL
000715         FILE STATUS IS WS-BILLHIST-STATUS.
000720     SELECT BILLHOUT-FILE ASSIGN TO BILLHOUT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-BILLHOUT-STATUS.
000750     SELECT ADJRPT-FILE ASSIGN TO ADJRPT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-ADJRPT-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  RATEFILE-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 COPY RATEREC.
000840 FD  ACCTREC-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 COPY ACCTREC.
000880 FD  BILLHIST-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 COPY BILLHREC.
000920 FD  BILLHOUT-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 COPY BILLHREC REPLACING LEADING ==BH-== BY ==BO-==
000955                ==BILLHREC-RECORD== BY ==BILLHOUT-RECORD==.
000960 FD  ADJRPT-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 01  ADJRPT-LINE                  PIC X(133).
001000 WORKING-STORAGE SECTION.
001010*---------------------------------------------------------------
001020*    SWITCHES
001030*---------------------------------------------------------------
001040 01  WS-SWITCHES.
001050     05  WS-RATE-EOF-SW           PIC X(01) VALUE 'N'.
001060         88  WS-RATE-EOF                    VALUE 'Y'.
001070         88  WS-RATE-NOT-EOF                VALUE 'N'.
001080     05  WS-ACCT-EOF-SW           PIC X(01) VALUE 'N'.
001090         88  WS-ACCT-EOF                    VALUE 'Y'.
001100         88  WS-ACCT-NOT-EOF                VALUE 'N'.
001110     05  WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
001120         88  WS-HIST-EOF                    VALUE 'Y'.
001130         88  WS-HIST-NOT-EOF                VALUE 'N'.
001140     05  WS-RAT-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001150         88  WS-RAT-CAP-WARNED              VALUE 'Y'.
001160         88  WS-RAT-CAP-NOT-WARNED          VALUE 'N'.
001170     05  WS-DEP-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001180         88  WS-DEP-CAP-WARNED              VALUE 'Y'.
001190         88  WS-DEP-CAP-NOT-WARNED          VALUE 'N'.
001200     05  WS-DET-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001210         88  WS-DET-CAP-WARNED              VALUE 'Y'.
001220         88  WS-DET-CAP-NOT-WARNED          VALUE 'N'.
001230     05  WS-CMP-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
001240         88  WS-CMP-CAP-WARNED              VALUE 'Y'.
001250         88  WS-CMP-CAP-NOT-WARNED          VALUE 'N'.
001260     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001270         88  WS-FOUND                       VALUE 'Y'.
001280         88  WS-NOT-FOUND                   VALUE 'N'.
001290     05  WS-EXACT-SW              PIC X(01) VALUE 'N'.
001300         88  WS-EXACT-MATCH                 VALUE 'Y'.
001310         88  WS-NOT-EXACT-MATCH             VALUE 'N'.
001315 01  WS-BILLHIST-STATUS           PIC XX VALUE '00'.
001320 01  WS-BILLHOUT-STATUS           PIC XX VALUE '00'.
001330 01  WS-ADJRPT-STATUS             PIC XX VALUE '00'.
001340*---------------------------------------------------------------
001350*    BILLING PERIOD BEING ADJUSTED, FROM THE PARM
001360*---------------------------------------------------------------
001370 01  WS-PERIOD-TEXT               PIC X(06) VALUE SPACES.
001373 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-TEXT.
001375     05  WS-PERIOD-YEAR           PIC 9(04).
001377     05  WS-PERIOD-MONTH          PIC 9(02).
001380*---------------------------------------------------------------
001390*    RATE MASTER TABLE - THE CURRENT RATE HISTORY
001400*---------------------------------------------------------------
001410 01  WS-RAT-TABLE-CTL.
001420     05  WS-RAT-COUNT             PIC 9(04) COMP VALUE 0.
001430     05  WS-RAT-MAX               PIC 9(04) COMP VALUE 200.
001440     05  WS-RAT-IX                PIC 9(04) COMP VALUE 0.
001450 01  WS-RAT-TABLE.
001460     05  WS-RAT-ENTRY OCCURS 1 TO 200 TIMES
001470                      DEPENDING ON WS-RAT-COUNT.
001480         10  WS-RAT-PATTERN       PIC X(08).
001490         10  WS-RAT-PREFIX-LEN    PIC 9(02).
001500         10  WS-RAT-DEPT-CODE     PIC X(04).
001510         10  WS-RAT-RATE          PIC 9(05)V99.
001520         10  WS-RAT-EFF-FROM      PIC 9(08).
001530         10  WS-RAT-EFF-TO        PIC 9(08).
001540*---------------------------------------------------------------
001550*    DEPARTMENT TABLE - DISTINCT CODES OFF THE RATE MASTER,
001560*    PLUS ANY CODE THE BILLED HISTORY CARRIES THAT THE RATE
001570*    MASTER NO LONGER DOES, WITH THE RECAP TOTALS FILLED IN
001580*    DURING THE MEMO PASS
001590*---------------------------------------------------------------
001600 01  WS-DEP-TABLE-CTL.
001610     05  WS-DEP-COUNT             PIC 9(04) COMP VALUE 0.
001620     05  WS-DEP-MAX               PIC 9(04) COMP VALUE 100.
001630     05  WS-DEP-IX                PIC 9(04) COMP VALUE 0.
001640 01  WS-DEP-TABLE.
001650     05  WS-DEP-ENTRY OCCURS 1 TO 100 TIMES
001660                      DEPENDING ON WS-DEP-COUNT
001670                      INDEXED BY WS-DEP-NX.
001680         10  WS-DEP-CODE          PIC X(04).
001690         10  WS-DEP-NAME          PIC X(20).
001700         10  WS-DEP-BILLED        PIC 9(11)V99.
001710         10  WS-DEP-REPRICED      PIC 9(11)V99.
001720*---------------------------------------------------------------
001730*    DETAIL TABLE - THE REPRICED PERIOD, ONE LINE PER
001740*    DEPARTMENT + JOB + STEP + RATE, EXACTLY AS ACCTBILL
001750*    BUILDS IT.  DEPT CODE '****' COLLECTS THE SUSPENSE ROWS.
001760*---------------------------------------------------------------
001770 01  WS-DET-TABLE-CTL.
001780     05  WS-DET-COUNT             PIC 9(04) COMP VALUE 0.
001790     05  WS-DET-MAX               PIC 9(04) COMP VALUE 2000.
001800     05  WS-DET-IX                PIC 9(04) COMP VALUE 0.
001810 01  WS-DET-TABLE.
001820     05  WS-DET-ENTRY OCCURS 1 TO 2000 TIMES
001830                      DEPENDING ON WS-DET-COUNT
001840                      INDEXED BY WS-DET-NX.
001850         10  WS-DET-DEPT-CODE     PIC X(04).
001860         10  WS-DET-JOB-NAME      PIC X(08).
001870         10  WS-DET-STEP-NAME     PIC X(08).
001880         10  WS-DET-RATE          PIC 9(05)V99.
001890         10  WS-DET-RUNS          PIC 9(08) COMP.
001900         10  WS-DET-HNDTHS        PIC 9(12) COMP.
001910*---------------------------------------------------------------
001920*    COMPARISON TABLE - ONE LINE PER DEPARTMENT + JOB + STEP
001930*    WITH WHAT WAS BILLED AND WHAT IT REPRICES TO
001940*---------------------------------------------------------------
001950 01  WS-CMP-TABLE-CTL.
001960     05  WS-CMP-COUNT             PIC 9(04) COMP VALUE 0.
001970     05  WS-CMP-MAX               PIC 9(04) COMP VALUE 2000.
001980     05  WS-CMP-IX                PIC 9(04) COMP VALUE 0.
001990 01  WS-CMP-TABLE.
002000     05  WS-CMP-ENTRY OCCURS 1 TO 2000 TIMES
002010                      DEPENDING ON WS-CMP-COUNT
002020                      INDEXED BY WS-CMP-NX.
002030         10  WS-CMP-DEPT-CODE     PIC X(04).
002040         10  WS-CMP-JOB-NAME      PIC X(08).
002050         10  WS-CMP-STEP-NAME     PIC X(08).
002060         10  WS-CMP-BILLED        PIC 9(11)V99.
002070         10  WS-CMP-REPRICED      PIC 9(11)V99.
002080*---------------------------------------------------------------
002090*    MATCHING AND PRICING WORK AREAS
002100*---------------------------------------------------------------
002110 01  WS-BEST-IX                   PIC 9(04) COMP VALUE 0.
002120 01  WS-BEST-LEN                  PIC 9(02) VALUE 0.
002130 01  WS-TRY-LEN                   PIC 9(02) VALUE 0.
002140 01  WS-MATCH-DEPT                PIC X(04) VALUE SPACES.
002150 01  WS-MATCH-RATE                PIC 9(05)V99 VALUE 0.
002160 01  WS-AMOUNT                    PIC 9(09)V99 VALUE 0.
002170 01  WS-KEY-DEPT                  PIC X(04) VALUE SPACES.
002180 01  WS-KEY-JOB                   PIC X(08) VALUE SPACES.
002190 01  WS-KEY-STEP                  PIC X(08) VALUE SPACES.
002200 01  WS-LINE-DIFF                 PIC S9(11)V99 VALUE 0.
002210 01  WS-DEPT-NET                  PIC S9(11)V99 VALUE 0.
002220 01  WS-DEPT-CHANGED              PIC 9(04) COMP VALUE 0.
002230 01  WS-BILLED-TOTAL              PIC 9(11)V99 VALUE 0.
002240 01  WS-REPRICED-TOTAL            PIC 9(11)V99 VALUE 0.
002250 01  WS-NET-TOTAL                 PIC S9(11)V99 VALUE 0.
002260*---------------------------------------------------------------
002270*    COUNTERS
002280*---------------------------------------------------------------
002290 01  WS-READ-COUNT                PIC 9(08) COMP VALUE 0.
002300 01  WS-HIST-COUNT                PIC 9(08) COMP VALUE 0.
002310 01  WS-COPIED-COUNT              PIC 9(08) COMP VALUE 0.
002320 01  WS-CHANGED-COUNT             PIC 9(08) COMP VALUE 0.
002330 01  WS-MEMO-COUNT                PIC 9(08) COMP VALUE 0.
002340*---------------------------------------------------------------
002350*    REPORT LINES
002360*---------------------------------------------------------------
002370 01  FILLER-LINE                  PIC X(133) VALUE ALL '='.
002380 01  RPT-TITLE-LINE.
002390     05  FILLER                   PIC X(01) VALUE '='.
002400     05  FILLER                   PIC X(44) VALUE SPACES.
002410     05  FILLER                   PIC X(42) VALUE
002420             'RETROACTIVE CHARGEBACK ADJUSTMENT MEMOS'.
002430     05  FILLER                   PIC X(45) VALUE SPACES.
002440     05  FILLER                   PIC X(01) VALUE '='.
002450 01  RPT-PERIOD-LINE.
002460     05  FILLER                   PIC X(01) VALUE '='.
002470     05  FILLER                   PIC X(01) VALUE SPACE.
002480     05  FILLER                   PIC X(25) VALUE
002490             'BILLING PERIOD ADJUSTED: '.
002500     05  RP-PERIOD                PIC X(06) VALUE SPACES.
002510     05  FILLER                   PIC X(99) VALUE SPACES.
002520     05  FILLER                   PIC X(01) VALUE '='.
002530 01  RPT-MEMO-LINE.
002540     05  FILLER                   PIC X(01) VALUE '='.
002550     05  FILLER                   PIC X(01) VALUE SPACE.
002560     05  RM-MEMO-TYPE             PIC X(15) VALUE SPACES.
002570     05  FILLER                   PIC X(13) VALUE
002580             '- DEPARTMENT '.
002590     05  RM-DEPT-CODE             PIC X(04) VALUE SPACES.
002600     05  FILLER                   PIC X(02) VALUE SPACES.
002610     05  RM-DEPT-NAME             PIC X(20) VALUE SPACES.
002620     05  FILLER                   PIC X(76) VALUE SPACES.
002630     05  FILLER                   PIC X(01) VALUE '='.
002640 01  RPT-COLHDG-LINE.
002650     05  FILLER                   PIC X(01) VALUE '='.
002660     05  FILLER                   PIC X(01) VALUE SPACE.
002670     05  FILLER                   PIC X(08) VALUE 'JOB NAME'.
002680     05  FILLER                   PIC X(02) VALUE SPACES.
002690     05  FILLER                   PIC X(09) VALUE 'STEP NAME'.
002700     05  FILLER                   PIC X(02) VALUE SPACES.
002710     05  FILLER                   PIC X(16) VALUE
002720             '          BILLED'.
002730     05  FILLER                   PIC X(02) VALUE SPACES.
002740     05  FILLER                   PIC X(16) VALUE
002750             '        REPRICED'.
002760     05  FILLER                   PIC X(02) VALUE SPACES.
002770     05  FILLER                   PIC X(17) VALUE
002780             '      ADJUSTMENT '.
002790     05  FILLER                   PIC X(56) VALUE SPACES.
002800     05  FILLER                   PIC X(01) VALUE '='.
002810 01  RPT-DETAIL-LINE.
002820     05  FILLER                   PIC X(01) VALUE '='.
002830     05  FILLER                   PIC X(01) VALUE SPACE.
002840     05  RD-JOB-NAME              PIC X(08) VALUE SPACES.
002850     05  FILLER                   PIC X(02) VALUE SPACES.
002860     05  RD-STEP-NAME             PIC X(09) VALUE SPACES.
002870     05  FILLER                   PIC X(02) VALUE SPACES.
002880     05  RD-BILLED                PIC Z,ZZZ,ZZZ,ZZ9.99.
002890     05  FILLER                   PIC X(02) VALUE SPACES.
002900     05  RD-REPRICED              PIC Z,ZZZ,ZZZ,ZZ9.99.
002910     05  FILLER                   PIC X(02) VALUE SPACES.
002920     05  RD-DIFF                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
002930     05  FILLER                   PIC X(56) VALUE SPACES.
002940     05  FILLER                   PIC X(01) VALUE '='.
002950 01  RPT-MEMO-TOTAL-LINE.
002960     05  FILLER                   PIC X(01) VALUE '='.
002970     05  FILLER                   PIC X(01) VALUE SPACE.
002980     05  FILLER                   PIC X(11) VALUE
002990             'MEMO TOTAL:'.
003000     05  FILLER                   PIC X(46) VALUE SPACES.
003010     05  RT-MEMO-TOTAL            PIC Z,ZZZ,ZZZ,ZZ9.99-.
003020     05  FILLER                   PIC X(56) VALUE SPACES.
003030     05  FILLER                   PIC X(01) VALUE '='.
003040 01  RPT-NO-MEMO-LINE.
003050     05  FILLER                   PIC X(01) VALUE '='.
003060     05  FILLER                   PIC X(01) VALUE SPACE.
003070     05  FILLER                   PIC X(52) VALUE
003080         'NO MEMOS - EVERY DEPARTMENT REPRICES TO WHAT IT PAID'.
003090     05  FILLER                   PIC X(78) VALUE SPACES.
003100     05  FILLER                   PIC X(01) VALUE '='.
003110 01  RPT-RECAP-HDG-LINE.
003120     05  FILLER                   PIC X(01) VALUE '='.
003130     05  FILLER                   PIC X(01) VALUE SPACE.
003140     05  FILLER                   PIC X(32) VALUE
003150             'RECAP - BILLED AGAINST REPRICED'.
003160     05  FILLER                   PIC X(98) VALUE SPACES.
003170     05  FILLER                   PIC X(01) VALUE '='.
003180 01  RPT-RECAP-COLHDG-LINE.
003190     05  FILLER                   PIC X(01) VALUE '='.
003200     05  FILLER                   PIC X(01) VALUE SPACE.
003210     05  FILLER                   PIC X(10) VALUE 'DEPARTMENT'.
003220     05  FILLER                   PIC X(18) VALUE SPACES.
003230     05  FILLER                   PIC X(16) VALUE
003240             '          BILLED'.
003250     05  FILLER                   PIC X(02) VALUE SPACES.
003260     05  FILLER                   PIC X(16) VALUE
003270             '        REPRICED'.
003280     05  FILLER                   PIC X(02) VALUE SPACES.
003290     05  FILLER                   PIC X(17) VALUE
003300             '             NET '.
003310     05  FILLER                   PIC X(49) VALUE SPACES.
003320     05  FILLER                   PIC X(01) VALUE '='.
003330 01  RPT-RECAP-LINE.
003340     05  FILLER                   PIC X(01) VALUE '='.
003350     05  FILLER                   PIC X(01) VALUE SPACE.
003360     05  RC-DEPT-CODE             PIC X(04) VALUE SPACES.
003370     05  FILLER                   PIC X(02) VALUE SPACES.
003380     05  RC-DEPT-NAME             PIC X(20) VALUE SPACES.
003390     05  FILLER                   PIC X(02) VALUE SPACES.
003400     05  RC-BILLED                PIC Z,ZZZ,ZZZ,ZZ9.99.
003410     05  FILLER                   PIC X(02) VALUE SPACES.
003420     05  RC-REPRICED              PIC Z,ZZZ,ZZZ,ZZ9.99.
003430     05  FILLER                   PIC X(02) VALUE SPACES.
003440     05  RC-NET                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
003450     05  FILLER                   PIC X(49) VALUE SPACES.
003460     05  FILLER                   PIC X(01) VALUE '='.
003470 01  RPT-GRAND-LINE.
003480     05  FILLER                   PIC X(01) VALUE '='.
003490     05  FILLER                   PIC X(01) VALUE SPACE.
003500     05  FILLER                   PIC X(12) VALUE 'GRAND TOTAL:'.
003510     05  FILLER                   PIC X(16) VALUE SPACES.
003520     05  RG-BILLED                PIC Z,ZZZ,ZZZ,ZZ9.99.
003530     05  FILLER                   PIC X(02) VALUE SPACES.
003540     05  RG-REPRICED              PIC Z,ZZZ,ZZZ,ZZ9.99.
003550     05  FILLER                   PIC X(02) VALUE SPACES.
003560     05  RG-NET                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
003570     05  FILLER                   PIC X(49) VALUE SPACES.
003580     05  FILLER                   PIC X(01) VALUE '='.
003590 01  RPT-COUNT-LINE.
003600     05  FILLER                   PIC X(01) VALUE '='.
003610     05  FILLER                   PIC X(01) VALUE SPACE.
003620     05  FILLER                   PIC X(15) VALUE
003630             'RECORDS READ:  '.
003640     05  RN-READ                  PIC ZZ,ZZZ,ZZ9.
003650     05  FILLER                   PIC X(03) VALUE SPACES.
003660     05  FILLER                   PIC X(14) VALUE
003670             'BILLED LINES: '.
003680     05  RN-HIST                  PIC ZZ,ZZZ,ZZ9.
003690     05  FILLER                   PIC X(03) VALUE SPACES.
003700     05  FILLER                   PIC X(15) VALUE
003710             'LINES CHANGED: '.
003720     05  RN-CHANGED               PIC ZZ,ZZZ,ZZ9.
003730     05  FILLER                   PIC X(03) VALUE SPACES.
003740     05  FILLER                   PIC X(07) VALUE 'MEMOS: '.
003750     05  RN-MEMOS                 PIC ZZ,ZZZ,ZZ9.
003760     05  FILLER                   PIC X(30) VALUE SPACES.
003770     05  FILLER                   PIC X(01) VALUE '='.
003780 LINKAGE SECTION.
003790 01   PARM-BUFFER.
003800      05 PARM-LENGTH              PIC S9(4) COMP.
003810      05 PARM-DATA.
003820         10 NUMB                  PIC X(100).
003830 PROCEDURE DIVISION USING PARM-BUFFER.
003840 0000-MAINLINE SECTION.
003850***************************************************************
003860*    LOAD THE CURRENT RATE HISTORY AND ITS DEPARTMENTS, LOAD  *
003870*    WHAT WAS BILLED FOR THE PERIOD, REPRICE THE CONCATENATED *
003880*    EXTRACT, WRITE THE NEW BILLED HISTORY, AND PRINT THE     *
003890*    MEMOS AND THE RECAP.                                     *
003900***************************************************************
003910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003920     PERFORM 2000-LOAD-RATES THRU 2000-EXIT
003930         UNTIL WS-RATE-EOF.
003940     PERFORM 2500-LOAD-BILLED THRU 2500-EXIT
003950         UNTIL WS-HIST-EOF.
003952     IF WS-HIST-COUNT = 0
003954         DISPLAY '*** PERIOD ' WS-PERIOD-TEXT
003955             ' WAS NEVER BILLED - NO ADJUSTMENT RUN ***'
003956         PERFORM 5000-TERMINATE THRU 5000-EXIT
003957         GO TO 9999-EXIT
003958     END-IF.
003960     PERFORM 3000-PRICE-EXTRACT THRU 3000-EXIT
003970         UNTIL WS-ACCT-EOF.
003980     PERFORM 3500-FOLD-REPRICED THRU 3500-EXIT
003990         VARYING WS-DET-IX FROM 1 BY 1
004000         UNTIL WS-DET-IX > WS-DET-COUNT.
004010     PERFORM 4000-PRINT-MEMOS THRU 4000-EXIT.
004020     PERFORM 5000-TERMINATE THRU 5000-EXIT.
004030     GO TO 9999-EXIT.
004040 0000-EXIT.
004050     EXIT.
004060*---------------------------------------------------------------
004070 1000-INITIALIZE SECTION.
004080***************************************************************
004090*    PICK UP THE PERIOD TO ADJUST FROM THE PARM AND OPEN THE  *
004100*    FILES.  WITHOUT A PERIOD THERE IS NOTHING TO COMPARE     *
004110*    AGAINST, SO THE RUN STOPS BEFORE ANY HISTORY IS WRITTEN. *
004120***************************************************************
004130     IF PARM-LENGTH >= 6
004140         MOVE PARM-DATA(1:6) TO WS-PERIOD-TEXT
004150     END-IF.
004160     IF WS-PERIOD-TEXT IS NOT NUMERIC
004163         OR WS-PERIOD-MONTH < 1
004166         OR WS-PERIOD-MONTH > 12
004170         DISPLAY '*** PARM MUST BE THE BILLING PERIOD TO '
004180             'ADJUST (YYYYMM) - NO ADJUSTMENT RUN ***'
004190         GO TO 9999-EXIT
004200     END-IF.
004210     OPEN INPUT RATEFILE-FILE.
004220     OPEN INPUT ACCTREC-FILE.
004230     OPEN INPUT BILLHIST-FILE.
004232     IF WS-BILLHIST-STATUS NOT = '00'
004233         DISPLAY '*** BILLHIST HISTORY FILE OPEN FAILED - '
004234             'STATUS ' WS-BILLHIST-STATUS
004235             ' - MEMOS NOT PRODUCED ***'
004236         GO TO 9999-EXIT
004237     END-IF.
004240     OPEN OUTPUT ADJRPT-FILE.
004250     IF WS-ADJRPT-STATUS NOT = '00'
004260         DISPLAY '*** ADJRPT REPORT FILE OPEN FAILED - '
004270             'STATUS ' WS-ADJRPT-STATUS
004280             ' - MEMOS NOT PRODUCED ***'
004290         GO TO 9999-EXIT
004300     END-IF.
004310     OPEN OUTPUT BILLHOUT-FILE.
004320     IF WS-BILLHOUT-STATUS NOT = '00'
004330         DISPLAY '*** BILLHOUT HISTORY FILE OPEN FAILED - '
004340             'STATUS ' WS-BILLHOUT-STATUS
004350             ' - MEMOS NOT PRODUCED ***'
004360         GO TO 9999-EXIT
004370     END-IF.
004380     READ RATEFILE-FILE
004390         AT END SET WS-RATE-EOF TO TRUE.
004400     READ BILLHIST-FILE
004410         AT END SET WS-HIST-EOF TO TRUE.
004420     READ ACCTREC-FILE
004430         AT END SET WS-ACCT-EOF TO TRUE.
004440 1000-EXIT.
004450     EXIT.
004460*---------------------------------------------------------------
004470 2000-LOAD-RATES SECTION.
004480***************************************************************
004490*    FOLD ONE RATE RULE INTO THE RATE TABLE AND ITS           *
004500*    DEPARTMENT INTO THE DEPARTMENT TABLE, WITH THE SAME      *
004510*    SKIPS AND BLANK-DATE DEFAULTS ACCTBILL APPLIES - A       *
004520*    REPRICE THAT LOADED THE RULES DIFFERENTLY WOULD MEMO     *
004530*    DIFFERENCES THAT ARE NOT RATE CHANGES.                   *
004540***************************************************************
004550     IF RT-PREFIX-LEN IS NOT NUMERIC
004560         OR RT-RATE-PER-HOUR IS NOT NUMERIC
004570         DISPLAY '*** RATE RULE FOR ' RT-JOB-PATTERN
004580             ' HAS A NON-NUMERIC PREFIX LENGTH OR RATE - '
004590             'RULE SKIPPED ***'
004600         GO TO 2000-NEXT
004610     END-IF.
004620     IF RT-EFF-FROM-X = SPACES
004630         MOVE ZEROS TO RT-EFF-FROM
004640     END-IF.
004650     IF RT-EFF-TO-X = SPACES
004660         MOVE 99999999 TO RT-EFF-TO
004670     END-IF.
004680     IF RT-EFF-FROM IS NOT NUMERIC
004690         OR RT-EFF-TO IS NOT NUMERIC
004700         DISPLAY '*** RATE RULE FOR ' RT-JOB-PATTERN
004710             ' HAS A NON-NUMERIC EFFECTIVE DATE - '
004720             'RULE SKIPPED ***'
004730         GO TO 2000-NEXT
004740     END-IF.
004750     IF WS-RAT-COUNT >= WS-RAT-MAX
004760         IF WS-RAT-CAP-NOT-WARNED
004770             DISPLAY '*** RATE TABLE FULL AT ' WS-RAT-MAX
004780                 ' RULES - FURTHER RULES ARE IGNORED ***'
004790             SET WS-RAT-CAP-WARNED TO TRUE
004800         END-IF
004810         GO TO 2000-NEXT
004820     END-IF.
004830     ADD 1 TO WS-RAT-COUNT.
004840     MOVE RT-JOB-PATTERN TO WS-RAT-PATTERN (WS-RAT-COUNT).
004850     MOVE RT-PREFIX-LEN TO WS-RAT-PREFIX-LEN (WS-RAT-COUNT).
004860     MOVE RT-DEPT-CODE TO WS-RAT-DEPT-CODE (WS-RAT-COUNT).
004870     MOVE RT-RATE-PER-HOUR TO WS-RAT-RATE (WS-RAT-COUNT).
004880     MOVE RT-EFF-FROM TO WS-RAT-EFF-FROM (WS-RAT-COUNT).
004890     MOVE RT-EFF-TO TO WS-RAT-EFF-TO (WS-RAT-COUNT).
004900     MOVE RT-DEPT-CODE TO WS-KEY-DEPT.
004910     PERFORM 2100-FOLD-DEPARTMENT THRU 2100-EXIT.
004920     IF WS-FOUND
004930         AND WS-DEP-NAME (WS-DEP-NX) = SPACES
004940         MOVE RT-DEPT-NAME TO WS-DEP-NAME (WS-DEP-NX)
004950     END-IF.
004960 2000-NEXT.
004970     READ RATEFILE-FILE
004980         AT END SET WS-RATE-EOF TO TRUE.
004990 2000-EXIT.
005000     EXIT.
005010*---------------------------------------------------------------
005020 2100-FOLD-DEPARTMENT SECTION.
005030***************************************************************
005040*    FIND THE DEPARTMENT CODE IN WS-KEY-DEPT IN THE DISTINCT  *
005050*    DEPARTMENT TABLE, ADDING IT (WITH A BLANK NAME FOR THE   *
005060*    CALLER TO FILL) WHEN IT IS NOT ALREADY THERE.  WS-FOUND  *
005070*    IS LEFT SET, AND WS-DEP-NX ON THE ENTRY, WHENEVER THE    *
005080*    CODE IS IN THE TABLE ON RETURN.  THE SUSPENSE CODE IS    *
005090*    NEVER A DEPARTMENT.                                      *
005100***************************************************************
005110     SET WS-NOT-FOUND TO TRUE.
005120     IF WS-KEY-DEPT = '****'
005130         GO TO 2100-EXIT
005140     END-IF.
005150     IF WS-DEP-COUNT > 0
005160         SET WS-DEP-NX TO 1
005170         SEARCH WS-DEP-ENTRY
005180             AT END SET WS-NOT-FOUND TO TRUE
005190             WHEN WS-DEP-CODE (WS-DEP-NX) = WS-KEY-DEPT
005200                 SET WS-FOUND TO TRUE
005210         END-SEARCH
005220     END-IF.
005230     IF WS-FOUND
005240         GO TO 2100-EXIT
005250     END-IF.
005260     IF WS-DEP-COUNT >= WS-DEP-MAX
005270         IF WS-DEP-CAP-NOT-WARNED
005280             DISPLAY '*** DEPARTMENT TABLE FULL AT '
005290                 WS-DEP-MAX ' DEPARTMENTS - FURTHER '
005300                 'DEPARTMENTS ARE NOT MEMOED ***'
005310             SET WS-DEP-CAP-WARNED TO TRUE
005320         END-IF
005330         GO TO 2100-EXIT
005340     END-IF.
005350     ADD 1 TO WS-DEP-COUNT.
005360     SET WS-DEP-NX TO WS-DEP-COUNT.
005370     MOVE WS-KEY-DEPT TO WS-DEP-CODE (WS-DEP-NX).
005380     MOVE SPACES TO WS-DEP-NAME (WS-DEP-NX).
005390     MOVE ZEROS TO WS-DEP-BILLED (WS-DEP-NX).
005400     MOVE ZEROS TO WS-DEP-REPRICED (WS-DEP-NX).
005410     SET WS-FOUND TO TRUE.
005420 2100-EXIT.
005430     EXIT.
005440*---------------------------------------------------------------
005450 2500-LOAD-BILLED SECTION.
005460***************************************************************
005470*    TAKE ONE BILLED-HISTORY ROW.  A ROW FOR ANOTHER PERIOD   *
005480*    IS COPIED STRAIGHT TO THE NEW HISTORY; A ROW FOR THE     *
005490*    PERIOD BEING ADJUSTED IS FOLDED INTO THE COMPARISON      *
005500*    TABLE AS BILLED, AND IS REPLACED ON THE NEW HISTORY BY   *
005510*    THE REPRICED DETAIL.  A DEPARTMENT THE RATE MASTER NO    *
005520*    LONGER CARRIES IS ADDED SO ITS CREDIT STILL PRINTS.      *
005530***************************************************************
005540     IF BH-PERIOD NOT = WS-PERIOD-TEXT
005550         WRITE BILLHOUT-RECORD FROM BILLHREC-RECORD
005560         ADD 1 TO WS-COPIED-COUNT
005570         GO TO 2500-NEXT
005580     END-IF.
005590     ADD 1 TO WS-HIST-COUNT.
005600     MOVE BH-DEPT-CODE TO WS-KEY-DEPT.
005610     PERFORM 2100-FOLD-DEPARTMENT THRU 2100-EXIT.
005620     IF WS-FOUND
005630         AND WS-DEP-NAME (WS-DEP-NX) = SPACES
005640         MOVE 'NOT ON RATE MASTER' TO WS-DEP-NAME (WS-DEP-NX)
005650     END-IF.
005660     MOVE BH-JOB-NAME TO WS-KEY-JOB.
005670     MOVE BH-STEP-NAME TO WS-KEY-STEP.
005680     PERFORM 3600-FIND-COMPARISON THRU 3600-EXIT.
005690     IF WS-FOUND
005700         ADD BH-AMOUNT TO WS-CMP-BILLED (WS-CMP-NX)
005710     END-IF.
005720 2500-NEXT.
005730     READ BILLHIST-FILE
005740         AT END SET WS-HIST-EOF TO TRUE.
005750 2500-EXIT.
005760     EXIT.
005770*---------------------------------------------------------------
005780 3000-PRICE-EXTRACT SECTION.
005790***************************************************************
005800*    MATCH ONE EXTRACT RECORD'S JOB NAME AGAINST THE CURRENT  *
005810*    RATE RULES AND FOLD IT INTO THE DETAIL TABLE - UNDER ITS *
005820*    DEPARTMENT WHEN A RULE COVERS IT, UNDER THE '****'       *
005830*    SUSPENSE CODE WHEN NONE DOES.                            *
005840***************************************************************
005850     ADD 1 TO WS-READ-COUNT.
005860     PERFORM 3100-FIND-RATE THRU 3100-EXIT.
005870     IF WS-BEST-IX > 0
005880         MOVE WS-RAT-DEPT-CODE (WS-BEST-IX) TO WS-MATCH-DEPT
005890         MOVE WS-RAT-RATE (WS-BEST-IX) TO WS-MATCH-RATE
005900     ELSE
005910         MOVE '****' TO WS-MATCH-DEPT
005920         MOVE ZEROS TO WS-MATCH-RATE
005930     END-IF.
005940     PERFORM 3200-FOLD-DETAIL THRU 3200-EXIT.
005950     READ ACCTREC-FILE
005960         AT END SET WS-ACCT-EOF TO TRUE.
005970 3000-EXIT.
005980     EXIT.
005990*---------------------------------------------------------------
006000 3100-FIND-RATE SECTION.
006010***************************************************************
006020*    PICK THE RULE THAT COVERS THE CURRENT EXTRACT RECORD'S   *
006030*    JOB NAME ON ITS START DATE - AN EXACT-NAME RULE          *
006040*    IMMEDIATELY, OTHERWISE THE LONGEST MATCHING PREFIX.      *
006050*    ONLY RULES IN FORCE ON AC-START-DATE ARE CANDIDATES.     *
006060*    ZERO MEANS NO RULE COVERS IT.                            *
006070***************************************************************
006080     MOVE 0 TO WS-BEST-IX.
006090     MOVE 0 TO WS-BEST-LEN.
006100     SET WS-NOT-EXACT-MATCH TO TRUE.
006110     PERFORM 3150-TRY-ONE-RULE THRU 3150-EXIT
006120         VARYING WS-RAT-IX FROM 1 BY 1
006130         UNTIL WS-RAT-IX > WS-RAT-COUNT
006140         OR WS-EXACT-MATCH.
006150 3100-EXIT.
006160     EXIT.
006170*---------------------------------------------------------------
006180 3150-TRY-ONE-RULE SECTION.
006190***************************************************************
006200*    TEST ONE RATE RULE AGAINST THE CURRENT JOB NAME - A RULE *
006210*    NOT IN FORCE ON THE RECORD'S START DATE IS PASSED OVER.  *
006220***************************************************************
006230     IF AC-START-DATE < WS-RAT-EFF-FROM (WS-RAT-IX)
006240         OR AC-START-DATE > WS-RAT-EFF-TO (WS-RAT-IX)
006250         GO TO 3150-EXIT
006260     END-IF.
006270     IF WS-RAT-PREFIX-LEN (WS-RAT-IX) = 0
006280         IF WS-RAT-PATTERN (WS-RAT-IX) = AC-JOB-NAME
006290             MOVE WS-RAT-IX TO WS-BEST-IX
006300             SET WS-EXACT-MATCH TO TRUE
006310         END-IF
006320         GO TO 3150-EXIT
006330     END-IF.
006340     MOVE WS-RAT-PREFIX-LEN (WS-RAT-IX) TO WS-TRY-LEN.
006350     IF WS-TRY-LEN > 8
006360         GO TO 3150-EXIT
006370     END-IF.
006380     IF AC-JOB-NAME(1:WS-TRY-LEN)
006390             = WS-RAT-PATTERN (WS-RAT-IX) (1:WS-TRY-LEN)
006400         AND WS-TRY-LEN > WS-BEST-LEN
006410         MOVE WS-RAT-IX TO WS-BEST-IX
006420         MOVE WS-TRY-LEN TO WS-BEST-LEN
006430     END-IF.
006440 3150-EXIT.
006450     EXIT.
006460*---------------------------------------------------------------
006470 3200-FOLD-DETAIL SECTION.
006480***************************************************************
006490*    FIND (OR START) THE DETAIL LINE FOR THIS DEPARTMENT +    *
006500*    JOB + STEP + RATE AND FOLD THE RECORD'S RUN AND ELAPSED  *
006510*    TIME INTO IT.                                            *
006520***************************************************************
006530     SET WS-NOT-FOUND TO TRUE.
006540     IF WS-DET-COUNT > 0
006550         SET WS-DET-NX TO 1
006560         SEARCH WS-DET-ENTRY
006570             AT END SET WS-NOT-FOUND TO TRUE
006580             WHEN WS-DET-DEPT-CODE (WS-DET-NX) = WS-MATCH-DEPT
006590                 AND WS-DET-JOB-NAME (WS-DET-NX) = AC-JOB-NAME
006600                 AND WS-DET-STEP-NAME (WS-DET-NX)
006610                     = AC-STEP-NAME
006620                 AND WS-DET-RATE (WS-DET-NX) = WS-MATCH-RATE
006630                 SET WS-FOUND TO TRUE
006640         END-SEARCH
006650     END-IF.
006660     IF WS-NOT-FOUND
006670         IF WS-DET-COUNT >= WS-DET-MAX
006680             IF WS-DET-CAP-NOT-WARNED
006690                 DISPLAY '*** DETAIL TABLE FULL AT '
006700                     WS-DET-MAX ' LINES - FURTHER JOB/STEP '
006710                     'COMBINATIONS ARE NOT REPRICED ***'
006720                 SET WS-DET-CAP-WARNED TO TRUE
006730             END-IF
006740             GO TO 3200-EXIT
006750         END-IF
006760         ADD 1 TO WS-DET-COUNT
006770         SET WS-DET-NX TO WS-DET-COUNT
006780         MOVE WS-MATCH-DEPT
006790             TO WS-DET-DEPT-CODE (WS-DET-NX)
006800         MOVE AC-JOB-NAME TO WS-DET-JOB-NAME (WS-DET-NX)
006810         MOVE AC-STEP-NAME TO WS-DET-STEP-NAME (WS-DET-NX)
006820         MOVE WS-MATCH-RATE TO WS-DET-RATE (WS-DET-NX)
006830         MOVE ZEROS TO WS-DET-RUNS (WS-DET-NX)
006840         MOVE ZEROS TO WS-DET-HNDTHS (WS-DET-NX)
006850     END-IF.
006860     ADD 1 TO WS-DET-RUNS (WS-DET-NX).
006870     ADD AC-ELAPSED-TIME TO WS-DET-HNDTHS (WS-DET-NX).
006880 3200-EXIT.
006890     EXIT.
006900*---------------------------------------------------------------
006910 3500-FOLD-REPRICED SECTION.
006920***************************************************************
006930*    PRICE ONE REPRICED DETAIL LINE THE WAY ACCTBILL'S        *
006940*    INVOICE DOES (ROUNDED ONCE FOR THE LINE; SUSPENSE AT     *
006950*    ZERO), WRITE IT TO THE NEW BILLED HISTORY UNDER THE      *
006960*    PERIOD, AND FOLD ITS AMOUNT INTO THE COMPARISON TABLE AS *
006970*    REPRICED.  A DETAIL LINE WHOSE DEPARTMENT DID NOT FIT    *
006980*    THE DEPARTMENT TABLE IS LEFT OFF, AS ACCTBILL LEAVES IT  *
006990*    OFF THE INVOICE.                                         *
007000***************************************************************
007010     MOVE WS-DET-DEPT-CODE (WS-DET-IX) TO WS-KEY-DEPT.
007020     IF WS-KEY-DEPT = '****'
007030         MOVE ZEROS TO WS-AMOUNT
007040     ELSE
007050         PERFORM 2100-FOLD-DEPARTMENT THRU 2100-EXIT
007060         IF WS-NOT-FOUND
007070             GO TO 3500-EXIT
007080         END-IF
007090         COMPUTE WS-AMOUNT ROUNDED =
007100             (WS-DET-HNDTHS (WS-DET-IX)
007110                 * WS-DET-RATE (WS-DET-IX)) / 360000
007120     END-IF.
007130     MOVE SPACES TO BILLHOUT-RECORD.
007140     MOVE WS-PERIOD-TEXT TO BO-PERIOD.
007150     MOVE WS-DET-DEPT-CODE (WS-DET-IX) TO BO-DEPT-CODE.
007160     MOVE WS-DET-JOB-NAME (WS-DET-IX) TO BO-JOB-NAME.
007170     MOVE WS-DET-STEP-NAME (WS-DET-IX) TO BO-STEP-NAME.
007180     MOVE WS-DET-RATE (WS-DET-IX) TO BO-RATE.
007190     MOVE WS-DET-RUNS (WS-DET-IX) TO BO-RUNS.
007200     MOVE WS-DET-HNDTHS (WS-DET-IX) TO BO-HNDTHS.
007210     MOVE WS-AMOUNT TO BO-AMOUNT.
007220     WRITE BILLHOUT-RECORD.
007230     MOVE WS-DET-JOB-NAME (WS-DET-IX) TO WS-KEY-JOB.
007240     MOVE WS-DET-STEP-NAME (WS-DET-IX) TO WS-KEY-STEP.
007250     PERFORM 3600-FIND-COMPARISON THRU 3600-EXIT.
007260     IF WS-FOUND
007270         ADD WS-AMOUNT TO WS-CMP-REPRICED (WS-CMP-NX)
007280     END-IF.
007290 3500-EXIT.
007300     EXIT.
007310*---------------------------------------------------------------
007320 3600-FIND-COMPARISON SECTION.
007330***************************************************************
007340*    FIND (OR START) THE COMPARISON LINE FOR WS-KEY-DEPT +    *
007350*    WS-KEY-JOB + WS-KEY-STEP.  WS-FOUND IS LEFT SET, AND WS- *
007360*    CMP-NX ON THE LINE, WHENEVER THERE IS ONE TO FOLD INTO.  *
007370***************************************************************
007380     SET WS-NOT-FOUND TO TRUE.
007390     IF WS-CMP-COUNT > 0
007400         SET WS-CMP-NX TO 1
007410         SEARCH WS-CMP-ENTRY
007420             AT END SET WS-NOT-FOUND TO TRUE
007430             WHEN WS-CMP-DEPT-CODE (WS-CMP-NX) = WS-KEY-DEPT
007440                 AND WS-CMP-JOB-NAME (WS-CMP-NX) = WS-KEY-JOB
007450                 AND WS-CMP-STEP-NAME (WS-CMP-NX) = WS-KEY-STEP
007460                 SET WS-FOUND TO TRUE
007470         END-SEARCH
007480     END-IF.
007490     IF WS-FOUND
007500         GO TO 3600-EXIT
007510     END-IF.
007520     IF WS-CMP-COUNT >= WS-CMP-MAX
007530         IF WS-CMP-CAP-NOT-WARNED
007540             DISPLAY '*** COMPARISON TABLE FULL AT '
007550                 WS-CMP-MAX ' LINES - FURTHER JOB/STEP '
007560                 'COMBINATIONS ARE NOT MEMOED ***'
007570             SET WS-CMP-CAP-WARNED TO TRUE
007580         END-IF
007590         GO TO 3600-EXIT
007600     END-IF.
007610     ADD 1 TO WS-CMP-COUNT.
007620     SET WS-CMP-NX TO WS-CMP-COUNT.
007630     MOVE WS-KEY-DEPT TO WS-CMP-DEPT-CODE (WS-CMP-NX).
007640     MOVE WS-KEY-JOB TO WS-CMP-JOB-NAME (WS-CMP-NX).
007650     MOVE WS-KEY-STEP TO WS-CMP-STEP-NAME (WS-CMP-NX).
007660     MOVE ZEROS TO WS-CMP-BILLED (WS-CMP-NX).
007670     MOVE ZEROS TO WS-CMP-REPRICED (WS-CMP-NX).
007680     SET WS-FOUND TO TRUE.
007690 3600-EXIT.
007700     EXIT.
007710*---------------------------------------------------------------
007720 4000-PRINT-MEMOS SECTION.
007730***************************************************************
007740*    PRINT THE RUN HEADER, A CREDIT OR DEBIT MEMO FOR EVERY   *
007750*    DEPARTMENT WITH A CHANGED LINE, AND THE RECAP PAGE.      *
007760***************************************************************
007770     MOVE FILLER-LINE TO ADJRPT-LINE.
007780     WRITE ADJRPT-LINE.
007790     MOVE RPT-TITLE-LINE TO ADJRPT-LINE.
007800     WRITE ADJRPT-LINE.
007810     MOVE WS-PERIOD-TEXT TO RP-PERIOD.
007820     MOVE RPT-PERIOD-LINE TO ADJRPT-LINE.
007830     WRITE ADJRPT-LINE.
007840     MOVE FILLER-LINE TO ADJRPT-LINE.
007850     WRITE ADJRPT-LINE.
007860     PERFORM 4100-PRINT-ONE-MEMO THRU 4100-EXIT
007870         VARYING WS-DEP-IX FROM 1 BY 1
007880         UNTIL WS-DEP-IX > WS-DEP-COUNT.
007890     IF WS-MEMO-COUNT = 0
007900         MOVE RPT-NO-MEMO-LINE TO ADJRPT-LINE
007910         WRITE ADJRPT-LINE
007920         MOVE FILLER-LINE TO ADJRPT-LINE
007930         WRITE ADJRPT-LINE
007940     END-IF.
007950     PERFORM 4300-PRINT-RECAP THRU 4300-EXIT.
007960 4000-EXIT.
007970     EXIT.
007980*---------------------------------------------------------------
007990 4100-PRINT-ONE-MEMO SECTION.
008000***************************************************************
008010*    TOTAL ONE DEPARTMENT'S BILLED AND REPRICED AMOUNTS FOR   *
008020*    THE RECAP, THEN - WHEN ANY OF ITS LINES CHANGED - PRINT  *
008030*    ITS MEMO: A CREDIT MEMO WHEN IT WAS OVERCHARGED ON       *
008040*    BALANCE, A DEBIT MEMO WHEN UNDERCHARGED, AND AN          *
008050*    ADJUSTMENT MEMO WHEN ITS CHANGES NET TO ZERO.            *
008060***************************************************************
008070     MOVE ZEROS TO WS-DEPT-NET.
008080     MOVE 0 TO WS-DEPT-CHANGED.
008090     PERFORM 4120-TOTAL-ONE-LINE THRU 4120-EXIT
008100         VARYING WS-CMP-IX FROM 1 BY 1
008110         UNTIL WS-CMP-IX > WS-CMP-COUNT.
008120     ADD WS-DEP-BILLED (WS-DEP-IX) TO WS-BILLED-TOTAL.
008130     ADD WS-DEP-REPRICED (WS-DEP-IX) TO WS-REPRICED-TOTAL.
008140     IF WS-DEPT-CHANGED = 0
008150         GO TO 4100-EXIT
008160     END-IF.
008170     ADD 1 TO WS-MEMO-COUNT.
008180     EVALUATE TRUE
008190         WHEN WS-DEPT-NET < 0
008200             MOVE 'CREDIT MEMO' TO RM-MEMO-TYPE
008210         WHEN WS-DEPT-NET > 0
008220             MOVE 'DEBIT MEMO' TO RM-MEMO-TYPE
008230         WHEN OTHER
008240             MOVE 'ADJUSTMENT MEMO' TO RM-MEMO-TYPE
008250     END-EVALUATE.
008260     MOVE WS-DEP-CODE (WS-DEP-IX) TO RM-DEPT-CODE.
008270     MOVE WS-DEP-NAME (WS-DEP-IX) TO RM-DEPT-NAME.
008280     MOVE RPT-MEMO-LINE TO ADJRPT-LINE.
008290     WRITE ADJRPT-LINE.
008300     MOVE RPT-COLHDG-LINE TO ADJRPT-LINE.
008310     WRITE ADJRPT-LINE.
008320     PERFORM 4150-PRINT-MEMO-LINE THRU 4150-EXIT
008330         VARYING WS-CMP-IX FROM 1 BY 1
008340         UNTIL WS-CMP-IX > WS-CMP-COUNT.
008350     MOVE WS-DEPT-NET TO RT-MEMO-TOTAL.
008360     MOVE RPT-MEMO-TOTAL-LINE TO ADJRPT-LINE.
008370     WRITE ADJRPT-LINE.
008380     MOVE FILLER-LINE TO ADJRPT-LINE.
008390     WRITE ADJRPT-LINE.
008400 4100-EXIT.
008410     EXIT.
008420*---------------------------------------------------------------
008430 4120-TOTAL-ONE-LINE SECTION.
008440***************************************************************
008450*    FOLD ONE COMPARISON LINE INTO ITS DEPARTMENT'S BILLED,   *
008460*    REPRICED AND NET TOTALS, AND COUNT IT WHEN IT CHANGED.   *
008470***************************************************************
008480     IF WS-CMP-DEPT-CODE (WS-CMP-IX)
008490             NOT = WS-DEP-CODE (WS-DEP-IX)
008500         GO TO 4120-EXIT
008510     END-IF.
008520     ADD WS-CMP-BILLED (WS-CMP-IX) TO WS-DEP-BILLED (WS-DEP-IX).
008530     ADD WS-CMP-REPRICED (WS-CMP-IX)
008540         TO WS-DEP-REPRICED (WS-DEP-IX).
008550     IF WS-CMP-REPRICED (WS-CMP-IX)
008560             NOT = WS-CMP-BILLED (WS-CMP-IX)
008570         COMPUTE WS-DEPT-NET = WS-DEPT-NET
008580             + WS-CMP-REPRICED (WS-CMP-IX)
008590             - WS-CMP-BILLED (WS-CMP-IX)
008600         ADD 1 TO WS-DEPT-CHANGED
008610         ADD 1 TO WS-CHANGED-COUNT
008620     END-IF.
008630 4120-EXIT.
008640     EXIT.
008650*---------------------------------------------------------------
008660 4150-PRINT-MEMO-LINE SECTION.
008670***************************************************************
008680*    PRINT ONE CHANGED LINE OF THE DEPARTMENT WHOSE MEMO IS   *
008690*    BEING PRINTED - WHAT WAS BILLED, WHAT IT REPRICES TO,    *
008700*    AND THE ADJUSTMENT (NEGATIVE IS A CREDIT TO THE          *
008710*    DEPARTMENT).                                             *
008720***************************************************************
008730     IF WS-CMP-DEPT-CODE (WS-CMP-IX)
008740             NOT = WS-DEP-CODE (WS-DEP-IX)
008750         OR WS-CMP-REPRICED (WS-CMP-IX)
008760             = WS-CMP-BILLED (WS-CMP-IX)
008770         GO TO 4150-EXIT
008780     END-IF.
008790     COMPUTE WS-LINE-DIFF = WS-CMP-REPRICED (WS-CMP-IX)
008800         - WS-CMP-BILLED (WS-CMP-IX).
008810     MOVE WS-CMP-JOB-NAME (WS-CMP-IX) TO RD-JOB-NAME.
008820     MOVE WS-CMP-STEP-NAME (WS-CMP-IX) TO RD-STEP-NAME.
008830     MOVE WS-CMP-BILLED (WS-CMP-IX) TO RD-BILLED.
008840     MOVE WS-CMP-REPRICED (WS-CMP-IX) TO RD-REPRICED.
008850     MOVE WS-LINE-DIFF TO RD-DIFF.
008860     MOVE RPT-DETAIL-LINE TO ADJRPT-LINE.
008870     WRITE ADJRPT-LINE.
008880 4150-EXIT.
008890     EXIT.
008900*---------------------------------------------------------------
008910 4300-PRINT-RECAP SECTION.
008920***************************************************************
008930*    PRINT THE RECAP PAGE - ONE LINE PER DEPARTMENT WITH WHAT *
008940*    IT WAS BILLED, WHAT THE PERIOD REPRICES TO, AND THE NET  *
008950*    ADJUSTMENT, THE GRAND TOTALS, AND THE RUN COUNTS.        *
008960***************************************************************
008970     MOVE RPT-RECAP-HDG-LINE TO ADJRPT-LINE.
008980     WRITE ADJRPT-LINE.
008990     MOVE RPT-RECAP-COLHDG-LINE TO ADJRPT-LINE.
009000     WRITE ADJRPT-LINE.
009010     PERFORM 4350-PRINT-RECAP-LINE THRU 4350-EXIT
009020         VARYING WS-DEP-IX FROM 1 BY 1
009030         UNTIL WS-DEP-IX > WS-DEP-COUNT.
009040     COMPUTE WS-NET-TOTAL = WS-REPRICED-TOTAL - WS-BILLED-TOTAL.
009050     MOVE WS-BILLED-TOTAL TO RG-BILLED.
009060     MOVE WS-REPRICED-TOTAL TO RG-REPRICED.
009070     MOVE WS-NET-TOTAL TO RG-NET.
009080     MOVE RPT-GRAND-LINE TO ADJRPT-LINE.
009090     WRITE ADJRPT-LINE.
009100     MOVE WS-READ-COUNT TO RN-READ.
009110     MOVE WS-HIST-COUNT TO RN-HIST.
009120     MOVE WS-CHANGED-COUNT TO RN-CHANGED.
009130     MOVE WS-MEMO-COUNT TO RN-MEMOS.
009140     MOVE RPT-COUNT-LINE TO ADJRPT-LINE.
009150     WRITE ADJRPT-LINE.
009160     MOVE FILLER-LINE TO ADJRPT-LINE.
009170     WRITE ADJRPT-LINE.
009180 4300-EXIT.
009190     EXIT.
009200*---------------------------------------------------------------
009210 4350-PRINT-RECAP-LINE SECTION.
009220***************************************************************
009230*    PRINT ONE DEPARTMENT'S RECAP LINE.                       *
009240***************************************************************
009250     MOVE WS-DEP-CODE (WS-DEP-IX) TO RC-DEPT-CODE.
009260     MOVE WS-DEP-NAME (WS-DEP-IX) TO RC-DEPT-NAME.
009270     MOVE WS-DEP-BILLED (WS-DEP-IX) TO RC-BILLED.
009280     MOVE WS-DEP-REPRICED (WS-DEP-IX) TO RC-REPRICED.
009290     COMPUTE WS-LINE-DIFF = WS-DEP-REPRICED (WS-DEP-IX)
009300         - WS-DEP-BILLED (WS-DEP-IX).
009310     MOVE WS-LINE-DIFF TO RC-NET.
009320     MOVE RPT-RECAP-LINE TO ADJRPT-LINE.
009330     WRITE ADJRPT-LINE.
009340 4350-EXIT.
009350     EXIT.
009360*---------------------------------------------------------------
009370 5000-TERMINATE SECTION.
009380***************************************************************
009390*    CLOSE THE FILES.                                         *
009400***************************************************************
009410     CLOSE RATEFILE-FILE.
009420     CLOSE ACCTREC-FILE.
009430     CLOSE BILLHIST-FILE.
009440     CLOSE BILLHOUT-FILE.
009450     CLOSE ADJRPT-FILE.
009460 5000-EXIT.
009470     EXIT.
009480*---------------------------------------------------------------
009490 9999-EXIT.
009500     GOBACK.
