000270*                PRICED ON THE AGGREGATE, SO PENNY ROUNDING    *
000280*                HAPPENS ONCE PER LINE, NOT ONCE PER RUN.      *
000290*                                                              *
000298*                PARM IS THE BILLING PERIOD (YYYYMM) AND IS    *
000307*                REQUIRED - IT HEADS THE INVOICES AND KEYS THE *
000316*                BILLED HISTORY.  THE RECORDS BILLED ARE       *
000324*                WHATEVER GENERATIONS THE JCL CONCATENATES,    *
000332*                THE SAME CONTRACT ACCTRPT HAS.                *
000341*                                                              *
000342*                EVERY RATE RULE CARRIES THE DATES IT IS IN    *
000343*                FORCE (RT-EFF-FROM / RT-EFF-TO - SEE          *
000344*                RATEREC), AND EACH EXTRACT RECORD IS PRICED   *
000345*                BY THE RULE IN FORCE ON ITS AC-START-DATE,    *
000346*                SO A RATE CHANGED MID-MONTH BILLS EACH PART   *
000347*                OF THE MONTH AT ITS OWN RATE - THE TWO PARTS  *
000348*                PRINT AS SEPARATE DETAIL LINES.  A JOB WITH   *
000349*                NO RULE IN FORCE ON THE DAY IT RAN GOES TO    *
000350*                SUSPENSE.                                     *
000351*                                                              *
000352*                EVERY DETAIL LINE PRINTED (SUSPENSE LINES AT  *
000353*                A ZERO AMOUNT) IS ALSO WRITTEN TO THE BILLED- *
000354*                CHARGE HISTORY UNDER THE PARM PERIOD, WHICH   *
000355*                THE ACCTADJ RETROACTIVE REBILLING RUN         *
000356*                REPRICES AGAINST.  THE HISTORY IS AN OLD      *
000357*                MASTER / NEW MASTER PAIR, AS IN ACCTADJ:      *
000358*                BILLHIST (THE CURRENT GENERATION - EMPTY OR   *
000359*                DUMMY ON THE FIRST RUN) IS COPIED TO BILLHOUT *
000360*                (THE NEW ONE) WITH EVERY OTHER PERIOD'S ROWS  *
000361*                UNCHANGED AND THIS PERIOD'S ROWS REPLACED -   *
000362*                A RERUN OF THE SAME PERIOD NEVER DOUBLES IT.  *
000363*                                                              *
000364*    MODIFICATION HISTORY                                     *
000370*    DATE       INIT  DESCRIPTION                              *
000380*    09/02/2026 DS    ORIGINAL PROGRAM                         *
000382*    10/15/2026 DS    PRICE EACH RECORD AT THE RATE RULE IN    *
000385*                     FORCE ON ITS START DATE; WRITE THE       *
000388*                     BILLHIST BILLED-CHARGE HISTORY           *
000389*    10/15/2026 DS    REQUIRE THE PERIOD PARM; CARRY THE OTHER *
000390*                     PERIODS FROM BILLHIST TO A NEW BILLHOUT  *
000391*                     GENERATION INSTEAD OF REPLACING THE      *
000392*                     HISTORY WITH THIS PERIOD ALONE           *
000393*                                                              *
000400***************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.    ACCTBILL.
000570     SELECT BILLRPT-FILE ASSIGN TO BILLRPT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-BILLRPT-STATUS.
000592     SELECT BILLHIST-FILE ASSIGN TO BILLHIST
000595         ORGANIZATION IS SEQUENTIAL
000598         FILE STATUS IS WS-BILLHIST-STATUS.
000599     SELECT BILLHOUT-FILE ASSIGN TO BILLHOUT
000600         ORGANIZATION IS SEQUENTIAL
000601         FILE STATUS IS WS-BILLHOUT-STATUS.
000602 DATA DIVISION.
000610 FILE SECTION.
000620 FD  RATEFILE-FILE
000630     RECORDING MODE IS F
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 01  BILLRPT-LINE                 PIC X(133).
000731 FD  BILLHIST-FILE
000732     RECORDING MODE IS F
000733     LABEL RECORDS ARE STANDARD.
000734 COPY BILLHREC.
000735 FD  BILLHOUT-FILE
000736     RECORDING MODE IS F
000737     LABEL RECORDS ARE STANDARD.
000738 COPY BILLHREC REPLACING LEADING ==BH-== BY ==BO-==
000739                ==BILLHREC-RECORD== BY ==BILLHOUT-RECORD==.
000740 WORKING-STORAGE SECTION.
000750*---------------------------------------------------------------
000760*    SWITCHES
000820     05  WS-ACCT-EOF-SW           PIC X(01) VALUE 'N'.
000830         88  WS-ACCT-EOF                    VALUE 'Y'.
000840         88  WS-ACCT-NOT-EOF                VALUE 'N'.
000842     05  WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
000845         88  WS-HIST-EOF                    VALUE 'Y'.
000848         88  WS-HIST-NOT-EOF                VALUE 'N'.
000850     05  WS-RAT-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
000860         88  WS-RAT-CAP-WARNED              VALUE 'Y'.
000870         88  WS-RAT-CAP-NOT-WARNED          VALUE 'N'.
000980         88  WS-EXACT-MATCH                 VALUE 'Y'.
000990         88  WS-NOT-EXACT-MATCH             VALUE 'N'.
001000 01  WS-BILLRPT-STATUS            PIC XX VALUE '00'.
001005 01  WS-BILLHIST-STATUS           PIC XX VALUE '00'.
001007 01  WS-BILLHOUT-STATUS           PIC XX VALUE '00'.
001010*---------------------------------------------------------------
001020*    BILLING PERIOD FROM THE PARM
001030*---------------------------------------------------------------
001040 01  WS-PERIOD-TEXT               PIC X(06) VALUE SPACES.
001042 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-TEXT.
001045     05  WS-PERIOD-YEAR           PIC 9(04).
001048     05  WS-PERIOD-MONTH          PIC 9(02).
001050*---------------------------------------------------------------
001060*    RATE MASTER TABLE
001070*---------------------------------------------------------------
001160         10  WS-RAT-PREFIX-LEN    PIC 9(02).
001170         10  WS-RAT-DEPT-CODE     PIC X(04).
001180         10  WS-RAT-RATE          PIC 9(05)V99.
001183         10  WS-RAT-EFF-FROM      PIC 9(08).
001187         10  WS-RAT-EFF-TO        PIC 9(08).
001190*---------------------------------------------------------------
001200*    DEPARTMENT TABLE - DISTINCT CODES OFF THE RATE MASTER,
001210*    WITH THE INVOICE TOTAL FILLED IN DURING THE PRINT PASS
001320         10  WS-DEP-NAME          PIC X(20).
001330         10  WS-DEP-TOTAL         PIC 9(11)V99.
001340*---------------------------------------------------------------
001348*    DETAIL TABLE - ONE LINE PER DEPARTMENT + JOB + STEP +
001355*    RATE.  DEPT CODE '****' COLLECTS THE UNMATCHED (SUSPENSE)
001362*    ROWS.
001370*---------------------------------------------------------------
001380 01  WS-DET-TABLE-CTL.
001390     05  WS-DET-COUNT             PIC 9(04) COMP VALUE 0.
001680 01  WS-READ-COUNT                PIC 9(08) COMP VALUE 0.
001690 01  WS-PRICED-COUNT              PIC 9(08) COMP VALUE 0.
001700 01  WS-SUSP-COUNT                PIC 9(08) COMP VALUE 0.
001703 01  WS-COPIED-COUNT              PIC 9(08) COMP VALUE 0.
001707 01  WS-REPLACED-COUNT            PIC 9(08) COMP VALUE 0.
001710*---------------------------------------------------------------
001720*    REPORT LINES
001730*---------------------------------------------------------------
003020     05  FILLER                   PIC X(13) VALUE
003030             'TO SUSPENSE: '.
003040     05  RN-SUSPENSE              PIC ZZ,ZZZ,ZZ9.
003042     05  FILLER                   PIC X(03) VALUE SPACES.
003044     05  FILLER                   PIC X(14) VALUE
003047             'HISTORY KEPT: '.
003049     05  RN-KEPT                  PIC ZZ,ZZZ,ZZ9.
003051     05  FILLER                   PIC X(03) VALUE SPACES.
003053     05  FILLER                   PIC X(10) VALUE 'REPLACED: '.
003056     05  RN-REPLACED              PIC ZZ,ZZZ,ZZ9.
003058     05  FILLER                   PIC X(08) VALUE SPACES.
003060     05  FILLER                   PIC X(01) VALUE '='.
003070 LINKAGE SECTION.
003080 01   PARM-BUFFER.
003120 PROCEDURE DIVISION USING PARM-BUFFER.
003130 0000-MAINLINE SECTION.
003140***************************************************************
003147*    LOAD THE RATE MASTER AND ITS DEPARTMENTS, CARRY THE OTHER *
003153*    PERIODS' BILLED HISTORY TO THE NEW GENERATION, PRICE THE  *
003160*    CONCATENATED EXTRACT INTO THE DETAIL TABLE, AND PRINT     *
003170*    THE INVOICES, THE SUSPENSE PAGE, AND THE RECAP.           *
003180***************************************************************
003190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003200     PERFORM 2000-LOAD-RATES THRU 2000-EXIT
003210         UNTIL WS-RATE-EOF.
003213     PERFORM 2500-COPY-HISTORY THRU 2500-EXIT
003217         UNTIL WS-HIST-EOF.
003220     PERFORM 3000-PRICE-EXTRACT THRU 3000-EXIT
003230         UNTIL WS-ACCT-EOF.
003240     PERFORM 4000-PRINT-INVOICES THRU 4000-EXIT.
003290*---------------------------------------------------------------
003300 1000-INITIALIZE SECTION.
003310***************************************************************
003316*    PICK UP THE BILLING PERIOD FROM THE PARM AND OPEN THE     *
003322*    FILES.  WITHOUT A VALID PERIOD THE HISTORY ROWS COULD     *
003328*    NEVER BE ADJUSTED, SO THE RUN STOPS BEFORE ANY INVOICE OR *
003334*    HISTORY IS WRITTEN.                                       *
003340***************************************************************
003350     IF PARM-LENGTH >= 6
003360         MOVE PARM-DATA(1:6) TO WS-PERIOD-TEXT
003370     END-IF.
003371     IF WS-PERIOD-TEXT IS NOT NUMERIC
003372         OR WS-PERIOD-MONTH < 1
003374         OR WS-PERIOD-MONTH > 12
003375         DISPLAY '*** PARM MUST BE THE BILLING PERIOD '
003376             '(YYYYMM) - NO INVOICES PRODUCED ***'
003378         GO TO 9999-EXIT
003379     END-IF.
003380     OPEN INPUT RATEFILE-FILE.
003390     OPEN INPUT ACCTREC-FILE.
003400     OPEN OUTPUT BILLRPT-FILE.
003440             ' - INVOICES NOT PRODUCED ***'
003450         GO TO 9999-EXIT
003460     END-IF.
003461     OPEN INPUT BILLHIST-FILE.
003462     IF WS-BILLHIST-STATUS NOT = '00'
003464         DISPLAY '*** BILLHIST HISTORY FILE OPEN FAILED - '
003465             'STATUS ' WS-BILLHIST-STATUS
003466             ' - INVOICES NOT PRODUCED ***'
003468         GO TO 9999-EXIT
003469     END-IF.
003470     OPEN OUTPUT BILLHOUT-FILE.
003471     IF WS-BILLHOUT-STATUS NOT = '00'
003472         DISPLAY '*** BILLHOUT HISTORY FILE OPEN FAILED - '
003473             'STATUS ' WS-BILLHOUT-STATUS
003474             ' - INVOICES NOT PRODUCED ***'
003475         GO TO 9999-EXIT
003476     END-IF.
003477     READ RATEFILE-FILE
003480         AT END SET WS-RATE-EOF TO TRUE.
003483     READ BILLHIST-FILE
003487         AT END SET WS-HIST-EOF TO TRUE.
003490     READ ACCTREC-FILE
003500         AT END SET WS-ACCT-EOF TO TRUE.
003510 1000-EXIT.
003570*    DEPARTMENT INTO THE DEPARTMENT TABLE (DISTINCT CODES).    *
003580*    A RULE WITH A NON-NUMERIC PREFIX LENGTH OR RATE IS        *
003590*    SKIPPED WITH A CONSOLE NOTE RATHER THAN PRICING A MONTH   *
003595*    OF WORK WITH GARBAGE.  BLANK EFFECTIVE DATES (A RULE      *
003600*    LOADED BEFORE THE DATES EXISTED) MEAN IN FORCE FROM THE   *
003605*    START OF TIME / OPEN-ENDED, AS RATEREC DESCRIBES.         *
003610***************************************************************
003620     IF RT-PREFIX-LEN IS NOT NUMERIC
003630         OR RT-RATE-PER-HOUR IS NOT NUMERIC
003660             'RULE SKIPPED ***'
003670         GO TO 2000-NEXT
003680     END-IF.
003681     IF RT-EFF-FROM-X = SPACES
003682         MOVE ZEROS TO RT-EFF-FROM
003683     END-IF.
003684     IF RT-EFF-TO-X = SPACES
003685         MOVE 99999999 TO RT-EFF-TO
003686     END-IF.
003687     IF RT-EFF-FROM IS NOT NUMERIC
003688         OR RT-EFF-TO IS NOT NUMERIC
003689         DISPLAY '*** RATE RULE FOR ' RT-JOB-PATTERN
003690             ' HAS A NON-NUMERIC EFFECTIVE DATE - '
003691             'RULE SKIPPED ***'
003692         GO TO 2000-NEXT
003693     END-IF.
003694     IF WS-RAT-COUNT >= WS-RAT-MAX
003700         IF WS-RAT-CAP-NOT-WARNED
003710             DISPLAY '*** RATE TABLE FULL AT ' WS-RAT-MAX
003720                 ' RULES - FURTHER RULES ARE IGNORED ***'
003790     MOVE RT-PREFIX-LEN TO WS-RAT-PREFIX-LEN (WS-RAT-COUNT).
003800     MOVE RT-DEPT-CODE TO WS-RAT-DEPT-CODE (WS-RAT-COUNT).
003810     MOVE RT-RATE-PER-HOUR TO WS-RAT-RATE (WS-RAT-COUNT).
003813     MOVE RT-EFF-FROM TO WS-RAT-EFF-FROM (WS-RAT-COUNT).
003817     MOVE RT-EFF-TO TO WS-RAT-EFF-TO (WS-RAT-COUNT).
003820     PERFORM 2100-FOLD-DEPARTMENT THRU 2100-EXIT.
003830 2000-NEXT.
003840     READ RATEFILE-FILE
004180     MOVE ZEROS TO WS-DEP-TOTAL (WS-DEP-COUNT).
004190 2100-EXIT.
004200     EXIT.
004201*---------------------------------------------------------------
004202 2500-COPY-HISTORY SECTION.
004203***************************************************************
004204*    TAKE ONE ROW OF THE CURRENT BILLED HISTORY.  A ROW FOR    *
004205*    ANOTHER PERIOD IS COPIED STRAIGHT TO THE NEW GENERATION;  *
004206*    A ROW FOR THIS PERIOD (LEFT BY AN EARLIER RUN OF IT) IS   *
004207*    DROPPED, SINCE THIS RUN WRITES THE PERIOD AFRESH.         *
004208***************************************************************
004209     IF BH-PERIOD = WS-PERIOD-TEXT
004210         ADD 1 TO WS-REPLACED-COUNT
004211     ELSE
004212         WRITE BILLHOUT-RECORD FROM BILLHREC-RECORD
004213         ADD 1 TO WS-COPIED-COUNT
004214     END-IF.
004215     READ BILLHIST-FILE
004216         AT END SET WS-HIST-EOF TO TRUE.
004217 2500-EXIT.
004218     EXIT.
004219*---------------------------------------------------------------
004220 3000-PRICE-EXTRACT SECTION.
004230***************************************************************
004240*    MATCH ONE EXTRACT RECORD'S JOB NAME AGAINST THE RATE      *
004450*---------------------------------------------------------------
004460 3100-FIND-RATE SECTION.
004470***************************************************************
004477*    PICK THE RULE THAT COVERS THE CURRENT EXTRACT RECORD'S    *
004483*    JOB NAME ON ITS START DATE - AN EXACT-NAME RULE           *
004490*    IMMEDIATELY, OTHERWISE THE LONGEST MATCHING PREFIX.  ONLY *
004497*    RULES IN FORCE ON AC-START-DATE ARE CANDIDATES.  ZERO     *
004503*    MEANS NO RULE COVERS IT.                                  *
004510***************************************************************
004520     MOVE 0 TO WS-BEST-IX.
004530     MOVE 0 TO WS-BEST-LEN.
004610*---------------------------------------------------------------
004620 3150-TRY-ONE-RULE SECTION.
004630***************************************************************
004637*    TEST ONE RATE RULE AGAINST THE CURRENT JOB NAME - A RULE  *
004643*    NOT IN FORCE ON THE RECORD'S START DATE IS PASSED OVER.   *
004650***************************************************************
004652     IF AC-START-DATE < WS-RAT-EFF-FROM (WS-RAT-IX)
004654         OR AC-START-DATE > WS-RAT-EFF-TO (WS-RAT-IX)
004656         GO TO 3150-EXIT
004658     END-IF.
004660     IF WS-RAT-PREFIX-LEN (WS-RAT-IX) = 0
004670         IF WS-RAT-PATTERN (WS-RAT-IX) = AC-JOB-NAME
004680             MOVE WS-RAT-IX TO WS-BEST-IX
004860 3200-FOLD-DETAIL SECTION.
004870***************************************************************
004880*    FIND (OR START) THE DETAIL LINE FOR THIS DEPARTMENT +     *
004890*    JOB + STEP + RATE AND FOLD THE RECORD'S RUN AND ELAPSED   *
004900*    TIME INTO IT.                                             *
004910***************************************************************
004920     SET WS-NOT-FOUND TO TRUE.
004930     IF WS-DET-COUNT > 0
004980                 AND WS-DET-JOB-NAME (WS-DET-NX) = AC-JOB-NAME
004990                 AND WS-DET-STEP-NAME (WS-DET-NX)
005000                     = AC-STEP-NAME
005005                 AND WS-DET-RATE (WS-DET-NX) = WS-MATCH-RATE
005010                 SET WS-FOUND TO TRUE
005020         END-SEARCH
005030     END-IF.
005820*    PRINT ONE DETAIL LINE WHEN IT BELONGS TO THE DEPARTMENT   *
005830*    WHOSE INVOICE IS BEING PRINTED - HOURS AND AMOUNT ARE     *
005840*    COMPUTED FROM THE AGGREGATED HUNDREDTHS HERE, SO PENNY    *
005847*    ROUNDING HAPPENS ONCE PER LINE.  THE LINE IS ALSO WRITTEN *
005853*    TO THE BILLED-CHARGE HISTORY.                             *
005860***************************************************************
005870     IF WS-DET-DEPT-CODE (WS-DET-IX)
005880             NOT = WS-DEP-CODE (WS-DEP-IX)
006020     ADD WS-AMOUNT TO WS-DEPT-TOTAL.
006030     MOVE RPT-DETAIL-LINE TO BILLRPT-LINE.
006040     WRITE BILLRPT-LINE.
006045     PERFORM 4400-WRITE-HISTORY THRU 4400-EXIT.
006050 4150-EXIT.
006060     EXIT.
006070*---------------------------------------------------------------
006260*---------------------------------------------------------------
006270 4250-PRINT-SUSP-LINE SECTION.
006280***************************************************************
006287*    PRINT ONE SUSPENSE DETAIL LINE, AND CARRY IT IN THE       *
006293*    BILLED-CHARGE HISTORY AT A ZERO AMOUNT.                   *
006300***************************************************************
006310     IF WS-DET-DEPT-CODE (WS-DET-IX) NOT = '****'
006320         GO TO 4250-EXIT
006390     MOVE WS-HOURS TO RS-HOURS.
006400     MOVE RPT-SUSP-LINE TO BILLRPT-LINE.
006410     WRITE BILLRPT-LINE.
006413     MOVE ZEROS TO WS-AMOUNT.
006417     PERFORM 4400-WRITE-HISTORY THRU 4400-EXIT.
006420 4250-EXIT.
006430     EXIT.
006440*---------------------------------------------------------------
006580     MOVE WS-READ-COUNT TO RN-READ.
006590     MOVE WS-PRICED-COUNT TO RN-PRICED.
006600     MOVE WS-SUSP-COUNT TO RN-SUSPENSE.
006603     MOVE WS-COPIED-COUNT TO RN-KEPT.
006607     MOVE WS-REPLACED-COUNT TO RN-REPLACED.
006610     MOVE RPT-COUNT-LINE TO BILLRPT-LINE.
006620     WRITE BILLRPT-LINE.
006630     MOVE FILLER-LINE TO BILLRPT-LINE.
006760     WRITE BILLRPT-LINE.
006770 4350-EXIT.
006780     EXIT.
006781*---------------------------------------------------------------
006782 4400-WRITE-HISTORY SECTION.
006783***************************************************************
006784*    WRITE THE DETAIL LINE AT WS-DET-IX, PRICED AT WS-AMOUNT,  *
006785*    TO THE NEW BILLED-CHARGE HISTORY UNDER THE PARM PERIOD.   *
006786***************************************************************
006787     MOVE SPACES TO BILLHOUT-RECORD.
006788     MOVE WS-PERIOD-TEXT TO BO-PERIOD.
006789     MOVE WS-DET-DEPT-CODE (WS-DET-IX) TO BO-DEPT-CODE.
006790     MOVE WS-DET-JOB-NAME (WS-DET-IX) TO BO-JOB-NAME.
006791     MOVE WS-DET-STEP-NAME (WS-DET-IX) TO BO-STEP-NAME.
006792     MOVE WS-DET-RATE (WS-DET-IX) TO BO-RATE.
006793     MOVE WS-DET-RUNS (WS-DET-IX) TO BO-RUNS.
006794     MOVE WS-DET-HNDTHS (WS-DET-IX) TO BO-HNDTHS.
006795     MOVE WS-AMOUNT TO BO-AMOUNT.
006796     WRITE BILLHOUT-RECORD.
006797 4400-EXIT.
006798     EXIT.
006799*---------------------------------------------------------------
006800 5000-TERMINATE SECTION.
006810***************************************************************
006820*    CLOSE THE FILES.                                          *
006840     CLOSE RATEFILE-FILE.
006850     CLOSE ACCTREC-FILE.
006860     CLOSE BILLRPT-FILE.
006865     CLOSE BILLHIST-FILE.
006867     CLOSE BILLHOUT-FILE.
006870 5000-EXIT.
006880     EXIT.
006890*---------------------------------------------------------------
