000010***************************************************************
000020*                                                              *
000030*    PROGRAM:    RCPOLCHK                                     *
000040*    AUTHOR:     D SIKORA - BATCH SUPPORT                     *
000050*    INSTALLATION: MVS-SYSGEN DATA CENTER                     *
000060*    DATE-WRITTEN: 10/15/2026                                 *
000070*                                                              *
000080*    REMARKS:    CONDITION-CODE POLICY CHECK.  CALLED BY EVERY *
000090*                PROGRAM THAT DECIDES WHETHER A STEP FAILED -  *
000100*                RERUNRPT, RSTRTADV, AUDTSUMM, TURNOVER AND    *
000110*                STEPEXCP - SO THEY ALL JUDGE A CODE THE SAME  *
000120*                WAY.  THE CALLER PASSES THE JOB NAME, THE     *
000130*                STEP THAT PRODUCED THE CODE, AND THE CODE     *
000140*                (SEE RCPOLPRM); RCPOLCHK RETURNS OK, WARNING  *
000150*                OR FAILED, AND THE THRESHOLDS IT USED.        *
000160*                                                              *
000170*                ON ITS FIRST CALL IN A RUN IT LOADS THE       *
000180*                RCPOLICY MASTER (SEE RCPOLREC) INTO STORAGE.  *
000190*                THE MOST SPECIFIC JOB MATCH WINS (EXACT, THEN *
000200*                THE LONGEST PREFIX), THEN THE MOST SPECIFIC   *
000210*                STEP MATCH THE SAME WAY, WITH A BLANK STEP    *
000220*                PATTERN THE WEAKEST STEP MATCH OF ALL.        *
000230*                                                              *
000240*                A STEP NO RULE COVERS - OR EVERY STEP, WHEN   *
000250*                THE RCPOLICY DD IS MISSING OR EMPTY - IS      *
000260*                JUDGED BY THE SHOP-WIDE DEFAULT: ANY NONZERO  *
000270*                CODE IS A WARNING, 8 OR HIGHER IS A FAILURE.  *
000280*                                                              *
000290*    MODIFICATION HISTORY                                     *
000300*    DATE       INIT  DESCRIPTION                              *
000310*    10/15/2026 DS    ORIGINAL PROGRAM                         *
000320*                                                              *
000330***************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    RCPOLCHK.
000360 AUTHOR.        D SIKORA - BATCH SUPPORT.
000370 INSTALLATION.  MVS-SYSGEN DATA CENTER.
000380 DATE-WRITTEN.  10/15/2026.
000390 DATE-COMPILED.
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT RCPOLICY-FILE ASSIGN TO RCPOLICY
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-RCPOLICY-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  RCPOLICY-FILE
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540 COPY RCPOLREC.
000550 WORKING-STORAGE SECTION.
000560*---------------------------------------------------------------
000570*    SWITCHES
000580*---------------------------------------------------------------
000590 01  WS-SWITCHES.
000600     05  WS-LOADED-SW             PIC X(01) VALUE 'N'.
000610         88  WS-LOADED                      VALUE 'Y'.
000620         88  WS-NOT-LOADED                  VALUE 'N'.
000630     05  WS-POL-EOF-SW            PIC X(01) VALUE 'N'.
000640         88  WS-POL-EOF                     VALUE 'Y'.
000650         88  WS-POL-NOT-EOF                 VALUE 'N'.
000660     05  WS-POL-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
000670         88  WS-POL-CAP-WARNED              VALUE 'Y'.
000680         88  WS-POL-CAP-NOT-WARNED          VALUE 'N'.
000690 01  WS-RCPOLICY-STATUS           PIC XX VALUE '00'.
000700*---------------------------------------------------------------
000710*    SHOP-WIDE DEFAULT - USED FOR ANY STEP NO RULE COVERS
000720*---------------------------------------------------------------
000730 01  WS-DEFAULT-MAX-OK-RC         PIC 9(04) VALUE 0.
000740 01  WS-DEFAULT-FAIL-RC           PIC 9(04) VALUE 8.
000750*---------------------------------------------------------------
000760*    POLICY TABLE - THE WHOLE RCPOLICY MASTER, LOADED ONCE PER
000770*    RUN ON THE FIRST CALL
000780*---------------------------------------------------------------
000790 01  WS-POL-TABLE-CTL.
000800     05  WS-POL-COUNT             PIC 9(04) COMP VALUE 0.
000810     05  WS-POL-MAX               PIC 9(04) COMP VALUE 1000.
000820     05  WS-POL-IX                PIC 9(04) COMP VALUE 0.
000830 01  WS-POL-TABLE.
000840     05  WS-POL-ENTRY OCCURS 1 TO 1000 TIMES
000850                      DEPENDING ON WS-POL-COUNT
000860                      INDEXED BY WS-POL-NX.
000870         10  WS-POL-JOB-PATTERN   PIC X(08).
000880         10  WS-POL-JOB-LEN       PIC 9(02).
000890         10  WS-POL-STEP-PATTERN  PIC X(08).
000900         10  WS-POL-STEP-LEN      PIC 9(02).
000910         10  WS-POL-MAX-OK-RC     PIC 9(04).
000920         10  WS-POL-FAIL-RC       PIC 9(04).
000930*---------------------------------------------------------------
000940*    RULE MATCHING WORK FIELDS - A RULE'S SCORE IS ITS JOB
000950*    MATCH STRENGTH TIMES TEN PLUS ITS STEP MATCH STRENGTH, SO
000960*    THE JOB MATCH ALWAYS DECIDES FIRST.  EXACT = 9, PREFIX =
000970*    ITS LENGTH, BLANK STEP PATTERN = 0.
000980*---------------------------------------------------------------
000990 01  WS-BEST-IX                   PIC 9(04) COMP VALUE 0.
001000 01  WS-BEST-SCORE                PIC 9(04) COMP VALUE 0.
001010 01  WS-TRY-SCORE                 PIC 9(04) COMP VALUE 0.
001020 01  WS-JOB-SCORE                 PIC 9(04) COMP VALUE 0.
001030 01  WS-STEP-SCORE                PIC 9(04) COMP VALUE 0.
001040 01  WS-TRY-LEN                   PIC 9(04) COMP VALUE 0.
001050 LINKAGE SECTION.
001060 COPY RCPOLPRM.
001070 PROCEDURE DIVISION USING RCPOLCHK-PARMS.
001080 0000-MAINLINE SECTION.
001090***************************************************************
001100*    LOAD THE POLICY MASTER ON THE FIRST CALL, PICK THE RULE   *
001110*    THAT COVERS THE CALLER'S JOB AND STEP, AND JUDGE THE      *
001120*    CODE AGAINST IT.                                          *
001130***************************************************************
001140     IF WS-NOT-LOADED
001150         PERFORM 1000-LOAD-POLICY THRU 1000-EXIT
001160     END-IF.
001170     PERFORM 2000-FIND-RULE THRU 2000-EXIT.
001180     PERFORM 3000-JUDGE-CODE THRU 3000-EXIT.
001190     GO TO 9999-EXIT.
001200 0000-EXIT.
001210     EXIT.
001220*---------------------------------------------------------------
001230 1000-LOAD-POLICY SECTION.
001240***************************************************************
001250*    READ THE RCPOLICY MASTER INTO THE POLICY TABLE.  WITHOUT  *
001260*    A USABLE MASTER EVERY STEP IS JUDGED BY THE SHOP-WIDE     *
001270*    DEFAULT, THE OLD HARD-CODED BEHAVIOR.                     *
001280***************************************************************
001290     SET WS-LOADED TO TRUE.
001300     OPEN INPUT RCPOLICY-FILE.
001310     IF WS-RCPOLICY-STATUS NOT = '00'
001320         DISPLAY '*** RCPOLICY CONDITION-CODE POLICY NOT '
001330             'AVAILABLE - STATUS ' WS-RCPOLICY-STATUS
001340             ' - EVERY STEP JUDGED BY THE SHOP DEFAULT ***'
001350         GO TO 1000-EXIT
001360     END-IF.
001370     READ RCPOLICY-FILE
001380         AT END SET WS-POL-EOF TO TRUE.
001390     PERFORM 1100-LOAD-ONE-RULE THRU 1100-EXIT
001400         UNTIL WS-POL-EOF.
001410     CLOSE RCPOLICY-FILE.
001420 1000-EXIT.
001430     EXIT.
001440*---------------------------------------------------------------
001450 1100-LOAD-ONE-RULE SECTION.
001460***************************************************************
001470*    FOLD ONE POLICY RULE INTO THE TABLE.  RCPOLMNT SHOULD     *
001480*    NEVER LET A BAD RULE THROUGH, BUT ONE WITH A NON-NUMERIC  *
001490*    FIELD OR AN OUT-OF-RANGE PREFIX LENGTH IS SKIPPED WITH A  *
001500*    CONSOLE NOTE RATHER THAN JUDGING A NIGHT'S WORK BY IT.    *
001510***************************************************************
001520     IF CP-JOB-PREFIX-LEN IS NOT NUMERIC
001530         OR CP-STEP-PREFIX-LEN IS NOT NUMERIC
001540         OR CP-MAX-OK-RC IS NOT NUMERIC
001550         OR CP-FAIL-RC IS NOT NUMERIC
001560         OR CP-JOB-PREFIX-LEN > 8
001570         OR CP-STEP-PREFIX-LEN > 8
001580         DISPLAY '*** RC POLICY RULE FOR ' CP-JOB-PATTERN
001590             ' STEP ' CP-STEP-PATTERN
001600             ' IS NOT VALID - RULE SKIPPED ***'
001610         GO TO 1100-NEXT
001620     END-IF.
001630     IF WS-POL-COUNT >= WS-POL-MAX
001640         IF WS-POL-CAP-NOT-WARNED
001650             DISPLAY '*** RC POLICY TABLE FULL AT ' WS-POL-MAX
001660                 ' RULES - FURTHER RULES ARE IGNORED ***'
001670             SET WS-POL-CAP-WARNED TO TRUE
001680         END-IF
001690         GO TO 1100-NEXT
001700     END-IF.
001710     ADD 1 TO WS-POL-COUNT.
001720     SET WS-POL-NX TO WS-POL-COUNT.
001730     MOVE CP-JOB-PATTERN TO WS-POL-JOB-PATTERN (WS-POL-NX).
001740     MOVE CP-JOB-PREFIX-LEN TO WS-POL-JOB-LEN (WS-POL-NX).
001750     MOVE CP-STEP-PATTERN TO WS-POL-STEP-PATTERN (WS-POL-NX).
001760     MOVE CP-STEP-PREFIX-LEN TO WS-POL-STEP-LEN (WS-POL-NX).
001770     MOVE CP-MAX-OK-RC TO WS-POL-MAX-OK-RC (WS-POL-NX).
001780     MOVE CP-FAIL-RC TO WS-POL-FAIL-RC (WS-POL-NX).
001790 1100-NEXT.
001800     READ RCPOLICY-FILE
001810         AT END SET WS-POL-EOF TO TRUE.
001820 1100-EXIT.
001830     EXIT.
001840*---------------------------------------------------------------
001850 2000-FIND-RULE SECTION.
001860***************************************************************
001870*    SCORE EVERY RULE AGAINST THE CALLER'S JOB AND STEP AND    *
001880*    KEEP THE HIGHEST.  ON A TIE THE RULE FIRST ON THE MASTER  *
001890*    WINS.  ZERO MEANS NO RULE COVERS THE STEP.                *
001900***************************************************************
001910     MOVE 0 TO WS-BEST-IX.
001920     MOVE 0 TO WS-BEST-SCORE.
001930     PERFORM 2100-TRY-ONE-RULE THRU 2100-EXIT
001940         VARYING WS-POL-IX FROM 1 BY 1
001950         UNTIL WS-POL-IX > WS-POL-COUNT.
001960 2000-EXIT.
001970     EXIT.
001980*---------------------------------------------------------------
001990 2100-TRY-ONE-RULE SECTION.
002000***************************************************************
002010*    SCORE ONE RULE.  A RULE WHOSE JOB OR STEP PATTERN DOES    *
002020*    NOT MATCH IS PASSED OVER.  A STEP NAME OF SPACES (STEP    *
002030*    NOT KNOWN) IS MATCHED ONLY BY A BLANK STEP PATTERN.       *
002040***************************************************************
002050     IF WS-POL-JOB-LEN (WS-POL-IX) = 0
002060         IF WS-POL-JOB-PATTERN (WS-POL-IX) NOT = CK-JOB-NAME
002070             GO TO 2100-EXIT
002080         END-IF
002090         MOVE 9 TO WS-JOB-SCORE
002100     ELSE
002110         MOVE WS-POL-JOB-LEN (WS-POL-IX) TO WS-TRY-LEN
002120         IF CK-JOB-NAME(1:WS-TRY-LEN)
002130             NOT = WS-POL-JOB-PATTERN (WS-POL-IX) (1:WS-TRY-LEN)
002140             GO TO 2100-EXIT
002150         END-IF
002160         MOVE WS-TRY-LEN TO WS-JOB-SCORE
002170     END-IF.
002180     IF WS-POL-STEP-PATTERN (WS-POL-IX) = SPACES
002190         AND WS-POL-STEP-LEN (WS-POL-IX) = 0
002200         MOVE 0 TO WS-STEP-SCORE
002210     ELSE
002220         IF CK-STEP-NAME = SPACES
002230             GO TO 2100-EXIT
002240         END-IF
002250         IF WS-POL-STEP-LEN (WS-POL-IX) = 0
002260             IF WS-POL-STEP-PATTERN (WS-POL-IX) NOT = CK-STEP-NAME
002270                 GO TO 2100-EXIT
002280             END-IF
002290             MOVE 9 TO WS-STEP-SCORE
002300         ELSE
002310             MOVE WS-POL-STEP-LEN (WS-POL-IX) TO WS-TRY-LEN
002320             IF CK-STEP-NAME(1:WS-TRY-LEN)
002330                 NOT = WS-POL-STEP-PATTERN (WS-POL-IX)
002340                     (1:WS-TRY-LEN)
002350                 GO TO 2100-EXIT
002360             END-IF
002370             MOVE WS-TRY-LEN TO WS-STEP-SCORE
002380         END-IF
002390     END-IF.
002400     COMPUTE WS-TRY-SCORE = (WS-JOB-SCORE * 10)
002410         + WS-STEP-SCORE + 1.
002420     IF WS-TRY-SCORE > WS-BEST-SCORE
002430         MOVE WS-TRY-SCORE TO WS-BEST-SCORE
002440         MOVE WS-POL-IX TO WS-BEST-IX
002450     END-IF.
002460 2100-EXIT.
002470     EXIT.
002480*---------------------------------------------------------------
002490 3000-JUDGE-CODE SECTION.
002500***************************************************************
002510*    JUDGE THE CODE AGAINST THE CHOSEN RULE'S THRESHOLDS, OR   *
002520*    THE SHOP DEFAULT WHEN NO RULE COVERS THE STEP.  A CODE    *
002530*    THAT IS NOT NUMERIC IS NEVER CALLED A FAILURE.            *
002540***************************************************************
002550     IF WS-BEST-IX = 0
002560         SET CK-RULE-DEFAULT TO TRUE
002570         MOVE WS-DEFAULT-MAX-OK-RC TO CK-MAX-OK-RC
002580         MOVE WS-DEFAULT-FAIL-RC TO CK-FAIL-RC
002590     ELSE
002600         SET CK-RULE-FOUND TO TRUE
002610         MOVE WS-POL-MAX-OK-RC (WS-BEST-IX) TO CK-MAX-OK-RC
002620         MOVE WS-POL-FAIL-RC (WS-BEST-IX) TO CK-FAIL-RC
002630     END-IF.
002640     EVALUATE TRUE
002650         WHEN CK-COND-CODE IS NOT NUMERIC
002660             SET CK-RC-OK TO TRUE
002670         WHEN CK-COND-CODE >= CK-FAIL-RC
002680             SET CK-RC-FAILED TO TRUE
002690         WHEN CK-COND-CODE > CK-MAX-OK-RC
002700             SET CK-RC-WARNING TO TRUE
002710         WHEN OTHER
002720             SET CK-RC-OK TO TRUE
002730     END-EVALUATE.
002740 3000-EXIT.
002750     EXIT.
002760*---------------------------------------------------------------
002770 9999-EXIT.
002780     GOBACK.
