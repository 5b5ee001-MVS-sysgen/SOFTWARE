000120*                CODE, THEN PRINTS ONE CONSOLIDATED REPORT     *
000130*                GROUPED BY JOB NAME/JOB NUMBER - STEP,        *
000140*                PROCSTEP, TIME AND CONDITION CODE - WITH      *
000145*                JOBS THAT HIT A FAILING CODE PRINTED AHEAD    *
000149*                OF THE WARNING-LEVEL JOBS, SO THE MORNING     *
000154*                SHIFT READS ONE PAGE INSTEAD OF CRAWLING THE  *
000158*                WHOLE SYSOUT QUEUE.                           *
000163*                                                              *
000167*                EACH CODE IS JUDGED BY RCPOLCHK AGAINST THE   *
000172*                RCPOLICY MASTER FOR THE STEP THAT PRODUCED    *
000176*                IT (THE STEP ON THE JOB'S PREVIOUS BOUNDARY). *
000181*                A CODE THE POLICY CALLS ACCEPTABLE FOR THAT   *
000185*                STEP IS NOT AN EXCEPTION AND IS NOT LISTED.   *
000190*                                                              *
000200*                PARM IS THE RUN DATE TO REPORT (YYYYMMDD).    *
000210*                WHEN NO PARM (OR A NON-NUMERIC ONE) ARRIVES   *
000284*                     CALFILE SHOP CALENDAR - PREVIOUS         *
000285*                     PROCESSING DAY, NOT PLAIN YESTERDAY.     *
000286*                     AN EXPLICIT PARM DATE IS UNCHANGED       *
000288*    10/15/2026 DS    JUDGE EACH CODE BY THE RCPOLICY MASTER   *
000290*                     THROUGH RCPOLCHK INSTEAD OF FIXED 8 AND  *
000291*                     1-7 BANDS - LATCH EACH JOB'S PREVIOUS    *
000292*                     STEP SO THE CODE IS JUDGED FOR THE STEP  *
000294*                     THAT PRODUCED IT, DROP ACCEPTABLE CODES, *
000296*                     AND TAG EACH STEP FAILED OR WARNING      *
000297*                                                              *
000298***************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    STEPEXCP.
000320 AUTHOR.        D SIKORA - BATCH SUPPORT.
000710     05  WS-DTL-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
000720         88  WS-DTL-CAP-WARNED              VALUE 'Y'.
000730         88  WS-DTL-CAP-NOT-WARNED          VALUE 'N'.
000732     05  WS-LAT-CAP-WARNED-SW     PIC X(01) VALUE 'N'.
000735         88  WS-LAT-CAP-WARNED              VALUE 'Y'.
000738         88  WS-LAT-CAP-NOT-WARNED          VALUE 'N'.
000740     05  WS-SECTION-HDG-SW        PIC X(01) VALUE 'N'.
000750         88  WS-SECTION-HDG-DONE            VALUE 'Y'.
000760         88  WS-SECTION-HDG-NOT-DONE        VALUE 'N'.
001100         10  WS-JOB-NAME          PIC X(08).
001110         10  WS-JOB-NBR           PIC X(08).
001120         10  WS-JOB-MAX-RC        PIC 9(04).
001121         10  WS-JOB-SEVERITY-SW   PIC X(01).
001122             88  WS-JOB-HAS-FAILURE         VALUE 'F'.
001123             88  WS-JOB-WARNING-ONLY        VALUE 'W'.
001124         10  WS-JOB-DISP-SW       PIC X(01).
001125             88  WS-JOB-COMPLETED           VALUE 'Y'.
001126             88  WS-JOB-NOT-COMPLETED       VALUE 'N'.
001130*---------------------------------------------------------------
001140*    EXCEPTION DETAIL TABLE - ONE ENTRY PER FAILING STEP RECORD
001270         10  WS-DTL-RC            PIC 9(04).
001272         10  WS-DTL-ALERT-SW      PIC X(01).
001274             88  WS-DTL-ALERTED             VALUE 'A'.
001276         10  WS-DTL-VERDICT-SW    PIC X(01).
001277             88  WS-DTL-FAILED              VALUE 'F'.
001278             88  WS-DTL-WARNING             VALUE 'W'.
001279*---------------------------------------------------------------
001280*    STEP LATCH TABLE - LAST BOUNDARY STEP SEEN FOR EACH JOB
001281*    NUMBER ON THE DATE, WHICH IS THE STEP THE NEXT BOUNDARY'S
001282*    CONDITION CODE BELONGS TO
001283*---------------------------------------------------------------
001284 01  WS-LAT-TABLE-CTL.
001285     05  WS-LAT-COUNT             PIC 9(04) COMP VALUE 0.
001286     05  WS-LAT-MAX               PIC 9(04) COMP VALUE 1000.
001287 01  WS-LAT-TABLE.
001288     05  WS-LAT-ENTRY OCCURS 1 TO 1000 TIMES
001289                      DEPENDING ON WS-LAT-COUNT
001290                      INDEXED BY WS-LAT-NX.
001291         10  WS-LAT-JOB-NBR       PIC X(08).
001292         10  WS-LAT-LAST-STEP     PIC X(08).
001293 01  WS-PREV-STEP-NAME            PIC X(08) VALUE SPACES.
001294*---------------------------------------------------------------
001295*    CONDITION-CODE POLICY CHECK PARAMETERS (SEE RCPOLCHK)
001296*---------------------------------------------------------------
001297 COPY RCPOLPRM.
001298*---------------------------------------------------------------
001299*    REPORT PASS CONTROL AND COUNTERS
001300*---------------------------------------------------------------
001315 01  WS-PASS-SEVERITY             PIC X(01) VALUE SPACE.
001330 01  WS-JOBS-PRINTED              PIC 9(04) COMP VALUE 0.
001340*---------------------------------------------------------------
001350*    REPORT LINES
001790     05  FILLER                   PIC X(08) VALUE 'RUN TIME'.
001800     05  FILLER                   PIC X(03) VALUE SPACES.
001810     05  FILLER                   PIC X(09) VALUE 'COND CODE'.
001815     05  FILLER                   PIC X(02) VALUE SPACES.
001820     05  FILLER                   PIC X(07) VALUE 'RESULT '.
001825     05  FILLER                   PIC X(72) VALUE SPACES.
001830     05  FILLER                   PIC X(01) VALUE '='.
001840 01  RPT-DETAIL-LINE.
001850     05  FILLER                   PIC X(01) VALUE '='.
001940     05  FILLER                   PIC X(03) VALUE 'RC='.
001950     05  RX-RC                    PIC 9(04).
001952     05  FILLER                   PIC X(02) VALUE SPACES.
001954     05  RX-VERDICT-TAG           PIC X(07) VALUE SPACES.
001957     05  FILLER                   PIC X(02) VALUE SPACES.
001960     05  RX-ALERT-TAG             PIC X(09) VALUE SPACES.
001962     05  FILLER                   PIC X(61) VALUE SPACES.
001970     05  FILLER                   PIC X(01) VALUE '='.
001980 01  RPT-NONE-LINE.
001990     05  FILLER                   PIC X(01) VALUE '='.
002230 0000-MAINLINE SECTION.
002240***************************************************************
002250*    ESTABLISH THE TARGET RUN DATE, SWEEP THE AUDIT TRAIL      *
002258*    COLLECTING EVERY RECORD FOR THAT DATE WHOSE CODE THE RC   *
002266*    POLICY DOES NOT CALL ACCEPTABLE INTO THE JOB AND DETAIL   *
002274*    TABLES, THEN PRINT THE SEVERE JOBS AHEAD OF THE           *
002282*    WARNING-LEVEL JOBS.                                       *
002290***************************************************************
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310     PERFORM 2000-SCAN-RECORDS THRU 2000-EXIT
003010***************************************************************
003020*    FOLD ONE AUDIT RECORD INTO THE TABLES WHEN IT BELONGS TO  *
003030*    THE TARGET DATE AND CARRIES A NONZERO PRIOR CONDITION     *
003032*    CODE THE RC POLICY CALLS A WARNING OR A FAILURE FOR THE   *
003035*    STEP THAT PRODUCED IT, THEN READ THE NEXT RECORD.  EVERY  *
003037*    TARGET-DATE BOUNDARY IS LATCHED SO THAT STEP IS KNOWN     *
003040*    WHEN THE JOB'S NEXT BOUNDARY ARRIVES.  A JOBEND           *
003041*    DISPOSITION RECORD ALSO MARKS ITS JOB'S GROUPING ENTRY    *
003042*    COMPLETED - THE DISPOSITION IS THE LAST RECORD A JOB      *
003044*    APPENDS, SO THE ENTRY (IF THE JOB HAD ANY EXCEPTIONS)     *
003046*    ALREADY EXISTS.                                           *
003050***************************************************************
003052     IF SA-RUN-DATE NOT = WS-TARGET-DATE-N
003055         GO TO 2000-NEXT
003057     END-IF.
003059     PERFORM 2050-LATCH-STEP THRU 2050-EXIT.
003061     IF SA-PRIOR-RC IS NUMERIC AND SA-PRIOR-RC > 0
003064         MOVE SA-JOB-NAME TO CK-JOB-NAME
003066         MOVE WS-PREV-STEP-NAME TO CK-STEP-NAME
003068         MOVE SA-PRIOR-RC TO CK-COND-CODE
003070         CALL 'RCPOLCHK' USING RCPOLCHK-PARMS
003073         IF NOT CK-RC-OK
003075             PERFORM 2100-FOLD-EXCEPTION THRU 2100-EXIT
003077         END-IF
003079     END-IF.
003082     IF SA-JOB-DISPOSITION
003084         PERFORM 2200-MARK-DISPOSITION THRU 2200-EXIT
003086     END-IF.
003088 2000-NEXT.
003090     READ STEPAUDT-FILE
003100         AT END SET WS-EOF TO TRUE.
003110 2000-EXIT.
003120     EXIT.
003130*---------------------------------------------------------------
003131 2050-LATCH-STEP SECTION.
003132***************************************************************
003133*    FIND (OR START) THE JOB NUMBER'S LATCH ENTRY, HAND BACK   *
003134*    THE STEP IT HELD IN WS-PREV-STEP-NAME - THE STEP THE      *
003135*    CURRENT RECORD'S CODE BELONGS TO - AND LATCH THE CURRENT  *
003136*    BOUNDARY'S STEP IN ITS PLACE.  A JOBEND DISPOSITION       *
003137*    RECORD IS NOT A STEP AND LATCHES NOTHING.  WITH THE       *
003138*    TABLE FULL THE STEP IS UNKNOWN (SPACES), AND ONLY A       *
003139*    JOB-WIDE POLICY RULE OR THE SHOP DEFAULT CAN JUDGE IT.    *
003140***************************************************************
003141     MOVE SPACES TO WS-PREV-STEP-NAME.
003142     SET WS-NOT-FOUND TO TRUE.
003144     IF WS-LAT-COUNT > 0
003145         SET WS-LAT-NX TO 1
003146         SEARCH WS-LAT-ENTRY
003147             AT END SET WS-NOT-FOUND TO TRUE
003148             WHEN WS-LAT-JOB-NBR (WS-LAT-NX) = SA-JOB-NBR
003149                 SET WS-FOUND TO TRUE
003150         END-SEARCH
003151     END-IF.
003152     IF WS-NOT-FOUND
003153         IF WS-LAT-COUNT < WS-LAT-MAX
003154             ADD 1 TO WS-LAT-COUNT
003155             SET WS-LAT-NX TO WS-LAT-COUNT
003156             MOVE SA-JOB-NBR TO WS-LAT-JOB-NBR (WS-LAT-NX)
003157             MOVE SPACES TO WS-LAT-LAST-STEP (WS-LAT-NX)
003158         ELSE
003159             IF WS-LAT-CAP-NOT-WARNED
003160                 DISPLAY '*** STEP LATCH TABLE FULL AT '
003161                     WS-LAT-MAX ' JOBS - FURTHER CODES ARE '
003162                     'JUDGED WITHOUT A STEP NAME ***'
003163                 SET WS-LAT-CAP-WARNED TO TRUE
003164             END-IF
003165             GO TO 2050-EXIT
003166         END-IF
003168     END-IF.
003169     MOVE WS-LAT-LAST-STEP (WS-LAT-NX) TO WS-PREV-STEP-NAME.
003170     IF NOT SA-JOB-DISPOSITION
003171         MOVE SA-STEP-NAME TO WS-LAT-LAST-STEP (WS-LAT-NX)
003172     END-IF.
003173 2050-EXIT.
003174     EXIT.
003175*---------------------------------------------------------------
003176 2100-FOLD-EXCEPTION SECTION.
003177***************************************************************
003178*    FIND (OR START) THE JOB'S GROUPING ENTRY, RAISE ITS       *
003179*    HIGHEST-RC WATERMARK AND ITS SEVERITY, AND APPEND THE     *
003180*    STEP AND THE POLICY'S VERDICT TO THE DETAIL TABLE.        *
003190***************************************************************
003200     SET WS-NOT-FOUND TO TRUE.
003210     IF WS-JOB-COUNT > 0
003350             MOVE SA-JOB-NBR TO WS-JOB-NBR (WS-JOB-NX)
003360             MOVE ZEROS TO WS-JOB-MAX-RC (WS-JOB-NX)
003362             SET WS-JOB-NOT-COMPLETED (WS-JOB-NX) TO TRUE
003366             SET WS-JOB-WARNING-ONLY (WS-JOB-NX) TO TRUE
003370         ELSE
003380             IF WS-JOB-CAP-NOT-WARNED
003390                 DISPLAY '*** JOB GROUPING TABLE FULL AT '
003480     IF SA-PRIOR-RC > WS-JOB-MAX-RC (WS-JOB-NX)
003490         MOVE SA-PRIOR-RC TO WS-JOB-MAX-RC (WS-JOB-NX)
003500     END-IF.
003502     IF CK-RC-FAILED
003505         SET WS-JOB-HAS-FAILURE (WS-JOB-NX) TO TRUE
003508     END-IF.
003510     IF WS-DTL-COUNT < WS-DTL-MAX
003520         ADD 1 TO WS-DTL-COUNT
003530         MOVE WS-JOB-IX TO WS-DTL-JOB-IX (WS-DTL-COUNT)
003580         MOVE SA-PRIOR-RC TO WS-DTL-RC (WS-DTL-COUNT)
003582         MOVE SA-ALERT-FLAG
003584             TO WS-DTL-ALERT-SW (WS-DTL-COUNT)
003586         MOVE CK-VERDICT-SW
003588             TO WS-DTL-VERDICT-SW (WS-DTL-COUNT)
003590     ELSE
003600         IF WS-DTL-CAP-NOT-WARNED
003610             DISPLAY '*** EXCEPTION DETAIL TABLE FULL AT '
003699*---------------------------------------------------------------
003700 3000-PRINT-REPORT SECTION.
003710***************************************************************
003718*    PRINT THE HEADER, THEN THE SEVERE JOBS (AT LEAST ONE      *
003726*    STEP THE RC POLICY CALLS FAILED) AHEAD OF THE             *
003734*    WARNING-LEVEL JOBS (WARNINGS ONLY), AND CLOSE WITH THE    *
003742*    TOTALS.                                                   *
003750***************************************************************
003760     MOVE FILLER-LINE TO EXCPRPT-LINE.
003770     WRITE EXCPRPT-LINE.
003840         MOVE RPT-NONE-LINE TO EXCPRPT-LINE
003850         WRITE EXCPRPT-LINE
003860     ELSE
003870         MOVE 'SEVERE EXCEPTIONS - FAILING CODE (RC POLICY)'
003880             TO RS-SECTION-TITLE
003895         MOVE 'F' TO WS-PASS-SEVERITY
003910         PERFORM 3100-PRINT-PASS THRU 3100-EXIT
003920         MOVE 'WARNINGS - ABOVE ACCEPTABLE, BELOW FAILING'
003930             TO RS-SECTION-TITLE
003945         MOVE 'W' TO WS-PASS-SEVERITY
003960         PERFORM 3100-PRINT-PASS THRU 3100-EXIT
003970     END-IF.
003980     MOVE WS-JOB-COUNT TO RF-JOB-COUNT.
004070 3100-PRINT-PASS SECTION.
004080***************************************************************
004090*    ONE SEVERITY PASS OVER THE JOB TABLE - EVERY JOB WHOSE    *
004100*    SEVERITY MATCHES THE PASS IS PRINTED, IN THE              *
004110*    ORDER THE JOBS FIRST APPEARED ON THE TRAIL.  THE SECTION  *
004120*    HEADING ONLY PRINTS WHEN THE PASS HAS AT LEAST ONE JOB.   *
004130***************************************************************
004200*---------------------------------------------------------------
004210 3200-PRINT-JOB SECTION.
004220***************************************************************
004230*    PRINT ONE JOB'S GROUP HEADER AND ITS EXCEPTION STEPS      *
004240*    WHEN ITS SEVERITY MATCHES THE CURRENT PASS.               *
004250***************************************************************
004265     IF WS-JOB-SEVERITY-SW (WS-JOB-IX) NOT = WS-PASS-SEVERITY
004280         GO TO 3200-EXIT
004290     END-IF.
004300     IF WS-SECTION-HDG-NOT-DONE
004570     MOVE WS-DTL-PROCSTEP-NAME (WS-DTL-IX) TO RX-PROCSTEP-NAME.
004580     MOVE WS-DTL-RUN-TIME (WS-DTL-IX) TO RX-RUN-TIME.
004590     MOVE WS-DTL-RC (WS-DTL-IX) TO RX-RC.
004591     IF WS-DTL-FAILED (WS-DTL-IX)
004592         MOVE 'FAILED ' TO RX-VERDICT-TAG
004593     ELSE
004594         MOVE 'WARNING' TO RX-VERDICT-TAG
004595     END-IF.
004596     MOVE SPACES TO RX-ALERT-TAG.
004597     IF WS-DTL-ALERTED (WS-DTL-IX)
004598         MOVE '*ALERTED*' TO RX-ALERT-TAG
004599     END-IF.
004600     MOVE RPT-DETAIL-LINE TO EXCPRPT-LINE.
004610     WRITE EXCPRPT-LINE.
004620 3300-EXIT.
