000120*                TIMES.  FOR ONE RUN DATE THIS REPORT GROUPS   *
000130*                THE TRAIL BY JOB NUMBER, CALLS A RUN FAILED   *
000140*                WHEN ANY OF ITS BOUNDARIES CARRIED A          *
000145*                CONDITION CODE THE RCPOLICY MASTER CALLS      *
000150*                FAILING FOR THE STEP THAT PRODUCED IT (SEE    *
000155*                RCPOLCHK), PAIRS EACH                         *
000160*                FAILED RUN WITH THE NEXT RUN OF THE SAME      *
000170*                JOB NAME THAT STARTED AFTER THE FAILURE       *
000180*                BOUNDARY, SHOWS WHETHER THE RERUN CAME BACK   *
000390*    MODIFICATION HISTORY                                     *
000400*    DATE       INIT  DESCRIPTION                              *
000410*    09/02/2026 DS    ORIGINAL PROGRAM                         *
000412*    10/15/2026 DS    JUDGE FAILING CODES BY THE RCPOLICY      *
000413*                     MASTER THROUGH RCPOLCHK INSTEAD OF A     *
000415*                     HARD-CODED 8 - TRACK EACH RUN'S LAST     *
000417*                     STEP SO THE CODE IS JUDGED FOR THE STEP  *
000418*                     THAT PRODUCED IT                         *
000420*                                                              *
000430***************************************************************
000440 IDENTIFICATION DIVISION.
001250         10  WS-RUN-FIRST-TIME    PIC 9(08).
001260         10  WS-RUN-LAST-TIME     PIC 9(08).
001270         10  WS-RUN-MAX-RC        PIC 9(04).
001275         10  WS-RUN-LAST-STEP     PIC X(08).
001280         10  WS-RUN-FAIL-TIME     PIC 9(08).
001290         10  WS-RUN-FAILED-SW     PIC X(01).
001300             88  WS-RUN-FAILED              VALUE 'Y'.
001320         10  WS-RUN-DISP-SW       PIC X(01).
001330             88  WS-RUN-COMPLETED           VALUE 'Y'.
001340             88  WS-RUN-NOT-COMPLETED       VALUE 'N'.
001342*---------------------------------------------------------------
001344*    CONDITION-CODE POLICY CHECK PARAMETERS (SEE RCPOLCHK)
001346*---------------------------------------------------------------
001348 COPY RCPOLPRM.
001350*---------------------------------------------------------------
001360*    PAIRING AND TIME-ARITHMETIC WORK AREAS
001370*---------------------------------------------------------------
003520***************************************************************
003530*    FOLD ONE TARGET-DATE AUDIT RECORD INTO ITS JOB NUMBER'S   *
003540*    RUN ENTRY - FIRST AND LAST BOUNDARY TIMES, THE HIGHEST    *
003545*    FAILING CODE AND THE FIRST FAILING BOUNDARY'S TIME, AND   *
003550*    WHETHER A JOBEND DISPOSITION RECORD ARRIVED.  A           *
003555*    BOUNDARY'S CODE BELONGS TO THE STEP NAMED ON THE RUN'S    *
003560*    PREVIOUS BOUNDARY, WHICH IS WHAT THE POLICY IS ASKED      *
003565*    ABOUT.                                                    *
003570***************************************************************
003580     IF SA-RUN-DATE NOT = WS-TARGET-DATE-N
003590         GO TO 2000-NEXT
003710     IF SA-JOB-DISPOSITION
003720         SET WS-RUN-COMPLETED (WS-RUN-NX) TO TRUE
003730     END-IF.
003732     IF SA-PRIOR-RC IS NUMERIC AND SA-PRIOR-RC > 0
003734         MOVE SA-JOB-NAME TO CK-JOB-NAME
003736         MOVE WS-RUN-LAST-STEP (WS-RUN-NX) TO CK-STEP-NAME
003739         MOVE SA-PRIOR-RC TO CK-COND-CODE
003741         CALL 'RCPOLCHK' USING RCPOLCHK-PARMS
003743     ELSE
003745         SET CK-RC-OK TO TRUE
003747     END-IF.
003749     IF NOT SA-JOB-DISPOSITION
003751         MOVE SA-STEP-NAME TO WS-RUN-LAST-STEP (WS-RUN-NX)
003754     END-IF.
003756     IF CK-RC-FAILED
003758         IF SA-PRIOR-RC > WS-RUN-MAX-RC (WS-RUN-NX)
003760             MOVE SA-PRIOR-RC TO WS-RUN-MAX-RC (WS-RUN-NX)
003770         END-IF
003780         IF WS-RUN-NOT-FAILED (WS-RUN-NX)
004220     MOVE SA-RUN-TIME TO WS-RUN-LAST-TIME (WS-RUN-NX).
004230     MOVE ZEROS TO WS-RUN-MAX-RC (WS-RUN-NX).
004240     MOVE ZEROS TO WS-RUN-FAIL-TIME (WS-RUN-NX).
004245     MOVE SPACES TO WS-RUN-LAST-STEP (WS-RUN-NX).
004250     SET WS-RUN-NOT-FAILED (WS-RUN-NX) TO TRUE.
004260     SET WS-RUN-NOT-COMPLETED (WS-RUN-NX) TO TRUE.
004270 2100-EXIT.
006200     MOVE WS-DIFF-HNDTHS TO WS-ELAPSED-HUNDREDTHS.
006210     PERFORM 3100-HUNDREDTHS-TO-TIME THRU 3100-EXIT.
006220     MOVE WS-ELAPSED TO RP-TO-COMPLETE.
006230     IF WS-RUN-FAILED (WS-PAIR-IX)
006240         MOVE 'FAILED AGAIN  ' TO RP-OUTCOME
006250         ADD 1 TO WS-REFAILED-COUNT
006260     ELSE
