000120*                STEP WITH THE CONDITION CODE AND ELAPSED      *
000130*                TIME ITS FOLLOWING BOUNDARY CARRIED, THE      *
000140*                FIRST STEP WHOSE FOLLOWING BOUNDARY CARRIED   *
000150*                A FAILING CODE (PER THE RCPOLICY MASTER -     *
000160*                SEE RCPOLCHK) MARKED AS THE FAILURE POINT,    *
000170*                AND THE RECOMMENDED RESTART STEP NAMED AT THE *
000180*                BOTTOM - SO THE 3 AM RERUN IS ASSEMBLED FROM  *
000190*                THE AUDIT TRAIL INSTEAD OF RECONSTRUCTED FROM *
000200*                RAW SYSOUT UNDER PRESSURE.                    *
000210*                                                              *
000220*                A BOUNDARY RECORD'S SA-PRIOR-RC BELONGS TO    *
000230*                WHATEVER RAN BEFORE IT, SO STEP N'S CODE AND  *
000334*                     PRESENT - THE LAST STEP'S CODE IS KNOWN  *
000336*                     AND A COMPLETED JOB IS SAID TO NEED NO   *
000338*                     RESTART INSTEAD OF GUESSED AT            *
000340*    10/15/2026 DS    JUDGE FAILING CODES BY THE RCPOLICY      *
000343*                     MASTER THROUGH RCPOLCHK INSTEAD OF A     *
000345*                     HARD-CODED 8                             *
000348*                                                              *
000350***************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.    RSTRTADV.
000790 01  WS-PARM-LEN                  PIC 9(04) COMP VALUE 0.
000800 01  WS-JOB-NAME                  PIC X(08) VALUE SPACES.
000810 01  WS-FAIL-IX                   PIC 9(04) COMP VALUE 0.
000830 01  WS-FOLLOW-RC                 PIC 9(04) VALUE 0.
000832 01  WS-DISP-SEEN-SW              PIC X(01) VALUE 'N'.
000834     88  WS-DISP-SEEN                       VALUE 'Y'.
000870     05  WS-PREPARED-HHMMSS       PIC 9(06).
000880     05  FILLER                   PIC X(02).
000890 01  WS-ELAPSED-EDIT              PIC 99B99B99B99.
000892*---------------------------------------------------------------
000894*    CONDITION-CODE POLICY CHECK PARAMETERS (SEE RCPOLCHK)
000896*---------------------------------------------------------------
000898 COPY RCPOLPRM.
000900*---------------------------------------------------------------
000910*    THE JOB'S BOUNDARY RECORDS IN EXECUTION ORDER
000920*---------------------------------------------------------------
002770***************************************************************
002780*    THE FAILURE POINT IS THE FIRST STEP WHOSE FOLLOWING       *
002790*    BOUNDARY (THE NEXT TABLE ENTRY) CARRIED A CONDITION CODE  *
002794*    THE RCPOLICY MASTER CALLS FAILING FOR THAT STEP.  WHEN A  *
002798*    DISPOSITION RECORD WAS LATCHED IT IS THE LAST STEP'S      *
002802*    FOLLOWING BOUNDARY, SO THE LAST STEP NO LONGER ESCAPES    *
002806*    JUDGMENT.                                                 *
002810***************************************************************
002820     MOVE 0 TO WS-FAIL-IX.
002830     IF WS-STP-COUNT > 1
002880     END-IF.
002882     IF WS-FAIL-IX = 0 AND WS-DISP-SEEN
002884         AND WS-STP-COUNT > 0
002886         MOVE WS-JOB-NAME TO CK-JOB-NAME
002888         MOVE WS-STP-STEP-NAME (WS-STP-COUNT) TO CK-STEP-NAME
002889         MOVE WS-DISP-RC TO CK-COND-CODE
002891         CALL 'RCPOLCHK' USING RCPOLCHK-PARMS
002893         IF CK-RC-FAILED
002895             MOVE WS-STP-COUNT TO WS-FAIL-IX
002896         END-IF
002898     END-IF.
002900 3000-EXIT.
002910     EXIT.
002920*---------------------------------------------------------------
002930 3100-TEST-ONE-STEP SECTION.
002940***************************************************************
002947*    TEST ONE STEP'S FOLLOWING-BOUNDARY CONDITION CODE         *
002953*    AGAINST THE POLICY FOR THIS JOB AND STEP.                 *
002960***************************************************************
002970     COMPUTE WS-NEXT-IX = WS-STP-IX + 1.
002973     MOVE WS-JOB-NAME TO CK-JOB-NAME.
002977     MOVE WS-STP-STEP-NAME (WS-STP-IX) TO CK-STEP-NAME.
002980     MOVE WS-STP-PRIOR-RC (WS-NEXT-IX) TO CK-COND-CODE.
002983     CALL 'RCPOLCHK' USING RCPOLCHK-PARMS.
002987     IF CK-RC-FAILED
002990         MOVE WS-STP-IX TO WS-FAIL-IX
003000     END-IF.
003010 3100-EXIT.
