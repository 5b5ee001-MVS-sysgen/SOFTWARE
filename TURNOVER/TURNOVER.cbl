000140*                TRAIL, THE SKEDFILE REGISTRY AND THE BASEREC  *
000150*                BASELINE FOR ONE OVERNIGHT DATE AND PRINTS    *
000160*                ONE RANKED PACKET:                            *
000165*                  1. ABENDS AND FAILING CONDITION CODES (AS   *
000170*                     THE RCPOLICY MASTER JUDGES THEM - SEE    *
000175*                     RCPOLCHK),                               *
000180*                     INCLUDING JOBS THAT LEFT NO JOBEND       *
000190*                     DISPOSITION RECORD (DIED MID-STREAM OR   *
000200*                     STILL RUNNING),                          *
000430*    MODIFICATION HISTORY                                     *
000440*    DATE       INIT  DESCRIPTION                              *
000450*    09/02/2026 DS    ORIGINAL PROGRAM                         *
000452*    10/15/2026 DS    JUDGE FAILING CODES BY THE RCPOLICY      *
000455*                     MASTER THROUGH RCPOLCHK INSTEAD OF A     *
000458*                     HARD-CODED 8                             *
000460*                                                              *
000470***************************************************************
000480 IDENTIFICATION DIVISION.
001690 01  WS-FLAG-LIMIT                PIC 9(14) COMP VALUE 0.
001700 01  WS-LATE-LIMIT                PIC 9(08) VALUE 0.
001710 01  WS-PREV-STEP-NAME            PIC X(08) VALUE SPACES.
001712*---------------------------------------------------------------
001714*    CONDITION-CODE POLICY CHECK PARAMETERS (SEE RCPOLCHK)
001716*---------------------------------------------------------------
001718 COPY RCPOLPRM.
001720*---------------------------------------------------------------
001730*    EXPECTED-JOBS REGISTRY TABLE (AS SKEDSWP KEEPS IT)
001740*---------------------------------------------------------------
002220             88  WS-JOB-COMPLETED           VALUE 'Y'.
002230             88  WS-JOB-NOT-COMPLETED       VALUE 'N'.
002240*---------------------------------------------------------------
002250*    SEVERE FAILURE DETAILS (FAILING CODE UNDER THE RC POLICY)
002260*---------------------------------------------------------------
002270 01  WS-FAI-TABLE-CTL.
002280     05  WS-FAI-COUNT             PIC 9(04) COMP VALUE 0.
002830     05  FILLER                   PIC X(01) VALUE '='.
002840     05  FILLER                   PIC X(01) VALUE SPACE.
002850     05  FILLER                   PIC X(15) VALUE
002860             'ABENDS/FAILED:'.
002870     05  RS-SEVERE                PIC ZZZ9.
002880     05  FILLER                   PIC X(02) VALUE SPACES.
002890     05  FILLER                   PIC X(13) VALUE 'NO-EOJ JOBS: '.
005850         GO TO 3000-NEXT
005860     END-IF.
005870     PERFORM 3100-TRACK-JOB THRU 3100-EXIT.
005873     IF SA-PRIOR-RC IS NUMERIC AND SA-PRIOR-RC > 0
005877         MOVE SA-JOB-NAME TO CK-JOB-NAME
005880         MOVE WS-PREV-STEP-NAME TO CK-STEP-NAME
005883         MOVE SA-PRIOR-RC TO CK-COND-CODE
005887         CALL 'RCPOLCHK' USING RCPOLCHK-PARMS
005890         IF CK-RC-FAILED
005893             PERFORM 3200-NOTE-FAILURE THRU 3200-EXIT
005897         END-IF
005900     END-IF.
005910     IF NOT SA-JOB-DISPOSITION
005915         AND SA-ELAPSED-TIME > 0
006490*---------------------------------------------------------------
006500 3200-NOTE-FAILURE SECTION.
006510***************************************************************
006520*    REMEMBER ONE BOUNDARY THAT CARRIED A CONDITION CODE THE   *
006530*    RC POLICY CALLS FAILING.                                  *
006540***************************************************************
006550     IF WS-FAI-COUNT < WS-FAI-MAX
006560         ADD 1 TO WS-FAI-COUNT
008640     IF WS-FAI-COUNT = 0 AND WS-NOEOJ-COUNT = 0
008650         GO TO 4100-EXIT
008660     END-IF.
008670     MOVE '1. ABENDS AND FAILING CONDITION CODES (RC POLICY)'
008680         TO RS-SECTION-TITLE.
008690     MOVE RPT-SECTION-LINE TO TURNRPT-LINE.
008700     WRITE TURNRPT-LINE.
