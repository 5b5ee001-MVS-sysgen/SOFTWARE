000210*                REJECTED AND REPORTED - THE REST OF THE       *
000220*                CARDS STILL APPLY.                            *
000230*                                                              *
000231*                EVERY CARD THAT APPLIES IS ALSO WRITTEN TO    *
000233*                THE SHARED CHGLOG CHANGE-LOG TRAIL WITH THE   *
000234*                JOB'S BEFORE AND AFTER IMAGES, SO THE         *
000236*                CHGLRPT WEEKLY CHANGE REPORT CAN SHOW WHO     *
000237*                CHANGED WHAT AND WHEN.                        *
000239*                                                              *
000240*    MODIFICATION HISTORY                                     *
000250*    DATE       INIT  DESCRIPTION                              *
000260*    08/21/2026 DS    ORIGINAL PROGRAM                         *
000263*    10/15/2026 DS    LOG EVERY APPLIED CARD TO THE CHGLOG     *
000267*                     TRAIL                                    *
000270*                                                              *
000280***************************************************************
000290 IDENTIFICATION DIVISION.
000480     SELECT MNTRPT-FILE ASSIGN TO MNTRPT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-MNTRPT-STATUS.
000502     SELECT CHGLOG-FILE ASSIGN TO CHGLOG
000505         ORGANIZATION IS SEQUENTIAL
000508         FILE STATUS IS WS-CHGLOG-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  SKEDOLD-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  MNTRPT-LINE                  PIC X(133).
000752 FD  CHGLOG-FILE
000754     RECORDING MODE IS F
000756     LABEL RECORDS ARE STANDARD.
000758 COPY CHGLREC.
000760 WORKING-STORAGE SECTION.
000770*---------------------------------------------------------------
000780*    SWITCHES
000926         88  WS-CARD-INVALID                VALUE 'N'.
000930 01  WS-SKEDNEW-STATUS            PIC XX VALUE '00'.
000940 01  WS-MNTRPT-STATUS             PIC XX VALUE '00'.
000945 01  WS-CHGLOG-STATUS             PIC XX VALUE '00'.
000950*---------------------------------------------------------------
000960*    REGISTRY TABLE - THE WHOLE MASTER HELD IN STORAGE WHILE
000970*    THE TRANSACTIONS APPLY
001970             ' - MAINTENANCE NOT APPLIED ***'
001980         GO TO 9999-EXIT
001990     END-IF.
001991     OPEN EXTEND CHGLOG-FILE.
001992     IF WS-CHGLOG-STATUS NOT = '00'
001994         DISPLAY '*** CHGLOG CHANGE-LOG OPEN FAILED - '
001995             'STATUS ' WS-CHGLOG-STATUS
001996             ' - MAINTENANCE NOT APPLIED ***'
001998         GO TO 9999-EXIT
001999     END-IF.
002000     MOVE FILLER-LINE TO MNTRPT-LINE.
002010     WRITE MNTRPT-LINE.
002020     MOVE RPT-TITLE-LINE TO MNTRPT-LINE.
003000     SET WS-REG-NX TO WS-REG-COUNT.
003010     MOVE TR-REG-IMAGE TO WS-REG-IMAGE (WS-REG-NX).
003020     SET WS-REG-ACTIVE (WS-REG-NX) TO TRUE.
003022     SET CG-ADD TO TRUE.
003024     MOVE SPACES TO CG-BEFORE-IMAGE.
003026     MOVE TR-REG-IMAGE TO CG-AFTER-IMAGE.
003028     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003030     MOVE 'ADDED' TO RR-RESULT.
003040     ADD 1 TO WS-APPLIED-COUNT.
003050 3200-EXIT.
003160         ADD 1 TO WS-REJECT-COUNT
003170         GO TO 3300-EXIT
003180     END-IF.
003182     SET CG-CHANGE TO TRUE.
003184     MOVE WS-REG-IMAGE (WS-REG-NX) TO CG-BEFORE-IMAGE.
003186     MOVE TR-REG-IMAGE TO CG-AFTER-IMAGE.
003188     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003190     MOVE TR-REG-IMAGE TO WS-REG-IMAGE (WS-REG-NX).
003200     MOVE 'CHANGED' TO RR-RESULT.
003210     ADD 1 TO WS-APPLIED-COUNT.
003330         ADD 1 TO WS-REJECT-COUNT
003340         GO TO 3400-EXIT
003350     END-IF.
003352     SET CG-DELETE TO TRUE.
003354     MOVE WS-REG-IMAGE (WS-REG-NX) TO CG-BEFORE-IMAGE.
003356     MOVE SPACES TO CG-AFTER-IMAGE.
003358     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003360     SET WS-REG-DELETED (WS-REG-NX) TO TRUE.
003370     MOVE 'DELETED' TO RR-RESULT.
003380     ADD 1 TO WS-APPLIED-COUNT.
003443 3600-EXIT.
003444     EXIT.
003445*---------------------------------------------------------------
003446 3700-LOG-CHANGE SECTION.
003447***************************************************************
003448*    WRITE ONE CHANGE-LOG ENTRY FOR THE CARD JUST APPLIED -    *
003449*    THE CALLER HAS ALREADY SET THE ACTION AND THE BEFORE AND  *
003450*    AFTER IMAGES.                                             *
003451***************************************************************
003452     MOVE 'SKEDREC' TO CG-REGISTRY.
003453     MOVE TR-REG-JOB-NAME TO CG-KEY.
003454     ACCEPT CG-CHG-DATE FROM DATE YYYYMMDD.
003455     ACCEPT CG-CHG-TIME FROM TIME.
003456     SET CG-FROM-CARDS TO TRUE.
003457     MOVE 'SKEDMNT' TO CG-SOURCE-ID.
003458     MOVE SPACES TO CG-OPERATOR-ID.
003459     MOVE WS-TRAN-COUNT TO CG-CARD-NBR.
003460     WRITE CHGLREC-RECORD.
003461 3700-EXIT.
003462     EXIT.
003463*---------------------------------------------------------------
003420 4000-WRITE-NEW-MASTER SECTION.
003430***************************************************************
003440*    WRITE ONE SURVIVING (NOT DELETED) TABLE ENTRY TO THE NEW  *
003750     CLOSE SKEDTRAN-FILE.
003760     CLOSE SKEDNEW-FILE.
003770     CLOSE MNTRPT-FILE.
003775     CLOSE CHGLOG-FILE.
003780 6000-EXIT.
003790     EXIT.
003800*---------------------------------------------------------------
