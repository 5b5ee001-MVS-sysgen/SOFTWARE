000240*                BOTH SIDES, IS REJECTED BEFORE IT TOUCHES     *
000250*                THE REGISTRY.                                 *
000260*                                                              *
000261*                EVERY CARD THAT APPLIES IS ALSO WRITTEN TO    *
000263*                THE SHARED CHGLOG CHANGE-LOG TRAIL WITH THE   *
000264*                PAIR'S BEFORE AND AFTER IMAGES, SO THE        *
000266*                CHGLRPT WEEKLY CHANGE REPORT CAN SHOW WHO     *
000267*                CHANGED WHAT AND WHEN.                        *
000269*                                                              *
000270*    MODIFICATION HISTORY                                     *
000280*    DATE       INIT  DESCRIPTION                              *
000290*    09/02/2026 DS    ORIGINAL PROGRAM                         *
000293*    10/15/2026 DS    LOG EVERY APPLIED CARD TO THE CHGLOG     *
000297*                     TRAIL                                    *
000300*                                                              *
000310***************************************************************
000320 IDENTIFICATION DIVISION.
000510     SELECT MNTRPT-FILE ASSIGN TO MNTRPT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-MNTRPT-STATUS.
000532     SELECT CHGLOG-FILE ASSIGN TO CHGLOG
000535         ORGANIZATION IS SEQUENTIAL
000538         FILE STATUS IS WS-CHGLOG-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  DEPDOLD-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  MNTRPT-LINE                  PIC X(133).
000802 FD  CHGLOG-FILE
000804     RECORDING MODE IS F
000806     LABEL RECORDS ARE STANDARD.
000808 COPY CHGLREC.
000810 WORKING-STORAGE SECTION.
000820*---------------------------------------------------------------
000830*    SWITCHES
001000         88  WS-CARD-INVALID                VALUE 'N'.
001010 01  WS-DEPDNEW-STATUS            PIC XX VALUE '00'.
001020 01  WS-MNTRPT-STATUS             PIC XX VALUE '00'.
001025 01  WS-CHGLOG-STATUS             PIC XX VALUE '00'.
001030*---------------------------------------------------------------
001040*    REGISTRY TABLE - THE WHOLE MASTER HELD IN STORAGE WHILE
001050*    THE TRANSACTIONS APPLY
002090             ' - MAINTENANCE NOT APPLIED ***'
002100         GO TO 9999-EXIT
002110     END-IF.
002111     OPEN EXTEND CHGLOG-FILE.
002112     IF WS-CHGLOG-STATUS NOT = '00'
002114         DISPLAY '*** CHGLOG CHANGE-LOG OPEN FAILED - '
002115             'STATUS ' WS-CHGLOG-STATUS
002116             ' - MAINTENANCE NOT APPLIED ***'
002118         GO TO 9999-EXIT
002119     END-IF.
002120     MOVE FILLER-LINE TO MNTRPT-LINE.
002130     WRITE MNTRPT-LINE.
002140     MOVE RPT-TITLE-LINE TO MNTRPT-LINE.
003270     SET WS-REG-NX TO WS-REG-COUNT.
003280     MOVE TR-REG-IMAGE TO WS-REG-IMAGE (WS-REG-NX).
003290     SET WS-REG-ACTIVE (WS-REG-NX) TO TRUE.
003292     SET CG-ADD TO TRUE.
003294     MOVE SPACES TO CG-BEFORE-IMAGE.
003296     MOVE TR-REG-IMAGE TO CG-AFTER-IMAGE.
003298     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003300     MOVE 'ADDED' TO RR-RESULT.
003310     ADD 1 TO WS-APPLIED-COUNT.
003320 3200-EXIT.
003480         ADD 1 TO WS-REJECT-COUNT
003490         GO TO 3300-EXIT
003500     END-IF.
003502     SET CG-CHANGE TO TRUE.
003504     MOVE WS-REG-IMAGE (WS-REG-NX) TO CG-BEFORE-IMAGE.
003506     MOVE TR-REG-IMAGE TO CG-AFTER-IMAGE.
003508     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003510     MOVE TR-REG-IMAGE TO WS-REG-IMAGE (WS-REG-NX).
003520     MOVE 'CHANGED' TO RR-RESULT.
003530     ADD 1 TO WS-APPLIED-COUNT.
003650         ADD 1 TO WS-REJECT-COUNT
003660         GO TO 3400-EXIT
003670     END-IF.
003672     SET CG-DELETE TO TRUE.
003674     MOVE WS-REG-IMAGE (WS-REG-NX) TO CG-BEFORE-IMAGE.
003676     MOVE SPACES TO CG-AFTER-IMAGE.
003678     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003680     SET WS-REG-DELETED (WS-REG-NX) TO TRUE.
003690     MOVE 'DELETED' TO RR-RESULT.
003700     ADD 1 TO WS-APPLIED-COUNT.
003980 3500-EXIT.
003990     EXIT.
004000*---------------------------------------------------------------
004001 3700-LOG-CHANGE SECTION.
004002***************************************************************
004003*    WRITE ONE CHANGE-LOG ENTRY FOR THE CARD JUST APPLIED -    *
004004*    THE CALLER HAS ALREADY SET THE ACTION AND THE BEFORE AND  *
004005*    AFTER IMAGES.                                             *
004006***************************************************************
004007     MOVE 'DEPDREC' TO CG-REGISTRY.
004008     MOVE SPACES TO CG-KEY.
004009     STRING TR-REG-PRED-NAME TR-REG-SUCC-NAME
004010         DELIMITED BY SIZE INTO CG-KEY.
004011     ACCEPT CG-CHG-DATE FROM DATE YYYYMMDD.
004012     ACCEPT CG-CHG-TIME FROM TIME.
004013     SET CG-FROM-CARDS TO TRUE.
004014     MOVE 'DEPDMNT' TO CG-SOURCE-ID.
004015     MOVE SPACES TO CG-OPERATOR-ID.
004016     MOVE WS-TRAN-COUNT TO CG-CARD-NBR.
004017     WRITE CHGLREC-RECORD.
004018 3700-EXIT.
004019     EXIT.
004020*---------------------------------------------------------------
004021 4000-WRITE-NEW-MASTER SECTION.
004022***************************************************************
004030*    WRITE ONE SURVIVING (NOT DELETED) TABLE ENTRY TO THE NEW  *
004040*    REGISTRY MASTER.                                          *
004050***************************************************************
004340     CLOSE DEPDTRAN-FILE.
004350     CLOSE DEPDNEW-FILE.
004360     CLOSE MNTRPT-FILE.
004365     CLOSE CHGLOG-FILE.
004370 6000-EXIT.
004380     EXIT.
004390*---------------------------------------------------------------
