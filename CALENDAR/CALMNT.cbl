000240*                TOUCHES THE MASTER - THE READERS TAKE THIS    *
000250*                FILE ON FAITH ONCE A NIGHT.                   *
000260*                                                              *
000261*                EVERY CARD THAT APPLIES IS ALSO WRITTEN TO    *
000263*                THE SHARED CHGLOG CHANGE-LOG TRAIL WITH THE   *
000264*                DATE'S BEFORE AND AFTER IMAGES, SO THE        *
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
000560 FD  CALOLD-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 01  MNTRPT-LINE                  PIC X(133).
000832 FD  CHGLOG-FILE
000834     RECORDING MODE IS F
000836     LABEL RECORDS ARE STANDARD.
000838 COPY CHGLREC.
000840 WORKING-STORAGE SECTION.
000850*---------------------------------------------------------------
000860*    SWITCHES
001030         88  WS-CARD-INVALID                VALUE 'N'.
001040 01  WS-CALNEW-STATUS             PIC XX VALUE '00'.
001050 01  WS-MNTRPT-STATUS             PIC XX VALUE '00'.
001055 01  WS-CHGLOG-STATUS             PIC XX VALUE '00'.
001060*---------------------------------------------------------------
001070*    CARD-DATE EDIT WORK AREA
001080*---------------------------------------------------------------
002160             ' - MAINTENANCE NOT APPLIED ***'
002170         GO TO 9999-EXIT
002180     END-IF.
002181     OPEN EXTEND CHGLOG-FILE.
002182     IF WS-CHGLOG-STATUS NOT = '00'
002184         DISPLAY '*** CHGLOG CHANGE-LOG OPEN FAILED - '
002185             'STATUS ' WS-CHGLOG-STATUS
002186             ' - MAINTENANCE NOT APPLIED ***'
002188         GO TO 9999-EXIT
002189     END-IF.
002190     MOVE FILLER-LINE TO MNTRPT-LINE.
002200     WRITE MNTRPT-LINE.
002210     MOVE RPT-TITLE-LINE TO MNTRPT-LINE.
003300     SET WS-CAL-NX TO WS-CAL-COUNT.
003310     MOVE TR-CAL-IMAGE TO WS-CAL-IMAGE (WS-CAL-NX).
003320     SET WS-CAL-ACTIVE (WS-CAL-NX) TO TRUE.
003322     SET CG-ADD TO TRUE.
003324     MOVE SPACES TO CG-BEFORE-IMAGE.
003326     MOVE TR-CAL-IMAGE TO CG-AFTER-IMAGE.
003328     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003330     MOVE 'ADDED' TO RR-RESULT.
003340     ADD 1 TO WS-APPLIED-COUNT.
003350 3200-EXIT.
003510         ADD 1 TO WS-REJECT-COUNT
003520         GO TO 3300-EXIT
003530     END-IF.
003532     SET CG-CHANGE TO TRUE.
003534     MOVE WS-CAL-IMAGE (WS-CAL-NX) TO CG-BEFORE-IMAGE.
003536     MOVE TR-CAL-IMAGE TO CG-AFTER-IMAGE.
003538     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003540     MOVE TR-CAL-IMAGE TO WS-CAL-IMAGE (WS-CAL-NX).
003550     MOVE 'CHANGED' TO RR-RESULT.
003560     ADD 1 TO WS-APPLIED-COUNT.
003680         ADD 1 TO WS-REJECT-COUNT
003690         GO TO 3400-EXIT
003700     END-IF.
003702     SET CG-DELETE TO TRUE.
003704     MOVE WS-CAL-IMAGE (WS-CAL-NX) TO CG-BEFORE-IMAGE.
003706     MOVE SPACES TO CG-AFTER-IMAGE.
003708     PERFORM 3700-LOG-CHANGE THRU 3700-EXIT.
003710     SET WS-CAL-DELETED (WS-CAL-NX) TO TRUE.
003720     MOVE 'DELETED' TO RR-RESULT.
003730     ADD 1 TO WS-APPLIED-COUNT.
004070 3500-EXIT.
004080     EXIT.
004090*---------------------------------------------------------------
004091 3700-LOG-CHANGE SECTION.
004092***************************************************************
004093*    WRITE ONE CHANGE-LOG ENTRY FOR THE CARD JUST APPLIED -    *
004094*    THE CALLER HAS ALREADY SET THE ACTION AND THE BEFORE AND  *
004095*    AFTER IMAGES.                                             *
004096***************************************************************
004097     MOVE 'CALREC' TO CG-REGISTRY.
004098     MOVE TR-CAL-DATE-X TO CG-KEY.
004099     ACCEPT CG-CHG-DATE FROM DATE YYYYMMDD.
004100     ACCEPT CG-CHG-TIME FROM TIME.
004101     SET CG-FROM-CARDS TO TRUE.
004102     MOVE 'CALMNT' TO CG-SOURCE-ID.
004103     MOVE SPACES TO CG-OPERATOR-ID.
004104     MOVE WS-TRAN-COUNT TO CG-CARD-NBR.
004105     WRITE CHGLREC-RECORD.
004106 3700-EXIT.
004107     EXIT.
004108*---------------------------------------------------------------
004109 4000-WRITE-NEW-MASTER SECTION.
004110***************************************************************
004120*    WRITE ONE SURVIVING (NOT DELETED) TABLE ENTRY TO THE NEW  *
004130*    CALENDAR MASTER.                                          *
004430     CLOSE CALTRAN-FILE.
004440     CLOSE CALNEW-FILE.
004450     CLOSE MNTRPT-FILE.
004455     CLOSE CHGLOG-FILE.
004460 6000-EXIT.
004470     EXIT.
004480*---------------------------------------------------------------
