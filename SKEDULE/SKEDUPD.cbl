000280*                KEY; SKEDMNT AND SKEDSWP GO ON READING THE    *
000290*                SAME DATASET SEQUENTIALLY IN BATCH.           *
000300*                                                              *
000301*                EVERY ADD, CHANGE AND DELETE THAT TAKES IS    *
000302*                ALSO WRITTEN TO THE SHARED CHGLOG CHANGE-LOG  *
000303*                TRAIL (A VSAM ESDS, APPENDED BY RBA) WITH     *
000304*                THE BEFORE AND AFTER IMAGES, THE TERMINAL     *
000306*                AND THE SIGNED-ON USER.  A DELETE NOW READS   *
000307*                THE ENTRY FOR UPDATE FIRST SO ITS BEFORE      *
000308*                IMAGE CAN BE LOGGED.                          *
000309*                                                              *
000310*    MODIFICATION HISTORY                                     *
000320*    DATE       INIT  DESCRIPTION                              *
000330*    09/02/2026 DS    ORIGINAL PROGRAM                         *
000332*    10/15/2026 DS    LOG EVERY APPLIED ADD/CHANGE/DELETE      *
000335*                     TO THE CHGLOG TRAIL; READ FOR UPDATE     *
000338*                     BEFORE A DELETE                          *
000340*                                                              *
000350***************************************************************
000360 IDENTIFICATION DIVISION.
000660 01  WS-LATE-IN-X                PIC X(08) VALUE SPACES.
000670 01  WS-LATE-IN REDEFINES WS-LATE-IN-X
000680                                 PIC 9(08).
000683 01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
000687 01  WS-CHGLOG-RBA               PIC S9(08) COMP VALUE 0.
000690 COPY DFHAID.
000700 COPY SKEDUPDM.
000710 COPY SKEDREC.
000715 COPY CHGLREC.
000720 LINKAGE SECTION.
000730 COPY SKEDUPDC.
000740 PROCEDURE DIVISION.
002580             MOVE WS-JOB-NAME-IN TO SU-LAST-JOB-NAME
002590             SET SU-LAST-ADDED TO TRUE
002600             MOVE 'ADDED' TO MSGLINEO
002602             MOVE SPACES TO CHGLREC-RECORD
002604             SET CG-ADD TO TRUE
002606             MOVE SKEDREC-RECORD TO CG-AFTER-IMAGE
002608             PERFORM 3700-LOG-CHANGE THRU 3700-EXIT
002610         WHEN DFHRESP(DUPREC)
002620             MOVE 'REJECTED - JOB ALREADY ON REGISTRY'
002630                 TO MSGLINEO
002970         PERFORM 6000-SEND-RESULTS THRU 6000-EXIT
002980         GO TO 3300-EXIT
002990     END-IF.
002996     MOVE SKEDREC-RECORD TO WS-BEFORE-IMAGE.
003001     IF RUNDAYSL = 0
003002         MOVE SK-RUN-DAYS TO WS-RUN-DAYS-IN
003003     END-IF.
003060         MOVE WS-JOB-NAME-IN TO SU-LAST-JOB-NAME
003070         SET SU-LAST-CHANGED TO TRUE
003080         MOVE 'CHANGED' TO MSGLINEO
003082         MOVE SPACES TO CHGLREC-RECORD
003083         SET CG-CHANGE TO TRUE
003085         MOVE WS-BEFORE-IMAGE TO CG-BEFORE-IMAGE
003087         MOVE SKEDREC-RECORD TO CG-AFTER-IMAGE
003088         PERFORM 3700-LOG-CHANGE THRU 3700-EXIT
003090     ELSE
003100         MOVE 'REGISTRY REWRITE FAILED - CALL BATCH SUPPORT'
003110             TO MSGLINEO
003170 3400-APPLY-DELETE SECTION.
003180***************************************************************
003190*    PF9 - REJECT A MISSING JOB, OTHERWISE DELETE THE KEYED    *
003195*    ENTRY.  THE ENTRY IS READ FOR UPDATE AND DELETED UNDER    *
003200*    THAT READ, SO THE IMAGE LOGGED AS THE BEFORE IMAGE IS     *
003205*    EXACTLY THE RECORD THAT WAS REMOVED.                      *
003210***************************************************************
003220     IF WS-JOB-NAME-IN = SPACES
003230         MOVE 'ENTER A JOB NAME' TO MSGLINEO
003250         GO TO 3400-EXIT
003260     END-IF.
003270     MOVE WS-JOB-NAME-IN TO WS-RID-JOB-NAME.
003271     EXEC CICS READ FILE('SKEDFILE')
003272               INTO(SKEDREC-RECORD)
003273               RIDFLD(WS-RID-JOB-NAME)
003274               UPDATE
003275               RESP(WS-RESP)
003276     END-EXEC.
003277     IF WS-RESP = DFHRESP(NOTFND)
003278         MOVE 'REJECTED - JOB NOT ON REGISTRY' TO MSGLINEO
003279         PERFORM 6000-SEND-RESULTS THRU 6000-EXIT
003280         GO TO 3400-EXIT
003281     END-IF.
003282     IF WS-RESP NOT = DFHRESP(NORMAL)
003283         MOVE 'REGISTRY READ FAILED - CALL BATCH SUPPORT'
003284             TO MSGLINEO
003285         PERFORM 6000-SEND-RESULTS THRU 6000-EXIT
003286         GO TO 3400-EXIT
003287     END-IF.
003288     EXEC CICS DELETE FILE('SKEDFILE')
003300               RESP(WS-RESP)
003310     END-EXEC.
003320     IF WS-RESP = DFHRESP(NORMAL)
003330         MOVE WS-JOB-NAME-IN TO SU-LAST-JOB-NAME
003340         SET SU-LAST-DELETED TO TRUE
003350         MOVE 'DELETED' TO MSGLINEO
003360         MOVE SPACES TO CHGLREC-RECORD
003370         SET CG-DELETE TO TRUE
003380         MOVE SKEDREC-RECORD TO CG-BEFORE-IMAGE
003390         PERFORM 3700-LOG-CHANGE THRU 3700-EXIT
003400     ELSE
003410         MOVE 'REGISTRY DELETE FAILED - CALL BATCH SUPPORT'
003420             TO MSGLINEO
003430     END-IF.
003440     PERFORM 6000-SEND-RESULTS THRU 6000-EXIT.
003450 3400-EXIT.
003460     EXIT.
003580 3500-EXIT.
003590     EXIT.
003600*---------------------------------------------------------------
003601 3700-LOG-CHANGE SECTION.
003602***************************************************************
003603*    APPEND ONE CHANGE-LOG ENTRY FOR THE ADD, CHANGE OR        *
003604*    DELETE JUST APPLIED - THE CALLER HAS ALREADY SET THE      *
003605*    ACTION AND THE BEFORE AND AFTER IMAGES.  THE ENTRY IS     *
003606*    STAMPED WITH THIS TERMINAL AND THE SIGNED-ON USER.  THE   *
003607*    REGISTRY UPDATE HAS ALREADY TAKEN, SO A FAILED LOG WRITE  *
003608*    DOES NOT UNDO IT - THE OPERATOR IS TOLD TO CALL BATCH     *
003609*    SUPPORT SO THE MISSING ENTRY CAN BE ACCOUNTED FOR.        *
003610***************************************************************
003611     MOVE 'SKEDREC' TO CG-REGISTRY.
003612     MOVE WS-JOB-NAME-IN TO CG-KEY.
003613     ACCEPT CG-CHG-DATE FROM DATE YYYYMMDD.
003614     ACCEPT CG-CHG-TIME FROM TIME.
003615     SET CG-FROM-ONLINE TO TRUE.
003616     MOVE EIBTRMID TO CG-SOURCE-ID.
003617     EXEC CICS ASSIGN USERID(CG-OPERATOR-ID)
003618               RESP(WS-RESP)
003619     END-EXEC.
003620     IF WS-RESP NOT = DFHRESP(NORMAL)
003621         MOVE SPACES TO CG-OPERATOR-ID
003622     END-IF.
003623     MOVE 0 TO CG-CARD-NBR.
003624     EXEC CICS WRITE FILE('CHGLOG')
003625               FROM(CHGLREC-RECORD)
003626               RIDFLD(WS-CHGLOG-RBA)
003627               RBA
003628               RESP(WS-RESP)
003629     END-EXEC.
003630     IF WS-RESP NOT = DFHRESP(NORMAL)
003631         MOVE 'APPLIED BUT NOT LOGGED - CALL BATCH SUPPORT'
003632             TO MSGLINEO
003633     END-IF.
003634 3700-EXIT.
003635     EXIT.
003636*---------------------------------------------------------------
003637 5000-END-SESSION SECTION.
003638***************************************************************
003639*    PF3 WAS PRESSED - SEND A CLOSING MESSAGE AND END THE      *
003640*    CONVERSATION (NO TRAILING RETURN-TRANSID).                *
003650***************************************************************
003660     EXEC CICS SEND TEXT
