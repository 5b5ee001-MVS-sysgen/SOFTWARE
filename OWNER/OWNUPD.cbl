000010***************************************************************
000020*                                                             *
000030*    PROGRAM:    OWNUPD                                       *
000040*    AUTHOR:     D SIKORA - BATCH SUPPORT                     *
000050*    INSTALLATION: MVS-SYSGEN DATA CENTER                     *
000060*    DATE-WRITTEN: 10/15/2026                                 *
000070*                                                             *
000080*    REMARKS:    ONLINE CICS MAINTENANCE FOR THE JOB-         *
000090*                OWNERSHIP AND ON-CALL REGISTRY.  AN ON-CALL  *
000100*                ROTA CHANGES AT SHORT NOTICE, AND A PHONE    *
000110*                NUMBER THAT WAITS FOR THE NEXT OWNMNT CARD   *
000120*                RUN IS A NUMBER THE NIGHT SHIFT CANNOT USE - *
000130*                THIS SCREEN LETS THE DUTY OPERATOR DISPLAY   *
000140*                AN OWNER ROW BY JOB PATTERN AND PREFIX       *
000150*                LENGTH (PF5) AND ADD (PF6), CHANGE (PF7) OR  *
000160*                DELETE (PF9) ROWS DIRECTLY, WITH THE SAME    *
000170*                EDITS OWNMNT APPLIES - DUPLICATE ADD,        *
000180*                CHANGE/DELETE OF A MISSING ROW, PREFIX       *
000190*                LENGTH 0 THRU 8, TEAM AND PRIMARY CONTACT    *
000200*                REQUIRED, SECONDARY NAME AND PHONE TOGETHER  *
000210*                - ENFORCED AT THE TERMINAL BEFORE ANYTHING   *
000220*                IS WRITTEN.  THE CARD PATH STAYS FOR BULK    *
000230*                LOADS.                                       *
000240*                                                             *
000250*                RUNS PSEUDO-CONVERSATIONAL LIKE SKEDUPD -    *
000260*                THE LAST ROW TOUCHED RIDES FORWARD IN THE    *
000270*                COMMAREA BETWEEN SENDS.  FOR ONLINE ACCESS   *
000280*                THE REGISTRY IS DEFINED TO CICS AS A VSAM    *
000290*                KSDS KEYED ON OW-JOB-PATTERN AND OW-PREFIX-  *
000300*                LEN (10 BYTES AT OFFSET ZERO), SO            *
000310*                READ/WRITE/REWRITE/DELETE WORK BY KEY;       *
000320*                OWNMNT AND OWNCALL GO ON READING THE SAME    *
000330*                DATASET SEQUENTIALLY IN BATCH.               *
000340*                                                             *
000350*                EVERY ADD, CHANGE AND DELETE THAT TAKES IS   *
000360*                ALSO WRITTEN TO THE SHARED CHGLOG CHANGE-LOG *
000370*                TRAIL (A VSAM ESDS, APPENDED BY RBA) WITH    *
000380*                THE BEFORE AND AFTER IMAGES, THE TERMINAL    *
000390*                AND THE SIGNED-ON USER.                      *
000400*                                                             *
000410*    MODIFICATION HISTORY                                     *
000420*    DATE       INIT  DESCRIPTION                             *
000430*    10/15/2026 DS    ORIGINAL PROGRAM                        *
000440*                                                             *
000450***************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.    OWNUPD.
000480 AUTHOR.        D SIKORA - BATCH SUPPORT.
000490 INSTALLATION.  MVS-SYSGEN DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000510 DATE-COMPILED.
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-370.
000550 OBJECT-COMPUTER.   IBM-370.
000560 DATA DIVISION.
000570 WORKING-STORAGE SECTION.
000580 01  WS-TRANSID                  PIC X(04) VALUE 'OUPD'.
000590 01  WS-MAPSET                   PIC X(08) VALUE 'OWNUPDM'.
000600 01  WS-MAPNAME                  PIC X(08) VALUE 'OWNUPD'.
000610 01  WS-RESP                     PIC S9(8) COMP.
000620 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
000630 01  WS-CURRENT-TIME             PIC 9(08) VALUE 0.
000640 01  WS-EDIT-SW                  PIC X(01) VALUE 'Y'.
000650     88  WS-EDIT-OK                     VALUE 'Y'.
000660     88  WS-EDIT-FAILED                 VALUE 'N'.
000670 01  WS-RID-KEY.
000680     05  WS-RID-JOB-PATTERN      PIC X(08) VALUE SPACES.
000690     05  WS-RID-PREFIX-LEN       PIC X(02) VALUE SPACES.
000700 01  WS-JOB-PATTERN-IN           PIC X(08) VALUE SPACES.
000710 01  WS-PREFIX-LEN-IN-X          PIC X(02) VALUE SPACES.
000720 01  WS-PREFIX-LEN-IN REDEFINES WS-PREFIX-LEN-IN-X
000730                                 PIC 9(02).
000740 01  WS-TEAM-NAME-IN             PIC X(20) VALUE SPACES.
000750 01  WS-PRI-NAME-IN              PIC X(20) VALUE SPACES.
000760 01  WS-PRI-PHONE-IN             PIC X(14) VALUE SPACES.
000770 01  WS-SEC-NAME-IN              PIC X(20) VALUE SPACES.
000780 01  WS-SEC-PHONE-IN             PIC X(14) VALUE SPACES.
000790 01  WS-ESCALATION-IN            PIC X(60) VALUE SPACES.
000800 01  WS-BEFORE-IMAGE             PIC X(160) VALUE SPACES.
000810 01  WS-CHGLOG-RBA               PIC S9(08) COMP VALUE 0.
000820 COPY DFHAID.
000830 COPY OWNUPDM.
000840 COPY OWNREC.
000850 COPY CHGLREC.
000860 LINKAGE SECTION.
000870 COPY OWNUPDC.
000880 PROCEDURE DIVISION.
000890 0000-MAINLINE SECTION.
000900***************************************************************
000910*    FIRST ENTRY (NO COMMAREA) SHOWS A BLANK MAINTENANCE      *
000920*    SCREEN.  EVERY LATER ENTRY IS DRIVEN BY THE PF KEY THE   *
000930*    OPERATOR PRESSED.                                        *
000940***************************************************************
000950     IF EIBCALEN = 0
000960         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
000970         GO TO 9999-EXIT
000980     END-IF.
000990     EVALUATE EIBAID
001000         WHEN DFHPF3
001010             PERFORM 5000-END-SESSION THRU 5000-EXIT
001020         WHEN DFHPF5
001030             PERFORM 2000-RECEIVE-FIELDS THRU 2000-EXIT
001040             PERFORM 3000-DISPLAY-ENTRY THRU 3000-EXIT
001050         WHEN DFHPF6
001060             PERFORM 2000-RECEIVE-FIELDS THRU 2000-EXIT
001070             PERFORM 3200-APPLY-ADD THRU 3200-EXIT
001080         WHEN DFHPF7
001090             PERFORM 2000-RECEIVE-FIELDS THRU 2000-EXIT
001100             PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
001110         WHEN DFHPF9
001120             PERFORM 2000-RECEIVE-FIELDS THRU 2000-EXIT
001130             PERFORM 3400-APPLY-DELETE THRU 3400-EXIT
001140         WHEN OTHER
001150             PERFORM 8000-SEND-ERROR THRU 8000-EXIT
001160     END-EVALUATE.
001170     GO TO 9999-EXIT.
001180 0000-EXIT.
001190     EXIT.
001200*---------------------------------------------------------------
001210 1000-SEND-INITIAL-MAP SECTION.
001220***************************************************************
001230*    FIRST-TIME ENTRY - CLEAR THE COMMAREA AND SHOW THE       *
001240*    BLANK MAINTENANCE SCREEN.                                *
001250***************************************************************
001260     MOVE LOW-VALUES TO OWNUPDO.
001270     MOVE SPACES TO OU-LAST-KEY.
001280     SET OU-NO-LAST-ACTION TO TRUE.
001290     PERFORM 7000-STAMP-DATE-TIME THRU 7000-EXIT.
001300     EXEC CICS SEND MAP(WS-MAPNAME)
001310               MAPSET(WS-MAPSET)
001320               ERASE
001330               FREEKB
001340     END-EXEC.
001350     EXEC CICS RETURN TRANSID(WS-TRANSID)
001360               COMMAREA(OWNUPD-COMMAREA)
001370     END-EXEC.
001380 1000-EXIT.
001390     EXIT.
001400*---------------------------------------------------------------
001410 2000-RECEIVE-FIELDS SECTION.
001420***************************************************************
001430*    PULL THE KEYED FIELDS OFF THE SCREEN INTO THE WORK       *
001440*    AREAS.  THE MAPSET IS FRSET AND EVERY RESULT SEND IS     *
001450*    DATAONLY, SO A FIELD THE OPERATOR LEFT UNTOUCHED COMES   *
001460*    BACK WITH A ZERO LENGTH - AN UNTOUCHED JOB PATTERN AND   *
001470*    PREFIX LENGTH FALL BACK TO THE ROW CARRIED IN THE        *
001480*    COMMAREA, SO A PF5 DISPLAY CAN BE PF7'D OR PF9'D WITHOUT *
001490*    REKEYING.  A NEW PATTERN KEYED WITHOUT A PREFIX LENGTH   *
001500*    IS TAKEN AS AN EXACT JOB NAME (00).  THE PREFIX LENGTH   *
001510*    FIELD IS JUSTIFIED RIGHT WITH ZERO FILL, SO '3' ARRIVES  *
001520*    AS '03'.                                                 *
001530***************************************************************
001540     EXEC CICS RECEIVE MAP(WS-MAPNAME)
001550               MAPSET(WS-MAPSET)
001560               RESP(WS-RESP)
001570     END-EXEC.
001580     MOVE SPACES TO WS-JOB-PATTERN-IN.
001590     IF JOBPATL > 0
001600         MOVE JOBPATI TO WS-JOB-PATTERN-IN
001610     ELSE
001620         MOVE OU-LAST-JOB-PATTERN TO WS-JOB-PATTERN-IN
001630     END-IF.
001640     MOVE '00' TO WS-PREFIX-LEN-IN-X.
001650     IF PFXLENL > 0
001660         MOVE PFXLENI TO WS-PREFIX-LEN-IN-X
001670     ELSE
001680         IF JOBPATL = 0
001690             AND OU-LAST-PREFIX-LEN NOT = SPACES
001700             MOVE OU-LAST-PREFIX-LEN TO WS-PREFIX-LEN-IN-X
001710         END-IF
001720     END-IF.
001730     MOVE SPACES TO WS-TEAM-NAME-IN.
001740     IF TEAML > 0
001750         MOVE TEAMI TO WS-TEAM-NAME-IN
001760     END-IF.
001770     MOVE SPACES TO WS-PRI-NAME-IN.
001780     IF PRINAMEL > 0
001790         MOVE PRINAMEI TO WS-PRI-NAME-IN
001800     END-IF.
001810     MOVE SPACES TO WS-PRI-PHONE-IN.
001820     IF PRIPHNL > 0
001830         MOVE PRIPHNI TO WS-PRI-PHONE-IN
001840     END-IF.
001850     MOVE SPACES TO WS-SEC-NAME-IN.
001860     IF SECNAMEL > 0
001870         MOVE SECNAMEI TO WS-SEC-NAME-IN
001880     END-IF.
001890     MOVE SPACES TO WS-SEC-PHONE-IN.
001900     IF SECPHNL > 0
001910         MOVE SECPHNI TO WS-SEC-PHONE-IN
001920     END-IF.
001930     MOVE SPACES TO WS-ESCALATION-IN.
001940     IF ESCALL > 0
001950         MOVE ESCALI TO WS-ESCALATION-IN
001960     END-IF.
001970     MOVE WS-JOB-PATTERN-IN TO WS-RID-JOB-PATTERN.
001980     MOVE WS-PREFIX-LEN-IN-X TO WS-RID-PREFIX-LEN.
001990 2000-EXIT.
002000     EXIT.
002010*---------------------------------------------------------------
002020 2050-VALIDATE-KEY SECTION.
002030***************************************************************
002040*    THE KEY EDITS EVERY PF KEY NEEDS - A JOB PATTERN MUST    *
002050*    BE PRESENT AND THE PREFIX LENGTH MUST BE NUMERIC 0 THRU  *
002060*    8.                                                       *
002070***************************************************************
002080     SET WS-EDIT-OK TO TRUE.
002090     IF WS-JOB-PATTERN-IN = SPACES
002100         MOVE 'ENTER A JOB PATTERN' TO MSGLINEO
002110         SET WS-EDIT-FAILED TO TRUE
002120         GO TO 2050-EXIT
002130     END-IF.
002140     IF WS-PREFIX-LEN-IN-X IS NOT NUMERIC
002150         MOVE 'PREFIX LENGTH MUST BE 00 THRU 08' TO MSGLINEO
002160         SET WS-EDIT-FAILED TO TRUE
002170         GO TO 2050-EXIT
002180     END-IF.
002190     IF WS-PREFIX-LEN-IN > 8
002200         MOVE 'PREFIX LENGTH MUST BE 00 THRU 08' TO MSGLINEO
002210         SET WS-EDIT-FAILED TO TRUE
002220     END-IF.
002230 2050-EXIT.
002240     EXIT.
002250*---------------------------------------------------------------
002260 2100-VALIDATE-FIELDS SECTION.
002270***************************************************************
002280*    THE SAME FIELD EDITS OWNMNT APPLIES TO ITS CARDS - A     *
002290*    VALID KEY, AN OWNING TEAM, A PRIMARY CONTACT NAME AND    *
002300*    PHONE, AND A SECONDARY CONTACT WITH BOTH A NAME AND A    *
002310*    PHONE OR NEITHER - ENFORCED BEFORE ANYTHING TOUCHES THE  *
002320*    REGISTRY.  THE FIRST FAILING EDIT SETS THE MESSAGE.      *
002330***************************************************************
002340     PERFORM 2050-VALIDATE-KEY THRU 2050-EXIT.
002350     IF WS-EDIT-FAILED
002360         GO TO 2100-EXIT
002370     END-IF.
002380     IF WS-TEAM-NAME-IN = SPACES
002390         MOVE 'ENTER THE OWNING TEAM' TO MSGLINEO
002400         SET WS-EDIT-FAILED TO TRUE
002410         GO TO 2100-EXIT
002420     END-IF.
002430     IF WS-PRI-NAME-IN = SPACES
002440         OR WS-PRI-PHONE-IN = SPACES
002450         MOVE 'PRIMARY CONTACT NEEDS A NAME AND A PHONE'
002460             TO MSGLINEO
002470         SET WS-EDIT-FAILED TO TRUE
002480         GO TO 2100-EXIT
002490     END-IF.
002500     IF (WS-SEC-NAME-IN = SPACES
002510             AND WS-SEC-PHONE-IN NOT = SPACES)
002520         OR (WS-SEC-NAME-IN NOT = SPACES
002530             AND WS-SEC-PHONE-IN = SPACES)
002540         MOVE 'SECONDARY CONTACT NEEDS NAME AND PHONE, OR NEITHER'
002550             TO MSGLINEO
002560         SET WS-EDIT-FAILED TO TRUE
002570     END-IF.
002580 2100-EXIT.
002590     EXIT.
002600*---------------------------------------------------------------
002610 3000-DISPLAY-ENTRY SECTION.
002620***************************************************************
002630*    PF5 - READ THE KEYED OWNER ROW AND PUT ITS FIELDS ON     *
002640*    THE SCREEN SO THE OPERATOR CAN EYEBALL IT BEFORE A       *
002650*    CHANGE OR DELETE.                                        *
002660***************************************************************
002670     PERFORM 2050-VALIDATE-KEY THRU 2050-EXIT.
002680     IF WS-EDIT-FAILED
002690         PERFORM 6000-SEND-RESULTS THRU 6000-EXIT
002700         GO TO 3000-EXIT
002710     END-IF.
002720     EXEC CICS READ FILE('OWNFILE')
002730               INTO(OWNREC-RECORD)
002740               RIDFLD(WS-RID-KEY)
002750               RESP(WS-RESP)
002760     END-EXEC.
002770     IF WS-RESP = DFHRESP(NOTFND)
002780         MOVE 'OWNER NOT ON REGISTRY' TO MSGLINEO
002790         PERFORM 6000-SEND-RESULTS THRU 6000-EXIT
002800         GO TO 3000-EXIT
002810     END-IF.
002820     IF WS-RESP NOT = DFHRESP(NORMAL)
002830         MOVE 'REGISTRY READ FAILED - CALL BATCH SUPPORT'
002840             TO MSGLINEO
002850         PERFORM 6000-SEND-RESULTS THRU 6000-EXIT
002860         GO TO 3000-EXIT
002870     END-IF.
002880     PERFORM 3600-SHOW-RECORD THRU 3600-EXIT.
002890     MOVE WS-RID-KEY TO OU-LAST-KEY.
002900     SET OU-LAST-DISPLAYED TO TRUE.
002910     MOVE 'OWNER DISPLAYED - PF7 CHANGES IT, PF9 DELETES IT'
002920         TO MSGLINEO.
002930     PERFORM 6000-SEND-RESULTS THRU 6000-EXIT.
002940 3000-EXIT.
002950     EXIT.
002960*---------------------------------------------------------------
002970 3200-APPLY-ADD SECTION.
002980***************************************************************
002990*    PF6 - FIELD-VALIDATE, REJECT A DUPLICATE, AND WRITE THE  *
003000*    NEW OWNER ROW.                                           *
003010***************************************************************
003020     PERFORM 2100-VALIDATE-FIELDS THRU 2100-EXIT.
003030     IF WS-EDIT-FAILED
003040         PERFORM 6000-SEND-RESULTS THRU 6000-EXIT
003050         GO TO 3200-EXIT
003060     END-IF.
003070     PERFORM 3500-BUILD-RECORD THRU 3500-EXIT.
003080     EXEC CICS WRITE FILE('OWNFILE')
003090               FROM(OWNREC-RECORD)
003100               RIDFLD(WS-RID-KEY)
003110               RESP(WS-RESP)
003120     END-EXEC.
003130     EVALUATE WS-RESP
003140         WHEN DFHRESP(NORMAL)
003150             MOVE WS-RID-KEY TO OU-LAST-KEY
003160             SET OU-LAST-ADDED TO TRUE
003170             MOVE 'ADDED' TO MSGLINEO
003180             MOVE SPACES TO CHGLREC-RECORD
003190             SET CG-ADD TO TRUE
003200             MOVE OWNREC-RECORD TO CG-AFTER-IMAGE
003210             PERFORM 3700-LOG-CHANGE THRU 3700-EXIT
003220         WHEN DFHRESP(DUPREC)
003230             MOVE 'REJECTED - OWNER ALREADY ON REGISTRY'
003240                 TO MSGLINEO
003250         WHEN OTHER
003260             MOVE 'REGISTRY WRITE FAILED - CALL BATCH SUPPORT'
003270                 TO MSGLINEO
003280     END-EVALUATE.
003290     PERFORM 6000-SEND-RESULTS THRU 6000-EXIT.
003300 3200-EXIT.
003310     EXIT.
003320*---------------------------------------------------------------
003330 3300-APPLY-CHANGE SECTION.
003340***************************************************************
003350*    PF7 - REJECT A MISSING ROW, THEN REWRITE THE ROW WITH    *
003360*    THE SCREEN'S FIELDS.  FIELDS THE OPERATOR DID NOT KEY    *
003370*    (ZERO LENGTH - THE MAPSET IS FRSET) KEEP THE VALUES OF   *
003380*    THE RECORD JUST READ, SO A CHANGE TOUCHES ONLY WHAT WAS  *
003390*    KEYED; TO CLEAR THE SECONDARY CONTACT, KEY SPACES OVER   *
003400*    BOTH ITS FIELDS.  THE MERGED FIELDS ARE VALIDATED BEFORE *
003410*    ANYTHING IS WRITTEN.                                     *
003420***************************************************************
003430     PERFORM 2050-VALIDATE-KEY THRU 2050-EXIT.
003440     IF WS-EDIT-FAILED
003450         PERFORM 6000-SEND-RESULTS THRU 6000-EXIT
003460         GO TO 3300-EXIT
003470     END-IF.
003480     EXEC CICS READ FILE('OWNFILE')
003490               INTO(OWNREC-RECORD)
003500               RIDFLD(WS-RID-KEY)
003510               UPDATE
003520               RESP(WS-RESP)
003530     END-EXEC.
003540     IF WS-RESP = DFHRESP(NOTFND)
003550         MOVE 'REJECTED - OWNER NOT ON REGISTRY' TO MSGLINEO
003560         PERFORM 6000-SEND-RESULTS THRU 6000-EXIT
003570         GO TO 3300-EXIT
003580     END-IF.
003590     IF WS-RESP NOT = DFHRESP(NORMAL)
003600         MOVE 'REGISTRY READ FAILED - CALL BATCH SUPPORT'
003610             TO MSGLINEO
003620         PERFORM 6000-SEND-RESULTS THRU 6000-EXIT
003630         GO TO 3300-EXIT
003640     END-IF.
003650     MOVE OWNREC-RECORD TO WS-BEFORE-IMAGE.
003660     IF TEAML = 0
003670         MOVE OW-TEAM-NAME TO WS-TEAM-NAME-IN
003680     END-IF.
003690     IF PRINAMEL = 0
003700         MOVE OW-PRI-NAME TO WS-PRI-NAME-IN
003710     END-IF.
003720     IF PRIPHNL = 0
003730         MOVE OW-PRI-PHONE TO WS-PRI-PHONE-IN
003740     END-IF.
003750     IF SECNAMEL = 0
003760         MOVE OW-SEC-NAME TO WS-SEC-NAME-IN
003770     END-IF.
003780     IF SECPHNL = 0
003790         MOVE OW-SEC-PHONE TO WS-SEC-PHONE-IN
003800     END-IF.
003810     IF ESCALL = 0
003820         MOVE OW-ESCALATION TO WS-ESCALATION-IN
003830     END-IF.
003840     PERFORM 2100-VALIDATE-FIELDS THRU 2100-EXIT.
003850     IF WS-EDIT-FAILED
003860         PERFORM 6000-SEND-RESULTS THRU 6000-EXIT
003870         GO TO 3300-EXIT
003880     END-IF.
003890     PERFORM 3500-BUILD-RECORD THRU 3500-EXIT.
003900     EXEC CICS REWRITE FILE('OWNFILE')
003910               FROM(OWNREC-RECORD)
003920               RESP(WS-RESP)
003930     END-EXEC.
003940     IF WS-RESP = DFHRESP(NORMAL)
003950         MOVE WS-RID-KEY TO OU-LAST-KEY
003960         SET OU-LAST-CHANGED TO TRUE
003970         MOVE 'CHANGED' TO MSGLINEO
003980         MOVE SPACES TO CHGLREC-RECORD
003990         SET CG-CHANGE TO TRUE
004000         MOVE WS-BEFORE-IMAGE TO CG-BEFORE-IMAGE
004010         MOVE OWNREC-RECORD TO CG-AFTER-IMAGE
004020         PERFORM 3700-LOG-CHANGE THRU 3700-EXIT
004030     ELSE
004040         MOVE 'REGISTRY REWRITE FAILED - CALL BATCH SUPPORT'
004050             TO MSGLINEO
004060     END-IF.
004070     PERFORM 6000-SEND-RESULTS THRU 6000-EXIT.
004080 3300-EXIT.
004090     EXIT.
004100*---------------------------------------------------------------
004110 3400-APPLY-DELETE SECTION.
004120***************************************************************
004130*    PF9 - REJECT A MISSING ROW, OTHERWISE DELETE THE KEYED   *
004140*    ROW.  THE ROW IS READ FOR UPDATE AND DELETED UNDER THAT  *
004150*    READ, SO THE IMAGE LOGGED AS THE BEFORE IMAGE IS EXACTLY *
004160*    THE RECORD THAT WAS REMOVED.                             *
004170***************************************************************
004180     PERFORM 2050-VALIDATE-KEY THRU 2050-EXIT.
004190     IF WS-EDIT-FAILED
004200         PERFORM 6000-SEND-RESULTS THRU 6000-EXIT
004210         GO TO 3400-EXIT
004220     END-IF.
004230     EXEC CICS READ FILE('OWNFILE')
004240               INTO(OWNREC-RECORD)
004250               RIDFLD(WS-RID-KEY)
004260               UPDATE
004270               RESP(WS-RESP)
004280     END-EXEC.
004290     IF WS-RESP = DFHRESP(NOTFND)
004300         MOVE 'REJECTED - OWNER NOT ON REGISTRY' TO MSGLINEO
004310         PERFORM 6000-SEND-RESULTS THRU 6000-EXIT
004320         GO TO 3400-EXIT
004330     END-IF.
004340     IF WS-RESP NOT = DFHRESP(NORMAL)
004350         MOVE 'REGISTRY READ FAILED - CALL BATCH SUPPORT'
004360             TO MSGLINEO
004370         PERFORM 6000-SEND-RESULTS THRU 6000-EXIT
004380         GO TO 3400-EXIT
004390     END-IF.
004400     EXEC CICS DELETE FILE('OWNFILE')
004410               RESP(WS-RESP)
004420     END-EXEC.
004430     IF WS-RESP = DFHRESP(NORMAL)
004440         MOVE WS-RID-KEY TO OU-LAST-KEY
004450         SET OU-LAST-DELETED TO TRUE
004460         MOVE 'DELETED' TO MSGLINEO
004470         MOVE SPACES TO CHGLREC-RECORD
004480         SET CG-DELETE TO TRUE
004490         MOVE OWNREC-RECORD TO CG-BEFORE-IMAGE
004500         PERFORM 3700-LOG-CHANGE THRU 3700-EXIT
004510     ELSE
004520         MOVE 'REGISTRY DELETE FAILED - CALL BATCH SUPPORT'
004530             TO MSGLINEO
004540     END-IF.
004550     PERFORM 6000-SEND-RESULTS THRU 6000-EXIT.
004560 3400-EXIT.
004570     EXIT.
004580*---------------------------------------------------------------
004590 3500-BUILD-RECORD SECTION.
004600***************************************************************
004610*    BUILD THE OWNER RECORD IMAGE FROM THE VALIDATED SCREEN   *
004620*    FIELDS.                                                  *
004630***************************************************************
004640     MOVE SPACES TO OWNREC-RECORD.
004650     MOVE WS-JOB-PATTERN-IN TO OW-JOB-PATTERN.
004660     MOVE WS-PREFIX-LEN-IN TO OW-PREFIX-LEN.
004670     MOVE WS-TEAM-NAME-IN TO OW-TEAM-NAME.
004680     MOVE WS-PRI-NAME-IN TO OW-PRI-NAME.
004690     MOVE WS-PRI-PHONE-IN TO OW-PRI-PHONE.
004700     MOVE WS-SEC-NAME-IN TO OW-SEC-NAME.
004710     MOVE WS-SEC-PHONE-IN TO OW-SEC-PHONE.
004720     MOVE WS-ESCALATION-IN TO OW-ESCALATION.
004730 3500-EXIT.
004740     EXIT.
004750*---------------------------------------------------------------
004760 3600-SHOW-RECORD SECTION.
004770***************************************************************
004780*    PUT THE OWNER ROW JUST READ ON THE MAP.                  *
004790***************************************************************
004800     MOVE OW-JOB-PATTERN TO JOBPATO.
004810     MOVE OW-PREFIX-LEN TO PFXLENO.
004820     MOVE OW-TEAM-NAME TO TEAMO.
004830     MOVE OW-PRI-NAME TO PRINAMEO.
004840     MOVE OW-PRI-PHONE TO PRIPHNO.
004850     MOVE OW-SEC-NAME TO SECNAMEO.
004860     MOVE OW-SEC-PHONE TO SECPHNO.
004870     MOVE OW-ESCALATION TO ESCALO.
004880 3600-EXIT.
004890     EXIT.
004900*---------------------------------------------------------------
004910 3700-LOG-CHANGE SECTION.
004920***************************************************************
004930*    APPEND ONE CHANGE-LOG ENTRY FOR THE ADD, CHANGE OR       *
004940*    DELETE JUST APPLIED - THE CALLER HAS ALREADY SET THE     *
004950*    ACTION AND THE BEFORE AND AFTER IMAGES.  THE ENTRY IS    *
004960*    STAMPED WITH THIS TERMINAL AND THE SIGNED-ON USER.  THE  *
004970*    REGISTRY UPDATE HAS ALREADY TAKEN, SO A FAILED LOG WRITE *
004980*    DOES NOT UNDO IT - THE OPERATOR IS TOLD TO CALL BATCH    *
004990*    SUPPORT SO THE MISSING ENTRY CAN BE ACCOUNTED FOR.       *
005000***************************************************************
005010     MOVE 'OWNREC' TO CG-REGISTRY.
005020     MOVE WS-RID-KEY TO CG-KEY.
005030     ACCEPT CG-CHG-DATE FROM DATE YYYYMMDD.
005040     ACCEPT CG-CHG-TIME FROM TIME.
005050     SET CG-FROM-ONLINE TO TRUE.
005060     MOVE EIBTRMID TO CG-SOURCE-ID.
005070     EXEC CICS ASSIGN USERID(CG-OPERATOR-ID)
005080               RESP(WS-RESP)
005090     END-EXEC.
005100     IF WS-RESP NOT = DFHRESP(NORMAL)
005110         MOVE SPACES TO CG-OPERATOR-ID
005120     END-IF.
005130     MOVE 0 TO CG-CARD-NBR.
005140     EXEC CICS WRITE FILE('CHGLOG')
005150               FROM(CHGLREC-RECORD)
005160               RIDFLD(WS-CHGLOG-RBA)
005170               RBA
005180               RESP(WS-RESP)
005190     END-EXEC.
005200     IF WS-RESP NOT = DFHRESP(NORMAL)
005210         MOVE 'APPLIED BUT NOT LOGGED - CALL BATCH SUPPORT'
005220             TO MSGLINEO
005230     END-IF.
005240 3700-EXIT.
005250     EXIT.
005260*---------------------------------------------------------------
005270 5000-END-SESSION SECTION.
005280***************************************************************
005290*    PF3 WAS PRESSED - SEND A CLOSING MESSAGE AND END THE     *
005300*    CONVERSATION (NO TRAILING RETURN-TRANSID).               *
005310***************************************************************
005320     EXEC CICS SEND TEXT
005330               FROM('OWNER REGISTRY MAINTENANCE COMPLETE')
005340               ERASE
005350               FREEKB
005360     END-EXEC.
005370     EXEC CICS RETURN END-EXEC.
005380 5000-EXIT.
005390     EXIT.
005400*---------------------------------------------------------------
005410 6000-SEND-RESULTS SECTION.
005420***************************************************************
005430*    REFRESH THE DATE/TIME STAMP, SEND THE UPDATED MAP, AND   *
005440*    WAIT FOR THE NEXT PF KEY.                                *
005450***************************************************************
005460     PERFORM 7000-STAMP-DATE-TIME THRU 7000-EXIT.
005470     EXEC CICS SEND MAP(WS-MAPNAME)
005480               MAPSET(WS-MAPSET)
005490               DATAONLY
005500               FREEKB
005510     END-EXEC.
005520     EXEC CICS RETURN TRANSID(WS-TRANSID)
005530               COMMAREA(OWNUPD-COMMAREA)
005540     END-EXEC.
005550 6000-EXIT.
005560     EXIT.
005570*---------------------------------------------------------------
005580 7000-STAMP-DATE-TIME SECTION.
005590***************************************************************
005600*    REFRESH THE DATE/TIME STAMP SHOWN IN THE TOP CORNER OF   *
005610*    THE MAP - CALLED BEFORE EVERY SEND MAP SO THE STAMP      *
005620*    REFLECTS THE TIME THIS SCREEN WAS BUILT.                 *
005630***************************************************************
005640     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005650     ACCEPT WS-CURRENT-TIME FROM TIME.
005660     MOVE WS-CURRENT-DATE TO DATEOUTO.
005670     MOVE WS-CURRENT-TIME TO TIMEOUTO.
005680 7000-EXIT.
005690     EXIT.
005700*---------------------------------------------------------------
005710 8000-SEND-ERROR SECTION.
005720***************************************************************
005730*    AN UNSUPPORTED KEY WAS PRESSED.                          *
005740***************************************************************
005750     MOVE 'INVALID KEY - PF5 DISP PF6 ADD PF7 CHG PF9 DEL'
005760         TO MSGLINEO.
005770     PERFORM 7000-STAMP-DATE-TIME THRU 7000-EXIT.
005780     EXEC CICS SEND MAP(WS-MAPNAME)
005790               MAPSET(WS-MAPSET)
005800               DATAONLY
005810               FREEKB
005820     END-EXEC.
005830     EXEC CICS RETURN TRANSID(WS-TRANSID)
005840               COMMAREA(OWNUPD-COMMAREA)
005850     END-EXEC.
005860 8000-EXIT.
005870     EXIT.
005880*---------------------------------------------------------------
005890 9999-EXIT.
005900     EXEC CICS RETURN END-EXEC.
