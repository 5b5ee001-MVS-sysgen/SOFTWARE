000280*                LAST STEP WITHOUT BEING COUNTED AS A STEP;    *
000290*                A JOB THAT DIED MID-STREAM LEAVES ITS LAST    *
000300*                STEP UNCOUNTED, EXACTLY AS THE TRAIL LEFT     *
000305*                IT UNJUDGED.  A STEP IS COUNTED AS A FAILURE  *
000310*                WHEN RCPOLCHK CALLS ITS CODE FAILING UNDER    *
000315*                THE RCPOLICY MASTER.                          *
000320*                                                              *
000321*                EVERY GENERATION FOLDED IS RECORDED ON THE    *
000323*                AUDTGENC CONTROL KSDS (SEE GENCREC) BY ITS    *
000324*                FINGERPRINT - DATE SPAN, RECORD COUNT AND     *
000325*                HASH TOTAL - WITH THE RUN THAT FOLDED IT.  A  *
000327*                GENERATION ALREADY LOADED IS REFUSED, SO A    *
000328*                RERUN CANNOT DOUBLE-COUNT IT.  WHILE          *
000329*                FOLDING, THE CONTROL RECORD IS CHECKPOINTED   *
000331*                EVERY 100 DAY AGGREGATES AND EACH SUMMARY     *
000332*                RECORD IS STAMPED WITH THE GENERATION THAT    *
000334*                LAST ADDED INTO IT, SO A RERUN AFTER AN       *
000335*                ABEND RESUMES WHERE THE FOLD STOPPED WITHOUT  *
000336*                COUNTING ANY AGGREGATE TWICE.  ONLY ONE       *
000338*                GENERATION MAY BE HALF-FOLDED AT A TIME -     *
000339*                ANOTHER IS REFUSED UNTIL IT IS RESUMED OR     *
000340*                BACKED OUT.                                   *
000342*                                                              *
000343*                PARM SELECTS THE MODE:                        *
000344*                  (NONE)   FOLD THE AUDTARCH GENERATION, OR   *
000346*                           RESUME IT IF IT IS HALF-FOLDED     *
000347*                  BACKOUT  TAKE THE AUDTARCH GENERATION BACK  *
000348*                           OUT OF AUDTSUMF - IT MUST BE HALF- *
000350*                           FOLDED OR THE LAST ONE LOADED      *
000351*                  REBUILD  REGENERATE AN EMPTY (NEWLY         *
000352*                           DEFINED) AUDTSUMF FROM THE         *
000354*                           GENERATION SEQUENCE NUMBERS ON THE *
000355*                           GENLIST CARDS (COLUMNS 1-7), WITH  *
000356*                           THOSE ARCHIVES CONCATENATED ON     *
000358*                           AUDTARCH IN THE SAME ORDER.  EACH  *
000359*                           IS SPLIT OFF BY ITS RECORDED COUNT *
000361*                           AND MUST MATCH ITS FINGERPRINT;    *
000362*                           GENERATIONS NOT REBUILT ARE MARKED *
000363*                           EXCLUDED.                          *
000365*                                                              *
000366*                THE GENRPT CONTROL REPORT TIES EACH           *
000367*                GENERATION'S RECORDS READ TO ITS CONTROL      *
000369*                RECORD AND LISTS THE WHOLE CONTROL FILE.      *
000370*                                                              *
000380*    MODIFICATION HISTORY                                     *
000390*    DATE       INIT  DESCRIPTION                              *
000400*    09/02/2026 DS    ORIGINAL PROGRAM                         *
000402*    10/15/2026 DS    JUDGE FAILING CODES BY THE RCPOLICY      *
000405*                     MASTER THROUGH RCPOLCHK INSTEAD OF A     *
000408*                     HARD-CODED 8                             *
000410*    10/15/2026 DS    AUDTGENC GENERATION CONTROL FILE -       *
000411*                     REFUSE A GENERATION ALREADY FOLDED,      *
000413*                     CHECKPOINT AND RESUME OR BACK OUT A      *
000415*                     HALF-FOLDED ONE, REBUILD MODE AND        *
000417*                     GENRPT CONTROL REPORT                    *
000418*                                                              *
000420***************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.    AUDTSUMM.
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT AUDTSUMF-FILE ASSIGN TO AUDTSUMF
000580         ORGANIZATION IS INDEXED
000590         ACCESS IS DYNAMIC
000600         RECORD KEY IS SM-KEY
000610         FILE STATUS IS WS-AUDTSUMF-STATUS.
000612     SELECT AUDTGENC-FILE ASSIGN TO AUDTGENC
000613         ORGANIZATION IS INDEXED
000615         ACCESS IS DYNAMIC
000617         RECORD KEY IS GC-GEN-SEQ
000618         FILE STATUS IS WS-AUDTGENC-STATUS.
000620     SELECT GENLIST-FILE ASSIGN TO GENLIST
000622         ORGANIZATION IS SEQUENTIAL.
000623     SELECT GENRPT-FILE ASSIGN TO GENRPT
000625         ORGANIZATION IS SEQUENTIAL
000627         FILE STATUS IS WS-GENRPT-STATUS.
000628 DATA DIVISION.
000630 FILE SECTION.
000640 FD  AUDTARCH-FILE
000650     RECORDING MODE IS F
000680 FD  AUDTSUMF-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY SUMREC.
000701 FD  AUDTGENC-FILE
000702     LABEL RECORDS ARE STANDARD.
000704 COPY GENCREC.
000705 FD  GENLIST-FILE
000706     RECORDING MODE IS F
000707     LABEL RECORDS ARE STANDARD.
000708 01  GENLIST-RECORD.
000709     05  GL-GEN-SEQ-X             PIC X(07).
000711     05  GL-GEN-SEQ REDEFINES GL-GEN-SEQ-X
000712                                  PIC 9(07).
000713     05  FILLER                   PIC X(73).
000714 FD  GENRPT-FILE
000715     RECORDING MODE IS F
000716     LABEL RECORDS ARE STANDARD.
000718 01  GENRPT-LINE                  PIC X(133).
000719 WORKING-STORAGE SECTION.
000720*---------------------------------------------------------------
000730*    SWITCHES
000740*---------------------------------------------------------------
000880     05  WS-KEY-FOUND-SW          PIC X(01) VALUE 'N'.
000890         88  WS-KEY-FOUND                   VALUE 'Y'.
000900         88  WS-KEY-NOT-FOUND               VALUE 'N'.
000901     05  WS-CTL-EOF-SW            PIC X(01) VALUE 'N'.
000902         88  WS-CTL-EOF                     VALUE 'Y'.
000904         88  WS-CTL-NOT-EOF                 VALUE 'N'.
000905     05  WS-LIST-EOF-SW           PIC X(01) VALUE 'N'.
000906         88  WS-LIST-EOF                    VALUE 'Y'.
000908         88  WS-LIST-NOT-EOF                VALUE 'N'.
000909     05  WS-MODE-SW               PIC X(01) VALUE 'N'.
000910         88  WS-NORMAL-MODE                 VALUE 'N'.
000911         88  WS-BACKOUT-MODE                VALUE 'B'.
000912         88  WS-REBUILD-MODE                VALUE 'R'.
000914     05  WS-GEN-SW                PIC X(01) VALUE 'N'.
000915         88  WS-GEN-ACCEPTED                VALUE 'Y'.
000916         88  WS-GEN-REFUSED                 VALUE 'N'.
000918     05  WS-CTL-FOUND-SW          PIC X(01) VALUE 'N'.
000919         88  WS-CTL-FOUND                   VALUE 'Y'.
000920         88  WS-CTL-NOT-FOUND               VALUE 'N'.
000921     05  WS-REBUILD-SW            PIC X(01) VALUE 'N'.
000922         88  WS-REBUILD-STOPPED             VALUE 'Y'.
000924         88  WS-REBUILD-GOING               VALUE 'N'.
000925 01  WS-AUDTSUMF-STATUS           PIC XX VALUE '00'.
000926 01  WS-AUDTGENC-STATUS           PIC XX VALUE '00'.
000928 01  WS-GENRPT-STATUS             PIC XX VALUE '00'.
000929*---------------------------------------------------------------
000930*    PER-JOB LATCH TABLE - LAST BOUNDARY SEEN FOR EACH JOB
000940*    NUMBER IN THE GENERATION
000950*---------------------------------------------------------------
001250         10  WS-SUM-RUNS          PIC 9(08) COMP.
001260         10  WS-SUM-FAILS         PIC 9(08) COMP.
001270         10  WS-SUM-ELAPSED       PIC 9(12) COMP.
001271*---------------------------------------------------------------
001272*    GENERATION CONTROL TABLE - EVERY RECORD ON AUDTGENC, LOADED
001273*    AT THE START SO A GENERATION CAN BE MATCHED BY FINGERPRINT
001274*---------------------------------------------------------------
001275 01  WS-CTL-TABLE-CTL.
001277     05  WS-CTL-COUNT             PIC 9(04) COMP VALUE 0.
001278     05  WS-CTL-MAX               PIC 9(04) COMP VALUE 2000.
001279     05  WS-CTL-IX                PIC 9(04) COMP VALUE 0.
001280 01  WS-CTL-TABLE.
001281     05  WS-CTL-ENTRY OCCURS 1 TO 2000 TIMES
001282                      DEPENDING ON WS-CTL-COUNT
001283                      INDEXED BY WS-CTL-NX.
001284         10  WS-CTL-GEN-SEQ       PIC 9(07).
001285         10  WS-CTL-STATUS        PIC X(01).
001286         10  WS-CTL-FINGERPRINT   PIC X(40).
001288         10  WS-CTL-REBUILT-SW    PIC X(01).
001289             88  WS-CTL-REBUILT             VALUE 'Y'.
001290             88  WS-CTL-NOT-REBUILT         VALUE 'N'.
001291 01  WS-MAX-GEN-SEQ               PIC 9(07) VALUE 0.
001292 01  WS-LATEST-GEN-SEQ            PIC 9(07) VALUE 0.
001293 01  WS-PENDING-GEN-SEQ           PIC 9(07) VALUE 0.
001294*---------------------------------------------------------------
001295*    REBUILD LIST - THE GENLIST GENERATIONS IN AUDTARCH ORDER
001296*---------------------------------------------------------------
001297 01  WS-LIST-TABLE-CTL.
001298     05  WS-LIST-COUNT            PIC 9(04) COMP VALUE 0.
001300     05  WS-LIST-MAX              PIC 9(04) COMP VALUE 2000.
001301     05  WS-LIST-IX               PIC 9(04) COMP VALUE 0.
001302 01  WS-LIST-TABLE.
001303     05  WS-LIST-ENTRY OCCURS 1 TO 2000 TIMES
001304                       DEPENDING ON WS-LIST-COUNT
001305                       INDEXED BY WS-LIST-NX.
001306         10  WS-LIST-GEN-SEQ      PIC 9(07).
001307         10  WS-LIST-CTL-IX       PIC 9(04) COMP.
001308*---------------------------------------------------------------
001309*    THE GENERATION BEING FOLDED - FINGERPRINT AND COUNTS
001311*---------------------------------------------------------------
001312 01  WS-GEN-FINGERPRINT.
001313     05  WS-GF-FIRST-DATE         PIC 9(08) VALUE 99999999.
001314     05  WS-GF-LAST-DATE          PIC 9(08) VALUE 0.
001315     05  WS-GF-RECORD-COUNT       PIC 9(09) VALUE 0.
001316     05  WS-GF-HASH-TOTAL         PIC 9(15) VALUE 0.
001317 01  WS-GEN-SEQ                   PIC 9(07) VALUE 0.
001318 01  WS-GEN-WANTED                PIC 9(09) VALUE 0.
001319 01  WS-GEN-RECORDED              PIC 9(09) VALUE 0.
001320 01  WS-GEN-STEP-RUNS             PIC 9(09) COMP VALUE 0.
001322 01  WS-GEN-DONE                  PIC 9(07) COMP VALUE 0.
001323 01  WS-GEN-ALREADY               PIC 9(07) COMP VALUE 0.
001324 01  WS-GEN-ADDED                 PIC 9(07) COMP VALUE 0.
001325 01  WS-GEN-UPDATED               PIC 9(07) COMP VALUE 0.
001326 01  WS-GEN-DELETED               PIC 9(07) COMP VALUE 0.
001327 01  WS-GEN-RESULT                PIC X(20) VALUE SPACES.
001328 01  WS-FOLD-START                PIC 9(04) COMP VALUE 1.
001329 01  WS-BACKOUT-CKPT              PIC 9(07) VALUE 0.
001330 01  WS-CKPT-INTERVAL             PIC 9(04) COMP VALUE 100.
001331 01  WS-CKPT-QUOTIENT             PIC 9(04) COMP VALUE 0.
001332 01  WS-CKPT-REM                  PIC 9(04) COMP VALUE 0.
001334 01  WS-CLOCK-DATE                PIC 9(08) VALUE 0.
001335 01  WS-CLOCK-TIME                PIC 9(08) VALUE 0.
001336 01  WS-EDIT-SEQ                  PIC ZZZZZZ9.
001337 01  WS-EDIT-DATE                 PIC 9999/99/99.
001338*---------------------------------------------------------------
001339*    CONDITION-CODE POLICY CHECK PARAMETERS (SEE RCPOLCHK)
001340*---------------------------------------------------------------
001341 COPY RCPOLPRM.
001342*---------------------------------------------------------------
001343*    TIME-CONVERSION WORK AREAS
001345*---------------------------------------------------------------
001346 01  WS-TIME-WORK.
001347     05  WS-TW-HH                 PIC 9(02).
001348     05  WS-TW-MM                 PIC 9(02).
001349     05  WS-TW-SS                 PIC 9(02).
001350     05  WS-TW-TT                 PIC 9(02).
001360 01  WS-TIME-IN                   PIC 9(08) VALUE 0.
001370 01  WS-HUNDREDTHS-OUT            PIC 9(09) VALUE 0.
001420 01  WS-FOLDED-COUNT              PIC 9(08) COMP VALUE 0.
001430 01  WS-ADDED-COUNT               PIC 9(08) COMP VALUE 0.
001440 01  WS-UPDATED-COUNT             PIC 9(08) COMP VALUE 0.
001441 01  WS-TOT-LOADED-GENS           PIC 9(07) COMP VALUE 0.
001442 01  WS-TOT-LOADED-RECS           PIC 9(09) COMP VALUE 0.
001443 01  WS-TOT-LOADED-RUNS           PIC 9(09) COMP VALUE 0.
001444 01  WS-TOT-PENDING-GENS          PIC 9(07) COMP VALUE 0.
001445*---------------------------------------------------------------
001446*    REPORT LINES
001447*---------------------------------------------------------------
001448 01  FILLER-LINE                  PIC X(133) VALUE ALL '='.
001449 01  RPT-TITLE-LINE.
001450     05  FILLER                   PIC X(01) VALUE '='.
001451     05  FILLER                   PIC X(45) VALUE SPACES.
001452     05  FILLER                   PIC X(42) VALUE
001453             'AUDTSUMF ARCHIVE GENERATION CONTROL REPORT'.
001454     05  FILLER                   PIC X(44) VALUE SPACES.
001455     05  FILLER                   PIC X(01) VALUE '='.
001456 01  RPT-RUN-LINE.
001457     05  FILLER                   PIC X(01) VALUE '='.
001458     05  FILLER                   PIC X(01) VALUE SPACE.
001459     05  FILLER                   PIC X(10) VALUE 'RUN MODE: '.
001460     05  RR-MODE                  PIC X(07) VALUE SPACES.
001461     05  FILLER                   PIC X(11) VALUE
001462             '   RUN BY: '.
001463     05  RR-JOB-NAME              PIC X(08) VALUE SPACES.
001464     05  FILLER                   PIC X(01) VALUE SPACE.
001465     05  RR-JOB-NBR               PIC X(08) VALUE SPACES.
001466     05  FILLER                   PIC X(07) VALUE '   AT: '.
001467     05  RR-RUN-DATE              PIC 9999/99/99.
001468     05  FILLER                   PIC X(01) VALUE SPACE.
001469     05  RR-RUN-TIME              PIC 99B99B99B99.
001470     05  FILLER                   PIC X(56) VALUE SPACES.
001471     05  FILLER                   PIC X(01) VALUE '='.
001472 01  RPT-SECTION-LINE.
001473     05  FILLER                   PIC X(01) VALUE '='.
001474     05  FILLER                   PIC X(01) VALUE SPACE.
001475     05  RS-TEXT                  PIC X(60) VALUE SPACES.
001476     05  FILLER                   PIC X(70) VALUE SPACES.
001477     05  FILLER                   PIC X(01) VALUE '='.
001478 01  RPT-GEN-HDR1.
001479     05  FILLER                   PIC X(02) VALUE '= '.
001480     05  FILLER                   PIC X(09) VALUE '    GEN  '.
001481     05  FILLER                   PIC X(23) VALUE
001482             'ARCHIVE DATE SPAN      '.
001483     05  FILLER                   PIC X(11) VALUE
001484             '  RECORDS  '.
001485     05  FILLER                   PIC X(11) VALUE
001486             '  RECORDS  '.
001487     05  FILLER                   PIC X(11) VALUE
001488             '     STEP  '.
001489     05  FILLER                   PIC X(09) VALUE '   KEYS  '.
001490     05  FILLER                   PIC X(09) VALUE '   KEYS  '.
001491     05  FILLER                   PIC X(09) VALUE 'ALREADY  '.
001492     05  FILLER                   PIC X(09) VALUE '   KEYS  '.
001493     05  FILLER                   PIC X(09) VALUE '   KEYS  '.
001494     05  FILLER                   PIC X(20) VALUE 'RESULT'.
001495     05  FILLER                   PIC X(01) VALUE '='.
001496 01  RPT-GEN-HDR2.
001497     05  FILLER                   PIC X(02) VALUE '= '.
001498     05  FILLER                   PIC X(09) VALUE '    SEQ  '.
001499     05  FILLER                   PIC X(23) VALUE
001500             'FIRST DATE  LAST DATE  '.
001501     05  FILLER                   PIC X(11) VALUE
001502             '     READ  '.
001503     05  FILLER                   PIC X(11) VALUE
001504             ' RECORDED  '.
001506     05  FILLER                   PIC X(11) VALUE
001507             '     RUNS  '.
001508     05  FILLER                   PIC X(09) VALUE '  TOTAL  '.
001509     05  FILLER                   PIC X(09) VALUE '   DONE  '.
001510     05  FILLER                   PIC X(09) VALUE '  THERE  '.
001511     05  FILLER                   PIC X(09) VALUE '  ADDED  '.
001512     05  FILLER                   PIC X(09) VALUE 'UPDATED  '.
001513     05  FILLER                   PIC X(20) VALUE SPACES.
001514     05  FILLER                   PIC X(01) VALUE '='.
001515 01  RPT-GEN-LINE.
001516     05  FILLER                   PIC X(02) VALUE '= '.
001517     05  RG-GEN-SEQ               PIC ZZZZZZ9.
001518     05  FILLER                   PIC X(02) VALUE SPACES.
001519     05  RG-FIRST-DATE            PIC 9999/99/99.
001520     05  FILLER                   PIC X(01) VALUE SPACE.
001521     05  RG-LAST-DATE             PIC 9999/99/99.
001522     05  FILLER                   PIC X(02) VALUE SPACES.
001523     05  RG-READ                  PIC ZZZZZZZZ9.
001524     05  FILLER                   PIC X(02) VALUE SPACES.
001525     05  RG-RECORDED              PIC ZZZZZZZZ9.
001526     05  FILLER                   PIC X(02) VALUE SPACES.
001527     05  RG-STEP-RUNS             PIC ZZZZZZZZ9.
001528     05  FILLER                   PIC X(02) VALUE SPACES.
001529     05  RG-AGGR                  PIC ZZZZZZ9.
001530     05  FILLER                   PIC X(02) VALUE SPACES.
001531     05  RG-DONE                  PIC ZZZZZZ9.
001532     05  FILLER                   PIC X(02) VALUE SPACES.
001533     05  RG-ALREADY               PIC ZZZZZZ9.
001534     05  FILLER                   PIC X(02) VALUE SPACES.
001535     05  RG-ADDED                 PIC ZZZZZZ9.
001536     05  FILLER                   PIC X(02) VALUE SPACES.
001537     05  RG-UPDATED               PIC ZZZZZZ9.
001538     05  FILLER                   PIC X(02) VALUE SPACES.
001539     05  RG-RESULT                PIC X(20).
001540     05  FILLER                   PIC X(01) VALUE '='.
001541 01  RPT-BACKOUT-LINE.
001542     05  FILLER                   PIC X(01) VALUE '='.
001543     05  FILLER                   PIC X(01) VALUE SPACE.
001544     05  FILLER                   PIC X(25) VALUE
001545             'SUMMARY RECORDS REDUCED: '.
001546     05  RB-REDUCED               PIC ZZZZZZ9.
001547     05  FILLER                   PIC X(12) VALUE
001548             '   DELETED: '.
001549     05  RB-DELETED               PIC ZZZZZZ9.
001550     05  FILLER                   PIC X(19) VALUE
001551             '   NOT IN SUMMARY: '.
001552     05  RB-NOT-THERE             PIC ZZZZZZ9.
001553     05  FILLER                   PIC X(53) VALUE SPACES.
001554     05  FILLER                   PIC X(01) VALUE '='.
001555 01  RPT-CTL-HDR.
001556     05  FILLER                   PIC X(02) VALUE '= '.
001557     05  FILLER                   PIC X(09) VALUE '    GEN  '.
001558     05  FILLER                   PIC X(13) VALUE
001559             'STATUS       '.
001560     05  FILLER                   PIC X(23) VALUE
001561             'ARCHIVE DATE SPAN      '.
001562     05  FILLER                   PIC X(11) VALUE
001563             '  RECORDS  '.
001564     05  FILLER                   PIC X(11) VALUE
001565             'STEP RUNS  '.
001566     05  FILLER                   PIC X(09) VALUE '   KEYS  '.
001567     05  FILLER                   PIC X(09) VALUE '   DONE  '.
001568     05  FILLER                   PIC X(19) VALUE
001569             'FOLDED BY          '.
001570     05  FILLER                   PIC X(26) VALUE
001571             'STARTED'.
001572     05  FILLER                   PIC X(01) VALUE '='.
001573 01  RPT-CTL-LINE.
001574     05  FILLER                   PIC X(02) VALUE '= '.
001575     05  RC-GEN-SEQ               PIC ZZZZZZ9.
001576     05  FILLER                   PIC X(02) VALUE SPACES.
001577     05  RC-STATUS                PIC X(11).
001578     05  FILLER                   PIC X(02) VALUE SPACES.
001579     05  RC-FIRST-DATE            PIC 9999/99/99.
001580     05  FILLER                   PIC X(01) VALUE SPACE.
001581     05  RC-LAST-DATE             PIC 9999/99/99.
001582     05  FILLER                   PIC X(02) VALUE SPACES.
001583     05  RC-RECORDS               PIC ZZZZZZZZ9.
001584     05  FILLER                   PIC X(02) VALUE SPACES.
001585     05  RC-STEP-RUNS             PIC ZZZZZZZZ9.
001586     05  FILLER                   PIC X(02) VALUE SPACES.
001587     05  RC-AGGR                  PIC ZZZZZZ9.
001588     05  FILLER                   PIC X(02) VALUE SPACES.
001589     05  RC-CKPT                  PIC ZZZZZZ9.
001590     05  FILLER                   PIC X(02) VALUE SPACES.
001591     05  RC-JOB-NAME              PIC X(08).
001592     05  FILLER                   PIC X(01) VALUE SPACE.
001593     05  RC-JOB-NBR               PIC X(08).
001594     05  FILLER                   PIC X(02) VALUE SPACES.
001595     05  RC-START-DATE            PIC 9999/99/99.
001596     05  FILLER                   PIC X(01) VALUE SPACE.
001597     05  RC-START-TIME            PIC 99B99B99B99.
001598     05  FILLER                   PIC X(04) VALUE SPACES.
001599     05  FILLER                   PIC X(01) VALUE '='.
001600 01  RPT-CTL-TOTAL-LINE.
001601     05  FILLER                   PIC X(01) VALUE '='.
001602     05  FILLER                   PIC X(01) VALUE SPACE.
001603     05  FILLER                   PIC X(20) VALUE
001604             'LOADED GENERATIONS: '.
001605     05  RT-LOADED-GENS           PIC ZZZZZZ9.
001606     05  FILLER                   PIC X(12) VALUE
001607             '   RECORDS: '.
001608     05  RT-LOADED-RECS           PIC ZZZZZZZZ9.
001609     05  FILLER                   PIC X(14) VALUE
001610             '   STEP RUNS: '.
001611     05  RT-LOADED-RUNS           PIC ZZZZZZZZ9.
001612     05  FILLER                   PIC X(16) VALUE
001613             '   IN PROGRESS: '.
001614     05  RT-PENDING-GENS          PIC ZZZZZZ9.
001615     05  FILLER                   PIC X(36) VALUE SPACES.
001616     05  FILLER                   PIC X(01) VALUE '='.
001617 01  RPT-MSG-LINE.
001618     05  FILLER                   PIC X(01) VALUE '='.
001619     05  FILLER                   PIC X(01) VALUE SPACE.
001620     05  RM-TEXT                  PIC X(120) VALUE SPACES.
001621     05  FILLER                   PIC X(10) VALUE SPACES.
001622     05  FILLER                   PIC X(01) VALUE '='.
001623 LINKAGE SECTION.
001624 01   PARM-BUFFER.
001625      05 PARM-LENGTH             PIC S9(4) COMP.
001626      05 PARM-DATA.
001627         10 NUMB                 PIC X(100).
001628 COPY GETJOBIP.
001629 PROCEDURE DIVISION USING PARM-BUFFER.
001630 0000-MAINLINE SECTION.
001631***************************************************************
001632*    AGGREGATE THE GENERATION IN STORAGE AND MATCH IT AGAINST *
001633*    THE CONTROL FILE, THEN FOLD EVERY AGGREGATE INTO THE     *
001634*    PERMANENT SUMMARY KSDS (OR, FOR A BACKOUT, TAKE THEM OUT *
001636*    AGAIN).  A REBUILD DOES THE SAME FOR EACH LISTED         *
001637*    GENERATION IN TURN.  PRINT THE CONTROL REPORT AND        *
001638*    DISPLAY THE TOTALS.                                      *
001639***************************************************************
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001641     IF WS-REBUILD-MODE
001642         PERFORM 6000-REBUILD-GENERATION THRU 6000-EXIT
001643             VARYING WS-LIST-IX FROM 1 BY 1
001644             UNTIL WS-LIST-IX > WS-LIST-COUNT
001645                OR WS-REBUILD-STOPPED
001646         PERFORM 6500-FINISH-REBUILD THRU 6500-EXIT
001647         GO TO 0000-REPORT
001648     END-IF.
001649     PERFORM 2000-AGGREGATE-RECORD THRU 2000-EXIT
001650         UNTIL WS-EOF.
001651     PERFORM 3500-CHECK-GENERATION THRU 3500-EXIT.
001652     IF WS-GEN-ACCEPTED AND WS-BACKOUT-MODE
001653         PERFORM 4500-BACKOUT-AGGREGATE THRU 4500-EXIT
001654             VARYING WS-SUM-IX FROM 1 BY 1
001655             UNTIL WS-SUM-IX > WS-SUM-COUNT
001656         PERFORM 4600-FINISH-BACKOUT THRU 4600-EXIT
001657     END-IF.
001658     IF WS-GEN-ACCEPTED AND WS-NORMAL-MODE
001659         PERFORM 4000-FOLD-TO-SUMMARY THRU 4000-EXIT
001660             VARYING WS-SUM-IX FROM WS-FOLD-START BY 1
001661             UNTIL WS-SUM-IX > WS-SUM-COUNT
001662         PERFORM 3600-FINISH-LOAD THRU 3600-EXIT
001663     END-IF.
001664     PERFORM 7100-PRINT-GEN-LINE THRU 7100-EXIT.
001665 0000-REPORT.
001666     PERFORM 7000-PRINT-CONTROL-FILE THRU 7000-EXIT.
001667     PERFORM 5000-TERMINATE THRU 5000-EXIT.
001668     GO TO 9999-EXIT.
001669 0000-EXIT.
001670     EXIT.
001671*---------------------------------------------------------------
001672 1000-INITIALIZE SECTION.
001673***************************************************************
001674*    READ THE PARM (STOPPING ON ONE THAT CANNOT BE READ),     *
001675*    FIND OUR OWN JOB THROUGH GETJOBI, OPEN THE FILES, LOAD   *
001676*    THE CONTROL FILE AND PRINT THE REPORT HEADINGS.  A       *
001677*    REBUILD ALSO CHECKS THE SUMMARY IS EMPTY AND LOADS ITS   *
001678*    GENERATION LIST.  THEN PRIME THE ARCHIVE READ.           *
001679***************************************************************
001680     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
001681     IF WS-GEN-REFUSED
001682         DISPLAY '*** AUDTSUMM PARM NOT RECOGNISED - EXPECTED '
001683             'NONE, BACKOUT OR REBUILD - GENERATION NOT '
001684             'SUMMARIZED ***'
001685         GO TO 9999-EXIT
001686     END-IF.
001687     CALL 'GETJOBI' USING WS-GETJOBI-PARM-REC.
001688     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
001689     ACCEPT WS-CLOCK-TIME FROM TIME.
001690     OPEN OUTPUT GENRPT-FILE.
001691     IF WS-GENRPT-STATUS NOT = '00'
001692         DISPLAY '*** GENRPT REPORT FILE OPEN FAILED - '
001693             'STATUS ' WS-GENRPT-STATUS
001694             ' - GENERATION NOT SUMMARIZED ***'
001695         GO TO 9999-EXIT
001696     END-IF.
001697     OPEN INPUT AUDTARCH-FILE.
001698     OPEN I-O AUDTSUMF-FILE.
001699     IF WS-AUDTSUMF-STATUS NOT = '00'
001700         DISPLAY '*** AUDTSUMF SUMMARY FILE OPEN FAILED - '
001710             'STATUS ' WS-AUDTSUMF-STATUS
001720             ' - GENERATION NOT SUMMARIZED ***'
001730         GO TO 9999-EXIT
001740     END-IF.
001741     OPEN I-O AUDTGENC-FILE.
001742     IF WS-AUDTGENC-STATUS NOT = '00'
001743         DISPLAY '*** AUDTGENC CONTROL FILE OPEN FAILED - '
001744             'STATUS ' WS-AUDTGENC-STATUS
001745             ' - GENERATION NOT SUMMARIZED ***'
001746         GO TO 9999-EXIT
001747     END-IF.
001748     READ AUDTGENC-FILE NEXT RECORD
001749         AT END SET WS-CTL-EOF TO TRUE
001750     END-READ.
001751     PERFORM 1200-LOAD-CONTROL THRU 1200-EXIT
001752         UNTIL WS-CTL-EOF.
001753     PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT.
001754     IF WS-REBUILD-MODE
001755         PERFORM 1400-CHECK-SUMMARY-EMPTY THRU 1400-EXIT
001756     END-IF.
001757     IF WS-REBUILD-MODE AND WS-REBUILD-GOING
001758         OPEN INPUT GENLIST-FILE
001759         READ GENLIST-FILE
001761             AT END SET WS-LIST-EOF TO TRUE
001762         END-READ
001763         PERFORM 1500-LOAD-LIST THRU 1500-EXIT
001764             UNTIL WS-LIST-EOF
001765         CLOSE GENLIST-FILE
001766         IF WS-LIST-COUNT = 0 AND WS-REBUILD-GOING
001767             MOVE 'GENLIST NAMES NO GENERATIONS - NOTHING REBUILT'
001768                 TO RM-TEXT
001769             PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
001770             SET WS-REBUILD-STOPPED TO TRUE
001771         END-IF
001772     END-IF.
001773     IF WS-REBUILD-STOPPED
001774         MOVE 0 TO WS-LIST-COUNT
001775         DISPLAY '*** AUDTSUMM - REBUILD REFUSED - SEE GENRPT ***'
001776     END-IF.
001777     READ AUDTARCH-FILE
001778         AT END SET WS-EOF TO TRUE.
001779 1000-EXIT.
001780     EXIT.
001781*---------------------------------------------------------------
001782 1100-PARSE-PARM SECTION.
001783***************************************************************
001784*    NO PARM FOLDS (OR RESUMES) THE GENERATION; 'BACKOUT'     *
001785*    TAKES IT OUT AGAIN; 'REBUILD' REGENERATES THE SUMMARY    *
001786*    FROM THE GENLIST GENERATIONS.  ANYTHING ELSE LEAVES THE  *
001787*    REFUSED SWITCH SET.                                      *
001788***************************************************************
001789     SET WS-GEN-ACCEPTED TO TRUE.
001790     SET WS-NORMAL-MODE TO TRUE.
001791     EVALUATE TRUE
001792         WHEN PARM-LENGTH = 0
001793             CONTINUE
001794         WHEN PARM-LENGTH = 7
001795             AND PARM-DATA(1:7) = 'BACKOUT'
001796             SET WS-BACKOUT-MODE TO TRUE
001797         WHEN PARM-LENGTH = 7
001798             AND PARM-DATA(1:7) = 'REBUILD'
001799             SET WS-REBUILD-MODE TO TRUE
001800         WHEN OTHER
001801             SET WS-GEN-REFUSED TO TRUE
001802     END-EVALUATE.
001803 1100-EXIT.
001804     EXIT.
001805*---------------------------------------------------------------
001806 1200-LOAD-CONTROL SECTION.
001807***************************************************************
001808*    TABLE ONE CONTROL RECORD, NOTING THE HIGHEST SEQUENCE    *
001809*    NUMBER GIVEN OUT, THE LATEST GENERATION STILL IN THE     *
001811*    SUMMARY AND ANY HALF-FOLDED ONE.  A FULL TABLE STOPS THE *
001812*    RUN - A GENERATION THAT CANNOT BE CHECKED AGAINST EVERY  *
001813*    RECORD MUST NOT BE FOLDED.                               *
001814***************************************************************
001815     IF WS-CTL-COUNT >= WS-CTL-MAX
001816         DISPLAY '*** GENERATION CONTROL TABLE FULL AT '
001817             WS-CTL-MAX ' GENERATIONS - GENERATION NOT '
001818             'SUMMARIZED ***'
001819         GO TO 9999-EXIT
001820     END-IF.
001821     ADD 1 TO WS-CTL-COUNT.
001822     SET WS-CTL-NX TO WS-CTL-COUNT.
001823     MOVE GC-GEN-SEQ TO WS-CTL-GEN-SEQ (WS-CTL-NX).
001824     MOVE GC-STATUS TO WS-CTL-STATUS (WS-CTL-NX).
001825     MOVE GC-FINGERPRINT TO WS-CTL-FINGERPRINT (WS-CTL-NX).
001826     SET WS-CTL-NOT-REBUILT (WS-CTL-NX) TO TRUE.
001827     IF GC-GEN-SEQ > WS-MAX-GEN-SEQ
001828         MOVE GC-GEN-SEQ TO WS-MAX-GEN-SEQ
001829     END-IF.
001830     IF (GC-LOADED OR GC-IN-PROGRESS)
001831         AND GC-GEN-SEQ > WS-LATEST-GEN-SEQ
001832         MOVE GC-GEN-SEQ TO WS-LATEST-GEN-SEQ
001833     END-IF.
001834     IF GC-IN-PROGRESS
001835         MOVE GC-GEN-SEQ TO WS-PENDING-GEN-SEQ
001836     END-IF.
001837     READ AUDTGENC-FILE NEXT RECORD
001838         AT END SET WS-CTL-EOF TO TRUE
001839     END-READ.
001840 1200-EXIT.
001841     EXIT.
001842*---------------------------------------------------------------
001843 1300-PRINT-HEADINGS SECTION.
001844***************************************************************
001845*    PRINT THE REPORT TITLE, THE RUN LINE AND THE COLUMN      *
001846*    HEADINGS FOR THE GENERATION LINES.                       *
001847***************************************************************
001848     MOVE FILLER-LINE TO GENRPT-LINE.
001849     WRITE GENRPT-LINE.
001850     MOVE RPT-TITLE-LINE TO GENRPT-LINE.
001851     WRITE GENRPT-LINE.
001852     MOVE FILLER-LINE TO GENRPT-LINE.
001853     WRITE GENRPT-LINE.
001854     EVALUATE TRUE
001855         WHEN WS-BACKOUT-MODE
001856             MOVE 'BACKOUT' TO RR-MODE
001857         WHEN WS-REBUILD-MODE
001858             MOVE 'REBUILD' TO RR-MODE
001859         WHEN OTHER
001860             MOVE 'FOLD   ' TO RR-MODE
001861     END-EVALUATE.
001862     MOVE WS-GETJOBI-JOB-NAME TO RR-JOB-NAME.
001863     MOVE WS-GETJOBI-JOB-NBR TO RR-JOB-NBR.
001864     MOVE WS-CLOCK-DATE TO RR-RUN-DATE.
001865     MOVE WS-CLOCK-TIME TO RR-RUN-TIME.
001866     MOVE RPT-RUN-LINE TO GENRPT-LINE.
001867     WRITE GENRPT-LINE.
001868     MOVE FILLER-LINE TO GENRPT-LINE.
001869     WRITE GENRPT-LINE.
001871     MOVE RPT-GEN-HDR1 TO GENRPT-LINE.
001872     WRITE GENRPT-LINE.
001873     MOVE RPT-GEN-HDR2 TO GENRPT-LINE.
001874     WRITE GENRPT-LINE.
001875 1300-EXIT.
001876     EXIT.
001877*---------------------------------------------------------------
001878 1400-CHECK-SUMMARY-EMPTY SECTION.
001879***************************************************************
001880*    A REBUILD ADDS EVERY LISTED GENERATION FROM ZERO, SO THE *
001881*    SUMMARY MUST HAVE BEEN DELETED AND DEFINED AFRESH - ANY  *
001882*    RECORD ON IT STOPS THE REBUILD BEFORE ANYTHING IS        *
001883*    TOUCHED.                                                 *
001884***************************************************************
001885     MOVE LOW-VALUES TO SM-KEY.
001886     START AUDTSUMF-FILE KEY IS NOT LESS THAN SM-KEY
001887         INVALID KEY GO TO 1400-EXIT
001888     END-START.
001889     STRING 'AUDTSUMF IS NOT EMPTY - DELETE AND DEFINE IT '
001890             DELIMITED BY SIZE
001891         'AFRESH BEFORE A REBUILD - NOTHING REBUILT'
001892             DELIMITED BY SIZE
001893         INTO RM-TEXT
001894     END-STRING.
001895     PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT.
001896     SET WS-REBUILD-STOPPED TO TRUE.
001897 1400-EXIT.
001898     EXIT.
001899*---------------------------------------------------------------
001900 1500-LOAD-LIST SECTION.
001901***************************************************************
001902*    TABLE ONE GENLIST CARD - A GENERATION SEQUENCE NUMBER IN *
001903*    COLUMNS 1-7 (BLANK CARDS AND '*' COMMENTS ARE SKIPPED).  *
001904*    A NUMBER THAT IS NOT NUMERIC, NOT ON THE CONTROL FILE,   *
001905*    OR LISTED TWICE STOPS THE REBUILD BEFORE ANYTHING IS     *
001906*    TOUCHED.                                                 *
001907***************************************************************
001908     IF GENLIST-RECORD = SPACES
001909         OR GL-GEN-SEQ-X(1:1) = '*'
001910         GO TO 1500-NEXT
001911     END-IF.
001912     IF GL-GEN-SEQ-X IS NOT NUMERIC
001913         MOVE SPACES TO RM-TEXT
001914         STRING 'GENLIST CARD "' DELIMITED BY SIZE
001915             GL-GEN-SEQ-X DELIMITED BY SIZE
001916             '" IS NOT A SEVEN-DIGIT GENERATION SEQUENCE NUMBER'
001917                 DELIMITED BY SIZE
001918             ' - NOTHING REBUILT' DELIMITED BY SIZE
001919             INTO RM-TEXT
001920         END-STRING
001921         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
001922         SET WS-REBUILD-STOPPED TO TRUE
001923         GO TO 1500-NEXT
001924     END-IF.
001925     MOVE GL-GEN-SEQ TO WS-EDIT-SEQ.
001926     MOVE GL-GEN-SEQ TO WS-GEN-SEQ.
001927     PERFORM 3550-FIND-CONTROL-SEQ THRU 3550-EXIT.
001928     IF WS-CTL-NOT-FOUND
001929         MOVE SPACES TO RM-TEXT
001931         STRING 'GENLIST GENERATION ' DELIMITED BY SIZE
001932             WS-EDIT-SEQ DELIMITED BY SIZE
001933             ' IS NOT ON THE CONTROL FILE - NOTHING REBUILT'
001934                 DELIMITED BY SIZE
001935             INTO RM-TEXT
001936         END-STRING
001937         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
001938         SET WS-REBUILD-STOPPED TO TRUE
001939         GO TO 1500-NEXT
001940     END-IF.
001941     IF WS-LIST-COUNT > 0
001942         SET WS-LIST-NX TO 1
001943         SEARCH WS-LIST-ENTRY
001944             AT END CONTINUE
001945             WHEN WS-LIST-GEN-SEQ (WS-LIST-NX) = GL-GEN-SEQ
001946                 MOVE SPACES TO RM-TEXT
001947                 STRING 'GENLIST GENERATION ' DELIMITED BY SIZE
001948                     WS-EDIT-SEQ DELIMITED BY SIZE
001949                     ' IS LISTED TWICE - NOTHING REBUILT'
001950                         DELIMITED BY SIZE
001951                     INTO RM-TEXT
001952                 END-STRING
001953                 PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
001954                 SET WS-REBUILD-STOPPED TO TRUE
001955                 GO TO 1500-NEXT
001956         END-SEARCH
001957     END-IF.
001958     IF WS-LIST-COUNT >= WS-LIST-MAX
001959         STRING 'GENLIST NAMES MORE GENERATIONS THAN THE '
001960                 DELIMITED BY SIZE
001961             'REBUILD LIST HOLDS - NOTHING REBUILT'
001962                 DELIMITED BY SIZE
001963             INTO RM-TEXT
001964         END-STRING
001965         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
001966         SET WS-REBUILD-STOPPED TO TRUE
001967         GO TO 1500-NEXT
001968     END-IF.
001969     ADD 1 TO WS-LIST-COUNT.
001970     SET WS-LIST-NX TO WS-LIST-COUNT.
001971     MOVE GL-GEN-SEQ TO WS-LIST-GEN-SEQ (WS-LIST-NX).
001972     SET WS-CTL-IX TO WS-CTL-NX.
001973     MOVE WS-CTL-IX TO WS-LIST-CTL-IX (WS-LIST-NX).
001974 1500-NEXT.
001975     READ GENLIST-FILE
001976         AT END SET WS-LIST-EOF TO TRUE.
001977 1500-EXIT.
001978     EXIT.
001979*---------------------------------------------------------------
001980 2000-AGGREGATE-RECORD SECTION.
001981***************************************************************
001982*    FOLD ONE ARCHIVE RECORD - IT IS THE FOLLOWING BOUNDARY    *
001983*    OF WHATEVER STEP WAS LATCHED FOR ITS JOB NUMBER, SO       *
001984*    THAT STEP'S RUN, FAILURE AND ELAPSED TIME ARE COUNTED     *
001985*    NOW.  A BOUNDARY RECORD THEN LATCHES ITSELF FOR THE       *
001986*    NEXT FOLD; A DISPOSITION RECORD ONLY CLOSES THE LATCH.    *
001987*    EVERY RECORD READ GOES INTO THE GENERATION'S             *
001988*    FINGERPRINT.                                             *
001989***************************************************************
001991     ADD 1 TO WS-READ-COUNT.
001992     ADD 1 TO WS-GF-RECORD-COUNT.
001993     IF SA-RUN-DATE IS NUMERIC
001994         IF SA-RUN-DATE < WS-GF-FIRST-DATE
001995             MOVE SA-RUN-DATE TO WS-GF-FIRST-DATE
001996         END-IF
001997         IF SA-RUN-DATE > WS-GF-LAST-DATE
001998             MOVE SA-RUN-DATE TO WS-GF-LAST-DATE
001999         END-IF
002000     END-IF.
002001     IF SA-RUN-TIME IS NUMERIC
002002         ADD SA-RUN-TIME TO WS-GF-HASH-TOTAL
002003     END-IF.
002004     IF SA-RUN-DATE IS NOT NUMERIC
002005         OR SA-RUN-TIME IS NOT NUMERIC
002006         OR SA-JOB-NAME = SPACES
002007         GO TO 2000-NEXT
002008     END-IF.
002009     PERFORM 2100-FIND-JOB-LATCH THRU 2100-EXIT.
002010     IF WS-NOT-FOUND
002011         GO TO 2000-NEXT
002012     END-IF.
002013     IF WS-JOB-LATCHED (WS-JOB-NX)
002014         PERFORM 2200-FOLD-PRIOR-STEP THRU 2200-EXIT
002015     END-IF.
002016     IF SA-JOB-DISPOSITION
002017         SET WS-JOB-NOT-LATCHED (WS-JOB-NX) TO TRUE
002018     ELSE
002019         MOVE SA-STEP-NAME TO WS-JOB-LAST-STEP (WS-JOB-NX)
002020         MOVE SA-RUN-DATE TO WS-JOB-LAST-DATE (WS-JOB-NX)
002030         SET WS-JOB-LATCHED (WS-JOB-NX) TO TRUE
002040     END-IF.
002890         MOVE ZEROS TO WS-SUM-ELAPSED (WS-SUM-NX)
002900     END-IF.
002910     ADD 1 TO WS-SUM-RUNS (WS-SUM-NX).
002913     IF SA-PRIOR-RC IS NUMERIC AND SA-PRIOR-RC > 0
002917         MOVE WS-JOB-NAME (WS-JOB-NX) TO CK-JOB-NAME
002920         MOVE WS-JOB-LAST-STEP (WS-JOB-NX) TO CK-STEP-NAME
002923         MOVE SA-PRIOR-RC TO CK-COND-CODE
002927         CALL 'RCPOLCHK' USING RCPOLCHK-PARMS
002930         IF CK-RC-FAILED
002933             ADD 1 TO WS-SUM-FAILS (WS-SUM-NX)
002937         END-IF
002940     END-IF.
002950     IF SA-ELAPSED-TIME IS NUMERIC
002955         AND NOT SA-JOB-DISPOSITION
002980         ADD WS-HUNDREDTHS-OUT TO WS-SUM-ELAPSED (WS-SUM-NX)
002990     END-IF.
003000     ADD 1 TO WS-FOLDED-COUNT.
003005     ADD 1 TO WS-GEN-STEP-RUNS.
003010 2200-EXIT.
003020     EXIT.
003030*---------------------------------------------------------------
003160             + WS-TW-TT.
003170 3000-EXIT.
003180     EXIT.
003181*---------------------------------------------------------------
003182 3500-CHECK-GENERATION SECTION.
003183***************************************************************
003184*    MATCH THE GENERATION JUST AGGREGATED AGAINST THE CONTROL *
003185*    FILE BY ITS FINGERPRINT AND DECIDE WHETHER IT MAY BE     *
003186*    FOLDED (OR BACKED OUT), LEAVING THE ACCEPTED OR REFUSED  *
003187*    SWITCH SET.  AN EMPTY GENERATION HAS NOTHING TO FOLD.  A *
003188*    FOLD REFUSES A GENERATION ALREADY LOADED, RESUMES A      *
003189*    HALF-FOLDED ONE FROM ITS CHECKPOINT, AND OTHERWISE       *
003190*    STARTS A NEW CONTROL RECORD - UNLESS SOME OTHER          *
003191*    GENERATION IS STILL HALF-FOLDED.  A BACKOUT TAKES ONLY A *
003192*    HALF-FOLDED GENERATION OR THE LAST ONE LOADED, WHOSE     *
003193*    SUMMARY STAMPS NO LATER GENERATION HAS OVERWRITTEN.      *
003194***************************************************************
003195     SET WS-GEN-REFUSED TO TRUE.
003196     IF WS-GF-FIRST-DATE = 99999999
003197         MOVE ZEROS TO WS-GF-FIRST-DATE
003198     END-IF.
003199     MOVE WS-GF-RECORD-COUNT TO WS-GEN-RECORDED.
003200     IF WS-GF-RECORD-COUNT = 0
003201         MOVE 'EMPTY - NOT FOLDED' TO WS-GEN-RESULT
003202         GO TO 3500-EXIT
003203     END-IF.
003204     SET WS-CTL-NOT-FOUND TO TRUE.
003205     IF WS-CTL-COUNT > 0
003206         SET WS-CTL-NX TO 1
003208         SEARCH WS-CTL-ENTRY
003209             AT END SET WS-CTL-NOT-FOUND TO TRUE
003210             WHEN WS-CTL-FINGERPRINT (WS-CTL-NX)
003211                     = WS-GEN-FINGERPRINT
003212                 SET WS-CTL-FOUND TO TRUE
003213         END-SEARCH
003214     END-IF.
003215     IF WS-CTL-FOUND
003216         MOVE WS-CTL-GEN-SEQ (WS-CTL-NX) TO WS-GEN-SEQ
003217         PERFORM 3700-READ-CONTROL THRU 3700-EXIT
003218         MOVE WS-GEN-SEQ TO WS-EDIT-SEQ
003219     END-IF.
003220     IF WS-BACKOUT-MODE
003221         GO TO 3500-BACKOUT
003222     END-IF.
003223     IF WS-CTL-FOUND AND GC-LOADED
003224         MOVE GC-START-DATE TO WS-EDIT-DATE
003225         MOVE SPACES TO RM-TEXT
003226         STRING 'THIS ARCHIVE IS GENERATION ' DELIMITED BY SIZE
003227             WS-EDIT-SEQ DELIMITED BY SIZE
003228             ', ALREADY FOLDED BY ' DELIMITED BY SIZE
003229             GC-RUN-JOB-NAME DELIMITED BY SPACE
003230             ' ' DELIMITED BY SIZE
003231             GC-RUN-JOB-NBR DELIMITED BY SPACE
003232             ' ON ' DELIMITED BY SIZE
003233             WS-EDIT-DATE DELIMITED BY SIZE
003234             ' - NOT FOLDED AGAIN' DELIMITED BY SIZE
003235             INTO RM-TEXT
003236         END-STRING
003237         MOVE 'REFUSED - LOADED' TO WS-GEN-RESULT
003238         GO TO 3500-REFUSE
003239     END-IF.
003240     IF WS-CTL-FOUND AND GC-IN-PROGRESS
003241         COMPUTE WS-FOLD-START = GC-CKPT-COUNT + 1
003242         MOVE GC-ADDED-COUNT TO WS-GEN-ADDED
003243         MOVE GC-UPDATED-COUNT TO WS-GEN-UPDATED
003244         MOVE 'RESUMED AND LOADED' TO WS-GEN-RESULT
003245         MOVE SPACES TO RM-TEXT
003246         STRING 'GENERATION ' DELIMITED BY SIZE
003247             WS-EDIT-SEQ DELIMITED BY SIZE
003248             ' WAS HALF-FOLDED - RESUMED AFTER ITS CHECKPOINT'
003249                 DELIMITED BY SIZE
003250             INTO RM-TEXT
003251         END-STRING
003252         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
003253         GO TO 3500-ACCEPT
003254     END-IF.
003255     IF WS-PENDING-GEN-SEQ NOT = 0
003256         MOVE WS-PENDING-GEN-SEQ TO WS-EDIT-SEQ
003257         MOVE SPACES TO RM-TEXT
003258         STRING 'GENERATION ' DELIMITED BY SIZE
003259             WS-EDIT-SEQ DELIMITED BY SIZE
003261             ' IS HALF-FOLDED - RERUN IT TO RESUME, OR WITH PARM'
003262                 DELIMITED BY SIZE
003263             '=BACKOUT, BEFORE FOLDING ANOTHER' DELIMITED BY SIZE
003264             INTO RM-TEXT
003265         END-STRING
003266         MOVE 'REFUSED - PENDING' TO WS-GEN-RESULT
003267         GO TO 3500-REFUSE
003268     END-IF.
003269     IF WS-CTL-FOUND
003270         MOVE 'RELOADED' TO WS-GEN-RESULT
003271     ELSE
003272         ADD 1 TO WS-MAX-GEN-SEQ
003273         MOVE WS-MAX-GEN-SEQ TO WS-GEN-SEQ
003274         PERFORM 3650-ADD-CONTROL THRU 3650-EXIT
003275         MOVE 'LOADED' TO WS-GEN-RESULT
003276     END-IF.
003277     MOVE 1 TO WS-FOLD-START.
003278     MOVE 0 TO WS-GEN-ADDED.
003279     MOVE 0 TO WS-GEN-UPDATED.
003280 3500-ACCEPT.
003281     SET WS-GEN-ACCEPTED TO TRUE.
003282     MOVE WS-GEN-SEQ TO WS-LATEST-GEN-SEQ.
003283     MOVE WS-GEN-SEQ TO WS-PENDING-GEN-SEQ.
003284     SET GC-IN-PROGRESS TO TRUE.
003285     MOVE WS-GEN-FINGERPRINT TO GC-FINGERPRINT.
003286     MOVE WS-SUM-COUNT TO GC-AGGR-COUNT.
003287     COMPUTE GC-CKPT-COUNT = WS-FOLD-START - 1.
003288     MOVE WS-GEN-STEP-RUNS TO GC-STEP-RUNS.
003289     MOVE WS-GEN-ADDED TO GC-ADDED-COUNT.
003290     MOVE WS-GEN-UPDATED TO GC-UPDATED-COUNT.
003291     MOVE WS-GETJOBI-JOB-NAME TO GC-RUN-JOB-NAME.
003292     MOVE WS-GETJOBI-JOB-NBR TO GC-RUN-JOB-NBR.
003293     SET GC-NORMAL-RUN TO TRUE.
003294     MOVE WS-CLOCK-DATE TO GC-START-DATE.
003295     MOVE WS-CLOCK-TIME TO GC-START-TIME.
003296     MOVE ZEROS TO GC-END-DATE.
003297     MOVE ZEROS TO GC-END-TIME.
003298     PERFORM 3800-REWRITE-CONTROL THRU 3800-EXIT.
003299     GO TO 3500-EXIT.
003300 3500-BACKOUT.
003301     IF WS-CTL-NOT-FOUND
003302         STRING 'THIS ARCHIVE IS NOT ON THE CONTROL FILE - '
003303                 DELIMITED BY SIZE
003304             'NOTHING TO BACK OUT' DELIMITED BY SIZE
003305             INTO RM-TEXT
003306         END-STRING
003307         MOVE 'REFUSED - UNKNOWN' TO WS-GEN-RESULT
003308         GO TO 3500-REFUSE
003309     END-IF.
003310     IF GC-IN-PROGRESS
003311         OR (GC-LOADED AND WS-GEN-SEQ = WS-LATEST-GEN-SEQ)
003312         MOVE GC-CKPT-COUNT TO WS-BACKOUT-CKPT
003314         MOVE 'BACKED OUT' TO WS-GEN-RESULT
003315         SET WS-GEN-ACCEPTED TO TRUE
003316         GO TO 3500-EXIT
003317     END-IF.
003318     MOVE SPACES TO RM-TEXT.
003319     IF GC-LOADED
003320         STRING 'GENERATION ' DELIMITED BY SIZE
003321             WS-EDIT-SEQ DELIMITED BY SIZE
003322             ' IS NOT THE LAST ONE LOADED - A LATER GENERATION HA'
003323                 DELIMITED BY SIZE
003324             'S FOLDED OVER IT - NOT BACKED OUT'
003325                 DELIMITED BY SIZE
003326             INTO RM-TEXT
003327         END-STRING
003328     ELSE
003329         STRING 'GENERATION ' DELIMITED BY SIZE
003330             WS-EDIT-SEQ DELIMITED BY SIZE
003331             ' IS NOT IN AUDTSUMF - NOTHING TO BACK OUT'
003332                 DELIMITED BY SIZE
003333             INTO RM-TEXT
003334         END-STRING
003335     END-IF.
003336     MOVE 'REFUSED' TO WS-GEN-RESULT.
003337 3500-REFUSE.
003338     PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT.
003339     DISPLAY '*** AUDTSUMM - GENERATION NOT SUMMARIZED - SEE '
003340         'GENRPT ***'.
003341 3500-EXIT.
003342     EXIT.
003343*---------------------------------------------------------------
003344 3550-FIND-CONTROL-SEQ SECTION.
003345***************************************************************
003346*    FIND GENERATION WS-GEN-SEQ IN THE CONTROL TABLE, LEAVING *
003347*    WS-CTL-NX ON IT.                                         *
003348***************************************************************
003349     SET WS-CTL-NOT-FOUND TO TRUE.
003350     IF WS-CTL-COUNT > 0
003351         SET WS-CTL-NX TO 1
003352         SEARCH WS-CTL-ENTRY
003353             AT END SET WS-CTL-NOT-FOUND TO TRUE
003354             WHEN WS-CTL-GEN-SEQ (WS-CTL-NX) = WS-GEN-SEQ
003355                 SET WS-CTL-FOUND TO TRUE
003356         END-SEARCH
003357     END-IF.
003358 3550-EXIT.
003359     EXIT.
003360*---------------------------------------------------------------
003361 3600-FINISH-LOAD SECTION.
003362***************************************************************
003363*    EVERY AGGREGATE IS IN THE SUMMARY - MARK THE GENERATION  *
003364*    LOADED WITH ITS FINAL COUNTS AND THE TIME THE FOLD       *
003365*    FINISHED.                                                *
003366***************************************************************
003368     SET GC-LOADED TO TRUE.
003369     MOVE WS-SUM-COUNT TO GC-CKPT-COUNT.
003370     MOVE WS-GEN-ADDED TO GC-ADDED-COUNT.
003371     MOVE WS-GEN-UPDATED TO GC-UPDATED-COUNT.
003372     ACCEPT GC-END-DATE FROM DATE YYYYMMDD.
003373     ACCEPT GC-END-TIME FROM TIME.
003374     PERFORM 3800-REWRITE-CONTROL THRU 3800-EXIT.
003375     MOVE 0 TO WS-PENDING-GEN-SEQ.
003376 3600-EXIT.
003377     EXIT.
003378*---------------------------------------------------------------
003379 3650-ADD-CONTROL SECTION.
003380***************************************************************
003381*    WRITE A NEW CONTROL RECORD FOR GENERATION WS-GEN-SEQ AND *
003382*    TABLE IT.  3500-ACCEPT FILLS IN THE REST AND REWRITES    *
003383*    IT.                                                      *
003384***************************************************************
003385     MOVE SPACES TO GENCREC-RECORD.
003386     MOVE WS-GEN-SEQ TO GC-GEN-SEQ.
003387     SET GC-IN-PROGRESS TO TRUE.
003388     MOVE WS-GEN-FINGERPRINT TO GC-FINGERPRINT.
003389     MOVE ZEROS TO GC-AGGR-COUNT.
003390     MOVE ZEROS TO GC-CKPT-COUNT.
003391     MOVE ZEROS TO GC-STEP-RUNS.
003392     MOVE ZEROS TO GC-ADDED-COUNT.
003393     MOVE ZEROS TO GC-UPDATED-COUNT.
003394     MOVE ZEROS TO GC-START-DATE.
003395     MOVE ZEROS TO GC-START-TIME.
003396     MOVE ZEROS TO GC-END-DATE.
003397     MOVE ZEROS TO GC-END-TIME.
003398     WRITE GENCREC-RECORD
003399         INVALID KEY
003400             DISPLAY '*** AUDTGENC WRITE FAILED FOR GENERATION '
003401                 GC-GEN-SEQ ' - STATUS ' WS-AUDTGENC-STATUS
003402                 ' - GENERATION NOT SUMMARIZED ***'
003403             GO TO 9999-EXIT
003404     END-WRITE.
003405     IF WS-CTL-COUNT >= WS-CTL-MAX
003406         GO TO 3650-EXIT
003407     END-IF.
003408     ADD 1 TO WS-CTL-COUNT.
003409     SET WS-CTL-NX TO WS-CTL-COUNT.
003410     MOVE GC-GEN-SEQ TO WS-CTL-GEN-SEQ (WS-CTL-NX).
003411     MOVE GC-STATUS TO WS-CTL-STATUS (WS-CTL-NX).
003412     MOVE GC-FINGERPRINT TO WS-CTL-FINGERPRINT (WS-CTL-NX).
003413     SET WS-CTL-NOT-REBUILT (WS-CTL-NX) TO TRUE.
003414 3650-EXIT.
003415     EXIT.
003416*---------------------------------------------------------------
003417 3700-READ-CONTROL SECTION.
003418***************************************************************
003419*    READ THE CONTROL RECORD FOR GENERATION WS-GEN-SEQ.  IT   *
003421*    WAS TABLED FROM THE FILE A MOMENT AGO, SO A MISSING ONE  *
003422*    STOPS THE RUN.                                           *
003423***************************************************************
003424     MOVE WS-GEN-SEQ TO GC-GEN-SEQ.
003425     READ AUDTGENC-FILE
003426         INVALID KEY
003427             DISPLAY '*** AUDTGENC READ FAILED FOR GENERATION '
003428                 WS-GEN-SEQ ' - STATUS ' WS-AUDTGENC-STATUS
003429                 ' - GENERATION NOT SUMMARIZED ***'
003430             GO TO 9999-EXIT
003431     END-READ.
003432 3700-EXIT.
003433     EXIT.
003434*---------------------------------------------------------------
003435 3800-REWRITE-CONTROL SECTION.
003436***************************************************************
003437*    REWRITE THE CONTROL RECORD NOW IN GENCREC-RECORD AND     *
003438*    CARRY ITS STATUS INTO THE TABLE.  IF THE REWRITE FAILS   *
003439*    THE FOLD CANNOT BE TRUSTED TO RESUME, SO THE RUN STOPS.  *
003440***************************************************************
003441     REWRITE GENCREC-RECORD
003442         INVALID KEY
003443             DISPLAY '*** AUDTGENC REWRITE FAILED FOR GENERATION '
003444                 GC-GEN-SEQ ' - STATUS ' WS-AUDTGENC-STATUS
003445                 ' - RUN STOPPED ***'
003446             GO TO 9999-EXIT
003447     END-REWRITE.
003448     MOVE GC-GEN-SEQ TO WS-GEN-SEQ.
003449     PERFORM 3550-FIND-CONTROL-SEQ THRU 3550-EXIT.
003450     IF WS-CTL-FOUND
003451         MOVE GC-STATUS TO WS-CTL-STATUS (WS-CTL-NX)
003452     END-IF.
003453 3800-EXIT.
003454     EXIT.
003455*---------------------------------------------------------------
003456 4000-FOLD-TO-SUMMARY SECTION.
003457***************************************************************
003458*    FOLD ONE DAY AGGREGATE INTO THE PERMANENT KSDS - READ     *
003459*    THE KEY, ADD THE COUNTS, REWRITE; AN ABSENT KEY WRITES    *
003460*    A FRESH RECORD.                                           *
003461*    A RECORD ALREADY STAMPED WITH THIS GENERATION WAS        *
003462*    REACHED BEFORE AN ABEND AFTER THE LAST CHECKPOINT AND IS *
003463*    LEFT ALONE.  EVERY 100 AGGREGATES THE CONTROL RECORD IS  *
003464*    CHECKPOINTED.                                            *
003465***************************************************************
003466     MOVE WS-SUM-JOB-NAME (WS-SUM-IX) TO SM-JOB-NAME.
003467     MOVE WS-SUM-STEP-NAME (WS-SUM-IX) TO SM-STEP-NAME.
003468     MOVE WS-SUM-RUN-DATE (WS-SUM-IX) TO SM-RUN-DATE.
003469     SET WS-KEY-FOUND TO TRUE.
003470     READ AUDTSUMF-FILE
003471         INVALID KEY SET WS-KEY-NOT-FOUND TO TRUE
003472     END-READ.
003474     IF WS-KEY-FOUND
003475         AND SM-LAST-GEN-SEQ IS NUMERIC
003476         AND SM-LAST-GEN-SEQ = WS-GEN-SEQ
003477         ADD 1 TO WS-GEN-ALREADY
003478         GO TO 4000-CHECKPOINT
003479     END-IF.
003480     IF WS-KEY-NOT-FOUND
003481         MOVE SPACES TO SUMREC-RECORD
003482         MOVE WS-SUM-JOB-NAME (WS-SUM-IX) TO SM-JOB-NAME
003483         MOVE WS-SUM-STEP-NAME (WS-SUM-IX) TO SM-STEP-NAME
003484         MOVE WS-SUM-RUN-DATE (WS-SUM-IX) TO SM-RUN-DATE
003485         MOVE WS-SUM-RUNS (WS-SUM-IX) TO SM-RUN-COUNT
003486         MOVE WS-SUM-FAILS (WS-SUM-IX) TO SM-FAIL-COUNT
003487         MOVE WS-SUM-ELAPSED (WS-SUM-IX) TO SM-TOTAL-ELAPSED
003488         MOVE WS-GEN-SEQ TO SM-LAST-GEN-SEQ
003489         WRITE SUMREC-RECORD
003490             INVALID KEY
003491                 DISPLAY '*** AUDTSUMF WRITE FAILED FOR '
003492                     SM-JOB-NAME ' ' SM-STEP-NAME
003493                     ' - STATUS ' WS-AUDTSUMF-STATUS ' ***'
003494         END-WRITE
003495         ADD 1 TO WS-ADDED-COUNT
003496         ADD 1 TO WS-GEN-ADDED
003497     ELSE
003498         ADD WS-SUM-RUNS (WS-SUM-IX) TO SM-RUN-COUNT
003499         ADD WS-SUM-FAILS (WS-SUM-IX) TO SM-FAIL-COUNT
003500         ADD WS-SUM-ELAPSED (WS-SUM-IX) TO SM-TOTAL-ELAPSED
003505         MOVE WS-GEN-SEQ TO SM-LAST-GEN-SEQ
003510         REWRITE SUMREC-RECORD
003520             INVALID KEY
003530                 DISPLAY '*** AUDTSUMF REWRITE FAILED FOR '
003550                     ' - STATUS ' WS-AUDTSUMF-STATUS ' ***'
003560         END-REWRITE
003570         ADD 1 TO WS-UPDATED-COUNT
003575         ADD 1 TO WS-GEN-UPDATED
003580     END-IF.
003582     ADD 1 TO WS-GEN-DONE.
003583 4000-CHECKPOINT.
003585     DIVIDE WS-SUM-IX BY WS-CKPT-INTERVAL
003587         GIVING WS-CKPT-QUOTIENT REMAINDER WS-CKPT-REM.
003588     IF WS-CKPT-REM = 0
003590         MOVE WS-SUM-IX TO GC-CKPT-COUNT
003592         MOVE WS-GEN-ADDED TO GC-ADDED-COUNT
003593         MOVE WS-GEN-UPDATED TO GC-UPDATED-COUNT
003595         PERFORM 3800-REWRITE-CONTROL THRU 3800-EXIT
003597     END-IF.
003598 4000-EXIT.
003600     EXIT.
003601*---------------------------------------------------------------
003602 4500-BACKOUT-AGGREGATE SECTION.
003603***************************************************************
003604*    TAKE ONE DAY AGGREGATE BACK OUT OF THE SUMMARY -         *
003605*    SUBTRACT THE COUNTS, AND DELETE A RECORD THE GENERATION  *
003606*    CREATED (NO RUNS LEFT).  AGGREGATES UP TO THE CHECKPOINT *
003607*    ARE KNOWN TO BE IN; PAST IT, ONLY A RECORD STAMPED WITH  *
003608*    THIS GENERATION HAS IT IN - ONE NOT STAMPED WAS NEVER    *
003609*    REACHED.                                                 *
003610***************************************************************
003611     MOVE WS-SUM-JOB-NAME (WS-SUM-IX) TO SM-JOB-NAME.
003612     MOVE WS-SUM-STEP-NAME (WS-SUM-IX) TO SM-STEP-NAME.
003614     MOVE WS-SUM-RUN-DATE (WS-SUM-IX) TO SM-RUN-DATE.
003615     SET WS-KEY-FOUND TO TRUE.
003616     READ AUDTSUMF-FILE
003617         INVALID KEY SET WS-KEY-NOT-FOUND TO TRUE
003618     END-READ.
003619     IF WS-KEY-NOT-FOUND
003620         ADD 1 TO WS-GEN-ALREADY
003621         GO TO 4500-EXIT
003622     END-IF.
003623     IF WS-SUM-IX > WS-BACKOUT-CKPT
003624         AND (SM-LAST-GEN-SEQ IS NOT NUMERIC
003625              OR SM-LAST-GEN-SEQ NOT = WS-GEN-SEQ)
003626         ADD 1 TO WS-GEN-ALREADY
003627         GO TO 4500-EXIT
003628     END-IF.
003629     ADD 1 TO WS-GEN-DONE.
003630     IF SM-RUN-COUNT NOT > WS-SUM-RUNS (WS-SUM-IX)
003631         DELETE AUDTSUMF-FILE RECORD
003632             INVALID KEY
003633                 DISPLAY '*** AUDTSUMF DELETE FAILED FOR '
003634                     SM-JOB-NAME ' ' SM-STEP-NAME
003635                     ' - STATUS ' WS-AUDTSUMF-STATUS ' ***'
003636         END-DELETE
003637         ADD 1 TO WS-GEN-DELETED
003638         GO TO 4500-EXIT
003639     END-IF.
003641     SUBTRACT WS-SUM-RUNS (WS-SUM-IX) FROM SM-RUN-COUNT.
003642     SUBTRACT WS-SUM-FAILS (WS-SUM-IX) FROM SM-FAIL-COUNT.
003643     SUBTRACT WS-SUM-ELAPSED (WS-SUM-IX) FROM SM-TOTAL-ELAPSED.
003644     MOVE ZEROS TO SM-LAST-GEN-SEQ.
003645     REWRITE SUMREC-RECORD
003646         INVALID KEY
003647             DISPLAY '*** AUDTSUMF REWRITE FAILED FOR '
003648                 SM-JOB-NAME ' ' SM-STEP-NAME
003649                 ' - STATUS ' WS-AUDTSUMF-STATUS ' ***'
003650     END-REWRITE.
003651     ADD 1 TO WS-GEN-UPDATED.
003652 4500-EXIT.
003653     EXIT.
003654*---------------------------------------------------------------
003655 4600-FINISH-BACKOUT SECTION.
003656***************************************************************
003657*    MARK THE GENERATION BACKED OUT - IT MAY BE FOLDED AGAIN  *
003658*    - AND PRINT WHAT THE BACKOUT DID TO THE SUMMARY.         *
003659***************************************************************
003660     SET GC-BACKED-OUT TO TRUE.
003661     MOVE ZEROS TO GC-CKPT-COUNT.
003662     ACCEPT GC-END-DATE FROM DATE YYYYMMDD.
003663     ACCEPT GC-END-TIME FROM TIME.
003664     PERFORM 3800-REWRITE-CONTROL THRU 3800-EXIT.
003665     MOVE WS-GEN-UPDATED TO RB-REDUCED.
003666     MOVE WS-GEN-DELETED TO RB-DELETED.
003668     MOVE WS-GEN-ALREADY TO RB-NOT-THERE.
003669     MOVE RPT-BACKOUT-LINE TO GENRPT-LINE.
003670     WRITE GENRPT-LINE.
003671 4600-EXIT.
003672     EXIT.
003673*---------------------------------------------------------------
003674 5000-TERMINATE SECTION.
003675***************************************************************
003676*    DISPLAY THE FOLD TOTALS AND CLOSE UP.                     *
003677***************************************************************
003678     DISPLAY 'AUDTSUMM - ARCHIVE RECORDS READ:    '
003679         WS-READ-COUNT.
003680     DISPLAY 'AUDTSUMM - STEP RUNS COUNTED:       '
003690         WS-FOLDED-COUNT.
003700     DISPLAY 'AUDTSUMM - SUMMARY RECORDS ADDED:   '
003730         WS-UPDATED-COUNT.
003740     CLOSE AUDTARCH-FILE.
003750     CLOSE AUDTSUMF-FILE.
003753     CLOSE AUDTGENC-FILE.
003757     CLOSE GENRPT-FILE.
003760 5000-EXIT.
003770     EXIT.
003780*---------------------------------------------------------------
003790 6000-REBUILD-GENERATION SECTION.
003800***************************************************************
003810*    REBUILD ONE LISTED GENERATION.  SPLIT ITS RECORDS OFF    *
003820*    THE CONCATENATED ARCHIVE BY THE COUNT ITS CONTROL RECORD *
003830*    HOLDS, AGGREGATE THEM WITH FRESH TABLES (AS ITS OWN FOLD *
003840*    DID), AND CHECK THE FINGERPRINT MATCHES - A MISMATCH     *
003850*    MEANS THE CONCATENATION IS WRONG, AND STOPS THE REBUILD  *
003860*    HERE.  THEN FOLD IT AS A NORMAL RUN WOULD.               *
003870***************************************************************
003880     MOVE WS-LIST-CTL-IX (WS-LIST-IX) TO WS-CTL-IX.
003890     MOVE WS-LIST-GEN-SEQ (WS-LIST-IX) TO WS-GEN-SEQ.
003900     MOVE WS-GEN-SEQ TO WS-EDIT-SEQ.
003910     PERFORM 3700-READ-CONTROL THRU 3700-EXIT.
003920     MOVE 0 TO WS-JOB-COUNT.
003930     MOVE 0 TO WS-SUM-COUNT.
003940     MOVE 99999999 TO WS-GF-FIRST-DATE.
003950     MOVE 0 TO WS-GF-LAST-DATE.
003960     MOVE 0 TO WS-GF-RECORD-COUNT.
003970     MOVE 0 TO WS-GF-HASH-TOTAL.
003980     MOVE 0 TO WS-GEN-STEP-RUNS.
003990     MOVE 0 TO WS-GEN-DONE.
004000     MOVE 0 TO WS-GEN-ALREADY.
004010     MOVE 0 TO WS-GEN-ADDED.
004020     MOVE 0 TO WS-GEN-UPDATED.
004030     MOVE GC-RECORD-COUNT TO WS-GEN-WANTED.
004040     MOVE GC-RECORD-COUNT TO WS-GEN-RECORDED.
004050     PERFORM 2000-AGGREGATE-RECORD THRU 2000-EXIT
004060         UNTIL WS-EOF
004070            OR WS-GF-RECORD-COUNT = WS-GEN-WANTED.
004080     IF WS-GF-FIRST-DATE = 99999999
004090         MOVE ZEROS TO WS-GF-FIRST-DATE
004100     END-IF.
004110     IF WS-GEN-FINGERPRINT NOT = GC-FINGERPRINT
004120         MOVE SPACES TO RM-TEXT
004130         STRING 'GENERATION ' DELIMITED BY SIZE
004140             WS-EDIT-SEQ DELIMITED BY SIZE
004150             ' DOES NOT MATCH ITS CONTROL RECORD - CHECK THE '
004160                 DELIMITED BY SIZE
004170             'AUDTARCH CONCATENATION - REBUILD STOPPED'
004180                 DELIMITED BY SIZE
004190             INTO RM-TEXT
004200         END-STRING
004210         MOVE 'MISMATCH - STOPPED' TO WS-GEN-RESULT
004220         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
004230         PERFORM 7100-PRINT-GEN-LINE THRU 7100-EXIT
004240         DISPLAY '*** AUDTSUMM - REBUILD STOPPED AT GENERATION '
004250             WS-GEN-SEQ ' - SEE GENRPT ***'
004260         SET WS-REBUILD-STOPPED TO TRUE
004270         GO TO 6000-EXIT
004280     END-IF.
004290     SET GC-IN-PROGRESS TO TRUE.
004300     MOVE WS-SUM-COUNT TO GC-AGGR-COUNT.
004310     MOVE ZEROS TO GC-CKPT-COUNT.
004320     MOVE WS-GEN-STEP-RUNS TO GC-STEP-RUNS.
004330     MOVE ZEROS TO GC-ADDED-COUNT.
004340     MOVE ZEROS TO GC-UPDATED-COUNT.
004350     MOVE WS-GETJOBI-JOB-NAME TO GC-RUN-JOB-NAME.
004360     MOVE WS-GETJOBI-JOB-NBR TO GC-RUN-JOB-NBR.
004370     SET GC-REBUILD-RUN TO TRUE.
004380     MOVE WS-CLOCK-DATE TO GC-START-DATE.
004390     MOVE WS-CLOCK-TIME TO GC-START-TIME.
004400     MOVE ZEROS TO GC-END-DATE.
004410     MOVE ZEROS TO GC-END-TIME.
004420     PERFORM 3800-REWRITE-CONTROL THRU 3800-EXIT.
004430     PERFORM 4000-FOLD-TO-SUMMARY THRU 4000-EXIT
004440         VARYING WS-SUM-IX FROM 1 BY 1
004450         UNTIL WS-SUM-IX > WS-SUM-COUNT.
004460     PERFORM 3600-FINISH-LOAD THRU 3600-EXIT.
004470     SET WS-CTL-NX TO WS-CTL-IX.
004480     SET WS-CTL-REBUILT (WS-CTL-NX) TO TRUE.
004490     MOVE 'REBUILT' TO WS-GEN-RESULT.
004500     PERFORM 7100-PRINT-GEN-LINE THRU 7100-EXIT.
004510 6000-EXIT.
004520     EXIT.
004530*---------------------------------------------------------------
004540 6500-FINISH-REBUILD SECTION.
004550***************************************************************
004560*    WARN WHEN THE ARCHIVE HOLDS MORE THAN THE LISTED         *
004570*    GENERATIONS, THEN MARK EXCLUDED EVERY GENERATION THE     *
004580*    CONTROL FILE STILL SHOWS IN THE SUMMARY THAT THIS        *
004590*    REBUILD DID NOT PUT BACK.  A REBUILD REFUSED BEFORE IT   *
004600*    STARTED CHANGES NOTHING.                                 *
004610***************************************************************
004620     IF WS-LIST-COUNT = 0
004630         GO TO 6500-EXIT
004640     END-IF.
004650     IF WS-NOT-EOF AND WS-REBUILD-GOING
004660         STRING 'AUDTARCH HOLDS MORE RECORDS THAN THE LISTED '
004670                 DELIMITED BY SIZE
004680             'GENERATIONS - THE REST WERE NOT FOLDED'
004690                 DELIMITED BY SIZE
004700             INTO RM-TEXT
004710         END-STRING
004720         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
004730     END-IF.
004740     PERFORM 6600-EXCLUDE-GENERATION THRU 6600-EXIT
004750         VARYING WS-CTL-IX FROM 1 BY 1
004760         UNTIL WS-CTL-IX > WS-CTL-COUNT.
004770 6500-EXIT.
004780     EXIT.
004790*---------------------------------------------------------------
004800 6600-EXCLUDE-GENERATION SECTION.
004810***************************************************************
004820*    MARK ONE CONTROL-TABLE GENERATION EXCLUDED WHEN THE      *
004830*    CONTROL FILE HAD IT LOADED OR HALF-FOLDED AND THIS       *
004840*    REBUILD DID NOT PUT IT BACK.                             *
004850***************************************************************
004860     SET WS-CTL-NX TO WS-CTL-IX.
004870     IF WS-CTL-REBUILT (WS-CTL-NX)
004880         GO TO 6600-EXIT
004890     END-IF.
004900     IF WS-CTL-STATUS (WS-CTL-NX) NOT = 'L'
004910         AND WS-CTL-STATUS (WS-CTL-NX) NOT = 'P'
004920         GO TO 6600-EXIT
004930     END-IF.
004940     MOVE WS-CTL-GEN-SEQ (WS-CTL-NX) TO WS-GEN-SEQ.
004950     PERFORM 3700-READ-CONTROL THRU 3700-EXIT.
004960     SET GC-EXCLUDED TO TRUE.
004970     MOVE ZEROS TO GC-CKPT-COUNT.
004980     MOVE WS-CLOCK-DATE TO GC-END-DATE.
004990     MOVE WS-CLOCK-TIME TO GC-END-TIME.
005000     PERFORM 3800-REWRITE-CONTROL THRU 3800-EXIT.
005010 6600-EXIT.
005020     EXIT.
005030*---------------------------------------------------------------
005040 7000-PRINT-CONTROL-FILE SECTION.
005050***************************************************************
005060*    LIST THE WHOLE CONTROL FILE AS IT NOW STANDS, ONE LINE   *
005070*    PER GENERATION, WITH THE TOTALS FOR THE GENERATIONS      *
005080*    LOADED - THE RECORD COUNTS AUDTSUMF SHOULD HOLD.         *
005090***************************************************************
005100     MOVE FILLER-LINE TO GENRPT-LINE.
005110     WRITE GENRPT-LINE.
005120     MOVE 'GENERATION CONTROL FILE (AUDTGENC)' TO RS-TEXT.
005130     MOVE RPT-SECTION-LINE TO GENRPT-LINE.
005140     WRITE GENRPT-LINE.
005150     MOVE RPT-CTL-HDR TO GENRPT-LINE.
005160     WRITE GENRPT-LINE.
005170     PERFORM 7300-PRINT-ONE-GENERATION THRU 7300-EXIT
005180         VARYING WS-CTL-IX FROM 1 BY 1
005190         UNTIL WS-CTL-IX > WS-CTL-COUNT.
005200     MOVE WS-TOT-LOADED-GENS TO RT-LOADED-GENS.
005210     MOVE WS-TOT-LOADED-RECS TO RT-LOADED-RECS.
005220     MOVE WS-TOT-LOADED-RUNS TO RT-LOADED-RUNS.
005230     MOVE WS-TOT-PENDING-GENS TO RT-PENDING-GENS.
005240     MOVE RPT-CTL-TOTAL-LINE TO GENRPT-LINE.
005250     WRITE GENRPT-LINE.
005260     MOVE FILLER-LINE TO GENRPT-LINE.
005270     WRITE GENRPT-LINE.
005280 7000-EXIT.
005290     EXIT.
005300*---------------------------------------------------------------
005310 7100-PRINT-GEN-LINE SECTION.
005320***************************************************************
005330*    PRINT THE LINE FOR THE GENERATION THIS RUN WORKED ON -   *
005340*    RECORDS READ AGAINST RECORDS ON ITS CONTROL RECORD, AND  *
005350*    WHAT WAS DONE WITH ITS DAY AGGREGATES.  A REFUSAL'S      *
005360*    REASON HAS ALREADY BEEN PRINTED ABOVE IT.                *
005370***************************************************************
005380     MOVE WS-GEN-SEQ TO RG-GEN-SEQ.
005390     MOVE WS-GF-FIRST-DATE TO RG-FIRST-DATE.
005400     MOVE WS-GF-LAST-DATE TO RG-LAST-DATE.
005410     MOVE WS-GF-RECORD-COUNT TO RG-READ.
005420     MOVE WS-GEN-RECORDED TO RG-RECORDED.
005430     MOVE WS-GEN-STEP-RUNS TO RG-STEP-RUNS.
005440     MOVE WS-SUM-COUNT TO RG-AGGR.
005450     MOVE WS-GEN-DONE TO RG-DONE.
005460     MOVE WS-GEN-ALREADY TO RG-ALREADY.
005470     MOVE WS-GEN-ADDED TO RG-ADDED.
005480     MOVE WS-GEN-UPDATED TO RG-UPDATED.
005490     MOVE WS-GEN-RESULT TO RG-RESULT.
005500     MOVE RPT-GEN-LINE TO GENRPT-LINE.
005510     WRITE GENRPT-LINE.
005520 7100-EXIT.
005530     EXIT.
005540*---------------------------------------------------------------
005550 7200-PRINT-MESSAGE SECTION.
005560***************************************************************
005570*    PRINT THE MESSAGE IN RM-TEXT.                            *
005580***************************************************************
005590     MOVE RPT-MSG-LINE TO GENRPT-LINE.
005600     WRITE GENRPT-LINE.
005610     MOVE SPACES TO RM-TEXT.
005620 7200-EXIT.
005630     EXIT.
005640*---------------------------------------------------------------
005650 7300-PRINT-ONE-GENERATION SECTION.
005660***************************************************************
005670*    PRINT ONE CONTROL RECORD AND ADD A LOADED GENERATION     *
005680*    INTO THE TOTALS.                                         *
005690***************************************************************
005700     SET WS-CTL-NX TO WS-CTL-IX.
005710     MOVE WS-CTL-GEN-SEQ (WS-CTL-NX) TO WS-GEN-SEQ.
005720     PERFORM 3700-READ-CONTROL THRU 3700-EXIT.
005730     EVALUATE TRUE
005740         WHEN GC-LOADED
005750             MOVE 'LOADED' TO RC-STATUS
005760             ADD 1 TO WS-TOT-LOADED-GENS
005770             ADD GC-RECORD-COUNT TO WS-TOT-LOADED-RECS
005780             ADD GC-STEP-RUNS TO WS-TOT-LOADED-RUNS
005790         WHEN GC-IN-PROGRESS
005800             MOVE 'IN PROGRESS' TO RC-STATUS
005810             ADD 1 TO WS-TOT-PENDING-GENS
005820         WHEN GC-BACKED-OUT
005830             MOVE 'BACKED OUT' TO RC-STATUS
005840         WHEN GC-EXCLUDED
005850             MOVE 'EXCLUDED' TO RC-STATUS
005860         WHEN OTHER
005870             MOVE GC-STATUS TO RC-STATUS
005880     END-EVALUATE.
005890     MOVE GC-GEN-SEQ TO RC-GEN-SEQ.
005900     MOVE GC-FIRST-DATE TO RC-FIRST-DATE.
005910     MOVE GC-LAST-DATE TO RC-LAST-DATE.
005920     MOVE GC-RECORD-COUNT TO RC-RECORDS.
005930     MOVE GC-STEP-RUNS TO RC-STEP-RUNS.
005940     MOVE GC-AGGR-COUNT TO RC-AGGR.
005950     MOVE GC-CKPT-COUNT TO RC-CKPT.
005960     MOVE GC-RUN-JOB-NAME TO RC-JOB-NAME.
005970     MOVE GC-RUN-JOB-NBR TO RC-JOB-NBR.
005980     MOVE GC-START-DATE TO RC-START-DATE.
005990     MOVE GC-START-TIME TO RC-START-TIME.
006000     MOVE RPT-CTL-LINE TO GENRPT-LINE.
006010     WRITE GENRPT-LINE.
006020 7300-EXIT.
006030     EXIT.
006040*---------------------------------------------------------------
006050 9999-EXIT.
006060     GOBACK.
