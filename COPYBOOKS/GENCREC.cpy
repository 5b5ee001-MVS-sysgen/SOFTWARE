      *GENCREC
      *
      * Archive generation control record - one row per AUDTPURG
      * archive generation AUDTSUMM has folded (or started to fold)
      * into the AUDTSUMF step-history summary, held in the AUDTGENC
      * KSDS keyed on the generation sequence number AUDTSUMM gave
      * it.  It is what stops a generation being counted twice and
      * what a half-folded generation is resumed or backed out from.
      *
      * A generation is known by its fingerprint - the first and last
      * SA-RUN-DATE on it, its record count, and a hash total (the
      * sum of SA-RUN-TIME over its records).  Generations never
      * share records, so two with the same fingerprint are the same
      * generation read twice.
      *
      * GC-STATUS:
      *   P  in progress - folding started and has not finished;
      *      GC-CKPT-COUNT day aggregates (of GC-AGGR-COUNT) are
      *      known to be in AUDTSUMF.  Rerun to resume, or run
      *      PARM=BACKOUT to take it out again.
      *   L  loaded - every aggregate is in AUDTSUMF.
      *   B  backed out - taken out of AUDTSUMF again; may be loaded.
      *   X  excluded - left out of an AUDTSUMF rebuild; may be loaded.
      *
      * GC-RUN-JOB-NAME/NBR, GC-RUN-MODE ('N' normal, 'R' rebuild) and
      * GC-START-DATE/TIME identify the run that last folded it;
      * GC-END-DATE/TIME is when that run (or a backout) finished.
      *
       01  GENCREC-RECORD.
           05  GC-GEN-SEQ            PIC  9(07).
           05  GC-STATUS             PIC  X(01).
               88  GC-IN-PROGRESS           VALUE 'P'.
               88  GC-LOADED                VALUE 'L'.
               88  GC-BACKED-OUT            VALUE 'B'.
               88  GC-EXCLUDED              VALUE 'X'.
           05  GC-FINGERPRINT.
               10  GC-FIRST-DATE     PIC  9(08).
               10  GC-LAST-DATE      PIC  9(08).
               10  GC-RECORD-COUNT   PIC  9(09).
               10  GC-HASH-TOTAL     PIC  9(15).
           05  GC-AGGR-COUNT         PIC  9(07).
           05  GC-CKPT-COUNT         PIC  9(07).
           05  GC-STEP-RUNS          PIC  9(09).
           05  GC-ADDED-COUNT        PIC  9(07).
           05  GC-UPDATED-COUNT      PIC  9(07).
           05  GC-RUN-JOB-NAME       PIC  X(08).
           05  GC-RUN-JOB-NBR        PIC  X(08).
           05  GC-RUN-MODE           PIC  X(01).
               88  GC-NORMAL-RUN            VALUE 'N'.
               88  GC-REBUILD-RUN           VALUE 'R'.
           05  GC-START-DATE         PIC  9(08).
           05  GC-START-TIME         PIC  9(08).
           05  GC-END-DATE           PIC  9(08).
           05  GC-END-TIME           PIC  9(08).
           05  FILLER                PIC  X(26).
