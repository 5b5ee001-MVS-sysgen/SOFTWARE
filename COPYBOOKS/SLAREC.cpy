      *SLAREC
      *
      * Completion-deadline SLA registry record - one row per
      * production job the business holds us to a FINISH time for
      * (payroll files at the bank by 05:00, GL posted before the
      * 07:00 online start).  Where SKEDREC says when a job should
      * START, this says when it must be DONE.  Maintained in batch
      * by SLAMNT from operations transaction cards; read by the
      * SLACHK nightly deadline check.
      *
      * SL-RUN-DAY is a table of seven Y/N switches, MONDAY first
      * (entry 1 = MONDAY ... entry 7 = SUNDAY), naming the business
      * days the deadline applies.  A business date the CALFILE shop
      * calendar marks non-processing carries no deadline at all.
      *
      * SL-DEADLINE-TIME is an HHMMSSTH time of day, the same format
      * JOBEND stamps into the disposition record's SA-RUN-TIME.
      * SL-DEADLINE-DAYS says which calendar day that time falls on
      * - 0 means the business date itself, 1 means the morning
      * after (an overnight payroll due at the bank by 05:00).  The
      * run that answers for a business date is the first one to
      * START inside that business date's window - the whole
      * business date when the deadline is the same day, or from
      * the deadline time on the business date up to the deadline
      * time next morning when it is the day after.
      *
       01  SLAREC-RECORD.
           05  SL-JOB-NAME           PIC  X(08).
           05  SL-RUN-DAYS.
               10  SL-RUN-DAY        OCCURS 7 TIMES
                                     PIC  X(01).
           05  SL-DEADLINE-TIME      PIC  9(08).
           05  SL-DEADLINE-DAYS      PIC  9(01).
           05  SL-SLA-DESC           PIC  X(30).
           05  FILLER                PIC  X(26).
