      *SLARSLT
      *
      * SLA result record - one row per registered job per business
      * date its completion deadline applied, written by the SLACHK
      * nightly deadline check (one generation per night) and read
      * by the SLASCORE monthly department scorecard, which takes
      * whatever generations the JCL concatenates.
      *
      * SR-RESULT says how the job answered its deadline:
      *   'M' MET      - JOBEND disposition record at or before it
      *   'L' LATE     - disposition record after the deadline
      *   'E' NO END   - the run started but left no disposition
      *                  record (died mid-stream or still running)
      *   'N' NOT RUN  - no run started in the business date window
      * Anything but 'M' is a breach.
      *
      * SR-MARGIN-MINUTES is the deadline minus the completion time
      * in whole minutes - positive when the job beat its deadline,
      * negative when it was late.  It is only meaningful for MET
      * and LATE results; it is zero for the other two.
      *
       01  SLARSLT-RECORD.
           05  SR-BUS-DATE           PIC  9(08).
           05  SR-JOB-NAME           PIC  X(08).
           05  SR-JOB-NBR            PIC  X(08).
           05  SR-DEADLINE-DATE      PIC  9(08).
           05  SR-DEADLINE-TIME      PIC  9(08).
           05  SR-COMPLETE-DATE      PIC  9(08).
           05  SR-COMPLETE-TIME      PIC  9(08).
           05  SR-RESULT             PIC  X(01).
               88  SR-MET                   VALUE 'M'.
               88  SR-LATE                  VALUE 'L'.
               88  SR-NO-END                VALUE 'E'.
               88  SR-NOT-RUN               VALUE 'N'.
           05  SR-MARGIN-MINUTES     PIC S9(05).
           05  FILLER                PIC  X(18).
