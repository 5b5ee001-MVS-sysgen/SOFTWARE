      *BILLHREC
      *
      * Billed-charge history record - one row per invoice detail
      * line ACCTBILL printed (department + job + step + rate), with
      * the runs, elapsed hundredths and amount it charged.  The
      * history holds every period billed.  ACCTBILL and the ACCTADJ
      * retroactive rebilling run each read the current generation
      * (BILLHIST) and write a new one (BILLHOUT), copying every
      * other period's rows through unchanged and replacing the
      * period they worked on - ACCTBILL with the month as invoiced,
      * ACCTADJ with the repriced amounts once its credit/debit
      * memos go out.  So the newest generation always says what
      * the departments have actually been charged for each period,
      * a rerun of ACCTBILL never doubles a month, and a second
      * adjustment only memos what changed since the first.
      *
      * Both programs also copy this layout under their BILLHOUT FD
      * with the names prefixed BO- instead of BH-, and build each
      * new row there.  The BILLHIST record is only used to copy a
      * row through while it is being read - once BILLHIST is at
      * end (or DUMMY) its record area is not there to build in.
      *
      * BH-PERIOD is the billing period (YYYYMM) from the run's PARM.
      * BH-DEPT-CODE of '****' is a suspense row - work no rate rule
      * covered, carried at a zero amount so a rule added later shows
      * up as a debit when the period is adjusted.
      *
      * BH-HNDTHS is elapsed time in hundredths of a second, and
      * BH-AMOUNT is that time priced at BH-RATE, rounded to the cent
      * once for the whole line, the way the invoice prints it.
      *
       01  BILLHREC-RECORD.
           05  BH-PERIOD             PIC  X(06).
           05  BH-DEPT-CODE          PIC  X(04).
           05  BH-JOB-NAME           PIC  X(08).
           05  BH-STEP-NAME          PIC  X(08).
           05  BH-RATE               PIC  9(05)V99.
           05  BH-RUNS               PIC  9(08).
           05  BH-HNDTHS             PIC  9(12).
           05  BH-AMOUNT             PIC  9(09)V99.
           05  FILLER                PIC  X(16).
