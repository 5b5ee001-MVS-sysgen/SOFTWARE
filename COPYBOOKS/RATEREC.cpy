      * Chargeback rate master record - one row per billing rule,
      * mapping a job name (or job-name prefix) to the department
      * that pays for it and the rate charged per elapsed hour.
      * Maintained by operations from cards through RATEMNT, which
      * edits each rule's effective period against the rest of that
      * rule's history; read by the monthly ACCTBILL invoicing run,
      * by the ACCTADJ retroactive rebilling run, and by the
      * SLASCORE SLA scorecard to put each job under the department
      * that pays for it.
      *
      * RT-PREFIX-LEN of zero means RT-JOB-PATTERN must match the
      * accounting record's job name exactly; a value of 1 to 8
      * AC-ELAPSED-TIME arrives in hundredths of a second, so the
      * charge is elapsed-hundredths times the rate divided by
      * 360000 (the hundredths in one hour).
      *
      * RT-EFF-FROM and RT-EFF-TO (YYYYMMDD, both inclusive) are the
      * dates the rule is in force.  A rate change is a new row for
      * the same pattern and prefix length, with the old row closed
      * the day before - so the file is a rate HISTORY, and a job is
      * priced (or put under a department) by the rule in force on
      * the date it ran.  RT-EFF-TO of 99999999 is open-ended.  Rows
      * loaded before the dates existed carry spaces in both fields;
      * readers take a blank RT-EFF-FROM as in force from the start
      * of time and a blank RT-EFF-TO as open-ended, and RATEMNT
      * writes them back out with those dates filled in.
      *
       01  RATEREC-RECORD.
           05  RT-JOB-PATTERN        PIC  X(08).
           05  RT-DEPT-CODE          PIC  X(04).
           05  RT-DEPT-NAME          PIC  X(20).
           05  RT-RATE-PER-HOUR      PIC  9(05)V99.
           05  RT-EFF-FROM           PIC  9(08).
           05  RT-EFF-FROM-X REDEFINES RT-EFF-FROM
                                     PIC  X(08).
           05  RT-EFF-TO             PIC  9(08).
           05  RT-EFF-TO-X REDEFINES RT-EFF-TO
                                     PIC  X(08).
           05  FILLER                PIC  X(23).
