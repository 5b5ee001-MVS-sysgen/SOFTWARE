      *RCPOLREC
      *
      * Condition-code policy master record - one row per rule,
      * saying for a job name (or job-name prefix) and a step name
      * (or step-name prefix) which condition codes are acceptable
      * and at which code the step counts as failed.  Maintained by
      * operations with RCPOLMNT transaction cards; read by RCPOLCHK,
      * the one routine every report CALLs before it calls a step
      * failed, so the rerun, restart, summary, turnover and
      * exception reports can never disagree about a step.
      *
      * CP-JOB-PREFIX-LEN and CP-STEP-PREFIX-LEN follow the RATEREC
      * convention - zero means the pattern must match exactly, 1 to
      * 8 means only that many leading characters are compared.  A
      * CP-STEP-PATTERN of spaces with a prefix length of zero covers
      * every step of the matched job(s).  When several rules cover
      * the same step, RCPOLCHK takes the most specific job match
      * first (exact, then the longest prefix) and, among rules for
      * that job pattern, the most specific step match the same way.
      *
      * CP-MAX-OK-RC is the highest code that is entirely normal for
      * the step; a code above it but below CP-FAIL-RC is a warning;
      * CP-FAIL-RC or higher is a failure.  A step with no rule is
      * judged by the shop-wide default - any nonzero code is a
      * warning and 8 or higher is a failure.
      *
       01  RCPOLREC-RECORD.
           05  CP-JOB-PATTERN        PIC  X(08).
           05  CP-JOB-PREFIX-LEN     PIC  9(02).
           05  CP-STEP-PATTERN       PIC  X(08).
           05  CP-STEP-PREFIX-LEN    PIC  9(02).
           05  CP-MAX-OK-RC          PIC  9(04).
           05  CP-FAIL-RC            PIC  9(04).
           05  CP-RULE-DESC          PIC  X(30).
           05  FILLER                PIC  X(22).
