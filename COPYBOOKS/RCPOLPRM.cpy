      *RCPOLPRM
      *
      * Common RCPOLCHK parameter record.  Shared LINKAGE layout for
      * every program that CALLs RCPOLCHK to judge a step's condition
      * code against the RCPOLICY master (see RCPOLREC).
      *
      * The caller fills in CK-JOB-NAME, CK-STEP-NAME and CK-COND-CODE
      * and CALLs RCPOLCHK; RCPOLCHK returns the verdict in
      * CK-VERDICT-SW along with the two thresholds it judged by and
      * whether they came from a rule or from the shop-wide default.
      *
      * CK-STEP-NAME must be the step that PRODUCED the code.  On
      * STEPAUDT a boundary record's SA-PRIOR-RC belongs to the step
      * named on the PREVIOUS boundary record of the same job, and a
      * JOBEND disposition record's code belongs to the last step
      * audited - never to the SA-STEP-NAME on the record carrying it.
      * Pass spaces when the step is not known; only rules with a
      * blank step pattern can match it.
      *
       01  RCPOLCHK-PARMS.
           05  CK-JOB-NAME           PIC  X(08).
           05  CK-STEP-NAME          PIC  X(08).
           05  CK-COND-CODE          PIC  9(04).
           05  CK-VERDICT-SW         PIC  X(01).
               88  CK-RC-OK                 VALUE 'O'.
               88  CK-RC-WARNING            VALUE 'W'.
               88  CK-RC-FAILED             VALUE 'F'.
           05  CK-MAX-OK-RC          PIC  9(04).
           05  CK-FAIL-RC            PIC  9(04).
           05  CK-RULE-SW            PIC  X(01).
               88  CK-RULE-FOUND            VALUE 'Y'.
               88  CK-RULE-DEFAULT          VALUE 'N'.
