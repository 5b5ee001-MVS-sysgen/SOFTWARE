      * that step's recent rolling average and high-water elapsed
      * times.  Built and updated nightly by ACCTBASE, which also
      * flags any new extract record that ran over a tunable multiple
      * of its own step's average.  DEPDPATH sums a job's steps to
      * time that job in the critical-path analysis, and the STEPMON
      * in-flight monitor reads it online (as a KSDS keyed on job +
      * step name) to judge how long a running step has been in.
      *
      * BL-AVG-ELAPSED and BL-HIGH-ELAPSED are linear counts of
      * hundredths of a second, the same representation JOBACCT
