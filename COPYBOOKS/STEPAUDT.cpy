      *
      * Step audit trail record - one row is written every time
      * THISSTEP runs.  Shared by THISSTEP (writer), the Job Step
      * Timeline report, the end-of-job flow diagram, the step audit
      * inquiry screen and the in-flight job monitor (all readers).
      *
      * SA-ELAPSED-TIME is the wall-clock time (HHMMSSTH) between this
      * call and the previous THISSTEP call in the same job - i.e. the
