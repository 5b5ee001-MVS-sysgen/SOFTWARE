      *OWNUPDC
      *
      * COMMAREA carried across pseudo-conversational sends for the
      * OWNUPD transaction - the owner row (job pattern and prefix
      * length) last displayed or applied, so the operator can PF5 a
      * row, eyeball it, and PF7/PF9 it without rekeying, and so the
      * program can tell a fresh entry from a re-send of the same
      * screen.
      *
       01  OWNUPD-COMMAREA.
           05  OU-LAST-KEY.
               10  OU-LAST-JOB-PATTERN  PIC  X(08).
               10  OU-LAST-PREFIX-LEN   PIC  X(02).
           05  OU-LAST-ACTION        PIC  X(01).
               88  OU-LAST-DISPLAYED        VALUE 'I'.
               88  OU-LAST-ADDED            VALUE 'A'.
               88  OU-LAST-CHANGED          VALUE 'C'.
               88  OU-LAST-DELETED          VALUE 'D'.
               88  OU-NO-LAST-ACTION        VALUE ' '.
