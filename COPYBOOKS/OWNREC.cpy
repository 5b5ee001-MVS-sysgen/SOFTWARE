      *OWNREC
      *
      * Job-ownership and on-call registry record - one row per job
      * (or job-name prefix) naming the application team that owns
      * it, who to phone first and second when it fails in the
      * night, and what to do if neither answers.  Maintained in
      * batch by OWNMNT from operations transaction cards and online
      * by the OWNUPD CICS screen; read by the OWNCALL failure
      * call-out sheet.
      *
      * OW-PREFIX-LEN of zero means OW-JOB-PATTERN must match the
      * job name exactly; a value of 1 to 8 means only that many
      * leading characters are compared, so one row like 'PAY' / 3
      * covers every PAYxxxxx job.  The exact row is taken first and
      * the LONGEST matching prefix after that, the same way RATEREC
      * rules are matched, so a team can own a whole prefix while a
      * single job in it is handed to someone else.
      *
      * OW-PRI-PHONE and OW-SEC-PHONE are free-form as dialled from
      * the operations bridge ('614 555 0142', 'X4417').  The
      * secondary contact may be left blank.  OW-ESCALATION is a
      * one-line instruction for when neither contact answers ('PAGE
      * FINANCE DUTY MGR VIA HELP DESK AFTER 30 MIN').
      *
      * The record is 160 bytes - twice the width of the other
      * registries - so the CHGLOG change-log images carry it whole.
      *
       01  OWNREC-RECORD.
           05  OW-JOB-PATTERN        PIC  X(08).
           05  OW-PREFIX-LEN         PIC  9(02).
           05  OW-TEAM-NAME          PIC  X(20).
           05  OW-PRI-NAME           PIC  X(20).
           05  OW-PRI-PHONE          PIC  X(14).
           05  OW-SEC-NAME           PIC  X(20).
           05  OW-SEC-PHONE          PIC  X(14).
           05  OW-ESCALATION         PIC  X(60).
           05  FILLER                PIC  X(02).
