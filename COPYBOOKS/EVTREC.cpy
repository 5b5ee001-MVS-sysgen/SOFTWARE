      *EVTREC
      *
      * Outbound job event feed record - the fixed-format interface
      * file EVTFEED sends to the distributed scheduler and the
      * help-desk ticketing system several times a night.  Every file
      * is one header record, any number of event records in
      * sequence-number order, and one trailer record.  The same
      * event records are kept on the EVTHIST event history, which
      * is what a resend is cut from.
      *
      * Event types:
      *   JC  job completed - the JOBEND disposition record arrived.
      *       EV-STEP-NAME is the job's last step, EV-COND-CODE its
      *       code, EV-ELAPSED-TIME the whole job's elapsed time.
      *   SF  step failed - a step ended with a condition code the
      *       RCPOLICY master calls failing for it.  The last step's
      *       code arrives on the JOBEND disposition record, so a job
      *       whose last step failed sends an SF and then its JC; that
      *       SF's EV-ELAPSED-TIME is the whole job's, as on the JC.
      *   SA  step alerted - THISSTEP raised an operator-console
      *       alert for the step's code.  A step that both failed and
      *       alerted sends an SF and an SA event.
      * EV-RC-STATUS is the policy verdict on EV-COND-CODE - 'F'
      * failing, 'A' acceptable - so a JC event says whether the job
      * ended clean.  EV-EVENT-DATE/TIME is the audit boundary the
      * event was taken from, i.e. when the step (or job) ended.
      *
      * EV-SEQ-NBR runs up by one for every event ever sent and is
      * never reused; a gap tells the receiver a file went missing.
      * EH-FILE-NBR counts feed files the same way (zero on a
      * resend).  The trailer carries the event counts, the first
      * and last sequence numbers, and a hash total - the sum of
      * EV-EVENT-TIME plus EV-COND-CODE over every event record.
      *
       01  EVTREC-RECORD.
           05  EV-REC-TYPE           PIC  X(01).
               88  EV-HEADER                VALUE 'H'.
               88  EV-EVENT                 VALUE 'D'.
               88  EV-TRAILER               VALUE 'T'.
           05  EV-EVENT-DATA.
               10  EV-SEQ-NBR        PIC  9(09).
               10  EV-EVENT-TYPE     PIC  X(02).
                   88  EV-JOB-COMPLETED     VALUE 'JC'.
                   88  EV-STEP-FAILED       VALUE 'SF'.
                   88  EV-STEP-ALERTED      VALUE 'SA'.
               10  EV-JOB-NAME       PIC  X(08).
               10  EV-JOB-NBR        PIC  X(08).
               10  EV-STEP-NAME      PIC  X(08).
               10  EV-PROCSTEP-NAME  PIC  X(08).
               10  EV-COND-CODE      PIC  9(04).
               10  EV-RC-STATUS      PIC  X(01).
                   88  EV-RC-FAILING        VALUE 'F'.
                   88  EV-RC-ACCEPTABLE     VALUE 'A'.
               10  EV-EVENT-DATE     PIC  9(08).
               10  EV-EVENT-TIME     PIC  9(08).
               10  EV-ELAPSED-TIME   PIC  9(08).
               10  FILLER            PIC  X(27).
           05  EV-HEADER-DATA REDEFINES EV-EVENT-DATA.
               10  EH-FEED-ID        PIC  X(08).
               10  EH-FILE-NBR       PIC  9(07).
               10  EH-CREATE-DATE    PIC  9(08).
               10  EH-CREATE-TIME    PIC  9(08).
               10  EH-FEED-MODE      PIC  X(01).
                   88  EH-NORMAL-FEED       VALUE 'N'.
                   88  EH-START-FEED        VALUE 'S'.
                   88  EH-RESEND-FEED       VALUE 'R'.
               10  EH-RESEND-FROM    PIC  9(09).
               10  EH-RESEND-TO      PIC  9(09).
               10  FILLER            PIC  X(49).
           05  EV-TRAILER-DATA REDEFINES EV-EVENT-DATA.
               10  ET-EVENT-COUNT    PIC  9(09).
               10  ET-COMPLETE-COUNT PIC  9(09).
               10  ET-FAILED-COUNT   PIC  9(09).
               10  ET-ALERTED-COUNT  PIC  9(09).
               10  ET-FIRST-SEQ      PIC  9(09).
               10  ET-LAST-SEQ       PIC  9(09).
               10  ET-HASH-TOTAL     PIC  9(15).
               10  FILLER            PIC  X(30).
