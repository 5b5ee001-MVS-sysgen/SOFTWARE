      *EVTCTL
      *
      * Checkpoint control record for the EVTFEED outbound event
      * feed - one record, rewritten by every run as the next
      * generation, saying where the last run stopped: the last
      * sequence number and feed file number it issued, and the key
      * of the last STEPAUDT record it consumed.  The next run reads
      * the trail up to that record and sends what follows it.
      *
      * The key is the job number, run date, run time, step name and
      * record type of the audit record - enough to find it again
      * after AUDTPURG has moved older records off the front of the
      * trail.  EC-LAST-JOB-NBR of spaces means the trail was empty
      * when the checkpoint was taken, so everything on it is new.
      *
      * EC-CKPT-DATE/TIME is when the checkpoint was written and
      * EC-CKPT-MODE the run that wrote it ('N' normal, 'S' start).
      *
       01  EVTCTL-RECORD.
           05  EC-LAST-SEQ-NBR       PIC  9(09).
           05  EC-LAST-FILE-NBR      PIC  9(07).
           05  EC-LAST-KEY.
               10  EC-LAST-JOB-NBR   PIC  X(08).
               10  EC-LAST-RUN-DATE  PIC  9(08).
               10  EC-LAST-RUN-TIME  PIC  9(08).
               10  EC-LAST-STEP-NAME PIC  X(08).
               10  EC-LAST-REC-TYPE  PIC  X(01).
           05  EC-CKPT-DATE          PIC  9(08).
           05  EC-CKPT-TIME          PIC  9(08).
           05  EC-CKPT-MODE          PIC  X(01).
           05  FILLER                PIC  X(14).
