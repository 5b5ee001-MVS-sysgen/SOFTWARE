      * generation is cut and held forever in the AUDTSUMF KSDS.
      * The raw archives stay for audits; this summary answers the
      * everyday "how often did PAYROLL's STEP040 fail last year"
      * questions in seconds, through the AUDTHIST query report, and
      * is what the CAPFCST batch-window capacity forecast trends.
      *
      * A step's condition code and elapsed time live on the NEXT
      * boundary record of the same job (the same reading RSTRTADV
      * applies), so SM-RUN-COUNT counts steps whose following
      * boundary was audited, SM-FAIL-COUNT counts the ones whose
      * following boundary carried a code the RCPOLICY master calls
      * failing for that step (judged through RCPOLCHK), and
      * SM-TOTAL-ELAPSED accumulates their elapsed times as a linear
      * count of hundredths of a second (converted from the
      * HHMMSSTH clock values the trail carries).  A JOBEND
      * disposition record acts as the last step's following
      * boundary without being counted as a step itself.
      *
      * SM-LAST-GEN-SEQ is the AUDTGENC generation sequence number
      * (see GENCREC) of the archive generation that last added into
      * the record, so a resumed or backed-out fold can tell which
      * records that generation has already reached.  Records written
      * before the control file existed carry spaces there.
      *
       01  SUMREC-RECORD.
           05  SM-KEY.
           05  SM-RUN-COUNT          PIC  9(08).
           05  SM-FAIL-COUNT         PIC  9(08).
           05  SM-TOTAL-ELAPSED      PIC  9(12).
           05  SM-LAST-GEN-SEQ       PIC  9(07).
           05  FILLER                PIC  X(21).
