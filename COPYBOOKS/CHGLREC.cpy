      *CHGLREC
      *
      * Registry change-log record - one row for every add, change and
      * delete that any of the registry or calendar maintenance paths
      * actually applies (rejected cards and rejected screens write
      * nothing).  Written to the CHGLOG trail (a VSAM ESDS, appended
      * to the same way the STEPAUDT trail is) by SKEDMNT, SKEDUPD,
      * DEPDMNT, CALMNT, RCPOLMNT, SLAMNT, RATEMNT, OWNMNT and
      * OWNUPD; read by the CHGLRPT weekly change report.
      *
      * CG-REGISTRY names the master changed, by its record layout:
      * SKEDREC, DEPDREC, CALREC, RCPOLREC, SLAREC, RATEREC or OWNREC.
      * CG-KEY is that master's key as it sits in the record - job
      * name; predecessor + successor; calendar date; job pattern,
      * prefix length, step pattern, prefix length; or job pattern,
      * prefix length and effective-from date; or job pattern and
      * prefix length.
      *
      * CG-BEFORE-IMAGE is the record as it stood before the change
      * (spaces on an add); CG-AFTER-IMAGE is the record as it stands
      * after it (spaces on a delete).  The images are 160 bytes to
      * hold the widest registry record (OWNREC); an 80-byte record
      * sits in the first half with the second half left as spaces.
      *
      * CG-SOURCE-SW tells a card-deck run ('B') from an online
      * screen ('O').  For a card deck CG-SOURCE-ID is the maintenance
      * program and CG-CARD-NBR the card's position in the deck, so an
      * entry can be matched to its line on that run's MNTRPT; online,
      * CG-SOURCE-ID is the CICS terminal and CG-OPERATOR-ID the
      * signed-on user.
      *
       01  CHGLREC-RECORD.
           05  CG-REGISTRY           PIC  X(08).
           05  CG-KEY                PIC  X(24).
           05  CG-ACTION             PIC  X(01).
               88  CG-ADD                      VALUE 'A'.
               88  CG-CHANGE                   VALUE 'C'.
               88  CG-DELETE                   VALUE 'D'.
           05  CG-CHG-DATE           PIC  9(08).
           05  CG-CHG-TIME           PIC  9(08).
           05  CG-SOURCE-SW          PIC  X(01).
               88  CG-FROM-CARDS               VALUE 'B'.
               88  CG-FROM-ONLINE              VALUE 'O'.
           05  CG-SOURCE-ID          PIC  X(08).
           05  CG-OPERATOR-ID        PIC  X(08).
           05  CG-CARD-NBR           PIC  9(05).
           05  CG-BEFORE-IMAGE       PIC  X(160).
           05  CG-BEFORE-HALVES REDEFINES CG-BEFORE-IMAGE.
               10  CG-BEFORE-1ST     PIC  X(80).
               10  CG-BEFORE-2ND     PIC  X(80).
           05  CG-AFTER-IMAGE        PIC  X(160).
           05  CG-AFTER-HALVES REDEFINES CG-AFTER-IMAGE.
               10  CG-AFTER-1ST      PIC  X(80).
               10  CG-AFTER-2ND      PIC  X(80).
           05  FILLER                PIC  X(09).
