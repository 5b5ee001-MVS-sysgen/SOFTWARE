      *OWNUPDM
      *
      * Symbolic map for the OWNUPD mapset, as produced by the BMS
      * assembly of OWNUPDM.bms.  One -I (input) and one -O (output)
      * redefinition of the same TIOA per the standard DFHMDI layout.
      * Field order and lengths match OWNUPDM.bms field-for-field.
      *
       01  OWNUPDI.
           05  FILLER                PIC  X(12).
           05  TITLE1L               PIC  S9(4) COMP.
           05  TITLE1F               PIC  X(01).
           05  FILLER REDEFINES TITLE1F.
               10  TITLE1A           PIC  X(01).
           05  TITLE1I               PIC  X(40).
           05  DATEOUTL              PIC  S9(4) COMP.
           05  DATEOUTF              PIC  X(01).
           05  FILLER REDEFINES DATEOUTF.
               10  DATEOUTA          PIC  X(01).
           05  DATEOUTI              PIC  X(08).
           05  TIMEOUTL              PIC  S9(4) COMP.
           05  TIMEOUTF              PIC  X(01).
           05  FILLER REDEFINES TIMEOUTF.
               10  TIMEOUTA          PIC  X(01).
           05  TIMEOUTI              PIC  X(08).
           05  PATLBLL               PIC  S9(4) COMP.
           05  PATLBLF               PIC  X(01).
           05  FILLER REDEFINES PATLBLF.
               10  PATLBLA           PIC  X(01).
           05  PATLBLI               PIC  X(14).
           05  JOBPATL               PIC  S9(4) COMP.
           05  JOBPATF               PIC  X(01).
           05  FILLER REDEFINES JOBPATF.
               10  JOBPATA           PIC  X(01).
           05  JOBPATI               PIC  X(08).
           05  PATHLPL               PIC  S9(4) COMP.
           05  PATHLPF               PIC  X(01).
           05  FILLER REDEFINES PATHLPF.
               10  PATHLPA           PIC  X(01).
           05  PATHLPI               PIC  X(33).
           05  LENLBLL               PIC  S9(4) COMP.
           05  LENLBLF               PIC  X(01).
           05  FILLER REDEFINES LENLBLF.
               10  LENLBLA           PIC  X(01).
           05  LENLBLI               PIC  X(14).
           05  PFXLENL               PIC  S9(4) COMP.
           05  PFXLENF               PIC  X(01).
           05  FILLER REDEFINES PFXLENF.
               10  PFXLENA           PIC  X(01).
           05  PFXLENI               PIC  X(02).
           05  LENHLPL               PIC  S9(4) COMP.
           05  LENHLPF               PIC  X(01).
           05  FILLER REDEFINES LENHLPF.
               10  LENHLPA           PIC  X(01).
           05  LENHLPI               PIC  X(33).
           05  TEAMLBLL              PIC  S9(4) COMP.
           05  TEAMLBLF              PIC  X(01).
           05  FILLER REDEFINES TEAMLBLF.
               10  TEAMLBLA          PIC  X(01).
           05  TEAMLBLI              PIC  X(14).
           05  TEAML                 PIC  S9(4) COMP.
           05  TEAMF                 PIC  X(01).
           05  FILLER REDEFINES TEAMF.
               10  TEAMA             PIC  X(01).
           05  TEAMI                 PIC  X(20).
           05  PRILBLL               PIC  S9(4) COMP.
           05  PRILBLF               PIC  X(01).
           05  FILLER REDEFINES PRILBLF.
               10  PRILBLA           PIC  X(01).
           05  PRILBLI               PIC  X(14).
           05  PRINAMEL              PIC  S9(4) COMP.
           05  PRINAMEF              PIC  X(01).
           05  FILLER REDEFINES PRINAMEF.
               10  PRINAMEA          PIC  X(01).
           05  PRINAMEI              PIC  X(20).
           05  PRIPLBLL              PIC  S9(4) COMP.
           05  PRIPLBLF              PIC  X(01).
           05  FILLER REDEFINES PRIPLBLF.
               10  PRIPLBLA          PIC  X(01).
           05  PRIPLBLI              PIC  X(06).
           05  PRIPHNL               PIC  S9(4) COMP.
           05  PRIPHNF               PIC  X(01).
           05  FILLER REDEFINES PRIPHNF.
               10  PRIPHNA           PIC  X(01).
           05  PRIPHNI               PIC  X(14).
           05  SECLBLL               PIC  S9(4) COMP.
           05  SECLBLF               PIC  X(01).
           05  FILLER REDEFINES SECLBLF.
               10  SECLBLA           PIC  X(01).
           05  SECLBLI               PIC  X(14).
           05  SECNAMEL              PIC  S9(4) COMP.
           05  SECNAMEF              PIC  X(01).
           05  FILLER REDEFINES SECNAMEF.
               10  SECNAMEA          PIC  X(01).
           05  SECNAMEI              PIC  X(20).
           05  SECPLBLL              PIC  S9(4) COMP.
           05  SECPLBLF              PIC  X(01).
           05  FILLER REDEFINES SECPLBLF.
               10  SECPLBLA          PIC  X(01).
           05  SECPLBLI              PIC  X(06).
           05  SECPHNL               PIC  S9(4) COMP.
           05  SECPHNF               PIC  X(01).
           05  FILLER REDEFINES SECPHNF.
               10  SECPHNA           PIC  X(01).
           05  SECPHNI               PIC  X(14).
           05  ESCLBLL               PIC  S9(4) COMP.
           05  ESCLBLF               PIC  X(01).
           05  FILLER REDEFINES ESCLBLF.
               10  ESCLBLA           PIC  X(01).
           05  ESCLBLI               PIC  X(14).
           05  ESCALL                PIC  S9(4) COMP.
           05  ESCALF                PIC  X(01).
           05  FILLER REDEFINES ESCALF.
               10  ESCALA            PIC  X(01).
           05  ESCALI                PIC  X(60).
           05  MSGLINEL              PIC  S9(4) COMP.
           05  MSGLINEF              PIC  X(01).
           05  FILLER REDEFINES MSGLINEF.
               10  MSGLINEA          PIC  X(01).
           05  MSGLINEI              PIC  X(79).
           05  PFLINEL               PIC  S9(4) COMP.
           05  PFLINEF               PIC  X(01).
           05  FILLER REDEFINES PFLINEF.
               10  PFLINEA           PIC  X(01).
           05  PFLINEI               PIC  X(79).
       01  OWNUPDO REDEFINES OWNUPDI.
           05  FILLER                PIC  X(12).
           05  FILLER                PIC  X(03).
           05  TITLE1O               PIC  X(40).
           05  FILLER                PIC  X(03).
           05  DATEOUTO              PIC  X(08).
           05  FILLER                PIC  X(03).
           05  TIMEOUTO              PIC  X(08).
           05  FILLER                PIC  X(03).
           05  PATLBLO               PIC  X(14).
           05  FILLER                PIC  X(03).
           05  JOBPATO               PIC  X(08).
           05  FILLER                PIC  X(03).
           05  PATHLPO               PIC  X(33).
           05  FILLER                PIC  X(03).
           05  LENLBLO               PIC  X(14).
           05  FILLER                PIC  X(03).
           05  PFXLENO               PIC  X(02).
           05  FILLER                PIC  X(03).
           05  LENHLPO               PIC  X(33).
           05  FILLER                PIC  X(03).
           05  TEAMLBLO              PIC  X(14).
           05  FILLER                PIC  X(03).
           05  TEAMO                 PIC  X(20).
           05  FILLER                PIC  X(03).
           05  PRILBLO               PIC  X(14).
           05  FILLER                PIC  X(03).
           05  PRINAMEO              PIC  X(20).
           05  FILLER                PIC  X(03).
           05  PRIPLBLO              PIC  X(06).
           05  FILLER                PIC  X(03).
           05  PRIPHNO               PIC  X(14).
           05  FILLER                PIC  X(03).
           05  SECLBLO               PIC  X(14).
           05  FILLER                PIC  X(03).
           05  SECNAMEO              PIC  X(20).
           05  FILLER                PIC  X(03).
           05  SECPLBLO              PIC  X(06).
           05  FILLER                PIC  X(03).
           05  SECPHNO               PIC  X(14).
           05  FILLER                PIC  X(03).
           05  ESCLBLO               PIC  X(14).
           05  FILLER                PIC  X(03).
           05  ESCALO                PIC  X(60).
           05  FILLER                PIC  X(03).
           05  MSGLINEO              PIC  X(79).
           05  FILLER                PIC  X(03).
           05  PFLINEO               PIC  X(79).
