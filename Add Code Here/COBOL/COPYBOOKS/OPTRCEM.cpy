*> OPTRCEM - symbolic map copybook generated from the OPTRCEM
*> BMS mapset (OPTRCEM.bms). Checked in alongside the mapset so
*> the OPTRCE transaction does not depend on a BMS assemble step.
 01  OPTRCEI.
     02  FILLER                PIC X(12).
     02  SRCL                  PIC S9(4) COMP.
     02  SRCF                  PIC X.
     02  FILLER REDEFINES SRCF.
         03  SRCA              PIC X.
     02  SRCI                  PIC X(04).
     02  SEQL                  PIC S9(4) COMP.
     02  SEQF                  PIC X.
     02  FILLER REDEFINES SEQF.
         03  SEQA              PIC X.
     02  SEQI                  PIC X(06).
     02  RUNCL                 PIC S9(4) COMP.
     02  RUNCF                 PIC X.
     02  FILLER REDEFINES RUNCF.
         03  RUNCA             PIC X.
     02  RUNCI                 PIC X(40).
     02  RUN1L                 PIC S9(4) COMP.
     02  RUN1F                 PIC X.
     02  FILLER REDEFINES RUN1F.
         03  RUN1A             PIC X.
     02  RUN1I                 PIC X(78).
     02  RUN2L                 PIC S9(4) COMP.
     02  RUN2F                 PIC X.
     02  FILLER REDEFINES RUN2F.
         03  RUN2A             PIC X.
     02  RUN2I                 PIC X(78).
     02  RUN3L                 PIC S9(4) COMP.
     02  RUN3F                 PIC X.
     02  FILLER REDEFINES RUN3F.
         03  RUN3A             PIC X.
     02  RUN3I                 PIC X(78).
     02  RUN4L                 PIC S9(4) COMP.
     02  RUN4F                 PIC X.
     02  FILLER REDEFINES RUN4F.
         03  RUN4A             PIC X.
     02  RUN4I                 PIC X(78).
     02  RUN5L                 PIC S9(4) COMP.
     02  RUN5F                 PIC X.
     02  FILLER REDEFINES RUN5F.
         03  RUN5A             PIC X.
     02  RUN5I                 PIC X(78).
     02  RUN6L                 PIC S9(4) COMP.
     02  RUN6F                 PIC X.
     02  FILLER REDEFINES RUN6F.
         03  RUN6A             PIC X.
     02  RUN6I                 PIC X(78).
     02  EXC1L                 PIC S9(4) COMP.
     02  EXC1F                 PIC X.
     02  FILLER REDEFINES EXC1F.
         03  EXC1A             PIC X.
     02  EXC1I                 PIC X(60).
     02  EXC2L                 PIC S9(4) COMP.
     02  EXC2F                 PIC X.
     02  FILLER REDEFINES EXC2F.
         03  EXC2A             PIC X.
     02  EXC2I                 PIC X(60).
     02  GAPL                  PIC S9(4) COMP.
     02  GAPF                  PIC X.
     02  FILLER REDEFINES GAPF.
         03  GAPA              PIC X.
     02  GAPI                  PIC X(60).
     02  RSBL                  PIC S9(4) COMP.
     02  RSBF                  PIC X.
     02  FILLER REDEFINES RSBF.
         03  RSBA              PIC X.
     02  RSBI                  PIC X(60).
     02  ASOFL                 PIC S9(4) COMP.
     02  ASOFF                 PIC X.
     02  FILLER REDEFINES ASOFF.
         03  ASOFA             PIC X.
     02  ASOFI                 PIC X(08).
     02  MSGLL                 PIC S9(4) COMP.
     02  MSGLF                 PIC X.
     02  FILLER REDEFINES MSGLF.
         03  MSGLA             PIC X.
     02  MSGLI                 PIC X(79).

 01  OPTRCEO REDEFINES OPTRCEI.
     02  FILLER                PIC X(12).
     02  FILLER                PIC X(03).
     02  SRCO                  PIC X(04).
     02  FILLER                PIC X(03).
     02  SEQO                  PIC X(06).
     02  FILLER                PIC X(03).
     02  RUNCO                 PIC X(40).
     02  FILLER                PIC X(03).
     02  RUN1O                 PIC X(78).
     02  FILLER                PIC X(03).
     02  RUN2O                 PIC X(78).
     02  FILLER                PIC X(03).
     02  RUN3O                 PIC X(78).
     02  FILLER                PIC X(03).
     02  RUN4O                 PIC X(78).
     02  FILLER                PIC X(03).
     02  RUN5O                 PIC X(78).
     02  FILLER                PIC X(03).
     02  RUN6O                 PIC X(78).
     02  FILLER                PIC X(03).
     02  EXC1O                 PIC X(60).
     02  FILLER                PIC X(03).
     02  EXC2O                 PIC X(60).
     02  FILLER                PIC X(03).
     02  GAPO                  PIC X(60).
     02  FILLER                PIC X(03).
     02  RSBO                  PIC X(60).
     02  FILLER                PIC X(03).
     02  ASOFO                 PIC X(08).
     02  FILLER                PIC X(03).
     02  MSGLO                 PIC X(79).
