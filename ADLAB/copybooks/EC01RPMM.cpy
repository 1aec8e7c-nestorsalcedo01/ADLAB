      *----------------------------------------------------------------
      * EC01RPMM - SYMBOLIC MAP FOR MAP EC01RPM1 (MAPSET EC01RPM),
      * HAND-CARRIED FROM THE BMS SOURCE IN ADLAB/BMS/EC01RPM.BMS,
      * THE SAME WAY EC01SPRM CARRIES THE SOURCE-PRIORITY MAP.
      * ONE INPUT/OUTPUT PAIR PER FIELD, IN BMS FIELD ORDER.
      *----------------------------------------------------------------
       01  EC01RPM1I.
           05  FILLER                  PIC X(12).
           05  RPMFUNCL                PIC S9(4) COMP.
           05  RPMFUNCF                PIC X(01).
           05  FILLER REDEFINES RPMFUNCF.
               10  RPMFUNCA            PIC X(01).
           05  RPMFUNCI                PIC X(01).
           05  RPMNAMEL                PIC S9(4) COMP.
           05  RPMNAMEF                PIC X(01).
           05  FILLER REDEFINES RPMNAMEF.
               10  RPMNAMEA            PIC X(01).
           05  RPMNAMEI                PIC X(18).
           05  RPMEFFL                 PIC S9(4) COMP.
           05  RPMEFFF                 PIC X(01).
           05  FILLER REDEFINES RPMEFFF.
               10  RPMEFFA             PIC X(01).
           05  RPMEFFI                 PIC X(08).
           05  RPMVALL                 PIC S9(4) COMP.
           05  RPMVALF                 PIC X(01).
           05  FILLER REDEFINES RPMVALF.
               10  RPMVALA             PIC X(01).
           05  RPMVALI                 PIC X(09).
           05  RPMDESCL                PIC S9(4) COMP.
           05  RPMDESCF                PIC X(01).
           05  FILLER REDEFINES RPMDESCF.
               10  RPMDESCA            PIC X(01).
           05  RPMDESCI                PIC X(20).
           05  RPMCHBYL                PIC S9(4) COMP.
           05  RPMCHBYF                PIC X(01).
           05  FILLER REDEFINES RPMCHBYF.
               10  RPMCHBYA            PIC X(01).
           05  RPMCHBYI                PIC X(08).
           05  RPMCHTSL                PIC S9(4) COMP.
           05  RPMCHTSF                PIC X(01).
           05  FILLER REDEFINES RPMCHTSF.
               10  RPMCHTSA            PIC X(01).
           05  RPMCHTSI                PIC X(16).
           05  RPMMSGL                 PIC S9(4) COMP.
           05  RPMMSGF                 PIC X(01).
           05  FILLER REDEFINES RPMMSGF.
               10  RPMMSGA             PIC X(01).
           05  RPMMSGI                 PIC X(79).

       01  EC01RPM1O REDEFINES EC01RPM1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  RPMFUNCO                PIC X(01).
           05  FILLER                  PIC X(03).
           05  RPMNAMEO                PIC X(18).
           05  FILLER                  PIC X(03).
           05  RPMEFFO                 PIC X(08).
           05  FILLER                  PIC X(03).
           05  RPMVALO                 PIC X(09).
           05  FILLER                  PIC X(03).
           05  RPMDESCO                PIC X(20).
           05  FILLER                  PIC X(03).
           05  RPMCHBYO                PIC X(08).
           05  FILLER                  PIC X(03).
           05  RPMCHTSO                PIC X(16).
           05  FILLER                  PIC X(03).
           05  RPMMSGO                 PIC X(79).
