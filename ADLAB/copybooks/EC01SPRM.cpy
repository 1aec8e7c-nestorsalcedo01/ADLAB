      *----------------------------------------------------------------
      * EC01SPRM - SYMBOLIC MAP FOR MAP EC01SPR1 (MAPSET EC01SPR),
      * HAND-CARRIED FROM THE BMS SOURCE IN ADLAB/BMS/EC01SPR.BMS,
      * THE SAME WAY EC01CLSM CARRIES THE CLASS MAINTENANCE MAP.
      * ONE INPUT/OUTPUT PAIR PER FIELD, IN BMS FIELD ORDER.
      *----------------------------------------------------------------
       01  EC01SPR1I.
           05  FILLER                  PIC X(12).
           05  SPRFUNCL                PIC S9(4) COMP.
           05  SPRFUNCF                PIC X(01).
           05  FILLER REDEFINES SPRFUNCF.
               10  SPRFUNCA            PIC X(01).
           05  SPRFUNCI                PIC X(01).
           05  SPRSRCL                 PIC S9(4) COMP.
           05  SPRSRCF                 PIC X(01).
           05  FILLER REDEFINES SPRSRCF.
               10  SPRSRCA             PIC X(01).
           05  SPRSRCI                 PIC X(08).
           05  SPRDESCL                PIC S9(4) COMP.
           05  SPRDESCF                PIC X(01).
           05  FILLER REDEFINES SPRDESCF.
               10  SPRDESCA            PIC X(01).
           05  SPRDESCI                PIC X(20).
           05  SPRPRIL                 PIC S9(4) COMP.
           05  SPRPRIF                 PIC X(01).
           05  FILLER REDEFINES SPRPRIF.
               10  SPRPRIA             PIC X(01).
           05  SPRPRII                 PIC X(03).
           05  SPRACTL                 PIC S9(4) COMP.
           05  SPRACTF                 PIC X(01).
           05  FILLER REDEFINES SPRACTF.
               10  SPRACTA             PIC X(01).
           05  SPRACTI                 PIC X(01).
           05  SPRMSGL                 PIC S9(4) COMP.
           05  SPRMSGF                 PIC X(01).
           05  FILLER REDEFINES SPRMSGF.
               10  SPRMSGA             PIC X(01).
           05  SPRMSGI                 PIC X(79).

       01  EC01SPR1O REDEFINES EC01SPR1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  SPRFUNCO                PIC X(01).
           05  FILLER                  PIC X(03).
           05  SPRSRCO                 PIC X(08).
           05  FILLER                  PIC X(03).
           05  SPRDESCO                PIC X(20).
           05  FILLER                  PIC X(03).
           05  SPRPRIO                 PIC X(03).
           05  FILLER                  PIC X(03).
           05  SPRACTO                 PIC X(01).
           05  FILLER                  PIC X(03).
           05  SPRMSGO                 PIC X(79).
