      *----------------------------------------------------------------
      * EC01RELM - SYMBOLIC MAP FOR MAP EC01REL1 (MAPSET EC01REL),
      * HAND-CARRIED FROM THE BMS SOURCE IN ADLAB/BMS/EC01REL.BMS,
      * THE SAME WAY EC01ADRM CARRIES THE ADDRESS MAINTENANCE MAP.
      * ONE INPUT/OUTPUT PAIR PER FIELD, IN BMS FIELD ORDER.
      *----------------------------------------------------------------
       01  EC01REL1I.
           05  FILLER                  PIC X(12).
           05  RELFUNCL                PIC S9(4) COMP.
           05  RELFUNCF                PIC X(01).
           05  FILLER REDEFINES RELFUNCF.
               10  RELFUNCA            PIC X(01).
           05  RELFUNCI                PIC X(01).
           05  RELIDL                  PIC S9(4) COMP.
           05  RELIDF                  PIC X(01).
           05  FILLER REDEFINES RELIDF.
               10  RELIDA              PIC X(01).
           05  RELIDI                  PIC X(10).
           05  RELRIDL                 PIC S9(4) COMP.
           05  RELRIDF                 PIC X(01).
           05  FILLER REDEFINES RELRIDF.
               10  RELRIDA             PIC X(01).
           05  RELRIDI                 PIC X(10).
           05  RELTYPEL                PIC S9(4) COMP.
           05  RELTYPEF                PIC X(01).
           05  FILLER REDEFINES RELTYPEF.
               10  RELTYPEA            PIC X(01).
           05  RELTYPEI                PIC X(02).
           05  RELHHIDL                PIC S9(4) COMP.
           05  RELHHIDF                PIC X(01).
           05  FILLER REDEFINES RELHHIDF.
               10  RELHHIDA            PIC X(01).
           05  RELHHIDI                PIC X(10).
           05  RELSTATL                PIC S9(4) COMP.
           05  RELSTATF                PIC X(01).
           05  FILLER REDEFINES RELSTATF.
               10  RELSTATA            PIC X(01).
           05  RELSTATI                PIC X(01).
           05  RELSTRTL                PIC S9(4) COMP.
           05  RELSTRTF                PIC X(01).
           05  FILLER REDEFINES RELSTRTF.
               10  RELSTRTA            PIC X(01).
           05  RELSTRTI                PIC X(08).
           05  RELENDDL                PIC S9(4) COMP.
           05  RELENDDF                PIC X(01).
           05  FILLER REDEFINES RELENDDF.
               10  RELENDDA            PIC X(01).
           05  RELENDDI                PIC X(08).
           05  RELRSNL                 PIC S9(4) COMP.
           05  RELRSNF                 PIC X(01).
           05  FILLER REDEFINES RELRSNF.
               10  RELRSNA             PIC X(01).
           05  RELRSNI                 PIC X(06).
           05  RELLS01L                PIC S9(4) COMP.
           05  RELLS01F                PIC X(01).
           05  FILLER REDEFINES RELLS01F.
               10  RELLS01A            PIC X(01).
           05  RELLS01I                PIC X(60).
           05  RELLS02L                PIC S9(4) COMP.
           05  RELLS02F                PIC X(01).
           05  FILLER REDEFINES RELLS02F.
               10  RELLS02A            PIC X(01).
           05  RELLS02I                PIC X(60).
           05  RELLS03L                PIC S9(4) COMP.
           05  RELLS03F                PIC X(01).
           05  FILLER REDEFINES RELLS03F.
               10  RELLS03A            PIC X(01).
           05  RELLS03I                PIC X(60).
           05  RELLS04L                PIC S9(4) COMP.
           05  RELLS04F                PIC X(01).
           05  FILLER REDEFINES RELLS04F.
               10  RELLS04A            PIC X(01).
           05  RELLS04I                PIC X(60).
           05  RELLS05L                PIC S9(4) COMP.
           05  RELLS05F                PIC X(01).
           05  FILLER REDEFINES RELLS05F.
               10  RELLS05A            PIC X(01).
           05  RELLS05I                PIC X(60).
           05  RELLS06L                PIC S9(4) COMP.
           05  RELLS06F                PIC X(01).
           05  FILLER REDEFINES RELLS06F.
               10  RELLS06A            PIC X(01).
           05  RELLS06I                PIC X(60).
           05  RELLS07L                PIC S9(4) COMP.
           05  RELLS07F                PIC X(01).
           05  FILLER REDEFINES RELLS07F.
               10  RELLS07A            PIC X(01).
           05  RELLS07I                PIC X(60).
           05  RELLS08L                PIC S9(4) COMP.
           05  RELLS08F                PIC X(01).
           05  FILLER REDEFINES RELLS08F.
               10  RELLS08A            PIC X(01).
           05  RELLS08I                PIC X(60).
           05  RELLS09L                PIC S9(4) COMP.
           05  RELLS09F                PIC X(01).
           05  FILLER REDEFINES RELLS09F.
               10  RELLS09A            PIC X(01).
           05  RELLS09I                PIC X(60).
           05  RELLS10L                PIC S9(4) COMP.
           05  RELLS10F                PIC X(01).
           05  FILLER REDEFINES RELLS10F.
               10  RELLS10A            PIC X(01).
           05  RELLS10I                PIC X(60).
           05  RELMSGL                 PIC S9(4) COMP.
           05  RELMSGF                 PIC X(01).
           05  FILLER REDEFINES RELMSGF.
               10  RELMSGA             PIC X(01).
           05  RELMSGI                 PIC X(79).

       01  EC01REL1O REDEFINES EC01REL1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  RELFUNCO                PIC X(01).
           05  FILLER                  PIC X(03).
           05  RELIDO                  PIC 9(10).
           05  FILLER                  PIC X(03).
           05  RELRIDO                 PIC 9(10).
           05  FILLER                  PIC X(03).
           05  RELTYPEO                PIC X(02).
           05  FILLER                  PIC X(03).
           05  RELHHIDO                PIC 9(10).
           05  FILLER                  PIC X(03).
           05  RELSTATO                PIC X(01).
           05  FILLER                  PIC X(03).
           05  RELSTRTO                PIC X(08).
           05  FILLER                  PIC X(03).
           05  RELENDDO                PIC X(08).
           05  FILLER                  PIC X(03).
           05  RELRSNO                 PIC X(06).
           05  FILLER                  PIC X(03).
           05  RELLS01O                PIC X(60).
           05  FILLER                  PIC X(03).
           05  RELLS02O                PIC X(60).
           05  FILLER                  PIC X(03).
           05  RELLS03O                PIC X(60).
           05  FILLER                  PIC X(03).
           05  RELLS04O                PIC X(60).
           05  FILLER                  PIC X(03).
           05  RELLS05O                PIC X(60).
           05  FILLER                  PIC X(03).
           05  RELLS06O                PIC X(60).
           05  FILLER                  PIC X(03).
           05  RELLS07O                PIC X(60).
           05  FILLER                  PIC X(03).
           05  RELLS08O                PIC X(60).
           05  FILLER                  PIC X(03).
           05  RELLS09O                PIC X(60).
           05  FILLER                  PIC X(03).
           05  RELLS10O                PIC X(60).
           05  FILLER                  PIC X(03).
           05  RELMSGO                 PIC X(79).
