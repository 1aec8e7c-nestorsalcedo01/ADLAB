      *----------------------------------------------------------------
      * EC01ALRM - SYMBOLIC MAP FOR MAP EC01ALR1 (MAPSET EC01ALR),
      * HAND-CARRIED FROM THE BMS SOURCE IN ADLAB/BMS/EC01ALR.BMS.
      * ONE INPUT/OUTPUT PAIR PER FIELD, IN BMS FIELD ORDER. THE LIST
      * ROWS (ALL01-ALL10 IN THE BMS) ARE CARRIED AS A TABLE, AS
      * EC01APVM CARRIES THE APPROVAL QUEUE, SO THE PROGRAM CAN FILL
      * THEM BY SUBSCRIPT.
      *----------------------------------------------------------------
       01  EC01ALR1I.
           05  FILLER                  PIC X(12).
           05  ALRSEVL                 PIC S9(4) COMP.
           05  ALRSEVF                 PIC X(01).
           05  FILLER REDEFINES ALRSEVF.
               10  ALRSEVA             PIC X(01).
           05  ALRSEVI                 PIC X(01).
           05  ALL-ROW OCCURS 10 TIMES.
               10  ALLL                PIC S9(4) COMP.
               10  ALLF                PIC X(01).
               10  ALLI                PIC X(76).
           05  ALRFUNCL                PIC S9(4) COMP.
           05  ALRFUNCF                PIC X(01).
           05  FILLER REDEFINES ALRFUNCF.
               10  ALRFUNCA            PIC X(01).
           05  ALRFUNCI                PIC X(01).
           05  ALRIDL                  PIC S9(4) COMP.
           05  ALRIDF                  PIC X(01).
           05  FILLER REDEFINES ALRIDF.
               10  ALRIDA              PIC X(01).
           05  ALRIDI                  PIC X(10).
           05  ALRDETL                 PIC S9(4) COMP.
           05  ALRDETF                 PIC X(01).
           05  FILLER REDEFINES ALRDETF.
               10  ALRDETA             PIC X(01).
           05  ALRDETI                 PIC X(66).
           05  ALRTXTL                 PIC S9(4) COMP.
           05  ALRTXTF                 PIC X(01).
           05  FILLER REDEFINES ALRTXTF.
               10  ALRTXTA             PIC X(01).
           05  ALRTXTI                 PIC X(66).
           05  ALRSTATL                PIC S9(4) COMP.
           05  ALRSTATF                PIC X(01).
           05  FILLER REDEFINES ALRSTATF.
               10  ALRSTATA            PIC X(01).
           05  ALRSTATI                PIC X(66).
           05  ALRNOTEL                PIC S9(4) COMP.
           05  ALRNOTEF                PIC X(01).
           05  FILLER REDEFINES ALRNOTEF.
               10  ALRNOTEA            PIC X(01).
           05  ALRNOTEI                PIC X(40).
           05  ALRMSGL                 PIC S9(4) COMP.
           05  ALRMSGF                 PIC X(01).
           05  FILLER REDEFINES ALRMSGF.
               10  ALRMSGA             PIC X(01).
           05  ALRMSGI                 PIC X(79).

       01  EC01ALR1O REDEFINES EC01ALR1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  ALRSEVO                 PIC X(01).
           05  ALL-ROW-O OCCURS 10 TIMES.
               10  FILLER              PIC X(03).
               10  ALLO                PIC X(76).
           05  FILLER                  PIC X(03).
           05  ALRFUNCO                PIC X(01).
           05  FILLER                  PIC X(03).
           05  ALRIDO                  PIC 9(10).
           05  FILLER                  PIC X(03).
           05  ALRDETO                 PIC X(66).
           05  FILLER                  PIC X(03).
           05  ALRTXTO                 PIC X(66).
           05  FILLER                  PIC X(03).
           05  ALRSTATO                PIC X(66).
           05  FILLER                  PIC X(03).
           05  ALRNOTEO                PIC X(40).
           05  FILLER                  PIC X(03).
           05  ALRMSGO                 PIC X(79).
