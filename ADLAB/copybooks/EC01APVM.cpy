      *----------------------------------------------------------------
      * EC01APVM - SYMBOLIC MAP FOR MAP EC01APV1 (MAPSET EC01APV),
      * HAND-CARRIED FROM THE BMS SOURCE IN ADLAB/BMS/EC01APV.BMS.
      * ONE INPUT/OUTPUT PAIR PER FIELD, IN BMS FIELD ORDER. THE LIST
      * ROWS (APL01-APL10 IN THE BMS) ARE CARRIED AS A TABLE, AS
      * EC01MNTM CARRIES THE NAME SEARCH LIST, SO THE PROGRAM CAN
      * FILL THEM BY SUBSCRIPT.
      *----------------------------------------------------------------
       01  EC01APV1I.
           05  FILLER                  PIC X(12).
           05  APL-ROW OCCURS 10 TIMES.
               10  APLL                PIC S9(4) COMP.
               10  APLF                PIC X(01).
               10  APLI                PIC X(76).
           05  APVFUNCL                PIC S9(4) COMP.
           05  APVFUNCF                PIC X(01).
           05  FILLER REDEFINES APVFUNCF.
               10  APVFUNCA            PIC X(01).
           05  APVFUNCI                PIC X(01).
           05  APVREQL                 PIC S9(4) COMP.
           05  APVREQF                 PIC X(01).
           05  FILLER REDEFINES APVREQF.
               10  APVREQA             PIC X(01).
           05  APVREQI                 PIC X(08).
           05  APVBEFL                 PIC S9(4) COMP.
           05  APVBEFF                 PIC X(01).
           05  FILLER REDEFINES APVBEFF.
               10  APVBEFA             PIC X(01).
           05  APVBEFI                 PIC X(66).
           05  APVAFTL                 PIC S9(4) COMP.
           05  APVAFTF                 PIC X(01).
           05  FILLER REDEFINES APVAFTF.
               10  APVAFTA             PIC X(01).
           05  APVAFTI                 PIC X(66).
           05  APVSTATL                PIC S9(4) COMP.
           05  APVSTATF                PIC X(01).
           05  FILLER REDEFINES APVSTATF.
               10  APVSTATA            PIC X(01).
           05  APVSTATI                PIC X(66).
           05  APVRSNL                 PIC S9(4) COMP.
           05  APVRSNF                 PIC X(01).
           05  FILLER REDEFINES APVRSNF.
               10  APVRSNA             PIC X(01).
           05  APVRSNI                 PIC X(30).
           05  APVMSGL                 PIC S9(4) COMP.
           05  APVMSGF                 PIC X(01).
           05  FILLER REDEFINES APVMSGF.
               10  APVMSGA             PIC X(01).
           05  APVMSGI                 PIC X(79).

       01  EC01APV1O REDEFINES EC01APV1I.
           05  FILLER                  PIC X(12).
           05  APL-ROW-O OCCURS 10 TIMES.
               10  FILLER              PIC X(03).
               10  APLO                PIC X(76).
           05  FILLER                  PIC X(03).
           05  APVFUNCO                PIC X(01).
           05  FILLER                  PIC X(03).
           05  APVREQO                 PIC 9(08).
           05  FILLER                  PIC X(03).
           05  APVBEFO                 PIC X(66).
           05  FILLER                  PIC X(03).
           05  APVAFTO                 PIC X(66).
           05  FILLER                  PIC X(03).
           05  APVSTATO                PIC X(66).
           05  FILLER                  PIC X(03).
           05  APVRSNO                 PIC X(30).
           05  FILLER                  PIC X(03).
           05  APVMSGO                 PIC X(79).
