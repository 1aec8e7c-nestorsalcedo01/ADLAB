      *----------------------------------------------------------------
      * EC01WLRM - SYMBOLIC MAP FOR MAP EC01WLR1 (MAPSET EC01WLR),
      * HAND-CARRIED FROM THE BMS SOURCE IN ADLAB/BMS/EC01WLR.BMS,
      * THE SAME WAY EC01CLSM CARRIES THE CLASS MAINTENANCE MAP. ONE
      * INPUT/OUTPUT PAIR PER FIELD, IN BMS FIELD ORDER.
      *----------------------------------------------------------------
       01  EC01WLR1I.
           05  FILLER                  PIC X(12).
           05  WLRFUNCL                PIC S9(4) COMP.
           05  WLRFUNCF                PIC X(01).
           05  FILLER REDEFINES WLRFUNCF.
               10  WLRFUNCA            PIC X(01).
           05  WLRFUNCI                PIC X(01).
           05  WLRHOLDL                PIC S9(4) COMP.
           05  WLRHOLDF                PIC X(01).
           05  FILLER REDEFINES WLRHOLDF.
               10  WLRHOLDA            PIC X(01).
           05  WLRHOLDI                PIC X(08).
           05  WLRSTATL                PIC S9(4) COMP.
           05  WLRSTATF                PIC X(01).
           05  FILLER REDEFINES WLRSTATF.
               10  WLRSTATA            PIC X(01).
           05  WLRSTATI                PIC X(10).
           05  WLRACTL                 PIC S9(4) COMP.
           05  WLRACTF                 PIC X(01).
           05  FILLER REDEFINES WLRACTF.
               10  WLRACTA             PIC X(01).
           05  WLRACTI                 PIC X(06).
           05  WLRTGTL                 PIC S9(4) COMP.
           05  WLRTGTF                 PIC X(01).
           05  FILLER REDEFINES WLRTGTF.
               10  WLRTGTA             PIC X(01).
           05  WLRTGTI                 PIC X(10).
           05  WLRNEWL                 PIC S9(4) COMP.
           05  WLRNEWF                 PIC X(01).
           05  FILLER REDEFINES WLRNEWF.
               10  WLRNEWA             PIC X(01).
           05  WLRNEWI                 PIC X(10).
           05  WLRNAMEL                PIC S9(4) COMP.
           05  WLRNAMEF                PIC X(01).
           05  FILLER REDEFINES WLRNAMEF.
               10  WLRNAMEA            PIC X(01).
           05  WLRNAMEI                PIC X(20).
           05  WLRAPELL                PIC S9(4) COMP.
           05  WLRAPELF                PIC X(01).
           05  FILLER REDEFINES WLRAPELF.
               10  WLRAPELA            PIC X(01).
           05  WLRAPELI                PIC X(20).
           05  WLRCLSL                 PIC S9(4) COMP.
           05  WLRCLSF                 PIC X(01).
           05  FILLER REDEFINES WLRCLSF.
               10  WLRCLSA             PIC X(01).
           05  WLRCLSI                 PIC X(02).
           05  WLRDOCL                 PIC S9(4) COMP.
           05  WLRDOCF                 PIC X(01).
           05  FILLER REDEFINES WLRDOCF.
               10  WLRDOCA             PIC X(01).
           05  WLRDOCI                 PIC X(15).
           05  WLRORIGL                PIC S9(4) COMP.
           05  WLRORIGF                PIC X(01).
           05  FILLER REDEFINES WLRORIGF.
               10  WLRORIGA            PIC X(01).
           05  WLRORIGI                PIC X(60).
           05  WLRHITL                 PIC S9(4) COMP.
           05  WLRHITF                 PIC X(01).
           05  FILLER REDEFINES WLRHITF.
               10  WLRHITA             PIC X(01).
           05  WLRHITI                 PIC X(66).
           05  WLRNOTEL                PIC S9(4) COMP.
           05  WLRNOTEF                PIC X(01).
           05  FILLER REDEFINES WLRNOTEF.
               10  WLRNOTEA            PIC X(01).
           05  WLRNOTEI                PIC X(30).
           05  WLRDECL                 PIC S9(4) COMP.
           05  WLRDECF                 PIC X(01).
           05  FILLER REDEFINES WLRDECF.
               10  WLRDECA             PIC X(01).
           05  WLRDECI                 PIC X(66).
           05  WLRMSGL                 PIC S9(4) COMP.
           05  WLRMSGF                 PIC X(01).
           05  FILLER REDEFINES WLRMSGF.
               10  WLRMSGA             PIC X(01).
           05  WLRMSGI                 PIC X(79).

       01  EC01WLR1O REDEFINES EC01WLR1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  WLRFUNCO                PIC X(01).
           05  FILLER                  PIC X(03).
           05  WLRHOLDO                PIC 9(08).
           05  FILLER                  PIC X(03).
           05  WLRSTATO                PIC X(10).
           05  FILLER                  PIC X(03).
           05  WLRACTO                 PIC X(06).
           05  FILLER                  PIC X(03).
           05  WLRTGTO                 PIC X(10).
           05  FILLER                  PIC X(03).
           05  WLRNEWO                 PIC X(10).
           05  FILLER                  PIC X(03).
           05  WLRNAMEO                PIC X(20).
           05  FILLER                  PIC X(03).
           05  WLRAPELO                PIC X(20).
           05  FILLER                  PIC X(03).
           05  WLRCLSO                 PIC X(02).
           05  FILLER                  PIC X(03).
           05  WLRDOCO                 PIC X(15).
           05  FILLER                  PIC X(03).
           05  WLRORIGO                PIC X(60).
           05  FILLER                  PIC X(03).
           05  WLRHITO                 PIC X(66).
           05  FILLER                  PIC X(03).
           05  WLRNOTEO                PIC X(30).
           05  FILLER                  PIC X(03).
           05  WLRDECO                 PIC X(66).
           05  FILLER                  PIC X(03).
           05  WLRMSGO                 PIC X(79).
