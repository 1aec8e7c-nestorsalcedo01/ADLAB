      *----------------------------------------------------------------
      * EC01PAL - PERSONA ALIAS RECORD (VSAM KSDS PERSALIA, KEY =
      * PAL-KEY). ONE ROW PER PRIOR APELLIDO/NAME OF A PERSONA. THE
      * NAME-KEY FILE (EC01PNK) ONLY EVER HOLDS A PERSONA'S CURRENT
      * NAME, SO WHEN A RENAME (A MARRIAGE, A CORRECTION) OR A MERGE
      * RETIRES A NAME, THE OLD NAME IS KEPT HERE, POINTING AT THE
      * PERSONA THAT NOW OWNS IT:
      *   CHANGE  ARRAY01 (ACTION U), MNT1, APV1 OR WLR1 RENAMED THE
      *           PERSONA - THE OWNER IS THE RENAMED PERSONA ITSELF
      *   MERGE   MNT1 OR APV1 MERGED A DUPLICATE AWAY - THE OWNER IS
      *           THE SURVIVOR, THE NAME IS THE RETIRED DUPLICATE'S
      * THE ARRAY01 DUPLICATE GATE TREATS A HIT HERE AS A DUPLICATE OF
      * THE OWNER (R019), AND THE MNT1 NAME SEARCH LISTS ALIAS HITS
      * ALONGSIDE THE NAME-KEY HITS, FLAGGED.
      *
      * APELLIDO AND NAME LEAD THE KEY, AS ON THE NAME-KEY FILE, SO
      * THE SAME BROWSE SERVES BOTH; THE OWNER'S PERSONA ID ENDS IT,
      * SO TWO PERSONAS MAY EACH HAVE HAD THE SAME NAME ONCE. THE
      * HISTORY CANNOT BE RECOVERED FROM THE MASTER, SO ARR01NKB DOES
      * NOT REBUILD THIS FILE - ARR01ALS SEEDS IT FROM THE JOURNAL.
      *----------------------------------------------------------------
       01  PERSONA-ALIAS-RECORD.
           05  PAL-KEY.
               10  PAL-APELLIDO        PIC X(20).
               10  PAL-NAME            PIC X(20).
               10  PAL-PERSONA-ID      PIC 9(10).
           05  PAL-REASON              PIC X(10).
               88  PAL-RENAMED         VALUE 'CHANGE'.
               88  PAL-MERGED          VALUE 'MERGE'.
           05  PAL-RETIRED-DATE        PIC X(08).
           05  PAL-SOURCE              PIC X(08).
           05  FILLER                  PIC X(04).
