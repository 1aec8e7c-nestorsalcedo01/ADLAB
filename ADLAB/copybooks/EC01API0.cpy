               88  SESSION-MODE-ON     VALUE 'S'.
           05  SESSION-FINAL-SW        PIC X(01) VALUE 'N'.
               88  SESSION-FINAL       VALUE 'Y'.
      *    CALLER-FEED-SOURCE NAMES THE FEED THE PERSONAS CAME FROM -
      *    THE FEED HEADER'S FH-SOURCE WHEN THE FILE CARRIES ONE,
      *    OTHERWISE THE DRIVER'S OWN PROGRAM NAME. ARRAY01 STAMPS IT
      *    AS THE OWNER OF EVERY FIELD IT SETS (PM-NAME-SOURCE ETC.,
      *    SEE EC01PMR) AND RANKS IT ON THE SOURCE-PRIORITY TABLE
      *    (EC01SPRI) BEFORE LETTING AN UPDATE OVERWRITE A FIELD
      *    ANOTHER SOURCE OWNS. APPENDED, SO AN OLDER CALLER - AND
      *    EVERY CICS INVOCATION - LEAVES IT SPACES OR LOW-VALUES,
      *    WHICH ARRAY01 TREATS AS ITS OWN NAME, 'ARRAY01'.
           05  CALLER-FEED-SOURCE      PIC X(08) VALUE SPACES.
      *    CALLER-STREAM-NUMBER IS NON-ZERO WHEN THE CALL CARRIES ONE
      *    STREAM OF AN EXTRACT ARR01SPL CUT INTO SEVERAL FOR
      *    CONCURRENT LOADING (SEE FEED-STREAM-HEADER-RECORD IN
      *    EC01FCTL). THE STREAM TAKES ITS PERSONA-IDS FROM
      *    CALLER-ID-BLOCK-FIRST THROUGH -LAST AND ITS RUN-IDS FROM
      *    CALLER-RUN-BLOCK-FIRST THROUGH -LAST, RESERVED FOR IT BY
      *    THE SPLIT, INSTEAD OF FROM THE MASTER'S AND THE CHECKPOINT
      *    FILE'S KEY-ZERO CONTROL ROWS, WHICH CONCURRENT JOBS WOULD
      *    OTHERWISE FIGHT OVER. APPENDED, SO AN OLDER CALLER LEAVES
      *    IT ZERO AND CICS LEAVES IT NON-NUMERIC - NEITHER IS A
      *    STREAM.
           05  CALLER-STREAM-NUMBER    PIC 9(02) VALUE ZEROS.
           05  CALLER-ID-BLOCK-FIRST   PIC 9(10) VALUE ZEROS.
           05  CALLER-ID-BLOCK-LAST    PIC 9(10) VALUE ZEROS.
           05  CALLER-RUN-BLOCK-FIRST  PIC 9(08) VALUE ZEROS.
           05  CALLER-RUN-BLOCK-LAST   PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------
      * A DELIMITER GOES BETWEEN EVERY FIELD BELOW, INCLUDING BETWEEN
           05  DOCUMENTO-LENGTH        PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '|'.
           05  DOCUMENTO               PIC X(15).
      *    THE EFFECTIVE BUSINESS DATE (YYYYMMDD) OF A FUTURE-DATED
      *    ACTION. APPENDED LIKE THE DOCUMENT FIELDS - BLANK (OR A
      *    FEED THAT STOPS SHORT) MEANS APPLY NOW. A DATE AFTER THE
      *    CURRENT BUSINESS DATE (PD-BUSINESS-DATE, SEE EC01PDAT)
      *    PARKS THE ENTRY ON THE SCHEDULED-ACTION FILE (SCHDACT,
      *    SEE EC01SACT) UNTIL ARR01SCH RELEASES IT ON THAT DATE; A
      *    DATE ON OR BEFORE IT APPLIES AT ONCE.
           05  FILLER                  PIC X(01) VALUE '|'.
           05  EFFECTIVE-DATE          PIC X(08).
