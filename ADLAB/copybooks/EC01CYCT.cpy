      *----------------------------------------------------------------
      * EC01CYCT - NIGHTLY STREAM DEPENDENCY TABLE. EACH ENTRY NAMES A
      * JOB AND ONE PREDECESSOR THAT MUST HAVE ENDED (OR BEEN FORCED)
      * ON THE CYCLE CONTROL FILE (CYCLCTL, SEE EC01CYCL) FOR THE SAME
      * BUSINESS DATE BEFORE THE JOB IS ALLOWED TO START. A JOB WITH
      * SEVERAL PREDECESSORS HAS ONE ENTRY PER PREDECESSOR; A JOB WITH
      * NO ENTRY STARTS WHENEVER IT IS SUBMITTED. SHARED BY ARR01CYC
      * (THE GATE) AND ARR01CYR (THE CYCLE REPORT) SO THE TWO CAN'T
      * DISAGREE ABOUT THE STREAM. APPEND NEW ENTRIES AND RAISE
      * CT-DEPENDENCY-COUNT TO MATCH.
      *----------------------------------------------------------------
       01  CT-DEPENDENCY-VALUES.
      *    THE PURGE MAY ONLY RUN ONCE THAT NIGHT'S SNAPSHOT EXISTS.
           05  FILLER                  PIC X(16) VALUE
               'ARR01PRGARR01BKP'.
      *    THE BUSINESS DATE MAY ONLY ADVANCE ONCE EVERY LOAD,
      *    SWEEP AND CONSUMER STEP OF THE DAY HAS ENDED CLEANLY.
           05  FILLER                  PIC X(16) VALUE
               'ARR01PDTARR01BAT'.
           05  FILLER                  PIC X(16) VALUE
               'ARR01PDTARRMQBAT'.
           05  FILLER                  PIC X(16) VALUE
               'ARR01PDTARR01SWP'.
           05  FILLER                  PIC X(16) VALUE
               'ARR01PDTARR01CNS'.
      *    THE DAILY BALANCE CLOSES THE DAY ONCE ITS LOAD AND SWEEP
      *    HAVE ENDED, AND THE DATE MAY NOT ADVANCE PAST AN UNCLOSED
      *    DAY.
           05  FILLER                  PIC X(16) VALUE
               'ARR01BALARR01BAT'.
           05  FILLER                  PIC X(16) VALUE
               'ARR01BALARR01SWP'.
           05  FILLER                  PIC X(16) VALUE
               'ARR01PDTARR01BAL'.
      *    THE DAY'S LOAD WAITS FOR THE ACTIONS SCHEDULED FOR THAT DAY
      *    TO BE RELEASED (SEE EC01SACT), SO A FEED CORRECTION SENT
      *    THE SAME DAY LANDS ON TOP OF THEM, AND THE DATE MAY NOT
      *    ADVANCE PAST A DAY WHOSE RELEASE NEVER RAN.
           05  FILLER                  PIC X(16) VALUE
               'ARR01BATARR01SCH'.
           05  FILLER                  PIC X(16) VALUE
               'ARR01PDTARR01SCH'.
      *    THE EMBOSSING ORDER FILE IS BUILT FROM THE DAY'S LANDING,
      *    SO IT WAITS FOR THE CONSUMER TO HAVE DRAINED THE QUEUE.
           05  FILLER                  PIC X(16) VALUE
               'ARR01EMBARR01CNS'.
       01  CT-DEPENDENCY-TABLE REDEFINES CT-DEPENDENCY-VALUES.
           05  CT-DEPENDENCY-ENTRY OCCURS 11 TIMES.
               10  CT-JOB-NAME         PIC X(08).
               10  CT-PREDECESSOR      PIC X(08).
       01  CT-DEPENDENCY-COUNT         PIC S9(04) COMP-5 VALUE 11.
