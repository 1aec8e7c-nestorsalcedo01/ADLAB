      *----------------------------------------------------------------
      * EC01DQHS - DATA-QUALITY SCORE HISTORY RECORD (VSAM KSDS
      * DQHIST, KEY = DH-MONTH + DH-ROW-TYPE + DH-RULE-ID + DH-CLASS).
      * WRITTEN BY THE ARR01DQP PROFILING JOB FOR THE MONTH OF ITS
      * BUSINESS DATE; A SECOND RUN IN THE SAME MONTH REPLACES THE
      * MONTH'S ROWS, SO THE FILE HOLDS THE LAST PROFILE OF EACH
      * MONTH. THREE ROW TYPES:
      *   R  ONE PER RULE AND CLASS THE RULE RAN FOR - PERSONAS
      *      CHECKED, VIOLATIONS AND THE PASS RATE
      *   C  ONE PER CLASS (DH-RULE-ID SPACES) - PERSONAS PROFILED,
      *      PERSONAS WITH NO VIOLATION AND THE CLASS SCORE
      *   T  ONE FOR THE MONTH (RULE AND CLASS SPACES) - THE SAME FOR
      *      THE WHOLE MASTER
      * THE SCORE IS 100 X (1 - WEIGHTED VIOLATIONS / WEIGHTED
      * CHECKS), EACH CHECK AND VIOLATION WEIGHTED BY ITS RULE'S
      * DR-WEIGHT (SEE EC01DQRL); NOTHING CHECKED SCORES 100. THE
      * NEXT RUN READS THE LATEST EARLIER MONTH BACK FOR ITS
      * MONTH-OVER-MONTH COLUMN AND THE T ROWS FOR ITS TREND.
      *----------------------------------------------------------------
       01  DQ-HISTORY-RECORD.
           05  DH-KEY.
               10  DH-MONTH            PIC X(06).
               10  DH-ROW-TYPE         PIC X(01).
                   88  DH-RULE-ROW     VALUE 'R'.
                   88  DH-CLASS-ROW    VALUE 'C'.
                   88  DH-TOTAL-ROW    VALUE 'T'.
               10  DH-RULE-ID          PIC X(04).
               10  DH-CLASS            PIC X(02).
           05  DH-PERSONAS             PIC 9(09).
           05  DH-CLEAN-PERSONAS       PIC 9(09).
           05  DH-CHECKED              PIC 9(09).
           05  DH-VIOLATIONS           PIC 9(09).
           05  DH-WEIGHTED-CHECKED     PIC 9(11).
           05  DH-WEIGHTED-VIOLATIONS  PIC 9(11).
           05  DH-SCORE                PIC 9(03)V99.
           05  DH-BUSINESS-DATE        PIC X(08).
           05  DH-UPDATED-TIMESTAMP    PIC X(16).
           05  FILLER                  PIC X(20).
