      *----------------------------------------------------------------
      * EC01DQDT - DATA-QUALITY VIOLATION DETAIL RECORD (FIXED 80
      * BYTES), WRITTEN BY THE ARR01DQP PROFILING JOB ONE GENERATION
      * PER RUN: ONE ROW PER PERSONA AND RULE IT FAILED, IN PERSONA
      * ORDER. THE PERSONA ID LEADS SO THE FILE - OR A SORT OF IT BY
      * RULE OR CLASS - CAN BE HANDED STRAIGHT TO WHOEVER WORKS THE
      * CORRECTIONS THROUGH MNT1. DQ-FIELD NAMES THE FIELD THAT FAILED
      * AND DQ-VALUE HOLDS WHAT IT HELD (THE ADDRESS ROW'S CITY AND
      * POSTAL CODE FOR Q006, WITH ITS TYPE IN DQ-ADDR-TYPE).
      *----------------------------------------------------------------
       01  DQ-DETAIL-RECORD.
           05  DQ-PERSONA-ID           PIC 9(10).
           05  DQ-RULE-ID              PIC X(04).
           05  DQ-CLASS                PIC X(02).
           05  DQ-FIELD                PIC X(10).
           05  DQ-VALUE                PIC X(30).
           05  DQ-ADDR-TYPE            PIC X(02).
           05  DQ-BUSINESS-DATE        PIC X(08).
           05  FILLER                  PIC X(14).
