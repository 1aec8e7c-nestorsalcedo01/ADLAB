      *----------------------------------------------------------------
      * EC01RPAR - RUNTIME PARAMETER RECORD (VSAM KSDS RUNPARM, KEY =
      * RP-KEY: PARAMETER NAME + EFFECTIVE DATE). ONE ROW PER VALUE A
      * BATCH TUNABLE TAKES FROM ITS EFFECTIVE DATE ON - A CHECKPOINT
      * INTERVAL, A RETRY LIMIT, A WAIT, A RETENTION OR AN AGE THAT
      * USED TO BE A VALUE CLAUSE OR A JCL PARM. THE SHARED LOOKUP
      * ROUTINE ARR01RPQ (SEE EC01RPQP) READS THE WHOLE FILE ONCE PER
      * RUN AND HANDS EACH PROGRAM THE ROW IN FORCE ON THE BUSINESS
      * DATE - THE LATEST EFFECTIVE DATE NOT AFTER IT - SO A CHANGE
      * CAN BE KEYED AHEAD OF THE NIGHT IT IS TO START. A NAME WITH
      * NO ROW IN FORCE FALLS BACK TO THE PROGRAM'S OWN DEFAULT.
      * NAMES ARE PROGRAM.TUNABLE:
      *   ARRAY01.CKPTINT     PERSONAS BETWEEN CHECKPOINTS (10)
      *   ARRAYMQ.CKPTINT     PERSONAS BETWEEN CHECKPOINTS (10)
      *   ARRAYMQ.MAXRETRY    MQPUT RETRIES ON A TRANSIENT FAIL (3)
      *   ARR01LSN.WAITSEC    CONTINUOUS-MODE GET WAIT SECONDS (30)
      *   ARR01PRG.RETAINYRS  RETENTION YEARS BEFORE PURGE (7)
      *   ARR01CKH.AGEHOURS   ABANDONED-RUN ALERT AGE IN HOURS (24)
      *   ARR01RJS.AGEDAYS    REJECT AGING REPORT AGE IN DAYS (0)
      *   ARR01SNP.CKPTINT    SNAPSHOT PUTS BETWEEN CHECKPOINTS (500)
      *   ARR01SNP.RATE       SNAPSHOT MESSAGES PER SECOND (50)
      * MAINTAINED ONLINE BY ARR01RPM (TRANSACTION RPM1, SUPERVISOR
      * LEVEL, EVERY CHANGE JOURNALED), SEEDED BY THE ARR01RPS JOB.
      * RP-CHANGED-BY / RP-CHANGED-TIMESTAMP SAY WHO LAST KEYED THE
      * ROW AND WHEN.
      *----------------------------------------------------------------
       01  RUN-PARM-RECORD.
           05  RP-KEY.
               10  RP-PARM-NAME        PIC X(18).
               10  RP-EFFECTIVE-DATE   PIC X(08).
           05  RP-VALUE                PIC 9(09).
           05  RP-DESCRIPTION          PIC X(20).
           05  RP-CHANGED-BY           PIC X(08).
           05  RP-CHANGED-TIMESTAMP    PIC X(16).
           05  FILLER                  PIC X(01).
