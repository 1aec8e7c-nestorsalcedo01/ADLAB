      *----------------------------------------------------------------
      * EC01DBAL - DAILY PERSONA MASTER BALANCE RECORD (VSAM KSDS
      * DAYBAL, KEY = DB-BUSINESS-DATE). ONE ROW PER BUSINESS DATE,
      * WRITTEN BY THE ARR01BAL DAILY CLOSE. THE ROW PROVES THE
      * MASTER'S POPULATION: THE PRIOR CLOSE'S COUNTS BY PM-STATUS,
      * PLUS EVERY JOURNALED MOVEMENT SINCE THAT CLOSE, MUST EQUAL A
      * FRESH COUNT OF THE MASTER. THE CLOSING COUNTS ARE THE NEXT
      * DAY'S OPENING COUNTS.
      *   B  BALANCED     EXPECTED AND ACTUAL AGREE BY STATUS AND THE
      *                   RUNSTATS ADD PROOF HOLDS
      *   O  OUT OF       SOMETHING APPEARED OR VANISHED OUTSIDE A
      *      BALANCE      JOURNALED PATH - SEE THE ARR01BAL REPORT
      *   R  REBASED      NO PRIOR CLOSE (FIRST RUN) OR A PARM=REBASE
      *                   RUN AFTER A RECOVERY - THE FRESH COUNT IS
      *                   TAKEN AS THE CLOSE WITHOUT A PROOF
      * DB-AUDIT-HIGH-TS IS THE WALL-CLOCK END OF THE JOURNAL WINDOW
      * THIS CLOSE COUNTED (AU-TIMESTAMP POSITIONS 1-16); THE NEXT
      * CLOSE COUNTS FROM JUST AFTER IT, SO NO ENTRY IS COUNTED TWICE
      * OR MISSED HOWEVER THE BUSINESS DATE AND THE CLOCK DRIFT.
      *----------------------------------------------------------------
       01  DAILY-BALANCE-RECORD.
           05  DB-BUSINESS-DATE        PIC X(08).
           05  DB-STATUS-SW            PIC X(01).
               88  DB-BALANCED         VALUE 'B'.
               88  DB-OUT-OF-BALANCE   VALUE 'O'.
               88  DB-REBASED          VALUE 'R'.
           05  DB-CLOSE-TIMESTAMP      PIC X(16).
           05  DB-AUDIT-HIGH-TS        PIC X(16).
           05  DB-OPENING-COUNTS.
               10  DB-OPEN-ACTIVE      PIC 9(09).
               10  DB-OPEN-INACTIVE    PIC 9(09).
               10  DB-OPEN-PURGE-PEND  PIC 9(09).
           05  DB-MOVEMENT-COUNTS.
               10  DB-MOV-ADD          PIC 9(07).
               10  DB-MOV-CHANGE       PIC 9(07).
               10  DB-MOV-DELETE       PIC 9(07).
               10  DB-MOV-MERGEDROP    PIC 9(07).
               10  DB-MOV-RESTORE      PIC 9(07).
               10  DB-MOV-PURGE        PIC 9(07).
           05  DB-RUNSTATS-PROOF.
               10  DB-RS-ADDED         PIC 9(07).
               10  DB-JRNL-ADDED       PIC 9(07).
           05  DB-EXPECTED-COUNTS.
               10  DB-EXP-ACTIVE       PIC S9(09).
               10  DB-EXP-INACTIVE     PIC S9(09).
               10  DB-EXP-PURGE-PEND   PIC S9(09).
           05  DB-CLOSING-COUNTS.
               10  DB-CLOSE-ACTIVE     PIC 9(09).
               10  DB-CLOSE-INACTIVE   PIC 9(09).
               10  DB-CLOSE-PURGE-PEND PIC 9(09).
           05  DB-UNKNOWN-STATUS       PIC 9(07).
           05  FILLER                  PIC X(15).
