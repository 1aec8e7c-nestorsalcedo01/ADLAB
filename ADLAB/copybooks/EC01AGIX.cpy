      *----------------------------------------------------------------
      * EC01AGIX - AUDIT JOURNAL GENERATION INDEX RECORD (VSAM KSDS
      * AUDGIDX, KEY = AG-GEN-NUMBER). THE MONTHLY ROLLOVER (ARR01ROL)
      * CLOSES THE CUMULATIVE EC01AUDT JOURNAL INTO A DATED
      * GENERATION - ITS OWN SEQUENTIAL DATASET, AG-DSNAME - AND
      * WRITES ONE ROW HERE FOR IT BEFORE STARTING A FRESH JOURNAL.
      * GENERATION NUMBERS RUN 0001 UPWARD IN ROLLOVER ORDER, SO THE
      * KEY ORDER IS ALSO TIME ORDER: EVERY ENTRY IN A GENERATION IS
      * OLDER THAN EVERY ENTRY IN THE NEXT ONE, AND THE CURRENT
      * JOURNAL (ADLAB.PERSONA.AUDIT) HOLDS ONLY WHAT CAME AFTER THE
      * LAST ROW.
      *
      * AG-FIRST-TIMESTAMP / AG-LAST-TIMESTAMP ARE THE FIRST AND LAST
      * AU-TIMESTAMP IN THE GENERATION. THE SHARED JOURNAL READER
      * (ARR01AGR, SEE EC01AGRP) OPENS ONLY THE GENERATIONS WHOSE
      * DATES OVERLAP THE CALLER'S WINDOW. AG-ENTRY-COUNT AND
      * AG-HASH-TOTAL (THE SUM OF AU-INDEX OVER THE GENERATION) ARE
      * THE CONTROL TOTALS THE READER PROVES EACH GENERATION AGAINST
      * AS IT READS IT. AN ERASURE ANONYMIZES NAMES AND DOC NUMBERS
      * IN PLACE BUT NEVER MOVES AU-INDEX, SO THE TOTALS STILL HOLD
      * AFTER ONE.
      *----------------------------------------------------------------
       01  AUDIT-GEN-INDEX-RECORD.
           05  AG-GEN-NUMBER           PIC 9(04).
           05  AG-DSNAME               PIC X(44).
           05  AG-FIRST-TIMESTAMP      PIC X(26).
           05  AG-LAST-TIMESTAMP       PIC X(26).
           05  AG-ENTRY-COUNT          PIC 9(09).
           05  AG-HASH-TOTAL           PIC 9(18).
           05  AG-ROLLED-DATE          PIC X(08).
           05  AG-ROLLED-TIMESTAMP     PIC X(16).
           05  FILLER                  PIC X(09).
