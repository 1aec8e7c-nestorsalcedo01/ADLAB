      *----------------------------------------------------------------
      * EC01CYCL - BATCH CYCLE CONTROL RECORD (VSAM KSDS CYCLCTL,
      * KEY = CY-BUSINESS-DATE + CY-JOB-NAME). ONE ROW PER JOB PER
      * BUSINESS DATE (PD-BUSINESS-DATE, SEE EC01PDAT), WRITTEN BY
      * THE SHARED ROUTINE ARR01CYC AS EACH JOB IN THE NIGHTLY STREAM
      * STARTS AND FINISHES:
      *   S  STARTED      THE JOB IS RUNNING - OR ABENDED WITHOUT
      *                   REACHING ITS END, WHICH LOOKS THE SAME
      *   E  ENDED        THE JOB FINISHED BELOW RETURN CODE 8
      *   F  FAILED       THE JOB FINISHED AT RETURN CODE 8 OR MORE,
      *                   OR ABORTED IN ITS INITIALIZATION
      *   R  REFUSED      THE JOB WAS SUBMITTED BUT A PREDECESSOR
      *                   HAD NOT ENDED - NOTHING WAS PROCESSED
      *   O  FORCED       A SUPERVISOR MARKED THE STEP COMPLETE WITH
      *                   ARR01CYR FORCE - CY-FORCED-BY SAYS WHO
      * ONLY E AND O SATISFY A SUCCESSOR'S PREDECESSOR CHECK (SEE THE
      * EC01CYCT DEPENDENCY TABLE). A RERUN OF THE SAME JOB ON THE
      * SAME BUSINESS DATE REUSES ITS ROW AND BUMPS CY-RUN-COUNT.
      *----------------------------------------------------------------
       01  CYCLE-CONTROL-RECORD.
           05  CY-KEY.
               10  CY-BUSINESS-DATE    PIC X(08).
               10  CY-JOB-NAME         PIC X(08).
           05  CY-STATUS-SW            PIC X(01).
               88  CY-STARTED          VALUE 'S'.
               88  CY-ENDED            VALUE 'E'.
               88  CY-FAILED           VALUE 'F'.
               88  CY-REFUSED          VALUE 'R'.
               88  CY-FORCED           VALUE 'O'.
               88  CY-COMPLETE         VALUE 'E' 'O'.
           05  CY-STARTED-TIMESTAMP    PIC X(16).
           05  CY-ENDED-TIMESTAMP      PIC X(16).
           05  CY-RUN-COUNT            PIC 9(03).
           05  CY-FORCED-BY            PIC X(08).
           05  FILLER                  PIC X(20).
