      *----------------------------------------------------------------
      * EC01RPUS - PARAMETER USAGE LOG RECORD (SEQUENTIAL, PARMUSE,
      * WRITTEN DISP=MOD LIKE THE AUDIT JOURNAL). ARR01RPQ WRITES ONE
      * ROW FOR EVERY TUNABLE A RUN RESOLVED - THE VALUE IT ACTUALLY
      * USED AND WHERE THAT CAME FROM (RU-SOURCE, THE SAME CODES AS
      * RPQ-SOURCE IN EC01RPQP) - SO "WHAT CHECKPOINT INTERVAL DID
      * LAST NIGHT'S LOAD RUN WITH" HAS AN ANSWER. RU-RUN-TIMESTAMP
      * IS THE MOMENT THE RUN FIRST CALLED THE ROUTINE AND IS THE
      * SAME ON EVERY ROW OF ONE RUN. ARR01RPU REPORTS THE LOG.
      *----------------------------------------------------------------
       01  RUN-PARM-USAGE-RECORD.
           05  RU-RUN-TIMESTAMP        PIC X(16).
           05  RU-BUSINESS-DATE        PIC X(08).
           05  RU-PROGRAM              PIC X(08).
           05  RU-PARM-NAME            PIC X(18).
           05  RU-VALUE                PIC 9(09).
           05  RU-SOURCE               PIC X(01).
               88  RU-FROM-FILE        VALUE 'F'.
               88  RU-FROM-DEFAULT     VALUE 'D'.
               88  RU-FROM-REFUSED     VALUE 'X'.
               88  RU-FROM-PARM        VALUE 'P'.
           05  RU-EFFECTIVE-DATE       PIC X(08).
           05  FILLER                  PIC X(12).
