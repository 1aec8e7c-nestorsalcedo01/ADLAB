      *----------------------------------------------------------------
      * EC01CGHS - CHARGEBACK MONTH HISTORY RECORD (VSAM KSDS CHGHIST,
      * KEY = CH-MONTH + CH-CLASS + CH-SOURCE). ONE ROW PER MONTH,
      * BUSINESS LINE (PM-CLASS) AND FEED SOURCE WRITTEN BY THE
      * ARR01CHG MONTHLY CHARGEBACK: THE MONTH'S USAGE COUNTS, THE
      * REJECTS BROKEN OUT BY RJ-REASON-CODE AND WHAT THE ROW WAS
      * CHARGED. THE NEXT MONTH'S RUN READS THESE ROWS BACK FOR ITS
      * MONTH-OVER-MONTH COLUMN, SO THE COMPARISON IS AGAINST WHAT
      * WAS BILLED, NOT A REPRICING. A RERUN OF A MONTH REPLACES
      * THAT MONTH'S ROWS.
      *
      * THE FEED SOURCE IS THE PATH THAT DID THE WORK, AS THE JOURNAL
      * RECORDS IT (AU-PROGRAM): ARRAY01, ARR01LDR AND THE OTHER
      * LOADERS FOR A LOAD, UPDATE OR DELETE, THE PUBLISHING PROGRAM
      * FOR AN MQ MESSAGE, ARR01DLQ FOR A REPLAY, ARR01MNT FOR AN MNT1
      * ACTION (APPROVED ON APV1 OR NOT) AND ARRAY01 FOR A REJECT.
      * CH-REASON-COUNT(N) COUNTS REASON RNNN; SLOT 20 HOLDS ANY CODE
      * OUTSIDE R001-R019.
      *----------------------------------------------------------------
       01  CHARGE-HISTORY-RECORD.
           05  CH-KEY.
               10  CH-MONTH            PIC X(06).
               10  CH-CLASS            PIC X(02).
               10  CH-SOURCE           PIC X(08).
           05  CH-COUNTS.
               10  CH-LOADED           PIC 9(09).
               10  CH-UPDATED          PIC 9(09).
               10  CH-DELETED          PIC 9(09).
               10  CH-REJECTED         PIC 9(09).
               10  CH-PUBLISHED        PIC 9(09).
               10  CH-DEAD-LETTERED    PIC 9(09).
               10  CH-REPLAYED         PIC 9(09).
               10  CH-MNT-ACTIONS      PIC 9(09).
           05  CH-COUNT-TABLE REDEFINES CH-COUNTS.
               10  CH-COUNT            PIC 9(09) OCCURS 8 TIMES.
           05  CH-REJECT-REASONS.
               10  CH-REASON-COUNT     PIC 9(07) OCCURS 20 TIMES.
           05  CH-CHARGE               PIC 9(09)V99.
           05  CH-UPDATED-TIMESTAMP    PIC X(16).
           05  FILLER                  PIC X(45).
