      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  THE MASTER FD WIDENED TO 110 BYTES FOR THE
      *                   APPENDED FIELD-SOURCE OWNERS (SEE EC01PMR).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  ADDRESS-REJECT-LINE         PIC X(180).

       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  PERSONA-ADDRESS-FILE
           RECORD CONTAINS 120 CHARACTERS.
