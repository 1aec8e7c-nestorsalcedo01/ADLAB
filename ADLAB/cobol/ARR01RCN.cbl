      *                   MATCHES ON NAME/APELLIDO AND IGNORES THE
      *                   APPENDED FIELDS; THE CORREL-ID MATCH IS
      *                   ARR01DCN'S JOB.
      *  2026-10-15  RSM  THE MASTER FD WIDENED TO 110 BYTES FOR THE
      *                   APPENDED FIELD-SOURCE OWNERS (SEE EC01PMR).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       SD  MASTER-SORT-FILE.
       01  MASTER-SORT-RECORD.
