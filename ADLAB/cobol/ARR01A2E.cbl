      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  WIDENED TO 83 BYTES FOR THE APPENDED
      *                   EFFECTIVE-DATE FIELD (SEE EC01API0).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  ASCII-INPUT-FILE
           RECORD CONTAINS 83 CHARACTERS.
       01  ASCII-INPUT-RECORD          PIC X(83).

       FD  EBCDIC-OUTPUT-FILE
           RECORD CONTAINS 83 CHARACTERS.
       01  EBCDIC-OUTPUT-RECORD        PIC X(83).

       FD  CONVERT-REJECT-FILE
           RECORD CONTAINS 132 CHARACTERS.
               'UNMAPPED BYTE AT COL '.
           05  WS-RJ-POSITION          PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RJ-IMAGE             PIC X(83).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  FILLER                  PIC X(20) VALUE
