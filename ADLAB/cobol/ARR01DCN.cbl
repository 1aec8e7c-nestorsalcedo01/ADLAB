      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  THE RECEIVED-PERSONA FD WIDENED TO 236
      *                   BYTES FOR THE APPENDED RP-HOUSEHOLD-ID
      *                   (SEE EC01RCVP).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  PT-APELLIDO             PIC X(20).

       FD  RECEIVED-PERSONA-FILE
           RECORD CONTAINS 236 CHARACTERS.
           COPY EC01RCVP.

       SD  RCV-SORT-FILE.
