      * IT STOOD WHEN IT WAS PURGED, PREFIXED WITH THE PURGE DATE, SO
      * A PERSONA PAST ITS 7-YEAR INQUIRY WINDOW CAN STILL BE PRODUCED
      * FROM THE ARCHIVE IF A REGULATOR ASKS. THE IMAGE WIDENED FROM
      * 70 TO 86 BYTES WITH THE MASTER (PM-DOC-NUMBER APPENDED), THEN
      * TO 110 (THE FIELD-SOURCE OWNERS) - AN ARCHIVE WRITTEN BEFORE
      * A WIDENING MUST BE PADDED TO THE NEW LENGTH (SPACES IN THE
      * APPENDED BYTES, ARR01PMM) BEFORE IT IS READ WITH THIS LAYOUT,
      * THE SAME CUTOVER RULE AS THE AUDIT JOURNAL.
      *----------------------------------------------------------------
       01  PERSONA-ARCHIVE-RECORD.
           05  PA-PURGE-DATE           PIC X(08).
           05  PA-MASTER-IMAGE         PIC X(110).
