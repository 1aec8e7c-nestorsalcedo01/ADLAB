      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  THE MASTER WIDENED TO 110 BYTES AND THE
      *                   ARCHIVE TO 118 FOR THE APPENDED FIELD-SOURCE
      *                   OWNERS (SEE EC01PMR); A RESTORE PUTS THE
      *                   OWNERS BACK AS ARCHIVED.
      *  2026-10-15  RSM  A RESTORED PERSONA IS ALSO FILED ON THE NEW
      *                   CLASS-KEY FILE (PERSCKEY, SEE EC01PCK)
      *                   THROUGH THE SHARED ROUTINE ARR01CKM.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-ARCHIVE-FILE
           RECORD CONTAINS 118 CHARACTERS.
           COPY EC01PARC.

       FD  ARCHIVE-CONTROL-FILE
       01  ARCHIVE-REPORT-LINE         PIC X(132).

       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  PERSONA-NAME-KEY-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EC01PMR.
           COPY EC01PNK.
           COPY EC01PDK.
           COPY EC01CKMP.

       LINKAGE SECTION.
      *----------------------------------------------------------------
               END-IF
           END-IF

      *    THE ROW COMES BACK ACTIVE UNDER ITS ARCHIVED CLASS.
           SET CKM-ADD TO TRUE
           MOVE 'ARR01ARC' TO CKM-SOURCE
           MOVE WS-NEXT-PERSONA-ID TO CKM-PERSONA-ID
           MOVE PM-CLASS TO CKM-NEW-CLASS
           MOVE PM-STATUS TO CKM-NEW-STATUS
           CALL 'ARR01CKM' USING CLASS-KEY-MAINT-AREA

           PERFORM 3100-UPDATE-CONTROL-ROW THRU 3100-EXIT
           PERFORM 3200-WRITE-AUDIT-RECORD THRU 3200-EXIT

               CLOSE PERSONA-NAME-KEY-FILE
               CLOSE PERSONA-DOC-KEY-FILE
               CLOSE AUDIT-FILE
               SET CKM-CLOSE TO TRUE
               CALL 'ARR01CKM' USING CLASS-KEY-MAINT-AREA
           END-IF.
       9000-EXIT.
           EXIT.
