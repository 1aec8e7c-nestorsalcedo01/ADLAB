      *                   COLUMN - THE COMPLIANCE QUESTION IS "WHO",
      *                   NOT JUST "WHICH PROGRAM". THE REPORT LINE
      *                   WIDENED TO 150 TO MAKE ROOM.
      *  2026-10-15  RSM  READ THE JOURNAL THROUGH ARR01AGR SO THE
      *                   ROLLED GENERATIONS IN THE CARD'S DATE RANGE
      *                   ARE REPORTED AS WELL AS THE CURRENT JOURNAL.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-CONTROL-CARD.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-AUDCTL-STATUS        PIC X(02).
               88  WS-AUDCTL-OK        VALUE '00'.
           05  WS-AUDRPT-STATUS        PIC X(02).
           05  WS-FLT-INDEX            PIC X(10).
           05  WS-FLT-USER-ID          PIC X(08).

      *----------------------------------------------------------------
      * THE JOURNAL ENTRY AS HANDED BACK BY THE SHARED READER.
      *----------------------------------------------------------------
           COPY EC01AUDT.
           COPY EC01AGRP.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               'ADLAB PERSONA AUDIT JOURNAL REPORT'.
               '  ENTRIES SELECTED . . .'.
           05  WS-TOT-SELECTED         PIC ZZZ,ZZ9.

       01  WS-GEN-TOTAL-LINE.
           05  FILLER                  PIC X(24) VALUE
               'GENERATIONS READ . . . .'.
           05  WS-TOT-GENS-OPENED      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(24) VALUE
               '  MISSING/UNBALANCED . .'.
           05  WS-TOT-GENS-BAD         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
               MOVE ZEROS TO WS-FILTER-INDEX
           END-IF

           SET AGR-OPEN TO TRUE
           SET AGR-INPUT-MODE TO TRUE
           MOVE 'ARR01AUD' TO AGR-PROGRAM
           MOVE WS-FLT-FROM-DATE TO AGR-FROM-DATE
           MOVE WS-FLT-TO-DATE TO AGR-TO-DATE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           OPEN OUTPUT AUDIT-REPORT-FILE

           PERFORM 1100-READ-AUDIT THRU 1100-EXIT.

      *----------------------------------------------------------------
      * 1100-READ-AUDIT - READ THE NEXT JOURNAL ENTRY, SETTING THE
      * END-OF-FILE SWITCH WHEN THE JOURNAL IS EXHAUSTED. THE
      * GENERATIONS COME FIRST, OLDEST FIRST, THEN THE CURRENT
      * JOURNAL.
      *----------------------------------------------------------------
       1100-READ-AUDIT.
           SET AGR-READ TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           IF AGR-OK
               MOVE AGR-RECORD TO AUDIT-RECORD
               ADD 1 TO WS-RECORDS-READ
           ELSE
               SET WS-EOF TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

           MOVE WS-RECORDS-READ TO WS-TOT-READ
           MOVE WS-RECORDS-SELECTED TO WS-TOT-SELECTED
           WRITE AUDIT-REPORT-LINE FROM SPACES
           WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE AGR-GENS-OPENED TO WS-TOT-GENS-OPENED
           COMPUTE WS-TOT-GENS-BAD =
               AGR-GENS-MISSING + AGR-GENS-UNBALANCED
           WRITE AUDIT-REPORT-LINE FROM WS-GEN-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           SET AGR-CLOSE TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           CLOSE AUDIT-REPORT-FILE.
       9000-EXIT.
           EXIT.
