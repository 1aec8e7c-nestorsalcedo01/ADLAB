      *   MQPUT/MQSKIP/
      *   REPLAY/OTHERS  NOT MASTER WRITES - REPORTED AS SKIPPED.
      *
      * REBUILD THE NAME-KEY, DOC-KEY AND CLASS-KEY FILES (ARR01NKB)
      * AFTER EVERY RESTORE - THE RECOVERY JCL RUNS IT AS ITS FINAL
      * STEP. THE REPLAY ITSELF DOES NOT MAINTAIN THEM ROW BY ROW: A
      * RESTORE REWRITES THE WHOLE MASTER, AND ONLY A FULL REBUILD
      * FROM THE RESULT CAN DROP THE KEYS OF ROWS THE RECOVERY POINT
      * TOOK AWAY.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *                   SNAPSHOT WITHOUT A BKPHDR IS A PRE-
      *                   ENCRYPTION (CLEAR) SNAPSHOT AND RELOADS
      *                   UNTOUCHED, AS BEFORE.
      *  2026-10-15  RSM  THE MASTER AND ITS BACKUP WIDENED TO 110
      *                   BYTES FOR THE APPENDED FIELD-SOURCE OWNERS
      *                   (SEE EC01PMR). A PRE-WIDENING SNAPSHOT MUST
      *                   BE CARRIED THROUGH ARR01PMM BEFORE A
      *                   RESTORE.
      *  2026-10-15  RSM  THE RECOVERY JCL'S FINAL ARR01NKB STEP NOW
      *                   ALSO REBUILDS THE NEW CLASS-KEY FILE
      *                   (PERSCKEY, SEE EC01PCK).
      *  2026-10-15  RSM  THE JOURNAL IS READ THROUGH ARR01AGR SO A
      *                   REPLAY WINDOW THAT REACHES BACK ACROSS A
      *                   ROLLOVER PICKS UP THE ROLLED GENERATIONS
      *                   IT NEEDS. A GENERATION THAT IS MISSING OR
      *                   DOES NOT BALANCE TO ITS INDEX ROW LEAVES A
      *                   GAP IN THE REPLAY - REPORTED, RETURN CODE 8.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS PM-IO-KEY
               FILE STATUS IS WS-PERSMSTR-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO RSTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  BACKUP-RECORD               PIC X(110).

       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  RECOVERY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           05  WS-PERSMSTR-STATUS      PIC X(02).
               88  WS-PERSMSTR-OK      VALUE '00'.
               88  WS-PERSMSTR-NOTFND  VALUE '23'.
           05  WS-RSTRPT-STATUS        PIC X(02).
           05  WS-BKP-EOF-SW           PIC X(01).
               88  WS-BKP-EOF          VALUE 'Y'.
               88  WS-FIRST-BKP-ROW    VALUE 'Y'.
               88  WS-NOT-FIRST-BKP    VALUE 'N'.

           COPY EC01AUDT.
           COPY EC01AGRP.

       01  WS-GAP-LINE.
           05  FILLER                  PIC X(27) VALUE
               '*** REPLAY INCOMPLETE *** '.
           05  WS-GAP-MISSING          PIC ZZZ9.
           05  FILLER                  PIC X(24) VALUE
               ' GENERATION(S) MISSING, '.
           05  WS-GAP-UNBALANCED       PIC ZZZ9.
           05  FILLER                  PIC X(50) VALUE
               ' OUT OF BALANCE - SEE THE JOB LOG, FIX AND RERUN'.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(50) VALUE
               'ADLAB PERSONA MASTER POINT-IN-TIME RECOVERY'.
           SET WS-AUD-NOT-EOF TO TRUE
           OPEN INPUT BACKUP-FILE
           OPEN OUTPUT PERSONA-MASTER-FILE
           SET AGR-OPEN TO TRUE
           SET AGR-INPUT-MODE TO TRUE
           MOVE 'ARR01RST' TO AGR-PROGRAM
           MOVE WS-FROM-TIMESTAMP(1:8) TO AGR-FROM-DATE
           MOVE WS-TO-TIMESTAMP(1:8) TO AGR-TO-DATE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           OPEN OUTPUT RECOVERY-REPORT-FILE

           WRITE RECOVERY-REPORT-LINE FROM WS-HEADING-LINE-1
      *----------------------------------------------------------------
      * 3000-REPLAY-JOURNAL - WALK THE JOURNAL AND APPLY EVERY MASTER-
      * WRITE ENTRY INSIDE THE REPLAY WINDOW, REPORTING EVERY ENTRY
      * EITHER WAY. THE ROLLED GENERATIONS THAT OVERLAP THE WINDOW
      * COME FIRST, OLDEST FIRST, THEN THE CURRENT JOURNAL.
      *----------------------------------------------------------------
       3000-REPLAY-JOURNAL.
           PERFORM 3100-REPLAY-ONE-ENTRY THRU 3100-EXIT
           EXIT.

       3100-REPLAY-ONE-ENTRY.
           SET AGR-READ TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           IF NOT AGR-OK
               SET WS-AUD-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF
           MOVE AGR-RECORD TO AUDIT-RECORD

           ADD 1 TO WS-ENTRIES-READ
           MOVE SPACES TO WS-DISPOSITION
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS - A GENERATION THE WINDOW NEEDED
      * THAT WAS MISSING OR OUT OF BALANCE MEANS ENTRIES WERE NOT
      * REPLAYED; THE RESTORED MASTER IS NOT THE RECOVERY POINT.
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           MOVE WS-ROWS-RESTORED TO WS-TOT-RESTORED
           MOVE WS-ENTRIES-SKIPPED TO WS-TOT-SKIPPED
           WRITE RECOVERY-REPORT-LINE FROM SPACES
           WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY WS-TOTAL-LINE
           IF AGR-GENS-MISSING GREATER THAN ZERO
               OR AGR-GENS-UNBALANCED GREATER THAN ZERO
               MOVE AGR-GENS-MISSING TO WS-GAP-MISSING
               MOVE AGR-GENS-UNBALANCED TO WS-GAP-UNBALANCED
               WRITE RECOVERY-REPORT-LINE FROM WS-GAP-LINE
               DISPLAY WS-GAP-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE BACKUP-FILE
           CLOSE PERSONA-MASTER-FILE
           SET AGR-CLOSE TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           CLOSE RECOVERY-REPORT-FILE.
       9000-EXIT.
           EXIT.
