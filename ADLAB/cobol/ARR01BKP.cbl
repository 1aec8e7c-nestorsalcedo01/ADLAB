      *                   A SNAPSHOT FROM BEFORE THIS CHANGE HAS NO
      *                   BKPHDR AND RESTORES AS CLEAR TEXT, AS
      *                   BEFORE.
      *  2026-10-15  RSM  JOINED THE NIGHTLY BATCH CYCLE CONTROL: THE
      *                   RUN MARKS ITSELF STARTED/ENDED/FAILED ON
      *                   CYCLCTL (SEE EC01CYCL) THROUGH ARR01CYC, AND
      *                   IS REFUSED WITH RETURN CODE 12 IF A
      *                   PREDECESSOR IN THE EC01CYCT TABLE HAS NOT
      *                   ENDED FOR THE SAME BUSINESS DATE.
      *  2026-10-15  RSM  THE MASTER AND THE SNAPSHOT WIDENED TO 110
      *                   BYTES FOR THE APPENDED FIELD-SOURCE OWNERS
      *                   (SEE EC01PMR); THEY TRAVEL IN THE CLEAR.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  BACKUP-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  BACKUP-RECORD               PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-BH-TAG               PIC X(06) VALUE 'BKPHDR'.
           05  WS-BH-KEY-ID            PIC 9(04).
           05  WS-BH-SNAP-DATE         PIC X(08).
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  FILLER                  PIC X(20) VALUE
               'ARR01BKP RECS COPIED'.
           05  WS-TOT-COPIED           PIC ZZZZZZ9.

      *----------------------------------------------------------------
      * BATCH CYCLE CONTROL - THIS JOB'S NAME ON CYCLCTL AND THE GATE
      * OUTCOME FROM ARR01CYC. THE RETURN CODE IS SAVED AROUND THE
      * FINISH CALL - A CALL REPLACES IT WITH THE CALLEE'S.
      *----------------------------------------------------------------
       01  WS-CYCLE-AREAS.
           05  WS-CYC-FUNCTION         PIC X(01).
           05  WS-CYC-JOB-NAME         PIC X(08) VALUE 'ARR01BKP'.
           05  WS-CYC-RESULT           PIC X(01).
               88  WS-CYC-CLEARED      VALUE 'Y'.
           05  WS-CYC-SAVE-RC          PIC S9(04) COMP.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 0500-CHECK-CYCLE-GATE THRU 0500-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-COPY-ONE-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           PERFORM 9500-MARK-CYCLE-END THRU 9500-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-CHECK-CYCLE-GATE - BEFORE ANYTHING IS OPENED, MARK THE RUN
      * STARTED ON THE CYCLE CONTROL FILE. IF A PREDECESSOR HAS NOT
      * ENDED FOR THIS BUSINESS DATE, ARR01CYC HAS ALREADY NAMED IT -
      * STOP WITH RETURN CODE 12 AND NOTHING TOUCHED.
      *----------------------------------------------------------------
       0500-CHECK-CYCLE-GATE.
           MOVE 'S' TO WS-CYC-FUNCTION
           CALL 'ARR01CYC' USING WS-CYC-FUNCTION WS-CYC-JOB-NAME
               WS-CYC-RESULT
           IF NOT WS-CYC-CLEARED
               DISPLAY 'ARR01BKP - NOT STARTED - A CYCLE PREDECESSOR '
                   'HAS NOT ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO RETURN-CODE.
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
           CLOSE BACKUP-FILE.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-MARK-CYCLE-END - RECORD THE OUTCOME ON THE CYCLE CONTROL
      * FILE: RETURN CODE 8 OR MORE IS A FAILURE.
      *----------------------------------------------------------------
       9500-MARK-CYCLE-END.
           MOVE RETURN-CODE TO WS-CYC-SAVE-RC
           IF WS-CYC-SAVE-RC GREATER THAN OR EQUAL 8
               MOVE 'F' TO WS-CYC-FUNCTION
           ELSE
               MOVE 'E' TO WS-CYC-FUNCTION
           END-IF
           CALL 'ARR01CYC' USING WS-CYC-FUNCTION WS-CYC-JOB-NAME
               WS-CYC-RESULT
           MOVE WS-CYC-SAVE-RC TO RETURN-CODE.
       9500-EXIT.
           EXIT.
