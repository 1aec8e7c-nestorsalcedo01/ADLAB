      *
      * PARM LAYOUT: COLS 1-8 PURGE CUTOFF DATE (YYYYMMDD; COMPLETE
      * ROWS DATED BEFORE THIS ARE DELETED; BLANK = NO PURGE), COL 9
      * FILLER, COLS 10-11 ALERT AGE IN HOURS (WHEN ABSENT, THE
      * RUNTIME PARAMETER ARR01CKH.AGEHOURS - DEFAULT 24).
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-08-22  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  THE ALERT AGE NOW COMES FROM THE RUNTIME
      *                   PARAMETER FILE (ARR01RPQ, PARAMETER
      *                   ARR01CKH.AGEHOURS) WHEN THE PARM CARRIES
      *                   NONE; A PARM AGE STILL WINS AND IS LOGGED
      *                   AS SUCH.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  WS-TOT-ALERTS           PIC ZZZ,ZZ9.

           COPY EC01CKPT.
           COPY EC01RPQP.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           IF WS-PARM-LENGTH GREATER THAN ZERO
               MOVE WS-PARM-CUTOFF TO WS-PURGE-CUTOFF
           END-IF
           PERFORM 1050-SET-ALERT-HOURS THRU 1050-EXIT

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-SET-ALERT-HOURS - AN AGE ON THE PARM WINS AND IS NOTED TO
      * ARR01RPQ SO THE USAGE LOG SHOWS IT; OTHERWISE ARR01RPQ
      * SUPPLIES THE VALUE IN FORCE, WS-ALERT-HOURS'S VALUE CLAUSE
      * STANDING AS THE DEFAULT.
      *----------------------------------------------------------------
       1050-SET-ALERT-HOURS.
           MOVE 'ARR01CKH' TO RPQ-PROGRAM
           MOVE 'ARR01CKH.AGEHOURS' TO RPQ-PARM-NAME
           IF WS-PARM-LENGTH GREATER THAN 9
               AND WS-PARM-HOURS IS NUMERIC
               COMPUTE WS-ALERT-HOURS = FUNCTION NUMVAL(WS-PARM-HOURS)
               SET RPQ-NOTE TO TRUE
               MOVE WS-ALERT-HOURS TO RPQ-VALUE
               CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA
               GO TO 1050-EXIT
           END-IF

           SET RPQ-LOOKUP TO TRUE
           MOVE WS-ALERT-HOURS TO RPQ-DEFAULT
           MOVE 1 TO RPQ-MIN-VALUE
           MOVE 99 TO RPQ-MAX-VALUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA
           MOVE RPQ-VALUE TO WS-ALERT-HOURS.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-READ-CHECKPOINT
      *----------------------------------------------------------------
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CHECKPOINT-FILE
           CLOSE HOUSEKEEPING-REPORT-FILE
           SET RPQ-CLOSE TO TRUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA.
       9000-EXIT.
           EXIT.
