      * RJSCTL CARD LAYOUT (ONE PER STATUS CHANGE):
      *   COLS  1- 8  RUN-ID    COLS 9-12  INDEX    COL 14  STATUS
      *   (C=CORRECTED X=CLEARED A=ABANDONED)
      * PARM = AGE IN DAYS (3 DIGITS). WITH NO PARM THE AGE IS THE
      * RUNTIME PARAMETER ARR01RJS.AGEDAYS; AN AGE OF ZERO (THE
      * DEFAULT) REPORTS EVERY ROW STILL OPEN OR CORRECTED
      * REGARDLESS OF AGE.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  THE AGING THRESHOLD NOW COMES FROM THE
      *                   RUNTIME PARAMETER FILE (ARR01RPQ, PARAMETER
      *                   ARR01RJS.AGEDAYS) WHEN THE PARM CARRIES
      *                   NONE; A PARM AGE STILL WINS AND IS LOGGED
      *                   AS SUCH.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  WS-TOT-FAILED           PIC ZZZ,ZZ9.

           COPY EC01RSTT.
           COPY EC01RPQP.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
      * CUTOFF DATE FROM THE BUSINESS DATE, AND OPEN THE FILES.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-SET-AGE-DAYS THRU 1050-EXIT

           CALL 'ARR01PDQ' USING WS-BUSINESS-DATE
           COMPUTE WS-DAY-NUMBER =
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-SET-AGE-DAYS - AN AGE ON THE PARM WINS AND IS NOTED TO
      * ARR01RPQ SO THE USAGE LOG SHOWS IT; OTHERWISE ARR01RPQ
      * SUPPLIES THE VALUE IN FORCE, WS-AGE-DAYS'S VALUE CLAUSE
      * STANDING AS THE DEFAULT.
      *----------------------------------------------------------------
       1050-SET-AGE-DAYS.
           MOVE 'ARR01RJS' TO RPQ-PROGRAM
           MOVE 'ARR01RJS.AGEDAYS' TO RPQ-PARM-NAME
           IF WS-PARM-LENGTH GREATER THAN ZERO
               AND WS-PARM-AGE IS NUMERIC
               MOVE WS-PARM-AGE TO WS-AGE-DAYS
               SET RPQ-NOTE TO TRUE
               MOVE WS-AGE-DAYS TO RPQ-VALUE
               CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA
               GO TO 1050-EXIT
           END-IF

           SET RPQ-LOOKUP TO TRUE
           MOVE WS-AGE-DAYS TO RPQ-DEFAULT
           MOVE 0 TO RPQ-MIN-VALUE
           MOVE 999 TO RPQ-MAX-VALUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA
           MOVE RPQ-VALUE TO WS-AGE-DAYS.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-APPLY-STATUS-CARDS - THE OPERATOR'S STATUS CHANGES, ONE
      * CARD PER ROW. AN UNKNOWN KEY OR STATUS CODE IS REPORTED AND
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE REJECT-STATUS-FILE
           CLOSE AGING-REPORT-FILE
           SET RPQ-CLOSE TO TRUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA.
       9000-EXIT.
           EXIT.
