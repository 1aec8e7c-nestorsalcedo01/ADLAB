      *                   STAGING TRAILER, SESSION CLOSE, TOTALS -
      *                   AND CHECKPOINTING IS UNCHANGED. NO 'C'
      *                   MEANS THE ORIGINAL DRAIN-AND-END RUN.
      *  2026-10-15  RSM  PASS THE STAGING HEADER'S SOURCE
      *                   ('ARR01LSN') TO ARRAY01 IN THE NEW CALLER-
      *                   FEED-SOURCE FIELD (SEE EC01API0) FOR THE
      *                   SOURCE-PRIORITY CHECK.
      *  2026-10-15  RSM  WIDENED AGAIN TO 83 BYTES FOR THE APPENDED
      *                   EFFECTIVE-DATE FIELD (SEE EC01API0) - A FEED
      *                   CAN NOW DATE AN ACTION FOR A LATER BUSINESS
      *                   DAY.
      *  2026-10-15  RSM  RAISE A CRITICAL OPERATIONS ALERT (ARR01ALT,
      *                   SEE EC01ALTP) WHEN THE INTAKE QUEUE CANNOT BE
      *                   REACHED AT START-UP OR IS LOST MID-RUN - A
      *                   BROWSE FAILURE OTHER THAN NO-MESSAGE ENDS THE
      *                   DRAIN EARLY AND LEAVES THE REST ON THE QUEUE.
      *  2026-10-15  RSM  THE CONTINUOUS-MODE GET WAIT NOW COMES FROM
      *                   THE RUNTIME PARAMETER FILE (ARR01RPQ,
      *                   PARAMETER ARR01LSN.WAITSEC) WHEN THE PARM
      *                   CARRIES NONE; A PARM WAIT STILL WINS AND IS
      *                   LOGGED AS SUCH.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      * SESSION'S MESSAGES CAN BE RE-DRIVEN THROUGH ARR01BAT.
      *----------------------------------------------------------------
       FD  STAGING-FILE
           RECORD CONTAINS 83 CHARACTERS.
       01  STAGING-RECORD              PIC X(83).

       FD  STOP-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  WS-ABORT-SW             PIC X(01) VALUE 'N'.
               88  WS-ABORT            VALUE 'Y'.
               88  WS-NOT-ABORT        VALUE 'N'.
      *    DISPLAY COPY OF THE MQ REASON CODE FOR THE ALERT TEXT.
           05  WS-ALERT-REASON         PIC 9(04).
           05  WS-QUEUE-EMPTY-SW       PIC X(01).
               88  WS-QUEUE-EMPTY      VALUE 'Y'.
               88  WS-QUEUE-NOT-EMPTY  VALUE 'N'.
           COPY EC01API0.
           COPY EC01CPDP.
           COPY EC01FCTL.
           COPY EC01ALTP.
           COPY EC01RPQP.

       LINKAGE SECTION.
      *----------------------------------------------------------------
      * COMBINED LOAD-AND-PUBLISH OUTBOX MODE FOR THE ARRAY01 CALLS,
      * THE SAME FLAG ARR01BAT'S 9TH PARM CHARACTER CARRIES.
      * CHARACTER 2: 'C' TURNS ON CONTINUOUS LISTENING; CHARACTERS
      * 3-5 ARE THE GET-WAIT INTERVAL IN SECONDS (WHEN ABSENT, THE
      * RUNTIME PARAMETER ARR01LSN.WAITSEC - DEFAULT 030).
      *----------------------------------------------------------------
       01  WS-PARM-AREA.
           05  WS-PARM-LENGTH          PIC S9(4) COMP.
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           ELSE
               DISPLAY 'ARR01LSN - ABORTING RUN - MQ INIT FAILED'
               MOVE 'MQINIT' TO ALT-CONDITION
               MOVE 'INTAKE QUEUE NOT REACHED - MQ INIT FAILED'
                   TO ALT-TEXT
               PERFORM 9400-RAISE-QUEUE-ALERT THRU 9400-EXIT
           END-IF
           SET ALT-CLOSE TO TRUE
           CALL 'ARR01ALT' USING ALERT-RAISE-AREA
           SET RPQ-CLOSE TO TRUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA
           STOP RUN.

      *----------------------------------------------------------------
           IF WS-PARM-LENGTH GREATER THAN 1
               AND WS-PARM-LISTEN EQUAL 'C'
               SET WS-CONTINUOUS TO TRUE
               PERFORM 1050-SET-WAIT-INTERVAL THRU 1050-EXIT
               MOVE SPACES TO WS-MQ-GMO-OPTION
               STRING 'MQGMO_BROWSE_WAIT,' DELIMITED BY SIZE
                   WS-WAIT-SECONDS DELIMITED BY SIZE
               WS-SESSION-TIME(1:2) DELIMITED BY SIZE
               INTO CALLER-BATCH-ID
           MOVE ZEROS TO CALLER-CHUNK-NUMBER
           MOVE FH-SOURCE TO CALLER-FEED-SOURCE

           COMPUTE WS-MAX-PERSONAS =
               LENGTH OF PERSONAS-DATAAREA / LENGTH OF API00Q01-PERSONAS
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-SET-WAIT-INTERVAL - A WAIT ON THE PARM WINS AND IS NOTED
      * TO ARR01RPQ SO THE USAGE LOG SHOWS IT; OTHERWISE ARR01RPQ
      * SUPPLIES THE VALUE IN FORCE, WS-WAIT-SECONDS'S VALUE CLAUSE
      * STANDING AS THE DEFAULT.
      *----------------------------------------------------------------
       1050-SET-WAIT-INTERVAL.
           MOVE 'ARR01LSN' TO RPQ-PROGRAM
           MOVE 'ARR01LSN.WAITSEC' TO RPQ-PARM-NAME
           IF WS-PARM-LENGTH GREATER THAN 4
               AND WS-PARM-WAIT IS NUMERIC
               MOVE WS-PARM-WAIT TO WS-WAIT-SECONDS
               SET RPQ-NOTE TO TRUE
               MOVE WS-WAIT-SECONDS TO RPQ-VALUE
               CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA
               GO TO 1050-EXIT
           END-IF

           SET RPQ-LOOKUP TO TRUE
           MOVE WS-WAIT-SECONDS TO RPQ-DEFAULT
           MOVE 1 TO RPQ-MIN-VALUE
           MOVE 999 TO RPQ-MAX-VALUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA
           MOVE RPQ-VALUE TO WS-WAIT-SECONDS.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-DRAIN-INTAKE-QUEUE - GET MESSAGES UNTIL NONE REMAIN,
      * PACKING VALID ONES AND DEAD-LETTERING THE REST.
               IF NOT MQRC-NO-MSG-AVAIL
                   DISPLAY 'ARR01LSN - MQGET BROWSE FAILED - RC='
                       WS-MQ-REASON-CODE
                   MOVE WS-MQ-REASON-CODE TO WS-ALERT-REASON
                   MOVE 'MQQLOST' TO ALT-CONDITION
                   MOVE SPACES TO ALT-TEXT
                   STRING 'INTAKE QUEUE BROWSE FAILED - RC='
                              DELIMITED BY SIZE
                          WS-ALERT-REASON DELIMITED BY SIZE
                          ' - DRAIN ENDED EARLY' DELIMITED BY SIZE
                       INTO ALT-TEXT
                   END-STRING
                   PERFORM 9400-RAISE-QUEUE-ALERT THRU 9400-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF
               WS-MQ-COMP-CODE WS-MQ-REASON-CODE.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9400-RAISE-QUEUE-ALERT - THE INTAKE QUEUE IS UNREACHABLE:
      * PERSONAS ARE WAITING ON IT THAT WILL NOT LOAD UNTIL SOMEONE
      * LOOKS. THE CALLER HAS SET THE CONDITION AND TEXT.
      *----------------------------------------------------------------
       9400-RAISE-QUEUE-ALERT.
           SET ALT-RAISE TO TRUE
           SET ALT-SEV-CRITICAL TO TRUE
           MOVE 'ARR01LSN' TO ALT-PROGRAM
           MOVE ZEROS TO ALT-RUN-ID
           MOVE ZEROS TO ALT-PERSONA-ID
           MOVE SPACES TO ALT-CORREL-ID
           CALL 'ARR01ALT' USING ALERT-RAISE-AREA.
       9400-EXIT.
           EXIT.
