      *                   ARR01PDQ, SEE EC01PDAT), SO THE TREND
      *                   REPORT GROUPS A POST-MIDNIGHT RERUN UNDER
      *                   THE BUSINESS DATE IT BELONGS TO.
      *  2026-10-15  RSM  ZERO THE NEW RS-HELD-COUNT ON THE RUNSTATS
      *                   ROW - ONLY ARRAY01 HOLDS PERSONAS.
      *  2026-10-15  RSM  THE MASTER FD WIDENED TO 110 BYTES FOR THE
      *                   APPENDED FIELD-SOURCE OWNERS (SEE EC01PMR).
      *  2026-10-15  RSM  ALSO UNSTRING THE NEW APPENDED EFFECTIVE-DATE
      *                   (SEE EC01API0) SO A DATED ENTRY DOESN'T
      *                   RAISE A FALSE OVERFLOW. THE MESSAGE IS PUT
      *                   AS BEFORE - HOLDING A FUTURE-DATED ACTION
      *                   BACK UNTIL ITS DATE IS ARRAY01'S BUSINESS.
      *  2026-10-15  RSM  RAISE AN OPERATIONS ALERT (ARR01ALT, SEE
      *                   EC01ALTP) FOR EVERY PERSONA ROUTED TO THE
      *                   DEAD-LETTER QUEUE, CARRYING THE MESSAGE'S
      *                   CORRELATION ID SO IT CAN BE FOUND THERE.
      *  2026-10-15  RSM  TAKE THE CHECKPOINT INTERVAL AND THE MQPUT
      *                   RETRY LIMIT FROM THE RUNTIME PARAMETER FILE
      *                   (ARR01RPQ, PARAMETERS ARRAYMQ.CKPTINT AND
      *                   ARRAYMQ.MAXRETRY) ONCE PER RUN, THE OLD
      *                   VALUES OF 10 AND 3 STANDING AS DEFAULTS.
      *  2026-10-15  RSM  CARRY THE PERSONA'S HOUSEHOLD ID (ITS FIRST
      *                   ACTIVE ROW ON THE NEW PERSREL RELATIONSHIP
      *                   FILE, SEE EC01PREL) IN THE ENVELOPE -
      *                   VERSION 0006 - SO THE CONSUMER CAN GROUP
      *                   CARDS BY HOUSEHOLD. NO PERSREL DD, NO MASTER
      *                   HIT OR NO ACTIVE LINK ALL SEND ZEROS.
      *  2026-10-15  RSM  THE MQPUT JOURNAL ENTRY SAYS WHERE THE
      *                   MESSAGE WENT IN AU-AFTER-STATUS - L LANDED
      *                   ON THE OUTBOUND QUEUE, D DEAD-LETTERED. THE
      *                   CODES ARE THOSE OF THE LAST PUT, SO A
      *                   DEAD-LETTERED MESSAGE READ AS CLEAN AND THE
      *                   MONTHLY CHARGEBACK COULD NOT TELL IT APART.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS ADR-IO-KEY
               FILE STATUS IS WS-PERSADDR-STATUS.

           SELECT PERSONA-RELATIONSHIP-FILE ASSIGN TO PERSREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-IO-KEY
               FILE STATUS IS WS-PERSREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE
           05  CK-IO-DATA              PIC X(50).

       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  PERSONA-NAME-KEY-FILE
           RECORD CONTAINS 50 CHARACTERS.
           05  ADR-IO-KEY              PIC X(12).
           05  ADR-IO-DATA             PIC X(108).

       FD  PERSONA-RELATIONSHIP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERSONA-RELATIONSHIP-IO-RECORD.
           05  REL-IO-KEY              PIC X(22).
           05  REL-IO-DATA             PIC X(58).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-MQ-CONN-INFO         PIC X(256).
               88  WS-CKPT-OK          VALUE '00'.
               88  WS-CKPT-NOTFND      VALUE '23'.
           05  WS-CKPT-INTERVAL        PIC S9(4) COMP-5 VALUE 10.
      *    THE RUNTIME PARAMETERS ARE LOOKED UP ON THE FIRST CALL OF
      *    THE RUN UNIT ONLY - EVERY CHUNK RUNS TO THE SAME VALUES.
           05  WS-RUN-PARMS-SW         PIC X(01) VALUE 'N'.
               88  WS-RUN-PARMS-LOADED VALUE 'Y'.
               88  WS-RUN-PARMS-NOT-LOADED VALUE 'N'.
           05  WS-CKPT-COUNTER         PIC S9(4) COMP-5 VALUE 0.
           05  WS-START-INDEX          PIC S9(4) COMP-5 VALUE 1.
           05  WS-PRIOR-RUN-ID         PIC 9(08).
           05  WS-ADDR-SW              PIC X(01) VALUE 'N'.
               88  WS-ADDR-ON          VALUE 'Y'.
               88  WS-ADDR-OFF         VALUE 'N'.
           05  WS-PERSREL-STATUS       PIC X(02).
               88  WS-PERSREL-OK       VALUE '00'.
      *    SO DOES THE HOUSEHOLD LOOKUP - NO PERSREL DD, ZERO HOUSEHOLD.
           05  WS-REL-SW               PIC X(01) VALUE 'N'.
               88  WS-REL-ON           VALUE 'Y'.
               88  WS-REL-OFF          VALUE 'N'.
      *    THE MASTER ROW THE INACTIVE-SKIP LOOKUP FOUND FOR THE
      *    CURRENT PERSONA - ZERO WHEN THERE WAS NO HIT - SO THE
      *    ENVELOPE BUILD CAN FETCH ITS MAILING ADDRESS.
           05  WS-FOUND-PERSONA-ID     PIC 9(10).
      *    DISPLAY COPIES OF THE FEED POSITION AND MQ REASON CODE FOR
      *    THE DEAD-LETTER ALERT TEXT.
           05  WS-ALERT-INDEX          PIC 9(04).
           05  WS-ALERT-REASON         PIC 9(04).
           05  WS-SKIP-SW              PIC X(01).
               88  WS-SKIP-PERSONA     VALUE 'Y'.
               88  WS-PUBLISH-PERSONA  VALUE 'N'.
           COPY EC01PMR.
           COPY EC01PNK.
           COPY EC01PADR.
           COPY EC01PREL.
           COPY EC01RSTA.
           COPY EC01CREF.
           COPY EC01ALTP.
           COPY EC01RPQP.

       LINKAGE SECTION.
           COPY EC01API0.
               SET QT-NOT-OPEN(WS-QX) TO TRUE
           END-PERFORM

           IF WS-RUN-PARMS-NOT-LOADED
               PERFORM 1050-LOAD-RUN-PARMS THRU 1050-EXIT
           END-IF

           MOVE 'YOUR-MQ-CONN-INFO' TO WS-MQ-CONN-INFO
           CALL 'MQCONN' USING WS-MQ-CONN-INFO WS-MQ-HCONN
               WS-MQ-COMP-CODE WS-MQ-REASON-CODE
           ELSE
               DISPLAY 'ARRAYMQ - PERSADDR NOT AVAILABLE - ENVELOPES '
                   'CARRY NO MAILING ADDRESS'
           END-IF

           SET WS-REL-OFF TO TRUE
           OPEN INPUT PERSONA-RELATIONSHIP-FILE
           IF WS-PERSREL-OK
               SET WS-REL-ON TO TRUE
           ELSE
               DISPLAY 'ARRAYMQ - PERSREL NOT AVAILABLE - ENVELOPES '
                   'CARRY NO HOUSEHOLD ID'
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-LOAD-RUN-PARMS - ASK ARR01RPQ FOR THE CHECKPOINT INTERVAL
      * AND THE RETRY LIMIT IN FORCE. THE VALUE CLAUSES TRAVEL AS THE
      * DEFAULTS, SO A MISSING RUNPARM FILE CHANGES NOTHING.
      *----------------------------------------------------------------
       1050-LOAD-RUN-PARMS.
           SET WS-RUN-PARMS-LOADED TO TRUE
           SET RPQ-LOOKUP TO TRUE
           MOVE 'ARRAYMQ' TO RPQ-PROGRAM
           MOVE 'ARRAYMQ.CKPTINT' TO RPQ-PARM-NAME
           MOVE WS-CKPT-INTERVAL TO RPQ-DEFAULT
           MOVE 1 TO RPQ-MIN-VALUE
           MOVE 9999 TO RPQ-MAX-VALUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA
           MOVE RPQ-VALUE TO WS-CKPT-INTERVAL

           SET RPQ-LOOKUP TO TRUE
           MOVE 'ARRAYMQ.MAXRETRY' TO RPQ-PARM-NAME
           MOVE WS-MAX-RETRY TO RPQ-DEFAULT
           MOVE 0 TO RPQ-MIN-VALUE
           MOVE 99 TO RPQ-MAX-VALUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA
           MOVE RPQ-VALUE TO WS-MAX-RETRY.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-OPEN-CHECKPOINT - ASSIGN THIS INVOCATION ITS OWN RUN-ID
      * FROM THE RESERVED CONTROL ROW (KEY ZERO) RATHER THAN KEYING ON
               INSPECT WS-PERSONA-DATA REPLACING ALL
                   WS-DOUBLED-DELIMITER BY WS-ESCAPE-SENTINEL

      *        PERSONA-ACTION, THE DOCUMENT FIELDS AND THE EFFECTIVE
      *        DATE ARE APPENDED FIELDS AN OLDER FEED NEVER SENDS -
      *        CLEARED FIRST SO A SHORT RECORD PARSES AS AN ADD WITH
      *        NO DOCUMENT, NOT AS WHATEVER THE PREVIOUS SLOT CARRIED.
               MOVE SPACE TO PERSONA-ACTION
               MOVE ZEROS TO DOCUMENTO-LENGTH
               MOVE SPACES TO DOCUMENTO
               MOVE SPACES TO EFFECTIVE-DATE

               UNSTRING WS-PERSONA-DATA DELIMITED BY WS-FEED-DELIMITER
                   INTO NOMBRE-LENGTH
                        PERSONA-ACTION
                        DOCUMENTO-LENGTH
                        DOCUMENTO
                        EFFECTIVE-DATE
                   ON OVERFLOW
                       SET WS-UNSTRING-OVERFLOW TO TRUE
                   NOT ON OVERFLOW
      * 2310-WRITE-AUDIT-RECORD - JOURNAL EVERY MQPUT ATTEMPT, WHETHER
      * IT LANDED ON THE OUTBOUND QUEUE OR WAS ROUTED TO THE DEAD-
      * LETTER QUEUE, ALONG WITH THE COMP/REASON CODE MQ RETURNED.
      * AFTER A DEAD-LETTER PUT THOSE ARE THE DEAD-LETTER QUEUE'S
      * CODES, SO WHERE THE MESSAGE WENT RIDES IN THE AFTER-STATUS
      * COLUMN: L LANDED, D DEAD-LETTERED (SEE EC01AUDT).
      *----------------------------------------------------------------
       2310-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-MQ-COMP-CODE TO AU-MQ-COMP-CODE
           MOVE WS-MQ-REASON-CODE TO AU-MQ-REASON-CODE
           MOVE PERSONA-CLASS TO AU-AFTER-CLASS
           IF WS-PUT-FAILED
               MOVE 'D' TO AU-AFTER-STATUS
           ELSE
               MOVE 'L' TO AU-AFTER-STATUS
           END-IF
           MOVE SPACES TO AU-USER-ID
           WRITE AUDIT-RECORD.
       2310-EXIT.
                   MOVE AD-CITY TO ME-ADDR-CITY
                   MOVE AD-POSTAL-CODE TO ME-ADDR-POSTAL
               END-IF
           END-IF

      *    LIKEWISE THE HOUSEHOLD ID - ZEROS UNLESS THE PERSONA HAS AN
      *    ACTIVE LINK ON PERSREL.
           MOVE ZEROS TO ME-HOUSEHOLD-ID
           IF WS-REL-ON AND WS-FOUND-PERSONA-ID GREATER THAN ZEROS
               MOVE WS-FOUND-PERSONA-ID TO REL-PERSONA-ID
               MOVE ZEROS TO REL-RELATED-ID
               MOVE LOW-VALUES TO REL-TYPE
               MOVE REL-KEY TO REL-IO-KEY
               START PERSONA-RELATIONSHIP-FILE
                   KEY IS NOT LESS THAN REL-IO-KEY
               IF WS-PERSREL-OK
                   PERFORM 2082-FIND-HOUSEHOLD THRU 2082-EXIT
               END-IF
           END-IF.
       2080-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2082-FIND-HOUSEHOLD - READ ON THROUGH THE PERSONA'S LINK ROWS
      * TO THE FIRST ACTIVE ONE AND TAKE ITS HOUSEHOLD.
      *----------------------------------------------------------------
       2082-FIND-HOUSEHOLD.
           READ PERSONA-RELATIONSHIP-FILE NEXT RECORD
               INTO PERSONA-RELATIONSHIP-RECORD
           IF NOT WS-PERSREL-OK
               OR REL-PERSONA-ID NOT EQUAL WS-FOUND-PERSONA-ID
               GO TO 2082-EXIT
           END-IF
           IF NOT REL-ACTIVE
               GO TO 2082-FIND-HOUSEHOLD
           END-IF
           MOVE REL-HOUSEHOLD-ID TO ME-HOUSEHOLD-ID.
       2082-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2085-BUILD-MQMD - DERIVE A MSGID AND CORRELID FOR THE OUTBOUND
      * MESSAGE FROM THIS RUN'S RUN-ID AND THE PERSONA'S POSITION IN
       2200-SEND-TO-DEAD-LETTER.
           DISPLAY 'ARRAYMQ - PERSONA ' WS-INDEX
               ' ROUTED TO DEAD-LETTER QUEUE - RC=' WS-MQ-REASON-CODE
           MOVE WS-INDEX TO WS-ALERT-INDEX
           MOVE WS-MQ-REASON-CODE TO WS-ALERT-REASON
           CALL 'MQPUT' USING WS-MQ-HCONN WS-MQ-DLQ-HANDLE
               WS-MQ-PUT-OPTIONS WS-MQMD MQ-MESSAGE-ENVELOPE
               WS-MQ-COMP-CODE WS-MQ-REASON-CODE
           PERFORM 2210-RAISE-ALERT THRU 2210-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2210-RAISE-ALERT - EVERY DEAD-LETTERED PERSONA IS AN OPERATIONS
      * ALERT: THE SUBSCRIBER NEVER SAW IT. THE CORRELATION ID FINDS
      * THE MESSAGE ON THE DEAD-LETTER QUEUE FOR ARR01DLQ.
      *----------------------------------------------------------------
       2210-RAISE-ALERT.
           SET ALT-RAISE TO TRUE
           SET ALT-SEV-HIGH TO TRUE
           MOVE 'ARRAYMQ' TO ALT-PROGRAM
           MOVE WS-ASSIGNED-RUN-ID TO ALT-RUN-ID
           MOVE 'MQDLQ' TO ALT-CONDITION
           MOVE SPACES TO ALT-TEXT
           IF WS-UNSTRING-OVERFLOW
               STRING 'PERSONA ' DELIMITED BY SIZE
                      WS-ALERT-INDEX DELIMITED BY SIZE
                      ' FEED ENTRY OVERFLOW - DEAD-LETTERED'
                          DELIMITED BY SIZE
                   INTO ALT-TEXT
               END-STRING
           ELSE
               STRING 'PERSONA ' DELIMITED BY SIZE
                      WS-ALERT-INDEX DELIMITED BY SIZE
                      ' PUT FAILED AFTER RETRY - DEAD-LETTERED RC='
                          DELIMITED BY SIZE
                      WS-ALERT-REASON DELIMITED BY SIZE
                   INTO ALT-TEXT
               END-STRING
           END-IF
           MOVE WS-FOUND-PERSONA-ID TO ALT-PERSONA-ID
           MOVE MQMD-CORREL-ID TO ALT-CORREL-ID
           CALL 'ARR01ALT' USING ALERT-RAISE-AREA.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS - REPORT HOW MANY PERSONAS THIS RUN
      * READ, PUT SUCCESSFULLY AND ROUTED TO THE DEAD-LETTER QUEUE.
           MOVE WS-PUT-COUNT TO RS-PUT-COUNT
           MOVE WS-DEAD-LETTER-COUNT TO RS-DEAD-LETTER-COUNT
           MOVE WS-INACTIVE-SKIP-COUNT TO RS-INACTIVE-SKIP-COUNT
           MOVE ZEROS TO RS-HELD-COUNT
           MOVE RUN-STATS-RECORD TO RUN-STATS-IO-RECORD
           WRITE RUN-STATS-IO-RECORD
           IF NOT WS-RUNSTATS-OK
           IF WS-ADDR-ON
               CLOSE PERSONA-ADDRESS-FILE
           END-IF
           IF WS-REL-ON
               CLOSE PERSONA-RELATIONSHIP-FILE
           END-IF
           CALL 'MQCLOSE' USING WS-MQ-HCONN WS-MQ-MSG-HANDLE
               WS-MQ-COMP-CODE WS-MQ-REASON-CODE
           CALL 'MQCLOSE' USING WS-MQ-HCONN WS-MQ-DLQ-HANDLE
               WS-MQ-COMP-CODE WS-MQ-REASON-CODE
           CALL 'MQDISC' USING WS-MQ-HCONN
               WS-MQ-COMP-CODE WS-MQ-REASON-CODE
           SET ALT-CLOSE TO TRUE
           CALL 'ARR01ALT' USING ALERT-RAISE-AREA
           SET RPQ-CLOSE TO TRUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA.
       9000-EXIT.
           EXIT.
