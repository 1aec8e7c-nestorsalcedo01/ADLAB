      *   COLS 1-7 'CORREL '  COLS 9-32 A CORRELATION ID
      *   COLS 1-7 'PERSONA'  COLS 9-18 A PERSONA ID
      *   COLS 1-7 'RUN    '  COLS 9-16 A LOAD/PUBLISH RUN-ID
      * WITH AN OPTIONAL JOURNAL DATE WINDOW IN COLS 41-48 (FROM) AND
      * 49-56 (TO), YYYYMMDD INCLUSIVE - BLANK MEANS NO LIMIT. THE
      * JOURNAL LEG IS READ THROUGH ARR01AGR, SO THE WINDOW DECIDES
      * WHICH ROLLED GENERATIONS ARE SEARCHED; WITHOUT ONE EVERY
      * GENERATION IS.
      * EVERY LEG THAT RECORDED ANYTHING IS PULLED FROM THE FILE
      * THAT RECORDED IT AND PRINTED IN TIME ORDER:
      *   AUDTLOG     MASTER WRITES, MQPUT ATTEMPTS WITH THEIR COMP/
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  JOURNAL LEG READ THROUGH ARR01AGR SO THE
      *                   ROLLED GENERATIONS ARE TRACED TOO; OPTIONAL
      *                   DATE WINDOW ON THE TRCCTL CARD.
      *  2026-10-15  RSM  THE RECEIVED-PERSONA FD WIDENED TO 236
      *                   BYTES FOR THE APPENDED RP-HOUSEHOLD-ID
      *                   (SEE EC01RCVP).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRCCTL-STATUS.

           SELECT PERSONA-REJECT-FILE ASSIGN TO PERSREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSREJ-STATUS.
           05  TC-TYPE                 PIC X(07).
           05  FILLER                  PIC X(01).
           05  TC-VALUE                PIC X(24).
           05  FILLER                  PIC X(08).
           05  TC-FROM-DATE            PIC X(08).
           05  TC-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(24).

       FD  PERSONA-REJECT-FILE
           RECORD CONTAINS 312 CHARACTERS.
           COPY EC01LMSG.

       FD  RECEIVED-PERSONA-FILE
           RECORD CONTAINS 236 CHARACTERS.
           COPY EC01RCVP.

       FD  LANDING-RECEIPT-FILE
       01  WS-WORK-AREAS.
           05  WS-TRCCTL-STATUS        PIC X(02).
               88  WS-TRCCTL-OK        VALUE '00'.
           05  WS-PERSREJ-STATUS       PIC X(02).
               88  WS-PERSREJ-OK       VALUE '00'.
           05  WS-REJSTAT-STATUS       PIC X(02).
           05  WS-TRC-PERSONA-ID       PIC 9(10).
           05  WS-TRC-RUN-ID           PIC 9(08).
           05  WS-TRC-INDEX            PIC 9(04).
           05  WS-TRC-FROM-DATE        PIC X(08).
           05  WS-TRC-TO-DATE          PIC X(08).
           05  WS-HAVE-RUN-SW          PIC X(01) VALUE 'N'.
               88  WS-HAVE-RUN-INDEX   VALUE 'Y'.
           05  WS-PARSE-RUN            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-TEXT             PIC X(90).

           COPY EC01AUDT.
           COPY EC01AGRP.
           COPY EC01RSTT.
           COPY EC01OBOX.
           COPY EC01RCPT.
           MOVE ZEROS TO WS-TRC-PERSONA-ID
           MOVE ZEROS TO WS-TRC-RUN-ID
           MOVE ZEROS TO WS-TRC-INDEX
           MOVE SPACES TO WS-TRC-FROM-DATE
           MOVE SPACES TO WS-TRC-TO-DATE

           OPEN INPUT TRACE-CONTROL-FILE
           IF WS-TRCCTL-OK
           EXIT.

       1100-DECODE-CARD.
           MOVE TC-FROM-DATE TO WS-TRC-FROM-DATE
           MOVE TC-TO-DATE TO WS-TRC-TO-DATE
           EVALUATE TC-TYPE
               WHEN 'CORREL '
                   IF TC-VALUE NOT EQUAL SPACES
      * 3200-GATHER-AUDIT - THE JOURNAL LEG. A PERSONA TRACE MATCHES
      * ON AU-INDEX (THE PERSONA-ID ON MASTER WRITES); AN ARRAYMQ
      * CORREL MATCHES ITS FEED INDEX AGAINST THE MQPUT/MQSKIP
      * ENTRIES, WHICH CARRY THE FEED POSITION THERE. THE ROLLED
      * GENERATIONS IN THE CARD'S WINDOW ARE SEARCHED AS WELL AS THE
      * CURRENT JOURNAL, AND ENTRIES OUTSIDE THE WINDOW ARE LEFT OUT.
      *----------------------------------------------------------------
       3200-GATHER-AUDIT.
           IF WS-RUN-MODE
               GO TO 3200-EXIT
           END-IF
           SET AGR-OPEN TO TRUE
           SET AGR-INPUT-MODE TO TRUE
           MOVE 'ARR01TRC' TO AGR-PROGRAM
           MOVE WS-TRC-FROM-DATE TO AGR-FROM-DATE
           MOVE WS-TRC-TO-DATE TO AGR-TO-DATE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           IF AGR-FAILED
               DISPLAY 'ARR01TRC - AUDTLOG NOT AVAILABLE - LEG '
                   'SKIPPED'
               SET AGR-CLOSE TO TRUE
               CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
               GO TO 3200-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 3300-SCAN-ONE-AUDIT THRU 3300-EXIT
               UNTIL WS-EOF
           SET AGR-CLOSE TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA.
       3200-EXIT.
           EXIT.

       3300-SCAN-ONE-AUDIT.
           SET AGR-READ TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           IF NOT AGR-OK
               SET WS-EOF TO TRUE
               GO TO 3300-EXIT
           END-IF
           MOVE AGR-RECORD TO AUDIT-RECORD
           IF WS-TRC-FROM-DATE NOT EQUAL SPACES
               AND AU-TIMESTAMP(1:8) LESS THAN WS-TRC-FROM-DATE
               GO TO 3300-EXIT
           END-IF
           IF WS-TRC-TO-DATE NOT EQUAL SPACES
               AND AU-TIMESTAMP(1:8) GREATER THAN WS-TRC-TO-DATE
               GO TO 3300-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-PERSONA-MODE
