      *                   ARRAYMQ. THE OUTBOX ROW CARRIES THE PERSONA
      *                   ID, SO THE LOOKUP IS ONE KEYED READ; NO
      *                   PERSADDR DD OR NO MAILING ROW SENDS SPACES.
      *  2026-10-15  RSM  JOINED THE NIGHTLY BATCH CYCLE CONTROL: THE
      *                   RUN MARKS ITSELF STARTED/ENDED/FAILED ON
      *                   CYCLCTL (SEE EC01CYCL) THROUGH ARR01CYC, AND
      *                   IS REFUSED WITH RETURN CODE 12 IF A
      *                   PREDECESSOR IN THE EC01CYCT TABLE HAS NOT
      *                   ENDED FOR THE SAME BUSINESS DATE.
      *  2026-10-15  RSM  CARRY THE PERSONA'S HOUSEHOLD ID (FIRST
      *                   ACTIVE ROW ON PERSREL, SEE EC01PREL) IN THE
      *                   ENVELOPE, VERSION 0006, AS ARRAYMQ DOES. NO
      *                   PERSREL DD OR NO ACTIVE LINK SENDS ZEROS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS ADR-IO-KEY
               FILE STATUS IS WS-PERSADDR-STATUS.

           SELECT PERSONA-RELATIONSHIP-FILE ASSIGN TO PERSREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-IO-KEY
               FILE STATUS IS WS-PERSREL-STATUS.

           SELECT LANDED-MSG-FILE ASSIGN TO LMSGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMSG-STATUS.
           05  ADR-IO-KEY              PIC X(12).
           05  ADR-IO-DATA             PIC X(108).

       FD  PERSONA-RELATIONSHIP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERSONA-RELATIONSHIP-IO-RECORD.
           05  REL-IO-KEY              PIC X(22).
           05  REL-IO-DATA             PIC X(58).

       FD  LANDED-MSG-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY EC01LMSG.
           05  WS-ADDR-SW              PIC X(01) VALUE 'N'.
               88  WS-ADDR-ON          VALUE 'Y'.
               88  WS-ADDR-OFF         VALUE 'N'.
           05  WS-PERSREL-STATUS       PIC X(02).
               88  WS-PERSREL-OK       VALUE '00'.
      *    SO DOES THE HOUSEHOLD LOOKUP - NO PERSREL, ZERO HOUSEHOLD.
           05  WS-REL-SW               PIC X(01) VALUE 'N'.
               88  WS-REL-ON           VALUE 'Y'.
               88  WS-REL-OFF          VALUE 'N'.
           05  WS-ABORT-SW             PIC X(01) VALUE 'N'.
               88  WS-ABORT            VALUE 'Y'.
               88  WS-NOT-ABORT        VALUE 'N'.
           COPY EC01OBOX.
           COPY EC01CREF.
           COPY EC01PADR.
           COPY EC01PREL.

       01  WS-QUEUE-NAME-TABLE.
           05  WS-QUEUE-NAME-ENTRY OCCURS 20 TIMES.
               ' LEFT PENDING  '.
           05  WS-TOT-LEFT             PIC ZZZZZZ9.

      *----------------------------------------------------------------
      * BATCH CYCLE CONTROL - THIS JOB'S NAME ON CYCLCTL AND THE GATE
      * OUTCOME FROM ARR01CYC. THE RETURN CODE IS SAVED AROUND THE
      * FINISH CALL - A CALL REPLACES IT WITH THE CALLEE'S.
      *----------------------------------------------------------------
       01  WS-CYCLE-AREAS.
           05  WS-CYC-FUNCTION         PIC X(01).
           05  WS-CYC-JOB-NAME         PIC X(08) VALUE 'ARR01SWP'.
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
           IF WS-NOT-ABORT
               PERFORM 2000-SWEEP-OUTBOX THRU 2000-EXIT
           ELSE
               DISPLAY 'ARR01SWP - ABORTING RUN - INIT FAILED'
           END-IF
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
               DISPLAY 'ARR01SWP - NOT STARTED - A CYCLE PREDECESSOR '
                   'HAS NOT ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO RETURN-CODE.
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - CONNECT TO MQ, OPEN THE DEFAULT OUTBOUND
      * QUEUE, LOAD THE CLASS ROUTING TABLE AND OPEN THE FILES. ANY
                   'ENVELOPES CARRY NO MAILING ADDRESS'
           END-IF

           SET WS-REL-OFF TO TRUE
           OPEN INPUT PERSONA-RELATIONSHIP-FILE
           IF WS-PERSREL-OK
               SET WS-REL-ON TO TRUE
           ELSE
               DISPLAY 'ARR01SWP - PERSREL NOT AVAILABLE - '
                   'ENVELOPES CARRY NO HOUSEHOLD ID'
           END-IF

           SET WS-NOT-EOF TO TRUE
           MOVE ZEROS TO OB-IO-KEY
           START OUTBOX-FILE KEY IS GREATER THAN OB-IO-KEY
               END-IF
           END-IF

           MOVE ZEROS TO ME-HOUSEHOLD-ID
           IF WS-REL-ON
               MOVE OB-PERSONA-ID TO REL-PERSONA-ID
               MOVE ZEROS TO REL-RELATED-ID
               MOVE LOW-VALUES TO REL-TYPE
               MOVE REL-KEY TO REL-IO-KEY
               START PERSONA-RELATIONSHIP-FILE
                   KEY IS NOT LESS THAN REL-IO-KEY
               IF WS-PERSREL-OK
                   PERFORM 2250-FIND-HOUSEHOLD THRU 2250-EXIT
               END-IF
           END-IF

           MOVE SPACES TO MQMD-MSG-ID
           STRING 'ARR01SWP.' DELIMITED BY SIZE
               OB-SEQ DELIMITED BY SIZE
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-FIND-HOUSEHOLD - READ ON THROUGH THE PERSONA'S LINK ROWS
      * TO THE FIRST ACTIVE ONE AND TAKE ITS HOUSEHOLD.
      *----------------------------------------------------------------
       2250-FIND-HOUSEHOLD.
           READ PERSONA-RELATIONSHIP-FILE NEXT RECORD
               INTO PERSONA-RELATIONSHIP-RECORD
           IF NOT WS-PERSREL-OK
               OR REL-PERSONA-ID NOT EQUAL OB-PERSONA-ID
               GO TO 2250-EXIT
           END-IF
           IF NOT REL-ACTIVE
               GO TO 2250-FIND-HOUSEHOLD
           END-IF
           MOVE REL-HOUSEHOLD-ID TO ME-HOUSEHOLD-ID.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-RESOLVE-QUEUE-HANDLE - PICK THE OUTBOUND QUEUE HANDLE FOR
      * THE ROW'S CLASS, OPENING AND CACHING IT ON FIRST USE. AN
           IF WS-ADDR-ON
               CLOSE PERSONA-ADDRESS-FILE
           END-IF
           IF WS-REL-ON
               CLOSE PERSONA-RELATIONSHIP-FILE
           END-IF
           CALL 'MQCLOSE' USING WS-MQ-HCONN WS-MQ-MSG-HANDLE
               WS-MQ-COMP-CODE WS-MQ-REASON-CODE
           CALL 'MQDISC' USING WS-MQ-HCONN
               WS-MQ-COMP-CODE WS-MQ-REASON-CODE.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-MARK-CYCLE-END - RECORD THE OUTCOME ON THE CYCLE CONTROL
      * FILE: RETURN CODE 8 OR MORE OR AN INIT ABORT IS A FAILURE.
      *----------------------------------------------------------------
       9500-MARK-CYCLE-END.
           MOVE RETURN-CODE TO WS-CYC-SAVE-RC
           IF WS-ABORT OR WS-CYC-SAVE-RC GREATER THAN OR EQUAL 8
               MOVE 'F' TO WS-CYC-FUNCTION
           ELSE
               MOVE 'E' TO WS-CYC-FUNCTION
           END-IF
           CALL 'ARR01CYC' USING WS-CYC-FUNCTION WS-CYC-JOB-NAME
               WS-CYC-RESULT
           MOVE WS-CYC-SAVE-RC TO RETURN-CODE.
       9500-EXIT.
           EXIT.
