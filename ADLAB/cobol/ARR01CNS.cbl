      *
      * ENVELOPE VERSIONS ACCEPTED: 0001 (NO CLASS OR KEY-ID FIELD),
      * 0002 (NO KEY-ID), 0003 (NO ADDRESS), 0004 (NO TYPE VARIETY OR
      * PERSONA-ID), 0005 (NO HOUSEHOLD-ID) AND 0006 (CURRENT) - OLDER
      * VERSIONS PARSE AS STRICT PREFIXES OF THE CURRENT LAYOUT, AND A
      * MESSAGE WITH NO KEY-ID DECRYPTS UNDER GENERATION 1 BY
      * CONVENTION (SEE EC01CKEY). ANY OTHER VERSION GOES TO THE
      * EXCEPTION FILE FOR A MANUAL LOOK BEFORE THE SHOP UPGRADES THIS
      * PROGRAM.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *                   THE EMBOSSING AREA FINALLY GETS A
      *                   DELIVERABLE ADDRESS WITH THE PERSONA. AN
      *                   OLDER MESSAGE LANDS THEM AS SPACES.
      *  2026-10-15  RSM  JOINED THE NIGHTLY BATCH CYCLE CONTROL: THE
      *                   RUN MARKS ITSELF STARTED/ENDED/FAILED ON
      *                   CYCLCTL (SEE EC01CYCL) THROUGH ARR01CYC, AND
      *                   IS REFUSED WITH RETURN CODE 12 IF A
      *                   PREDECESSOR IN THE EC01CYCT TABLE HAS NOT
      *                   ENDED FOR THE SAME BUSINESS DATE.
      *  2026-10-15  RSM  RAISE AN OPERATIONS ALERT (ARR01ALT, SEE
      *                   EC01ALTP) FOR EVERY MESSAGE WRITTEN TO THE
      *                   EXCEPTION FILE, AND A CRITICAL ONE WHEN THE
      *                   RUN ABORTS BECAUSE THE QUEUE COULD NOT BE
      *                   REACHED.
      *  2026-10-15  RSM  ACCEPT ENVELOPE VERSION 0006 AND LAND THE
      *                   HOUSEHOLD ID IT CARRIES (RP-HOUSEHOLD-ID,
      *                   EC01RCVP WIDENED 226 TO 236) SO THE
      *                   EMBOSSING AREA CAN GROUP CARDS BY HOUSEHOLD.
      *                   AN OLDER MESSAGE LANDS IT AS ZEROS.
      *                   EX-RAW-MESSAGE WIDENED TO THE FULL 194-BYTE
      *                   ENVELOPE.
      *  2026-10-15  RSM  ACCEPT MESSAGE TYPE PERSSNAP - A PERSONA FROM
      *                   AN ARR01SNP INITIAL-LOAD SNAPSHOT - AND LAND
      *                   IT LIKE ANY OTHER. THE RECEIPT GUARD DROPS
      *                   WHAT A RESUMED SNAPSHOT PUTS TWICE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVED-PERSONA-FILE
           RECORD CONTAINS 236 CHARACTERS.
           COPY EC01RCVP.

       FD  EXCEPTION-FILE
           RECORD CONTAINS 248 CHARACTERS.
       01  EXCEPTION-RECORD.
           05  EX-REASON               PIC X(30).
           05  EX-CORREL-ID            PIC X(24).
      *    WIDE ENOUGH FOR THE FULL VERSION-0006 ENVELOPE (194 BYTES)
      *    - TRUNCATING IT WOULD LOSE FIELDS THE PRESERVED PAYLOAD
      *    NEEDS LATER (ME-KEY-ID, THE ADDRESS, THE PERSONA-ID, THE
      *    HOUSEHOLD-ID).
           05  EX-RAW-MESSAGE          PIC X(194).

       FD  LANDING-RECEIPT-FILE
           RECORD CONTAINS 50 CHARACTERS.

           COPY EC01MENV.
           COPY EC01RCPT.
           COPY EC01ALTP.

       01  WS-CONTROL-TOTALS.
           05  FILLER                  PIC X(20) VALUE
               ' REPLAYS SKIPPED  '.
           05  WS-TOT-REPLAY-SKIP      PIC ZZZZZZ9.

      *----------------------------------------------------------------
      * BATCH CYCLE CONTROL - THIS JOB'S NAME ON CYCLCTL AND THE GATE
      * OUTCOME FROM ARR01CYC. THE RETURN CODE IS SAVED AROUND THE
      * FINISH CALL - A CALL REPLACES IT WITH THE CALLEE'S.
      *----------------------------------------------------------------
       01  WS-CYCLE-AREAS.
           05  WS-CYC-FUNCTION         PIC X(01).
           05  WS-CYC-JOB-NAME         PIC X(08) VALUE 'ARR01CNS'.
           05  WS-CYC-RESULT           PIC X(01).
               88  WS-CYC-CLEARED      VALUE 'Y'.
           05  WS-CYC-SAVE-RC          PIC S9(04) COMP.

       LINKAGE SECTION.
      *----------------------------------------------------------------
      * WS-PARM-AREA - STANDARD JCL EXEC PARM LAYOUT. THE PARM NAMES
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 0500-CHECK-CYCLE-GATE THRU 0500-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-NOT-ABORT
               PERFORM 2000-DRAIN-QUEUE THRU 2000-EXIT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           ELSE
               DISPLAY 'ARR01CNS - ABORTING RUN - MQ INIT FAILED'
               PERFORM 9400-RAISE-ABORT-ALERT THRU 9400-EXIT
           END-IF
           PERFORM 9500-MARK-CYCLE-END THRU 9500-EXIT
           PERFORM 9600-CLOSE-ALERT-LOG THRU 9600-EXIT
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
               DISPLAY 'ARR01CNS - NOT STARTED - A CYCLE PREDECESSOR '
                   'HAS NOT ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO RETURN-CODE.
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - CONNECT TO THE QUEUE MANAGER AND OPEN THE
      * PERSONA QUEUE NAMED IN THE PARM FOR DESTRUCTIVE GET, PLUS THE
               AND ME-MSG-TYPE NOT EQUAL 'PERSCHG'
               AND ME-MSG-TYPE NOT EQUAL 'PERSDEL'
               AND ME-MSG-TYPE NOT EQUAL 'PERSMRG'
               AND ME-MSG-TYPE NOT EQUAL 'PERSSNAP'
               SET WS-MSG-INVALID TO TRUE
               MOVE 'UNKNOWN MESSAGE TYPE' TO WS-EXC-REASON
               GO TO 2200-EXIT
               AND ME-MSG-VERSION NOT EQUAL '0003'
               AND ME-MSG-VERSION NOT EQUAL '0004'
               AND ME-MSG-VERSION NOT EQUAL '0005'
               AND ME-MSG-VERSION NOT EQUAL '0006'
               SET WS-MSG-INVALID TO TRUE
               MOVE 'UNKNOWN MESSAGE VERSION' TO WS-EXC-REASON
               GO TO 2200-EXIT
           ELSE
               MOVE ZEROS TO RP-PERSONA-ID
           END-IF
           IF ME-HOUSEHOLD-ID IS NUMERIC
               MOVE ME-HOUSEHOLD-ID TO RP-HOUSEHOLD-ID
           ELSE
               MOVE ZEROS TO RP-HOUSEHOLD-ID
           END-IF

           MOVE 'D' TO WS-CRY-FUNCTION
           IF ME-KEY-ID IS NUMERIC
           MOVE MQMD-CORREL-ID TO EX-CORREL-ID
           MOVE MQ-MESSAGE-ENVELOPE TO EX-RAW-MESSAGE
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT
           PERFORM 2410-RAISE-ALERT THRU 2410-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2410-RAISE-ALERT - AN EXCEPTION IS A PERSONA THAT DID NOT LAND
      * - TELL OPERATIONS, WITH THE CORRELID THAT FINDS IT ON THE
      * EXCEPTION FILE.
      *----------------------------------------------------------------
       2410-RAISE-ALERT.
           SET ALT-RAISE TO TRUE
           SET ALT-SEV-WARNING TO TRUE
           MOVE 'ARR01CNS' TO ALT-PROGRAM
           MOVE ZEROS TO ALT-RUN-ID
           MOVE 'RCVEXC' TO ALT-CONDITION
           MOVE SPACES TO ALT-TEXT
           STRING 'MESSAGE NOT LANDED - ' DELIMITED BY SIZE
                  WS-EXC-REASON DELIMITED BY SIZE
               INTO ALT-TEXT
           END-STRING
           MOVE ZEROS TO ALT-PERSONA-ID
           MOVE MQMD-CORREL-ID TO ALT-CORREL-ID
           CALL 'ARR01ALT' USING ALERT-RAISE-AREA.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS
      *----------------------------------------------------------------
               WS-MQ-COMP-CODE WS-MQ-REASON-CODE.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9400-RAISE-ABORT-ALERT - THE QUEUE WAS NOT DRAINED TONIGHT.
      * NOTHING DOWNSTREAM OF THE LANDING FILE HAS TODAY'S PERSONAS
      * UNTIL IT IS.
      *----------------------------------------------------------------
       9400-RAISE-ABORT-ALERT.
           SET ALT-RAISE TO TRUE
           SET ALT-SEV-CRITICAL TO TRUE
           MOVE 'ARR01CNS' TO ALT-PROGRAM
           MOVE ZEROS TO ALT-RUN-ID
           MOVE 'MQINIT' TO ALT-CONDITION
           MOVE SPACES TO ALT-TEXT
           STRING 'MQ INIT FAILED - NOT DRAINED: ' DELIMITED BY SIZE
                  WS-QUEUE-NAME DELIMITED BY SPACE
               INTO ALT-TEXT
           END-STRING
           MOVE ZEROS TO ALT-PERSONA-ID
           MOVE SPACES TO ALT-CORREL-ID
           CALL 'ARR01ALT' USING ALERT-RAISE-AREA.
       9400-EXIT.
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

      *----------------------------------------------------------------
      * 9600-CLOSE-ALERT-LOG - LET THE ALERT ROUTINE CLOSE ALERTLOG IF
      * THIS RUN RAISED ANYTHING. THE RETURN CODE IS KEPT ACROSS THE
      * CALL.
      *----------------------------------------------------------------
       9600-CLOSE-ALERT-LOG.
           MOVE RETURN-CODE TO WS-CYC-SAVE-RC
           SET ALT-CLOSE TO TRUE
           CALL 'ARR01ALT' USING ALERT-RAISE-AREA
           MOVE WS-CYC-SAVE-RC TO RETURN-CODE.
       9600-EXIT.
           EXIT.
