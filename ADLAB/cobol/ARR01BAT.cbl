      *                   TRANSFER. A FILE WITH NO HEADER (OLD FORMAT
      *                   OR HAND-BUILT) STILL PROCESSES, WITH A
      *                   WARNING.
      *  2026-10-15  RSM  JOINED THE NIGHTLY BATCH CYCLE CONTROL: THE
      *                   RUN MARKS ITSELF STARTED/ENDED/FAILED ON
      *                   CYCLCTL (SEE EC01CYCL) THROUGH ARR01CYC, AND
      *                   IS REFUSED WITH RETURN CODE 12 IF A
      *                   PREDECESSOR IN THE EC01CYCT TABLE HAS NOT
      *                   ENDED FOR THE SAME BUSINESS DATE.
      *  2026-10-15  RSM  PASS THE HEADER'S FH-SOURCE TO ARRAY01 IN
      *                   THE NEW CALLER-FEED-SOURCE FIELD (SEE
      *                   EC01API0) INSTEAD OF ONLY DISPLAYING IT -
      *                   IT OWNS THE FIELDS THE FEED SETS AND IS
      *                   RANKED ON THE SOURCE-PRIORITY TABLE.
      *  2026-10-15  RSM  WIDENED AGAIN TO 83 BYTES FOR THE APPENDED
      *                   EFFECTIVE-DATE FIELD (SEE EC01API0) - A FEED
      *                   CAN NOW DATE AN ACTION FOR A LATER BUSINESS
      *                   DAY.
      *  2026-10-15  RSM  RUN ONE STREAM OF AN EXTRACT ARR01SPL CUT UP
      *                   (SEE FEED-STREAM-HEADER-RECORD IN EC01FCTL):
      *                   THE STREAM'S OWN BATCH-ID, STREAM NUMBER AND
      *                   ID BLOCKS GO TO ARRAY01, THE CYCLE GATE IS
      *                   LEFT TO THE SPLIT AND ARR01SMG, AND OUTBOX
      *                   MODE IS NOT ALLOWED. A PARM BATCH-ID THAT
      *                   DISAGREES WITH THE STREAM HEADER FAILS THE
      *                   RUN (RC 8) WITH NOTHING LOADED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-EXTRACT-FILE
           RECORD CONTAINS 83 CHARACTERS.
       01  PERSONA-EXTRACT-RECORD          PIC X(83).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-SCAN-COUNT               PIC 9(07).
           05  WS-SCAN-HASH                PIC 9(09).
           05  WS-LEN-WORK                 PIC 9(02).
      *    SET BY 0400 WHEN THE EXTRACT OPENS WITH A STREAM HEADER -
      *    THIS RUN IS ONE STREAM OF A SPLIT LOAD.
           05  WS-STREAM-SW                PIC X(01) VALUE 'N'.
               88  WS-STREAM-RUN           VALUE 'Y'.
               88  WS-NOT-STREAM-RUN       VALUE 'N'.

       01  WS-CONTROL-TOTALS.
           05  FILLER                      PIC X(20) VALUE
           COPY EC01CPDP.
           COPY EC01FCTL.

      *----------------------------------------------------------------
      * BATCH CYCLE CONTROL - THIS JOB'S NAME ON CYCLCTL AND THE GATE
      * OUTCOME FROM ARR01CYC. THE RETURN CODE IS SAVED AROUND THE
      * FINISH CALL - A CALL REPLACES IT WITH THE CALLEE'S.
      *----------------------------------------------------------------
       01  WS-CYCLE-AREAS.
           05  WS-CYC-FUNCTION         PIC X(01).
           05  WS-CYC-JOB-NAME         PIC X(08) VALUE 'ARR01BAT'.
           05  WS-CYC-RESULT           PIC X(01).
               88  WS-CYC-CLEARED      VALUE 'Y'.
           05  WS-CYC-SAVE-RC          PIC S9(04) COMP.

       LINKAGE SECTION.
      *----------------------------------------------------------------
      * WS-PARM-AREA - STANDARD JCL EXEC PARM LAYOUT: A HALFWORD LENGTH
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 0400-CHECK-FOR-STREAM THRU 0400-EXIT
           PERFORM 0500-CHECK-CYCLE-GATE THRU 0500-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-CHUNK THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3500-CLOSE-ARRAY01-SESSION THRU 3500-EXIT
           PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           PERFORM 9500-MARK-CYCLE-END THRU 9500-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 0400-CHECK-FOR-STREAM - LOOK AT THE EXTRACT'S FIRST RECORD. A
      * HEADER CARRYING A STREAM NUMBER MAKES THIS RUN ONE STREAM OF
      * A LOAD ARR01SPL CUT UP; THE HEADER IS KEPT FOR 1050. THE FILE
      * IS CLOSED AGAIN - 1000 OPENS IT FOR REAL.
      *----------------------------------------------------------------
       0400-CHECK-FOR-STREAM.
           SET WS-NOT-STREAM-RUN TO TRUE
           OPEN INPUT PERSONA-EXTRACT-FILE
           IF NOT WS-PERSIN-OK
               GO TO 0400-EXIT
           END-IF
           READ PERSONA-EXTRACT-FILE
               AT END
                   GO TO 0400-CLOSE
           END-READ
           IF PERSONA-EXTRACT-RECORD(1:3) EQUAL 'HDR'
               MOVE PERSONA-EXTRACT-RECORD TO FEED-STREAM-HEADER-RECORD
               IF FS-STREAM-NUMBER IS NUMERIC
                   AND FS-STREAM-NUMBER GREATER THAN ZERO
                   SET WS-STREAM-RUN TO TRUE
               END-IF
           END-IF.
       0400-CLOSE.
           CLOSE PERSONA-EXTRACT-FILE.
       0400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0500-CHECK-CYCLE-GATE - BEFORE ANYTHING IS OPENED, MARK THE RUN
      * STARTED ON THE CYCLE CONTROL FILE. IF A PREDECESSOR HAS NOT
      * ENDED FOR THIS BUSINESS DATE, ARR01CYC HAS ALREADY NAMED IT -
      * STOP WITH RETURN CODE 12 AND NOTHING TOUCHED. A STREAM IS NOT
      * GATED: ARR01SPL TOOK THE GATE FOR THE WHOLE LOAD AND ARR01SMG
      * ENDS IT ONCE EVERY STREAM HAS RUN.
      *----------------------------------------------------------------
       0500-CHECK-CYCLE-GATE.
           IF WS-STREAM-RUN
               GO TO 0500-EXIT
           END-IF
           MOVE 'S' TO WS-CYC-FUNCTION
           CALL 'ARR01CYC' USING WS-CYC-FUNCTION WS-CYC-JOB-NAME
               WS-CYC-RESULT
           IF NOT WS-CYC-CLEARED
               DISPLAY 'ARR01BAT - NOT STARTED - A CYCLE PREDECESSOR '
                   'HAS NOT ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO RETURN-CODE.
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE EXTRACT FILE, EMPTY THE COMMAREA AND
      * WORK OUT HOW MANY PERSONA SLOTS FIT IN ONE PERSONAS-DATAAREA.

           MOVE SPACES TO CALLER-BATCH-ID
           MOVE ZEROS TO CALLER-CHUNK-NUMBER
           MOVE SPACES TO CALLER-FEED-SOURCE
           SET OUTBOX-MODE-OFF TO TRUE
      *    EVERY CHUNK TRAVELS UNDER THE KEEP-OPEN SESSION - ARRAY01
      *    OPENS ITS FILES ON THE FIRST CALL AND HOLDS THEM UNTIL
               AND WS-PARM-MODE EQUAL 'O'
               SET OUTBOX-MODE-ON TO TRUE
           END-IF
           IF WS-STREAM-RUN
               PERFORM 1050-SET-STREAM-CALLER THRU 1050-EXIT
               IF RETURN-CODE NOT EQUAL ZERO
                   SET WS-EOF TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF

           COMPUTE WS-MAX-PERSONAS =
               LENGTH OF PERSONAS-DATAAREA / LENGTH OF API00Q01-PERSONAS
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-SET-STREAM-CALLER - A STREAM RUNS UNDER THE BATCH-ID ITS
      * HEADER NAMES - ARR01SMG FINDS ITS CHECKPOINT AND RUNSTATS ROWS
      * BY IT - SO A PARM IS ONLY ALLOWED TO REPEAT IT. THE STREAM
      * NUMBER AND THE ID BLOCKS THE SPLIT RESERVED GO TO ARRAY01 ON
      * EVERY CALL. OUTBOX MODE WOULD HAVE EVERY STREAM REWRITING THE
      * ONE OUTBOX CONTROL ROW, SO A STREAM RUNS WITHOUT IT.
      *----------------------------------------------------------------
       1050-SET-STREAM-CALLER.
           IF CALLER-BATCH-ID NOT EQUAL SPACES
               AND CALLER-BATCH-ID NOT EQUAL FS-BATCH-ID
               DISPLAY 'ARR01BAT - PARM BATCH-ID ' CALLER-BATCH-ID
                   ' DISAGREES WITH STREAM HEADER BATCH-ID '
                   FS-BATCH-ID ' - NOTHING LOADED'
               MOVE 8 TO RETURN-CODE
               GO TO 1050-EXIT
           END-IF
           MOVE FS-BATCH-ID TO CALLER-BATCH-ID
           MOVE FS-STREAM-NUMBER TO CALLER-STREAM-NUMBER
           MOVE FS-ID-BLOCK-FIRST TO CALLER-ID-BLOCK-FIRST
           MOVE FS-ID-BLOCK-LAST TO CALLER-ID-BLOCK-LAST
           MOVE FS-RUN-BLOCK-FIRST TO CALLER-RUN-BLOCK-FIRST
           MOVE FS-RUN-BLOCK-LAST TO CALLER-RUN-BLOCK-LAST
           DISPLAY 'ARR01BAT - STREAM ' FS-STREAM-NUMBER ' OF '
               FS-STREAM-COUNT ' BATCH-ID ' FS-BATCH-ID
           IF OUTBOX-MODE-ON
               DISPLAY 'ARR01BAT - OUTBOX MODE IS NOT AVAILABLE TO A '
                   'STREAM - RUNNING WITHOUT IT'
               SET OUTBOX-MODE-OFF TO TRUE
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-VALIDATE-FEED-CONTROLS - PROVE THE EXTRACT COMPLETE
      * BEFORE ANYTHING IS LOADED. IF THE FIRST RECORD IS AN EC01FCTL
           MOVE PERSONA-EXTRACT-RECORD(1:19) TO FEED-HEADER-RECORD
           DISPLAY 'ARR01BAT - EXTRACT FROM ' FH-SOURCE
               ' BUSINESS DATE ' FH-BUSINESS-DATE
      *    THE HEADER NAMES THE FEED - ARRAY01 STAMPS IT AS THE
      *    OWNER OF EVERY FIELD THIS EXTRACT SETS AND RANKS IT ON
      *    THE SOURCE-PRIORITY TABLE. A HEADERLESS FILE HAS NO NAME
      *    TO GIVE AND IS RANKED AS ARRAY01 ITSELF.
           MOVE FH-SOURCE TO CALLER-FEED-SOURCE

           PERFORM 1550-SCAN-ONE-RECORD THRU 1550-EXIT
               UNTIL WS-SCAN-EOF
           CLOSE PERSONA-EXTRACT-FILE.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-MARK-CYCLE-END - RECORD THE OUTCOME ON THE CYCLE CONTROL
      * FILE: RETURN CODE 8 OR MORE IS A FAILURE. A STREAM LEAVES THE
      * ROW TO ARR01SMG.
      *----------------------------------------------------------------
       9500-MARK-CYCLE-END.
           IF WS-STREAM-RUN
               GO TO 9500-EXIT
           END-IF
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
