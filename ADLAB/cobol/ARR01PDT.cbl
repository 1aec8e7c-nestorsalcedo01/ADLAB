      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  ADVANCE JOINED THE NIGHTLY BATCH CYCLE
      *                   CONTROL: IT IS REFUSED WITH RETURN CODE 12
      *                   UNLESS ARR01BAT, ARRMQBAT, ARR01SWP,
      *                   ARR01CNS, ARR01BAL AND ARR01SCH HAVE ALL
      *                   ENDED (OR BEEN FORCED) ON
      *                   CYCLCTL (SEE EC01CYCL/EC01CYCT) FOR THE
      *                   BUSINESS DATE BEING CLOSED, AND MARKS ITSELF
      *                   STARTED/ENDED UNDER THAT DATE THROUGH
      *                   ARR01CYC. SET AND THE REPORT ARE UNGATED -
      *                   THEY ARE HOW OPERATIONS RECOVERS A CYCLE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  WS-SET-DATE             PIC X(08).
           05  WS-UPD-FUNCTION         PIC X(08).

      *----------------------------------------------------------------
      * BATCH CYCLE CONTROL - THIS JOB'S NAME ON CYCLCTL AND THE GATE
      * OUTCOME FROM ARR01CYC. THE RETURN CODE IS SAVED AROUND THE
      * FINISH CALL - A CALL REPLACES IT WITH THE CALLEE'S.
      *----------------------------------------------------------------
       01  WS-CYCLE-AREAS.
           05  WS-CYC-FUNCTION         PIC X(01).
           05  WS-CYC-JOB-NAME         PIC X(08) VALUE 'ARR01PDT'.
           05  WS-CYC-RESULT           PIC X(01).
               88  WS-CYC-CLEARED      VALUE 'Y'.
           05  WS-CYC-SAVE-RC          PIC S9(04) COMP.

       LINKAGE SECTION.
      *----------------------------------------------------------------
      * WS-PARM-AREA - STANDARD JCL EXEC PARM LAYOUT: 'ADVANCE', OR
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           EVALUATE TRUE
               WHEN WS-FUNC-ADVANCE
                   PERFORM 0500-CHECK-CYCLE-GATE THRU 0500-EXIT
                   PERFORM 2000-ADVANCE-DATE THRU 2000-EXIT
                   PERFORM 9500-MARK-CYCLE-END THRU 9500-EXIT
               WHEN WS-FUNC-SET
                   PERFORM 3000-SET-DATE THRU 3000-EXIT
               WHEN OTHER
           END-EVALUATE
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-CHECK-CYCLE-GATE - BEFORE THE DATE MOVES, MARK THE
      * ADVANCE STARTED ON THE CYCLE CONTROL FILE. IF ANY OF THE DAY'S
      * LOAD/SWEEP/CONSUMER STEPS HAS NOT ENDED FOR THE BUSINESS DATE
      * BEING CLOSED, ARR01CYC HAS ALREADY NAMED IT - STOP WITH RETURN
      * CODE 12 AND PROCDATE UNTOUCHED. ARR01PDQ HOLDS THE DATE IT
      * READ HERE FOR THE REST OF THE RUN, SO THE FINISH IS RECORDED
      * UNDER THE SAME (OLD) DATE AFTER THE ADVANCE.
      *----------------------------------------------------------------
       0500-CHECK-CYCLE-GATE.
           MOVE 'S' TO WS-CYC-FUNCTION
           CALL 'ARR01CYC' USING WS-CYC-FUNCTION WS-CYC-JOB-NAME
               WS-CYC-RESULT
           IF NOT WS-CYC-CLEARED
               DISPLAY 'ARR01PDT - NOT STARTED - A CYCLE PREDECESSOR '
                   'HAS NOT ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO RETURN-CODE.
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - DECODE THE PARM AND CAPTURE THE CURRENT
      * BUSINESS DATE, SEEDING AN EMPTY OR MISSING FILE WITH TODAY'S.
           CLOSE PROC-DATE-FILE.
       8000-EXIT.
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
