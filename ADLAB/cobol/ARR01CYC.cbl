       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01CYC.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01CYC IS THE SHARED BATCH CYCLE CONTROL ROUTINE. EVERY JOB
      * IN THE NIGHTLY STREAM CALLS IT TWICE AGAINST THE CYCLE CONTROL
      * FILE (CYCLCTL, SEE EC01CYCL) FOR THE CURRENT BUSINESS DATE
      * (FROM ARR01PDQ):
      *   LK-CYC-FUNCTION 'S'  AT START, BEFORE ANY FILE IS OPENED.
      *                        EVERY PREDECESSOR THE EC01CYCT TABLE
      *                        LISTS FOR THE JOB MUST HAVE ENDED (OR
      *                        BEEN FORCED) FOR THE SAME BUSINESS
      *                        DATE. IF ONE HAS NOT, EACH MISSING
      *                        PREDECESSOR IS NAMED ON SYSOUT, THE ROW
      *                        IS MARKED REFUSED AND LK-CYC-RESULT
      *                        COMES BACK 'N' - THE CALLER STOPS WITH
      *                        RETURN CODE 12. OTHERWISE THE ROW IS
      *                        MARKED STARTED AND THE RESULT IS 'Y'.
      *   LK-CYC-FUNCTION 'E'  AT A CLEAN FINISH - MARK THE ROW ENDED.
      *   LK-CYC-FUNCTION 'F'  AT A FINISH AT RETURN CODE 8 OR MORE,
      *                        OR AN INIT ABORT - MARK THE ROW FAILED.
      * AN ABEND NEVER REACHES THE 'E'/'F' CALL AND LEAVES THE ROW
      * STARTED, WHICH BLOCKS A SUCCESSOR EXACTLY AS A FAILURE DOES.
      * THE FILE IS OPENED AND CLOSED ON EVERY CALL, SO ARR01CYR CAN
      * REPORT THE CYCLE WHILE A JOB IS RUNNING. IF CYCLCTL CANNOT BE
      * OPENED, A JOB WITH PREDECESSORS IS REFUSED (ITS GATE CAN'T
      * BE PROVEN) AND ANY OTHER JOB CARRIES ON WITH A WARNING.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15  RSM  ORIGINAL VERSION.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-IO-KEY
               FILE STATUS IS WS-CYCLCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CYCLE-CONTROL-IO-RECORD.
           05  CY-IO-KEY               PIC X(16).
           05  CY-IO-DATA              PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CYCLCTL-STATUS       PIC X(02).
               88  WS-CYCLCTL-OK       VALUE '00'.
               88  WS-CYCLCTL-NOTFND   VALUE '23'.
           05  WS-BUSINESS-DATE        PIC X(08).
           05  WS-TIMESTAMP            PIC X(16).
           05  WS-DX                   PIC S9(04) COMP-5.
           05  WS-PRED-COUNT           PIC S9(04) COMP-5.
           05  WS-FILE-SW              PIC X(01).
               88  WS-FILE-OPEN        VALUE 'Y'.
               88  WS-FILE-NOT-OPEN    VALUE 'N'.
           05  WS-GATE-SW              PIC X(01).
               88  WS-GATE-OPEN        VALUE 'Y'.
               88  WS-GATE-CLOSED      VALUE 'N'.
           05  WS-ROW-SW               PIC X(01).
               88  WS-ROW-FOUND        VALUE 'Y'.
               88  WS-ROW-NOT-FOUND    VALUE 'N'.
           05  WS-NEW-STATUS           PIC X(01).

           COPY EC01CYCL.
           COPY EC01CYCT.

       LINKAGE SECTION.
       01  LK-CYC-FUNCTION             PIC X(01).
           88  LK-CYC-START            VALUE 'S'.
           88  LK-CYC-END              VALUE 'E'.
           88  LK-CYC-FAIL             VALUE 'F'.
       01  LK-CYC-JOB-NAME             PIC X(08).
       01  LK-CYC-RESULT               PIC X(01).
           88  LK-CYC-CLEARED          VALUE 'Y'.
           88  LK-CYC-REFUSED          VALUE 'N'.

       PROCEDURE DIVISION USING LK-CYC-FUNCTION LK-CYC-JOB-NAME
           LK-CYC-RESULT.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           SET LK-CYC-CLEARED TO TRUE
           CALL 'ARR01PDQ' USING WS-BUSINESS-DATE
           MOVE SPACES TO WS-TIMESTAMP
           ACCEPT WS-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-TIMESTAMP(9:8) FROM TIME

           PERFORM 1000-OPEN-CYCLE-FILE THRU 1000-EXIT

           EVALUATE TRUE
               WHEN LK-CYC-START
                   PERFORM 2000-START-JOB THRU 2000-EXIT
               WHEN LK-CYC-END
                   MOVE 'E' TO WS-NEW-STATUS
                   PERFORM 3000-FINISH-JOB THRU 3000-EXIT
               WHEN LK-CYC-FAIL
                   MOVE 'F' TO WS-NEW-STATUS
                   PERFORM 3000-FINISH-JOB THRU 3000-EXIT
               WHEN OTHER
                   DISPLAY 'ARR01CYC - UNKNOWN FUNCTION '
                       LK-CYC-FUNCTION ' FROM ' LK-CYC-JOB-NAME
           END-EVALUATE

           IF WS-FILE-OPEN
               CLOSE CYCLE-CONTROL-FILE
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      * 1000-OPEN-CYCLE-FILE - OPEN I-O, CREATING AN EMPTY CLUSTER ON
      * FIRST USE THE SAME WAY THE OTHER KSDS WRITERS DO.
      *----------------------------------------------------------------
       1000-OPEN-CYCLE-FILE.
           SET WS-FILE-NOT-OPEN TO TRUE
           OPEN I-O CYCLE-CONTROL-FILE
           IF NOT WS-CYCLCTL-OK
               OPEN OUTPUT CYCLE-CONTROL-FILE
               CLOSE CYCLE-CONTROL-FILE
               OPEN I-O CYCLE-CONTROL-FILE
           END-IF
           IF WS-CYCLCTL-OK
               SET WS-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'ARR01CYC - CYCLCTL OPEN FAILED - STATUS '
                   WS-CYCLCTL-STATUS ' - ' LK-CYC-JOB-NAME
                   ' NOT RECORDED'
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-START-JOB - PROVE EVERY PREDECESSOR FOR THIS BUSINESS
      * DATE, THEN MARK THE JOB STARTED OR REFUSED. ALL MISSING
      * PREDECESSORS ARE REPORTED, NOT JUST THE FIRST, SO OPERATIONS
      * SEES THE WHOLE PICTURE IN ONE RESUBMISSION.
      *----------------------------------------------------------------
       2000-START-JOB.
           SET WS-GATE-OPEN TO TRUE
           MOVE ZERO TO WS-PRED-COUNT
           PERFORM 2100-CHECK-PREDECESSOR THRU 2100-EXIT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN CT-DEPENDENCY-COUNT

           IF WS-FILE-NOT-OPEN
               IF WS-PRED-COUNT GREATER THAN ZERO
                   DISPLAY 'ARR01CYC - ' LK-CYC-JOB-NAME
                       ' REFUSED - PREDECESSORS CANNOT BE PROVEN '
                       'WITHOUT CYCLCTL'
                   SET LK-CYC-REFUSED TO TRUE
               END-IF
               GO TO 2000-EXIT
           END-IF

           PERFORM 2200-READ-OWN-ROW THRU 2200-EXIT
           IF WS-GATE-CLOSED
               SET LK-CYC-REFUSED TO TRUE
               DISPLAY 'ARR01CYC - ' LK-CYC-JOB-NAME ' REFUSED FOR '
                   'BUSINESS DATE ' WS-BUSINESS-DATE
      *        A REFUSAL NEVER OVERWRITES A RUN THAT ALREADY ENDED -
      *        THE ROW KEEPS SAYING WHAT ACTUALLY HAPPENED.
               IF WS-ROW-FOUND AND CY-COMPLETE
                   GO TO 2000-EXIT
               END-IF
               SET CY-REFUSED TO TRUE
               MOVE WS-TIMESTAMP TO CY-ENDED-TIMESTAMP
           ELSE
               SET CY-STARTED TO TRUE
               MOVE WS-TIMESTAMP TO CY-STARTED-TIMESTAMP
               MOVE SPACES TO CY-ENDED-TIMESTAMP
               MOVE SPACES TO CY-FORCED-BY
               ADD 1 TO CY-RUN-COUNT
               DISPLAY 'ARR01CYC - ' LK-CYC-JOB-NAME ' STARTED FOR '
                   'BUSINESS DATE ' WS-BUSINESS-DATE
           END-IF
           PERFORM 8000-SAVE-OWN-ROW THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-CHECK-PREDECESSOR - ONE DEPENDENCY TABLE ENTRY. ONLY THE
      * ENTRIES FOR THIS JOB MATTER; EACH NAMES ONE PREDECESSOR THAT
      * MUST BE ENDED OR FORCED FOR THE SAME BUSINESS DATE.
      *----------------------------------------------------------------
       2100-CHECK-PREDECESSOR.
           IF CT-JOB-NAME(WS-DX) NOT EQUAL LK-CYC-JOB-NAME
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-PRED-COUNT
           IF WS-FILE-NOT-OPEN
               SET WS-GATE-CLOSED TO TRUE
               GO TO 2100-EXIT
           END-IF

           MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE
           MOVE CT-PREDECESSOR(WS-DX) TO CY-JOB-NAME
           MOVE CY-KEY TO CY-IO-KEY
           READ CYCLE-CONTROL-FILE INTO CYCLE-CONTROL-RECORD
           IF NOT WS-CYCLCTL-OK
               SET WS-GATE-CLOSED TO TRUE
               DISPLAY 'ARR01CYC - PREDECESSOR ' CT-PREDECESSOR(WS-DX)
                   ' HAS NOT RUN FOR ' WS-BUSINESS-DATE
               GO TO 2100-EXIT
           END-IF
           IF NOT CY-COMPLETE
               SET WS-GATE-CLOSED TO TRUE
               DISPLAY 'ARR01CYC - PREDECESSOR ' CT-PREDECESSOR(WS-DX)
                   ' HAS NOT ENDED FOR ' WS-BUSINESS-DATE
                   ' - STATUS ' CY-STATUS-SW
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-READ-OWN-ROW - FETCH THE CALLING JOB'S ROW FOR TODAY, OR
      * BUILD A FRESH ONE IF THIS IS ITS FIRST RUN OF THE DATE.
      *----------------------------------------------------------------
       2200-READ-OWN-ROW.
           MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE
           MOVE LK-CYC-JOB-NAME TO CY-JOB-NAME
           MOVE CY-KEY TO CY-IO-KEY
           READ CYCLE-CONTROL-FILE INTO CYCLE-CONTROL-RECORD
           IF WS-CYCLCTL-OK
               SET WS-ROW-FOUND TO TRUE
           ELSE
               SET WS-ROW-NOT-FOUND TO TRUE
               MOVE SPACES TO CYCLE-CONTROL-RECORD
               MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE
               MOVE LK-CYC-JOB-NAME TO CY-JOB-NAME
               MOVE ZEROS TO CY-RUN-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-FINISH-JOB - MARK THE JOB ENDED OR FAILED. A FINISH WITH
      * NO STARTED ROW (THE ROW WAS LOST, OR THE FILE WAS DOWN AT
      * START) STILL RECORDS THE OUTCOME.
      *----------------------------------------------------------------
       3000-FINISH-JOB.
           IF WS-FILE-NOT-OPEN
               GO TO 3000-EXIT
           END-IF
           PERFORM 2200-READ-OWN-ROW THRU 2200-EXIT
           IF WS-ROW-NOT-FOUND
               MOVE 1 TO CY-RUN-COUNT
           END-IF
           MOVE WS-NEW-STATUS TO CY-STATUS-SW
           MOVE WS-TIMESTAMP TO CY-ENDED-TIMESTAMP
           PERFORM 8000-SAVE-OWN-ROW THRU 8000-EXIT
           IF CY-ENDED
               DISPLAY 'ARR01CYC - ' LK-CYC-JOB-NAME ' ENDED FOR '
                   'BUSINESS DATE ' WS-BUSINESS-DATE
           ELSE
               DISPLAY 'ARR01CYC - ' LK-CYC-JOB-NAME ' FAILED FOR '
                   'BUSINESS DATE ' WS-BUSINESS-DATE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-SAVE-OWN-ROW - REWRITE THE ROW IF IT WAS READ, WRITE IT
      * IF IT IS NEW.
      *----------------------------------------------------------------
       8000-SAVE-OWN-ROW.
           MOVE CYCLE-CONTROL-RECORD TO CYCLE-CONTROL-IO-RECORD
           IF WS-ROW-FOUND
               REWRITE CYCLE-CONTROL-IO-RECORD
           ELSE
               WRITE CYCLE-CONTROL-IO-RECORD
           END-IF
           IF NOT WS-CYCLCTL-OK
               DISPLAY 'ARR01CYC - CYCLCTL UPDATE FAILED FOR '
                   LK-CYC-JOB-NAME ' - STATUS ' WS-CYCLCTL-STATUS
           END-IF.
       8000-EXIT.
           EXIT.
