       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01ALT.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01ALT IS THE SHARED OPERATIONS ALERT ROUTINE. A BATCH
      * PROGRAM THAT MEETS A CONDITION SOMEBODY MUST ACT ON - ARR01CHK
      * FINDING A CONTROL ROW OUT OF STEP, ARRAY01 REJECTING A PERSONA
      * FOR A FAILED MASTER WRITE (R006) OR CONTROL-ROW REWRITE (R008),
      * ARRAYMQ DEAD-LETTERING A MESSAGE, ARR01CNS WRITING AN
      * EXCEPTION, ARR01LSN LOSING ITS QUEUE - CALLS IT (SEE EC01ALTP),
      * AND IT FILES AN ALERT ON THE CENTRAL ALERT LOG (ALERTLOG, SEE
      * EC01ALRT), WHERE OPERATIONS ACKNOWLEDGES AND CLOSES IT ON THE
      * ALR1 TRANSACTION (ARR01ALR).
      *
      * EVERY ALERT IS ALSO DISPLAYED ON THE JOB LOG, AND THE ROUTINE
      * NEVER STOPS ITS CALLER: IF ALERTLOG CANNOT BE OPENED IT SAYS
      * SO ONCE AND THE REST OF THE RUN'S ALERTS ARE ON THE JOB LOG
      * ONLY. THE FILE IS OPENED ON THE FIRST RAISE OF THE RUN AND
      * STAYS OPEN UNTIL THE CALLER'S CLOSE CALL, THE SAME ARRANGEMENT
      * ARR01CKM AND ARR01WLS USE.
      *
      * A CONDITION THAT REPEATS THROUGH A WHOLE FEED MUST NOT BURY
      * THE LOG: ONCE A PROGRAM HAS FILED WS-REPEAT-LIMIT ALERTS OF
      * ONE CONDITION IN A RUN, THE REST ARE COUNTED INSTEAD OF FILED
      * (STILL DISPLAYED), AND THE CLOSE CALL FILES ONE SUMMARY ALERT
      * PER SUCH CONDITION SAYING HOW MANY WERE HELD BACK. THE ALERT
      * ID COMES FROM THE CONTROL ROW, WITH THE SAME RETRY ON A
      * DUPLICATE KEY ARR01WLS USES FOR HOLD IDS - STREAMS OF A SPLIT
      * LOAD (SEE ARR01SPL) RAISE ALERTS AT THE SAME TIME.
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
           SELECT ALERT-LOG-FILE ASSIGN TO ALERTLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-IO-KEY
               FILE STATUS IS WS-ALERTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-LOG-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  ALERT-LOG-IO-RECORD.
           05  AL-IO-KEY               PIC 9(10).
           05  AL-IO-DATA              PIC X(290).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-ALERTLOG-STATUS      PIC X(02).
               88  WS-ALERTLOG-OK      VALUE '00'.
               88  WS-ALERTLOG-DUPKEY  VALUE '22'.
               88  WS-ALERTLOG-NOTFND  VALUE '23'.
      *    WORKING STORAGE SURVIVES ACROSS CALLS - THESE SWITCHES
      *    REMEMBER WHETHER THE FILE WAS OPENED ON AN EARLIER CALL OF
      *    THIS RUN AND WHETHER THE OPEN SUCCEEDED.
           05  WS-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-FILE-OPEN        VALUE 'Y'.
               88  WS-FILE-NOT-OPEN    VALUE 'N'.
           05  WS-ALERTLOG-SW          PIC X(01) VALUE 'N'.
               88  WS-ALERTLOG-ON      VALUE 'Y'.
               88  WS-ALERTLOG-OFF     VALUE 'N'.
           05  WS-CTL-ROW-SW           PIC X(01).
               88  WS-CTL-ROW-NEW      VALUE 'Y'.
               88  WS-CTL-ROW-EXISTS   VALUE 'N'.
           05  WS-WRITE-SW             PIC X(01).
               88  WS-WRITE-DONE       VALUE 'Y'.
               88  WS-WRITE-FAILED     VALUE 'N'.
           05  WS-NEXT-ALERT-ID        PIC 9(10).
           05  WS-ALERT-TRIES          PIC S9(04) COMP-5.
           05  WS-ALERT-TRIES-MAX      PIC S9(04) COMP-5 VALUE 5.
           05  WS-ALERTS-LOGGED        PIC 9(07) VALUE 0.
           05  WS-ALERTS-NOT-LOGGED    PIC 9(07) VALUE 0.
           05  WS-ALERTS-SUPPRESSED    PIC 9(07) VALUE 0.
           05  WS-LAST-PROGRAM         PIC X(08) VALUE SPACES.
           05  WS-SUPPRESSED-EDIT      PIC Z(06)9.
      *    THE ALERT BEING FILED, KEPT ASIDE WHILE THE RECORD AREA
      *    HOLDS THE CONTROL ROW.
           05  WS-ALERT-HOLD           PIC X(300).

      *    ONE ENTRY PER PROGRAM + CONDITION RAISED THIS RUN. A RUN
      *    THAT RAISES MORE DIFFERENT CONDITIONS THAN THE TABLE HOLDS
      *    FILES THE EXTRA ONES WITHOUT A LIMIT.
       01  WS-REPEAT-CONTROL.
           05  WS-REPEAT-LIMIT         PIC S9(04) COMP-5 VALUE 10.
           05  WS-REPEAT-MAX           PIC S9(04) COMP-5 VALUE 20.
           05  WS-REPEAT-USED          PIC S9(04) COMP-5 VALUE 0.
           05  WS-RX                   PIC S9(04) COMP-5.
           05  WS-REPEAT-FOUND-SW      PIC X(01).
               88  WS-REPEAT-FOUND     VALUE 'Y'.
               88  WS-REPEAT-NOT-FOUND VALUE 'N'.
       01  WS-REPEAT-TABLE.
           05  WS-REPEAT-ENTRY OCCURS 20 TIMES.
               10  RT-PROGRAM          PIC X(08).
               10  RT-CONDITION        PIC X(08).
               10  RT-SEVERITY         PIC X(01).
               10  RT-RUN-ID           PIC 9(08).
               10  RT-FILED            PIC S9(04) COMP-5.
               10  RT-SUPPRESSED       PIC 9(07).

           COPY EC01ALRT.

       LINKAGE SECTION.
           COPY EC01ALTP.

       PROCEDURE DIVISION USING ALERT-RAISE-AREA.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF ALT-CLOSE
               PERFORM 9000-CLOSE-FILE THRU 9000-EXIT
               GOBACK
           END-IF

           SET ALT-NOT-LOGGED TO TRUE
           MOVE ZEROS TO ALT-ALERT-ID
           MOVE ALT-PROGRAM TO WS-LAST-PROGRAM

           IF NOT ALT-RAISE
               DISPLAY 'ARR01ALT - UNKNOWN FUNCTION ' ALT-FUNCTION
                   ' FROM ' ALT-PROGRAM ' - IGNORED'
               GOBACK
           END-IF

           PERFORM 2000-BUILD-ALERT THRU 2000-EXIT

           DISPLAY 'ARR01ALT - ALERT SEVERITY ' AL-SEVERITY ' '
               AL-PROGRAM ' ' AL-CONDITION ' - ' AL-TEXT

           PERFORM 2500-CHECK-REPEAT THRU 2500-EXIT
           IF ALT-SUPPRESSED
               ADD 1 TO WS-ALERTS-SUPPRESSED
               GOBACK
           END-IF

           IF WS-FILE-NOT-OPEN
               PERFORM 1000-OPEN-FILE THRU 1000-EXIT
           END-IF

           IF WS-ALERTLOG-OFF
               ADD 1 TO WS-ALERTS-NOT-LOGGED
               GOBACK
           END-IF

           PERFORM 3000-FILE-ALERT THRU 3000-EXIT
           IF WS-WRITE-DONE
               SET ALT-LOGGED TO TRUE
               MOVE AL-ALERT-ID TO ALT-ALERT-ID
           END-IF

           GOBACK.

      *----------------------------------------------------------------
      * 1000-OPEN-FILE - OPEN THE ALERT LOG FOR UPDATE. AN EMPTY LOG
      * (NO CONTROL ROW YET) IS FINE - THE FIRST ALERT WRITES IT.
      *----------------------------------------------------------------
       1000-OPEN-FILE.
           SET WS-FILE-OPEN TO TRUE
           OPEN I-O ALERT-LOG-FILE
           IF WS-ALERTLOG-OK
               SET WS-ALERTLOG-ON TO TRUE
           ELSE
               DISPLAY 'ARR01ALT - ALERTLOG NOT AVAILABLE - STATUS '
                   WS-ALERTLOG-STATUS ' - ALERTS ON THE JOB LOG ONLY '
                   'THIS RUN (' ALT-PROGRAM ')'
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-BUILD-ALERT - LAY THE CALLER'S ALERT OUT AS AN OPEN ALERT
      * RECORD. THE ID IS FILLED IN WHEN IT IS TAKEN.
      *----------------------------------------------------------------
       2000-BUILD-ALERT.
           MOVE SPACES TO ALERT-LOG-RECORD
           MOVE ZEROS TO AL-ALERT-ID
           SET AL-OPEN TO TRUE
           MOVE ALT-SEVERITY TO AL-SEVERITY
           IF NOT AL-SEV-VALID
               SET AL-SEV-HIGH TO TRUE
           END-IF
           MOVE ALT-PROGRAM TO AL-PROGRAM
           MOVE ALT-RUN-ID TO AL-RUN-ID
           MOVE ALT-CONDITION TO AL-CONDITION
           MOVE ALT-TEXT TO AL-TEXT
           MOVE ALT-PERSONA-ID TO AL-PERSONA-ID
           MOVE ALT-CORREL-ID TO AL-CORREL-ID
           ACCEPT AL-RAISED-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT AL-RAISED-TIMESTAMP(9:8) FROM TIME.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-CHECK-REPEAT - FIND (OR START) THE RUN'S ENTRY FOR THIS
      * PROGRAM AND CONDITION. PAST THE LIMIT THE ALERT IS SUPPRESSED.
      *----------------------------------------------------------------
       2500-CHECK-REPEAT.
           SET WS-REPEAT-NOT-FOUND TO TRUE
           PERFORM 2510-FIND-REPEAT THRU 2510-EXIT
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX GREATER THAN WS-REPEAT-USED
                  OR WS-REPEAT-FOUND
           IF WS-REPEAT-NOT-FOUND
               IF WS-REPEAT-USED NOT LESS THAN WS-REPEAT-MAX
                   GO TO 2500-EXIT
               END-IF
               ADD 1 TO WS-REPEAT-USED
               MOVE WS-REPEAT-USED TO WS-RX
               MOVE AL-PROGRAM TO RT-PROGRAM(WS-RX)
               MOVE AL-CONDITION TO RT-CONDITION(WS-RX)
               MOVE ZEROS TO RT-FILED(WS-RX)
               MOVE ZEROS TO RT-SUPPRESSED(WS-RX)
           END-IF

           IF RT-FILED(WS-RX) NOT LESS THAN WS-REPEAT-LIMIT
               ADD 1 TO RT-SUPPRESSED(WS-RX)
               SET ALT-SUPPRESSED TO TRUE
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO RT-FILED(WS-RX)
           MOVE AL-SEVERITY TO RT-SEVERITY(WS-RX)
           MOVE AL-RUN-ID TO RT-RUN-ID(WS-RX).
       2500-EXIT.
           EXIT.

       2510-FIND-REPEAT.
           IF RT-PROGRAM(WS-RX) EQUAL AL-PROGRAM
               AND RT-CONDITION(WS-RX) EQUAL AL-CONDITION
               SET WS-REPEAT-FOUND TO TRUE
      *        STEP BACK OVER THE VARYING INCREMENT SO WS-RX IS LEFT
      *        ON THE ENTRY FOUND.
               SUBTRACT 1 FROM WS-RX
           END-IF.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-FILE-ALERT - TAKE THE NEXT ALERT ID FROM THE CONTROL ROW
      * AND WRITE THE ALERT BUILT IN ALERT-LOG-RECORD. A DUPLICATE KEY
      * ON EITHER WRITE MEANS ANOTHER JOB TOOK THE SAME ID FIRST - READ
      * THE CONTROL ROW AGAIN AND TAKE THE NEXT ONE.
      *----------------------------------------------------------------
       3000-FILE-ALERT.
           SET WS-WRITE-FAILED TO TRUE
           MOVE ZEROS TO WS-ALERT-TRIES
           MOVE ALERT-LOG-RECORD TO WS-ALERT-HOLD.
       3000-TAKE-ID.
           SET WS-CTL-ROW-EXISTS TO TRUE
           MOVE ZEROS TO AL-IO-KEY
           READ ALERT-LOG-FILE INTO AL-CTL-RECORD
           EVALUATE TRUE
               WHEN WS-ALERTLOG-OK
                   MOVE AL-CTL-NEXT-ID TO WS-NEXT-ALERT-ID
               WHEN WS-ALERTLOG-NOTFND
                   SET WS-CTL-ROW-NEW TO TRUE
                   MOVE 1 TO WS-NEXT-ALERT-ID
               WHEN OTHER
                   DISPLAY 'ARR01ALT - ALERTLOG CONTROL ROW READ '
                       'FAILED - STATUS ' WS-ALERTLOG-STATUS
                   ADD 1 TO WS-ALERTS-NOT-LOGGED
                   GO TO 3000-EXIT
           END-EVALUATE

           MOVE SPACES TO AL-CTL-RECORD
           MOVE ZEROS TO AL-CTL-KEY
           COMPUTE AL-CTL-NEXT-ID = WS-NEXT-ALERT-ID + 1
           MOVE AL-CTL-RECORD TO ALERT-LOG-IO-RECORD
           IF WS-CTL-ROW-NEW
               WRITE ALERT-LOG-IO-RECORD
           ELSE
               REWRITE ALERT-LOG-IO-RECORD
           END-IF
           IF WS-CTL-ROW-NEW AND WS-ALERTLOG-DUPKEY
               AND WS-ALERT-TRIES LESS THAN WS-ALERT-TRIES-MAX
               ADD 1 TO WS-ALERT-TRIES
               GO TO 3000-TAKE-ID
           END-IF
           IF NOT WS-ALERTLOG-OK
               DISPLAY 'ARR01ALT - ALERTLOG CONTROL ROW UPDATE FAILED '
                   '- STATUS ' WS-ALERTLOG-STATUS
               ADD 1 TO WS-ALERTS-NOT-LOGGED
               GO TO 3000-EXIT
           END-IF

           MOVE WS-ALERT-HOLD TO ALERT-LOG-RECORD
           MOVE WS-NEXT-ALERT-ID TO AL-ALERT-ID
           MOVE ALERT-LOG-RECORD TO ALERT-LOG-IO-RECORD
           WRITE ALERT-LOG-IO-RECORD
           IF WS-ALERTLOG-DUPKEY
               AND WS-ALERT-TRIES LESS THAN WS-ALERT-TRIES-MAX
               ADD 1 TO WS-ALERT-TRIES
               GO TO 3000-TAKE-ID
           END-IF
           IF NOT WS-ALERTLOG-OK
               DISPLAY 'ARR01ALT - ALERTLOG WRITE FAILED FOR ALERT '
                   WS-NEXT-ALERT-ID ' - STATUS ' WS-ALERTLOG-STATUS
               ADD 1 TO WS-ALERTS-NOT-LOGGED
               GO TO 3000-EXIT
           END-IF

           SET WS-WRITE-DONE TO TRUE
           ADD 1 TO WS-ALERTS-LOGGED
           DISPLAY 'ARR01ALT - ALERT ' AL-ALERT-ID ' FILED ON ALERTLOG '
               '(' AL-PROGRAM ' ' AL-CONDITION ')'.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-CLOSE-FILE - THE CALLER'S END-OF-RUN CALL. FILES ONE
      * SUMMARY ALERT FOR EACH CONDITION THAT WENT OVER ITS LIMIT,
      * REPORTS THE RUN'S TOTALS AND RESETS THE SWITCHES AND THE
      * REPEAT TABLE SO A LATER CALL IN THE SAME RUN UNIT STARTS
      * FRESH.
      *----------------------------------------------------------------
       9000-CLOSE-FILE.
           IF WS-ALERTLOG-ON
               PERFORM 9100-FILE-SUMMARY THRU 9100-EXIT
                   VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX GREATER THAN WS-REPEAT-USED
           END-IF
           IF WS-ALERTLOG-ON
               CLOSE ALERT-LOG-FILE
               SET WS-ALERTLOG-OFF TO TRUE
           END-IF
           IF WS-ALERTS-LOGGED GREATER THAN ZERO
               OR WS-ALERTS-NOT-LOGGED GREATER THAN ZERO
               OR WS-ALERTS-SUPPRESSED GREATER THAN ZERO
               DISPLAY 'ARR01ALT - ALERTS FILED ' WS-ALERTS-LOGGED
                   ' NOT FILED ' WS-ALERTS-NOT-LOGGED ' SUPPRESSED '
                   WS-ALERTS-SUPPRESSED ' (' WS-LAST-PROGRAM ')'
           END-IF
           IF WS-ALERTS-NOT-LOGGED GREATER THAN ZERO
               DISPLAY 'ARR01ALT - SOME ALERTS ARE ON THIS JOB LOG '
                   'ONLY - RAISE THEM WITH OPERATIONS BY HAND'
           END-IF
           MOVE ZEROS TO WS-ALERTS-LOGGED
           MOVE ZEROS TO WS-ALERTS-NOT-LOGGED
           MOVE ZEROS TO WS-ALERTS-SUPPRESSED
           MOVE ZEROS TO WS-REPEAT-USED
           SET WS-FILE-NOT-OPEN TO TRUE.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-FILE-SUMMARY - ONE ALERT SAYING HOW MANY OF A CONDITION
      * WERE HELD BACK, AT THE SEVERITY OF THE LAST ONE FILED.
      *----------------------------------------------------------------
       9100-FILE-SUMMARY.
           IF RT-SUPPRESSED(WS-RX) EQUAL ZERO
               GO TO 9100-EXIT
           END-IF
           MOVE SPACES TO ALERT-LOG-RECORD
           MOVE ZEROS TO AL-ALERT-ID
           SET AL-OPEN TO TRUE
           MOVE RT-SEVERITY(WS-RX) TO AL-SEVERITY
           MOVE RT-PROGRAM(WS-RX) TO AL-PROGRAM
           MOVE RT-RUN-ID(WS-RX) TO AL-RUN-ID
           MOVE RT-CONDITION(WS-RX) TO AL-CONDITION
           MOVE RT-SUPPRESSED(WS-RX) TO WS-SUPPRESSED-EDIT
           STRING WS-SUPPRESSED-EDIT DELIMITED BY SIZE
                  ' MORE ' DELIMITED BY SIZE
                  RT-CONDITION(WS-RX) DELIMITED BY SPACE
                  ' ALERTS NOT FILED - SEE THE JOB LOG'
                      DELIMITED BY SIZE
               INTO AL-TEXT
           END-STRING
           MOVE ZEROS TO AL-PERSONA-ID
           ACCEPT AL-RAISED-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT AL-RAISED-TIMESTAMP(9:8) FROM TIME
           DISPLAY 'ARR01ALT - ALERT SEVERITY ' AL-SEVERITY ' '
               AL-PROGRAM ' ' AL-CONDITION ' - ' AL-TEXT
           PERFORM 3000-FILE-ALERT THRU 3000-EXIT.
       9100-EXIT.
           EXIT.
