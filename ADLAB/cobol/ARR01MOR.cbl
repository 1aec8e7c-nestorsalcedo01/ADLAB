      *     INCOMPLETE ROW IS AN ABENDED RUN NOBODY RESUMED);
      *   - THE PENDING OUTBOX ROW COUNT;
      *   - THE REJECT FILE ROW COUNT;
      *   - THE DEAD-LETTER QUEUE DEPTH (NON-DESTRUCTIVE BROWSE);
      *   - THE ALERTS ON THE CENTRAL ALERT LOG (ALERTLOG) NOBODY HAS
      *     ACKNOWLEDGED YET, WITH A DETAIL LINE FOR EACH ONE LEFT
      *     OPEN PAST THE AGE ON THE MORCTL CARD.
      * EACH LINE CARRIES AN OK / WARNING / ACTION FLAG AGAINST THE
      * THRESHOLDS ON THE MORCTL CARD: ZERO IS OK, ANYTHING UP TO THE
      * THRESHOLD IS WARNING, PAST IT IS ACTION - AND ANY INCOMPLETE
      *   COLS  1- 7  MAX PENDING OUTBOX ROWS BEFORE ACTION
      *   COLS  8-14  MAX REJECT ROWS BEFORE ACTION
      *   COLS 15-21  MAX DEAD-LETTERED MESSAGES BEFORE ACTION
      *   COLS 22-25  MAX AGE IN HOURS OF AN UNACKNOWLEDGED ALERT
      *               BEFORE ACTION
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  REPORT UNACKNOWLEDGED ALERTS OFF ALERTLOG,
      *                   ACTION PAST THE MORCTL AGE THRESHOLD.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSREJ-STATUS.

           SELECT ALERT-LOG-FILE ASSIGN TO ALERTLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-IO-KEY
               FILE STATUS IS WS-ALERTLOG-STATUS.

           SELECT MORNING-CONTROL-FILE ASSIGN TO MORCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORCTL-STATUS.
           RECORD CONTAINS 312 CHARACTERS.
           COPY EC01PREJ.

       FD  ALERT-LOG-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  ALERT-LOG-IO-RECORD.
           05  AL-IO-KEY               PIC 9(10).
           05  AL-IO-DATA              PIC X(290).

       FD  MORNING-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MORNING-CONTROL-CARD.
           05  MC-MAX-PENDING          PIC X(07).
           05  MC-MAX-REJECTS          PIC X(07).
           05  MC-MAX-DLQ              PIC X(07).
           05  MC-MAX-ALERT-HOURS      PIC X(04).
           05  FILLER                  PIC X(55).

       FD  MORNING-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
               88  WS-OUTBOX-OK        VALUE '00'.
           05  WS-PERSREJ-STATUS       PIC X(02).
               88  WS-PERSREJ-OK       VALUE '00'.
           05  WS-ALERTLOG-STATUS      PIC X(02).
               88  WS-ALERTLOG-OK      VALUE '00'.
           05  WS-MORCTL-STATUS        PIC X(02).
               88  WS-MORCTL-OK        VALUE '00'.
           05  WS-MORRPT-STATUS        PIC X(02).
           05  WS-DLQ-DEPTH            PIC 9(07) VALUE 0.
           05  WS-INCOMPLETE-1         PIC 9(07) VALUE 0.
           05  WS-INCOMPLETE-2         PIC 9(07) VALUE 0.
           05  WS-OPEN-ALERTS          PIC 9(07) VALUE 0.
           05  WS-OVERDUE-ALERTS       PIC 9(07) VALUE 0.
           05  WS-OVERDUE-LISTED       PIC S9(4) COMP-5 VALUE 0.
           05  WS-OVERDUE-LIMIT        PIC S9(4) COMP-5 VALUE 10.
           05  WS-NOW-DATE             PIC 9(08).
           05  WS-NOW-TIME             PIC 9(08).
           05  WS-NOW-HOURS            PIC S9(09) COMP-5.
           05  WS-ROW-DATE             PIC 9(08).
           05  WS-ROW-HOUR             PIC 9(02).
           05  WS-ROW-HOURS            PIC S9(09) COMP-5.
           05  WS-ROW-AGE              PIC S9(09) COMP-5.
           05  WS-WARNING-COUNT        PIC 9(03) VALUE 0.
           05  WS-ACTION-COUNT         PIC 9(03) VALUE 0.
           05  WS-FLAG-WORK            PIC X(08).
           05  WS-MAX-PENDING          PIC 9(07) VALUE 0.
           05  WS-MAX-REJECTS          PIC 9(07) VALUE 0.
           05  WS-MAX-DLQ              PIC 9(07) VALUE 0.
           05  WS-MAX-ALERT-HOURS      PIC 9(04) VALUE 0.

      *----------------------------------------------------------------
      * THE UNACKNOWLEDGED ALERTS PAST THE AGE THRESHOLD, HELD SO THEY
      * CAN BE PRINTED UNDER THEIR SUMMARY LINE. THE FIRST TEN ARE
      * LISTED; THE SUMMARY LINE'S COUNT CARRIES THE REST.
      *----------------------------------------------------------------
       01  WS-OVERDUE-TABLE.
           05  WS-OVERDUE-ENTRY OCCURS 10 TIMES.
               10  OD-LINE             PIC X(110).

       01  WS-OVERDUE-LINE.
           05  FILLER                  PIC X(08) VALUE '   ALERT'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-OL-ALERT-ID          PIC 9(10).
           05  FILLER                  PIC X(05) VALUE ' SEV '.
           05  WS-OL-SEVERITY          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-OL-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-OL-CONDITION         PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' AGE '.
           05  WS-OL-AGE               PIC ZZZZ9.
           05  FILLER                  PIC X(05) VALUE ' HRS '.
           05  WS-OL-TEXT              PIC X(52).

      *----------------------------------------------------------------
      * THE LATEST RUN PER PROGRAM OFF RUNSTATS. THE FILE IS KEYED
           COPY EC01CKPT.
           COPY EC01OBOX.
           COPY EC01PDAT.
           COPY EC01ALRT.

       PROCEDURE DIVISION.

           PERFORM 4000-REPORT-OUTBOX THRU 4000-EXIT
           PERFORM 5000-REPORT-REJECTS THRU 5000-EXIT
           PERFORM 6000-REPORT-DLQ-DEPTH THRU 6000-EXIT
           PERFORM 6500-REPORT-ALERTS THRU 6500-EXIT
           PERFORM 8000-WRITE-OVERALL THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.
                       IF MC-MAX-DLQ IS NUMERIC
                           MOVE MC-MAX-DLQ TO WS-MAX-DLQ
                       END-IF
                       IF MC-MAX-ALERT-HOURS IS NUMERIC
                           MOVE MC-MAX-ALERT-HOURS
                               TO WS-MAX-ALERT-HOURS
                       END-IF
               END-READ
               CLOSE MORNING-CONTROL-FILE
           END-IF
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6500-REPORT-ALERTS - COUNT THE ALERTS ON ALERTLOG STILL OPEN
      * (RAISED, NOBODY HAS ACKNOWLEDGED THEM). ANY ONE OLDER THAN THE
      * MORCTL AGE IN HOURS IS ACTION AND GETS A DETAIL LINE; OPEN
      * ALERTS ALL INSIDE THE AGE ARE WARNING. AGES ARE WHOLE HOURS
      * THE WAY ARR01CKH AGES A CHECKPOINT ROW (DAYS * 24 + HOUR).
      * ACKNOWLEDGED ALERTS ARE SOMEBODY'S IN HAND AND NOT COUNTED.
      *----------------------------------------------------------------
       6500-REPORT-ALERTS.
           MOVE ZEROS TO WS-OPEN-ALERTS
           MOVE ZEROS TO WS-OVERDUE-ALERTS
           MOVE ZERO TO WS-OVERDUE-LISTED
           OPEN INPUT ALERT-LOG-FILE
           IF NOT WS-ALERTLOG-OK
               MOVE 'ALERTLOG NOT AVAILABLE' TO WS-SL-ITEM
               MOVE ZERO TO WS-SL-COUNT
               PERFORM 7100-FLAG-WARNING THRU 7100-EXIT
               MOVE WS-FLAG-WORK TO WS-SL-FLAG
               MOVE SPACES TO WS-SL-NOTE
               WRITE MORNING-REPORT-LINE FROM WS-STATUS-LINE
               GO TO 6500-EXIT
           END-IF

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME(1:2) TO WS-ROW-HOUR
           COMPUTE WS-NOW-HOURS =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 24
               + WS-ROW-HOUR

           SET WS-NOT-EOF TO TRUE
           PERFORM 6600-SCAN-ONE-ALERT THRU 6600-EXIT
               UNTIL WS-EOF
           CLOSE ALERT-LOG-FILE

           MOVE 'UNACKNOWLEDGED ALERTS (ALERTLOG)' TO WS-SL-ITEM
           MOVE WS-OPEN-ALERTS TO WS-SL-COUNT
           EVALUATE TRUE
               WHEN WS-OPEN-ALERTS EQUAL ZEROS
                   MOVE 'OK' TO WS-FLAG-WORK
                   MOVE SPACES TO WS-SL-NOTE
               WHEN WS-OVERDUE-ALERTS GREATER THAN ZEROS
                   PERFORM 7200-FLAG-ACTION THRU 7200-EXIT
                   MOVE 'ACKNOWLEDGE ON ALR1 - OVERDUE BELOW'
                       TO WS-SL-NOTE
               WHEN OTHER
                   PERFORM 7100-FLAG-WARNING THRU 7100-EXIT
                   MOVE 'ACKNOWLEDGE ON ALR1' TO WS-SL-NOTE
           END-EVALUATE
           MOVE WS-FLAG-WORK TO WS-SL-FLAG
           WRITE MORNING-REPORT-LINE FROM WS-STATUS-LINE

           PERFORM 6700-WRITE-OVERDUE THRU 6700-EXIT
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX GREATER THAN WS-OVERDUE-LISTED.
       6500-EXIT.
           EXIT.

       6600-SCAN-ONE-ALERT.
           READ ALERT-LOG-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6600-EXIT
           END-READ
           MOVE ALERT-LOG-IO-RECORD TO ALERT-LOG-RECORD
           IF AL-IO-KEY EQUAL ZEROS OR NOT AL-OPEN
               GO TO 6600-EXIT
           END-IF
           ADD 1 TO WS-OPEN-ALERTS

           MOVE AL-RAISED-TIMESTAMP(1:8) TO WS-ROW-DATE
           MOVE AL-RAISED-TIMESTAMP(9:2) TO WS-ROW-HOUR
           COMPUTE WS-ROW-HOURS =
               FUNCTION INTEGER-OF-DATE(WS-ROW-DATE) * 24
               + WS-ROW-HOUR
           COMPUTE WS-ROW-AGE = WS-NOW-HOURS - WS-ROW-HOURS
           IF WS-ROW-AGE NOT GREATER THAN WS-MAX-ALERT-HOURS
               GO TO 6600-EXIT
           END-IF

           ADD 1 TO WS-OVERDUE-ALERTS
           IF WS-OVERDUE-LISTED NOT LESS THAN WS-OVERDUE-LIMIT
               GO TO 6600-EXIT
           END-IF
           ADD 1 TO WS-OVERDUE-LISTED
           MOVE AL-ALERT-ID TO WS-OL-ALERT-ID
           MOVE AL-SEVERITY TO WS-OL-SEVERITY
           MOVE AL-PROGRAM TO WS-OL-PROGRAM
           MOVE AL-CONDITION TO WS-OL-CONDITION
           MOVE WS-ROW-AGE TO WS-OL-AGE
           MOVE AL-TEXT TO WS-OL-TEXT
           MOVE WS-OVERDUE-LINE TO OD-LINE(WS-OVERDUE-LISTED).
       6600-EXIT.
           EXIT.

       6700-WRITE-OVERDUE.
           WRITE MORNING-REPORT-LINE FROM OD-LINE(WS-PX).
       6700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-SET-FLAG - ZERO IS OK, UP TO THE THRESHOLD IS WARNING,
      * PAST IT IS ACTION. THE WARNING AND ACTION TALLIES DRIVE THE
