       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01WLD.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01WLD IS THE DAILY WATCH-LIST ACTIVITY REPORT OVER THE
      * HELD-PERSONA FILE (HELDPERS, SEE EC01HELD). FOR ONE BUSINESS
      * DATE IT LISTS:
      *   HIT          EVERY PERSONA THE INTAKE SCREEN HELD FROM THAT
      *                DAY'S INTAKE (HD-BUSINESS-DATE)
      *   RELEASED     EVERY HOLD A SUPERVISOR RELEASED ON WLR1 THAT
      *   DECLINED     DAY, OR DECLINED (DATE OF HD-DECIDED-TIMESTAMP)
      *   OUTSTANDING  EVERY HOLD FROM AN EARLIER DAY STILL WAITING
      *                FOR A DECISION - THE QUEUE NOBODY IS WORKING
      * A HOLD HIT AND DECIDED ON THE SAME DAY PRINTS ON TWO LINES.
      * THE TOTALS GO TO THE REPORT AND THE JOB LOG.
      * PARM = BUSINESS DATE (YYYYMMDD) TO REPORT AN EARLIER DAY; NO
      * PARM REPORTS THE CURRENT BUSINESS DATE.
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
           SELECT HELD-PERSONA-FILE ASSIGN TO HELDPERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-IO-KEY
               FILE STATUS IS WS-HELDPERS-STATUS.

           SELECT ACTIVITY-REPORT-FILE ASSIGN TO WLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-PERSONA-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  HELD-PERSONA-IO-RECORD.
           05  HD-IO-KEY               PIC 9(08).
           05  HD-IO-DATA              PIC X(242).

       FD  ACTIVITY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ACTIVITY-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-HELDPERS-STATUS      PIC X(02).
               88  WS-HELDPERS-OK      VALUE '00'.
           05  WS-WLDRPT-STATUS        PIC X(02).
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-BUSINESS-DATE        PIC X(08).
           05  WS-EVENT                PIC X(12).
           05  WS-ROWS-READ            PIC 9(07) VALUE 0.
           05  WS-HITS                 PIC 9(07) VALUE 0.
           05  WS-RELEASED             PIC 9(07) VALUE 0.
           05  WS-DECLINED             PIC 9(07) VALUE 0.
           05  WS-OUTSTANDING          PIC 9(07) VALUE 0.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(51) VALUE
               'ADLAB WATCH-LIST DAILY ACTIVITY - BUSINESS DATE'.
           05  WS-HDG-DATE             PIC X(08).

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(13) VALUE 'EVENT'.
           05  FILLER                  PIC X(10) VALUE 'HOLD-ID'.
           05  FILLER                  PIC X(07) VALUE 'ACTION'.
           05  FILLER                  PIC X(21) VALUE 'NAME'.
           05  FILLER                  PIC X(21) VALUE 'APELLIDO'.
           05  FILLER                  PIC X(05) VALUE 'HIT'.
           05  FILLER                  PIC X(09) VALUE 'LIST'.
           05  FILLER                  PIC X(13) VALUE 'ENTRY'.
           05  FILLER                  PIC X(09) VALUE 'HELD'.
           05  FILLER                  PIC X(09) VALUE 'BY'.
           05  FILLER                  PIC X(10) VALUE 'PERSONA'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-EVENT            PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-HOLD-ID          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ACTION           PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-NAME             PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-APELLIDO         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-MATCH            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-LIST             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ENTRY            PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-HELD-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DECIDED-BY       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-PERSONA          PIC X(10).
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(23) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'REASON: '.
           05  WS-NTE-REASON           PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NTE-NOTE-LIT         PIC X(06).
           05  WS-NTE-NOTE             PIC X(30).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               'HITS . . . . . . .'.
           05  WS-TOT-HITS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  RELEASED . . . .'.
           05  WS-TOT-RELEASED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  DECLINED . . . .'.
           05  WS-TOT-DECLINED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  OUTSTANDING . . .'.
           05  WS-TOT-OUTSTANDING      PIC ZZZ,ZZ9.

           COPY EC01HELD.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LENGTH          PIC S9(4) COMP.
           05  WS-PARM-DATE            PIC X(08).

       PROCEDURE DIVISION USING WS-PARM-AREA.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-PRINT-ACTIVITY THRU 3000-EXIT
           PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - TAKE THE REPORT DATE FROM THE PARM, OR THE
      * BUSINESS DATE WHEN THERE IS NONE, AND OPEN THE FILES.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           IF WS-PARM-LENGTH NOT LESS THAN 8
               AND WS-PARM-DATE IS NUMERIC
               MOVE WS-PARM-DATE TO WS-BUSINESS-DATE
           ELSE
               CALL 'ARR01PDQ' USING WS-BUSINESS-DATE
               MOVE ZERO TO RETURN-CODE
           END-IF

           OPEN INPUT HELD-PERSONA-FILE
           IF NOT WS-HELDPERS-OK
               DISPLAY 'ARR01WLD - HELDPERS OPEN FAILED - STATUS '
                   WS-HELDPERS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ACTIVITY-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-HDG-DATE
           WRITE ACTIVITY-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE ACTIVITY-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE ACTIVITY-REPORT-LINE FROM SPACES.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-ACTIVITY - ONE PASS OF THE HELD FILE IN HOLD-ID
      * ORDER, FROM THE FIRST ROW AFTER THE CONTROL ROW.
      *----------------------------------------------------------------
       3000-PRINT-ACTIVITY.
           SET WS-NOT-EOF TO TRUE
           MOVE ZEROS TO HD-IO-KEY
           START HELD-PERSONA-FILE KEY IS GREATER THAN HD-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 3100-REPORT-ONE-HOLD THRU 3100-EXIT
               UNTIL WS-EOF.
       3000-EXIT.
           EXIT.

       3100-REPORT-ONE-HOLD.
           READ HELD-PERSONA-FILE NEXT RECORD
               INTO HELD-PERSONA-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ

           ADD 1 TO WS-ROWS-READ
           IF HD-BUSINESS-DATE EQUAL WS-BUSINESS-DATE
               ADD 1 TO WS-HITS
               MOVE 'HIT' TO WS-EVENT
               PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT
           END-IF

           IF HD-HELD
               IF HD-BUSINESS-DATE LESS THAN WS-BUSINESS-DATE
                   ADD 1 TO WS-OUTSTANDING
                   MOVE 'OUTSTANDING' TO WS-EVENT
                   PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT
               END-IF
               GO TO 3100-EXIT
           END-IF

           IF HD-DECIDED-TIMESTAMP(1:8) NOT EQUAL WS-BUSINESS-DATE
               GO TO 3100-EXIT
           END-IF
           IF HD-RELEASED
               ADD 1 TO WS-RELEASED
               MOVE 'RELEASED' TO WS-EVENT
           ELSE
               ADD 1 TO WS-DECLINED
               MOVE 'DECLINED' TO WS-EVENT
           END-IF
           PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-WRITE-DETAIL - THE HOLD'S LINE UNDER THE EVENT IN WS-
      * EVENT, AND UNDER IT THE LIST'S REASON AND, FOR A DECISION,
      * THE SUPERVISOR'S NOTE.
      *----------------------------------------------------------------
       3200-WRITE-DETAIL.
           MOVE WS-EVENT TO WS-DTL-EVENT
           MOVE HD-HOLD-ID TO WS-DTL-HOLD-ID
           IF HD-ACTION-UPDATE
               MOVE 'UPDATE' TO WS-DTL-ACTION
           ELSE
               MOVE 'ADD' TO WS-DTL-ACTION
           END-IF
           MOVE HD-NAME TO WS-DTL-NAME
           MOVE HD-APELLIDO TO WS-DTL-APELLIDO
           IF HD-MATCH-DOC
               MOVE 'DOC' TO WS-DTL-MATCH
           ELSE
               MOVE 'NAME' TO WS-DTL-MATCH
           END-IF
           MOVE HD-WL-LIST-NAME TO WS-DTL-LIST
           MOVE HD-WL-ENTRY-ID TO WS-DTL-ENTRY
           MOVE HD-BUSINESS-DATE TO WS-DTL-HELD-DATE
           MOVE HD-WL-REASON TO WS-NTE-REASON
           IF WS-EVENT EQUAL 'RELEASED' OR WS-EVENT EQUAL 'DECLINED'
               MOVE HD-DECIDED-BY TO WS-DTL-DECIDED-BY
               MOVE 'NOTE: ' TO WS-NTE-NOTE-LIT
               MOVE HD-DECISION-NOTE TO WS-NTE-NOTE
           ELSE
               MOVE SPACES TO WS-DTL-DECIDED-BY
               MOVE SPACES TO WS-NTE-NOTE-LIT
               MOVE SPACES TO WS-NTE-NOTE
           END-IF
           IF WS-EVENT EQUAL 'RELEASED'
               MOVE HD-RESULT-PERSONA-ID TO WS-DTL-PERSONA
           ELSE
               IF HD-ACTION-UPDATE
                   MOVE HD-TARGET-ID TO WS-DTL-PERSONA
               ELSE
                   MOVE SPACES TO WS-DTL-PERSONA
               END-IF
           END-IF
           WRITE ACTIVITY-REPORT-LINE FROM WS-DETAIL-LINE
           WRITE ACTIVITY-REPORT-LINE FROM WS-NOTE-LINE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           MOVE WS-HITS TO WS-TOT-HITS
           MOVE WS-RELEASED TO WS-TOT-RELEASED
           MOVE WS-DECLINED TO WS-TOT-DECLINED
           MOVE WS-OUTSTANDING TO WS-TOT-OUTSTANDING
           WRITE ACTIVITY-REPORT-LINE FROM SPACES
           WRITE ACTIVITY-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY WS-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE HELD-PERSONA-FILE
           CLOSE ACTIVITY-REPORT-FILE.
       9000-EXIT.
           EXIT.
