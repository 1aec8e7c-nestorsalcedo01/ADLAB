       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01CYR.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01CYR IS THE OPERATIONS UTILITY FOR THE BATCH CYCLE CONTROL
      * FILE (CYCLCTL, SEE EC01CYCL). FUNCTIONS, FROM THE JCL PARM:
      *   (NO PARM)                REPORT THE CYCLE FOR THE CURRENT
      *                            BUSINESS DATE.
      *   REPORT,YYYYMMDD          REPORT THE CYCLE FOR THAT DATE.
      *   FORCE,JOBNAME,USERID     SUPERVISED OVERRIDE: MARK JOBNAME
      *                            FORCED (COMPLETE) FOR THE CURRENT
      *                            BUSINESS DATE SO ITS SUCCESSORS MAY
      *                            START - FOR A STEP THAT HAD NOTHING
      *                            TO DO, OR WHOSE FAILURE HAS BEEN
      *                            WORKED OFF BY HAND. USERID MUST
      *                            HOLD A SUPERVISOR ROW ON OPERAUTH
      *                            (EC01OAUT); THE OVERRIDE IS
      *                            JOURNALED TO AUDTLOG AS CYCFORCE
      *                            WITH THAT USER ID, THE JOB NAME IN
      *                            THE NAME COLUMNS, THE BUSINESS DATE
      *                            IN THE LOAD-DATE COLUMN AND THE OLD
      *                            AND NEW STEP STATUS IN THE STATUS
      *                            COLUMNS.
      * THE REPORT LISTS EVERY ROW FOR THE DATE, THEN EVERY GATE IN
      * THE EC01CYCT DEPENDENCY TABLE WITH WHETHER IT IS OPEN. A
      * REFUSED FORCE ENDS WITH RETURN CODE 8.
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

           SELECT OPERATOR-AUTH-FILE ASSIGN TO OPERAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-IO-KEY
               FILE STATUS IS WS-OPERAUTH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTLOG-STATUS.

           SELECT CYCLE-REPORT-FILE ASSIGN TO CYCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CYCLE-CONTROL-IO-RECORD.
           05  CY-IO-KEY               PIC X(16).
           05  CY-IO-DATA              PIC X(64).

       FD  OPERATOR-AUTH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPERATOR-AUTH-IO-RECORD.
           05  OA-IO-KEY               PIC X(08).
           05  OA-IO-DATA              PIC X(72).

       FD  AUDIT-FILE
           RECORD CONTAINS 202 CHARACTERS.
           COPY EC01AUDT.

       FD  CYCLE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CYCLE-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CYCLCTL-STATUS       PIC X(02).
               88  WS-CYCLCTL-OK       VALUE '00'.
           05  WS-OPERAUTH-STATUS      PIC X(02).
               88  WS-OPERAUTH-OK      VALUE '00'.
           05  WS-AUDTLOG-STATUS       PIC X(02).
           05  WS-CYCRPT-STATUS        PIC X(02).
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-FUNC-SW              PIC X(01).
               88  WS-FUNC-REPORT      VALUE 'R'.
               88  WS-FUNC-FORCE       VALUE 'F'.
           05  WS-ROW-SW               PIC X(01).
               88  WS-ROW-FOUND        VALUE 'Y'.
               88  WS-ROW-NOT-FOUND    VALUE 'N'.
           05  WS-REPORT-DATE          PIC X(08).
           05  WS-FORCE-JOB            PIC X(08).
           05  WS-FORCE-USER           PIC X(08).
           05  WS-OLD-STATUS           PIC X(01).
           05  WS-DX                   PIC S9(04) COMP-5.
           05  WS-ROWS-LISTED          PIC 9(05) VALUE 0.
           05  WS-GATES-OPEN           PIC 9(05) VALUE 0.
           05  WS-GATES-CLOSED         PIC 9(05) VALUE 0.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(36) VALUE
               'ADLAB NIGHTLY BATCH CYCLE STATUS'.
           05  FILLER                  PIC X(15) VALUE
               'BUSINESS DATE '.
           05  WS-HDG-DATE             PIC X(08).

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(10) VALUE 'JOB'.
           05  FILLER                  PIC X(12) VALUE 'STATUS'.
           05  FILLER                  PIC X(18) VALUE 'STARTED'.
           05  FILLER                  PIC X(18) VALUE 'FINISHED'.
           05  FILLER                  PIC X(06) VALUE 'RUNS'.
           05  FILLER                  PIC X(10) VALUE 'FORCED BY'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-JOB              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-STARTED          PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ENDED            PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-RUNS             PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-FORCED-BY        PIC X(08).

       01  WS-GATE-HEADING.
           05  FILLER                  PIC X(10) VALUE 'JOB'.
           05  FILLER                  PIC X(14) VALUE 'PREDECESSOR'.
           05  FILLER                  PIC X(12) VALUE 'PRED STATUS'.
           05  FILLER                  PIC X(06) VALUE 'GATE'.

       01  WS-GATE-LINE.
           05  WS-GTL-JOB              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-GTL-PREDECESSOR      PIC X(08).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-GTL-STATUS           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-GTL-GATE             PIC X(06).

       01  WS-STATUS-WORDS.
           05  WS-STATUS-CODE          PIC X(01).
           05  WS-STATUS-WORD          PIC X(10).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               'ROWS LISTED . . . .'.
           05  WS-TOT-ROWS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  GATES OPEN . . . .'.
           05  WS-TOT-OPEN             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  GATES CLOSED . . .'.
           05  WS-TOT-CLOSED           PIC ZZ,ZZ9.

           COPY EC01CYCL.
           COPY EC01CYCT.
           COPY EC01OAUT.

       LINKAGE SECTION.
      *----------------------------------------------------------------
      * WS-PARM-AREA - STANDARD JCL EXEC PARM LAYOUT: NOTHING,
      * 'REPORT,YYYYMMDD' OR 'FORCE,JOBNAME,USERID'.
      *----------------------------------------------------------------
       01  WS-PARM-AREA.
           05  WS-PARM-LENGTH          PIC S9(4) COMP.
           05  WS-PARM-TEXT            PIC X(24).

       PROCEDURE DIVISION USING WS-PARM-AREA.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FUNC-FORCE
               PERFORM 2000-FORCE-STEP THRU 2000-EXIT
           END-IF
           PERFORM 3000-PRINT-CYCLE-ROWS THRU 3000-EXIT
           PERFORM 4000-PRINT-GATES THRU 4000-EXIT
           PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - DECODE THE PARM, TAKE THE BUSINESS DATE AND
      * OPEN THE CYCLE FILE AND THE REPORT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'ARR01PDQ' USING WS-REPORT-DATE

           SET WS-FUNC-REPORT TO TRUE
           MOVE SPACES TO WS-FORCE-JOB
           MOVE SPACES TO WS-FORCE-USER
           IF WS-PARM-LENGTH GREATER THAN ZERO
               EVALUATE TRUE
                   WHEN WS-PARM-TEXT(1:7) EQUAL 'REPORT,'
                       AND WS-PARM-TEXT(8:8) IS NUMERIC
                       MOVE WS-PARM-TEXT(8:8) TO WS-REPORT-DATE
                   WHEN WS-PARM-TEXT(1:6) EQUAL 'FORCE,'
                       SET WS-FUNC-FORCE TO TRUE
                       UNSTRING WS-PARM-TEXT(7:18) DELIMITED BY ','
                           INTO WS-FORCE-JOB WS-FORCE-USER
                       END-UNSTRING
                   WHEN OTHER
                       DISPLAY 'ARR01CYR - PARM NOT RECOGNIZED - '
                           'REPORTING ' WS-REPORT-DATE
               END-EVALUATE
           END-IF

           OPEN I-O CYCLE-CONTROL-FILE
           IF NOT WS-CYCLCTL-OK
               DISPLAY 'ARR01CYR - CYCLCTL OPEN FAILED - STATUS '
                   WS-CYCLCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CYCLE-REPORT-FILE
           MOVE WS-REPORT-DATE TO WS-HDG-DATE
           WRITE CYCLE-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE CYCLE-REPORT-LINE FROM SPACES.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-FORCE-STEP - THE SUPERVISED OVERRIDE. THE USER NAMED IN
      * THE PARM MUST BE A SUPERVISOR ON OPERAUTH; NO ROW, NO FILE OR
      * OPERATOR LEVEL MEANS NO OVERRIDE - AUTHORITY IS GRANTED, NEVER
      * ASSUMED. THE STEP'S ROW IS CREATED IF THE JOB NEVER RAN.
      *----------------------------------------------------------------
       2000-FORCE-STEP.
           IF WS-FORCE-JOB EQUAL SPACES OR WS-FORCE-USER EQUAL SPACES
               DISPLAY 'ARR01CYR - FORCE NEEDS A JOB NAME AND A USER '
                   'ID - NOTHING CHANGED'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           OPEN INPUT OPERATOR-AUTH-FILE
           IF NOT WS-OPERAUTH-OK
               DISPLAY 'ARR01CYR - OPERAUTH NOT AVAILABLE - FORCE '
                   'REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE WS-FORCE-USER TO OA-IO-KEY
           READ OPERATOR-AUTH-FILE INTO OPERATOR-AUTH-RECORD
           IF NOT WS-OPERAUTH-OK OR NOT OA-SUPERVISOR
               CLOSE OPERATOR-AUTH-FILE
               DISPLAY 'ARR01CYR - ' WS-FORCE-USER ' IS NOT A '
                   'SUPERVISOR - FORCE OF ' WS-FORCE-JOB ' REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           CLOSE OPERATOR-AUTH-FILE

           MOVE WS-REPORT-DATE TO CY-BUSINESS-DATE
           MOVE WS-FORCE-JOB TO CY-JOB-NAME
           MOVE CY-KEY TO CY-IO-KEY
           READ CYCLE-CONTROL-FILE INTO CYCLE-CONTROL-RECORD
           IF WS-CYCLCTL-OK
               SET WS-ROW-FOUND TO TRUE
               MOVE CY-STATUS-SW TO WS-OLD-STATUS
           ELSE
               SET WS-ROW-NOT-FOUND TO TRUE
               MOVE SPACE TO WS-OLD-STATUS
               MOVE SPACES TO CYCLE-CONTROL-RECORD
               MOVE WS-REPORT-DATE TO CY-BUSINESS-DATE
               MOVE WS-FORCE-JOB TO CY-JOB-NAME
               MOVE ZEROS TO CY-RUN-COUNT
           END-IF

           SET CY-FORCED TO TRUE
           MOVE SPACES TO CY-ENDED-TIMESTAMP
           ACCEPT CY-ENDED-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT CY-ENDED-TIMESTAMP(9:8) FROM TIME
           MOVE WS-FORCE-USER TO CY-FORCED-BY
           MOVE CYCLE-CONTROL-RECORD TO CYCLE-CONTROL-IO-RECORD
           IF WS-ROW-FOUND
               REWRITE CYCLE-CONTROL-IO-RECORD
           ELSE
               WRITE CYCLE-CONTROL-IO-RECORD
           END-IF
           IF NOT WS-CYCLCTL-OK
               DISPLAY 'ARR01CYR - CYCLCTL UPDATE FAILED - STATUS '
                   WS-CYCLCTL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           DISPLAY 'ARR01CYR - ' WS-FORCE-JOB ' FORCED COMPLETE FOR '
               WS-REPORT-DATE ' BY ' WS-FORCE-USER
           PERFORM 2100-WRITE-AUDIT-RECORD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-WRITE-AUDIT-RECORD - JOURNAL THE OVERRIDE. THE JOURNAL IS
      * PERSONA-SHAPED; THE JOB NAME RIDES IN THE NAME COLUMNS AND THE
      * BUSINESS DATE IN THE LOAD-DATE COLUMN, THE WAY ARR01CLS CARRIES
      * A CLASS ROW.
      *----------------------------------------------------------------
       2100-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDTLOG-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           ACCEPT AU-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT AU-TIMESTAMP(9:8) FROM TIME
           MOVE 'ARR01CYR' TO AU-PROGRAM
           MOVE 'CYCFORCE' TO AU-FUNCTION
           MOVE ZEROS TO AU-INDEX
           MOVE WS-FORCE-JOB TO AU-BEFORE-NAME
           MOVE WS-FORCE-JOB TO AU-AFTER-NAME
           MOVE ZEROS TO AU-MQ-COMP-CODE
           MOVE ZEROS TO AU-MQ-REASON-CODE
           MOVE WS-REPORT-DATE TO AU-AFTER-LOAD-DATE
           MOVE WS-OLD-STATUS TO AU-BEFORE-STATUS
           MOVE CY-STATUS-SW TO AU-AFTER-STATUS
           MOVE WS-FORCE-USER TO AU-USER-ID
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-CYCLE-ROWS - EVERY ROW FOR THE REPORT DATE, IN JOB
      * NAME ORDER (THE KEY ORDER WITHIN THE DATE).
      *----------------------------------------------------------------
       3000-PRINT-CYCLE-ROWS.
           WRITE CYCLE-REPORT-LINE FROM WS-HEADING-LINE-2
           SET WS-NOT-EOF TO TRUE
           MOVE WS-REPORT-DATE TO CY-BUSINESS-DATE
           MOVE LOW-VALUES TO CY-JOB-NAME
           MOVE CY-KEY TO CY-IO-KEY
           START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CY-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 3100-PRINT-ONE-ROW THRU 3100-EXIT
               UNTIL WS-EOF
           WRITE CYCLE-REPORT-LINE FROM SPACES.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-ROW.
           READ CYCLE-CONTROL-FILE NEXT RECORD
               INTO CYCLE-CONTROL-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF CY-BUSINESS-DATE NOT EQUAL WS-REPORT-DATE
               SET WS-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-ROWS-LISTED
           MOVE CY-JOB-NAME TO WS-DTL-JOB
           MOVE CY-STATUS-SW TO WS-STATUS-CODE
           PERFORM 5000-STATUS-WORD THRU 5000-EXIT
           MOVE WS-STATUS-WORD TO WS-DTL-STATUS
           MOVE CY-STARTED-TIMESTAMP TO WS-DTL-STARTED
           MOVE CY-ENDED-TIMESTAMP TO WS-DTL-ENDED
           MOVE CY-RUN-COUNT TO WS-DTL-RUNS
           MOVE CY-FORCED-BY TO WS-DTL-FORCED-BY
           WRITE CYCLE-REPORT-LINE FROM WS-DETAIL-LINE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-GATES - ONE LINE PER DEPENDENCY: THE PREDECESSOR'S
      * STATUS FOR THE REPORT DATE AND WHETHER THE GATE IS OPEN.
      *----------------------------------------------------------------
       4000-PRINT-GATES.
           WRITE CYCLE-REPORT-LINE FROM WS-GATE-HEADING
           PERFORM 4100-PRINT-ONE-GATE THRU 4100-EXIT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN CT-DEPENDENCY-COUNT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-GATE.
           MOVE CT-JOB-NAME(WS-DX) TO WS-GTL-JOB
           MOVE CT-PREDECESSOR(WS-DX) TO WS-GTL-PREDECESSOR
           MOVE WS-REPORT-DATE TO CY-BUSINESS-DATE
           MOVE CT-PREDECESSOR(WS-DX) TO CY-JOB-NAME
           MOVE CY-KEY TO CY-IO-KEY
           READ CYCLE-CONTROL-FILE INTO CYCLE-CONTROL-RECORD
           IF WS-CYCLCTL-OK
               MOVE CY-STATUS-SW TO WS-STATUS-CODE
           ELSE
               MOVE SPACE TO WS-STATUS-CODE
               MOVE SPACE TO CY-STATUS-SW
           END-IF
           PERFORM 5000-STATUS-WORD THRU 5000-EXIT
           MOVE WS-STATUS-WORD TO WS-GTL-STATUS
           IF CY-COMPLETE
               MOVE 'OPEN' TO WS-GTL-GATE
               ADD 1 TO WS-GATES-OPEN
           ELSE
               MOVE 'CLOSED' TO WS-GTL-GATE
               ADD 1 TO WS-GATES-CLOSED
           END-IF
           WRITE CYCLE-REPORT-LINE FROM WS-GATE-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-STATUS-WORD - SPELL OUT A CYCLE STATUS CODE FOR THE
      * REPORT.
      *----------------------------------------------------------------
       5000-STATUS-WORD.
           EVALUATE WS-STATUS-CODE
               WHEN 'S'
                   MOVE 'STARTED' TO WS-STATUS-WORD
               WHEN 'E'
                   MOVE 'ENDED' TO WS-STATUS-WORD
               WHEN 'F'
                   MOVE 'FAILED' TO WS-STATUS-WORD
               WHEN 'R'
                   MOVE 'REFUSED' TO WS-STATUS-WORD
               WHEN 'O'
                   MOVE 'FORCED' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'NOT RUN' TO WS-STATUS-WORD
           END-EVALUATE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           MOVE WS-ROWS-LISTED TO WS-TOT-ROWS
           MOVE WS-GATES-OPEN TO WS-TOT-OPEN
           MOVE WS-GATES-CLOSED TO WS-TOT-CLOSED
           WRITE CYCLE-REPORT-LINE FROM SPACES
           WRITE CYCLE-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY WS-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CYCLE-CONTROL-FILE
           CLOSE CYCLE-REPORT-FILE.
       9000-EXIT.
           EXIT.
