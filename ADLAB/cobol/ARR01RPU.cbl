       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01RPU.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01RPU IS THE RUNTIME PARAMETER USAGE REPORT. EVERY VALUE
      * ARR01RPQ HANDS A BATCH PROGRAM - AND EVERY VALUE A PROGRAM
      * TOOK FROM ITS JCL PARM INSTEAD - IS APPENDED TO THE PARMUSE
      * LOG (SEE EC01RPUS). THIS REPORT LISTS THE LOG FOR ONE BUSINESS
      * DATE, ONE LINE PER VALUE USED: WHEN THE RUN STARTED, WHICH
      * PROGRAM, WHICH PARAMETER, THE VALUE AND WHERE IT CAME FROM -
      * THE RUNPARM ROW (WITH ITS EFFECTIVE DATE), THE PROGRAM'S
      * DEFAULT, THE JCL PARM, OR A RUNPARM VALUE REFUSED AS OUT OF
      * RANGE (THE DEFAULT WAS USED IN ITS PLACE). A REFUSED VALUE IS
      * THE LINE TO LOOK FOR - SOMEONE KEYED A VALUE ON RPM1 THAT THE
      * PROGRAM WILL NOT RUN WITH.
      *
      * PARM: COLS 1-8 THE BUSINESS DATE TO REPORT (YYYYMMDD); 'ALL'
      * REPORTS THE WHOLE LOG; NO PARM REPORTS THE CURRENT BUSINESS
      * DATE FROM THE PROCDATE CONTROL FILE (VIA ARR01PDQ).
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
           SELECT PARM-USAGE-FILE ASSIGN TO PARMUSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMUSE-STATUS.

           SELECT USAGE-REPORT-FILE ASSIGN TO RPURPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPURPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-USAGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EC01RPUS.

       FD  USAGE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  USAGE-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PARMUSE-STATUS       PIC X(02).
               88  WS-PARMUSE-OK       VALUE '00'.
           05  WS-RPURPT-STATUS        PIC X(02).
           05  WS-PARMUSE-OPEN-SW      PIC X(01) VALUE 'N'.
               88  WS-PARMUSE-OPEN     VALUE 'Y'.
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-REPORT-DATE          PIC X(08).
               88  WS-REPORT-ALL       VALUE 'ALL'.
           05  WS-ROWS-READ            PIC 9(07) VALUE 0.
           05  WS-ROWS-LISTED          PIC 9(07) VALUE 0.
           05  WS-FROM-FILE-COUNT      PIC 9(07) VALUE 0.
           05  WS-FROM-DEFAULT-COUNT   PIC 9(07) VALUE 0.
           05  WS-FROM-PARM-COUNT      PIC 9(07) VALUE 0.
           05  WS-REFUSED-COUNT        PIC 9(07) VALUE 0.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               'ADLAB RUNTIME PARAMETER USAGE - DATE '.
           05  WS-HDG-DATE             PIC X(08).

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(18) VALUE 'RUN STARTED'.
           05  FILLER                  PIC X(10) VALUE 'BUS DATE'.
           05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(20) VALUE 'PARAMETER'.
           05  FILLER                  PIC X(11) VALUE '     VALUE'.
           05  FILLER                  PIC X(10) VALUE 'SOURCE'.
           05  FILLER                  PIC X(10) VALUE 'EFFECTIVE'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-RUN-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-RUN-TIME         PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-BUS-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PARM-NAME        PIC X(18).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-VALUE            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-SOURCE           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-EFFECTIVE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NOTE             PIC X(30).

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(16) VALUE
               'LOG ROWS READ .'.
           05  WS-TOT-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               '  LISTED . . .'.
           05  WS-TOT-LISTED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(16) VALUE
               'FROM RUNPARM .'.
           05  WS-TOT-FILE             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               '  DEFAULT . . .'.
           05  WS-TOT-DEFAULT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               '  JCL PARM . .'.
           05  WS-TOT-PARM             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               '  REFUSED . . .'.
           05  WS-TOT-REFUSED          PIC ZZZ,ZZ9.

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
           PERFORM 2000-LIST-ONE-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - SETTLE THE DATE TO REPORT, OPEN THE FILES
      * AND PRINT THE HEADINGS. NO LOG AT ALL IS AN EMPTY REPORT, NOT
      * A FAILURE - NO PROGRAM HAS LOOKED A PARAMETER UP YET.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           SET WS-NOT-EOF TO TRUE
           MOVE SPACES TO WS-REPORT-DATE
           IF WS-PARM-LENGTH GREATER THAN 7
               AND WS-PARM-DATE IS NUMERIC
               MOVE WS-PARM-DATE TO WS-REPORT-DATE
           END-IF
           IF WS-PARM-LENGTH GREATER THAN 2
               AND WS-PARM-DATE(1:3) EQUAL 'ALL'
               SET WS-REPORT-ALL TO TRUE
           END-IF
           IF WS-REPORT-DATE EQUAL SPACES
               CALL 'ARR01PDQ' USING WS-REPORT-DATE
           END-IF

           OPEN OUTPUT USAGE-REPORT-FILE
           MOVE WS-REPORT-DATE TO WS-HDG-DATE
           WRITE USAGE-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE USAGE-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE USAGE-REPORT-LINE FROM SPACES

           OPEN INPUT PARM-USAGE-FILE
           IF NOT WS-PARMUSE-OK
               DISPLAY 'ARR01RPU - PARMUSE NOT AVAILABLE - STATUS '
                   WS-PARMUSE-STATUS ' - NOTHING TO REPORT'
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET WS-PARMUSE-OPEN TO TRUE

           PERFORM 1100-READ-USAGE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-USAGE.
           READ PARM-USAGE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LIST-ONE-ROW - ONE LINE PER LOG ROW FOR THE DATE BEING
      * REPORTED (EVERY ROW FOR 'ALL'), COUNTED BY WHERE THE VALUE
      * CAME FROM.
      *----------------------------------------------------------------
       2000-LIST-ONE-ROW.
           IF NOT WS-REPORT-ALL
               AND RU-BUSINESS-DATE NOT EQUAL WS-REPORT-DATE
               GO TO 2000-READ-NEXT
           END-IF

           ADD 1 TO WS-ROWS-LISTED
           MOVE RU-RUN-TIMESTAMP(1:8) TO WS-DTL-RUN-DATE
           MOVE RU-RUN-TIMESTAMP(9:6) TO WS-DTL-RUN-TIME
           MOVE RU-BUSINESS-DATE TO WS-DTL-BUS-DATE
           MOVE RU-PROGRAM TO WS-DTL-PROGRAM
           MOVE RU-PARM-NAME TO WS-DTL-PARM-NAME
           MOVE RU-VALUE TO WS-DTL-VALUE
           MOVE RU-EFFECTIVE-DATE TO WS-DTL-EFFECTIVE
           MOVE SPACES TO WS-DTL-NOTE
           EVALUATE TRUE
               WHEN RU-FROM-FILE
                   MOVE 'RUNPARM' TO WS-DTL-SOURCE
                   ADD 1 TO WS-FROM-FILE-COUNT
               WHEN RU-FROM-PARM
                   MOVE 'JCL PARM' TO WS-DTL-SOURCE
                   ADD 1 TO WS-FROM-PARM-COUNT
               WHEN RU-FROM-REFUSED
                   MOVE 'DEFAULT' TO WS-DTL-SOURCE
                   MOVE '** RUNPARM VALUE OUT OF RANGE'
                       TO WS-DTL-NOTE
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN OTHER
                   MOVE 'DEFAULT' TO WS-DTL-SOURCE
                   MOVE 'NO RUNPARM ROW IN FORCE' TO WS-DTL-NOTE
                   ADD 1 TO WS-FROM-DEFAULT-COUNT
           END-EVALUATE
           WRITE USAGE-REPORT-LINE FROM WS-DETAIL-LINE.

       2000-READ-NEXT.
           PERFORM 1100-READ-USAGE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           MOVE WS-ROWS-READ TO WS-TOT-READ
           MOVE WS-ROWS-LISTED TO WS-TOT-LISTED
           MOVE WS-FROM-FILE-COUNT TO WS-TOT-FILE
           MOVE WS-FROM-DEFAULT-COUNT TO WS-TOT-DEFAULT
           MOVE WS-FROM-PARM-COUNT TO WS-TOT-PARM
           MOVE WS-REFUSED-COUNT TO WS-TOT-REFUSED
           WRITE USAGE-REPORT-LINE FROM SPACES
           WRITE USAGE-REPORT-LINE FROM WS-TOTAL-LINE-1
           WRITE USAGE-REPORT-LINE FROM WS-TOTAL-LINE-2
           DISPLAY WS-TOTAL-LINE-1
           DISPLAY WS-TOTAL-LINE-2.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-PARMUSE-OPEN
               CLOSE PARM-USAGE-FILE
           END-IF
           CLOSE USAGE-REPORT-FILE.
       9000-EXIT.
           EXIT.
