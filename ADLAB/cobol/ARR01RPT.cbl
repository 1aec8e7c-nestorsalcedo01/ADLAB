      * ARR01RPT PRINTS A PAGE-BROKEN LISTING OF THE PERSONA MASTER,
      * SORTED BY APELLIDO, WITH A RUNNING PAGE COUNT AND A FINAL
      * "TOTAL PERSONAS PROCESSED" CONTROL TOTAL.
      *
      * PARM='XX' LISTS ONLY CLASS XX (EVERY STATUS), READ THROUGH
      * THE CLASS-KEY FILE (PERSCKEY, SEE EC01PCK) INSTEAD OF THE
      * WHOLE MASTER. WHEN PERSCKEY IS MISSING OR WAS NEVER BUILT THE
      * RUN SAYS SO AND SCANS THE MASTER FOR THE CLASS INSTEAD. NO
      * PARM LISTS EVERY CLASS, AS BEFORE.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-08-22  RSM  ALSO PRINT THE LIFECYCLE STATUS (PM-STATUS),
      *                   SO INACTIVE PERSONAS ARE VISIBLE ON THE
      *                   LISTING INSTEAD OF INDISTINGUISHABLE.
      *  2026-10-15  RSM  THE MASTER FD WIDENED TO 110 BYTES FOR THE
      *                   APPENDED FIELD-SOURCE OWNERS (SEE EC01PMR).
      *  2026-10-15  RSM  OPTIONAL CLASS PARM - A ONE-CLASS LISTING
      *                   READS THE CLASS THROUGH THE NEW CLASS-KEY
      *                   FILE (PERSCKEY).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT PERSONA-MASTER-FILE ASSIGN TO PERSMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-IO-KEY
               FILE STATUS IS WS-PERSMSTR-STATUS.

           SELECT CLASS-KEY-FILE ASSIGN TO PERSCKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCK-IO-KEY
               FILE STATUS IS WS-PERSCKEY-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT PERSONA-REPORT-FILE ASSIGN TO PERSRPT
       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  CLASS-KEY-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  CLASS-KEY-IO-RECORD.
           05  PCK-IO-KEY              PIC X(13).
           05  PCK-IO-DATA             PIC X(17).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
               88  WS-PERSMSTR-OK      VALUE '00'.
               88  WS-PERSMSTR-EOF     VALUE '10'.
           05  WS-PERSRPT-STATUS       PIC X(02).
           05  WS-PERSCKEY-STATUS      PIC X(02).
               88  WS-PERSCKEY-OK      VALUE '00'.
           05  WS-PATH-SW              PIC X(01) VALUE 'S'.
               88  WS-CLASS-KEY-PATH   VALUE 'K'.
               88  WS-MASTER-SCAN-PATH VALUE 'S'.
           05  WS-CLASS-DONE-SW        PIC X(01) VALUE 'N'.
               88  WS-CLASS-DONE       VALUE 'Y'.
               88  WS-CLASS-NOT-DONE   VALUE 'N'.
           05  WS-RPT-CLASS            PIC X(02) VALUE SPACES.
           05  WS-LINE-COUNT           PIC S9(4) COMP-5 VALUE 0.
           05  WS-PAGE-COUNT           PIC S9(4) COMP-5 VALUE 0.
           05  WS-LINES-PER-PAGE       PIC S9(4) COMP-5 VALUE 50.
               'ADLAB PERSONA MASTER LISTING'.
           05  FILLER                  PIC X(10) VALUE 'PAGE '.
           05  WS-HDG-PAGE             PIC ZZZ9.
           05  WS-HDG-CLASS-LIT        PIC X(10) VALUE SPACES.
           05  WS-HDG-CLASS            PIC X(02) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(10) VALUE 'PERSONA ID'.
               'TOTAL PERSONAS PROCESSED . . .'.
           05  WS-TOT-COUNT            PIC ZZZ,ZZ9.

           COPY EC01PCK.

       LINKAGE SECTION.
      *----------------------------------------------------------------
      * WS-PARM-AREA - AN OPTIONAL CLASS; NO PARM LISTS EVERY CLASS.
      *----------------------------------------------------------------
       01  WS-PARM-AREA.
           05  WS-PARM-LENGTH          PIC S9(4) COMP.
           05  WS-PARM-CLASS           PIC X(02).

       PROCEDURE DIVISION USING WS-PARM-AREA.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF WS-PARM-LENGTH GREATER THAN ZERO
               MOVE WS-PARM-CLASS TO WS-RPT-CLASS
               MOVE '    CLASS ' TO WS-HDG-CLASS-LIT
               MOVE WS-RPT-CLASS TO WS-HDG-CLASS
           END-IF
           SORT SORT-WORK-FILE ON ASCENDING KEY SW-APELLIDO
               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE THRU 1000-EXIT
               OUTPUT PROCEDURE IS 2000-PRINT-REPORT THRU 2000-EXIT
      *----------------------------------------------------------------
      * 1000-LOAD-SORT-FILE - READ THE PERSONA MASTER SEQUENTIALLY AND
      * RELEASE EVERY REAL PERSONA ROW (THE CONTROL RECORD, KEY
      * 0000000000, IS SKIPPED) TO THE SORT - OR, FOR A ONE-CLASS
      * LISTING WITH THE CLASS-KEY FILE BUILT, ONLY THAT CLASS'S ROWS.
      *----------------------------------------------------------------
       1000-LOAD-SORT-FILE.
           OPEN INPUT PERSONA-MASTER-FILE
           IF WS-RPT-CLASS NOT EQUAL SPACES
               PERFORM 1050-OPEN-CLASS-KEYS THRU 1050-EXIT
           END-IF
           IF WS-CLASS-KEY-PATH
               PERFORM 1200-READ-CLASS-ROW THRU 1200-EXIT
                   UNTIL WS-CLASS-DONE
               CLOSE CLASS-KEY-FILE
               GO TO 1000-CLOSE
           END-IF

           PERFORM UNTIL WS-PERSMSTR-EOF
               READ PERSONA-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-PERSMSTR-EOF TO TRUE
                   NOT AT END
                       PERFORM 1100-RELEASE-PERSONA THRU 1100-EXIT
               END-READ
           END-PERFORM.
       1000-CLOSE.
           CLOSE PERSONA-MASTER-FILE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-OPEN-CLASS-KEYS - TAKE THE CLASS-KEY PATH WHEN PERSCKEY
      * OPENS, CARRIES ITS BUILD CONTROL ROW AND STARTS ON THE CLASS.
      * OTHERWISE THE MASTER IS SCANNED.
      *----------------------------------------------------------------
       1050-OPEN-CLASS-KEYS.
           OPEN INPUT CLASS-KEY-FILE
           IF NOT WS-PERSCKEY-OK
               DISPLAY 'ARR01RPT - PERSCKEY NOT AVAILABLE - STATUS '
                   WS-PERSCKEY-STATUS ' - SCANNING THE MASTER'
               GO TO 1050-EXIT
           END-IF

           MOVE SPACES TO PCK-CTL-RECORD
           MOVE ZEROS TO PCK-CTL-ID
           MOVE PCK-CTL-KEY TO PCK-IO-KEY
           READ CLASS-KEY-FILE
           IF NOT WS-PERSCKEY-OK
               DISPLAY 'ARR01RPT - PERSCKEY HAS NO BUILD CONTROL ROW '
                   '- SCANNING THE MASTER'
               CLOSE CLASS-KEY-FILE
               GO TO 1050-EXIT
           END-IF

           SET WS-CLASS-KEY-PATH TO TRUE
           MOVE SPACES TO PERSONA-CLASS-KEY-RECORD
           MOVE WS-RPT-CLASS TO PCK-CLASS
           MOVE ZEROS TO PCK-PERSONA-ID
           MOVE PCK-KEY TO PCK-IO-KEY
           START CLASS-KEY-FILE KEY IS NOT LESS THAN PCK-IO-KEY
               INVALID KEY
                   SET WS-CLASS-DONE TO TRUE
           END-START.
       1050-EXIT.
           EXIT.

       1100-RELEASE-PERSONA.
           IF WS-RPT-CLASS NOT EQUAL SPACES
               AND PM-IO-DATA(41:2) NOT EQUAL WS-RPT-CLASS
               GO TO 1100-EXIT
           END-IF
           IF PM-IO-KEY NOT EQUAL ZEROS
               MOVE PM-IO-DATA(1:20) TO SW-NAME
               MOVE PM-IO-DATA(21:20) TO SW-APELLIDO
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-READ-CLASS-ROW - NEXT KEY OF THE CLASS (ANY STATUS), THEN
      * ITS MASTER ROW BY ID. A KEY WHOSE MASTER ROW IS GONE IS
      * REPORTED AND PASSED OVER - ARR01CHK WILL FIND IT.
      *----------------------------------------------------------------
       1200-READ-CLASS-ROW.
           READ CLASS-KEY-FILE NEXT RECORD
               AT END
                   SET WS-CLASS-DONE TO TRUE
                   GO TO 1200-EXIT
           END-READ
           MOVE CLASS-KEY-IO-RECORD TO PERSONA-CLASS-KEY-RECORD
           IF PCK-CLASS NOT EQUAL WS-RPT-CLASS
               SET WS-CLASS-DONE TO TRUE
               GO TO 1200-EXIT
           END-IF

           MOVE PCK-PERSONA-ID TO PM-IO-KEY
           READ PERSONA-MASTER-FILE
           IF NOT WS-PERSMSTR-OK
               DISPLAY 'ARR01RPT - CLASS KEY ' PCK-CLASS ' PERSONA '
                   PCK-PERSONA-ID ' HAS NO MASTER ROW - STATUS '
                   WS-PERSMSTR-STATUS
               GO TO 1200-EXIT
           END-IF
           PERFORM 1100-RELEASE-PERSONA THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PRINT-REPORT - RETURN THE SORTED ROWS AND PRINT THE
      * PAGE-BROKEN LISTING WITH A RUNNING COUNT.
