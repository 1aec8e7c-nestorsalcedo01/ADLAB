      *   COLS  1- 2  CLASS (E.G. VP; BLANK = ALL CLASSES)
      *   COLS  3-10  FROM LOAD DATE (YYYYMMDD, INCLUSIVE)
      *   COLS 11-18  TO LOAD DATE   (YYYYMMDD, INCLUSIVE)
      *
      * A CLASS ON THE CARD IS READ THROUGH THE CLASS-KEY FILE
      * (PERSCKEY, SEE EC01PCK) - ONLY THAT CLASS'S ACTIVE ROWS ARE
      * READ FROM THE MASTER, BY ID. WHEN PERSCKEY IS MISSING OR WAS
      * NEVER BUILT THE RUN SAYS SO AND SCANS THE WHOLE MASTER, AS IT
      * ALWAYS HAS; THE EXTRACT IS THE SAME EITHER WAY.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02  RSM  THE HEADER'S BUSINESS DATE NOW COMES FROM
      *                   THE PROCDATE CONTROL FILE (VIA ARR01PDQ,
      *                   SEE EC01PDAT).
      *  2026-10-15  RSM  THE MASTER FD WIDENED TO 110 BYTES FOR THE
      *                   APPENDED FIELD-SOURCE OWNERS (SEE EC01PMR).
      *  2026-10-15  RSM  A CLASS-SCOPED RUN READS ITS CLASS THROUGH THE
      *                   NEW CLASS-KEY FILE (PERSCKEY) INSTEAD OF
      *                   SCANNING THE WHOLE MASTER.
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

           SELECT EXTRACT-CONTROL-FILE ASSIGN TO EXTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTCTL-STATUS.
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

       FD  EXTRACT-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  WS-PERSMSTR-STATUS      PIC X(02).
               88  WS-PERSMSTR-OK      VALUE '00'.
               88  WS-PERSMSTR-EOF     VALUE '10'.
           05  WS-PERSCKEY-STATUS      PIC X(02).
               88  WS-PERSCKEY-OK      VALUE '00'.
           05  WS-PATH-SW              PIC X(01) VALUE 'S'.
               88  WS-CLASS-KEY-PATH   VALUE 'K'.
               88  WS-MASTER-SCAN-PATH VALUE 'S'.
           05  WS-EXTCTL-STATUS        PIC X(02).
               88  WS-EXTCTL-OK        VALUE '00'.
           05  WS-DP01OUT-STATUS       PIC X(02).

           COPY EC01PMR.
           COPY EC01FCTL.
           COPY EC01PCK.

       PROCEDURE DIVISION.


           OPEN INPUT PERSONA-MASTER-FILE
           OPEN OUTPUT DP01-OUTPUT-FILE
           IF WS-FLT-CLASS NOT EQUAL SPACES
               PERFORM 1050-OPEN-CLASS-KEYS THRU 1050-EXIT
           END-IF

      *    THE HEADER'S BUSINESS DATE COMES FROM THE PROCDATE
      *    CONTROL FILE (VIA ARR01PDQ).
           EXIT.

      *----------------------------------------------------------------
      * 1050-OPEN-CLASS-KEYS - TAKE THE CLASS-KEY PATH WHEN PERSCKEY
      * OPENS, CARRIES ITS BUILD CONTROL ROW AND STARTS ON THE CARD'S
      * CLASS. OTHERWISE THE MASTER IS SCANNED.
      *----------------------------------------------------------------
       1050-OPEN-CLASS-KEYS.
           OPEN INPUT CLASS-KEY-FILE
           IF NOT WS-PERSCKEY-OK
               DISPLAY 'ARR01EXT - PERSCKEY NOT AVAILABLE - STATUS '
                   WS-PERSCKEY-STATUS ' - SCANNING THE MASTER'
               GO TO 1050-EXIT
           END-IF

           MOVE SPACES TO PCK-CTL-RECORD
           MOVE ZEROS TO PCK-CTL-ID
           MOVE PCK-CTL-KEY TO PCK-IO-KEY
           READ CLASS-KEY-FILE
           IF NOT WS-PERSCKEY-OK
               DISPLAY 'ARR01EXT - PERSCKEY HAS NO BUILD CONTROL ROW '
                   '- SCANNING THE MASTER'
               CLOSE CLASS-KEY-FILE
               GO TO 1050-EXIT
           END-IF

           SET WS-CLASS-KEY-PATH TO TRUE
           MOVE SPACES TO PERSONA-CLASS-KEY-RECORD
           MOVE WS-FLT-CLASS TO PCK-CLASS
           MOVE 'A' TO PCK-STATUS
           MOVE ZEROS TO PCK-PERSONA-ID
           MOVE PCK-KEY TO PCK-IO-KEY
           START CLASS-KEY-FILE KEY IS NOT LESS THAN PCK-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-READ-MASTER - THE NEXT MASTER ROW, FROM THE SCAN OR BY
      * WAY OF THE NEXT CLASS KEY.
      *----------------------------------------------------------------
       1100-READ-MASTER.
           IF WS-EOF
               GO TO 1100-EXIT
           END-IF
           IF WS-CLASS-KEY-PATH
               PERFORM 1150-READ-BY-CLASS-KEY THRU 1150-EXIT
               GO TO 1100-EXIT
           END-IF

           READ PERSONA-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-READ-BY-CLASS-KEY - NEXT ACTIVE KEY OF THE CLASS, THEN
      * ITS MASTER ROW BY ID. THE CLASS IS DONE AT THE FIRST KEY OF
      * ANOTHER CLASS OR STATUS. A KEY WHOSE MASTER ROW IS GONE IS
      * REPORTED AND PASSED OVER - ARR01CHK WILL FIND IT.
      *----------------------------------------------------------------
       1150-READ-BY-CLASS-KEY.
           READ CLASS-KEY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1150-EXIT
           END-READ
           MOVE CLASS-KEY-IO-RECORD TO PERSONA-CLASS-KEY-RECORD
           IF PCK-CLASS NOT EQUAL WS-FLT-CLASS
               OR PCK-STATUS NOT EQUAL 'A'
               SET WS-EOF TO TRUE
               GO TO 1150-EXIT
           END-IF

           MOVE PCK-PERSONA-ID TO PM-IO-KEY
           READ PERSONA-MASTER-FILE
           IF NOT WS-PERSMSTR-OK
               DISPLAY 'ARR01EXT - CLASS KEY ' PCK-CLASS ' PERSONA '
                   PCK-PERSONA-ID ' HAS NO MASTER ROW - STATUS '
                   WS-PERSMSTR-STATUS
               GO TO 1150-READ-BY-CLASS-KEY
           END-IF
           ADD 1 TO WS-RECORDS-READ.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-EXTRACT-ONE-ROW - APPLY THE SELECTION TO THE CURRENT
      * MASTER ROW, PACK IT INTO THE EXTRACT RECORD UNDER BUILD WHEN
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE PERSONA-MASTER-FILE
           CLOSE DP01-OUTPUT-FILE
           IF WS-CLASS-KEY-PATH
               CLOSE CLASS-KEY-FILE
           END-IF.
       9000-EXIT.
           EXIT.
