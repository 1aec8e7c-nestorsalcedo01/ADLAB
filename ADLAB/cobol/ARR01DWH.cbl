      *                   ADD -> A, CHANGE -> C, DELETE/MERGEDROP -> D,
      *                   PURGE -> P. MQ AND CONTROL-ROW ENTRIES ARE
      *                   NOT MASTER CONTENT AND ARE SKIPPED.
      *   FULL ,XX        THE FULL EXTRACT OF CLASS XX ONLY, READ
      *                   THROUGH THE CLASS-KEY FILE (PERSCKEY, SEE
      *                   EC01PCK) - EVERY STATUS, ACTIVE ROWS FIRST -
      *                   INSTEAD OF THE WHOLE MASTER. WHEN PERSCKEY
      *                   IS MISSING OR WAS NEVER BUILT THE RUN SAYS
      *                   SO AND SCANS THE MASTER FOR THE CLASS.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *                   FIELDS WIDENED TO TAKE THE 30-BYTE ADDRESS
      *                   LINES THROUGH THE SAME DOUBLED-DELIMITER
      *                   CONVENTION AS THE NAMES.
      *  2026-10-15  RSM  THE MASTER FD WIDENED TO 110 BYTES FOR THE
      *                   APPENDED FIELD-SOURCE OWNERS (SEE EC01PMR).
      *  2026-10-15  RSM  A FULL EXTRACT MAY NAME ONE CLASS, READ
      *                   THROUGH THE NEW CLASS-KEY FILE (PERSCKEY).
      *  2026-10-15  RSM  THE DELTA READS THE JOURNAL THROUGH ARR01AGR
      *                   SO A CUTOFF BEFORE THE LAST ROLLOVER STILL
      *                   SEES THE ENTRIES NOW IN A ROLLED GENERATION.
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

           SELECT PERSONA-ADDRESS-FILE ASSIGN TO PERSADDR
               ORGANIZATION IS INDEXED
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

       FD  PERSONA-ADDRESS-FILE
           RECORD CONTAINS 120 CHARACTERS.
           05  WS-PERSMSTR-STATUS      PIC X(02).
               88  WS-PERSMSTR-OK      VALUE '00'.
               88  WS-PERSMSTR-EOF     VALUE '10'.
           05  WS-DWHOUT-STATUS        PIC X(02).
           05  WS-PERSCKEY-STATUS      PIC X(02).
               88  WS-PERSCKEY-OK      VALUE '00'.
           05  WS-PATH-SW              PIC X(01) VALUE 'S'.
               88  WS-CLASS-KEY-PATH   VALUE 'K'.
               88  WS-MASTER-SCAN-PATH VALUE 'S'.
           05  WS-DWH-CLASS            PIC X(02) VALUE SPACES.
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.

           COPY EC01PMR.
           COPY EC01PADR.
           COPY EC01PCK.
           COPY EC01AUDT.
           COPY EC01AGRP.

       LINKAGE SECTION.
      *----------------------------------------------------------------
      * WS-PARM-AREA - COLS 1-5 THE MODE ('FULL ' OR 'DELTA'), COL 6
      * FILLER, COLS 7-20 THE DELTA CUTOFF TIMESTAMP (YYYYMMDDHHMMSS,
      * EXCLUSIVE) - OR, FOR A FULL EXTRACT, COLS 7-8 AN OPTIONAL
      * CLASS. NO PARM RUNS A FULL EXTRACT OF EVERY CLASS.
      *----------------------------------------------------------------
       01  WS-PARM-AREA.
           05  WS-PARM-LENGTH          PIC S9(4) COMP.
           05  WS-PARM-MODE            PIC X(05).
           05  FILLER                  PIC X(01).
           05  WS-PARM-CUTOFF          PIC X(14).
           05  WS-PARM-CLASS REDEFINES WS-PARM-CUTOFF
                                       PIC X(02).

       PROCEDURE DIVISION USING WS-PARM-AREA.

           END-IF

           IF WS-FULL-MODE
               IF WS-PARM-LENGTH GREATER THAN 6
                   MOVE WS-PARM-CLASS TO WS-DWH-CLASS
               END-IF
               OPEN INPUT PERSONA-MASTER-FILE
               IF WS-DWH-CLASS NOT EQUAL SPACES
                   PERFORM 1050-OPEN-CLASS-KEYS THRU 1050-EXIT
               END-IF
               SET WS-ADDR-OFF TO TRUE
               OPEN INPUT PERSONA-ADDRESS-FILE
               IF WS-PERSADDR-OK
                       'ADDRESS COLUMNS LEFT BLANK'
               END-IF
           ELSE
               SET AGR-OPEN TO TRUE
               SET AGR-INPUT-MODE TO TRUE
               MOVE 'ARR01DWH' TO AGR-PROGRAM
               MOVE WS-CUTOFF-TIMESTAMP(1:8) TO AGR-FROM-DATE
               MOVE SPACES TO AGR-TO-DATE
               CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           END-IF
           OPEN OUTPUT WAREHOUSE-FILE

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
               DISPLAY 'ARR01DWH - PERSCKEY NOT AVAILABLE - STATUS '
                   WS-PERSCKEY-STATUS ' - SCANNING THE MASTER'
               GO TO 1050-EXIT
           END-IF

           MOVE SPACES TO PCK-CTL-RECORD
           MOVE ZEROS TO PCK-CTL-ID
           MOVE PCK-CTL-KEY TO PCK-IO-KEY
           READ CLASS-KEY-FILE
           IF NOT WS-PERSCKEY-OK
               DISPLAY 'ARR01DWH - PERSCKEY HAS NO BUILD CONTROL ROW '
                   '- SCANNING THE MASTER'
               CLOSE CLASS-KEY-FILE
               GO TO 1050-EXIT
           END-IF

           SET WS-CLASS-KEY-PATH TO TRUE
           MOVE SPACES TO PERSONA-CLASS-KEY-RECORD
           MOVE WS-DWH-CLASS TO PCK-CLASS
           MOVE ZEROS TO PCK-PERSONA-ID
           MOVE PCK-KEY TO PCK-IO-KEY
           START CLASS-KEY-FILE KEY IS NOT LESS THAN PCK-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-FULL-EXTRACT - ONE LINE PER MASTER ROW, ACTION F, THE
      * CONTROL ROW EXCLUDED.
           EXIT.

       2100-EXTRACT-ONE-ROW.
           IF WS-CLASS-KEY-PATH
               PERFORM 2050-READ-BY-CLASS-KEY THRU 2050-EXIT
               IF WS-EOF
                   GO TO 2100-EXIT
               END-IF
           ELSE
               READ PERSONA-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                       GO TO 2100-EXIT
               END-READ
           END-IF

           ADD 1 TO WS-RECORDS-READ
           MOVE PERSONA-MASTER-IO-RECORD TO PERSONA-MASTER-RECORD
           IF PM-PERSONA-ID EQUAL ZEROS
               GO TO 2100-EXIT
           END-IF
           IF WS-DWH-CLASS NOT EQUAL SPACES
               AND PM-CLASS NOT EQUAL WS-DWH-CLASS
               GO TO 2100-EXIT
           END-IF

           MOVE 'F' TO WS-OUT-ACTION
           MOVE PM-PERSONA-ID TO WS-OUT-PERSONA-ID
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-READ-BY-CLASS-KEY - NEXT KEY OF THE CLASS (ANY STATUS),
      * THEN ITS MASTER ROW BY ID. THE CLASS IS DONE AT THE FIRST KEY
      * OF ANOTHER CLASS. A KEY WHOSE MASTER ROW IS GONE IS REPORTED
      * AND PASSED OVER - ARR01CHK WILL FIND IT.
      *----------------------------------------------------------------
       2050-READ-BY-CLASS-KEY.
           READ CLASS-KEY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2050-EXIT
           END-READ
           MOVE CLASS-KEY-IO-RECORD TO PERSONA-CLASS-KEY-RECORD
           IF PCK-CLASS NOT EQUAL WS-DWH-CLASS
               SET WS-EOF TO TRUE
               GO TO 2050-EXIT
           END-IF

           MOVE PCK-PERSONA-ID TO PM-IO-KEY
           READ PERSONA-MASTER-FILE
           IF NOT WS-PERSMSTR-OK
               DISPLAY 'ARR01DWH - CLASS KEY ' PCK-CLASS ' PERSONA '
                   PCK-PERSONA-ID ' HAS NO MASTER ROW - STATUS '
                   WS-PERSMSTR-STATUS
               GO TO 2050-READ-BY-CLASS-KEY
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-ESCAPE-DELIMITER - COPY WS-ESC-IN TO WS-ESC-OUT WITH
      * EVERY EMBEDDED DELIMITER DOUBLED AND TRAILING BLANKS DROPPED,
      *----------------------------------------------------------------
      * 3000-DELTA-EXTRACT - ONE LINE PER QUALIFYING JOURNAL ENTRY
      * SINCE THE CUTOFF, WITH THE ACTION CODE MAPPED FROM THE
      * JOURNAL FUNCTION. ANY ROLLED GENERATION THAT REACHES PAST THE
      * CUTOFF IS READ BEFORE THE CURRENT JOURNAL.
      *----------------------------------------------------------------
       3000-DELTA-EXTRACT.
           PERFORM 3100-EXTRACT-ONE-ENTRY THRU 3100-EXIT
           EXIT.

       3100-EXTRACT-ONE-ENTRY.
           SET AGR-READ TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           IF NOT AGR-OK
               SET WS-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF
           MOVE AGR-RECORD TO AUDIT-RECORD

           ADD 1 TO WS-RECORDS-READ
           IF WS-CUTOFF-TIMESTAMP NOT EQUAL SPACES
       9000-TERMINATE.
           IF WS-FULL-MODE
               CLOSE PERSONA-MASTER-FILE
               IF WS-CLASS-KEY-PATH
                   CLOSE CLASS-KEY-FILE
               END-IF
               IF WS-ADDR-ON
                   CLOSE PERSONA-ADDRESS-FILE
               END-IF
           ELSE
               SET AGR-CLOSE TO TRUE
               CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           END-IF
           CLOSE WAREHOUSE-FILE.
       9000-EXIT.
