       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01NKB BUILDS (OR REBUILDS) THE PERSONA NAME-KEY FILE
      * (PERSNKEY, SEE EC01PNK), THE PERSONA DOC-KEY FILE (PERSDKEY,
      * SEE EC01PDK) AND THE CLASS-KEY FILE (PERSCKEY, SEE EC01PCK)
      * FROM THE PERSONA MASTER. THE MASTER IS
      * READ SEQUENTIALLY AND ONE NAME-KEY ROW IS WRITTEN PER REAL
      * PERSONA ROW (THE 0000000000 CONTROL RECORD IS SKIPPED). RUN
      * THIS ONCE AT CUTOVER SO PERSONAS LOADED BEFORE THE NAME-KEY
      *                   IS REPORTED THE SAME WAY A DUPLICATE NAME
      *                   IS - IT SHOULD NOT EXIST, THE DOC NUMBER IS
      *                   THE IDENTITY KEY.
      *  2026-10-15  RSM  THE MASTER FD WIDENED TO 110 BYTES FOR THE
      *                   APPENDED FIELD-SOURCE OWNERS (SEE EC01PMR).
      *  2026-10-15  RSM  ALSO REBUILD THE NEW CLASS-KEY FILE (PERSCKEY,
      *                   SEE EC01PCK) IN THE SAME PASS - ONE ROW PER
      *                   REAL MASTER ROW, INACTIVE ROWS INCLUDED (THE
      *                   KEY CARRIES THE STATUS), THEN THE BUILD
      *                   CONTROL ROW LAST, SO A BUILD THAT DID NOT
      *                   FINISH IS NEVER TRUSTED BY THE CLASS-SCOPED
      *                   READERS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS PDK-IO-KEY
               FILE STATUS IS WS-PERSDKEY-STATUS.

           SELECT CLASS-KEY-FILE ASSIGN TO PERSCKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCK-IO-KEY
               FILE STATUS IS WS-PERSCKEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  PERSONA-NAME-KEY-FILE
           RECORD CONTAINS 50 CHARACTERS.
           05  PDK-IO-KEY              PIC X(15).
           05  PDK-IO-DATA             PIC X(10).

       FD  CLASS-KEY-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  CLASS-KEY-IO-RECORD.
           05  PCK-IO-KEY              PIC X(13).
           05  PCK-IO-DATA             PIC X(17).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PERSMSTR-STATUS      PIC X(02).
           05  WS-PERSDKEY-STATUS      PIC X(02).
               88  WS-PERSDKEY-OK      VALUE '00'.
               88  WS-PERSDKEY-DUPKEY  VALUE '22'.
           05  WS-PERSCKEY-STATUS      PIC X(02).
               88  WS-PERSCKEY-OK      VALUE '00'.
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-INACTIVE-SKIPPED     PIC 9(07) VALUE 0.
           05  WS-DOC-KEYS-WRITTEN     PIC 9(07) VALUE 0.
           05  WS-DOC-DUPS-SKIPPED     PIC 9(07) VALUE 0.
           05  WS-CLASS-KEYS-WRITTEN   PIC 9(09) VALUE 0.
           05  WS-CLASS-KEYS-FAILED    PIC 9(07) VALUE 0.

       01  WS-CONTROL-TOTALS.
           05  FILLER                  PIC X(20) VALUE
           05  FILLER                  PIC X(20) VALUE
               ' DUP DOCS SKIPPED  '.
           05  WS-TOT-DOC-DUPS         PIC ZZZZZZ9.
           05  FILLER                  PIC X(16) VALUE
               ' CLASS KEYS  '.
           05  WS-TOT-CLASS-KEYS       PIC ZZZZZZZZ9.

           COPY EC01PMR.
           COPY EC01PNK.
           COPY EC01PDK.
           COPY EC01PCK.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-BUILD-ONE-KEY THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 2900-WRITE-CLASS-CONTROL THRU 2900-EXIT
           PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.
           OPEN INPUT PERSONA-MASTER-FILE
           OPEN OUTPUT PERSONA-NAME-KEY-FILE
           OPEN OUTPUT PERSONA-DOC-KEY-FILE
           OPEN OUTPUT CLASS-KEY-FILE
           PERFORM 1100-READ-MASTER THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
      * ON THE MASTER - WHICH IS COUNTED AND REPORTED, NOT FATAL.
      *----------------------------------------------------------------
       2000-BUILD-ONE-KEY.
      *    EVERY REAL ROW GETS ITS CLASS KEY, WHATEVER ITS STATUS.
           IF PM-IO-KEY NOT EQUAL ZEROS
               PERFORM 2600-BUILD-CLASS-KEY THRU 2600-EXIT
           END-IF

           IF PM-IO-KEY NOT EQUAL ZEROS
               AND PM-IO-DATA(59:1) EQUAL 'I'
               ADD 1 TO WS-INACTIVE-SKIPPED
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-BUILD-CLASS-KEY - WRITE THE CLASS-KEY ROW FOR THE CURRENT
      * MASTER ROW: PM-CLASS (PM-IO-DATA POSITION 41), PM-STATUS
      * (POSITION 59, BLANK KEYED AS ACTIVE) AND THE PERSONA ID. THE
      * ID MAKES THE KEY UNIQUE, SO ANY FAILURE IS A REAL ONE.
      *----------------------------------------------------------------
       2600-BUILD-CLASS-KEY.
           MOVE SPACES TO PERSONA-CLASS-KEY-RECORD
           MOVE PM-IO-DATA(41:2) TO PCK-CLASS
           MOVE PM-IO-DATA(59:1) TO PCK-STATUS
           IF PCK-STATUS EQUAL SPACE
               MOVE 'A' TO PCK-STATUS
           END-IF
           MOVE PM-IO-KEY TO PCK-PERSONA-ID
           MOVE PERSONA-CLASS-KEY-RECORD TO CLASS-KEY-IO-RECORD
           WRITE CLASS-KEY-IO-RECORD
           IF WS-PERSCKEY-OK
               ADD 1 TO WS-CLASS-KEYS-WRITTEN
           ELSE
               ADD 1 TO WS-CLASS-KEYS-FAILED
               DISPLAY 'ARR01NKB - CLASS KEY WRITE FAILED - '
                   'STATUS ' WS-PERSCKEY-STATUS ' PERSONA '
                   PM-IO-KEY
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-WRITE-CLASS-CONTROL - WRITE THE CLASS-KEY BUILD CONTROL
      * ROW ONCE THE PASS IS COMPLETE. IT IS LEFT OFF WHEN ANY CLASS
      * KEY FAILED - THE READERS THEN SCAN THE MASTER RATHER THAN
      * TRUST A FILE WITH HOLES IN IT.
      *----------------------------------------------------------------
       2900-WRITE-CLASS-CONTROL.
           IF WS-CLASS-KEYS-FAILED GREATER THAN ZERO
               DISPLAY 'ARR01NKB - ' WS-CLASS-KEYS-FAILED ' CLASS '
                   'KEYS FAILED - CONTROL ROW NOT WRITTEN, THE CLASS-'
                   'SCOPED JOBS WILL SCAN THE MASTER'
               MOVE 4 TO RETURN-CODE
               GO TO 2900-EXIT
           END-IF

           MOVE SPACES TO PCK-CTL-RECORD
           MOVE SPACES TO PCK-CTL-CLASS
           MOVE SPACE TO PCK-CTL-STATUS
           MOVE ZEROS TO PCK-CTL-ID
           ACCEPT PCK-CTL-BUILT-DATE FROM DATE YYYYMMDD
           MOVE WS-CLASS-KEYS-WRITTEN TO PCK-CTL-BUILT-COUNT
           MOVE PCK-CTL-RECORD TO CLASS-KEY-IO-RECORD
           WRITE CLASS-KEY-IO-RECORD
           IF NOT WS-PERSCKEY-OK
               DISPLAY 'ARR01NKB - CLASS KEY CONTROL ROW WRITE FAILED '
                   '- STATUS ' WS-PERSCKEY-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS - REPORT WHAT THE BUILD ACTUALLY DID.
      *----------------------------------------------------------------
           MOVE WS-INACTIVE-SKIPPED TO WS-TOT-INACTIVE
           MOVE WS-DOC-KEYS-WRITTEN TO WS-TOT-DOC-KEYS
           MOVE WS-DOC-DUPS-SKIPPED TO WS-TOT-DOC-DUPS
           MOVE WS-CLASS-KEYS-WRITTEN TO WS-TOT-CLASS-KEYS
           DISPLAY WS-CONTROL-TOTALS.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PERSONA-MASTER-FILE
           CLOSE PERSONA-NAME-KEY-FILE
           CLOSE PERSONA-DOC-KEY-FILE
           CLOSE CLASS-KEY-FILE.
       9000-EXIT.
           EXIT.
