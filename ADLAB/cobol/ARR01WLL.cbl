       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01WLL.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01WLL LOADS THE COMPLIANCE WATCH LIST (WATCHLST, SEE
      * EC01WLST) FROM THE EXTRACT COMPLIANCE DELIVERS (WLIN, SEE
      * EC01WLIN). THE EXTRACT IS THE WHOLE LIST, NOT A DELTA, SO THE
      * LOAD REPLACES WHAT IS THERE - BUT ONLY ONCE THE EXTRACT HAS
      * BEEN PROVEN COMPLETE: THE HDR/TRL CONTROLS ARE MANDATORY AND
      * ARE CHECKED BEFORE A SINGLE ROW IS TOUCHED, AND AN EXTRACT
      * WITH NO ENTRIES IS REFUSED RATHER THAN EMPTYING THE LIST. A
      * REFUSED RUN LEAVES YESTERDAY'S LIST IN PLACE AND ENDS WITH
      * RETURN CODE 8.
      *
      * EACH ENTRY'S NAME AND APELLIDO ARE NORMALIZED THROUGH ARR01NRM
      * (THE SAME RULE THE SCREEN APPLIES TO THE PERSONA) AND WRITTEN
      * AS A NAME ROW; AN ENTRY CARRYING A DOC NUMBER ALSO GETS A DOC
      * ROW. TWO ENTRIES NORMALIZING TO THE SAME NAME KEEP THE FIRST
      * NAME ROW, AND A DOC-LESS ENTRY WIDENS IT TO MATCH EVERY
      * PERSONA OF THAT NAME. A DOC NUMBER LISTED TWICE KEEPS THE
      * FIRST ENTRY. THE LOAD IS JOURNALED TO AUDTLOG AS WLLOAD.
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
           SELECT WATCH-LIST-INPUT-FILE ASSIGN TO WLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WLIN-STATUS.

           SELECT WATCH-LIST-FILE ASSIGN TO WATCHLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-IO-KEY
               FILE STATUS IS WS-WATCHLST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-INPUT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  WATCH-LIST-INPUT-RAW        PIC X(120).

       FD  WATCH-LIST-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  WATCH-LIST-IO-RECORD.
           05  WL-IO-KEY               PIC X(41).
           05  WL-IO-DATA              PIC X(139).

       FD  AUDIT-FILE
           RECORD CONTAINS 202 CHARACTERS.
           COPY EC01AUDT.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-WLIN-STATUS          PIC X(02).
               88  WS-WLIN-OK          VALUE '00'.
           05  WS-WATCHLST-STATUS      PIC X(02).
               88  WS-WATCHLST-OK      VALUE '00'.
               88  WS-WATCHLST-DUPKEY  VALUE '22'.
               88  WS-WATCHLST-NOTFND  VALUE '23'.
               88  WS-WATCHLST-EOF     VALUE '10'.
           05  WS-AUDTLOG-STATUS       PIC X(02).
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-CLEAR-EOF-SW         PIC X(01).
               88  WS-CLEAR-EOF        VALUE 'Y'.
               88  WS-CLEAR-NOT-EOF    VALUE 'N'.
           05  WS-ABORT-SW             PIC X(01).
               88  WS-ABORT            VALUE 'Y'.
               88  WS-NOT-ABORT        VALUE 'N'.
           05  WS-BUSINESS-DATE        PIC X(08).
           05  WS-NRM-NAME             PIC X(20).
           05  WS-NRM-APELLIDO         PIC X(20).
           05  WS-ENTRIES-READ         PIC 9(07) VALUE 0.
           05  WS-ROWS-CLEARED         PIC 9(07) VALUE 0.
           05  WS-NAME-ROWS            PIC 9(07) VALUE 0.
           05  WS-NAME-WIDENED         PIC 9(07) VALUE 0.
           05  WS-NAME-SHARED          PIC 9(07) VALUE 0.
           05  WS-DOC-ROWS             PIC 9(07) VALUE 0.
           05  WS-DOC-DUPS             PIC 9(07) VALUE 0.
           05  WS-ENTRIES-SKIPPED      PIC 9(07) VALUE 0.
           05  WS-WRITE-ERRORS         PIC 9(07) VALUE 0.

      *    CONTROL PRE-SCAN - THE TRAILER COUNT IS THE NUMBER OF LIST
      *    ENTRIES AND THE HASH THE NUMBER CARRYING A DOC NUMBER.
       01  WS-SCAN-AREAS.
           05  WS-CONTROLS-SW          PIC X(01).
               88  WS-CONTROLS-GOOD    VALUE 'G'.
               88  WS-CONTROLS-BAD     VALUE 'B'.
           05  WS-TRAILER-SW           PIC X(01).
               88  WS-TRAILER-FOUND    VALUE 'Y'.
               88  WS-TRAILER-NOT-FOUND VALUE 'N'.
           05  WS-SCAN-EOF-SW          PIC X(01).
               88  WS-SCAN-EOF         VALUE 'Y'.
               88  WS-SCAN-NOT-EOF     VALUE 'N'.
           05  WS-SCAN-COUNT           PIC 9(07) VALUE 0.
           05  WS-SCAN-HASH            PIC 9(09) VALUE 0.

       01  WS-CONTROL-TOTALS.
           05  FILLER                  PIC X(20) VALUE
               'ARR01WLL ENTRIES    '.
           05  WS-TOT-READ             PIC ZZZZZZ9.
           05  FILLER                  PIC X(16) VALUE
               ' ROWS CLEARED  '.
           05  WS-TOT-CLEARED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' NAME ROWS  '.
           05  WS-TOT-NAME-ROWS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' WIDENED  '.
           05  WS-TOT-WIDENED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' DOC ROWS  '.
           05  WS-TOT-DOC-ROWS         PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' DUP DOCS  '.
           05  WS-TOT-DOC-DUPS         PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' SKIPPED  '.
           05  WS-TOT-SKIPPED          PIC ZZZZZZ9.

           COPY EC01WLIN.
           COPY EC01WLST.
           COPY EC01FCTL.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-NOT-ABORT
               PERFORM 2000-CLEAR-OLD-LIST THRU 2000-EXIT
               PERFORM 1100-READ-INPUT THRU 1100-EXIT
               PERFORM 3000-LOAD-ONE-ENTRY THRU 3000-EXIT
                   UNTIL WS-EOF
               PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
               PERFORM 8500-JOURNAL-LOAD THRU 8500-EXIT
               IF WS-WRITE-ERRORS GREATER THAN ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'ARR01WLL - LIST NOT REPLACED - THE CURRENT '
                   'WATCH LIST STAYS IN FORCE'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - TAKE THE BUSINESS DATE, PROVE THE EXTRACT
      * COMPLETE, THEN OPEN THE LIST (CREATED ON FIRST USE). NOTHING
      * ON THE LIST IS TOUCHED UNTIL THE CONTROLS HAVE PASSED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           SET WS-NOT-EOF TO TRUE
           SET WS-NOT-ABORT TO TRUE
           CALL 'ARR01PDQ' USING WS-BUSINESS-DATE

           OPEN INPUT WATCH-LIST-INPUT-FILE
           IF NOT WS-WLIN-OK
               DISPLAY 'ARR01WLL - WLIN OPEN FAILED - STATUS '
                   WS-WLIN-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1500-VALIDATE-FEED-CONTROLS THRU 1500-EXIT
           IF WS-CONTROLS-BAD
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O WATCH-LIST-FILE
           IF NOT WS-WATCHLST-OK
               OPEN OUTPUT WATCH-LIST-FILE
               CLOSE WATCH-LIST-FILE
               OPEN I-O WATCH-LIST-FILE
           END-IF
           IF NOT WS-WATCHLST-OK
               DISPLAY 'ARR01WLL - WATCHLST OPEN FAILED - STATUS '
                   WS-WATCHLST-STATUS
               SET WS-ABORT TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-READ-INPUT - READ THE NEXT LIST ENTRY, SKIPPING THE
      * HEADER AND TRAILER THE PRE-SCAN HAS ALREADY VERIFIED.
      *----------------------------------------------------------------
       1100-READ-INPUT.
           READ WATCH-LIST-INPUT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ

           IF WATCH-LIST-INPUT-RAW(1:3) EQUAL 'HDR'
               OR WATCH-LIST-INPUT-RAW(1:3) EQUAL 'TRL'
               GO TO 1100-READ-INPUT
           END-IF

           MOVE WATCH-LIST-INPUT-RAW TO WATCH-LIST-INPUT-RECORD
           ADD 1 TO WS-ENTRIES-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-VALIDATE-FEED-CONTROLS - PROVE THE EXTRACT COMPLETE, THE
      * SAME PRE-SCAN ARR01LDR USES, EXCEPT THAT HERE THE CONTROLS
      * ARE MANDATORY: A MISSING HEADER, A MISSING TRAILER, A COUNT
      * OR HASH MISMATCH OR AN EMPTY LIST ALL REFUSE THE LOAD. A
      * TRUNCATED LIST WOULD QUIETLY UNLIST EVERYONE PAST THE CUT.
      *----------------------------------------------------------------
       1500-VALIDATE-FEED-CONTROLS.
           SET WS-CONTROLS-GOOD TO TRUE
           SET WS-TRAILER-NOT-FOUND TO TRUE
           SET WS-SCAN-NOT-EOF TO TRUE
           MOVE ZEROS TO WS-SCAN-COUNT
           MOVE ZEROS TO WS-SCAN-HASH

           READ WATCH-LIST-INPUT-FILE
               AT END
                   SET WS-CONTROLS-BAD TO TRUE
                   DISPLAY 'ARR01WLL - EXTRACT IS EMPTY - NOTHING '
                       'LOADED'
                   GO TO 1500-REOPEN
           END-READ
           IF WATCH-LIST-INPUT-RAW(1:3) NOT EQUAL 'HDR'
               SET WS-CONTROLS-BAD TO TRUE
               DISPLAY 'ARR01WLL - EXTRACT CARRIES NO HEADER/TRAILER '
                   'CONTROLS - NOTHING LOADED'
               GO TO 1500-REOPEN
           END-IF

           MOVE WATCH-LIST-INPUT-RAW(1:19) TO FEED-HEADER-RECORD
           DISPLAY 'ARR01WLL - LIST FROM ' FH-SOURCE
               ' BUSINESS DATE ' FH-BUSINESS-DATE

           PERFORM 1550-SCAN-ONE-RECORD THRU 1550-EXIT
               UNTIL WS-SCAN-EOF

           IF WS-TRAILER-NOT-FOUND
               SET WS-CONTROLS-BAD TO TRUE
               DISPLAY 'ARR01WLL - EXTRACT HAS A HEADER BUT NO '
                   'TRAILER - FILE MAY BE TRUNCATED - NOTHING LOADED'
               GO TO 1500-REOPEN
           END-IF
           IF FT-RECORD-COUNT NOT EQUAL WS-SCAN-COUNT
               OR FT-HASH-TOTAL NOT EQUAL WS-SCAN-HASH
               SET WS-CONTROLS-BAD TO TRUE
               DISPLAY 'ARR01WLL - CONTROL MISMATCH - TRAILER '
                   'COUNT ' FT-RECORD-COUNT ' HASH ' FT-HASH-TOTAL
                   ' BUT DELIVERED COUNT ' WS-SCAN-COUNT
                   ' HASH ' WS-SCAN-HASH ' - NOTHING LOADED'
               GO TO 1500-REOPEN
           END-IF
           IF WS-SCAN-COUNT EQUAL ZERO
               SET WS-CONTROLS-BAD TO TRUE
               DISPLAY 'ARR01WLL - EXTRACT CARRIES NO ENTRIES - AN '
                   'EMPTY LIST IS NOT LOADED'
           END-IF.
       1500-REOPEN.
           CLOSE WATCH-LIST-INPUT-FILE
           OPEN INPUT WATCH-LIST-INPUT-FILE.
       1500-EXIT.
           EXIT.

       1550-SCAN-ONE-RECORD.
           READ WATCH-LIST-INPUT-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 1550-EXIT
           END-READ

           EVALUATE TRUE
               WHEN WATCH-LIST-INPUT-RAW(1:3) EQUAL 'TRL'
                   MOVE WATCH-LIST-INPUT-RAW(1:19)
                       TO FEED-TRAILER-RECORD
                   SET WS-TRAILER-FOUND TO TRUE
               WHEN WATCH-LIST-INPUT-RAW(1:3) EQUAL 'HDR'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-SCAN-COUNT
                   MOVE WATCH-LIST-INPUT-RAW TO WATCH-LIST-INPUT-RECORD
                   IF WI-DOC-NUMBER NOT EQUAL SPACES
                       ADD 1 TO WS-SCAN-HASH
                   END-IF
           END-EVALUATE.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CLEAR-OLD-LIST - THE CONTROLS HAVE PASSED, SO DELETE
      * EVERY ROW OF THE OUTGOING LIST. THE CLUSTER ITSELF IS KEPT -
      * THE INTAKE JOBS AND WLR1 NEVER SEE IT MISSING.
      *----------------------------------------------------------------
       2000-CLEAR-OLD-LIST.
           SET WS-CLEAR-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO WL-IO-KEY
           START WATCH-LIST-FILE KEY IS NOT LESS THAN WL-IO-KEY
           IF NOT WS-WATCHLST-OK
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-CLEAR-ONE-ROW THRU 2100-EXIT
               UNTIL WS-CLEAR-EOF.
       2000-EXIT.
           EXIT.

       2100-CLEAR-ONE-ROW.
           READ WATCH-LIST-FILE NEXT RECORD
               AT END
                   SET WS-CLEAR-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT WS-WATCHLST-OK
               SET WS-CLEAR-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF

           DELETE WATCH-LIST-FILE RECORD
           IF WS-WATCHLST-OK
               ADD 1 TO WS-ROWS-CLEARED
           ELSE
               DISPLAY 'ARR01WLL - DELETE FAILED - STATUS '
                   WS-WATCHLST-STATUS ' KEY ' WL-IO-KEY
               ADD 1 TO WS-WRITE-ERRORS
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-LOAD-ONE-ENTRY - NORMALIZE THE ENTRY'S NAME AND WRITE ITS
      * NAME ROW, THEN ITS DOC ROW, AND READ THE NEXT ENTRY. AN ENTRY
      * WITH NEITHER A NAME NOR A DOC NUMBER CAN MATCH NOTHING AND IS
      * SKIPPED.
      *----------------------------------------------------------------
       3000-LOAD-ONE-ENTRY.
           IF WI-NAME EQUAL SPACES
               AND WI-APELLIDO EQUAL SPACES
               AND WI-DOC-NUMBER EQUAL SPACES
               ADD 1 TO WS-ENTRIES-SKIPPED
               DISPLAY 'ARR01WLL - ENTRY ' WI-ENTRY-ID
                   ' CARRIES NO NAME OR DOC NUMBER - SKIPPED'
               GO TO 3000-READ-NEXT
           END-IF

           MOVE SPACES TO WATCH-LIST-RECORD
           MOVE WI-ENTRY-ID TO WL-ENTRY-ID
           MOVE WI-LIST-NAME TO WL-LIST-NAME
           MOVE WI-NAME TO WL-NAME
           MOVE WI-APELLIDO TO WL-APELLIDO
           MOVE WI-DOC-NUMBER TO WL-DOC-NUMBER
           MOVE WI-REASON TO WL-REASON
           MOVE WI-LISTED-DATE TO WL-LISTED-DATE
           MOVE WS-BUSINESS-DATE TO WL-LOAD-DATE

           IF WI-NAME NOT EQUAL SPACES
               OR WI-APELLIDO NOT EQUAL SPACES
               PERFORM 3100-WRITE-NAME-ROW THRU 3100-EXIT
           END-IF
           IF WI-DOC-NUMBER NOT EQUAL SPACES
               PERFORM 3200-WRITE-DOC-ROW THRU 3200-EXIT
           END-IF.
       3000-READ-NEXT.
           PERFORM 1100-READ-INPUT THRU 1100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-WRITE-NAME-ROW - KEY THE ROW BY THE NORMALIZED APELLIDO
      * AND NAME. WHEN AN EARLIER ENTRY ALREADY HOLDS THE KEY, A DOC-
      * LESS ENTRY WIDENS THE ROW BY BLANKING ITS DOC NUMBER; OTHER-
      * WISE THE EARLIER ROW STANDS AND THIS ENTRY'S DOC ROW CATCHES
      * ITS OWN DOCUMENT.
      *----------------------------------------------------------------
       3100-WRITE-NAME-ROW.
           MOVE WI-NAME TO WS-NRM-NAME
           MOVE WI-APELLIDO TO WS-NRM-APELLIDO
           CALL 'ARR01NRM' USING WS-NRM-NAME
           CALL 'ARR01NRM' USING WS-NRM-APELLIDO

           SET WL-NAME-ROW TO TRUE
           MOVE WS-NRM-APELLIDO TO WL-KEY-APELLIDO
           MOVE WS-NRM-NAME TO WL-KEY-NAME
           MOVE WATCH-LIST-RECORD TO WATCH-LIST-IO-RECORD
           WRITE WATCH-LIST-IO-RECORD
           IF WS-WATCHLST-OK
               ADD 1 TO WS-NAME-ROWS
               GO TO 3100-EXIT
           END-IF
           IF NOT WS-WATCHLST-DUPKEY
               DISPLAY 'ARR01WLL - NAME ROW WRITE FAILED - STATUS '
                   WS-WATCHLST-STATUS ' ENTRY ' WI-ENTRY-ID
               ADD 1 TO WS-WRITE-ERRORS
               GO TO 3100-EXIT
           END-IF

           IF WI-DOC-NUMBER NOT EQUAL SPACES
               ADD 1 TO WS-NAME-SHARED
               GO TO 3100-EXIT
           END-IF

           READ WATCH-LIST-FILE
           IF NOT WS-WATCHLST-OK
               DISPLAY 'ARR01WLL - NAME ROW REREAD FAILED - STATUS '
                   WS-WATCHLST-STATUS ' ENTRY ' WI-ENTRY-ID
               ADD 1 TO WS-WRITE-ERRORS
               GO TO 3100-EXIT
           END-IF
           IF WL-IO-DATA(61:15) EQUAL SPACES
               ADD 1 TO WS-NAME-SHARED
               GO TO 3100-EXIT
           END-IF

           MOVE WATCH-LIST-RECORD TO WATCH-LIST-IO-RECORD
           REWRITE WATCH-LIST-IO-RECORD
           IF WS-WATCHLST-OK
               ADD 1 TO WS-NAME-WIDENED
           ELSE
               DISPLAY 'ARR01WLL - NAME ROW REWRITE FAILED - STATUS '
                   WS-WATCHLST-STATUS ' ENTRY ' WI-ENTRY-ID
               ADD 1 TO WS-WRITE-ERRORS
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-WRITE-DOC-ROW - KEY THE ROW BY THE DOC NUMBER. A DOC
      * NUMBER LISTED TWICE KEEPS THE FIRST ENTRY.
      *----------------------------------------------------------------
       3200-WRITE-DOC-ROW.
           SET WL-DOC-ROW TO TRUE
           MOVE SPACES TO WL-KEY-VALUE
           MOVE WI-DOC-NUMBER TO WL-KEY-DOC
           MOVE WATCH-LIST-RECORD TO WATCH-LIST-IO-RECORD
           WRITE WATCH-LIST-IO-RECORD
           EVALUATE TRUE
               WHEN WS-WATCHLST-OK
                   ADD 1 TO WS-DOC-ROWS
               WHEN WS-WATCHLST-DUPKEY
                   ADD 1 TO WS-DOC-DUPS
                   DISPLAY 'ARR01WLL - DOC NUMBER LISTED TWICE - '
                       'ENTRY ' WI-ENTRY-ID ' KEPT THE FIRST'
               WHEN OTHER
                   DISPLAY 'ARR01WLL - DOC ROW WRITE FAILED - STATUS '
                       WS-WATCHLST-STATUS ' ENTRY ' WI-ENTRY-ID
                   ADD 1 TO WS-WRITE-ERRORS
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS - REPORT WHAT THE LOAD ACTUALLY DID.
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           MOVE WS-ENTRIES-READ TO WS-TOT-READ
           MOVE WS-ROWS-CLEARED TO WS-TOT-CLEARED
           MOVE WS-NAME-ROWS TO WS-TOT-NAME-ROWS
           MOVE WS-NAME-WIDENED TO WS-TOT-WIDENED
           MOVE WS-DOC-ROWS TO WS-TOT-DOC-ROWS
           MOVE WS-DOC-DUPS TO WS-TOT-DOC-DUPS
           MOVE WS-ENTRIES-SKIPPED TO WS-TOT-SKIPPED
           DISPLAY WS-CONTROL-TOTALS
           IF WS-NAME-SHARED GREATER THAN ZERO
               DISPLAY 'ARR01WLL - ' WS-NAME-SHARED
                   ' ENTRIES SHARED A NAME ROW WITH AN EARLIER ENTRY'
           END-IF
           IF WS-WRITE-ERRORS GREATER THAN ZERO
               DISPLAY 'ARR01WLL - ' WS-WRITE-ERRORS
                   ' LIST ROWS FAILED - RERUN THE LOAD'
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8500-JOURNAL-LOAD - JOURNAL THE REPLACEMENT (WLLOAD) WITH THE
      * LIST'S SOURCE AND BUSINESS DATE FROM THE HEADER IN THE NAME
      * COLUMNS AND THE ENTRY COUNT IN THE INDEX.
      *----------------------------------------------------------------
       8500-JOURNAL-LOAD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDTLOG-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF

           MOVE SPACES TO AUDIT-RECORD
           MOVE SPACES TO AU-TIMESTAMP
           ACCEPT AU-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT AU-TIMESTAMP(9:8) FROM TIME
           MOVE 'ARR01WLL' TO AU-PROGRAM
           MOVE 'WLLOAD' TO AU-FUNCTION
           MOVE WS-ENTRIES-READ TO AU-INDEX
           MOVE FH-SOURCE TO AU-AFTER-NAME
           MOVE FH-BUSINESS-DATE TO AU-AFTER-APELLIDO
           MOVE WS-BUSINESS-DATE TO AU-AFTER-LOAD-DATE
           MOVE ZERO TO AU-MQ-COMP-CODE
           MOVE ZERO TO AU-MQ-REASON-CODE
           MOVE SPACES TO AU-USER-ID
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE WATCH-LIST-INPUT-FILE
           CLOSE WATCH-LIST-FILE.
       9000-EXIT.
           EXIT.
