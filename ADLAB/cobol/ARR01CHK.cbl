      * THE DERIVED VALUE AND JOURNALS THE CORRECTION (CTLFIX, OLD
      * AND NEW VALUES IN THE BEFORE/AFTER IMAGE COLUMNS); ANY OTHER
      * PARM ONLY REPORTS.
      *
      * IT ALSO PROVES THE CLASS-KEY FILE (PERSCKEY, SEE EC01PCK)
      * AGAINST THE MASTER IN BOTH DIRECTIONS: EVERY MASTER ROW MUST
      * HAVE ITS CLASS KEY, AND EVERY CLASS KEY MUST POINT AT A
      * MASTER ROW STILL CARRYING THAT CLASS AND STATUS. DRIFT IS
      * NOT REPAIRED HERE - THE FIX IS A REBUILD WITH ARR01NKB - BUT
      * IT ENDS THE RUN WITH RETURN CODE 4 SO THE SCHEDULER SEES IT.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-08-22  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  THE MASTER FD WIDENED TO 110 BYTES FOR THE
      *                   APPENDED FIELD-SOURCE OWNERS (SEE EC01PMR).
      *  2026-10-15  RSM  VERIFY THE NEW CLASS-KEY FILE (PERSCKEY)
      *                   AGAINST THE MASTER; RETURN CODE 4 ON DRIFT.
      *  2026-10-15  RSM  RAISE AN OPERATIONS ALERT (ARR01ALT, SEE
      *                   EC01ALTP) FOR EVERY CONTROL ROW FOUND
      *                   MISSING OR OUT OF STEP, AND FOR CLASS-KEY
      *                   DRIFT, SO THEY ARE WORKED ON ALR1 INSTEAD OF
      *                   WAITING FOR SOMEONE TO READ THE JOB LOG.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS CK2-IO-KEY
               FILE STATUS IS WS-CKPT2-STATUS.

           SELECT CLASS-KEY-FILE ASSIGN TO PERSCKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCK-IO-KEY
               FILE STATUS IS WS-PERSCKEY-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  LOAD-CKPT-FILE
           RECORD CONTAINS 58 CHARACTERS.
           05  CK2-IO-KEY              PIC 9(08).
           05  CK2-IO-DATA             PIC X(50).

       FD  CLASS-KEY-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  CLASS-KEY-IO-RECORD.
           05  PCK-IO-KEY              PIC X(13).
           05  PCK-IO-DATA             PIC X(17).

       FD  AUDIT-FILE
           RECORD CONTAINS 202 CHARACTERS.
           COPY EC01AUDT.
       01  WS-WORK-AREAS.
           05  WS-PERSMSTR-STATUS      PIC X(02).
               88  WS-PERSMSTR-OK      VALUE '00'.
           05  WS-PERSMSTR-OPEN-SW     PIC X(01) VALUE 'N'.
               88  WS-PERSMSTR-OPEN    VALUE 'Y'.
           05  WS-CKPT1-STATUS         PIC X(02).
               88  WS-CKPT1-OK         VALUE '00'.
           05  WS-CKPT2-STATUS         PIC X(02).
               88  WS-CKPT2-OK         VALUE '00'.
           05  WS-AUDTLOG-STATUS       PIC X(02).
           05  WS-PERSCKEY-STATUS      PIC X(02).
               88  WS-PERSCKEY-OK      VALUE '00'.
           05  WS-MODE-SW              PIC X(01).
               88  WS-REPAIR-MODE      VALUE 'R'.
               88  WS-REPORT-MODE      VALUE 'N'.
           05  WS-HIGH-RUN-ID          PIC 9(08).
           05  WS-MISMATCH-COUNT       PIC 9(03) VALUE 0.
           05  WS-REPAIR-COUNT         PIC 9(03) VALUE 0.
           05  WS-CKEY-STATUS          PIC X(01).
           05  WS-CKEY-ROWS-CHECKED    PIC 9(09) VALUE 0.
           05  WS-CKEY-KEYS-CHECKED    PIC 9(09) VALUE 0.
           05  WS-CKEY-MISSING         PIC 9(07) VALUE 0.
           05  WS-CKEY-ORPHANED        PIC 9(07) VALUE 0.
           05  WS-CKEY-STALE           PIC 9(07) VALUE 0.
           05  WS-ALERT-PTR            PIC S9(04) COMP.
           05  WS-SAVE-RC              PIC S9(04) COMP.

           COPY EC01PMR.
           COPY EC01CKPT.
           COPY EC01PCK.
           COPY EC01ALTP.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           PERFORM 2000-CHECK-MASTER THRU 2000-EXIT
           PERFORM 3000-CHECK-LOAD-CKPT THRU 3000-EXIT
           PERFORM 4000-CHECK-MQ-CKPT THRU 4000-EXIT
           PERFORM 5000-CHECK-CLASS-KEYS THRU 5000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

           END-IF

           OPEN I-O PERSONA-MASTER-FILE
           IF WS-PERSMSTR-OK
               SET WS-PERSMSTR-OPEN TO TRUE
           END-IF
           OPEN I-O LOAD-CKPT-FILE
           OPEN I-O MQ-CKPT-FILE
           OPEN INPUT CLASS-KEY-FILE

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDTLOG-STATUS NOT EQUAL '00'
           IF NOT WS-PERSMSTR-OK
               ADD 1 TO WS-MISMATCH-COUNT
               DISPLAY 'ARR01CHK - PERSMSTR HAS NO CONTROL ROW'
               SET ALT-SEV-CRITICAL TO TRUE
               MOVE SPACES TO ALT-TEXT
               MOVE 1 TO WS-ALERT-PTR
               STRING 'PERSMSTR HAS NO CONTROL ROW - NEXT '
                          DELIMITED BY SIZE
                      'ID CANNOT BE TAKEN' DELIMITED BY SIZE
                   INTO ALT-TEXT WITH POINTER WS-ALERT-PTR
               END-STRING
               PERFORM 8300-RAISE-MISMATCH-ALERT THRU 8300-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE PC-NEXT-PERSONA-ID TO WS-STORED-NEXT-ID
                   PERFORM 8100-JOURNAL-REPAIR THRU 8100-EXIT
                   DISPLAY 'ARR01CHK - PERSMSTR NEXT-ID REPAIRED'
               END-IF
               SET ALT-SEV-HIGH TO TRUE
               MOVE SPACES TO ALT-TEXT
               MOVE 1 TO WS-ALERT-PTR
               STRING 'PERSMSTR NEXT-ID STORED ' DELIMITED BY SIZE
                      WS-STORED-NEXT-ID DELIMITED BY SIZE
                      ' DERIVED ' DELIMITED BY SIZE
                      WS-DERIVED-NEXT-ID DELIMITED BY SIZE
                   INTO ALT-TEXT WITH POINTER WS-ALERT-PTR
               END-STRING
               PERFORM 8300-RAISE-MISMATCH-ALERT THRU 8300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
           IF NOT WS-CKPT1-OK
               ADD 1 TO WS-MISMATCH-COUNT
               DISPLAY 'ARR01CHK - ARR01CKP HAS NO CONTROL ROW'
               SET ALT-SEV-CRITICAL TO TRUE
               MOVE SPACES TO ALT-TEXT
               MOVE 1 TO WS-ALERT-PTR
               STRING 'ARR01CKP HAS NO CONTROL ROW - NEXT '
                          DELIMITED BY SIZE
                      'RUN CANNOT BE TAKEN' DELIMITED BY SIZE
                   INTO ALT-TEXT WITH POINTER WS-ALERT-PTR
               END-STRING
               PERFORM 8300-RAISE-MISMATCH-ALERT THRU 8300-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE CK-CTL-NEXT-RUN-ID TO WS-STORED-NEXT-RUN
                   PERFORM 8200-JOURNAL-CKPT-REPAIR THRU 8200-EXIT
                   DISPLAY 'ARR01CHK - ARR01CKP NEXT-RUN REPAIRED'
               END-IF
               SET ALT-SEV-HIGH TO TRUE
               MOVE SPACES TO ALT-TEXT
               MOVE 1 TO WS-ALERT-PTR
               STRING 'ARR01CKP NEXT-RUN STORED ' DELIMITED BY SIZE
                      WS-STORED-NEXT-RUN DELIMITED BY SIZE
                      ' DERIVED ' DELIMITED BY SIZE
                      WS-DERIVED-NEXT-RUN DELIMITED BY SIZE
                   INTO ALT-TEXT WITH POINTER WS-ALERT-PTR
               END-STRING
               PERFORM 8300-RAISE-MISMATCH-ALERT THRU 8300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
           IF NOT WS-CKPT2-OK
               ADD 1 TO WS-MISMATCH-COUNT
               DISPLAY 'ARR01CHK - ARRMQCKP HAS NO CONTROL ROW'
               SET ALT-SEV-CRITICAL TO TRUE
               MOVE SPACES TO ALT-TEXT
               MOVE 1 TO WS-ALERT-PTR
               STRING 'ARRMQCKP HAS NO CONTROL ROW - NEXT '
                          DELIMITED BY SIZE
                      'RUN CANNOT BE TAKEN' DELIMITED BY SIZE
                   INTO ALT-TEXT WITH POINTER WS-ALERT-PTR
               END-STRING
               PERFORM 8300-RAISE-MISMATCH-ALERT THRU 8300-EXIT
               GO TO 4000-EXIT
           END-IF
           MOVE CK-CTL-NEXT-RUN-ID TO WS-STORED-NEXT-RUN
                   PERFORM 8200-JOURNAL-CKPT-REPAIR THRU 8200-EXIT
                   DISPLAY 'ARR01CHK - ARRMQCKP NEXT-RUN REPAIRED'
               END-IF
               SET ALT-SEV-HIGH TO TRUE
               MOVE SPACES TO ALT-TEXT
               MOVE 1 TO WS-ALERT-PTR
               STRING 'ARRMQCKP NEXT-RUN STORED ' DELIMITED BY SIZE
                      WS-STORED-NEXT-RUN DELIMITED BY SIZE
                      ' DERIVED ' DELIMITED BY SIZE
                      WS-DERIVED-NEXT-RUN DELIMITED BY SIZE
                   INTO ALT-TEXT WITH POINTER WS-ALERT-PTR
               END-STRING
               PERFORM 8300-RAISE-MISMATCH-ALERT THRU 8300-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-CHECK-CLASS-KEYS - TWO PASSES: THE MASTER AGAINST THE
      * CLASS KEYS (A ROW WITH NO KEY IS MISSING FROM EVERY CLASS-
      * SCOPED READ), THEN THE CLASS KEYS AGAINST THE MASTER (A KEY
      * WITH NO ROW IS ORPHANED; A KEY WHOSE ROW HAS SINCE CHANGED
      * CLASS OR STATUS IS STALE AND PUTS THE ROW IN THE WRONG
      * READ). A FILE THAT WAS NEVER BUILT HAS NO CONTROL ROW AND IS
      * ONLY REPORTED - THE READERS SCAN THE MASTER UNTIL IT IS.
      *----------------------------------------------------------------
       5000-CHECK-CLASS-KEYS.
           IF NOT WS-PERSCKEY-OK
               DISPLAY 'ARR01CHK - PERSCKEY NOT AVAILABLE - SKIPPED'
               GO TO 5000-EXIT
           END-IF
           IF NOT WS-PERSMSTR-OPEN
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES TO PCK-CTL-RECORD
           MOVE ZEROS TO PCK-CTL-ID
           MOVE PCK-CTL-KEY TO PCK-IO-KEY
           READ CLASS-KEY-FILE
           IF NOT WS-PERSCKEY-OK
               DISPLAY 'ARR01CHK - PERSCKEY HAS NO BUILD CONTROL ROW '
                   '- NOT BUILT, CHECK SKIPPED'
               GO TO 5000-EXIT
           END-IF

           SET WS-NOT-EOF TO TRUE
           MOVE ZEROS TO PM-IO-KEY
           START PERSONA-MASTER-FILE KEY IS GREATER THAN PM-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 5100-CHECK-ONE-ROW THRU 5100-EXIT
               UNTIL WS-EOF

           SET WS-NOT-EOF TO TRUE
           MOVE PCK-CTL-KEY TO PCK-IO-KEY
           START CLASS-KEY-FILE KEY IS GREATER THAN PCK-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 5200-CHECK-ONE-KEY THRU 5200-EXIT
               UNTIL WS-EOF

           DISPLAY 'ARR01CHK - PERSCKEY ROWS ' WS-CKEY-ROWS-CHECKED
               ' KEYS ' WS-CKEY-KEYS-CHECKED
               ' MISSING ' WS-CKEY-MISSING
               ' ORPHANED ' WS-CKEY-ORPHANED
               ' STALE ' WS-CKEY-STALE
           IF WS-CKEY-MISSING GREATER THAN ZERO
               OR WS-CKEY-ORPHANED GREATER THAN ZERO
               OR WS-CKEY-STALE GREATER THAN ZERO
               ADD 1 TO WS-MISMATCH-COUNT
               DISPLAY 'ARR01CHK - PERSCKEY OUT OF STEP WITH THE '
                   'MASTER - REBUILD IT WITH ARR01NKB'
               MOVE 4 TO RETURN-CODE
               PERFORM 8400-RAISE-DRIFT-ALERT THRU 8400-EXIT
           ELSE
               DISPLAY 'ARR01CHK - PERSCKEY OK'
           END-IF.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-ROW.
           READ PERSONA-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-CKEY-ROWS-CHECKED
           MOVE SPACES TO PERSONA-CLASS-KEY-RECORD
           MOVE PM-IO-DATA(41:2) TO PCK-CLASS
           MOVE PM-IO-DATA(59:1) TO PCK-STATUS
           IF PCK-STATUS EQUAL SPACE
               MOVE 'A' TO PCK-STATUS
           END-IF
           MOVE PM-IO-KEY TO PCK-PERSONA-ID
           MOVE PCK-KEY TO PCK-IO-KEY
           READ CLASS-KEY-FILE
           IF NOT WS-PERSCKEY-OK
               ADD 1 TO WS-CKEY-MISSING
               DISPLAY 'ARR01CHK - NO CLASS KEY FOR PERSONA '
                   PM-IO-KEY ' CLASS ' PCK-CLASS ' STATUS ' PCK-STATUS
           END-IF.
       5100-EXIT.
           EXIT.

       5200-CHECK-ONE-KEY.
           READ CLASS-KEY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5200-EXIT
           END-READ
           ADD 1 TO WS-CKEY-KEYS-CHECKED
           MOVE CLASS-KEY-IO-RECORD TO PERSONA-CLASS-KEY-RECORD
           MOVE PCK-PERSONA-ID TO PM-IO-KEY
           READ PERSONA-MASTER-FILE
           IF NOT WS-PERSMSTR-OK
               ADD 1 TO WS-CKEY-ORPHANED
               DISPLAY 'ARR01CHK - CLASS KEY ' PCK-CLASS PCK-STATUS
                   ' PERSONA ' PCK-PERSONA-ID ' HAS NO MASTER ROW'
               GO TO 5200-EXIT
           END-IF

           MOVE PM-IO-DATA(59:1) TO WS-CKEY-STATUS
           IF WS-CKEY-STATUS EQUAL SPACE
               MOVE 'A' TO WS-CKEY-STATUS
           END-IF
           IF PM-IO-DATA(41:2) NOT EQUAL PCK-CLASS
               OR WS-CKEY-STATUS NOT EQUAL PCK-STATUS
               ADD 1 TO WS-CKEY-STALE
               DISPLAY 'ARR01CHK - CLASS KEY ' PCK-CLASS PCK-STATUS
                   ' PERSONA ' PCK-PERSONA-ID ' IS STALE - MASTER '
                   'HAS ' PM-IO-DATA(41:2) WS-CKEY-STATUS
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-JOURNAL-REPAIR - JOURNAL A MASTER CONTROL-ROW CORRECTION
      * (CTLFIX). THE OLD AND NEW COUNTER VALUES TRAVEL IN THE
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8300-RAISE-MISMATCH-ALERT - A CONTROL ROW OUT OF STEP HANDS
      * OUT A KEY OR RUN-ID ALREADY IN USE ON THE NEXT LOAD. THE
      * CALLER HAS SET THE SEVERITY AND TEXT; A ROW THIS RUN REPAIRED
      * IS ONLY A WARNING, BUT STILL WORTH KNOWING ABOUT - SOMETHING
      * PUT IT OUT OF STEP.
      *----------------------------------------------------------------
       8300-RAISE-MISMATCH-ALERT.
           IF WS-REPAIR-MODE AND NOT ALT-SEV-CRITICAL
               SET ALT-SEV-WARNING TO TRUE
               STRING ' - REPAIRED' DELIMITED BY SIZE
                   INTO ALT-TEXT WITH POINTER WS-ALERT-PTR
               END-STRING
           END-IF
           MOVE 'CTLMISM' TO ALT-CONDITION
           PERFORM 8500-CALL-ALERT THRU 8500-EXIT.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8400-RAISE-DRIFT-ALERT - THE CLASS-KEY FILE HAS DRIFTED FROM
      * THE MASTER. THE CLASS-SCOPED JOBS READ THE WRONG ROWS UNTIL
      * ARR01NKB REBUILDS IT.
      *----------------------------------------------------------------
       8400-RAISE-DRIFT-ALERT.
           SET ALT-SEV-WARNING TO TRUE
           MOVE 'CKEYDRFT' TO ALT-CONDITION
           MOVE 'PERSCKEY OUT OF STEP WITH THE MASTER - REBUILD WITH '
               TO ALT-TEXT
           MOVE 'ARR01NKB' TO ALT-TEXT(53:8)
           PERFORM 8500-CALL-ALERT THRU 8500-EXIT.
       8400-EXIT.
           EXIT.

       8500-CALL-ALERT.
           SET ALT-RAISE TO TRUE
           MOVE 'ARR01CHK' TO ALT-PROGRAM
           MOVE ZEROS TO ALT-RUN-ID
           MOVE ZEROS TO ALT-PERSONA-ID
           MOVE SPACES TO ALT-CORREL-ID
           CALL 'ARR01ALT' USING ALERT-RAISE-AREA.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
           CLOSE PERSONA-MASTER-FILE
           CLOSE LOAD-CKPT-FILE
           CLOSE MQ-CKPT-FILE
           CLOSE CLASS-KEY-FILE
           CLOSE AUDIT-FILE
           MOVE RETURN-CODE TO WS-SAVE-RC
           SET ALT-CLOSE TO TRUE
           CALL 'ARR01ALT' USING ALERT-RAISE-AREA
           MOVE WS-SAVE-RC TO RETURN-CODE.
       9000-EXIT.
           EXIT.
