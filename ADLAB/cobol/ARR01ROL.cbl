       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01ROL.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01ROL IS THE MONTHLY AUDIT JOURNAL ROLLOVER. THE EC01AUDT
      * JOURNAL (ADLAB.PERSONA.AUDIT) IS ONE DISP=MOD DATASET THAT
      * EVERY WRITER APPENDS TO FOREVER, SO EVERY PROGRAM THAT READS
      * IT FRONT TO BACK GETS SLOWER EVERY WEEK. THIS RUN CLOSES THE
      * CURRENT JOURNAL INTO A DATED GENERATION AND STARTS A FRESH
      * ONE:
      *   - IT IS REFUSED (RETURN CODE 8, AND AN ALERT) WHILE ANY ROW
      *     ON EITHER CHECKPOINT FILE (ARR01CKP, ARRMQCKP - SEE
      *     EC01CKPT) IS INCOMPLETE, SO A RESTARTED LOAD NEVER HAS ITS
      *     JOURNAL ENTRIES SPLIT ACROSS TWO GENERATIONS. EVERY
      *     INCOMPLETE ROW IS LISTED ON ROLRPT - RESUME OR CLOSE THE
      *     RUN, THEN RERUN THIS JOB;
      *   - IT COUNTS THE JOURNAL AND TOTALS ITS AU-INDEX VALUES,
      *     COPIES IT TO ADLAB.PERSONA.AUDIT.DYYMMDD (THE BUSINESS
      *     DATE), ALLOCATED HERE BY BPXWDYN, AND READS THE COPY BACK
      *     TO PROVE BOTH TOTALS;
      *   - IT WRITES THE GENERATION'S INDEX ROW (AUDGIDX, SEE
      *     EC01AGIX) - NUMBER, DATASET, FIRST AND LAST AU-TIMESTAMP,
      *     ENTRY COUNT AND HASH TOTAL;
      *   - ONLY THEN IT EMPTIES THE CURRENT JOURNAL.
      * A RERUN AFTER A FAILURE IS SAFE. IF THE INDEX ROW WAS WRITTEN
      * BUT THE JOURNAL NEVER EMPTIED, THE JOURNAL STILL MATCHES THE
      * LAST ROW EXACTLY AND THE RERUN JUST EMPTIES IT. IF THE COPY
      * FAILED BEFORE THE ROW WAS WRITTEN, THE HALF-WRITTEN
      * GENERATION MUST BE DELETED FIRST - THE RUN SAYS SO. AN EMPTY
      * JOURNAL IS NOTHING TO ROLL (RETURN CODE 4).
      *
      * THE READERS (ARR01AUD, ARR01TRC, ARR01RST, ARR01BAL, ARR01DWH,
      * ARR01ERS) GO THROUGH THE SHARED READER ARR01AGR, WHICH OPENS
      * ONLY THE GENERATIONS THEIR DATE WINDOW NEEDS.
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
           SELECT LOAD-CKPT-FILE ASSIGN TO ARR01CKP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK1-IO-KEY
               FILE STATUS IS WS-CKPT1-STATUS.

           SELECT MQ-CKPT-FILE ASSIGN TO ARRMQCKP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK2-IO-KEY
               FILE STATUS IS WS-CKPT2-STATUS.

           SELECT GEN-INDEX-FILE ASSIGN TO AUDGIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-IO-KEY
               FILE STATUS IS WS-AUDGIDX-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTLOG-STATUS.

           SELECT AUDIT-NEW-FILE ASSIGN TO AUDTNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTNEW-STATUS.

           SELECT ROLL-REPORT-FILE ASSIGN TO ROLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-CKPT-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01  LOAD-CKPT-IO-RECORD.
           05  CK1-IO-KEY              PIC 9(08).
           05  CK1-IO-DATA             PIC X(50).

       FD  MQ-CKPT-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01  MQ-CKPT-IO-RECORD.
           05  CK2-IO-KEY              PIC 9(08).
           05  CK2-IO-DATA             PIC X(50).

       FD  GEN-INDEX-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  GEN-INDEX-IO-RECORD.
           05  AG-IO-KEY               PIC 9(04).
           05  AG-IO-DATA              PIC X(156).

       FD  AUDIT-FILE
           RECORD CONTAINS 202 CHARACTERS.
           COPY EC01AUDT.

       FD  AUDIT-NEW-FILE
           RECORD CONTAINS 202 CHARACTERS.
       01  AUDIT-NEW-IO-RECORD         PIC X(202).

       FD  ROLL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ROLL-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CKPT1-STATUS         PIC X(02).
               88  WS-CKPT1-OK         VALUE '00'.
           05  WS-CKPT2-STATUS         PIC X(02).
               88  WS-CKPT2-OK         VALUE '00'.
           05  WS-AUDGIDX-STATUS       PIC X(02).
               88  WS-AUDGIDX-OK       VALUE '00'.
           05  WS-AUDTLOG-STATUS       PIC X(02).
               88  WS-AUDTLOG-OK       VALUE '00'.
           05  WS-AUDTNEW-STATUS       PIC X(02).
               88  WS-AUDTNEW-OK       VALUE '00'.
           05  WS-ROLRPT-STATUS        PIC X(02).
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-ROLL-SW              PIC X(01).
               88  WS-ROLL-GOING       VALUE 'G'.
               88  WS-ROLL-STOPPED     VALUE 'S'.
           05  WS-GEN-SW               PIC X(01).
               88  WS-NEW-GENERATION   VALUE 'N'.
               88  WS-ALREADY-ROLLED   VALUE 'A'.
           05  WS-INDEX-OPEN-SW        PIC X(01) VALUE 'N'.
               88  WS-INDEX-OPEN       VALUE 'Y'.
           05  WS-BUSINESS-DATE        PIC X(08).
           05  WS-RUN-TIMESTAMP        PIC X(16).
           05  WS-CKPT-DD              PIC X(08).
           05  WS-OPEN-RUNS            PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * THE GENERATION DATASET NAME IS THE JOURNAL'S OWN NAME WITH A
      * DYYMMDD QUALIFIER FOR THE BUSINESS DATE OF THE ROLLOVER - THE
      * SAME DATED-QUALIFIER CONVENTION AS THE PURGE ARCHIVE.
      *----------------------------------------------------------------
       01  WS-GEN-NAMING.
           05  WS-GEN-DSN-PREFIX       PIC X(21) VALUE
               'ADLAB.PERSONA.AUDIT.D'.
           05  WS-GEN-DSNAME           PIC X(44).

      *----------------------------------------------------------------
      * THE CONTROL TOTALS: THE JOURNAL AS SCANNED, THE JOURNAL AS
      * COPIED, AND THE GENERATION AS READ BACK - ALL THREE MUST
      * AGREE BEFORE THE JOURNAL IS EMPTIED.
      *----------------------------------------------------------------
       01  WS-TOTALS.
           05  WS-SCAN-ENTRIES         PIC 9(09) VALUE 0.
           05  WS-SCAN-HASH            PIC 9(18) VALUE 0.
           05  WS-SCAN-FIRST-TS        PIC X(26).
           05  WS-SCAN-LAST-TS         PIC X(26).
           05  WS-COPY-ENTRIES         PIC 9(09) VALUE 0.
           05  WS-COPY-HASH            PIC 9(18) VALUE 0.
           05  WS-BACK-ENTRIES         PIC 9(09) VALUE 0.
           05  WS-BACK-HASH            PIC 9(18) VALUE 0.
           05  WS-LAST-GEN-NUMBER      PIC 9(04) VALUE 0.
           05  WS-NEW-GEN-NUMBER       PIC 9(04) VALUE 0.

      *----------------------------------------------------------------
      * THE BPXWDYN REQUEST - A HALFWORD LENGTH FOLLOWED BY THE TEXT.
      * BPXWDYN ANSWERS IN RETURN-CODE, WHICH IS SAVED AND PUT BACK.
      *----------------------------------------------------------------
       01  WS-DYN-REQUEST.
           05  WS-DYN-LENGTH           PIC S9(04) COMP.
           05  WS-DYN-TEXT             PIC X(120).
       01  WS-DYN-WORK.
           05  WS-DYN-PTR              PIC S9(04) COMP-5.
           05  WS-DYN-RC               PIC S9(09) COMP-5.
           05  WS-SAVE-RC              PIC S9(09) COMP-5.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               'ADLAB AUDIT JOURNAL ROLLOVER'.
           05  FILLER                  PIC X(15) VALUE
               'BUSINESS DATE '.
           05  WS-HDG-DATE             PIC X(08).

       01  WS-OPEN-RUN-LINE.
           05  FILLER                  PIC X(18) VALUE
               'INCOMPLETE RUN ON '.
           05  WS-ORL-DD               PIC X(08).
           05  FILLER                  PIC X(09) VALUE '  RUN-ID '.
           05  WS-ORL-RUN-ID           PIC 9(08).
           05  FILLER                  PIC X(11) VALUE '  BATCH-ID '.
           05  WS-ORL-BATCH-ID         PIC X(08).
           05  FILLER                  PIC X(08) VALUE '  CHUNK '.
           05  WS-ORL-CHUNK            PIC 9(03).
           05  FILLER                  PIC X(13) VALUE
               '  LAST INDEX '.
           05  WS-ORL-LAST-INDEX       PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ORL-TIMESTAMP        PIC X(16).

       01  WS-RESULT-LINE.
           05  FILLER                  PIC X(08) VALUE 'RESULT: '.
           05  WS-RSL-TEXT             PIC X(100).

       01  WS-GEN-LINE-1.
           05  FILLER                  PIC X(12) VALUE 'GENERATION '.
           05  WS-GL-GEN-NUMBER        PIC 9(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-GL-DSNAME            PIC X(44).

       01  WS-GEN-LINE-2.
           05  FILLER                  PIC X(12) VALUE 'ENTRIES'.
           05  WS-GL-ENTRIES           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               '  HASH TOTAL '.
           05  WS-GL-HASH              PIC 9(18).

       01  WS-GEN-LINE-3.
           05  FILLER                  PIC X(12) VALUE 'FIRST ENTRY'.
           05  WS-GL-FIRST-TS          PIC X(16).
           05  FILLER                  PIC X(14) VALUE
               '  LAST ENTRY '.
           05  WS-GL-LAST-TS           PIC X(16).

           COPY EC01CKPT.
           COPY EC01AGIX.
           COPY EC01ALTP.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - EACH STEP RUNS ONLY WHILE THE ROLL IS STILL
      * GOING; THE FIRST REFUSAL STOPS IT WITH THE JOURNAL UNTOUCHED.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-CHECKPOINTS THRU 2000-EXIT
           IF WS-ROLL-GOING
               PERFORM 3000-READ-INDEX THRU 3000-EXIT
           END-IF
           IF WS-ROLL-GOING
               PERFORM 4000-SCAN-JOURNAL THRU 4000-EXIT
           END-IF
           IF WS-ROLL-GOING AND WS-NEW-GENERATION
               PERFORM 5000-COPY-TO-GENERATION THRU 5000-EXIT
           END-IF
           IF WS-ROLL-GOING AND WS-NEW-GENERATION
               PERFORM 5500-PROVE-GENERATION THRU 5500-EXIT
           END-IF
           IF WS-ROLL-GOING AND WS-NEW-GENERATION
               PERFORM 6000-WRITE-INDEX-ROW THRU 6000-EXIT
           END-IF
           IF WS-ROLL-GOING
               PERFORM 7000-START-FRESH-JOURNAL THRU 7000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE
           SET WS-ROLL-GOING TO TRUE
           SET WS-NEW-GENERATION TO TRUE
           CALL 'ARR01PDQ' USING WS-BUSINESS-DATE
           MOVE SPACES TO WS-RUN-TIMESTAMP
           ACCEPT WS-RUN-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIMESTAMP(9:8) FROM TIME

           OPEN OUTPUT ROLL-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-HDG-DATE
           WRITE ROLL-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE ROLL-REPORT-LINE FROM SPACES.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-CHECKPOINTS - EVERY NON-CONTROL ROW ON BOTH FILES
      * MUST BE COMPLETE. A FILE THAT WILL NOT OPEN PROVES NOTHING,
      * SO IT REFUSES THE ROLL TOO.
      *----------------------------------------------------------------
       2000-CHECK-CHECKPOINTS.
           MOVE 'ARR01CKP' TO WS-CKPT-DD
           OPEN INPUT LOAD-CKPT-FILE
           IF NOT WS-CKPT1-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'ARR01CKP NOT AVAILABLE - STATUS '
                   WS-CKPT1-STATUS
                   ' - CANNOT PROVE NO LOAD IS OPEN'
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 2100-CHECK-ONE-LOAD-ROW THRU 2100-EXIT
               UNTIL WS-EOF
           CLOSE LOAD-CKPT-FILE

           MOVE 'ARRMQCKP' TO WS-CKPT-DD
           OPEN INPUT MQ-CKPT-FILE
           IF NOT WS-CKPT2-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'ARRMQCKP NOT AVAILABLE - STATUS '
                   WS-CKPT2-STATUS
                   ' - CANNOT PROVE NO LOAD IS OPEN'
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 2200-CHECK-ONE-MQ-ROW THRU 2200-EXIT
               UNTIL WS-EOF
           CLOSE MQ-CKPT-FILE

           IF WS-OPEN-RUNS GREATER THAN ZERO
               MOVE SPACES TO WS-RSL-TEXT
               STRING WS-OPEN-RUNS
                   ' INCOMPLETE CHECKPOINT ROW(S) - RESUME OR CLOSE '
                   'THE RUNS LISTED, THEN RERUN'
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
               SET ALT-SEV-HIGH TO TRUE
               MOVE 'ROLLHELD' TO ALT-CONDITION
               MOVE SPACES TO ALT-TEXT
               STRING 'AUDIT ROLLOVER HELD - ' WS-OPEN-RUNS
                   ' INCOMPLETE CHECKPOINT ROW(S), SEE ROLRPT'
                   DELIMITED BY SIZE INTO ALT-TEXT
               END-STRING
               PERFORM 8500-CALL-ALERT THRU 8500-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-LOAD-ROW.
           READ LOAD-CKPT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF CK1-IO-KEY EQUAL ZEROS
               GO TO 2100-EXIT
           END-IF
           MOVE LOAD-CKPT-IO-RECORD TO CHECKPOINT-RECORD
           IF CK-INCOMPLETE
               PERFORM 2300-LIST-OPEN-RUN THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CHECK-ONE-MQ-ROW.
           READ MQ-CKPT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF CK2-IO-KEY EQUAL ZEROS
               GO TO 2200-EXIT
           END-IF
           MOVE MQ-CKPT-IO-RECORD TO CHECKPOINT-RECORD
           IF CK-INCOMPLETE
               PERFORM 2300-LIST-OPEN-RUN THRU 2300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-LIST-OPEN-RUN.
           ADD 1 TO WS-OPEN-RUNS
           MOVE WS-CKPT-DD TO WS-ORL-DD
           MOVE CK-RUN-ID TO WS-ORL-RUN-ID
           MOVE CK-CALLER-BATCH-ID TO WS-ORL-BATCH-ID
           MOVE CK-CHUNK-NUMBER TO WS-ORL-CHUNK
           MOVE CK-LAST-INDEX TO WS-ORL-LAST-INDEX
           MOVE CK-TIMESTAMP TO WS-ORL-TIMESTAMP
           WRITE ROLL-REPORT-LINE FROM WS-OPEN-RUN-LINE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-READ-INDEX - FIND THE LAST GENERATION. THE INDEX STAYS
      * OPEN FOR THE NEW ROW.
      *----------------------------------------------------------------
       3000-READ-INDEX.
           OPEN I-O GEN-INDEX-FILE
           IF NOT WS-AUDGIDX-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'AUDGIDX NOT AVAILABLE - STATUS '
                   WS-AUDGIDX-STATUS
                   ' - DEFINE THE GENERATION INDEX FIRST'
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF
           SET WS-INDEX-OPEN TO TRUE
           MOVE SPACES TO AUDIT-GEN-INDEX-RECORD
           MOVE ZEROS TO AG-GEN-NUMBER
           SET WS-NOT-EOF TO TRUE
           PERFORM 3100-READ-ONE-INDEX-ROW THRU 3100-EXIT
               UNTIL WS-EOF
           MOVE AG-GEN-NUMBER TO WS-LAST-GEN-NUMBER.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-INDEX-ROW.
           READ GEN-INDEX-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           MOVE GEN-INDEX-IO-RECORD TO AUDIT-GEN-INDEX-RECORD.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-SCAN-JOURNAL - COUNT AND TOTAL THE CURRENT JOURNAL, THEN
      * DECIDE WHAT KIND OF RUN THIS IS. A JOURNAL THAT MATCHES THE
      * LAST INDEX ROW EXACTLY WAS ROLLED BY A RUN THAT STOPPED
      * BEFORE EMPTYING IT - ONLY THE EMPTYING IS LEFT TO DO.
      *----------------------------------------------------------------
       4000-SCAN-JOURNAL.
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDTLOG-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'AUDTLOG NOT AVAILABLE - STATUS '
                   WS-AUDTLOG-STATUS
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO WS-SCAN-FIRST-TS
           MOVE SPACES TO WS-SCAN-LAST-TS
           SET WS-NOT-EOF TO TRUE
           PERFORM 4100-SCAN-ONE-ENTRY THRU 4100-EXIT
               UNTIL WS-EOF
           CLOSE AUDIT-FILE

           IF WS-SCAN-ENTRIES EQUAL ZERO
               SET WS-ROLL-STOPPED TO TRUE
               MOVE 'THE JOURNAL IS EMPTY - NOTHING TO ROLL'
                   TO WS-RSL-TEXT
               WRITE ROLL-REPORT-LINE FROM WS-RESULT-LINE
               DISPLAY 'ARR01ROL - ' WS-RSL-TEXT
               MOVE 4 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF

           IF WS-LAST-GEN-NUMBER GREATER THAN ZERO
               AND AG-FIRST-TIMESTAMP EQUAL WS-SCAN-FIRST-TS
               AND AG-LAST-TIMESTAMP EQUAL WS-SCAN-LAST-TS
               AND AG-ENTRY-COUNT EQUAL WS-SCAN-ENTRIES
               AND AG-HASH-TOTAL EQUAL WS-SCAN-HASH
               SET WS-ALREADY-ROLLED TO TRUE
               MOVE WS-LAST-GEN-NUMBER TO WS-NEW-GEN-NUMBER
               MOVE AG-DSNAME TO WS-GEN-DSNAME
               DISPLAY 'ARR01ROL - JOURNAL ALREADY ROLLED AS '
                   'GENERATION ' WS-LAST-GEN-NUMBER
                   ' - STARTING THE FRESH JOURNAL'
               GO TO 4000-EXIT
           END-IF

           MOVE SPACES TO WS-GEN-DSNAME
           STRING WS-GEN-DSN-PREFIX WS-BUSINESS-DATE(3:6)
               DELIMITED BY SIZE INTO WS-GEN-DSNAME
           END-STRING
           IF WS-LAST-GEN-NUMBER GREATER THAN ZERO
               AND AG-DSNAME EQUAL WS-GEN-DSNAME
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'ALREADY ROLLED ON BUSINESS DATE '
                   WS-BUSINESS-DATE ' (GENERATION '
                   WS-LAST-GEN-NUMBER ')'
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
               GO TO 4000-EXIT
           END-IF
           COMPUTE WS-NEW-GEN-NUMBER = WS-LAST-GEN-NUMBER + 1.
       4000-EXIT.
           EXIT.

       4100-SCAN-ONE-ENTRY.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-SCAN-ENTRIES
           ADD AU-INDEX TO WS-SCAN-HASH
           IF WS-SCAN-ENTRIES EQUAL 1
               MOVE AU-TIMESTAMP TO WS-SCAN-FIRST-TS
           END-IF
           MOVE AU-TIMESTAMP TO WS-SCAN-LAST-TS.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-COPY-TO-GENERATION - ALLOCATE THE NEW GENERATION AND
      * COPY THE JOURNAL INTO IT. A GENERATION OF THE SAME NAME LEFT
      * BY A FAILED RUN STOPS THE ALLOCATION - DELETE IT AND RERUN.
      *----------------------------------------------------------------
       5000-COPY-TO-GENERATION.
           MOVE SPACES TO WS-DYN-TEXT
           MOVE 1 TO WS-DYN-PTR
           STRING 'ALLOC DD(AUDTNEW) DSN(' DELIMITED BY SIZE
               WS-GEN-DSNAME DELIMITED BY SPACE
               ') NEW CATALOG CYL SPACE(20,10) RECFM(F,B) '
               DELIMITED BY SIZE
               'LRECL(202) REUSE' DELIMITED BY SIZE
               INTO WS-DYN-TEXT WITH POINTER WS-DYN-PTR
           END-STRING
           PERFORM 8100-CALL-BPXWDYN THRU 8100-EXIT
           IF WS-DYN-RC NOT EQUAL ZERO
               MOVE SPACES TO WS-RSL-TEXT
               STRING WS-GEN-DSNAME DELIMITED BY SPACE
                   ' NOT ALLOCATED - IF A FAILED RUN LEFT IT, '
                   'DELETE IT AND RERUN'
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF

           OPEN INPUT AUDIT-FILE
           OPEN OUTPUT AUDIT-NEW-FILE
           IF NOT WS-AUDTLOG-OK OR NOT WS-AUDTNEW-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'COPY NOT STARTED - AUDTLOG STATUS '
                   WS-AUDTLOG-STATUS ' AUDTNEW STATUS '
                   WS-AUDTNEW-STATUS
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               CLOSE AUDIT-FILE
               CLOSE AUDIT-NEW-FILE
               PERFORM 8200-FREE-AUDTNEW THRU 8200-EXIT
               PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 5100-COPY-ONE-ENTRY THRU 5100-EXIT
               UNTIL WS-EOF
           CLOSE AUDIT-FILE
           CLOSE AUDIT-NEW-FILE
           PERFORM 8200-FREE-AUDTNEW THRU 8200-EXIT

           IF WS-COPY-ENTRIES NOT EQUAL WS-SCAN-ENTRIES
               OR WS-COPY-HASH NOT EQUAL WS-SCAN-HASH
               MOVE 'THE JOURNAL CHANGED DURING THE COPY - DELETE THE'
                   TO WS-RSL-TEXT
               MOVE ' GENERATION AND RERUN' TO WS-RSL-TEXT(50:21)
               PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-COPY-ONE-ENTRY.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           WRITE AUDIT-NEW-IO-RECORD FROM AUDIT-RECORD
           IF NOT WS-AUDTNEW-OK
               DISPLAY 'ARR01ROL - AUDTNEW WRITE FAILED - STATUS '
                   WS-AUDTNEW-STATUS
               SET WS-EOF TO TRUE
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO WS-COPY-ENTRIES
           ADD AU-INDEX TO WS-COPY-HASH.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5500-PROVE-GENERATION - READ THE CATALOGED COPY BACK. ONLY A
      * GENERATION THAT REPRODUCES BOTH TOTALS IS INDEXED.
      *----------------------------------------------------------------
       5500-PROVE-GENERATION.
           MOVE SPACES TO WS-DYN-TEXT
           MOVE 1 TO WS-DYN-PTR
           STRING 'ALLOC DD(AUDTNEW) DSN(' DELIMITED BY SIZE
               WS-GEN-DSNAME DELIMITED BY SPACE
               ') SHR REUSE' DELIMITED BY SIZE
               INTO WS-DYN-TEXT WITH POINTER WS-DYN-PTR
           END-STRING
           PERFORM 8100-CALL-BPXWDYN THRU 8100-EXIT
           IF WS-DYN-RC EQUAL ZERO
               OPEN INPUT AUDIT-NEW-FILE
           END-IF
           IF WS-DYN-RC NOT EQUAL ZERO OR NOT WS-AUDTNEW-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING WS-GEN-DSNAME DELIMITED BY SPACE
                   ' WILL NOT READ BACK - DELETE IT AND RERUN'
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
               GO TO 5500-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 5600-READ-BACK-ONE THRU 5600-EXIT
               UNTIL WS-EOF
           CLOSE AUDIT-NEW-FILE
           PERFORM 8200-FREE-AUDTNEW THRU 8200-EXIT

           IF WS-BACK-ENTRIES NOT EQUAL WS-SCAN-ENTRIES
               OR WS-BACK-HASH NOT EQUAL WS-SCAN-HASH
               MOVE SPACES TO WS-RSL-TEXT
               STRING WS-GEN-DSNAME DELIMITED BY SPACE
                   ' DOES NOT BALANCE TO THE JOURNAL - DELETE IT AND '
                   'RERUN'
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
           END-IF.
       5500-EXIT.
           EXIT.

       5600-READ-BACK-ONE.
           READ AUDIT-NEW-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5600-EXIT
           END-READ
           ADD 1 TO WS-BACK-ENTRIES
           ADD AU-INDEX TO WS-BACK-HASH.
       5600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-INDEX-ROW - FROM THIS POINT THE READERS FIND THE
      * GENERATION.
      *----------------------------------------------------------------
       6000-WRITE-INDEX-ROW.
           MOVE SPACES TO AUDIT-GEN-INDEX-RECORD
           MOVE WS-NEW-GEN-NUMBER TO AG-GEN-NUMBER
           MOVE WS-GEN-DSNAME TO AG-DSNAME
           MOVE WS-SCAN-FIRST-TS TO AG-FIRST-TIMESTAMP
           MOVE WS-SCAN-LAST-TS TO AG-LAST-TIMESTAMP
           MOVE WS-SCAN-ENTRIES TO AG-ENTRY-COUNT
           MOVE WS-SCAN-HASH TO AG-HASH-TOTAL
           MOVE WS-BUSINESS-DATE TO AG-ROLLED-DATE
           MOVE WS-RUN-TIMESTAMP TO AG-ROLLED-TIMESTAMP
           WRITE GEN-INDEX-IO-RECORD FROM AUDIT-GEN-INDEX-RECORD
           IF NOT WS-AUDGIDX-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'AUDGIDX WRITE FAILED - STATUS '
                   WS-AUDGIDX-STATUS ' - DELETE '
                   DELIMITED BY SIZE
                   WS-GEN-DSNAME DELIMITED BY SPACE
                   ' AND RERUN' DELIMITED BY SIZE
                   INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-START-FRESH-JOURNAL - EMPTY THE CURRENT JOURNAL AND
      * REPORT THE GENERATION.
      *----------------------------------------------------------------
       7000-START-FRESH-JOURNAL.
           OPEN OUTPUT AUDIT-FILE
           IF NOT WS-AUDTLOG-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'GENERATION INDEXED BUT AUDTLOG NOT EMPTIED - '
                   'STATUS ' WS-AUDTLOG-STATUS ' - RERUN'
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
               GO TO 7000-EXIT
           END-IF
           CLOSE AUDIT-FILE

           MOVE SPACES TO WS-RSL-TEXT
           STRING 'JOURNAL ROLLED - A FRESH JOURNAL IS STARTED'
               DELIMITED BY SIZE INTO WS-RSL-TEXT
           END-STRING
           WRITE ROLL-REPORT-LINE FROM WS-RESULT-LINE
           DISPLAY 'ARR01ROL - ' WS-RSL-TEXT
           MOVE WS-NEW-GEN-NUMBER TO WS-GL-GEN-NUMBER
           MOVE WS-GEN-DSNAME TO WS-GL-DSNAME
           MOVE WS-SCAN-ENTRIES TO WS-GL-ENTRIES
           MOVE WS-SCAN-HASH TO WS-GL-HASH
           MOVE WS-SCAN-FIRST-TS TO WS-GL-FIRST-TS
           MOVE WS-SCAN-LAST-TS TO WS-GL-LAST-TS
           WRITE ROLL-REPORT-LINE FROM WS-GEN-LINE-1
           WRITE ROLL-REPORT-LINE FROM WS-GEN-LINE-2
           WRITE ROLL-REPORT-LINE FROM WS-GEN-LINE-3
           DISPLAY WS-GEN-LINE-1
           DISPLAY WS-GEN-LINE-2.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-REFUSE-ROLL - STOP HERE WITH RETURN CODE 8. THE CALLER
      * HAS PUT THE REASON IN WS-RSL-TEXT.
      *----------------------------------------------------------------
       8000-REFUSE-ROLL.
           SET WS-ROLL-STOPPED TO TRUE
           MOVE 8 TO RETURN-CODE
           WRITE ROLL-REPORT-LINE FROM WS-RESULT-LINE
           DISPLAY 'ARR01ROL - REFUSED - ' WS-RSL-TEXT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-CALL-BPXWDYN - ISSUE THE REQUEST BUILT IN WS-DYN-TEXT.
      *----------------------------------------------------------------
       8100-CALL-BPXWDYN.
           COMPUTE WS-DYN-LENGTH = WS-DYN-PTR - 1
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL 'BPXWDYN' USING WS-DYN-REQUEST
           MOVE RETURN-CODE TO WS-DYN-RC
           MOVE WS-SAVE-RC TO RETURN-CODE.
       8100-EXIT.
           EXIT.

       8200-FREE-AUDTNEW.
           MOVE SPACES TO WS-DYN-TEXT
           MOVE 1 TO WS-DYN-PTR
           STRING 'FREE DD(AUDTNEW)' DELIMITED BY SIZE
               INTO WS-DYN-TEXT WITH POINTER WS-DYN-PTR
           END-STRING
           PERFORM 8100-CALL-BPXWDYN THRU 8100-EXIT.
       8200-EXIT.
           EXIT.

       8500-CALL-ALERT.
           SET ALT-RAISE TO TRUE
           MOVE 'ARR01ROL' TO ALT-PROGRAM
           MOVE ZEROS TO ALT-RUN-ID
           MOVE ZEROS TO ALT-PERSONA-ID
           MOVE SPACES TO ALT-CORREL-ID
           CALL 'ARR01ALT' USING ALERT-RAISE-AREA.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - A REFUSAL OTHER THAN OPEN RUNS IS ALERTED
      * HERE; THE OPEN-RUNS ALERT WAS RAISED WHEN THEY WERE FOUND.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF RETURN-CODE EQUAL 8 AND WS-OPEN-RUNS EQUAL ZERO
               SET ALT-SEV-HIGH TO TRUE
               MOVE 'ROLLFAIL' TO ALT-CONDITION
               MOVE WS-RSL-TEXT TO ALT-TEXT
               PERFORM 8500-CALL-ALERT THRU 8500-EXIT
           END-IF
           IF WS-INDEX-OPEN
               CLOSE GEN-INDEX-FILE
           END-IF
           CLOSE ROLL-REPORT-FILE
           MOVE RETURN-CODE TO WS-SAVE-RC
           SET ALT-CLOSE TO TRUE
           CALL 'ARR01ALT' USING ALERT-RAISE-AREA
           MOVE WS-SAVE-RC TO RETURN-CODE.
       9000-EXIT.
           EXIT.
