       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01BAL.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01BAL IS THE DAILY PERSONA MASTER BALANCE AND CYCLE CLOSE.
      * ARR01RCN PROVES THE MASTER AGAINST MQ AND ARR01DCN PROVES MQ
      * AGAINST THE CONSUMER; THIS PROVES THE MASTER'S OWN POPULATION.
      * IT TAKES THE PRIOR BUSINESS DATE'S CLOSING COUNTS OFF THE
      * DAILY BALANCE FILE (DAYBAL, SEE EC01DBAL), APPLIES EVERY
      * MASTER MOVEMENT JOURNALED SINCE THAT CLOSE AND COMPARES THE
      * RESULT, STATUS BY STATUS, TO A FRESH COUNT OF THE MASTER:
      *   ADD, RESTORE   +1 TO THE AFTER-STATUS
      *   CHANGE (ALSO   -1 FROM THE BEFORE-STATUS, +1 TO THE AFTER-
      *   UPDATE),       STATUS - A PLAIN NAME CHANGE NETS TO ZERO,
      *   DELETE,        A SOFT DELETE MOVES A ROW ACTIVE TO INACTIVE
      *   MERGEDROP
      *   PURGE          -1 FROM THE BEFORE-STATUS (THE ROW IS GONE)
      * EVERY OTHER JOURNAL FUNCTION IS NOT A MASTER ROW MOVEMENT. THE
      * WINDOW IS BY WALL CLOCK - AFTER THE PRIOR CLOSE'S HIGH-WATER
      * TIMESTAMP, THROUGH THE START OF THIS RUN - SO NO ENTRY IS
      * COUNTED TWICE OR MISSED.
      *
      * THE RUNSTATS PROOF TIES THE JOURNAL TO THE LOAD'S CONTROL
      * TOTALS: THE ARRAY01 ROWS FOR THE BUSINESS DATE MUST ADD UP TO
      * THE ARRAY01 ADD ENTRIES JOURNALED WITH THAT LOAD DATE.
      *
      * A BALANCED DAY IS WRITTEN AS B. AN OUT-OF-BALANCE DAY IS
      * WRITTEN AS O, THE REPORT CARRIES THE BREAKDOWN BY MOVEMENT
      * TYPE, AND THE RUN ENDS WITH RETURN CODE 8. THE CLOSING COUNTS
      * ARE ALWAYS THE FRESH COUNT, SO TOMORROW PROVES TOMORROW'S
      * MOVEMENTS AND NOT TODAY'S DIFFERENCE AGAIN. A RERUN FOR THE
      * SAME BUSINESS DATE REPLACES THAT DATE'S ROW.
      *
      * THE FIRST RUN (NO EARLIER CLOSE) IS WRITTEN AS R - REBASED.
      * SO IS A PARM='REBASE' RUN, WHICH IS FOR AFTER A RECOVERY
      * (ARR01RST) OR AN INVESTIGATED DIFFERENCE: THE FRESH COUNT IS
      * TAKEN AS THE CLOSE WITHOUT A PROOF AND THE REBASE IS
      * JOURNALED (BALREBASE) WITH THE EXPECTED AND COUNTED FIGURES.
      * THE CLOSE IS GATED ON CYCLCTL BEHIND THE DAY'S LOAD AND
      * SWEEP, AND THE BUSINESS DATE CANNOT ADVANCE UNTIL IT HAS
      * ENDED (SEE EC01CYCT) - AN OUT-OF-BALANCE DAY HOLDS THE ADVANCE
      * UNTIL IT IS INVESTIGATED AND REBASED, OR FORCED ON ARR01CYR.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  THE MASTER FD WIDENED TO 110 BYTES FOR THE
      *                   APPENDED FIELD-SOURCE OWNERS (SEE EC01PMR).
      *  2026-10-15  RSM  THE JOURNAL IS READ THROUGH ARR01AGR SO A
      *                   WINDOW THAT SPANS THE MONTHLY ROLLOVER
      *                   STILL SEES THE ENTRIES NOW IN THE ROLLED
      *                   GENERATION.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONA-MASTER-FILE ASSIGN TO PERSMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-IO-KEY
               FILE STATUS IS WS-PERSMSTR-STATUS.

           SELECT DAILY-BALANCE-FILE ASSIGN TO DAYBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-IO-KEY
               FILE STATUS IS WS-DAYBAL-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-IO-KEY
               FILE STATUS IS WS-RUNSTATS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTLOG-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO BALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  DAILY-BALANCE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  DAILY-BALANCE-IO-RECORD.
           05  DB-IO-KEY               PIC X(08).
           05  DB-IO-DATA              PIC X(192).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  RUN-STATS-IO-RECORD.
           05  RS-IO-KEY               PIC X(16).
           05  RS-IO-DATA              PIC X(72).

       FD  AUDIT-FILE
           RECORD CONTAINS 202 CHARACTERS.
       01  AUDIT-IO-RECORD             PIC X(202).

       FD  BALANCE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  BALANCE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PERSMSTR-STATUS      PIC X(02).
               88  WS-PERSMSTR-OK      VALUE '00'.
           05  WS-DAYBAL-STATUS        PIC X(02).
               88  WS-DAYBAL-OK        VALUE '00'.
           05  WS-RUNSTATS-STATUS      PIC X(02).
               88  WS-RUNSTATS-OK      VALUE '00'.
           05  WS-AUDTLOG-STATUS       PIC X(02).
               88  WS-AUDTLOG-OK       VALUE '00'.
           05  WS-BALRPT-STATUS        PIC X(02).
           05  WS-ABORT-SW             PIC X(01) VALUE 'N'.
               88  WS-ABORT            VALUE 'Y'.
               88  WS-NOT-ABORT        VALUE 'N'.
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-MODE-SW              PIC X(01).
               88  WS-REBASE-MODE      VALUE 'R'.
               88  WS-PROVE-MODE       VALUE 'P'.
           05  WS-PRIOR-SW             PIC X(01).
               88  WS-PRIOR-FOUND      VALUE 'Y'.
               88  WS-NO-PRIOR         VALUE 'N'.
           05  WS-TODAY-ROW-SW         PIC X(01).
               88  WS-TODAY-ROW-EXISTS VALUE 'Y'.
               88  WS-NO-TODAY-ROW     VALUE 'N'.
           05  WS-BUSINESS-DATE        PIC X(08).
           05  WS-RUN-TIMESTAMP        PIC X(16).
           05  WS-PRIOR-DATE           PIC X(08).
           05  WS-WINDOW-FROM-TS       PIC X(16).
           05  WS-JOURNAL-READ         PIC 9(09) VALUE 0.
           05  WS-JOURNAL-IN-WINDOW    PIC 9(09) VALUE 0.
           05  WS-MASTER-READ          PIC 9(09) VALUE 0.
           05  WS-DIFFERENCE-COUNT     PIC 9(01) VALUE 0.

      *----------------------------------------------------------------
      * THE PRIOR CLOSE - THE LATEST DAYBAL ROW BEFORE THE BUSINESS
      * DATE. ITS CLOSING COUNTS ARE TODAY'S OPENING COUNTS.
      *----------------------------------------------------------------
       01  WS-PRIOR-CLOSE.
           05  WS-PRIOR-HIGH-TS        PIC X(16).
           05  WS-PRIOR-ACTIVE         PIC 9(09).
           05  WS-PRIOR-INACTIVE       PIC 9(09).
           05  WS-PRIOR-PURGE-PEND     PIC 9(09).

      *----------------------------------------------------------------
      * THE MOVEMENT MATRIX - ONE ROW PER STATUS BUCKET (1 ACTIVE,
      * 2 INACTIVE, 3 PURGE-PENDING), ONE NET EFFECT PER MOVEMENT TYPE
      * (1 ADD, 2 CHANGE, 3 DELETE, 4 MERGEDROP, 5 RESTORE, 6 PURGE).
      * THIS IS THE BREAKDOWN THE REPORT PRINTS.
      *----------------------------------------------------------------
       01  WS-MOVEMENT-MATRIX.
           05  WS-MV-BUCKET            OCCURS 3 TIMES.
               10  WS-MV-OPENING       PIC S9(09) COMP-3.
               10  WS-MV-EFFECT        PIC S9(07) COMP-3
                                       OCCURS 6 TIMES.
               10  WS-MV-EXPECTED      PIC S9(09) COMP-3.
               10  WS-MV-ACTUAL        PIC S9(09) COMP-3.
               10  WS-MV-DIFFERENCE    PIC S9(09) COMP-3.

       01  WS-MATRIX-SUBSCRIPTS.
           05  WS-BKT                  PIC S9(04) COMP.
           05  WS-TYP                  PIC S9(04) COMP.
           05  WS-FROM-BKT             PIC S9(04) COMP.
           05  WS-TO-BKT               PIC S9(04) COMP.
           05  WS-STATUS-BYTE          PIC X(01).
           05  WS-STATUS-BKT           PIC S9(04) COMP.

       01  WS-BUCKET-NAMES-VALUES.
           05  FILLER                  PIC X(14) VALUE 'ACTIVE'.
           05  FILLER                  PIC X(14) VALUE 'INACTIVE'.
           05  FILLER                  PIC X(14) VALUE 'PURGE-PENDING'.
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-VALUES.
           05  WS-BUCKET-NAME          PIC X(14) OCCURS 3 TIMES.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(50) VALUE
               'ADLAB PERSONA MASTER DAILY BALANCE - BUSINESS DATE'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-HDG-DATE             PIC X(08).

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(12) VALUE 'PRIOR CLOSE '.
           05  WS-HDG-PRIOR-DATE       PIC X(08).
           05  FILLER                  PIC X(23) VALUE
               '   JOURNAL AFTER '.
           05  WS-HDG-FROM-TS          PIC X(16).
           05  FILLER                  PIC X(09) VALUE ' THROUGH '.
           05  WS-HDG-TO-TS            PIC X(16).

       01  WS-HEADING-LINE-3.
           05  FILLER                  PIC X(14) VALUE 'STATUS'.
           05  FILLER                  PIC X(11) VALUE '    OPENING'.
           05  FILLER                  PIC X(11) VALUE '        ADD'.
           05  FILLER                  PIC X(11) VALUE '     CHANGE'.
           05  FILLER                  PIC X(11) VALUE '     DELETE'.
           05  FILLER                  PIC X(11) VALUE '  MERGEDROP'.
           05  FILLER                  PIC X(11) VALUE '    RESTORE'.
           05  FILLER                  PIC X(11) VALUE '      PURGE'.
           05  FILLER                  PIC X(11) VALUE '   EXPECTED'.
           05  FILLER                  PIC X(11) VALUE '    COUNTED'.
           05  FILLER                  PIC X(11) VALUE ' DIFFERENCE'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-BUCKET           PIC X(14).
           05  WS-DTL-OPENING          PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-EFFECT-AREA.
               10  WS-DTL-EFFECT-ITEM  OCCURS 6 TIMES.
                   15  WS-DTL-EFFECT   PIC -ZZZZZZZZ9.
                   15  FILLER          PIC X(01) VALUE SPACES.
           05  WS-DTL-EXPECTED         PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ACTUAL           PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DIFFERENCE       PIC -ZZZZZZZZ9.

       01  WS-ENTRIES-LINE.
           05  FILLER                  PIC X(25) VALUE
               'JOURNAL ENTRIES'.
           05  WS-ENT-ITEM             OCCURS 6 TIMES.
               10  WS-ENT-COUNT        PIC -ZZZZZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.

       01  WS-PROOF-LINE.
           05  FILLER                  PIC X(35) VALUE
               'RUNSTATS PROOF - ARRAY01 PROCESSED'.
           05  WS-PRF-RS-ADDED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  JOURNALED ADDS'.
           05  WS-PRF-JRNL-ADDED       PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PRF-RESULT           PIC X(14).

       01  WS-UNKNOWN-LINE.
           05  FILLER                  PIC X(35) VALUE
               'MASTER ROWS WITH UNKNOWN STATUS'.
           05  WS-UNK-COUNT            PIC ZZZZZZ9.

       01  WS-RESULT-LINE.
           05  FILLER                  PIC X(08) VALUE 'RESULT: '.
           05  WS-RES-TEXT             PIC X(60).

      *----------------------------------------------------------------
      * TOTALS FOR THE JOB LOG, IN THE SAME SHAPE AS THE OTHER BATCH
      * PROGRAMS' CONTROL-TOTAL DISPLAYS.
      *----------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           05  WS-TOT-JOURNAL          PIC ZZZZZZZZ9.
           05  WS-TOT-WINDOW           PIC ZZZZZZZZ9.
           05  WS-TOT-MASTER           PIC ZZZZZZZZ9.

           COPY EC01PMR.
           COPY EC01DBAL.
           COPY EC01RSTA.

      *----------------------------------------------------------------
      * BATCH CYCLE CONTROL - THIS JOB'S NAME ON CYCLCTL AND THE GATE
      * OUTCOME FROM ARR01CYC. THE RETURN CODE IS SAVED AROUND THE
      * FINISH CALL - A CALL REPLACES IT WITH THE CALLEE'S.
      *----------------------------------------------------------------
           COPY EC01AUDT.
           COPY EC01AGRP.

       01  WS-CYCLE-AREAS.
           05  WS-CYC-FUNCTION         PIC X(01).
           05  WS-CYC-JOB-NAME         PIC X(08) VALUE 'ARR01BAL'.
           05  WS-CYC-RESULT           PIC X(01).
               88  WS-CYC-CLEARED      VALUE 'Y'.
           05  WS-CYC-SAVE-RC          PIC S9(04) COMP.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LENGTH          PIC S9(4) COMP.
           05  WS-PARM-MODE            PIC X(06).

       PROCEDURE DIVISION USING WS-PARM-AREA.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 0500-CHECK-CYCLE-GATE THRU 0500-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-NOT-ABORT
               PERFORM 2000-FIND-PRIOR-CLOSE THRU 2000-EXIT
               PERFORM 3000-APPLY-JOURNAL THRU 3000-EXIT
               PERFORM 4000-RUNSTATS-PROOF THRU 4000-EXIT
               PERFORM 5000-COUNT-MASTER THRU 5000-EXIT
               PERFORM 6000-PROVE-BALANCE THRU 6000-EXIT
               PERFORM 7000-SAVE-BALANCE-ROW THRU 7000-EXIT
               PERFORM 7500-WRITE-REPORT THRU 7500-EXIT
               PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           ELSE
               DISPLAY 'ARR01BAL - ABORTING RUN - INIT FAILED'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9500-MARK-CYCLE-END THRU 9500-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-CHECK-CYCLE-GATE - BEFORE ANYTHING IS OPENED, MARK THE RUN
      * STARTED ON THE CYCLE CONTROL FILE. IF A PREDECESSOR HAS NOT
      * ENDED FOR THIS BUSINESS DATE, ARR01CYC HAS ALREADY NAMED IT -
      * STOP WITH RETURN CODE 12 AND NOTHING TOUCHED.
      *----------------------------------------------------------------
       0500-CHECK-CYCLE-GATE.
           MOVE 'S' TO WS-CYC-FUNCTION
           CALL 'ARR01CYC' USING WS-CYC-FUNCTION WS-CYC-JOB-NAME
               WS-CYC-RESULT
           IF NOT WS-CYC-CLEARED
               DISPLAY 'ARR01BAL - NOT STARTED - A CYCLE PREDECESSOR '
                   'HAS NOT ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO RETURN-CODE.
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - TAKE THE BUSINESS DATE AND THE END OF THE
      * JOURNAL WINDOW (THIS RUN'S START), THEN OPEN THE FILES. THE
      * MASTER, THE JOURNAL AND RUNSTATS ARE ALL NEEDED FOR A PROOF;
      * DAYBAL IS CREATED ON FIRST USE. THE JOURNAL IS READ THROUGH
      * ARR01AGR ONCE THE PRIOR CLOSE HAS FIXED THE WINDOW - OPENING
      * IT HERE ONLY PROVES IT IS THERE.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           SET WS-PROVE-MODE TO TRUE
           IF WS-PARM-LENGTH GREATER THAN ZERO
               AND WS-PARM-MODE EQUAL 'REBASE'
               SET WS-REBASE-MODE TO TRUE
           END-IF

           CALL 'ARR01PDQ' USING WS-BUSINESS-DATE
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-RUN-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIMESTAMP(9:8) FROM TIME

           INITIALIZE WS-MOVEMENT-MATRIX
           MOVE SPACES TO DAILY-BALANCE-RECORD
           MOVE ZEROS TO DB-OPENING-COUNTS
           MOVE ZEROS TO DB-MOVEMENT-COUNTS
           MOVE ZEROS TO DB-RUNSTATS-PROOF
           MOVE ZEROS TO DB-EXPECTED-COUNTS
           MOVE ZEROS TO DB-CLOSING-COUNTS
           MOVE ZEROS TO DB-UNKNOWN-STATUS

           OPEN INPUT PERSONA-MASTER-FILE
           IF NOT WS-PERSMSTR-OK
               DISPLAY 'ARR01BAL - PERSMSTR OPEN FAILED - STATUS '
                   WS-PERSMSTR-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDTLOG-OK
               DISPLAY 'ARR01BAL - AUDTLOG OPEN FAILED - STATUS '
                   WS-AUDTLOG-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF
           CLOSE AUDIT-FILE

           OPEN INPUT RUN-STATS-FILE
           IF NOT WS-RUNSTATS-OK
               DISPLAY 'ARR01BAL - RUNSTATS OPEN FAILED - STATUS '
                   WS-RUNSTATS-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O DAILY-BALANCE-FILE
           IF NOT WS-DAYBAL-OK
               OPEN OUTPUT DAILY-BALANCE-FILE
               CLOSE DAILY-BALANCE-FILE
               OPEN I-O DAILY-BALANCE-FILE
           END-IF
           IF NOT WS-DAYBAL-OK
               DISPLAY 'ARR01BAL - DAYBAL OPEN FAILED - STATUS '
                   WS-DAYBAL-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT BALANCE-REPORT-FILE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-FIND-PRIOR-CLOSE - BROWSE DAYBAL FROM THE START, KEEPING
      * THE LAST ROW DATED BEFORE THE BUSINESS DATE (A RERUN MUST NOT
      * OPEN FROM ITS OWN EARLIER ROW), THEN SEE WHETHER TODAY'S ROW
      * IS ALREADY THERE TO BE REPLACED. WITH NO PRIOR CLOSE THE RUN
      * IS A REBASE FROM ZERO.
      *----------------------------------------------------------------
       2000-FIND-PRIOR-CLOSE.
           SET WS-NO-PRIOR TO TRUE
           MOVE SPACES TO WS-PRIOR-DATE
           MOVE LOW-VALUES TO WS-PRIOR-HIGH-TS
           MOVE ZEROS TO WS-PRIOR-ACTIVE
           MOVE ZEROS TO WS-PRIOR-INACTIVE
           MOVE ZEROS TO WS-PRIOR-PURGE-PEND

           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO DB-IO-KEY
           START DAILY-BALANCE-FILE KEY IS GREATER THAN DB-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 2100-READ-ONE-CLOSE THRU 2100-EXIT
               UNTIL WS-EOF

           SET WS-NO-TODAY-ROW TO TRUE
           MOVE WS-BUSINESS-DATE TO DB-IO-KEY
           READ DAILY-BALANCE-FILE
           IF WS-DAYBAL-OK
               SET WS-TODAY-ROW-EXISTS TO TRUE
           END-IF

           IF WS-NO-PRIOR
               SET WS-REBASE-MODE TO TRUE
               DISPLAY 'ARR01BAL - NO PRIOR CLOSE ON DAYBAL - '
                   'THIS RUN IS THE BASELINE'
           END-IF
           MOVE WS-PRIOR-HIGH-TS TO WS-WINDOW-FROM-TS
           MOVE WS-PRIOR-ACTIVE TO WS-MV-OPENING(1)
           MOVE WS-PRIOR-INACTIVE TO WS-MV-OPENING(2)
           MOVE WS-PRIOR-PURGE-PEND TO WS-MV-OPENING(3).
       2000-EXIT.
           EXIT.

       2100-READ-ONE-CLOSE.
           READ DAILY-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF DB-IO-KEY NOT LESS THAN WS-BUSINESS-DATE
               SET WS-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF
           MOVE DAILY-BALANCE-IO-RECORD TO DAILY-BALANCE-RECORD
           SET WS-PRIOR-FOUND TO TRUE
           MOVE DB-BUSINESS-DATE TO WS-PRIOR-DATE
           MOVE DB-AUDIT-HIGH-TS TO WS-PRIOR-HIGH-TS
           MOVE DB-CLOSE-ACTIVE TO WS-PRIOR-ACTIVE
           MOVE DB-CLOSE-INACTIVE TO WS-PRIOR-INACTIVE
           MOVE DB-CLOSE-PURGE-PEND TO WS-PRIOR-PURGE-PEND.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-APPLY-JOURNAL - READ THE WHOLE JOURNAL. ENTRIES INSIDE THE
      * WINDOW ARE APPLIED TO THE MOVEMENT MATRIX; ARRAY01 ADDS
      * STAMPED WITH THE BUSINESS DATE ARE COUNTED FOR THE RUNSTATS
      * PROOF WHEREVER THEY FALL, SINCE RUNSTATS IS KEPT BY LOAD DATE
      * AND NOT BY CLOCK. ONLY THE ROLLED GENERATIONS THAT REACH PAST
      * THE PRIOR CLOSE ARE READ, THEN THE CURRENT JOURNAL.
      *----------------------------------------------------------------
       3000-APPLY-JOURNAL.
           SET AGR-OPEN TO TRUE
           SET AGR-INPUT-MODE TO TRUE
           MOVE 'ARR01BAL' TO AGR-PROGRAM
           MOVE SPACES TO AGR-FROM-DATE
           IF WS-PRIOR-FOUND
               MOVE WS-WINDOW-FROM-TS(1:8) TO AGR-FROM-DATE
           END-IF
           MOVE SPACES TO AGR-TO-DATE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           SET WS-NOT-EOF TO TRUE
           PERFORM 3100-READ-ONE-ENTRY THRU 3100-EXIT
               UNTIL WS-EOF
           SET AGR-CLOSE TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-ENTRY.
           SET AGR-READ TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           IF NOT AGR-OK
               SET WS-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF
           MOVE AGR-RECORD TO AUDIT-RECORD
           ADD 1 TO WS-JOURNAL-READ

           IF AU-FUNCTION EQUAL 'ADD'
               AND AU-PROGRAM EQUAL 'ARRAY01'
               AND AU-AFTER-LOAD-DATE EQUAL WS-BUSINESS-DATE
               ADD 1 TO DB-JRNL-ADDED
           END-IF

           IF AU-TIMESTAMP(1:16) NOT GREATER THAN WS-WINDOW-FROM-TS
               OR AU-TIMESTAMP(1:16) GREATER THAN WS-RUN-TIMESTAMP
               GO TO 3100-EXIT
           END-IF

           MOVE ZERO TO WS-TYP
           MOVE ZERO TO WS-FROM-BKT
           MOVE ZERO TO WS-TO-BKT
           EVALUATE AU-FUNCTION
               WHEN 'ADD'
                   MOVE 1 TO WS-TYP
                   ADD 1 TO DB-MOV-ADD
               WHEN 'CHANGE'
               WHEN 'UPDATE'
                   MOVE 2 TO WS-TYP
                   ADD 1 TO DB-MOV-CHANGE
               WHEN 'DELETE'
                   MOVE 3 TO WS-TYP
                   ADD 1 TO DB-MOV-DELETE
               WHEN 'MERGEDROP'
                   MOVE 4 TO WS-TYP
                   ADD 1 TO DB-MOV-MERGEDROP
               WHEN 'RESTORE'
                   MOVE 5 TO WS-TYP
                   ADD 1 TO DB-MOV-RESTORE
               WHEN 'PURGE'
                   MOVE 6 TO WS-TYP
                   ADD 1 TO DB-MOV-PURGE
               WHEN OTHER
                   GO TO 3100-EXIT
           END-EVALUATE
           ADD 1 TO WS-JOURNAL-IN-WINDOW

           IF WS-TYP NOT EQUAL 1 AND WS-TYP NOT EQUAL 5
               MOVE AU-BEFORE-STATUS TO WS-STATUS-BYTE
               PERFORM 3200-STATUS-TO-BUCKET THRU 3200-EXIT
               MOVE WS-STATUS-BKT TO WS-FROM-BKT
           END-IF
           IF WS-TYP NOT EQUAL 6
               MOVE AU-AFTER-STATUS TO WS-STATUS-BYTE
               PERFORM 3200-STATUS-TO-BUCKET THRU 3200-EXIT
               MOVE WS-STATUS-BKT TO WS-TO-BKT
           END-IF

           IF WS-FROM-BKT GREATER THAN ZERO
               SUBTRACT 1 FROM WS-MV-EFFECT(WS-FROM-BKT WS-TYP)
           END-IF
           IF WS-TO-BKT GREATER THAN ZERO
               ADD 1 TO WS-MV-EFFECT(WS-TO-BKT WS-TYP)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-STATUS-TO-BUCKET - MAP A JOURNALED STATUS BYTE TO ITS
      * BUCKET THE WAY EC01PMR READS PM-STATUS (BLANK IS ACTIVE). ANY
      * OTHER VALUE MAPS TO NO BUCKET AND SURFACES AS A DIFFERENCE.
      *----------------------------------------------------------------
       3200-STATUS-TO-BUCKET.
           EVALUATE WS-STATUS-BYTE
               WHEN 'A'
               WHEN SPACE
                   MOVE 1 TO WS-STATUS-BKT
               WHEN 'I'
                   MOVE 2 TO WS-STATUS-BKT
               WHEN 'P'
                   MOVE 3 TO WS-STATUS-BKT
               WHEN OTHER
                   MOVE 0 TO WS-STATUS-BKT
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-RUNSTATS-PROOF - ADD UP THE ARRAY01 ROWS' PROCESSED
      * COUNTS FOR THE BUSINESS DATE. ARRAY01 COUNTS ONLY ADDS AS
      * PROCESSED, SO THIS MUST EQUAL THE ARRAY01 ADDS JOURNALED WITH
      * THE SAME LOAD DATE.
      *----------------------------------------------------------------
       4000-RUNSTATS-PROOF.
           SET WS-NOT-EOF TO TRUE
           PERFORM 4100-READ-ONE-STATS-ROW THRU 4100-EXIT
               UNTIL WS-EOF.
       4000-EXIT.
           EXIT.

       4100-READ-ONE-STATS-ROW.
           READ RUN-STATS-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           MOVE RUN-STATS-IO-RECORD TO RUN-STATS-RECORD
           IF RS-PROGRAM EQUAL 'ARRAY01'
               AND RS-RUN-DATE EQUAL WS-BUSINESS-DATE
               ADD RS-PROCESSED-COUNT TO DB-RS-ADDED
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-COUNT-MASTER - A FRESH COUNT OF THE MASTER BY PM-STATUS,
      * SKIPPING THE KEY-ZERO CONTROL ROW.
      *----------------------------------------------------------------
       5000-COUNT-MASTER.
           SET WS-NOT-EOF TO TRUE
           MOVE ZEROS TO PM-IO-KEY
           START PERSONA-MASTER-FILE KEY IS GREATER THAN PM-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 5100-COUNT-ONE-PERSONA THRU 5100-EXIT
               UNTIL WS-EOF.
       5000-EXIT.
           EXIT.

       5100-COUNT-ONE-PERSONA.
           READ PERSONA-MASTER-FILE NEXT RECORD
               INTO PERSONA-MASTER-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-MASTER-READ
           EVALUATE TRUE
               WHEN PM-STATUS-ACTIVE
                   ADD 1 TO WS-MV-ACTUAL(1)
               WHEN PM-STATUS-INACTIVE
                   ADD 1 TO WS-MV-ACTUAL(2)
               WHEN PM-STATUS-PURGE-PENDING
                   ADD 1 TO WS-MV-ACTUAL(3)
               WHEN OTHER
                   ADD 1 TO DB-UNKNOWN-STATUS
           END-EVALUATE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PROVE-BALANCE - EXPECTED = OPENING PLUS EVERY MOVEMENT'S
      * NET EFFECT, BUCKET BY BUCKET. ANY BUCKET THAT DISAGREES WITH
      * THE COUNT, A ROW WITH A STATUS NO BUCKET HOLDS, OR A FAILED
      * RUNSTATS PROOF PUTS THE DAY OUT OF BALANCE. A REBASE RECORDS
      * THE SAME FIGURES BUT TAKES THE COUNT AS THE CLOSE.
      *----------------------------------------------------------------
       6000-PROVE-BALANCE.
           MOVE ZERO TO WS-DIFFERENCE-COUNT
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
               MOVE WS-MV-OPENING(WS-BKT) TO WS-MV-EXPECTED(WS-BKT)
               PERFORM VARYING WS-TYP FROM 1 BY 1 UNTIL WS-TYP > 6
                   ADD WS-MV-EFFECT(WS-BKT WS-TYP)
                       TO WS-MV-EXPECTED(WS-BKT)
               END-PERFORM
               COMPUTE WS-MV-DIFFERENCE(WS-BKT) =
                   WS-MV-ACTUAL(WS-BKT) - WS-MV-EXPECTED(WS-BKT)
               IF WS-MV-DIFFERENCE(WS-BKT) NOT EQUAL ZERO
                   ADD 1 TO WS-DIFFERENCE-COUNT
               END-IF
           END-PERFORM
           IF DB-UNKNOWN-STATUS GREATER THAN ZERO
               OR DB-RS-ADDED NOT EQUAL DB-JRNL-ADDED
               ADD 1 TO WS-DIFFERENCE-COUNT
           END-IF

           MOVE WS-BUSINESS-DATE TO DB-BUSINESS-DATE
           MOVE WS-RUN-TIMESTAMP TO DB-AUDIT-HIGH-TS
           MOVE SPACES TO DB-CLOSE-TIMESTAMP
           ACCEPT DB-CLOSE-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT DB-CLOSE-TIMESTAMP(9:8) FROM TIME
           MOVE WS-PRIOR-ACTIVE TO DB-OPEN-ACTIVE
           MOVE WS-PRIOR-INACTIVE TO DB-OPEN-INACTIVE
           MOVE WS-PRIOR-PURGE-PEND TO DB-OPEN-PURGE-PEND
           MOVE WS-MV-EXPECTED(1) TO DB-EXP-ACTIVE
           MOVE WS-MV-EXPECTED(2) TO DB-EXP-INACTIVE
           MOVE WS-MV-EXPECTED(3) TO DB-EXP-PURGE-PEND
           MOVE WS-MV-ACTUAL(1) TO DB-CLOSE-ACTIVE
           MOVE WS-MV-ACTUAL(2) TO DB-CLOSE-INACTIVE
           MOVE WS-MV-ACTUAL(3) TO DB-CLOSE-PURGE-PEND

           EVALUATE TRUE
               WHEN WS-REBASE-MODE
                   SET DB-REBASED TO TRUE
               WHEN WS-DIFFERENCE-COUNT GREATER THAN ZERO
                   SET DB-OUT-OF-BALANCE TO TRUE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   SET DB-BALANCED TO TRUE
           END-EVALUATE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-SAVE-BALANCE-ROW - WRITE THE DAY'S ROW, OR REPLACE IT ON
      * A RERUN. A REBASE IS JOURNALED ONCE THE ROW IS DOWN.
      *----------------------------------------------------------------
       7000-SAVE-BALANCE-ROW.
           MOVE DAILY-BALANCE-RECORD TO DAILY-BALANCE-IO-RECORD
           IF WS-TODAY-ROW-EXISTS
               REWRITE DAILY-BALANCE-IO-RECORD
           ELSE
               WRITE DAILY-BALANCE-IO-RECORD
           END-IF
           IF NOT WS-DAYBAL-OK
               DISPLAY 'ARR01BAL - DAYBAL WRITE FAILED - STATUS '
                   WS-DAYBAL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF

           IF DB-REBASED
               PERFORM 7100-JOURNAL-REBASE THRU 7100-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100-JOURNAL-REBASE - JOURNAL THE REBASE (BALREBASE). THE
      * EXPECTED AND COUNTED ACTIVE FIGURES TRAVEL IN THE BEFORE/AFTER
      * NAME COLUMNS AND THE INACTIVE ONES IN THE APELLIDO COLUMNS,
      * THE WAY CTLFIX CARRIES ITS OLD AND NEW VALUES; THE BUSINESS
      * DATE RIDES IN THE LOAD-DATE COLUMN. THE JOURNAL IS OPENED FOR
      * EXTEND JUST FOR THE ONE ENTRY.
      *----------------------------------------------------------------
       7100-JOURNAL-REBASE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDTLOG-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF

           MOVE SPACES TO AUDIT-RECORD
           MOVE SPACES TO AU-TIMESTAMP
           ACCEPT AU-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT AU-TIMESTAMP(9:8) FROM TIME
           MOVE 'ARR01BAL' TO AU-PROGRAM
           MOVE 'BALREBASE' TO AU-FUNCTION
           MOVE ZEROS TO AU-INDEX
           MOVE DB-EXP-ACTIVE TO AU-BEFORE-NAME
           MOVE DB-CLOSE-ACTIVE TO AU-AFTER-NAME
           MOVE DB-EXP-INACTIVE TO AU-BEFORE-APELLIDO
           MOVE DB-CLOSE-INACTIVE TO AU-AFTER-APELLIDO
           MOVE WS-BUSINESS-DATE TO AU-AFTER-LOAD-DATE
           MOVE ZERO TO AU-MQ-COMP-CODE
           MOVE ZERO TO AU-MQ-REASON-CODE
           MOVE SPACES TO AU-USER-ID
           WRITE AUDIT-IO-RECORD FROM AUDIT-RECORD
           CLOSE AUDIT-FILE.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7500-WRITE-REPORT - ONE LINE PER STATUS BUCKET WITH THE NET
      * EFFECT OF EACH MOVEMENT TYPE, THEN THE ENTRY COUNTS BEHIND
      * THEM, THE RUNSTATS PROOF AND THE RESULT.
      *----------------------------------------------------------------
       7500-WRITE-REPORT.
           MOVE WS-BUSINESS-DATE TO WS-HDG-DATE
           IF WS-PRIOR-FOUND
               MOVE WS-PRIOR-DATE TO WS-HDG-PRIOR-DATE
               MOVE WS-WINDOW-FROM-TS TO WS-HDG-FROM-TS
           ELSE
               MOVE 'NONE' TO WS-HDG-PRIOR-DATE
               MOVE 'START OF JOURNAL' TO WS-HDG-FROM-TS
           END-IF
           MOVE WS-RUN-TIMESTAMP TO WS-HDG-TO-TS
           WRITE BALANCE-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE BALANCE-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE BALANCE-REPORT-LINE FROM SPACES
           WRITE BALANCE-REPORT-LINE FROM WS-HEADING-LINE-3

           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
               MOVE WS-BUCKET-NAME(WS-BKT) TO WS-DTL-BUCKET
               MOVE WS-MV-OPENING(WS-BKT) TO WS-DTL-OPENING
               PERFORM VARYING WS-TYP FROM 1 BY 1 UNTIL WS-TYP > 6
                   MOVE WS-MV-EFFECT(WS-BKT WS-TYP)
                       TO WS-DTL-EFFECT(WS-TYP)
               END-PERFORM
               MOVE WS-MV-EXPECTED(WS-BKT) TO WS-DTL-EXPECTED
               MOVE WS-MV-ACTUAL(WS-BKT) TO WS-DTL-ACTUAL
               MOVE WS-MV-DIFFERENCE(WS-BKT) TO WS-DTL-DIFFERENCE
               WRITE BALANCE-REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM

           MOVE DB-MOV-ADD TO WS-ENT-COUNT(1)
           MOVE DB-MOV-CHANGE TO WS-ENT-COUNT(2)
           MOVE DB-MOV-DELETE TO WS-ENT-COUNT(3)
           MOVE DB-MOV-MERGEDROP TO WS-ENT-COUNT(4)
           MOVE DB-MOV-RESTORE TO WS-ENT-COUNT(5)
           MOVE DB-MOV-PURGE TO WS-ENT-COUNT(6)
           WRITE BALANCE-REPORT-LINE FROM SPACES
           WRITE BALANCE-REPORT-LINE FROM WS-ENTRIES-LINE

           MOVE DB-RS-ADDED TO WS-PRF-RS-ADDED
           MOVE DB-JRNL-ADDED TO WS-PRF-JRNL-ADDED
           IF DB-RS-ADDED EQUAL DB-JRNL-ADDED
               MOVE 'AGREE' TO WS-PRF-RESULT
           ELSE
               MOVE 'DO NOT AGREE' TO WS-PRF-RESULT
           END-IF
           MOVE DB-UNKNOWN-STATUS TO WS-UNK-COUNT
           WRITE BALANCE-REPORT-LINE FROM WS-PROOF-LINE
           WRITE BALANCE-REPORT-LINE FROM WS-UNKNOWN-LINE

           EVALUATE TRUE
               WHEN DB-BALANCED
                   MOVE 'BALANCED' TO WS-RES-TEXT
               WHEN DB-OUT-OF-BALANCE
                   MOVE 'OUT OF BALANCE - SEE THE DIFFERENCE COLUMN'
                       TO WS-RES-TEXT
               WHEN OTHER
                   MOVE 'REBASED - THE COUNT IS TAKEN AS THE CLOSE'
                       TO WS-RES-TEXT
           END-EVALUATE
           WRITE BALANCE-REPORT-LINE FROM SPACES
           WRITE BALANCE-REPORT-LINE FROM WS-RESULT-LINE.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           MOVE WS-JOURNAL-READ TO WS-TOT-JOURNAL
           MOVE WS-JOURNAL-IN-WINDOW TO WS-TOT-WINDOW
           MOVE WS-MASTER-READ TO WS-TOT-MASTER
           DISPLAY 'ARR01BAL - BUSINESS DATE          ' WS-BUSINESS-DATE
           DISPLAY 'ARR01BAL - JOURNAL ENTRIES READ   ' WS-TOT-JOURNAL
           DISPLAY 'ARR01BAL - MOVEMENTS IN WINDOW    ' WS-TOT-WINDOW
           DISPLAY 'ARR01BAL - MASTER ROWS COUNTED    ' WS-TOT-MASTER
           DISPLAY 'ARR01BAL - RESULT ' DB-STATUS-SW
               ' (B BALANCED, O OUT OF BALANCE, R REBASED)'.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE PERSONA-MASTER-FILE
           CLOSE RUN-STATS-FILE
           CLOSE DAILY-BALANCE-FILE
           CLOSE BALANCE-REPORT-FILE.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-MARK-CYCLE-END - RECORD THE OUTCOME ON THE CYCLE CONTROL
      * FILE: RETURN CODE 8 OR MORE OR AN INIT ABORT IS A FAILURE.
      *----------------------------------------------------------------
       9500-MARK-CYCLE-END.
           MOVE RETURN-CODE TO WS-CYC-SAVE-RC
           IF WS-ABORT OR WS-CYC-SAVE-RC GREATER THAN OR EQUAL 8
               MOVE 'F' TO WS-CYC-FUNCTION
           ELSE
               MOVE 'E' TO WS-CYC-FUNCTION
           END-IF
           CALL 'ARR01CYC' USING WS-CYC-FUNCTION WS-CYC-JOB-NAME
               WS-CYC-RESULT
           MOVE WS-CYC-SAVE-RC TO RETURN-CODE.
       9500-EXIT.
           EXIT.
