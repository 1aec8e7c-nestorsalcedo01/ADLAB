       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01AGR.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01AGR IS THE SHARED AUDIT JOURNAL READER. SINCE THE MONTHLY
      * ROLLOVER (ARR01ROL) THE EC01AUDT JOURNAL IS A SET OF DATED
      * GENERATIONS PLUS THE CURRENT JOURNAL, SO A PROGRAM THAT READS
      * IT NO LONGER OPENS AUDTLOG ITSELF: IT CALLS HERE (SEE
      * EC01AGRP) WITH THE DATE WINDOW IT CARES ABOUT AND IS HANDED
      * THE ENTRIES ONE AT A TIME, OLDEST GENERATION FIRST AND THE
      * CURRENT JOURNAL LAST.
      *
      * THE GENERATION INDEX (AUDGIDX, SEE EC01AGIX) IS READ AT OPEN
      * TIME AND ONLY THE GENERATIONS WHOSE FIRST-TO-LAST DATES
      * OVERLAP THE WINDOW ARE OPENED - A QUESTION ABOUT LAST WEEK
      * NO LONGER READS THREE YEARS OF JOURNAL. THE GENERATION
      * DATASETS ARE NOT IN ANY JOB'S JCL: EACH ONE IS ALLOCATED TO
      * THE AUDTGEN DD BY BPXWDYN FROM ITS INDEX ROW WHEN ITS TURN
      * COMES AND FREED WHEN IT HAS BEEN READ. AS EACH GENERATION IS
      * READ ITS ENTRY COUNT AND AU-INDEX HASH TOTAL ARE PROVED
      * AGAINST THE INDEX ROW.
      *
      * THE CURRENT JOURNAL IS STILL THE CALLER'S OWN AUDTLOG DD, SO
      * EVERY JOB KEEPS POINTING AT WHATEVER JOURNAL IT ALWAYS HAS.
      * IN UPDATE MODE (THE ERASURE) BOTH THE GENERATIONS AND AUDTLOG
      * ARE OPENED I-O AND THE CALLER MAY REWRITE WHAT IT IS HANDED.
      * THE ROUTINE NEVER STOPS ITS CALLER: A GENERATION THAT CANNOT
      * BE ALLOCATED OR OPENED, OR DOES NOT BALANCE, IS DISPLAYED AND
      * COUNTED AND THE PASS GOES ON.
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
           SELECT GEN-INDEX-FILE ASSIGN TO AUDGIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AG-IO-KEY
               FILE STATUS IS WS-AUDGIDX-STATUS.

           SELECT AUDIT-GEN-FILE ASSIGN TO AUDTGEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTGEN-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-INDEX-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  GEN-INDEX-IO-RECORD.
           05  AG-IO-KEY               PIC 9(04).
           05  AG-IO-DATA              PIC X(156).

       FD  AUDIT-GEN-FILE
           RECORD CONTAINS 202 CHARACTERS.
       01  AUDIT-GEN-IO-RECORD         PIC X(202).

       FD  AUDIT-FILE
           RECORD CONTAINS 202 CHARACTERS.
       01  AUDIT-IO-RECORD             PIC X(202).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-AUDGIDX-STATUS       PIC X(02).
               88  WS-AUDGIDX-OK       VALUE '00'.
           05  WS-AUDTGEN-STATUS       PIC X(02).
               88  WS-AUDTGEN-OK       VALUE '00'.
           05  WS-AUDTLOG-STATUS       PIC X(02).
               88  WS-AUDTLOG-OK       VALUE '00'.
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
      *    WORKING STORAGE SURVIVES ACROSS CALLS - THE SWITCHES BELOW
      *    CARRY THE PASS FROM ONE READ TO THE NEXT.
           05  WS-PASS-SW              PIC X(01) VALUE 'N'.
               88  WS-PASS-OPEN        VALUE 'Y'.
               88  WS-PASS-CLOSED      VALUE 'N'.
           05  WS-PHASE-SW             PIC X(01) VALUE 'E'.
               88  WS-IN-GENERATIONS   VALUE 'G'.
               88  WS-IN-CURRENT       VALUE 'C'.
               88  WS-PASS-ENDED       VALUE 'E'.
           05  WS-GEN-SW               PIC X(01) VALUE 'N'.
               88  WS-GEN-OPEN         VALUE 'Y'.
               88  WS-GEN-NOT-OPEN     VALUE 'N'.
           05  WS-ENTRY-SW             PIC X(01).
               88  WS-GOT-ENTRY        VALUE 'Y'.
               88  WS-NO-ENTRY         VALUE 'N'.
           05  WS-LAST-FROM-SW         PIC X(01) VALUE SPACE.
               88  WS-LAST-FROM-GEN    VALUE 'G'.
               88  WS-LAST-FROM-CURRENT VALUE 'C'.
           05  WS-GX                   PIC S9(04) COMP-5.
           05  WS-GEN-ENTRIES          PIC 9(09).
           05  WS-GEN-HASH             PIC 9(18).
           05  WS-GEN-SOURCE.
               10  FILLER              PIC X(03) VALUE 'GEN'.
               10  WS-GEN-SOURCE-NO    PIC 9(04).
               10  FILLER              PIC X(01) VALUE SPACE.

      *    THE INDEX ROWS IN GENERATION ORDER, WITH WHETHER EACH ONE
      *    OVERLAPS THE WINDOW OF THE PASS. 600 IS FIFTY YEARS OF
      *    MONTHLY ROLLOVERS; ROWS PAST IT ARE COUNTED AS MISSING, SO
      *    A CALLER THAT CHECKS FOR GAPS STILL SEES THEM.
       01  WS-GEN-CONTROL.
           05  WS-GEN-MAX              PIC S9(04) COMP-5 VALUE 600.
           05  WS-GEN-COUNT            PIC S9(04) COMP-5 VALUE 0.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 600 TIMES.
               10  GT-GEN-NUMBER       PIC 9(04).
               10  GT-DSNAME           PIC X(44).
               10  GT-ENTRY-COUNT      PIC 9(09).
               10  GT-HASH-TOTAL       PIC 9(18).
               10  GT-SELECT-SW        PIC X(01).
                   88  GT-SELECTED     VALUE 'Y'.
                   88  GT-NOT-SELECTED VALUE 'N'.

      *----------------------------------------------------------------
      * THE BPXWDYN REQUEST - A HALFWORD LENGTH FOLLOWED BY THE TEXT.
      * BPXWDYN ANSWERS IN RETURN-CODE, WHICH IS SAVED AND PUT BACK
      * SO THE CALLER'S OWN RETURN CODE IS NEVER DISTURBED.
      *----------------------------------------------------------------
       01  WS-DYN-REQUEST.
           05  WS-DYN-LENGTH           PIC S9(04) COMP.
           05  WS-DYN-TEXT             PIC X(120).
       01  WS-DYN-WORK.
           05  WS-DYN-PTR              PIC S9(04) COMP-5.
           05  WS-DYN-DISP             PIC X(03).
           05  WS-DYN-RC               PIC S9(09) COMP-5.
           05  WS-SAVE-RC              PIC S9(09) COMP-5.

           COPY EC01AGIX.
           COPY EC01AUDT.

       LINKAGE SECTION.
           COPY EC01AGRP.

       PROCEDURE DIVISION USING AUDIT-GEN-READ-AREA.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN AGR-OPEN
                   PERFORM 1000-OPEN-PASS THRU 1000-EXIT
               WHEN AGR-READ
                   PERFORM 2000-READ-NEXT THRU 2000-EXIT
               WHEN AGR-REWRITE
                   PERFORM 3000-REWRITE-ENTRY THRU 3000-EXIT
               WHEN AGR-CLOSE
                   PERFORM 9000-CLOSE-PASS THRU 9000-EXIT
               WHEN OTHER
                   SET AGR-FAILED TO TRUE
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      * 1000-OPEN-PASS - OPEN THE CURRENT JOURNAL FIRST: IF THE
      * CALLER'S AUDTLOG WILL NOT OPEN, THE PASS FAILS EXACTLY AS THE
      * CALLER'S OWN OPEN WOULD HAVE. THEN LOAD THE INDEX AND MARK
      * THE GENERATIONS THE WINDOW NEEDS.
      *----------------------------------------------------------------
       1000-OPEN-PASS.
           IF WS-PASS-OPEN
               PERFORM 9000-CLOSE-PASS THRU 9000-EXIT
           END-IF
           MOVE ZEROS TO AGR-GENS-INDEXED
           MOVE ZEROS TO AGR-GENS-OPENED
           MOVE ZEROS TO AGR-GENS-SKIPPED
           MOVE ZEROS TO AGR-GENS-MISSING
           MOVE ZEROS TO AGR-GENS-UNBALANCED
           MOVE SPACES TO AGR-SOURCE
           MOVE SPACE TO WS-LAST-FROM-SW

           IF AGR-UPDATE-MODE
               OPEN I-O AUDIT-FILE
           ELSE
               OPEN INPUT AUDIT-FILE
           END-IF
           MOVE WS-AUDTLOG-STATUS TO AGR-FILE-STATUS
           IF NOT WS-AUDTLOG-OK
               SET AGR-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET WS-PASS-OPEN TO TRUE

           PERFORM 1100-LOAD-INDEX THRU 1100-EXIT
           MOVE ZERO TO WS-GX
           SET WS-IN-GENERATIONS TO TRUE
           SET AGR-OK TO TRUE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-INDEX - NO AUDGIDX MEANS NOTHING HAS BEEN ROLLED (OR
      * THE JOB DOES NOT CARE) - THE CURRENT JOURNAL ALONE IS READ.
      *----------------------------------------------------------------
       1100-LOAD-INDEX.
           MOVE ZERO TO WS-GEN-COUNT
           OPEN INPUT GEN-INDEX-FILE
           IF NOT WS-AUDGIDX-OK
               DISPLAY 'ARR01AGR - ' AGR-PROGRAM ' - AUDGIDX NOT '
                   'AVAILABLE - CURRENT JOURNAL ONLY'
               GO TO 1100-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 1200-LOAD-ONE-ROW THRU 1200-EXIT
               UNTIL WS-EOF
           CLOSE GEN-INDEX-FILE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-ROW - A GENERATION OVERLAPS THE WINDOW UNLESS IT
      * ENDED BEFORE THE FROM DATE OR STARTED AFTER THE TO DATE.
      *----------------------------------------------------------------
       1200-LOAD-ONE-ROW.
           READ GEN-INDEX-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ
           MOVE GEN-INDEX-IO-RECORD TO AUDIT-GEN-INDEX-RECORD
           ADD 1 TO AGR-GENS-INDEXED
           IF WS-GEN-COUNT NOT LESS THAN WS-GEN-MAX
               ADD 1 TO AGR-GENS-MISSING
               DISPLAY 'ARR01AGR - ' AGR-PROGRAM ' - GENERATION '
                   AG-GEN-NUMBER ' BEYOND THE TABLE - NOT READ'
               GO TO 1200-EXIT
           END-IF

           ADD 1 TO WS-GEN-COUNT
           MOVE AG-GEN-NUMBER TO GT-GEN-NUMBER(WS-GEN-COUNT)
           MOVE AG-DSNAME TO GT-DSNAME(WS-GEN-COUNT)
           MOVE AG-ENTRY-COUNT TO GT-ENTRY-COUNT(WS-GEN-COUNT)
           MOVE AG-HASH-TOTAL TO GT-HASH-TOTAL(WS-GEN-COUNT)
           SET GT-SELECTED(WS-GEN-COUNT) TO TRUE
           IF AGR-FROM-DATE NOT EQUAL SPACES
               AND AG-LAST-TIMESTAMP(1:8) LESS THAN AGR-FROM-DATE
               SET GT-NOT-SELECTED(WS-GEN-COUNT) TO TRUE
           END-IF
           IF AGR-TO-DATE NOT EQUAL SPACES
               AND AG-FIRST-TIMESTAMP(1:8) GREATER THAN AGR-TO-DATE
               SET GT-NOT-SELECTED(WS-GEN-COUNT) TO TRUE
           END-IF
           IF GT-NOT-SELECTED(WS-GEN-COUNT)
               ADD 1 TO AGR-GENS-SKIPPED
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-READ-NEXT - STEP THROUGH THE GENERATIONS AND THEN THE
      * CURRENT JOURNAL UNTIL AN ENTRY TURNS UP OR THE PASS ENDS.
      *----------------------------------------------------------------
       2000-READ-NEXT.
           IF WS-PASS-CLOSED
               SET AGR-END TO TRUE
               GO TO 2000-EXIT
           END-IF
           SET WS-NO-ENTRY TO TRUE
           PERFORM 2100-TRY-NEXT-ENTRY THRU 2100-EXIT
               UNTIL WS-GOT-ENTRY OR WS-PASS-ENDED
           IF WS-GOT-ENTRY
               MOVE AUDIT-RECORD TO AGR-RECORD
               SET AGR-OK TO TRUE
           ELSE
               SET AGR-END TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-TRY-NEXT-ENTRY.
           IF WS-IN-CURRENT
               PERFORM 2400-READ-CURRENT THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF
           IF WS-GEN-NOT-OPEN
               PERFORM 2200-OPEN-NEXT-GEN THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF

           READ AUDIT-GEN-FILE
               AT END
                   PERFORM 2300-END-OF-GEN THRU 2300-EXIT
                   GO TO 2100-EXIT
           END-READ
           MOVE AUDIT-GEN-IO-RECORD TO AUDIT-RECORD
           ADD 1 TO WS-GEN-ENTRIES
           ADD AU-INDEX TO WS-GEN-HASH
           MOVE GT-GEN-NUMBER(WS-GX) TO WS-GEN-SOURCE-NO
           MOVE WS-GEN-SOURCE TO AGR-SOURCE
           SET WS-LAST-FROM-GEN TO TRUE
           SET WS-GOT-ENTRY TO TRUE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-OPEN-NEXT-GEN - MOVE TO THE NEXT GENERATION THE WINDOW
      * NEEDS: ALLOCATE IT TO AUDTGEN AND OPEN IT. ONE THAT WILL NOT
      * ALLOCATE OR OPEN IS A GAP - SAID SO, COUNTED, AND PASSED BY.
      * PAST THE LAST GENERATION THE CURRENT JOURNAL TAKES OVER.
      *----------------------------------------------------------------
       2200-OPEN-NEXT-GEN.
           ADD 1 TO WS-GX
           IF WS-GX GREATER THAN WS-GEN-COUNT
               SET WS-IN-CURRENT TO TRUE
               GO TO 2200-EXIT
           END-IF
           IF GT-NOT-SELECTED(WS-GX)
               GO TO 2200-EXIT
           END-IF

           IF AGR-UPDATE-MODE
               MOVE 'OLD' TO WS-DYN-DISP
           ELSE
               MOVE 'SHR' TO WS-DYN-DISP
           END-IF
           MOVE SPACES TO WS-DYN-TEXT
           MOVE 1 TO WS-DYN-PTR
           STRING 'ALLOC DD(AUDTGEN) DSN(' DELIMITED BY SIZE
               GT-DSNAME(WS-GX) DELIMITED BY SPACE
               ') ' DELIMITED BY SIZE
               WS-DYN-DISP DELIMITED BY SIZE
               ' REUSE' DELIMITED BY SIZE
               INTO WS-DYN-TEXT WITH POINTER WS-DYN-PTR
           END-STRING
           PERFORM 8000-CALL-BPXWDYN THRU 8000-EXIT
           IF WS-DYN-RC NOT EQUAL ZERO
               ADD 1 TO AGR-GENS-MISSING
               DISPLAY 'ARR01AGR - ' AGR-PROGRAM ' - GENERATION '
                   GT-GEN-NUMBER(WS-GX) ' NOT ALLOCATED - RC '
                   WS-DYN-RC ' - ' GT-DSNAME(WS-GX)
               GO TO 2200-EXIT
           END-IF

           IF AGR-UPDATE-MODE
               OPEN I-O AUDIT-GEN-FILE
           ELSE
               OPEN INPUT AUDIT-GEN-FILE
           END-IF
           IF NOT WS-AUDTGEN-OK
               ADD 1 TO AGR-GENS-MISSING
               DISPLAY 'ARR01AGR - ' AGR-PROGRAM ' - GENERATION '
                   GT-GEN-NUMBER(WS-GX) ' OPEN FAILED - STATUS '
                   WS-AUDTGEN-STATUS ' - ' GT-DSNAME(WS-GX)
               PERFORM 8100-FREE-AUDTGEN THRU 8100-EXIT
               GO TO 2200-EXIT
           END-IF

           SET WS-GEN-OPEN TO TRUE
           ADD 1 TO AGR-GENS-OPENED
           MOVE ZERO TO WS-GEN-ENTRIES
           MOVE ZERO TO WS-GEN-HASH.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-END-OF-GEN - PROVE THE GENERATION AGAINST ITS INDEX ROW
      * AND LET IT GO.
      *----------------------------------------------------------------
       2300-END-OF-GEN.
           CLOSE AUDIT-GEN-FILE
           PERFORM 8100-FREE-AUDTGEN THRU 8100-EXIT
           SET WS-GEN-NOT-OPEN TO TRUE
           MOVE SPACE TO WS-LAST-FROM-SW

           IF WS-GEN-ENTRIES NOT EQUAL GT-ENTRY-COUNT(WS-GX)
               OR WS-GEN-HASH NOT EQUAL GT-HASH-TOTAL(WS-GX)
               ADD 1 TO AGR-GENS-UNBALANCED
               DISPLAY 'ARR01AGR - ' AGR-PROGRAM ' - GENERATION '
                   GT-GEN-NUMBER(WS-GX) ' OUT OF BALANCE - READ '
                   WS-GEN-ENTRIES ' INDEXED ' GT-ENTRY-COUNT(WS-GX)
               DISPLAY 'ARR01AGR - ' AGR-PROGRAM ' - GENERATION '
                   GT-GEN-NUMBER(WS-GX) ' HASH ' WS-GEN-HASH
                   ' INDEXED ' GT-HASH-TOTAL(WS-GX)
           END-IF.
       2300-EXIT.
           EXIT.

       2400-READ-CURRENT.
           READ AUDIT-FILE
               AT END
                   SET WS-PASS-ENDED TO TRUE
                   MOVE SPACE TO WS-LAST-FROM-SW
                   GO TO 2400-EXIT
           END-READ
           MOVE AUDIT-IO-RECORD TO AUDIT-RECORD
           MOVE 'CURRENT' TO AGR-SOURCE
           SET WS-LAST-FROM-CURRENT TO TRUE
           SET WS-GOT-ENTRY TO TRUE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-REWRITE-ENTRY - PUT THE CALLER'S ENTRY BACK OVER THE ONE
      * LAST HANDED OUT, IN WHICHEVER FILE IT CAME FROM.
      *----------------------------------------------------------------
       3000-REWRITE-ENTRY.
           SET AGR-FAILED TO TRUE
           IF WS-PASS-CLOSED OR NOT AGR-UPDATE-MODE
               GO TO 3000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-LAST-FROM-GEN
                   MOVE AGR-RECORD TO AUDIT-GEN-IO-RECORD
                   REWRITE AUDIT-GEN-IO-RECORD
                   MOVE WS-AUDTGEN-STATUS TO AGR-FILE-STATUS
               WHEN WS-LAST-FROM-CURRENT
                   MOVE AGR-RECORD TO AUDIT-IO-RECORD
                   REWRITE AUDIT-IO-RECORD
                   MOVE WS-AUDTLOG-STATUS TO AGR-FILE-STATUS
               WHEN OTHER
                   GO TO 3000-EXIT
           END-EVALUATE
           IF AGR-FILE-STATUS EQUAL '00'
               SET AGR-OK TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-CALL-BPXWDYN - ISSUE THE REQUEST BUILT IN WS-DYN-TEXT.
      *----------------------------------------------------------------
       8000-CALL-BPXWDYN.
           COMPUTE WS-DYN-LENGTH = WS-DYN-PTR - 1
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL 'BPXWDYN' USING WS-DYN-REQUEST
           MOVE RETURN-CODE TO WS-DYN-RC
           MOVE WS-SAVE-RC TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       8100-FREE-AUDTGEN.
           MOVE SPACES TO WS-DYN-TEXT
           MOVE 1 TO WS-DYN-PTR
           STRING 'FREE DD(AUDTGEN)' DELIMITED BY SIZE
               INTO WS-DYN-TEXT WITH POINTER WS-DYN-PTR
           END-STRING
           PERFORM 8000-CALL-BPXWDYN THRU 8000-EXIT.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-CLOSE-PASS - LET GO OF WHATEVER THE PASS STILL HOLDS.
      *----------------------------------------------------------------
       9000-CLOSE-PASS.
           IF WS-GEN-OPEN
               CLOSE AUDIT-GEN-FILE
               PERFORM 8100-FREE-AUDTGEN THRU 8100-EXIT
               SET WS-GEN-NOT-OPEN TO TRUE
           END-IF
           IF WS-PASS-OPEN
               CLOSE AUDIT-FILE
           END-IF
           SET WS-PASS-CLOSED TO TRUE
           SET WS-PASS-ENDED TO TRUE
           MOVE SPACE TO WS-LAST-FROM-SW
           SET AGR-OK TO TRUE.
       9000-EXIT.
           EXIT.
