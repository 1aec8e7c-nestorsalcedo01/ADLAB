       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01ALS.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01ALS SEEDS THE PRIOR-NAME ALIAS FILE (PERSALIA, SEE
      * EC01PAL) FROM THE AUDIT JOURNAL. THE MASTER ONLY HOLDS A
      * PERSONA'S CURRENT NAME, SO THE NAMES RETIRED BEFORE THE ALIAS
      * FILE EXISTED CAN ONLY BE FOUND IN THE JOURNAL - EVERY ROLLED
      * GENERATION AND THE CURRENT JOURNAL ARE READ THROUGH ARR01AGR,
      * OLDEST FIRST, AND REPLAYED THE WAY THE ONLINE AND BATCH
      * UPDATES NOW KEEP THE FILE:
      *   CHANGE     A RENAME (BEFORE NAME NOT THE AFTER NAME) FILES
      *              THE BEFORE NAME UNDER THE PERSONA (REASON
      *              CHANGE), AND DROPS ANY ALIAS OF THE SAME PERSONA
      *              UNDER THE AFTER NAME - A RENAME BACK.
      *   MERGEDROP  HELD UNTIL THE MERGEKEEP FROM THE SAME PROGRAM
      *   MERGEKEEP  AND OPERATOR, THEN THE DUPLICATE'S NAME IS FILED
      *              UNDER THE SURVIVOR (REASON MERGE).
      * A NAME IS NOT FILED IF IT IS BLANK OR AN ERASURE TOKEN, IF ITS
      * OWNER IS NO LONGER ON THE MASTER (PURGED), OR IF IT IS THE
      * OWNER'S CURRENT NAME. THE JOB DEFINES THE FILE EMPTY FIRST, SO
      * IT IS RUN ONCE AT CUTOVER, WITH THE ONLINE REGION DOWN. ALSRPT
      * CARRIES THE COUNTS. RETURN CODE 8 IF THE JOURNAL OR THE ALIAS
      * FILE WILL NOT OPEN; 4 IF A JOURNAL GENERATION WAS MISSING OR
      * OUT OF BALANCE, SO SOME HISTORY MAY NOT BE SEEDED.
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
           SELECT PERSONA-MASTER-FILE ASSIGN TO PERSMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-IO-KEY
               FILE STATUS IS WS-PERSMSTR-STATUS.

           SELECT PERSONA-ALIAS-FILE ASSIGN TO PERSALIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAL-IO-KEY
               FILE STATUS IS WS-PERSALIA-STATUS.

           SELECT ALIAS-REPORT-FILE ASSIGN TO ALSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  PERSONA-ALIAS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERSONA-ALIAS-IO-RECORD.
           05  PAL-IO-KEY              PIC X(50).
           05  PAL-IO-DATA             PIC X(30).

       FD  ALIAS-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ALIAS-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PERSMSTR-STATUS      PIC X(02).
               88  WS-PERSMSTR-OK      VALUE '00'.
           05  WS-PERSALIA-STATUS      PIC X(02).
               88  WS-PERSALIA-OK      VALUE '00'.
               88  WS-PERSALIA-DUPKEY  VALUE '22'.
           05  WS-ALSRPT-STATUS        PIC X(02).
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-RUN-DATE             PIC X(08).
           05  WS-HX                   PIC S9(04) COMP-5.
           05  WS-FREE-HX              PIC S9(04) COMP-5.
           05  WS-FOUND-HX             PIC S9(04) COMP-5.

      *----------------------------------------------------------------
      * THE ALIAS BEING FILED AND WHY.
      *----------------------------------------------------------------
       01  WS-ALIAS-AREAS.
           05  WS-AL-APELLIDO          PIC X(20).
           05  WS-AL-NAME              PIC X(20).
           05  WS-AL-OWNER-ID          PIC 9(10).
           05  WS-AL-REASON            PIC X(10).
           05  WS-AL-DATE              PIC X(08).

      *----------------------------------------------------------------
      * MERGEDROP ENTRIES WAITING FOR THEIR MERGEKEEP. ONLINE TASKS
      * CAN INTERLEAVE ON THE JOURNAL, SO A DROP IS HELD PER PROGRAM
      * AND OPERATOR UNTIL THE KEEP FROM THE SAME PAIR ARRIVES. A
      * SECOND DROP FROM THE SAME PAIR, OR A DROP LEFT AT THE END,
      * IS COUNTED UNPAIRED AND NOT FILED.
      *----------------------------------------------------------------
       01  WS-HELD-DROP-TABLE.
           05  WS-HELD-COUNT           PIC S9(04) COMP-5 VALUE 0.
           05  WS-HD-ENTRY             OCCURS 50 TIMES.
               10  WS-HD-USED-SW       PIC X(01).
                   88  WS-HD-USED      VALUE 'Y'.
                   88  WS-HD-FREE      VALUE 'N'.
               10  WS-HD-PROGRAM       PIC X(08).
               10  WS-HD-USER-ID       PIC X(08).
               10  WS-HD-APELLIDO      PIC X(20).
               10  WS-HD-NAME          PIC X(20).
               10  WS-HD-DATE          PIC X(08).
       01  WS-HD-MAX                   PIC S9(04) COMP-5 VALUE 50.

       01  WS-COUNTS.
           05  WS-ENTRIES-READ         PIC 9(09) VALUE 0.
           05  WS-RENAMES-SEEN         PIC 9(07) VALUE 0.
           05  WS-MERGES-SEEN          PIC 9(07) VALUE 0.
           05  WS-ALIASES-WRITTEN      PIC 9(07) VALUE 0.
           05  WS-ALIASES-DUPLICATE    PIC 9(07) VALUE 0.
           05  WS-ALIASES-DROPPED      PIC 9(07) VALUE 0.
           05  WS-SKIP-ERASED          PIC 9(07) VALUE 0.
           05  WS-SKIP-NOT-ON-MASTER   PIC 9(07) VALUE 0.
           05  WS-SKIP-CURRENT-NAME    PIC 9(07) VALUE 0.
           05  WS-UNPAIRED-MERGES      PIC 9(07) VALUE 0.
           05  WS-WRITE-FAILURES       PIC 9(07) VALUE 0.

      *----------------------------------------------------------------
      * THE JOURNAL ENTRY AS HANDED BACK BY THE SHARED READER.
      *----------------------------------------------------------------
           COPY EC01AUDT.
           COPY EC01AGRP.
           COPY EC01PMR.
           COPY EC01PAL.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(50) VALUE
               'ADLAB PERSONA PRIOR-NAME ALIAS SEED'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
           05  WS-HDG-DATE             PIC X(08).

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL             PIC X(40).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-ENTRY THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 2900-COUNT-UNPAIRED THRU 2900-EXIT
               VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX GREATER THAN WS-HD-MAX
           PERFORM 8000-WRITE-REPORT THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE MASTER, THE ALIAS FILE (CREATED IF
      * IT HAS NEVER BEEN LOADED) AND THE JOURNAL. THE JOURNAL IS READ
      * WHOLE - THE WINDOW IS LEFT BLANK.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE
           SET WS-NOT-EOF TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           PERFORM 1050-CLEAR-ONE-HOLD THRU 1050-EXIT
               VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX GREATER THAN WS-HD-MAX

           OPEN OUTPUT ALIAS-REPORT-FILE
           WRITE ALIAS-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE ALIAS-REPORT-LINE FROM SPACES

           OPEN INPUT PERSONA-MASTER-FILE
           IF NOT WS-PERSMSTR-OK
               DISPLAY 'ARR01ALS - PERSMSTR NOT OPENED - STATUS '
                   WS-PERSMSTR-STATUS ' - NOTHING SEEDED'
               MOVE 8 TO RETURN-CODE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O PERSONA-ALIAS-FILE
           IF NOT WS-PERSALIA-OK
               OPEN OUTPUT PERSONA-ALIAS-FILE
               CLOSE PERSONA-ALIAS-FILE
               OPEN I-O PERSONA-ALIAS-FILE
           END-IF
           IF NOT WS-PERSALIA-OK
               DISPLAY 'ARR01ALS - PERSALIA NOT OPENED - STATUS '
                   WS-PERSALIA-STATUS ' - NOTHING SEEDED'
               MOVE 8 TO RETURN-CODE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF

           SET AGR-OPEN TO TRUE
           SET AGR-INPUT-MODE TO TRUE
           MOVE 'ARR01ALS' TO AGR-PROGRAM
           MOVE SPACES TO AGR-FROM-DATE
           MOVE SPACES TO AGR-TO-DATE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           IF AGR-FAILED
               DISPLAY 'ARR01ALS - AUDTLOG NOT OPENED - STATUS '
                   AGR-FILE-STATUS ' - NOTHING SEEDED'
               MOVE 8 TO RETURN-CODE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1050-CLEAR-ONE-HOLD.
           SET WS-HD-FREE(WS-HX) TO TRUE.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-READ-AUDIT - THE NEXT JOURNAL ENTRY, GENERATIONS FIRST,
      * OLDEST FIRST, THEN THE CURRENT JOURNAL.
      *----------------------------------------------------------------
       1100-READ-AUDIT.
           SET AGR-READ TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           IF AGR-OK
               MOVE AGR-RECORD TO AUDIT-RECORD
               ADD 1 TO WS-ENTRIES-READ
           ELSE
               SET WS-EOF TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ONE-ENTRY - ONLY RENAMES AND MERGES MATTER; EVERY
      * OTHER FUNCTION IS PASSED OVER.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-ENTRY.
           EVALUATE AU-FUNCTION
               WHEN 'CHANGE'
                   PERFORM 2100-REPLAY-RENAME THRU 2100-EXIT
               WHEN 'MERGEDROP'
                   PERFORM 2200-HOLD-MERGE-DROP THRU 2200-EXIT
               WHEN 'MERGEKEEP'
                   PERFORM 2300-REPLAY-MERGE THRU 2300-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-REPLAY-RENAME - A CHANGE THAT LEFT THE NAME ALONE FILES
      * NOTHING. A RENAME FIRST DROPS ANY ALIAS THE PERSONA HAS UNDER
      * ITS NEW NAME, THEN FILES THE OLD ONE.
      *----------------------------------------------------------------
       2100-REPLAY-RENAME.
           IF AU-BEFORE-NAME EQUAL AU-AFTER-NAME
               AND AU-BEFORE-APELLIDO EQUAL AU-AFTER-APELLIDO
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-RENAMES-SEEN

           MOVE AU-AFTER-APELLIDO TO PAL-APELLIDO
           MOVE AU-AFTER-NAME TO PAL-NAME
           MOVE AU-INDEX TO PAL-PERSONA-ID
           MOVE PAL-KEY TO PAL-IO-KEY
           DELETE PERSONA-ALIAS-FILE RECORD
           IF WS-PERSALIA-OK
               ADD 1 TO WS-ALIASES-DROPPED
           END-IF

           MOVE AU-BEFORE-APELLIDO TO WS-AL-APELLIDO
           MOVE AU-BEFORE-NAME TO WS-AL-NAME
           MOVE AU-INDEX TO WS-AL-OWNER-ID
           MOVE 'CHANGE' TO WS-AL-REASON
           MOVE AU-TIMESTAMP(1:8) TO WS-AL-DATE
           PERFORM 2500-FILE-ALIAS THRU 2500-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-HOLD-MERGE-DROP - KEEP THE DUPLICATE'S NAME UNTIL ITS
      * MERGEKEEP SAYS WHO SURVIVED. A DROP STILL WAITING FROM THE
      * SAME PROGRAM AND OPERATOR IS REPLACED AND COUNTED UNPAIRED.
      *----------------------------------------------------------------
       2200-HOLD-MERGE-DROP.
           PERFORM 2400-FIND-HOLD THRU 2400-EXIT
           IF WS-FOUND-HX NOT EQUAL ZERO
               ADD 1 TO WS-UNPAIRED-MERGES
               MOVE WS-FOUND-HX TO WS-FREE-HX
           END-IF
           IF WS-FREE-HX EQUAL ZERO
               DISPLAY 'ARR01ALS - MERGE HOLD TABLE FULL - MERGE OF '
                   AU-INDEX ' NOT FILED'
               ADD 1 TO WS-UNPAIRED-MERGES
               GO TO 2200-EXIT
           END-IF
           SET WS-HD-USED(WS-FREE-HX) TO TRUE
           MOVE AU-PROGRAM TO WS-HD-PROGRAM(WS-FREE-HX)
           MOVE AU-USER-ID TO WS-HD-USER-ID(WS-FREE-HX)
           MOVE AU-BEFORE-APELLIDO TO WS-HD-APELLIDO(WS-FREE-HX)
           MOVE AU-BEFORE-NAME TO WS-HD-NAME(WS-FREE-HX)
           MOVE AU-TIMESTAMP(1:8) TO WS-HD-DATE(WS-FREE-HX).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-REPLAY-MERGE - THE SURVIVOR (AU-INDEX) TAKES THE HELD
      * DUPLICATE'S NAME. A KEEP WITH NO DROP HELD FILES NOTHING.
      *----------------------------------------------------------------
       2300-REPLAY-MERGE.
           PERFORM 2400-FIND-HOLD THRU 2400-EXIT
           IF WS-FOUND-HX EQUAL ZERO
               ADD 1 TO WS-UNPAIRED-MERGES
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-MERGES-SEEN
           MOVE WS-HD-APELLIDO(WS-FOUND-HX) TO WS-AL-APELLIDO
           MOVE WS-HD-NAME(WS-FOUND-HX) TO WS-AL-NAME
           MOVE WS-HD-DATE(WS-FOUND-HX) TO WS-AL-DATE
           SET WS-HD-FREE(WS-FOUND-HX) TO TRUE
           MOVE AU-INDEX TO WS-AL-OWNER-ID
           MOVE 'MERGE' TO WS-AL-REASON
           PERFORM 2500-FILE-ALIAS THRU 2500-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-FIND-HOLD - WS-FOUND-HX IS THE HELD DROP FROM THIS
      * ENTRY'S PROGRAM AND OPERATOR (ZERO IF NONE); WS-FREE-HX IS AN
      * UNUSED SLOT (ZERO IF THE TABLE IS FULL).
      *----------------------------------------------------------------
       2400-FIND-HOLD.
           MOVE ZERO TO WS-FOUND-HX
           MOVE ZERO TO WS-FREE-HX
           PERFORM 2450-CHECK-ONE-HOLD THRU 2450-EXIT
               VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX GREATER THAN WS-HD-MAX.
       2400-EXIT.
           EXIT.

       2450-CHECK-ONE-HOLD.
           IF WS-HD-FREE(WS-HX)
               IF WS-FREE-HX EQUAL ZERO
                   MOVE WS-HX TO WS-FREE-HX
               END-IF
               GO TO 2450-EXIT
           END-IF
           IF WS-HD-PROGRAM(WS-HX) EQUAL AU-PROGRAM
               AND WS-HD-USER-ID(WS-HX) EQUAL AU-USER-ID
               MOVE WS-HX TO WS-FOUND-HX
           END-IF.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-FILE-ALIAS - WRITE WS-AL-* TO THE ALIAS FILE UNLESS IT IS
      * BLANK OR ERASED, ITS OWNER HAS BEEN PURGED, OR IT IS THE
      * OWNER'S NAME TODAY. A NAME ALREADY FILED FOR THE SAME OWNER
      * (RETIRED TWICE) IS COUNTED, NOT A FAILURE.
      *----------------------------------------------------------------
       2500-FILE-ALIAS.
           IF WS-AL-NAME EQUAL SPACES
               AND WS-AL-APELLIDO EQUAL SPACES
               ADD 1 TO WS-SKIP-ERASED
               GO TO 2500-EXIT
           END-IF
           IF WS-AL-NAME EQUAL 'ERASED'
               OR WS-AL-APELLIDO(1:6) EQUAL 'ERASED'
               ADD 1 TO WS-SKIP-ERASED
               GO TO 2500-EXIT
           END-IF

           MOVE WS-AL-OWNER-ID TO PM-IO-KEY
           READ PERSONA-MASTER-FILE INTO PERSONA-MASTER-RECORD
           IF NOT WS-PERSMSTR-OK
               ADD 1 TO WS-SKIP-NOT-ON-MASTER
               GO TO 2500-EXIT
           END-IF
           IF PM-NAME EQUAL WS-AL-NAME
               AND PM-APELLIDO EQUAL WS-AL-APELLIDO
               ADD 1 TO WS-SKIP-CURRENT-NAME
               GO TO 2500-EXIT
           END-IF

           MOVE SPACES TO PERSONA-ALIAS-RECORD
           MOVE WS-AL-APELLIDO TO PAL-APELLIDO
           MOVE WS-AL-NAME TO PAL-NAME
           MOVE WS-AL-OWNER-ID TO PAL-PERSONA-ID
           MOVE WS-AL-REASON TO PAL-REASON
           MOVE WS-AL-DATE TO PAL-RETIRED-DATE
           MOVE 'ARR01ALS' TO PAL-SOURCE
           WRITE PERSONA-ALIAS-IO-RECORD FROM PERSONA-ALIAS-RECORD
           EVALUATE TRUE
               WHEN WS-PERSALIA-OK
                   ADD 1 TO WS-ALIASES-WRITTEN
               WHEN WS-PERSALIA-DUPKEY
                   ADD 1 TO WS-ALIASES-DUPLICATE
               WHEN OTHER
                   ADD 1 TO WS-WRITE-FAILURES
                   DISPLAY 'ARR01ALS - ALIAS WRITE FAILED - STATUS '
                       WS-PERSALIA-STATUS ' PERSONA ' WS-AL-OWNER-ID
           END-EVALUATE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-COUNT-UNPAIRED - A DROP STILL HELD AT THE END OF THE
      * JOURNAL NEVER SAW ITS KEEP.
      *----------------------------------------------------------------
       2900-COUNT-UNPAIRED.
           IF WS-HD-USED(WS-HX)
               ADD 1 TO WS-UNPAIRED-MERGES
               SET WS-HD-FREE(WS-HX) TO TRUE
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-REPORT - THE COUNTS, THEN THE JOURNAL GENERATIONS.
      * A MISSING OR UNBALANCED GENERATION MEANS SOME RENAMES MAY NOT
      * HAVE BEEN SEEN - RETURN CODE 4.
      *----------------------------------------------------------------
       8000-WRITE-REPORT.
           MOVE 'JOURNAL ENTRIES READ' TO WS-CL-LABEL
           MOVE WS-ENTRIES-READ TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
           MOVE 'RENAMES REPLAYED' TO WS-CL-LABEL
           MOVE WS-RENAMES-SEEN TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
           MOVE 'MERGES REPLAYED' TO WS-CL-LABEL
           MOVE WS-MERGES-SEEN TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
           MOVE 'MERGES NOT PAIRED (NOT FILED)' TO WS-CL-LABEL
           MOVE WS-UNPAIRED-MERGES TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
           MOVE 'ALIASES WRITTEN' TO WS-CL-LABEL
           MOVE WS-ALIASES-WRITTEN TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
           MOVE 'ALIASES ALREADY ON FILE' TO WS-CL-LABEL
           MOVE WS-ALIASES-DUPLICATE TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
           MOVE 'ALIASES DROPPED (RENAMED BACK)' TO WS-CL-LABEL
           MOVE WS-ALIASES-DROPPED TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
           MOVE 'SKIPPED - BLANK OR ERASED NAME' TO WS-CL-LABEL
           MOVE WS-SKIP-ERASED TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
           MOVE 'SKIPPED - OWNER NOT ON MASTER' TO WS-CL-LABEL
           MOVE WS-SKIP-NOT-ON-MASTER TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
           MOVE 'SKIPPED - OWNER''S CURRENT NAME' TO WS-CL-LABEL
           MOVE WS-SKIP-CURRENT-NAME TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
           MOVE 'WRITE FAILURES' TO WS-CL-LABEL
           MOVE WS-WRITE-FAILURES TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
           WRITE ALIAS-REPORT-LINE FROM SPACES
           MOVE 'JOURNAL GENERATIONS READ' TO WS-CL-LABEL
           MOVE AGR-GENS-OPENED TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
           MOVE 'JOURNAL GENERATIONS MISSING/UNBALANCED' TO WS-CL-LABEL
           COMPUTE WS-CL-COUNT =
               AGR-GENS-MISSING + AGR-GENS-UNBALANCED
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT

           IF RETURN-CODE LESS THAN 8
               AND (AGR-GENS-MISSING GREATER THAN ZERO
                    OR AGR-GENS-UNBALANCED GREATER THAN ZERO
                    OR WS-WRITE-FAILURES GREATER THAN ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-WRITE-COUNT.
           WRITE ALIAS-REPORT-LINE FROM WS-COUNT-LINE.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           SET AGR-CLOSE TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           CLOSE PERSONA-MASTER-FILE
           CLOSE PERSONA-ALIAS-FILE
           CLOSE ALIAS-REPORT-FILE.
       9000-EXIT.
           EXIT.
