       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01RPQ.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01RPQ IS THE SHARED RUNTIME PARAMETER LOOKUP. A BATCH
      * PROGRAM WITH A TUNABLE - A CHECKPOINT INTERVAL, A RETRY LIMIT,
      * A WAIT, A RETENTION, AN AGE - CALLS HERE (SEE EC01RPQP) FOR
      * THE VALUE IN FORCE INSTEAD OF TRUSTING ITS OWN VALUE CLAUSE,
      * SO CHANGING ONE IS AN RPM1 ENTRY, NOT A RECOMPILE OR A JCL
      * CHANGE. THE CALLER'S HARD-CODED VALUE TRAVELS AS THE DEFAULT.
      *
      * THE RUNPARM FILE (SEE EC01RPAR) IS READ ONCE, ON THE FIRST
      * CALL OF THE RUN, INTO A TABLE IN STORAGE - THE SAME LAZY-LOAD
      * ARR01PDQ USES FOR THE PROCESSING DATE - AND EVERY LOOKUP IS
      * ANSWERED FROM THE TABLE: THE ROW FOR THE NAME WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER THE BUSINESS DATE. NO FILE, NO ROW
      * IN FORCE, OR A VALUE OUTSIDE THE CALLER'S RANGE GIVES BACK
      * THE DEFAULT - A PARAMETER NEVER STOPS A RUN.
      *
      * EVERY VALUE HANDED OUT (AND EVERY VALUE A CALLER NOTES IT
      * TOOK FROM ITS JCL PARM INSTEAD) IS DISPLAYED ON THE JOB LOG
      * AND APPENDED TO THE PARAMETER USAGE LOG (PARMUSE, SEE
      * EC01RPUS) FOR THE ARR01RPU REPORT. THE LOG IS OPENED ON THE
      * FIRST ROW AND STAYS OPEN UNTIL THE CALLER'S CLOSE CALL, THE
      * SAME ARRANGEMENT ARR01ALT USES; A MISSING PARMUSE DD LEAVES
      * THE VALUES ON THE JOB LOG ONLY.
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
           SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RP-IO-KEY
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT PARM-USAGE-FILE ASSIGN TO PARMUSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMUSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-PARM-IO-RECORD.
           05  RP-IO-KEY               PIC X(26).
           05  RP-IO-DATA              PIC X(54).

       FD  PARM-USAGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EC01RPUS.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-RUNPARM-STATUS       PIC X(02).
               88  WS-RUNPARM-OK       VALUE '00'.
           05  WS-PARMUSE-STATUS       PIC X(02).
               88  WS-PARMUSE-OK       VALUE '00'.
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
      *    WORKING STORAGE SURVIVES ACROSS CALLS - THE TABLE IS LOADED
      *    ONCE PER RUN AND NEVER RELOADED, EVEN AFTER A CLOSE CALL.
      *    THE USAGE LOG SWITCHES ARE RESET BY THE CLOSE CALL SO A
      *    LATER LOOKUP IN THE SAME RUN UNIT OPENS IT AGAIN.
           05  WS-LOADED-SW            PIC X(01) VALUE 'N'.
               88  WS-PARMS-LOADED     VALUE 'Y'.
               88  WS-PARMS-NOT-LOADED VALUE 'N'.
           05  WS-USAGE-OPEN-SW        PIC X(01) VALUE 'N'.
               88  WS-USAGE-OPEN       VALUE 'Y'.
               88  WS-USAGE-NOT-OPEN   VALUE 'N'.
           05  WS-USAGE-LOG-SW         PIC X(01) VALUE 'N'.
               88  WS-USAGE-LOG-ON     VALUE 'Y'.
               88  WS-USAGE-LOG-OFF    VALUE 'N'.
           05  WS-BUSINESS-DATE        PIC X(08).
           05  WS-RUN-TIMESTAMP        PIC X(16).
           05  WS-PX                   PIC S9(04) COMP-5.
           05  WS-FOUND-PX             PIC S9(04) COMP-5.
           05  WS-SOURCE-WORD          PIC X(08).

      *    THE RUNPARM ROWS IN KEY ORDER - NAME, THEN EFFECTIVE DATE -
      *    SO THE LAST ROW IN FORCE FOR A NAME IS THE ONE THAT
      *    APPLIES. ROWS PAST THE TABLE'S SIZE ARE IGNORED WITH A
      *    WARNING (THEIR NAMES FALL BACK TO THE DEFAULT).
       01  WS-PARM-CONTROL.
           05  WS-PARM-MAX             PIC S9(04) COMP-5 VALUE 200.
           05  WS-PARM-COUNT           PIC S9(04) COMP-5 VALUE 0.
           05  WS-PARM-SKIPPED         PIC 9(05) VALUE 0.
       01  WS-PARM-TABLE.
           05  WS-PARM-ENTRY OCCURS 200 TIMES.
               10  PT-PARM-NAME        PIC X(18).
               10  PT-EFFECTIVE-DATE   PIC X(08).
               10  PT-VALUE            PIC 9(09).

           COPY EC01RPAR.

       LINKAGE SECTION.
           COPY EC01RPQP.

       PROCEDURE DIVISION USING RUN-PARM-QUERY-AREA.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF RPQ-CLOSE
               PERFORM 9000-CLOSE-USAGE-LOG THRU 9000-EXIT
               GOBACK
           END-IF

           IF WS-PARMS-NOT-LOADED
               PERFORM 1000-LOAD-PARMS THRU 1000-EXIT
           END-IF

           IF RPQ-NOTE
               SET RPQ-FROM-PARM TO TRUE
               MOVE SPACES TO RPQ-EFFECTIVE-DATE
           ELSE
               PERFORM 2000-RESOLVE-PARM THRU 2000-EXIT
           END-IF

           PERFORM 3000-RECORD-USAGE THRU 3000-EXIT
           GOBACK.

      *----------------------------------------------------------------
      * 1000-LOAD-PARMS - ONCE PER RUN: TAKE THE BUSINESS DATE AND
      * THE RUN'S TIMESTAMP, AND READ THE WHOLE RUNPARM FILE INTO THE
      * TABLE. NO FILE MEANS EVERY LOOKUP GETS ITS DEFAULT.
      *----------------------------------------------------------------
       1000-LOAD-PARMS.
           SET WS-PARMS-LOADED TO TRUE
           CALL 'ARR01PDQ' USING WS-BUSINESS-DATE
           MOVE SPACES TO WS-RUN-TIMESTAMP
           ACCEPT WS-RUN-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIMESTAMP(9:8) FROM TIME

           OPEN INPUT RUN-PARM-FILE
           IF NOT WS-RUNPARM-OK
               DISPLAY 'ARR01RPQ - RUNPARM NOT AVAILABLE - EVERY '
                   'PARAMETER TAKES ITS DEFAULT'
               GO TO 1000-EXIT
           END-IF

           SET WS-NOT-EOF TO TRUE
           PERFORM 1100-LOAD-ONE-ROW THRU 1100-EXIT
               UNTIL WS-EOF
           CLOSE RUN-PARM-FILE

           IF WS-PARM-SKIPPED GREATER THAN ZERO
               DISPLAY 'ARR01RPQ - RUNPARM HAS MORE ROWS THAN THE '
                   'TABLE HOLDS - ' WS-PARM-SKIPPED ' IGNORED'
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-ROW.
           READ RUN-PARM-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ

           MOVE RUN-PARM-IO-RECORD TO RUN-PARM-RECORD
           IF WS-PARM-COUNT NOT LESS THAN WS-PARM-MAX
               ADD 1 TO WS-PARM-SKIPPED
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-PARM-COUNT
           MOVE RP-PARM-NAME TO PT-PARM-NAME(WS-PARM-COUNT)
           MOVE RP-EFFECTIVE-DATE TO PT-EFFECTIVE-DATE(WS-PARM-COUNT)
           MOVE RP-VALUE TO PT-VALUE(WS-PARM-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-RESOLVE-PARM - FIND THE ROW IN FORCE ON THE BUSINESS
      * DATE AND CHECK IT AGAINST THE CALLER'S RANGE. ANYTHING ELSE
      * IS THE DEFAULT.
      *----------------------------------------------------------------
       2000-RESOLVE-PARM.
           MOVE RPQ-DEFAULT TO RPQ-VALUE
           SET RPQ-FROM-DEFAULT TO TRUE
           MOVE SPACES TO RPQ-EFFECTIVE-DATE

           MOVE ZERO TO WS-FOUND-PX
           PERFORM 2100-CHECK-ONE-ENTRY THRU 2100-EXIT
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX GREATER THAN WS-PARM-COUNT
           IF WS-FOUND-PX EQUAL ZERO
               GO TO 2000-EXIT
           END-IF

           MOVE PT-EFFECTIVE-DATE(WS-FOUND-PX) TO RPQ-EFFECTIVE-DATE
           IF PT-VALUE(WS-FOUND-PX) IS NOT NUMERIC
               OR PT-VALUE(WS-FOUND-PX) LESS THAN RPQ-MIN-VALUE
               OR PT-VALUE(WS-FOUND-PX) GREATER THAN RPQ-MAX-VALUE
               SET RPQ-FROM-REFUSED TO TRUE
               DISPLAY 'ARR01RPQ - ' RPQ-PARM-NAME ' VALUE '
                   PT-VALUE(WS-FOUND-PX) ' OUTSIDE ' RPQ-MIN-VALUE
                   '-' RPQ-MAX-VALUE ' - DEFAULT USED'
               GO TO 2000-EXIT
           END-IF

           MOVE PT-VALUE(WS-FOUND-PX) TO RPQ-VALUE
           SET RPQ-FROM-FILE TO TRUE.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-ENTRY.
           IF PT-PARM-NAME(WS-PX) EQUAL RPQ-PARM-NAME
               AND PT-EFFECTIVE-DATE(WS-PX) NOT GREATER THAN
                   WS-BUSINESS-DATE
               MOVE WS-PX TO WS-FOUND-PX
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-RECORD-USAGE - SAY WHAT THE RUN IS USING ON THE JOB LOG
      * AND APPEND IT TO THE USAGE LOG, OPENING THE LOG ON THE FIRST
      * ROW. EXTEND, NOT OUTPUT - THE LOG IS A RUNNING HISTORY.
      *----------------------------------------------------------------
       3000-RECORD-USAGE.
           EVALUATE TRUE
               WHEN RPQ-FROM-FILE
                   MOVE 'RUNPARM' TO WS-SOURCE-WORD
               WHEN RPQ-FROM-PARM
                   MOVE 'JCL PARM' TO WS-SOURCE-WORD
               WHEN OTHER
                   MOVE 'DEFAULT' TO WS-SOURCE-WORD
           END-EVALUATE
           DISPLAY 'ARR01RPQ - ' RPQ-PROGRAM ' ' RPQ-PARM-NAME ' = '
               RPQ-VALUE ' (' WS-SOURCE-WORD ')'

           IF WS-USAGE-NOT-OPEN
               SET WS-USAGE-OPEN TO TRUE
               OPEN EXTEND PARM-USAGE-FILE
               IF NOT WS-PARMUSE-OK
                   OPEN OUTPUT PARM-USAGE-FILE
               END-IF
               IF WS-PARMUSE-OK
                   SET WS-USAGE-LOG-ON TO TRUE
               ELSE
                   DISPLAY 'ARR01RPQ - PARMUSE NOT AVAILABLE - '
                       'PARAMETER USAGE ON THE JOB LOG ONLY'
               END-IF
           END-IF
           IF WS-USAGE-LOG-OFF
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO RUN-PARM-USAGE-RECORD
           MOVE WS-RUN-TIMESTAMP TO RU-RUN-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO RU-BUSINESS-DATE
           MOVE RPQ-PROGRAM TO RU-PROGRAM
           MOVE RPQ-PARM-NAME TO RU-PARM-NAME
           MOVE RPQ-VALUE TO RU-VALUE
           MOVE RPQ-SOURCE TO RU-SOURCE
           MOVE RPQ-EFFECTIVE-DATE TO RU-EFFECTIVE-DATE
           WRITE RUN-PARM-USAGE-RECORD
           IF NOT WS-PARMUSE-OK
               DISPLAY 'ARR01RPQ - PARMUSE WRITE FAILED - STATUS '
                   WS-PARMUSE-STATUS
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-CLOSE-USAGE-LOG - END OF RUN. THE TABLE STAYS LOADED.
      *----------------------------------------------------------------
       9000-CLOSE-USAGE-LOG.
           IF WS-USAGE-LOG-ON
               CLOSE PARM-USAGE-FILE
           END-IF
           SET WS-USAGE-NOT-OPEN TO TRUE
           SET WS-USAGE-LOG-OFF TO TRUE.
       9000-EXIT.
           EXIT.
