       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01WLS.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01WLS IS THE SHARED WATCH-LIST SCREENING ROUTINE. EVERY
      * INTAKE PATH THAT ADDS A PERSONA, OR RENAMES ONE, CALLS IT
      * (SEE EC01WLSP) BEFORE THE MASTER WRITE. THE PERSONA'S NAME AND
      * APELLIDO ARE NORMALIZED THROUGH ARR01NRM AND LOOKED UP ON THE
      * WATCH-LIST FILE (WATCHLST, SEE EC01WLST) BY NAME, THEN BY
      * DOCUMENT NUMBER:
      *   - A NAME ROW IS A HIT WHEN IT CARRIES NO DOC NUMBER, WHEN
      *     THE PERSONA CARRIES NONE, OR WHEN THE TWO AGREE - A
      *     DIFFERENT DOC NUMBER PROVES A DIFFERENT PERSON OF THE SAME
      *     NAME AND IS NOT HELD.
      *   - A DOC ROW IS A HIT ON THE DOC NUMBER ALONE, WHATEVER NAME
      *     THE PERSONA ARRIVES UNDER.
      * A HIT IS WRITTEN TO THE HELD-PERSONA FILE (HELDPERS, SEE
      * EC01HELD) WITH THE MATCHING LIST ENTRY, AND THE CALLER SKIPS
      * THE MASTER WRITE AND THE OUTBOX ROW - THE PERSONA ONLY LOADS
      * IF A SUPERVISOR RELEASES IT ON WLR1 (ARR01WLR).
      *
      * THE SCREEN FAILS CLOSED: IF WATCHLST CANNOT BE OPENED OR READ
      * THE RESULT IS UNSCREENED, AND IF A HIT CANNOT BE WRITTEN TO
      * HELDPERS THE RESULT IS HOLD-FAILED - THE CALLER REJECTS THE
      * PERSONA EITHER WAY, SO IT CAN BE RESUBMITTED ONCE THE FILE IS
      * BACK. BOTH FILES ARE OPENED ON THE FIRST SCREEN CALL OF THE
      * RUN AND STAY OPEN UNTIL THE CALLER'S CLOSE CALL, THE SAME
      * LOAD-ON-FIRST-CALL ARRANGEMENT ARR01CRY USES FOR ITS KEY
      * STORE.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  CARRY THE CALLER'S FEED SOURCE (SCR-FEED-
      *                   SOURCE) ONTO THE HELD ROW SO A RELEASE CAN
      *                   STAMP IT AS THE OWNER OF THE FIELDS IT SETS.
      *  2026-10-15  RSM  RETRY THE HOLD-ID CONTROL ROW WHEN ANOTHER JOB
      *                   TOOK THE SAME ID FIRST - STREAMS OF A SPLIT
      *                   LOAD (SEE ARR01SPL) SCREEN INTO HELDPERS AT
      *                   THE SAME TIME.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO WATCHLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-IO-KEY
               FILE STATUS IS WS-WATCHLST-STATUS.

           SELECT HELD-PERSONA-FILE ASSIGN TO HELDPERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-IO-KEY
               FILE STATUS IS WS-HELDPERS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  WATCH-LIST-IO-RECORD.
           05  WL-IO-KEY               PIC X(41).
           05  WL-IO-DATA              PIC X(139).

       FD  HELD-PERSONA-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  HELD-PERSONA-IO-RECORD.
           05  HD-IO-KEY               PIC 9(08).
           05  HD-IO-DATA              PIC X(242).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-WATCHLST-STATUS      PIC X(02).
               88  WS-WATCHLST-OK      VALUE '00'.
               88  WS-WATCHLST-NOTFND  VALUE '23'.
           05  WS-HELDPERS-STATUS      PIC X(02).
               88  WS-HELDPERS-OK      VALUE '00'.
               88  WS-HELDPERS-NOTFND  VALUE '23'.
               88  WS-HELDPERS-DUPKEY  VALUE '22'.
      *    HOW MANY TIMES 3000 HAS GONE BACK FOR A FRESH HOLD ID
      *    BECAUSE A CONCURRENT JOB WROTE THE ONE IT TOOK.
           05  WS-HOLD-TRIES           PIC S9(04) COMP-5.
           05  WS-HOLD-TRIES-MAX       PIC S9(04) COMP-5 VALUE 5.
      *    WORKING STORAGE SURVIVES ACROSS CALLS - THESE SWITCHES
      *    REMEMBER WHETHER THE FILES WERE OPENED ON AN EARLIER CALL
      *    OF THIS RUN AND WHETHER EACH OPEN SUCCEEDED.
           05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
               88  WS-FILES-OPEN       VALUE 'Y'.
               88  WS-FILES-NOT-OPEN   VALUE 'N'.
           05  WS-WATCHLST-SW          PIC X(01) VALUE 'N'.
               88  WS-WATCHLST-ON      VALUE 'Y'.
               88  WS-WATCHLST-OFF     VALUE 'N'.
           05  WS-HELDPERS-SW          PIC X(01) VALUE 'N'.
               88  WS-HELDPERS-ON      VALUE 'Y'.
               88  WS-HELDPERS-OFF     VALUE 'N'.
           05  WS-HIT-SW               PIC X(01).
               88  WS-HIT              VALUE 'Y'.
               88  WS-NO-HIT           VALUE 'N'.
           05  WS-CTL-ROW-SW           PIC X(01).
               88  WS-CTL-ROW-NEW      VALUE 'Y'.
               88  WS-CTL-ROW-EXISTS   VALUE 'N'.
           05  WS-NRM-NAME             PIC X(20).
           05  WS-NRM-APELLIDO         PIC X(20).
           05  WS-PERSONA-DOC          PIC X(15).
      *    HD-CTL-NEXT-ID LIVES IN HD-CTL-RECORD, WHICH REDEFINES
      *    HELD-PERSONA-RECORD - THE SAME STORAGE THE HELD ROW IS
      *    BUILT IN. THE HOLD ID IS SAVED HERE BEFORE THE ROW IS.
           05  WS-NEXT-HOLD-ID         PIC 9(08).
           05  WS-HOLD-COUNT           PIC 9(07) VALUE 0.

           COPY EC01WLST.
           COPY EC01HELD.

       LINKAGE SECTION.
           COPY EC01WLSP.

       PROCEDURE DIVISION USING WATCH-SCREEN-AREA.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF SCR-CLOSE
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               GOBACK
           END-IF

           SET SCR-CLEAR TO TRUE
           MOVE ZEROS TO SCR-HOLD-ID
           MOVE SPACE TO SCR-MATCH-TYPE
           MOVE SPACES TO SCR-WL-ENTRY-ID
           MOVE SPACES TO SCR-WL-LIST-NAME

           IF WS-FILES-NOT-OPEN
               PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           END-IF

           IF WS-WATCHLST-OFF
               SET SCR-UNSCREENED TO TRUE
               GOBACK
           END-IF

           PERFORM 2000-LOOK-UP-PERSONA THRU 2000-EXIT
           IF WS-HIT
               PERFORM 3000-WRITE-HELD-ROW THRU 3000-EXIT
           END-IF

           GOBACK.

      *----------------------------------------------------------------
      * 1000-OPEN-FILES - OPEN THE WATCH LIST FOR KEYED READS AND THE
      * HELD-PERSONA FILE FOR UPDATE, CREATING THE HELD FILE ON FIRST
      * USE. A WATCH LIST THAT WILL NOT OPEN IS NOT A WARNING HERE -
      * EVERY PERSONA SCREENED THIS RUN COMES BACK UNSCREENED.
      *----------------------------------------------------------------
       1000-OPEN-FILES.
           SET WS-FILES-OPEN TO TRUE

           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCHLST-OK
               SET WS-WATCHLST-ON TO TRUE
           ELSE
               DISPLAY 'ARR01WLS - WATCHLST NOT AVAILABLE - STATUS '
                   WS-WATCHLST-STATUS ' - INTAKE PERSONAS WILL BE '
                   'REJECTED UNSCREENED'
           END-IF

           OPEN I-O HELD-PERSONA-FILE
           IF NOT WS-HELDPERS-OK
               OPEN OUTPUT HELD-PERSONA-FILE
               CLOSE HELD-PERSONA-FILE
               OPEN I-O HELD-PERSONA-FILE
           END-IF
           IF WS-HELDPERS-OK
               SET WS-HELDPERS-ON TO TRUE
           ELSE
               DISPLAY 'ARR01WLS - HELDPERS NOT AVAILABLE - STATUS '
                   WS-HELDPERS-STATUS ' - WATCH-LIST HITS WILL BE '
                   'REJECTED'
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOOK-UP-PERSONA - NAME ROW FIRST, THEN DOC ROW. A READ
      * THAT FAILS FOR ANY REASON OTHER THAN NOT-FOUND LEAVES THE
      * PERSONA UNPROVEN, SO IT COMES BACK UNSCREENED.
      *----------------------------------------------------------------
       2000-LOOK-UP-PERSONA.
           SET WS-NO-HIT TO TRUE
           MOVE SCR-NAME TO WS-NRM-NAME
           MOVE SCR-APELLIDO TO WS-NRM-APELLIDO
           CALL 'ARR01NRM' USING WS-NRM-NAME
           CALL 'ARR01NRM' USING WS-NRM-APELLIDO
           MOVE SCR-DOC-NUMBER TO WS-PERSONA-DOC

           MOVE SPACES TO WATCH-LIST-RECORD
           SET WL-NAME-ROW TO TRUE
           MOVE WS-NRM-APELLIDO TO WL-KEY-APELLIDO
           MOVE WS-NRM-NAME TO WL-KEY-NAME
           MOVE WL-KEY TO WL-IO-KEY
           READ WATCH-LIST-FILE INTO WATCH-LIST-RECORD
           IF WS-WATCHLST-OK
               IF WL-DOC-NUMBER EQUAL SPACES
                   OR WS-PERSONA-DOC EQUAL SPACES
                   OR WL-DOC-NUMBER EQUAL WS-PERSONA-DOC
                   SET WS-HIT TO TRUE
                   MOVE 'N' TO SCR-MATCH-TYPE
                   GO TO 2000-EXIT
               END-IF
           ELSE
               IF NOT WS-WATCHLST-NOTFND
                   SET SCR-UNSCREENED TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF

           IF WS-PERSONA-DOC EQUAL SPACES
               GO TO 2000-EXIT
           END-IF

           MOVE SPACES TO WATCH-LIST-RECORD
           SET WL-DOC-ROW TO TRUE
           MOVE WS-PERSONA-DOC TO WL-KEY-DOC
           MOVE WL-KEY TO WL-IO-KEY
           READ WATCH-LIST-FILE INTO WATCH-LIST-RECORD
           IF WS-WATCHLST-OK
               SET WS-HIT TO TRUE
               MOVE 'D' TO SCR-MATCH-TYPE
           ELSE
               IF NOT WS-WATCHLST-NOTFND
                   SET SCR-UNSCREENED TO TRUE
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-HELD-ROW - TAKE THE NEXT HOLD ID OFF THE CONTROL
      * ROW AND WRITE THE HELD PERSONA WITH THE MATCHING LIST ENTRY.
      * THE CONTROL ROW IS RE-READ FOR EVERY HIT RATHER THAN CACHED -
      * HITS ARE RARE, AND THE ARR01LDR AND ARRAY01 PATHS BOTH HOLD
      * INTO THE SAME FILE. THE COUNTER MOVES FIRST, SO A FAILED ROW
      * WRITE COSTS AN UNUSED ID RATHER THAN A REUSED ONE. TWO JOBS
      * HOLDING AT THE SAME MOMENT CAN BOTH READ THE SAME NEXT ID; THE
      * SECOND ONE'S WRITE THEN FINDS THE KEY TAKEN (STATUS 22) AND
      * GOES BACK FOR A FRESH ID, A FEW TIMES AT MOST.
      *----------------------------------------------------------------
       3000-WRITE-HELD-ROW.
           MOVE WL-ENTRY-ID TO SCR-WL-ENTRY-ID
           MOVE WL-LIST-NAME TO SCR-WL-LIST-NAME
           IF WS-HELDPERS-OFF
               SET SCR-HOLD-FAILED TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE ZEROS TO WS-HOLD-TRIES.
       3000-TAKE-ID.
           SET WS-CTL-ROW-EXISTS TO TRUE
           MOVE ZEROS TO HD-IO-KEY
           READ HELD-PERSONA-FILE INTO HD-CTL-RECORD
           EVALUATE TRUE
               WHEN WS-HELDPERS-OK
                   MOVE HD-CTL-NEXT-ID TO WS-NEXT-HOLD-ID
               WHEN WS-HELDPERS-NOTFND
                   SET WS-CTL-ROW-NEW TO TRUE
                   MOVE 1 TO WS-NEXT-HOLD-ID
               WHEN OTHER
                   SET SCR-HOLD-FAILED TO TRUE
                   GO TO 3000-EXIT
           END-EVALUATE

           MOVE SPACES TO HD-CTL-RECORD
           MOVE ZEROS TO HD-CTL-KEY
           COMPUTE HD-CTL-NEXT-ID = WS-NEXT-HOLD-ID + 1
           MOVE HD-CTL-RECORD TO HELD-PERSONA-IO-RECORD
           IF WS-CTL-ROW-NEW
               WRITE HELD-PERSONA-IO-RECORD
           ELSE
               REWRITE HELD-PERSONA-IO-RECORD
           END-IF
           IF WS-CTL-ROW-NEW AND WS-HELDPERS-DUPKEY
               AND WS-HOLD-TRIES LESS THAN WS-HOLD-TRIES-MAX
               ADD 1 TO WS-HOLD-TRIES
               GO TO 3000-TAKE-ID
           END-IF
           IF NOT WS-HELDPERS-OK
               DISPLAY 'ARR01WLS - HELDPERS CONTROL ROW UPDATE FAILED '
                   '- STATUS ' WS-HELDPERS-STATUS
               SET SCR-HOLD-FAILED TO TRUE
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO HELD-PERSONA-RECORD
           MOVE WS-NEXT-HOLD-ID TO HD-HOLD-ID
           SET HD-HELD TO TRUE
           MOVE SCR-ACTION TO HD-ACTION
           MOVE SCR-TARGET-ID TO HD-TARGET-ID
           MOVE SCR-NAME TO HD-NAME
           MOVE SCR-APELLIDO TO HD-APELLIDO
           MOVE SCR-CLASS TO HD-CLASS
           MOVE SCR-DOC-NUMBER TO HD-DOC-NUMBER
           MOVE SCR-SOURCE TO HD-SOURCE
           MOVE SCR-FEED-SOURCE TO HD-FEED-SOURCE
           MOVE SCR-RUN-ID TO HD-RUN-ID
           MOVE SCR-INDEX TO HD-INDEX
           MOVE SCR-BUSINESS-DATE TO HD-BUSINESS-DATE
           ACCEPT HD-HELD-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT HD-HELD-TIMESTAMP(9:8) FROM TIME
           MOVE SCR-MATCH-TYPE TO HD-MATCH-TYPE
           MOVE WL-ENTRY-ID TO HD-WL-ENTRY-ID
           MOVE WL-LIST-NAME TO HD-WL-LIST-NAME
           MOVE WL-REASON TO HD-WL-REASON
           MOVE ZEROS TO HD-RESULT-PERSONA-ID
           MOVE HELD-PERSONA-RECORD TO HELD-PERSONA-IO-RECORD
           WRITE HELD-PERSONA-IO-RECORD
           IF WS-HELDPERS-DUPKEY
               AND WS-HOLD-TRIES LESS THAN WS-HOLD-TRIES-MAX
               ADD 1 TO WS-HOLD-TRIES
               GO TO 3000-TAKE-ID
           END-IF
           IF NOT WS-HELDPERS-OK
               DISPLAY 'ARR01WLS - HELDPERS WRITE FAILED FOR HOLD '
                   WS-NEXT-HOLD-ID ' - STATUS ' WS-HELDPERS-STATUS
               SET SCR-HOLD-FAILED TO TRUE
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-HOLD-COUNT
           SET SCR-HELD TO TRUE
           MOVE WS-NEXT-HOLD-ID TO SCR-HOLD-ID
           DISPLAY 'ARR01WLS - ' SCR-SOURCE ' PERSONA HELD FOR REVIEW '
               '- HOLD ' WS-NEXT-HOLD-ID ' LIST ' WL-LIST-NAME
               ' ENTRY ' WL-ENTRY-ID.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-CLOSE-FILES - THE CALLER'S END-OF-RUN CALL. RESETS THE
      * SWITCHES SO A LATER SCREEN CALL IN THE SAME RUN UNIT OPENS
      * FRESH.
      *----------------------------------------------------------------
       9000-CLOSE-FILES.
           IF WS-FILES-NOT-OPEN
               GO TO 9000-EXIT
           END-IF
           IF WS-WATCHLST-ON
               CLOSE WATCH-LIST-FILE
               SET WS-WATCHLST-OFF TO TRUE
           END-IF
           IF WS-HELDPERS-ON
               CLOSE HELD-PERSONA-FILE
               SET WS-HELDPERS-OFF TO TRUE
           END-IF
           IF WS-HOLD-COUNT GREATER THAN ZERO
               DISPLAY 'ARR01WLS - PERSONAS HELD FOR REVIEW THIS RUN '
                   WS-HOLD-COUNT
           END-IF
           MOVE ZEROS TO WS-HOLD-COUNT
           SET WS-FILES-NOT-OPEN TO TRUE.
       9000-EXIT.
           EXIT.
