      *                   SUPERVISOR ROW ON THE NEW OPERAUTH FILE
      *                   (EC01OAUT); INQUIRE, SEARCH, ADD AND
      *                   CHANGE ARE UNCHANGED.
      *  2026-10-15  RSM  MAKER-CHECKER: ADD, CHANGE, DELETE AND MERGE
      *                   KEYED BY ANYONE WITHOUT A SUPERVISOR ROW ON
      *                   OPERAUTH NO LONGER TOUCH THE MASTER. ONCE
      *                   THE SAME GATES PASS, THE REQUEST IS WRITTEN
      *                   TO THE PENDING-CHANGE FILE (PENDCHG, SEE
      *                   EC01PCHG) WITH THE BEFORE AND AFTER IMAGES,
      *                   JOURNALED AS MCREQUEST, AND A SUPERVISOR
      *                   APPROVES OR REJECTS IT ON APV1 (ARR01APV).
      *                   A SUPERVISOR'S OWN MAINTENANCE STAYS DIRECT.
      *                   DELETE AND MERGE ARE NOW OPEN TO OPERATORS
      *                   ON THAT BASIS INSTEAD OF BEING REFUSED.
      *  2026-10-15  RSM  AN ADD OR CHANGE STAMPS ARR01MNT AS OWNER OF
      *                   EACH FIELD IT WRITES (PM-NAME-SOURCE/PM-
      *                   CLASS-SOURCE/PM-DOC-SOURCE, SEE EC01PMR), SO
      *                   A LOWER-PRIORITY FEED CANNOT UNDO A HAND
      *                   CORRECTION. A MERGE LEAVES THE SURVIVOR'S
      *                   OWNERS AS THEY ARE.
      *  2026-10-15  RSM  KEEP THE NEW CLASS-KEY FILE (PERSCKEY, SEE
      *                   EC01PCK) IN STEP ON EVERY ADD, CLASS CHANGE,
      *                   SOFT DELETE AND MERGE, THE SAME WAY AS THE
      *                   NAME-KEY AND DOC-KEY FILES.
      *  2026-10-15  RSM  KEEP EVERY RETIRED NAME ON THE NEW ALIAS FILE
      *                   (PERSALIA, SEE EC01PAL): A CHANGE THAT
      *                   RENAMES A PERSONA KEEPS THE OLD NAME UNDER
      *                   THE SAME ID, AND A MERGE KEEPS THE RETIRED
      *                   PERSONA'S NAME UNDER THE SURVIVOR. THE NAME
      *                   SEARCH NOW READS THE ALIAS FILE ALONGSIDE
      *                   THE NAME-KEY FILE, IN ONE KEY ORDER, AND
      *                   FLAGS A ROW FOUND UNDER A PRIOR NAME WITH AN
      *                   A; THE PAGE KEYS IN THE COMMAREA CARRY WHICH
      *                   FILE AND PERSONA THE ROW CAME FROM.
      *  2026-10-15  RSM  A DELETE ENDS THE PERSONA'S LINKS ON THE NEW
      *                   RELATIONSHIP FILE (PERSREL, SEE EC01PREL); A
      *                   MERGE RE-MAKES THE RETIRING PERSONA'S LINKS
      *                   UNDER THE SURVIVOR AND ENDS ITS OWN ROWS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               88  WS-NKEY-WRITE-OK    VALUE 'N'.
               88  WS-NKEY-WRITE-FAILED
                                       VALUE 'Y'.
           05  WS-ROUTE-SW             PIC X(01) VALUE 'D'.
               88  WS-APPLY-DIRECT     VALUE 'D'.
               88  WS-QUEUE-FOR-APPROVAL
                                       VALUE 'Q'.

      *----------------------------------------------------------------
      * THE SURVIVOR'S ROW IMAGES, HELD ACROSS THE MERGE-FROM READ -

      *----------------------------------------------------------------
      * NAME-SEARCH WORK AREAS. WS-BROWSE-KEY IS THE PERSNKEY RIDFLD
      * FOR THE LIST BROWSE AND WS-ABROWSE-KEY THE PERSALIA ONE; THE
      * SEARCH ARGUMENT AND THE KEYS OF THE FIRST/LAST ROWS ON SCREEN
      * RIDE IN THE COMMAREA SO PF7/PF8 CAN PAGE WITHOUT RE-ENTERING
      * THE SEARCH.
      *
      * THE LIST MERGES BOTH FILES IN ONE ORDER - APELLIDO, NAME,
      * THEN THE ROW'S KIND ('1' A CURRENT NAME FROM PERSNKEY, '2' A
      * PRIOR NAME FROM PERSALIA) AND PERSONA ID - SO EVERY ROW HAS A
      * 51-BYTE POSITION OF ITS OWN (WS-START-POS AND THE CANDIDATE
      * AND PAGE KEYS BELOW ALL SHARE THAT LAYOUT). EACH FILE OFFERS
      * ITS NEXT MATCHING ROW AS A CANDIDATE AND THE LOWER ONE (THE
      * HIGHER ONE, PAGING BACK) GOES ON THE LIST. A FILE THAT HAS RUN
      * OUT OFFERS HIGH-VALUES (LOW-VALUES, PAGING BACK).
      *----------------------------------------------------------------
       01  WS-SEARCH-WORK-AREAS.
           05  WS-SEL-NUM              PIC S9(4) COMP.
           05  WS-APEL-LEN             PIC S9(4) COMP.
           05  WS-NAME-LEN             PIC S9(4) COMP.
           05  WS-BACK-COUNT           PIC S9(4) COMP.
           05  WS-SKIP-FIRST-SW        PIC X(01).
               88  WS-SKIP-FIRST       VALUE 'Y'.
               88  WS-NO-SKIP-FIRST    VALUE 'N'.
       01  WS-BROWSE-KEY.
           05  WS-BK-APELLIDO          PIC X(20).
           05  WS-BK-NAME              PIC X(20).
       01  WS-ABROWSE-KEY.
           05  WS-ABK-APELLIDO         PIC X(20).
           05  WS-ABK-NAME             PIC X(20).
           05  WS-ABK-PERSONA-ID       PIC 9(10).
       01  WS-BACK-KEY                 PIC X(51).

       01  WS-START-POS.
           05  WS-SP-APELLIDO          PIC X(20).
           05  WS-SP-NAME              PIC X(20).
           05  WS-SP-KIND              PIC X(01).
               88  WS-SP-ALIAS-ROW     VALUE '2'.
           05  WS-SP-PERSONA-ID        PIC 9(10).

       01  WS-NCAND-KEY.
           05  WS-NC-APELLIDO          PIC X(20).
           05  WS-NC-NAME              PIC X(20).
           05  WS-NC-KIND              PIC X(01).
           05  WS-NC-PERSONA-ID        PIC 9(10).
       01  WS-ACAND-KEY.
           05  WS-AC-APELLIDO          PIC X(20).
           05  WS-AC-NAME              PIC X(20).
           05  WS-AC-KIND              PIC X(01).
           05  WS-AC-PERSONA-ID        PIC 9(10).
       01  WS-ROW-KEY.
           05  WS-RK-APELLIDO          PIC X(20).
           05  WS-RK-NAME              PIC X(20).
           05  WS-RK-KIND              PIC X(01).
               88  WS-RK-ALIAS-ROW     VALUE '2'.
           05  WS-RK-PERSONA-ID        PIC 9(10).

      *    A CANDIDATE IS READY ONCE ITS FILE HAS OFFERED A MATCHING
      *    ROW OR RUN OUT; THE BROWSE SWITCHES SAY WHICH STARTBRS
      *    WORKED, SO ONLY THOSE ARE ENDED.
       01  WS-CAND-SWITCHES.
           05  WS-NCAND-SW             PIC X(01).
               88  WS-NCAND-READY      VALUE 'Y'.
               88  WS-NCAND-WANTED     VALUE 'N'.
           05  WS-ACAND-SW             PIC X(01).
               88  WS-ACAND-READY      VALUE 'Y'.
               88  WS-ACAND-WANTED     VALUE 'N'.
           05  WS-NBR-SW               PIC X(01).
               88  WS-NBR-OPEN         VALUE 'Y'.
               88  WS-NBR-CLOSED       VALUE 'N'.
           05  WS-ABR-SW               PIC X(01).
               88  WS-ABR-OPEN         VALUE 'Y'.
               88  WS-ABR-CLOSED       VALUE 'N'.

       01  WS-LIST-LINE.
           05  WS-LL-SEL               PIC Z9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LL-FLAG              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LL-ID                PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-APELLIDO          PIC X(20).
           COPY EC01PMR.
           COPY EC01PNK.
           COPY EC01PDK.
           COPY EC01PCK.
           COPY EC01PAL.
           COPY EC01PREL.
           COPY EC01OAUT.
           COPY EC01OBOX.
           COPY EC01PCHG.
           COPY EC01MNTM.
           COPY EC01AUDT.

       01  WS-DKEY-RIDFLD              PIC X(15).
       01  WS-LIST-MSTR-KEY            PIC 9(10).

      *    RIDFLD FOR THE CLASS-KEY FILE - CLASS, STATUS AND THE
      *    PERSONA ID THE KEY BELONGS TO, WHICH ON A MERGE IS THE
      *    RETIRING ROW, NOT WS-PERSMSTR-KEY.
       01  WS-CKEY-RIDFLD.
           05  WS-CKEY-CLASS           PIC X(02).
           05  WS-CKEY-STATUS          PIC X(01).
           05  WS-CKEY-PERSONA-ID      PIC 9(10).

      *    RIDFLD FOR THE ALIAS FILE - THE RETIRED APELLIDO/NAME AND
      *    THE PERSONA THAT NOW OWNS IT, WHICH ON A MERGE IS THE
      *    SURVIVOR, NOT THE RETIRING ROW - AND THE REASON IT WAS
      *    RETIRED (SEE EC01PAL).
       01  WS-AKEY-RIDFLD.
           05  WS-AKEY-APELLIDO        PIC X(20).
           05  WS-AKEY-NAME            PIC X(20).
           05  WS-AKEY-PERSONA-ID      PIC 9(10).
       01  WS-AKEY-REASON              PIC X(10).

      *    RELATIONSHIP WORK AREAS (PERSREL, SEE EC01PREL). A DELETE
      *    ENDS THE PERSONA'S ACTIVE LINKS; A MERGE ENDS THE RETIRING
      *    PERSONA'S AND RE-MAKES EACH ONE UNDER THE SURVIVOR
      *    (WS-REL-SURVIVOR-ID, ZERO ON A DELETE). THE ROWS ARE
      *    COLLECTED INTO WS-REL-END-TABLE BEFORE ANY IS UPDATED -
      *    THE BROWSE CANNOT STAY OPEN ACROSS THE REWRITES. THE RIDFLD
      *    LIVES OUTSIDE THE RECORD, AS FOR THE OTHER KEYED FILES.
       01  WS-REL-RIDFLD.
           05  WS-REL-PERSONA-ID       PIC 9(10).
           05  WS-REL-RELATED-ID       PIC 9(10).
           05  WS-REL-TYPE             PIC X(02).
       01  WS-REL-WORK.
           05  WS-REL-OWNER-ID         PIC 9(10).
           05  WS-REL-SURVIVOR-ID      PIC 9(10).
           05  WS-REL-END-REASON       PIC X(06).
           05  WS-REL-RECIP-TYPE       PIC X(02).
           05  WS-REL-HOUSEHOLD-ID     PIC 9(10).
           05  WS-REL-BROWSE-SW        PIC X(01).
               88  WS-REL-BROWSE-DONE  VALUE 'Y'.
               88  WS-REL-BROWSE-MORE  VALUE 'N'.
           05  WS-REL-END-COUNT        PIC S9(4) COMP.
           05  WS-REL-END-MAX          PIC S9(4) COMP VALUE 20.
           05  WS-REL-END-IX           PIC S9(4) COMP.
           05  WS-REL-ENDED-COUNT      PIC S9(4) COMP.
           05  WS-REL-END-TABLE.
               10  WS-REL-END-ENTRY    OCCURS 20 TIMES.
                   15  WS-REK-RELATED-ID
                                       PIC 9(10).
                   15  WS-REK-TYPE     PIC X(02).
                   15  WS-REK-HOUSEHOLD-ID
                                       PIC 9(10).

      *----------------------------------------------------------------
      * THE OPERATOR AT THE KEYBOARD, CAPTURED ONCE PER TRIP, AND
      * THE AUTHORITY CHECK'S OUTCOME. ADD, CHANGE, DELETE AND MERGE
      * GO STRAIGHT TO THE MASTER ONLY FOR A SUPERVISOR ROW ON THE
      * OPERAUTH FILE - AUTHORITY IS GRANTED, NEVER ASSUMED, SO NO
      * ROW (OR NO FILE) MEANS THE CHANGE IS QUEUED FOR APPROVAL.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-AUTH-SW                  PIC X(01).
       01  WS-OB-ROW-RIDFLD            PIC 9(08).
       01  WS-OB-NEXT-SEQ              PIC 9(08).

      *----------------------------------------------------------------
      * PENDING-CHANGE WORK AREAS - SEPARATE RIDFLDS FOR THE CONTROL
      * ROW AND THE REQUEST ROW, AND THE RESULT MESSAGE THAT TELLS
      * THE OPERATOR WHICH REQUEST ID TO QUOTE TO THE SUPERVISOR.
      *----------------------------------------------------------------
       01  WS-PQ-CTL-RIDFLD            PIC 9(08).
       01  WS-PQ-ROW-RIDFLD            PIC 9(08).
       01  WS-PQ-NEXT-ID               PIC 9(08).
       01  WS-PQ-SAVE-BEFORE           PIC X(58).
       01  WS-PQ-SAVE-AFTER            PIC X(57).
       01  WS-PQ-SAVE-MERGE-FROM       PIC 9(10).
       01  WS-PQ-QUEUED-MSG.
           05  FILLER                  PIC X(41) VALUE
               'QUEUED FOR SUPERVISOR APPROVAL - REQUEST '.
           05  WS-PQ-QUEUED-ID         PIC 9(08).

       01  DFHCOMMAREA.
           05  CA-PERSONA-ID           PIC 9(10).
           05  CA-MODE-SW              PIC X(01).
               88  CA-SEARCH-MODE      VALUE 'S'.
           05  CA-SEARCH-APELLIDO      PIC X(20).
           05  CA-SEARCH-NAME          PIC X(20).
           05  CA-PAGE-FIRST-KEY       PIC X(51).
           05  CA-PAGE-LAST-KEY        PIC X(51).
           05  CA-LIST-COUNT           PIC 9(02).
           05  CA-LIST-ID              PIC 9(10) OCCURS 10 TIMES.


           MOVE MNTIDI TO WS-PERSMSTR-KEY

      *    EVERY FUNCTION THAT WRITES THE MASTER IS ROUTED BY THE
      *    OPERATOR'S AUTHORITY: A SUPERVISOR'S MAINTENANCE IS APPLIED
      *    DIRECTLY, ANYONE ELSE'S IS QUEUED FOR A SUPERVISOR'S
      *    APPROVAL ONCE IT HAS PASSED THE SAME GATES.
           SET WS-APPLY-DIRECT TO TRUE
           IF WS-FUNC-ADD OR WS-FUNC-CHANGE OR WS-FUNC-DELETE
               OR WS-FUNC-MERGE
               PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
               IF WS-NOT-AUTHORIZED
                   SET WS-QUEUE-FOR-APPROVAL TO TRUE
               END-IF
           END-IF

           IF WS-PERSMSTR-KEY EQUAL ZEROS
               MOVE 'PERSONA ID 0000000000 IS RESERVED - NOT VALID HERE'
                   TO MNTMSGO
                   WHEN WS-FUNC-CHANGE
                       PERFORM 2300-CHANGE-PERSONA THRU 2300-EXIT
                   WHEN WS-FUNC-DELETE
                       PERFORM 2400-DELETE-PERSONA THRU 2400-EXIT
                   WHEN WS-FUNC-MERGE
                       PERFORM 2600-MERGE-PERSONA THRU 2600-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE I, A, C, D, S OR M'
                           TO MNTMSGO
           EXIT.

      *----------------------------------------------------------------
      * 2050-CHECK-AUTHORITY - ONLY A SUPERVISOR-LEVEL OPERATOR ON THE
      * OPERAUTH FILE MAY CHANGE THE MASTER ALONE. AN OPERATOR WITHOUT
      * A SUPERVISOR ROW - OR WITH NO ROW AT ALL - IS NOT AUTHORIZED,
      * AND THE CALLER QUEUES THE CHANGE FOR APPROVAL INSTEAD.
      *----------------------------------------------------------------
       2050-CHECK-AUTHORITY.
           SET WS-NOT-AUTHORIZED TO TRUE
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) AND OA-SUPERVISOR
               SET WS-AUTHORIZED TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.
                   END-IF
               END-IF

      *        A QUEUED ADD IS REFUSED NOW IF ITS ID IS ALREADY TAKEN,
      *        RATHER THAN AT APPROVAL - THE OPERATOR IS STILL HERE.
               IF WS-QUEUE-FOR-APPROVAL
                   EXEC CICS READ FILE('PERSMSTR')
                       INTO(PERSONA-MASTER-RECORD)
                       RIDFLD(WS-PERSMSTR-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP EQUAL DFHRESP(NORMAL)
                       MOVE 'ADD FAILED - PERSONA ID MAY ALREADY EXIST'
                           TO MNTMSGO
                       GO TO 2200-EXIT
                   END-IF
                   MOVE SPACES TO PQ-BEFORE-IMAGE
                   MOVE MNTNAMEI TO PQ-AFT-NAME
                   MOVE MNTAPELI TO PQ-AFT-APELLIDO
                   MOVE MNTCLSI TO PQ-AFT-CLASS
                   MOVE MNTDOCI TO PQ-AFT-DOC
                   MOVE ZEROS TO PQ-MERGE-FROM-ID
                   PERFORM 2700-QUEUE-PENDING-CHANGE THRU 2700-EXIT
                   GO TO 2200-EXIT
               END-IF

               INITIALIZE PERSONA-MASTER-RECORD
               MOVE WS-PERSMSTR-KEY TO PM-PERSONA-ID
               MOVE MNTNAMEI TO PM-NAME
               MOVE 'ARR01MNT' TO PM-LOAD-SOURCE
               MOVE 'A' TO PM-STATUS
               MOVE MNTDOCI TO PM-DOC-NUMBER
      *        A HAND-KEYED FIELD IS OWNED BY ARR01MNT (SEE EC01PMR).
               MOVE 'ARR01MNT' TO PM-NAME-SOURCE
               IF PM-CLASS NOT EQUAL SPACES
                   MOVE 'ARR01MNT' TO PM-CLASS-SOURCE
               END-IF
               IF PM-DOC-NUMBER NOT EQUAL SPACES
                   MOVE 'ARR01MNT' TO PM-DOC-SOURCE
               END-IF

               EXEC CICS WRITE FILE('PERSMSTR')
                   FROM(PERSONA-MASTER-RECORD)
                   SET WS-NKEY-WRITE-OK TO TRUE
                   PERFORM 2860-WRITE-NAME-KEY THRU 2860-EXIT
                   PERFORM 2865-WRITE-DOC-KEY THRU 2865-EXIT
                   MOVE PM-CLASS TO WS-CKEY-CLASS
                   MOVE PM-STATUS TO WS-CKEY-STATUS
                   MOVE WS-PERSMSTR-KEY TO WS-CKEY-PERSONA-ID
                   PERFORM 2867-WRITE-CLASS-KEY THRU 2867-EXIT
                   IF NOT WS-NKEY-WRITE-FAILED
                       MOVE 'PERSONA ADDED' TO MNTMSGO
                   END-IF
                   END-IF
               END-IF

               IF WS-QUEUE-FOR-APPROVAL
                   EXEC CICS UNLOCK FILE('PERSMSTR')
                       RESP(WS-RESP)
                   END-EXEC
                   PERFORM 2750-SAVE-BEFORE-IMAGE THRU 2750-EXIT
                   MOVE MNTNAMEI TO PQ-AFT-NAME
                   MOVE MNTAPELI TO PQ-AFT-APELLIDO
                   MOVE MNTCLSI TO PQ-AFT-CLASS
                   MOVE MNTDOCI TO PQ-AFT-DOC
                   MOVE ZEROS TO PQ-MERGE-FROM-ID
                   PERFORM 2700-QUEUE-PENDING-CHANGE THRU 2700-EXIT
                   GO TO 2300-EXIT
               END-IF

               MOVE MNTNAMEI TO PM-NAME
               MOVE MNTAPELI TO PM-APELLIDO
               IF MNTCLSI NOT EQUAL SPACES
               IF MNTDOCI NOT EQUAL SPACES
                   MOVE MNTDOCI TO PM-DOC-NUMBER
               END-IF
               IF PM-NAME NOT EQUAL AU-BEFORE-NAME
                   OR PM-APELLIDO NOT EQUAL AU-BEFORE-APELLIDO
                   MOVE 'ARR01MNT' TO PM-NAME-SOURCE
               END-IF
               IF PM-CLASS NOT EQUAL AU-BEFORE-CLASS
                   MOVE 'ARR01MNT' TO PM-CLASS-SOURCE
               END-IF
               IF PM-DOC-NUMBER NOT EQUAL AU-BEFORE-DOC
                   MOVE 'ARR01MNT' TO PM-DOC-SOURCE
               END-IF

               EXEC CICS REWRITE FILE('PERSMSTR')
                   FROM(PERSONA-MASTER-RECORD)
                       END-IF
                       PERFORM 2865-WRITE-DOC-KEY THRU 2865-EXIT
                   END-IF
      *            A RE-KEYED CLASS MOVES THE CLASS-KEY ROW.
                   IF PM-CLASS NOT EQUAL AU-BEFORE-CLASS
                       MOVE AU-BEFORE-CLASS TO WS-CKEY-CLASS
                       MOVE AU-BEFORE-STATUS TO WS-CKEY-STATUS
                       MOVE WS-PERSMSTR-KEY TO WS-CKEY-PERSONA-ID
                       PERFORM 2857-DELETE-CLASS-KEY THRU 2857-EXIT
                       MOVE PM-CLASS TO WS-CKEY-CLASS
                       MOVE PM-STATUS TO WS-CKEY-STATUS
                       PERFORM 2867-WRITE-CLASS-KEY THRU 2867-EXIT
                   END-IF
                   IF NOT WS-NKEY-WRITE-FAILED
                       MOVE 'PERSONA CHANGED' TO MNTMSGO
                   END-IF
      *            A RENAME RETIRES THE OLD NAME TO THE ALIAS FILE,
      *            AND A RENAME BACK TO A PRIOR NAME TAKES THAT NAME
      *            OFF IT - IT IS THE CURRENT NAME AGAIN.
                   IF AU-BEFORE-NAME NOT EQUAL PM-NAME
                       OR AU-BEFORE-APELLIDO NOT EQUAL PM-APELLIDO
                       MOVE PM-APELLIDO TO WS-AKEY-APELLIDO
                       MOVE PM-NAME TO WS-AKEY-NAME
                       MOVE WS-PERSMSTR-KEY TO WS-AKEY-PERSONA-ID
                       PERFORM 2858-DELETE-ALIAS THRU 2858-EXIT
                       MOVE AU-BEFORE-APELLIDO TO WS-AKEY-APELLIDO
                       MOVE AU-BEFORE-NAME TO WS-AKEY-NAME
                       MOVE 'CHANGE' TO WS-AKEY-REASON
                       PERFORM 2868-WRITE-ALIAS THRU 2868-EXIT
                   END-IF
                   MOVE PM-NAME TO AU-AFTER-NAME
                   MOVE PM-APELLIDO TO AU-AFTER-APELLIDO
                   MOVE PM-CLASS TO AU-AFTER-CLASS
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               IF PM-STATUS-INACTIVE
                   MOVE 'PERSONA IS ALREADY INACTIVE' TO MNTMSGO
                   GO TO 2400-EXIT
               END-IF
               IF WS-QUEUE-FOR-APPROVAL
                   EXEC CICS UNLOCK FILE('PERSMSTR')
                       RESP(WS-RESP)
                   END-EXEC
                   PERFORM 2750-SAVE-BEFORE-IMAGE THRU 2750-EXIT
                   MOVE SPACES TO PQ-AFTER-IMAGE
                   MOVE ZEROS TO PQ-MERGE-FROM-ID
                   PERFORM 2700-QUEUE-PENDING-CHANGE THRU 2700-EXIT
               ELSE
                   MOVE PM-NAME TO AU-BEFORE-NAME
                   MOVE PM-APELLIDO TO AU-BEFORE-APELLIDO
                       END-IF
                       MOVE 'PERSONA INACTIVATED - ROW RETAINED'
                           TO MNTMSGO
                       MOVE AU-BEFORE-CLASS TO WS-CKEY-CLASS
                       MOVE AU-BEFORE-STATUS TO WS-CKEY-STATUS
                       MOVE WS-PERSMSTR-KEY TO WS-CKEY-PERSONA-ID
                       PERFORM 2857-DELETE-CLASS-KEY THRU 2857-EXIT
                       MOVE PM-STATUS TO WS-CKEY-STATUS
                       SET WS-NKEY-WRITE-OK TO TRUE
                       PERFORM 2867-WRITE-CLASS-KEY THRU 2867-EXIT
                       MOVE WS-PERSMSTR-KEY TO WS-REL-OWNER-ID
                       MOVE ZEROS TO WS-REL-SURVIVOR-ID
                       MOVE 'DELETE' TO WS-REL-END-REASON
                       PERFORM 2859-END-RELATIONSHIPS THRU 2859-EXIT
                       MOVE AU-BEFORE-NAME TO AU-AFTER-NAME
                       MOVE AU-BEFORE-APELLIDO TO AU-AFTER-APELLIDO
                       MOVE AU-BEFORE-CLASS TO AU-AFTER-CLASS

           MOVE MNTAPELI TO CA-SEARCH-APELLIDO
           MOVE MNTNAMEI TO CA-SEARCH-NAME
           MOVE SPACES TO WS-START-POS
           MOVE CA-SEARCH-APELLIDO TO WS-SP-APELLIDO
           SET WS-NO-SKIP-FIRST TO TRUE
           MOVE 'SELECT A ROW BY NUMBER - PF8 FOR MORE, PF3 TO END'
               TO WS-SEARCH-MSG
               GO TO 2600-EXIT
           END-IF

      *    A QUEUED MERGE CARRIES THE RETIRING ROW AS ITS BEFORE IMAGE.
           IF WS-QUEUE-FOR-APPROVAL
               EXEC CICS UNLOCK FILE('PERSMSTR')
                   RESP(WS-RESP)
               END-EXEC
               PERFORM 2750-SAVE-BEFORE-IMAGE THRU 2750-EXIT
               MOVE SPACES TO PQ-AFTER-IMAGE
               MOVE WS-MERGE-FROM-KEY TO PQ-MERGE-FROM-ID
               PERFORM 2700-QUEUE-PENDING-CHANGE THRU 2700-EXIT
               GO TO 2600-EXIT
           END-IF

           MOVE PM-NAME TO AU-BEFORE-NAME
           MOVE PM-APELLIDO TO AU-BEFORE-APELLIDO
           MOVE PM-CLASS TO AU-BEFORE-CLASS
               MOVE AU-BEFORE-DOC TO WS-DKEY-RIDFLD
               PERFORM 2855-DELETE-DOC-KEY THRU 2855-EXIT
           END-IF
           MOVE AU-BEFORE-CLASS TO WS-CKEY-CLASS
           MOVE AU-BEFORE-STATUS TO WS-CKEY-STATUS
           MOVE WS-MERGE-FROM-KEY TO WS-CKEY-PERSONA-ID
           PERFORM 2857-DELETE-CLASS-KEY THRU 2857-EXIT
           MOVE PM-STATUS TO WS-CKEY-STATUS
           SET WS-NKEY-WRITE-OK TO TRUE
           PERFORM 2867-WRITE-CLASS-KEY THRU 2867-EXIT
           MOVE WS-MERGE-FROM-KEY TO WS-REL-OWNER-ID
           MOVE WS-PERSMSTR-KEY TO WS-REL-SURVIVOR-ID
           MOVE 'MERGE' TO WS-REL-END-REASON
           PERFORM 2859-END-RELATIONSHIPS THRU 2859-EXIT

      *    THE RETIRED NAME NOW BELONGS TO THE SURVIVOR - HELD HERE
      *    AND KEPT ON THE ALIAS FILE ONCE THE RESULT MESSAGE IS SET,
      *    UNLESS IT IS THE SURVIVOR'S OWN CURRENT NAME ANYWAY.
           MOVE AU-BEFORE-APELLIDO TO WS-AKEY-APELLIDO
           MOVE AU-BEFORE-NAME TO WS-AKEY-NAME
           MOVE WS-PERSMSTR-KEY TO WS-AKEY-PERSONA-ID

      *    THE MERGE IS DONE - ONLY NOW DO BOTH SIDES GO ON THE
      *    JOURNAL. THE DROPPED SIDE FIRST, UNDER ITS OWN PERSONA-ID
           MOVE 'MERGEKEEP' TO AU-FUNCTION
           PERFORM 2910-WRITE-AUDIT-RECORD THRU 2910-EXIT

           IF NOT WS-NKEY-WRITE-FAILED
               MOVE 'PERSONAS MERGED - MERGE FROM ID RETIRED'
                   TO MNTMSGO
           END-IF
           IF WS-AKEY-APELLIDO NOT EQUAL WS-KEEP-APELLIDO
               OR WS-AKEY-NAME NOT EQUAL WS-KEEP-NAME
               MOVE 'MERGE' TO WS-AKEY-REASON
               PERFORM 2868-WRITE-ALIAS THRU 2868-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-QUEUE-PENDING-CHANGE - WRITE THE OPERATOR'S MAINTENANCE
      * TO THE PENDING-CHANGE FILE INSTEAD OF THE MASTER. THE CALLER
      * HAS RUN THE FUNCTION'S GATES AND FILLED THE BEFORE IMAGE, THE
      * AFTER IMAGE AND THE MERGE-FROM ID; THEY ARE HELD ASIDE WHILE
      * THE NEXT REQUEST ID COMES OFF THE CONTROL ROW, WHICH SHARES
      * THE RECORD STORAGE. THE FIRST REQUEST EVER WRITES THE CONTROL
      * ROW. THE REQUEST IS JOURNALED AS MCREQUEST, WITH THE REQUEST
      * ID IN THE AFTER-SOURCE COLUMN - THE MASTER ROW IS UNTOUCHED
      * UNTIL A SUPERVISOR APPROVES IT ON APV1.
      *----------------------------------------------------------------
       2700-QUEUE-PENDING-CHANGE.
           MOVE PQ-BEFORE-IMAGE TO WS-PQ-SAVE-BEFORE
           MOVE PQ-AFTER-IMAGE TO WS-PQ-SAVE-AFTER
           MOVE PQ-MERGE-FROM-ID TO WS-PQ-SAVE-MERGE-FROM

           MOVE ZEROS TO WS-PQ-CTL-RIDFLD
           EXEC CICS READ FILE('PENDCHG')
               INTO(PQ-CTL-RECORD)
               RIDFLD(WS-PQ-CTL-RIDFLD)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NOTFND)
               MOVE SPACES TO PQ-CTL-RECORD
               MOVE ZEROS TO PQ-CTL-KEY
               MOVE 1 TO WS-PQ-NEXT-ID
               MOVE 2 TO PQ-CTL-NEXT-ID
               EXEC CICS WRITE FILE('PENDCHG')
                   FROM(PQ-CTL-RECORD)
                   RIDFLD(WS-PQ-CTL-RIDFLD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               IF WS-RESP EQUAL DFHRESP(NORMAL)
                   MOVE PQ-CTL-NEXT-ID TO WS-PQ-NEXT-ID
                   ADD 1 TO PQ-CTL-NEXT-ID
                   EXEC CICS REWRITE FILE('PENDCHG')
                       FROM(PQ-CTL-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NOT QUEUED - APPROVAL FILE UNAVAILABLE'
                   TO MNTMSGO
               GO TO 2700-EXIT
           END-IF

           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE WS-PQ-NEXT-ID TO PQ-REQUEST-ID
           SET PQ-PENDING TO TRUE
           MOVE WS-FUNC-SW TO PQ-FUNCTION
           MOVE WS-PERSMSTR-KEY TO PQ-PERSONA-ID
           MOVE WS-PQ-SAVE-MERGE-FROM TO PQ-MERGE-FROM-ID
           MOVE WS-PQ-SAVE-BEFORE TO PQ-BEFORE-IMAGE
           MOVE WS-PQ-SAVE-AFTER TO PQ-AFTER-IMAGE
           MOVE WS-OPERATOR-ID TO PQ-REQUESTED-BY
           ACCEPT PQ-REQUESTED-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT PQ-REQUESTED-TIMESTAMP(9:8) FROM TIME
           MOVE WS-PQ-NEXT-ID TO WS-PQ-ROW-RIDFLD
           EXEC CICS WRITE FILE('PENDCHG')
               FROM(PENDING-CHANGE-RECORD)
               RIDFLD(WS-PQ-ROW-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NOT QUEUED - APPROVAL FILE WRITE FAILED'
                   TO MNTMSGO
               GO TO 2700-EXIT
           END-IF

           MOVE PQ-BEF-NAME TO AU-BEFORE-NAME
           MOVE PQ-BEF-APELLIDO TO AU-BEFORE-APELLIDO
           MOVE PQ-BEF-CLASS TO AU-BEFORE-CLASS
           MOVE PQ-BEF-STATUS TO AU-BEFORE-STATUS
           MOVE PQ-BEF-DOC TO AU-BEFORE-DOC
           MOVE PQ-AFT-NAME TO AU-AFTER-NAME
           MOVE PQ-AFT-APELLIDO TO AU-AFTER-APELLIDO
           MOVE PQ-AFT-CLASS TO AU-AFTER-CLASS
           MOVE PQ-BEF-STATUS TO AU-AFTER-STATUS
           MOVE PQ-AFT-DOC TO AU-AFTER-DOC
           MOVE SPACES TO AU-AFTER-LOAD-DATE
           MOVE WS-PQ-NEXT-ID TO AU-AFTER-SOURCE
           MOVE 'MCREQUEST' TO AU-FUNCTION
           PERFORM 2910-WRITE-AUDIT-RECORD THRU 2910-EXIT

           MOVE WS-PQ-NEXT-ID TO WS-PQ-QUEUED-ID
           MOVE WS-PQ-QUEUED-MSG TO MNTMSGO.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2750-SAVE-BEFORE-IMAGE - THE MASTER ROW AS THE OPERATOR SAW
      * IT, FOR THE PENDING REQUEST. APPROVAL REFUSES THE REQUEST IF
      * THE ROW NO LONGER MATCHES.
      *----------------------------------------------------------------
       2750-SAVE-BEFORE-IMAGE.
           MOVE PM-NAME TO PQ-BEF-NAME
           MOVE PM-APELLIDO TO PQ-BEF-APELLIDO
           MOVE PM-CLASS TO PQ-BEF-CLASS
           MOVE PM-STATUS TO PQ-BEF-STATUS
           MOVE PM-DOC-NUMBER TO PQ-BEF-DOC.
       2750-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2850-DELETE-NAME-KEY - REMOVE THE NAME-KEY ROW FOR THE
      * APELLIDO/NAME PAIR IN WS-NKEY-RIDFLD. A NOTFND HERE IS
       2865-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2857-DELETE-CLASS-KEY - REMOVE THE CLASS-KEY ROW IN
      * WS-CKEY-RIDFLD. A BLANK STATUS IS KEYED AS ACTIVE. A NOTFND
      * IS TOLERATED - A ROW WRITTEN BEFORE THE CLASS-KEY FILE
      * EXISTED HAS NO ROW TO REMOVE.
      *----------------------------------------------------------------
       2857-DELETE-CLASS-KEY.
           IF WS-CKEY-STATUS EQUAL SPACE
               MOVE 'A' TO WS-CKEY-STATUS
           END-IF
           EXEC CICS DELETE FILE('PERSCKEY')
               RIDFLD(WS-CKEY-RIDFLD)
               RESP(WS-RESP)
           END-EXEC.
       2857-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2867-WRITE-CLASS-KEY - WRITE THE CLASS-KEY ROW IN
      * WS-CKEY-RIDFLD FOR THE MASTER ROW JUST WRITTEN OR REWRITTEN.
      * A DUPREC MEANS THE ROW IS ALREADY THERE. ANY OTHER FAILURE
      * IS SURFACED LIKE A NAME-KEY FAILURE - A PERSONA MISSING FROM
      * ITS CLASS DROPS OUT OF EVERY CLASS-SCOPED EXTRACT AND REPORT
      * UNTIL ARR01NKB NEXT REBUILDS THE FILE.
      *----------------------------------------------------------------
       2867-WRITE-CLASS-KEY.
           IF WS-CKEY-STATUS EQUAL SPACE
               MOVE 'A' TO WS-CKEY-STATUS
           END-IF
           MOVE SPACES TO PERSONA-CLASS-KEY-RECORD
           MOVE WS-CKEY-RIDFLD TO PCK-KEY

           EXEC CICS WRITE FILE('PERSCKEY')
               FROM(PERSONA-CLASS-KEY-RECORD)
               RIDFLD(WS-CKEY-RIDFLD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               AND WS-RESP NOT EQUAL DFHRESP(DUPREC)
               SET WS-NKEY-WRITE-FAILED TO TRUE
               MOVE 'CLASS KEY WRITE FAILED - CALL APPLICATION SUPPORT'
                   TO MNTMSGO
           END-IF.
       2867-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2858-DELETE-ALIAS - REMOVE THE ALIAS ROW IN WS-AKEY-RIDFLD. A
      * NOTFND IS THE USUAL CASE - MOST NEW NAMES WERE NEVER A PRIOR
      * NAME OF THE PERSONA - AND IS TOLERATED.
      *----------------------------------------------------------------
       2858-DELETE-ALIAS.
           EXEC CICS DELETE FILE('PERSALIA')
               RIDFLD(WS-AKEY-RIDFLD)
               RESP(WS-RESP)
           END-EXEC.
       2858-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2868-WRITE-ALIAS - KEEP THE RETIRED APELLIDO/NAME IN WS-AKEY-
      * RIDFLD ON THE ALIAS FILE (EC01PAL) FOR THE OWNER THERE, WITH
      * THE REASON IN WS-AKEY-REASON. A DUPREC (THE SAME NAME WAS
      * RETIRED TO THE SAME OWNER BEFORE) IS NOT A FAILURE. ANY OTHER
      * FAILURE CHANGES THE RESULT MESSAGE - THE MAINTENANCE ITSELF
      * STANDS, THE SAME RULE AS THE OUTBOX.
      *----------------------------------------------------------------
       2868-WRITE-ALIAS.
           MOVE SPACES TO PERSONA-ALIAS-RECORD
           MOVE WS-AKEY-RIDFLD TO PAL-KEY
           MOVE WS-AKEY-REASON TO PAL-REASON
           ACCEPT PAL-RETIRED-DATE FROM DATE YYYYMMDD
           MOVE 'ARR01MNT' TO PAL-SOURCE

           EXEC CICS WRITE FILE('PERSALIA')
               FROM(PERSONA-ALIAS-RECORD)
               RIDFLD(WS-AKEY-RIDFLD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               AND WS-RESP NOT EQUAL DFHRESP(DUPREC)
               MOVE 'DONE - BUT PRIOR NAME NOT KEPT ON ALIAS FILE'
                   TO MNTMSGO
           END-IF.
       2868-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2859-END-RELATIONSHIPS - END EVERY ACTIVE LINK OF PERSONA
      * WS-REL-OWNER-ID, BOTH ROWS, WITH REASON WS-REL-END-REASON
      * (SEE EC01PREL). ON A MERGE (WS-REL-SURVIVOR-ID NOT ZERO) EACH
      * LINK IS FIRST RE-MADE UNDER THE SURVIVOR, IN THE SAME
      * HOUSEHOLD; A LINK BETWEEN THE TWO MERGED PERSONAS IS JUST
      * ENDED. A PERSONA WITH MORE LINKS THAN THE TABLE HOLDS HAS THE
      * REST DONE BY ANOTHER PASS, WHILE A FULL PASS STILL ENDS
      * SOMETHING. NO PERSREL FILE LEAVES THE LINKS AS THEY ARE.
      *----------------------------------------------------------------
       2859-END-RELATIONSHIPS.
           MOVE ZERO TO WS-REL-END-COUNT
           MOVE ZERO TO WS-REL-ENDED-COUNT
           MOVE WS-REL-OWNER-ID TO WS-REL-PERSONA-ID
           MOVE ZEROS TO WS-REL-RELATED-ID
           MOVE LOW-VALUES TO WS-REL-TYPE
           EXEC CICS STARTBR FILE('PERSREL')
               RIDFLD(WS-REL-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2859-EXIT
           END-IF
           SET WS-REL-BROWSE-MORE TO TRUE
           PERFORM 2862-COLLECT-RELATIONSHIP THRU 2862-EXIT
               UNTIL WS-REL-BROWSE-DONE
           EXEC CICS ENDBR FILE('PERSREL')
               RESP(WS-RESP)
           END-EXEC
           IF WS-REL-END-COUNT EQUAL ZERO
               GO TO 2859-EXIT
           END-IF

           PERFORM 2863-END-ONE-LINK THRU 2863-EXIT
               VARYING WS-REL-END-IX FROM 1 BY 1
               UNTIL WS-REL-END-IX GREATER THAN WS-REL-END-COUNT
           IF WS-REL-END-COUNT NOT LESS THAN WS-REL-END-MAX
               AND WS-REL-ENDED-COUNT GREATER THAN ZERO
               GO TO 2859-END-RELATIONSHIPS
           END-IF.
       2859-EXIT.
           EXIT.

       2862-COLLECT-RELATIONSHIP.
           EXEC CICS READNEXT FILE('PERSREL')
               INTO(PERSONA-RELATIONSHIP-RECORD)
               RIDFLD(WS-REL-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               OR REL-PERSONA-ID NOT EQUAL WS-REL-OWNER-ID
               SET WS-REL-BROWSE-DONE TO TRUE
               GO TO 2862-EXIT
           END-IF
           IF REL-ACTIVE
               ADD 1 TO WS-REL-END-COUNT
               MOVE REL-RELATED-ID
                   TO WS-REK-RELATED-ID(WS-REL-END-COUNT)
               MOVE REL-TYPE TO WS-REK-TYPE(WS-REL-END-COUNT)
               MOVE REL-HOUSEHOLD-ID
                   TO WS-REK-HOUSEHOLD-ID(WS-REL-END-COUNT)
               IF WS-REL-END-COUNT NOT LESS THAN WS-REL-END-MAX
                   SET WS-REL-BROWSE-DONE TO TRUE
               END-IF
           END-IF.
       2862-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2863-END-ONE-LINK - ONE COLLECTED LINK: RE-MAKE IT UNDER THE
      * SURVIVOR ON A MERGE, THEN END THE OWNER'S ROW AND ITS
      * RECIPROCAL (THE TYPE TURNED ROUND - GD FOR DP AND DP FOR GD;
      * THE OTHERS ARE SYMMETRIC).
      *----------------------------------------------------------------
       2863-END-ONE-LINK.
           EVALUATE WS-REK-TYPE(WS-REL-END-IX)
               WHEN 'GD'
                   MOVE 'DP' TO WS-REL-RECIP-TYPE
               WHEN 'DP'
                   MOVE 'GD' TO WS-REL-RECIP-TYPE
               WHEN OTHER
                   MOVE WS-REK-TYPE(WS-REL-END-IX) TO WS-REL-RECIP-TYPE
           END-EVALUATE

           IF WS-REL-SURVIVOR-ID NOT EQUAL ZEROS
               AND WS-REK-RELATED-ID(WS-REL-END-IX)
                   NOT EQUAL WS-REL-SURVIVOR-ID
               MOVE WS-REK-HOUSEHOLD-ID(WS-REL-END-IX)
                   TO WS-REL-HOUSEHOLD-ID
               MOVE WS-REL-SURVIVOR-ID TO WS-REL-PERSONA-ID
               MOVE WS-REK-RELATED-ID(WS-REL-END-IX)
                   TO WS-REL-RELATED-ID
               MOVE WS-REK-TYPE(WS-REL-END-IX) TO WS-REL-TYPE
               PERFORM 2869-WRITE-REL-ROW THRU 2869-EXIT
               MOVE WS-REK-RELATED-ID(WS-REL-END-IX)
                   TO WS-REL-PERSONA-ID
               MOVE WS-REL-SURVIVOR-ID TO WS-REL-RELATED-ID
               MOVE WS-REL-RECIP-TYPE TO WS-REL-TYPE
               PERFORM 2869-WRITE-REL-ROW THRU 2869-EXIT
           END-IF

           MOVE WS-REL-OWNER-ID TO WS-REL-PERSONA-ID
           MOVE WS-REK-RELATED-ID(WS-REL-END-IX) TO WS-REL-RELATED-ID
           MOVE WS-REK-TYPE(WS-REL-END-IX) TO WS-REL-TYPE
           PERFORM 2864-END-REL-ROW THRU 2864-EXIT
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               ADD 1 TO WS-REL-ENDED-COUNT
           END-IF
           MOVE WS-REK-RELATED-ID(WS-REL-END-IX) TO WS-REL-PERSONA-ID
           MOVE WS-REL-OWNER-ID TO WS-REL-RELATED-ID
           MOVE WS-REL-RECIP-TYPE TO WS-REL-TYPE
           PERFORM 2864-END-REL-ROW THRU 2864-EXIT.
       2863-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2864-END-REL-ROW - END THE ACTIVE ROW KEYED IN WS-REL-RIDFLD.
      * A ROW ALREADY ENDED (OR MISSING) IS LEFT AS IT IS.
      *----------------------------------------------------------------
       2864-END-REL-ROW.
           EXEC CICS READ FILE('PERSREL')
               INTO(PERSONA-RELATIONSHIP-RECORD)
               RIDFLD(WS-REL-RIDFLD)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2864-EXIT
           END-IF
           IF NOT REL-ACTIVE
               EXEC CICS UNLOCK FILE('PERSREL')
                   RESP(WS-RESP)
               END-EXEC
               GO TO 2864-EXIT
           END-IF
           SET REL-ENDED TO TRUE
           ACCEPT REL-END-DATE FROM DATE YYYYMMDD
           MOVE WS-REL-END-REASON TO REL-END-REASON
           MOVE 'ARR01MNT' TO REL-SOURCE
           EXEC CICS REWRITE FILE('PERSREL')
               FROM(PERSONA-RELATIONSHIP-RECORD)
               RESP(WS-RESP)
           END-EXEC.
       2864-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2869-WRITE-REL-ROW - THE ROW KEYED IN WS-REL-RIDFLD, ACTIVE IN
      * HOUSEHOLD WS-REL-HOUSEHOLD-ID. A ROW ALREADY ACTIVE (THE
      * SURVIVOR WAS LINKED TO THE SAME PERSONA IN ITS OWN RIGHT) IS
      * LEFT AS IT IS; AN ENDED ONE IS RE-OPENED.
      *----------------------------------------------------------------
       2869-WRITE-REL-ROW.
           EXEC CICS READ FILE('PERSREL')
               INTO(PERSONA-RELATIONSHIP-RECORD)
               RIDFLD(WS-REL-RIDFLD)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               IF REL-ACTIVE
                   EXEC CICS UNLOCK FILE('PERSREL')
                       RESP(WS-RESP)
                   END-EXEC
                   GO TO 2869-EXIT
               END-IF
               SET REL-ACTIVE TO TRUE
               MOVE WS-REL-HOUSEHOLD-ID TO REL-HOUSEHOLD-ID
               ACCEPT REL-START-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO REL-END-DATE
               MOVE SPACES TO REL-END-REASON
               MOVE 'ARR01MNT' TO REL-SOURCE
               EXEC CICS REWRITE FILE('PERSREL')
                   FROM(PERSONA-RELATIONSHIP-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               GO TO 2869-EXIT
           END-IF

           MOVE SPACES TO PERSONA-RELATIONSHIP-RECORD
           MOVE WS-REL-RIDFLD TO REL-KEY
           SET REL-ACTIVE TO TRUE
           MOVE WS-REL-HOUSEHOLD-ID TO REL-HOUSEHOLD-ID
           ACCEPT REL-START-DATE FROM DATE YYYYMMDD
           MOVE 'ARR01MNT' TO REL-SOURCE
           EXEC CICS WRITE FILE('PERSREL')
               FROM(PERSONA-RELATIONSHIP-RECORD)
               RIDFLD(WS-REL-RIDFLD)
               RESP(WS-RESP)
           END-EXEC.
       2869-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2870-WRITE-OUTBOX-EVENT - QUEUE THE ACTION JUST JOURNALED AS
      * A PENDING OUTBOX ROW FOR THE ARR01SWP SWEEPER, UNDER THE

           MOVE SCHAPELI TO CA-SEARCH-APELLIDO
           MOVE SCHNAMEI TO CA-SEARCH-NAME
           MOVE SPACES TO WS-START-POS
           MOVE CA-SEARCH-APELLIDO TO WS-SP-APELLIDO
           SET WS-NO-SKIP-FIRST TO TRUE
           MOVE 'SELECT A ROW BY NUMBER - PF8 FOR MORE, PF3 TO END'
               TO WS-SEARCH-MSG

      *----------------------------------------------------------------
      * 5100-BUILD-PAGE-FORWARD - FILL THE LIST WITH UP TO WS-ROW-LIMIT
      * MATCHING ROWS FROM THE NAME-KEY AND ALIAS FILES, IN KEY ORDER,
      * STARTING AT WS-START-POS. WS-SKIP-FIRST-SW MAKES THE LIST
      * START PAST THE ROW AT WS-START-POS - THE ROW ALREADY SHOWN AS
      * THE LAST LINE OF THE CURRENT PAGE (PF8 PAGING). THE KEYS OF
      * THE FIRST AND LAST ROWS LANDED ON SCREEN ARE SAVED IN THE
      * COMMAREA FOR THE NEXT PAGING REQUEST. AN ALIAS FILE THAT WILL
      * NOT BROWSE JUST LEAVES THE PRIOR NAMES OFF THE LIST.
      *----------------------------------------------------------------
       5100-BUILD-PAGE-FORWARD.
           PERFORM 5050-SET-PREFIX-LENGTHS THRU 5050-EXIT
           PERFORM 5080-CLEAR-LIST-ROWS THRU 5080-EXIT
           MOVE ZEROS TO CA-LIST-COUNT
           PERFORM 5090-SET-BROWSE-KEYS THRU 5090-EXIT

           SET WS-NBR-CLOSED TO TRUE
           MOVE HIGH-VALUES TO WS-NCAND-KEY
           SET WS-NCAND-READY TO TRUE
           EXEC CICS STARTBR FILE('PERSNKEY')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET WS-NBR-OPEN TO TRUE
               SET WS-NCAND-WANTED TO TRUE
               PERFORM 5120-NEXT-NAME-ROW THRU 5120-EXIT
                   UNTIL WS-NCAND-READY
           END-IF

           SET WS-ABR-CLOSED TO TRUE
           MOVE HIGH-VALUES TO WS-ACAND-KEY
           SET WS-ACAND-READY TO TRUE
           EXEC CICS STARTBR FILE('PERSALIA')
               RIDFLD(WS-ABROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET WS-ABR-OPEN TO TRUE
               SET WS-ACAND-WANTED TO TRUE
               PERFORM 5130-NEXT-ALIAS-ROW THRU 5130-EXIT
                   UNTIL WS-ACAND-READY
           END-IF

           PERFORM 5150-COLLECT-NEXT-ROW THRU 5150-EXIT
               UNTIL CA-LIST-COUNT EQUAL WS-ROW-LIMIT
               OR (WS-NCAND-KEY EQUAL HIGH-VALUES
                   AND WS-ACAND-KEY EQUAL HIGH-VALUES)

           PERFORM 5190-END-BROWSES THRU 5190-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5090-SET-BROWSE-KEYS - POSITION BOTH BROWSES FROM WS-START-
      * POS. THE NAME-KEY FILE IS KEYED ON THE NAME ALONE; THE ALIAS
      * FILE ALSO ON THE OWNER'S ID, WHICH ONLY NARROWS THE START WHEN
      * THE POSITION IS ITSELF AN ALIAS ROW.
      *----------------------------------------------------------------
       5090-SET-BROWSE-KEYS.
           MOVE WS-SP-APELLIDO TO WS-BK-APELLIDO
           MOVE WS-SP-NAME TO WS-BK-NAME
           MOVE WS-SP-APELLIDO TO WS-ABK-APELLIDO
           MOVE WS-SP-NAME TO WS-ABK-NAME
           IF WS-SP-ALIAS-ROW
               MOVE WS-SP-PERSONA-ID TO WS-ABK-PERSONA-ID
           ELSE
               MOVE ZEROS TO WS-ABK-PERSONA-ID
           END-IF.
       5090-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5120-NEXT-NAME-ROW - READ ONE NAME-KEY ROW TOWARD THE NEXT
      * CANDIDATE. THE FILE IS KEYED APELLIDO FIRST, SO THE MATCHING
      * REGION IS CONTIGUOUS AND THE FILE IS DONE ONCE THE APELLIDO
      * PREFIX STOPS MATCHING. A ROW BEFORE THE START POSITION (OR AT
      * IT, WHEN SKIPPING THE ROW ALREADY SHOWN) OR WITH THE WRONG
      * NOMBRE PREFIX IS PASSED OVER AND THE CANDIDATE STAYS WANTED.
      *----------------------------------------------------------------
       5120-NEXT-NAME-ROW.
           EXEC CICS READNEXT FILE('PERSNKEY')
               INTO(PERSONA-NAME-KEY-RECORD)
               RIDFLD(WS-BROWSE-KEY)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               OR PNK-APELLIDO(1:WS-APEL-LEN) NOT EQUAL
                   CA-SEARCH-APELLIDO(1:WS-APEL-LEN)
               MOVE HIGH-VALUES TO WS-NCAND-KEY
               SET WS-NCAND-READY TO TRUE
               GO TO 5120-EXIT
           END-IF

           MOVE PNK-APELLIDO TO WS-NC-APELLIDO
           MOVE PNK-NAME TO WS-NC-NAME
           MOVE '1' TO WS-NC-KIND
           MOVE PNK-PERSONA-ID TO WS-NC-PERSONA-ID
           IF WS-NCAND-KEY LESS THAN WS-START-POS
               GO TO 5120-EXIT
           END-IF
           IF WS-SKIP-FIRST
               AND WS-NCAND-KEY EQUAL WS-START-POS
               GO TO 5120-EXIT
           END-IF
           IF WS-NAME-LEN GREATER THAN ZERO
               AND PNK-NAME(1:WS-NAME-LEN) NOT EQUAL
                   CA-SEARCH-NAME(1:WS-NAME-LEN)
               GO TO 5120-EXIT
           END-IF
           SET WS-NCAND-READY TO TRUE.
       5120-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5130-NEXT-ALIAS-ROW - THE SAME AS 5120, FOR THE ALIAS FILE.
      *----------------------------------------------------------------
       5130-NEXT-ALIAS-ROW.
           EXEC CICS READNEXT FILE('PERSALIA')
               INTO(PERSONA-ALIAS-RECORD)
               RIDFLD(WS-ABROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               OR PAL-APELLIDO(1:WS-APEL-LEN) NOT EQUAL
                   CA-SEARCH-APELLIDO(1:WS-APEL-LEN)
               MOVE HIGH-VALUES TO WS-ACAND-KEY
               SET WS-ACAND-READY TO TRUE
               GO TO 5130-EXIT
           END-IF

           MOVE PAL-APELLIDO TO WS-AC-APELLIDO
           MOVE PAL-NAME TO WS-AC-NAME
           MOVE '2' TO WS-AC-KIND
           MOVE PAL-PERSONA-ID TO WS-AC-PERSONA-ID
           IF WS-ACAND-KEY LESS THAN WS-START-POS
               GO TO 5130-EXIT
           END-IF
           IF WS-SKIP-FIRST
               AND WS-ACAND-KEY EQUAL WS-START-POS
               GO TO 5130-EXIT
           END-IF
           IF WS-NAME-LEN GREATER THAN ZERO
               AND PAL-NAME(1:WS-NAME-LEN) NOT EQUAL
                   CA-SEARCH-NAME(1:WS-NAME-LEN)
               GO TO 5130-EXIT
           END-IF
           SET WS-ACAND-READY TO TRUE.
       5130-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5150-COLLECT-NEXT-ROW - PUT THE LOWER OF THE TWO CANDIDATES ON
      * THE LIST AND ASK ITS FILE FOR THE NEXT ONE. A ROW FROM THE
      * ALIAS FILE IS FLAGGED A - THE PERSONA LISTED IS THE ALIAS'S
      * OWNER, UNDER THE NAME IT USED TO CARRY.
      *----------------------------------------------------------------
       5150-COLLECT-NEXT-ROW.
           IF WS-NCAND-KEY LESS THAN WS-ACAND-KEY
               MOVE WS-NCAND-KEY TO WS-ROW-KEY
               SET WS-NCAND-WANTED TO TRUE
               PERFORM 5120-NEXT-NAME-ROW THRU 5120-EXIT
                   UNTIL WS-NCAND-READY
           ELSE
               MOVE WS-ACAND-KEY TO WS-ROW-KEY
               SET WS-ACAND-WANTED TO TRUE
               PERFORM 5130-NEXT-ALIAS-ROW THRU 5130-EXIT
                   UNTIL WS-ACAND-READY
           END-IF

           ADD 1 TO CA-LIST-COUNT
           MOVE WS-RK-PERSONA-ID TO CA-LIST-ID(CA-LIST-COUNT)
           IF CA-LIST-COUNT EQUAL 1
               MOVE WS-ROW-KEY TO CA-PAGE-FIRST-KEY
           END-IF
           MOVE WS-ROW-KEY TO CA-PAGE-LAST-KEY

           MOVE CA-LIST-COUNT TO WS-LL-SEL
           IF WS-RK-ALIAS-ROW
               MOVE 'A' TO WS-LL-FLAG
           ELSE
               MOVE SPACE TO WS-LL-FLAG
           END-IF
           MOVE WS-RK-PERSONA-ID TO WS-LL-ID
           MOVE WS-RK-APELLIDO TO WS-LL-APELLIDO
           MOVE WS-RK-NAME TO WS-LL-NAME

      *    NEITHER KEY FILE CARRIES THE DOC NUMBER - ONE KEYED MASTER
      *    READ PER LISTED ROW FILLS THE DOCUMENT COLUMN.
           MOVE SPACES TO WS-LL-DOC
           MOVE WS-RK-PERSONA-ID TO WS-LIST-MSTR-KEY
           EXEC CICS READ FILE('PERSMSTR')
               INTO(PERSONA-MASTER-RECORD)
               RIDFLD(WS-LIST-MSTR-KEY)
           EXIT.

      *----------------------------------------------------------------
      * 5190-END-BROWSES - END WHICHEVER BROWSES WERE STARTED.
      *----------------------------------------------------------------
       5190-END-BROWSES.
           IF WS-NBR-OPEN
               EXEC CICS ENDBR FILE('PERSNKEY')
                   RESP(WS-RESP)
               END-EXEC
               SET WS-NBR-CLOSED TO TRUE
           END-IF
           IF WS-ABR-OPEN
               EXEC CICS ENDBR FILE('PERSALIA')
                   RESP(WS-RESP)
               END-EXEC
               SET WS-ABR-CLOSED TO TRUE
           END-IF.
       5190-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5300-PAGE-BACKWARD - HANDLE AID TARGET FOR PF7. WALKS BOTH
      * FILES BACKWARD FROM THE FIRST ROW ON SCREEN, TAKING THE HIGHER
      * CANDIDATE EACH TIME, TO FIND THE POSITION UP TO WS-ROW-LIMIT
      * MATCHING ROWS EARLIER, THEN REBUILDS THE PAGE FORWARD FROM
      * THERE. REACHED VIA GO TO, SO IT ENDS THE PSEUDO-CONVERSATION
      * ITSELF.
      *----------------------------------------------------------------
       5300-PAGE-BACKWARD.
           PERFORM 5050-SET-PREFIX-LENGTHS THRU 5050-EXIT
           MOVE CA-PAGE-FIRST-KEY TO WS-START-POS
           MOVE CA-PAGE-FIRST-KEY TO WS-BACK-KEY
           MOVE ZERO TO WS-BACK-COUNT
           PERFORM 5090-SET-BROWSE-KEYS THRU 5090-EXIT

           SET WS-NBR-CLOSED TO TRUE
           MOVE LOW-VALUES TO WS-NCAND-KEY
           SET WS-NCAND-READY TO TRUE
           PERFORM 5310-START-NAME-BACKWARD THRU 5310-EXIT
           IF WS-NBR-OPEN
               SET WS-NCAND-WANTED TO TRUE
               PERFORM 5320-PREV-NAME-ROW THRU 5320-EXIT
                   UNTIL WS-NCAND-READY
           END-IF

           SET WS-ABR-CLOSED TO TRUE
           MOVE LOW-VALUES TO WS-ACAND-KEY
           SET WS-ACAND-READY TO TRUE
           PERFORM 5315-START-ALIAS-BACKWARD THRU 5315-EXIT
           IF WS-ABR-OPEN
               SET WS-ACAND-WANTED TO TRUE
               PERFORM 5330-PREV-ALIAS-ROW THRU 5330-EXIT
                   UNTIL WS-ACAND-READY
           END-IF

           PERFORM 5350-COLLECT-PREV-ROW THRU 5350-EXIT
               UNTIL WS-BACK-COUNT EQUAL WS-ROW-LIMIT
               OR (WS-NCAND-KEY EQUAL LOW-VALUES
                   AND WS-ACAND-KEY EQUAL LOW-VALUES)

           PERFORM 5190-END-BROWSES THRU 5190-EXIT

           IF WS-BACK-COUNT EQUAL ZERO
               MOVE 'ALREADY AT TOP OF LIST' TO WS-SEARCH-MSG
               MOVE CA-PAGE-FIRST-KEY TO WS-START-POS
           ELSE
               MOVE 'SELECT A ROW BY NUMBER - PF8 FOR MORE, PF3 TO END'
                   TO WS-SEARCH-MSG
               MOVE WS-BACK-KEY TO WS-START-POS
           END-IF
           SET WS-NO-SKIP-FIRST TO TRUE
           PERFORM 5100-BUILD-PAGE-FORWARD THRU 5100-EXIT
           EXIT.

      *----------------------------------------------------------------
      * 5310-START-NAME-BACKWARD - POSITION THE NAME-KEY BROWSE AT THE
      * FIRST ROW ON SCREEN. THE FIRST READPREV RETURNS THE ROW THE
      * BROWSE IS POSITIONED ON, WHICH 5320 PASSES OVER BY KEY. WHEN
      * NOTHING SITS AT OR PAST THAT KEY THE BROWSE IS STARTED AT
      * HIGH-VALUES INSTEAD, SO THE FIRST READPREV RETURNS THE LAST
      * ROW ON THE FILE.
      *----------------------------------------------------------------
       5310-START-NAME-BACKWARD.
           EXEC CICS STARTBR FILE('PERSNKEY')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO WS-BROWSE-KEY
               EXEC CICS STARTBR FILE('PERSNKEY')
                   RIDFLD(WS-BROWSE-KEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET WS-NBR-OPEN TO TRUE
           END-IF.
       5310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5315-START-ALIAS-BACKWARD - THE SAME AS 5310, FOR THE ALIAS
      * FILE.
      *----------------------------------------------------------------
       5315-START-ALIAS-BACKWARD.
           EXEC CICS STARTBR FILE('PERSALIA')
               RIDFLD(WS-ABROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO WS-ABROWSE-KEY
               EXEC CICS STARTBR FILE('PERSALIA')
                   RIDFLD(WS-ABROWSE-KEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET WS-ABR-OPEN TO TRUE
           END-IF.
       5315-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5320-PREV-NAME-ROW - READ ONE NAME-KEY ROW BACKWARD TOWARD THE
      * NEXT CANDIDATE. A ROW AT OR PAST THE FIRST ROW ON SCREEN, OR
      * WITH THE WRONG NOMBRE PREFIX, IS PASSED OVER; THE FILE IS
      * DONE ONCE THE APELLIDO PREFIX STOPS MATCHING.
      *----------------------------------------------------------------
       5320-PREV-NAME-ROW.
           EXEC CICS READPREV FILE('PERSNKEY')
               INTO(PERSONA-NAME-KEY-RECORD)
               RIDFLD(WS-BROWSE-KEY)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO WS-NCAND-KEY
               SET WS-NCAND-READY TO TRUE
               GO TO 5320-EXIT
           END-IF

           MOVE PNK-APELLIDO TO WS-NC-APELLIDO
           MOVE PNK-NAME TO WS-NC-NAME
           MOVE '1' TO WS-NC-KIND
           MOVE PNK-PERSONA-ID TO WS-NC-PERSONA-ID
           IF WS-NCAND-KEY NOT LESS THAN CA-PAGE-FIRST-KEY
               GO TO 5320-EXIT
           END-IF
           IF PNK-APELLIDO(1:WS-APEL-LEN) NOT EQUAL
                   CA-SEARCH-APELLIDO(1:WS-APEL-LEN)
               MOVE LOW-VALUES TO WS-NCAND-KEY
               SET WS-NCAND-READY TO TRUE
               GO TO 5320-EXIT
           END-IF
           IF WS-NAME-LEN GREATER THAN ZERO
               AND PNK-NAME(1:WS-NAME-LEN) NOT EQUAL
                   CA-SEARCH-NAME(1:WS-NAME-LEN)
               GO TO 5320-EXIT
           END-IF
           SET WS-NCAND-READY TO TRUE.
       5320-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5330-PREV-ALIAS-ROW - THE SAME AS 5320, FOR THE ALIAS FILE.
      *----------------------------------------------------------------
       5330-PREV-ALIAS-ROW.
           EXEC CICS READPREV FILE('PERSALIA')
               INTO(PERSONA-ALIAS-RECORD)
               RIDFLD(WS-ABROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO WS-ACAND-KEY
               SET WS-ACAND-READY TO TRUE
               GO TO 5330-EXIT
           END-IF

           MOVE PAL-APELLIDO TO WS-AC-APELLIDO
           MOVE PAL-NAME TO WS-AC-NAME
           MOVE '2' TO WS-AC-KIND
           MOVE PAL-PERSONA-ID TO WS-AC-PERSONA-ID
           IF WS-ACAND-KEY NOT LESS THAN CA-PAGE-FIRST-KEY
               GO TO 5330-EXIT
           END-IF
           IF PAL-APELLIDO(1:WS-APEL-LEN) NOT EQUAL
                   CA-SEARCH-APELLIDO(1:WS-APEL-LEN)
               MOVE LOW-VALUES TO WS-ACAND-KEY
               SET WS-ACAND-READY TO TRUE
               GO TO 5330-EXIT
           END-IF
           IF WS-NAME-LEN GREATER THAN ZERO
               AND PAL-NAME(1:WS-NAME-LEN) NOT EQUAL
                   CA-SEARCH-NAME(1:WS-NAME-LEN)
               GO TO 5330-EXIT
           END-IF
           SET WS-ACAND-READY TO TRUE.
       5330-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5350-COLLECT-PREV-ROW - COUNT THE HIGHER OF THE TWO BACKWARD
      * CANDIDATES, REMEMBER ITS POSITION AND ASK ITS FILE FOR THE
      * NEXT ONE. THE LAST POSITION REMEMBERED IS WHERE THE PREVIOUS
      * PAGE STARTS.
      *----------------------------------------------------------------
       5350-COLLECT-PREV-ROW.
           ADD 1 TO WS-BACK-COUNT
           IF WS-NCAND-KEY GREATER THAN WS-ACAND-KEY
               MOVE WS-NCAND-KEY TO WS-BACK-KEY
               SET WS-NCAND-WANTED TO TRUE
               PERFORM 5320-PREV-NAME-ROW THRU 5320-EXIT
                   UNTIL WS-NCAND-READY
           ELSE
               MOVE WS-ACAND-KEY TO WS-BACK-KEY
               SET WS-ACAND-WANTED TO TRUE
               PERFORM 5330-PREV-ALIAS-ROW THRU 5330-EXIT
                   UNTIL WS-ACAND-READY
           END-IF.
       5350-EXIT.
           EXIT.

      * REACHED VIA GO TO, SO IT ENDS THE PSEUDO-CONVERSATION ITSELF.
      *----------------------------------------------------------------
       5400-PAGE-FORWARD.
           MOVE CA-PAGE-LAST-KEY TO WS-START-POS
           SET WS-SKIP-FIRST TO TRUE
           MOVE 'SELECT A ROW BY NUMBER - PF8 FOR MORE, PF3 TO END'
               TO WS-SEARCH-MSG

           IF CA-LIST-COUNT EQUAL ZEROS
               MOVE 'AT END OF LIST' TO WS-SEARCH-MSG
               MOVE CA-PAGE-FIRST-KEY TO WS-START-POS
               SET WS-NO-SKIP-FIRST TO TRUE
               PERFORM 5100-BUILD-PAGE-FORWARD THRU 5100-EXIT
           END-IF
       5950-SEARCH-MAPFAIL.
           MOVE 'KEY A SELECTION OR NEW SEARCH CRITERIA - PF3 TO END'
               TO WS-SEARCH-MSG
           MOVE CA-PAGE-FIRST-KEY TO WS-START-POS
           SET WS-NO-SKIP-FIRST TO TRUE
           PERFORM 5100-BUILD-PAGE-FORWARD THRU 5100-EXIT
           PERFORM 5800-SEND-SEARCH-MAP THRU 5800-EXIT
