       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01APV.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01APV IS THE ONLINE MAINTENANCE APPROVAL TRANSACTION, APV1.
      * IT RUNS PSEUDO-CONVERSATIONALLY AGAINST MAP EC01APV1 (MAPSET
      * EC01APV) OVER THE PENDING-CHANGE FILE (PENDCHG, SEE EC01PCHG)
      * MNT1 WRITES WHEN AN OPERATOR WITHOUT SUPERVISOR AUTHORITY KEYS
      * AN ADD, CHANGE, DELETE OR MERGE. THE TOP OF THE SCREEN LISTS
      * THE REQUESTS STILL PENDING, OLDEST FIRST (PF8 PAGES FORWARD,
      * PF7 RETURNS TO THE TOP). A SUPERVISOR KEYS A REQUEST ID AND:
      *   V  VIEW     SHOW THE REQUEST'S BEFORE AND AFTER IMAGES.
      *   A  APPROVE  APPLY THE REQUEST TO THE MASTER THROUGH THE SAME
      *               MASTER/NAME-KEY/DOC-KEY/OUTBOX/AUDIT STEPS MNT1
      *               TAKES FOR A SUPERVISOR, THEN MARK IT APPLIED.
      *               THE GATES RUN AGAIN AT APPROVAL, AND A CHANGE,
      *               DELETE OR MERGE WHOSE ROW NO LONGER MATCHES THE
      *               BEFORE IMAGE IS REFUSED - THE MASTER HAS MOVED
      *               ON SINCE THE OPERATOR LOOKED AT IT. NOBODY MAY
      *               APPROVE THEIR OWN REQUEST.
      *   R  REJECT   MARK THE REQUEST REJECTED WITH THE SUPERVISOR'S
      *               REASON. THE REQUEST IS KEPT, NEVER APPLIED.
      * THE MASTER ACTIONS ARE JOURNALED ADD/CHANGE/DELETE/MERGEDROP/
      * MERGEKEEP UNDER THE REQUESTING OPERATOR, WHO MADE THE CHANGE;
      * THE DECISION ITSELF IS JOURNALED MCAPPROVE OR MCREJECT UNDER
      * THE SUPERVISOR, WITH THE REQUEST ID IN THE AFTER-SOURCE
      * COLUMN AS MNT1'S MCREQUEST ENTRY CARRIES IT. THE WHOLE
      * TRANSACTION IS SUPERVISOR WORK.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  AN APPLIED ADD OR CHANGE STAMPS ARR01MNT AS
      *                   OWNER OF EACH FIELD IT WRITES (SEE EC01PMR),
      *                   THE SAME AS A SUPERVISOR'S OWN MNT1 CHANGE.
      *  2026-10-15  RSM  AN APPLIED ADD, CLASS CHANGE, DELETE OR MERGE
      *                   KEEPS THE NEW CLASS-KEY FILE (PERSCKEY, SEE
      *                   EC01PCK) IN STEP, AS MNT1 DOES.
      *  2026-10-15  RSM  AN APPLIED RENAME OR MERGE KEEPS THE RETIRED
      *                   NAME ON THE NEW ALIAS FILE (PERSALIA, SEE
      *                   EC01PAL), AS MNT1 DOES.
      *  2026-10-15  RSM  AN APPLIED DELETE OR MERGE ENDS OR RE-POINTS
      *                   THE PERSONA'S LINKS ON THE NEW RELATIONSHIP
      *                   FILE (PERSREL, SEE EC01PREL), AS MNT1 DOES.
      *  2026-10-15  RSM  MCAPPROVE IS JOURNALED ONLY AFTER THE PENDCHG
      *                   REWRITE MARKING THE REQUEST APPLIED SUCCEEDS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-RESP                 PIC S9(8) COMP.
           05  WS-REQUEST-KEY          PIC 9(08).
           05  WS-PERSMSTR-KEY         PIC 9(10).
           05  WS-AUDIT-INDEX          PIC 9(10).
           05  WS-AUDIT-USER-ID        PIC X(08).
           05  WS-TODAY-DATE           PIC X(08).
           05  WS-DECIDED-TIMESTAMP    PIC X(16).
           05  WS-LIST-SUB             PIC S9(4) COMP.
           05  WS-ROW-LIMIT            PIC S9(4) COMP VALUE 10.
           05  WS-FUNC-SW              PIC X(01).
               88  WS-FUNC-VIEW        VALUE 'V'.
               88  WS-FUNC-APPROVE     VALUE 'A'.
               88  WS-FUNC-REJECT      VALUE 'R'.
               88  WS-FUNC-REFRESH     VALUE ' '.
           05  WS-APPLY-SW             PIC X(01).
               88  WS-APPLY-OK         VALUE 'Y'.
               88  WS-APPLY-FAILED     VALUE 'N'.
           05  WS-NKEY-WRITE-SW        PIC X(01) VALUE 'N'.
               88  WS-NKEY-WRITE-OK    VALUE 'N'.
               88  WS-NKEY-WRITE-FAILED
                                       VALUE 'Y'.
           05  WS-BROWSE-DONE-SW       PIC X(01).
               88  WS-BROWSE-DONE      VALUE 'Y'.
               88  WS-BROWSE-NOT-DONE  VALUE 'N'.

      *----------------------------------------------------------------
      * THE LINES BUILT FROM A PENDING-CHANGE ROW - ONE LIST ROW, THE
      * BEFORE/AFTER PERSONA IMAGES AND THE REQUEST/DECISION STAMPS.
      *----------------------------------------------------------------
       01  WS-LIST-LINE.
           05  WS-LL-REQUEST           PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-ACTION            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-PERSONA           PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-BY                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-DATE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-APELLIDO          PIC X(20).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  WS-IL-NAME              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-IL-APELLIDO          PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-IL-CLASS             PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-IL-DOC               PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-IL-STATUS            PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-MERGE-LINE.
           05  FILLER                  PIC X(10) VALUE 'RETIRE ID '.
           05  WS-ML-FROM-ID           PIC 9(10).
           05  FILLER                  PIC X(06) VALUE ' INTO '.
           05  WS-ML-INTO-ID           PIC 9(10).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-STATUS-LINE.
           05  WS-SL-STATUS            PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' REQ '.
           05  WS-SL-REQ-BY            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SL-REQ-TS            PIC X(14).
           05  WS-SL-DEC-LIT           PIC X(05).
           05  WS-SL-DEC-BY            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SL-DEC-TS            PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-MAPSET-NAME              PIC X(08) VALUE 'EC01APV'.
       01  WS-MAP-NAME                 PIC X(08) VALUE 'EC01APV1'.
       01  WS-TRANSID                  PIC X(04) VALUE 'APV1'.

           COPY EC01PCHG.
           COPY EC01PMR.
           COPY EC01PNK.
           COPY EC01PDK.
           COPY EC01PCK.
           COPY EC01PAL.
           COPY EC01PREL.
           COPY EC01OAUT.
           COPY EC01OBOX.
           COPY EC01APVM.
           COPY EC01AUDT.

      *    SEPARATE RIDFLDS - EVERY CICS READ LANDS IN THE RECORD'S
      *    OWN STORAGE, SO THE KEYS BEING LOOKED UP LIVE OUTSIDE IT,
      *    THE SAME ARRANGEMENT AS ARR01MNT.
       01  WS-PQ-RIDFLD                PIC 9(08).
       01  WS-NKEY-RIDFLD.
           05  WS-NKEY-APELLIDO        PIC X(20).
           05  WS-NKEY-NAME            PIC X(20).
       01  WS-DKEY-RIDFLD              PIC X(15).
       01  WS-CKEY-RIDFLD.
           05  WS-CKEY-CLASS           PIC X(02).
           05  WS-CKEY-STATUS          PIC X(01).
           05  WS-CKEY-PERSONA-ID      PIC 9(10).
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
      * THE ROW IMAGES HELD ACROSS A SECOND MASTER READ - THE CHANGE
      * PATH'S OWN BEFORE IMAGES FOR THE KEY FILES AND THE JOURNAL,
      * AND A MERGE SURVIVOR'S, AS ARR01MNT HOLDS THEM.
      *----------------------------------------------------------------
       01  WS-BEFORE-IMAGES.
           05  WS-BEF-NAME             PIC X(20).
           05  WS-BEF-APELLIDO         PIC X(20).
           05  WS-BEF-CLASS            PIC X(02).
           05  WS-BEF-STATUS           PIC X(01).
           05  WS-BEF-DOC              PIC X(15).

       01  WS-KEEP-IMAGES.
           05  WS-KEEP-NAME            PIC X(20).
           05  WS-KEEP-APELLIDO        PIC X(20).
           05  WS-KEEP-CLASS           PIC X(02).
           05  WS-KEEP-STATUS          PIC X(01).
           05  WS-KEEP-LOAD-DATE       PIC X(08).
           05  WS-KEEP-SOURCE          PIC X(08).
           05  WS-KEEP-DOC             PIC X(15).

      *----------------------------------------------------------------
      * THE OPERATOR AT THE KEYBOARD AND THE AUTHORITY CHECK'S
      * OUTCOME - APV1 NEEDS A SUPERVISOR ROW ON OPERAUTH. NO ROW, OR
      * NO FILE, MEANS NOT AUTHORIZED.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-AUTH-SW                  PIC X(01).
           88  WS-AUTHORIZED           VALUE 'Y'.
           88  WS-NOT-AUTHORIZED       VALUE 'N'.

      *----------------------------------------------------------------
      * OUTBOX EVENT WORK AREAS, AS IN ARR01MNT.
      *----------------------------------------------------------------
       01  WS-OB-MSG-TYPE              PIC X(08).
       01  WS-OB-CTL-RIDFLD            PIC 9(08).
       01  WS-OB-ROW-RIDFLD            PIC 9(08).
       01  WS-OB-NEXT-SEQ              PIC 9(08).

       01  DFHCOMMAREA.
           05  CA-REQUEST-ID           PIC 9(08).
           05  CA-PAGE-FIRST-ID        PIC 9(08).
           05  CA-PAGE-LAST-ID         PIC 9(08).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - FIRST ENTRY (NO COMMAREA) SENDS THE FIRST PAGE
      * OF THE QUEUE; A RETURN TRIP IS PROCESSED BY FUNCTION.
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF EIBCALEN EQUAL ZERO
               PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
           ELSE
               PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
           END-IF

           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-SEND-INITIAL-MAP - CLEAR THE SCREEN AND, FOR A SUPERVISOR,
      * LIST THE OLDEST PENDING REQUESTS.
      *----------------------------------------------------------------
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO EC01APV1O
           MOVE ZEROS TO CA-REQUEST-ID
           MOVE 1 TO CA-PAGE-FIRST-ID
           MOVE ZEROS TO CA-PAGE-LAST-ID
           MOVE SPACES TO APVFUNCO
           MOVE ZEROS TO APVREQO
           MOVE SPACES TO APVRSNO

           EXEC CICS ASSIGN
               USERID(WS-OPERATOR-ID)
           END-EXEC
           PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
           IF WS-AUTHORIZED
               PERFORM 2700-BUILD-LIST THRU 2700-EXIT
               MOVE 'KEY A REQUEST ID AND V, A OR R - PF8 FOR MORE'
                   TO APVMSGO
           END-IF

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(EC01APV1O)
               ERASE
           END-EXEC.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-REQUEST - RECEIVE THE SUPERVISOR'S INPUT, CHECK
      * AUTHORITY AND ROUTE TO THE PARAGRAPH FOR THE FUNCTION KEYED.
      * ENTER WITH NO FUNCTION JUST REFRESHES THE LIST. THE LIST IS
      * REBUILT ON EVERY TRIP SO A DECIDED REQUEST DROPS OFF IT.
      *----------------------------------------------------------------
       2000-PROCESS-REQUEST.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(2950-HANDLE-MAPFAIL)
           END-EXEC

           EXEC CICS HANDLE AID
               PF3(2960-HANDLE-PF3)
               PF7(2970-PAGE-TOP)
               PF8(2980-PAGE-FORWARD)
           END-EXEC

           EXEC CICS ASSIGN
               USERID(WS-OPERATOR-ID)
           END-EXEC

           EXEC CICS RECEIVE MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               INTO(EC01APV1I)
           END-EXEC

           MOVE APVFUNCI TO WS-FUNC-SW
           IF WS-FUNC-SW EQUAL LOW-VALUES
               MOVE SPACE TO WS-FUNC-SW
           END-IF
           IF APVREQI EQUAL SPACES OR APVREQI EQUAL LOW-VALUES
               MOVE ZEROS TO WS-REQUEST-KEY
           ELSE
               MOVE APVREQI TO WS-REQUEST-KEY
           END-IF
           IF APVRSNI EQUAL LOW-VALUES
               MOVE SPACES TO APVRSNI
           END-IF

           PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
           IF WS-NOT-AUTHORIZED
               PERFORM 2160-CLEAR-DETAIL THRU 2160-EXIT
               PERFORM 2760-CLEAR-LIST THRU 2760-EXIT
               PERFORM 2900-REDISPLAY-MAP THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

           IF WS-REQUEST-KEY EQUAL ZEROS
               AND NOT WS-FUNC-REFRESH
               PERFORM 2160-CLEAR-DETAIL THRU 2160-EXIT
               MOVE 'A REQUEST ID FROM THE LIST IS REQUIRED'
                   TO APVMSGO
           ELSE
               EVALUATE TRUE
                   WHEN WS-FUNC-REFRESH
                       PERFORM 2160-CLEAR-DETAIL THRU 2160-EXIT
                       MOVE 'LIST REFRESHED' TO APVMSGO
                   WHEN WS-FUNC-VIEW
                       PERFORM 2100-VIEW-REQUEST THRU 2100-EXIT
                   WHEN WS-FUNC-APPROVE
                       PERFORM 2300-APPROVE-REQUEST THRU 2300-EXIT
                   WHEN WS-FUNC-REJECT
                       PERFORM 2400-REJECT-REQUEST THRU 2400-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE V, A OR R'
                           TO APVMSGO
               END-EVALUATE
           END-IF

           PERFORM 2700-BUILD-LIST THRU 2700-EXIT
           PERFORM 2900-REDISPLAY-MAP THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-CHECK-AUTHORITY - EVERY APV1 FUNCTION REQUIRES A
      * SUPERVISOR ROW ON THE OPERAUTH FILE.
      *----------------------------------------------------------------
       2050-CHECK-AUTHORITY.
           SET WS-NOT-AUTHORIZED TO TRUE
           EXEC CICS READ FILE('OPERAUTH')
               INTO(OPERATOR-AUTH-RECORD)
               RIDFLD(WS-OPERATOR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) AND OA-SUPERVISOR
               SET WS-AUTHORIZED TO TRUE
           ELSE
               MOVE 'NOT AUTHORIZED - SUPERVISOR LEVEL REQUIRED'
                   TO APVMSGO
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-VIEW-REQUEST - READ THE PENDING-CHANGE ROW AND SHOW IT.
      *----------------------------------------------------------------
       2100-VIEW-REQUEST.
           MOVE WS-REQUEST-KEY TO WS-PQ-RIDFLD
           EXEC CICS READ FILE('PENDCHG')
               INTO(PENDING-CHANGE-RECORD)
               RIDFLD(WS-PQ-RIDFLD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 2150-SHOW-REQUEST THRU 2150-EXIT
               IF PQ-PENDING
                   MOVE 'REQUEST PENDING - A TO APPROVE, R TO REJECT'
                       TO APVMSGO
               ELSE
                   MOVE 'REQUEST ALREADY DECIDED' TO APVMSGO
               END-IF
           ELSE
               PERFORM 2160-CLEAR-DETAIL THRU 2160-EXIT
               MOVE 'REQUEST ID NOT FOUND' TO APVMSGO
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-SHOW-REQUEST - FORMAT THE PENDING-CHANGE ROW ONTO THE
      * DETAIL LINES. AN ADD HAS NO BEFORE IMAGE; A DELETE OR MERGE
      * HAS NO AFTER IMAGE, SO THE AFTER LINE SAYS WHAT WILL HAPPEN.
      * A REJECTED ROW'S REASON GOES TO THE I-SIDE FIELD, SINCE THE
      * REDISPLAY REBUILDS THE UNPROTECTED FIELDS FROM THEM.
      *----------------------------------------------------------------
       2150-SHOW-REQUEST.
           MOVE PQ-REQUEST-ID TO WS-REQUEST-KEY
           MOVE PQ-REQUEST-ID TO CA-REQUEST-ID

           IF PQ-FUNC-ADD
               MOVE SPACES TO APVBEFO
           ELSE
               MOVE PQ-BEF-NAME TO WS-IL-NAME
               MOVE PQ-BEF-APELLIDO TO WS-IL-APELLIDO
               MOVE PQ-BEF-CLASS TO WS-IL-CLASS
               MOVE PQ-BEF-DOC TO WS-IL-DOC
               MOVE PQ-BEF-STATUS TO WS-IL-STATUS
               MOVE WS-IMAGE-LINE TO APVBEFO
           END-IF

           EVALUATE TRUE
               WHEN PQ-FUNC-ADD OR PQ-FUNC-CHANGE
                   MOVE PQ-AFT-NAME TO WS-IL-NAME
                   MOVE PQ-AFT-APELLIDO TO WS-IL-APELLIDO
                   MOVE PQ-AFT-CLASS TO WS-IL-CLASS
                   MOVE PQ-AFT-DOC TO WS-IL-DOC
                   MOVE SPACE TO WS-IL-STATUS
                   MOVE WS-IMAGE-LINE TO APVAFTO
               WHEN PQ-FUNC-DELETE
                   MOVE 'SOFT DELETE - STATUS TO INACTIVE, ROW RETAINED'
                       TO APVAFTO
               WHEN PQ-FUNC-MERGE
                   MOVE PQ-MERGE-FROM-ID TO WS-ML-FROM-ID
                   MOVE PQ-PERSONA-ID TO WS-ML-INTO-ID
                   MOVE WS-MERGE-LINE TO APVAFTO
               WHEN OTHER
                   MOVE SPACES TO APVAFTO
           END-EVALUATE

           EVALUATE TRUE
               WHEN PQ-PENDING
                   MOVE 'PENDING' TO WS-SL-STATUS
               WHEN PQ-APPLIED
                   MOVE 'APPLIED' TO WS-SL-STATUS
               WHEN PQ-REJECTED
                   MOVE 'REJECTED' TO WS-SL-STATUS
               WHEN OTHER
                   MOVE PQ-STATUS-SW TO WS-SL-STATUS
           END-EVALUATE
           MOVE PQ-REQUESTED-BY TO WS-SL-REQ-BY
           MOVE PQ-REQUESTED-TIMESTAMP(1:14) TO WS-SL-REQ-TS
           IF PQ-PENDING
               MOVE SPACES TO WS-SL-DEC-LIT
               MOVE SPACES TO WS-SL-DEC-BY
               MOVE SPACES TO WS-SL-DEC-TS
           ELSE
               MOVE ' DEC ' TO WS-SL-DEC-LIT
               MOVE PQ-DECIDED-BY TO WS-SL-DEC-BY
               MOVE PQ-DECIDED-TIMESTAMP(1:14) TO WS-SL-DEC-TS
               MOVE PQ-REJECT-REASON TO APVRSNI
           END-IF
           MOVE WS-STATUS-LINE TO APVSTATO.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2160-CLEAR-DETAIL - BLANK THE DETAIL LINES WHEN THERE IS NO
      * REQUEST TO SHOW.
      *----------------------------------------------------------------
       2160-CLEAR-DETAIL.
           MOVE SPACES TO APVBEFO
           MOVE SPACES TO APVAFTO
           MOVE SPACES TO APVSTATO.
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-APPROVE-REQUEST - READ THE REQUEST FOR UPDATE, APPLY IT TO
      * THE MASTER, THEN MARK IT APPLIED AND - ONLY ONCE THAT REWRITE
      * HAS HELD - JOURNAL MCAPPROVE. IF IT CANNOT BE APPLIED - THE
      * ROW HAS CHANGED, A GATE NOW FAILS -
      * THE REQUEST STAYS PENDING WITH A MESSAGE SAYING WHY, AND THE
      * SUPERVISOR REJECTS IT INSTEAD.
      *----------------------------------------------------------------
       2300-APPROVE-REQUEST.
           PERFORM 2350-READ-FOR-DECISION THRU 2350-EXIT
           IF WS-APPLY-FAILED
               GO TO 2300-EXIT
           END-IF

           IF PQ-REQUESTED-BY EQUAL WS-OPERATOR-ID
               EXEC CICS UNLOCK FILE('PENDCHG')
                   RESP(WS-RESP)
               END-EXEC
               MOVE 'YOU CANNOT APPROVE YOUR OWN REQUEST' TO APVMSGO
               GO TO 2300-EXIT
           END-IF

           SET WS-NKEY-WRITE-OK TO TRUE
           MOVE PQ-REQUESTED-BY TO WS-AUDIT-USER-ID
           EVALUATE TRUE
               WHEN PQ-FUNC-ADD
                   PERFORM 2500-APPLY-ADD THRU 2500-EXIT
               WHEN PQ-FUNC-CHANGE
                   PERFORM 2550-APPLY-CHANGE THRU 2550-EXIT
               WHEN PQ-FUNC-DELETE
                   PERFORM 2600-APPLY-DELETE THRU 2600-EXIT
               WHEN PQ-FUNC-MERGE
                   PERFORM 2650-APPLY-MERGE THRU 2650-EXIT
               WHEN OTHER
                   SET WS-APPLY-FAILED TO TRUE
                   MOVE 'NOT APPLIED - UNKNOWN REQUEST FUNCTION'
                       TO APVMSGO
           END-EVALUATE
           IF WS-APPLY-FAILED
               EXEC CICS UNLOCK FILE('PENDCHG')
                   RESP(WS-RESP)
               END-EXEC
               GO TO 2300-EXIT
           END-IF

           SET PQ-APPLIED TO TRUE
           MOVE WS-OPERATOR-ID TO PQ-DECIDED-BY
           PERFORM 2380-STAMP-DECISION-TIME THRU 2380-EXIT
           MOVE SPACES TO PQ-REJECT-REASON
           EXEC CICS REWRITE FILE('PENDCHG')
               FROM(PENDING-CHANGE-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'APPLIED BUT REQUEST NOT MARKED - CALL APPL SUPPORT'
                   TO APVMSGO
               GO TO 2300-EXIT
           END-IF

           MOVE 'MCAPPROVE' TO AU-FUNCTION
           PERFORM 2390-JOURNAL-DECISION THRU 2390-EXIT
           PERFORM 2150-SHOW-REQUEST THRU 2150-EXIT
           IF NOT WS-NKEY-WRITE-FAILED
               MOVE 'REQUEST APPROVED - APPLIED TO THE MASTER'
                   TO APVMSGO
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-READ-FOR-DECISION - SHARED BY APPROVE AND REJECT: READ
      * THE REQUEST UNDER UPDATE, SHOW IT, AND REFUSE THE DECISION
      * WHEN IT IS ALREADY DECIDED. WS-APPLY-FAILED TELLS THE CALLER
      * TO STOP.
      *----------------------------------------------------------------
       2350-READ-FOR-DECISION.
           SET WS-APPLY-FAILED TO TRUE
           MOVE WS-REQUEST-KEY TO WS-PQ-RIDFLD
           EXEC CICS READ FILE('PENDCHG')
               INTO(PENDING-CHANGE-RECORD)
               RIDFLD(WS-PQ-RIDFLD)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 2160-CLEAR-DETAIL THRU 2160-EXIT
               MOVE 'REQUEST ID NOT FOUND - NOTHING DONE' TO APVMSGO
               GO TO 2350-EXIT
           END-IF

           IF NOT PQ-PENDING
               EXEC CICS UNLOCK FILE('PENDCHG')
                   RESP(WS-RESP)
               END-EXEC
               PERFORM 2150-SHOW-REQUEST THRU 2150-EXIT
               MOVE 'REQUEST ALREADY DECIDED - NOTHING DONE' TO APVMSGO
               GO TO 2350-EXIT
           END-IF

           PERFORM 2150-SHOW-REQUEST THRU 2150-EXIT
           SET WS-APPLY-OK TO TRUE.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2380-STAMP-DECISION-TIME
      *----------------------------------------------------------------
       2380-STAMP-DECISION-TIME.
           ACCEPT WS-DECIDED-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-DECIDED-TIMESTAMP(9:8) FROM TIME
           MOVE WS-DECIDED-TIMESTAMP TO PQ-DECIDED-TIMESTAMP.
       2380-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2390-JOURNAL-DECISION - JOURNAL THE DECISION (THE CALLER HAS
      * SET AU-FUNCTION) UNDER THE SUPERVISOR AND THE REQUEST'S
      * PERSONA ID, WITH THE REQUEST'S IMAGES AND THE REQUEST ID IN
      * THE AFTER-SOURCE COLUMN.
      *----------------------------------------------------------------
       2390-JOURNAL-DECISION.
           MOVE PQ-PERSONA-ID TO WS-AUDIT-INDEX
           MOVE WS-OPERATOR-ID TO WS-AUDIT-USER-ID
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
           MOVE PQ-REQUEST-ID TO AU-AFTER-SOURCE
           PERFORM 2910-WRITE-AUDIT-RECORD THRU 2910-EXIT.
       2390-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-REJECT-REQUEST - MARK THE REQUEST REJECTED WITH THE
      * SUPERVISOR'S REASON AND JOURNAL MCREJECT. NOTHING REACHES THE
      * MASTER OR THE OUTBOX. A REQUESTER MAY REJECT (WITHDRAW) THEIR
      * OWN REQUEST.
      *----------------------------------------------------------------
       2400-REJECT-REQUEST.
           IF APVRSNI EQUAL SPACES
               MOVE 'A REJECTION REASON IS REQUIRED - NOTHING DONE'
                   TO APVMSGO
               GO TO 2400-EXIT
           END-IF

           PERFORM 2350-READ-FOR-DECISION THRU 2350-EXIT
           IF WS-APPLY-FAILED
               GO TO 2400-EXIT
           END-IF

           SET PQ-REJECTED TO TRUE
           MOVE WS-OPERATOR-ID TO PQ-DECIDED-BY
           PERFORM 2380-STAMP-DECISION-TIME THRU 2380-EXIT
           MOVE APVRSNI TO PQ-REJECT-REASON
           EXEC CICS REWRITE FILE('PENDCHG')
               FROM(PENDING-CHANGE-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'MCREJECT' TO AU-FUNCTION
               PERFORM 2390-JOURNAL-DECISION THRU 2390-EXIT
               PERFORM 2150-SHOW-REQUEST THRU 2150-EXIT
               MOVE 'REQUEST REJECTED - MASTER NOT CHANGED' TO APVMSGO
           ELSE
               MOVE 'REJECT FAILED - REQUEST NOT UPDATED' TO APVMSGO
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-APPLY-ADD - WRITE THE REQUESTED PERSONA AT THE ID THE
      * OPERATOR KEYED. THE DUPLICATE GATE RUNS AGAIN, THE SAME WAY
      * MNT1'S ADD DOES: A DOC NUMBER IS JUDGED ON THE DOC-KEY FILE, A
      * DOC-LESS PERSONA ON THE NAME-KEY FILE. THE ROW IS STAMPED WITH
      * TODAY'S DATE AND ARR01APV AS ITS LOAD SOURCE.
      *----------------------------------------------------------------
       2500-APPLY-ADD.
           SET WS-APPLY-FAILED TO TRUE
           MOVE PQ-PERSONA-ID TO WS-PERSMSTR-KEY

           IF PQ-AFT-DOC NOT EQUAL SPACES
               MOVE PQ-AFT-DOC TO WS-DKEY-RIDFLD
               EXEC CICS READ FILE('PERSDKEY')
                   INTO(PERSONA-DOC-KEY-RECORD)
                   RIDFLD(WS-DKEY-RIDFLD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP EQUAL DFHRESP(NORMAL)
                   MOVE 'NOT APPLIED - DOC NOW ON MASTER - REJECT IT'
                       TO APVMSGO
                   GO TO 2500-EXIT
               END-IF
           ELSE
               MOVE PQ-AFT-APELLIDO TO WS-NKEY-APELLIDO
               MOVE PQ-AFT-NAME TO WS-NKEY-NAME
               EXEC CICS READ FILE('PERSNKEY')
                   INTO(PERSONA-NAME-KEY-RECORD)
                   RIDFLD(WS-NKEY-RIDFLD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP EQUAL DFHRESP(NORMAL)
                   MOVE 'NOT APPLIED - NOW A DUPLICATE - REJECT IT'
                       TO APVMSGO
                   GO TO 2500-EXIT
               END-IF
           END-IF

           INITIALIZE PERSONA-MASTER-RECORD
           MOVE WS-PERSMSTR-KEY TO PM-PERSONA-ID
           MOVE PQ-AFT-NAME TO PM-NAME
           MOVE PQ-AFT-APELLIDO TO PM-APELLIDO
           MOVE PQ-AFT-CLASS TO PM-CLASS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO PM-LOAD-DATE
           MOVE 'ARR01APV' TO PM-LOAD-SOURCE
           MOVE 'A' TO PM-STATUS
           MOVE PQ-AFT-DOC TO PM-DOC-NUMBER
      *    THE FIELDS WERE HAND-KEYED ON MNT1, SO ARR01MNT OWNS THEM
      *    (SEE EC01PMR) WHOEVER APPROVED THEM.
           MOVE 'ARR01MNT' TO PM-NAME-SOURCE
           IF PM-CLASS NOT EQUAL SPACES
               MOVE 'ARR01MNT' TO PM-CLASS-SOURCE
           END-IF
           IF PM-DOC-NUMBER NOT EQUAL SPACES
               MOVE 'ARR01MNT' TO PM-DOC-SOURCE
           END-IF

           EXEC CICS WRITE FILE('PERSMSTR')
               FROM(PERSONA-MASTER-RECORD)
               RIDFLD(WS-PERSMSTR-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NOT APPLIED - PERSONA ID MAY NOW EXIST - REJECT IT'
                   TO APVMSGO
               GO TO 2500-EXIT
           END-IF

           SET WS-APPLY-OK TO TRUE
           PERFORM 2860-WRITE-NAME-KEY THRU 2860-EXIT
           PERFORM 2865-WRITE-DOC-KEY THRU 2865-EXIT
           MOVE PM-CLASS TO WS-CKEY-CLASS
           MOVE PM-STATUS TO WS-CKEY-STATUS
           MOVE WS-PERSMSTR-KEY TO WS-CKEY-PERSONA-ID
           PERFORM 2867-WRITE-CLASS-KEY THRU 2867-EXIT
           MOVE WS-PERSMSTR-KEY TO WS-AUDIT-INDEX
           MOVE SPACES TO AU-BEFORE-NAME
           MOVE SPACES TO AU-BEFORE-APELLIDO
           MOVE PM-NAME TO AU-AFTER-NAME
           MOVE PM-APELLIDO TO AU-AFTER-APELLIDO
           MOVE SPACES TO AU-BEFORE-CLASS
           MOVE PM-CLASS TO AU-AFTER-CLASS
           MOVE PM-LOAD-DATE TO AU-AFTER-LOAD-DATE
           MOVE PM-LOAD-SOURCE TO AU-AFTER-SOURCE
           MOVE SPACE TO AU-BEFORE-STATUS
           MOVE PM-STATUS TO AU-AFTER-STATUS
           MOVE SPACES TO AU-BEFORE-DOC
           MOVE PM-DOC-NUMBER TO AU-AFTER-DOC
           MOVE 'ADD' TO AU-FUNCTION
           PERFORM 2910-WRITE-AUDIT-RECORD THRU 2910-EXIT
           MOVE 'PERSONA' TO WS-OB-MSG-TYPE
           PERFORM 2870-WRITE-OUTBOX-EVENT THRU 2870-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2550-APPLY-CHANGE - APPLY THE REQUESTED RENAME TO ITS ROW. THE
      * ROW MUST STILL MATCH THE BEFORE IMAGE, AND NEITHER THE NEW
      * NAME NOR A NEW DOC NUMBER MAY NOW BELONG TO ANOTHER PERSONA -
      * THE SAME GATES MNT1'S CHANGE RUNS. A BLANK CLASS OR DOC NUMBER
      * ON THE REQUEST LEAVES THE ROW'S OWN ALONE.
      *----------------------------------------------------------------
       2550-APPLY-CHANGE.
           SET WS-APPLY-FAILED TO TRUE
           MOVE PQ-PERSONA-ID TO WS-PERSMSTR-KEY
           EXEC CICS READ FILE('PERSMSTR')
               INTO(PERSONA-MASTER-RECORD)
               RIDFLD(WS-PERSMSTR-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NOT APPLIED - PERSONA NOT FOUND - REJECT IT'
                   TO APVMSGO
               GO TO 2550-EXIT
           END-IF
           PERFORM 2690-CHECK-BEFORE-IMAGE THRU 2690-EXIT
           IF WS-APPLY-FAILED
               GO TO 2550-EXIT
           END-IF
           SET WS-APPLY-FAILED TO TRUE

           MOVE PM-NAME TO WS-BEF-NAME
           MOVE PM-APELLIDO TO WS-BEF-APELLIDO
           MOVE PM-CLASS TO WS-BEF-CLASS
           MOVE PM-STATUS TO WS-BEF-STATUS
           MOVE PM-DOC-NUMBER TO WS-BEF-DOC

           IF PQ-AFT-DOC NOT EQUAL SPACES
               AND PQ-AFT-DOC NOT EQUAL WS-BEF-DOC
               MOVE PQ-AFT-DOC TO WS-DKEY-RIDFLD
               EXEC CICS READ FILE('PERSDKEY')
                   INTO(PERSONA-DOC-KEY-RECORD)
                   RIDFLD(WS-DKEY-RIDFLD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP EQUAL DFHRESP(NORMAL)
                   AND PDK-PERSONA-ID NOT EQUAL WS-PERSMSTR-KEY
                   EXEC CICS UNLOCK FILE('PERSMSTR')
                       RESP(WS-RESP)
                   END-EXEC
                   MOVE 'NOT APPLIED - DOC NOW ON MASTER - REJECT IT'
                       TO APVMSGO
                   GO TO 2550-EXIT
               END-IF
           END-IF

           IF PQ-AFT-NAME NOT EQUAL WS-BEF-NAME
               OR PQ-AFT-APELLIDO NOT EQUAL WS-BEF-APELLIDO
               MOVE PQ-AFT-APELLIDO TO WS-NKEY-APELLIDO
               MOVE PQ-AFT-NAME TO WS-NKEY-NAME
               EXEC CICS READ FILE('PERSNKEY')
                   INTO(PERSONA-NAME-KEY-RECORD)
                   RIDFLD(WS-NKEY-RIDFLD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP EQUAL DFHRESP(NORMAL)
                   AND PNK-PERSONA-ID NOT EQUAL WS-PERSMSTR-KEY
                   EXEC CICS UNLOCK FILE('PERSMSTR')
                       RESP(WS-RESP)
                   END-EXEC
                   MOVE 'NOT APPLIED - NOW A DUPLICATE - REJECT IT'
                       TO APVMSGO
                   GO TO 2550-EXIT
               END-IF
           END-IF

           MOVE PQ-AFT-NAME TO PM-NAME
           MOVE PQ-AFT-APELLIDO TO PM-APELLIDO
           IF PQ-AFT-CLASS NOT EQUAL SPACES
               MOVE PQ-AFT-CLASS TO PM-CLASS
           END-IF
           IF PQ-AFT-DOC NOT EQUAL SPACES
               MOVE PQ-AFT-DOC TO PM-DOC-NUMBER
           END-IF
           IF PM-NAME NOT EQUAL WS-BEF-NAME
               OR PM-APELLIDO NOT EQUAL WS-BEF-APELLIDO
               MOVE 'ARR01MNT' TO PM-NAME-SOURCE
           END-IF
           IF PM-CLASS NOT EQUAL WS-BEF-CLASS
               MOVE 'ARR01MNT' TO PM-CLASS-SOURCE
           END-IF
           IF PM-DOC-NUMBER NOT EQUAL WS-BEF-DOC
               MOVE 'ARR01MNT' TO PM-DOC-SOURCE
           END-IF

           EXEC CICS REWRITE FILE('PERSMSTR')
               FROM(PERSONA-MASTER-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NOT APPLIED - MASTER REWRITE FAILED' TO APVMSGO
               GO TO 2550-EXIT
           END-IF

           SET WS-APPLY-OK TO TRUE
           IF WS-BEF-NAME NOT EQUAL PM-NAME
               OR WS-BEF-APELLIDO NOT EQUAL PM-APELLIDO
               MOVE WS-BEF-APELLIDO TO WS-NKEY-APELLIDO
               MOVE WS-BEF-NAME TO WS-NKEY-NAME
               PERFORM 2850-DELETE-NAME-KEY THRU 2850-EXIT
               PERFORM 2860-WRITE-NAME-KEY THRU 2860-EXIT
               MOVE PM-APELLIDO TO WS-AKEY-APELLIDO
               MOVE PM-NAME TO WS-AKEY-NAME
               MOVE WS-PERSMSTR-KEY TO WS-AKEY-PERSONA-ID
               PERFORM 2858-DELETE-ALIAS THRU 2858-EXIT
               MOVE WS-BEF-APELLIDO TO WS-AKEY-APELLIDO
               MOVE WS-BEF-NAME TO WS-AKEY-NAME
               MOVE 'CHANGE' TO WS-AKEY-REASON
               PERFORM 2868-WRITE-ALIAS THRU 2868-EXIT
           END-IF
           IF PM-DOC-NUMBER NOT EQUAL WS-BEF-DOC
               IF WS-BEF-DOC NOT EQUAL SPACES
                   MOVE WS-BEF-DOC TO WS-DKEY-RIDFLD
                   PERFORM 2855-DELETE-DOC-KEY THRU 2855-EXIT
               END-IF
               PERFORM 2865-WRITE-DOC-KEY THRU 2865-EXIT
           END-IF
           IF PM-CLASS NOT EQUAL WS-BEF-CLASS
               MOVE WS-BEF-CLASS TO WS-CKEY-CLASS
               MOVE WS-BEF-STATUS TO WS-CKEY-STATUS
               MOVE WS-PERSMSTR-KEY TO WS-CKEY-PERSONA-ID
               PERFORM 2857-DELETE-CLASS-KEY THRU 2857-EXIT
               MOVE PM-CLASS TO WS-CKEY-CLASS
               MOVE PM-STATUS TO WS-CKEY-STATUS
               PERFORM 2867-WRITE-CLASS-KEY THRU 2867-EXIT
           END-IF

           MOVE WS-PERSMSTR-KEY TO WS-AUDIT-INDEX
           MOVE WS-BEF-NAME TO AU-BEFORE-NAME
           MOVE WS-BEF-APELLIDO TO AU-BEFORE-APELLIDO
           MOVE PM-NAME TO AU-AFTER-NAME
           MOVE PM-APELLIDO TO AU-AFTER-APELLIDO
           MOVE WS-BEF-CLASS TO AU-BEFORE-CLASS
           MOVE PM-CLASS TO AU-AFTER-CLASS
           MOVE PM-LOAD-DATE TO AU-AFTER-LOAD-DATE
           MOVE PM-LOAD-SOURCE TO AU-AFTER-SOURCE
           MOVE WS-BEF-STATUS TO AU-BEFORE-STATUS
           MOVE PM-STATUS TO AU-AFTER-STATUS
           MOVE WS-BEF-DOC TO AU-BEFORE-DOC
           MOVE PM-DOC-NUMBER TO AU-AFTER-DOC
           MOVE 'CHANGE' TO AU-FUNCTION
           PERFORM 2910-WRITE-AUDIT-RECORD THRU 2910-EXIT
           MOVE 'PERSCHG' TO WS-OB-MSG-TYPE
           PERFORM 2870-WRITE-OUTBOX-EVENT THRU 2870-EXIT.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-APPLY-DELETE - SOFT DELETE, AS MNT1 DOES IT: FLIP THE
      * ROW'S STATUS TO INACTIVE AND REMOVE ITS NAME-KEY AND DOC-KEY
      * ROWS. THE ROW MUST STILL MATCH THE BEFORE IMAGE (WHICH ALSO
      * REFUSES A ROW SOMEBODY ELSE HAS SINCE INACTIVATED).
      *----------------------------------------------------------------
       2600-APPLY-DELETE.
           SET WS-APPLY-FAILED TO TRUE
           MOVE PQ-PERSONA-ID TO WS-PERSMSTR-KEY
           EXEC CICS READ FILE('PERSMSTR')
               INTO(PERSONA-MASTER-RECORD)
               RIDFLD(WS-PERSMSTR-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NOT APPLIED - PERSONA NOT FOUND - REJECT IT'
                   TO APVMSGO
               GO TO 2600-EXIT
           END-IF
           PERFORM 2690-CHECK-BEFORE-IMAGE THRU 2690-EXIT
           IF WS-APPLY-FAILED
               GO TO 2600-EXIT
           END-IF
           SET WS-APPLY-FAILED TO TRUE

           MOVE PM-NAME TO AU-BEFORE-NAME
           MOVE PM-APELLIDO TO AU-BEFORE-APELLIDO
           MOVE PM-CLASS TO AU-BEFORE-CLASS
           MOVE PM-STATUS TO AU-BEFORE-STATUS
           MOVE PM-DOC-NUMBER TO AU-BEFORE-DOC
           MOVE 'I' TO PM-STATUS

           EXEC CICS REWRITE FILE('PERSMSTR')
               FROM(PERSONA-MASTER-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NOT APPLIED - MASTER REWRITE FAILED' TO APVMSGO
               GO TO 2600-EXIT
           END-IF

           SET WS-APPLY-OK TO TRUE
           MOVE AU-BEFORE-APELLIDO TO WS-NKEY-APELLIDO
           MOVE AU-BEFORE-NAME TO WS-NKEY-NAME
           PERFORM 2850-DELETE-NAME-KEY THRU 2850-EXIT
           IF AU-BEFORE-DOC NOT EQUAL SPACES
               MOVE AU-BEFORE-DOC TO WS-DKEY-RIDFLD
               PERFORM 2855-DELETE-DOC-KEY THRU 2855-EXIT
           END-IF
           MOVE AU-BEFORE-CLASS TO WS-CKEY-CLASS
           MOVE AU-BEFORE-STATUS TO WS-CKEY-STATUS
           MOVE WS-PERSMSTR-KEY TO WS-CKEY-PERSONA-ID
           PERFORM 2857-DELETE-CLASS-KEY THRU 2857-EXIT
           MOVE PM-STATUS TO WS-CKEY-STATUS
           PERFORM 2867-WRITE-CLASS-KEY THRU 2867-EXIT
           MOVE WS-PERSMSTR-KEY TO WS-REL-OWNER-ID
           MOVE ZEROS TO WS-REL-SURVIVOR-ID
           MOVE 'DELETE' TO WS-REL-END-REASON
           PERFORM 2859-END-RELATIONSHIPS THRU 2859-EXIT

           MOVE WS-PERSMSTR-KEY TO WS-AUDIT-INDEX
           MOVE AU-BEFORE-NAME TO AU-AFTER-NAME
           MOVE AU-BEFORE-APELLIDO TO AU-AFTER-APELLIDO
           MOVE AU-BEFORE-CLASS TO AU-AFTER-CLASS
           MOVE PM-LOAD-DATE TO AU-AFTER-LOAD-DATE
           MOVE PM-LOAD-SOURCE TO AU-AFTER-SOURCE
           MOVE PM-STATUS TO AU-AFTER-STATUS
           MOVE AU-BEFORE-DOC TO AU-AFTER-DOC
           MOVE 'DELETE' TO AU-FUNCTION
           PERFORM 2910-WRITE-AUDIT-RECORD THRU 2910-EXIT
           MOVE 'PERSDEL' TO WS-OB-MSG-TYPE
           PERFORM 2870-WRITE-OUTBOX-EVENT THRU 2870-EXIT.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2650-APPLY-MERGE - RETIRE THE MERGE-FROM ROW INTO THE
      * SURVIVOR, AS MNT1'S MERGE DOES. THE SURVIVOR MUST STILL EXIST
      * AND BE IN SERVICE, AND THE RETIRING ROW MUST STILL MATCH THE
      * BEFORE IMAGE. MERGEDROP AND MERGEKEEP ARE JOURNALED ONLY ONCE
      * THE RETIRING ROW'S REWRITE HAS SUCCEEDED.
      *----------------------------------------------------------------
       2650-APPLY-MERGE.
           SET WS-APPLY-FAILED TO TRUE
           MOVE PQ-PERSONA-ID TO WS-PERSMSTR-KEY
           EXEC CICS READ FILE('PERSMSTR')
               INTO(PERSONA-MASTER-RECORD)
               RIDFLD(WS-PERSMSTR-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NOT APPLIED - SURVIVING PERSONA NOT FOUND'
                   TO APVMSGO
               GO TO 2650-EXIT
           END-IF
           IF PM-STATUS-INACTIVE
               MOVE 'NOT APPLIED - SURVIVING PERSONA IS INACTIVE'
                   TO APVMSGO
               GO TO 2650-EXIT
           END-IF
           MOVE PM-NAME TO WS-KEEP-NAME
           MOVE PM-APELLIDO TO WS-KEEP-APELLIDO
           MOVE PM-CLASS TO WS-KEEP-CLASS
           MOVE PM-STATUS TO WS-KEEP-STATUS
           MOVE PM-LOAD-DATE TO WS-KEEP-LOAD-DATE
           MOVE PM-LOAD-SOURCE TO WS-KEEP-SOURCE
           MOVE PM-DOC-NUMBER TO WS-KEEP-DOC

           MOVE PQ-MERGE-FROM-ID TO WS-PERSMSTR-KEY
           EXEC CICS READ FILE('PERSMSTR')
               INTO(PERSONA-MASTER-RECORD)
               RIDFLD(WS-PERSMSTR-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NOT APPLIED - MERGE FROM PERSONA NOT FOUND'
                   TO APVMSGO
               GO TO 2650-EXIT
           END-IF
           PERFORM 2690-CHECK-BEFORE-IMAGE THRU 2690-EXIT
           IF WS-APPLY-FAILED
               GO TO 2650-EXIT
           END-IF
           SET WS-APPLY-FAILED TO TRUE

           MOVE PM-NAME TO AU-BEFORE-NAME
           MOVE PM-APELLIDO TO AU-BEFORE-APELLIDO
           MOVE PM-CLASS TO AU-BEFORE-CLASS
           MOVE PM-STATUS TO AU-BEFORE-STATUS
           MOVE PM-DOC-NUMBER TO AU-BEFORE-DOC
           MOVE 'I' TO PM-STATUS

           EXEC CICS REWRITE FILE('PERSMSTR')
               FROM(PERSONA-MASTER-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NOT APPLIED - RETIRE REWRITE FAILED' TO APVMSGO
               GO TO 2650-EXIT
           END-IF

           SET WS-APPLY-OK TO TRUE
           MOVE AU-BEFORE-APELLIDO TO WS-NKEY-APELLIDO
           MOVE AU-BEFORE-NAME TO WS-NKEY-NAME
           PERFORM 2850-DELETE-NAME-KEY THRU 2850-EXIT
           IF AU-BEFORE-DOC NOT EQUAL SPACES
               MOVE AU-BEFORE-DOC TO WS-DKEY-RIDFLD
               PERFORM 2855-DELETE-DOC-KEY THRU 2855-EXIT
           END-IF
           MOVE AU-BEFORE-CLASS TO WS-CKEY-CLASS
           MOVE AU-BEFORE-STATUS TO WS-CKEY-STATUS
           MOVE WS-PERSMSTR-KEY TO WS-CKEY-PERSONA-ID
           PERFORM 2857-DELETE-CLASS-KEY THRU 2857-EXIT
           MOVE PM-STATUS TO WS-CKEY-STATUS
           PERFORM 2867-WRITE-CLASS-KEY THRU 2867-EXIT
           MOVE WS-PERSMSTR-KEY TO WS-REL-OWNER-ID
           MOVE PQ-PERSONA-ID TO WS-REL-SURVIVOR-ID
           MOVE 'MERGE' TO WS-REL-END-REASON
           PERFORM 2859-END-RELATIONSHIPS THRU 2859-EXIT

      *    THE RETIRED NAME NOW BELONGS TO THE SURVIVOR, UNLESS IT IS
      *    THE SURVIVOR'S OWN CURRENT NAME ANYWAY.
           IF AU-BEFORE-APELLIDO NOT EQUAL WS-KEEP-APELLIDO
               OR AU-BEFORE-NAME NOT EQUAL WS-KEEP-NAME
               MOVE AU-BEFORE-APELLIDO TO WS-AKEY-APELLIDO
               MOVE AU-BEFORE-NAME TO WS-AKEY-NAME
               MOVE PQ-PERSONA-ID TO WS-AKEY-PERSONA-ID
               MOVE 'MERGE' TO WS-AKEY-REASON
               PERFORM 2868-WRITE-ALIAS THRU 2868-EXIT
           END-IF

      *    THE DROPPED SIDE FIRST, UNDER ITS OWN PERSONA-ID, THEN THE
      *    SURVIVING SIDE FROM THE HELD IMAGES.
           MOVE WS-PERSMSTR-KEY TO WS-AUDIT-INDEX
           MOVE AU-BEFORE-NAME TO AU-AFTER-NAME
           MOVE AU-BEFORE-APELLIDO TO AU-AFTER-APELLIDO
           MOVE AU-BEFORE-CLASS TO AU-AFTER-CLASS
           MOVE PM-LOAD-DATE TO AU-AFTER-LOAD-DATE
           MOVE PM-LOAD-SOURCE TO AU-AFTER-SOURCE
           MOVE PM-STATUS TO AU-AFTER-STATUS
           MOVE AU-BEFORE-DOC TO AU-AFTER-DOC
           MOVE 'MERGEDROP' TO AU-FUNCTION
           PERFORM 2910-WRITE-AUDIT-RECORD THRU 2910-EXIT
           MOVE 'PERSMRG' TO WS-OB-MSG-TYPE
           PERFORM 2870-WRITE-OUTBOX-EVENT THRU 2870-EXIT

           MOVE PQ-PERSONA-ID TO WS-PERSMSTR-KEY
           MOVE WS-PERSMSTR-KEY TO WS-AUDIT-INDEX
           MOVE WS-KEEP-NAME TO AU-BEFORE-NAME
           MOVE WS-KEEP-APELLIDO TO AU-BEFORE-APELLIDO
           MOVE WS-KEEP-CLASS TO AU-BEFORE-CLASS
           MOVE WS-KEEP-STATUS TO AU-BEFORE-STATUS
           MOVE WS-KEEP-NAME TO AU-AFTER-NAME
           MOVE WS-KEEP-APELLIDO TO AU-AFTER-APELLIDO
           MOVE WS-KEEP-CLASS TO AU-AFTER-CLASS
           MOVE WS-KEEP-LOAD-DATE TO AU-AFTER-LOAD-DATE
           MOVE WS-KEEP-SOURCE TO AU-AFTER-SOURCE
           MOVE WS-KEEP-STATUS TO AU-AFTER-STATUS
           MOVE WS-KEEP-DOC TO AU-BEFORE-DOC
           MOVE WS-KEEP-DOC TO AU-AFTER-DOC
           MOVE 'MERGEKEEP' TO AU-FUNCTION
           PERFORM 2910-WRITE-AUDIT-RECORD THRU 2910-EXIT.
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2690-CHECK-BEFORE-IMAGE - THE MASTER ROW JUST READ UNDER
      * UPDATE MUST STILL BE THE ROW THE OPERATOR SAW. IF ANYTHING ON
      * IT HAS MOVED SINCE THE REQUEST WAS QUEUED, THE ROW IS RELEASED
      * AND THE REQUEST REFUSED - APPLYING IT WOULD SILENTLY UNDO THE
      * LATER CHANGE.
      *----------------------------------------------------------------
       2690-CHECK-BEFORE-IMAGE.
           SET WS-APPLY-OK TO TRUE
           IF PM-NAME NOT EQUAL PQ-BEF-NAME
               OR PM-APELLIDO NOT EQUAL PQ-BEF-APELLIDO
               OR PM-CLASS NOT EQUAL PQ-BEF-CLASS
               OR PM-STATUS NOT EQUAL PQ-BEF-STATUS
               OR PM-DOC-NUMBER NOT EQUAL PQ-BEF-DOC
               SET WS-APPLY-FAILED TO TRUE
               EXEC CICS UNLOCK FILE('PERSMSTR')
                   RESP(WS-RESP)
               END-EXEC
               MOVE 'NOT APPLIED - PERSONA CHANGED SINCE - REJECT IT'
                   TO APVMSGO
           END-IF.
       2690-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-BUILD-LIST - FILL THE LIST ROWS WITH THE PENDING REQUESTS
      * FROM CA-PAGE-FIRST-ID ON, IN REQUEST-ID ORDER - OLDEST FIRST.
      * DECIDED ROWS AND THE CONTROL ROW (KEY ZERO) ARE SKIPPED.
      * CA-PAGE-LAST-ID KEEPS THE LAST ID LISTED FOR PF8.
      *----------------------------------------------------------------
       2700-BUILD-LIST.
           PERFORM 2760-CLEAR-LIST THRU 2760-EXIT
           MOVE ZERO TO WS-LIST-SUB
           IF CA-PAGE-FIRST-ID EQUAL ZEROS
               MOVE 1 TO CA-PAGE-FIRST-ID
           END-IF
           MOVE CA-PAGE-FIRST-ID TO CA-PAGE-LAST-ID
           MOVE CA-PAGE-FIRST-ID TO WS-PQ-RIDFLD
           SET WS-BROWSE-NOT-DONE TO TRUE

           EXEC CICS STARTBR FILE('PENDCHG')
               RIDFLD(WS-PQ-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 2750-COLLECT-NEXT-ROW THRU 2750-EXIT
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('PENDCHG')
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
       2700-EXIT.
           EXIT.

       2750-COLLECT-NEXT-ROW.
           EXEC CICS READNEXT FILE('PENDCHG')
               INTO(PENDING-CHANGE-RECORD)
               RIDFLD(WS-PQ-RIDFLD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2750-EXIT
           END-IF

           IF PQ-REQUEST-ID EQUAL ZEROS OR NOT PQ-PENDING
               GO TO 2750-EXIT
           END-IF

           ADD 1 TO WS-LIST-SUB
           MOVE PQ-REQUEST-ID TO WS-LL-REQUEST
           EVALUATE TRUE
               WHEN PQ-FUNC-ADD
                   MOVE 'ADD' TO WS-LL-ACTION
               WHEN PQ-FUNC-CHANGE
                   MOVE 'CHANGE' TO WS-LL-ACTION
               WHEN PQ-FUNC-DELETE
                   MOVE 'DELETE' TO WS-LL-ACTION
               WHEN PQ-FUNC-MERGE
                   MOVE 'MERGE' TO WS-LL-ACTION
               WHEN OTHER
                   MOVE PQ-FUNCTION TO WS-LL-ACTION
           END-EVALUATE
           MOVE PQ-PERSONA-ID TO WS-LL-PERSONA
           MOVE PQ-REQUESTED-BY TO WS-LL-BY
           MOVE PQ-REQUESTED-TIMESTAMP(1:8) TO WS-LL-DATE
           IF PQ-FUNC-ADD OR PQ-FUNC-CHANGE
               MOVE PQ-AFT-APELLIDO TO WS-LL-APELLIDO
           ELSE
               MOVE PQ-BEF-APELLIDO TO WS-LL-APELLIDO
           END-IF
           MOVE WS-LIST-LINE TO APLO(WS-LIST-SUB)
           MOVE PQ-REQUEST-ID TO CA-PAGE-LAST-ID

           IF WS-LIST-SUB NOT LESS THAN WS-ROW-LIMIT
               SET WS-BROWSE-DONE TO TRUE
           END-IF.
       2750-EXIT.
           EXIT.

       2760-CLEAR-LIST.
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB GREATER THAN WS-ROW-LIMIT
               MOVE SPACES TO APLO(WS-LIST-SUB)
           END-PERFORM.
       2760-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2850-DELETE-NAME-KEY - REMOVE THE NAME-KEY ROW FOR THE
      * APELLIDO/NAME PAIR IN WS-NKEY-RIDFLD. A NOTFND IS TOLERATED.
      *----------------------------------------------------------------
       2850-DELETE-NAME-KEY.
           EXEC CICS DELETE FILE('PERSNKEY')
               RIDFLD(WS-NKEY-RIDFLD)
               RESP(WS-RESP)
           END-EXEC.
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2855-DELETE-DOC-KEY - REMOVE THE DOC-KEY ROW FOR THE DOC
      * NUMBER IN WS-DKEY-RIDFLD. A NOTFND IS TOLERATED.
      *----------------------------------------------------------------
       2855-DELETE-DOC-KEY.
           EXEC CICS DELETE FILE('PERSDKEY')
               RIDFLD(WS-DKEY-RIDFLD)
               RESP(WS-RESP)
           END-EXEC.
       2855-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2857-DELETE-CLASS-KEY - REMOVE THE CLASS-KEY ROW IN
      * WS-CKEY-RIDFLD. A BLANK STATUS IS KEYED AS ACTIVE. A NOTFND
      * IS TOLERATED.
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
      * A DUPREC MEANS THE ROW IS ALREADY THERE; ANY OTHER FAILURE IS
      * SURFACED AS A NAME-KEY FAILURE IS.
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
                   TO APVMSGO
           END-IF.
       2867-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2860-WRITE-NAME-KEY - WRITE THE NAME-KEY ROW FOR THE MASTER
      * ROW JUST WRITTEN OR REWRITTEN. A DUPREC UNDER A DISTINCT DOC
      * NUMBER IS A LEGITIMATELY SHARED NAME AND IS NOT A FAILURE, THE
      * SAME RULE ARR01MNT AND ARR01NKB APPLY.
      *----------------------------------------------------------------
       2860-WRITE-NAME-KEY.
           MOVE PM-APELLIDO TO PNK-APELLIDO
           MOVE PM-NAME TO PNK-NAME
           MOVE WS-PERSMSTR-KEY TO PNK-PERSONA-ID
           MOVE PNK-KEY TO WS-NKEY-RIDFLD

           EXEC CICS WRITE FILE('PERSNKEY')
               FROM(PERSONA-NAME-KEY-RECORD)
               RIDFLD(WS-NKEY-RIDFLD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(DUPREC)
               AND PM-DOC-NUMBER NOT EQUAL SPACES
               GO TO 2860-EXIT
           END-IF
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-NKEY-WRITE-FAILED TO TRUE
               MOVE 'NAME KEY WRITE FAILED - CALL APPLICATION SUPPORT'
                   TO APVMSGO
           END-IF.
       2860-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2865-WRITE-DOC-KEY - WRITE THE DOC-KEY ROW FOR THE MASTER ROW
      * JUST WRITTEN OR REWRITTEN, WHEN IT CARRIES A DOC NUMBER.
      *----------------------------------------------------------------
       2865-WRITE-DOC-KEY.
           IF PM-DOC-NUMBER EQUAL SPACES
               GO TO 2865-EXIT
           END-IF

           MOVE PM-DOC-NUMBER TO PDK-DOC-NUMBER
           MOVE WS-PERSMSTR-KEY TO PDK-PERSONA-ID
           MOVE PDK-DOC-NUMBER TO WS-DKEY-RIDFLD

           EXEC CICS WRITE FILE('PERSDKEY')
               FROM(PERSONA-DOC-KEY-RECORD)
               RIDFLD(WS-DKEY-RIDFLD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-NKEY-WRITE-FAILED TO TRUE
               MOVE 'DOC KEY WRITE FAILED - CALL APPLICATION SUPPORT'
                   TO APVMSGO
           END-IF.
       2865-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2858-DELETE-ALIAS - REMOVE THE ALIAS ROW IN WS-AKEY-RIDFLD - A
      * RENAME BACK TO A PRIOR NAME MAKES IT CURRENT AGAIN. A NOTFND
      * IS THE USUAL CASE AND IS TOLERATED.
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
      * THE REASON IN WS-AKEY-REASON. A DUPREC (RETIRED TO THE SAME
      * OWNER BEFORE) IS NOT A FAILURE; ANY OTHER FAILURE IS REPORTED
      * LIKE A KEY-FILE FAILURE - THE APPROVAL ITSELF STANDS.
      *----------------------------------------------------------------
       2868-WRITE-ALIAS.
           MOVE SPACES TO PERSONA-ALIAS-RECORD
           MOVE WS-AKEY-RIDFLD TO PAL-KEY
           MOVE WS-AKEY-REASON TO PAL-REASON
           ACCEPT PAL-RETIRED-DATE FROM DATE YYYYMMDD
           MOVE 'ARR01APV' TO PAL-SOURCE

           EXEC CICS WRITE FILE('PERSALIA')
               FROM(PERSONA-ALIAS-RECORD)
               RIDFLD(WS-AKEY-RIDFLD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               AND WS-RESP NOT EQUAL DFHRESP(DUPREC)
               SET WS-NKEY-WRITE-FAILED TO TRUE
               MOVE 'PRIOR NAME NOT KEPT - CALL APPLICATION SUPPORT'
                   TO APVMSGO
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
           MOVE 'ARR01APV' TO REL-SOURCE
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
               MOVE 'ARR01APV' TO REL-SOURCE
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
           MOVE 'ARR01APV' TO REL-SOURCE
           EXEC CICS WRITE FILE('PERSREL')
               FROM(PERSONA-RELATIONSHIP-RECORD)
               RIDFLD(WS-REL-RIDFLD)
               RESP(WS-RESP)
           END-EXEC.
       2869-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2870-WRITE-OUTBOX-EVENT - QUEUE THE APPLIED ACTION AS A
      * PENDING OUTBOX ROW FOR THE ARR01SWP SWEEPER, EXACTLY AS
      * ARR01MNT DOES. A FAILURE CHANGES THE RESULT MESSAGE - THE
      * APPROVAL ITSELF STANDS.
      *----------------------------------------------------------------
       2870-WRITE-OUTBOX-EVENT.
           MOVE ZEROS TO WS-OB-CTL-RIDFLD
           EXEC CICS READ FILE('OUTBOX')
               INTO(OB-CTL-RECORD)
               RIDFLD(WS-OB-CTL-RIDFLD)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-NKEY-WRITE-FAILED TO TRUE
               MOVE 'APPLIED - BUT PUBLISH QUEUE UPDATE FAILED'
                   TO APVMSGO
               GO TO 2870-EXIT
           END-IF

           MOVE OB-CTL-NEXT-SEQ TO WS-OB-NEXT-SEQ
           ADD 1 TO OB-CTL-NEXT-SEQ
           EXEC CICS REWRITE FILE('OUTBOX')
               FROM(OB-CTL-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-NKEY-WRITE-FAILED TO TRUE
               MOVE 'APPLIED - BUT PUBLISH QUEUE UPDATE FAILED'
                   TO APVMSGO
               GO TO 2870-EXIT
           END-IF

           MOVE SPACES TO OUTBOX-RECORD
           MOVE WS-OB-NEXT-SEQ TO OB-SEQ
           SET OB-PENDING TO TRUE
           MOVE WS-PERSMSTR-KEY TO OB-PERSONA-ID
           MOVE AU-AFTER-NAME TO OB-NAME
           MOVE AU-AFTER-APELLIDO TO OB-APELLIDO
           MOVE AU-AFTER-CLASS TO OB-CLASS
           MOVE WS-OB-MSG-TYPE TO OB-MSG-TYPE
           MOVE SPACES TO OB-TIMESTAMP
           ACCEPT OB-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT OB-TIMESTAMP(9:8) FROM TIME
           MOVE WS-OB-NEXT-SEQ TO WS-OB-ROW-RIDFLD
           EXEC CICS WRITE FILE('OUTBOX')
               FROM(OUTBOX-RECORD)
               RIDFLD(WS-OB-ROW-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-NKEY-WRITE-FAILED TO TRUE
               MOVE 'APPLIED - BUT PUBLISH QUEUE UPDATE FAILED'
                   TO APVMSGO
           END-IF.
       2870-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-REDISPLAY-MAP - SEND THE MAP BACK WITH WHATEVER RESULT
      * MESSAGE THE FUNCTION PARAGRAPH SET, LEAVING THE FUNCTION, THE
      * REQUEST ID AND THE REASON ON SCREEN FOR THE NEXT ACTION.
      *----------------------------------------------------------------
       2900-REDISPLAY-MAP.
           MOVE WS-FUNC-SW TO APVFUNCO
           MOVE WS-REQUEST-KEY TO APVREQO
           MOVE APVRSNI TO APVRSNO

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(EC01APV1O)
               DATAONLY
           END-EXEC.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2910-WRITE-AUDIT-RECORD - JOURNAL AN APPLIED ACTION OR A
      * DECISION TO THE AUDT TRANSIENT DATA QUEUE, AS ARR01MNT DOES.
      * THE CALLER HAS SET AU-FUNCTION, THE IMAGES, THE INDEX AND THE
      * USER - THE REQUESTER FOR A MASTER ACTION, THE SUPERVISOR FOR
      * THE DECISION.
      *----------------------------------------------------------------
       2910-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AU-TIMESTAMP
           ACCEPT AU-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT AU-TIMESTAMP(9:8) FROM TIME
           MOVE 'ARR01APV' TO AU-PROGRAM
           MOVE WS-AUDIT-INDEX TO AU-INDEX
           MOVE ZERO TO AU-MQ-COMP-CODE
           MOVE ZERO TO AU-MQ-REASON-CODE
           MOVE WS-AUDIT-USER-ID TO AU-USER-ID

           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(AUDIT-RECORD)
               LENGTH(LENGTH OF AUDIT-RECORD)
           END-EXEC.
       2910-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2950-HANDLE-MAPFAIL - HANDLE CONDITION TARGET FOR MAPFAIL ON
      * THE RECEIVE MAP. REACHED VIA GO TO, SO IT REDISPLAYS THE MAP
      * AND ENDS THE PSEUDO-CONVERSATION ITSELF.
      *----------------------------------------------------------------
       2950-HANDLE-MAPFAIL.
           MOVE CA-REQUEST-ID TO WS-REQUEST-KEY
           MOVE SPACE TO WS-FUNC-SW
           MOVE SPACES TO APVRSNI
           PERFORM 2160-CLEAR-DETAIL THRU 2160-EXIT
           PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
           IF WS-AUTHORIZED
               PERFORM 2700-BUILD-LIST THRU 2700-EXIT
               MOVE 'RE-ENTER FUNCTION (V/A/R) AND REQUEST ID'
                   TO APVMSGO
           ELSE
               PERFORM 2760-CLEAR-LIST THRU 2760-EXIT
           END-IF

           PERFORM 2900-REDISPLAY-MAP THRU 2900-EXIT

           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       2950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2960-HANDLE-PF3 - HANDLE AID TARGET FOR PF3. ENDS THE PSEUDO-
      * CONVERSATION OUTRIGHT, MATCHING THE MAP'S PF3=END LEGEND.
      *----------------------------------------------------------------
       2960-HANDLE-PF3.
           MOVE SPACES TO APVMSGO
           MOVE 'APV1 TRANSACTION ENDED' TO APVMSGO

           EXEC CICS SEND TEXT
               FROM(APVMSGO)
               LENGTH(LENGTH OF APVMSGO)
               ERASE
               FREEKB
           END-EXEC

           EXEC CICS RETURN
           END-EXEC.
       2960-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2970-PAGE-TOP / 2980-PAGE-FORWARD - HANDLE AID TARGETS FOR
      * PF7 AND PF8. REACHED VIA GO TO, SO EACH REBUILDS THE LIST,
      * REDISPLAYS AND ENDS THE PSEUDO-CONVERSATION ITSELF THROUGH
      * 2990-END-PAGE-TRIP. PF8 PAST THE LAST PENDING REQUEST STAYS ON
      * THE LAST PAGE.
      *----------------------------------------------------------------
       2970-PAGE-TOP.
           MOVE 1 TO CA-PAGE-FIRST-ID
           MOVE 'FIRST PAGE OF PENDING REQUESTS' TO APVMSGO
           GO TO 2990-END-PAGE-TRIP.
       2970-EXIT.
           EXIT.

       2980-PAGE-FORWARD.
           MOVE CA-PAGE-FIRST-ID TO WS-PQ-RIDFLD
           COMPUTE CA-PAGE-FIRST-ID = CA-PAGE-LAST-ID + 1
           MOVE 'NEXT PAGE OF PENDING REQUESTS' TO APVMSGO
           EXEC CICS ASSIGN
               USERID(WS-OPERATOR-ID)
           END-EXEC
           PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
           IF WS-AUTHORIZED
               PERFORM 2700-BUILD-LIST THRU 2700-EXIT
               IF WS-LIST-SUB EQUAL ZERO
                   MOVE WS-PQ-RIDFLD TO CA-PAGE-FIRST-ID
                   MOVE 'NO MORE PENDING REQUESTS - PF7 FOR THE TOP'
                       TO APVMSGO
               END-IF
           END-IF
           GO TO 2990-END-PAGE-TRIP.
       2980-EXIT.
           EXIT.

       2990-END-PAGE-TRIP.
           MOVE CA-REQUEST-ID TO WS-REQUEST-KEY
           MOVE SPACE TO WS-FUNC-SW
           MOVE SPACES TO APVRSNI
           PERFORM 2160-CLEAR-DETAIL THRU 2160-EXIT
           EXEC CICS ASSIGN
               USERID(WS-OPERATOR-ID)
           END-EXEC
           PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
           IF WS-AUTHORIZED
               PERFORM 2700-BUILD-LIST THRU 2700-EXIT
           ELSE
               PERFORM 2760-CLEAR-LIST THRU 2760-EXIT
           END-IF

           PERFORM 2900-REDISPLAY-MAP THRU 2900-EXIT

           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       2990-EXIT.
           EXIT.
