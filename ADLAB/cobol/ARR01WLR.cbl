       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01WLR.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01WLR IS THE ONLINE WATCH-LIST REVIEW TRANSACTION, WLR1. IT
      * RUNS PSEUDO-CONVERSATIONALLY AGAINST MAP EC01WLR1 (MAPSET
      * EC01WLR) OVER THE HELD-PERSONA FILE (HELDPERS, SEE EC01HELD)
      * THE INTAKE SCREEN (ARR01WLS) FILLS. A SUPERVISOR CAN INQUIRE
      * ON A HOLD, STEP TO THE NEXT ONE STILL HELD, AND DECIDE IT:
      *   R  RELEASE  THE HELD ACTION GOES THROUGH THE NORMAL MASTER
      *               WRITE - AN ADD IS WRITTEN UNDER THE PERSONA ID
      *               THE SUPERVISOR KEYS (AT OR ABOVE THE MANUAL-ADD
      *               FLOOR, AS MNT1'S ADD) AND IS JOURNALED ADD AND
      *               PUBLISHED PERSONA; AN
      *               UPDATE RENAMES ITS TARGET ROW AND IS JOURNALED
      *               CHANGE AND PUBLISHED PERSCHG - WITH THE NAME-KEY
      *               AND DOC-KEY FILES KEPT IN STEP, EXACTLY AS MNT1
      *               DOES. THE DUPLICATE GATE RUNS AGAIN AT RELEASE:
      *               THE MASTER MAY HAVE MOVED ON WHILE THE PERSONA
      *               SAT IN THE QUEUE.
      *   D  DECLINE  THE HELD ACTION IS NEVER APPLIED.
      * EITHER DECISION NEEDS A NOTE, IS STAMPED ON THE HELD ROW WITH
      * THE OPERATOR AND THE TIME, AND IS JOURNALED TO THE AUDT QUEUE
      * (WLRELEASE / WLDECLINE) WITH THE HOLD ID IN THE INDEX COLUMN,
      * THE LIST AND ENTRY IN THE BEFORE-NAME COLUMNS AND THE PERSONA
      * IN THE AFTER COLUMNS. THE WHOLE TRANSACTION IS SUPERVISOR
      * WORK - A HOLD SHOWS A WATCH-LIST HIT, AND EVEN INQUIRY ON IT
      * IS NOT FOR EVERY OPERATOR.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  A RELEASE STAMPS THE DELIVERING FEED (HD-
      *                   FEED-SOURCE, ELSE HD-SOURCE) AS OWNER OF
      *                   EACH FIELD IT WRITES (SEE EC01PMR).
      *  2026-10-15  RSM  A RELEASE KEEPS THE NEW CLASS-KEY FILE
      *                   (PERSCKEY, SEE EC01PCK) IN STEP, AS MNT1
      *                   DOES.
      *  2026-10-15  RSM  A RELEASED UPDATE THAT RENAMES THE PERSONA
      *                   KEEPS THE OLD NAME ON THE NEW ALIAS FILE
      *                   (PERSALIA, SEE EC01PAL), AS MNT1 DOES.
      *  2026-10-15  RSM  A RELEASED ADD IS WRITTEN UNDER A KEYED NEW
      *                   ID AT OR ABOVE THE MANUAL-ADD FLOOR, NOT THE
      *                   MASTER'S SURROGATE COUNTER - A BATCH LOAD
      *                   HOLDS THAT COUNTER IN STORAGE FOR ITS RUN.
      *  2026-10-15  RSM  WLRELEASE IS JOURNALED ONLY AFTER THE
      *                   HELDPERS REWRITE MARKING THE HOLD RELEASED
      *                   SUCCEEDS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-RESP                 PIC S9(8) COMP.
           05  WS-HOLD-KEY             PIC 9(08).
           05  WS-PERSMSTR-KEY         PIC 9(10).
           05  WS-NEW-PERSONA-KEY      PIC 9(10).

      *    KEYS BELOW THIS FLOOR ARE RESERVED FOR THE SURROGATE-KEY
      *    COUNTER ARRAY01/ARR01LDR ASSIGN FROM PC-NEXT-PERSONA-ID AND
      *    HOLD IN STORAGE FOR A WHOLE RUN, SO A RELEASED ADD - WHICH
      *    CAN COME AT ANY HOUR - TAKES A KEYED ID ABOVE IT, THE SAME
      *    FLOOR ARR01MNT'S ADD USES.
           05  WS-MANUAL-ADD-FLOOR     PIC 9(10) VALUE 9000000000.
           05  WS-AUDIT-INDEX          PIC 9(10).
           05  WS-TODAY-DATE           PIC X(08).
           05  WS-DECIDED-TIMESTAMP    PIC X(16).
           05  WS-OWNER-SOURCE         PIC X(08).
           05  WS-FUNC-SW              PIC X(01).
               88  WS-FUNC-INQUIRE     VALUE 'I'.
               88  WS-FUNC-NEXT        VALUE 'N'.
               88  WS-FUNC-RELEASE     VALUE 'R'.
               88  WS-FUNC-DECLINE     VALUE 'D'.
           05  WS-RELEASE-SW           PIC X(01).
               88  WS-RELEASE-OK       VALUE 'Y'.
               88  WS-RELEASE-FAILED   VALUE 'N'.
           05  WS-NKEY-WRITE-SW        PIC X(01) VALUE 'N'.
               88  WS-NKEY-WRITE-OK    VALUE 'N'.
               88  WS-NKEY-WRITE-FAILED
                                       VALUE 'Y'.
           05  WS-BROWSE-DONE-SW       PIC X(01).
               88  WS-BROWSE-DONE      VALUE 'Y'.
               88  WS-BROWSE-NOT-DONE  VALUE 'N'.
           05  WS-FOUND-SW             PIC X(01).
               88  WS-HELD-FOUND       VALUE 'Y'.
               88  WS-HELD-NOT-FOUND   VALUE 'N'.

      *----------------------------------------------------------------
      * THE DISPLAY LINES BUILT FROM THE HELD ROW.
      *----------------------------------------------------------------
       01  WS-ORIGIN-LINE.
           05  WS-OL-SOURCE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-OL-DATE              PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' RUN '.
           05  WS-OL-RUN-ID            PIC 9(08).
           05  FILLER                  PIC X(05) VALUE ' REC '.
           05  WS-OL-INDEX             PIC 9(05).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-HIT-LINE.
           05  WS-HL-MATCH             PIC X(04).
           05  FILLER                  PIC X(04) VALUE ' ON '.
           05  WS-HL-LIST              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-HL-ENTRY             PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-HL-REASON            PIC X(30).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-DECIDED-LINE.
           05  WS-DL-BY                PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' AT '.
           05  WS-DL-TIMESTAMP         PIC X(16).
           05  WS-DL-RESULT-LIT        PIC X(12).
           05  WS-DL-RESULT-ID         PIC X(10).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-MAPSET-NAME              PIC X(08) VALUE 'EC01WLR'.
       01  WS-MAP-NAME                 PIC X(08) VALUE 'EC01WLR1'.
       01  WS-TRANSID                  PIC X(04) VALUE 'WLR1'.

           COPY EC01HELD.
           COPY EC01PMR.
           COPY EC01PNK.
           COPY EC01PDK.
           COPY EC01PCK.
           COPY EC01PAL.
           COPY EC01OAUT.
           COPY EC01OBOX.
           COPY EC01WLRM.
           COPY EC01AUDT.

      *    SEPARATE RIDFLDS - EVERY CICS READ LANDS IN THE RECORD'S
      *    OWN STORAGE, SO THE KEYS BEING LOOKED UP LIVE OUTSIDE IT,
      *    THE SAME ARRANGEMENT AS ARR01MNT.
       01  WS-HOLD-RIDFLD              PIC 9(08).
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

      *----------------------------------------------------------------
      * THE HELD ROW'S PERSONA IMAGES, SAVED BEFORE THE MASTER IS
      * TOUCHED - THE MASTER CONTROL ROW READ ALIASES OVER PM-NAME/
      * PM-APELLIDO, AND THE UPDATE PATH NEEDS THE BEFORE IMAGES FOR
      * THE JOURNAL.
      *----------------------------------------------------------------
       01  WS-BEFORE-IMAGES.
           05  WS-BEF-NAME             PIC X(20).
           05  WS-BEF-APELLIDO         PIC X(20).
           05  WS-BEF-CLASS            PIC X(02).
           05  WS-BEF-STATUS           PIC X(01).
           05  WS-BEF-DOC              PIC X(15).

      *----------------------------------------------------------------
      * THE OPERATOR AT THE KEYBOARD AND THE AUTHORITY CHECK'S
      * OUTCOME - WLR1 NEEDS A SUPERVISOR ROW ON OPERAUTH. NO ROW, OR
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
           05  CA-HOLD-ID              PIC 9(08).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - FIRST ENTRY (NO COMMAREA) SENDS A BLANK MAP;
      * A RETURN TRIP WITH DATA KEYED IN IS PROCESSED BY FUNCTION.
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
      * 1000-SEND-INITIAL-MAP - CLEAR THE SCREEN AND PROMPT FOR A
      * FUNCTION CODE AND HOLD ID.
      *----------------------------------------------------------------
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO EC01WLR1O
           MOVE ZEROS TO CA-HOLD-ID
           MOVE SPACES TO WLRFUNCO
           MOVE ZEROS TO WLRHOLDO
           MOVE SPACES TO WLRNEWO
           MOVE 'ENTER N TO SHOW THE FIRST HELD PERSONA' TO WLRMSGO

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(EC01WLR1O)
               ERASE
           END-EXEC.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-REQUEST - RECEIVE THE OPERATOR'S INPUT, CHECK
      * AUTHORITY AND ROUTE TO THE PARAGRAPH FOR THE FUNCTION KEYED.
      *----------------------------------------------------------------
       2000-PROCESS-REQUEST.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(2950-HANDLE-MAPFAIL)
           END-EXEC

           EXEC CICS HANDLE AID
               PF3(2960-HANDLE-PF3)
           END-EXEC

           EXEC CICS RECEIVE MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               INTO(EC01WLR1I)
           END-EXEC

           EXEC CICS ASSIGN
               USERID(WS-OPERATOR-ID)
           END-EXEC

           MOVE WLRFUNCI TO WS-FUNC-SW
           IF WLRHOLDI EQUAL SPACES OR WLRHOLDI EQUAL LOW-VALUES
               MOVE ZEROS TO WS-HOLD-KEY
           ELSE
               MOVE WLRHOLDI TO WS-HOLD-KEY
           END-IF
           IF WLRNEWI EQUAL SPACES OR WLRNEWI EQUAL LOW-VALUES
               MOVE ZEROS TO WS-NEW-PERSONA-KEY
               MOVE SPACES TO WLRNEWI
           ELSE
               MOVE WLRNEWI TO WS-NEW-PERSONA-KEY
           END-IF

           PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
           IF WS-NOT-AUTHORIZED
               PERFORM 2160-CLEAR-HOLD THRU 2160-EXIT
               PERFORM 2900-REDISPLAY-MAP THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

           IF WS-HOLD-KEY EQUAL ZEROS
               AND NOT WS-FUNC-NEXT
               PERFORM 2160-CLEAR-HOLD THRU 2160-EXIT
               MOVE 'A HOLD ID IS REQUIRED - N SHOWS THE NEXT HELD'
                   TO WLRMSGO
           ELSE
               EVALUATE TRUE
                   WHEN WS-FUNC-INQUIRE
                       PERFORM 2100-INQUIRE-HOLD THRU 2100-EXIT
                   WHEN WS-FUNC-NEXT
                       PERFORM 2200-NEXT-HELD THRU 2200-EXIT
                   WHEN WS-FUNC-RELEASE
                       PERFORM 2300-RELEASE-HOLD THRU 2300-EXIT
                   WHEN WS-FUNC-DECLINE
                       PERFORM 2400-DECLINE-HOLD THRU 2400-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE I, N, R OR D'
                           TO WLRMSGO
               END-EVALUATE
           END-IF

           PERFORM 2900-REDISPLAY-MAP THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-CHECK-AUTHORITY - EVERY WLR1 FUNCTION REQUIRES A
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
                   TO WLRMSGO
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-INQUIRE-HOLD - READ THE HELD ROW AND SHOW IT.
      *----------------------------------------------------------------
       2100-INQUIRE-HOLD.
           MOVE WS-HOLD-KEY TO WS-HOLD-RIDFLD
           EXEC CICS READ FILE('HELDPERS')
               INTO(HELD-PERSONA-RECORD)
               RIDFLD(WS-HOLD-RIDFLD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 2150-SHOW-HOLD THRU 2150-EXIT
               IF HD-HELD
                   MOVE 'PERSONA HELD - KEY A NOTE AND R OR D TO DECIDE'
                       TO WLRMSGO
               ELSE
                   MOVE 'HOLD ALREADY DECIDED' TO WLRMSGO
               END-IF
           ELSE
               PERFORM 2160-CLEAR-HOLD THRU 2160-EXIT
               MOVE 'HOLD ID NOT FOUND' TO WLRMSGO
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-SHOW-HOLD - FORMAT THE HELD ROW ONTO THE MAP. THE HOLD
      * ID AND, FOR A DECIDED ROW, ITS NOTE GO TO THE I-SIDE FIELDS
      * TOO, SINCE THE SHARED REDISPLAY REBUILDS THE UNPROTECTED
      * FIELDS FROM THEM.
      *----------------------------------------------------------------
       2150-SHOW-HOLD.
           MOVE HD-HOLD-ID TO WS-HOLD-KEY
           MOVE HD-HOLD-ID TO CA-HOLD-ID
           EVALUATE TRUE
               WHEN HD-HELD
                   MOVE 'HELD' TO WLRSTATO
               WHEN HD-RELEASED
                   MOVE 'RELEASED' TO WLRSTATO
               WHEN HD-DECLINED
                   MOVE 'DECLINED' TO WLRSTATO
               WHEN OTHER
                   MOVE HD-STATUS-SW TO WLRSTATO
           END-EVALUATE
           IF HD-ACTION-UPDATE
               MOVE 'UPDATE' TO WLRACTO
               MOVE HD-TARGET-ID TO WLRTGTO
           ELSE
               MOVE 'ADD' TO WLRACTO
               MOVE SPACES TO WLRTGTO
           END-IF
           MOVE HD-NAME TO WLRNAMEO
           MOVE HD-APELLIDO TO WLRAPELO
           MOVE HD-CLASS TO WLRCLSO
           MOVE HD-DOC-NUMBER TO WLRDOCO

           MOVE HD-SOURCE TO WS-OL-SOURCE
           MOVE HD-BUSINESS-DATE TO WS-OL-DATE
           MOVE HD-RUN-ID TO WS-OL-RUN-ID
           MOVE HD-INDEX TO WS-OL-INDEX
           MOVE WS-ORIGIN-LINE TO WLRORIGO

           IF HD-MATCH-DOC
               MOVE 'DOC ' TO WS-HL-MATCH
           ELSE
               MOVE 'NAME' TO WS-HL-MATCH
           END-IF
           MOVE HD-WL-LIST-NAME TO WS-HL-LIST
           MOVE HD-WL-ENTRY-ID TO WS-HL-ENTRY
           MOVE HD-WL-REASON TO WS-HL-REASON
           MOVE WS-HIT-LINE TO WLRHITO

           IF HD-HELD
               MOVE SPACES TO WLRDECO
           ELSE
               MOVE HD-DECIDED-BY TO WS-DL-BY
               MOVE HD-DECIDED-TIMESTAMP TO WS-DL-TIMESTAMP
               IF HD-RELEASED
                   MOVE ' - PERSONA ' TO WS-DL-RESULT-LIT
                   MOVE HD-RESULT-PERSONA-ID TO WS-DL-RESULT-ID
               ELSE
                   MOVE SPACES TO WS-DL-RESULT-LIT
                   MOVE SPACES TO WS-DL-RESULT-ID
               END-IF
               MOVE WS-DECIDED-LINE TO WLRDECO
               MOVE HD-DECISION-NOTE TO WLRNOTEI
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2160-CLEAR-HOLD - BLANK THE DISPLAY FIELDS WHEN THERE IS NO
      * HELD ROW TO SHOW.
      *----------------------------------------------------------------
       2160-CLEAR-HOLD.
           MOVE SPACES TO WLRSTATO
           MOVE SPACES TO WLRACTO
           MOVE SPACES TO WLRTGTO
           MOVE SPACES TO WLRNAMEO
           MOVE SPACES TO WLRAPELO
           MOVE SPACES TO WLRCLSO
           MOVE SPACES TO WLRDOCO
           MOVE SPACES TO WLRORIGO
           MOVE SPACES TO WLRHITO
           MOVE SPACES TO WLRDECO.
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-NEXT-HELD - BROWSE FORWARD FROM THE HOLD AFTER THE ONE
      * KEYED (OR FROM THE START) TO THE NEXT ROW STILL HELD. THE
      * QUEUE IS WORKED IN HOLD-ID ORDER - OLDEST FIRST.
      *----------------------------------------------------------------
       2200-NEXT-HELD.
           SET WS-HELD-NOT-FOUND TO TRUE
           SET WS-BROWSE-NOT-DONE TO TRUE
           COMPUTE WS-HOLD-RIDFLD = WS-HOLD-KEY + 1

           EXEC CICS STARTBR FILE('HELDPERS')
               RIDFLD(WS-HOLD-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 2250-READ-NEXT-HELD THRU 2250-EXIT
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('HELDPERS')
                   RESP(WS-RESP)
               END-EXEC
           END-IF

           IF WS-HELD-FOUND
               MOVE SPACES TO WLRNOTEI
               MOVE SPACES TO WLRNEWI
               PERFORM 2150-SHOW-HOLD THRU 2150-EXIT
               MOVE 'PERSONA HELD - KEY A NOTE AND R OR D TO DECIDE'
                   TO WLRMSGO
           ELSE
               PERFORM 2160-CLEAR-HOLD THRU 2160-EXIT
               MOVE 'NO MORE HELD PERSONAS AFTER THIS HOLD ID'
                   TO WLRMSGO
           END-IF.
       2200-EXIT.
           EXIT.

       2250-READ-NEXT-HELD.
           EXEC CICS READNEXT FILE('HELDPERS')
               INTO(HELD-PERSONA-RECORD)
               RIDFLD(WS-HOLD-RIDFLD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2250-EXIT
           END-IF

           IF HD-HELD
               SET WS-HELD-FOUND TO TRUE
               SET WS-BROWSE-DONE TO TRUE
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-RELEASE-HOLD - READ THE HELD ROW FOR UPDATE, APPLY THE
      * HELD ACTION TO THE MASTER, THEN MARK THE ROW RELEASED AND
      * JOURNAL WLRELEASE. IF THE ACTION CANNOT BE APPLIED - THE
      * PERSONA IS NOW A DUPLICATE, THE TARGET ROW IS GONE - THE ROW
      * STAYS HELD WITH A MESSAGE SAYING WHY, AND THE SUPERVISOR
      * DECLINES IT INSTEAD.
      *----------------------------------------------------------------
       2300-RELEASE-HOLD.
           PERFORM 2350-READ-HOLD-FOR-DECISION THRU 2350-EXIT
           IF WS-RELEASE-FAILED
               GO TO 2300-EXIT
           END-IF

           SET WS-NKEY-WRITE-OK TO TRUE
      *    THE FEED THAT DELIVERED THE HELD PERSONA OWNS WHAT THE
      *    RELEASE WRITES (SEE EC01PMR). A ROW HELD BEFORE THE FEED
      *    SOURCE WAS CARRIED FALLS BACK TO ITS INTAKE PROGRAM.
           IF HD-FEED-SOURCE EQUAL SPACES
               OR HD-FEED-SOURCE EQUAL LOW-VALUES
               MOVE HD-SOURCE TO WS-OWNER-SOURCE
           ELSE
               MOVE HD-FEED-SOURCE TO WS-OWNER-SOURCE
           END-IF
           IF HD-ACTION-UPDATE
               PERFORM 2600-RELEASE-UPDATE THRU 2600-EXIT
           ELSE
               PERFORM 2500-RELEASE-ADD THRU 2500-EXIT
           END-IF
           IF WS-RELEASE-FAILED
               EXEC CICS UNLOCK FILE('HELDPERS')
                   RESP(WS-RESP)
               END-EXEC
               GO TO 2300-EXIT
           END-IF

           SET HD-RELEASED TO TRUE
           MOVE WS-OPERATOR-ID TO HD-DECIDED-BY
           PERFORM 2380-STAMP-DECISION-TIME THRU 2380-EXIT
           MOVE WLRNOTEI TO HD-DECISION-NOTE
           MOVE WS-PERSMSTR-KEY TO HD-RESULT-PERSONA-ID
           EXEC CICS REWRITE FILE('HELDPERS')
               FROM(HELD-PERSONA-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'RELEASED BUT HOLD NOT MARKED - CALL APPL SUPPORT'
                   TO WLRMSGO
               GO TO 2300-EXIT
           END-IF

           MOVE 'WLRELEASE' TO AU-FUNCTION
           PERFORM 2390-JOURNAL-DECISION THRU 2390-EXIT
           PERFORM 2150-SHOW-HOLD THRU 2150-EXIT
           IF NOT WS-NKEY-WRITE-FAILED
               MOVE 'PERSONA RELEASED TO THE MASTER' TO WLRMSGO
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-READ-HOLD-FOR-DECISION - SHARED BY RELEASE AND DECLINE:
      * READ THE HELD ROW UNDER UPDATE, SHOW IT, AND REFUSE THE
      * DECISION WHEN IT IS ALREADY DECIDED OR NO NOTE WAS KEYED.
      * WS-RELEASE-FAILED TELLS THE CALLER TO STOP.
      *----------------------------------------------------------------
       2350-READ-HOLD-FOR-DECISION.
           SET WS-RELEASE-FAILED TO TRUE
           MOVE WS-HOLD-KEY TO WS-HOLD-RIDFLD
           EXEC CICS READ FILE('HELDPERS')
               INTO(HELD-PERSONA-RECORD)
               RIDFLD(WS-HOLD-RIDFLD)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 2160-CLEAR-HOLD THRU 2160-EXIT
               MOVE 'HOLD ID NOT FOUND - NOTHING DONE' TO WLRMSGO
               GO TO 2350-EXIT
           END-IF

           IF NOT HD-HELD
               EXEC CICS UNLOCK FILE('HELDPERS')
                   RESP(WS-RESP)
               END-EXEC
               PERFORM 2150-SHOW-HOLD THRU 2150-EXIT
               MOVE 'HOLD ALREADY DECIDED - NOTHING DONE' TO WLRMSGO
               GO TO 2350-EXIT
           END-IF

           IF WLRNOTEI EQUAL SPACES OR WLRNOTEI EQUAL LOW-VALUES
               EXEC CICS UNLOCK FILE('HELDPERS')
                   RESP(WS-RESP)
               END-EXEC
               MOVE SPACES TO WLRNOTEI
               PERFORM 2150-SHOW-HOLD THRU 2150-EXIT
               MOVE 'A DECISION NOTE IS REQUIRED - NOTHING DONE'
                   TO WLRMSGO
               GO TO 2350-EXIT
           END-IF

           PERFORM 2150-SHOW-HOLD THRU 2150-EXIT
           SET WS-RELEASE-OK TO TRUE.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2380-STAMP-DECISION-TIME
      *----------------------------------------------------------------
       2380-STAMP-DECISION-TIME.
           ACCEPT WS-DECIDED-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-DECIDED-TIMESTAMP(9:8) FROM TIME
           MOVE WS-DECIDED-TIMESTAMP TO HD-DECIDED-TIMESTAMP.
       2380-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2390-JOURNAL-DECISION - JOURNAL THE DECISION (THE CALLER HAS
      * SET AU-FUNCTION) UNDER THE HOLD ID, WITH THE LIST AND ENTRY
      * THAT CAUSED THE HOLD IN THE BEFORE-NAME COLUMNS AND THE
      * PERSONA IN THE AFTER COLUMNS.
      *----------------------------------------------------------------
       2390-JOURNAL-DECISION.
           MOVE HD-HOLD-ID TO WS-AUDIT-INDEX
           MOVE HD-WL-LIST-NAME TO AU-BEFORE-NAME
           MOVE HD-WL-ENTRY-ID TO AU-BEFORE-APELLIDO
           MOVE HD-NAME TO AU-AFTER-NAME
           MOVE HD-APELLIDO TO AU-AFTER-APELLIDO
           MOVE SPACES TO AU-BEFORE-CLASS
           MOVE HD-CLASS TO AU-AFTER-CLASS
           MOVE HD-BUSINESS-DATE TO AU-AFTER-LOAD-DATE
           MOVE HD-SOURCE TO AU-AFTER-SOURCE
           MOVE HD-STATUS-SW TO AU-BEFORE-STATUS
           MOVE HD-STATUS-SW TO AU-AFTER-STATUS
           MOVE SPACES TO AU-BEFORE-DOC
           MOVE HD-DOC-NUMBER TO AU-AFTER-DOC
           PERFORM 2910-WRITE-AUDIT-RECORD THRU 2910-EXIT.
       2390-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-DECLINE-HOLD - MARK THE HELD ROW DECLINED AND JOURNAL
      * WLDECLINE. NOTHING REACHES THE MASTER OR THE OUTBOX.
      *----------------------------------------------------------------
       2400-DECLINE-HOLD.
           PERFORM 2350-READ-HOLD-FOR-DECISION THRU 2350-EXIT
           IF WS-RELEASE-FAILED
               GO TO 2400-EXIT
           END-IF

           SET HD-DECLINED TO TRUE
           MOVE WS-OPERATOR-ID TO HD-DECIDED-BY
           PERFORM 2380-STAMP-DECISION-TIME THRU 2380-EXIT
           MOVE WLRNOTEI TO HD-DECISION-NOTE
           MOVE ZEROS TO HD-RESULT-PERSONA-ID
           EXEC CICS REWRITE FILE('HELDPERS')
               FROM(HELD-PERSONA-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'WLDECLINE' TO AU-FUNCTION
               PERFORM 2390-JOURNAL-DECISION THRU 2390-EXIT
               PERFORM 2150-SHOW-HOLD THRU 2150-EXIT
               MOVE 'HELD PERSONA DECLINED - NOT LOADED' TO WLRMSGO
           ELSE
               MOVE 'DECLINE FAILED - HOLD ROW NOT UPDATED' TO WLRMSGO
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-RELEASE-ADD - WRITE THE HELD PERSONA AS A NEW MASTER ROW.
      * THE DUPLICATE GATE RUNS FIRST, THE SAME WAY MNT1'S ADD DOES: A
      * DOC NUMBER IS JUDGED ON THE DOC-KEY FILE, A DOC-LESS PERSONA
      * ON THE NAME-KEY FILE. THE ROW IS WRITTEN UNDER THE NEW ID
      * THE SUPERVISOR KEYED, WHICH MUST BE AT OR ABOVE WS-MANUAL-ADD-
      * FLOOR SO IT CAN NEVER COLLIDE WITH AN ID A LOAD ASSIGNS FROM
      * PC-NEXT-PERSONA-ID, RUNNING OR NOT. THE ROW IS
      * STAMPED WITH TODAY'S DATE AND ARR01WLR AS ITS LOAD SOURCE -
      * THE HELD ROW KEEPS THE INTAKE IT CAME FROM.
      *----------------------------------------------------------------
       2500-RELEASE-ADD.
           SET WS-RELEASE-FAILED TO TRUE

           IF WS-NEW-PERSONA-KEY LESS THAN WS-MANUAL-ADD-FLOOR
               MOVE 'NOT RELEASED - NEW ID MUST BE 9000000000 OR HIGHER'
                   TO WLRMSGO
               GO TO 2500-EXIT
           END-IF

           IF HD-DOC-NUMBER NOT EQUAL SPACES
               MOVE HD-DOC-NUMBER TO WS-DKEY-RIDFLD
               EXEC CICS READ FILE('PERSDKEY')
                   INTO(PERSONA-DOC-KEY-RECORD)
                   RIDFLD(WS-DKEY-RIDFLD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP EQUAL DFHRESP(NORMAL)
                   MOVE 'NOT RELEASED - DOC NOW ON MASTER - DECLINE IT'
                       TO WLRMSGO
                   GO TO 2500-EXIT
               END-IF
           ELSE
               MOVE HD-APELLIDO TO WS-NKEY-APELLIDO
               MOVE HD-NAME TO WS-NKEY-NAME
               EXEC CICS READ FILE('PERSNKEY')
                   INTO(PERSONA-NAME-KEY-RECORD)
                   RIDFLD(WS-NKEY-RIDFLD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP EQUAL DFHRESP(NORMAL)
                   MOVE 'NOT RELEASED - NOW A DUPLICATE - DECLINE IT'
                       TO WLRMSGO
                   GO TO 2500-EXIT
               END-IF
           END-IF

           MOVE WS-NEW-PERSONA-KEY TO WS-PERSMSTR-KEY
           INITIALIZE PERSONA-MASTER-RECORD
           MOVE WS-PERSMSTR-KEY TO PM-PERSONA-ID
           MOVE HD-NAME TO PM-NAME
           MOVE HD-APELLIDO TO PM-APELLIDO
           MOVE HD-CLASS TO PM-CLASS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO PM-LOAD-DATE
           MOVE 'ARR01WLR' TO PM-LOAD-SOURCE
           MOVE 'A' TO PM-STATUS
           MOVE HD-DOC-NUMBER TO PM-DOC-NUMBER
           MOVE WS-OWNER-SOURCE TO PM-NAME-SOURCE
           IF PM-CLASS NOT EQUAL SPACES
               MOVE WS-OWNER-SOURCE TO PM-CLASS-SOURCE
           END-IF
           IF PM-DOC-NUMBER NOT EQUAL SPACES
               MOVE WS-OWNER-SOURCE TO PM-DOC-SOURCE
           END-IF

           EXEC CICS WRITE FILE('PERSMSTR')
               FROM(PERSONA-MASTER-RECORD)
               RIDFLD(WS-PERSMSTR-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(DUPREC)
               MOVE 'NOT RELEASED - NEW ID ALREADY ON MASTER' TO WLRMSGO
               GO TO 2500-EXIT
           END-IF
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NOT RELEASED - MASTER WRITE FAILED' TO WLRMSGO
               GO TO 2500-EXIT
           END-IF

           SET WS-RELEASE-OK TO TRUE
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
      * 2600-RELEASE-UPDATE - APPLY THE HELD RENAME TO ITS TARGET ROW.
      * THE TARGET MUST STILL EXIST AND BE IN SERVICE, AND NEITHER THE
      * NEW NAME NOR A NEW DOC NUMBER MAY NOW BELONG TO ANOTHER
      * PERSONA - THE SAME GATES MNT1'S CHANGE RUNS. A BLANK CLASS OR
      * DOC NUMBER ON THE HELD ROW LEAVES THE ROW'S OWN ALONE. EACH
      * FIELD THE RELEASE CHANGES IS STAMPED WITH THE DELIVERING FEED
      * AS ITS OWNER; THE SOURCE-PRIORITY CHECK ALREADY RAN AT INTAKE,
      * BEFORE THE PERSONA WAS SCREENED AND HELD.
      *----------------------------------------------------------------
       2600-RELEASE-UPDATE.
           SET WS-RELEASE-FAILED TO TRUE
           MOVE HD-TARGET-ID TO WS-PERSMSTR-KEY
           EXEC CICS READ FILE('PERSMSTR')
               INTO(PERSONA-MASTER-RECORD)
               RIDFLD(WS-PERSMSTR-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NOT RELEASED - TARGET PERSONA NOT FOUND' TO WLRMSGO
               GO TO 2600-EXIT
           END-IF
           IF PM-STATUS-INACTIVE
               EXEC CICS UNLOCK FILE('PERSMSTR')
                   RESP(WS-RESP)
               END-EXEC
               MOVE 'NOT RELEASED - TARGET PERSONA IS INACTIVE'
                   TO WLRMSGO
               GO TO 2600-EXIT
           END-IF

           MOVE PM-NAME TO WS-BEF-NAME
           MOVE PM-APELLIDO TO WS-BEF-APELLIDO
           MOVE PM-CLASS TO WS-BEF-CLASS
           MOVE PM-STATUS TO WS-BEF-STATUS
           MOVE PM-DOC-NUMBER TO WS-BEF-DOC

           IF HD-DOC-NUMBER NOT EQUAL SPACES
               AND HD-DOC-NUMBER NOT EQUAL WS-BEF-DOC
               MOVE HD-DOC-NUMBER TO WS-DKEY-RIDFLD
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
                   MOVE 'NOT RELEASED - DOC NOW ON MASTER - DECLINE IT'
                       TO WLRMSGO
                   GO TO 2600-EXIT
               END-IF
           END-IF

           IF HD-NAME NOT EQUAL WS-BEF-NAME
               OR HD-APELLIDO NOT EQUAL WS-BEF-APELLIDO
               MOVE HD-APELLIDO TO WS-NKEY-APELLIDO
               MOVE HD-NAME TO WS-NKEY-NAME
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
                   MOVE 'NOT RELEASED - NOW A DUPLICATE - DECLINE IT'
                       TO WLRMSGO
                   GO TO 2600-EXIT
               END-IF
           END-IF

           MOVE HD-NAME TO PM-NAME
           MOVE HD-APELLIDO TO PM-APELLIDO
           IF HD-CLASS NOT EQUAL SPACES
               MOVE HD-CLASS TO PM-CLASS
           END-IF
           IF HD-DOC-NUMBER NOT EQUAL SPACES
               MOVE HD-DOC-NUMBER TO PM-DOC-NUMBER
           END-IF
           IF PM-NAME NOT EQUAL WS-BEF-NAME
               OR PM-APELLIDO NOT EQUAL WS-BEF-APELLIDO
               MOVE WS-OWNER-SOURCE TO PM-NAME-SOURCE
           END-IF
           IF PM-CLASS NOT EQUAL WS-BEF-CLASS
               MOVE WS-OWNER-SOURCE TO PM-CLASS-SOURCE
           END-IF
           IF PM-DOC-NUMBER NOT EQUAL WS-BEF-DOC
               MOVE WS-OWNER-SOURCE TO PM-DOC-SOURCE
           END-IF

           EXEC CICS REWRITE FILE('PERSMSTR')
               FROM(PERSONA-MASTER-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NOT RELEASED - MASTER REWRITE FAILED' TO WLRMSGO
               GO TO 2600-EXIT
           END-IF

           SET WS-RELEASE-OK TO TRUE
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
       2600-EXIT.
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
                   TO WLRMSGO
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
                   TO WLRMSGO
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
                   TO WLRMSGO
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
      * RIDFLD ON THE ALIAS FILE (EC01PAL) FOR THE PERSONA RENAMED. A
      * DUPREC (RETIRED TO THE SAME PERSONA BEFORE) IS NOT A FAILURE;
      * ANY OTHER FAILURE IS REPORTED LIKE A KEY-FILE FAILURE - THE
      * RELEASE ITSELF STANDS.
      *----------------------------------------------------------------
       2868-WRITE-ALIAS.
           MOVE SPACES TO PERSONA-ALIAS-RECORD
           MOVE WS-AKEY-RIDFLD TO PAL-KEY
           SET PAL-RENAMED TO TRUE
           ACCEPT PAL-RETIRED-DATE FROM DATE YYYYMMDD
           MOVE 'ARR01WLR' TO PAL-SOURCE

           EXEC CICS WRITE FILE('PERSALIA')
               FROM(PERSONA-ALIAS-RECORD)
               RIDFLD(WS-AKEY-RIDFLD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               AND WS-RESP NOT EQUAL DFHRESP(DUPREC)
               SET WS-NKEY-WRITE-FAILED TO TRUE
               MOVE 'PRIOR NAME NOT KEPT - CALL APPLICATION SUPPORT'
                   TO WLRMSGO
           END-IF.
       2868-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2870-WRITE-OUTBOX-EVENT - QUEUE THE RELEASED ACTION AS A
      * PENDING OUTBOX ROW FOR THE ARR01SWP SWEEPER, EXACTLY AS
      * ARR01MNT DOES. A FAILURE CHANGES THE RESULT MESSAGE - THE
      * RELEASE ITSELF STANDS.
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
               MOVE 'RELEASED - BUT PUBLISH QUEUE UPDATE FAILED'
                   TO WLRMSGO
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
               MOVE 'RELEASED - BUT PUBLISH QUEUE UPDATE FAILED'
                   TO WLRMSGO
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
               MOVE 'RELEASED - BUT PUBLISH QUEUE UPDATE FAILED'
                   TO WLRMSGO
           END-IF.
       2870-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-REDISPLAY-MAP - SEND THE MAP BACK WITH WHATEVER RESULT
      * MESSAGE THE FUNCTION PARAGRAPH SET, LEAVING THE FUNCTION, THE
      * HOLD ID AND THE NOTE ON SCREEN FOR THE NEXT ACTION.
      *----------------------------------------------------------------
       2900-REDISPLAY-MAP.
           MOVE WLRFUNCI TO WLRFUNCO
           MOVE WS-HOLD-KEY TO WLRHOLDO
           MOVE WLRNOTEI TO WLRNOTEO
           MOVE WLRNEWI TO WLRNEWO

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(EC01WLR1O)
               DATAONLY
           END-EXEC.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2910-WRITE-AUDIT-RECORD - JOURNAL A RELEASE, ITS MASTER WRITE,
      * OR A DECLINE TO THE AUDT TRANSIENT DATA QUEUE, AS ARR01MNT
      * DOES. THE CALLER HAS SET AU-FUNCTION, THE IMAGES AND THE
      * INDEX (THE PERSONA ID FOR A MASTER WRITE, THE HOLD ID FOR A
      * DECISION).
      *----------------------------------------------------------------
       2910-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AU-TIMESTAMP
           ACCEPT AU-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT AU-TIMESTAMP(9:8) FROM TIME
           MOVE 'ARR01WLR' TO AU-PROGRAM
           MOVE WS-AUDIT-INDEX TO AU-INDEX
           MOVE ZERO TO AU-MQ-COMP-CODE
           MOVE ZERO TO AU-MQ-REASON-CODE
           MOVE WS-OPERATOR-ID TO AU-USER-ID

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
           MOVE CA-HOLD-ID TO WS-HOLD-KEY
           MOVE SPACES TO WLRFUNCI
           MOVE SPACES TO WLRNOTEI
           MOVE SPACES TO WLRNEWI
           MOVE 'RE-ENTER FUNCTION (I/N/R/D) AND HOLD ID' TO WLRMSGO

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
           MOVE SPACES TO WLRMSGO
           MOVE 'WLR1 TRANSACTION ENDED' TO WLRMSGO

           EXEC CICS SEND TEXT
               FROM(WLRMSGO)
               LENGTH(LENGTH OF WLRMSGO)
               ERASE
               FREEKB
           END-EXEC

           EXEC CICS RETURN
           END-EXEC.
       2960-EXIT.
           EXIT.
