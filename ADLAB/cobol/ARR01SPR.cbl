       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01SPR.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01SPR IS THE ONLINE FEED SOURCE-PRIORITY REFERENCE FILE
      * MAINTENANCE TRANSACTION, SPR1. IT RUNS PSEUDO-CONVERSATIONALLY
      * AGAINST MAP EC01SPR1 (MAPSET EC01SPR) AND SUPPORTS INQUIRE/
      * ADD/CHANGE/DELETE AGAINST THE SRCPRI FILE (EC01SPRI) THAT
      * ARRAY01 RANKS COMPETING FEED UPDATES AGAINST - A FIELD LAST
      * SET BY A HIGHER-PRIORITY SOURCE IS NOT OVERWRITTEN BY A LOWER
      * ONE. ON-BOARDING A NEW PARTNER FEED IS AN SPR1 ADD, NOT A
      * RECOMPILE. THE SAME SHAPE AS CLS1 (ARR01CLS): INQUIRE IS OPEN
      * TO EVERYONE, EVERY CHANGE NEEDS A SUPERVISOR ROW ON OPERAUTH
      * AND IS JOURNALED TO AUDT. DELETE IS PHYSICAL; USE THE ACTIVE
      * FLAG (C FUNCTION, ACTIVE=N) TO RETIRE A SOURCE WHILE KEEPING
      * ITS ROW FOR HISTORY.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15  RSM  ORIGINAL VERSION.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-RESP                 PIC S9(8) COMP.
           05  WS-SOURCE-KEY           PIC X(08).
           05  WS-FUNC-SW              PIC X(01).
               88  WS-FUNC-INQUIRE     VALUE 'I'.
               88  WS-FUNC-ADD         VALUE 'A'.
               88  WS-FUNC-CHANGE      VALUE 'C'.
               88  WS-FUNC-DELETE      VALUE 'D'.

       01  WS-MAPSET-NAME              PIC X(08) VALUE 'EC01SPR'.
       01  WS-MAP-NAME                 PIC X(08) VALUE 'EC01SPR1'.
       01  WS-TRANSID                  PIC X(04) VALUE 'SPR1'.

      *----------------------------------------------------------------
      * THE OPERATOR AT THE KEYBOARD AND THE AUTHORITY CHECK'S
      * OUTCOME - EVERY SRCPRI CHANGE NEEDS A SUPERVISOR ROW ON
      * OPERAUTH. NO ROW, OR NO FILE, MEANS NOT AUTHORIZED.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-AUTH-SW                  PIC X(01).
           88  WS-AUTHORIZED           VALUE 'Y'.
           88  WS-NOT-AUTHORIZED       VALUE 'N'.

           COPY EC01SPRI.
           COPY EC01OAUT.
           COPY EC01SPRM.
           COPY EC01AUDT.

       01  DFHCOMMAREA.
           05  CA-SOURCE-CODE          PIC X(08).

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
      * FUNCTION CODE AND SOURCE.
      *----------------------------------------------------------------
       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO SPRFUNCO
           MOVE SPACES TO SPRSRCO
           MOVE SPACES TO SPRDESCO
           MOVE SPACES TO SPRPRIO
           MOVE SPACES TO SPRACTO
           MOVE SPACES TO SPRMSGO
           MOVE 'ENTER FUNCTION (I/A/C/D) AND SOURCE CODE'
               TO SPRMSGO

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(EC01SPR1O)
               ERASE
           END-EXEC.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-REQUEST - RECEIVE THE OPERATOR'S INPUT AND ROUTE
      * TO THE PARAGRAPH FOR THE FUNCTION KEYED IN.
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
               INTO(EC01SPR1I)
           END-EXEC

           EXEC CICS ASSIGN
               USERID(WS-OPERATOR-ID)
           END-EXEC

           MOVE SPRFUNCI TO WS-FUNC-SW
           MOVE SPRSRCI TO WS-SOURCE-KEY

      *    THE PRIORITY TABLE DECIDES WHICH FEED'S DATA SURVIVES ON
      *    THE MASTER - CHANGING IT IS SUPERVISOR WORK. INQUIRE
      *    STAYS OPEN TO EVERYONE.
           IF WS-FUNC-ADD OR WS-FUNC-CHANGE OR WS-FUNC-DELETE
               PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
               IF WS-NOT-AUTHORIZED
                   PERFORM 2900-REDISPLAY-MAP THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF

           IF WS-SOURCE-KEY EQUAL SPACES
               MOVE 'A SOURCE CODE IS REQUIRED' TO SPRMSGO
           ELSE
               EVALUATE TRUE
                   WHEN WS-FUNC-INQUIRE
                       PERFORM 2100-INQUIRE-SOURCE THRU 2100-EXIT
                   WHEN WS-FUNC-ADD
                       PERFORM 2200-ADD-SOURCE THRU 2200-EXIT
                   WHEN WS-FUNC-CHANGE
                       PERFORM 2300-CHANGE-SOURCE THRU 2300-EXIT
                   WHEN WS-FUNC-DELETE
                       PERFORM 2400-DELETE-SOURCE THRU 2400-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE I, A, C OR D'
                           TO SPRMSGO
               END-EVALUATE
           END-IF

           PERFORM 2900-REDISPLAY-MAP THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-CHECK-AUTHORITY - EVERY SRCPRI CHANGE REQUIRES A
      * SUPERVISOR ROW ON THE OPERAUTH FILE. AN OPERATOR WITHOUT ONE
      * GETS A MESSAGE, NOT A CHANGE.
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
                   TO SPRMSGO
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-INQUIRE-SOURCE - READ THE REFERENCE ROW AND SHOW IT. THE
      * FOUND VALUES ARE ALSO MOVED INTO THE I-SIDE FIELDS SINCE THE
      * SHARED REDISPLAY REBUILDS THE O-SIDE FROM THEM (THE SAME
      * ARRANGEMENT ARR01CLS'S INQUIRE USES).
      *----------------------------------------------------------------
       2100-INQUIRE-SOURCE.
           EXEC CICS READ FILE('SRCPRI')
               INTO(SOURCE-PRIORITY-RECORD)
               RIDFLD(WS-SOURCE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE SP-DESCRIPTION TO SPRDESCI
               MOVE SP-PRIORITY TO SPRPRII
               MOVE SP-ACTIVE-SW TO SPRACTI
               IF SP-ACTIVE
                   MOVE 'SOURCE FOUND' TO SPRMSGO
               ELSE
                   MOVE 'SOURCE FOUND - NOT ACTIVE, RANKS 000'
                       TO SPRMSGO
               END-IF
           ELSE
               MOVE SPACES TO SPRDESCI
               MOVE SPACES TO SPRPRII
               MOVE SPACES TO SPRACTI
               MOVE 'SOURCE NOT FOUND - RANKS 000' TO SPRMSGO
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-ADD-SOURCE - WRITE A NEW REFERENCE ROW. A NUMERIC
      * PRIORITY IS REQUIRED - A SOURCE WITH NO RANK WOULD SILENTLY
      * RANK 000, WHICH IS WHAT LEAVING IT OFF THE TABLE ALREADY
      * DOES. THE ACTIVE FLAG DEFAULTS TO Y.
      *----------------------------------------------------------------
       2200-ADD-SOURCE.
           IF SPRPRII NOT NUMERIC
               MOVE 'ADD FAILED - A 3-DIGIT PRIORITY IS REQUIRED'
                   TO SPRMSGO
               GO TO 2200-EXIT
           END-IF

           MOVE SPACES TO SOURCE-PRIORITY-RECORD
           MOVE WS-SOURCE-KEY TO SP-SOURCE
           MOVE SPRDESCI TO SP-DESCRIPTION
           MOVE SPRPRII TO SP-PRIORITY
           IF SPRACTI EQUAL 'N'
               SET SP-NOT-ACTIVE TO TRUE
           ELSE
               SET SP-ACTIVE TO TRUE
           END-IF
           MOVE SP-ACTIVE-SW TO SPRACTI

           EXEC CICS WRITE FILE('SRCPRI')
               FROM(SOURCE-PRIORITY-RECORD)
               RIDFLD(WS-SOURCE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'SOURCE ADDED' TO SPRMSGO
               MOVE 'SRCADD' TO AU-FUNCTION
               MOVE SPACES TO AU-BEFORE-NAME
               MOVE SPACES TO AU-BEFORE-APELLIDO
               MOVE SPACES TO AU-BEFORE-DOC
               MOVE SPACE TO AU-BEFORE-STATUS
               MOVE SP-DESCRIPTION TO AU-AFTER-NAME
               MOVE SP-SOURCE TO AU-AFTER-APELLIDO
               MOVE SP-PRIORITY TO AU-AFTER-DOC
               MOVE SP-ACTIVE-SW TO AU-AFTER-STATUS
               PERFORM 2910-WRITE-AUDIT-RECORD THRU 2910-EXIT
           ELSE
               MOVE 'ADD FAILED - SOURCE MAY ALREADY EXIST' TO SPRMSGO
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CHANGE-SOURCE - REWRITE AN EXISTING REFERENCE ROW. BLANK
      * DESCRIPTION/PRIORITY FIELDS LEAVE THE CURRENT VALUES ALONE SO
      * AN ACTIVE-FLAG FLIP DOESN'T NEED THE WHOLE ROW REKEYED.
      *----------------------------------------------------------------
       2300-CHANGE-SOURCE.
           IF SPRPRII NOT EQUAL SPACES AND SPRPRII NOT NUMERIC
               MOVE 'CHANGE FAILED - PRIORITY MUST BE 3 DIGITS'
                   TO SPRMSGO
               GO TO 2300-EXIT
           END-IF

           EXEC CICS READ FILE('SRCPRI')
               INTO(SOURCE-PRIORITY-RECORD)
               RIDFLD(WS-SOURCE-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE SP-DESCRIPTION TO AU-BEFORE-NAME
               MOVE SP-SOURCE TO AU-BEFORE-APELLIDO
               MOVE SP-PRIORITY TO AU-BEFORE-DOC
               MOVE SP-ACTIVE-SW TO AU-BEFORE-STATUS
               IF SPRDESCI NOT EQUAL SPACES
                   MOVE SPRDESCI TO SP-DESCRIPTION
               END-IF
               IF SPRPRII NOT EQUAL SPACES
                   MOVE SPRPRII TO SP-PRIORITY
               END-IF
               IF SPRACTI EQUAL 'Y' OR SPRACTI EQUAL 'N'
                   MOVE SPRACTI TO SP-ACTIVE-SW
               END-IF

               EXEC CICS REWRITE FILE('SRCPRI')
                   FROM(SOURCE-PRIORITY-RECORD)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP EQUAL DFHRESP(NORMAL)
                   MOVE SP-DESCRIPTION TO SPRDESCI
                   MOVE SP-PRIORITY TO SPRPRII
                   MOVE SP-ACTIVE-SW TO SPRACTI
                   MOVE 'SOURCE CHANGED' TO SPRMSGO
                   MOVE 'SRCCHANGE' TO AU-FUNCTION
                   MOVE SP-DESCRIPTION TO AU-AFTER-NAME
                   MOVE SP-SOURCE TO AU-AFTER-APELLIDO
                   MOVE SP-PRIORITY TO AU-AFTER-DOC
                   MOVE SP-ACTIVE-SW TO AU-AFTER-STATUS
                   PERFORM 2910-WRITE-AUDIT-RECORD THRU 2910-EXIT
               ELSE
                   MOVE 'CHANGE FAILED' TO SPRMSGO
               END-IF
           ELSE
               MOVE 'SOURCE NOT FOUND - NOTHING CHANGED' TO SPRMSGO
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-DELETE-SOURCE - PHYSICALLY DELETE THE REFERENCE ROW. ANY
      * MASTER FIELD THE SOURCE STILL OWNS RANKS 000 FROM THEN ON.
      *----------------------------------------------------------------
       2400-DELETE-SOURCE.
      *    THE ROW'S IMAGE IS CAPTURED FIRST SO THE JOURNAL SHOWS
      *    WHAT WAS DELETED, NOT JUST THAT SOMETHING WAS.
           EXEC CICS READ FILE('SRCPRI')
               INTO(SOURCE-PRIORITY-RECORD)
               RIDFLD(WS-SOURCE-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'DELETE FAILED - SOURCE NOT FOUND' TO SPRMSGO
               GO TO 2400-EXIT
           END-IF

           EXEC CICS DELETE FILE('SRCPRI')
               RIDFLD(WS-SOURCE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'SRCDELETE' TO AU-FUNCTION
               MOVE SP-DESCRIPTION TO AU-BEFORE-NAME
               MOVE SP-SOURCE TO AU-BEFORE-APELLIDO
               MOVE SP-PRIORITY TO AU-BEFORE-DOC
               MOVE SP-ACTIVE-SW TO AU-BEFORE-STATUS
               MOVE SPACES TO AU-AFTER-NAME
               MOVE SPACES TO AU-AFTER-APELLIDO
               MOVE SPACES TO AU-AFTER-DOC
               MOVE SPACE TO AU-AFTER-STATUS
               PERFORM 2910-WRITE-AUDIT-RECORD THRU 2910-EXIT
               MOVE SPACES TO SPRDESCI
               MOVE SPACES TO SPRPRII
               MOVE SPACES TO SPRACTI
               MOVE 'SOURCE DELETED' TO SPRMSGO
           ELSE
               MOVE 'DELETE FAILED - SOURCE NOT FOUND' TO SPRMSGO
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-REDISPLAY-MAP - SEND THE MAP BACK WITH WHATEVER RESULT
      * MESSAGE THE FUNCTION PARAGRAPH SET, LEAVING THE ENTERED
      * FIELDS ON SCREEN FOR THE NEXT ACTION.
      *----------------------------------------------------------------
       2900-REDISPLAY-MAP.
           MOVE SPRFUNCI TO SPRFUNCO
           MOVE SPRSRCI TO SPRSRCO
           MOVE SPRDESCI TO SPRDESCO
           MOVE SPRPRII TO SPRPRIO
           MOVE SPRACTI TO SPRACTO

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(EC01SPR1O)
               DATAONLY
           END-EXEC.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2910-WRITE-AUDIT-RECORD - JOURNAL A REFERENCE-FILE CHANGE TO
      * THE AUDT TRANSIENT DATA QUEUE, AS ARR01CLS DOES FOR THE CLASS
      * FILE. THE SOURCE CODE RIDES IN THE APELLIDO COLUMNS, THE
      * DESCRIPTION IN THE NAME COLUMNS AND THE PRIORITY IN THE DOC
      * COLUMNS; FIELDS THAT DON'T APPLY TO A SOURCE ROW TRAVEL AS
      * SPACES.
      *----------------------------------------------------------------
       2910-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AU-TIMESTAMP
           ACCEPT AU-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT AU-TIMESTAMP(9:8) FROM TIME
           MOVE 'ARR01SPR' TO AU-PROGRAM
           MOVE ZEROS TO AU-INDEX
           MOVE SPACES TO AU-BEFORE-CLASS
           MOVE SPACES TO AU-AFTER-CLASS
           MOVE SPACES TO AU-AFTER-LOAD-DATE
           MOVE SPACES TO AU-AFTER-SOURCE
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
           MOVE 'RE-ENTER FUNCTION (I/A/C/D) AND SOURCE CODE'
               TO SPRMSGO

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
           MOVE SPACES TO SPRMSGO
           MOVE 'SPR1 TRANSACTION ENDED' TO SPRMSGO

           EXEC CICS SEND TEXT
               FROM(SPRMSGO)
               LENGTH(LENGTH OF SPRMSGO)
               ERASE
               FREEKB
           END-EXEC

           EXEC CICS RETURN
           END-EXEC.
       2960-EXIT.
           EXIT.
