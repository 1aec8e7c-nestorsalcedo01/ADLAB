       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01ALR.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01ALR IS THE ONLINE OPERATIONS ALERT TRANSACTION, ALR1. IT
      * RUNS PSEUDO-CONVERSATIONALLY AGAINST MAP EC01ALR1 (MAPSET
      * EC01ALR) OVER THE CENTRAL ALERT LOG (ALERTLOG, SEE EC01ALRT)
      * THE BATCH PROGRAMS FILE ALERTS ON THROUGH ARR01ALT. THE TOP OF
      * THE SCREEN LISTS THE ALERTS NOT YET CLOSED, OLDEST FIRST (PF8
      * PAGES FORWARD, PF7 RETURNS TO THE TOP); A SEVERITY KEYED IN
      * THE SEVERITY FIELD LISTS ONLY ALERTS AT THAT LEVEL OR MORE
      * URGENT. THE OPERATOR KEYS AN ALERT ID AND:
      *   V  VIEW         SHOW THE ALERT'S DETAIL, TEXT AND STATUS.
      *   A  ACKNOWLEDGE  TAKE AN OPEN ALERT - STAMPS THE OPERATOR,
      *                   THE TIME AND THE NOTE KEYED.
      *   C  CLOSE        MARK THE ALERT DEALT WITH, WITH A NOTE SAYING
      *                   HOW. AN ALERT CLOSED WITHOUT HAVING BEEN
      *                   ACKNOWLEDGED IS ACKNOWLEDGED BY THE SAME
      *                   OPERATOR AT THE SAME TIME.
      * LISTING AND VIEWING ARE INQUIRY AND NEED NO OPERAUTH ROW;
      * ACKNOWLEDGE AND CLOSE NEED A ROW AT EITHER LEVEL (SEE
      * EC01OAUT). THE ALERT ROW ITSELF IS THE RECORD OF WHO DID WHAT
      * - NOTHING IS JOURNALED TO THE PERSONA AUDIT TRAIL, SINCE NO
      * PERSONA CHANGES. ARR01MOR REPORTS ANY ALERT LEFT
      * UNACKNOWLEDGED PAST ITS THRESHOLD.
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
           05  WS-ALERT-KEY            PIC 9(10).
           05  WS-ACTION-TIMESTAMP     PIC X(16).
           05  WS-LIST-SUB             PIC S9(4) COMP.
           05  WS-ROW-LIMIT            PIC S9(4) COMP VALUE 10.
           05  WS-FUNC-SW              PIC X(01).
               88  WS-FUNC-VIEW        VALUE 'V'.
               88  WS-FUNC-ACKNOWLEDGE VALUE 'A'.
               88  WS-FUNC-CLOSE       VALUE 'C'.
               88  WS-FUNC-REFRESH     VALUE ' '.
           05  WS-SEVERITY-IN          PIC X(01).
               88  WS-SEVERITY-GOOD    VALUE ' ' '1' '2' '3'.
           05  WS-SEVERITY-SW          PIC X(01).
               88  WS-SEVERITY-OK      VALUE 'Y'.
               88  WS-SEVERITY-REFUSED VALUE 'N'.
           05  WS-UPDATE-SW            PIC X(01).
               88  WS-UPDATE-OK        VALUE 'Y'.
               88  WS-UPDATE-FAILED    VALUE 'N'.
           05  WS-BROWSE-DONE-SW       PIC X(01).
               88  WS-BROWSE-DONE      VALUE 'Y'.
               88  WS-BROWSE-NOT-DONE  VALUE 'N'.

      *----------------------------------------------------------------
      * THE LINES BUILT FROM AN ALERT ROW - ONE LIST ROW, THE DETAIL
      * LINE AND THE STATUS LINE.
      *----------------------------------------------------------------
       01  WS-LIST-LINE.
           05  WS-LL-ALERT             PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-SEVERITY          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-STATUS            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-CONDITION         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-RAISED            PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-TEXT              PIC X(24).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE 'RUN '.
           05  WS-DL-RUN-ID            PIC 9(08).
           05  FILLER                  PIC X(09) VALUE ' PERSONA '.
           05  WS-DL-PERSONA-ID        PIC 9(10).
           05  FILLER                  PIC X(08) VALUE ' CORREL '.
           05  WS-DL-CORREL-ID         PIC X(24).
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-STATUS-LINE.
           05  WS-SL-STATUS            PIC X(12).
           05  FILLER                  PIC X(08) VALUE ' RAISED '.
           05  WS-SL-RAISED-TS         PIC X(14).
           05  WS-SL-BY-LIT            PIC X(05).
           05  WS-SL-BY                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SL-BY-TS             PIC X(14).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-MAPSET-NAME              PIC X(08) VALUE 'EC01ALR'.
       01  WS-MAP-NAME                 PIC X(08) VALUE 'EC01ALR1'.
       01  WS-TRANSID                  PIC X(04) VALUE 'ALR1'.

           COPY EC01ALRT.
           COPY EC01OAUT.
           COPY EC01ALRM.

      *    SEPARATE RIDFLD - EVERY CICS READ LANDS IN THE RECORD'S
      *    OWN STORAGE, SO THE KEY BEING LOOKED UP LIVES OUTSIDE IT,
      *    THE SAME ARRANGEMENT AS ARR01APV.
       01  WS-AL-RIDFLD                PIC 9(10).

      *----------------------------------------------------------------
      * THE OPERATOR AT THE KEYBOARD AND THE AUTHORITY CHECK'S
      * OUTCOME - ACKNOWLEDGE AND CLOSE NEED AN OPERAUTH ROW AT EITHER
      * LEVEL. NO ROW, OR NO FILE, MEANS NOT AUTHORIZED.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-AUTH-SW                  PIC X(01).
           88  WS-AUTHORIZED           VALUE 'Y'.
           88  WS-NOT-AUTHORIZED       VALUE 'N'.

       01  DFHCOMMAREA.
           05  CA-ALERT-ID             PIC 9(10).
           05  CA-PAGE-FIRST-ID        PIC 9(10).
           05  CA-PAGE-LAST-ID         PIC 9(10).
           05  CA-SEVERITY             PIC X(01).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - FIRST ENTRY (NO COMMAREA) SENDS THE FIRST PAGE
      * OF OPEN ALERTS; A RETURN TRIP IS PROCESSED BY FUNCTION.
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
      * 1000-SEND-INITIAL-MAP - CLEAR THE SCREEN AND LIST THE OLDEST
      * ALERTS NOT YET CLOSED, EVERY SEVERITY.
      *----------------------------------------------------------------
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO EC01ALR1O
           MOVE ZEROS TO CA-ALERT-ID
           MOVE 1 TO CA-PAGE-FIRST-ID
           MOVE ZEROS TO CA-PAGE-LAST-ID
           MOVE SPACE TO CA-SEVERITY
           MOVE SPACE TO ALRSEVO
           MOVE SPACES TO ALRFUNCO
           MOVE ZEROS TO ALRIDO
           MOVE SPACES TO ALRNOTEO

           PERFORM 2700-BUILD-LIST THRU 2700-EXIT
           MOVE 'KEY AN ALERT ID AND V, A OR C - PF8 FOR MORE'
               TO ALRMSGO

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(EC01ALR1O)
               ERASE
           END-EXEC.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-REQUEST - RECEIVE THE OPERATOR'S INPUT AND ROUTE
      * TO THE PARAGRAPH FOR THE FUNCTION KEYED. ENTER WITH NO
      * FUNCTION JUST REFRESHES THE LIST (AT A NEW SEVERITY, IF ONE
      * WAS KEYED). THE LIST IS REBUILT ON EVERY TRIP SO A CLOSED
      * ALERT DROPS OFF IT.
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
               INTO(EC01ALR1I)
           END-EXEC

           MOVE ALRFUNCI TO WS-FUNC-SW
           IF WS-FUNC-SW EQUAL LOW-VALUES
               MOVE SPACE TO WS-FUNC-SW
           END-IF
           IF ALRIDI EQUAL SPACES OR ALRIDI EQUAL LOW-VALUES
               MOVE ZEROS TO WS-ALERT-KEY
           ELSE
               MOVE ALRIDI TO WS-ALERT-KEY
           END-IF
           IF ALRNOTEI EQUAL LOW-VALUES
               MOVE SPACES TO ALRNOTEI
           END-IF
           PERFORM 2020-TAKE-SEVERITY THRU 2020-EXIT

           EVALUATE TRUE
               WHEN WS-SEVERITY-REFUSED
                   PERFORM 2160-CLEAR-DETAIL THRU 2160-EXIT
                   MOVE 'SEVERITY MUST BE 1, 2, 3 OR BLANK' TO ALRMSGO
               WHEN WS-ALERT-KEY EQUAL ZEROS
                   AND NOT WS-FUNC-REFRESH
                   PERFORM 2160-CLEAR-DETAIL THRU 2160-EXIT
                   MOVE 'AN ALERT ID FROM THE LIST IS REQUIRED'
                       TO ALRMSGO
               WHEN WS-FUNC-REFRESH
                   PERFORM 2160-CLEAR-DETAIL THRU 2160-EXIT
                   MOVE 'LIST REFRESHED' TO ALRMSGO
               WHEN WS-FUNC-VIEW
                   PERFORM 2100-VIEW-ALERT THRU 2100-EXIT
               WHEN WS-FUNC-ACKNOWLEDGE
                   PERFORM 2300-ACKNOWLEDGE-ALERT THRU 2300-EXIT
               WHEN WS-FUNC-CLOSE
                   PERFORM 2400-CLOSE-ALERT THRU 2400-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE V, A OR C' TO ALRMSGO
           END-EVALUATE

           PERFORM 2700-BUILD-LIST THRU 2700-EXIT
           PERFORM 2900-REDISPLAY-MAP THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2020-TAKE-SEVERITY - A NEW SEVERITY FILTER STARTS THE LIST
      * AGAIN FROM THE TOP. A BAD ONE IS REFUSED AND THE LIST STAYS AS
      * IT WAS.
      *----------------------------------------------------------------
       2020-TAKE-SEVERITY.
           SET WS-SEVERITY-OK TO TRUE
           MOVE ALRSEVI TO WS-SEVERITY-IN
           IF WS-SEVERITY-IN EQUAL LOW-VALUES
               MOVE SPACE TO WS-SEVERITY-IN
           END-IF
           IF NOT WS-SEVERITY-GOOD
               SET WS-SEVERITY-REFUSED TO TRUE
               GO TO 2020-EXIT
           END-IF
           IF WS-SEVERITY-IN NOT EQUAL CA-SEVERITY
               MOVE WS-SEVERITY-IN TO CA-SEVERITY
               MOVE 1 TO CA-PAGE-FIRST-ID
           END-IF.
       2020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-CHECK-AUTHORITY - ACKNOWLEDGE AND CLOSE REQUIRE A ROW ON
      * THE OPERAUTH FILE, AT EITHER LEVEL.
      *----------------------------------------------------------------
       2050-CHECK-AUTHORITY.
           SET WS-NOT-AUTHORIZED TO TRUE
           EXEC CICS READ FILE('OPERAUTH')
               INTO(OPERATOR-AUTH-RECORD)
               RIDFLD(WS-OPERATOR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               AND (OA-SUPERVISOR OR OA-OPERATOR)
               SET WS-AUTHORIZED TO TRUE
           ELSE
               MOVE 'NOT AUTHORIZED - AN OPERAUTH ENTRY IS REQUIRED TO '
                   TO ALRMSGO
               MOVE 'ACKNOWLEDGE OR CLOSE' TO ALRMSGO(51:20)
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-VIEW-ALERT - READ THE ALERT AND SHOW IT.
      *----------------------------------------------------------------
       2100-VIEW-ALERT.
           MOVE WS-ALERT-KEY TO WS-AL-RIDFLD
           EXEC CICS READ FILE('ALERTLOG')
               INTO(ALERT-LOG-RECORD)
               RIDFLD(WS-AL-RIDFLD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 2150-SHOW-ALERT THRU 2150-EXIT
               EVALUATE TRUE
                   WHEN AL-OPEN
                       MOVE 'ALERT OPEN - A TO ACKNOWLEDGE, C TO CLOSE'
                           TO ALRMSGO
                   WHEN AL-ACKNOWLEDGED
                       MOVE 'ALERT ACKNOWLEDGED - C TO CLOSE IT ONCE '
                           TO ALRMSGO
                       MOVE 'DEALT WITH' TO ALRMSGO(41:10)
                   WHEN OTHER
                       MOVE 'ALERT CLOSED' TO ALRMSGO
               END-EVALUATE
           ELSE
               PERFORM 2160-CLEAR-DETAIL THRU 2160-EXIT
               MOVE 'ALERT ID NOT FOUND' TO ALRMSGO
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-SHOW-ALERT - FORMAT THE ALERT ROW ONTO THE DETAIL LINES.
      * THE STATUS LINE CARRIES WHO ACKNOWLEDGED IT, OR ONCE CLOSED
      * WHO CLOSED IT; THEIR NOTE GOES TO THE I-SIDE NOTE FIELD,
      * SINCE THE REDISPLAY REBUILDS THE UNPROTECTED FIELDS FROM THEM.
      *----------------------------------------------------------------
       2150-SHOW-ALERT.
           MOVE AL-ALERT-ID TO WS-ALERT-KEY
           MOVE AL-ALERT-ID TO CA-ALERT-ID

           MOVE AL-RUN-ID TO WS-DL-RUN-ID
           MOVE AL-PERSONA-ID TO WS-DL-PERSONA-ID
           MOVE AL-CORREL-ID TO WS-DL-CORREL-ID
           MOVE WS-DETAIL-LINE TO ALRDETO
           MOVE SPACES TO ALRTXTO
           STRING AL-PROGRAM DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  AL-CONDITION DELIMITED BY SPACE
                  ': ' DELIMITED BY SIZE
                  AL-TEXT DELIMITED BY SIZE
               INTO ALRTXTO
           END-STRING

           MOVE AL-RAISED-TIMESTAMP(1:14) TO WS-SL-RAISED-TS
           EVALUATE TRUE
               WHEN AL-OPEN
                   MOVE 'OPEN' TO WS-SL-STATUS
                   MOVE SPACES TO WS-SL-BY-LIT
                   MOVE SPACES TO WS-SL-BY
                   MOVE SPACES TO WS-SL-BY-TS
               WHEN AL-ACKNOWLEDGED
                   MOVE 'ACKNOWLEDGED' TO WS-SL-STATUS
                   MOVE ' ACK ' TO WS-SL-BY-LIT
                   MOVE AL-ACK-BY TO WS-SL-BY
                   MOVE AL-ACK-TIMESTAMP(1:14) TO WS-SL-BY-TS
                   MOVE AL-ACK-NOTE TO ALRNOTEI
               WHEN OTHER
                   MOVE 'CLOSED' TO WS-SL-STATUS
                   MOVE ' CLS ' TO WS-SL-BY-LIT
                   MOVE AL-CLOSE-BY TO WS-SL-BY
                   MOVE AL-CLOSE-TIMESTAMP(1:14) TO WS-SL-BY-TS
                   MOVE AL-CLOSE-NOTE TO ALRNOTEI
           END-EVALUATE
           MOVE WS-STATUS-LINE TO ALRSTATO.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2160-CLEAR-DETAIL - BLANK THE DETAIL LINES WHEN THERE IS NO
      * ALERT TO SHOW.
      *----------------------------------------------------------------
       2160-CLEAR-DETAIL.
           MOVE SPACES TO ALRDETO
           MOVE SPACES TO ALRTXTO
           MOVE SPACES TO ALRSTATO.
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-ACKNOWLEDGE-ALERT - TAKE AN OPEN ALERT: STAMP THE
      * OPERATOR, THE TIME AND THE NOTE. AN ALERT SOMEBODY ELSE HAS
      * ALREADY TAKEN IS LEFT AS IT IS.
      *----------------------------------------------------------------
       2300-ACKNOWLEDGE-ALERT.
           IF ALRNOTEI EQUAL SPACES
               MOVE 'A NOTE IS REQUIRED TO ACKNOWLEDGE - NOTHING DONE'
                   TO ALRMSGO
               GO TO 2300-EXIT
           END-IF
           PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
           IF WS-NOT-AUTHORIZED
               GO TO 2300-EXIT
           END-IF

           PERFORM 2350-READ-FOR-UPDATE THRU 2350-EXIT
           IF WS-UPDATE-FAILED
               GO TO 2300-EXIT
           END-IF
           IF NOT AL-OPEN
               EXEC CICS UNLOCK FILE('ALERTLOG')
                   RESP(WS-RESP)
               END-EXEC
               PERFORM 2150-SHOW-ALERT THRU 2150-EXIT
               MOVE 'ALERT ALREADY ACKNOWLEDGED - NOTHING DONE'
                   TO ALRMSGO
               GO TO 2300-EXIT
           END-IF

           PERFORM 2380-STAMP-ACTION-TIME THRU 2380-EXIT
           SET AL-ACKNOWLEDGED TO TRUE
           MOVE WS-OPERATOR-ID TO AL-ACK-BY
           MOVE WS-ACTION-TIMESTAMP TO AL-ACK-TIMESTAMP
           MOVE ALRNOTEI TO AL-ACK-NOTE
           EXEC CICS REWRITE FILE('ALERTLOG')
               FROM(ALERT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 2150-SHOW-ALERT THRU 2150-EXIT
               MOVE 'ALERT ACKNOWLEDGED' TO ALRMSGO
           ELSE
               MOVE 'ACKNOWLEDGE FAILED - ALERT NOT UPDATED' TO ALRMSGO
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-READ-FOR-UPDATE - SHARED BY ACKNOWLEDGE AND CLOSE: READ
      * THE ALERT UNDER UPDATE, AND REFUSE WHEN IT IS ALREADY CLOSED.
      * WS-UPDATE-FAILED TELLS THE CALLER TO STOP.
      *----------------------------------------------------------------
       2350-READ-FOR-UPDATE.
           SET WS-UPDATE-FAILED TO TRUE
           MOVE WS-ALERT-KEY TO WS-AL-RIDFLD
           EXEC CICS READ FILE('ALERTLOG')
               INTO(ALERT-LOG-RECORD)
               RIDFLD(WS-AL-RIDFLD)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 2160-CLEAR-DETAIL THRU 2160-EXIT
               MOVE 'ALERT ID NOT FOUND - NOTHING DONE' TO ALRMSGO
               GO TO 2350-EXIT
           END-IF

           IF AL-CLOSED
               EXEC CICS UNLOCK FILE('ALERTLOG')
                   RESP(WS-RESP)
               END-EXEC
               PERFORM 2150-SHOW-ALERT THRU 2150-EXIT
               MOVE 'ALERT ALREADY CLOSED - NOTHING DONE' TO ALRMSGO
               GO TO 2350-EXIT
           END-IF

           SET WS-UPDATE-OK TO TRUE.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2380-STAMP-ACTION-TIME
      *----------------------------------------------------------------
       2380-STAMP-ACTION-TIME.
           ACCEPT WS-ACTION-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-ACTION-TIMESTAMP(9:8) FROM TIME.
       2380-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-CLOSE-ALERT - MARK THE ALERT DEALT WITH. ONE NOBODY HAD
      * ACKNOWLEDGED IS ACKNOWLEDGED AND CLOSED IN THE SAME STEP, SO
      * A CLOSED ALERT ALWAYS SAYS WHO TOOK IT.
      *----------------------------------------------------------------
       2400-CLOSE-ALERT.
           IF ALRNOTEI EQUAL SPACES
               MOVE 'A NOTE IS REQUIRED TO CLOSE - NOTHING DONE'
                   TO ALRMSGO
               GO TO 2400-EXIT
           END-IF
           PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
           IF WS-NOT-AUTHORIZED
               GO TO 2400-EXIT
           END-IF

           PERFORM 2350-READ-FOR-UPDATE THRU 2350-EXIT
           IF WS-UPDATE-FAILED
               GO TO 2400-EXIT
           END-IF

           PERFORM 2380-STAMP-ACTION-TIME THRU 2380-EXIT
           IF AL-OPEN
               MOVE WS-OPERATOR-ID TO AL-ACK-BY
               MOVE WS-ACTION-TIMESTAMP TO AL-ACK-TIMESTAMP
               MOVE ALRNOTEI TO AL-ACK-NOTE
           END-IF
           SET AL-CLOSED TO TRUE
           MOVE WS-OPERATOR-ID TO AL-CLOSE-BY
           MOVE WS-ACTION-TIMESTAMP TO AL-CLOSE-TIMESTAMP
           MOVE ALRNOTEI TO AL-CLOSE-NOTE
           EXEC CICS REWRITE FILE('ALERTLOG')
               FROM(ALERT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 2150-SHOW-ALERT THRU 2150-EXIT
               MOVE 'ALERT CLOSED' TO ALRMSGO
           ELSE
               MOVE 'CLOSE FAILED - ALERT NOT UPDATED' TO ALRMSGO
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-BUILD-LIST - FILL THE LIST ROWS WITH THE ALERTS NOT YET
      * CLOSED FROM CA-PAGE-FIRST-ID ON, IN ALERT-ID ORDER - OLDEST
      * FIRST - AT OR ABOVE THE SEVERITY IN CA-SEVERITY (ALL WHEN IT
      * IS BLANK). CLOSED ROWS AND THE CONTROL ROW (KEY ZERO) ARE
      * SKIPPED. CA-PAGE-LAST-ID KEEPS THE LAST ID LISTED FOR PF8.
      *----------------------------------------------------------------
       2700-BUILD-LIST.
           PERFORM 2760-CLEAR-LIST THRU 2760-EXIT
           MOVE ZERO TO WS-LIST-SUB
           IF CA-PAGE-FIRST-ID EQUAL ZEROS
               MOVE 1 TO CA-PAGE-FIRST-ID
           END-IF
           MOVE CA-PAGE-FIRST-ID TO CA-PAGE-LAST-ID
           MOVE CA-PAGE-FIRST-ID TO WS-AL-RIDFLD
           SET WS-BROWSE-NOT-DONE TO TRUE

           EXEC CICS STARTBR FILE('ALERTLOG')
               RIDFLD(WS-AL-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 2750-COLLECT-NEXT-ROW THRU 2750-EXIT
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('ALERTLOG')
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
       2700-EXIT.
           EXIT.

       2750-COLLECT-NEXT-ROW.
           EXEC CICS READNEXT FILE('ALERTLOG')
               INTO(ALERT-LOG-RECORD)
               RIDFLD(WS-AL-RIDFLD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2750-EXIT
           END-IF

           IF AL-ALERT-ID EQUAL ZEROS OR AL-CLOSED
               GO TO 2750-EXIT
           END-IF
           IF CA-SEVERITY NOT EQUAL SPACE
               AND AL-SEVERITY GREATER THAN CA-SEVERITY
               GO TO 2750-EXIT
           END-IF

           ADD 1 TO WS-LIST-SUB
           MOVE AL-ALERT-ID TO WS-LL-ALERT
           EVALUATE TRUE
               WHEN AL-SEV-CRITICAL
                   MOVE 'CRT' TO WS-LL-SEVERITY
               WHEN AL-SEV-HIGH
                   MOVE 'HI' TO WS-LL-SEVERITY
               WHEN AL-SEV-WARNING
                   MOVE 'WRN' TO WS-LL-SEVERITY
               WHEN OTHER
                   MOVE AL-SEVERITY TO WS-LL-SEVERITY
           END-EVALUATE
           IF AL-OPEN
               MOVE 'OPEN' TO WS-LL-STATUS
           ELSE
               MOVE 'ACK' TO WS-LL-STATUS
           END-IF
           MOVE AL-PROGRAM TO WS-LL-PROGRAM
           MOVE AL-CONDITION TO WS-LL-CONDITION
           MOVE AL-RAISED-TIMESTAMP(1:12) TO WS-LL-RAISED
           MOVE AL-TEXT TO WS-LL-TEXT
           MOVE WS-LIST-LINE TO ALLO(WS-LIST-SUB)
           MOVE AL-ALERT-ID TO CA-PAGE-LAST-ID

           IF WS-LIST-SUB NOT LESS THAN WS-ROW-LIMIT
               SET WS-BROWSE-DONE TO TRUE
           END-IF.
       2750-EXIT.
           EXIT.

       2760-CLEAR-LIST.
           PERFORM 2765-CLEAR-ONE-ROW THRU 2765-EXIT
               VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB GREATER THAN WS-ROW-LIMIT.
       2760-EXIT.
           EXIT.

       2765-CLEAR-ONE-ROW.
           MOVE SPACES TO ALLO(WS-LIST-SUB).
       2765-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-REDISPLAY-MAP - SEND THE MAP BACK WITH WHATEVER RESULT
      * MESSAGE THE FUNCTION PARAGRAPH SET, LEAVING THE SEVERITY, THE
      * FUNCTION, THE ALERT ID AND THE NOTE ON SCREEN FOR THE NEXT
      * ACTION.
      *----------------------------------------------------------------
       2900-REDISPLAY-MAP.
           MOVE CA-SEVERITY TO ALRSEVO
           MOVE WS-FUNC-SW TO ALRFUNCO
           MOVE WS-ALERT-KEY TO ALRIDO
           MOVE ALRNOTEI TO ALRNOTEO

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(EC01ALR1O)
               DATAONLY
           END-EXEC.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2950-HANDLE-MAPFAIL - HANDLE CONDITION TARGET FOR MAPFAIL ON
      * THE RECEIVE MAP. REACHED VIA GO TO, SO IT REDISPLAYS THE MAP
      * AND ENDS THE PSEUDO-CONVERSATION ITSELF.
      *----------------------------------------------------------------
       2950-HANDLE-MAPFAIL.
           MOVE CA-ALERT-ID TO WS-ALERT-KEY
           MOVE SPACE TO WS-FUNC-SW
           MOVE SPACES TO ALRNOTEI
           PERFORM 2160-CLEAR-DETAIL THRU 2160-EXIT
           PERFORM 2700-BUILD-LIST THRU 2700-EXIT
           MOVE 'RE-ENTER FUNCTION (V/A/C) AND ALERT ID' TO ALRMSGO

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
           MOVE SPACES TO ALRMSGO
           MOVE 'ALR1 TRANSACTION ENDED' TO ALRMSGO

           EXEC CICS SEND TEXT
               FROM(ALRMSGO)
               LENGTH(LENGTH OF ALRMSGO)
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
      * 2990-END-PAGE-TRIP. THE SEVERITY FILTER IN FORCE IS KEPT. PF8
      * PAST THE LAST OPEN ALERT STAYS ON THE LAST PAGE.
      *----------------------------------------------------------------
       2970-PAGE-TOP.
           MOVE 1 TO CA-PAGE-FIRST-ID
           MOVE 'FIRST PAGE OF OPEN ALERTS' TO ALRMSGO
           GO TO 2990-END-PAGE-TRIP.
       2970-EXIT.
           EXIT.

       2980-PAGE-FORWARD.
           MOVE CA-PAGE-FIRST-ID TO WS-AL-RIDFLD
           COMPUTE CA-PAGE-FIRST-ID = CA-PAGE-LAST-ID + 1
           MOVE 'NEXT PAGE OF OPEN ALERTS' TO ALRMSGO
           PERFORM 2700-BUILD-LIST THRU 2700-EXIT
           IF WS-LIST-SUB EQUAL ZERO
               MOVE WS-AL-RIDFLD TO CA-PAGE-FIRST-ID
               MOVE 'NO MORE OPEN ALERTS - PF7 FOR THE TOP' TO ALRMSGO
           END-IF
           GO TO 2990-END-PAGE-TRIP.
       2980-EXIT.
           EXIT.

       2990-END-PAGE-TRIP.
           MOVE CA-ALERT-ID TO WS-ALERT-KEY
           MOVE SPACE TO WS-FUNC-SW
           MOVE SPACES TO ALRNOTEI
           PERFORM 2160-CLEAR-DETAIL THRU 2160-EXIT
           PERFORM 2700-BUILD-LIST THRU 2700-EXIT

           PERFORM 2900-REDISPLAY-MAP THRU 2900-EXIT

           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       2990-EXIT.
           EXIT.
