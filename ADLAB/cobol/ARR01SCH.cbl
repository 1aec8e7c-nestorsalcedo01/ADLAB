       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01SCH.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01SCH WORKS THE SCHEDULED-ACTION FILE (SCHDACT, SEE
      * EC01SACT) - THE FUTURE-DATED ADDS, UPDATES AND DELETES ARRAY01
      * PARKED INSTEAD OF APPLYING. FUNCTIONS, FROM THE JCL PARM:
      *   (NO PARM) OR LIST       LIST EVERY PENDING ACTION, OLDEST
      *                           EFFECTIVE DATE FIRST.
      *   RELEASE                 THE DAILY STEP, RUN RIGHT AFTER
      *   RELEASE,O               ARR01PDT ADVANCES THE BUSINESS DATE:
      *                           EVERY PENDING ACTION DATED ON OR
      *                           BEFORE THE NEW BUSINESS DATE IS
      *                           PACKED INTO THE BAQBASE-API00Q01
      *                           COMMAREA AND HANDED TO ARRAY01, THE
      *                           SAME VALIDATION, GATES AND MASTER
      *                           WRITE A FRESH FEED GETS - A RELEASED
      *                           ACTION THAT FAILS LANDS ON THIS RUN'S
      *                           PERSREJ FOR ARR01RSB LIKE ANY OTHER.
      *                           EACH CHUNK CARRIES ONE FEED SOURCE,
      *                           SO THE ACTION IS RANKED AND STAMPED
      *                           AS THE FEED THAT SENT IT. ',O' RUNS
      *                           ARRAY01 IN OUTBOX MODE, AS ARR01BAT'S
      *                           'O' DOES. JOINS THE BATCH CYCLE AS
      *                           ARR01SCH - THE DAY'S LOAD WAITS FOR
      *                           IT (SEE EC01CYCT).
      *   CANCEL,USERID           WITHDRAW THE PENDING ACTIONS NAMED ON
      *                           THE SCHCTL CARDS (COLS 1-20 THE
      *                           SCHEDULE KEY AS LISTED, COLS 21-50
      *                           THE REASON). USERID MUST HOLD A
      *                           SUPERVISOR ROW ON OPERAUTH (EC01OAUT);
      *                           EACH CANCEL IS JOURNALED TO AUDTLOG
      *                           AS SCHCANCEL WITH THAT USER ID, THE
      *                           PERSONA IN THE NAME AND DOC COLUMNS,
      *                           THE EFFECTIVE DATE IN THE LOAD-DATE
      *                           COLUMN AND THE FEED SOURCE IN THE
      *                           SOURCE COLUMN.
      * A RELEASE CHUNK TRAVELS UNDER CALLER-BATCH-ID = THE BUSINESS
      * DATE AND ITS OWN CHUNK NUMBER, AND ITS ROWS ARE ONLY MARKED
      * FIRED ONCE ARRAY01 RETURNS - A RERUN AFTER AN ABEND PICKS UP
      * THE CHUNK NUMBERING WHERE THE FIRED ROWS LEFT OFF, SO THE
      * ABENDED CHUNK RESUMES ITS OWN ARRAY01 CHECKPOINT. ARRAY01
      * OPENS AND CLOSES ITS FILES ON EVERY CALL HERE (NO SESSION
      * MODE) BECAUSE IT OPENS SCHDACT ITSELF; THIS PROGRAM CLOSES
      * SCHDACT AROUND EACH CALL. A REFUSED CANCEL CARD ENDS WITH
      * RETURN CODE 4, A REFUSED CANCEL USER WITH 8.
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
           SELECT SCHEDULED-ACTION-FILE ASSIGN TO SCHDACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-IO-KEY
               FILE STATUS IS WS-SCHDACT-STATUS.

           SELECT SCHEDULE-CONTROL-FILE ASSIGN TO SCHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHCTL-STATUS.

           SELECT OPERATOR-AUTH-FILE ASSIGN TO OPERAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-IO-KEY
               FILE STATUS IS WS-OPERAUTH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTLOG-STATUS.

           SELECT SCHEDULE-REPORT-FILE ASSIGN TO SCHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULED-ACTION-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  SCHEDULED-ACTION-IO-RECORD.
           05  SA-IO-KEY               PIC X(20).
           05  SA-IO-DATA              PIC X(280).

       FD  SCHEDULE-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SCHEDULE-CONTROL-CARD.
           05  SC-SCHEDULE-KEY         PIC X(20).
           05  SC-REASON               PIC X(30).
           05  FILLER                  PIC X(30).

       FD  OPERATOR-AUTH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPERATOR-AUTH-IO-RECORD.
           05  OA-IO-KEY               PIC X(08).
           05  OA-IO-DATA              PIC X(72).

       FD  AUDIT-FILE
           RECORD CONTAINS 202 CHARACTERS.
           COPY EC01AUDT.

       FD  SCHEDULE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SCHEDULE-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-SCHDACT-STATUS       PIC X(02).
               88  WS-SCHDACT-OK       VALUE '00'.
           05  WS-SCHCTL-STATUS        PIC X(02).
               88  WS-SCHCTL-OK        VALUE '00'.
           05  WS-OPERAUTH-STATUS      PIC X(02).
               88  WS-OPERAUTH-OK      VALUE '00'.
           05  WS-AUDTLOG-STATUS       PIC X(02).
           05  WS-SCHRPT-STATUS        PIC X(02).
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-CHUNK-FULL-SW        PIC X(01).
               88  WS-CHUNK-FULL       VALUE 'Y'.
               88  WS-CHUNK-NOT-FULL   VALUE 'N'.
           05  WS-FUNC-SW              PIC X(01).
               88  WS-FUNC-LIST        VALUE 'L'.
               88  WS-FUNC-RELEASE     VALUE 'R'.
               88  WS-FUNC-CANCEL      VALUE 'C'.
           05  WS-BUSINESS-DATE        PIC X(08).
           05  WS-CANCEL-USER          PIC X(08).
           05  WS-EVENT                PIC X(10).
      *    THE LAST SCHEDULE KEY THE RELEASE BROWSE CONSUMED - EACH
      *    CHUNK RESTARTS THE BROWSE JUST PAST IT, SINCE SCHDACT IS
      *    CLOSED WHILE ARRAY01 HAS THE CHUNK.
           05  WS-LAST-KEY             PIC X(20).
           05  WS-CHUNK-SOURCE         PIC X(08).
           05  WS-OFFSET               PIC S9(9) COMP-5.
           05  WS-MAX-PERSONAS         PIC S9(04) COMP-5.
           05  WS-KX                   PIC S9(04) COMP-5.
           05  WS-CHUNK-COUNT          PIC 9(03) VALUE 0.
           05  WS-ROWS-LISTED          PIC 9(07) VALUE 0.
           05  WS-ROWS-RELEASED        PIC 9(07) VALUE 0.
           05  WS-CARDS-READ           PIC 9(07) VALUE 0.
           05  WS-ROWS-CANCELLED       PIC 9(07) VALUE 0.
           05  WS-CARDS-REFUSED        PIC 9(07) VALUE 0.

      *----------------------------------------------------------------
      * THE SCHEDULE KEYS PACKED INTO THE CURRENT RELEASE CHUNK, IN
      * SLOT ORDER, SO THEY CAN BE MARKED FIRED ONCE ARRAY01 HAS THE
      * CHUNK. ROOM FOR MORE SLOTS THAN ONE COMMAREA HOLDS.
      *----------------------------------------------------------------
       01  WS-CHUNK-KEY-TABLE.
           05  WS-CHUNK-KEY            PIC X(20) OCCURS 300 TIMES.
       01  WS-CHUNK-KEY-MAX            PIC S9(04) COMP-5 VALUE 300.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(34) VALUE
               'ADLAB SCHEDULED PERSONA ACTIONS -'.
           05  WS-HDG-FUNCTION         PIC X(08).
           05  FILLER                  PIC X(15) VALUE
               'BUSINESS DATE '.
           05  WS-HDG-DATE             PIC X(08).

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'EVENT'.
           05  FILLER                  PIC X(21) VALUE 'SCHEDULE KEY'.
           05  FILLER                  PIC X(07) VALUE 'ACTION'.
           05  FILLER                  PIC X(09) VALUE 'SOURCE'.
           05  FILLER                  PIC X(21) VALUE 'NAME'.
           05  FILLER                  PIC X(21) VALUE 'APELLIDO'.
           05  FILLER                  PIC X(16) VALUE 'DOC NUMBER'.
           05  FILLER                  PIC X(09) VALUE 'PARKED'.
           05  FILLER                  PIC X(08) VALUE 'BY'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-EVENT            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-KEY              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ACTION           PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-SOURCE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-NAME             PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-APELLIDO         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DOC              PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-PARKED           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-BY               PIC X(08).
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'REASON: '.
           05  WS-NTE-REASON           PIC X(30).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-REFUSED-LINE.
           05  FILLER                  PIC X(11) VALUE 'REFUSED'.
           05  WS-RFL-KEY              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RFL-TEXT             PIC X(40).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               'LISTED . . . . . .'.
           05  WS-TOT-LISTED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  RELEASED . . . .'.
           05  WS-TOT-RELEASED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE
               '  CHUNKS . .'.
           05  WS-TOT-CHUNKS           PIC ZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  CANCELLED . . . .'.
           05  WS-TOT-CANCELLED        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  REFUSED . . . . .'.
           05  WS-TOT-REFUSED          PIC ZZZ,ZZ9.

           COPY EC01SACT.
           COPY EC01OAUT.
           COPY EC01API0.
           COPY EC01CPDP.

      *----------------------------------------------------------------
      * BATCH CYCLE CONTROL - THIS JOB'S NAME ON CYCLCTL AND THE GATE
      * OUTCOME FROM ARR01CYC. THE RETURN CODE IS SAVED AROUND THE
      * FINISH CALL - A CALL REPLACES IT WITH THE CALLEE'S. ONLY THE
      * RELEASE TAKES PART IN THE CYCLE; A LISTING OR A CANCEL RUNS
      * WHENEVER IT IS SUBMITTED.
      *----------------------------------------------------------------
       01  WS-CYCLE-AREAS.
           05  WS-CYC-FUNCTION         PIC X(01).
           05  WS-CYC-JOB-NAME         PIC X(08) VALUE 'ARR01SCH'.
           05  WS-CYC-RESULT           PIC X(01).
               88  WS-CYC-CLEARED      VALUE 'Y'.
           05  WS-CYC-SAVE-RC          PIC S9(04) COMP.

       LINKAGE SECTION.
      *----------------------------------------------------------------
      * WS-PARM-AREA - STANDARD JCL EXEC PARM LAYOUT: NOTHING, 'LIST',
      * 'RELEASE', 'RELEASE,O' OR 'CANCEL,USERID'.
      *----------------------------------------------------------------
       01  WS-PARM-AREA.
           05  WS-PARM-LENGTH          PIC S9(4) COMP.
           05  WS-PARM-TEXT            PIC X(24).

       PROCEDURE DIVISION USING WS-PARM-AREA.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FUNC-RELEASE
               PERFORM 1500-CHECK-CYCLE-GATE THRU 1500-EXIT
           END-IF
           PERFORM 1600-OPEN-FILES THRU 1600-EXIT
           EVALUATE TRUE
               WHEN WS-FUNC-RELEASE
                   PERFORM 3000-RELEASE-DUE-ACTIONS THRU 3000-EXIT
               WHEN WS-FUNC-CANCEL
                   PERFORM 4000-CANCEL-ACTIONS THRU 4000-EXIT
               WHEN OTHER
                   PERFORM 2000-LIST-PENDING THRU 2000-EXIT
           END-EVALUATE
           PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-FUNC-RELEASE
               PERFORM 9500-MARK-CYCLE-END THRU 9500-EXIT
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - DECODE THE PARM AND TAKE THE BUSINESS DATE.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'ARR01PDQ' USING WS-BUSINESS-DATE
           MOVE ZERO TO RETURN-CODE

           SET WS-FUNC-LIST TO TRUE
           MOVE SPACES TO WS-CANCEL-USER
           SET OUTBOX-MODE-OFF TO TRUE
           IF WS-PARM-LENGTH GREATER THAN ZERO
               EVALUATE TRUE
                   WHEN WS-PARM-TEXT(1:4) EQUAL 'LIST'
                       CONTINUE
                   WHEN WS-PARM-TEXT(1:7) EQUAL 'RELEASE'
                       SET WS-FUNC-RELEASE TO TRUE
                       IF WS-PARM-TEXT(8:2) EQUAL ',O'
                           SET OUTBOX-MODE-ON TO TRUE
                       END-IF
                   WHEN WS-PARM-TEXT(1:7) EQUAL 'CANCEL,'
                       SET WS-FUNC-CANCEL TO TRUE
                       MOVE WS-PARM-TEXT(8:8) TO WS-CANCEL-USER
                   WHEN OTHER
                       DISPLAY 'ARR01SCH - PARM NOT RECOGNIZED - '
                           'LISTING PENDING ACTIONS'
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNC-RELEASE
                   MOVE 'RELEASE' TO WS-HDG-FUNCTION
               WHEN WS-FUNC-CANCEL
                   MOVE 'CANCEL' TO WS-HDG-FUNCTION
               WHEN OTHER
                   MOVE 'LIST' TO WS-HDG-FUNCTION
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-CHECK-CYCLE-GATE - BEFORE ANYTHING IS OPENED, MARK THE
      * RELEASE STARTED ON THE CYCLE CONTROL FILE. IF A PREDECESSOR
      * HAS NOT ENDED FOR THIS BUSINESS DATE, ARR01CYC HAS ALREADY
      * NAMED IT - STOP WITH RETURN CODE 12 AND NOTHING TOUCHED.
      *----------------------------------------------------------------
       1500-CHECK-CYCLE-GATE.
           MOVE 'S' TO WS-CYC-FUNCTION
           CALL 'ARR01CYC' USING WS-CYC-FUNCTION WS-CYC-JOB-NAME
               WS-CYC-RESULT
           IF NOT WS-CYC-CLEARED
               DISPLAY 'ARR01SCH - NOT STARTED - A CYCLE PREDECESSOR '
                   'HAS NOT ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO RETURN-CODE.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1600-OPEN-FILES - OPEN THE SCHEDULED-ACTION FILE, CREATING IT
      * ON FIRST USE (AN EMPTY FILE SIMPLY HAS NOTHING DUE), AND THE
      * REPORT.
      *----------------------------------------------------------------
       1600-OPEN-FILES.
           OPEN I-O SCHEDULED-ACTION-FILE
           IF NOT WS-SCHDACT-OK
               OPEN OUTPUT SCHEDULED-ACTION-FILE
               CLOSE SCHEDULED-ACTION-FILE
               OPEN I-O SCHEDULED-ACTION-FILE
           END-IF
           IF NOT WS-SCHDACT-OK
               DISPLAY 'ARR01SCH - SCHDACT OPEN FAILED - STATUS '
                   WS-SCHDACT-STATUS
               MOVE 8 TO RETURN-CODE
               IF WS-FUNC-RELEASE
                   PERFORM 9500-MARK-CYCLE-END THRU 9500-EXIT
               END-IF
               STOP RUN
           END-IF

           OPEN OUTPUT SCHEDULE-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-HDG-DATE
           WRITE SCHEDULE-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE SCHEDULE-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE SCHEDULE-REPORT-LINE FROM SPACES.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LIST-PENDING - ONE PASS OF THE FILE IN KEY ORDER (OLDEST
      * EFFECTIVE DATE FIRST), PRINTING EVERY ROW STILL PENDING. THE
      * SCHEDULE KEY COLUMN IS WHAT A CANCEL CARD QUOTES.
      *----------------------------------------------------------------
       2000-LIST-PENDING.
           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO SA-IO-KEY
           START SCHEDULED-ACTION-FILE KEY IS GREATER THAN SA-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 2100-LIST-ONE-ROW THRU 2100-EXIT
               UNTIL WS-EOF.
       2000-EXIT.
           EXIT.

       2100-LIST-ONE-ROW.
           READ SCHEDULED-ACTION-FILE NEXT RECORD
               INTO SCHEDULED-ACTION-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ

           IF NOT SA-PENDING
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ROWS-LISTED
           MOVE 'PENDING' TO WS-EVENT
           PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-RELEASE-DUE-ACTIONS - HAND EVERY PENDING ACTION DATED ON
      * OR BEFORE THE BUSINESS DATE TO ARRAY01, ONE COMMAREA CHUNK AT
      * A TIME, IN KEY ORDER - DATE, THEN THE ORDER THE ACTIONS WERE
      * DELIVERED IN. AN ACTION DATED EARLIER THAN TODAY (A RELEASE
      * DAY THAT WAS MISSED) GOES THROUGH FIRST. THE CHUNK NUMBER
      * CONTINUES FROM THE HIGHEST CHUNK ALREADY FIRED TODAY, SO A
      * RERUN AFTER AN ABEND HANDS THE UNFINISHED CHUNK BACK TO
      * ARRAY01 UNDER THE SAME BATCH ID AND CHUNK NUMBER AND IT
      * RESUMES PAST ITS LAST CHECKPOINT.
      *----------------------------------------------------------------
       3000-RELEASE-DUE-ACTIONS.
           MOVE ZERO TO ITEM
           MOVE ZERO TO CPDP-TOTAL-COUNT
           MOVE WS-BUSINESS-DATE TO CALLER-BATCH-ID
           MOVE 'N' TO SESSION-MODE-SW
           MOVE 'N' TO SESSION-FINAL-SW

           COMPUTE WS-MAX-PERSONAS =
               LENGTH OF PERSONAS-DATAAREA / LENGTH OF API00Q01-PERSONAS
           IF WS-MAX-PERSONAS GREATER THAN WS-CHUNK-KEY-MAX
               MOVE WS-CHUNK-KEY-MAX TO WS-MAX-PERSONAS
           END-IF

           PERFORM 3050-FIND-LAST-CHUNK THRU 3050-EXIT
           IF WS-CHUNK-COUNT GREATER THAN ZERO
               DISPLAY 'ARR01SCH - ' WS-CHUNK-COUNT ' CHUNK(S) ALREADY '
                   'RELEASED FOR ' WS-BUSINESS-DATE ' - CONTINUING'
           END-IF

           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO WS-LAST-KEY
           PERFORM 3100-RELEASE-ONE-CHUNK THRU 3100-EXIT
               UNTIL WS-EOF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3050-FIND-LAST-CHUNK - THE HIGHEST RELEASE CHUNK ALREADY FIRED
      * FOR THIS BUSINESS DATE. EVERY SUCH ROW IS DATED ON OR BEFORE
      * THE BUSINESS DATE, SO THE SCAN STOPS THERE.
      *----------------------------------------------------------------
       3050-FIND-LAST-CHUNK.
           MOVE ZEROS TO WS-CHUNK-COUNT
           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO SA-IO-KEY
           START SCHEDULED-ACTION-FILE KEY IS GREATER THAN SA-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 3060-SCAN-ONE-ROW THRU 3060-EXIT
               UNTIL WS-EOF.
       3050-EXIT.
           EXIT.

       3060-SCAN-ONE-ROW.
           READ SCHEDULED-ACTION-FILE NEXT RECORD
               INTO SCHEDULED-ACTION-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3060-EXIT
           END-READ
           IF SA-EFFECTIVE-DATE GREATER THAN WS-BUSINESS-DATE
               SET WS-EOF TO TRUE
               GO TO 3060-EXIT
           END-IF

           IF SA-FIRED
               AND SA-RELEASE-DATE EQUAL WS-BUSINESS-DATE
               AND SA-RELEASE-CHUNK GREATER THAN WS-CHUNK-COUNT
               MOVE SA-RELEASE-CHUNK TO WS-CHUNK-COUNT
           END-IF.
       3060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-RELEASE-ONE-CHUNK - PACK DUE ACTIONS FROM JUST PAST THE
      * LAST KEY CONSUMED UNTIL THE COMMAREA IS FULL, THE FEED SOURCE
      * CHANGES OR NOTHING MORE IS DUE, THEN CLOSE SCHDACT, CALL
      * ARRAY01 AND REOPEN IT TO MARK THE CHUNK'S ROWS FIRED.
      *----------------------------------------------------------------
       3100-RELEASE-ONE-CHUNK.
           MOVE ZERO TO PERSONAS-NUM
           MOVE SPACES TO PERSONAS-DATAAREA
           MOVE SPACES TO WS-CHUNK-SOURCE
           SET WS-CHUNK-NOT-FULL TO TRUE

           MOVE WS-LAST-KEY TO SA-IO-KEY
           START SCHEDULED-ACTION-FILE KEY IS GREATER THAN SA-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-START
           PERFORM 3200-TAKE-ONE-ROW THRU 3200-EXIT
               UNTIL WS-EOF OR WS-CHUNK-FULL

           IF PERSONAS-NUM EQUAL ZERO
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-CHUNK-COUNT
           MOVE WS-CHUNK-COUNT TO CALLER-CHUNK-NUMBER
           MOVE WS-CHUNK-SOURCE TO CALLER-FEED-SOURCE
           DISPLAY 'ARR01SCH CHUNK ' WS-CHUNK-COUNT ' SOURCE '
               WS-CHUNK-SOURCE ' PACKED ' PERSONAS-NUM

           CLOSE SCHEDULED-ACTION-FILE
           CALL 'ARRAY01' USING BAQBASE-API00Q01 EC01CPDP
           OPEN I-O SCHEDULED-ACTION-FILE
           IF NOT WS-SCHDACT-OK
               DISPLAY 'ARR01SCH - SCHDACT REOPEN FAILED - STATUS '
                   WS-SCHDACT-STATUS ' - CHUNK ' WS-CHUNK-COUNT
                   ' NOT MARKED FIRED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-MARK-CYCLE-END THRU 9500-EXIT
               STOP RUN
           END-IF

           PERFORM 3300-MARK-ONE-FIRED THRU 3300-EXIT
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX GREATER THAN PERSONAS-NUM.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-TAKE-ONE-ROW - THE NEXT ROW IN KEY ORDER. A ROW DATED
      * AFTER THE BUSINESS DATE ENDS THE RELEASE; A FIRED OR CANCELLED
      * ROW IS STEPPED OVER. A PENDING ROW FROM A DIFFERENT FEED
      * SOURCE CLOSES THE CHUNK WITHOUT BEING CONSUMED - THE NEXT
      * CHUNK STARTS WITH IT.
      *----------------------------------------------------------------
       3200-TAKE-ONE-ROW.
           READ SCHEDULED-ACTION-FILE NEXT RECORD
               INTO SCHEDULED-ACTION-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ
           IF SA-EFFECTIVE-DATE GREATER THAN WS-BUSINESS-DATE
               SET WS-EOF TO TRUE
               GO TO 3200-EXIT
           END-IF

           IF NOT SA-PENDING
               MOVE SA-KEY TO WS-LAST-KEY
               GO TO 3200-EXIT
           END-IF

           IF PERSONAS-NUM GREATER THAN ZERO
               AND SA-FEED-SOURCE NOT EQUAL WS-CHUNK-SOURCE
               SET WS-CHUNK-FULL TO TRUE
               GO TO 3200-EXIT
           END-IF

           ADD 1 TO PERSONAS-NUM
           MOVE SA-FEED-SOURCE TO WS-CHUNK-SOURCE
           COMPUTE WS-OFFSET =
               (PERSONAS-NUM - 1) * LENGTH OF API00Q01-PERSONAS
           MOVE SA-PERSONA-DATA(1:LENGTH OF API00Q01-PERSONAS) TO
               PERSONAS-DATAAREA(WS-OFFSET + 1:
                   LENGTH OF API00Q01-PERSONAS)
           MOVE SA-KEY TO WS-CHUNK-KEY(PERSONAS-NUM)
           MOVE SA-KEY TO WS-LAST-KEY

           IF PERSONAS-NUM EQUAL WS-MAX-PERSONAS
               SET WS-CHUNK-FULL TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-MARK-ONE-FIRED - ARRAY01 HAS THE ACTION NOW; WHAT IT MADE
      * OF IT IS ON ITS OWN FILES. RECORD WHEN AND IN WHICH CHUNK IT
      * WENT, AND LIST IT.
      *----------------------------------------------------------------
       3300-MARK-ONE-FIRED.
           MOVE WS-CHUNK-KEY(WS-KX) TO SA-IO-KEY
           READ SCHEDULED-ACTION-FILE INTO SCHEDULED-ACTION-RECORD
           IF NOT WS-SCHDACT-OK
               DISPLAY 'ARR01SCH - SCHEDULE ROW ' WS-CHUNK-KEY(WS-KX)
                   ' NOT FOUND TO MARK FIRED - STATUS '
                   WS-SCHDACT-STATUS
               MOVE 4 TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF

           SET SA-FIRED TO TRUE
           MOVE WS-BUSINESS-DATE TO SA-RELEASE-DATE
           MOVE WS-CHUNK-COUNT TO SA-RELEASE-CHUNK
           MOVE 'ARR01SCH' TO SA-DECIDED-BY
           MOVE SPACES TO SA-DECIDED-TIMESTAMP
           ACCEPT SA-DECIDED-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT SA-DECIDED-TIMESTAMP(9:8) FROM TIME
           MOVE SCHEDULED-ACTION-RECORD TO SCHEDULED-ACTION-IO-RECORD
           REWRITE SCHEDULED-ACTION-IO-RECORD

           ADD 1 TO WS-ROWS-RELEASED
           MOVE 'RELEASED' TO WS-EVENT
           PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CANCEL-ACTIONS - THE SUPERVISED WITHDRAWAL. THE USER
      * NAMED IN THE PARM MUST BE A SUPERVISOR ON OPERAUTH; NO ROW, NO
      * FILE OR OPERATOR LEVEL MEANS NOTHING IS CANCELLED - AUTHORITY
      * IS GRANTED, NEVER ASSUMED.
      *----------------------------------------------------------------
       4000-CANCEL-ACTIONS.
           IF WS-CANCEL-USER EQUAL SPACES
               DISPLAY 'ARR01SCH - CANCEL NEEDS A USER ID - NOTHING '
                   'CANCELLED'
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF

           OPEN INPUT OPERATOR-AUTH-FILE
           IF NOT WS-OPERAUTH-OK
               DISPLAY 'ARR01SCH - OPERAUTH NOT AVAILABLE - CANCEL '
                   'REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE WS-CANCEL-USER TO OA-IO-KEY
           READ OPERATOR-AUTH-FILE INTO OPERATOR-AUTH-RECORD
           IF NOT WS-OPERAUTH-OK OR NOT OA-SUPERVISOR
               CLOSE OPERATOR-AUTH-FILE
               DISPLAY 'ARR01SCH - ' WS-CANCEL-USER ' IS NOT A '
                   'SUPERVISOR - CANCEL REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           CLOSE OPERATOR-AUTH-FILE

           OPEN INPUT SCHEDULE-CONTROL-FILE
           IF NOT WS-SCHCTL-OK
               DISPLAY 'ARR01SCH - SCHCTL NOT AVAILABLE - NOTHING '
                   'CANCELLED'
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDTLOG-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF

           SET WS-NOT-EOF TO TRUE
           PERFORM 4100-CANCEL-ONE-CARD THRU 4100-EXIT
               UNTIL WS-EOF

           CLOSE SCHEDULE-CONTROL-FILE
           CLOSE AUDIT-FILE
           IF WS-CARDS-REFUSED GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-CANCEL-ONE-CARD - ONLY A PENDING ROW CAN BE CANCELLED; A
      * ROW THAT HAS ALREADY FIRED IS PAST WITHDRAWING AND NEEDS AN
      * ORDINARY CORRECTION INSTEAD. BLANK CARDS ARE SKIPPED.
      *----------------------------------------------------------------
       4100-CANCEL-ONE-CARD.
           READ SCHEDULE-CONTROL-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF SC-SCHEDULE-KEY EQUAL SPACES
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-CARDS-READ

           MOVE SC-SCHEDULE-KEY TO SA-IO-KEY
           READ SCHEDULED-ACTION-FILE INTO SCHEDULED-ACTION-RECORD
           IF NOT WS-SCHDACT-OK
               MOVE 'NO SCHEDULED ACTION UNDER THIS KEY'
                   TO WS-RFL-TEXT
               GO TO 4100-REFUSED
           END-IF
           IF NOT SA-PENDING
               MOVE 'NOT PENDING - ALREADY FIRED OR CANCELLED'
                   TO WS-RFL-TEXT
               GO TO 4100-REFUSED
           END-IF

           SET SA-CANCELLED TO TRUE
           MOVE WS-CANCEL-USER TO SA-DECIDED-BY
           MOVE SPACES TO SA-DECIDED-TIMESTAMP
           ACCEPT SA-DECIDED-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT SA-DECIDED-TIMESTAMP(9:8) FROM TIME
           MOVE SC-REASON TO SA-CANCEL-REASON
           MOVE SCHEDULED-ACTION-RECORD TO SCHEDULED-ACTION-IO-RECORD
           REWRITE SCHEDULED-ACTION-IO-RECORD
           IF NOT WS-SCHDACT-OK
               MOVE 'SCHDACT REWRITE FAILED' TO WS-RFL-TEXT
               GO TO 4100-REFUSED
           END-IF

           ADD 1 TO WS-ROWS-CANCELLED
           PERFORM 4200-WRITE-AUDIT-RECORD THRU 4200-EXIT
           MOVE 'CANCELLED' TO WS-EVENT
           PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
           MOVE SA-CANCEL-REASON TO WS-NTE-REASON
           WRITE SCHEDULE-REPORT-LINE FROM WS-NOTE-LINE
           GO TO 4100-EXIT.
       4100-REFUSED.
           ADD 1 TO WS-CARDS-REFUSED
           MOVE SC-SCHEDULE-KEY TO WS-RFL-KEY
           WRITE SCHEDULE-REPORT-LINE FROM WS-REFUSED-LINE
           DISPLAY 'ARR01SCH - CANCEL OF ' SC-SCHEDULE-KEY
               ' REFUSED - ' WS-RFL-TEXT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-WRITE-AUDIT-RECORD - JOURNAL THE CANCEL. THE JOURNAL IS
      * PERSONA-SHAPED: THE PERSONA THE ACTION WOULD HAVE TOUCHED IN
      * THE NAME AND DOC COLUMNS, THE EFFECTIVE DATE IN THE LOAD-DATE
      * COLUMN AND THE ROW'S OLD AND NEW STATUS IN THE STATUS COLUMNS,
      * THE WAY ARR01CYR CARRIES A FORCED STEP.
      *----------------------------------------------------------------
       4200-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           ACCEPT AU-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT AU-TIMESTAMP(9:8) FROM TIME
           MOVE 'ARR01SCH' TO AU-PROGRAM
           MOVE 'SCHCANCEL' TO AU-FUNCTION
           MOVE ZEROS TO AU-INDEX
           MOVE SA-NAME TO AU-BEFORE-NAME
           MOVE SA-APELLIDO TO AU-BEFORE-APELLIDO
           MOVE SA-NAME TO AU-AFTER-NAME
           MOVE SA-APELLIDO TO AU-AFTER-APELLIDO
           MOVE ZEROS TO AU-MQ-COMP-CODE
           MOVE ZEROS TO AU-MQ-REASON-CODE
           MOVE SA-EFFECTIVE-DATE TO AU-AFTER-LOAD-DATE
           MOVE SA-FEED-SOURCE TO AU-AFTER-SOURCE
           MOVE 'P' TO AU-BEFORE-STATUS
           MOVE SA-STATUS-SW TO AU-AFTER-STATUS
           MOVE SA-DOC-NUMBER TO AU-BEFORE-DOC
           MOVE SA-DOC-NUMBER TO AU-AFTER-DOC
           MOVE WS-CANCEL-USER TO AU-USER-ID
           WRITE AUDIT-RECORD.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-DETAIL - THE ROW'S LINE UNDER THE EVENT IN WS-EVENT.
      * THE BY COLUMN IS WHOEVER LAST DECIDED THE ROW.
      *----------------------------------------------------------------
       5000-WRITE-DETAIL.
           MOVE WS-EVENT TO WS-DTL-EVENT
           MOVE SA-KEY TO WS-DTL-KEY
           EVALUATE TRUE
               WHEN SA-ACTION-UPDATE
                   MOVE 'UPDATE' TO WS-DTL-ACTION
               WHEN SA-ACTION-DELETE
                   MOVE 'DELETE' TO WS-DTL-ACTION
               WHEN OTHER
                   MOVE 'ADD' TO WS-DTL-ACTION
           END-EVALUATE
           MOVE SA-FEED-SOURCE TO WS-DTL-SOURCE
           MOVE SA-NAME TO WS-DTL-NAME
           MOVE SA-APELLIDO TO WS-DTL-APELLIDO
           MOVE SA-DOC-NUMBER TO WS-DTL-DOC
           MOVE SA-PARKED-DATE TO WS-DTL-PARKED
           MOVE SA-DECIDED-BY TO WS-DTL-BY
           WRITE SCHEDULE-REPORT-LINE FROM WS-DETAIL-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS - WHAT THIS RUN DID; ARRAY01 REPORTS
      * ITS OWN PROCESSED/REJECTED/HELD TOTALS FOR EACH CHUNK.
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           MOVE WS-ROWS-LISTED TO WS-TOT-LISTED
           MOVE WS-ROWS-RELEASED TO WS-TOT-RELEASED
           MOVE WS-CHUNK-COUNT TO WS-TOT-CHUNKS
           MOVE WS-ROWS-CANCELLED TO WS-TOT-CANCELLED
           MOVE WS-CARDS-REFUSED TO WS-TOT-REFUSED
           WRITE SCHEDULE-REPORT-LINE FROM SPACES
           WRITE SCHEDULE-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY WS-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE SCHEDULED-ACTION-FILE
           CLOSE SCHEDULE-REPORT-FILE.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-MARK-CYCLE-END - RECORD THE RELEASE'S OUTCOME ON THE
      * CYCLE CONTROL FILE: RETURN CODE 8 OR MORE IS A FAILURE.
      *----------------------------------------------------------------
       9500-MARK-CYCLE-END.
           MOVE RETURN-CODE TO WS-CYC-SAVE-RC
           IF WS-CYC-SAVE-RC GREATER THAN OR EQUAL 8
               MOVE 'F' TO WS-CYC-FUNCTION
           ELSE
               MOVE 'E' TO WS-CYC-FUNCTION
           END-IF
           CALL 'ARR01CYC' USING WS-CYC-FUNCTION WS-CYC-JOB-NAME
               WS-CYC-RESULT
           MOVE WS-CYC-SAVE-RC TO RETURN-CODE.
       9500-EXIT.
           EXIT.
