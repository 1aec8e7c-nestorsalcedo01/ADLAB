       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01EMB.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01EMB BUILDS THE CARD-EMBOSSING VENDOR'S ORDER FILE
      * (EMBORD, SEE EC01EMBO) FROM THE DAY'S RECEIVED-PERSONA LANDING
      * (RCVPIN, THE ARR01CNS RECEIVED GENERATION, SEE EC01RCVP) - THE
      * FILE THE EMBOSSING AREA USED TO RE-KEY BY HAND EVERY MORNING.
      * FOR EACH LANDED ROW:
      *   - PERSDEL AND PERSMRG ROWS ARE DROPPED: THE PERSONA HAS GONE
      *     INACTIVE (SOFT-DELETED OR MERGED AWAY) AND GETS NO CARD.
      *     A PERSONA ROW (BLANK TYPE INCLUDED) ORDERS A NEW CARD; A
      *     PERSCHG ROW ORDERS A REISSUE WITH THE CORRECTED DETAILS.
      *     PERSSNAP ROWS (AN ARR01SNP INITIAL-LOAD SNAPSHOT) ARE
      *     DROPPED TOO - THEY REBUILD THE AREA'S COPY OF PERSONAS
      *     WHOSE CARDS WERE ORDERED LONG AGO.
      *   - THE CARD GOES TO THE MAILING (MA) ADDRESS THE ENVELOPE
      *     CARRIED. A ROW LANDED WITHOUT ONE (AN OLDER ENVELOPE, OR A
      *     PERSONA WHOSE MAILING ROW CAME LATER) LOOKS UP THE MA ROW
      *     ON PERSADDR BY PERSONA ID, THEN FALLS BACK TO THE HOME
      *     (HO) ROW. AN ADDRESS IS USABLE ONLY WITH A FIRST LINE, A
      *     CITY AND A POSTAL CODE.
      *   - THE EMBOSSING LINE IS NAME AND APELLIDO WITH ONE SPACE
      *     BETWEEN; IT MUST FIT THE CARD'S 26 POSITIONS.
      * A ROW WITH NO USABLE ADDRESS OR A NAME TOO LONG TO EMBOSS IS
      * PRINTED ON THE EXCEPTION LISTING (EMBEXC) INSTEAD, WITH ITS
      * CORRELATION ID, AND THE RUN ENDS WITH RETURN CODE 4. THE ORDER
      * FILE OPENS WITH A HEADER AND CLOSES WITH A TRAILER CARRYING
      * THE COUNTS AND HASH TOTALS THE VENDOR PROVES IT WITH. EVERY
      * DETAIL CARRIES RP-CORREL-ID SO A RETURNED CARD TRACES BACK
      * THROUGH ARR01TRC. A MISSING PERSADDR DD ONLY LOSES THE
      * LOOKUP, WITH A WARNING. JOINS THE BATCH CYCLE AS ARR01EMB -
      * IT WAITS FOR THE DAY'S ARR01CNS LANDING (SEE EC01CYCT).
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  THE LANDING WIDENED TO 236 BYTES FOR THE
      *                   APPENDED RP-HOUSEHOLD-ID (SEE EC01RCVP). IT
      *                   RIDES ON EACH DETAIL AS EO-DTL-HOUSEHOLD-ID
      *                   SO THE VENDOR CAN GROUP A HOUSEHOLD'S CARDS
      *                   INTO ONE MAILING - ORDER LAYOUT VERSION 0002.
      *  2026-10-15  RSM  DROP PERSSNAP ROWS - A SNAPSHOT REPUBLISH
      *                   ORDERS NO CARDS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVED-PERSONA-FILE ASSIGN TO RCVPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVPIN-STATUS.

           SELECT PERSONA-ADDRESS-FILE ASSIGN TO PERSADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-IO-KEY
               FILE STATUS IS WS-PERSADDR-STATUS.

           SELECT EMBOSS-ORDER-FILE ASSIGN TO EMBORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMBORD-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO EMBEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMBEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVED-PERSONA-FILE
           RECORD CONTAINS 236 CHARACTERS.
           COPY EC01RCVP.

       FD  PERSONA-ADDRESS-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  PERSONA-ADDRESS-IO-RECORD.
           05  ADR-IO-KEY              PIC X(12).
           05  ADR-IO-DATA             PIC X(108).

       FD  EMBOSS-ORDER-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EC01EMBO.

       FD  EXCEPTION-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPTION-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-RCVPIN-STATUS        PIC X(02).
               88  WS-RCVPIN-OK        VALUE '00'.
           05  WS-PERSADDR-STATUS      PIC X(02).
               88  WS-PERSADDR-OK      VALUE '00'.
           05  WS-EMBORD-STATUS        PIC X(02).
           05  WS-EMBEXC-STATUS        PIC X(02).
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
      *    THE ADDRESS LOOKUP DEGRADES LIKE ARRAYMQ'S - A MISSING
      *    PERSADDR DD LEAVES ONLY THE ADDRESS THE ENVELOPE CARRIED.
           05  WS-ADDR-SW              PIC X(01) VALUE 'N'.
               88  WS-ADDR-ON          VALUE 'Y'.
               88  WS-ADDR-OFF         VALUE 'N'.
           05  WS-ADDR-FOUND-SW        PIC X(01).
               88  WS-ADDR-FOUND       VALUE 'Y'.
               88  WS-ADDR-NOT-FOUND   VALUE 'N'.
           05  WS-BUSINESS-DATE        PIC X(08).
           05  WS-SUB                  PIC S9(04) COMP-5.
           05  WS-NAME-LEN             PIC S9(04) COMP-5.
           05  WS-APEL-LEN             PIC S9(04) COMP-5.
           05  WS-LINE-LEN             PIC S9(04) COMP-5.
           05  WS-EXC-REASON           PIC X(40).
           05  WS-ROWS-READ            PIC 9(07) VALUE 0.
           05  WS-ROWS-DROPPED         PIC 9(07) VALUE 0.
           05  WS-CARDS-ORDERED        PIC 9(07) VALUE 0.
           05  WS-HOME-FALLBACKS       PIC 9(07) VALUE 0.
           05  WS-EXCEPTIONS           PIC 9(07) VALUE 0.
           05  WS-HASH-PERSONA         PIC 9(15) VALUE 0.
           05  WS-HASH-LENGTH          PIC 9(09) VALUE 0.

      *----------------------------------------------------------------
      * THE ADDRESS CHOSEN FOR THE CARD AND THE ROW TYPE IT CAME FROM.
      *----------------------------------------------------------------
       01  WS-CARD-ADDRESS.
           05  WS-CA-TYPE              PIC X(02).
           05  WS-CA-LINE-1            PIC X(30).
           05  WS-CA-LINE-2            PIC X(30).
           05  WS-CA-CITY              PIC X(20).
           05  WS-CA-POSTAL            PIC X(10).

       01  WS-EMBOSS-LINE              PIC X(26).

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(51) VALUE
               'ADLAB CARD-EMBOSSING EXCEPTIONS - BUSINESS DATE'.
           05  WS-HDG-DATE             PIC X(08).

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(25) VALUE 'CORREL ID'.
           05  FILLER                  PIC X(11) VALUE 'PERSONA'.
           05  FILLER                  PIC X(09) VALUE 'TYPE'.
           05  FILLER                  PIC X(21) VALUE 'NAME'.
           05  FILLER                  PIC X(21) VALUE 'APELLIDO'.
           05  FILLER                  PIC X(06) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CORREL-ID        PIC X(24).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-PERSONA          PIC 9(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-TYPE             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-NAME             PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-APELLIDO         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-REASON           PIC X(40).
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               'LANDED ROWS . . . .'.
           05  WS-TOT-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  CARDS ORDERED . .'.
           05  WS-TOT-ORDERED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  HOME ADDRESS . .'.
           05  WS-TOT-HOME             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  DROPPED . . . . .'.
           05  WS-TOT-DROPPED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  EXCEPTIONS . . .'.
           05  WS-TOT-EXCEPTIONS       PIC ZZZ,ZZ9.

           COPY EC01PADR.

      *----------------------------------------------------------------
      * BATCH CYCLE CONTROL - THIS JOB'S NAME ON CYCLCTL AND THE GATE
      * OUTCOME FROM ARR01CYC. THE RETURN CODE IS SAVED AROUND THE
      * FINISH CALL - A CALL REPLACES IT WITH THE CALLEE'S.
      *----------------------------------------------------------------
       01  WS-CYCLE-AREAS.
           05  WS-CYC-FUNCTION         PIC X(01).
           05  WS-CYC-JOB-NAME         PIC X(08) VALUE 'ARR01EMB'.
           05  WS-CYC-RESULT           PIC X(01).
               88  WS-CYC-CLEARED      VALUE 'Y'.
           05  WS-CYC-SAVE-RC          PIC S9(04) COMP.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 0500-CHECK-CYCLE-GATE THRU 0500-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SET WS-NOT-EOF TO TRUE
           PERFORM 2000-PROCESS-ONE-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT
           PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           PERFORM 9500-MARK-CYCLE-END THRU 9500-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-CHECK-CYCLE-GATE - BEFORE ANYTHING IS OPENED, MARK THE RUN
      * STARTED ON THE CYCLE CONTROL FILE. IF A PREDECESSOR HAS NOT
      * ENDED FOR THIS BUSINESS DATE, ARR01CYC HAS ALREADY NAMED IT -
      * STOP WITH RETURN CODE 12 AND NOTHING TOUCHED.
      *----------------------------------------------------------------
       0500-CHECK-CYCLE-GATE.
           MOVE 'S' TO WS-CYC-FUNCTION
           CALL 'ARR01CYC' USING WS-CYC-FUNCTION WS-CYC-JOB-NAME
               WS-CYC-RESULT
           IF NOT WS-CYC-CLEARED
               DISPLAY 'ARR01EMB - NOT STARTED - A CYCLE PREDECESSOR '
                   'HAS NOT ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO RETURN-CODE.
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE LANDING, THE ORDER FILE AND THE
      * EXCEPTION LISTING, AND WRITE THE ORDER FILE HEADER. NO LANDING
      * MEANS NO ORDERS - THE RUN FAILS RATHER THAN SEND THE VENDOR AN
      * EMPTY FILE THAT LOOKS LIKE A QUIET DAY.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'ARR01PDQ' USING WS-BUSINESS-DATE
           MOVE ZERO TO RETURN-CODE

           OPEN INPUT RECEIVED-PERSONA-FILE
           IF NOT WS-RCVPIN-OK
               DISPLAY 'ARR01EMB - RCVPIN OPEN FAILED - STATUS '
                   WS-RCVPIN-STATUS ' - NO ORDER FILE BUILT'
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-MARK-CYCLE-END THRU 9500-EXIT
               STOP RUN
           END-IF

           SET WS-ADDR-OFF TO TRUE
           OPEN INPUT PERSONA-ADDRESS-FILE
           IF WS-PERSADDR-OK
               SET WS-ADDR-ON TO TRUE
           ELSE
               DISPLAY 'ARR01EMB - PERSADDR NOT AVAILABLE - ONLY THE '
                   'LANDED MAILING ADDRESS IS USED'
           END-IF

           OPEN OUTPUT EMBOSS-ORDER-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-HDG-DATE
           WRITE EXCEPTION-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE EXCEPTION-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE EXCEPTION-REPORT-LINE FROM SPACES

           MOVE SPACES TO EMBOSS-ORDER-RECORD
           SET EO-HEADER TO TRUE
           MOVE 'ADLAB' TO EO-HDR-SENDER
           MOVE WS-BUSINESS-DATE TO EO-HDR-ORDER-DATE
           ACCEPT EO-HDR-CREATED(1:8) FROM DATE YYYYMMDD
           ACCEPT EO-HDR-CREATED(9:8) FROM TIME
           MOVE '0002' TO EO-HDR-VERSION
           WRITE EMBOSS-ORDER-RECORD.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ONE-ROW - DROP, ORDER OR EXCEPT ONE LANDED ROW.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-ROW.
           READ RECEIVED-PERSONA-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ

           IF RP-MSG-TYPE EQUAL 'PERSDEL' OR RP-MSG-TYPE EQUAL 'PERSMRG'
               OR RP-MSG-TYPE EQUAL 'PERSSNAP'
               ADD 1 TO WS-ROWS-DROPPED
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-BUILD-EMBOSS-LINE THRU 2100-EXIT
           IF WS-LINE-LEN GREATER THAN LENGTH OF WS-EMBOSS-LINE
               MOVE 'NAME TOO LONG FOR THE EMBOSSING LINE'
                   TO WS-EXC-REASON
               PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
               GO TO 2000-EXIT
           END-IF

           PERFORM 2200-CHOOSE-ADDRESS THRU 2200-EXIT
           IF WS-ADDR-NOT-FOUND
               MOVE 'NO USABLE MAILING OR HOME ADDRESS'
                   TO WS-EXC-REASON
               PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
               GO TO 2000-EXIT
           END-IF

           PERFORM 2300-WRITE-ORDER THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-BUILD-EMBOSS-LINE - NAME, ONE SPACE, APELLIDO. THE LENGTH
      * IS MEASURED BEFORE ANYTHING IS MOVED, SO A LINE THAT WOULD NOT
      * FIT IS NEVER SILENTLY CUT SHORT ON A CARD.
      *----------------------------------------------------------------
       2100-BUILD-EMBOSS-LINE.
           MOVE ZERO TO WS-NAME-LEN
           PERFORM VARYING WS-SUB FROM 20 BY -1
                   UNTIL WS-SUB LESS THAN 1
                   OR WS-NAME-LEN GREATER THAN ZERO
               IF RP-NAME(WS-SUB:1) NOT EQUAL SPACE
                   MOVE WS-SUB TO WS-NAME-LEN
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-APEL-LEN
           PERFORM VARYING WS-SUB FROM 20 BY -1
                   UNTIL WS-SUB LESS THAN 1
                   OR WS-APEL-LEN GREATER THAN ZERO
               IF RP-APELLIDO(WS-SUB:1) NOT EQUAL SPACE
                   MOVE WS-SUB TO WS-APEL-LEN
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-EMBOSS-LINE
           EVALUATE TRUE
               WHEN WS-NAME-LEN EQUAL ZERO
                   MOVE WS-APEL-LEN TO WS-LINE-LEN
                   MOVE RP-APELLIDO TO WS-EMBOSS-LINE
               WHEN WS-APEL-LEN EQUAL ZERO
                   MOVE WS-NAME-LEN TO WS-LINE-LEN
                   MOVE RP-NAME TO WS-EMBOSS-LINE
               WHEN OTHER
                   COMPUTE WS-LINE-LEN = WS-NAME-LEN + 1 + WS-APEL-LEN
                   IF WS-LINE-LEN NOT GREATER THAN
                       LENGTH OF WS-EMBOSS-LINE
                       STRING RP-NAME(1:WS-NAME-LEN) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           RP-APELLIDO(1:WS-APEL-LEN) DELIMITED BY SIZE
                           INTO WS-EMBOSS-LINE
                       END-STRING
                   END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHOOSE-ADDRESS - THE LANDED MAILING ADDRESS IF IT IS
      * USABLE; OTHERWISE THE PERSONA'S MA ROW ON PERSADDR, THEN ITS
      * HO ROW. A ROW LANDED BEFORE ENVELOPE VERSION 0005 HAS NO
      * PERSONA ID AND CAN ONLY USE WHAT IT CARRIED.
      *----------------------------------------------------------------
       2200-CHOOSE-ADDRESS.
           SET WS-ADDR-NOT-FOUND TO TRUE
           MOVE 'MA' TO WS-CA-TYPE
           MOVE RP-ADDR-LINE-1 TO WS-CA-LINE-1
           MOVE RP-ADDR-LINE-2 TO WS-CA-LINE-2
           MOVE RP-ADDR-CITY TO WS-CA-CITY
           MOVE RP-ADDR-POSTAL TO WS-CA-POSTAL
           PERFORM 2250-CHECK-USABLE THRU 2250-EXIT
           IF WS-ADDR-FOUND
               GO TO 2200-EXIT
           END-IF

           IF WS-ADDR-OFF OR RP-PERSONA-ID NOT GREATER THAN ZEROS
               GO TO 2200-EXIT
           END-IF

           MOVE 'MA' TO WS-CA-TYPE
           PERFORM 2260-READ-ADDRESS-ROW THRU 2260-EXIT
           IF WS-ADDR-FOUND
               GO TO 2200-EXIT
           END-IF

           MOVE 'HO' TO WS-CA-TYPE
           PERFORM 2260-READ-ADDRESS-ROW THRU 2260-EXIT
           IF WS-ADDR-FOUND
               ADD 1 TO WS-HOME-FALLBACKS
           END-IF.
       2200-EXIT.
           EXIT.

       2250-CHECK-USABLE.
           IF WS-CA-LINE-1 NOT EQUAL SPACES
               AND WS-CA-CITY NOT EQUAL SPACES
               AND WS-CA-POSTAL NOT EQUAL SPACES
               SET WS-ADDR-FOUND TO TRUE
           ELSE
               SET WS-ADDR-NOT-FOUND TO TRUE
           END-IF.
       2250-EXIT.
           EXIT.

       2260-READ-ADDRESS-ROW.
           SET WS-ADDR-NOT-FOUND TO TRUE
           MOVE RP-PERSONA-ID TO AD-PERSONA-ID
           MOVE WS-CA-TYPE TO AD-ADDR-TYPE
           MOVE AD-KEY TO ADR-IO-KEY
           READ PERSONA-ADDRESS-FILE INTO PERSONA-ADDRESS-RECORD
           IF NOT WS-PERSADDR-OK
               GO TO 2260-EXIT
           END-IF
           MOVE AD-LINE-1 TO WS-CA-LINE-1
           MOVE AD-LINE-2 TO WS-CA-LINE-2
           MOVE AD-CITY TO WS-CA-CITY
           MOVE AD-POSTAL-CODE TO WS-CA-POSTAL
           PERFORM 2250-CHECK-USABLE THRU 2250-EXIT.
       2260-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-WRITE-ORDER - ONE DETAIL PER CARD, FOLDED INTO THE
      * TRAILER'S COUNT AND HASH TOTALS.
      *----------------------------------------------------------------
       2300-WRITE-ORDER.
           ADD 1 TO WS-CARDS-ORDERED
           MOVE SPACES TO EMBOSS-ORDER-RECORD
           SET EO-DETAIL TO TRUE
           MOVE WS-CARDS-ORDERED TO EO-DTL-SEQUENCE
           MOVE RP-CORREL-ID TO EO-DTL-CORREL-ID
           MOVE RP-PERSONA-ID TO EO-DTL-PERSONA-ID
           MOVE RP-PERSONA-CLASS TO EO-DTL-CLASS
           IF RP-MSG-TYPE EQUAL 'PERSCHG'
               MOVE 'REISSUE' TO EO-DTL-ORDER-TYPE
           ELSE
               MOVE 'NEW' TO EO-DTL-ORDER-TYPE
           END-IF
           MOVE WS-EMBOSS-LINE TO EO-DTL-EMBOSS-LINE
           MOVE WS-CA-TYPE TO EO-DTL-ADDR-TYPE
           MOVE WS-CA-LINE-1 TO EO-DTL-ADDR-LINE-1
           MOVE WS-CA-LINE-2 TO EO-DTL-ADDR-LINE-2
           MOVE WS-CA-CITY TO EO-DTL-ADDR-CITY
           MOVE WS-CA-POSTAL TO EO-DTL-ADDR-POSTAL
           IF RP-HOUSEHOLD-ID IS NUMERIC
               MOVE RP-HOUSEHOLD-ID TO EO-DTL-HOUSEHOLD-ID
           ELSE
               MOVE ZEROS TO EO-DTL-HOUSEHOLD-ID
           END-IF
           WRITE EMBOSS-ORDER-RECORD

           ADD RP-PERSONA-ID TO WS-HASH-PERSONA
           ADD WS-LINE-LEN TO WS-HASH-LENGTH.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-WRITE-EXCEPTION - THE ROW ON THE LISTING WITH WHY IT GOT
      * NO CARD. THE CORREL ID IS WHAT ARR01TRC TAKES TO FOLLOW IT UP.
      *----------------------------------------------------------------
       2400-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           MOVE RP-CORREL-ID TO WS-DTL-CORREL-ID
           MOVE RP-PERSONA-ID TO WS-DTL-PERSONA
           MOVE RP-MSG-TYPE TO WS-DTL-TYPE
           MOVE RP-NAME TO WS-DTL-NAME
           MOVE RP-APELLIDO TO WS-DTL-APELLIDO
           MOVE WS-EXC-REASON TO WS-DTL-REASON
           WRITE EXCEPTION-REPORT-LINE FROM WS-DETAIL-LINE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-TRAILER - THE COUNTS AND HASHES THE VENDOR PROVES
      * THE FILE WITH. THE RECORD COUNT INCLUDES THE HEADER AND THE
      * TRAILER ITSELF.
      *----------------------------------------------------------------
       7000-WRITE-TRAILER.
           MOVE SPACES TO EMBOSS-ORDER-RECORD
           SET EO-TRAILER TO TRUE
           MOVE WS-CARDS-ORDERED TO EO-TRL-DETAIL-COUNT
           COMPUTE EO-TRL-RECORD-COUNT = WS-CARDS-ORDERED + 2
           MOVE WS-HASH-PERSONA TO EO-TRL-HASH-PERSONA
           MOVE WS-HASH-LENGTH TO EO-TRL-HASH-LENGTH
           WRITE EMBOSS-ORDER-RECORD.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS - ANY EXCEPTION ENDS THE RUN WITH
      * RETURN CODE 4 SO THE LISTING IS NOT LEFT UNREAD.
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           MOVE WS-ROWS-READ TO WS-TOT-READ
           MOVE WS-CARDS-ORDERED TO WS-TOT-ORDERED
           MOVE WS-HOME-FALLBACKS TO WS-TOT-HOME
           MOVE WS-ROWS-DROPPED TO WS-TOT-DROPPED
           MOVE WS-EXCEPTIONS TO WS-TOT-EXCEPTIONS
           WRITE EXCEPTION-REPORT-LINE FROM SPACES
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY WS-TOTAL-LINE
           IF WS-EXCEPTIONS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE RECEIVED-PERSONA-FILE
           IF WS-ADDR-ON
               CLOSE PERSONA-ADDRESS-FILE
           END-IF
           CLOSE EMBOSS-ORDER-FILE
           CLOSE EXCEPTION-REPORT-FILE.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-MARK-CYCLE-END - RECORD THE OUTCOME ON THE CYCLE CONTROL
      * FILE: RETURN CODE 8 OR MORE IS A FAILURE.
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
