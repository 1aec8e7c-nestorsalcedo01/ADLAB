       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01RLD.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01RLD LOADS THE RELATIONSHIP FEED SEGMENT INTO THE PERSONA
      * RELATIONSHIP CHILD FILE (PERSREL, SEE EC01PREL) THE WAY
      * ARR01ADR LOADS ADDRESSES. EACH INPUT RECORD IS ONE PIPE-
      * DELIMITED LINE:
      *   PERSONA-ID|RELATED-ID|TYPE|HOUSEHOLD-ID|ACTION
      * KEYED BY THE PM-PERSONA-IDS THE MAIN PERSONA SEGMENT ALREADY
      * ASSIGNED. TYPE IS SP, GD, DP, JH OR HH, READ FROM THE FIRST
      * PERSONA'S SIDE (1234|5678|GD - 1234 IS THE GUARDIAN OF 5678).
      * HOUSEHOLD-ID IS OPTIONAL; A BLANK ONE IS WORKED OUT AS EC01PREL
      * DESCRIBES. ACTION IS L (OR BLANK) TO LINK, E TO END THE LINK.
      * A LINK NEEDS BOTH PERSONAS ON THE MASTER AND ACTIVE; AN END
      * NEEDS AN ACTIVE LINK. BOTH ROWS OF THE LINK ARE WRITTEN OR
      * ENDED TOGETHER. A RE-DELIVERED LINK REPLACES ITS ROWS (AND
      * RE-OPENS AN ENDED ONE) - THE FEED IS THE SYSTEM OF RECORD, SO
      * THE LATEST DELIVERY WINS, AS FOR ADDRESSES. ANYTHING ELSE
      * LANDS ON THE REJECT FILE WITH A REASON INSTEAD OF STOPPING
      * THE RUN.
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
           SELECT RELATIONSHIP-FEED-FILE ASSIGN TO RELIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELIN-STATUS.

           SELECT RELATIONSHIP-REJECT-FILE ASSIGN TO RELREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELREJ-STATUS.

           SELECT PERSONA-MASTER-FILE ASSIGN TO PERSMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-IO-KEY
               FILE STATUS IS WS-PERSMSTR-STATUS.

           SELECT PERSONA-RELATIONSHIP-FILE ASSIGN TO PERSREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-IO-KEY
               FILE STATUS IS WS-PERSREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATIONSHIP-FEED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RELATIONSHIP-FEED-RECORD    PIC X(80).

       FD  RELATIONSHIP-REJECT-FILE
           RECORD CONTAINS 122 CHARACTERS.
       01  RELATIONSHIP-REJECT-LINE    PIC X(122).

       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  PERSONA-RELATIONSHIP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERSONA-RELATIONSHIP-IO-RECORD.
           05  REL-IO-KEY              PIC X(22).
           05  REL-IO-DATA             PIC X(58).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-RELIN-STATUS         PIC X(02).
           05  WS-RELREJ-STATUS        PIC X(02).
           05  WS-PERSMSTR-STATUS      PIC X(02).
               88  WS-PERSMSTR-OK      VALUE '00'.
           05  WS-PERSREL-STATUS       PIC X(02).
               88  WS-PERSREL-OK       VALUE '00'.
               88  WS-PERSREL-DUPKEY   VALUE '22'.
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-VALID-SW             PIC X(01).
               88  WS-ROW-VALID        VALUE 'Y'.
               88  WS-ROW-INVALID      VALUE 'N'.
           05  WS-UNSTRING-SW          PIC X(01).
               88  WS-UNSTRING-OK      VALUE 'Y'.
               88  WS-UNSTRING-OVERFLOW VALUE 'N'.
           05  WS-SCAN-SW              PIC X(01).
               88  WS-SCAN-DONE        VALUE 'Y'.
               88  WS-SCAN-MORE        VALUE 'N'.
           05  WS-FEED-DELIMITER       PIC X(01) VALUE '|'.
           05  WS-RECORDS-READ         PIC 9(07) VALUE 0.
           05  WS-LINKS-ADDED          PIC 9(07) VALUE 0.
           05  WS-LINKS-REPLACED       PIC 9(07) VALUE 0.
           05  WS-LINKS-ENDED          PIC 9(07) VALUE 0.
           05  WS-ROWS-REJECTED        PIC 9(07) VALUE 0.
           05  WS-REJ-REASON           PIC X(40).
           05  WS-TODAY-DATE           PIC X(08).

      *----------------------------------------------------------------
      * THE UNSTRUNG FEED FIELDS. THE IDS ARE TAKEN AS TEXT FIRST SO A
      * NON-NUMERIC VALUE REJECTS CLEANLY INSTEAD OF ABENDING THE
      * NUMERIC MOVE.
      *----------------------------------------------------------------
       01  WS-FEED-FIELDS.
           05  WS-IN-PERSONA-ID        PIC X(10).
           05  WS-IN-RELATED-ID        PIC X(10).
           05  WS-IN-REL-TYPE          PIC X(02).
           05  WS-IN-HOUSEHOLD-ID      PIC X(10).
           05  WS-IN-ACTION            PIC X(01).
               88  WS-IN-LINK          VALUES 'L' ' '.
               88  WS-IN-END           VALUE 'E'.

      *----------------------------------------------------------------
      * THE LINK BEING APPLIED, BOTH WAYS ROUND. WS-LINK-SIDE-SW SAYS
      * WHICH OF THE TWO ROWS 2400/2500 ARE WORKING ON.
      *----------------------------------------------------------------
       01  WS-LINK.
           05  WS-LK-PERSONA-ID        PIC 9(10).
           05  WS-LK-RELATED-ID        PIC 9(10).
           05  WS-LK-TYPE              PIC X(02).
           05  WS-LK-RECIP-TYPE        PIC X(02).
           05  WS-LK-HOUSEHOLD-ID      PIC 9(10).
           05  WS-LK-ADDED-SW          PIC X(01).
               88  WS-LK-ADDED         VALUE 'Y'.
               88  WS-LK-REPLACED      VALUE 'N'.
           05  WS-HH-PERSONA-ID        PIC 9(10).
           05  WS-HH-FOUND-ID          PIC 9(10).

       01  WS-REJECT-DETAIL.
           05  WS-RJ-REASON            PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RJ-IMAGE             PIC X(80).

       01  WS-CONTROL-TOTALS.
           05  FILLER                  PIC X(20) VALUE
               'ARR01RLD RECS READ  '.
           05  WS-TOT-READ             PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' LINKED  '.
           05  WS-TOT-ADDED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' REPLACED  '.
           05  WS-TOT-REPLACED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' ENDED  '.
           05  WS-TOT-ENDED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' REJECTED  '.
           05  WS-TOT-REJECTED         PIC ZZZZZZ9.

           COPY EC01PMR.
           COPY EC01PREL.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-ONE-LINK THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE FEED, THE REJECT FILE, THE MASTER
      * (FOR THE ACTIVE CHECK) AND THE RELATIONSHIP FILE, CREATING THE
      * RELATIONSHIP FILE ON FIRST USE AS ARR01ADR CREATES PERSADDR.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           SET WS-NOT-EOF TO TRUE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT RELATIONSHIP-FEED-FILE
           OPEN OUTPUT RELATIONSHIP-REJECT-FILE
           OPEN INPUT PERSONA-MASTER-FILE

           OPEN I-O PERSONA-RELATIONSHIP-FILE
           IF NOT WS-PERSREL-OK
               OPEN OUTPUT PERSONA-RELATIONSHIP-FILE
               CLOSE PERSONA-RELATIONSHIP-FILE
               OPEN I-O PERSONA-RELATIONSHIP-FILE
           END-IF

           PERFORM 1100-READ-FEED THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-FEED.
           READ RELATIONSHIP-FEED-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-ONE-LINK - UNSTRING, VALIDATE AND APPLY THE CURRENT
      * FEED RECORD, THEN READ THE NEXT.
      *----------------------------------------------------------------
       2000-LOAD-ONE-LINK.
           MOVE SPACES TO WS-FEED-FIELDS
           UNSTRING RELATIONSHIP-FEED-RECORD
               DELIMITED BY WS-FEED-DELIMITER
               INTO WS-IN-PERSONA-ID
                    WS-IN-RELATED-ID
                    WS-IN-REL-TYPE
                    WS-IN-HOUSEHOLD-ID
                    WS-IN-ACTION
               ON OVERFLOW
                   SET WS-UNSTRING-OVERFLOW TO TRUE
               NOT ON OVERFLOW
                   SET WS-UNSTRING-OK TO TRUE
           END-UNSTRING

           PERFORM 2100-VALIDATE-RECORD THRU 2100-EXIT
           IF WS-ROW-VALID
               IF WS-IN-END
                   PERFORM 2500-END-LINK THRU 2500-EXIT
               ELSE
                   PERFORM 2400-WRITE-LINK THRU 2400-EXIT
               END-IF
           END-IF
           IF WS-ROW-INVALID
               PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
           END-IF

           PERFORM 1100-READ-FEED THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-VALIDATE-RECORD - THE RECORD MUST PARSE AND NAME TWO
      * DIFFERENT PERSONAS, A KNOWN TYPE AND ACTION AND A NUMERIC
      * HOUSEHOLD IF ANY. A LINK ALSO NEEDS BOTH PERSONAS ACTIVE ON
      * THE MASTER - A CARD IS NEVER GROUPED WITH A CLOSED PERSONA.
      *----------------------------------------------------------------
       2100-VALIDATE-RECORD.
           SET WS-ROW-VALID TO TRUE

           IF WS-UNSTRING-OVERFLOW
               SET WS-ROW-INVALID TO TRUE
               MOVE 'UNSTRING OVERFLOW - CHECK FEED DELIMITER'
                   TO WS-REJ-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-IN-PERSONA-ID NOT NUMERIC
               OR WS-IN-PERSONA-ID EQUAL ZEROS
               OR WS-IN-RELATED-ID NOT NUMERIC
               OR WS-IN-RELATED-ID EQUAL ZEROS
               SET WS-ROW-INVALID TO TRUE
               MOVE 'PERSONA ID NOT NUMERIC OR ZERO' TO WS-REJ-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-IN-PERSONA-ID EQUAL WS-IN-RELATED-ID
               SET WS-ROW-INVALID TO TRUE
               MOVE 'A PERSONA CANNOT BE LINKED TO ITSELF'
                   TO WS-REJ-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE WS-IN-REL-TYPE TO REL-TYPE
           IF NOT REL-TYPE-VALID
               SET WS-ROW-INVALID TO TRUE
               MOVE 'UNKNOWN TYPE - USE SP, GD, DP, JH OR HH'
                   TO WS-REJ-REASON
               GO TO 2100-EXIT
           END-IF
           IF NOT WS-IN-LINK AND NOT WS-IN-END
               SET WS-ROW-INVALID TO TRUE
               MOVE 'UNKNOWN ACTION - USE L OR E' TO WS-REJ-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-IN-HOUSEHOLD-ID NOT EQUAL SPACES
               AND WS-IN-HOUSEHOLD-ID NOT NUMERIC
               SET WS-ROW-INVALID TO TRUE
               MOVE 'HOUSEHOLD ID NOT NUMERIC' TO WS-REJ-REASON
               GO TO 2100-EXIT
           END-IF

           MOVE WS-IN-PERSONA-ID TO WS-LK-PERSONA-ID
           MOVE WS-IN-RELATED-ID TO WS-LK-RELATED-ID
           MOVE WS-IN-REL-TYPE TO WS-LK-TYPE
           EVALUATE WS-LK-TYPE
               WHEN 'GD'
                   MOVE 'DP' TO WS-LK-RECIP-TYPE
               WHEN 'DP'
                   MOVE 'GD' TO WS-LK-RECIP-TYPE
               WHEN OTHER
                   MOVE WS-LK-TYPE TO WS-LK-RECIP-TYPE
           END-EVALUATE
           IF WS-IN-END
               GO TO 2100-EXIT
           END-IF

           MOVE WS-LK-PERSONA-ID TO PM-IO-KEY
           PERFORM 2150-CHECK-ACTIVE THRU 2150-EXIT
           IF WS-ROW-INVALID
               GO TO 2100-EXIT
           END-IF
           MOVE WS-LK-RELATED-ID TO PM-IO-KEY
           PERFORM 2150-CHECK-ACTIVE THRU 2150-EXIT.
       2100-EXIT.
           EXIT.

       2150-CHECK-ACTIVE.
           READ PERSONA-MASTER-FILE INTO PERSONA-MASTER-RECORD
           IF NOT WS-PERSMSTR-OK
               SET WS-ROW-INVALID TO TRUE
               MOVE 'PERSONA NOT ON MASTER FILE' TO WS-REJ-REASON
               GO TO 2150-EXIT
           END-IF
           IF NOT PM-STATUS-ACTIVE
               SET WS-ROW-INVALID TO TRUE
               MOVE 'PERSONA IS NOT ACTIVE' TO WS-REJ-REASON
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-FIND-HOUSEHOLD - THE HOUSEHOLD ON THE FIRST ACTIVE LINK
      * OF PERSONA WS-HH-PERSONA-ID, INTO WS-HH-FOUND-ID - ZERO WHEN
      * IT HAS NONE.
      *----------------------------------------------------------------
       2300-FIND-HOUSEHOLD.
           MOVE ZEROS TO WS-HH-FOUND-ID
           MOVE LOW-VALUES TO REL-KEY
           MOVE WS-HH-PERSONA-ID TO REL-PERSONA-ID
           MOVE ZEROS TO REL-RELATED-ID
           MOVE REL-KEY TO REL-IO-KEY
           START PERSONA-RELATIONSHIP-FILE
               KEY IS NOT LESS THAN REL-IO-KEY
           IF NOT WS-PERSREL-OK
               GO TO 2300-EXIT
           END-IF
           SET WS-SCAN-MORE TO TRUE
           PERFORM 2310-NEXT-HOUSEHOLD-ROW THRU 2310-EXIT
               UNTIL WS-SCAN-DONE.
       2300-EXIT.
           EXIT.

       2310-NEXT-HOUSEHOLD-ROW.
           READ PERSONA-RELATIONSHIP-FILE NEXT RECORD
               INTO PERSONA-RELATIONSHIP-RECORD
           IF NOT WS-PERSREL-OK
               OR REL-PERSONA-ID NOT EQUAL WS-HH-PERSONA-ID
               SET WS-SCAN-DONE TO TRUE
               GO TO 2310-EXIT
           END-IF
           IF REL-ACTIVE AND REL-HOUSEHOLD-ID GREATER THAN ZEROS
               MOVE REL-HOUSEHOLD-ID TO WS-HH-FOUND-ID
               SET WS-SCAN-DONE TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-WRITE-LINK - WRITE THE LINK'S TWO ROWS, OR REPLACE THEM.
      * THE HOUSEHOLD IS THE FEED'S, ELSE THE ONE EITHER PERSONA IS
      * ALREADY IN, ELSE THE LOWER OF THE TWO IDS.
      *----------------------------------------------------------------
       2400-WRITE-LINK.
           IF WS-IN-HOUSEHOLD-ID NOT EQUAL SPACES
               AND WS-IN-HOUSEHOLD-ID NOT EQUAL ZEROS
               MOVE WS-IN-HOUSEHOLD-ID TO WS-LK-HOUSEHOLD-ID
           ELSE
               MOVE WS-LK-PERSONA-ID TO WS-HH-PERSONA-ID
               PERFORM 2300-FIND-HOUSEHOLD THRU 2300-EXIT
               IF WS-HH-FOUND-ID EQUAL ZEROS
                   MOVE WS-LK-RELATED-ID TO WS-HH-PERSONA-ID
                   PERFORM 2300-FIND-HOUSEHOLD THRU 2300-EXIT
               END-IF
               IF WS-HH-FOUND-ID GREATER THAN ZEROS
                   MOVE WS-HH-FOUND-ID TO WS-LK-HOUSEHOLD-ID
               ELSE
                   IF WS-LK-PERSONA-ID LESS THAN WS-LK-RELATED-ID
                       MOVE WS-LK-PERSONA-ID TO WS-LK-HOUSEHOLD-ID
                   ELSE
                       MOVE WS-LK-RELATED-ID TO WS-LK-HOUSEHOLD-ID
                   END-IF
               END-IF
           END-IF

           SET WS-LK-ADDED TO TRUE
           MOVE WS-LK-PERSONA-ID TO REL-PERSONA-ID
           MOVE WS-LK-RELATED-ID TO REL-RELATED-ID
           MOVE WS-LK-TYPE TO REL-TYPE
           PERFORM 2450-WRITE-ONE-ROW THRU 2450-EXIT
           IF WS-ROW-INVALID
               GO TO 2400-EXIT
           END-IF
           MOVE WS-LK-RELATED-ID TO REL-PERSONA-ID
           MOVE WS-LK-PERSONA-ID TO REL-RELATED-ID
           MOVE WS-LK-RECIP-TYPE TO REL-TYPE
           PERFORM 2450-WRITE-ONE-ROW THRU 2450-EXIT
           IF WS-ROW-INVALID
               MOVE 'RECIPROCAL ROW WRITE FAILED - RE-DRIVE'
                   TO WS-REJ-REASON
               GO TO 2400-EXIT
           END-IF

           IF WS-LK-ADDED
               ADD 1 TO WS-LINKS-ADDED
           ELSE
               ADD 1 TO WS-LINKS-REPLACED
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-WRITE-ONE-ROW - THE ROW KEYED IN REL-KEY, ACTIVE. AN
      * EXISTING ROW IS REPLACED; IT KEEPS ITS START DATE UNLESS IT
      * HAD BEEN ENDED, WHEN IT STARTS AGAIN TODAY.
      *----------------------------------------------------------------
       2450-WRITE-ONE-ROW.
           MOVE REL-KEY TO REL-IO-KEY
           READ PERSONA-RELATIONSHIP-FILE
               INTO PERSONA-RELATIONSHIP-RECORD
           IF WS-PERSREL-OK
               SET WS-LK-REPLACED TO TRUE
               IF REL-ENDED
                   MOVE WS-TODAY-DATE TO REL-START-DATE
               END-IF
           ELSE
               MOVE SPACES TO PERSONA-RELATIONSHIP-RECORD
               MOVE REL-IO-KEY TO REL-KEY
               MOVE WS-TODAY-DATE TO REL-START-DATE
           END-IF
           SET REL-ACTIVE TO TRUE
           MOVE WS-LK-HOUSEHOLD-ID TO REL-HOUSEHOLD-ID
           MOVE SPACES TO REL-END-DATE
           MOVE SPACES TO REL-END-REASON
           MOVE 'ARR01RLD' TO REL-SOURCE
           MOVE PERSONA-RELATIONSHIP-RECORD
               TO PERSONA-RELATIONSHIP-IO-RECORD

           IF WS-LK-REPLACED
               REWRITE PERSONA-RELATIONSHIP-IO-RECORD
           ELSE
               WRITE PERSONA-RELATIONSHIP-IO-RECORD
           END-IF
           IF NOT WS-PERSREL-OK
               SET WS-ROW-INVALID TO TRUE
               MOVE 'RELATIONSHIP ROW WRITE FAILED' TO WS-REJ-REASON
           END-IF.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-END-LINK - END BOTH ROWS OF AN ACTIVE LINK. THE ROWS STAY
      * ON FILE, ENDED, FOR THE HISTORY.
      *----------------------------------------------------------------
       2500-END-LINK.
           MOVE WS-LK-PERSONA-ID TO REL-PERSONA-ID
           MOVE WS-LK-RELATED-ID TO REL-RELATED-ID
           MOVE WS-LK-TYPE TO REL-TYPE
           PERFORM 2550-END-ONE-ROW THRU 2550-EXIT
           IF WS-ROW-INVALID
               GO TO 2500-EXIT
           END-IF
           MOVE WS-LK-RELATED-ID TO REL-PERSONA-ID
           MOVE WS-LK-PERSONA-ID TO REL-RELATED-ID
           MOVE WS-LK-RECIP-TYPE TO REL-TYPE
           PERFORM 2550-END-ONE-ROW THRU 2550-EXIT
           IF WS-ROW-INVALID
               MOVE 'RECIPROCAL ROW NOT ENDED - CHECK PERSREL'
                   TO WS-REJ-REASON
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-LINKS-ENDED.
       2500-EXIT.
           EXIT.

       2550-END-ONE-ROW.
           MOVE REL-KEY TO REL-IO-KEY
           READ PERSONA-RELATIONSHIP-FILE
               INTO PERSONA-RELATIONSHIP-RECORD
           IF NOT WS-PERSREL-OK OR NOT REL-ACTIVE
               SET WS-ROW-INVALID TO TRUE
               MOVE 'NO ACTIVE LINK OF THAT TYPE TO END'
                   TO WS-REJ-REASON
               GO TO 2550-EXIT
           END-IF
           SET REL-ENDED TO TRUE
           MOVE WS-TODAY-DATE TO REL-END-DATE
           MOVE 'ENDED' TO REL-END-REASON
           MOVE 'ARR01RLD' TO REL-SOURCE
           MOVE PERSONA-RELATIONSHIP-RECORD
               TO PERSONA-RELATIONSHIP-IO-RECORD
           REWRITE PERSONA-RELATIONSHIP-IO-RECORD
           IF NOT WS-PERSREL-OK
               SET WS-ROW-INVALID TO TRUE
               MOVE 'RELATIONSHIP ROW REWRITE FAILED' TO WS-REJ-REASON
           END-IF.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-REJECT-RECORD - THE REASON AND THE RAW FEED IMAGE, SO
      * THE RECORD CAN BE CORRECTED IN PLACE AND THE FILE RE-DRIVEN
      * THROUGH THIS PROGRAM.
      *----------------------------------------------------------------
       2900-REJECT-RECORD.
           ADD 1 TO WS-ROWS-REJECTED
           MOVE SPACES TO WS-REJECT-DETAIL
           MOVE WS-REJ-REASON TO WS-RJ-REASON
           MOVE RELATIONSHIP-FEED-RECORD TO WS-RJ-IMAGE
           WRITE RELATIONSHIP-REJECT-LINE FROM WS-REJECT-DETAIL.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           MOVE WS-RECORDS-READ TO WS-TOT-READ
           MOVE WS-LINKS-ADDED TO WS-TOT-ADDED
           MOVE WS-LINKS-REPLACED TO WS-TOT-REPLACED
           MOVE WS-LINKS-ENDED TO WS-TOT-ENDED
           MOVE WS-ROWS-REJECTED TO WS-TOT-REJECTED
           DISPLAY WS-CONTROL-TOTALS.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE RELATIONSHIP-FEED-FILE
           CLOSE RELATIONSHIP-REJECT-FILE
           CLOSE PERSONA-MASTER-FILE
           CLOSE PERSONA-RELATIONSHIP-FILE.
       9000-EXIT.
           EXIT.
