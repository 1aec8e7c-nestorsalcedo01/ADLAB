      * SO THE MOVE IS VISIBLE TO ARR01RST AND THE ARR01DWH DELTA
      * EXTRACT LIKE ANY OTHER CHANGE. INACTIVE ROWS AND THE CONTROL
      * ROW ARE NEVER TOUCHED.
      *
      * WHEN THE CLASS-KEY FILE (PERSCKEY, SEE EC01PCK) IS BUILT, THE
      * RUN READS ONLY THE ACTIVE ROWS OF EACH OLD CLASS THROUGH IT
      * INSTEAD OF THE WHOLE MASTER, AND MOVES EACH ROW'S KEY TO ITS
      * SUCCESSOR CLASS ON THE SAME OPEN FILE. A MISSING OR UNBUILT
      * FILE, OR A CHAIN OF CARDS (ONE CARD'S SUCCESSOR IS ANOTHER
      * CARD'S OLD CLASS, WHICH A CLASS-BY-CLASS READ WOULD MOVE
      * TWICE), FALLS BACK TO THE FULL MASTER SCAN, WITH THE KEYS
      * KEPT THROUGH ARR01CKM.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  MASTER FD WIDENED TO 110 BYTES FOR THE FIELD-
      *                   SOURCE OWNERS (SEE EC01PMR). A CLASS MOVE
      *                   LEAVES PM-CLASS-SOURCE ALONE - THE SUCCESSOR
      *                   CLASS STANDS IN FOR WHAT THE OWNER DELIVERED.
      *  2026-10-15  RSM  READ THE OLD CLASSES THROUGH THE NEW CLASS-
      *                   KEY FILE (PERSCKEY) WHEN IT IS BUILT, AND
      *                   MOVE EVERY REWRITTEN ROW'S CLASS KEY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTLOG-STATUS.

           SELECT CLASS-KEY-FILE ASSIGN TO PERSCKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCK-IO-KEY
               FILE STATUS IS WS-PERSCKEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  CLASS-REF-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 202 CHARACTERS.
           COPY EC01AUDT.

       FD  CLASS-KEY-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  CLASS-KEY-IO-RECORD.
           05  PCK-IO-KEY              PIC X(13).
           05  PCK-IO-DATA             PIC X(17).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PERSMSTR-STATUS      PIC X(02).
               88  WS-RCLCTL-OK        VALUE '00'.
           05  WS-RCLRPT-STATUS        PIC X(02).
           05  WS-AUDTLOG-STATUS       PIC X(02).
           05  WS-PERSCKEY-STATUS      PIC X(02).
               88  WS-PERSCKEY-OK      VALUE '00'.
           05  WS-PATH-SW              PIC X(01) VALUE 'S'.
               88  WS-CLASS-KEY-PATH   VALUE 'K'.
               88  WS-MASTER-SCAN-PATH VALUE 'S'.
           05  WS-CLASS-DONE-SW        PIC X(01).
               88  WS-CLASS-DONE       VALUE 'Y'.
               88  WS-CLASS-NOT-DONE   VALUE 'N'.
           05  WS-BX                   PIC S9(4) COMP-5.
           05  WS-PRIOR-CX             PIC S9(4) COMP-5.
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-ROWS-READ            PIC 9(07) VALUE 0.
           05  WS-ROWS-MOVED           PIC 9(07) VALUE 0.
           05  WS-ROWS-FAILED          PIC 9(07) VALUE 0.
           05  WS-CLASS-KEYS-FAILED    PIC 9(07) VALUE 0.

      *----------------------------------------------------------------
      * THE MOVES, ONE SLOT PER RCLCTL CARD, WITH EACH SLOT'S OWN

           COPY EC01PMR.
           COPY EC01CREF.
           COPY EC01PCK.
           COPY EC01CKMP.

       LINKAGE SECTION.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-NOT-ABORT
               IF WS-CLASS-KEY-PATH
                   PERFORM 2500-READ-ONE-CLASS THRU 2500-EXIT
                       VARYING WS-BX FROM 1 BY 1
                       UNTIL WS-BX GREATER THAN WS-CARD-COUNT
               ELSE
                   PERFORM 2000-PROCESS-ONE-ROW THRU 2000-EXIT
                       UNTIL WS-EOF
               END-IF
               PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
               END-IF
           END-IF

           PERFORM 1300-OPEN-CLASS-KEYS THRU 1300-EXIT
           IF WS-MASTER-SCAN-PATH
               PERFORM 1500-READ-MASTER THRU 1500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-OPEN-CLASS-KEYS - TAKE THE CLASS-KEY PATH WHEN PERSCKEY
      * OPENS AND CARRIES ITS BUILD CONTROL ROW AND NO CARD CHAINS
      * INTO ANOTHER. THE FILE IS OPENED I-O FOR AN UPDATE RUN, SINCE
      * THE KEYS OF THE MOVED ROWS ARE REWRITTEN THROUGH THE SAME
      * OPEN. ANYTHING ELSE LEAVES THE FULL MASTER SCAN IN PLACE.
      *----------------------------------------------------------------
       1300-OPEN-CLASS-KEYS.
           MOVE ZERO TO WS-PRIOR-CX
           PERFORM 1350-CHECK-CHAIN THRU 1350-EXIT
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX GREATER THAN WS-CARD-COUNT
           IF WS-PRIOR-CX GREATER THAN ZERO
               DISPLAY 'ARR01MRC - SUCCESSOR ' MV-NEW-CLASS(WS-PRIOR-CX)
                   ' IS ALSO AN OLD CLASS - SCANNING THE MASTER'
               GO TO 1300-EXIT
           END-IF

           IF WS-UPDATE-MODE
               OPEN I-O CLASS-KEY-FILE
           ELSE
               OPEN INPUT CLASS-KEY-FILE
           END-IF
           IF NOT WS-PERSCKEY-OK
               DISPLAY 'ARR01MRC - PERSCKEY NOT AVAILABLE - STATUS '
                   WS-PERSCKEY-STATUS ' - SCANNING THE MASTER'
               GO TO 1300-EXIT
           END-IF

           MOVE SPACES TO PCK-CTL-RECORD
           MOVE ZEROS TO PCK-CTL-ID
           MOVE PCK-CTL-KEY TO PCK-IO-KEY
           READ CLASS-KEY-FILE
           IF NOT WS-PERSCKEY-OK
               DISPLAY 'ARR01MRC - PERSCKEY HAS NO BUILD CONTROL ROW '
                   '- SCANNING THE MASTER'
               CLOSE CLASS-KEY-FILE
               GO TO 1300-EXIT
           END-IF
           SET WS-CLASS-KEY-PATH TO TRUE.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1350-CHECK-CHAIN - REMEMBER A CARD WHOSE SUCCESSOR CLASS IS
      * THE OLD CLASS OF ANY CARD.
      *----------------------------------------------------------------
       1350-CHECK-CHAIN.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX GREATER THAN WS-CARD-COUNT
               IF MV-NEW-CLASS(WS-BX) EQUAL MV-OLD-CLASS(WS-CX)
                   MOVE WS-BX TO WS-PRIOR-CX
               END-IF
           END-PERFORM.
       1350-EXIT.
           EXIT.

       1500-READ-MASTER.
           READ PERSONA-MASTER-FILE NEXT RECORD
               AT END
      * INACTIVE ROWS AND THE CONTROL ROW NEVER MOVE.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-ROW.
           PERFORM 2050-EVALUATE-ROW THRU 2050-EXIT
           PERFORM 1500-READ-MASTER THRU 1500-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-EVALUATE-ROW - THE CURRENT MASTER ROW, HOWEVER IT WAS
      * REACHED.
      *----------------------------------------------------------------
       2050-EVALUATE-ROW.
           MOVE PERSONA-MASTER-IO-RECORD TO PERSONA-MASTER-RECORD
           IF PM-IO-KEY EQUAL ZEROS OR NOT PM-STATUS-ACTIVE
               GO TO 2050-EXIT
           END-IF

           PERFORM 2100-MATCH-MOVE-TABLE THRU 2100-EXIT
           IF WS-MATCH-CX EQUAL ZERO
               GO TO 2050-EXIT
           END-IF

           ADD 1 TO MV-COUNT(WS-MATCH-CX)
           IF WS-UPDATE-MODE
               PERFORM 2200-MOVE-ONE-ROW THRU 2200-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
           END-IF

           ADD 1 TO WS-ROWS-MOVED
           IF WS-CLASS-KEY-PATH
               PERFORM 2650-MOVE-CLASS-KEY THRU 2650-EXIT
           ELSE
               SET CKM-UPDATE TO TRUE
               MOVE 'ARR01MRC' TO CKM-SOURCE
               MOVE PM-PERSONA-ID TO CKM-PERSONA-ID
               MOVE MV-OLD-CLASS(WS-MATCH-CX) TO CKM-OLD-CLASS
               MOVE PM-STATUS TO CKM-OLD-STATUS
               MOVE PM-CLASS TO CKM-NEW-CLASS
               MOVE PM-STATUS TO CKM-NEW-STATUS
               CALL 'ARR01CKM' USING CLASS-KEY-MAINT-AREA
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE SPACES TO AU-TIMESTAMP
           ACCEPT AU-TIMESTAMP(1:8) FROM DATE YYYYMMDD
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-READ-ONE-CLASS - EVERY ACTIVE ROW OF ONE CARD'S OLD CLASS,
      * THROUGH THE CLASS KEYS. AN OLD CLASS ALREADY READ FOR AN
      * EARLIER CARD (A SPLIT) IS NOT READ AGAIN - THE MOVE TABLE
      * SENDS EACH ROW TO ITS CARD EITHER WAY.
      *----------------------------------------------------------------
       2500-READ-ONE-CLASS.
           MOVE ZERO TO WS-PRIOR-CX
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX NOT LESS THAN WS-BX
               IF MV-OLD-CLASS(WS-CX) EQUAL MV-OLD-CLASS(WS-BX)
                   MOVE WS-CX TO WS-PRIOR-CX
               END-IF
           END-PERFORM
           IF WS-PRIOR-CX GREATER THAN ZERO
               GO TO 2500-EXIT
           END-IF

           MOVE SPACES TO PERSONA-CLASS-KEY-RECORD
           MOVE MV-OLD-CLASS(WS-BX) TO PCK-CLASS
           MOVE 'A' TO PCK-STATUS
           MOVE ZEROS TO PCK-PERSONA-ID
           MOVE PCK-KEY TO PCK-IO-KEY
           START CLASS-KEY-FILE KEY IS NOT LESS THAN PCK-IO-KEY
           IF NOT WS-PERSCKEY-OK
               GO TO 2500-EXIT
           END-IF

           SET WS-CLASS-NOT-DONE TO TRUE
           PERFORM 2550-READ-CLASS-ROW THRU 2550-EXIT
               UNTIL WS-CLASS-DONE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2550-READ-CLASS-ROW - NEXT KEY OF THE CLASS, THEN ITS MASTER
      * ROW BY ID. A KEY WHOSE MASTER ROW IS GONE IS REPORTED AND
      * PASSED OVER - ARR01CHK WILL FIND IT, ARR01NKB CLEARS IT.
      *----------------------------------------------------------------
       2550-READ-CLASS-ROW.
           READ CLASS-KEY-FILE NEXT RECORD
               AT END
                   SET WS-CLASS-DONE TO TRUE
                   GO TO 2550-EXIT
           END-READ
           MOVE CLASS-KEY-IO-RECORD TO PERSONA-CLASS-KEY-RECORD
           IF PCK-CLASS NOT EQUAL MV-OLD-CLASS(WS-BX)
               OR PCK-STATUS NOT EQUAL 'A'
               SET WS-CLASS-DONE TO TRUE
               GO TO 2550-EXIT
           END-IF

           MOVE PCK-PERSONA-ID TO PM-IO-KEY
           READ PERSONA-MASTER-FILE
           IF NOT WS-PERSMSTR-OK
               DISPLAY 'ARR01MRC - CLASS KEY ' PCK-CLASS ' PERSONA '
                   PCK-PERSONA-ID ' HAS NO MASTER ROW - STATUS '
                   WS-PERSMSTR-STATUS
               GO TO 2550-EXIT
           END-IF
           ADD 1 TO WS-ROWS-READ
           PERFORM 2050-EVALUATE-ROW THRU 2050-EXIT.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2650-MOVE-CLASS-KEY - RE-KEY THE ROW JUST MOVED UNDER ITS
      * SUCCESSOR CLASS. THE OLD KEY IS THE ONE THE READ IS SITTING
      * ON; THE NEW ONE LANDS IN A CLASS THIS RUN DOES NOT READ, SO
      * THE READ CARRIES ON WHERE IT WAS. A FAILURE IS REPORTED AND
      * COUNTED - THE MASTER REWRITE STANDS.
      *----------------------------------------------------------------
       2650-MOVE-CLASS-KEY.
           MOVE SPACES TO PERSONA-CLASS-KEY-RECORD
           MOVE MV-OLD-CLASS(WS-MATCH-CX) TO PCK-CLASS
           MOVE 'A' TO PCK-STATUS
           MOVE PM-PERSONA-ID TO PCK-PERSONA-ID
           MOVE PCK-KEY TO PCK-IO-KEY
           DELETE CLASS-KEY-FILE RECORD
           IF NOT WS-PERSCKEY-OK
               AND WS-PERSCKEY-STATUS NOT EQUAL '23'
               ADD 1 TO WS-CLASS-KEYS-FAILED
               DISPLAY 'ARR01MRC - CLASS KEY DELETE FAILED - STATUS '
                   WS-PERSCKEY-STATUS ' PERSONA ' PM-PERSONA-ID
               GO TO 2650-EXIT
           END-IF

           MOVE PM-CLASS TO PCK-CLASS
           MOVE PERSONA-CLASS-KEY-RECORD TO CLASS-KEY-IO-RECORD
           WRITE CLASS-KEY-IO-RECORD
           IF NOT WS-PERSCKEY-OK
               AND WS-PERSCKEY-STATUS NOT EQUAL '22'
               ADD 1 TO WS-CLASS-KEYS-FAILED
               DISPLAY 'ARR01MRC - CLASS KEY WRITE FAILED - STATUS '
                   WS-PERSCKEY-STATUS ' PERSONA ' PM-PERSONA-ID
           END-IF.
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS - ONE LINE PER MOVE CARD WITH ITS
      * MATCH COUNT (WHAT WOULD MOVE, OR DID), THEN THE GRAND TOTALS.
           MOVE WS-ROWS-FAILED TO WS-TOT-FAILED
           WRITE RECLASS-REPORT-LINE FROM SPACES
           WRITE RECLASS-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY WS-TOTAL-LINE
           IF WS-CLASS-KEYS-FAILED GREATER THAN ZERO
               DISPLAY 'ARR01MRC - ' WS-CLASS-KEYS-FAILED ' CLASS KEYS '
                   'NOT MOVED - REBUILD PERSCKEY WITH ARR01NKB'
               IF RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

               IF WS-UPDATE-MODE
                   CLOSE AUDIT-FILE
               END-IF
               IF WS-CLASS-KEY-PATH
                   CLOSE CLASS-KEY-FILE
               ELSE
                   IF WS-UPDATE-MODE
                       SET CKM-CLOSE TO TRUE
                       MOVE 'ARR01MRC' TO CKM-SOURCE
                       CALL 'ARR01CKM' USING CLASS-KEY-MAINT-AREA
                   END-IF
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
