      *                   LOADED.
      *  2026-09-02  RSM  WS-LOAD-DATE NOW COMES FROM THE PROCDATE
      *                   CONTROL FILE (VIA ARR01PDQ, SEE EC01PDAT).
      *  2026-10-15  RSM  SCREEN EVERY PAIR AGAINST THE COMPLIANCE
      *                   WATCH LIST THROUGH THE SHARED ROUTINE
      *                   ARR01WLS BEFORE THE MASTER WRITE, AS ARRAY01
      *                   DOES. A HIT GOES TO THE HELD-PERSONA FILE
      *                   FOR WLR1 REVIEW INSTEAD OF THE MASTER AND IS
      *                   COUNTED AS HELD; A PAIR THAT CANNOT BE
      *                   SCREENED OR HELD IS REJECTED.
      *  2026-10-15  RSM  MASTER FD WIDENED TO 110 BYTES. EVERY LOADED
      *                   NAME IS STAMPED WITH ITS FEED SOURCE AS
      *                   OWNER (PM-NAME-SOURCE, SEE EC01PMR) - THE
      *                   HEADER'S FH-SOURCE, ELSE ARR01LDR - AND A
      *                   HELD PAIR CARRIES IT FOR WLR1 TO STAMP.
      *  2026-10-15  RSM  FILE EVERY LOADED PERSONA ON THE NEW CLASS-
      *                   KEY FILE (PERSCKEY, SEE EC01PCK) THROUGH THE
      *                   SHARED ROUTINE ARR01CKM.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  DP01-REJECT-LINE               PIC X(100).

       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY                  PIC 9(10).
           05  PM-IO-DATA                 PIC X(100).

       FD  PERSONA-NAME-KEY-FILE
           RECORD CONTAINS 50 CHARACTERS.
           05  WS-RECORDS-READ            PIC 9(07) VALUE 0.
           05  WS-PERSONAS-LOADED         PIC 9(07) VALUE 0.
           05  WS-PERSONAS-REJECTED       PIC 9(07) VALUE 0.
           05  WS-PERSONAS-HELD           PIC 9(07) VALUE 0.
           05  WS-CONTROLS-SW             PIC X(01) VALUE 'N'.
               88  WS-CONTROLS-PRESENT    VALUE 'Y'.
               88  WS-CONTROLS-ABSENT     VALUE 'N'.
      *    TODAY'S DATE, CAPTURED ONCE AT INITIALIZE TIME AND STAMPED
      *    ON EVERY MASTER ROW THIS RUN WRITES AS ITS LOAD DATE.
           05  WS-LOAD-DATE               PIC X(08).
      *    THE FEED SOURCE STAMPED AS OWNER OF EVERY NAME THIS RUN
      *    LOADS (SEE EC01PMR) - THE HEADER'S FH-SOURCE, OR ARR01LDR
      *    ITSELF FOR AN EXTRACT WITHOUT A HEADER.
           05  WS-FEED-SOURCE             PIC X(08).

       01  WS-REJECT-DETAIL.
           05  FILLER                     PIC X(15) VALUE
           05  FILLER                     PIC X(20) VALUE
               ' REJECTED  '.
           05  WS-TOT-REJECTED            PIC ZZZZZZ9.
           05  FILLER                     PIC X(12) VALUE
               ' HELD  '.
           05  WS-TOT-HELD                PIC ZZZZZZ9.

           COPY EC01PMR.
           COPY EC01PNK.
           COPY EC01FCTL.
           COPY EC01WLSP.
           COPY EC01CKMP.

       PROCEDURE DIVISION.

           SET WS-SCAN-NOT-EOF TO TRUE
           MOVE ZEROS TO WS-SCAN-COUNT
           MOVE ZEROS TO WS-SCAN-HASH
           MOVE 'ARR01LDR' TO WS-FEED-SOURCE

           READ DP01-INPUT-FILE
               AT END

           SET WS-CONTROLS-PRESENT TO TRUE
           MOVE DP01-RAW-RECORD(1:19) TO FEED-HEADER-RECORD
           MOVE FH-SOURCE TO WS-FEED-SOURCE
           DISPLAY 'ARR01LDR - EXTRACT FROM ' FH-SOURCE
               ' BUSINESS DATE ' FH-BUSINESS-DATE

           ELSE
               CALL 'ARR01FMT' USING NAME(WS-DP-INDEX)
               CALL 'ARR01FMT' USING APELLIDO(WS-DP-INDEX)
               PERFORM 2050-SCREEN-WATCH-LIST THRU 2050-EXIT
               IF NOT SCR-CLEAR
                   GO TO 2100-NEXT-PAIR
               END-IF
               MOVE WS-NEXT-PERSONA-ID TO PM-PERSONA-ID
               MOVE NAME(WS-DP-INDEX) TO PM-NAME
               MOVE APELLIDO(WS-DP-INDEX) TO PM-APELLIDO
               MOVE 'ARR01LDR' TO PM-LOAD-SOURCE
               MOVE 'A' TO PM-STATUS
               MOVE SPACES TO PM-DOC-NUMBER
               MOVE WS-FEED-SOURCE TO PM-NAME-SOURCE
               MOVE SPACES TO PM-CLASS-SOURCE
               MOVE SPACES TO PM-DOC-SOURCE
               MOVE PERSONA-MASTER-RECORD TO PERSONA-MASTER-IO-RECORD
               WRITE PERSONA-MASTER-IO-RECORD

                   WHEN WS-PERSMSTR-OK AND WS-PERSNKEY-OK
                       MOVE PM-NAME TO WS-SAVED-PM-NAME
                       MOVE PM-APELLIDO TO WS-SAVED-PM-APELLIDO
                       PERFORM 2160-WRITE-CLASS-KEY THRU 2160-EXIT
                       ADD 1 TO WS-NEXT-PERSONA-ID
                       MOVE ZEROS TO PC-CTL-KEY
                       MOVE WS-NEXT-PERSONA-ID TO PC-NEXT-PERSONA-ID
                           TO WS-REJ-REASON
                       WRITE DP01-REJECT-LINE FROM WS-REJECT-DETAIL
               END-EVALUATE
           END-IF.
       2100-NEXT-PAIR.
           ADD 1 TO WS-DP-INDEX.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-SCREEN-WATCH-LIST - SCREEN THE FORMATTED PAIR THROUGH
      * ARR01WLS BEFORE ANYTHING IS WRITTEN. THE DP01 EXTRACT CARRIES
      * NO CLASS OR DOC NUMBER, SO THE NAME ALONE DECIDES. A HIT IS
      * ALREADY ON HELDPERS WHEN THE CALL RETURNS AND IS ONLY COUNTED
      * HERE; A PAIR THAT COULD NOT BE SCREENED OR HELD MUST NOT LOAD
      * UNPROVEN AND GOES TO THE REJECT FILE.
      *----------------------------------------------------------------
       2050-SCREEN-WATCH-LIST.
           SET SCR-SCREEN TO TRUE
           MOVE 'A' TO SCR-ACTION
           MOVE ZEROS TO SCR-TARGET-ID
           MOVE NAME(WS-DP-INDEX) TO SCR-NAME
           MOVE APELLIDO(WS-DP-INDEX) TO SCR-APELLIDO
           MOVE SPACES TO SCR-CLASS
           MOVE SPACES TO SCR-DOC-NUMBER
           MOVE 'ARR01LDR' TO SCR-SOURCE
           MOVE WS-FEED-SOURCE TO SCR-FEED-SOURCE
           MOVE ZEROS TO SCR-RUN-ID
           MOVE WS-RECORDS-READ TO SCR-INDEX
           MOVE WS-LOAD-DATE TO SCR-BUSINESS-DATE
           CALL 'ARR01WLS' USING WATCH-SCREEN-AREA

           EVALUATE TRUE
               WHEN SCR-CLEAR
                   CONTINUE
               WHEN SCR-HELD
                   ADD 1 TO WS-PERSONAS-HELD
               WHEN SCR-UNSCREENED
                   ADD 1 TO WS-PERSONAS-REJECTED
                   MOVE WS-RECORDS-READ TO WS-REJ-COUNT
                   MOVE 'WATCH LIST NOT AVAILABLE - NOT SCREENED'
                       TO WS-REJ-REASON
                   WRITE DP01-REJECT-LINE FROM WS-REJECT-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-PERSONAS-REJECTED
                   MOVE WS-RECORDS-READ TO WS-REJ-COUNT
                   MOVE 'WATCH-LIST HIT - HOLD FILE UNAVAILABLE'
                       TO WS-REJ-REASON
                   WRITE DP01-REJECT-LINE FROM WS-REJECT-DETAIL
           END-EVALUATE.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-WRITE-NAME-KEY - WRITE THE NAME-KEY ROW FOR THE MASTER ROW
      * 2100 JUST WROTE. IF THE NAME-KEY WRITE FAILS THE MASTER ROW IS
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2160-WRITE-CLASS-KEY - FILE THE NEW ROW ON THE CLASS-KEY FILE
      * THROUGH ARR01CKM. THE BUREAU PATH CARRIES NO CLASS, SO THE ROW
      * GOES UNDER THE BLANK CLASS, ACTIVE. A FAILURE IS REPORTED BY
      * THE ROUTINE AND DOES NOT BACK THE MASTER ROW OUT.
      *----------------------------------------------------------------
       2160-WRITE-CLASS-KEY.
           SET CKM-ADD TO TRUE
           MOVE 'ARR01LDR' TO CKM-SOURCE
           MOVE WS-NEXT-PERSONA-ID TO CKM-PERSONA-ID
           MOVE SPACES TO CKM-NEW-CLASS
           MOVE 'A' TO CKM-NEW-STATUS
           CALL 'ARR01CKM' USING CLASS-KEY-MAINT-AREA.
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-WRITE-AUDIT-RECORD - JOURNAL THE PERSONA JUST LOADED. THE
      * BUREAU PATH ONLY EVER ADDS, SO THE BEFORE IMAGE IS BLANK. THE
           MOVE WS-RECORDS-READ TO WS-TOT-READ
           MOVE WS-PERSONAS-LOADED TO WS-TOT-LOADED
           MOVE WS-PERSONAS-REJECTED TO WS-TOT-REJECTED
           MOVE WS-PERSONAS-HELD TO WS-TOT-HELD
           DISPLAY WS-CONTROL-TOTALS.
       8000-EXIT.
           EXIT.
           CLOSE DP01-REJECT-FILE
           CLOSE PERSONA-MASTER-FILE
           CLOSE PERSONA-NAME-KEY-FILE
           CLOSE AUDIT-FILE
           SET SCR-CLOSE TO TRUE
           CALL 'ARR01WLS' USING WATCH-SCREEN-AREA
           SET CKM-CLOSE TO TRUE
           CALL 'ARR01CKM' USING CLASS-KEY-MAINT-AREA.
       9000-EXIT.
           EXIT.
