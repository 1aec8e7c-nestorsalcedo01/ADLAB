      * ARR01PRG IS THE RETENTION PURGE FOR THE PERSONA MASTER. IT
      * WALKS THE MASTER AND, FOR EVERY INACTIVE (SOFT-DELETED) OR
      * PURGE-PENDING ROW WHOSE LOAD DATE IS ON OR BEFORE THE CUTOFF
      * DATE (THE BUSINESS DATE LESS THE RETENTION IN YEARS FROM THE
      * RUNTIME PARAMETER FILE, OR AN EXPLICIT DATE IN THE JCL PARM),
      * WRITES THE FULL ROW IMAGE TO THE ARCHIVE FILE
      * (EC01PARC), DELETES THE MASTER ROW, REMOVES ANY LEFTOVER
      * NAME-KEY ROW, AND JOURNALS THE PURGE TO THE EC01AUDT AUDIT
      * FILE. ACTIVE ROWS AND THE KEY-ZERO CONTROL ROW ARE NEVER
      *  2026-09-02  RSM  THE PA-PURGE-DATE STAMP NOW COMES FROM THE
      *                   PROCDATE CONTROL FILE (VIA ARR01PDQ, SEE
      *                   EC01PDAT).
      *  2026-10-15  RSM  JOINED THE NIGHTLY BATCH CYCLE CONTROL: THE
      *                   RUN MARKS ITSELF STARTED/ENDED/FAILED ON
      *                   CYCLCTL (SEE EC01CYCL) THROUGH ARR01CYC, AND
      *                   IS REFUSED WITH RETURN CODE 12 IF A
      *                   PREDECESSOR IN THE EC01CYCT TABLE HAS NOT
      *                   ENDED FOR THE SAME BUSINESS DATE.
      *  2026-10-15  RSM  THE MASTER WIDENED TO 110 BYTES AND THE
      *                   ARCHIVE TO 118 FOR THE APPENDED FIELD-SOURCE
      *                   OWNERS (SEE EC01PMR).
      *  2026-10-15  RSM  A PURGED ROW'S CLASS KEY (PERSCKEY, SEE
      *                   EC01PCK) IS REMOVED THROUGH ARR01CKM.
      *  2026-10-15  RSM  THE CUTOFF NO LONGER HAS TO BE WORKED OUT BY
      *                   HAND FOR THE PARM: WITH NO PARM IT IS THE
      *                   BUSINESS DATE LESS THE RETENTION YEARS FROM
      *                   THE RUNTIME PARAMETER FILE (ARR01RPQ,
      *                   PARAMETER ARR01PRG.RETAINYRS, DEFAULT 7). AN
      *                   8-DIGIT PARM STILL FORCES A CUTOFF; PARM
      *                   'REPORT' GIVES THE OLD REPORT-ONLY RUN.
      *  2026-10-15  RSM  AFTER A RUN THAT PURGED ROWS, THE PRIOR-NAME
      *                   ALIAS FILE (PERSALIA, SEE EC01PAL) IS SWEPT
      *                   AND ANY ROW WHOSE OWNER IS NO LONGER ON THE
      *                   MASTER IS DELETED. NO PERSALIA DD, NO SWEEP.
      *  2026-10-15  RSM  A GUARDIAN IS NOT PURGED WHILE A DEPENDANT IT
      *                   IS LINKED TO ON THE NEW RELATIONSHIP FILE
      *                   (PERSREL, SEE EC01PREL) IS STILL ACTIVE - IT
      *                   IS HELD AND REPORTED. A PURGED PERSONA'S
      *                   LINK ROWS, BOTH ENDS, GO WITH IT. NO PERSREL
      *                   DD LEAVES BOTH CHECKS OFF, WITH A WARNING.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS PDK-IO-KEY
               FILE STATUS IS WS-PERSDKEY-STATUS.

           SELECT PERSONA-ALIAS-FILE ASSIGN TO PERSALIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAL-IO-KEY
               FILE STATUS IS WS-PERSALIA-STATUS.

           SELECT PERSONA-RELATIONSHIP-FILE ASSIGN TO PERSREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-IO-KEY
               FILE STATUS IS WS-PERSREL-STATUS.

           SELECT PERSONA-ARCHIVE-FILE ASSIGN TO PERSARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERSARCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  PERSONA-NAME-KEY-FILE
           RECORD CONTAINS 50 CHARACTERS.
           05  PDK-IO-KEY              PIC X(15).
           05  PDK-IO-DATA             PIC X(10).

       FD  PERSONA-ALIAS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERSONA-ALIAS-IO-RECORD.
           05  PAL-IO-KEY              PIC X(50).
           05  PAL-IO-DATA             PIC X(30).

       FD  PERSONA-RELATIONSHIP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERSONA-RELATIONSHIP-IO-RECORD.
           05  REL-IO-KEY              PIC X(22).
           05  REL-IO-DATA             PIC X(58).

       FD  PERSONA-ARCHIVE-FILE
           RECORD CONTAINS 118 CHARACTERS.
           COPY EC01PARC.

       FD  AUDIT-FILE
           05  WS-PERSMSTR-STATUS      PIC X(02).
               88  WS-PERSMSTR-OK      VALUE '00'.
               88  WS-PERSMSTR-EOF     VALUE '10'.
               88  WS-PERSMSTR-NOTFND  VALUE '23'.
           05  WS-PERSNKEY-STATUS      PIC X(02).
               88  WS-PERSNKEY-OK      VALUE '00'.
           05  WS-PERSDKEY-STATUS      PIC X(02).
               88  WS-PERSDKEY-OK      VALUE '00'.
           05  WS-PERSALIA-STATUS      PIC X(02).
               88  WS-PERSALIA-OK      VALUE '00'.
           05  WS-PERSREL-STATUS       PIC X(02).
               88  WS-PERSREL-OK       VALUE '00'.
           05  WS-PERSARCH-STATUS      PIC X(02).
           05  WS-AUDTLOG-STATUS       PIC X(02).
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-CUTOFF-DATE          PIC X(08).
           05  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
               10  WS-CUTOFF-YYYY      PIC 9(04).
               10  WS-CUTOFF-MMDD      PIC X(04).
           05  WS-TODAY-DATE           PIC X(08).
           05  WS-RETAIN-YEARS         PIC 9(02) VALUE 7.
           05  WS-RECORDS-READ         PIC 9(07) VALUE 0.
           05  WS-ROWS-PURGED          PIC 9(07) VALUE 0.
           05  WS-ROWS-HELD            PIC 9(07) VALUE 0.
           05  WS-NO-DATE-COUNT        PIC 9(07) VALUE 0.
           05  WS-ALIASES-DROPPED      PIC 9(07) VALUE 0.
           05  WS-GUARDIANS-HELD       PIC 9(07) VALUE 0.
           05  WS-LINKS-DROPPED        PIC 9(07) VALUE 0.
      *    THE DEPENDANT CHECK AND THE LINK DROP ONLY RUN WHEN PERSREL
      *    OPENED CLEANLY. THE CHECK READS THE DEPENDANTS ON THE
      *    MASTER, WHICH MOVES THE MASTER BROWSE: THE CURRENT ROW IS
      *    HELD IN WS-SAVE-MASTER-IO AND THE BROWSE RESTARTED AFTER
      *    IT (WS-MASTER-AT-END WHEN NOTHING FOLLOWS IT).
           05  WS-REL-SW               PIC X(01) VALUE 'N'.
               88  WS-REL-ON           VALUE 'Y'.
               88  WS-REL-OFF          VALUE 'N'.
           05  WS-REL-SCAN-SW          PIC X(01).
               88  WS-REL-SCAN-DONE    VALUE 'Y'.
               88  WS-REL-SCAN-MORE    VALUE 'N'.
           05  WS-DEPENDANT-SW         PIC X(01).
               88  WS-DEPENDANT-ACTIVE VALUE 'Y'.
               88  WS-NO-DEPENDANT     VALUE 'N'.
           05  WS-MASTER-MOVED-SW      PIC X(01).
               88  WS-MASTER-MOVED     VALUE 'Y'.
               88  WS-MASTER-NOT-MOVED VALUE 'N'.
           05  WS-MASTER-END-SW        PIC X(01) VALUE 'N'.
               88  WS-MASTER-AT-END    VALUE 'Y'.
           05  WS-GUARDIAN-ID          PIC 9(10).
           05  WS-DEPENDANT-ID         PIC 9(10).
           05  WS-SAVE-MASTER-IO       PIC X(110).

       01  WS-CONTROL-TOTALS.
           05  FILLER                  PIC X(20) VALUE
           05  FILLER                  PIC X(20) VALUE
               ' HELD (NO DATE)  '.
           05  WS-TOT-NO-DATE          PIC ZZZZZZ9.
           05  FILLER                  PIC X(20) VALUE
               ' ALIASES DROPPED  '.
           05  WS-TOT-ALIASES          PIC ZZZZZZ9.
           05  FILLER                  PIC X(20) VALUE
               ' HELD (DEPENDANTS)  '.
           05  WS-TOT-GUARDIANS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(16) VALUE
               ' LINKS DROPPED  '.
           05  WS-TOT-LINKS            PIC ZZZZZZ9.

           COPY EC01PMR.
           COPY EC01PNK.
           COPY EC01PDK.
           COPY EC01PAL.
           COPY EC01PREL.
           COPY EC01CKMP.
           COPY EC01RPQP.

      *----------------------------------------------------------------
      * BATCH CYCLE CONTROL - THIS JOB'S NAME ON CYCLCTL AND THE GATE
      * OUTCOME FROM ARR01CYC. THE RETURN CODE IS SAVED AROUND THE
      * FINISH CALL - A CALL REPLACES IT WITH THE CALLEE'S.
      *----------------------------------------------------------------
       01  WS-CYCLE-AREAS.
           05  WS-CYC-FUNCTION         PIC X(01).
           05  WS-CYC-JOB-NAME         PIC X(08) VALUE 'ARR01PRG'.
           05  WS-CYC-RESULT           PIC X(01).
               88  WS-CYC-CLEARED      VALUE 'Y'.
           05  WS-CYC-SAVE-RC          PIC S9(04) COMP.

       LINKAGE SECTION.
      *----------------------------------------------------------------
      * WS-PARM-AREA - STANDARD JCL EXEC PARM LAYOUT. THE PARM IS
      * NORMALLY ABSENT AND THE CUTOFF IS DERIVED (SEE 1050). AN
      * 8-DIGIT PARM (YYYYMMDD) FORCES THAT CUTOFF: AN INACTIVE ROW
      * LOADED ON OR BEFORE IT IS ARCHIVED AND PURGED. PARM 'REPORT'
      * (OR ANY PARM NOT A DATE) MEANS NOTHING QUALIFIES - THE RUN
      * JUST REPORTS.
      *----------------------------------------------------------------
       01  WS-PARM-AREA.
           05  WS-PARM-LENGTH          PIC S9(4) COMP.
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 0500-CHECK-CYCLE-GATE THRU 0500-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PURGE-ONE-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           IF WS-ROWS-PURGED GREATER THAN ZERO
               PERFORM 3000-SWEEP-ALIASES THRU 3000-EXIT
           END-IF
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
               DISPLAY 'ARR01PRG - NOT STARTED - A CYCLE PREDECESSOR '
                   'HAS NOT ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO RETURN-CODE.
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - CAPTURE THE CUTOFF DATE AND OPEN EVERYTHING.
      * THE AUDIT FILE IS OPENED EXTEND SO THE PURGE TRAIL LANDS
      *    MIDNIGHT ARCHIVES UNDER THE CYCLE IT BELONGS TO.
           CALL 'ARR01PDQ' USING WS-TODAY-DATE

           PERFORM 1050-SET-CUTOFF-DATE THRU 1050-EXIT

           OPEN I-O PERSONA-MASTER-FILE
           OPEN I-O PERSONA-NAME-KEY-FILE
           OPEN I-O PERSONA-DOC-KEY-FILE
           OPEN OUTPUT PERSONA-ARCHIVE-FILE

           OPEN I-O PERSONA-RELATIONSHIP-FILE
           IF WS-PERSREL-OK
               SET WS-REL-ON TO TRUE
           ELSE
               DISPLAY 'ARR01PRG - PERSREL NOT OPENED - STATUS '
                   WS-PERSREL-STATUS ' - DEPENDANTS NOT CHECKED, '
                   'LINKS NOT DROPPED'
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDTLOG-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-FILE
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-SET-CUTOFF-DATE - AN 8-DIGIT PARM IS TAKEN AS THE CUTOFF
      * AS IT STANDS; 'REPORT' OR ANY OTHER PARM LEAVES THE CUTOFF
      * BLANK (REPORT ONLY). WITH NO PARM, ARR01RPQ SUPPLIES THE
      * RETENTION IN YEARS AND THE CUTOFF IS THE BUSINESS DATE THAT
      * MANY YEARS BACK - 29 FEBRUARY FALLING BACK TO THE 28TH.
      *----------------------------------------------------------------
       1050-SET-CUTOFF-DATE.
           MOVE SPACES TO WS-CUTOFF-DATE
           IF WS-PARM-LENGTH GREATER THAN 7
               AND WS-PARM-CUTOFF IS NUMERIC
               MOVE WS-PARM-CUTOFF TO WS-CUTOFF-DATE
               DISPLAY 'ARR01PRG - CUTOFF DATE ' WS-CUTOFF-DATE
                   ' FROM THE JCL PARM'
               GO TO 1050-EXIT
           END-IF
           IF WS-PARM-LENGTH GREATER THAN ZERO
               DISPLAY 'ARR01PRG - PARM IS NOT A CUTOFF DATE - '
                   'REPORT ONLY'
               GO TO 1050-EXIT
           END-IF

           SET RPQ-LOOKUP TO TRUE
           MOVE 'ARR01PRG' TO RPQ-PROGRAM
           MOVE 'ARR01PRG.RETAINYRS' TO RPQ-PARM-NAME
           MOVE WS-RETAIN-YEARS TO RPQ-DEFAULT
           MOVE 1 TO RPQ-MIN-VALUE
           MOVE 99 TO RPQ-MAX-VALUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA
           MOVE RPQ-VALUE TO WS-RETAIN-YEARS

           MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE
           SUBTRACT WS-RETAIN-YEARS FROM WS-CUTOFF-YYYY
           IF WS-CUTOFF-MMDD EQUAL '0229'
               MOVE '0228' TO WS-CUTOFF-MMDD
           END-IF
           DISPLAY 'ARR01PRG - CUTOFF DATE ' WS-CUTOFF-DATE ' - '
               WS-RETAIN-YEARS ' YEARS BEFORE ' WS-TODAY-DATE.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-READ-MASTER
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * 2000-PURGE-ONE-ROW - DECIDE WHAT TO DO WITH THE CURRENT ROW
      * AND READ THE NEXT. ONLY AN INACTIVE OR PURGE-PENDING ROW WITH
      * A RECORDED LOAD DATE ON OR BEFORE THE CUTOFF, AND NO ACTIVE
      * DEPENDANT, IS PURGED.
      *----------------------------------------------------------------
       2000-PURGE-ONE-ROW.
           MOVE PERSONA-MASTER-IO-RECORD TO PERSONA-MASTER-RECORD
               WHEN PM-LOAD-DATE GREATER THAN WS-CUTOFF-DATE
                   ADD 1 TO WS-ROWS-HELD
               WHEN OTHER
                   PERFORM 2050-CHECK-DEPENDANTS THRU 2050-EXIT
                   IF WS-DEPENDANT-ACTIVE
                       ADD 1 TO WS-GUARDIANS-HELD
                       DISPLAY 'ARR01PRG - PERSONA ' PM-PERSONA-ID
                           ' IS GUARDIAN OF ACTIVE PERSONA '
                           WS-DEPENDANT-ID ' - HELD'
                   ELSE
                       PERFORM 2100-ARCHIVE-AND-DELETE THRU 2100-EXIT
                   END-IF
           END-EVALUATE

           IF WS-MASTER-AT-END
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1100-READ-MASTER THRU 1100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-CHECK-DEPENDANTS - A PERSONA DUE FOR PURGE IS HELD WHILE
      * IT IS GUARDIAN (GD ROW) OF A PERSONA STILL ACTIVE ON THE
      * MASTER. THE LINK COUNTS WHETHER IT IS ACTIVE OR WAS ENDED ONLY
      * BECAUSE THE GUARDIAN WAS SOFT-DELETED (REASON DELETE) - THE
      * SOFT DELETE ENDS EVERY LINK, BUT THE DEPENDANT STILL NEEDS ITS
      * GUARDIAN ON FILE. A LINK ENDED BY THE FEED, ON REL1 OR BY A
      * MERGE (RE-POINTED TO THE SURVIVOR) DOES NOT HOLD THE PURGE.
      *----------------------------------------------------------------
       2050-CHECK-DEPENDANTS.
           SET WS-NO-DEPENDANT TO TRUE
           SET WS-MASTER-NOT-MOVED TO TRUE
           IF WS-REL-OFF
               GO TO 2050-EXIT
           END-IF
           MOVE PERSONA-MASTER-IO-RECORD TO WS-SAVE-MASTER-IO
           MOVE PM-PERSONA-ID TO WS-GUARDIAN-ID

           MOVE WS-GUARDIAN-ID TO REL-PERSONA-ID
           MOVE ZEROS TO REL-RELATED-ID
           MOVE LOW-VALUES TO REL-TYPE
           MOVE REL-KEY TO REL-IO-KEY
           START PERSONA-RELATIONSHIP-FILE
               KEY IS NOT LESS THAN REL-IO-KEY
           IF NOT WS-PERSREL-OK
               GO TO 2050-EXIT
           END-IF
           SET WS-REL-SCAN-MORE TO TRUE
           PERFORM 2060-CHECK-ONE-LINK THRU 2060-EXIT
               UNTIL WS-REL-SCAN-DONE

      *    PUT THE MASTER ROW BACK AND RESTART THE BROWSE AFTER IT.
           IF WS-MASTER-MOVED
               MOVE WS-SAVE-MASTER-IO TO PERSONA-MASTER-IO-RECORD
               MOVE PERSONA-MASTER-IO-RECORD TO PERSONA-MASTER-RECORD
               START PERSONA-MASTER-FILE
                   KEY IS GREATER THAN PM-IO-KEY
                   INVALID KEY
                       SET WS-MASTER-AT-END TO TRUE
               END-START
           END-IF.
       2050-EXIT.
           EXIT.

       2060-CHECK-ONE-LINK.
           READ PERSONA-RELATIONSHIP-FILE NEXT RECORD
               INTO PERSONA-RELATIONSHIP-RECORD
           IF NOT WS-PERSREL-OK
               OR REL-PERSONA-ID NOT EQUAL WS-GUARDIAN-ID
               SET WS-REL-SCAN-DONE TO TRUE
               GO TO 2060-EXIT
           END-IF
           IF NOT REL-TYPE-GUARDIAN
               GO TO 2060-EXIT
           END-IF
           IF REL-ENDED AND REL-END-REASON NOT EQUAL 'DELETE'
               GO TO 2060-EXIT
           END-IF

           SET WS-MASTER-MOVED TO TRUE
           MOVE REL-RELATED-ID TO PM-IO-KEY
           READ PERSONA-MASTER-FILE INTO PERSONA-MASTER-RECORD
           IF NOT WS-PERSMSTR-OK
               GO TO 2060-EXIT
           END-IF
           IF PM-STATUS-ACTIVE
               MOVE REL-RELATED-ID TO WS-DEPENDANT-ID
               SET WS-DEPENDANT-ACTIVE TO TRUE
               SET WS-REL-SCAN-DONE TO TRUE
           END-IF.
       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-DROP-RELATIONSHIPS - A PURGED PERSONA'S LINK ROWS GO WITH
      * IT, EACH WITH ITS RECIPROCAL UNDER THE OTHER PERSONA (TYPE
      * TURNED ROUND - GD FOR DP AND DP FOR GD). THE BROWSE IS
      * RESTARTED AFTER EACH DELETE.
      *----------------------------------------------------------------
       2150-DROP-RELATIONSHIPS.
           MOVE PM-PERSONA-ID TO REL-PERSONA-ID
           MOVE ZEROS TO REL-RELATED-ID
           MOVE LOW-VALUES TO REL-TYPE
           MOVE REL-KEY TO REL-IO-KEY
           START PERSONA-RELATIONSHIP-FILE
               KEY IS NOT LESS THAN REL-IO-KEY
           IF NOT WS-PERSREL-OK
               GO TO 2150-EXIT
           END-IF
           READ PERSONA-RELATIONSHIP-FILE NEXT RECORD
               INTO PERSONA-RELATIONSHIP-RECORD
           IF NOT WS-PERSREL-OK
               OR REL-PERSONA-ID NOT EQUAL PM-PERSONA-ID
               GO TO 2150-EXIT
           END-IF
           DELETE PERSONA-RELATIONSHIP-FILE RECORD
           IF NOT WS-PERSREL-OK
               DISPLAY 'ARR01PRG - LINK DELETE FAILED - STATUS '
                   WS-PERSREL-STATUS ' PERSONA ' PM-PERSONA-ID
               GO TO 2150-EXIT
           END-IF
           ADD 1 TO WS-LINKS-DROPPED

           MOVE REL-RELATED-ID TO REL-PERSONA-ID
           MOVE PM-PERSONA-ID TO REL-RELATED-ID
           EVALUATE REL-TYPE
               WHEN 'GD'
                   MOVE 'DP' TO REL-TYPE
               WHEN 'DP'
                   MOVE 'GD' TO REL-TYPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE REL-KEY TO REL-IO-KEY
           DELETE PERSONA-RELATIONSHIP-FILE RECORD
           GO TO 2150-DROP-RELATIONSHIPS.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-ARCHIVE-AND-DELETE - WRITE THE ARCHIVE IMAGE FIRST, AND
      * ONLY DELETE THE MASTER ROW ONCE THE ARCHIVE WRITE IS GOOD - A
               DELETE PERSONA-DOC-KEY-FILE RECORD
           END-IF

           SET CKM-DELETE TO TRUE
           MOVE 'ARR01PRG' TO CKM-SOURCE
           MOVE PM-PERSONA-ID TO CKM-PERSONA-ID
           MOVE PM-CLASS TO CKM-OLD-CLASS
           MOVE PM-STATUS TO CKM-OLD-STATUS
           CALL 'ARR01CKM' USING CLASS-KEY-MAINT-AREA

           IF WS-REL-ON
               PERFORM 2150-DROP-RELATIONSHIPS THRU 2150-EXIT
           END-IF

           ADD 1 TO WS-ROWS-PURGED
           PERFORM 2200-WRITE-AUDIT-RECORD THRU 2200-EXIT.
       2100-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SWEEP-ALIASES - A PURGED PERSONA'S PRIOR NAMES MUST NOT
      * OUTLIVE IT: THE DUPLICATE GATE WOULD GO ON REFUSING THEM
      * AGAINST AN OWNER THAT IS GONE. THE ALIAS FILE IS NOT KEYED BY
      * OWNER, SO IT IS READ THROUGH AND EACH OWNER LOOKED UP ON THE
      * MASTER; A ROW IS DELETED ONLY ON A CLEAN NOT-FOUND.
      *----------------------------------------------------------------
       3000-SWEEP-ALIASES.
           OPEN I-O PERSONA-ALIAS-FILE
           IF NOT WS-PERSALIA-OK
               DISPLAY 'ARR01PRG - PERSALIA NOT OPENED - STATUS '
                   WS-PERSALIA-STATUS ' - PRIOR NAMES NOT SWEPT'
               GO TO 3000-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO PAL-IO-KEY
           START PERSONA-ALIAS-FILE KEY IS GREATER THAN PAL-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 3050-CHECK-ONE-ALIAS THRU 3050-EXIT
               UNTIL WS-EOF
           CLOSE PERSONA-ALIAS-FILE.
       3000-EXIT.
           EXIT.

       3050-CHECK-ONE-ALIAS.
           READ PERSONA-ALIAS-FILE NEXT RECORD
               INTO PERSONA-ALIAS-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3050-EXIT
           END-READ
           MOVE PAL-PERSONA-ID TO PM-IO-KEY
           READ PERSONA-MASTER-FILE
           IF NOT WS-PERSMSTR-NOTFND
               GO TO 3050-EXIT
           END-IF
           DELETE PERSONA-ALIAS-FILE RECORD
           IF WS-PERSALIA-OK
               ADD 1 TO WS-ALIASES-DROPPED
           END-IF.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS
      *----------------------------------------------------------------
           MOVE WS-ROWS-PURGED TO WS-TOT-PURGED
           MOVE WS-ROWS-HELD TO WS-TOT-HELD
           MOVE WS-NO-DATE-COUNT TO WS-TOT-NO-DATE
           MOVE WS-ALIASES-DROPPED TO WS-TOT-ALIASES
           MOVE WS-GUARDIANS-HELD TO WS-TOT-GUARDIANS
           MOVE WS-LINKS-DROPPED TO WS-TOT-LINKS
           DISPLAY WS-CONTROL-TOTALS.
       8000-EXIT.
           EXIT.
           CLOSE PERSONA-NAME-KEY-FILE
           CLOSE PERSONA-DOC-KEY-FILE
           CLOSE PERSONA-ARCHIVE-FILE
           CLOSE AUDIT-FILE
           IF WS-REL-ON
               CLOSE PERSONA-RELATIONSHIP-FILE
           END-IF
           SET CKM-CLOSE TO TRUE
           MOVE 'ARR01PRG' TO CKM-SOURCE
           CALL 'ARR01CKM' USING CLASS-KEY-MAINT-AREA
           SET RPQ-CLOSE TO TRUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA.
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
