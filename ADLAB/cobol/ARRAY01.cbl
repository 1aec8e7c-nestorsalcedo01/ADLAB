      *                   TRACKED AND AGED (SEE ARR01RJS). A MISSING
      *                   REJSTAT DD DISABLES THE TRACKING WITH A
      *                   WARNING, LIKE A MISSING CLASSREF.
      *  2026-10-15  RSM  SCREEN EVERY ADD, AND EVERY UPDATE THAT
      *                   CHANGES A PERSONA'S NAME, AGAINST THE
      *                   COMPLIANCE WATCH LIST THROUGH THE SHARED
      *                   ROUTINE ARR01WLS BEFORE THE MASTER WRITE. A
      *                   HIT IS WRITTEN TO THE HELD-PERSONA FILE
      *                   (HELDPERS, SEE EC01HELD) INSTEAD OF THE
      *                   MASTER AND THE OUTBOX, AND IS COUNTED AS
      *                   HELD (NEW RS-HELD-COUNT ON THE RUNSTATS
      *                   ROW) - WLR1 RELEASES OR DECLINES IT. A RUN
      *                   THAT CANNOT SCREEN (NO WATCHLST) OR CANNOT
      *                   HOLD (NO HELDPERS) REJECTS THE PERSONA WITH
      *                   NEW REASON R014 SO IT CAN BE RESUBMITTED.
      *  2026-10-15  RSM  REMEMBER WHICH FEED SOURCE SET EACH FIELD:
      *                   THE MASTER WIDENED TO 110 BYTES FOR PM-NAME-
      *                   SOURCE/PM-CLASS-SOURCE/PM-DOC-SOURCE (SEE
      *                   EC01PMR), STAMPED FROM THE CALLER'S NEW
      *                   CALLER-FEED-SOURCE (SEE EC01API0) ON EVERY
      *                   ADD AND ON EACH FIELD AN UPDATE CHANGES. AN
      *                   UPDATE THAT WOULD OVERWRITE A FIELD OWNED BY
      *                   A SOURCE RANKED HIGHER ON THE NEW SOURCE-
      *                   PRIORITY TABLE (SRCPRI, SEE EC01SPRI) IS
      *                   REJECTED WITH NEW REASON R015 AND THE ROW
      *                   LEFT ALONE. A MISSING SRCPRI DD DISABLES THE
      *                   CHECK WITH A WARNING, LIKE A MISSING
      *                   CLASSREF - THE OWNERS ARE STILL STAMPED.
      *  2026-10-15  RSM  CARRY THE NEW OPTIONAL EFFECTIVE-DATE
      *                   (APPENDED TO THE WIRE RECORD, SEE EC01API0).
      *                   AN ENTRY DATED AFTER THE BUSINESS DATE IS
      *                   PARKED ON THE NEW SCHEDULED-ACTION FILE
      *                   (SCHDACT, SEE EC01SACT) INSTEAD OF BEING
      *                   APPLIED, AND COUNTED AS SCHEDULED; ARR01SCH
      *                   SENDS IT BACK THROUGH THIS PATH ON ITS DATE.
      *                   THE CLASS, DUPLICATE AND WATCH-LIST GATES
      *                   WAIT FOR THAT RELEASE - THEY JUDGE THE
      *                   MASTER AS IT STANDS ON THE EFFECTIVE DATE.
      *                   A MALFORMED DATE IS REJECTED WITH NEW
      *                   REASON R016; A FUTURE-DATED ENTRY IN A RUN
      *                   WITH NO SCHDACT FILE WITH NEW REASON R017.
      *  2026-10-15  RSM  KEEP THE NEW CLASS-KEY FILE (PERSCKEY, SEE
      *                   EC01PCK) IN STEP WITH EVERY ADD, UPDATE AND
      *                   SOFT DELETE THROUGH THE SHARED ROUTINE
      *                   ARR01CKM. A CLASS-KEY FAILURE IS REPORTED
      *                   BUT NEVER BACKS OUT THE MASTER WRITE.
      *  2026-10-15  RSM  STREAM MODE (CALLER-STREAM-NUMBER, SEE
      *                   EC01API0) FOR ONE STREAM OF A LOAD ARR01SPL
      *                   CUT UP: PERSONA-IDS AND RUN-IDS COME FROM
      *                   THE BLOCKS THE SPLIT RESERVED, NOT FROM THE
      *                   KEY-ZERO CONTROL ROWS; A SPENT ID BLOCK
      *                   REJECTS WITH NEW REASON R018. A CHUNK THE
      *                   STREAM ALREADY COMPLETED IS SKIPPED ON A
      *                   RERUN, AND THE RUNSTATS ROW IS KEPT CURRENT
      *                   AT EVERY CHECKPOINT AND RESTORED ON RESUME
      *                   SO ARR01SMG CAN BALANCE THE STREAMS.
      *  2026-10-15  RSM  RAISE AN OPERATIONS ALERT (ARR01ALT, SEE
      *                   EC01ALTP) WHEN A PERSONA IS REJECTED FOR A
      *                   FAILED MASTER WRITE (R006) OR A FAILED
      *                   CONTROL-ROW REWRITE (R008) - EITHER ONE
      *                   MEANS THE MASTER NEEDS LOOKING AT BEFORE THE
      *                   NEXT LOAD.
      *  2026-10-15  RSM  TAKE THE CHECKPOINT INTERVAL FROM THE RUNTIME
      *                   PARAMETER FILE (ARR01RPQ, PARAMETER
      *                   ARRAY01.CKPTINT) ONCE PER RUN, THE OLD
      *                   VALUE OF 10 STANDING AS THE DEFAULT.
      *  2026-10-15  RSM  KEEP EVERY PRIOR NAME ON THE NEW ALIAS FILE
      *                   (PERSALIA, SEE EC01PAL): A U ACTION THAT
      *                   RENAMES A PERSONA WRITES THE OLD NAME THERE,
      *                   AND THE DUPLICATE GATE REJECTS AN ADD WHOSE
      *                   NAME IS A PRIOR NAME OF AN ACTIVE PERSONA
      *                   (NEW REASON R019). NO PERSALIA DD JUST
      *                   LEAVES THE ALIAS CHECK OFF, WITH A WARNING.
      *  2026-10-15  RSM  A D ACTION NOW ENDS THE PERSONA'S LINKS ON
      *                   THE NEW RELATIONSHIP FILE (PERSREL, SEE
      *                   EC01PREL), BOTH ROWS OF EACH, REASON DELETE.
      *                   NO PERSREL DD LEAVES THE LINKS AS THEY ARE,
      *                   WITH A WARNING.
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

           SELECT PERSONA-REJECT-FILE ASSIGN TO PERSREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSREJ-STATUS.
               RECORD KEY IS CR-IO-KEY
               FILE STATUS IS WS-CLASSREF-STATUS.

           SELECT SOURCE-PRIORITY-FILE ASSIGN TO SRCPRI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-IO-KEY
               FILE STATUS IS WS-SRCPRI-STATUS.

           SELECT SCHEDULED-ACTION-FILE ASSIGN TO SCHDACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-IO-KEY
               FILE STATUS IS WS-SCHDACT-STATUS.

           SELECT OUTBOX-FILE ASSIGN TO OUTBOX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

       FD  PERSONA-REJECT-FILE
           RECORD CONTAINS 312 CHARACTERS.
           COPY EC01PREJ.
           05  CR-IO-KEY               PIC X(02).
           05  CR-IO-DATA              PIC X(78).

       FD  SOURCE-PRIORITY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SOURCE-PRIORITY-IO-RECORD.
           05  SP-IO-KEY               PIC X(08).
           05  SP-IO-DATA              PIC X(72).

       FD  SCHEDULED-ACTION-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  SCHEDULED-ACTION-IO-RECORD.
           05  SA-IO-KEY               PIC X(20).
           05  SA-IO-DATA              PIC X(280).

       FD  OUTBOX-FILE
           RECORD CONTAINS 98 CHARACTERS.
       01  OUTBOX-IO-RECORD.
           05  WS-PERSMSTR-STATUS      PIC X(02).
               88  WS-PERSMSTR-OK      VALUE '00'.
               88  WS-PERSMSTR-NOTFND  VALUE '23'.
               88  WS-PERSMSTR-DUPKEY  VALUE '22'.
           05  WS-PERSREJ-STATUS       PIC X(02).
           05  WS-VALID-SW             PIC X(01).
               88  WS-PERSONA-VALID    VALUE 'Y'.
           05  WS-CLSVAL-SW            PIC X(01) VALUE 'N'.
               88  WS-CLSVAL-ON        VALUE 'Y'.
               88  WS-CLSVAL-OFF       VALUE 'N'.
           05  WS-SRCPRI-STATUS        PIC X(02).
               88  WS-SRCPRI-OK        VALUE '00'.
      *    SOURCE-PRIORITY RANKING ONLY RUNS WHEN SRCPRI OPENED
      *    CLEANLY - A MISSING DD DISABLES THE CHECK WITH A WARNING,
      *    THE SAME RULE AS CLASSREF. THE FIELD OWNERS ARE STAMPED
      *    EITHER WAY.
           05  WS-SPRVAL-SW            PIC X(01) VALUE 'N'.
               88  WS-SPRVAL-ON        VALUE 'Y'.
               88  WS-SPRVAL-OFF       VALUE 'N'.
      *    THE FEED SOURCE THIS CALL'S PERSONAS CAME FROM (CALLER-
      *    FEED-SOURCE, OR 'ARRAY01' WHEN THE CALLER LEAVES IT BLANK)
      *    AND ITS RANK, RESOLVED ONCE PER CALL AT INITIALIZE TIME.
           05  WS-FEED-SOURCE          PIC X(08).
           05  WS-FEED-PRIORITY        PIC 9(03).
      *    2260-RANK-SOURCE'S ARGUMENT AND RESULT, AND THE FIELD
      *    NAME 2257-CHECK-ONE-OWNER PUTS IN A CONFLICT'S REJECT TEXT.
           05  WS-RANK-SOURCE          PIC X(08).
           05  WS-RANK-PRIORITY        PIC 9(03).
           05  WS-CONFLICT-FIELD       PIC X(05).
           05  WS-SCHDACT-STATUS       PIC X(02).
               88  WS-SCHDACT-OK       VALUE '00'.
               88  WS-SCHDACT-DUPKEY   VALUE '22'.
      *    FUTURE-DATED ENTRIES CAN ONLY BE PARKED WHEN SCHDACT
      *    OPENED CLEANLY - WITHOUT IT THEY ARE REJECTED (R017) FOR
      *    RESUBMISSION, NEVER APPLIED EARLY. THE REST OF THE LOAD
      *    RUNS AS NORMAL.
           05  WS-SCHED-FILE-SW        PIC X(01) VALUE 'N'.
               88  WS-SCHED-FILE-ON    VALUE 'Y'.
               88  WS-SCHED-FILE-OFF   VALUE 'N'.
      *    SET BY 2053-VALIDATE-EFFECTIVE-DATE WHEN THE CURRENT
      *    PERSONA IS DATED AFTER THE BUSINESS DATE AND IS TO BE
      *    PARKED RATHER THAN APPLIED.
           05  WS-SCHEDULED-SW         PIC X(01).
               88  WS-PERSONA-SCHEDULED
                                       VALUE 'Y'.
               88  WS-PERSONA-NOT-SCHEDULED
                                       VALUE 'N'.
           05  WS-EFFECTIVE-DATE-WORK.
               10  WS-EFF-YEAR         PIC 9(04).
               10  WS-EFF-MONTH        PIC 9(02).
               10  WS-EFF-DAY          PIC 9(02).
           05  WS-OUTBOX-STATUS        PIC X(02).
               88  WS-OUTBOX-OK        VALUE '00'.
               88  WS-OUTBOX-NOTFND    VALUE '23'.
           05  WS-PERSDKEY-STATUS      PIC X(02).
               88  WS-PERSDKEY-OK      VALUE '00'.
               88  WS-PERSDKEY-NOTFND  VALUE '23'.
           05  WS-PERSALIA-STATUS      PIC X(02).
               88  WS-PERSALIA-OK      VALUE '00'.
               88  WS-PERSALIA-DUPKEY  VALUE '22'.
      *    PRIOR NAMES ARE ONLY CHECKED AND KEPT WHEN PERSALIA OPENED
      *    CLEANLY - A MISSING DD DISABLES BOTH WITH A WARNING RATHER
      *    THAN STOPPING THE NIGHT'S LOAD. WS-ALIAS-SCAN-SW ENDS THE
      *    2077 BROWSE OVER ONE NAME'S ALIAS ROWS, AND WS-ALIAS-OWNER-
      *    ID IS THE ACTIVE PERSONA A HIT BELONGS TO.
           05  WS-ALIAS-SW             PIC X(01) VALUE 'N'.
               88  WS-ALIAS-ON         VALUE 'Y'.
               88  WS-ALIAS-OFF        VALUE 'N'.
           05  WS-ALIAS-SCAN-SW        PIC X(01).
               88  WS-ALIAS-SCAN-DONE  VALUE 'Y'.
               88  WS-ALIAS-SCAN-MORE  VALUE 'N'.
           05  WS-ALIAS-OWNER-ID       PIC 9(10).
           05  WS-PERSREL-STATUS       PIC X(02).
               88  WS-PERSREL-OK       VALUE '00'.
      *    A DELETED PERSONA'S LINKS ARE ONLY ENDED WHEN PERSREL OPENED
      *    CLEANLY, AS FOR PERSALIA. 2310 COLLECTS THE PERSONA'S ACTIVE
      *    ROWS INTO WS-REL-END-TABLE BEFORE ANY IS REWRITTEN - ENDING
      *    A RECIPROCAL ROW MOVES THE FILE POSITION THE BROWSE NEEDS.
           05  WS-REL-SW               PIC X(01) VALUE 'N'.
               88  WS-REL-ON           VALUE 'Y'.
               88  WS-REL-OFF          VALUE 'N'.
           05  WS-REL-SCAN-SW          PIC X(01).
               88  WS-REL-SCAN-DONE    VALUE 'Y'.
               88  WS-REL-SCAN-MORE    VALUE 'N'.
           05  WS-REL-END-COUNT        PIC S9(4) COMP-5.
           05  WS-REL-END-MAX          PIC S9(4) COMP-5 VALUE 20.
           05  WS-REL-END-IX           PIC S9(4) COMP-5.
           05  WS-REL-ENDED-COUNT      PIC S9(4) COMP-5.
           05  WS-REL-END-TABLE.
               10  WS-REL-END-KEY      OCCURS 20 TIMES.
                   15  WS-REK-PERSONA-ID
                                       PIC 9(10).
                   15  WS-REK-RELATED-ID
                                       PIC 9(10).
                   15  WS-REK-TYPE     PIC X(02).
           05  WS-READ-COUNT           PIC 9(07) VALUE 0.
           05  WS-PROCESSED-COUNT      PIC 9(07) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(07) VALUE 0.
           05  WS-DUPLICATE-COUNT      PIC 9(07) VALUE 0.
           05  WS-UPDATED-COUNT        PIC 9(07) VALUE 0.
           05  WS-DELETED-COUNT        PIC 9(07) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(07) VALUE 0.
           05  WS-SCHEDULED-COUNT      PIC 9(07) VALUE 0.
      *    SET BY 2080-SCREEN-WATCH-LIST WHEN THE CURRENT PERSONA WAS
      *    HELD FOR REVIEW - NEITHER WRITTEN NOR REJECTED.
           05  WS-HELD-SW              PIC X(01).
               88  WS-PERSONA-HELD     VALUE 'Y'.
               88  WS-PERSONA-NOT-HELD VALUE 'N'.
      *    THE MASTER ROW AN UPDATE OR DELETE IS AIMED AT, RESOLVED
      *    THROUGH THE NAME-KEY FILE, AND THE ROW'S BEFORE IMAGES -
      *    SAVED TO WORKING STORAGE BEFORE THE REWRITE SO THE AUDIT
           05  WS-OUTBOX-OPEN-SW       PIC X(01) VALUE 'N'.
               88  WS-OUTBOX-OPEN      VALUE 'Y'.
               88  WS-OUTBOX-NOT-OPEN  VALUE 'N'.
      *    THE RUNTIME PARAMETERS ARE LOOKED UP ON THE FIRST CALL OF
      *    THE RUN UNIT ONLY, AND 9100-CLOSE-FILES DOES NOT RESET
      *    THIS - EVERY CHUNK OF ONE LOAD RUNS TO THE SAME INTERVAL.
           05  WS-RUN-PARMS-SW         PIC X(01) VALUE 'N'.
               88  WS-RUN-PARMS-LOADED VALUE 'Y'.
               88  WS-RUN-PARMS-NOT-LOADED VALUE 'N'.
      *    STREAM MODE STATE - SET FROM CALLER-STREAM-NUMBER ON EVERY
      *    CALL. WS-STREAM-NEXT-ID IS THE NEXT PERSONA-ID IN THE
      *    STREAM'S BLOCK, KEPT HERE ACROSS A SESSION'S CALLS IN
      *    PLACE OF THE MASTER'S CONTROL ROW. WS-STREAM-HIGH-RUN IS
      *    THE HIGHEST RUN-ID 1250 FOUND ALREADY TAKEN IN THE RUN
      *    BLOCK, AND WS-CHUNK-DONE-SW SAYS THIS CHUNK ALREADY HAS A
      *    COMPLETE CHECKPOINT ROW IN IT AND MUST NOT LOAD TWICE.
           05  WS-STREAM-SW            PIC X(01) VALUE 'N'.
               88  WS-STREAM-MODE      VALUE 'Y'.
               88  WS-NOT-STREAM-MODE  VALUE 'N'.
           05  WS-STREAM-NEXT-ID       PIC 9(10).
           05  WS-STREAM-HIGH-RUN      PIC 9(08).
           05  WS-NEW-RUN-ID           PIC 9(08).
           05  WS-CHUNK-DONE-SW        PIC X(01) VALUE 'N'.
               88  WS-CHUNK-DONE       VALUE 'Y'.
               88  WS-CHUNK-NOT-DONE   VALUE 'N'.
           05  WS-RUN-BLOCK-SW         PIC X(01).
               88  WS-RUN-FROM-BLOCK   VALUE 'Y'.
               88  WS-RUN-NOT-FROM-BLOCK
                                       VALUE 'N'.

       01  WS-CONTROL-TOTALS.
           05  FILLER                  PIC X(20) VALUE
           05  FILLER                  PIC X(12) VALUE
               ' DELETED  '.
           05  WS-TOT-DELETED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' HELD  '.
           05  WS-TOT-HELD             PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' SCHEDULED  '.
           05  WS-TOT-SCHEDULED        PIC ZZZZZZ9.

      *----------------------------------------------------------------
      * REJECT REASON FOR THE CURRENT PERSONA - THE CODE AND TEXT ARE
           COPY EC01PMR.
           COPY EC01PNK.
           COPY EC01PDK.
           COPY EC01PAL.
           COPY EC01PREL.
           COPY EC01RSTT.
           COPY EC01RSTA.
           COPY EC01CREF.
           COPY EC01SPRI.
           COPY EC01OBOX.
           COPY EC01CKPT.
           COPY EC01CPOV.
           COPY EC01WLSP.
           COPY EC01SACT.
           COPY EC01CKMP.
           COPY EC01ALTP.
           COPY EC01RPQP.

       LINKAGE SECTION.
           COPY EC01API0.
           END-IF

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
      *    A STREAM CHUNK THAT ALREADY FINISHED IN AN EARLIER RUN OF
      *    THE SAME STREAM IS NOT LOADED AGAIN.
           IF WS-CHUNK-DONE
               IF NOT SESSION-MODE-ON OR SESSION-FINAL
                   PERFORM 9100-CLOSE-FILES THRU 9100-EXIT
               END-IF
               GOBACK
           END-IF
           PERFORM 2000-PROCESS-PERSONAS THRU 2000-EXIT
           PERFORM 3000-PROCESS-CPDP-TABLE THRU 3000-EXIT
           PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
           MOVE ZEROS TO WS-DUPLICATE-COUNT
           MOVE ZEROS TO WS-UPDATED-COUNT
           MOVE ZEROS TO WS-DELETED-COUNT
           MOVE ZEROS TO WS-HELD-COUNT
           MOVE ZEROS TO WS-SCHEDULED-COUNT
           MOVE ZEROS TO WS-CKPT-COUNTER

           IF WS-RUN-PARMS-NOT-LOADED
               PERFORM 1050-LOAD-RUN-PARMS THRU 1050-EXIT
           END-IF

           SET WS-NOT-STREAM-MODE TO TRUE
           IF CALLER-STREAM-NUMBER IS NUMERIC
               AND CALLER-STREAM-NUMBER GREATER THAN ZERO
               SET WS-STREAM-MODE TO TRUE
           END-IF

      *    IN SESSION MODE THE FILES ARE STILL OPEN FROM AN EARLIER
      *    CALL - ONLY THE FIRST CALL OF THE SESSION (OR ANY
      *    NON-SESSION CALL) OPENS THEM.
                   OPEN I-O PERSONA-DOC-KEY-FILE
               END-IF

               OPEN I-O PERSONA-ALIAS-FILE
               IF NOT WS-PERSALIA-OK
                   OPEN OUTPUT PERSONA-ALIAS-FILE
                   CLOSE PERSONA-ALIAS-FILE
                   OPEN I-O PERSONA-ALIAS-FILE
               END-IF
               IF WS-PERSALIA-OK
                   SET WS-ALIAS-ON TO TRUE
               ELSE
                   DISPLAY 'ARRAY01 - PERSALIA NOT AVAILABLE - PRIOR '
                       'NAMES NOT CHECKED OR KEPT'
               END-IF

               OPEN I-O PERSONA-RELATIONSHIP-FILE
               IF NOT WS-PERSREL-OK
                   OPEN OUTPUT PERSONA-RELATIONSHIP-FILE
                   CLOSE PERSONA-RELATIONSHIP-FILE
                   OPEN I-O PERSONA-RELATIONSHIP-FILE
               END-IF
               IF WS-PERSREL-OK
                   SET WS-REL-ON TO TRUE
               ELSE
                   DISPLAY 'ARRAY01 - PERSREL NOT AVAILABLE - LINKS OF '
                       'DELETED PERSONAS NOT ENDED'
               END-IF

      *        EXTEND, NOT OUTPUT - THE DRIVERS CALL ONCE PER
      *        COMMAREA CHUNK AGAINST THE SAME DD, AND AN OPEN
      *        OUTPUT PER CHUNK WOULD KEEP ONLY THE LAST CHUNK'S
                       'VALIDATION DISABLED'
               END-IF

               OPEN INPUT SOURCE-PRIORITY-FILE
               IF WS-SRCPRI-OK
                   SET WS-SPRVAL-ON TO TRUE
               ELSE
                   DISPLAY 'ARRAY01 - SRCPRI NOT AVAILABLE - SOURCE '
                       'PRIORITY CHECK DISABLED'
               END-IF

               OPEN I-O REJECT-STATUS-FILE
               IF NOT WS-REJSTAT-OK
                   OPEN OUTPUT REJECT-STATUS-FILE
                   DISPLAY 'ARRAY01 - REJSTAT NOT AVAILABLE - REJECT '
                       'LIFECYCLE TRACKING DISABLED'
               END-IF

               OPEN I-O SCHEDULED-ACTION-FILE
               IF NOT WS-SCHDACT-OK
                   OPEN OUTPUT SCHEDULED-ACTION-FILE
                   CLOSE SCHEDULED-ACTION-FILE
                   OPEN I-O SCHEDULED-ACTION-FILE
               END-IF
               IF WS-SCHDACT-OK
                   SET WS-SCHED-FILE-ON TO TRUE
               ELSE
                   DISPLAY 'ARRAY01 - SCHDACT NOT AVAILABLE - FUTURE-'
                       'DATED ENTRIES WILL BE REJECTED'
               END-IF

               IF WS-STREAM-MODE
                   MOVE CALLER-ID-BLOCK-FIRST TO WS-STREAM-NEXT-ID
               END-IF
           END-IF

           IF OUTBOX-MODE-ON
               PERFORM 1400-OPEN-OUTBOX THRU 1400-EXIT
           END-IF

      *    A STREAM NEVER TOUCHES THE CONTROL ROW - THE OTHER
      *    STREAMS ARE UPDATING THE MASTER AT THE SAME TIME, AND THE
      *    SPLIT HAS ALREADY MOVED THE ROW PAST EVERY STREAM'S BLOCK.
           IF WS-STREAM-MODE
               MOVE WS-STREAM-NEXT-ID TO WS-NEXT-PERSONA-ID
           ELSE
               MOVE ZEROS TO PC-CTL-KEY
               MOVE PC-CTL-KEY TO PM-IO-KEY
               READ PERSONA-MASTER-FILE INTO PERSONA-CTL-RECORD
               IF WS-PERSMSTR-NOTFND
                   MOVE ZEROS TO PC-CTL-KEY
                   MOVE 1 TO PC-NEXT-PERSONA-ID
                   MOVE PERSONA-CTL-RECORD TO PERSONA-MASTER-IO-RECORD
                   WRITE PERSONA-MASTER-IO-RECORD
               END-IF
               MOVE PC-NEXT-PERSONA-ID TO WS-NEXT-PERSONA-ID
           END-IF

      *    THE BUSINESS DATE COMES FROM THE PROCDATE CONTROL FILE
      *    (VIA ARR01PDQ) - A RERUN AFTER MIDNIGHT MUST STAMP THE
      *    BUSINESS DATE THE CYCLE BELONGS TO, NOT THE WALL CLOCK'S.
           CALL 'ARR01PDQ' USING WS-LOAD-DATE

      *    EVERY FIELD THIS CALL SETS IS OWNED BY THE CALLER'S FEED
      *    SOURCE. A CALLER BUILT BEFORE THE FIELD EXISTED (OR CICS)
      *    LEAVES IT BLANK, AND THE PERSONAS ARE ARRAY01'S OWN.
           IF CALLER-FEED-SOURCE EQUAL SPACES
               OR CALLER-FEED-SOURCE EQUAL LOW-VALUES
               MOVE 'ARRAY01' TO WS-FEED-SOURCE
           ELSE
               MOVE CALLER-FEED-SOURCE TO WS-FEED-SOURCE
           END-IF
           MOVE WS-FEED-SOURCE TO WS-RANK-SOURCE
           PERFORM 2260-RANK-SOURCE THRU 2260-EXIT
           MOVE WS-RANK-PRIORITY TO WS-FEED-PRIORITY

           PERFORM 1200-OPEN-CHECKPOINT THRU 1200-EXIT
           SET WS-FILES-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-LOAD-RUN-PARMS - ASK ARR01RPQ FOR THE CHECKPOINT INTERVAL
      * IN FORCE. THE VALUE CLAUSE ON WS-CKPT-INTERVAL TRAVELS AS THE
      * DEFAULT, SO A MISSING RUNPARM FILE CHANGES NOTHING.
      *----------------------------------------------------------------
       1050-LOAD-RUN-PARMS.
           SET WS-RUN-PARMS-LOADED TO TRUE
           SET RPQ-LOOKUP TO TRUE
           MOVE 'ARRAY01' TO RPQ-PROGRAM
           MOVE 'ARRAY01.CKPTINT' TO RPQ-PARM-NAME
           MOVE WS-CKPT-INTERVAL TO RPQ-DEFAULT
           MOVE 1 TO RPQ-MIN-VALUE
           MOVE 9999 TO RPQ-MAX-VALUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA
           MOVE RPQ-VALUE TO WS-CKPT-INTERVAL.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-OPEN-CHECKPOINT - ASSIGN THIS INVOCATION ITS OWN RUN-ID
      * FROM THE RESERVED CONTROL ROW (KEY ZERO) RATHER THAN KEYING ON
      * MUST NEVER BE HANDED AN ABENDED RUN'S CK-LAST-INDEX JUST
      * BECAUSE IT HAPPENED TO OPEN THIS FILE NEXT. A BLANK CALLER-
      * BATCH-ID NEVER MATCHES, SO SUCH A CALLER ALWAYS STARTS A NEW
      * RUN AT PERSONA 1. A STREAM (SEE 1265) ONLY LOOKS AT ROWS IN ITS
      * OWN RUN BLOCK, TAKES ITS NEW RUN-ID FROM THAT BLOCK (1270) AND
      * SKIPS A CHUNK THE BLOCK ALREADY SHOWS COMPLETE.
      *----------------------------------------------------------------
       1200-OPEN-CHECKPOINT.
           IF WS-FILES-NOT-OPEN
           END-IF

           SET WS-NOT-RESUMING TO TRUE
           SET WS-CHUNK-NOT-DONE TO TRUE
           MOVE ZEROS TO WS-STREAM-HIGH-RUN
           IF CALLER-BATCH-ID NOT EQUAL SPACES
               PERFORM 1250-SCAN-FOR-RESUME THRU 1250-EXIT
           END-IF

           IF WS-CHUNK-DONE
               DISPLAY 'ARRAY01 - BATCH ' CALLER-BATCH-ID ' CHUNK '
                   WS-CALLER-CHUNK ' ALREADY COMPLETE - SKIPPED'
               GO TO 1200-EXIT
           END-IF

           IF WS-RESUMING
               MOVE WS-PRIOR-RUN-ID TO CK-IO-KEY
               READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
               COMPUTE WS-START-INDEX = CK-LAST-INDEX + 1
               DISPLAY 'ARRAY01 - RESUMING INCOMPLETE RUN '
                   WS-ASSIGNED-RUN-ID ' AT INDEX ' WS-START-INDEX
               IF WS-STREAM-MODE
                   PERFORM 1280-RESTORE-RUN-STATS THRU 1280-EXIT
               END-IF
           ELSE
               SET WS-RUN-NOT-FROM-BLOCK TO TRUE
               IF WS-STREAM-MODE
                   PERFORM 1270-PICK-RUN-ID THRU 1270-EXIT
               END-IF
               MOVE WS-SAVED-NEXT-RUN-ID TO CK-RUN-ID
               MOVE WS-SAVED-NEXT-RUN-ID TO WS-ASSIGNED-RUN-ID
               MOVE 1 TO WS-START-INDEX
               MOVE CHECKPOINT-RECORD TO CHECKPOINT-IO-RECORD
               WRITE CHECKPOINT-IO-RECORD

               IF WS-RUN-NOT-FROM-BLOCK
                   COMPUTE WS-SAVED-NEXT-RUN-ID =
                       WS-SAVED-NEXT-RUN-ID + 1
                   MOVE ZEROS TO CK-CTL-KEY
                   MOVE CK-CTL-KEY TO CK-IO-KEY
                   MOVE WS-SAVED-NEXT-RUN-ID TO CK-CTL-NEXT-RUN-ID
                   MOVE CK-CTL-RECORD TO CHECKPOINT-IO-RECORD
                   REWRITE CHECKPOINT-IO-RECORD
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.
       1250-SCAN-FOR-RESUME.
           MOVE ZEROS TO WS-PRIOR-RUN-ID
           MOVE ZEROS TO CK-IO-KEY
           IF WS-STREAM-MODE
               COMPUTE CK-IO-KEY = CALLER-RUN-BLOCK-FIRST - 1
           END-IF
           START CHECKPOINT-FILE KEY IS GREATER THAN CK-IO-KEY
               INVALID KEY
                   GO TO 1250-EXIT
               AT END
                   MOVE '10' TO WS-CKPT-STATUS
               NOT AT END
                   IF WS-STREAM-MODE
                       PERFORM 1265-SCAN-STREAM-ROW THRU 1265-EXIT
                   ELSE
                       IF CK-INCOMPLETE
                           AND CK-CALLER-BATCH-ID EQUAL CALLER-BATCH-ID
                           AND CK-CHUNK-NUMBER IS NUMERIC
                           AND CK-CHUNK-NUMBER EQUAL WS-CALLER-CHUNK
                           AND CK-RUN-ID GREATER THAN WS-PRIOR-RUN-ID
                           MOVE CK-RUN-ID TO WS-PRIOR-RUN-ID
                       END-IF
                   END-IF
           END-READ.
       1260-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1265-SCAN-STREAM-ROW - A STREAM'S VIEW OF ONE CHECKPOINT ROW.
      * ONLY ROWS IN ITS OWN RUN BLOCK COUNT - THE BLOCK IS UNIQUE TO
      * ONE SPLIT, SO A BATCH-ID PREFIX REUSED NEXT MONTH CAN NEVER
      * MATCH THIS MONTH'S ROWS. THE SCAN STOPS AT THE END OF THE
      * BLOCK. THE HIGHEST RUN-ID SEEN IS NOTED FOR 1270; A COMPLETE
      * ROW FOR THIS CHUNK MARKS THE CHUNK DONE, AN INCOMPLETE ONE IS
      * RESUMED AS ANY OTHER CALLER'S WOULD BE.
      *----------------------------------------------------------------
       1265-SCAN-STREAM-ROW.
           IF CK-RUN-ID GREATER THAN CALLER-RUN-BLOCK-LAST
               MOVE '10' TO WS-CKPT-STATUS
               GO TO 1265-EXIT
           END-IF
           IF CK-RUN-ID LESS THAN CALLER-RUN-BLOCK-FIRST
               GO TO 1265-EXIT
           END-IF
           IF CK-RUN-ID GREATER THAN WS-STREAM-HIGH-RUN
               MOVE CK-RUN-ID TO WS-STREAM-HIGH-RUN
           END-IF
           IF CK-CALLER-BATCH-ID NOT EQUAL CALLER-BATCH-ID
               OR CK-CHUNK-NUMBER IS NOT NUMERIC
               GO TO 1265-EXIT
           END-IF
           IF CK-CHUNK-NUMBER NOT EQUAL WS-CALLER-CHUNK
               GO TO 1265-EXIT
           END-IF
           IF CK-COMPLETE
               SET WS-CHUNK-DONE TO TRUE
           ELSE
               IF CK-RUN-ID GREATER THAN WS-PRIOR-RUN-ID
                   MOVE CK-RUN-ID TO WS-PRIOR-RUN-ID
               END-IF
           END-IF.
       1265-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1270-PICK-RUN-ID - A STREAM'S NEW RUN-ID IS THE NEXT ONE UP IN
      * ITS OWN BLOCK. THE SPLIT SIZES THE BLOCK FOR EVERY CHUNK TO
      * RUN TWICE; SHOULD IT STILL RUN OUT, THE RUN-ID COMES FROM THE
      * SHARED CONTROL ROW AS FOR ANY OTHER CALLER, WITH A WARNING -
      * ARR01SMG WILL NOT FIND THAT RUN IN THE BLOCK AND SAYS SO.
      *----------------------------------------------------------------
       1270-PICK-RUN-ID.
           IF WS-STREAM-HIGH-RUN EQUAL ZEROS
               MOVE CALLER-RUN-BLOCK-FIRST TO WS-NEW-RUN-ID
           ELSE
               COMPUTE WS-NEW-RUN-ID = WS-STREAM-HIGH-RUN + 1
           END-IF
           IF WS-NEW-RUN-ID GREATER THAN CALLER-RUN-BLOCK-LAST
               DISPLAY 'ARRAY01 - BATCH ' CALLER-BATCH-ID
                   ' RUN-ID BLOCK EXHAUSTED - USING SHARED RUN-ID '
                   WS-SAVED-NEXT-RUN-ID
               GO TO 1270-EXIT
           END-IF
           MOVE WS-NEW-RUN-ID TO WS-SAVED-NEXT-RUN-ID
           SET WS-RUN-FROM-BLOCK TO TRUE.
       1270-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1280-RESTORE-RUN-STATS - A RESUMED STREAM CHUNK PICKS ITS
      * COUNTS UP FROM THE RUNSTATS ROW ITS LAST CHECKPOINT WROTE (SEE
      * 2400), SO THE ROW THIS RUN ENDS WITH COVERS THE WHOLE CHUNK
      * AND NOT JUST THE PERSONAS AFTER THE RESTART.
      *----------------------------------------------------------------
       1280-RESTORE-RUN-STATS.
           MOVE 'ARRAY01' TO RS-PROGRAM
           MOVE WS-ASSIGNED-RUN-ID TO RS-RUN-ID
           MOVE RS-KEY TO RS-IO-KEY
           READ RUN-STATS-FILE INTO RUN-STATS-RECORD
           IF NOT WS-RUNSTATS-OK
               GO TO 1280-EXIT
           END-IF
           COMPUTE WS-READ-COUNT = WS-START-INDEX - 1
           MOVE RS-PROCESSED-COUNT TO WS-PROCESSED-COUNT
           MOVE RS-REJECTED-COUNT TO WS-REJECTED-COUNT
           MOVE RS-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT
           IF RS-HELD-COUNT IS NUMERIC
               MOVE RS-HELD-COUNT TO WS-HELD-COUNT
           END-IF.
       1280-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-OPEN-OUTBOX - COMBINED-MODE ONLY: OPEN THE OUTBOX AND
      * CAPTURE THE NEXT SEQUENCE FROM ITS RESERVED CONTROL ROW (KEY
               MOVE SPACE TO PERSONA-ACTION
               MOVE ZEROS TO DOCUMENTO-LENGTH
               MOVE SPACES TO DOCUMENTO
               MOVE SPACES TO EFFECTIVE-DATE
               SET WS-PERSONA-NOT-HELD TO TRUE
               SET WS-PERSONA-NOT-SCHEDULED TO TRUE

               UNSTRING WS-PERSONA-DATA DELIMITED BY WS-FEED-DELIMITER
                   INTO NOMBRE-LENGTH
                        PERSONA-ACTION
                        DOCUMENTO-LENGTH
                        DOCUMENTO
                        EFFECTIVE-DATE
                   ON OVERFLOW
                       SET WS-UNSTRING-OVERFLOW TO TRUE
                   NOT ON OVERFLOW
                   IF WS-PERSONA-VALID
                       PERFORM 2052-VALIDATE-ACTION THRU 2052-EXIT
                   END-IF
                   IF WS-PERSONA-VALID
                       PERFORM 2053-VALIDATE-EFFECTIVE-DATE
                           THRU 2053-EXIT
                   END-IF
      *            THE CLASS GATE ONLY APPLIES WHERE THE CLASS IS
      *            GOING TO BE WRITTEN - A DELETE CARRYING A SINCE-
      *            RETIRED CLASS MUST STILL BE ABLE TO RETIRE ITS ROW.
      *            A FUTURE-DATED ENTRY FACES THIS GATE AND THE TWO
      *            BELOW WHEN IT IS RELEASED, AGAINST THE REFERENCE
      *            FILE AND MASTER AS THEY STAND ON ITS DATE.
                   IF WS-PERSONA-VALID
                       AND NOT PERSONA-ACTION-DELETE
                       AND NOT WS-PERSONA-SCHEDULED
                       PERFORM 2055-VALIDATE-CLASS THRU 2055-EXIT
                   END-IF
                   IF WS-PERSONA-VALID AND PERSONA-ACTION-ADD
                       AND NOT WS-PERSONA-SCHEDULED
                       PERFORM 2075-CHECK-DUPLICATE THRU 2075-EXIT
                   END-IF
      *            A NEW PERSONA IS SCREENED ONCE IT HAS PASSED EVERY
      *            OTHER GATE - A REJECT NEVER REACHES THE HOLD QUEUE.
                   IF WS-PERSONA-VALID AND PERSONA-ACTION-ADD
                       AND NOT WS-PERSONA-SCHEDULED
                       MOVE 'A' TO SCR-ACTION
                       MOVE ZEROS TO SCR-TARGET-ID
                       MOVE DOCUMENTO TO SCR-DOC-NUMBER
                       PERFORM 2080-SCREEN-WATCH-LIST THRU 2080-EXIT
                   END-IF
               END-IF
               IF WS-PERSONA-VALID
                   EVALUATE TRUE
                       WHEN WS-PERSONA-SCHEDULED
                           PERFORM 2500-PARK-SCHEDULED-ACTION
                               THRU 2500-EXIT
                           IF WS-PERSONA-VALID
                               ADD 1 TO WS-SCHEDULED-COUNT
                           ELSE
                               ADD 1 TO WS-REJECTED-COUNT
                           END-IF
                       WHEN WS-PERSONA-HELD
                           ADD 1 TO WS-HELD-COUNT
                       WHEN PERSONA-ACTION-UPDATE
                           PERFORM 2200-UPDATE-PERSONA-MASTER
                               THRU 2200-EXIT
                           EVALUATE TRUE
                               WHEN WS-PERSONA-HELD
                                   ADD 1 TO WS-HELD-COUNT
                               WHEN WS-PERSONA-VALID
                                   ADD 1 TO WS-UPDATED-COUNT
                               WHEN OTHER
                                   ADD 1 TO WS-REJECTED-COUNT
                           END-EVALUATE
                       WHEN PERSONA-ACTION-DELETE
                           PERFORM 2300-DELETE-PERSONA-MASTER
                               THRU 2300-EXIT
      * RUN COMPLETE, ON A CLEAN FINISH.
      *----------------------------------------------------------------
       2400-WRITE-CHECKPOINT.
      *    A STREAM'S RUNSTATS ROW MOVES WITH ITS CHECKPOINT, SO A
      *    RESUME HAS THE COUNTS UP TO THE RESTART POINT (SEE 1280).
           IF WS-STREAM-MODE
               PERFORM 8100-WRITE-RUN-STATS THRU 8100-EXIT
           END-IF
      *    CK-RUN-ID AND CK-LAST-INDEX SHARE STORAGE WITH THE CONTROL
      *    ROW'S FIELDS AND MAY HAVE BEEN ALIASED OVER SINCE THE LAST
      *    CHECKPOINT - BOTH ARE REBUILT FROM WORKING STORAGE BEFORE
       2052-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2053-VALIDATE-EFFECTIVE-DATE - A BLANK EFFECTIVE DATE MEANS
      * APPLY NOW. ANYTHING ELSE MUST BE A PLAUSIBLE YYYYMMDD DATE; A
      * DATE ON OR BEFORE THE BUSINESS DATE APPLIES NOW AS WELL, AND
      * ONE AFTER IT MARKS THE PERSONA TO BE PARKED FOR ARR01SCH.
      *----------------------------------------------------------------
       2053-VALIDATE-EFFECTIVE-DATE.
           IF EFFECTIVE-DATE EQUAL SPACES
               GO TO 2053-EXIT
           END-IF

           IF EFFECTIVE-DATE IS NOT NUMERIC
               GO TO 2053-BAD-DATE
           END-IF
           MOVE EFFECTIVE-DATE TO WS-EFFECTIVE-DATE-WORK
           IF WS-EFF-YEAR LESS THAN 1900
               OR WS-EFF-MONTH LESS THAN 1
               OR WS-EFF-MONTH GREATER THAN 12
               OR WS-EFF-DAY LESS THAN 1
               OR WS-EFF-DAY GREATER THAN 31
               GO TO 2053-BAD-DATE
           END-IF

           IF EFFECTIVE-DATE GREATER THAN WS-LOAD-DATE
               SET WS-PERSONA-SCHEDULED TO TRUE
           END-IF
           GO TO 2053-EXIT.
       2053-BAD-DATE.
           SET WS-PERSONA-INVALID TO TRUE
           MOVE 'R016' TO WS-REJ-CODE
           MOVE 'INVALID EFFECTIVE DATE - USE YYYYMMDD'
               TO WS-REJ-REASON.
       2053-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2055-VALIDATE-CLASS - A NON-BLANK PERSONA-CLASS MUST HAVE AN
      * ACTIVE ROW ON THE CLASS REFERENCE FILE. A BLANK CLASS IS
      * NUMBER IS A LEGITIMATELY DISTINCT PERSON AND LOADS. ONLY A
      * PERSONA WITH NO DOC NUMBER STILL FALLS BACK TO THE NAME-KEY
      * GATE (R005) - THE ONLY IDENTITY THE OLD FEEDS EVER CARRIED.
      * A NAME THAT IS NOT ANYONE'S CURRENT NAME IS THEN LOOKED FOR
      * AMONG THE PRIOR NAMES (2076), SO A FEED STILL CARRYING A
      * PERSONA'S OLD SPELLING DOES NOT CREATE A SECOND PERSONA.
      *----------------------------------------------------------------
       2075-CHECK-DUPLICATE.
           SET WS-PERSONA-VALID TO TRUE
               MOVE 'DUPLICATE PERSONA - ALREADY ON MASTER FILE'
                   TO WS-REJ-REASON
               ADD 1 TO WS-DUPLICATE-COUNT
               GO TO 2075-EXIT
           END-IF

           IF WS-ALIAS-ON
               PERFORM 2076-CHECK-ALIAS THRU 2076-EXIT
           END-IF.
       2075-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2076-CHECK-ALIAS - LOOK FOR THE NAME/APELLIDO AMONG THE PRIOR
      * NAMES ON THE ALIAS FILE (EC01PAL). SEVERAL PERSONAS MAY ONCE
      * HAVE CARRIED THE SAME NAME, SO EVERY ALIAS ROW FOR IT IS READ
      * (2077) UNTIL ONE BELONGS TO A PERSONA STILL ACTIVE ON THE
      * MASTER - AN OWNER SINCE DELETED OR PURGED IS NO DUPLICATE. A
      * HIT IS A DUPLICATE OF THAT OWNER (R019) AND IS COUNTED WITH
      * THE OTHER DUPLICATES.
      *----------------------------------------------------------------
       2076-CHECK-ALIAS.
           MOVE APELLIDO OF API00Q01-PERSONAS TO PAL-APELLIDO
           MOVE NOMBRE TO PAL-NAME
           MOVE ZEROS TO PAL-PERSONA-ID
           MOVE PAL-KEY TO PAL-IO-KEY
           START PERSONA-ALIAS-FILE KEY IS NOT LESS THAN PAL-IO-KEY
           IF NOT WS-PERSALIA-OK
               GO TO 2076-EXIT
           END-IF

           SET WS-ALIAS-SCAN-MORE TO TRUE
           PERFORM 2077-READ-NEXT-ALIAS THRU 2077-EXIT
               UNTIL WS-ALIAS-SCAN-DONE

           IF WS-DUP-FOUND
               SET WS-PERSONA-INVALID TO TRUE
               MOVE 'R019' TO WS-REJ-CODE
               MOVE SPACES TO WS-REJ-REASON
               STRING 'DUPLICATE - PRIOR NAME OF ' DELIMITED BY SIZE
                      WS-ALIAS-OWNER-ID DELIMITED BY SIZE
                   INTO WS-REJ-REASON
               ADD 1 TO WS-DUPLICATE-COUNT
           END-IF.
       2076-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2077-READ-NEXT-ALIAS - ONE ALIAS ROW OF THE BROWSE. THE
      * BROWSE ENDS AT THE FIRST ROW FOR ANOTHER NAME, AT END OF
      * FILE, OR AT AN ALIAS WHOSE OWNER IS ACTIVE. THE OWNER IS READ
      * INTO PERSONA-MASTER-RECORD, WHICH 2100 REBUILDS FOR EVERY
      * PERSONA IT WRITES.
      *----------------------------------------------------------------
       2077-READ-NEXT-ALIAS.
           READ PERSONA-ALIAS-FILE NEXT RECORD
               INTO PERSONA-ALIAS-RECORD
           IF NOT WS-PERSALIA-OK
               SET WS-ALIAS-SCAN-DONE TO TRUE
               GO TO 2077-EXIT
           END-IF
           IF PAL-APELLIDO NOT EQUAL APELLIDO OF API00Q01-PERSONAS
               OR PAL-NAME NOT EQUAL NOMBRE
               SET WS-ALIAS-SCAN-DONE TO TRUE
               GO TO 2077-EXIT
           END-IF

           MOVE PAL-PERSONA-ID TO PM-IO-KEY
           READ PERSONA-MASTER-FILE INTO PERSONA-MASTER-RECORD
           IF WS-PERSMSTR-OK
               AND PM-STATUS-ACTIVE
               MOVE PAL-PERSONA-ID TO WS-ALIAS-OWNER-ID
               SET WS-DUP-FOUND TO TRUE
               SET WS-ALIAS-SCAN-DONE TO TRUE
           END-IF.
       2077-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2080-SCREEN-WATCH-LIST - HAND THE PERSONA AS IT WOULD BE
      * WRITTEN TO THE SHARED SCREENING ROUTINE ARR01WLS. THE CALLER
      * HAS SET SCR-ACTION, SCR-TARGET-ID AND THE DOC NUMBER THE ROW
      * WOULD CARRY. A HIT HAS ALREADY BEEN WRITTEN TO HELDPERS WHEN
      * THE CALL RETURNS, SO THE PERSONA IS MARKED HELD AND THE CALLER
      * SKIPS THE MASTER WRITE AND THE OUTBOX ROW. A PERSONA THAT
      * COULD NOT BE SCREENED, OR COULD NOT BE HELD, IS MARKED
      * INVALID WITH R014 FOR THE CALLER TO REJECT - IT MUST NOT LOAD
      * UNPROVEN, AND THE REJECT ROW IS WHAT LETS ARR01RSB SEND IT
      * BACK THROUGH ONCE THE FILES ARE AVAILABLE.
      *----------------------------------------------------------------
       2080-SCREEN-WATCH-LIST.
           SET WS-PERSONA-NOT-HELD TO TRUE
           SET SCR-SCREEN TO TRUE
           MOVE NOMBRE TO SCR-NAME
           MOVE APELLIDO OF API00Q01-PERSONAS TO SCR-APELLIDO
           MOVE PERSONA-CLASS TO SCR-CLASS
           MOVE 'ARRAY01' TO SCR-SOURCE
           MOVE WS-FEED-SOURCE TO SCR-FEED-SOURCE
           MOVE WS-ASSIGNED-RUN-ID TO SCR-RUN-ID
           MOVE WS-INDEX TO SCR-INDEX
           MOVE WS-LOAD-DATE TO SCR-BUSINESS-DATE
           CALL 'ARR01WLS' USING WATCH-SCREEN-AREA

           EVALUATE TRUE
               WHEN SCR-HELD
                   SET WS-PERSONA-HELD TO TRUE
               WHEN SCR-UNSCREENED
                   SET WS-PERSONA-INVALID TO TRUE
                   MOVE 'R014' TO WS-REJ-CODE
                   MOVE 'WATCH LIST NOT AVAILABLE - NOT SCREENED'
                       TO WS-REJ-REASON
               WHEN SCR-HOLD-FAILED
                   SET WS-PERSONA-INVALID TO TRUE
                   MOVE 'R014' TO WS-REJ-CODE
                   MOVE 'WATCH-LIST HIT - HOLD FILE UNAVAILABLE'
                       TO WS-REJ-REASON
           END-EVALUATE.
       2080-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2090-REJECT-PERSONA - WRITE THE MACHINE-READABLE REJECT ROW:
      * REASON CODE AND TEXT, THE RUN-ID AND FEED POSITION, AND THE

           IF WS-REJTRK-ON
               PERFORM 2095-OPEN-REJECT-STATUS THRU 2095-EXIT
           END-IF

           IF WS-REJ-CODE EQUAL 'R006' OR 'R008'
               PERFORM 2096-RAISE-ALERT THRU 2096-EXIT
           END-IF.
       2090-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2096-RAISE-ALERT - A MASTER WRITE (R006) OR CONTROL-ROW
      * REWRITE (R008) THAT FAILED IS AN OPERATIONS ALERT, NOT JUST A
      * REJECT. A FAILED CONTROL-ROW REWRITE LEAVES THE ROW JUST
      * WRITTEN BEHIND A COUNTER THAT WAS NEVER MOVED, SO IT IS
      * CRITICAL. THE ALERT NAMES THE ROW INVOLVED - THE TARGET OF AN
      * UPDATE OR DELETE, OR THE KEY AN ADD WAS GIVEN.
      *----------------------------------------------------------------
       2096-RAISE-ALERT.
           SET ALT-RAISE TO TRUE
           MOVE 'ARRAY01' TO ALT-PROGRAM
           MOVE WS-ASSIGNED-RUN-ID TO ALT-RUN-ID
           MOVE WS-REJ-CODE TO ALT-CONDITION
           MOVE SPACES TO ALT-TEXT
           STRING WS-REJ-REASON DELIMITED BY SIZE
                  ' - INDEX ' DELIMITED BY SIZE
                  RJ-INDEX DELIMITED BY SIZE
               INTO ALT-TEXT
           END-STRING
           MOVE SPACES TO ALT-CORREL-ID
           IF WS-REJ-CODE EQUAL 'R008'
               SET ALT-SEV-CRITICAL TO TRUE
               COMPUTE ALT-PERSONA-ID = WS-NEXT-PERSONA-ID - 1
           ELSE
               SET ALT-SEV-HIGH TO TRUE
               IF PERSONA-ACTION-ADD
                   MOVE WS-NEXT-PERSONA-ID TO ALT-PERSONA-ID
               ELSE
                   MOVE WS-TARGET-PERSONA-ID TO ALT-PERSONA-ID
               END-IF
           END-IF
           CALL 'ARR01ALT' USING ALERT-RAISE-AREA.
       2096-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2095-OPEN-REJECT-STATUS - ONE LIFECYCLE ROW PER REJECT, OPEN,
      * KEYED BY THE SAME RUN-ID AND FEED INDEX AS THE PERSREJ ROW.
      * WRITE THE PERSONA TO THE MASTER FILE, THEN ITS NAME-KEY ROW,
      * THEN THE CONTROL ROW. THE NAME-KEY WRITE RUNS BEFORE THE
      * CONTROL-ROW REWRITE SO A NAME-KEY FAILURE CAN STILL BACK THE
      * MASTER ROW OUT AND LEAVE THE SURROGATE COUNTER UNTOUCHED. A
      * STREAM TAKES ITS KEY FROM ITS OWN BLOCK AND HAS NO CONTROL ROW
      * TO REWRITE; A KEY ALREADY ON THE MASTER CAN ONLY BE ITS OWN,
      * WRITTEN BY AN EARLIER RUN OF THE STREAM, AND IS STEPPED OVER.
      *----------------------------------------------------------------
       2100-WRITE-PERSONA-MASTER.
           IF WS-STREAM-MODE
               AND WS-NEXT-PERSONA-ID GREATER THAN CALLER-ID-BLOCK-LAST
               SET WS-PERSONA-INVALID TO TRUE
               MOVE 'R018' TO WS-REJ-CODE
               MOVE 'PERSONA-ID BLOCK EXHAUSTED' TO WS-REJ-REASON
               PERFORM 2090-REJECT-PERSONA THRU 2090-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE WS-NEXT-PERSONA-ID TO PM-PERSONA-ID
           MOVE NOMBRE TO PM-NAME
           MOVE APELLIDO OF API00Q01-PERSONAS TO PM-APELLIDO
           MOVE 'ARRAY01' TO PM-LOAD-SOURCE
           MOVE 'A' TO PM-STATUS
           MOVE DOCUMENTO TO PM-DOC-NUMBER
      *    THE FEED OWNS THE NAME, AND THE CLASS AND DOC NUMBER IF
      *    IT DELIVERED THEM - A FIELD IT LEFT BLANK HAS NO OWNER YET.
           MOVE WS-FEED-SOURCE TO PM-NAME-SOURCE
           MOVE SPACES TO PM-CLASS-SOURCE
           IF PERSONA-CLASS NOT EQUAL SPACES
               MOVE WS-FEED-SOURCE TO PM-CLASS-SOURCE
           END-IF
           MOVE SPACES TO PM-DOC-SOURCE
           IF DOCUMENTO NOT EQUAL SPACES
               MOVE WS-FEED-SOURCE TO PM-DOC-SOURCE
           END-IF
           MOVE PERSONA-MASTER-RECORD TO PERSONA-MASTER-IO-RECORD
           WRITE PERSONA-MASTER-IO-RECORD
           IF WS-STREAM-MODE AND WS-PERSMSTR-DUPKEY
               ADD 1 TO WS-NEXT-PERSONA-ID
               MOVE WS-NEXT-PERSONA-ID TO WS-STREAM-NEXT-ID
               GO TO 2100-WRITE-PERSONA-MASTER
           END-IF

           IF WS-PERSMSTR-OK
               MOVE PM-NAME TO WS-SAVED-PM-NAME
                   PERFORM 2106-WRITE-DOC-KEY THRU 2106-EXIT
               END-IF
               IF WS-PERSONA-VALID
                   SET CKM-ADD TO TRUE
                   MOVE WS-NEXT-PERSONA-ID TO CKM-PERSONA-ID
                   MOVE WS-SAVED-PM-CLASS TO CKM-NEW-CLASS
                   MOVE 'A' TO CKM-NEW-STATUS
                   PERFORM 2107-MAINTAIN-CLASS-KEY THRU 2107-EXIT
                   ADD 1 TO WS-NEXT-PERSONA-ID
                   IF WS-STREAM-MODE
                       MOVE WS-NEXT-PERSONA-ID TO WS-STREAM-NEXT-ID
                   ELSE
                       MOVE ZEROS TO PC-CTL-KEY
                       MOVE WS-NEXT-PERSONA-ID TO PC-NEXT-PERSONA-ID
                       MOVE PERSONA-CTL-RECORD
                           TO PERSONA-MASTER-IO-RECORD
                       MOVE ZEROS TO PM-IO-KEY
                       REWRITE PERSONA-MASTER-IO-RECORD
                   END-IF

                   IF WS-PERSMSTR-OK
                       PERFORM 2110-WRITE-AUDIT-RECORD THRU 2110-EXIT
       2106-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2107-MAINTAIN-CLASS-KEY - HAND THE MASTER ROW JUST WRITTEN TO
      * ARR01CKM SO ITS CLASS-KEY ROW FOLLOWS IT. THE CALLER HAS SET
      * THE FUNCTION, THE PERSONA ID AND THE OLD/NEW CLASS AND STATUS.
      * UNLIKE THE NAME AND DOC KEYS, A FAILURE HERE DOES NOT BACK
      * THE MASTER ROW OUT - THE CLASS-KEY FILE IS A READ PATH FOR
      * THE CLASS-SCOPED JOBS, NOT AN IDENTITY GATE, AND ARR01CKM
      * REPORTS THE DRIFT FOR ARR01NKB TO REBUILD.
      *----------------------------------------------------------------
       2107-MAINTAIN-CLASS-KEY.
           MOVE 'ARRAY01' TO CKM-SOURCE
           CALL 'ARR01CKM' USING CLASS-KEY-MAINT-AREA.
       2107-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2110-WRITE-AUDIT-RECORD - JOURNAL THE PERSONA JUST WRITTEN.
      * ARRAY01 ONLY EVER ADDS NEW PERSONA MASTER ROWS, SO THE BEFORE
      * AUTHORITATIVE FOR THE ROW. THE LOAD PROVENANCE IS NEVER
      * TOUCHED; IT RECORDS THE ORIGINAL LOAD. A RENAME RE-KEYS THE
      * NAME-KEY ROW, AND THE CHANGE IS JOURNALED WITH FULL BEFORE/
      * AFTER IMAGES. A RENAME IS SCREENED AGAINST THE WATCH LIST
      * FIRST - A HIT LEAVES THE ROW UNTOUCHED AND THE UPDATE HELD
      * FOR REVIEW. BEFORE EITHER, EVERY FIELD THE UPDATE WOULD
      * CHANGE IS CHECKED AGAINST ITS OWNER ON THE SOURCE-PRIORITY
      * TABLE (2255) - A LOWER-PRIORITY FEED MAY NOT OVERWRITE A
      * HIGHER ONE'S FIELD, SO THE WHOLE UPDATE IS REJECTED (R015)
      * FOR THE DATA STEWARD. EACH FIELD THE UPDATE DOES CHANGE IS
      * THEN STAMPED WITH THE FEED'S SOURCE AS ITS NEW OWNER.
      *----------------------------------------------------------------
       2200-UPDATE-PERSONA-MASTER.
           MOVE 'R009' TO WS-REJ-CODE
           MOVE PM-STATUS TO WS-BEF-PM-STATUS
           MOVE PM-DOC-NUMBER TO WS-BEF-PM-DOC

           PERFORM 2255-CHECK-SURVIVORSHIP THRU 2255-EXIT
           IF NOT WS-PERSONA-VALID
               PERFORM 2090-REJECT-PERSONA THRU 2090-EXIT
               GO TO 2200-EXIT
           END-IF

           IF NOMBRE NOT EQUAL PM-NAME
               OR APELLIDO OF API00Q01-PERSONAS NOT EQUAL PM-APELLIDO
               MOVE 'U' TO SCR-ACTION
               MOVE WS-TARGET-PERSONA-ID TO SCR-TARGET-ID
               IF DOCUMENTO NOT EQUAL SPACES
                   MOVE DOCUMENTO TO SCR-DOC-NUMBER
               ELSE
                   MOVE PM-DOC-NUMBER TO SCR-DOC-NUMBER
               END-IF
               PERFORM 2080-SCREEN-WATCH-LIST THRU 2080-EXIT
               IF WS-PERSONA-HELD
                   GO TO 2200-EXIT
               END-IF
               IF NOT WS-PERSONA-VALID
                   PERFORM 2090-REJECT-PERSONA THRU 2090-EXIT
                   GO TO 2200-EXIT
               END-IF
           END-IF

           MOVE NOMBRE TO PM-NAME
           MOVE APELLIDO OF API00Q01-PERSONAS TO PM-APELLIDO
           IF PERSONA-CLASS NOT EQUAL SPACES
           IF DOCUMENTO NOT EQUAL SPACES
               MOVE DOCUMENTO TO PM-DOC-NUMBER
           END-IF
           IF PM-NAME NOT EQUAL WS-BEF-PM-NAME
               OR PM-APELLIDO NOT EQUAL WS-BEF-PM-APELLIDO
               MOVE WS-FEED-SOURCE TO PM-NAME-SOURCE
           END-IF
           IF PM-CLASS NOT EQUAL WS-BEF-PM-CLASS
               MOVE WS-FEED-SOURCE TO PM-CLASS-SOURCE
           END-IF
           IF PM-DOC-NUMBER NOT EQUAL WS-BEF-PM-DOC
               MOVE WS-FEED-SOURCE TO PM-DOC-SOURCE
           END-IF
           MOVE PERSONA-MASTER-RECORD TO PERSONA-MASTER-IO-RECORD
           MOVE WS-TARGET-PERSONA-ID TO PM-IO-KEY
           REWRITE PERSONA-MASTER-IO-RECORD
                       'PERSONA ' WS-TARGET-PERSONA-ID ' - STATUS '
                       WS-PERSNKEY-STATUS
               END-IF
               IF WS-ALIAS-ON
                   PERFORM 2205-KEEP-PRIOR-NAME THRU 2205-EXIT
               END-IF
           END-IF

      *    A DOC NUMBER NEWLY ASSIGNED (OR CORRECTED) RE-KEYS THE
               END-IF
           END-IF

      *    A RE-KEYED CLASS MOVES THE CLASS-KEY ROW.
           SET CKM-UPDATE TO TRUE
           MOVE WS-TARGET-PERSONA-ID TO CKM-PERSONA-ID
           MOVE WS-BEF-PM-CLASS TO CKM-OLD-CLASS
           MOVE WS-BEF-PM-STATUS TO CKM-OLD-STATUS
           MOVE PM-CLASS TO CKM-NEW-CLASS
           MOVE PM-STATUS TO CKM-NEW-STATUS
           PERFORM 2107-MAINTAIN-CLASS-KEY THRU 2107-EXIT

           MOVE 'CHANGE' TO WS-MAINT-FUNCTION
           PERFORM 2115-WRITE-MAINT-AUDIT THRU 2115-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2205-KEEP-PRIOR-NAME - A RENAME RETIRES THE OLD NAME TO THE
      * ALIAS FILE (EC01PAL), OWNED BY THIS PERSONA, SO A LATER FEED
      * STILL CARRYING IT IS CAUGHT BY THE GATE. AN ALIAS ROW ALREADY
      * THERE FOR THE OLD NAME (RENAMED AWAY FROM IT BEFORE) STANDS
      * AS IT IS. A RENAME BACK TO A PRIOR NAME DROPS THAT NAME'S
      * ALIAS ROW - IT IS THE CURRENT NAME AGAIN. A FAILURE IS
      * REPORTED BUT NEVER BACKS OUT THE RENAME.
      *----------------------------------------------------------------
       2205-KEEP-PRIOR-NAME.
           MOVE SPACES TO PERSONA-ALIAS-RECORD
           MOVE PM-APELLIDO TO PAL-APELLIDO
           MOVE PM-NAME TO PAL-NAME
           MOVE WS-TARGET-PERSONA-ID TO PAL-PERSONA-ID
           MOVE PAL-KEY TO PAL-IO-KEY
           DELETE PERSONA-ALIAS-FILE RECORD

           MOVE WS-BEF-PM-APELLIDO TO PAL-APELLIDO
           MOVE WS-BEF-PM-NAME TO PAL-NAME
           MOVE WS-TARGET-PERSONA-ID TO PAL-PERSONA-ID
           SET PAL-RENAMED TO TRUE
           MOVE WS-LOAD-DATE TO PAL-RETIRED-DATE
           MOVE 'ARRAY01' TO PAL-SOURCE
           MOVE PERSONA-ALIAS-RECORD TO PERSONA-ALIAS-IO-RECORD
           WRITE PERSONA-ALIAS-IO-RECORD
           IF NOT WS-PERSALIA-OK AND NOT WS-PERSALIA-DUPKEY
               DISPLAY 'ARRAY01 - ALIAS WRITE FAILED FOR PERSONA '
                   WS-TARGET-PERSONA-ID ' - STATUS '
                   WS-PERSALIA-STATUS
           END-IF.
       2205-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-RESOLVE-TARGET - FIND THE MASTER ROW AN UPDATE OR DELETE
      * IS AIMED AT: BY DOC NUMBER WHEN THE RECORD CARRIES ONE, ELSE
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2255-CHECK-SURVIVORSHIP - FOR EACH FIELD THE UPDATE WOULD
      * CHANGE (THE NAME - NOMBRE AND APELLIDO TOGETHER - A NON-BLANK
      * CLASS, A NON-BLANK DOC NUMBER), MAKE SURE THE FEED RANKS AT
      * LEAST AS HIGH AS THE SOURCE THAT LAST SET IT. THE FIRST
      * FIELD THAT FAILS MARKS THE PERSONA INVALID WITH R015 FOR THE
      * CALLER TO REJECT; A FIELD THE UPDATE LEAVES AS IT IS NEVER
      * CONFLICTS. WITH NO SRCPRI FILE THERE IS NOTHING TO RANK BY
      * AND EVERY UPDATE PASSES, AS IT DID BEFORE THE TABLE EXISTED.
      * PERSONA-MASTER-RECORD STILL HOLDS THE TARGET ROW FROM 2250.
      *----------------------------------------------------------------
       2255-CHECK-SURVIVORSHIP.
           IF WS-SPRVAL-OFF
               GO TO 2255-EXIT
           END-IF

           IF NOMBRE NOT EQUAL PM-NAME
               OR APELLIDO OF API00Q01-PERSONAS NOT EQUAL PM-APELLIDO
               MOVE PM-NAME-SOURCE TO WS-RANK-SOURCE
               MOVE 'NAME' TO WS-CONFLICT-FIELD
               PERFORM 2257-CHECK-ONE-OWNER THRU 2257-EXIT
               IF NOT WS-PERSONA-VALID
                   GO TO 2255-EXIT
               END-IF
           END-IF

           IF PERSONA-CLASS NOT EQUAL SPACES
               AND PERSONA-CLASS NOT EQUAL PM-CLASS
               MOVE PM-CLASS-SOURCE TO WS-RANK-SOURCE
               MOVE 'CLASS' TO WS-CONFLICT-FIELD
               PERFORM 2257-CHECK-ONE-OWNER THRU 2257-EXIT
               IF NOT WS-PERSONA-VALID
                   GO TO 2255-EXIT
               END-IF
           END-IF

           IF DOCUMENTO NOT EQUAL SPACES
               AND DOCUMENTO NOT EQUAL PM-DOC-NUMBER
               MOVE PM-DOC-SOURCE TO WS-RANK-SOURCE
               MOVE 'DOC' TO WS-CONFLICT-FIELD
               PERFORM 2257-CHECK-ONE-OWNER THRU 2257-EXIT
           END-IF.
       2255-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2257-CHECK-ONE-OWNER - RANK THE FIELD'S OWNER (IN WS-RANK-
      * SOURCE) AGAINST THE FEED. A FEED MAY ALWAYS OVERWRITE ITS OWN
      * FIELD AND ONE OWNED BY AN EQUAL OR LOWER SOURCE; AN OWNER
      * RANKED HIGHER WINS AND THE REJECT TEXT NAMES THE FIELD AND
      * THE OWNER SO THE STEWARD KNOWS WHO TO ASK.
      *----------------------------------------------------------------
       2257-CHECK-ONE-OWNER.
           IF WS-RANK-SOURCE EQUAL WS-FEED-SOURCE
               GO TO 2257-EXIT
           END-IF

           PERFORM 2260-RANK-SOURCE THRU 2260-EXIT
           IF WS-RANK-PRIORITY GREATER THAN WS-FEED-PRIORITY
               SET WS-PERSONA-INVALID TO TRUE
               MOVE 'R015' TO WS-REJ-CODE
               MOVE SPACES TO WS-REJ-REASON
               STRING WS-CONFLICT-FIELD DELIMITED BY SPACE
                   ' HELD BY HIGHER-PRI SOURCE ' DELIMITED BY SIZE
                   WS-RANK-SOURCE DELIMITED BY SPACE
                   INTO WS-REJ-REASON
           END-IF.
       2257-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2260-RANK-SOURCE - LOOK WS-RANK-SOURCE UP ON THE SOURCE-
      * PRIORITY TABLE AND RETURN ITS RANK IN WS-RANK-PRIORITY. A
      * BLANK SOURCE (A FIELD NOBODY HAS SET SINCE THE OWNERS WERE
      * ADDED), ONE WITH NO ROW, AN INACTIVE ROW, OR NO TABLE AT ALL
      * RANKS 000.
      *----------------------------------------------------------------
       2260-RANK-SOURCE.
           MOVE ZEROS TO WS-RANK-PRIORITY
           IF WS-SPRVAL-OFF OR WS-RANK-SOURCE EQUAL SPACES
               GO TO 2260-EXIT
           END-IF

           MOVE WS-RANK-SOURCE TO SP-IO-KEY
           READ SOURCE-PRIORITY-FILE INTO SOURCE-PRIORITY-RECORD
           IF WS-SRCPRI-OK AND SP-ACTIVE
               AND SP-PRIORITY IS NUMERIC
               MOVE SP-PRIORITY TO WS-RANK-PRIORITY
           END-IF.
       2260-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-DELETE-PERSONA-MASTER - FEED ACTION D: SOFT DELETE, THE
      * SAME THING THE MNT1 DELETE FUNCTION DOES - FLIP THE ROW'S
               MOVE WS-BEF-PM-DOC TO PDK-IO-KEY
               DELETE PERSONA-DOC-KEY-FILE RECORD
           END-IF
      *    THE CLASS-KEY ROW STAYS, REFILED UNDER THE INACTIVE STATUS.
           SET CKM-UPDATE TO TRUE
           MOVE WS-TARGET-PERSONA-ID TO CKM-PERSONA-ID
           MOVE WS-BEF-PM-CLASS TO CKM-OLD-CLASS
           MOVE WS-BEF-PM-STATUS TO CKM-OLD-STATUS
           MOVE PM-CLASS TO CKM-NEW-CLASS
           MOVE PM-STATUS TO CKM-NEW-STATUS
           PERFORM 2107-MAINTAIN-CLASS-KEY THRU 2107-EXIT

           IF WS-REL-ON
               PERFORM 2310-END-RELATIONSHIPS THRU 2310-EXIT
           END-IF

           MOVE 'DELETE' TO WS-MAINT-FUNCTION
           PERFORM 2115-WRITE-MAINT-AUDIT THRU 2115-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2310-END-RELATIONSHIPS - END EVERY ACTIVE LINK OF THE DELETED
      * PERSONA, BOTH ROWS, REASON DELETE (SEE EC01PREL). THE ROWS ARE
      * COLLECTED FIRST AND ENDED AFTER THE BROWSE. A PERSONA WITH
      * MORE ACTIVE LINKS THAN THE TABLE HOLDS HAS THE REST ENDED BY
      * ANOTHER PASS - THE BROWSE IS REPEATED WHILE A FULL PASS STILL
      * ENDS SOMETHING, SO A ROW THAT WILL NOT REWRITE CANNOT LOOP IT.
      *----------------------------------------------------------------
       2310-END-RELATIONSHIPS.
           MOVE ZERO TO WS-REL-END-COUNT
           MOVE ZERO TO WS-REL-ENDED-COUNT
           MOVE WS-TARGET-PERSONA-ID TO REL-PERSONA-ID
           MOVE ZEROS TO REL-RELATED-ID
           MOVE LOW-VALUES TO REL-TYPE
           MOVE REL-KEY TO REL-IO-KEY
           START PERSONA-RELATIONSHIP-FILE
               KEY IS NOT LESS THAN REL-IO-KEY
           IF NOT WS-PERSREL-OK
               GO TO 2310-EXIT
           END-IF
           SET WS-REL-SCAN-MORE TO TRUE
           PERFORM 2315-COLLECT-RELATIONSHIP THRU 2315-EXIT
               UNTIL WS-REL-SCAN-DONE
           IF WS-REL-END-COUNT EQUAL ZERO
               GO TO 2310-EXIT
           END-IF

           PERFORM 2320-END-ONE-LINK THRU 2320-EXIT
               VARYING WS-REL-END-IX FROM 1 BY 1
               UNTIL WS-REL-END-IX GREATER THAN WS-REL-END-COUNT
           IF WS-REL-END-COUNT NOT LESS THAN WS-REL-END-MAX
               AND WS-REL-ENDED-COUNT GREATER THAN ZERO
               GO TO 2310-END-RELATIONSHIPS
           END-IF.
       2310-EXIT.
           EXIT.

       2315-COLLECT-RELATIONSHIP.
           READ PERSONA-RELATIONSHIP-FILE NEXT RECORD
               INTO PERSONA-RELATIONSHIP-RECORD
           IF NOT WS-PERSREL-OK
               OR REL-PERSONA-ID NOT EQUAL WS-TARGET-PERSONA-ID
               SET WS-REL-SCAN-DONE TO TRUE
               GO TO 2315-EXIT
           END-IF
           IF REL-ACTIVE
               ADD 1 TO WS-REL-END-COUNT
               MOVE REL-KEY TO WS-REL-END-KEY(WS-REL-END-COUNT)
               IF WS-REL-END-COUNT NOT LESS THAN WS-REL-END-MAX
                   SET WS-REL-SCAN-DONE TO TRUE
               END-IF
           END-IF.
       2315-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2320-END-ONE-LINK - END THE COLLECTED ROW AND ITS RECIPROCAL,
      * THE SAME ROW UNDER THE RELATED PERSONA WITH THE TYPE TURNED
      * ROUND (GD FOR DP AND DP FOR GD; THE OTHERS ARE SYMMETRIC).
      *----------------------------------------------------------------
       2320-END-ONE-LINK.
           MOVE WS-REL-END-KEY(WS-REL-END-IX) TO REL-KEY
           PERFORM 2325-END-ONE-ROW THRU 2325-EXIT
           IF WS-PERSREL-OK
               ADD 1 TO WS-REL-ENDED-COUNT
           END-IF

           MOVE WS-REK-RELATED-ID(WS-REL-END-IX) TO REL-PERSONA-ID
           MOVE WS-REK-PERSONA-ID(WS-REL-END-IX) TO REL-RELATED-ID
           EVALUATE WS-REK-TYPE(WS-REL-END-IX)
               WHEN 'GD'
                   MOVE 'DP' TO REL-TYPE
               WHEN 'DP'
                   MOVE 'GD' TO REL-TYPE
               WHEN OTHER
                   MOVE WS-REK-TYPE(WS-REL-END-IX) TO REL-TYPE
           END-EVALUATE
           PERFORM 2325-END-ONE-ROW THRU 2325-EXIT.
       2320-EXIT.
           EXIT.

       2325-END-ONE-ROW.
           MOVE REL-KEY TO REL-IO-KEY
           READ PERSONA-RELATIONSHIP-FILE
               INTO PERSONA-RELATIONSHIP-RECORD
           IF NOT WS-PERSREL-OK OR NOT REL-ACTIVE
               GO TO 2325-EXIT
           END-IF
           SET REL-ENDED TO TRUE
           ACCEPT REL-END-DATE FROM DATE YYYYMMDD
           MOVE 'DELETE' TO REL-END-REASON
           MOVE 'ARRAY01' TO REL-SOURCE
           MOVE PERSONA-RELATIONSHIP-RECORD
               TO PERSONA-RELATIONSHIP-IO-RECORD
           REWRITE PERSONA-RELATIONSHIP-IO-RECORD.
       2325-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-PARK-SCHEDULED-ACTION - WRITE A FUTURE-DATED ENTRY TO THE
      * SCHEDULED-ACTION FILE AS PENDING, CARRYING ITS WIRE SLOT AS
      * DELIVERED AND THE FEED SOURCE THAT SENT IT, SO THE RELEASE
      * APPLIES IT UNDER THE SAME OWNER. A RESUMED RUN PARKING THE
      * SAME RUN-ID AND INDEX AGAIN REFRESHES ITS PENDING ROW, BUT A
      * ROW ALREADY FIRED OR CANCELLED IS LEFT AS IT IS. AN ENTRY
      * THAT CANNOT BE PARKED IS REJECTED (R017) - IT IS NEVER
      * APPLIED AHEAD OF ITS DATE.
      *----------------------------------------------------------------
       2500-PARK-SCHEDULED-ACTION.
           IF WS-SCHED-FILE-OFF
               SET WS-PERSONA-INVALID TO TRUE
               MOVE 'R017' TO WS-REJ-CODE
               MOVE 'SCHEDULED-ACTION FILE NOT AVAILABLE'
                   TO WS-REJ-REASON
               PERFORM 2090-REJECT-PERSONA THRU 2090-EXIT
               GO TO 2500-EXIT
           END-IF

           MOVE SPACES TO SCHEDULED-ACTION-RECORD
           MOVE EFFECTIVE-DATE TO SA-EFFECTIVE-DATE
           MOVE WS-ASSIGNED-RUN-ID TO SA-RUN-ID
           MOVE WS-INDEX TO SA-INDEX
           SET SA-PENDING TO TRUE
           MOVE PERSONA-ACTION TO SA-ACTION
           MOVE WS-FEED-SOURCE TO SA-FEED-SOURCE
           MOVE CALLER-BATCH-ID TO SA-BATCH-ID
           MOVE WS-LOAD-DATE TO SA-PARKED-DATE
           ACCEPT SA-PARKED-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT SA-PARKED-TIMESTAMP(9:8) FROM TIME
           MOVE NOMBRE TO SA-NAME
           MOVE APELLIDO OF API00Q01-PERSONAS TO SA-APELLIDO
           MOVE DOCUMENTO TO SA-DOC-NUMBER
           MOVE PERSONAS-DATAAREA(WS-OFFSET + 1:
               LENGTH OF API00Q01-PERSONAS) TO SA-PERSONA-DATA
           MOVE ZEROS TO SA-RELEASE-CHUNK
           MOVE SCHEDULED-ACTION-RECORD TO SCHEDULED-ACTION-IO-RECORD
           WRITE SCHEDULED-ACTION-IO-RECORD
           IF WS-SCHDACT-DUPKEY
               READ SCHEDULED-ACTION-FILE
               IF WS-SCHDACT-OK AND SA-IO-DATA(1:1) EQUAL 'P'
                   MOVE SCHEDULED-ACTION-RECORD
                       TO SCHEDULED-ACTION-IO-RECORD
                   REWRITE SCHEDULED-ACTION-IO-RECORD
               END-IF
           END-IF

           IF NOT WS-SCHDACT-OK
               SET WS-PERSONA-INVALID TO TRUE
               MOVE 'R017' TO WS-REJ-CODE
               MOVE 'SCHEDULED-ACTION WRITE FAILED'
                   TO WS-REJ-REASON
               PERFORM 2090-REJECT-PERSONA THRU 2090-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PROCESS-CPDP-TABLE - CONSUME EC01CPDP'S RECORD-1 TABLE.
      * THE FIRST WS-CPDP-MAX-INLINE (3) ENTRIES TRAVEL IN-LINE IN
                   PERFORM 3100-GET-CPDP-ENTRY THRU 3100-EXIT
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2060-FORMAT-NAME-FIELDS THRU 2060-EXIT
                   SET WS-PERSONA-NOT-HELD TO TRUE
                   PERFORM 2075-CHECK-DUPLICATE THRU 2075-EXIT
                   IF WS-PERSONA-VALID
                       MOVE WS-CPDP-INDEX TO WS-INDEX
                       MOVE 'A' TO SCR-ACTION
                       MOVE ZEROS TO SCR-TARGET-ID
                       MOVE SPACES TO SCR-DOC-NUMBER
                       PERFORM 2080-SCREEN-WATCH-LIST THRU 2080-EXIT
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-PERSONA-HELD
                           ADD 1 TO WS-HELD-COUNT
                       WHEN WS-PERSONA-VALID
                           MOVE WS-CPDP-INDEX TO WS-INDEX
                           PERFORM 2100-WRITE-PERSONA-MASTER
                               THRU 2100-EXIT
                           IF WS-PERSONA-VALID
                               ADD 1 TO WS-PROCESSED-COUNT
                           ELSE
                               ADD 1 TO WS-REJECTED-COUNT
                           END-IF
                       WHEN OTHER
                           PERFORM 2090-REJECT-PERSONA THRU 2090-EXIT
                           ADD 1 TO WS-REJECTED-COUNT
                   END-EVALUATE
                   ADD 1 TO WS-CPDP-INDEX
               END-PERFORM

           MOVE WS-DUPLICATE-COUNT TO WS-TOT-DUPLICATE
           MOVE WS-UPDATED-COUNT TO WS-TOT-UPDATED
           MOVE WS-DELETED-COUNT TO WS-TOT-DELETED
           MOVE WS-HELD-COUNT TO WS-TOT-HELD
           MOVE WS-SCHEDULED-COUNT TO WS-TOT-SCHEDULED
           DISPLAY WS-CONTROL-TOTALS
           PERFORM 8100-WRITE-RUN-STATS THRU 8100-EXIT.
       8000-EXIT.
           MOVE ZEROS TO RS-PUT-COUNT
           MOVE ZEROS TO RS-DEAD-LETTER-COUNT
           MOVE ZEROS TO RS-INACTIVE-SKIP-COUNT
           MOVE WS-HELD-COUNT TO RS-HELD-COUNT
           MOVE RUN-STATS-RECORD TO RUN-STATS-IO-RECORD
           WRITE RUN-STATS-IO-RECORD
           IF NOT WS-RUNSTATS-OK
               CLOSE CLASS-REF-FILE
               SET WS-CLSVAL-OFF TO TRUE
           END-IF
           IF WS-SPRVAL-ON
               CLOSE SOURCE-PRIORITY-FILE
               SET WS-SPRVAL-OFF TO TRUE
           END-IF
           IF WS-OUTBOX-OPEN
               CLOSE OUTBOX-FILE
               SET WS-OUTBOX-NOT-OPEN TO TRUE
               CLOSE REJECT-STATUS-FILE
               SET WS-REJTRK-OFF TO TRUE
           END-IF
           IF WS-SCHED-FILE-ON
               CLOSE SCHEDULED-ACTION-FILE
               SET WS-SCHED-FILE-OFF TO TRUE
           END-IF
           IF WS-ALIAS-ON
               CLOSE PERSONA-ALIAS-FILE
               SET WS-ALIAS-OFF TO TRUE
           END-IF
           IF WS-REL-ON
               CLOSE PERSONA-RELATIONSHIP-FILE
               SET WS-REL-OFF TO TRUE
           END-IF
           SET SCR-CLOSE TO TRUE
           CALL 'ARR01WLS' USING WATCH-SCREEN-AREA
           SET CKM-CLOSE TO TRUE
           CALL 'ARR01CKM' USING CLASS-KEY-MAINT-AREA
           SET ALT-CLOSE TO TRUE
           CALL 'ARR01ALT' USING ALERT-RAISE-AREA
           SET RPQ-CLOSE TO TRUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA
           SET WS-FILES-NOT-OPEN TO TRUE.
       9100-EXIT.
           EXIT.
