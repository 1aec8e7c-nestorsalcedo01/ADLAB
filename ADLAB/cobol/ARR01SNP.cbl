       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01SNP.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01SNP IS THE INITIAL-LOAD REPUBLISH - IT SENDS A NEW
      * DOWNSTREAM SUBSCRIBER (OR ONE REBUILDING ITS COPY) A FULL
      * SNAPSHOT OF THE ACTIVE PERSONAS IT IS ENTITLED TO, INSTEAD OF
      * LEAVING IT TO PIECE ONE TOGETHER FROM THE DAILY CHANGE FLOW.
      * IT WALKS THE PERSONA MASTER IN ID ORDER AND, FOR EVERY ACTIVE
      * PERSONA THE SNPCTL CARDS SELECT, BUILDS THE STANDARD EC01MENV
      * ENVELOPE WITH MESSAGE TYPE PERSSNAP (ENCRYPTED UNDER THE
      * ACTIVE ARR01CRY KEY GENERATION, KEY-ID STAMPED, MAILING
      * ADDRESS FROM PERSADDR AND HOUSEHOLD FROM PERSREL AS ARR01SWP
      * SENDS THEM) AND MQPUTS IT WITH THE USUAL RETRY - TO THE QUEUE
      * ON THE CARDS, OR ELSE BY CLASS THROUGH THE CLASSREF TABLE.
      * EVERY PUT IS JOURNALED TO THE AUDIT FILE AND EVERY SUCCESSFUL
      * ONE WRITES A LANDED-MESSAGE ROW, SO ARR01DCN RUN OVER THE
      * SNAPSHOT'S LANDED FILE PROVES IT ARRIVED COMPLETE. NOT A
      * MEMBER OF THE NIGHTLY CYCLE - RUN ON REQUEST.
      *
      * SNPCTL CARD LAYOUT:
      *   CARD 1 (REQUIRED)
      *     COLS  1- 8  SUBSCRIBER ID (THE CHECKPOINT KEY)
      *     COLS 10-29  UP TO TEN 2-BYTE CLASS CODES, EACH ACTIVE ON
      *                 CLASSREF (ALL BLANK = EVERY CLASS)
      *     COLS 31-38  FROM LOAD DATE (YYYYMMDD, INCLUSIVE, OPTIONAL)
      *     COLS 40-47  TO LOAD DATE   (YYYYMMDD, INCLUSIVE, OPTIONAL)
      *   CARD 2 (OPTIONAL)
      *     COLS  1- 6  'QUEUE='
      *     COLS  7-54  TARGET QUEUE - EVERY SELECTED PERSONA GOES
      *                 HERE INSTEAD OF TO ITS CLASS QUEUE
      * A PERSONA WITH NO LOAD DATE (LOADED BEFORE PROVENANCE) IS ONLY
      * SELECTED WHEN NO DATE RANGE IS ASKED FOR, AS IN ARR01EXT.
      *
      * RESTART - THE SNAPCKPT FILE (SEE EC01SNCK) HOLDS ONE ROW PER
      * SUBSCRIBER, REWRITTEN EVERY ARR01SNP.CKPTINT PUTS WITH THE
      * LAST PERSONA ID PUT. A RUN THAT FINDS THE SUBSCRIBER'S ROW
      * STILL RUNNING RESUMES PAST THAT ID - FOR THE SAME SELECTION
      * ONLY; DIFFERENT CARDS ARE REFUSED (RETURN CODE 8) UNLESS THE
      * JCL PARM IS 'FRESH', WHICH ABANDONS THE UNFINISHED SNAPSHOT
      * AND STARTS A NEW ONE FROM THE TOP. A PUT THAT STILL FAILS
      * AFTER THE RETRIES STOPS THE RUN WITH RETURN CODE 8, THE
      * CHECKPOINT AT THE LAST PERSONA THAT WENT - RESUBMIT ONCE MQ IS
      * BACK. THE CORRELATION ID IS THE SUBSCRIBER, ITS SNAPSHOT
      * NUMBER AND THE PERSONA ID, SO WHATEVER A RESUME PUTS A SECOND
      * TIME IS LANDED ONLY ONCE BY THE CONSUMER'S RECEIPT GUARD.
      *
      * THROTTLE - NO MORE THAN ARR01SNP.RATE MESSAGES A SECOND (RUN
      * PARAMETER, DEFAULT 50), SO A MULTI-HOUR REPUBLISH DOES NOT
      * SWAMP THE SUBSCRIBER'S QUEUE OR CROWD OUT THE DAY'S CHANGES.
      * A SECOND'S QUOTA SENT EARLY WAITS OUT THE REST OF THE SECOND
      * IN CEEDLYM.
      *
      * RETURN CODES: 0 SNAPSHOT COMPLETE; 8 CARDS REFUSED, INIT
      * FAILED OR A PUT FAILED (THE SNAPSHOT IS RESUMABLE).
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  A LANDED-MESSAGE ROW THAT WILL NOT WRITE STOPS
      *                   THE SNAPSHOT WITH RETURN CODE 8.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-CONTROL-FILE ASSIGN TO SNPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNPCTL-STATUS.

           SELECT PERSONA-MASTER-FILE ASSIGN TO PERSMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-IO-KEY
               FILE STATUS IS WS-PERSMSTR-STATUS.

           SELECT CLASS-REF-FILE ASSIGN TO CLASSREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-IO-KEY
               FILE STATUS IS WS-CLASSREF-STATUS.

           SELECT PERSONA-ADDRESS-FILE ASSIGN TO PERSADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-IO-KEY
               FILE STATUS IS WS-PERSADDR-STATUS.

           SELECT PERSONA-RELATIONSHIP-FILE ASSIGN TO PERSREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-IO-KEY
               FILE STATUS IS WS-PERSREL-STATUS.

           SELECT SNAPSHOT-CHECKPOINT-FILE ASSIGN TO SNAPCKPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SKP-IO-KEY
               FILE STATUS IS WS-SNAPCKPT-STATUS.

           SELECT LANDED-MSG-FILE ASSIGN TO LMSGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMSG-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SNAPSHOT-CONTROL-CARD.
           05  SC-SUBSCRIBER           PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-CLASSES              PIC X(20).
           05  FILLER                  PIC X(01).
           05  SC-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(33).
      *    THE OPTIONAL SECOND CARD NAMES A SINGLE TARGET QUEUE.
       01  SNAPSHOT-QUEUE-CARD.
           05  SQ-TAG                  PIC X(06).
               88  SQ-QUEUE-CARD       VALUE 'QUEUE='.
           05  SQ-QUEUE-NAME           PIC X(48).
           05  FILLER                  PIC X(26).

       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  CLASS-REF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CLASS-REF-IO-RECORD.
           05  CR-IO-KEY               PIC X(02).
           05  CR-IO-DATA              PIC X(78).

       FD  PERSONA-ADDRESS-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  PERSONA-ADDRESS-IO-RECORD.
           05  ADR-IO-KEY              PIC X(12).
           05  ADR-IO-DATA             PIC X(108).

       FD  PERSONA-RELATIONSHIP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERSONA-RELATIONSHIP-IO-RECORD.
           05  REL-IO-KEY              PIC X(22).
           05  REL-IO-DATA             PIC X(58).

       FD  SNAPSHOT-CHECKPOINT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  SNAPSHOT-CHECKPOINT-IO-RECORD.
           05  SKP-IO-KEY              PIC X(08).
           05  SKP-IO-DATA             PIC X(152).

       FD  LANDED-MSG-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY EC01LMSG.

       FD  AUDIT-FILE
           RECORD CONTAINS 202 CHARACTERS.
           COPY EC01AUDT.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-MQ-CONN-INFO         PIC X(256).
           05  WS-MQ-HCONN             PIC X(04).
           05  WS-MQ-MSG-HANDLE        PIC X(08).
           05  WS-MQ-PUT-OPTIONS       PIC X(04).
           05  WS-MQ-COMP-CODE         PIC S9(4) COMP.
               88  MQCC-OK             VALUE 0.
               88  MQCC-WARNING        VALUE 1.
               88  MQCC-FAILED         VALUE 2.
           05  WS-MQ-REASON-CODE       PIC S9(4) COMP.
               88  MQRC-RETRYABLE      VALUES 2009 2059 2189.
           05  WS-RETRY-COUNT          PIC S9(4) COMP-5.
           05  WS-MAX-RETRY            PIC S9(4) COMP-5 VALUE 3.
           05  WS-PUT-OK-SW            PIC X(01).
               88  WS-PUT-OK           VALUE 'Y'.
               88  WS-PUT-FAILED       VALUE 'N'.
           05  WS-SNPCTL-STATUS        PIC X(02).
               88  WS-SNPCTL-OK        VALUE '00'.
           05  WS-PERSMSTR-STATUS      PIC X(02).
               88  WS-PERSMSTR-OK      VALUE '00'.
           05  WS-CLASSREF-STATUS      PIC X(02).
               88  WS-CLASSREF-OK      VALUE '00'.
           05  WS-SNAPCKPT-STATUS      PIC X(02).
               88  WS-SNAPCKPT-OK      VALUE '00'.
               88  WS-SNAPCKPT-NOTFND  VALUE '23'.
           05  WS-LMSG-STATUS          PIC X(02).
           05  WS-AUDTLOG-STATUS       PIC X(02).
           05  WS-PERSADDR-STATUS      PIC X(02).
               88  WS-PERSADDR-OK      VALUE '00'.
      *    THE ADDRESS AND HOUSEHOLD LOOKUPS DEGRADE AS ARR01SWP'S DO -
      *    NO PERSADDR OR PERSREL DD SENDS BLANKS OR ZEROS.
           05  WS-ADDR-SW              PIC X(01) VALUE 'N'.
               88  WS-ADDR-ON          VALUE 'Y'.
               88  WS-ADDR-OFF         VALUE 'N'.
           05  WS-PERSREL-STATUS       PIC X(02).
               88  WS-PERSREL-OK       VALUE '00'.
           05  WS-REL-SW               PIC X(01) VALUE 'N'.
               88  WS-REL-ON           VALUE 'Y'.
               88  WS-REL-OFF          VALUE 'N'.
           05  WS-ABORT-SW             PIC X(01) VALUE 'N'.
               88  WS-ABORT            VALUE 'Y'.
               88  WS-NOT-ABORT        VALUE 'N'.
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-STOPPED-SW           PIC X(01) VALUE 'N'.
               88  WS-PUT-STOPPED      VALUE 'Y'.
               88  WS-NOT-STOPPED      VALUE 'N'.
           05  WS-SELECT-SW            PIC X(01).
               88  WS-SELECTED         VALUE 'Y'.
               88  WS-NOT-SELECTED     VALUE 'N'.
           05  WS-CLASS-MATCH-SW       PIC X(01).
               88  WS-CLASS-MATCHED    VALUE 'Y'.
               88  WS-CLASS-NOT-MATCHED
                                       VALUE 'N'.
           05  WS-START-SW             PIC X(01).
               88  WS-RESUMING         VALUE 'R'.
               88  WS-STARTING         VALUE 'S'.
           05  WS-FRESH-SW             PIC X(01) VALUE 'N'.
               88  WS-FRESH-REQUESTED  VALUE 'Y'.
           05  WS-QUEUE-SW             PIC X(01) VALUE 'C'.
               88  WS-QUEUE-FROM-CARD  VALUE 'Q'.
               88  WS-QUEUE-BY-CLASS   VALUE 'C'.
           05  WS-CRY-FUNCTION         PIC X(01).
           05  WS-CRY-KEY-ID           PIC 9(04).
           05  WS-CLASS-COUNT          PIC S9(4) COMP-5 VALUE 0.
           05  WS-QX                   PIC S9(4) COMP-5.
           05  WS-CX                   PIC S9(4) COMP-5.
           05  WS-CREF-EOF-SW          PIC X(01).
               88  WS-CREF-EOF         VALUE 'Y'.
               88  WS-CREF-NOT-EOF     VALUE 'N'.
           05  WS-TARGET-HANDLE        PIC X(08).
           05  WS-DEFAULT-QUEUE        PIC X(48)
                                       VALUE 'YOUR-QUEUE-NAME'.
           05  WS-RUN-RC               PIC S9(04) COMP VALUE 0.
           05  WS-TIMESTAMP            PIC X(16).
           05  WS-LAST-PUT-ID          PIC 9(10) VALUE 0.
           05  WS-SNAPSHOT-TOTAL       PIC 9(09) VALUE 0.
           05  WS-SINCE-CHECKPOINT     PIC 9(07) VALUE 0.
           05  WS-ROWS-READ            PIC 9(09) VALUE 0.
           05  WS-PERSONAS-SELECTED    PIC 9(09) VALUE 0.
           05  WS-PUBLISHED-COUNT      PIC 9(09) VALUE 0.
           05  WS-SKIP-INACTIVE        PIC 9(09) VALUE 0.
           05  WS-SKIP-CLASS           PIC 9(09) VALUE 0.
           05  WS-SKIP-DATE            PIC 9(09) VALUE 0.
           05  WS-CHECKPOINTS-TAKEN    PIC 9(07) VALUE 0.
           05  WS-THROTTLE-WAITS       PIC 9(07) VALUE 0.
      *    WS-MQMD MUST STAY INSIDE WS-WORK-AREAS, AHEAD OF THE
      *    01-LEVEL COPYBOOKS BELOW - CODED AFTER THEM, IT SILENTLY
      *    BECOMES A MEMBER OF THE LAST RECORD AND SHARES ITS STORAGE
      *    FATE, THE ALIASING TRAP THIS SYSTEM'S HISTORY DOCUMENTS.
           05  WS-MQMD.
               10  MQMD-MSG-ID         PIC X(24).
               10  MQMD-CORREL-ID      PIC X(24).

      *----------------------------------------------------------------
      * THE SELECTION FROM THE CARDS, LAID OUT AS SK-SELECTION IS ON
      * THE CHECKPOINT ROW SO A RESUME CAN COMPARE THE TWO WHOLE.
      *----------------------------------------------------------------
       01  WS-SELECTION.
           05  WS-SEL-CLASSES          PIC X(20).
           05  WS-SEL-CLASS-TABLE REDEFINES WS-SEL-CLASSES.
               10  WS-SEL-CLASS        PIC X(02) OCCURS 10 TIMES.
           05  WS-SEL-FROM-DATE        PIC X(08).
           05  WS-SEL-TO-DATE          PIC X(08).
           05  WS-SEL-QUEUE-NAME       PIC X(48).

       01  WS-SUBSCRIBER               PIC X(08).

      *----------------------------------------------------------------
      * THE SNAPSHOT CORRELATION ID - SUBSCRIBER, SNAPSHOT NUMBER AND
      * PERSONA ID, THE SAME ON EVERY PUT OF ONE PERSONA IN ONE
      * SNAPSHOT HOWEVER MANY TIMES IT IS RESUMED.
      *----------------------------------------------------------------
       01  WS-SNAP-CORREL-ID.
           05  WS-SCI-SUBSCRIBER       PIC X(08).
           05  WS-SCI-SNAPSHOT         PIC 9(06).
           05  WS-SCI-PERSONA-ID       PIC 9(10).

      *----------------------------------------------------------------
      * THROTTLE - THE PUTS SENT IN THE CURRENT ONE-SECOND WINDOW AND
      * WHEN IT OPENED, IN HUNDREDTHS OF A SECOND SINCE MIDNIGHT.
      * CEEDLYM TAKES ITS WAIT IN MILLISECONDS.
      *----------------------------------------------------------------
       01  WS-THROTTLE-AREAS.
           05  WS-RATE                 PIC 9(04) VALUE 50.
           05  WS-CKPT-INTERVAL        PIC 9(05) VALUE 500.
           05  WS-WINDOW-PUTS          PIC 9(04) VALUE 0.
           05  WS-WINDOW-START         PIC S9(09) COMP.
           05  WS-NOW-HUNDREDTHS       PIC S9(09) COMP.
           05  WS-ELAPSED              PIC S9(09) COMP.
           05  WS-TIME-NOW             PIC 9(08).
           05  WS-TIME-PARTS REDEFINES WS-TIME-NOW.
               10  WS-TIME-HH          PIC 9(02).
               10  WS-TIME-MM          PIC 9(02).
               10  WS-TIME-SS          PIC 9(02).
               10  WS-TIME-CC          PIC 9(02).
           05  WS-DELAY-MS             PIC S9(09) COMP.
           05  WS-CEE-FEEDBACK         PIC X(12).

       01  WS-QUEUE-NAME-TABLE.
           05  WS-QUEUE-NAME-ENTRY OCCURS 20 TIMES.
               10  QT-CLASS            PIC X(02).
               10  QT-QUEUE-NAME       PIC X(48).

       01  WS-QUEUE-HANDLES.
           05  WS-QUEUE-HANDLE-ENTRY OCCURS 20 TIMES.
               10  QT-HANDLE           PIC X(08).
               10  QT-OPEN-SW          PIC X(01) VALUE 'N'.
                   88  QT-OPEN         VALUE 'Y'.
                   88  QT-NOT-OPEN     VALUE 'N'.

       01  WS-CONTROL-TOTALS.
           05  FILLER                  PIC X(20) VALUE
               'ARR01SNP ROWS READ  '.
           05  WS-TOT-READ             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' SELECTED  '.
           05  WS-TOT-SELECTED         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' PUBLISHED '.
           05  WS-TOT-PUBLISHED        PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(20) VALUE
               ' SNAPSHOT TOTAL  '.
           05  WS-TOT-SNAPSHOT         PIC ZZZZZZZZ9.

       01  WS-SKIP-TOTALS.
           05  FILLER                  PIC X(20) VALUE
               'ARR01SNP SKIPPED -  '.
           05  FILLER                  PIC X(12) VALUE
               'INACTIVE  '.
           05  WS-TOT-INACTIVE         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' CLASS  '.
           05  WS-TOT-CLASS            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' LOAD DATE  '.
           05  WS-TOT-DATE             PIC ZZZZZZZZ9.

       01  WS-RUN-TOTALS.
           05  FILLER                  PIC X(20) VALUE
               'ARR01SNP CHECKPOINTS'.
           05  WS-TOT-CHECKPOINTS      PIC ZZZZZZ9.
           05  FILLER                  PIC X(20) VALUE
               ' THROTTLE WAITS  '.
           05  WS-TOT-WAITS            PIC ZZZZZZ9.
           05  FILLER                  PIC X(20) VALUE
               ' LAST PERSONA PUT  '.
           05  WS-TOT-LAST-ID          PIC 9(10).

           COPY EC01MENV.
           COPY EC01PMR.
           COPY EC01CREF.
           COPY EC01PADR.
           COPY EC01PREL.
           COPY EC01SNCK.
           COPY EC01RPQP.

       LINKAGE SECTION.
      *----------------------------------------------------------------
      * WS-PARM-AREA - STANDARD JCL EXEC PARM LAYOUT. NORMALLY ABSENT;
      * 'FRESH' ABANDONS AN UNFINISHED SNAPSHOT FOR THE SUBSCRIBER AND
      * STARTS A NEW ONE FROM THE TOP.
      *----------------------------------------------------------------
       01  WS-PARM-AREA.
           05  WS-PARM-LENGTH          PIC S9(4) COMP.
           05  WS-PARM-OPTION          PIC X(05).
               88  WS-PARM-FRESH       VALUE 'FRESH'.

       PROCEDURE DIVISION USING WS-PARM-AREA.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-NOT-ABORT
               PERFORM 2000-PUBLISH-ONE-ROW THRU 2000-EXIT
                   UNTIL WS-EOF
               PERFORM 3000-FINISH-CHECKPOINT THRU 3000-EXIT
               PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           ELSE
               DISPLAY 'ARR01SNP - ABORTING RUN - INIT FAILED'
               MOVE 8 TO WS-RUN-RC
           END-IF
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - TAKE THE SELECTION FROM THE CARDS AND THE
      * RATE AND CHECKPOINT INTERVAL FROM RUNPARM, CONNECT TO MQ, LOAD
      * THE CLASS ROUTING TABLE (WHICH ALSO PROVES THE CARD'S
      * CLASSES), OPEN THE FILES, THEN SETTLE WHETHER THIS IS A NEW
      * SNAPSHOT OR A RESUME AND POSITION THE MASTER TO MATCH. ANY
      * FAILURE ABORTS BEFORE A MESSAGE IS PUT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           SET WS-NOT-EOF TO TRUE
           IF WS-PARM-LENGTH GREATER THAN 4
               AND WS-PARM-FRESH
               MOVE 'Y' TO WS-FRESH-SW
           END-IF
           PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF

           PERFORM 1050-LOAD-RUN-PARMS THRU 1050-EXIT

           MOVE 'YOUR-MQ-CONN-INFO' TO WS-MQ-CONN-INFO
           CALL 'MQCONN' USING WS-MQ-CONN-INFO WS-MQ-HCONN
               WS-MQ-COMP-CODE WS-MQ-REASON-CODE
           IF MQCC-FAILED
               DISPLAY 'ARR01SNP - MQCONN FAILED - RC='
                   WS-MQ-REASON-CODE
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

      *    A QUEUE= CARD REPLACES THE DEFAULT OUTBOUND QUEUE, AND
      *    2300 THEN SENDS EVERYTHING THERE.
           IF WS-SEL-QUEUE-NAME NOT EQUAL SPACES
               SET WS-QUEUE-FROM-CARD TO TRUE
               MOVE WS-SEL-QUEUE-NAME TO WS-DEFAULT-QUEUE
           END-IF
           CALL 'MQOPEN' USING WS-MQ-HCONN WS-DEFAULT-QUEUE
               'MQOO_OUTPUT' 'MQOD_DEFAULT' WS-MQ-MSG-HANDLE
               WS-MQ-COMP-CODE WS-MQ-REASON-CODE
           IF MQCC-FAILED
               DISPLAY 'ARR01SNP - MQOPEN FAILED FOR '
                   WS-DEFAULT-QUEUE ' - RC=' WS-MQ-REASON-CODE
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1300-LOAD-CLASS-TABLE THRU 1300-EXIT
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF
           PERFORM 1350-CHECK-CARD-CLASS THRU 1350-EXIT
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN 10
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT PERSONA-MASTER-FILE
           IF NOT WS-PERSMSTR-OK
               DISPLAY 'ARR01SNP - PERSMSTR OPEN FAILED - STATUS '
                   WS-PERSMSTR-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1400-SETTLE-CHECKPOINT THRU 1400-EXIT
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF

      *    A NEW SNAPSHOT WRITES A NEW LANDED FILE; A RESUME ADDS TO
      *    THE ONE ITS FIRST LEG WROTE, SO ARR01DCN SEES THE WHOLE
      *    SNAPSHOT IN ONE PLACE.
           IF WS-RESUMING
               OPEN EXTEND LANDED-MSG-FILE
               IF WS-LMSG-STATUS NOT EQUAL '00'
                   OPEN OUTPUT LANDED-MSG-FILE
               END-IF
           ELSE
               OPEN OUTPUT LANDED-MSG-FILE
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDTLOG-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF

           SET WS-ADDR-OFF TO TRUE
           OPEN INPUT PERSONA-ADDRESS-FILE
           IF WS-PERSADDR-OK
               SET WS-ADDR-ON TO TRUE
           ELSE
               DISPLAY 'ARR01SNP - PERSADDR NOT AVAILABLE - '
                   'ENVELOPES CARRY NO MAILING ADDRESS'
           END-IF

           SET WS-REL-OFF TO TRUE
           OPEN INPUT PERSONA-RELATIONSHIP-FILE
           IF WS-PERSREL-OK
               SET WS-REL-ON TO TRUE
           ELSE
               DISPLAY 'ARR01SNP - PERSREL NOT AVAILABLE - '
                   'ENVELOPES CARRY NO HOUSEHOLD ID'
           END-IF

      *    THE KEY-ZERO CONTROL ROW IS PASSED BY THE START ON A NEW
      *    SNAPSHOT; A RESUME STARTS PAST THE LAST PERSONA PUT.
           MOVE SK-LAST-PERSONA-ID TO PM-IO-KEY
           START PERSONA-MASTER-FILE KEY IS GREATER THAN PM-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM 2610-TAKE-TIME THRU 2610-EXIT
           MOVE WS-NOW-HUNDREDTHS TO WS-WINDOW-START.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-LOAD-RUN-PARMS - THE PUT RATE AND THE CHECKPOINT INTERVAL
      * FROM THE RUNTIME PARAMETER FILE (ARR01RPQ); THE VALUES CODED
      * ABOVE ARE THE DEFAULTS.
      *----------------------------------------------------------------
       1050-LOAD-RUN-PARMS.
           SET RPQ-LOOKUP TO TRUE
           MOVE 'ARR01SNP' TO RPQ-PROGRAM
           MOVE 'ARR01SNP.RATE' TO RPQ-PARM-NAME
           MOVE WS-RATE TO RPQ-DEFAULT
           MOVE 1 TO RPQ-MIN-VALUE
           MOVE 9999 TO RPQ-MAX-VALUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA
           MOVE RPQ-VALUE TO WS-RATE

           SET RPQ-LOOKUP TO TRUE
           MOVE 'ARR01SNP.CKPTINT' TO RPQ-PARM-NAME
           MOVE WS-CKPT-INTERVAL TO RPQ-DEFAULT
           MOVE 1 TO RPQ-MIN-VALUE
           MOVE 99999 TO RPQ-MAX-VALUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA
           MOVE RPQ-VALUE TO WS-CKPT-INTERVAL.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-READ-CONTROL-CARDS - THE SELECTION CARD IS REQUIRED AND
      * MUST NAME THE SUBSCRIBER; ITS DATES, WHEN GIVEN, MUST BE
      * NUMERIC AND IN ORDER. A SECOND CARD, WHEN PRESENT, MUST BE A
      * QUEUE= CARD. ANYTHING ELSE REFUSES THE RUN.
      *----------------------------------------------------------------
       1100-READ-CONTROL-CARDS.
           MOVE SPACES TO WS-SELECTION
           MOVE SPACES TO WS-SUBSCRIBER
           OPEN INPUT SNAPSHOT-CONTROL-FILE
           IF NOT WS-SNPCTL-OK
               DISPLAY 'ARR01SNP - SNPCTL OPEN FAILED - STATUS '
                   WS-SNPCTL-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1100-EXIT
           END-IF

           READ SNAPSHOT-CONTROL-FILE
               AT END
                   DISPLAY 'ARR01SNP - NO SELECTION CARD ON SNPCTL'
                   SET WS-ABORT TO TRUE
                   GO TO 1190-CLOSE-CARDS
           END-READ
           MOVE SC-SUBSCRIBER TO WS-SUBSCRIBER
           MOVE SC-CLASSES TO WS-SEL-CLASSES
           MOVE SC-FROM-DATE TO WS-SEL-FROM-DATE
           MOVE SC-TO-DATE TO WS-SEL-TO-DATE

           IF WS-SUBSCRIBER EQUAL SPACES
               DISPLAY 'ARR01SNP - NO SUBSCRIBER ON THE SELECTION CARD'
               SET WS-ABORT TO TRUE
           END-IF
           IF WS-SEL-FROM-DATE NOT EQUAL SPACES
               AND WS-SEL-FROM-DATE IS NOT NUMERIC
               DISPLAY 'ARR01SNP - FROM LOAD DATE ' WS-SEL-FROM-DATE
                   ' IS NOT YYYYMMDD'
               SET WS-ABORT TO TRUE
           END-IF
           IF WS-SEL-TO-DATE NOT EQUAL SPACES
               AND WS-SEL-TO-DATE IS NOT NUMERIC
               DISPLAY 'ARR01SNP - TO LOAD DATE ' WS-SEL-TO-DATE
                   ' IS NOT YYYYMMDD'
               SET WS-ABORT TO TRUE
           END-IF
           IF WS-SEL-FROM-DATE NOT EQUAL SPACES
               AND WS-SEL-TO-DATE NOT EQUAL SPACES
               AND WS-SEL-FROM-DATE GREATER THAN WS-SEL-TO-DATE
               DISPLAY 'ARR01SNP - FROM LOAD DATE IS AFTER THE TO '
                   'LOAD DATE'
               SET WS-ABORT TO TRUE
           END-IF

           READ SNAPSHOT-CONTROL-FILE
               AT END
                   GO TO 1190-CLOSE-CARDS
           END-READ
           IF SQ-QUEUE-CARD AND SQ-QUEUE-NAME NOT EQUAL SPACES
               MOVE SQ-QUEUE-NAME TO WS-SEL-QUEUE-NAME
           ELSE
               DISPLAY 'ARR01SNP - SECOND SNPCTL CARD IS NOT A '
                   'QUEUE= CARD'
               SET WS-ABORT TO TRUE
           END-IF.
       1190-CLOSE-CARDS.
           CLOSE SNAPSHOT-CONTROL-FILE
           IF WS-ABORT
               DISPLAY 'ARR01SNP - SELECTION REFUSED - CORRECT SNPCTL '
                   'AND RESUBMIT'
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-CLASS-TABLE - BUILD THE ROUTING TABLE FROM THE
      * ACTIVE ROWS OF THE CLASS REFERENCE FILE, MATCHING ARR01SWP.
      *----------------------------------------------------------------
       1300-LOAD-CLASS-TABLE.
           MOVE ZERO TO WS-CLASS-COUNT
           OPEN INPUT CLASS-REF-FILE
           IF NOT WS-CLASSREF-OK
               DISPLAY 'ARR01SNP - CLASSREF OPEN FAILED - STATUS '
                   WS-CLASSREF-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1300-EXIT
           END-IF

           SET WS-CREF-NOT-EOF TO TRUE
           MOVE SPACES TO CR-IO-KEY
           START CLASS-REF-FILE KEY IS NOT LESS THAN CR-IO-KEY
               INVALID KEY
                   SET WS-CREF-EOF TO TRUE
           END-START

           PERFORM 1310-LOAD-ONE-CLASS THRU 1310-EXIT
               UNTIL WS-CREF-EOF
               OR WS-CLASS-COUNT EQUAL 20

           CLOSE CLASS-REF-FILE.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-CLASS.
           READ CLASS-REF-FILE NEXT RECORD
               INTO CLASS-REF-RECORD
               AT END
                   SET WS-CREF-EOF TO TRUE
               NOT AT END
                   IF CR-ACTIVE
                       ADD 1 TO WS-CLASS-COUNT
                       MOVE CR-CLASS TO QT-CLASS(WS-CLASS-COUNT)
                       MOVE CR-QUEUE-NAME
                           TO QT-QUEUE-NAME(WS-CLASS-COUNT)
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1350-CHECK-CARD-CLASS - EVERY CLASS ON THE CARD MUST BE AN
      * ACTIVE CLASSREF CLASS - A MISTYPED CODE WOULD OTHERWISE JUST
      * SELECT NOBODY AND THE SUBSCRIBER WOULD GET A SHORT SNAPSHOT.
      *----------------------------------------------------------------
       1350-CHECK-CARD-CLASS.
           IF WS-SEL-CLASS(WS-CX) EQUAL SPACES
               GO TO 1350-EXIT
           END-IF
           SET WS-CLASS-NOT-MATCHED TO TRUE
           PERFORM 1360-MATCH-TABLE-CLASS THRU 1360-EXIT
               VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX GREATER THAN WS-CLASS-COUNT
               OR WS-CLASS-MATCHED
           IF WS-CLASS-NOT-MATCHED
               DISPLAY 'ARR01SNP - CLASS ' WS-SEL-CLASS(WS-CX)
                   ' IS NOT AN ACTIVE CLASSREF CLASS - SELECTION '
                   'REFUSED'
               SET WS-ABORT TO TRUE
           END-IF.
       1350-EXIT.
           EXIT.

       1360-MATCH-TABLE-CLASS.
           IF QT-CLASS(WS-QX) EQUAL WS-SEL-CLASS(WS-CX)
               SET WS-CLASS-MATCHED TO TRUE
           END-IF.
       1360-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-SETTLE-CHECKPOINT - READ THE SUBSCRIBER'S CHECKPOINT ROW
      * (CREATING THE FILE ON FIRST USE, AS ARR01RLD CREATES PERSREL).
      *   NO ROW, OR THE LAST SNAPSHOT COMPLETE, OR PARM FRESH
      *       - A NEW SNAPSHOT: THE NEXT SNAPSHOT NUMBER, RUNNING,
      *         NOTHING PUT YET.
      *   A RUNNING ROW FOR THE SAME SELECTION
      *       - RESUME PAST SK-LAST-PERSONA-ID.
      *   A RUNNING ROW FOR A DIFFERENT SELECTION
      *       - REFUSED: THE SUBSCRIBER WOULD END UP WITH HALF OF
      *         EACH. RERUN WITH THE ORIGINAL CARDS, OR WITH PARM
      *         FRESH TO ABANDON IT.
      *----------------------------------------------------------------
       1400-SETTLE-CHECKPOINT.
           OPEN I-O SNAPSHOT-CHECKPOINT-FILE
           IF NOT WS-SNAPCKPT-OK
               OPEN OUTPUT SNAPSHOT-CHECKPOINT-FILE
               CLOSE SNAPSHOT-CHECKPOINT-FILE
               OPEN I-O SNAPSHOT-CHECKPOINT-FILE
           END-IF
           IF NOT WS-SNAPCKPT-OK
               DISPLAY 'ARR01SNP - SNAPCKPT OPEN FAILED - STATUS '
                   WS-SNAPCKPT-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1400-EXIT
           END-IF

           PERFORM 2710-STAMP-TIME THRU 2710-EXIT
           MOVE WS-SUBSCRIBER TO SKP-IO-KEY
           READ SNAPSHOT-CHECKPOINT-FILE
               INTO SNAPSHOT-CHECKPOINT-RECORD
           IF WS-SNAPCKPT-NOTFND
               MOVE SPACES TO SNAPSHOT-CHECKPOINT-RECORD
               MOVE WS-SUBSCRIBER TO SK-SUBSCRIBER
               MOVE ZEROS TO SK-SNAPSHOT-NUMBER
               PERFORM 1410-START-NEW-SNAPSHOT THRU 1410-EXIT
               MOVE SNAPSHOT-CHECKPOINT-RECORD
                   TO SNAPSHOT-CHECKPOINT-IO-RECORD
               WRITE SNAPSHOT-CHECKPOINT-IO-RECORD
               GO TO 1490-CHECK-WRITE
           END-IF
           IF NOT WS-SNAPCKPT-OK
               DISPLAY 'ARR01SNP - SNAPCKPT READ FAILED - STATUS '
                   WS-SNAPCKPT-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1400-EXIT
           END-IF

           IF SK-RUNNING AND NOT WS-FRESH-REQUESTED
               IF SK-SELECTION NOT EQUAL WS-SELECTION
                   DISPLAY 'ARR01SNP - SUBSCRIBER ' WS-SUBSCRIBER
                       ' HAS AN UNFINISHED SNAPSHOT FOR A DIFFERENT '
                       'SELECTION - RERUN WITH ITS CARDS OR PARM FRESH'
                   SET WS-ABORT TO TRUE
                   GO TO 1400-EXIT
               END-IF
               SET WS-RESUMING TO TRUE
               MOVE SK-PUBLISHED-COUNT TO WS-SNAPSHOT-TOTAL
               MOVE SK-LAST-PERSONA-ID TO WS-LAST-PUT-ID
               DISPLAY 'ARR01SNP - RESUMING SNAPSHOT '
                   SK-SNAPSHOT-NUMBER ' FOR ' WS-SUBSCRIBER
                   ' AFTER PERSONA ' SK-LAST-PERSONA-ID ' - '
                   SK-PUBLISHED-COUNT ' ALREADY PUT'
               GO TO 1400-EXIT
           END-IF

           IF SK-RUNNING
               DISPLAY 'ARR01SNP - PARM FRESH - SNAPSHOT '
                   SK-SNAPSHOT-NUMBER ' FOR ' WS-SUBSCRIBER
                   ' ABANDONED AFTER PERSONA ' SK-LAST-PERSONA-ID
           END-IF
           PERFORM 1410-START-NEW-SNAPSHOT THRU 1410-EXIT
           MOVE SNAPSHOT-CHECKPOINT-RECORD
               TO SNAPSHOT-CHECKPOINT-IO-RECORD
           REWRITE SNAPSHOT-CHECKPOINT-IO-RECORD.
       1490-CHECK-WRITE.
           IF NOT WS-SNAPCKPT-OK
               DISPLAY 'ARR01SNP - SNAPCKPT WRITE FAILED - STATUS '
                   WS-SNAPCKPT-STATUS
               SET WS-ABORT TO TRUE
           END-IF.
       1400-EXIT.
           EXIT.

       1410-START-NEW-SNAPSHOT.
           SET WS-STARTING TO TRUE
           ADD 1 TO SK-SNAPSHOT-NUMBER
           SET SK-RUNNING TO TRUE
           MOVE WS-SELECTION TO SK-SELECTION
           MOVE ZEROS TO SK-LAST-PERSONA-ID
           MOVE ZEROS TO SK-PUBLISHED-COUNT
           MOVE WS-TIMESTAMP TO SK-STARTED-TIMESTAMP
           MOVE WS-TIMESTAMP TO SK-UPDATED-TIMESTAMP
           DISPLAY 'ARR01SNP - STARTING SNAPSHOT ' SK-SNAPSHOT-NUMBER
               ' FOR ' WS-SUBSCRIBER.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PUBLISH-ONE-ROW - READ THE NEXT MASTER ROW AND PUT IT WHEN
      * THE SELECTION TAKES IT. A PUT THAT FAILS PAST ITS RETRIES ENDS
      * THE WALK THERE - THE CHECKPOINT STAYS AT THE LAST PERSONA THAT
      * WENT, SO THE RESUME PICKS UP WITH THIS ONE.
      *----------------------------------------------------------------
       2000-PUBLISH-ONE-ROW.
           READ PERSONA-MASTER-FILE NEXT RECORD
               INTO PERSONA-MASTER-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ

           PERFORM 2100-APPLY-SELECTION THRU 2100-EXIT
           IF WS-NOT-SELECTED
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-PERSONAS-SELECTED

           PERFORM 2200-BUILD-ENVELOPE THRU 2200-EXIT
           PERFORM 2300-RESOLVE-QUEUE-HANDLE THRU 2300-EXIT
           PERFORM 2350-PUT-ENVELOPE THRU 2350-EXIT
           PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT
           IF WS-PUT-FAILED
               DISPLAY 'ARR01SNP - MQPUT FAILED FOR PERSONA '
                   PM-PERSONA-ID ' - RC=' WS-MQ-REASON-CODE
                   ' - SNAPSHOT STOPPED, RESUBMIT TO RESUME'
               SET WS-PUT-STOPPED TO TRUE
               SET WS-EOF TO TRUE
               MOVE 8 TO WS-RUN-RC
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-PUBLISHED-COUNT
           ADD 1 TO WS-SNAPSHOT-TOTAL
           MOVE PM-PERSONA-ID TO WS-LAST-PUT-ID
           PERFORM 2400-RECORD-LANDED-MESSAGE THRU 2400-EXIT
           IF WS-PUT-STOPPED
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-SINCE-CHECKPOINT
           IF WS-SINCE-CHECKPOINT NOT LESS THAN WS-CKPT-INTERVAL
               PERFORM 2700-TAKE-CHECKPOINT THRU 2700-EXIT
           END-IF

           ADD 1 TO WS-WINDOW-PUTS
           IF WS-WINDOW-PUTS NOT LESS THAN WS-RATE
               PERFORM 2600-THROTTLE THRU 2600-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-APPLY-SELECTION - THE CONTROL ROW AND INACTIVE ROWS ARE
      * NEVER SENT; A BLANK CLASS LIST OR DATE NEVER DISQUALIFIES.
      * EACH REASON A ROW IS PASSED OVER IS COUNTED FOR THE TOTALS.
      *----------------------------------------------------------------
       2100-APPLY-SELECTION.
           SET WS-NOT-SELECTED TO TRUE

           IF PM-PERSONA-ID EQUAL ZEROS
               GO TO 2100-EXIT
           END-IF
           IF NOT PM-STATUS-ACTIVE
               ADD 1 TO WS-SKIP-INACTIVE
               GO TO 2100-EXIT
           END-IF

           IF WS-SEL-CLASSES NOT EQUAL SPACES
               SET WS-CLASS-NOT-MATCHED TO TRUE
               PERFORM 2110-MATCH-CARD-CLASS THRU 2110-EXIT
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX GREATER THAN 10
                   OR WS-CLASS-MATCHED
               IF WS-CLASS-NOT-MATCHED
                   ADD 1 TO WS-SKIP-CLASS
                   GO TO 2100-EXIT
               END-IF
           END-IF

           IF WS-SEL-FROM-DATE NOT EQUAL SPACES
               OR WS-SEL-TO-DATE NOT EQUAL SPACES
               IF PM-LOAD-DATE EQUAL SPACES
                   ADD 1 TO WS-SKIP-DATE
                   GO TO 2100-EXIT
               END-IF
           END-IF
           IF WS-SEL-FROM-DATE NOT EQUAL SPACES
               AND PM-LOAD-DATE LESS THAN WS-SEL-FROM-DATE
               ADD 1 TO WS-SKIP-DATE
               GO TO 2100-EXIT
           END-IF
           IF WS-SEL-TO-DATE NOT EQUAL SPACES
               AND PM-LOAD-DATE GREATER THAN WS-SEL-TO-DATE
               ADD 1 TO WS-SKIP-DATE
               GO TO 2100-EXIT
           END-IF

           SET WS-SELECTED TO TRUE.
       2100-EXIT.
           EXIT.

       2110-MATCH-CARD-CLASS.
           IF WS-SEL-CLASS(WS-CX) NOT EQUAL SPACES
               AND WS-SEL-CLASS(WS-CX) EQUAL PM-CLASS
               SET WS-CLASS-MATCHED TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-BUILD-ENVELOPE - THE STANDARD ENVELOPE, TYPE PERSSNAP,
      * ENCRYPTED UNDER THE ACTIVE KEY GENERATION WITH ITS KEY-ID
      * STAMPED, THE MAILING ADDRESS AND HOUSEHOLD FILLED AS ARR01SWP
      * FILLS THEM, AND THE SNAPSHOT CORRELATION ID.
      *----------------------------------------------------------------
       2200-BUILD-ENVELOPE.
           MOVE 'PERSSNAP' TO ME-MSG-TYPE
           MOVE PM-PERSONA-ID TO ME-PERSONA-ID
           MOVE SPACES TO ME-GEN-TIMESTAMP
           ACCEPT ME-GEN-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT ME-GEN-TIMESTAMP(9:8) FROM TIME
           MOVE PM-NAME TO ME-NAME
           MOVE PM-APELLIDO TO ME-APELLIDO
           MOVE PM-CLASS TO ME-PERSONA-CLASS
           MOVE 'E' TO WS-CRY-FUNCTION
           MOVE ZEROS TO WS-CRY-KEY-ID
           CALL 'ARR01CRY' USING WS-CRY-FUNCTION ME-NAME
               WS-CRY-KEY-ID
           CALL 'ARR01CRY' USING WS-CRY-FUNCTION ME-APELLIDO
               WS-CRY-KEY-ID
           MOVE WS-CRY-KEY-ID TO ME-KEY-ID

           MOVE SPACES TO ME-ADDR-LINE-1
           MOVE SPACES TO ME-ADDR-LINE-2
           MOVE SPACES TO ME-ADDR-CITY
           MOVE SPACES TO ME-ADDR-POSTAL
           IF WS-ADDR-ON
               MOVE PM-PERSONA-ID TO AD-PERSONA-ID
               MOVE 'MA' TO AD-ADDR-TYPE
               MOVE AD-KEY TO ADR-IO-KEY
               READ PERSONA-ADDRESS-FILE INTO PERSONA-ADDRESS-RECORD
               IF WS-PERSADDR-OK
                   MOVE AD-LINE-1 TO ME-ADDR-LINE-1
                   MOVE AD-LINE-2 TO ME-ADDR-LINE-2
                   MOVE AD-CITY TO ME-ADDR-CITY
                   MOVE AD-POSTAL-CODE TO ME-ADDR-POSTAL
               END-IF
           END-IF

           MOVE ZEROS TO ME-HOUSEHOLD-ID
           IF WS-REL-ON
               MOVE PM-PERSONA-ID TO REL-PERSONA-ID
               MOVE ZEROS TO REL-RELATED-ID
               MOVE LOW-VALUES TO REL-TYPE
               MOVE REL-KEY TO REL-IO-KEY
               START PERSONA-RELATIONSHIP-FILE
                   KEY IS NOT LESS THAN REL-IO-KEY
               IF WS-PERSREL-OK
                   PERFORM 2250-FIND-HOUSEHOLD THRU 2250-EXIT
               END-IF
           END-IF

           MOVE WS-SUBSCRIBER TO WS-SCI-SUBSCRIBER
           MOVE SK-SNAPSHOT-NUMBER TO WS-SCI-SNAPSHOT
           MOVE PM-PERSONA-ID TO WS-SCI-PERSONA-ID
           MOVE WS-SNAP-CORREL-ID TO MQMD-MSG-ID
           MOVE MQMD-MSG-ID TO MQMD-CORREL-ID.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-FIND-HOUSEHOLD - READ ON THROUGH THE PERSONA'S LINK ROWS
      * TO THE FIRST ACTIVE ONE AND TAKE ITS HOUSEHOLD.
      *----------------------------------------------------------------
       2250-FIND-HOUSEHOLD.
           READ PERSONA-RELATIONSHIP-FILE NEXT RECORD
               INTO PERSONA-RELATIONSHIP-RECORD
           IF NOT WS-PERSREL-OK
               OR REL-PERSONA-ID NOT EQUAL PM-PERSONA-ID
               GO TO 2250-EXIT
           END-IF
           IF NOT REL-ACTIVE
               GO TO 2250-FIND-HOUSEHOLD
           END-IF
           MOVE REL-HOUSEHOLD-ID TO ME-HOUSEHOLD-ID.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-RESOLVE-QUEUE-HANDLE - THE QUEUE= CARD'S QUEUE WHEN THERE
      * IS ONE; OTHERWISE THE PERSONA'S CLASS QUEUE, OPENED AND CACHED
      * ON FIRST USE. A CLASS WITH NO ACTIVE CLASSREF ROW USES THE
      * DEFAULT OUTBOUND QUEUE, AS IN ARR01SWP.
      *----------------------------------------------------------------
       2300-RESOLVE-QUEUE-HANDLE.
           MOVE WS-MQ-MSG-HANDLE TO WS-TARGET-HANDLE
           IF WS-QUEUE-FROM-CARD
               GO TO 2300-EXIT
           END-IF
           PERFORM 2310-MATCH-CLASS-QUEUE THRU 2310-EXIT
               VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX GREATER THAN WS-CLASS-COUNT.
       2300-EXIT.
           EXIT.

       2310-MATCH-CLASS-QUEUE.
           IF QT-CLASS(WS-QX) NOT EQUAL PM-CLASS
               GO TO 2310-EXIT
           END-IF
           IF QT-NOT-OPEN(WS-QX)
               CALL 'MQOPEN' USING WS-MQ-HCONN
                   QT-QUEUE-NAME(WS-QX)
                   'MQOO_OUTPUT' 'MQOD_DEFAULT'
                   QT-HANDLE(WS-QX)
                   WS-MQ-COMP-CODE WS-MQ-REASON-CODE
               IF MQCC-OK
                   SET QT-OPEN(WS-QX) TO TRUE
               ELSE
                   DISPLAY 'ARR01SNP - MQOPEN FAILED FOR CLASS '
                       PM-CLASS ' - RC=' WS-MQ-REASON-CODE
               END-IF
           END-IF
           IF QT-OPEN(WS-QX)
               MOVE QT-HANDLE(WS-QX) TO WS-TARGET-HANDLE
           END-IF
           MOVE WS-CLASS-COUNT TO WS-QX.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-PUT-ENVELOPE - PUT WITH THE USUAL TRANSIENT-FAILURE
      * RETRY.
      *----------------------------------------------------------------
       2350-PUT-ENVELOPE.
           MOVE 0 TO WS-RETRY-COUNT
           SET WS-PUT-FAILED TO TRUE
           PERFORM 2360-PUT-ONCE THRU 2360-EXIT
           PERFORM 2370-RETRY-PUT THRU 2370-EXIT
               UNTIL WS-PUT-OK OR NOT MQRC-RETRYABLE
               OR WS-RETRY-COUNT NOT LESS THAN WS-MAX-RETRY.
       2350-EXIT.
           EXIT.

       2360-PUT-ONCE.
           CALL 'MQPUT' USING WS-MQ-HCONN WS-TARGET-HANDLE
               WS-MQ-PUT-OPTIONS WS-MQMD MQ-MESSAGE-ENVELOPE
               WS-MQ-COMP-CODE WS-MQ-REASON-CODE
           IF MQCC-OK
               SET WS-PUT-OK TO TRUE
           END-IF.
       2360-EXIT.
           EXIT.

       2370-RETRY-PUT.
           ADD 1 TO WS-RETRY-COUNT
           PERFORM 2360-PUT-ONCE THRU 2360-EXIT.
       2370-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-RECORD-LANDED-MESSAGE - THE RECONCILIATION ROW ARR01DCN
      * MATCHES ON CORREL-ID AGAINST THE SUBSCRIBER'S LANDING. LM-INDEX
      * CARRIES THE LOW-ORDER DIGITS OF THE PERSONA ID. A ROW THAT
      * WILL NOT WRITE LEAVES THE LANDED FILE SHORT OF ITS PROOF, SO
      * THE WALK STOPS THERE WITH RETURN CODE 8 AND THE SNAPSHOT IS
      * LEFT INCOMPLETE - THE PERSONA WAS PUT, SO THE CHECKPOINT
      * STILL COUNTS IT.
      *----------------------------------------------------------------
       2400-RECORD-LANDED-MESSAGE.
           MOVE PM-PERSONA-ID TO LM-INDEX
           MOVE PM-NAME TO LM-NAME
           MOVE PM-APELLIDO TO LM-APELLIDO
           MOVE MQMD-CORREL-ID TO LM-CORREL-ID
           MOVE PM-CLASS TO LM-CLASS
           WRITE LANDED-MESSAGE-RECORD
           IF WS-LMSG-STATUS NOT EQUAL '00'
               DISPLAY 'ARR01SNP - LANDED WRITE FAILED FOR PERSONA '
                   PM-PERSONA-ID ' CORREL ' LM-CORREL-ID
                   ' - STATUS ' WS-LMSG-STATUS
               DISPLAY 'ARR01SNP - SNAPSHOT STOPPED, RESUBMIT TO RESUME'
               SET WS-PUT-STOPPED TO TRUE
               SET WS-EOF TO TRUE
               MOVE 8 TO WS-RUN-RC
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-WRITE-AUDIT-RECORD - JOURNAL THE PUT ATTEMPT WITH THE MQ
      * COMP/REASON CODES UNDER THIS PROGRAM'S NAME.
      *----------------------------------------------------------------
       2500-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE SPACES TO AU-TIMESTAMP
           ACCEPT AU-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT AU-TIMESTAMP(9:8) FROM TIME
           MOVE 'ARR01SNP' TO AU-PROGRAM
           MOVE 'MQPUT' TO AU-FUNCTION
           MOVE PM-PERSONA-ID TO AU-INDEX
           MOVE SPACES TO AU-BEFORE-NAME
           MOVE SPACES TO AU-BEFORE-APELLIDO
           MOVE PM-NAME TO AU-AFTER-NAME
           MOVE PM-APELLIDO TO AU-AFTER-APELLIDO
           MOVE PM-CLASS TO AU-AFTER-CLASS
           MOVE PM-LOAD-DATE TO AU-AFTER-LOAD-DATE
           MOVE WS-MQ-COMP-CODE TO AU-MQ-COMP-CODE
           MOVE WS-MQ-REASON-CODE TO AU-MQ-REASON-CODE
           MOVE SPACES TO AU-USER-ID
           WRITE AUDIT-RECORD.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-THROTTLE - THE WINDOW'S QUOTA OF PUTS HAS GONE. IF THAT
      * TOOK LESS THAN A SECOND, WAIT OUT THE REST OF IT; EITHER WAY
      * OPEN A NEW WINDOW. THE CLOCK WRAPS AT MIDNIGHT.
      *----------------------------------------------------------------
       2600-THROTTLE.
           PERFORM 2610-TAKE-TIME THRU 2610-EXIT
           COMPUTE WS-ELAPSED = WS-NOW-HUNDREDTHS - WS-WINDOW-START
           IF WS-ELAPSED LESS THAN ZERO
               ADD 8640000 TO WS-ELAPSED
           END-IF
           IF WS-ELAPSED LESS THAN 100
               COMPUTE WS-DELAY-MS = (100 - WS-ELAPSED) * 10
               CALL 'CEEDLYM' USING WS-DELAY-MS WS-CEE-FEEDBACK
               ADD 1 TO WS-THROTTLE-WAITS
               PERFORM 2610-TAKE-TIME THRU 2610-EXIT
           END-IF
           MOVE WS-NOW-HUNDREDTHS TO WS-WINDOW-START
           MOVE ZERO TO WS-WINDOW-PUTS.
       2600-EXIT.
           EXIT.

       2610-TAKE-TIME.
           ACCEPT WS-TIME-NOW FROM TIME
           COMPUTE WS-NOW-HUNDREDTHS = WS-TIME-HH * 360000
               + WS-TIME-MM * 6000 + WS-TIME-SS * 100 + WS-TIME-CC.
       2610-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-TAKE-CHECKPOINT - REWRITE THE SUBSCRIBER'S ROW WITH THE
      * LAST PERSONA PUT AND THE RUNNING COUNT. A FAILED REWRITE IS
      * REPORTED BUT DOES NOT STOP THE SNAPSHOT - AT WORST A RESUME
      * REPUTS FROM THE PREVIOUS CHECKPOINT, WHICH THE RECEIPT GUARD
      * ABSORBS.
      *----------------------------------------------------------------
       2700-TAKE-CHECKPOINT.
           PERFORM 2710-STAMP-TIME THRU 2710-EXIT
           MOVE WS-LAST-PUT-ID TO SK-LAST-PERSONA-ID
           MOVE WS-SNAPSHOT-TOTAL TO SK-PUBLISHED-COUNT
           MOVE WS-TIMESTAMP TO SK-UPDATED-TIMESTAMP
           MOVE SNAPSHOT-CHECKPOINT-RECORD
               TO SNAPSHOT-CHECKPOINT-IO-RECORD
           REWRITE SNAPSHOT-CHECKPOINT-IO-RECORD
           IF WS-SNAPCKPT-OK
               ADD 1 TO WS-CHECKPOINTS-TAKEN
           ELSE
               DISPLAY 'ARR01SNP - SNAPCKPT REWRITE FAILED - STATUS '
                   WS-SNAPCKPT-STATUS ' AFTER PERSONA ' WS-LAST-PUT-ID
           END-IF
           MOVE ZERO TO WS-SINCE-CHECKPOINT.
       2700-EXIT.
           EXIT.

       2710-STAMP-TIME.
           MOVE SPACES TO WS-TIMESTAMP
           ACCEPT WS-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-TIMESTAMP(9:8) FROM TIME.
       2710-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-FINISH-CHECKPOINT - THE LAST CHECKPOINT OF THE RUN. A
      * WALK THAT REACHED THE END OF THE MASTER MARKS THE SNAPSHOT
      * COMPLETE; ONE STOPPED BY A FAILED PUT LEAVES IT RUNNING AT THE
      * LAST PERSONA THAT WENT.
      *----------------------------------------------------------------
       3000-FINISH-CHECKPOINT.
           IF WS-NOT-STOPPED
               SET SK-COMPLETE TO TRUE
           END-IF
           PERFORM 2700-TAKE-CHECKPOINT THRU 2700-EXIT
           IF SK-COMPLETE
               DISPLAY 'ARR01SNP - SNAPSHOT ' SK-SNAPSHOT-NUMBER
                   ' FOR ' WS-SUBSCRIBER ' COMPLETE - '
                   SK-PUBLISHED-COUNT ' PERSONAS PUT'
           ELSE
               DISPLAY 'ARR01SNP - SNAPSHOT ' SK-SNAPSHOT-NUMBER
                   ' FOR ' WS-SUBSCRIBER ' INCOMPLETE - CHECKPOINT '
                   'AFTER PERSONA ' SK-LAST-PERSONA-ID
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           MOVE WS-ROWS-READ TO WS-TOT-READ
           MOVE WS-PERSONAS-SELECTED TO WS-TOT-SELECTED
           MOVE WS-PUBLISHED-COUNT TO WS-TOT-PUBLISHED
           MOVE WS-SNAPSHOT-TOTAL TO WS-TOT-SNAPSHOT
           DISPLAY WS-CONTROL-TOTALS
           MOVE WS-SKIP-INACTIVE TO WS-TOT-INACTIVE
           MOVE WS-SKIP-CLASS TO WS-TOT-CLASS
           MOVE WS-SKIP-DATE TO WS-TOT-DATE
           DISPLAY WS-SKIP-TOTALS
           MOVE WS-CHECKPOINTS-TAKEN TO WS-TOT-CHECKPOINTS
           MOVE WS-THROTTLE-WAITS TO WS-TOT-WAITS
           MOVE WS-LAST-PUT-ID TO WS-TOT-LAST-ID
           DISPLAY WS-RUN-TOTALS.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE PERSONA-MASTER-FILE
           CLOSE SNAPSHOT-CHECKPOINT-FILE
           CLOSE LANDED-MSG-FILE
           CLOSE AUDIT-FILE
           IF WS-ADDR-ON
               CLOSE PERSONA-ADDRESS-FILE
           END-IF
           IF WS-REL-ON
               CLOSE PERSONA-RELATIONSHIP-FILE
           END-IF
           PERFORM 9100-CLOSE-CLASS-QUEUE THRU 9100-EXIT
               VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX GREATER THAN WS-CLASS-COUNT
           CALL 'MQCLOSE' USING WS-MQ-HCONN WS-MQ-MSG-HANDLE
               WS-MQ-COMP-CODE WS-MQ-REASON-CODE
           CALL 'MQDISC' USING WS-MQ-HCONN
               WS-MQ-COMP-CODE WS-MQ-REASON-CODE
           SET RPQ-CLOSE TO TRUE
           CALL 'ARR01RPQ' USING RUN-PARM-QUERY-AREA.
       9000-EXIT.
           EXIT.

       9100-CLOSE-CLASS-QUEUE.
           IF QT-OPEN(WS-QX)
               CALL 'MQCLOSE' USING WS-MQ-HCONN QT-HANDLE(WS-QX)
                   WS-MQ-COMP-CODE WS-MQ-REASON-CODE
           END-IF.
       9100-EXIT.
           EXIT.
