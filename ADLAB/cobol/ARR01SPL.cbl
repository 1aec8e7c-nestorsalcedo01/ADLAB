       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01SPL.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01SPL CUTS ONE LARGE PERSONA EXTRACT (PERSIN, THE SAME
      * PIPE-DELIMITED WIRE FORMAT ARR01BAT READS) INTO UP TO EIGHT
      * STREAM FILES (STRM01-STRM08) SO A MONTH-END OR PARTNER-
      * ONBOARDING FILE CAN BE LOADED BY SEVERAL ARR01BAT JOBS AT
      * ONCE INSTEAD OF ONE CHUNK AFTER ANOTHER. PARM = 'PPPPPP,N':
      * A SIX-CHARACTER BATCH-ID PREFIX AND THE NUMBER OF STREAMS.
      *   - EVERY RECORD GOES TO THE STREAM PICKED BY A HASH OF THE
      *     IDENTITY ARRAY01'S DUPLICATE GATE JUDGES IT ON - THE
      *     DOCUMENT NUMBER WHEN THE RECORD CARRIES ONE, OTHERWISE
      *     THE NAME AND APELLIDO AFTER THE STANDARD CASING RULE
      *     (ARR01FMT). EVERY ADD, CORRECTION AND DELETE FOR ONE
      *     PERSONA THEREFORE LANDS IN ONE STREAM, IN FEED ORDER, AND
      *     THE GATE STAYS CORRECT WITHIN IT.
      *   - THE EXTRACT MUST CARRY HEADER/TRAILER CONTROLS (SEE
      *     EC01FCTL), PROVEN HERE BEFORE ANYTHING IS WRITTEN - THE
      *     MERGE PROVES THE STREAMS BACK AGAINST THEM.
      *   - EACH STREAM GETS A BLOCK OF PERSONA-IDS (ONE PER ADD IT
      *     CARRIES) AND A BLOCK OF RUN-IDS (TWO PER COMMAREA CHUNK),
      *     TAKEN OFF THE MASTER'S AND THE CHECKPOINT FILE'S KEY-ZERO
      *     CONTROL ROWS IN ONE UPDATE EACH, SO THE STREAMS NEVER
      *     TOUCH THOSE ROWS WHILE THEY RUN.
      *   - EACH STREAM FILE OPENS WITH A STREAM HEADER (SEE FEED-
      *     STREAM-HEADER-RECORD) NAMING ITS BATCH-ID (THE PREFIX PLUS
      *     THE TWO-DIGIT STREAM NUMBER) AND ITS BLOCKS, AND CLOSES
      *     WITH ITS OWN TRAILER, SO ARR01BAT PROVES AND LOADS IT LIKE
      *     ANY OTHER EXTRACT.
      *   - THE SPLIT CONTROL FILE (SPLCTL, SEE EC01SPLC) RECORDS THE
      *     ORIGINAL CONTROLS AND EVERY STREAM'S FIGURES FOR ARR01SMG.
      * THE SPLIT STANDS IN FOR ARR01BAT ON THE BATCH CYCLE: IT TAKES
      * THE ARR01BAT GATE AND LEAVES THE ROW STARTED, THE STREAMS RUN
      * OUTSIDE THE CYCLE, AND ARR01SMG ENDS THE ROW ONCE THE STREAMS
      * BALANCE. ANY FAILURE HERE IS RETURN CODE 8 WITH NO STREAM
      * FILE WORTH LOADING.
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
           SELECT PERSONA-EXTRACT-FILE ASSIGN TO PERSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERSIN-STATUS.

           SELECT STREAM-FILE-01 ASSIGN TO STRM01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

           SELECT STREAM-FILE-02 ASSIGN TO STRM02
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

           SELECT STREAM-FILE-03 ASSIGN TO STRM03
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

           SELECT STREAM-FILE-04 ASSIGN TO STRM04
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

           SELECT STREAM-FILE-05 ASSIGN TO STRM05
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

           SELECT STREAM-FILE-06 ASSIGN TO STRM06
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

           SELECT STREAM-FILE-07 ASSIGN TO STRM07
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

           SELECT STREAM-FILE-08 ASSIGN TO STRM08
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

           SELECT SPLIT-CONTROL-FILE ASSIGN TO SPLCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPLCTL-STATUS.

           SELECT PERSONA-MASTER-FILE ASSIGN TO PERSMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-IO-KEY
               FILE STATUS IS WS-PERSMSTR-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO ARR01CKP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-IO-KEY
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-EXTRACT-FILE
           RECORD CONTAINS 83 CHARACTERS.
       01  PERSONA-EXTRACT-RECORD          PIC X(83).

       FD  STREAM-FILE-01
           RECORD CONTAINS 83 CHARACTERS.
       01  STREAM-RECORD-01                PIC X(83).

       FD  STREAM-FILE-02
           RECORD CONTAINS 83 CHARACTERS.
       01  STREAM-RECORD-02                PIC X(83).

       FD  STREAM-FILE-03
           RECORD CONTAINS 83 CHARACTERS.
       01  STREAM-RECORD-03                PIC X(83).

       FD  STREAM-FILE-04
           RECORD CONTAINS 83 CHARACTERS.
       01  STREAM-RECORD-04                PIC X(83).

       FD  STREAM-FILE-05
           RECORD CONTAINS 83 CHARACTERS.
       01  STREAM-RECORD-05                PIC X(83).

       FD  STREAM-FILE-06
           RECORD CONTAINS 83 CHARACTERS.
       01  STREAM-RECORD-06                PIC X(83).

       FD  STREAM-FILE-07
           RECORD CONTAINS 83 CHARACTERS.
       01  STREAM-RECORD-07                PIC X(83).

       FD  STREAM-FILE-08
           RECORD CONTAINS 83 CHARACTERS.
       01  STREAM-RECORD-08                PIC X(83).

       FD  SPLIT-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EC01SPLC.

       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01  CHECKPOINT-IO-RECORD.
           05  CK-IO-KEY               PIC 9(08).
           05  CK-IO-DATA              PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PERSIN-STATUS        PIC X(02).
               88  WS-PERSIN-OK        VALUE '00'.
           05  WS-STRM-STATUS          PIC X(02).
               88  WS-STRM-OK          VALUE '00'.
           05  WS-SPLCTL-STATUS        PIC X(02).
               88  WS-SPLCTL-OK        VALUE '00'.
           05  WS-PERSMSTR-STATUS      PIC X(02).
               88  WS-PERSMSTR-OK      VALUE '00'.
               88  WS-PERSMSTR-NOTFND  VALUE '23'.
           05  WS-CKPT-STATUS          PIC X(02).
               88  WS-CKPT-OK          VALUE '00'.
               88  WS-CKPT-NOTFND      VALUE '23'.
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-SPLIT-SW             PIC X(01) VALUE 'Y'.
               88  WS-SPLIT-GOOD       VALUE 'Y'.
               88  WS-SPLIT-FAILED     VALUE 'N'.
           05  WS-TRAILER-SW           PIC X(01) VALUE 'N'.
               88  WS-TRAILER-FOUND    VALUE 'Y'.
               88  WS-TRAILER-NOT-FOUND
                                       VALUE 'N'.
           05  WS-CTL-ROW-SW           PIC X(01).
               88  WS-CTL-ROW-NEW      VALUE 'Y'.
               88  WS-CTL-ROW-EXISTS   VALUE 'N'.
           05  WS-STREAM-COUNT         PIC S9(04) COMP-5.
           05  WS-SX                   PIC S9(04) COMP-5.
           05  WS-HX                   PIC S9(04) COMP-5.
           05  WS-SX-DISPLAY           PIC 9(02).
           05  WS-MAX-PERSONAS         PIC S9(04) COMP-5.
           05  WS-BLOCK-SIZE           PIC 9(10).
           05  WS-NEXT-PERSONA-ID      PIC 9(10).
           05  WS-NEXT-RUN-ID          PIC 9(08).
           05  WS-LEN-WORK             PIC 9(02).
           05  WS-RECORD-HASH          PIC 9(03).
           05  WS-HASH-SUM             PIC 9(09).
           05  WS-HASH-QUOTIENT        PIC 9(09).
           05  WS-HASH-REMAINDER       PIC 9(02).
           05  WS-SCAN-COUNT           PIC 9(07) VALUE 0.
           05  WS-SCAN-HASH            PIC 9(09) VALUE 0.
           05  WS-WRITTEN-COUNT        PIC 9(07) VALUE 0.
           05  WS-SPLIT-STAMP          PIC X(16).

      *----------------------------------------------------------------
      * THE IDENTITY THE STREAM IS PICKED BY, VIEWED AS TWENTY
      * HALFWORDS FOR THE HASH - THE SAME KEY ALWAYS SUMS THE SAME,
      * WHICH IS ALL THE PARTITION NEEDS.
      *----------------------------------------------------------------
       01  WS-HASH-KEY                 PIC X(40).
       01  WS-HASH-HALVES REDEFINES WS-HASH-KEY.
           05  WS-HASH-HALF            PIC 9(04) COMP-5
                                       OCCURS 20 TIMES.

      *----------------------------------------------------------------
      * ONE ENTRY PER STREAM: WHAT PASS ONE COUNTED, THE BLOCKS
      * RESERVED FOR IT AND WHAT PASS TWO ACTUALLY WROTE.
      *----------------------------------------------------------------
       01  WS-STREAM-TABLE.
           05  WS-STREAM-ENTRY OCCURS 8 TIMES.
               10  ST-BATCH-ID         PIC X(08).
               10  ST-RECORD-COUNT     PIC 9(07).
               10  ST-HASH-TOTAL       PIC 9(09).
               10  ST-ADD-COUNT        PIC 9(07).
               10  ST-CHUNK-COUNT      PIC 9(03).
               10  ST-ID-FIRST         PIC 9(10).
               10  ST-ID-LAST          PIC 9(10).
               10  ST-RUN-FIRST        PIC 9(08).
               10  ST-RUN-LAST         PIC 9(08).
               10  ST-WRITTEN          PIC 9(07).

       01  WS-OUT-RECORD               PIC X(83).

       01  WS-STREAM-LINE.
           05  FILLER                  PIC X(16) VALUE
               'ARR01SPL STREAM '.
           05  WS-SL-NUMBER            PIC 9(02).
           05  FILLER                  PIC X(07) VALUE ' BATCH '.
           05  WS-SL-BATCH-ID          PIC X(08).
           05  FILLER                  PIC X(09) VALUE ' RECORDS '.
           05  WS-SL-RECORDS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE ' ADDS '.
           05  WS-SL-ADDS              PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE ' IDS '.
           05  WS-SL-ID-FIRST          PIC 9(10).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-SL-ID-LAST           PIC 9(10).
           05  FILLER                  PIC X(06) VALUE ' RUNS '.
           05  WS-SL-RUN-FIRST         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-SL-RUN-LAST          PIC 9(08).

       01  WS-CONTROL-TOTALS.
           05  FILLER                  PIC X(20) VALUE
               'ARR01SPL RECS READ  '.
           05  WS-TOT-READ             PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' WRITTEN  '.
           05  WS-TOT-WRITTEN          PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' STREAMS  '.
           05  WS-TOT-STREAMS          PIC Z9.

           COPY EC01API0.
           COPY EC01FCTL.
           COPY EC01PMR.
           COPY EC01CKPT.

      *----------------------------------------------------------------
      * BATCH CYCLE CONTROL - THE SPLIT TAKES ARR01BAT'S GATE ON
      * BEHALF OF THE WHOLE STREAMED LOAD (SEE 0500 AND 9500).
      *----------------------------------------------------------------
       01  WS-CYCLE-AREAS.
           05  WS-CYC-FUNCTION         PIC X(01).
           05  WS-CYC-JOB-NAME         PIC X(08) VALUE 'ARR01BAT'.
           05  WS-CYC-RESULT           PIC X(01).
               88  WS-CYC-CLEARED      VALUE 'Y'.
           05  WS-CYC-SAVE-RC          PIC S9(04) COMP.

       LINKAGE SECTION.
      *----------------------------------------------------------------
      * WS-PARM-AREA - STANDARD JCL EXEC PARM LAYOUT: A HALFWORD LENGTH
      * FOLLOWED BY 'PPPPPP,N' - THE BATCH-ID PREFIX AND THE NUMBER
      * OF STREAMS, 1 TO 8.
      *----------------------------------------------------------------
       01  WS-PARM-AREA.
           05  WS-PARM-LENGTH          PIC S9(4) COMP.
           05  WS-PARM-PREFIX          PIC X(06).
           05  WS-PARM-COMMA           PIC X(01).
           05  WS-PARM-STREAMS         PIC X(01).

       PROCEDURE DIVISION USING WS-PARM-AREA.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 0500-CHECK-CYCLE-GATE THRU 0500-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-SPLIT-GOOD
               PERFORM 2000-COUNT-STREAMS THRU 2000-EXIT
           END-IF
           IF WS-SPLIT-GOOD
               PERFORM 3000-RESERVE-BLOCKS THRU 3000-EXIT
           END-IF
           IF WS-SPLIT-GOOD
               PERFORM 4000-WRITE-STREAMS THRU 4000-EXIT
           END-IF
           IF WS-SPLIT-GOOD
               PERFORM 5000-WRITE-SPLIT-CONTROL THRU 5000-EXIT
           END-IF
           PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9500-MARK-CYCLE-END THRU 9500-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-CHECK-CYCLE-GATE - MARK ARR01BAT STARTED ON THE CYCLE
      * CONTROL FILE BEFORE ANYTHING IS OPENED. THE STREAMED LOAD
      * WAITS FOR THE SAME PREDECESSORS A SINGLE ARR01BAT RUN DOES;
      * IF ONE HAS NOT ENDED, STOP WITH RETURN CODE 12 AND NOTHING
      * TOUCHED.
      *----------------------------------------------------------------
       0500-CHECK-CYCLE-GATE.
           MOVE 'S' TO WS-CYC-FUNCTION
           CALL 'ARR01CYC' USING WS-CYC-FUNCTION WS-CYC-JOB-NAME
               WS-CYC-RESULT
           IF NOT WS-CYC-CLEARED
               DISPLAY 'ARR01SPL - NOT STARTED - A CYCLE PREDECESSOR '
                   'OF ARR01BAT HAS NOT ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO RETURN-CODE.
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - CHECK THE PARM AND OPEN THE EXTRACT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           INITIALIZE WS-STREAM-TABLE
           IF WS-PARM-LENGTH LESS THAN 8
               OR WS-PARM-PREFIX EQUAL SPACES
               OR WS-PARM-COMMA NOT EQUAL ','
               OR WS-PARM-STREAMS NOT NUMERIC
               OR WS-PARM-STREAMS EQUAL '0'
               OR WS-PARM-STREAMS EQUAL '9'
               DISPLAY 'ARR01SPL - PARM MUST BE PPPPPP,N - A BATCH-ID '
                   'PREFIX AND 1 TO 8 STREAMS - NOTHING SPLIT'
               SET WS-SPLIT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-PARM-STREAMS TO WS-SX-DISPLAY
           MOVE WS-SX-DISPLAY TO WS-STREAM-COUNT

      *    ARR01BAT PACKS THIS MANY PERSONAS INTO ONE COMMAREA, SO
      *    THIS IS HOW THE STREAMS' CHUNK COUNTS ARE WORKED OUT.
           COMPUTE WS-MAX-PERSONAS =
               LENGTH OF PERSONAS-DATAAREA / LENGTH OF API00Q01-PERSONAS

           OPEN INPUT PERSONA-EXTRACT-FILE
           IF NOT WS-PERSIN-OK
               DISPLAY 'ARR01SPL - PERSIN OPEN FAILED - STATUS '
                   WS-PERSIN-STATUS ' - NOTHING SPLIT'
               SET WS-SPLIT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-COUNT-STREAMS - PASS ONE. PROVE THE EXTRACT AGAINST ITS
      * HEADER AND TRAILER EXACTLY AS ARR01BAT'S PRE-SCAN DOES, AND
      * COUNT WHAT EACH STREAM WILL GET - RECORDS, HASH AND ADDS -
      * SO THE ID BLOCKS CAN BE SIZED BEFORE THE FIRST STREAM
      * HEADER IS WRITTEN. A FILE WITH NO HEADER CANNOT BE SPLIT:
      * THE MERGE HAS NOTHING TO PROVE THE STREAMS BACK AGAINST.
      *----------------------------------------------------------------
       2000-COUNT-STREAMS.
           SET WS-NOT-EOF TO TRUE
           READ PERSONA-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF WS-EOF
               OR PERSONA-EXTRACT-RECORD(1:3) NOT EQUAL 'HDR'
               DISPLAY 'ARR01SPL - EXTRACT CARRIES NO HEADER/TRAILER '
                   'CONTROLS - A STREAMED LOAD NEEDS THEM - NOTHING '
                   'SPLIT'
               SET WS-SPLIT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-CLOSE
           END-IF

           MOVE PERSONA-EXTRACT-RECORD(1:19) TO FEED-HEADER-RECORD
           DISPLAY 'ARR01SPL - EXTRACT FROM ' FH-SOURCE
               ' BUSINESS DATE ' FH-BUSINESS-DATE

           PERFORM 2100-COUNT-ONE-RECORD THRU 2100-EXIT
               UNTIL WS-EOF

           IF WS-TRAILER-NOT-FOUND
               DISPLAY 'ARR01SPL - EXTRACT HAS A HEADER BUT NO '
                   'TRAILER - FILE MAY BE TRUNCATED - NOTHING SPLIT'
               SET WS-SPLIT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-CLOSE
           END-IF
           IF FT-RECORD-COUNT NOT EQUAL WS-SCAN-COUNT
               OR FT-HASH-TOTAL NOT EQUAL WS-SCAN-HASH
               DISPLAY 'ARR01SPL - CONTROL MISMATCH - TRAILER '
                   'COUNT ' FT-RECORD-COUNT ' HASH ' FT-HASH-TOTAL
                   ' BUT DELIVERED COUNT ' WS-SCAN-COUNT
                   ' HASH ' WS-SCAN-HASH ' - NOTHING SPLIT'
               SET WS-SPLIT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.
       2000-CLOSE.
           CLOSE PERSONA-EXTRACT-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-COUNT-ONE-RECORD - ONE RECORD OF PASS ONE: CAPTURE THE
      * TRAILER, OR COUNT A DATA RECORD AGAINST THE WHOLE FILE AND
      * AGAINST ITS STREAM.
      *----------------------------------------------------------------
       2100-COUNT-ONE-RECORD.
           READ PERSONA-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ

           EVALUATE TRUE
               WHEN PERSONA-EXTRACT-RECORD(1:3) EQUAL 'TRL'
                   MOVE PERSONA-EXTRACT-RECORD(1:19)
                       TO FEED-TRAILER-RECORD
                   SET WS-TRAILER-FOUND TO TRUE
               WHEN PERSONA-EXTRACT-RECORD(1:3) EQUAL 'HDR'
                   CONTINUE
               WHEN OTHER
                   PERFORM 2400-HASH-RECORD THRU 2400-EXIT
                   PERFORM 2500-PICK-STREAM THRU 2500-EXIT
                   ADD 1 TO WS-SCAN-COUNT
                   ADD WS-RECORD-HASH TO WS-SCAN-HASH
                   ADD 1 TO ST-RECORD-COUNT(WS-SX)
                   ADD WS-RECORD-HASH TO ST-HASH-TOTAL(WS-SX)
                   IF PERSONA-ACTION-ADD
                       ADD 1 TO ST-ADD-COUNT(WS-SX)
                   END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-HASH-RECORD - THE RECORD'S SHARE OF THE TRAILER HASH:
      * THE NOMBRE-LENGTH AND APELLIDO-LENGTH PREFIXES AT WIRE
      * POSITIONS 1-2 AND 25-26 (SEE EC01FCTL).
      *----------------------------------------------------------------
       2400-HASH-RECORD.
           MOVE ZEROS TO WS-RECORD-HASH
           IF PERSONA-EXTRACT-RECORD(1:2) IS NUMERIC
               MOVE PERSONA-EXTRACT-RECORD(1:2) TO WS-LEN-WORK
               ADD WS-LEN-WORK TO WS-RECORD-HASH
           END-IF
           IF PERSONA-EXTRACT-RECORD(25:2) IS NUMERIC
               MOVE PERSONA-EXTRACT-RECORD(25:2) TO WS-LEN-WORK
               ADD WS-LEN-WORK TO WS-RECORD-HASH
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-PICK-STREAM - PARSE THE WIRE RECORD THE WAY ARRAY01 DOES
      * AND HASH THE IDENTITY ITS DUPLICATE GATE USES: THE DOCUMENT
      * NUMBER IF THE RECORD CARRIES ONE, OTHERWISE APELLIDO AND NAME
      * CASED BY ARR01FMT, SO TWO SPELLINGS THE MASTER WOULD TREAT AS
      * ONE PERSONA CANNOT LAND IN DIFFERENT STREAMS. THE HASH MODULO
      * THE STREAM COUNT PICKS THE STREAM, LEFT IN WS-SX.
      *----------------------------------------------------------------
       2500-PICK-STREAM.
           MOVE SPACES TO NOMBRE
           MOVE SPACES TO APELLIDO
           MOVE SPACE TO PERSONA-ACTION
           MOVE SPACES TO DOCUMENTO
           UNSTRING PERSONA-EXTRACT-RECORD DELIMITED BY '|'
               INTO NOMBRE-LENGTH
                    NOMBRE
                    APELLIDO-LENGTH
                    APELLIDO
                    CLASS-LENGTH
                    PERSONA-CLASS
                    PERSONA-ACTION
                    DOCUMENTO-LENGTH
                    DOCUMENTO
                    EFFECTIVE-DATE
           END-UNSTRING

           MOVE SPACES TO WS-HASH-KEY
           IF DOCUMENTO NOT EQUAL SPACES
               MOVE DOCUMENTO TO WS-HASH-KEY
           ELSE
               CALL 'ARR01FMT' USING NOMBRE
               CALL 'ARR01FMT' USING APELLIDO
               MOVE APELLIDO TO WS-HASH-KEY(1:20)
               MOVE NOMBRE TO WS-HASH-KEY(21:20)
           END-IF

           MOVE ZEROS TO WS-HASH-SUM
           PERFORM 2550-ADD-ONE-HALF THRU 2550-EXIT
               VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX GREATER THAN 20
           DIVIDE WS-HASH-SUM BY WS-STREAM-COUNT
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-REMAINDER
           COMPUTE WS-SX = WS-HASH-REMAINDER + 1.
       2500-EXIT.
           EXIT.

       2550-ADD-ONE-HALF.
           ADD WS-HASH-HALF(WS-HX) TO WS-HASH-SUM.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-RESERVE-BLOCKS - HAND EACH STREAM ITS PERSONA-IDS AND
      * RUN-IDS. THE MASTER'S CONTROL ROW (PC-NEXT-PERSONA-ID) AND
      * THE CHECKPOINT FILE'S (CK-CTL-NEXT-RUN-ID) EACH MOVE ONCE,
      * PAST EVERY STREAM'S BLOCK, SO NOTHING ELSE CAN BE GIVEN AN ID
      * A STREAM OWNS. A STREAM GETS ONE PERSONA-ID PER ADD (AT LEAST
      * ONE) AND TWO RUN-IDS PER COMMAREA CHUNK - ROOM FOR A RERUN OF
      * EVERY CHUNK; ARRAY01 FALLS BACK TO THE SHARED CONTROL ROW IF
      * A STREAM EVER RUNS PAST ITS RUN-IDS. IDS A STREAM DOES NOT
      * USE ARE SIMPLY NEVER ASSIGNED.
      *----------------------------------------------------------------
       3000-RESERVE-BLOCKS.
           OPEN I-O PERSONA-MASTER-FILE
           IF NOT WS-PERSMSTR-OK
               DISPLAY 'ARR01SPL - PERSMSTR OPEN FAILED - STATUS '
                   WS-PERSMSTR-STATUS ' - NOTHING SPLIT'
               SET WS-SPLIT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           SET WS-CTL-ROW-EXISTS TO TRUE
           MOVE ZEROS TO PM-IO-KEY
           READ PERSONA-MASTER-FILE INTO PERSONA-CTL-RECORD
           IF WS-PERSMSTR-NOTFND
               SET WS-CTL-ROW-NEW TO TRUE
               MOVE ZEROS TO PC-CTL-KEY
               MOVE 1 TO PC-NEXT-PERSONA-ID
           END-IF
           MOVE PC-NEXT-PERSONA-ID TO WS-NEXT-PERSONA-ID

           PERFORM 3100-SIZE-ID-BLOCK THRU 3100-EXIT
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-STREAM-COUNT

           MOVE ZEROS TO PC-CTL-KEY
           MOVE WS-NEXT-PERSONA-ID TO PC-NEXT-PERSONA-ID
           MOVE PERSONA-CTL-RECORD TO PERSONA-MASTER-IO-RECORD
           MOVE ZEROS TO PM-IO-KEY
           IF WS-CTL-ROW-NEW
               WRITE PERSONA-MASTER-IO-RECORD
           ELSE
               REWRITE PERSONA-MASTER-IO-RECORD
           END-IF
           IF NOT WS-PERSMSTR-OK
               DISPLAY 'ARR01SPL - PERSMSTR CONTROL ROW UPDATE FAILED '
                   '- STATUS ' WS-PERSMSTR-STATUS ' - NOTHING SPLIT'
               SET WS-SPLIT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
               CLOSE PERSONA-MASTER-FILE
               GO TO 3000-EXIT
           END-IF
           CLOSE PERSONA-MASTER-FILE

           OPEN I-O CHECKPOINT-FILE
           IF NOT WS-CKPT-OK
               DISPLAY 'ARR01SPL - ARR01CKP OPEN FAILED - STATUS '
                   WS-CKPT-STATUS ' - NOTHING SPLIT'
               SET WS-SPLIT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           SET WS-CTL-ROW-EXISTS TO TRUE
           MOVE ZEROS TO CK-IO-KEY
           READ CHECKPOINT-FILE INTO CK-CTL-RECORD
           IF WS-CKPT-NOTFND
               SET WS-CTL-ROW-NEW TO TRUE
               MOVE ZEROS TO CK-CTL-KEY
               MOVE 1 TO CK-CTL-NEXT-RUN-ID
           END-IF
           MOVE CK-CTL-NEXT-RUN-ID TO WS-NEXT-RUN-ID

           PERFORM 3200-SIZE-RUN-BLOCK THRU 3200-EXIT
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-STREAM-COUNT

           MOVE ZEROS TO CK-CTL-KEY
           MOVE WS-NEXT-RUN-ID TO CK-CTL-NEXT-RUN-ID
           MOVE CK-CTL-RECORD TO CHECKPOINT-IO-RECORD
           MOVE ZEROS TO CK-IO-KEY
           IF WS-CTL-ROW-NEW
               WRITE CHECKPOINT-IO-RECORD
           ELSE
               REWRITE CHECKPOINT-IO-RECORD
           END-IF
           IF NOT WS-CKPT-OK
               DISPLAY 'ARR01SPL - ARR01CKP CONTROL ROW UPDATE FAILED '
                   '- STATUS ' WS-CKPT-STATUS ' - NOTHING SPLIT'
               SET WS-SPLIT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE CHECKPOINT-FILE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-SIZE-ID-BLOCK - ONE STREAM'S PERSONA-ID BLOCK, ITS CHUNK
      * COUNT AND ITS BATCH-ID.
      *----------------------------------------------------------------
       3100-SIZE-ID-BLOCK.
           MOVE WS-SX TO WS-SX-DISPLAY
           STRING WS-PARM-PREFIX WS-SX-DISPLAY DELIMITED BY SIZE
               INTO ST-BATCH-ID(WS-SX)
           END-STRING
           COMPUTE ST-CHUNK-COUNT(WS-SX) =
               (ST-RECORD-COUNT(WS-SX) + WS-MAX-PERSONAS - 1)
               / WS-MAX-PERSONAS

           MOVE ST-ADD-COUNT(WS-SX) TO WS-BLOCK-SIZE
           IF WS-BLOCK-SIZE EQUAL ZERO
               MOVE 1 TO WS-BLOCK-SIZE
           END-IF
           MOVE WS-NEXT-PERSONA-ID TO ST-ID-FIRST(WS-SX)
           COMPUTE ST-ID-LAST(WS-SX) =
               WS-NEXT-PERSONA-ID + WS-BLOCK-SIZE - 1
           COMPUTE WS-NEXT-PERSONA-ID = ST-ID-LAST(WS-SX) + 1.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-SIZE-RUN-BLOCK - ONE STREAM'S RUN-ID BLOCK.
      *----------------------------------------------------------------
       3200-SIZE-RUN-BLOCK.
           COMPUTE WS-BLOCK-SIZE = ST-CHUNK-COUNT(WS-SX) * 2
           IF WS-BLOCK-SIZE LESS THAN 2
               MOVE 2 TO WS-BLOCK-SIZE
           END-IF
           MOVE WS-NEXT-RUN-ID TO ST-RUN-FIRST(WS-SX)
           COMPUTE ST-RUN-LAST(WS-SX) =
               WS-NEXT-RUN-ID + WS-BLOCK-SIZE - 1
           COMPUTE WS-NEXT-RUN-ID = ST-RUN-LAST(WS-SX) + 1.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-WRITE-STREAMS - PASS TWO. OPEN EVERY STREAM FILE, GIVE
      * EACH ITS STREAM HEADER, DEAL THE DATA RECORDS OUT BY THE SAME
      * HASH AS PASS ONE, THEN CLOSE EACH WITH ITS OWN TRAILER. WHAT
      * WAS WRITTEN MUST AGREE WITH WHAT PASS ONE COUNTED.
      *----------------------------------------------------------------
       4000-WRITE-STREAMS.
           PERFORM 4100-OPEN-ONE-STREAM THRU 4100-EXIT
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-STREAM-COUNT
           IF WS-SPLIT-FAILED
               GO TO 4000-CLOSE
           END-IF

           PERFORM 4200-WRITE-STREAM-HEADER THRU 4200-EXIT
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-STREAM-COUNT

           OPEN INPUT PERSONA-EXTRACT-FILE
           SET WS-NOT-EOF TO TRUE
           PERFORM 4300-DEAL-ONE-RECORD THRU 4300-EXIT
               UNTIL WS-EOF
           CLOSE PERSONA-EXTRACT-FILE

           PERFORM 4400-WRITE-STREAM-TRAILER THRU 4400-EXIT
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-STREAM-COUNT.
       4000-CLOSE.
           PERFORM 4500-CLOSE-ONE-STREAM THRU 4500-EXIT
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-STREAM-COUNT.
       4000-EXIT.
           EXIT.

       4100-OPEN-ONE-STREAM.
           EVALUATE WS-SX
               WHEN 1
                   OPEN OUTPUT STREAM-FILE-01
               WHEN 2
                   OPEN OUTPUT STREAM-FILE-02
               WHEN 3
                   OPEN OUTPUT STREAM-FILE-03
               WHEN 4
                   OPEN OUTPUT STREAM-FILE-04
               WHEN 5
                   OPEN OUTPUT STREAM-FILE-05
               WHEN 6
                   OPEN OUTPUT STREAM-FILE-06
               WHEN 7
                   OPEN OUTPUT STREAM-FILE-07
               WHEN 8
                   OPEN OUTPUT STREAM-FILE-08
           END-EVALUATE
           IF NOT WS-STRM-OK
               MOVE WS-SX TO WS-SX-DISPLAY
               DISPLAY 'ARR01SPL - STRM' WS-SX-DISPLAY
                   ' OPEN FAILED - STATUS ' WS-STRM-STATUS
               SET WS-SPLIT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.
       4100-EXIT.
           EXIT.

       4200-WRITE-STREAM-HEADER.
           MOVE SPACES TO FEED-STREAM-HEADER-RECORD
           MOVE 'HDR' TO FS-TAG
           MOVE FH-SOURCE TO FS-SOURCE
           MOVE FH-BUSINESS-DATE TO FS-BUSINESS-DATE
           MOVE WS-SX TO FS-STREAM-NUMBER
           MOVE WS-STREAM-COUNT TO FS-STREAM-COUNT
           MOVE ST-BATCH-ID(WS-SX) TO FS-BATCH-ID
           MOVE ST-ID-FIRST(WS-SX) TO FS-ID-BLOCK-FIRST
           MOVE ST-ID-LAST(WS-SX) TO FS-ID-BLOCK-LAST
           MOVE ST-RUN-FIRST(WS-SX) TO FS-RUN-BLOCK-FIRST
           MOVE ST-RUN-LAST(WS-SX) TO FS-RUN-BLOCK-LAST
           MOVE SPACES TO WS-OUT-RECORD
           MOVE FEED-STREAM-HEADER-RECORD TO WS-OUT-RECORD
           PERFORM 4900-WRITE-TO-STREAM THRU 4900-EXIT.
       4200-EXIT.
           EXIT.

       4300-DEAL-ONE-RECORD.
           READ PERSONA-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4300-EXIT
           END-READ
           IF PERSONA-EXTRACT-RECORD(1:3) EQUAL 'HDR'
               OR PERSONA-EXTRACT-RECORD(1:3) EQUAL 'TRL'
               GO TO 4300-EXIT
           END-IF

           PERFORM 2500-PICK-STREAM THRU 2500-EXIT
           MOVE PERSONA-EXTRACT-RECORD TO WS-OUT-RECORD
           PERFORM 4900-WRITE-TO-STREAM THRU 4900-EXIT
           ADD 1 TO ST-WRITTEN(WS-SX)
           ADD 1 TO WS-WRITTEN-COUNT.
       4300-EXIT.
           EXIT.

       4400-WRITE-STREAM-TRAILER.
           IF ST-WRITTEN(WS-SX) NOT EQUAL ST-RECORD-COUNT(WS-SX)
               MOVE WS-SX TO WS-SX-DISPLAY
               DISPLAY 'ARR01SPL - STREAM ' WS-SX-DISPLAY ' WROTE '
                   ST-WRITTEN(WS-SX) ' BUT PASS ONE COUNTED '
                   ST-RECORD-COUNT(WS-SX) ' - DO NOT LOAD'
               SET WS-SPLIT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO FEED-TRAILER-RECORD
           MOVE 'TRL' TO FT-TAG
           MOVE ST-RECORD-COUNT(WS-SX) TO FT-RECORD-COUNT
           MOVE ST-HASH-TOTAL(WS-SX) TO FT-HASH-TOTAL
           MOVE SPACES TO WS-OUT-RECORD
           MOVE FEED-TRAILER-RECORD TO WS-OUT-RECORD
           PERFORM 4900-WRITE-TO-STREAM THRU 4900-EXIT.
       4400-EXIT.
           EXIT.

       4500-CLOSE-ONE-STREAM.
           EVALUATE WS-SX
               WHEN 1
                   CLOSE STREAM-FILE-01
               WHEN 2
                   CLOSE STREAM-FILE-02
               WHEN 3
                   CLOSE STREAM-FILE-03
               WHEN 4
                   CLOSE STREAM-FILE-04
               WHEN 5
                   CLOSE STREAM-FILE-05
               WHEN 6
                   CLOSE STREAM-FILE-06
               WHEN 7
                   CLOSE STREAM-FILE-07
               WHEN 8
                   CLOSE STREAM-FILE-08
           END-EVALUATE.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4900-WRITE-TO-STREAM - WRITE WS-OUT-RECORD TO STREAM WS-SX.
      *----------------------------------------------------------------
       4900-WRITE-TO-STREAM.
           EVALUATE WS-SX
               WHEN 1
                   WRITE STREAM-RECORD-01 FROM WS-OUT-RECORD
               WHEN 2
                   WRITE STREAM-RECORD-02 FROM WS-OUT-RECORD
               WHEN 3
                   WRITE STREAM-RECORD-03 FROM WS-OUT-RECORD
               WHEN 4
                   WRITE STREAM-RECORD-04 FROM WS-OUT-RECORD
               WHEN 5
                   WRITE STREAM-RECORD-05 FROM WS-OUT-RECORD
               WHEN 6
                   WRITE STREAM-RECORD-06 FROM WS-OUT-RECORD
               WHEN 7
                   WRITE STREAM-RECORD-07 FROM WS-OUT-RECORD
               WHEN 8
                   WRITE STREAM-RECORD-08 FROM WS-OUT-RECORD
           END-EVALUATE
           IF NOT WS-STRM-OK
               MOVE WS-SX TO WS-SX-DISPLAY
               DISPLAY 'ARR01SPL - STRM' WS-SX-DISPLAY
                   ' WRITE FAILED - STATUS ' WS-STRM-STATUS
               SET WS-SPLIT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-SPLIT-CONTROL - THE SUMMARY ROW, THEN ONE ROW PER
      * STREAM, FOR ARR01SMG.
      *----------------------------------------------------------------
       5000-WRITE-SPLIT-CONTROL.
           OPEN OUTPUT SPLIT-CONTROL-FILE
           IF NOT WS-SPLCTL-OK
               DISPLAY 'ARR01SPL - SPLCTL OPEN FAILED - STATUS '
                   WS-SPLCTL-STATUS
               SET WS-SPLIT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES TO WS-SPLIT-STAMP
           ACCEPT WS-SPLIT-STAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-SPLIT-STAMP(9:8) FROM TIME
           MOVE SPACES TO SPLIT-CONTROL-RECORD
           SET SC-SUMMARY TO TRUE
           MOVE FH-SOURCE TO SC-SUM-SOURCE
           MOVE FH-BUSINESS-DATE TO SC-SUM-BUSINESS-DATE
           MOVE FT-RECORD-COUNT TO SC-SUM-RECORD-COUNT
           MOVE FT-HASH-TOTAL TO SC-SUM-HASH-TOTAL
           MOVE WS-PARM-PREFIX TO SC-SUM-BATCH-PREFIX
           MOVE WS-STREAM-COUNT TO SC-SUM-STREAM-COUNT
           MOVE WS-SPLIT-STAMP TO SC-SUM-SPLIT-STAMP
           WRITE SPLIT-CONTROL-RECORD

           PERFORM 5100-WRITE-STREAM-ROW THRU 5100-EXIT
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-STREAM-COUNT
           CLOSE SPLIT-CONTROL-FILE.
       5000-EXIT.
           EXIT.

       5100-WRITE-STREAM-ROW.
           MOVE SPACES TO SPLIT-CONTROL-RECORD
           SET SC-STREAM TO TRUE
           MOVE WS-SX TO SC-STR-NUMBER
           MOVE ST-BATCH-ID(WS-SX) TO SC-STR-BATCH-ID
           MOVE ST-RECORD-COUNT(WS-SX) TO SC-STR-RECORD-COUNT
           MOVE ST-HASH-TOTAL(WS-SX) TO SC-STR-HASH-TOTAL
           MOVE ST-ADD-COUNT(WS-SX) TO SC-STR-ADD-COUNT
           MOVE ST-CHUNK-COUNT(WS-SX) TO SC-STR-CHUNK-COUNT
           MOVE ST-ID-FIRST(WS-SX) TO SC-STR-ID-FIRST
           MOVE ST-ID-LAST(WS-SX) TO SC-STR-ID-LAST
           MOVE ST-RUN-FIRST(WS-SX) TO SC-STR-RUN-FIRST
           MOVE ST-RUN-LAST(WS-SX) TO SC-STR-RUN-LAST
           WRITE SPLIT-CONTROL-RECORD.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS - ONE LINE PER STREAM, THEN THE
      * TOTALS.
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           IF WS-SPLIT-GOOD
               PERFORM 8100-WRITE-STREAM-LINE THRU 8100-EXIT
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX GREATER THAN WS-STREAM-COUNT
           END-IF
           MOVE WS-SCAN-COUNT TO WS-TOT-READ
           MOVE WS-WRITTEN-COUNT TO WS-TOT-WRITTEN
           MOVE WS-STREAM-COUNT TO WS-TOT-STREAMS
           DISPLAY WS-CONTROL-TOTALS.
       8000-EXIT.
           EXIT.

       8100-WRITE-STREAM-LINE.
           MOVE WS-SX TO WS-SL-NUMBER
           MOVE ST-BATCH-ID(WS-SX) TO WS-SL-BATCH-ID
           MOVE ST-RECORD-COUNT(WS-SX) TO WS-SL-RECORDS
           MOVE ST-ADD-COUNT(WS-SX) TO WS-SL-ADDS
           MOVE ST-ID-FIRST(WS-SX) TO WS-SL-ID-FIRST
           MOVE ST-ID-LAST(WS-SX) TO WS-SL-ID-LAST
           MOVE ST-RUN-FIRST(WS-SX) TO WS-SL-RUN-FIRST
           MOVE ST-RUN-LAST(WS-SX) TO WS-SL-RUN-LAST
           DISPLAY WS-STREAM-LINE.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-MARK-CYCLE-END - A FAILED SPLIT MARKS ARR01BAT FAILED. A
      * GOOD ONE LEAVES IT STARTED: THE LOAD IS NOT OVER UNTIL THE
      * STREAMS HAVE RUN AND ARR01SMG HAS BALANCED THEM, AND UNTIL
      * THEN NOTHING WAITING ON ARR01BAT MAY START.
      *----------------------------------------------------------------
       9500-MARK-CYCLE-END.
           MOVE RETURN-CODE TO WS-CYC-SAVE-RC
           IF WS-CYC-SAVE-RC LESS THAN 8
               GO TO 9500-EXIT
           END-IF
           MOVE 'F' TO WS-CYC-FUNCTION
           CALL 'ARR01CYC' USING WS-CYC-FUNCTION WS-CYC-JOB-NAME
               WS-CYC-RESULT
           MOVE WS-CYC-SAVE-RC TO RETURN-CODE.
       9500-EXIT.
           EXIT.
