       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01SMG.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01SMG CLOSES A STREAMED LOAD ONCE EVERY STREAM ARR01SPL CUT
      * HAS BEEN RUN THROUGH ARR01BAT. IT READS THE SPLIT CONTROL FILE
      * (SPLCTL, SEE EC01SPLC) AND PROVES THE LOAD AS ONE RUN:
      *   1. THE STREAMS' OWN TRAILER COUNTS AND HASHES ADD UP TO THE
      *      ORIGINAL EXTRACT'S TRAILER.
      *   2. EACH STREAM HAS A COMPLETE CHECKPOINT ROW (ARR01CKP) FOR
      *      EVERY COMMAREA CHUNK THE SPLIT EXPECTED, UNDER ITS OWN
      *      BATCH-ID IN ITS OWN RUN-ID BLOCK, AND NO INCOMPLETE ONE.
      *   3. THE PERSONAS READ ON THOSE RUNS' RUNSTATS ROWS ADD UP TO
      *      THE STREAM'S RECORD COUNT, AND ACROSS THE STREAMS TO THE
      *      ORIGINAL TRAILER COUNT.
      *   4. EVERY REJECT A STREAM COUNTED IS ON ITS REJECT FILE. THE
      *      STREAMS' REJECT FILES (STRMREJ, A CONCATENATION) ARE
      *      COPIED TO ONE COMBINED PERSREJ FOR THE USUAL REJECT
      *      HANDLING; EACH REJECT IS TIED TO ITS STREAM BY RUN-ID.
      * THE RESULT IS THE MERGE REPORT (MRGRPT): ONE LINE PER STREAM
      * AND A COMBINED TOTAL. THE TOTAL IS NOT WRITTEN BACK TO
      * RUNSTATS - THE STREAMS' OWN ROWS ARE ALREADY THERE AND
      * ARR01TRD WOULD COUNT THE LOAD TWICE. THE STREAMS' AUDIT LOGS
      * ARE APPENDED TO THE AUDIT JOURNAL BY A COPY STEP IN THE JOB.
      * A LOAD THAT BALANCES ENDS ARR01BAT ON THE BATCH CYCLE (THE
      * SPLIT STARTED IT) WITH RETURN CODE 0, OR 4 IF A REJECT FILE
      * CARRIES MORE ROWS THAN WERE COUNTED (A RESUMED CHUNK WRITES
      * THE REJECTS SINCE ITS LAST CHECKPOINT AGAIN) OR COULD NOT BE
      * READ. ANYTHING OUT OF BALANCE IS RETURN CODE 8 AND MARKS
      * ARR01BAT FAILED - RERUN THE STREAM CONCERNED, WHICH SKIPS
      * THE CHUNKS IT ALREADY FINISHED, THEN RERUN THIS JOB.
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
           SELECT SPLIT-CONTROL-FILE ASSIGN TO SPLCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPLCTL-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO ARR01CKP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-IO-KEY
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-IO-KEY
               FILE STATUS IS WS-RUNSTATS-STATUS.

           SELECT STREAM-REJECT-FILE ASSIGN TO STRMREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRMREJ-STATUS.

           SELECT PERSONA-REJECT-FILE ASSIGN TO PERSREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSREJ-STATUS.

           SELECT MERGE-REPORT-FILE ASSIGN TO MRGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLIT-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EC01SPLC.

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01  CHECKPOINT-IO-RECORD.
           05  CK-IO-KEY               PIC 9(08).
           05  CK-IO-DATA              PIC X(50).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  RUN-STATS-IO-RECORD.
           05  RS-IO-KEY               PIC X(16).
           05  RS-IO-DATA              PIC X(72).

       FD  STREAM-REJECT-FILE
           RECORD CONTAINS 312 CHARACTERS.
       01  STREAM-REJECT-IO-RECORD     PIC X(312).

       FD  PERSONA-REJECT-FILE
           RECORD CONTAINS 312 CHARACTERS.
       01  PERSONA-REJECT-IO-RECORD    PIC X(312).

       FD  MERGE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MERGE-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-SPLCTL-STATUS        PIC X(02).
               88  WS-SPLCTL-OK        VALUE '00'.
           05  WS-CKPT-STATUS          PIC X(02).
               88  WS-CKPT-OK          VALUE '00'.
           05  WS-RUNSTATS-STATUS      PIC X(02).
               88  WS-RUNSTATS-OK      VALUE '00'.
           05  WS-STRMREJ-STATUS       PIC X(02).
               88  WS-STRMREJ-OK       VALUE '00'.
           05  WS-PERSREJ-STATUS       PIC X(02).
               88  WS-PERSREJ-OK       VALUE '00'.
           05  WS-MRGRPT-STATUS        PIC X(02).
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-SCAN-SW              PIC X(01).
               88  WS-SCAN-DONE        VALUE 'Y'.
               88  WS-SCAN-NOT-DONE    VALUE 'N'.
           05  WS-FILES-SW             PIC X(01) VALUE 'N'.
               88  WS-FILES-OPEN       VALUE 'Y'.
               88  WS-FILES-NOT-OPEN   VALUE 'N'.
      *    WORST OUTCOME SO FAR: 0 BALANCED, 4 BALANCED WITH A
      *    WARNING, 8 OUT OF BALANCE. BECOMES THE RETURN CODE.
           05  WS-MERGE-RC             PIC S9(04) COMP VALUE 0.
           05  WS-STREAM-COUNT         PIC S9(04) COMP-5 VALUE 0.
           05  WS-SX                   PIC S9(04) COMP-5.
           05  WS-FOUND-SX             PIC S9(04) COMP-5.
           05  WS-REJ-READ             PIC 9(07) VALUE 0.
           05  WS-REJ-UNMATCHED        PIC 9(07) VALUE 0.
           05  WS-SUM-RECORDS          PIC 9(09) VALUE 0.
           05  WS-SUM-HASH             PIC 9(11) VALUE 0.
      *    THE ORIGINAL EXTRACT'S FIGURES OFF THE SUMMARY ROW, KEPT
      *    HERE - EVERY STREAM ROW READ AFTER IT OVERLAYS THE RECORD.
           05  WS-ORIG-HASH            PIC 9(09) VALUE 0.
           05  WS-ORIG-STREAMS         PIC 9(02) VALUE 0.
           05  WS-MESSAGE              PIC X(100).

      *----------------------------------------------------------------
      * ONE ENTRY PER STREAM: THE SPLIT'S FIGURES OFF ITS SS ROW AND
      * WHAT THE STREAM'S RUNS ACTUALLY LEFT BEHIND.
      *----------------------------------------------------------------
       01  WS-STREAM-TABLE.
           05  WS-STREAM-ENTRY OCCURS 8 TIMES.
               10  ST-NUMBER           PIC 9(02).
               10  ST-BATCH-ID         PIC X(08).
               10  ST-RECORD-COUNT     PIC 9(07).
               10  ST-HASH-TOTAL       PIC 9(09).
               10  ST-CHUNK-COUNT      PIC 9(03).
               10  ST-RUN-FIRST        PIC 9(08).
               10  ST-RUN-LAST         PIC 9(08).
               10  ST-CHUNKS-DONE      PIC 9(05).
               10  ST-CHUNKS-OPEN      PIC 9(05).
               10  ST-STATS-MISSING    PIC 9(05).
               10  ST-READ             PIC 9(09).
               10  ST-PROCESSED        PIC 9(09).
               10  ST-REJECTED         PIC 9(09).
               10  ST-DUPLICATE        PIC 9(09).
               10  ST-HELD             PIC 9(09).
               10  ST-REJ-ROWS         PIC 9(09).
               10  ST-RESULT           PIC X(14).

       01  WS-GRAND-TOTALS.
           05  WS-GT-RECORDS           PIC 9(09) VALUE 0.
           05  WS-GT-CHUNKS            PIC 9(05) VALUE 0.
           05  WS-GT-CHUNKS-DONE       PIC 9(05) VALUE 0.
           05  WS-GT-READ              PIC 9(09) VALUE 0.
           05  WS-GT-PROCESSED         PIC 9(09) VALUE 0.
           05  WS-GT-REJECTED          PIC 9(09) VALUE 0.
           05  WS-GT-DUPLICATE         PIC 9(09) VALUE 0.
           05  WS-GT-HELD              PIC 9(09) VALUE 0.
           05  WS-GT-REJ-ROWS          PIC 9(09) VALUE 0.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               'ADLAB PERSONA STREAMED LOAD MERGE REPORT'.

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(08) VALUE 'SOURCE  '.
           05  WS-HD-SOURCE            PIC X(08).
           05  FILLER                  PIC X(16) VALUE
               '  BUSINESS DATE '.
           05  WS-HD-BUSINESS-DATE     PIC X(08).
           05  FILLER                  PIC X(10) VALUE '  PREFIX  '.
           05  WS-HD-PREFIX            PIC X(06).
           05  FILLER                  PIC X(11) VALUE '  STREAMS  '.
           05  WS-HD-STREAMS           PIC Z9.
           05  FILLER                  PIC X(09) VALUE '  SPLIT  '.
           05  WS-HD-STAMP             PIC X(16).

       01  WS-HEADING-LINE-3.
           05  FILLER                  PIC X(14) VALUE
               'STRM  BATCH'.
           05  FILLER                  PIC X(10) VALUE '   RECORDS'.
           05  FILLER                  PIC X(12) VALUE '  CHUNKS/DUE'.
           05  FILLER                  PIC X(10) VALUE '      READ'.
           05  FILLER                  PIC X(10) VALUE '    LOADED'.
           05  FILLER                  PIC X(10) VALUE '    REJECT'.
           05  FILLER                  PIC X(10) VALUE '       DUP'.
           05  FILLER                  PIC X(10) VALUE '      HELD'.
           05  FILLER                  PIC X(10) VALUE '  REJ-ROWS'.
           05  FILLER                  PIC X(16) VALUE '  RESULT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-STREAM           PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-BATCH-ID         PIC X(08).
           05  WS-DTL-RECORDS          PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CHUNKS-DONE      PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WS-DTL-CHUNKS           PIC ZZZZ9.
           05  WS-DTL-READ             PIC ZZZZZZZZZ9.
           05  WS-DTL-PROCESSED        PIC ZZZZZZZZZ9.
           05  WS-DTL-REJECTED         PIC ZZZZZZZZZ9.
           05  WS-DTL-DUPLICATE        PIC ZZZZZZZZZ9.
           05  WS-DTL-HELD             PIC ZZZZZZZZZ9.
           05  WS-DTL-REJ-ROWS         PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-RESULT           PIC X(14).

       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(04) VALUE '*** '.
           05  WS-MSG-TEXT             PIC X(100).

           COPY EC01CKPT.
           COPY EC01RSTA.
           COPY EC01PREJ.

      *----------------------------------------------------------------
      * BATCH CYCLE CONTROL - THE MERGE FINISHES ARR01BAT'S ROW, WHICH
      * ARR01SPL STARTED FOR THE WHOLE STREAMED LOAD.
      *----------------------------------------------------------------
       01  WS-CYCLE-AREAS.
           05  WS-CYC-FUNCTION         PIC X(01).
           05  WS-CYC-JOB-NAME         PIC X(08) VALUE 'ARR01BAT'.
           05  WS-CYC-RESULT           PIC X(01).
               88  WS-CYC-CLEARED      VALUE 'Y'.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FILES-OPEN
               PERFORM 2000-PROVE-SPLIT THRU 2000-EXIT
               PERFORM 3000-PROVE-STREAMS THRU 3000-EXIT
               PERFORM 4000-PROVE-REJECTS THRU 4000-EXIT
               PERFORM 5000-WRITE-STREAM-LINES THRU 5000-EXIT
               PERFORM 6000-PROVE-GRAND-TOTAL THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           PERFORM 9500-MARK-CYCLE-END THRU 9500-EXIT
           MOVE WS-MERGE-RC TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - LOAD THE SPLIT CONTROL FILE INTO THE STREAM
      * TABLE AND OPEN THE FILES THE STREAMS WROTE TO. A SPLIT
      * CONTROL FILE THAT CANNOT BE READ, OR A CHECKPOINT OR RUNSTATS
      * FILE THAT CANNOT BE OPENED, LEAVES NOTHING TO PROVE: RC 8.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           INITIALIZE WS-STREAM-TABLE
           OPEN OUTPUT MERGE-REPORT-FILE
           WRITE MERGE-REPORT-LINE FROM WS-HEADING-LINE-1

           OPEN INPUT SPLIT-CONTROL-FILE
           IF NOT WS-SPLCTL-OK
               MOVE 'SPLCTL NOT AVAILABLE - NOTHING TO MERGE'
                   TO WS-MESSAGE
               PERFORM 8900-REPORT-FAILURE THRU 8900-EXIT
               GO TO 1000-EXIT
           END-IF
           READ SPLIT-CONTROL-FILE
               AT END
                   MOVE SPACES TO SC-RECORD-TYPE
           END-READ
           IF NOT SC-SUMMARY
               MOVE 'SPLCTL DOES NOT OPEN WITH A SUMMARY ROW'
                   TO WS-MESSAGE
               PERFORM 8900-REPORT-FAILURE THRU 8900-EXIT
               CLOSE SPLIT-CONTROL-FILE
               GO TO 1000-EXIT
           END-IF

           MOVE SC-SUM-SOURCE TO WS-HD-SOURCE
           MOVE SC-SUM-BUSINESS-DATE TO WS-HD-BUSINESS-DATE
           MOVE SC-SUM-BATCH-PREFIX TO WS-HD-PREFIX
           MOVE SC-SUM-STREAM-COUNT TO WS-HD-STREAMS
           MOVE SC-SUM-SPLIT-STAMP TO WS-HD-STAMP
           MOVE SC-SUM-RECORD-COUNT TO WS-GT-RECORDS
           MOVE SC-SUM-HASH-TOTAL TO WS-ORIG-HASH
           MOVE SC-SUM-STREAM-COUNT TO WS-ORIG-STREAMS
           WRITE MERGE-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE MERGE-REPORT-LINE FROM SPACES

           SET WS-NOT-EOF TO TRUE
           PERFORM 1100-LOAD-ONE-STREAM THRU 1100-EXIT
               UNTIL WS-EOF
           CLOSE SPLIT-CONTROL-FILE

           IF WS-STREAM-COUNT NOT EQUAL WS-ORIG-STREAMS
               OR WS-STREAM-COUNT EQUAL ZERO
               MOVE 'SPLCTL STREAM ROWS DO NOT MATCH ITS SUMMARY ROW'
                   TO WS-MESSAGE
               PERFORM 8900-REPORT-FAILURE THRU 8900-EXIT
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CHECKPOINT-FILE
           IF NOT WS-CKPT-OK
               MOVE 'ARR01CKP NOT AVAILABLE - STREAMS CANNOT BE PROVEN'
                   TO WS-MESSAGE
               PERFORM 8900-REPORT-FAILURE THRU 8900-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RUN-STATS-FILE
           IF NOT WS-RUNSTATS-OK
               MOVE 'RUNSTATS NOT AVAILABLE - STREAMS CANNOT BE PROVEN'
                   TO WS-MESSAGE
               PERFORM 8900-REPORT-FAILURE THRU 8900-EXIT
               CLOSE CHECKPOINT-FILE
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-STREAM.
           READ SPLIT-CONTROL-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF NOT SC-STREAM
               GO TO 1100-EXIT
           END-IF
           IF WS-STREAM-COUNT NOT LESS THAN 8
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-STREAM-COUNT
           MOVE WS-STREAM-COUNT TO WS-SX
           MOVE SC-STR-NUMBER TO ST-NUMBER(WS-SX)
           MOVE SC-STR-BATCH-ID TO ST-BATCH-ID(WS-SX)
           MOVE SC-STR-RECORD-COUNT TO ST-RECORD-COUNT(WS-SX)
           MOVE SC-STR-HASH-TOTAL TO ST-HASH-TOTAL(WS-SX)
           MOVE SC-STR-CHUNK-COUNT TO ST-CHUNK-COUNT(WS-SX)
           MOVE SC-STR-RUN-FIRST TO ST-RUN-FIRST(WS-SX)
           MOVE SC-STR-RUN-LAST TO ST-RUN-LAST(WS-SX).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROVE-SPLIT - THE STREAMS' TRAILERS MUST ADD UP TO THE
      * ORIGINAL EXTRACT'S: NOTHING LOST OR DOUBLED IN THE CUTTING.
      *----------------------------------------------------------------
       2000-PROVE-SPLIT.
           MOVE ZEROS TO WS-SUM-RECORDS
           MOVE ZEROS TO WS-SUM-HASH
           PERFORM 2100-ADD-ONE-TRAILER THRU 2100-EXIT
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-STREAM-COUNT
           IF WS-SUM-RECORDS NOT EQUAL WS-GT-RECORDS
               MOVE SPACES TO WS-MESSAGE
               STRING 'STREAM TRAILER COUNTS DO NOT '
                   'ADD UP TO THE ORIGINAL TRAILER COUNT'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               PERFORM 8900-REPORT-FAILURE THRU 8900-EXIT
           END-IF
           IF WS-SUM-HASH NOT EQUAL WS-ORIG-HASH
               MOVE SPACES TO WS-MESSAGE
               STRING 'STREAM TRAILER HASHES DO NOT '
                   'ADD UP TO THE ORIGINAL TRAILER HASH'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               PERFORM 8900-REPORT-FAILURE THRU 8900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-ADD-ONE-TRAILER.
           ADD ST-RECORD-COUNT(WS-SX) TO WS-SUM-RECORDS
           ADD ST-HASH-TOTAL(WS-SX) TO WS-SUM-HASH.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PROVE-STREAMS - WALK EACH STREAM'S RUN-ID BLOCK ON THE
      * CHECKPOINT FILE, COUNTING ITS COMPLETE AND INCOMPLETE CHUNKS
      * AND ADDING UP THE RUNSTATS ROW OF EVERY RUN IT FINDS.
      *----------------------------------------------------------------
       3000-PROVE-STREAMS.
           PERFORM 3100-SCAN-ONE-BLOCK THRU 3100-EXIT
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-STREAM-COUNT.
       3000-EXIT.
           EXIT.

       3100-SCAN-ONE-BLOCK.
           COMPUTE CK-IO-KEY = ST-RUN-FIRST(WS-SX) - 1
           START CHECKPOINT-FILE KEY IS GREATER THAN CK-IO-KEY
               INVALID KEY
                   GO TO 3100-EXIT
           END-START
           SET WS-SCAN-NOT-DONE TO TRUE
           PERFORM 3200-SCAN-ONE-ROW THRU 3200-EXIT
               UNTIL WS-SCAN-DONE.
       3100-EXIT.
           EXIT.

       3200-SCAN-ONE-ROW.
           READ CHECKPOINT-FILE NEXT RECORD
               INTO CHECKPOINT-RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 3200-EXIT
           END-READ
           IF CK-RUN-ID GREATER THAN ST-RUN-LAST(WS-SX)
               SET WS-SCAN-DONE TO TRUE
               GO TO 3200-EXIT
           END-IF
           IF CK-CALLER-BATCH-ID NOT EQUAL ST-BATCH-ID(WS-SX)
               GO TO 3200-EXIT
           END-IF

           IF CK-COMPLETE
               ADD 1 TO ST-CHUNKS-DONE(WS-SX)
           ELSE
               ADD 1 TO ST-CHUNKS-OPEN(WS-SX)
           END-IF

           MOVE 'ARRAY01' TO RS-PROGRAM
           MOVE CK-RUN-ID TO RS-RUN-ID
           MOVE RS-KEY TO RS-IO-KEY
           READ RUN-STATS-FILE INTO RUN-STATS-RECORD
           IF NOT WS-RUNSTATS-OK
               ADD 1 TO ST-STATS-MISSING(WS-SX)
               GO TO 3200-EXIT
           END-IF
           ADD RS-READ-COUNT TO ST-READ(WS-SX)
           ADD RS-PROCESSED-COUNT TO ST-PROCESSED(WS-SX)
           ADD RS-REJECTED-COUNT TO ST-REJECTED(WS-SX)
           ADD RS-DUPLICATE-COUNT TO ST-DUPLICATE(WS-SX)
           IF RS-HELD-COUNT IS NUMERIC
               ADD RS-HELD-COUNT TO ST-HELD(WS-SX)
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PROVE-REJECTS - COPY EVERY STREAM REJECT TO THE COMBINED
      * PERSREJ AND CREDIT IT TO THE STREAM WHOSE RUN-ID BLOCK HOLDS
      * ITS RUN-ID. A REJECT NO BLOCK HOLDS CAME FROM A RUN THAT FELL
      * BACK TO A SHARED RUN-ID; IT IS STILL COPIED, AND REPORTED.
      * WITHOUT THE STREAMS' REJECT FILES THE PROOF CANNOT RUN - THE
      * LOAD IS STILL BALANCED ON EVERYTHING ELSE, WITH A WARNING.
      *----------------------------------------------------------------
       4000-PROVE-REJECTS.
           OPEN INPUT STREAM-REJECT-FILE
           IF NOT WS-STRMREJ-OK
               MOVE 'STRMREJ NOT AVAILABLE - REJECT FILES NOT CHECKED'
                   TO WS-MESSAGE
               PERFORM 8800-REPORT-WARNING THRU 8800-EXIT
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT PERSONA-REJECT-FILE
           IF NOT WS-PERSREJ-OK
               MOVE 'PERSREJ OPEN FAILED - STREAM REJECTS NOT COMBINED'
                   TO WS-MESSAGE
               PERFORM 8900-REPORT-FAILURE THRU 8900-EXIT
               CLOSE STREAM-REJECT-FILE
               GO TO 4000-EXIT
           END-IF

           SET WS-NOT-EOF TO TRUE
           PERFORM 4100-COPY-ONE-REJECT THRU 4100-EXIT
               UNTIL WS-EOF
           CLOSE STREAM-REJECT-FILE
           CLOSE PERSONA-REJECT-FILE

           IF WS-REJ-UNMATCHED GREATER THAN ZERO
               MOVE SPACES TO WS-MESSAGE
               STRING WS-REJ-UNMATCHED ' REJECTS FROM RUNS OUTSIDE '
                   'EVERY STREAM RUN-ID BLOCK - COPIED BUT NOT PROVEN'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               PERFORM 8800-REPORT-WARNING THRU 8800-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-COPY-ONE-REJECT.
           READ STREAM-REJECT-FILE INTO PERSONA-REJECT-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-REJ-READ
           WRITE PERSONA-REJECT-IO-RECORD FROM PERSONA-REJECT-RECORD

           MOVE ZERO TO WS-FOUND-SX
           IF RJ-RUN-ID IS NUMERIC
               PERFORM 4200-MATCH-ONE-BLOCK THRU 4200-EXIT
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX GREATER THAN WS-STREAM-COUNT
                   OR WS-FOUND-SX GREATER THAN ZERO
           END-IF
           IF WS-FOUND-SX EQUAL ZERO
               ADD 1 TO WS-REJ-UNMATCHED
           ELSE
               ADD 1 TO ST-REJ-ROWS(WS-FOUND-SX)
           END-IF.
       4100-EXIT.
           EXIT.

       4200-MATCH-ONE-BLOCK.
           IF RJ-RUN-ID NOT LESS THAN ST-RUN-FIRST(WS-SX)
               AND RJ-RUN-ID NOT GREATER THAN ST-RUN-LAST(WS-SX)
               MOVE WS-SX TO WS-FOUND-SX
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-STREAM-LINES - JUDGE EACH STREAM AND PRINT ITS
      * LINE, ROLLING IT INTO THE COMBINED TOTAL.
      *----------------------------------------------------------------
       5000-WRITE-STREAM-LINES.
           WRITE MERGE-REPORT-LINE FROM WS-HEADING-LINE-3
           PERFORM 5100-JUDGE-ONE-STREAM THRU 5100-EXIT
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-STREAM-COUNT.
       5000-EXIT.
           EXIT.

       5100-JUDGE-ONE-STREAM.
           MOVE 'BALANCED' TO ST-RESULT(WS-SX)
           EVALUATE TRUE
               WHEN ST-CHUNKS-OPEN(WS-SX) GREATER THAN ZERO
                   MOVE 'CHUNK OPEN' TO ST-RESULT(WS-SX)
               WHEN ST-CHUNKS-DONE(WS-SX)
                   NOT EQUAL ST-CHUNK-COUNT(WS-SX)
                   MOVE 'CHUNKS WRONG' TO ST-RESULT(WS-SX)
               WHEN ST-STATS-MISSING(WS-SX) GREATER THAN ZERO
                   MOVE 'NO RUNSTATS' TO ST-RESULT(WS-SX)
               WHEN ST-READ(WS-SX) NOT EQUAL ST-RECORD-COUNT(WS-SX)
                   MOVE 'READ WRONG' TO ST-RESULT(WS-SX)
               WHEN WS-STRMREJ-OK
                   AND ST-REJ-ROWS(WS-SX) LESS THAN ST-REJECTED(WS-SX)
                   MOVE 'REJECTS LOST' TO ST-RESULT(WS-SX)
               WHEN WS-STRMREJ-OK
                   AND ST-REJ-ROWS(WS-SX)
                       GREATER THAN ST-REJECTED(WS-SX)
                   MOVE 'REJECTS EXTRA' TO ST-RESULT(WS-SX)
           END-EVALUATE

           MOVE ST-NUMBER(WS-SX) TO WS-DTL-STREAM
           MOVE ST-BATCH-ID(WS-SX) TO WS-DTL-BATCH-ID
           MOVE ST-RECORD-COUNT(WS-SX) TO WS-DTL-RECORDS
           MOVE ST-CHUNKS-DONE(WS-SX) TO WS-DTL-CHUNKS-DONE
           MOVE ST-CHUNK-COUNT(WS-SX) TO WS-DTL-CHUNKS
           MOVE ST-READ(WS-SX) TO WS-DTL-READ
           MOVE ST-PROCESSED(WS-SX) TO WS-DTL-PROCESSED
           MOVE ST-REJECTED(WS-SX) TO WS-DTL-REJECTED
           MOVE ST-DUPLICATE(WS-SX) TO WS-DTL-DUPLICATE
           MOVE ST-HELD(WS-SX) TO WS-DTL-HELD
           MOVE ST-REJ-ROWS(WS-SX) TO WS-DTL-REJ-ROWS
           MOVE ST-RESULT(WS-SX) TO WS-DTL-RESULT
           WRITE MERGE-REPORT-LINE FROM WS-DETAIL-LINE

           EVALUATE ST-RESULT(WS-SX)
               WHEN 'BALANCED'
                   CONTINUE
               WHEN 'REJECTS EXTRA'
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'STREAM ' ST-BATCH-ID(WS-SX)
                       ' REJECT FILE HAS MORE ROWS THAN IT COUNTED - '
                       'A RESUMED CHUNK REPEATS ITS LATEST REJECTS'
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
                   PERFORM 8800-REPORT-WARNING THRU 8800-EXIT
               WHEN OTHER
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'STREAM ' ST-BATCH-ID(WS-SX)
                       ' OUT OF BALANCE - ' ST-RESULT(WS-SX)
                       ' - RERUN THE STREAM, THEN THIS MERGE'
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
                   PERFORM 8900-REPORT-FAILURE THRU 8900-EXIT
           END-EVALUATE

           ADD ST-CHUNK-COUNT(WS-SX) TO WS-GT-CHUNKS
           ADD ST-CHUNKS-DONE(WS-SX) TO WS-GT-CHUNKS-DONE
           ADD ST-READ(WS-SX) TO WS-GT-READ
           ADD ST-PROCESSED(WS-SX) TO WS-GT-PROCESSED
           ADD ST-REJECTED(WS-SX) TO WS-GT-REJECTED
           ADD ST-DUPLICATE(WS-SX) TO WS-GT-DUPLICATE
           ADD ST-HELD(WS-SX) TO WS-GT-HELD
           ADD ST-REJ-ROWS(WS-SX) TO WS-GT-REJ-ROWS.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PROVE-GRAND-TOTAL - THE COMBINED LINE. EVERY PERSONA THE
      * ORIGINAL TRAILER PROMISED MUST HAVE BEEN READ BY ONE STREAM.
      *----------------------------------------------------------------
       6000-PROVE-GRAND-TOTAL.
           MOVE 'TOTAL' TO WS-DTL-STREAM
           MOVE SPACES TO WS-DTL-BATCH-ID
           MOVE WS-GT-RECORDS TO WS-DTL-RECORDS
           MOVE WS-GT-CHUNKS-DONE TO WS-DTL-CHUNKS-DONE
           MOVE WS-GT-CHUNKS TO WS-DTL-CHUNKS
           MOVE WS-GT-READ TO WS-DTL-READ
           MOVE WS-GT-PROCESSED TO WS-DTL-PROCESSED
           MOVE WS-GT-REJECTED TO WS-DTL-REJECTED
           MOVE WS-GT-DUPLICATE TO WS-DTL-DUPLICATE
           MOVE WS-GT-HELD TO WS-DTL-HELD
           MOVE WS-GT-REJ-ROWS TO WS-DTL-REJ-ROWS
           IF WS-GT-READ EQUAL WS-GT-RECORDS
               MOVE 'BALANCED' TO WS-DTL-RESULT
           ELSE
               MOVE 'READ WRONG' TO WS-DTL-RESULT
           END-IF
           IF WS-MERGE-RC GREATER THAN OR EQUAL 8
               MOVE 'OUT OF BALANCE' TO WS-DTL-RESULT
           END-IF
           WRITE MERGE-REPORT-LINE FROM SPACES
           WRITE MERGE-REPORT-LINE FROM WS-DETAIL-LINE

           IF WS-GT-READ NOT EQUAL WS-GT-RECORDS
               MOVE SPACES TO WS-MESSAGE
               STRING 'PERSONAS READ ACROSS THE STREAMS '
                   'DO NOT MATCH THE ORIGINAL TRAILER COUNT'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               PERFORM 8900-REPORT-FAILURE THRU 8900-EXIT
           END-IF
           DISPLAY 'ARR01SMG - ' WS-GT-READ ' READ ' WS-GT-PROCESSED
               ' LOADED ' WS-GT-REJECTED ' REJECTED ACROSS '
               WS-STREAM-COUNT ' STREAMS - ' WS-REJ-READ
               ' REJECTS COMBINED'.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8800/8900 - PUT A WARNING OR A FAILURE ON THE REPORT AND THE
      * JOB LOG AND RAISE THE RETURN CODE TO MATCH.
      *----------------------------------------------------------------
       8800-REPORT-WARNING.
           MOVE WS-MESSAGE TO WS-MSG-TEXT
           WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE
           DISPLAY 'ARR01SMG - ' WS-MESSAGE
           IF WS-MERGE-RC LESS THAN 4
               MOVE 4 TO WS-MERGE-RC
           END-IF.
       8800-EXIT.
           EXIT.

       8900-REPORT-FAILURE.
           MOVE WS-MESSAGE TO WS-MSG-TEXT
           WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE
           DISPLAY 'ARR01SMG - ' WS-MESSAGE
           MOVE 8 TO WS-MERGE-RC.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE CHECKPOINT-FILE
               CLOSE RUN-STATS-FILE
           END-IF
           CLOSE MERGE-REPORT-FILE.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-MARK-CYCLE-END - THE STREAMED LOAD IS ARR01BAT'S RUN FOR
      * THE DAY: A BALANCED MERGE ENDS IT, ANYTHING ELSE FAILS IT.
      *----------------------------------------------------------------
       9500-MARK-CYCLE-END.
           IF WS-MERGE-RC GREATER THAN OR EQUAL 8
               MOVE 'F' TO WS-CYC-FUNCTION
           ELSE
               MOVE 'E' TO WS-CYC-FUNCTION
           END-IF
           CALL 'ARR01CYC' USING WS-CYC-FUNCTION WS-CYC-JOB-NAME
               WS-CYC-RESULT.
       9500-EXIT.
           EXIT.
