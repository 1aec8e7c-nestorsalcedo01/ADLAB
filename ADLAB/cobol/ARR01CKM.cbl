       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01CKM.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01CKM IS THE SHARED CLASS-KEY MAINTENANCE ROUTINE. EVERY
      * BATCH PROGRAM THAT WRITES, REWRITES OR DELETES A PERSONA
      * MASTER ROW (ARRAY01, ARR01LDR, ARR01ARC, ARR01RST, ARR01MRC,
      * ARR01PRG, ARR01CHK) CALLS IT AFTER THE MASTER I/O SUCCEEDS
      * (SEE EC01CKMP), AND IT KEEPS THE CLASS-KEY FILE (PERSCKEY, SEE
      * EC01PCK) IN STEP: A NEW ROW GETS ITS KEY, A ROW WHOSE CLASS OR
      * STATUS CHANGED HAS ITS KEY MOVED, A DELETED ROW LOSES ITS KEY.
      *
      * THE ROUTINE IS FORGIVING IN THE WAYS A RESTARTED OR REPLAYED
      * RUN NEEDS: AN OLD KEY THAT IS ALREADY GONE, OR A NEW KEY THAT
      * IS ALREADY THERE, IS TAKEN AS DONE. ANY OTHER FAILURE IS
      * REPORTED AND COUNTED BUT NEVER STOPS THE CALLER - THE MASTER
      * IS THE RECORD, THE KEY FILE ONLY A FASTER WAY INTO IT. IF
      * PERSCKEY CANNOT BE OPENED THE ROUTINE SAYS SO ONCE AND EVERY
      * CALL OF THE RUN COMES BACK NOT MAINTAINED. EITHER WAY THE
      * CLOSE CALL TELLS THE OPERATOR TO REBUILD WITH ARR01NKB. THE
      * FILE IS OPENED ON THE FIRST CALL OF THE RUN AND STAYS OPEN
      * UNTIL THE CALLER'S CLOSE CALL, THE SAME ARRANGEMENT ARR01WLS
      * USES FOR THE WATCH LIST.
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
           SELECT CLASS-KEY-FILE ASSIGN TO PERSCKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCK-IO-KEY
               FILE STATUS IS WS-PERSCKEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-KEY-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  CLASS-KEY-IO-RECORD.
           05  PCK-IO-KEY              PIC X(13).
           05  PCK-IO-DATA             PIC X(17).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PERSCKEY-STATUS      PIC X(02).
               88  WS-PERSCKEY-OK      VALUE '00'.
               88  WS-PERSCKEY-DUPKEY  VALUE '22'.
               88  WS-PERSCKEY-NOTFND  VALUE '23'.
      *    WORKING STORAGE SURVIVES ACROSS CALLS - THESE SWITCHES
      *    REMEMBER WHETHER THE FILE WAS OPENED ON AN EARLIER CALL OF
      *    THIS RUN AND WHETHER THE OPEN SUCCEEDED.
           05  WS-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-FILE-OPEN        VALUE 'Y'.
               88  WS-FILE-NOT-OPEN    VALUE 'N'.
           05  WS-PERSCKEY-SW          PIC X(01) VALUE 'N'.
               88  WS-PERSCKEY-ON      VALUE 'Y'.
               88  WS-PERSCKEY-OFF     VALUE 'N'.
           05  WS-OLD-STATUS           PIC X(01).
           05  WS-NEW-STATUS           PIC X(01).
           05  WS-KEYS-WRITTEN         PIC 9(07) VALUE 0.
           05  WS-KEYS-DELETED         PIC 9(07) VALUE 0.
           05  WS-KEYS-FAILED          PIC 9(07) VALUE 0.
           05  WS-KEYS-SKIPPED         PIC 9(07) VALUE 0.
           05  WS-LAST-SOURCE          PIC X(08) VALUE SPACES.

           COPY EC01PCK.

       LINKAGE SECTION.
           COPY EC01CKMP.

       PROCEDURE DIVISION USING CLASS-KEY-MAINT-AREA.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF CKM-CLOSE
               PERFORM 9000-CLOSE-FILE THRU 9000-EXIT
               GOBACK
           END-IF

           SET CKM-DONE TO TRUE
           MOVE CKM-SOURCE TO WS-LAST-SOURCE

           IF WS-FILE-NOT-OPEN
               PERFORM 1000-OPEN-FILE THRU 1000-EXIT
           END-IF

           IF WS-PERSCKEY-OFF
               SET CKM-NOT-MAINTAINED TO TRUE
               ADD 1 TO WS-KEYS-SKIPPED
               GOBACK
           END-IF

      *    A BLANK STATUS IS ACTIVE, AND IS KEYED AS SUCH.
           MOVE CKM-OLD-STATUS TO WS-OLD-STATUS
           IF WS-OLD-STATUS EQUAL SPACE
               MOVE 'A' TO WS-OLD-STATUS
           END-IF
           MOVE CKM-NEW-STATUS TO WS-NEW-STATUS
           IF WS-NEW-STATUS EQUAL SPACE
               MOVE 'A' TO WS-NEW-STATUS
           END-IF

           EVALUATE TRUE
               WHEN CKM-ADD
                   PERFORM 3000-WRITE-NEW-KEY THRU 3000-EXIT
               WHEN CKM-UPDATE
                   IF CKM-OLD-CLASS NOT EQUAL CKM-NEW-CLASS
                       OR WS-OLD-STATUS NOT EQUAL WS-NEW-STATUS
                       PERFORM 2000-DELETE-OLD-KEY THRU 2000-EXIT
                       IF CKM-DONE
                           PERFORM 3000-WRITE-NEW-KEY THRU 3000-EXIT
                       END-IF
                   END-IF
               WHEN CKM-DELETE
                   PERFORM 2000-DELETE-OLD-KEY THRU 2000-EXIT
               WHEN OTHER
                   DISPLAY 'ARR01CKM - UNKNOWN FUNCTION ' CKM-FUNCTION
                       ' FROM ' CKM-SOURCE ' - IGNORED'
                   SET CKM-FAILED TO TRUE
           END-EVALUATE

           GOBACK.

      *----------------------------------------------------------------
      * 1000-OPEN-FILE - OPEN THE CLASS-KEY FILE FOR UPDATE. IT IS NOT
      * CREATED HERE IF MISSING: AN EMPTY KEY FILE BESIDE A LOADED
      * MASTER WOULD SEND THE CLASS-SCOPED JOBS DOWN A PATH WITH
      * NOTHING ON IT. ARR01NKB BUILDS IT.
      *----------------------------------------------------------------
       1000-OPEN-FILE.
           SET WS-FILE-OPEN TO TRUE
           OPEN I-O CLASS-KEY-FILE
           IF WS-PERSCKEY-OK
               SET WS-PERSCKEY-ON TO TRUE
           ELSE
               DISPLAY 'ARR01CKM - PERSCKEY NOT AVAILABLE - STATUS '
                   WS-PERSCKEY-STATUS ' - CLASS KEYS NOT MAINTAINED '
                   'THIS RUN (' CKM-SOURCE ')'
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-DELETE-OLD-KEY - REMOVE THE KEY THE ROW WAS FILED UNDER.
      * A KEY THAT IS ALREADY GONE IS WHAT THE DELETE WANTED.
      *----------------------------------------------------------------
       2000-DELETE-OLD-KEY.
           MOVE CKM-OLD-CLASS TO PCK-CLASS
           MOVE WS-OLD-STATUS TO PCK-STATUS
           MOVE CKM-PERSONA-ID TO PCK-PERSONA-ID
           MOVE PCK-KEY TO PCK-IO-KEY
           DELETE CLASS-KEY-FILE RECORD
           EVALUATE TRUE
               WHEN WS-PERSCKEY-OK
                   ADD 1 TO WS-KEYS-DELETED
               WHEN WS-PERSCKEY-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ARR01CKM - PERSCKEY DELETE FAILED FOR '
                       'PERSONA ' CKM-PERSONA-ID ' (' CKM-SOURCE
                       ') - STATUS ' WS-PERSCKEY-STATUS
                   ADD 1 TO WS-KEYS-FAILED
                   SET CKM-FAILED TO TRUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-NEW-KEY - FILE THE ROW UNDER ITS CURRENT CLASS AND
      * STATUS. A KEY THAT IS ALREADY THERE (A REPLAYED OR RESUMED
      * WRITE) IS ALREADY RIGHT.
      *----------------------------------------------------------------
       3000-WRITE-NEW-KEY.
           MOVE SPACES TO PERSONA-CLASS-KEY-RECORD
           MOVE CKM-NEW-CLASS TO PCK-CLASS
           MOVE WS-NEW-STATUS TO PCK-STATUS
           MOVE CKM-PERSONA-ID TO PCK-PERSONA-ID
           MOVE PERSONA-CLASS-KEY-RECORD TO CLASS-KEY-IO-RECORD
           WRITE CLASS-KEY-IO-RECORD
           EVALUATE TRUE
               WHEN WS-PERSCKEY-OK
                   ADD 1 TO WS-KEYS-WRITTEN
               WHEN WS-PERSCKEY-DUPKEY
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ARR01CKM - PERSCKEY WRITE FAILED FOR '
                       'PERSONA ' CKM-PERSONA-ID ' (' CKM-SOURCE
                       ') - STATUS ' WS-PERSCKEY-STATUS
                   ADD 1 TO WS-KEYS-FAILED
                   SET CKM-FAILED TO TRUE
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-CLOSE-FILE - THE CALLER'S END-OF-RUN CALL. REPORTS THE
      * RUN'S KEY TOTALS AND RESETS THE SWITCHES SO A LATER CALL IN
      * THE SAME RUN UNIT OPENS FRESH.
      *----------------------------------------------------------------
       9000-CLOSE-FILE.
           IF WS-FILE-NOT-OPEN
               GO TO 9000-EXIT
           END-IF
           IF WS-PERSCKEY-ON
               CLOSE CLASS-KEY-FILE
               SET WS-PERSCKEY-OFF TO TRUE
               DISPLAY 'ARR01CKM - CLASS KEYS WRITTEN ' WS-KEYS-WRITTEN
                   ' DELETED ' WS-KEYS-DELETED ' FAILED '
                   WS-KEYS-FAILED ' (' WS-LAST-SOURCE ')'
           END-IF
           IF WS-KEYS-FAILED GREATER THAN ZERO
               OR WS-KEYS-SKIPPED GREATER THAN ZERO
               DISPLAY 'ARR01CKM - PERSCKEY IS OUT OF STEP WITH THE '
                   'MASTER - REBUILD IT WITH ARR01NKB'
           END-IF
           MOVE ZEROS TO WS-KEYS-WRITTEN
           MOVE ZEROS TO WS-KEYS-DELETED
           MOVE ZEROS TO WS-KEYS-FAILED
           MOVE ZEROS TO WS-KEYS-SKIPPED
           SET WS-FILE-NOT-OPEN TO TRUE.
       9000-EXIT.
           EXIT.
