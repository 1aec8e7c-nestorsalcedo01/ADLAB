      *                   A WARNING; A REPLAY RUN LEAVES THE INDEX
      *                   ALONE (IT GOES STALE UNTIL THE NEXT
      *                   BROWSE, WHICH THE INDEX TIMESTAMP SHOWS).
      *  2026-10-15  RSM  THE REPLAY JOURNAL ENTRY SAYS HOW IT ENDED IN
      *                   AU-AFTER-STATUS - R REPLAYED, D RETURNED TO
      *                   THE DEAD-LETTER QUEUE - FOR THE MONTHLY
      *                   CHARGEBACK (ARR01CHG).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      * 2380-WRITE-AUDIT-RECORD - JOURNAL A REPLAY ATTEMPT WITH THE MQ
      * COMP/REASON CODE OF THE FINAL PUT. THE AFTER IMAGE CARRIES THE
      * DECRYPTED NAME/APELLIDO SO THE JOURNAL READS LIKE THE REST OF
      * THE AUDIT TRAIL. THE FINAL PUT OF A FAILED REPLAY IS THE ONE
      * BACK TO THE DEAD-LETTER QUEUE, SO THE OUTCOME RIDES IN THE
      * AFTER-STATUS COLUMN: R REPLAYED, D RETURNED (SEE EC01AUDT).
      *----------------------------------------------------------------
       2380-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-MQ-COMP-CODE TO AU-MQ-COMP-CODE
           MOVE WS-MQ-REASON-CODE TO AU-MQ-REASON-CODE
           MOVE ME-PERSONA-CLASS TO AU-AFTER-CLASS
           IF WS-DTL-DISPOSITION EQUAL 'REPLAYED'
               MOVE 'R' TO AU-AFTER-STATUS
           ELSE
               MOVE 'D' TO AU-AFTER-STATUS
           END-IF
           MOVE SPACES TO AU-USER-ID
           WRITE AUDIT-RECORD.
       2380-EXIT.
