      *                   PROCESSING OPENS THE SAME DATASET FOR INPUT,
      *                   WHICH CONFLICTED WITH THIS PROGRAM STILL
      *                   HOLDING IT OPEN FOR OUTPUT.
      *  2026-10-15  RSM  NAME THIS EXTRACT TO ARRAY01 AS CALLER-FEED-
      *                   SOURCE 'ARR01CPB' (SEE EC01API0) SO THE
      *                   FIELDS IT SETS CARRY AN OWNER.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           IF WS-PARM-LENGTH GREATER THAN ZERO
               MOVE WS-PARM-BATCH-ID TO CALLER-BATCH-ID
           END-IF
           MOVE 'ARR01CPB' TO CALLER-FEED-SOURCE
           SET OUTBOX-MODE-OFF TO TRUE

           MOVE ZERO TO ITEM
