      *                   TRACKING EXISTED) IS WRITTEN AS
      *                   RESUBMITTED. A MISSING REJSTAT DD DISABLES
      *                   THE UPDATE WITH A WARNING.
      *  2026-10-15  RSM  RESUBMIT UNDER CALLER-FEED-SOURCE 'ARR01RSB'
      *                   (SEE EC01API0) SO A STEWARD'S CORRECTION IS
      *                   RANKED ON THE SOURCE-PRIORITY TABLE AS
      *                   ITSELF, NOT AS THE FEED IT CORRECTS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

           MOVE SPACES TO CALLER-BATCH-ID
           MOVE ZEROS TO CALLER-CHUNK-NUMBER
      *    A RESUBMISSION IS THE DATA STEWARD'S CORRECTION, NOT THE
      *    ORIGINAL FEED'S DATA - IT IS RANKED UNDER THIS PROGRAM'S
      *    OWN SOURCE-PRIORITY ROW, WHATEVER FEED FIRST SENT IT.
           MOVE 'ARR01RSB' TO CALLER-FEED-SOURCE
           SET OUTBOX-MODE-OFF TO TRUE
           IF WS-PARM-LENGTH GREATER THAN ZERO
               MOVE WS-PARM-BATCH-ID TO CALLER-BATCH-ID
