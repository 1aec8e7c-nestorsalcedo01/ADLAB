      *----------------------------------------------------------------
      * EC01SNCK - SNAPSHOT REPUBLISH CHECKPOINT RECORD (VSAM KSDS
      * SNAPCKPT, KEY = SK-SUBSCRIBER). ONE ROW PER DOWNSTREAM
      * SUBSCRIBER ARR01SNP HAS SENT AN INITIAL-LOAD SNAPSHOT TO. THE
      * ROW IS WRITTEN RUNNING WHEN THE SNAPSHOT STARTS, REWRITTEN
      * EVERY CHECKPOINT INTERVAL WITH THE LAST PERSONA ID PUT, AND
      * FLIPPED TO COMPLETE WHEN THE MASTER HAS BEEN WALKED TO THE
      * END. A RUN THAT FINDS THE SUBSCRIBER'S ROW STILL RUNNING
      * RESUMES PAST SK-LAST-PERSONA-ID - BUT ONLY FOR THE SAME
      * SELECTION (CLASSES, LOAD-DATE RANGE, QUEUE), WHICH IS WHY THE
      * SELECTION IS KEPT HERE. A COMPLETE ROW JUST MEANS THE NEXT
      * SNAPSHOT FOR THAT SUBSCRIBER STARTS FROM THE TOP.
      *
      * SK-SNAPSHOT-NUMBER COUNTS THE SUBSCRIBER'S SNAPSHOTS - IT
      * GOES UP BY ONE EACH TIME A SNAPSHOT STARTS FROM THE TOP AND
      * STAYS PUT ACROSS A RESUME. EVERY MESSAGE'S CORRELATION ID IS
      * SUBSCRIBER, SNAPSHOT NUMBER AND PERSONA ID (SEE ARR01SNP), SO
      * THE PERSONAS PUT BETWEEN THE LAST CHECKPOINT AND AN ABEND,
      * WHICH ARE PUT AGAIN ON THE RESUME, CARRY THE SAME ID BOTH
      * TIMES AND THE CONSUMER'S RECEIPT GUARD LANDS EACH ONLY ONCE -
      * WHILE THE NEXT SNAPSHOT'S IDS ARE NEW AND LAND IN FULL.
      *----------------------------------------------------------------
       01  SNAPSHOT-CHECKPOINT-RECORD.
           05  SK-SUBSCRIBER           PIC X(08).
           05  SK-STATUS               PIC X(01).
               88  SK-RUNNING          VALUE 'R'.
               88  SK-COMPLETE         VALUE 'C'.
           05  SK-SELECTION.
               10  SK-CLASSES          PIC X(20).
               10  SK-FROM-DATE        PIC X(08).
               10  SK-TO-DATE          PIC X(08).
               10  SK-QUEUE-NAME       PIC X(48).
           05  SK-LAST-PERSONA-ID      PIC 9(10).
           05  SK-PUBLISHED-COUNT      PIC 9(09).
           05  SK-STARTED-TIMESTAMP    PIC X(16).
           05  SK-UPDATED-TIMESTAMP    PIC X(16).
           05  SK-SNAPSHOT-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(10).
