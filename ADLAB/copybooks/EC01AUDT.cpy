      * WRITERS LEAVE IT SPACES - THE JOB, NOT A KEYBOARD, MADE THE
      * CHANGE. ARR01AUM CARRIES A PRE-APPEND JOURNAL FORWARD AT
      * CUTOVER (ONE CONVERSION COVERS BOTH APPENDS: 164 TO 202).
      *
      * THE JOURNAL IS ROLLED MONTHLY (ARR01ROL): THE CURRENT DATASET
      * IS CLOSED INTO A DATED GENERATION, INDEXED ON AUDGIDX (SEE
      * EC01AGIX), AND A FRESH ONE STARTED. WRITERS ARE UNCHANGED -
      * THEY STILL APPEND TO AUDTLOG. A PROGRAM THAT READS THE
      * JOURNAL READS IT THROUGH ARR01AGR (SEE EC01AGRP), NEVER
      * AUDTLOG DIRECTLY, OR IT SEES ONLY THE CURRENT MONTH.
      *
      * ARR01INQ, THE CHANNEL INQUIRY SERVICE, CHANGES NOTHING BUT
      * JOURNALS AN INQUIRY ENTRY PER PERSONA IT DISCLOSES (AU-INDEX
      * ZERO WHEN IT DISCLOSED NONE) FOR THE PII ACCESS AUDIT. SUCH AN
      * ENTRY CARRIES NO NAME OR DOC IMAGE: AU-BEFORE-STATUS HOLDS THE
      * SEARCH TYPE (I/D/N), AU-AFTER-STATUS IS BLANK, AU-AFTER-CLASS
      * HOLDS THE RETURN CODE AND AU-AFTER-SOURCE THE CALLING CHANNEL.
      * THE JOURNAL READERS SKIP FUNCTIONS THEY DO NOT KNOW.
      *
      * AN MQPUT ENTRY FROM ARRAYMQ AND A REPLAY ENTRY FROM ARR01DLQ
      * CARRY WHERE THE MESSAGE ENDED UP IN AU-AFTER-STATUS, SINCE
      * THEIR MQ CODES ARE THOSE OF THE LAST PUT MADE (THE DEAD-
      * LETTER QUEUE'S, AFTER A FAILURE): L LANDED, D DEAD-LETTERED
      * OR RETURNED TO THE DEAD-LETTER QUEUE, R REPLAYED. ENTRIES
      * WRITTEN BEFORE THE STAMP CARRY A SPACE.
      *----------------------------------------------------------------
       01  AUDIT-RECORD.
           05  AU-TIMESTAMP            PIC X(26).
