      *          STOPS DRIFTING BETWEEN FULL EXTRACTS. PERSONA STAYS
      *          THE TYPE FOR A LOADED OR ADDED PERSONA, AS EVERY
      *          OLDER CONSUMER EXPECTS.
      *   0006 - ADDED ME-HOUSEHOLD-ID, THE HOUSEHOLD ON THE PERSONA'S
      *          FIRST ACTIVE LINK ON THE PERSREL RELATIONSHIP FILE
      *          (SEE EC01PREL), SO THE CONSUMER CAN GROUP CARDS FOR
      *          ONE HOUSEHOLD. ZEROS FOR A PERSONA WITH NO ACTIVE
      *          LINK OR A PRODUCER WITHOUT THE PERSREL DD.
      * ME-MSG-TYPE PERSSNAP (NO LAYOUT CHANGE - STILL 0006) IS A
      * PERSONA SENT IN AN INITIAL-LOAD SNAPSHOT BY ARR01SNP: THE ROW
      * AS IT STANDS ON THE MASTER, FOR A SUBSCRIBER BUILDING ITS
      * COPY, NOT A LOAD OR A CHANGE.
      *----------------------------------------------------------------
       01  MQ-MESSAGE-ENVELOPE.
           05  ME-MSG-TYPE             PIC X(08) VALUE 'PERSONA'.
           05  ME-MSG-VERSION          PIC X(04) VALUE '0006'.
           05  ME-GEN-TIMESTAMP        PIC X(26).
           05  ME-NAME                 PIC X(20).
           05  ME-APELLIDO             PIC X(20).
           05  ME-ADDR-CITY            PIC X(20).
           05  ME-ADDR-POSTAL          PIC X(10).
           05  ME-PERSONA-ID           PIC 9(10).
           05  ME-HOUSEHOLD-ID         PIC 9(10).
