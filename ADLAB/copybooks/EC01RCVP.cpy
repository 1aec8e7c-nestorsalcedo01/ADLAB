      * APPLICATION CAN APPLY CORRECTIONS AND RETIREMENTS INSTEAD OF
      * WORKING FROM A NAME FIXED WEEKS AGO. OLDER MESSAGES LAND
      * WITH A BLANK TYPE (READ AS PERSONA) AND A ZERO PERSONA-ID.
      * A PERSSNAP ROW IS A PERSONA FROM AN ARR01SNP INITIAL-LOAD
      * SNAPSHOT - THE MASTER ROW AS IT STOOD, TO BUILD OR REBUILD
      * THE DOWNSTREAM COPY FROM, NOT NEW BUSINESS.
      *
      * RP-HOUSEHOLD-ID WAS APPENDED WITH VERSION 0006 (226 TO 236
      * BYTES): THE HOUSEHOLD THE PERSONA BELONGS TO ON THE PERSREL
      * RELATIONSHIP FILE (SEE EC01PREL), SO CARDS FOR ONE HOUSEHOLD
      * CAN BE GROUPED. ZEROS FOR AN OLDER MESSAGE OR A PERSONA WITH
      * NO ACTIVE LINK. A GENERATION LANDED BEFORE THE APPEND IS
      * STILL 226 BYTES: ARR01DCN, ARR01EMB, ARR01TRC AND ARR01ERS
      * READ IT AT THE NEW LENGTH, SO HOLD ARR01ERS'S PRIOR-
      * GENERATION LEG (RCVPIN (-1)) FOR THE FIRST CYCLE AFTER THE
      * CUTOVER.
      *----------------------------------------------------------------
       01  RECEIVED-PERSONA-RECORD.
           05  RP-RECEIVED-TIMESTAMP   PIC X(26).
           05  RP-ADDR-POSTAL          PIC X(10).
           05  RP-MSG-TYPE             PIC X(08).
           05  RP-PERSONA-ID           PIC 9(10).
           05  RP-HOUSEHOLD-ID         PIC 9(10).
