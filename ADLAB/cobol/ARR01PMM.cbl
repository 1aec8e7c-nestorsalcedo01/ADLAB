       DATE-WRITTEN. 2026-09-02.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01PMM IS THE ONE-TIME PERSONA MASTER CONVERSION, RUN AT
      * EACH CUTOVER THAT APPENDS FIELDS TO THE EC01PMR RECORD -
      * FIRST 70 TO 86 BYTES (PM-DOC-NUMBER), NOW 86 TO 110 (THE
      * PM-NAME/CLASS/DOC-SOURCE FIELD OWNERS). THE MASTER IS A
      * FIXED-LENGTH VSAM CLUSTER, SO OLD AND NEW RECORD LENGTHS
      * CANNOT COEXIST IN IT - THE CUTOVER IS: SNAPSHOT THE OLD
      * MASTER WITH THE PRIOR BUILD OF ARR01BKP, RUN THIS PROGRAM TO
      * CARRY EACH 86-BYTE IMAGE FORWARD AT 110 BYTES (THE APPENDED
      * FIELDS AS SPACES), REDEFINE
      * THE CLUSTER AT THE NEW LENGTH, AND RELOAD THE CONVERTED
      * SNAPSHOT THROUGH ARR01RST (SNAPSHOT ONLY, NO JOURNAL REPLAY).
      * THE KEY-ZERO CONTROL ROW TRAVELS THROUGH UNCHANGED - ITS
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  RE-POINTED FOR THE 86-TO-110 WIDENING THAT
      *                   APPENDED THE FIELD-SOURCE OWNERS (PM-NAME-
      *                   SOURCE/PM-CLASS-SOURCE/PM-DOC-SOURCE) - OLD
      *                   LENGTH IS NOW 86, NEW LENGTH 110. A MASTER
      *                   OR ARCHIVE STILL AT 70 MUST BE CARRIED
      *                   THROUGH THE PRIOR BUILD OF THIS PROGRAM
      *                   FIRST.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-OLD-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  OLD-MASTER-RECORD           PIC X(86).

       FD  MASTER-NEW-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  NEW-MASTER-RECORD           PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CONVERT-ONE-ROW - CARRY THE OLD 86 BYTES FORWARD
      * UNCHANGED AND PAD THE APPENDED FIELD-SOURCE BYTES WITH SPACES
      * - AN OLD ROW SIMPLY HAS NO FIELD OWNER RECORDED, WHICH RANKS
      * LOWEST ON THE SOURCE-PRIORITY TABLE.
      *----------------------------------------------------------------
       2000-CONVERT-ONE-ROW.
           MOVE SPACES TO NEW-MASTER-RECORD
           MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD(1:86)
           WRITE NEW-MASTER-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN

