      *----------------------------------------------------------------
      * EC01PCK - PERSONA CLASS-KEY RECORD (VSAM KSDS PERSCKEY, KEY =
      * PCK-KEY). THE ALTERNATE PATH OVER THE PERSONA MASTER BY CLASS
      * AND LIFECYCLE STATUS: ONE ROW PER REAL MASTER ROW, ACTIVE OR
      * NOT, CARRYING THE ROW'S PM-CLASS, PM-STATUS AND PERSONA ID. A
      * CLASS-SCOPED JOB (ARR01EXT, ARR01MRC, ARR01DWH, ARR01RPT)
      * STARTS ON CLASS + STATUS AND READS ONLY THE MATCHING ROWS,
      * THEN READS EACH MASTER ROW BY ID, INSTEAD OF SCANNING THE
      * WHOLE MASTER. CLASS AND STATUS ARE NOT ADJACENT ON THE MASTER
      * RECORD, SO THIS IS A PROGRAM-MAINTAINED KEY FILE LIKE THE
      * NAME-KEY AND DOC-KEY FILES (EC01PNK/EC01PDK) RATHER THAN AN
      * IDCAMS ALTERNATE INDEX. THE BATCH WRITERS MAINTAIN IT THROUGH
      * ARR01CKM (SEE EC01CKMP); MNT1, APV1 AND WLR1 WRITE IT
      * DIRECTLY. ARR01CHK PROVES IT AGAINST THE MASTER AND ARR01NKB
      * REBUILDS IT.
      *
      * A BLANK PM-STATUS (ROWS WRITTEN BEFORE THE FIELD EXISTED) IS
      * KEYED AS 'A', SO EVERY ACTIVE ROW OF A CLASS IS ONE KEY RANGE.
      * THE PERSONA ID ENDS THE KEY, SO THE ROWS OF ONE CLASS AND
      * STATUS COME BACK IN MASTER ORDER.
      *
      * THE ROW KEYED ALL SPACES AND ZEROS IS THE BUILD CONTROL ROW,
      * WRITTEN BY ARR01NKB. A READER THAT DOES NOT FIND IT IS LOOKING
      * AT A FILE THAT WAS DEFINED BUT NEVER BUILT, AND SCANS THE
      * MASTER INSTEAD.
      *----------------------------------------------------------------
       01  PERSONA-CLASS-KEY-RECORD.
           05  PCK-KEY.
               10  PCK-CLASS           PIC X(02).
               10  PCK-STATUS          PIC X(01).
               10  PCK-PERSONA-ID      PIC 9(10).
           05  FILLER                  PIC X(17).

       01  PCK-CTL-RECORD REDEFINES PERSONA-CLASS-KEY-RECORD.
           05  PCK-CTL-KEY.
               10  PCK-CTL-CLASS       PIC X(02).
               10  PCK-CTL-STATUS      PIC X(01).
               10  PCK-CTL-ID          PIC 9(10).
           05  PCK-CTL-BUILT-DATE      PIC X(08).
           05  PCK-CTL-BUILT-COUNT     PIC 9(09).
