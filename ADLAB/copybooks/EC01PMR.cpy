      * FUTURE PRE-SELECTION PASS - NOTHING SETS IT TODAY; ARR01PRG
      * TREATS IT EXACTLY LIKE INACTIVE AND ARCHIVES DIRECTLY OFF
      * INACTIVE ROWS. ONLY ARR01PRG PHYSICALLY DELETES ROWS.
      *
      * PM-NAME-SOURCE, PM-CLASS-SOURCE AND PM-DOC-SOURCE RECORD WHICH
      * FEED SOURCE LAST SET THE NAME (NOMBRE AND APELLIDO TOGETHER),
      * THE CLASS AND THE DOC NUMBER - THE FEED HEADER'S FH-SOURCE
      * FOR A HEADED FEED, OTHERWISE THE WRITING PROGRAM (ARR01MNT FOR
      * A HAND CORRECTION ON MNT1/APV1). ARRAY01 LOOKS EACH OWNER UP
      * ON THE SOURCE-PRIORITY TABLE (SRCPRI, SEE EC01SPRI) AND
      * REFUSES AN UPDATE THAT WOULD LET A LOWER-PRIORITY SOURCE
      * OVERWRITE IT (REJECT R015). APPENDING THEM WIDENED THE CLUSTER
      * FROM 86 TO 110 - THE SAME SNAPSHOT / ARR01PMM / REDEFINE /
      * ARR01RST CUTOVER AS THE DOC NUMBER. ROWS FROM BEFORE THE
      * FIELDS EXISTED CARRY SPACES, WHICH RANK LOWEST, SO THE FIRST
      * FEED TO TOUCH THE FIELD TAKES IT OVER.
      *----------------------------------------------------------------
       01  PERSONA-MASTER-RECORD.
           05  PM-PERSONA-ID           PIC 9(10).
           05  FILLER                  PIC X(01).
           05  PM-DOC-NUMBER           PIC X(15).
           05  FILLER                  PIC X(01).
           05  PM-NAME-SOURCE          PIC X(08).
           05  PM-CLASS-SOURCE         PIC X(08).
           05  PM-DOC-SOURCE           PIC X(08).

       01  PERSONA-CTL-RECORD REDEFINES PERSONA-MASTER-RECORD.
           05  PC-CTL-KEY              PIC 9(10).
           05  PC-NEXT-PERSONA-ID      PIC 9(10).
           05  FILLER                  PIC X(80).
