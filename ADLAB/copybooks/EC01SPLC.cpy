      *----------------------------------------------------------------
      * EC01SPLC - STREAM SPLIT CONTROL FILE (SEQUENTIAL, FIXED 80
      * BYTES), WRITTEN BY ARR01SPL WHEN IT CUTS ONE LARGE EXTRACT
      * INTO STREAMS AND READ BY ARR01SMG WHEN THE STREAMS HAVE RUN.
      * TWO RECORD TYPES, TOLD APART BY THE FIRST TWO BYTES:
      *   SH  SUMMARY  FIRST RECORD - THE ORIGINAL EXTRACT: ITS SOURCE
      *                AND BUSINESS DATE, ITS TRAILER COUNT AND HASH
      *                (ALREADY PROVEN AGAINST WHAT WAS DELIVERED),
      *                THE BATCH-ID PREFIX THE STREAMS RUN UNDER AND
      *                HOW MANY STREAMS THERE ARE.
      *   SS  STREAM   ONE PER STREAM - ITS BATCH-ID (THE PREFIX PLUS
      *                THE STREAM NUMBER), THE RECORD COUNT AND HASH
      *                ON ITS OWN TRAILER, HOW MANY ADDS IT CARRIES,
      *                THE COMMAREA CHUNKS ARR01BAT WILL CUT IT INTO,
      *                AND THE PERSONA-ID AND RUN-ID BLOCKS RESERVED
      *                FOR IT. RUN-IDS IN A STREAM'S BLOCK BELONG TO
      *                THAT STREAM ALONE, WHICH IS HOW ARR01SMG TELLS
      *                THE STREAMS' RUNSTATS, CHECKPOINT AND REJECT
      *                ROWS APART.
      *----------------------------------------------------------------
       01  SPLIT-CONTROL-RECORD.
           05  SC-RECORD-TYPE          PIC X(02).
               88  SC-SUMMARY          VALUE 'SH'.
               88  SC-STREAM           VALUE 'SS'.
           05  SC-RECORD-BODY          PIC X(78).
           05  SC-SUMMARY-BODY REDEFINES SC-RECORD-BODY.
               10  SC-SUM-SOURCE       PIC X(08).
               10  SC-SUM-BUSINESS-DATE
                                       PIC X(08).
               10  SC-SUM-RECORD-COUNT PIC 9(07).
               10  SC-SUM-HASH-TOTAL   PIC 9(09).
               10  SC-SUM-BATCH-PREFIX PIC X(06).
               10  SC-SUM-STREAM-COUNT PIC 9(02).
               10  SC-SUM-SPLIT-STAMP  PIC X(16).
               10  FILLER              PIC X(22).
           05  SC-STREAM-BODY REDEFINES SC-RECORD-BODY.
               10  SC-STR-NUMBER       PIC 9(02).
               10  SC-STR-BATCH-ID     PIC X(08).
               10  SC-STR-RECORD-COUNT PIC 9(07).
               10  SC-STR-HASH-TOTAL   PIC 9(09).
               10  SC-STR-ADD-COUNT    PIC 9(07).
               10  SC-STR-CHUNK-COUNT  PIC 9(03).
               10  SC-STR-ID-FIRST     PIC 9(10).
               10  SC-STR-ID-LAST      PIC 9(10).
               10  SC-STR-RUN-FIRST    PIC 9(08).
               10  SC-STR-RUN-LAST     PIC 9(08).
               10  FILLER              PIC X(06).
