               88  FT-IS-TRAILER       VALUE 'TRL'.
           05  FT-RECORD-COUNT         PIC 9(07).
           05  FT-HASH-TOTAL           PIC 9(09).

      *----------------------------------------------------------------
      * FEED-STREAM-HEADER-RECORD IS THE HEADER ARR01SPL WRITES AT THE
      * TOP OF EACH STREAM FILE IT CUTS FROM ONE LARGE EXTRACT. THE
      * FIRST 19 BYTES ARE AN ORDINARY HEADER (THE ORIGINAL EXTRACT'S
      * SOURCE AND BUSINESS DATE), SO EVERY READER ABOVE STILL SEES
      * ONE; ARR01BAT ALSO READS THE TAIL, WHICH SAYS WHICH STREAM OF
      * HOW MANY THIS FILE IS, THE BATCH-ID THE STREAM RUNS UNDER, AND
      * THE PERSONA-ID AND RUN-ID BLOCKS RESERVED FOR IT SO THE
      * STREAMS NEVER CONTEND FOR THE SHARED CONTROL ROWS. A HEADER
      * FROM ANY OTHER SOURCE CARRIES SPACES AFTER BYTE 19, SO
      * FS-STREAM-NUMBER IS NOT NUMERIC AND THE FILE IS NOT A STREAM.
      *----------------------------------------------------------------
       01  FEED-STREAM-HEADER-RECORD.
           05  FS-TAG                  PIC X(03).
           05  FS-SOURCE               PIC X(08).
           05  FS-BUSINESS-DATE        PIC X(08).
           05  FS-STREAM-NUMBER        PIC 9(02).
           05  FS-STREAM-COUNT         PIC 9(02).
           05  FS-BATCH-ID             PIC X(08).
           05  FS-ID-BLOCK-FIRST       PIC 9(10).
           05  FS-ID-BLOCK-LAST        PIC 9(10).
           05  FS-RUN-BLOCK-FIRST      PIC 9(08).
           05  FS-RUN-BLOCK-LAST       PIC 9(08).
