      *----------------------------------------------------------------
      * EC01WLIN - COMPLIANCE WATCH-LIST EXTRACT RECORD (SEQUENTIAL,
      * 120 BYTES), THE INPUT TO THE ARR01WLL LOAD JOB. ONE RECORD PER
      * LIST ENTRY AS COMPLIANCE DELIVERS IT - NAMES IN WHATEVER CASE
      * AND SPELLING THE LIST CARRIES; THE LOAD NORMALIZES THEM. THE
      * FILE MUST OPEN WITH AN HDR CONTROL RECORD AND CLOSE WITH A TRL
      * (SEE EC01FCTL): THE TRAILER COUNT IS THE NUMBER OF ENTRIES AND
      * THE HASH IS THE NUMBER OF ENTRIES CARRYING A DOC NUMBER. THE
      * LOAD REPLACES THE WHOLE LIST, SO UNLIKE THE PERSONA FEEDS A
      * FILE WITHOUT CONTROLS IS REFUSED.
      *----------------------------------------------------------------
       01  WATCH-LIST-INPUT-RECORD.
           05  WI-ENTRY-ID             PIC X(12).
           05  WI-LIST-NAME            PIC X(08).
           05  WI-NAME                 PIC X(20).
           05  WI-APELLIDO             PIC X(20).
           05  WI-DOC-NUMBER           PIC X(15).
           05  WI-REASON               PIC X(30).
           05  WI-LISTED-DATE          PIC X(08).
           05  FILLER                  PIC X(07).
