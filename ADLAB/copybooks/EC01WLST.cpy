      *----------------------------------------------------------------
      * EC01WLST - COMPLIANCE WATCH-LIST RECORD (VSAM KSDS WATCHLST,
      * KEY = WL-KEY-TYPE + WL-KEY-VALUE). BUILT BY THE ARR01WLL LOAD
      * JOB FROM THE COMPLIANCE EXTRACT (EC01WLIN) AND READ BY THE
      * SHARED SCREENING ROUTINE ARR01WLS AT INTAKE. EACH LIST ENTRY
      * GIVES UP TO TWO ROWS:
      *   N  NAME ROW     KEYED BY THE ARR01NRM-NORMALIZED APELLIDO
      *                   AND NAME (WL-KEY-APELLIDO/WL-KEY-NAME) - THE
      *                   SAME NORMALIZATION THE DUPLICATE REPORT USES,
      *                   SO CASING, ACCENTS AND SPACING CANNOT DODGE
      *                   THE LIST
      *   D  DOC ROW      KEYED BY THE DOCUMENT NUMBER, ONLY FOR AN
      *                   ENTRY THAT CARRIES ONE
      * A NAME ROW THAT CARRIES A DOC NUMBER ONLY MATCHES A PERSONA
      * WITH THE SAME DOC NUMBER OR NONE AT ALL; A NAME ROW WITHOUT
      * ONE MATCHES EVERY PERSONA OF THAT NAME. WHEN TWO ENTRIES
      * NORMALIZE TO THE SAME NAME THE LOAD KEEPS ONE NAME ROW, AND A
      * DOC-LESS ENTRY WIDENS IT - EACH ENTRY'S DOC ROW STILL CATCHES
      * ITS OWN DOCUMENT.
      *----------------------------------------------------------------
       01  WATCH-LIST-RECORD.
           05  WL-KEY.
               10  WL-KEY-TYPE         PIC X(01).
                   88  WL-NAME-ROW     VALUE 'N'.
                   88  WL-DOC-ROW      VALUE 'D'.
               10  WL-KEY-VALUE        PIC X(40).
               10  WL-KEY-NAME-VIEW REDEFINES WL-KEY-VALUE.
                   15  WL-KEY-APELLIDO PIC X(20).
                   15  WL-KEY-NAME     PIC X(20).
               10  WL-KEY-DOC-VIEW REDEFINES WL-KEY-VALUE.
                   15  WL-KEY-DOC      PIC X(15).
                   15  FILLER          PIC X(25).
           05  WL-ENTRY-ID             PIC X(12).
           05  WL-LIST-NAME            PIC X(08).
           05  WL-NAME                 PIC X(20).
           05  WL-APELLIDO             PIC X(20).
           05  WL-DOC-NUMBER           PIC X(15).
           05  WL-REASON               PIC X(30).
           05  WL-LISTED-DATE          PIC X(08).
           05  WL-LOAD-DATE            PIC X(08).
           05  FILLER                  PIC X(18).
