      *----------------------------------------------------------------
      * EC01CGGL - CHARGEBACK GENERAL-LEDGER SUMMARY FILE (FIXED 100
      * BYTES), WRITTEN BY ARR01CHG FOR THE GENERAL-LEDGER FEED ONE
      * GENERATION PER MONTH. FOUR RECORD TYPES, TOLD APART BY THE
      * FIRST TWO BYTES:
      *   HD  HEADER   FIRST RECORD - SENDER, THE MONTH CHARGED, WHEN
      *                THE FILE WAS BUILT AND THE LAYOUT VERSION.
      *   DT  DETAIL   ONE PER BUSINESS LINE (PM-CLASS) AND PRICED
      *                ITEM WITH UNITS (ITEM CODES AS ON EC01CGRT -
      *                A REJECT REASON IS ITS OWN RNNN ITEM): THE
      *                UNITS, THE RATE APPLIED AND THE CHARGE.
      *   BL  BUSINESS LINE TOTAL  ONE PER CLASS AFTER ITS DETAILS -
      *                THE MONTH'S CHARGE, THE PRIOR MONTH'S AND THE
      *                CHANGE (SIGN BYTE + OR -, THEN THE AMOUNT).
      *   TR  TRAILER  LAST RECORD - THE DT AND BL COUNT, THE RECORD
      *                COUNT INCLUDING HEADER AND TRAILER, AND THE
      *                MONTH'S AND PRIOR MONTH'S GRAND TOTALS. THE
      *                LEDGER RECOMPUTES ALL FOUR BEFORE POSTING.
      * A CLASS OF SPACES IS USAGE THE JOURNAL CARRIED NO CLASS FOR.
      *----------------------------------------------------------------
       01  CHARGE-GL-RECORD.
           05  GL-RECORD-TYPE          PIC X(02).
               88  GL-HEADER           VALUE 'HD'.
               88  GL-DETAIL           VALUE 'DT'.
               88  GL-LINE-TOTAL       VALUE 'BL'.
               88  GL-TRAILER          VALUE 'TR'.
           05  GL-RECORD-BODY          PIC X(98).
           05  GL-HEADER-BODY REDEFINES GL-RECORD-BODY.
               10  GL-HDR-SENDER       PIC X(08).
               10  GL-HDR-MONTH        PIC X(06).
               10  GL-HDR-CREATED      PIC X(16).
               10  GL-HDR-VERSION      PIC X(04).
               10  FILLER              PIC X(64).
           05  GL-DETAIL-BODY REDEFINES GL-RECORD-BODY.
               10  GL-DTL-MONTH        PIC X(06).
               10  GL-DTL-CLASS        PIC X(02).
               10  GL-DTL-ITEM         PIC X(04).
               10  GL-DTL-UNITS        PIC 9(09).
               10  GL-DTL-RATE         PIC 9(03)V9(04).
               10  GL-DTL-CHARGE       PIC 9(09)V99.
               10  FILLER              PIC X(59).
           05  GL-LINE-BODY REDEFINES GL-RECORD-BODY.
               10  GL-BL-MONTH         PIC X(06).
               10  GL-BL-CLASS         PIC X(02).
               10  GL-BL-DESCRIPTION   PIC X(20).
               10  GL-BL-CHARGE        PIC 9(09)V99.
               10  GL-BL-PRIOR-CHARGE  PIC 9(09)V99.
               10  GL-BL-CHANGE-SIGN   PIC X(01).
               10  GL-BL-CHANGE        PIC 9(09)V99.
               10  FILLER              PIC X(36).
           05  GL-TRAILER-BODY REDEFINES GL-RECORD-BODY.
               10  GL-TRL-DETAIL-COUNT PIC 9(07).
               10  GL-TRL-RECORD-COUNT PIC 9(07).
               10  GL-TRL-TOTAL-CHARGE PIC 9(11)V99.
               10  GL-TRL-PRIOR-CHARGE PIC 9(11)V99.
               10  FILLER              PIC X(58).
