      *----------------------------------------------------------------
      * EC01EMBO - CARD-EMBOSSING VENDOR ORDER FILE (FIXED 200 BYTES),
      * BUILT EACH MORNING BY ARR01EMB FROM THE DAY'S RECEIVED-PERSONA
      * LANDING (EC01RCVP). THREE RECORD TYPES, TOLD APART BY THE
      * FIRST TWO BYTES:
      *   HD  HEADER   FIRST RECORD - SENDER, THE BUSINESS DATE THE
      *                ORDERS BELONG TO, WHEN THE FILE WAS BUILT AND
      *                THE LAYOUT VERSION.
      *   DT  DETAIL   ONE PER CARD - THE EMBOSSING LINE (NAME AND
      *                APELLIDO AS THEY GO ON THE CARD), THE ADDRESS
      *                THE CARD IS MAILED TO AND WHICH ADDRESS ROW IT
      *                CAME FROM (MA MAILING, HO HOME). NEW IS A FIRST
      *                CARD, REISSUE A CARD FOR A CORRECTED PERSONA.
      *                EO-DTL-CORREL-ID IS THE LANDED MESSAGE'S
      *                CORRELATION ID, SO A RETURNED CARD CAN BE
      *                TRACED END TO END WITH ARR01TRC.
      *                EO-DTL-HOUSEHOLD-ID (LAYOUT VERSION 0002) IS
      *                THE PERSONA'S HOUSEHOLD (SEE EC01PREL) - CARDS
      *                SHARING ONE GO IN ONE MAILING; ZEROS FOR A
      *                PERSONA IN NO HOUSEHOLD.
      *   TR  TRAILER  LAST RECORD - THE DETAIL COUNT, THE RECORD
      *                COUNT INCLUDING HEADER AND TRAILER, AND TWO
      *                HASH TOTALS: THE SUM OF THE PERSONA IDS AND THE
      *                SUM OF THE EMBOSSING-LINE LENGTHS. THE VENDOR
      *                RECOMPUTES ALL FOUR BEFORE CUTTING A CARD.
      *----------------------------------------------------------------
       01  EMBOSS-ORDER-RECORD.
           05  EO-RECORD-TYPE          PIC X(02).
               88  EO-HEADER           VALUE 'HD'.
               88  EO-DETAIL           VALUE 'DT'.
               88  EO-TRAILER          VALUE 'TR'.
           05  EO-RECORD-BODY          PIC X(198).
           05  EO-HEADER-BODY REDEFINES EO-RECORD-BODY.
               10  EO-HDR-SENDER       PIC X(08).
               10  EO-HDR-ORDER-DATE   PIC X(08).
               10  EO-HDR-CREATED      PIC X(16).
               10  EO-HDR-VERSION      PIC X(04).
               10  FILLER              PIC X(162).
           05  EO-DETAIL-BODY REDEFINES EO-RECORD-BODY.
               10  EO-DTL-SEQUENCE     PIC 9(07).
               10  EO-DTL-CORREL-ID    PIC X(24).
               10  EO-DTL-PERSONA-ID   PIC 9(10).
               10  EO-DTL-CLASS        PIC X(02).
               10  EO-DTL-ORDER-TYPE   PIC X(08).
               10  EO-DTL-EMBOSS-LINE  PIC X(26).
               10  EO-DTL-ADDR-TYPE    PIC X(02).
               10  EO-DTL-ADDR-LINE-1  PIC X(30).
               10  EO-DTL-ADDR-LINE-2  PIC X(30).
               10  EO-DTL-ADDR-CITY    PIC X(20).
               10  EO-DTL-ADDR-POSTAL  PIC X(10).
               10  EO-DTL-HOUSEHOLD-ID PIC 9(10).
               10  FILLER              PIC X(19).
           05  EO-TRAILER-BODY REDEFINES EO-RECORD-BODY.
               10  EO-TRL-DETAIL-COUNT PIC 9(07).
               10  EO-TRL-RECORD-COUNT PIC 9(07).
               10  EO-TRL-HASH-PERSONA PIC 9(15).
               10  EO-TRL-HASH-LENGTH  PIC 9(09).
               10  FILLER              PIC X(160).
