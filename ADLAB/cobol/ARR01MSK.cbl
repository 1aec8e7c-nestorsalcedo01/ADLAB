       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01MSK.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01MSK BUILDS THE MASKED TEST-REGION COPY OF THE PERSONA
      * MASTER AND THE PERSONA ADDRESS FILE. THE MASTER COMES FROM THE
      * LATEST ARR01BKP SNAPSHOT (DECRYPTED ON THE WAY IN WHEN IT
      * LEADS WITH A BKPHDR, THE WAY ARR01RST DOES); THE ADDRESS FILE
      * IS READ STRAIGHT OFF PRODUCTION. EVERY PERSONAL FIELD IS
      * REPLACED WITH A REALISTIC SUBSTITUTE:
      *   - NOMBRE AND APELLIDO WITH A NAME / SURNAME FROM THE TABLES
      *     BELOW, ONE WORD FOR ONE WORD, TWO FOR A COMPOUND NAME, IN
      *     THE ORIGINAL'S CASING (ALL CAPITALS, OR THE SHOP CASING
      *     FROM ARR01FMT);
      *   - THE DOC NUMBER AND THE PHONE DIGIT FOR DIGIT AND LETTER
      *     FOR LETTER, KEEPING THE FORMAT AND ANY PUNCTUATION;
      *   - ADDRESS LINE 1 WITH A STREET FROM THE TABLE AND A HOUSE
      *     NUMBER, LINE 2 WITH A FLOOR AND DOOR.
      * THE SUBSTITUTE IS CHOSEN BY A HASH OF THE ORIGINAL VALUE
      * STARTED FROM A SECRET SEED (THE MASKSEED CARD, KEPT ON A
      * PRODUCTION-SECURED DATASET), SO THE SAME REAL VALUE ALWAYS
      * GETS THE SAME SUBSTITUTE AND THE MAPPING CANNOT BE RUN
      * BACKWARDS - MANY REAL VALUES SHARE EACH SUBSTITUTE AND NOTHING
      * OF THE SEED OR THE ORIGINAL IS CARRIED. NAMES ARE HASHED IN
      * THEIR ARR01NRM FORM, SO ROWS THAT DIFFER ONLY IN CASE, ACCENTS
      * OR SPACING STILL PAIR UP ON ARR01DUP IN THE TEST REGION, AND
      * TWO ROWS SHARING A NAME-KEY STILL COLLIDE. A SUBSTITUTE THAT
      * WOULD COME OUT EQUAL TO ITS OWN ORIGINAL IS DRAWN AGAIN.
      *
      * THE PERSONA ID, PM-CLASS, PM-STATUS, THE LOAD DATE AND SOURCE,
      * THE FIELD-SOURCE OWNERS, THE KEY-ZERO CONTROL ROW AND, ON THE
      * ADDRESS FILE, THE KEY, CITY AND POSTAL CODE TRAVEL UNCHANGED -
      * THE TEST REGION NEEDS THE REAL CLASS AND GEOGRAPHIC SPREAD.
      *
      * AFTER WRITING, THE RUN READS BOTH TEST FILES BACK BESIDE THEIR
      * SOURCES AND COUNTS EVERY ROW WHERE A MASKED FIELD STILL EQUALS
      * ITS ORIGINAL (NAMES COMPARED IN ARR01NRM FORM) OR A KEPT FIELD
      * CHANGED. ALL COUNTS ZERO PRINTS VERIFIED ON MSKRPT; ANYTHING
      * ELSE - OR A BAD SEED CARD, OR A FILE THAT WILL NOT OPEN - ENDS
      * WITH RETURN CODE 8 AND DO NOT RELEASE, AND THE TEST FILES MUST
      * NOT BE HANDED OVER. THE CHECK IS ROW BY ROW: A SUBSTITUTE CAN
      * STILL BE SOME OTHER PERSONA'S EVERYDAY NAME, WHICH IS WHAT
      * MAKES IT REALISTIC.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15  RSM  ORIGINAL VERSION.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-SEED-FILE ASSIGN TO MASKSEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASKSEED-STATUS.

           SELECT BACKUP-FILE ASSIGN TO PERSBKUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERSBKUP-STATUS.

           SELECT PROD-ADDRESS-FILE ASSIGN TO PERSADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-IO-KEY
               FILE STATUS IS WS-PERSADDR-STATUS.

           SELECT TEST-MASTER-FILE ASSIGN TO TSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-IO-KEY
               FILE STATUS IS WS-TSTMSTR-STATUS.

           SELECT TEST-ADDRESS-FILE ASSIGN TO TSTADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TA-IO-KEY
               FILE STATUS IS WS-TSTADDR-STATUS.

           SELECT MASK-REPORT-FILE ASSIGN TO MSKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * THE SEED CARD - A 1 TO 16 DIGIT NUMBER, RIGHT-JUSTIFIED WITH
      * LEADING ZEROS IN COLUMNS 1-16. IT IS THE ONLY SECRET IN THE
      * MASK; CHANGING IT CHANGES EVERY SUBSTITUTE.
      *----------------------------------------------------------------
       FD  MASK-SEED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MASK-SEED-RECORD.
           05  MS-SEED                 PIC X(16).
           05  FILLER                  PIC X(64).

       FD  BACKUP-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  BACKUP-RECORD               PIC X(110).

       FD  PROD-ADDRESS-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  PROD-ADDRESS-IO-RECORD.
           05  PA-IO-KEY               PIC X(12).
           05  PA-IO-DATA              PIC X(108).

       FD  TEST-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  TEST-MASTER-IO-RECORD.
           05  TM-IO-KEY               PIC 9(10).
           05  TM-IO-DATA              PIC X(100).

       FD  TEST-ADDRESS-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  TEST-ADDRESS-IO-RECORD.
           05  TA-IO-KEY               PIC X(12).
           05  TA-IO-DATA              PIC X(108).

       FD  MASK-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MASK-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-MASKSEED-STATUS      PIC X(02).
               88  WS-MASKSEED-OK      VALUE '00'.
           05  WS-PERSBKUP-STATUS      PIC X(02).
               88  WS-PERSBKUP-OK      VALUE '00'.
           05  WS-PERSADDR-STATUS      PIC X(02).
               88  WS-PERSADDR-OK      VALUE '00'.
           05  WS-TSTMSTR-STATUS       PIC X(02).
               88  WS-TSTMSTR-OK       VALUE '00'.
           05  WS-TSTADDR-STATUS       PIC X(02).
               88  WS-TSTADDR-OK       VALUE '00'.
           05  WS-MSKRPT-STATUS        PIC X(02).
           05  WS-MASK-SW              PIC X(01).
               88  WS-MASK-GOING       VALUE 'G'.
               88  WS-MASK-STOPPED     VALUE 'S'.
           05  WS-BKP-EOF-SW           PIC X(01).
               88  WS-BKP-EOF          VALUE 'Y'.
               88  WS-BKP-NOT-EOF      VALUE 'N'.
           05  WS-ADR-EOF-SW           PIC X(01).
               88  WS-ADR-EOF          VALUE 'Y'.
               88  WS-ADR-NOT-EOF      VALUE 'N'.
           05  WS-TST-EOF-SW           PIC X(01).
               88  WS-TST-EOF          VALUE 'Y'.
               88  WS-TST-NOT-EOF      VALUE 'N'.
           05  WS-FIRST-BKP-SW         PIC X(01).
               88  WS-FIRST-BKP-ROW    VALUE 'Y'.
               88  WS-NOT-FIRST-BKP    VALUE 'N'.
           05  WS-BKP-CRYPT-SW         PIC X(01).
               88  WS-BKP-ENCRYPTED    VALUE 'Y'.
               88  WS-BKP-CLEAR        VALUE 'N'.
           05  WS-PASS-SW              PIC X(01).
               88  WS-MASK-PASS        VALUE 'M'.
               88  WS-VERIFY-PASS      VALUE 'V'.
           05  WS-RUN-DATE             PIC X(08).
           05  WS-CRY-FUNCTION         PIC X(01).
           05  WS-CRY-KEY-ID           PIC 9(04).
           05  WS-CRY-WORK             PIC X(20).

      *----------------------------------------------------------------
      * THE MASKING AND VERIFICATION COUNTS, ALL PRINTED ON MSKRPT.
      * EVERY WS-VFY- COUNT MUST BE ZERO FOR THE COPY TO BE RELEASED.
      *----------------------------------------------------------------
       01  WS-COUNTS.
           05  WS-SNAP-ROWS            PIC 9(09) VALUE 0.
           05  WS-MASTER-WRITTEN       PIC 9(09) VALUE 0.
           05  WS-ADDR-READ            PIC 9(09) VALUE 0.
           05  WS-ADDR-WRITTEN         PIC 9(09) VALUE 0.
           05  WS-NAMES-MASKED         PIC 9(09) VALUE 0.
           05  WS-APELLIDOS-MASKED     PIC 9(09) VALUE 0.
           05  WS-DOCS-MASKED          PIC 9(09) VALUE 0.
           05  WS-LINES-MASKED         PIC 9(09) VALUE 0.
           05  WS-PHONES-MASKED        PIC 9(09) VALUE 0.
           05  WS-VFY-MASTER-ROWS      PIC 9(09) VALUE 0.
           05  WS-VFY-ADDR-ROWS        PIC 9(09) VALUE 0.
           05  WS-VFY-NAME-HITS        PIC 9(09) VALUE 0.
           05  WS-VFY-APELLIDO-HITS    PIC 9(09) VALUE 0.
           05  WS-VFY-DOC-HITS         PIC 9(09) VALUE 0.
           05  WS-VFY-LINE-HITS        PIC 9(09) VALUE 0.
           05  WS-VFY-PHONE-HITS       PIC 9(09) VALUE 0.
           05  WS-VFY-KEPT-CHANGED     PIC 9(09) VALUE 0.
           05  WS-VFY-ROWS-UNMATCHED   PIC 9(09) VALUE 0.
           05  WS-VFY-TOTAL            PIC 9(09) VALUE 0.

      *----------------------------------------------------------------
      * THE KEYED HASH. WS-HASH-START IS THE SEED REDUCED BY THE
      * MODULUS; EVERY VALUE IS HASHED FROM THERE, ONE CHARACTER AT A
      * TIME, AND EACH DRAW FROM A TABLE STIRS THE HASH ONCE MORE.
      * WS-BYTE-VALUE IS THE CHARACTER'S CODE POINT, SEEN THROUGH A
      * HALFWORD WITH A ZERO HIGH BYTE.
      *----------------------------------------------------------------
       01  WS-HASH-AREAS.
           05  WS-SEED-VALUE           PIC 9(16).
           05  WS-HASH-MODULUS         PIC 9(09) VALUE 999999937.
           05  WS-HASH-START           PIC 9(18) COMP.
           05  WS-HASH                 PIC 9(18) COMP.
           05  WS-HASH-WORK            PIC 9(18) COMP.
           05  WS-HASH-QUOT            PIC 9(18) COMP.
           05  WS-HASH-TEXT            PIC X(31).
           05  WS-HASH-LEN             PIC S9(04) COMP.
           05  WS-HASH-POS             PIC S9(04) COMP.
           05  WS-PICK                 PIC S9(04) COMP.
           05  WS-ATTEMPTS             PIC S9(04) COMP.
       01  WS-BYTE-WORK.
           05  WS-BYTE-HIGH            PIC X(01) VALUE LOW-VALUE.
           05  WS-BYTE-CHAR            PIC X(01).
       01  WS-BYTE-VALUE REDEFINES WS-BYTE-WORK
                                       PIC 9(04) COMP.

      *----------------------------------------------------------------
      * ONE NAME FIELD BEING MASKED - THE ORIGINAL, ITS ARR01NRM FORM
      * SPLIT INTO WORDS, AND THE SUBSTITUTE.
      *----------------------------------------------------------------
       01  WS-NAME-MASK.
           05  WS-NM-KIND              PIC X(01).
               88  WS-NM-NOMBRE        VALUE 'N'.
               88  WS-NM-APELLIDO      VALUE 'A'.
           05  WS-NM-ORIGINAL          PIC X(20).
           05  WS-NM-NORMAL            PIC X(20).
           05  WS-NM-WORD-1            PIC X(20).
           05  WS-NM-WORD-2            PIC X(20).
           05  WS-NM-PICK-1            PIC X(10).
           05  WS-NM-PICK-2            PIC X(10).
           05  WS-NM-RESULT            PIC X(20).
           05  WS-NM-COMPARE           PIC X(20).

      *----------------------------------------------------------------
      * ONE DOC NUMBER OR PHONE BEING MASKED, POSITION BY POSITION.
      *----------------------------------------------------------------
       01  WS-CODE-MASK.
           05  WS-CD-KIND              PIC X(01).
           05  WS-CD-ORIGINAL          PIC X(15).
           05  WS-CD-RESULT            PIC X(15).
           05  WS-CD-POS               PIC S9(04) COMP.
           05  WS-CD-ALNUM             PIC S9(04) COMP.
           05  WS-DIGITS               PIC X(10) VALUE '0123456789'.
           05  WS-UPPER-LETTERS        PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  WS-LOWER-LETTERS        PIC X(26) VALUE
               'abcdefghijklmnopqrstuvwxyz'.

      *----------------------------------------------------------------
      * ONE ADDRESS LINE BEING MASKED. LINE 1 BECOMES STREET AND HOUSE
      * NUMBER; LINE 2 BECOMES FLOOR AND DOOR.
      *----------------------------------------------------------------
       01  WS-LINE-MASK.
           05  WS-LN-KIND              PIC X(01).
               88  WS-LN-STREET        VALUE '1'.
               88  WS-LN-FLOOR         VALUE '2'.
           05  WS-LN-ORIGINAL          PIC X(30).
           05  WS-LN-UPPER             PIC X(30).
           05  WS-LN-RESULT            PIC X(30).
           05  WS-LN-HOUSE-NO          PIC 9(03).
           05  WS-LN-HOUSE-START       PIC S9(04) COMP.
           05  WS-LN-FLOOR-NO          PIC 9(01).
           05  WS-LN-DOOR              PIC X(01).

      *----------------------------------------------------------------
      * THE SUBSTITUTE TABLES - COMMON SPANISH NAMES, SURNAMES AND
      * STREETS, UPPERCASE AND UNACCENTED SO EACH IS ALREADY IN ITS
      * ARR01NRM FORM.
      *----------------------------------------------------------------
       01  WS-FIRST-NAME-VALUES.
           05  FILLER                  PIC X(10) VALUE 'MARIA'.
           05  FILLER                  PIC X(10) VALUE 'JOSE'.
           05  FILLER                  PIC X(10) VALUE 'ANTONIO'.
           05  FILLER                  PIC X(10) VALUE 'CARMEN'.
           05  FILLER                  PIC X(10) VALUE 'JUAN'.
           05  FILLER                  PIC X(10) VALUE 'ANA'.
           05  FILLER                  PIC X(10) VALUE 'MANUEL'.
           05  FILLER                  PIC X(10) VALUE 'LAURA'.
           05  FILLER                  PIC X(10) VALUE 'FRANCISCO'.
           05  FILLER                  PIC X(10) VALUE 'ISABEL'.
           05  FILLER                  PIC X(10) VALUE 'DAVID'.
           05  FILLER                  PIC X(10) VALUE 'LUCIA'.
           05  FILLER                  PIC X(10) VALUE 'JAVIER'.
           05  FILLER                  PIC X(10) VALUE 'PILAR'.
           05  FILLER                  PIC X(10) VALUE 'CARLOS'.
           05  FILLER                  PIC X(10) VALUE 'ELENA'.
           05  FILLER                  PIC X(10) VALUE 'MIGUEL'.
           05  FILLER                  PIC X(10) VALUE 'ROSA'.
           05  FILLER                  PIC X(10) VALUE 'PEDRO'.
           05  FILLER                  PIC X(10) VALUE 'TERESA'.
           05  FILLER                  PIC X(10) VALUE 'LUIS'.
           05  FILLER                  PIC X(10) VALUE 'CRISTINA'.
           05  FILLER                  PIC X(10) VALUE 'JORGE'.
           05  FILLER                  PIC X(10) VALUE 'MARTA'.
           05  FILLER                  PIC X(10) VALUE 'ALBERTO'.
           05  FILLER                  PIC X(10) VALUE 'SOFIA'.
           05  FILLER                  PIC X(10) VALUE 'RAFAEL'.
           05  FILLER                  PIC X(10) VALUE 'PAULA'.
           05  FILLER                  PIC X(10) VALUE 'FERNANDO'.
           05  FILLER                  PIC X(10) VALUE 'BEATRIZ'.
           05  FILLER                  PIC X(10) VALUE 'SERGIO'.
           05  FILLER                  PIC X(10) VALUE 'NURIA'.
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05  WS-FIRST-NAME           PIC X(10) OCCURS 32 TIMES.
       01  WS-FIRST-NAME-COUNT         PIC S9(04) COMP VALUE 32.

       01  WS-SURNAME-VALUES.
           05  FILLER                  PIC X(10) VALUE 'GARCIA'.
           05  FILLER                  PIC X(10) VALUE 'RODRIGUEZ'.
           05  FILLER                  PIC X(10) VALUE 'GONZALEZ'.
           05  FILLER                  PIC X(10) VALUE 'FERNANDEZ'.
           05  FILLER                  PIC X(10) VALUE 'LOPEZ'.
           05  FILLER                  PIC X(10) VALUE 'MARTINEZ'.
           05  FILLER                  PIC X(10) VALUE 'SANCHEZ'.
           05  FILLER                  PIC X(10) VALUE 'PEREZ'.
           05  FILLER                  PIC X(10) VALUE 'GOMEZ'.
           05  FILLER                  PIC X(10) VALUE 'MARTIN'.
           05  FILLER                  PIC X(10) VALUE 'JIMENEZ'.
           05  FILLER                  PIC X(10) VALUE 'RUIZ'.
           05  FILLER                  PIC X(10) VALUE 'HERNANDEZ'.
           05  FILLER                  PIC X(10) VALUE 'DIAZ'.
           05  FILLER                  PIC X(10) VALUE 'MORENO'.
           05  FILLER                  PIC X(10) VALUE 'ALVAREZ'.
           05  FILLER                  PIC X(10) VALUE 'MUNOZ'.
           05  FILLER                  PIC X(10) VALUE 'ROMERO'.
           05  FILLER                  PIC X(10) VALUE 'ALONSO'.
           05  FILLER                  PIC X(10) VALUE 'GUTIERREZ'.
           05  FILLER                  PIC X(10) VALUE 'NAVARRO'.
           05  FILLER                  PIC X(10) VALUE 'TORRES'.
           05  FILLER                  PIC X(10) VALUE 'DOMINGUEZ'.
           05  FILLER                  PIC X(10) VALUE 'VAZQUEZ'.
           05  FILLER                  PIC X(10) VALUE 'RAMOS'.
           05  FILLER                  PIC X(10) VALUE 'GIL'.
           05  FILLER                  PIC X(10) VALUE 'RAMIREZ'.
           05  FILLER                  PIC X(10) VALUE 'SERRANO'.
           05  FILLER                  PIC X(10) VALUE 'BLANCO'.
           05  FILLER                  PIC X(10) VALUE 'MOLINA'.
           05  FILLER                  PIC X(10) VALUE 'MORALES'.
           05  FILLER                  PIC X(10) VALUE 'SUAREZ'.
           05  FILLER                  PIC X(10) VALUE 'ORTEGA'.
           05  FILLER                  PIC X(10) VALUE 'DELGADO'.
           05  FILLER                  PIC X(10) VALUE 'CASTRO'.
           05  FILLER                  PIC X(10) VALUE 'ORTIZ'.
           05  FILLER                  PIC X(10) VALUE 'RUBIO'.
           05  FILLER                  PIC X(10) VALUE 'MARIN'.
           05  FILLER                  PIC X(10) VALUE 'SANZ'.
           05  FILLER                  PIC X(10) VALUE 'NUNEZ'.
           05  FILLER                  PIC X(10) VALUE 'IGLESIAS'.
           05  FILLER                  PIC X(10) VALUE 'MEDINA'.
           05  FILLER                  PIC X(10) VALUE 'GARRIDO'.
           05  FILLER                  PIC X(10) VALUE 'CORTES'.
           05  FILLER                  PIC X(10) VALUE 'CASTILLO'.
           05  FILLER                  PIC X(10) VALUE 'SANTOS'.
           05  FILLER                  PIC X(10) VALUE 'LOZANO'.
           05  FILLER                  PIC X(10) VALUE 'GUERRERO'.
       01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
           05  WS-SURNAME              PIC X(10) OCCURS 48 TIMES.
       01  WS-SURNAME-COUNT            PIC S9(04) COMP VALUE 48.

       01  WS-STREET-VALUES.
           05  FILLER                  PIC X(20) VALUE 'CALLE MAYOR'.
           05  FILLER                  PIC X(20) VALUE 'CALLE REAL'.
           05  FILLER                  PIC X(20) VALUE
               'AVENIDA DEL SOL'.
           05  FILLER                  PIC X(20) VALUE 'CALLE NUEVA'.
           05  FILLER                  PIC X(20) VALUE
               'PASEO DEL PRADO'.
           05  FILLER                  PIC X(20) VALUE 'CALLE ALCALA'.
           05  FILLER                  PIC X(20) VALUE
               'AVENIDA AMERICA'.
           05  FILLER                  PIC X(20) VALUE 'CALLE SERRANO'.
           05  FILLER                  PIC X(20) VALUE 'CALLE TOLEDO'.
           05  FILLER                  PIC X(20) VALUE 'PLAZA ESPANA'.
           05  FILLER                  PIC X(20) VALUE 'CALLE ANCHA'.
           05  FILLER                  PIC X(20) VALUE 'CAMINO VIEJO'.
           05  FILLER                  PIC X(20) VALUE 'CALLE LUNA'.
           05  FILLER                  PIC X(20) VALUE 'RONDA NORTE'.
           05  FILLER                  PIC X(20) VALUE 'CALLE OLIVO'.
           05  FILLER                  PIC X(20) VALUE
               'AVENIDA CASTILLA'.
       01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           05  WS-STREET               PIC X(20) OCCURS 16 TIMES.
       01  WS-STREET-COUNT             PIC S9(04) COMP VALUE 16.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               'ADLAB MASKED TEST-REGION COPY'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
           05  WS-HDG-DATE             PIC X(08).

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL             PIC X(40).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       01  WS-RESULT-LINE.
           05  FILLER                  PIC X(08) VALUE 'RESULT: '.
           05  WS-RSL-TEXT             PIC X(100).

           COPY EC01PMR.
           COPY EC01PADR.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - EACH STEP RUNS ONLY WHILE THE COPY IS STILL
      * GOING; THE FIRST FAILURE STOPS IT AND THE REPORT SAYS WHY.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-MASK-GOING
               PERFORM 2000-MASK-MASTER THRU 2000-EXIT
           END-IF
           IF WS-MASK-GOING
               PERFORM 3000-MASK-ADDRESSES THRU 3000-EXIT
           END-IF
           IF WS-MASK-GOING
               PERFORM 4000-VERIFY-MASTER THRU 4000-EXIT
           END-IF
           IF WS-MASK-GOING
               PERFORM 4500-VERIFY-ADDRESSES THRU 4500-EXIT
           END-IF
           PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE REPORT AND TAKE THE SEED. NO SEED,
      * NO COPY: A DEFAULT SEED WOULD MAKE THE MASK REPRODUCIBLE BY
      * ANYONE WHO CAN READ THIS PROGRAM.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE
           SET WS-MASK-GOING TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT MASK-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           WRITE MASK-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE MASK-REPORT-LINE FROM SPACES

           OPEN INPUT MASK-SEED-FILE
           IF NOT WS-MASKSEED-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'MASKSEED NOT AVAILABLE - STATUS '
                   WS-MASKSEED-STATUS
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-STOP-COPY THRU 8000-EXIT
               GO TO 1000-EXIT
           END-IF
           READ MASK-SEED-FILE
               AT END
                   MOVE SPACES TO MS-SEED
           END-READ
           CLOSE MASK-SEED-FILE

           IF MS-SEED NOT NUMERIC
               MOVE 'MASKSEED CARD MISSING OR NOT NUMERIC (COLS 1-16)'
                   TO WS-RSL-TEXT
               PERFORM 8000-STOP-COPY THRU 8000-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE MS-SEED TO WS-SEED-VALUE
           IF WS-SEED-VALUE EQUAL ZERO
               MOVE 'MASKSEED CARD IS ZERO - A REAL SEED IS REQUIRED'
                   TO WS-RSL-TEXT
               PERFORM 8000-STOP-COPY THRU 8000-EXIT
               GO TO 1000-EXIT
           END-IF
           DIVIDE WS-SEED-VALUE BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOT REMAINDER WS-HASH-START.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-MASK-MASTER - SNAPSHOT IN, MASKED TEST MASTER OUT, IN KEY
      * ORDER (THE SNAPSHOT IS ALREADY IN KEY ORDER).
      *----------------------------------------------------------------
       2000-MASK-MASTER.
           SET WS-MASK-PASS TO TRUE
           OPEN INPUT BACKUP-FILE
           IF NOT WS-PERSBKUP-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'PERSBKUP NOT AVAILABLE - STATUS '
                   WS-PERSBKUP-STATUS
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-STOP-COPY THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT TEST-MASTER-FILE
           IF NOT WS-TSTMSTR-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'TSTMSTR NOT AVAILABLE - STATUS '
                   WS-TSTMSTR-STATUS
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               CLOSE BACKUP-FILE
               PERFORM 8000-STOP-COPY THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF

           SET WS-FIRST-BKP-ROW TO TRUE
           SET WS-BKP-CLEAR TO TRUE
           SET WS-BKP-NOT-EOF TO TRUE
           PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT
           PERFORM 2200-MASK-ONE-PERSONA THRU 2200-EXIT
               UNTIL WS-BKP-EOF OR WS-MASK-STOPPED
           CLOSE BACKUP-FILE
           CLOSE TEST-MASTER-FILE

           IF WS-MASK-GOING AND WS-SNAP-ROWS EQUAL ZERO
               MOVE 'SNAPSHOT HOLDS NO ROWS - NOTHING TO MASK'
                   TO WS-RSL-TEXT
               PERFORM 8000-STOP-COPY THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-READ-SNAPSHOT - NEXT SNAPSHOT ROW INTO PERSONA-MASTER-
      * RECORD, IN THE CLEAR. THE FIRST RECORD MAY BE THE BKPHDR
      * CONTROL RECORD NAMING THE KEY GENERATION THE NAME FIELDS WERE
      * ENCRYPTED UNDER; IT IS NOT A ROW AND IS NOT COPIED. USED BY
      * BOTH THE MASKING AND THE VERIFICATION PASS.
      *----------------------------------------------------------------
       2100-READ-SNAPSHOT.
           READ BACKUP-FILE
               AT END
                   SET WS-BKP-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ

           IF WS-FIRST-BKP-ROW
               SET WS-NOT-FIRST-BKP TO TRUE
               IF BACKUP-RECORD(1:6) EQUAL 'BKPHDR'
                   SET WS-BKP-ENCRYPTED TO TRUE
                   IF BACKUP-RECORD(7:4) IS NUMERIC
                       MOVE BACKUP-RECORD(7:4) TO WS-CRY-KEY-ID
                   ELSE
                       MOVE ZEROS TO WS-CRY-KEY-ID
                   END-IF
                   READ BACKUP-FILE
                       AT END
                           SET WS-BKP-EOF TO TRUE
                           GO TO 2100-EXIT
                   END-READ
               END-IF
           END-IF

      *    THE KEY-ZERO CONTROL ROW CARRIES NO NAMES.
           IF WS-BKP-ENCRYPTED
               AND BACKUP-RECORD(1:10) NOT EQUAL '0000000000'
               MOVE 'D' TO WS-CRY-FUNCTION
               MOVE BACKUP-RECORD(11:20) TO WS-CRY-WORK
               CALL 'ARR01CRY' USING WS-CRY-FUNCTION WS-CRY-WORK
                   WS-CRY-KEY-ID
               MOVE WS-CRY-WORK TO BACKUP-RECORD(11:20)
               MOVE BACKUP-RECORD(31:20) TO WS-CRY-WORK
               CALL 'ARR01CRY' USING WS-CRY-FUNCTION WS-CRY-WORK
                   WS-CRY-KEY-ID
               MOVE WS-CRY-WORK TO BACKUP-RECORD(31:20)
           END-IF

           MOVE BACKUP-RECORD TO PERSONA-MASTER-RECORD
           IF WS-MASK-PASS
               ADD 1 TO WS-SNAP-ROWS
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-MASK-ONE-PERSONA - REPLACE NOMBRE, APELLIDO AND DOC
      * NUMBER AND WRITE THE ROW. THE CONTROL ROW GOES ACROSS AS IT
      * IS, SO THE TEST REGION HANDS OUT IDS FROM THE SAME POINT.
      *----------------------------------------------------------------
       2200-MASK-ONE-PERSONA.
           IF PM-PERSONA-ID NOT EQUAL ZERO
               MOVE 'N' TO WS-NM-KIND
               MOVE PM-NAME TO WS-NM-ORIGINAL
               PERFORM 5000-MASK-NAME THRU 5000-EXIT
               MOVE WS-NM-RESULT TO PM-NAME
               IF WS-NM-ORIGINAL NOT EQUAL SPACES
                   ADD 1 TO WS-NAMES-MASKED
               END-IF

               MOVE 'A' TO WS-NM-KIND
               MOVE PM-APELLIDO TO WS-NM-ORIGINAL
               PERFORM 5000-MASK-NAME THRU 5000-EXIT
               MOVE WS-NM-RESULT TO PM-APELLIDO
               IF WS-NM-ORIGINAL NOT EQUAL SPACES
                   ADD 1 TO WS-APELLIDOS-MASKED
               END-IF

               MOVE 'D' TO WS-CD-KIND
               MOVE PM-DOC-NUMBER TO WS-CD-ORIGINAL
               PERFORM 5100-MASK-CODE THRU 5100-EXIT
               MOVE WS-CD-RESULT TO PM-DOC-NUMBER
               IF WS-CD-ORIGINAL NOT EQUAL SPACES
                   ADD 1 TO WS-DOCS-MASKED
               END-IF
           END-IF

           WRITE TEST-MASTER-IO-RECORD FROM PERSONA-MASTER-RECORD
           IF NOT WS-TSTMSTR-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'TSTMSTR WRITE FAILED - STATUS '
                   WS-TSTMSTR-STATUS ' PERSONA ' PM-PERSONA-ID
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-STOP-COPY THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-MASTER-WRITTEN

           PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-MASK-ADDRESSES - PRODUCTION ADDRESS FILE IN, MASKED TEST
      * ADDRESS FILE OUT, IN KEY ORDER.
      *----------------------------------------------------------------
       3000-MASK-ADDRESSES.
           OPEN INPUT PROD-ADDRESS-FILE
           IF NOT WS-PERSADDR-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'PERSADDR NOT AVAILABLE - STATUS '
                   WS-PERSADDR-STATUS
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-STOP-COPY THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT TEST-ADDRESS-FILE
           IF NOT WS-TSTADDR-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'TSTADDR NOT AVAILABLE - STATUS '
                   WS-TSTADDR-STATUS
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               CLOSE PROD-ADDRESS-FILE
               PERFORM 8000-STOP-COPY THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF

           SET WS-ADR-NOT-EOF TO TRUE
           PERFORM 3100-READ-PROD-ADDRESS THRU 3100-EXIT
           PERFORM 3200-MASK-ONE-ADDRESS THRU 3200-EXIT
               UNTIL WS-ADR-EOF OR WS-MASK-STOPPED
           CLOSE PROD-ADDRESS-FILE
           CLOSE TEST-ADDRESS-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-PROD-ADDRESS.
           READ PROD-ADDRESS-FILE
               AT END
                   SET WS-ADR-EOF TO TRUE
               NOT AT END
                   MOVE PROD-ADDRESS-IO-RECORD
                       TO PERSONA-ADDRESS-RECORD
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-MASK-ONE-ADDRESS - REPLACE BOTH ADDRESS LINES AND THE
      * PHONE; KEY, CITY AND POSTAL CODE STAY.
      *----------------------------------------------------------------
       3200-MASK-ONE-ADDRESS.
           ADD 1 TO WS-ADDR-READ

           MOVE '1' TO WS-LN-KIND
           MOVE AD-LINE-1 TO WS-LN-ORIGINAL
           PERFORM 5200-MASK-LINE THRU 5200-EXIT
           MOVE WS-LN-RESULT TO AD-LINE-1
           IF WS-LN-ORIGINAL NOT EQUAL SPACES
               ADD 1 TO WS-LINES-MASKED
           END-IF

           MOVE '2' TO WS-LN-KIND
           MOVE AD-LINE-2 TO WS-LN-ORIGINAL
           PERFORM 5200-MASK-LINE THRU 5200-EXIT
           MOVE WS-LN-RESULT TO AD-LINE-2
           IF WS-LN-ORIGINAL NOT EQUAL SPACES
               ADD 1 TO WS-LINES-MASKED
           END-IF

           MOVE 'P' TO WS-CD-KIND
           MOVE AD-PHONE TO WS-CD-ORIGINAL
           PERFORM 5100-MASK-CODE THRU 5100-EXIT
           MOVE WS-CD-RESULT TO AD-PHONE
           IF WS-CD-ORIGINAL NOT EQUAL SPACES
               ADD 1 TO WS-PHONES-MASKED
           END-IF

           WRITE TEST-ADDRESS-IO-RECORD FROM PERSONA-ADDRESS-RECORD
           IF NOT WS-TSTADDR-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'TSTADDR WRITE FAILED - STATUS '
                   WS-TSTADDR-STATUS ' KEY ' AD-KEY
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-STOP-COPY THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-ADDR-WRITTEN

           PERFORM 3100-READ-PROD-ADDRESS THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-VERIFY-MASTER - READ THE TEST MASTER BACK BESIDE THE
      * SNAPSHOT. BOTH ARE IN KEY ORDER AND THE TEST MASTER WAS
      * WRITTEN ROW FOR ROW, SO THEY MUST PAIR EXACTLY.
      *----------------------------------------------------------------
       4000-VERIFY-MASTER.
           SET WS-VERIFY-PASS TO TRUE
           OPEN INPUT BACKUP-FILE
           OPEN INPUT TEST-MASTER-FILE
           IF NOT WS-PERSBKUP-OK OR NOT WS-TSTMSTR-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'CANNOT REOPEN FOR VERIFICATION - PERSBKUP '
                   WS-PERSBKUP-STATUS ' TSTMSTR ' WS-TSTMSTR-STATUS
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-STOP-COPY THRU 8000-EXIT
               GO TO 4000-EXIT
           END-IF

           SET WS-FIRST-BKP-ROW TO TRUE
           SET WS-BKP-CLEAR TO TRUE
           SET WS-BKP-NOT-EOF TO TRUE
           SET WS-TST-NOT-EOF TO TRUE
           PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT
           PERFORM 4050-READ-TEST-MASTER THRU 4050-EXIT
           PERFORM 4100-VERIFY-ONE-PERSONA THRU 4100-EXIT
               UNTIL WS-BKP-EOF AND WS-TST-EOF
           CLOSE BACKUP-FILE
           CLOSE TEST-MASTER-FILE.
       4000-EXIT.
           EXIT.

       4050-READ-TEST-MASTER.
           READ TEST-MASTER-FILE
               AT END
                   SET WS-TST-EOF TO TRUE
           END-READ.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-VERIFY-ONE-PERSONA - A ROW ON ONE SIDE ONLY, OR A KEPT
      * FIELD THAT MOVED, IS COUNTED; SO IS A MASKED FIELD THAT STILL
      * HOLDS ITS OWN ORIGINAL. THE CONTROL ROW MUST MATCH WHOLE.
      *----------------------------------------------------------------
       4100-VERIFY-ONE-PERSONA.
           IF WS-TST-EOF OR
               (NOT WS-BKP-EOF AND PM-PERSONA-ID LESS THAN TM-IO-KEY)
               ADD 1 TO WS-VFY-ROWS-UNMATCHED
               PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT
               GO TO 4100-EXIT
           END-IF
           IF WS-BKP-EOF OR PM-PERSONA-ID GREATER THAN TM-IO-KEY
               ADD 1 TO WS-VFY-ROWS-UNMATCHED
               PERFORM 4050-READ-TEST-MASTER THRU 4050-EXIT
               GO TO 4100-EXIT
           END-IF

           ADD 1 TO WS-VFY-MASTER-ROWS
           IF PM-PERSONA-ID EQUAL ZERO
               IF TEST-MASTER-IO-RECORD NOT EQUAL PERSONA-MASTER-RECORD
                   ADD 1 TO WS-VFY-KEPT-CHANGED
               END-IF
           ELSE
      *        CLASS, LOAD STAMP, STATUS AND THE SOURCE OWNERS.
               IF TM-IO-DATA(41:20)
                       NOT EQUAL PERSONA-MASTER-RECORD(51:20)
                   ADD 1 TO WS-VFY-KEPT-CHANGED
               ELSE
               IF TM-IO-DATA(76:25)
                       NOT EQUAL PERSONA-MASTER-RECORD(86:25)
                   ADD 1 TO WS-VFY-KEPT-CHANGED
               END-IF
               END-IF
               MOVE PM-NAME TO WS-NM-ORIGINAL
               MOVE TM-IO-DATA(1:20) TO WS-NM-RESULT
               PERFORM 5090-SAME-NAME THRU 5090-EXIT
               IF WS-NM-COMPARE EQUAL 'SAME'
                   ADD 1 TO WS-VFY-NAME-HITS
               END-IF
               MOVE PM-APELLIDO TO WS-NM-ORIGINAL
               MOVE TM-IO-DATA(21:20) TO WS-NM-RESULT
               PERFORM 5090-SAME-NAME THRU 5090-EXIT
               IF WS-NM-COMPARE EQUAL 'SAME'
                   ADD 1 TO WS-VFY-APELLIDO-HITS
               END-IF
               IF PM-DOC-NUMBER NOT EQUAL SPACES
                   AND TM-IO-DATA(61:15) EQUAL PM-DOC-NUMBER
                   ADD 1 TO WS-VFY-DOC-HITS
               END-IF
           END-IF

           PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT
           PERFORM 4050-READ-TEST-MASTER THRU 4050-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-VERIFY-ADDRESSES - THE SAME PAIRING FOR THE TEST ADDRESS
      * FILE AGAINST PRODUCTION. ADDRESS LINES ARE COMPARED WITHOUT
      * REGARD TO CASE.
      *----------------------------------------------------------------
       4500-VERIFY-ADDRESSES.
           OPEN INPUT PROD-ADDRESS-FILE
           OPEN INPUT TEST-ADDRESS-FILE
           IF NOT WS-PERSADDR-OK OR NOT WS-TSTADDR-OK
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'CANNOT REOPEN FOR VERIFICATION - PERSADDR '
                   WS-PERSADDR-STATUS ' TSTADDR ' WS-TSTADDR-STATUS
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-STOP-COPY THRU 8000-EXIT
               GO TO 4500-EXIT
           END-IF

           SET WS-ADR-NOT-EOF TO TRUE
           SET WS-TST-NOT-EOF TO TRUE
           PERFORM 3100-READ-PROD-ADDRESS THRU 3100-EXIT
           PERFORM 4550-READ-TEST-ADDRESS THRU 4550-EXIT
           PERFORM 4600-VERIFY-ONE-ADDRESS THRU 4600-EXIT
               UNTIL WS-ADR-EOF AND WS-TST-EOF
           CLOSE PROD-ADDRESS-FILE
           CLOSE TEST-ADDRESS-FILE.
       4500-EXIT.
           EXIT.

       4550-READ-TEST-ADDRESS.
           READ TEST-ADDRESS-FILE
               AT END
                   SET WS-TST-EOF TO TRUE
           END-READ.
       4550-EXIT.
           EXIT.

       4600-VERIFY-ONE-ADDRESS.
           IF WS-TST-EOF OR
               (NOT WS-ADR-EOF AND AD-KEY LESS THAN TA-IO-KEY)
               ADD 1 TO WS-VFY-ROWS-UNMATCHED
               PERFORM 3100-READ-PROD-ADDRESS THRU 3100-EXIT
               GO TO 4600-EXIT
           END-IF
           IF WS-ADR-EOF OR AD-KEY GREATER THAN TA-IO-KEY
               ADD 1 TO WS-VFY-ROWS-UNMATCHED
               PERFORM 4550-READ-TEST-ADDRESS THRU 4550-EXIT
               GO TO 4600-EXIT
           END-IF

           ADD 1 TO WS-VFY-ADDR-ROWS
           IF TA-IO-DATA(61:30)
                   NOT EQUAL PERSONA-ADDRESS-RECORD(73:30)
               ADD 1 TO WS-VFY-KEPT-CHANGED
           END-IF
           IF AD-LINE-1 NOT EQUAL SPACES
               AND FUNCTION UPPER-CASE(TA-IO-DATA(1:30))
                   EQUAL FUNCTION UPPER-CASE(AD-LINE-1)
               ADD 1 TO WS-VFY-LINE-HITS
           END-IF
           IF AD-LINE-2 NOT EQUAL SPACES
               AND FUNCTION UPPER-CASE(TA-IO-DATA(31:30))
                   EQUAL FUNCTION UPPER-CASE(AD-LINE-2)
               ADD 1 TO WS-VFY-LINE-HITS
           END-IF
           IF AD-PHONE NOT EQUAL SPACES
               AND TA-IO-DATA(91:15) EQUAL AD-PHONE
               ADD 1 TO WS-VFY-PHONE-HITS
           END-IF

           PERFORM 3100-READ-PROD-ADDRESS THRU 3100-EXIT
           PERFORM 4550-READ-TEST-ADDRESS THRU 4550-EXIT.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-MASK-NAME - SUBSTITUTE FOR THE NOMBRE OR APELLIDO IN
      * WS-NM-ORIGINAL, INTO WS-NM-RESULT. BLANK STAYS BLANK.
      *----------------------------------------------------------------
       5000-MASK-NAME.
           MOVE SPACES TO WS-NM-RESULT
           IF WS-NM-ORIGINAL EQUAL SPACES
               GO TO 5000-EXIT
           END-IF
           MOVE WS-NM-ORIGINAL TO WS-NM-NORMAL
           CALL 'ARR01NRM' USING WS-NM-NORMAL
           MOVE SPACES TO WS-NM-WORD-1 WS-NM-WORD-2
           UNSTRING WS-NM-NORMAL DELIMITED BY ALL SPACE
               INTO WS-NM-WORD-1 WS-NM-WORD-2
           END-UNSTRING

           MOVE SPACES TO WS-HASH-TEXT
           MOVE WS-NM-KIND TO WS-HASH-TEXT(1:1)
           MOVE WS-NM-NORMAL TO WS-HASH-TEXT(2:20)
           MOVE 21 TO WS-HASH-LEN
           PERFORM 5900-HASH-TEXT THRU 5900-EXIT

           MOVE ZERO TO WS-ATTEMPTS
           PERFORM 5050-PICK-NAME THRU 5050-EXIT
           PERFORM 5050-PICK-NAME THRU 5050-EXIT
               UNTIL WS-NM-RESULT NOT EQUAL WS-NM-NORMAL
                   OR WS-ATTEMPTS GREATER THAN 10

      *    THE TABLES ARE CAPITALS; A NAME THAT WAS NOT ALL CAPITALS
      *    TAKES THE SHOP CASING.
           IF WS-NM-ORIGINAL NOT EQUAL
                   FUNCTION UPPER-CASE(WS-NM-ORIGINAL)
               CALL 'ARR01FMT' USING WS-NM-RESULT
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5050-PICK-NAME - ONE DRAW: A WORD FROM THE TABLE, AND A SECOND
      * WHEN THE ORIGINAL HAD TWO OR MORE WORDS.
      *----------------------------------------------------------------
       5050-PICK-NAME.
           ADD 1 TO WS-ATTEMPTS
           IF WS-NM-NOMBRE
               PERFORM 5950-STIR-HASH THRU 5950-EXIT
               DIVIDE WS-HASH BY WS-FIRST-NAME-COUNT
                   GIVING WS-HASH-QUOT REMAINDER WS-PICK
               MOVE WS-FIRST-NAME(WS-PICK + 1) TO WS-NM-PICK-1
               PERFORM 5950-STIR-HASH THRU 5950-EXIT
               DIVIDE WS-HASH BY WS-FIRST-NAME-COUNT
                   GIVING WS-HASH-QUOT REMAINDER WS-PICK
               MOVE WS-FIRST-NAME(WS-PICK + 1) TO WS-NM-PICK-2
           ELSE
               PERFORM 5950-STIR-HASH THRU 5950-EXIT
               DIVIDE WS-HASH BY WS-SURNAME-COUNT
                   GIVING WS-HASH-QUOT REMAINDER WS-PICK
               MOVE WS-SURNAME(WS-PICK + 1) TO WS-NM-PICK-1
               PERFORM 5950-STIR-HASH THRU 5950-EXIT
               DIVIDE WS-HASH BY WS-SURNAME-COUNT
                   GIVING WS-HASH-QUOT REMAINDER WS-PICK
               MOVE WS-SURNAME(WS-PICK + 1) TO WS-NM-PICK-2
           END-IF

           MOVE SPACES TO WS-NM-RESULT
           IF WS-NM-WORD-2 EQUAL SPACES
               MOVE WS-NM-PICK-1 TO WS-NM-RESULT
           ELSE
               STRING WS-NM-PICK-1 DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-NM-PICK-2 DELIMITED BY SPACE
                   INTO WS-NM-RESULT
               END-STRING
           END-IF.
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5090-SAME-NAME - 'SAME' IN WS-NM-COMPARE WHEN WS-NM-RESULT IS
      * WS-NM-ORIGINAL IN ARR01NRM FORM (A BLANK ORIGINAL IS NEVER A
      * MATCH - THERE WAS NOTHING TO HIDE).
      *----------------------------------------------------------------
       5090-SAME-NAME.
           MOVE SPACES TO WS-NM-COMPARE
           IF WS-NM-ORIGINAL EQUAL SPACES
               GO TO 5090-EXIT
           END-IF
           MOVE WS-NM-ORIGINAL TO WS-NM-NORMAL
           CALL 'ARR01NRM' USING WS-NM-NORMAL
           CALL 'ARR01NRM' USING WS-NM-RESULT
           IF WS-NM-RESULT EQUAL WS-NM-NORMAL
               MOVE 'SAME' TO WS-NM-COMPARE
           END-IF.
       5090-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-MASK-CODE - SUBSTITUTE FOR THE DOC NUMBER OR PHONE IN
      * WS-CD-ORIGINAL, INTO WS-CD-RESULT: EVERY DIGIT BECOMES A
      * DIGIT AND EVERY LETTER A LETTER OF THE SAME CASE; SPACES AND
      * PUNCTUATION STAY WHERE THEY ARE. A VALUE WITH NO DIGIT OR
      * LETTER AT ALL CARRIES NOTHING USEFUL AND GOES OUT BLANK.
      *----------------------------------------------------------------
       5100-MASK-CODE.
           MOVE SPACES TO WS-CD-RESULT
           IF WS-CD-ORIGINAL EQUAL SPACES
               GO TO 5100-EXIT
           END-IF

           MOVE SPACES TO WS-HASH-TEXT
           MOVE WS-CD-KIND TO WS-HASH-TEXT(1:1)
           MOVE WS-CD-ORIGINAL TO WS-HASH-TEXT(2:15)
           MOVE 16 TO WS-HASH-LEN
           PERFORM 5900-HASH-TEXT THRU 5900-EXIT

           MOVE ZERO TO WS-ATTEMPTS
           PERFORM 5150-MASK-CODE-PASS THRU 5150-EXIT
           IF WS-CD-ALNUM EQUAL ZERO
               MOVE SPACES TO WS-CD-RESULT
               GO TO 5100-EXIT
           END-IF
           PERFORM 5150-MASK-CODE-PASS THRU 5150-EXIT
               UNTIL WS-CD-RESULT NOT EQUAL WS-CD-ORIGINAL
                   OR WS-ATTEMPTS GREATER THAN 10.
       5100-EXIT.
           EXIT.

       5150-MASK-CODE-PASS.
           ADD 1 TO WS-ATTEMPTS
           MOVE ZERO TO WS-CD-ALNUM
           MOVE WS-CD-ORIGINAL TO WS-CD-RESULT
           PERFORM 5160-MASK-CODE-CHAR THRU 5160-EXIT
               VARYING WS-CD-POS FROM 1 BY 1
               UNTIL WS-CD-POS GREATER THAN 15.
       5150-EXIT.
           EXIT.

       5160-MASK-CODE-CHAR.
           IF WS-CD-RESULT(WS-CD-POS:1) IS NUMERIC
               ADD 1 TO WS-CD-ALNUM
               PERFORM 5950-STIR-HASH THRU 5950-EXIT
               DIVIDE WS-HASH BY 10
                   GIVING WS-HASH-QUOT REMAINDER WS-PICK
               MOVE WS-DIGITS(WS-PICK + 1:1)
                   TO WS-CD-RESULT(WS-CD-POS:1)
               GO TO 5160-EXIT
           END-IF
           IF WS-CD-RESULT(WS-CD-POS:1) EQUAL SPACE
               GO TO 5160-EXIT
           END-IF
           IF WS-CD-RESULT(WS-CD-POS:1) IS ALPHABETIC-UPPER
               ADD 1 TO WS-CD-ALNUM
               PERFORM 5950-STIR-HASH THRU 5950-EXIT
               DIVIDE WS-HASH BY 26
                   GIVING WS-HASH-QUOT REMAINDER WS-PICK
               MOVE WS-UPPER-LETTERS(WS-PICK + 1:1)
                   TO WS-CD-RESULT(WS-CD-POS:1)
               GO TO 5160-EXIT
           END-IF
           IF WS-CD-RESULT(WS-CD-POS:1) IS ALPHABETIC-LOWER
               ADD 1 TO WS-CD-ALNUM
               PERFORM 5950-STIR-HASH THRU 5950-EXIT
               DIVIDE WS-HASH BY 26
                   GIVING WS-HASH-QUOT REMAINDER WS-PICK
               MOVE WS-LOWER-LETTERS(WS-PICK + 1:1)
                   TO WS-CD-RESULT(WS-CD-POS:1)
           END-IF.
       5160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-MASK-LINE - SUBSTITUTE FOR ADDRESS LINE 1 (STREET AND
      * HOUSE NUMBER) OR LINE 2 (FLOOR AND DOOR) IN WS-LN-ORIGINAL,
      * INTO WS-LN-RESULT. BLANK STAYS BLANK.
      *----------------------------------------------------------------
       5200-MASK-LINE.
           MOVE SPACES TO WS-LN-RESULT
           IF WS-LN-ORIGINAL EQUAL SPACES
               GO TO 5200-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-LN-ORIGINAL) TO WS-LN-UPPER

           MOVE SPACES TO WS-HASH-TEXT
           MOVE WS-LN-KIND TO WS-HASH-TEXT(1:1)
           MOVE WS-LN-UPPER TO WS-HASH-TEXT(2:30)
           MOVE 31 TO WS-HASH-LEN
           PERFORM 5900-HASH-TEXT THRU 5900-EXIT

           MOVE ZERO TO WS-ATTEMPTS
           PERFORM 5250-PICK-LINE THRU 5250-EXIT
           PERFORM 5250-PICK-LINE THRU 5250-EXIT
               UNTIL WS-LN-RESULT NOT EQUAL WS-LN-UPPER
                   OR WS-ATTEMPTS GREATER THAN 10.
       5200-EXIT.
           EXIT.

       5250-PICK-LINE.
           ADD 1 TO WS-ATTEMPTS
           MOVE SPACES TO WS-LN-RESULT
           IF WS-LN-STREET
               PERFORM 5950-STIR-HASH THRU 5950-EXIT
               DIVIDE WS-HASH BY WS-STREET-COUNT
                   GIVING WS-HASH-QUOT REMAINDER WS-PICK
               ADD 1 TO WS-PICK
               PERFORM 5950-STIR-HASH THRU 5950-EXIT
               DIVIDE WS-HASH BY 199
                   GIVING WS-HASH-QUOT REMAINDER WS-LN-HOUSE-NO
               ADD 1 TO WS-LN-HOUSE-NO
               EVALUATE TRUE
                   WHEN WS-LN-HOUSE-NO GREATER THAN 99
                       MOVE 1 TO WS-LN-HOUSE-START
                   WHEN WS-LN-HOUSE-NO GREATER THAN 9
                       MOVE 2 TO WS-LN-HOUSE-START
                   WHEN OTHER
                       MOVE 3 TO WS-LN-HOUSE-START
               END-EVALUATE
               STRING WS-STREET(WS-PICK) DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   WS-LN-HOUSE-NO(WS-LN-HOUSE-START:)
                       DELIMITED BY SIZE
                   INTO WS-LN-RESULT
               END-STRING
           ELSE
               PERFORM 5950-STIR-HASH THRU 5950-EXIT
               DIVIDE WS-HASH BY 9
                   GIVING WS-HASH-QUOT REMAINDER WS-LN-FLOOR-NO
               ADD 1 TO WS-LN-FLOOR-NO
               PERFORM 5950-STIR-HASH THRU 5950-EXIT
               DIVIDE WS-HASH BY 8
                   GIVING WS-HASH-QUOT REMAINDER WS-PICK
               MOVE WS-UPPER-LETTERS(WS-PICK + 1:1) TO WS-LN-DOOR
               STRING 'PISO ' WS-LN-FLOOR-NO ' PUERTA ' WS-LN-DOOR
                   DELIMITED BY SIZE INTO WS-LN-RESULT
               END-STRING
           END-IF.
       5250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5900-HASH-TEXT - HASH THE FIRST WS-HASH-LEN CHARACTERS OF
      * WS-HASH-TEXT FROM THE SEED INTO WS-HASH.
      *----------------------------------------------------------------
       5900-HASH-TEXT.
           MOVE WS-HASH-START TO WS-HASH
           PERFORM 5910-HASH-ONE-CHAR THRU 5910-EXIT
               VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS GREATER THAN WS-HASH-LEN.
       5900-EXIT.
           EXIT.

       5910-HASH-ONE-CHAR.
           MOVE WS-HASH-TEXT(WS-HASH-POS:1) TO WS-BYTE-CHAR
           COMPUTE WS-HASH-WORK = WS-HASH * 131 + WS-BYTE-VALUE + 1
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOT REMAINDER WS-HASH.
       5910-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5950-STIR-HASH - MOVE THE HASH ON ONE STEP BEFORE EACH DRAW.
      *----------------------------------------------------------------
       5950-STIR-HASH.
           COMPUTE WS-HASH-WORK = WS-HASH * 131 + 97
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOT REMAINDER WS-HASH.
       5950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-REPORT - THE MASKING COUNTS, THE VERIFICATION
      * COUNTS AND THE VERDICT.
      *----------------------------------------------------------------
       7000-WRITE-REPORT.
           MOVE 'SNAPSHOT ROWS READ' TO WS-CL-LABEL
           MOVE WS-SNAP-ROWS TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TEST MASTER ROWS WRITTEN' TO WS-CL-LABEL
           MOVE WS-MASTER-WRITTEN TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'NOMBRES MASKED' TO WS-CL-LABEL
           MOVE WS-NAMES-MASKED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'APELLIDOS MASKED' TO WS-CL-LABEL
           MOVE WS-APELLIDOS-MASKED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'DOC NUMBERS MASKED' TO WS-CL-LABEL
           MOVE WS-DOCS-MASKED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ADDRESS ROWS READ' TO WS-CL-LABEL
           MOVE WS-ADDR-READ TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TEST ADDRESS ROWS WRITTEN' TO WS-CL-LABEL
           MOVE WS-ADDR-WRITTEN TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ADDRESS LINES MASKED' TO WS-CL-LABEL
           MOVE WS-LINES-MASKED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'PHONES MASKED' TO WS-CL-LABEL
           MOVE WS-PHONES-MASKED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           WRITE MASK-REPORT-LINE FROM SPACES

           IF WS-MASK-STOPPED
               GO TO 7000-EXIT
           END-IF

           MOVE 'VERIFICATION - MASTER ROWS COMPARED' TO WS-CL-LABEL
           MOVE WS-VFY-MASTER-ROWS TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'VERIFICATION - ADDRESS ROWS COMPARED' TO WS-CL-LABEL
           MOVE WS-VFY-ADDR-ROWS TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  CLEAR-TEXT NOMBRES' TO WS-CL-LABEL
           MOVE WS-VFY-NAME-HITS TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  CLEAR-TEXT APELLIDOS' TO WS-CL-LABEL
           MOVE WS-VFY-APELLIDO-HITS TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  CLEAR-TEXT DOC NUMBERS' TO WS-CL-LABEL
           MOVE WS-VFY-DOC-HITS TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  CLEAR-TEXT ADDRESS LINES' TO WS-CL-LABEL
           MOVE WS-VFY-LINE-HITS TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  CLEAR-TEXT PHONES' TO WS-CL-LABEL
           MOVE WS-VFY-PHONE-HITS TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  KEPT FIELDS CHANGED' TO WS-CL-LABEL
           MOVE WS-VFY-KEPT-CHANGED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  ROWS ON ONE SIDE ONLY' TO WS-CL-LABEL
           MOVE WS-VFY-ROWS-UNMATCHED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           WRITE MASK-REPORT-LINE FROM SPACES

           COMPUTE WS-VFY-TOTAL = WS-VFY-NAME-HITS
               + WS-VFY-APELLIDO-HITS + WS-VFY-DOC-HITS
               + WS-VFY-LINE-HITS + WS-VFY-PHONE-HITS
               + WS-VFY-KEPT-CHANGED + WS-VFY-ROWS-UNMATCHED
           IF WS-VFY-TOTAL EQUAL ZERO
               MOVE 'VERIFIED - NO CLEAR-TEXT PERSONAL DATA IN COPY'
                   TO WS-RSL-TEXT
               WRITE MASK-REPORT-LINE FROM WS-RESULT-LINE
               DISPLAY 'ARR01MSK - ' WS-RSL-TEXT
           ELSE
               MOVE SPACES TO WS-RSL-TEXT
               STRING 'VERIFICATION FOUND ' WS-VFY-TOTAL
                   ' EXCEPTION(S)'
                   DELIMITED BY SIZE INTO WS-RSL-TEXT
               END-STRING
               PERFORM 8000-STOP-COPY THRU 8000-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-STOP-COPY - RETURN CODE 8; THE TEST FILES ARE NOT TO BE
      * RELEASED. WS-RSL-TEXT SAYS WHY.
      *----------------------------------------------------------------
       8000-STOP-COPY.
           SET WS-MASK-STOPPED TO TRUE
           MOVE 8 TO RETURN-CODE
           WRITE MASK-REPORT-LINE FROM WS-RESULT-LINE
           DISPLAY 'ARR01MSK - DO NOT RELEASE - ' WS-RSL-TEXT
           MOVE 'DO NOT RELEASE THE TEST COPY' TO WS-RSL-TEXT
           WRITE MASK-REPORT-LINE FROM WS-RESULT-LINE.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE MASK-REPORT-FILE.
       9000-EXIT.
           EXIT.
