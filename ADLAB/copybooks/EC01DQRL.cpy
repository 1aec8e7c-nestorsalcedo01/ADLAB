      *----------------------------------------------------------------
      * EC01DQRL - DATA-QUALITY RULE RECORD (VSAM KSDS DQRULE, KEY =
      * DR-RULE-ID + DR-CLASS + DR-QUALIFIER). THE RULE FILE THE
      * ARR01DQP PROFILING JOB APPLIES TO THE PERSONA MASTER AND THE
      * ADDRESS FILE. THE CHECKS THEMSELVES ARE FIXED; THIS FILE SAYS
      * WHICH OF THEM RUN FOR WHICH BUSINESS LINE (PM-CLASS), HOW
      * MUCH EACH COUNTS TOWARD THE SCORE AND WITH WHAT PARAMETER:
      *   Q001  NAME OR APELLIDO HOLDS A DIGIT OR PUNCTUATION - ANY
      *         CHARACTER BUT A LETTER, SPACE, HYPHEN OR APOSTROPHE
      *         ONCE ARR01NRM HAS FOLDED THE ACCENTS
      *   Q002  NAME OR APELLIDO SHORTER THAN DR-MIN-LENGTH LETTERS
      *         (BLANK MEANS 2 - THE SINGLE-LETTER NAME)
      *   Q003  DOC NUMBER BLANK - SET UP ONLY FOR THE CLASSES THAT
      *         MUST ALWAYS CARRY ONE
      *   Q004  DOC NUMBER DOES NOT FIT THE CLASS'S FORMAT MASK IN
      *         DR-PARM, ONE MASK CHARACTER PER DOC POSITION: 9 A
      *         DIGIT, A A LETTER, X ANY CHARACTER BUT A SPACE, SPACE
      *         WHERE THE NUMBER HAS ENDED, AND ANY OTHER CHARACTER
      *         ITSELF (E.G. 99999999A, OR AA-999999). A BLANK DOC
      *         NUMBER IS LEFT TO Q003
      *   Q005  ACTIVE PERSONA WITH NO MAILING (MA) ADDRESS ROW
      *   Q006  POSTAL CODE DOES NOT FIT THE CITY. THE RULE ROW TURNS
      *         IT ON; THE CITIES COME ON ROWS OF THEIR OWN WITH
      *         DR-CLASS SPACES, DR-QUALIFIER = THE CITY AS ARR01NRM
      *         RETURNS IT (UPPER CASE, NO ACCENTS, SINGLE SPACES) AND
      *         DR-PARM = UP TO FOUR 5-BYTE PREFIXES THE CITY'S POSTAL
      *         CODES START WITH (A PREFIX ENDS AT ITS FIRST SPACE).
      *         A CITY WITH NO ROW IS NOT CHECKED
      *   Q007  NO PHONE ON ANY OF THE PERSONA'S ADDRESS ROWS - ONLY
      *         CHECKED FOR A PERSONA THAT HAS ADDRESS ROWS
      *   Q008  PM-LOAD-DATE MISSING OR NOT A DATE (A ROW FROM BEFORE
      *         THE LOAD STAMP EXISTED)
      *   Q009  PERSONA IN A CLASS FLAGGED NOT ACTIVE ON CLASSREF, OR
      *         IN A CLASS CLASSREF DOES NOT HOLD
      * A RULE ROW WITH DR-CLASS SPACES SETS THE RULE FOR EVERY CLASS
      * WITHOUT A ROW OF ITS OWN; A CLASS ROW OVERRIDES IT, AND A CLASS
      * ROW WITH DR-ACTIVE-SW N SWITCHES THE RULE OFF FOR THAT CLASS.
      * A RULE WITH NO ROW AT ALL DOES NOT RUN. DR-WEIGHT IS WHAT ONE
      * PERSONA CHECKED BY THE RULE COUNTS FOR IN THE SCORE (SEE
      * EC01DQHS). SEEDED BY THE ARR01DQS JOB.
      *----------------------------------------------------------------
       01  DQ-RULE-RECORD.
           05  DR-KEY.
               10  DR-RULE-ID          PIC X(04).
               10  DR-CLASS            PIC X(02).
               10  DR-QUALIFIER        PIC X(20).
           05  DR-ACTIVE-SW            PIC X(01).
               88  DR-ACTIVE           VALUE 'Y'.
               88  DR-NOT-ACTIVE       VALUE 'N'.
           05  DR-WEIGHT               PIC 9(03).
           05  DR-PARM                 PIC X(20).
           05  DR-PARM-LENGTH REDEFINES DR-PARM.
               10  DR-MIN-LENGTH       PIC X(01).
               10  FILLER              PIC X(19).
           05  DR-PARM-PREFIXES REDEFINES DR-PARM.
               10  DR-POSTAL-PREFIX    PIC X(05) OCCURS 4 TIMES.
           05  DR-DESCRIPTION          PIC X(30).
