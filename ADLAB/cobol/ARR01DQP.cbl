       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01DQP.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01DQP IS THE DATA-QUALITY PROFILE OF THE PERSONA MASTER AND
      * THE ADDRESS FILE. ARR01DUP FINDS THE NEAR-DUPLICATES; THIS
      * MEASURES THE REST. EVERY ACTIVE PERSONA ON PERSMSTR (WITH ITS
      * PERSADDR ROWS, WHEN AN ADDRESS RULE IS ON FOR ITS CLASS) IS
      * PUT THROUGH THE RULES SET UP ON THE RULE FILE (DQRULE, SEE
      * EC01DQRL) FOR ITS BUSINESS LINE (PM-CLASS): NAME CHARACTERS
      * AND LENGTH, A MISSING OR MIS-FORMATTED DOC NUMBER, NO MAILING
      * ADDRESS, A POSTAL CODE THAT DOES NOT FIT THE CITY, NO PHONE,
      * NO LOAD DATE, AND A CLASS CLASSREF HAS RETIRED OR NEVER HELD.
      *
      * THREE OUTPUTS:
      *   DQRPT   THE SCORECARD - CHECKS, VIOLATIONS AND PASS RATE PER
      *           RULE AND BUSINESS LINE, A SCORE PER BUSINESS LINE
      *           AND OVERALL, EACH BESIDE THE PRIOR MONTH'S, AND THE
      *           OVERALL SCORE FOR THE LAST TWELVE MONTHS
      *   DQDTL   ONE ROW PER PERSONA AND RULE IT FAILED (EC01DQDT),
      *           PERSONA ID FIRST - THE WORK LIST FOR THE MNT1
      *           CORRECTIONS
      *   DQHIST  THE MONTH'S FIGURES (EC01DQHS), KEPT FOR THE
      *           MONTH-OVER-MONTH COLUMNS AND THE TREND. THE MONTH IS
      *           THE BUSINESS DATE'S; A SECOND RUN IN THE SAME MONTH
      *           REPLACES IT
      * THE SCORE IS 100 X (1 - WEIGHTED VIOLATIONS / WEIGHTED
      * CHECKS), EACH RULE WEIGHTED BY ITS DR-WEIGHT.
      *
      * THE PROFILE ONLY READS THE MASTER AND THE ADDRESS FILE - IT
      * CHANGES NOTHING AND IS NOT PART OF THE NIGHTLY CYCLE. A RULE
      * ROW THE RUN CANNOT USE, OR A FULL RULE OR CITY TABLE, ENDS
      * THE RUN WITH RETURN CODE 4; A FILE THAT WILL NOT OPEN OR A
      * DETAIL OR HISTORY ROW THAT WILL NOT WRITE, WITH 8.
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
           SELECT PERSONA-MASTER-FILE ASSIGN TO PERSMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-IO-KEY
               FILE STATUS IS WS-PERSMSTR-STATUS.

           SELECT PERSONA-ADDRESS-FILE ASSIGN TO PERSADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-IO-KEY
               FILE STATUS IS WS-PERSADDR-STATUS.

           SELECT DQ-RULE-FILE ASSIGN TO DQRULE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DR-IO-KEY
               FILE STATUS IS WS-DQRULE-STATUS.

           SELECT CLASS-REF-FILE ASSIGN TO CLASSREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-IO-KEY
               FILE STATUS IS WS-CLASSREF-STATUS.

           SELECT DQ-HISTORY-FILE ASSIGN TO DQHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-IO-KEY
               FILE STATUS IS WS-DQHIST-STATUS.

           SELECT DQ-REPORT-FILE ASSIGN TO DQRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQRPT-STATUS.

           SELECT DQ-DETAIL-FILE ASSIGN TO DQDTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQDTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  PERSONA-ADDRESS-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  PERSONA-ADDRESS-IO-RECORD.
           05  ADR-IO-KEY              PIC X(12).
           05  ADR-IO-DATA             PIC X(108).

       FD  DQ-RULE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DQ-RULE-IO-RECORD.
           05  DR-IO-KEY               PIC X(26).
           05  DR-IO-DATA              PIC X(54).

       FD  CLASS-REF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CLASS-REF-IO-RECORD.
           05  CR-IO-KEY               PIC X(02).
           05  CR-IO-DATA              PIC X(78).

       FD  DQ-HISTORY-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  DQ-HISTORY-IO-RECORD.
           05  DH-IO-KEY               PIC X(13).
           05  DH-IO-DATA              PIC X(107).

       FD  DQ-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DQ-REPORT-LINE              PIC X(132).

       FD  DQ-DETAIL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DQ-DETAIL-IO-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PERSMSTR-STATUS      PIC X(02).
               88  WS-PERSMSTR-OK      VALUE '00'.
           05  WS-PERSADDR-STATUS      PIC X(02).
               88  WS-PERSADDR-OK      VALUE '00'.
           05  WS-DQRULE-STATUS        PIC X(02).
               88  WS-DQRULE-OK        VALUE '00'.
           05  WS-CLASSREF-STATUS      PIC X(02).
               88  WS-CLASSREF-OK      VALUE '00'.
           05  WS-DQHIST-STATUS        PIC X(02).
               88  WS-DQHIST-OK        VALUE '00'.
           05  WS-DQRPT-STATUS         PIC X(02).
               88  WS-DQRPT-OK         VALUE '00'.
           05  WS-DQDTL-STATUS         PIC X(02).
               88  WS-DQDTL-OK         VALUE '00'.
           05  WS-ABORT-SW             PIC X(01) VALUE 'N'.
               88  WS-ABORT            VALUE 'Y'.
               88  WS-NOT-ABORT        VALUE 'N'.
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-ADDR-EOF-SW          PIC X(01).
               88  WS-ADDR-EOF         VALUE 'Y'.
               88  WS-ADDR-NOT-EOF     VALUE 'N'.
           05  WS-RUN-RC               PIC S9(04) COMP VALUE 0.
           05  WS-BUSINESS-DATE        PIC X(08).
           05  WS-RUN-TIMESTAMP        PIC X(16).
           05  WS-PROFILE-MONTH        PIC X(06).
           05  WS-PRIOR-MONTH          PIC X(06).
           05  WS-MASTER-READ          PIC 9(09) VALUE 0.
           05  WS-PERSONAS-PROFILED    PIC 9(09) VALUE 0.
           05  WS-PERSONAS-SKIPPED     PIC 9(09) VALUE 0.
           05  WS-ADDRESSES-READ       PIC 9(09) VALUE 0.
           05  WS-RULE-ROWS-LOADED     PIC 9(05) VALUE 0.
           05  WS-CITY-ROWS-LOADED     PIC 9(05) VALUE 0.
           05  WS-RULE-ROWS-IGNORED    PIC 9(05) VALUE 0.
           05  WS-DETAIL-WRITTEN       PIC 9(09) VALUE 0.
           05  WS-HISTORY-REPLACED     PIC 9(05) VALUE 0.
           05  WS-HISTORY-WRITTEN      PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * THE RULE CATALOGUE - THE NINE CHECKS THIS PROGRAM KNOWS, IN
      * RULE ORDER: THE RULE ID, THE FIELD A VIOLATION IS REPORTED
      * AGAINST ON DQDTL AND THE REPORT'S DESCRIPTION (REPLACED BY
      * THE DESCRIPTION ON THE RULE'S EVERY-CLASS ROW WHEN IT HAS
      * ONE). A RULE'S NUMBER (WS-RN) IS ITS PLACE HERE.
      *----------------------------------------------------------------
       01  WS-RULE-CATALOGUE-VALUES.
           05  FILLER                  PIC X(44) VALUE
               'Q001NAME      NAME HAS DIGIT OR PUNCTUATION'.
           05  FILLER                  PIC X(44) VALUE
               'Q002NAME      NAME TOO SHORT'.
           05  FILLER                  PIC X(44) VALUE
               'Q003DOC-NUMBERDOC NUMBER BLANK'.
           05  FILLER                  PIC X(44) VALUE
               'Q004DOC-NUMBERDOC NUMBER FAILS CLASS FORMAT'.
           05  FILLER                  PIC X(44) VALUE
               'Q005ADDRESS   NO MAILING ADDRESS'.
           05  FILLER                  PIC X(44) VALUE
               'Q006POSTAL    POSTAL CODE DOES NOT FIT CITY'.
           05  FILLER                  PIC X(44) VALUE
               'Q007PHONE     NO PHONE ON ANY ADDRESS'.
           05  FILLER                  PIC X(44) VALUE
               'Q008LOAD-DATE LOAD DATE MISSING'.
           05  FILLER                  PIC X(44) VALUE
               'Q009CLASS     CLASS NOT ACTIVE ON CLASSREF'.
       01  WS-RULE-CATALOGUE REDEFINES WS-RULE-CATALOGUE-VALUES.
           05  WS-RC-ENTRY             OCCURS 9 TIMES.
               10  WS-RC-RULE-ID       PIC X(04).
               10  WS-RC-FIELD         PIC X(10).
               10  WS-RC-DESCRIPTION   PIC X(30).

      *----------------------------------------------------------------
      * THE RULE ROWS - DQRULE'S RULE ROWS LOADED WHOLE, EACH WITH ITS
      * RULE NUMBER. A BUSINESS LINE'S SETTINGS ARE RESOLVED FROM
      * THEM WHEN ITS FIRST PERSONA IS READ.
      *----------------------------------------------------------------
       01  WS-RULE-TABLE.
           05  WS-RL-USED              PIC S9(04) COMP VALUE 0.
           05  WS-RL-MAX               PIC S9(04) COMP VALUE 200.
           05  WS-RL-ENTRY             OCCURS 200 TIMES.
               10  WS-RL-RULE-NO       PIC S9(04) COMP.
               10  WS-RL-CLASS         PIC X(02).
               10  WS-RL-ACTIVE-SW     PIC X(01).
                   88  WS-RL-ACTIVE    VALUE 'Y'.
               10  WS-RL-WEIGHT        PIC 9(03) COMP-3.
               10  WS-RL-PARM          PIC X(20).

      *----------------------------------------------------------------
      * THE CITY TABLE - THE Q006 CITY ROWS: THE CITY AND THE POSTAL-
      * CODE PREFIXES THAT FIT IT.
      *----------------------------------------------------------------
       01  WS-CITY-TABLE.
           05  WS-CY-USED              PIC S9(04) COMP VALUE 0.
           05  WS-CY-MAX               PIC S9(04) COMP VALUE 300.
           05  WS-CY-ENTRY             OCCURS 300 TIMES.
               10  WS-CY-CITY          PIC X(20).
               10  WS-CY-PREFIX        PIC X(05) OCCURS 4 TIMES.

      *----------------------------------------------------------------
      * THE BUSINESS-LINE TABLE - ONE ENTRY PER CLASS FOUND ON THE
      * MASTER, KEPT IN CLASS ORDER AS ENTRIES ARE ADDED. PER RULE:
      * WHETHER IT RUNS FOR THE CLASS, ITS WEIGHT AND PARAMETER, THE
      * PERSONAS CHECKED AND FAILED, AND THE PASS RATE NOW AND LAST
      * TIME. WS-CT-REF-SW IS THE CLASS'S STANDING ON CLASSREF.
      *----------------------------------------------------------------
       01  WS-CLASS-TABLE.
           05  WS-CT-USED              PIC S9(04) COMP VALUE 0.
           05  WS-CT-MAX               PIC S9(04) COMP VALUE 50.
           05  WS-CT-ENTRY             OCCURS 50 TIMES.
               10  WS-CT-CLASS         PIC X(02).
               10  WS-CT-DESCRIPTION   PIC X(20).
               10  WS-CT-REF-SW        PIC X(01).
                   88  WS-CT-REF-ACTIVE        VALUE 'A'.
                   88  WS-CT-REF-NOT-ACTIVE    VALUE 'I'.
                   88  WS-CT-REF-MISSING       VALUE 'M'.
                   88  WS-CT-REF-NO-CLASS      VALUE 'U'.
               10  WS-CT-PERSONAS      PIC S9(09) COMP-3.
               10  WS-CT-CLEAN         PIC S9(09) COMP-3.
               10  WS-CT-W-CHECKED     PIC S9(11) COMP-3.
               10  WS-CT-W-VIOLATIONS  PIC S9(11) COMP-3.
               10  WS-CT-SCORE         PIC 9(03)V99 COMP-3.
               10  WS-CT-PRIOR-SW      PIC X(01).
                   88  WS-CT-PRIOR-FOUND       VALUE 'Y'.
               10  WS-CT-PRIOR-SCORE   PIC 9(03)V99 COMP-3.
               10  WS-CT-RULE          OCCURS 9 TIMES.
                   15  WS-CQ-ON-SW     PIC X(01).
                       88  WS-CQ-ON            VALUE 'Y'.
                   15  WS-CQ-WEIGHT    PIC 9(03) COMP-3.
                   15  WS-CQ-PARM      PIC X(20).
                   15  WS-CQ-CHECKED   PIC S9(09) COMP-3.
                   15  WS-CQ-VIOLATIONS
                                       PIC S9(09) COMP-3.
                   15  WS-CQ-PASS      PIC 9(03)V99 COMP-3.
                   15  WS-CQ-PRIOR-SW  PIC X(01).
                       88  WS-CQ-PRIOR-FOUND   VALUE 'Y'.
                   15  WS-CQ-PRIOR-PASS
                                       PIC 9(03)V99 COMP-3.

      *----------------------------------------------------------------
      * THE WHOLE-MASTER FIGURES - PER RULE ACROSS THE BUSINESS LINES
      * (AND THE PRIOR MONTH'S, ADDED UP OFF ITS R ROWS) AND OVERALL.
      *----------------------------------------------------------------
       01  WS-GRAND-TOTALS.
           05  WS-GT-PERSONAS          PIC S9(09) COMP-3.
           05  WS-GT-CLEAN             PIC S9(09) COMP-3.
           05  WS-GT-W-CHECKED         PIC S9(11) COMP-3.
           05  WS-GT-W-VIOLATIONS      PIC S9(11) COMP-3.
           05  WS-GT-SCORE             PIC 9(03)V99 COMP-3.
           05  WS-GT-PRIOR-SW          PIC X(01).
               88  WS-GT-PRIOR-FOUND   VALUE 'Y'.
           05  WS-GT-PRIOR-SCORE       PIC 9(03)V99 COMP-3.
           05  WS-GR-RULE              OCCURS 9 TIMES.
               10  WS-GR-ON-SW         PIC X(01).
                   88  WS-GR-ON        VALUE 'Y'.
               10  WS-GR-CHECKED       PIC S9(09) COMP-3.
               10  WS-GR-VIOLATIONS    PIC S9(09) COMP-3.
               10  WS-GR-PASS          PIC 9(03)V99 COMP-3.
               10  WS-GR-PRIOR-CHECKED PIC S9(09) COMP-3.
               10  WS-GR-PRIOR-VIOLATIONS
                                       PIC S9(09) COMP-3.
               10  WS-GR-PRIOR-PASS    PIC 9(03)V99 COMP-3.

      *----------------------------------------------------------------
      * THE TREND - THE OVERALL (T) ROWS OF THE MONTHS BEFORE THIS
      * ONE, OLDEST FIRST, THE LAST ELEVEN KEPT; THE REPORT ADDS THIS
      * MONTH AS THE TWELFTH.
      *----------------------------------------------------------------
       01  WS-TREND-TABLE.
           05  WS-TR-USED              PIC S9(04) COMP VALUE 0.
           05  WS-TR-MAX               PIC S9(04) COMP VALUE 11.
           05  WS-TR-ENTRY             OCCURS 11 TIMES.
               10  WS-TR-MONTH         PIC X(06).
               10  WS-TR-PERSONAS      PIC 9(09).
               10  WS-TR-CLEAN         PIC 9(09).
               10  WS-TR-SCORE         PIC 9(03)V99.

       01  WS-TABLE-SUBSCRIPTS.
           05  WS-CX                   PIC S9(04) COMP.
           05  WS-CY                   PIC S9(04) COMP.
           05  WS-RN                   PIC S9(04) COMP.
           05  WS-RX                   PIC S9(04) COMP.
           05  WS-PX                   PIC S9(04) COMP.
           05  WS-TX                   PIC S9(04) COMP.
           05  WS-CLASS-RX             PIC S9(04) COMP.
           05  WS-ANY-RX               PIC S9(04) COMP.
           05  WS-SLOT-SW              PIC X(01).
               88  WS-SLOT-FOUND       VALUE 'Y'.
               88  WS-SLOT-NOT-FOUND   VALUE 'N'.
           05  WS-RULE-SW              PIC X(01).
               88  WS-RULE-FOUND       VALUE 'Y'.
           05  WS-NEW-CLASS            PIC X(02).

      *----------------------------------------------------------------
      * THE PERSONA BEING PROFILED - WHAT ITS ADDRESS ROWS SHOWED AND
      * WHETHER IT HAS FAILED ANYTHING YET.
      *----------------------------------------------------------------
       01  WS-PERSONA-WORK.
           05  WS-CLEAN-SW             PIC X(01).
               88  WS-PERSONA-CLEAN    VALUE 'Y'.
               88  WS-PERSONA-NOT-CLEAN
                                       VALUE 'N'.
           05  WS-ADDRESS-ROWS         PIC S9(04) COMP.
           05  WS-MAILING-SW           PIC X(01).
               88  WS-HAS-MAILING      VALUE 'Y'.
           05  WS-PHONE-SW             PIC X(01).
               88  WS-HAS-PHONE        VALUE 'Y'.
           05  WS-POSTAL-CHECKED-SW    PIC X(01).
               88  WS-POSTAL-CHECKED   VALUE 'Y'.
           05  WS-POSTAL-BAD-SW        PIC X(01).
               88  WS-POSTAL-BAD       VALUE 'Y'.
           05  WS-PREFIX-SW            PIC X(01).
               88  WS-PREFIX-FITS      VALUE 'Y'.
           05  WS-BAD-POSTAL-VALUE     PIC X(30).
           05  WS-BAD-ADDR-TYPE        PIC X(02).
           05  WS-CITY-WORK            PIC X(20).
           05  WS-PREFIX-LENGTH        PIC S9(04) COMP.

      *----------------------------------------------------------------
      * THE NAME AND DOC-NUMBER CHECKS. A NAME IS NORMALIZED BY
      * ARR01NRM, THEN EVERY LETTER, SPACE, HYPHEN AND APOSTROPHE IS
      * BLANKED - WHATEVER IS LEFT IS A DIGIT OR PUNCTUATION. ITS
      * LETTERS ARE THE SPACES THAT BLANKING ADDED.
      *----------------------------------------------------------------
       01  WS-NAME-WORK-AREAS.
           05  WS-NAME-LETTERS         PIC X(28) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ-'''.
           05  WS-NAME-BLANKS          PIC X(28) VALUE SPACES.
           05  WS-NAME-WORK            PIC X(20).
           05  WS-NAME-STRIPPED        PIC X(20).
           05  WS-NAME-SW              PIC X(01).
               88  WS-NAME-GOOD        VALUE 'Y'.
               88  WS-NAME-BAD         VALUE 'N'.
           05  WS-SPACES-BEFORE        PIC S9(04) COMP.
           05  WS-SPACES-AFTER         PIC S9(04) COMP.
           05  WS-LETTER-COUNT         PIC S9(04) COMP.
           05  WS-MIN-LENGTH-X         PIC X(01).
           05  WS-MIN-LENGTH REDEFINES WS-MIN-LENGTH-X
                                       PIC 9(01).
           05  WS-DOC-MASK             PIC X(15).
           05  WS-DOC-CHAR             PIC X(01).
           05  WS-DOC-SW               PIC X(01).
               88  WS-DOC-FITS         VALUE 'Y'.
               88  WS-DOC-FAILS        VALUE 'N'.

      *----------------------------------------------------------------
      * THE VIOLATION BEING RECORDED.
      *----------------------------------------------------------------
       01  WS-VIOLATION.
           05  WS-VIOL-FIELD           PIC X(10).
           05  WS-VIOL-VALUE           PIC X(30).
           05  WS-VIOL-ADDR-TYPE       PIC X(02).

      *----------------------------------------------------------------
      * A SCORE BESIDE ITS PRIOR - 7900 FILLS THE PRINTED PRIOR AND
      * CHANGE. WITH NO EARLIER MONTH ON FILE BOTH ARE LEFT BLANK;
      * WITH ONE BUT NO FIGURE FOR THIS LINE, THE LINE IS NEW.
      *----------------------------------------------------------------
       01  WS-SCORE-EDIT.
           05  WS-SE-NOW               PIC 9(03)V99 COMP-3.
           05  WS-SE-PRIOR             PIC 9(03)V99 COMP-3.
           05  WS-SE-PRIOR-SW          PIC X(01).
               88  WS-SE-PRIOR-FOUND   VALUE 'Y'.
           05  WS-SE-CHANGE            PIC S9(03)V99 COMP-3.
           05  WS-SE-PRIOR-ED          PIC ZZ9.99.
           05  WS-SE-PRIOR-X REDEFINES WS-SE-PRIOR-ED
                                       PIC X(06).
           05  WS-SE-CHANGE-ED         PIC +ZZ9.99.
           05  WS-SE-CHANGE-X REDEFINES WS-SE-CHANGE-ED
                                       PIC X(07).

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(45) VALUE
               'ADLAB PERSONA DATA-QUALITY SCORECARD - MONTH'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-HDG-MONTH            PIC X(06).

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(12) VALUE 'PRIOR MONTH '.
           05  WS-HDG-PRIOR-MONTH      PIC X(06).
           05  FILLER                  PIC X(17) VALUE
               '   BUSINESS DATE '.
           05  WS-HDG-BUSINESS-DATE    PIC X(08).
           05  FILLER                  PIC X(07) VALUE '   RUN '.
           05  WS-HDG-RUN-TS           PIC X(16).

       01  WS-SECTION-LINE.
           05  WS-SEC-TEXT             PIC X(60).

       01  WS-LINE-HEADING.
           05  FILLER                  PIC X(14) VALUE 'BUSINESS LINE '.
           05  WS-LH-CLASS             PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LH-DESCRIPTION       PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LH-PERSONAS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' PERSONAS'.

       01  WS-RULE-HEADING.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE
               'RULE  DESCRIPTION'.
           05  FILLER                  PIC X(06) VALUE 'WEIGHT'.
           05  FILLER                  PIC X(13) VALUE
               '      CHECKED'.
           05  FILLER                  PIC X(13) VALUE
               '   VIOLATIONS'.
           05  FILLER                  PIC X(08) VALUE '   PASS%'.
           05  FILLER                  PIC X(08) VALUE '   PRIOR'.
           05  FILLER                  PIC X(09) VALUE '   CHANGE'.

       01  WS-RULE-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-RLN-RULE-ID          PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RLN-DESCRIPTION      PIC X(30).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RLN-WEIGHT           PIC ZZ9.
           05  WS-RLN-WEIGHT-X REDEFINES WS-RLN-WEIGHT
                                       PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RLN-CHECKED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RLN-VIOLATIONS       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RLN-PASS             PIC ZZ9.99.
           05  WS-RLN-PASS-X REDEFINES WS-RLN-PASS
                                       PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RLN-PRIOR            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RLN-CHANGE           PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RLN-FLAG             PIC X(20).

       01  WS-SCORE-HEADING.
           05  FILLER                  PIC X(06) VALUE 'CLASS'.
           05  FILLER                  PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(11) VALUE '   PERSONAS'.
           05  FILLER                  PIC X(13) VALUE
               '        CLEAN'.
           05  FILLER                  PIC X(08) VALUE '  CLEAN%'.
           05  FILLER                  PIC X(08) VALUE '   SCORE'.
           05  FILLER                  PIC X(08) VALUE '   PRIOR'.
           05  FILLER                  PIC X(09) VALUE '   CHANGE'.

       01  WS-SCORE-LINE.
           05  WS-SL-LABEL-AREA.
               10  WS-SL-CLASS         PIC X(02).
               10  FILLER              PIC X(04).
               10  WS-SL-DESCRIPTION   PIC X(20).
           05  WS-SL-LABEL REDEFINES WS-SL-LABEL-AREA
                                       PIC X(26).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-PERSONAS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-CLEAN             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-CLEAN-PCT         PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-SCORE             PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-PRIOR             PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-CHANGE            PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-FLAG              PIC X(20).

       01  WS-TREND-HEADING.
           05  FILLER                  PIC X(08) VALUE 'MONTH'.
           05  FILLER                  PIC X(11) VALUE '   PERSONAS'.
           05  FILLER                  PIC X(13) VALUE
               '        CLEAN'.
           05  FILLER                  PIC X(08) VALUE '   SCORE'.
           05  FILLER                  PIC X(09) VALUE '   CHANGE'.

       01  WS-TREND-LINE.
           05  WS-TL-MONTH             PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-PERSONAS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-CLEAN             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-SCORE             PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-CHANGE            PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-FLAG              PIC X(12).

       01  WS-TREND-WORK.
           05  WS-TW-PREVIOUS-SCORE    PIC 9(03)V99 COMP-3.
           05  WS-TW-PREVIOUS-SW       PIC X(01).
               88  WS-TW-HAS-PREVIOUS  VALUE 'Y'.
           05  WS-TW-PERCENT           PIC 9(03)V99 COMP-3.

       01  WS-NOTE-LINE.
           05  WS-NOTE-TEXT            PIC X(80).

      *----------------------------------------------------------------
      * TOTALS FOR THE JOB LOG, IN THE SAME SHAPE AS THE OTHER BATCH
      * PROGRAMS' CONTROL-TOTAL DISPLAYS.
      *----------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           05  WS-TOT-MASTER           PIC ZZZZZZZZ9.
           05  WS-TOT-PROFILED         PIC ZZZZZZZZ9.
           05  WS-TOT-SKIPPED          PIC ZZZZZZZZ9.
           05  WS-TOT-CLEAN            PIC ZZZZZZZZ9.
           05  WS-TOT-ADDRESSES        PIC ZZZZZZZZ9.
           05  WS-TOT-RULE-ROWS        PIC ZZZZ9.
           05  WS-TOT-CITY-ROWS        PIC ZZZZ9.
           05  WS-TOT-IGNORED          PIC ZZZZ9.
           05  WS-TOT-CLASSES          PIC ZZZZ9.
           05  WS-TOT-DETAIL           PIC ZZZZZZZZ9.
           05  WS-TOT-REPLACED         PIC ZZZZ9.
           05  WS-TOT-WRITTEN          PIC ZZZZ9.
           05  WS-TOT-SCORE            PIC ZZ9.99.

           COPY EC01PMR.
           COPY EC01PADR.
           COPY EC01CREF.
           COPY EC01DQRL.
           COPY EC01DQHS.
           COPY EC01DQDT.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-NOT-ABORT
               PERFORM 2000-READ-TREND THRU 2000-EXIT
               PERFORM 3000-PROFILE-MASTER THRU 3000-EXIT
           END-IF
           IF WS-NOT-ABORT
               PERFORM 5000-SCORE-PROFILE THRU 5000-EXIT
               PERFORM 6000-READ-PRIOR-MONTH THRU 6000-EXIT
               PERFORM 6500-SAVE-HISTORY THRU 6500-EXIT
               PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
               PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-ABORT
               DISPLAY 'ARR01DQP - ABORTING RUN - NO SCORES WRITTEN'
               MOVE 8 TO WS-RUN-RC
           END-IF
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - FIX THE MONTH, LOAD THE RULES AND OPEN THE
      * FILES. EVERY FILE IS NEEDED: THE HISTORY FILE IS CREATED ON
      * FIRST USE, AND ANY OTHER THAT WILL NOT OPEN STOPS THE RUN.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'ARR01PDQ' USING WS-BUSINESS-DATE
           MOVE ZERO TO RETURN-CODE
           MOVE SPACES TO WS-RUN-TIMESTAMP
           ACCEPT WS-RUN-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIMESTAMP(9:8) FROM TIME
           MOVE WS-BUSINESS-DATE(1:6) TO WS-PROFILE-MONTH
           MOVE SPACES TO WS-PRIOR-MONTH

           INITIALIZE WS-GRAND-TOTALS

           OPEN INPUT DQ-RULE-FILE
           IF NOT WS-DQRULE-OK
               DISPLAY 'ARR01DQP - DQRULE OPEN FAILED - STATUS '
                   WS-DQRULE-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-RULES THRU 1200-EXIT
           CLOSE DQ-RULE-FILE
           IF WS-RL-USED EQUAL ZERO
               DISPLAY 'ARR01DQP - NO RULES SET UP ON DQRULE - '
                   'NOTHING IS CHECKED'
               IF WS-RUN-RC LESS THAN 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF

           OPEN INPUT PERSONA-MASTER-FILE
           IF NOT WS-PERSMSTR-OK
               DISPLAY 'ARR01DQP - PERSMSTR OPEN FAILED - STATUS '
                   WS-PERSMSTR-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT PERSONA-ADDRESS-FILE
           IF NOT WS-PERSADDR-OK
               DISPLAY 'ARR01DQP - PERSADDR OPEN FAILED - STATUS '
                   WS-PERSADDR-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CLASS-REF-FILE
           IF NOT WS-CLASSREF-OK
               DISPLAY 'ARR01DQP - CLASSREF OPEN FAILED - STATUS '
                   WS-CLASSREF-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O DQ-HISTORY-FILE
           IF NOT WS-DQHIST-OK
               OPEN OUTPUT DQ-HISTORY-FILE
               CLOSE DQ-HISTORY-FILE
               OPEN I-O DQ-HISTORY-FILE
           END-IF
           IF NOT WS-DQHIST-OK
               DISPLAY 'ARR01DQP - DQHIST OPEN FAILED - STATUS '
                   WS-DQHIST-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT DQ-REPORT-FILE
           IF NOT WS-DQRPT-OK
               DISPLAY 'ARR01DQP - DQRPT OPEN FAILED - STATUS '
                   WS-DQRPT-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT DQ-DETAIL-FILE
           IF NOT WS-DQDTL-OK
               DISPLAY 'ARR01DQP - DQDTL OPEN FAILED - STATUS '
                   WS-DQDTL-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-RULES - READ DQRULE INTO THE RULE AND CITY TABLES.
      * A ROW FOR A RULE THIS PROGRAM DOES NOT KNOW, A QUALIFIED ROW
      * THAT IS NOT A Q006 CITY, A CITY WITH NO PREFIXES OR A ROW
      * PAST A TABLE'S SIZE IS LEFT OUT AND SAID SO.
      *----------------------------------------------------------------
       1200-LOAD-RULES.
           SET WS-NOT-EOF TO TRUE
           PERFORM 1210-LOAD-ONE-RULE THRU 1210-EXIT
               UNTIL WS-EOF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-RULE.
           READ DQ-RULE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           MOVE DQ-RULE-IO-RECORD TO DQ-RULE-RECORD
           MOVE 1 TO WS-RN
           SET WS-SLOT-NOT-FOUND TO TRUE
           PERFORM 1220-TEST-ONE-RULE-ID THRU 1220-EXIT
               UNTIL WS-SLOT-FOUND OR WS-RN GREATER THAN 9
           IF WS-SLOT-NOT-FOUND
               DISPLAY 'ARR01DQP - UNKNOWN RULE ON DQRULE - '
                   DR-KEY ' NOT USED'
               PERFORM 1290-IGNORE-ROW THRU 1290-EXIT
               GO TO 1210-EXIT
           END-IF

           IF DR-QUALIFIER NOT EQUAL SPACES
               IF WS-RN EQUAL 6 AND DR-CLASS EQUAL SPACES
                   PERFORM 1230-LOAD-ONE-CITY THRU 1230-EXIT
               ELSE
                   DISPLAY 'ARR01DQP - QUALIFIER NOT USED BY RULE - '
                       DR-KEY ' NOT USED'
                   PERFORM 1290-IGNORE-ROW THRU 1290-EXIT
               END-IF
               GO TO 1210-EXIT
           END-IF

           IF WS-RL-USED NOT LESS THAN WS-RL-MAX
               DISPLAY 'ARR01DQP - RULE TABLE FULL - DQRULE ROW '
                   DR-KEY ' NOT LOADED'
               PERFORM 1290-IGNORE-ROW THRU 1290-EXIT
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-RL-USED
           MOVE WS-RN TO WS-RL-RULE-NO(WS-RL-USED)
           MOVE DR-CLASS TO WS-RL-CLASS(WS-RL-USED)
           MOVE DR-ACTIVE-SW TO WS-RL-ACTIVE-SW(WS-RL-USED)
           IF DR-WEIGHT NUMERIC
               MOVE DR-WEIGHT TO WS-RL-WEIGHT(WS-RL-USED)
           ELSE
               MOVE 1 TO WS-RL-WEIGHT(WS-RL-USED)
           END-IF
           MOVE DR-PARM TO WS-RL-PARM(WS-RL-USED)
           IF DR-CLASS EQUAL SPACES
               AND DR-DESCRIPTION NOT EQUAL SPACES
               MOVE DR-DESCRIPTION TO WS-RC-DESCRIPTION(WS-RN)
           END-IF
           ADD 1 TO WS-RULE-ROWS-LOADED.
       1210-EXIT.
           EXIT.

       1220-TEST-ONE-RULE-ID.
           IF WS-RC-RULE-ID(WS-RN) EQUAL DR-RULE-ID
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-RN
           END-IF.
       1220-EXIT.
           EXIT.

       1230-LOAD-ONE-CITY.
           IF DR-PARM EQUAL SPACES
               DISPLAY 'ARR01DQP - CITY HAS NO POSTAL PREFIXES - '
                   DR-KEY ' NOT USED'
               PERFORM 1290-IGNORE-ROW THRU 1290-EXIT
               GO TO 1230-EXIT
           END-IF
           IF WS-CY-USED NOT LESS THAN WS-CY-MAX
               DISPLAY 'ARR01DQP - CITY TABLE FULL - DQRULE ROW '
                   DR-KEY ' NOT LOADED'
               PERFORM 1290-IGNORE-ROW THRU 1290-EXIT
               GO TO 1230-EXIT
           END-IF
           ADD 1 TO WS-CY-USED
           MOVE DR-QUALIFIER TO WS-CY-CITY(WS-CY-USED)
           PERFORM 1240-LOAD-ONE-PREFIX THRU 1240-EXIT
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX GREATER THAN 4
           ADD 1 TO WS-CITY-ROWS-LOADED.
       1230-EXIT.
           EXIT.

       1240-LOAD-ONE-PREFIX.
           MOVE DR-POSTAL-PREFIX(WS-PX)
               TO WS-CY-PREFIX(WS-CY-USED WS-PX).
       1240-EXIT.
           EXIT.

       1290-IGNORE-ROW.
           ADD 1 TO WS-RULE-ROWS-IGNORED
           IF WS-RUN-RC LESS THAN 4
               MOVE 4 TO WS-RUN-RC
           END-IF.
       1290-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-READ-TREND - READ THE OVERALL (T) ROWS OF EVERY EARLIER
      * MONTH ON DQHIST, OLDEST FIRST, KEEPING THE LAST ELEVEN. THE
      * LATEST OF THEM IS THE PRIOR MONTH THE REPORT COMPARES WITH.
      *----------------------------------------------------------------
       2000-READ-TREND.
           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO DH-IO-KEY
           START DQ-HISTORY-FILE KEY IS NOT LESS THAN DH-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 2100-READ-ONE-HISTORY THRU 2100-EXIT
               UNTIL WS-EOF
           IF WS-TR-USED GREATER THAN ZERO
               MOVE WS-TR-MONTH(WS-TR-USED) TO WS-PRIOR-MONTH
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-HISTORY.
           READ DQ-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           MOVE DQ-HISTORY-IO-RECORD TO DQ-HISTORY-RECORD
           IF DH-MONTH NOT LESS THAN WS-PROFILE-MONTH
               SET WS-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF NOT DH-TOTAL-ROW
               GO TO 2100-EXIT
           END-IF
           IF WS-TR-USED NOT LESS THAN WS-TR-MAX
               PERFORM 2110-SHIFT-ONE-MONTH THRU 2110-EXIT
                   VARYING WS-TX FROM 2 BY 1
                   UNTIL WS-TX GREATER THAN WS-TR-USED
           ELSE
               ADD 1 TO WS-TR-USED
           END-IF
           MOVE DH-MONTH TO WS-TR-MONTH(WS-TR-USED)
           MOVE DH-PERSONAS TO WS-TR-PERSONAS(WS-TR-USED)
           MOVE DH-CLEAN-PERSONAS TO WS-TR-CLEAN(WS-TR-USED)
           MOVE DH-SCORE TO WS-TR-SCORE(WS-TR-USED).
       2100-EXIT.
           EXIT.

       2110-SHIFT-ONE-MONTH.
           MOVE WS-TR-ENTRY(WS-TX) TO WS-TR-ENTRY(WS-TX - 1).
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PROFILE-MASTER - READ THE MASTER IN KEY ORDER AND PROFILE
      * EVERY ACTIVE PERSONA. THE CONTROL RECORD AND THE INACTIVE
      * PERSONAS ARE PASSED OVER.
      *----------------------------------------------------------------
       3000-PROFILE-MASTER.
           SET WS-NOT-EOF TO TRUE
           PERFORM 3100-PROFILE-ONE-PERSONA THRU 3100-EXIT
               UNTIL WS-EOF OR WS-ABORT.
       3000-EXIT.
           EXIT.

       3100-PROFILE-ONE-PERSONA.
           READ PERSONA-MASTER-FILE INTO PERSONA-MASTER-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-MASTER-READ
           IF PM-PERSONA-ID EQUAL ZERO
               GO TO 3100-EXIT
           END-IF
           IF NOT PM-STATUS-ACTIVE
               ADD 1 TO WS-PERSONAS-SKIPPED
               GO TO 3100-EXIT
           END-IF

           MOVE PM-CLASS TO WS-NEW-CLASS
           PERFORM 3200-FIND-CLASS THRU 3200-EXIT
           IF WS-ABORT
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-PERSONAS-PROFILED
           ADD 1 TO WS-CT-PERSONAS(WS-CX)
           SET WS-PERSONA-CLEAN TO TRUE

           IF WS-CQ-ON(WS-CX 5) OR WS-CQ-ON(WS-CX 6)
               OR WS-CQ-ON(WS-CX 7)
               PERFORM 3300-READ-ADDRESSES THRU 3300-EXIT
           END-IF

           PERFORM 3410-RULE-NAME-CHARACTERS THRU 3410-EXIT
           PERFORM 3420-RULE-NAME-LENGTH THRU 3420-EXIT
           PERFORM 3430-RULE-DOC-BLANK THRU 3430-EXIT
           PERFORM 3440-RULE-DOC-FORMAT THRU 3440-EXIT
           PERFORM 3450-RULE-NO-MAILING THRU 3450-EXIT
           PERFORM 3460-RULE-POSTAL-CITY THRU 3460-EXIT
           PERFORM 3470-RULE-NO-PHONE THRU 3470-EXIT
           PERFORM 3480-RULE-LOAD-DATE THRU 3480-EXIT
           PERFORM 3490-RULE-CLASS-RETIRED THRU 3490-EXIT

           IF WS-PERSONA-CLEAN
               ADD 1 TO WS-CT-CLEAN(WS-CX)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-FIND-CLASS - POINT WS-CX AT THE BUSINESS-LINE ENTRY FOR
      * WS-NEW-CLASS, INSERTING IT IN CLASS ORDER IF IT IS NOT THERE
      * YET - WITH ITS RULES RESOLVED AND ITS CLASSREF ROW LOOKED UP.
      * A FULL TABLE STOPS THE RUN - A PROFILE THAT LEAVES PERSONAS
      * OUT SCORES THE MASTER WRONG.
      *----------------------------------------------------------------
       3200-FIND-CLASS.
           MOVE 1 TO WS-CX
           SET WS-SLOT-NOT-FOUND TO TRUE
           PERFORM 3210-TEST-ONE-CLASS THRU 3210-EXIT
               UNTIL WS-SLOT-FOUND OR WS-CX GREATER THAN WS-CT-USED
           IF WS-SLOT-FOUND
               IF WS-CT-CLASS(WS-CX) NOT EQUAL WS-NEW-CLASS
                   SET WS-SLOT-NOT-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-SLOT-FOUND
               GO TO 3200-EXIT
           END-IF
           IF WS-CT-USED NOT LESS THAN WS-CT-MAX
               DISPLAY 'ARR01DQP - CLASS TABLE FULL AT CLASS '
                   WS-NEW-CLASS
               SET WS-ABORT TO TRUE
               GO TO 3200-EXIT
           END-IF
           PERFORM 3220-SHIFT-ONE-CLASS THRU 3220-EXIT
               VARYING WS-CY FROM WS-CT-USED BY -1
               UNTIL WS-CY LESS THAN WS-CX
           INITIALIZE WS-CT-ENTRY(WS-CX)
           MOVE WS-NEW-CLASS TO WS-CT-CLASS(WS-CX)
           ADD 1 TO WS-CT-USED
           PERFORM 3230-SET-ONE-RULE THRU 3230-EXIT
               VARYING WS-RN FROM 1 BY 1 UNTIL WS-RN GREATER THAN 9
           PERFORM 3250-LOOK-UP-CLASSREF THRU 3250-EXIT.
       3200-EXIT.
           EXIT.

       3210-TEST-ONE-CLASS.
           IF WS-CT-CLASS(WS-CX) NOT LESS THAN WS-NEW-CLASS
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CX
           END-IF.
       3210-EXIT.
           EXIT.

       3220-SHIFT-ONE-CLASS.
           MOVE WS-CT-ENTRY(WS-CY) TO WS-CT-ENTRY(WS-CY + 1).
       3220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3230-SET-ONE-RULE - RULE WS-RN FOR THE NEW CLASS: THE CLASS'S
      * OWN ROW, ELSE THE EVERY-CLASS ROW, ELSE OFF. A ROW NOT FLAGGED
      * ACTIVE SWITCHES IT OFF. Q009 NEVER RUNS FOR A BLANK CLASS -
      * A PATH THAT CARRIES NO CLASS IS NOT A RETIRED CLASS.
      *----------------------------------------------------------------
       3230-SET-ONE-RULE.
           MOVE 'N' TO WS-CQ-ON-SW(WS-CX WS-RN)
           MOVE ZERO TO WS-CLASS-RX
           MOVE ZERO TO WS-ANY-RX
           PERFORM 3240-TEST-ONE-RULE-ROW THRU 3240-EXIT
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX GREATER THAN
               WS-RL-USED
           IF WS-CLASS-RX EQUAL ZERO
               MOVE WS-ANY-RX TO WS-CLASS-RX
           END-IF
           IF WS-CLASS-RX EQUAL ZERO
               GO TO 3230-EXIT
           END-IF
           IF NOT WS-RL-ACTIVE(WS-CLASS-RX)
               GO TO 3230-EXIT
           END-IF
           IF WS-RN EQUAL 9 AND WS-CT-CLASS(WS-CX) EQUAL SPACES
               GO TO 3230-EXIT
           END-IF
           SET WS-CQ-ON(WS-CX WS-RN) TO TRUE
           SET WS-GR-ON(WS-RN) TO TRUE
           MOVE WS-RL-WEIGHT(WS-CLASS-RX) TO WS-CQ-WEIGHT(WS-CX WS-RN)
           MOVE WS-RL-PARM(WS-CLASS-RX) TO WS-CQ-PARM(WS-CX WS-RN).
       3230-EXIT.
           EXIT.

       3240-TEST-ONE-RULE-ROW.
           IF WS-RL-RULE-NO(WS-RX) NOT EQUAL WS-RN
               GO TO 3240-EXIT
           END-IF
           IF WS-RL-CLASS(WS-RX) EQUAL SPACES
               MOVE WS-RX TO WS-ANY-RX
           ELSE
               IF WS-RL-CLASS(WS-RX) EQUAL WS-CT-CLASS(WS-CX)
                   MOVE WS-RX TO WS-CLASS-RX
               END-IF
           END-IF.
       3240-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3250-LOOK-UP-CLASSREF - THE NEW CLASS'S NAME AND STANDING.
      *----------------------------------------------------------------
       3250-LOOK-UP-CLASSREF.
           IF WS-CT-CLASS(WS-CX) EQUAL SPACES
               SET WS-CT-REF-NO-CLASS(WS-CX) TO TRUE
               MOVE 'NO CLASS' TO WS-CT-DESCRIPTION(WS-CX)
               GO TO 3250-EXIT
           END-IF
           MOVE WS-CT-CLASS(WS-CX) TO CR-IO-KEY
           READ CLASS-REF-FILE
           IF WS-CLASSREF-OK
               MOVE CLASS-REF-IO-RECORD TO CLASS-REF-RECORD
               MOVE CR-DESCRIPTION TO WS-CT-DESCRIPTION(WS-CX)
               IF CR-ACTIVE
                   SET WS-CT-REF-ACTIVE(WS-CX) TO TRUE
               ELSE
                   SET WS-CT-REF-NOT-ACTIVE(WS-CX) TO TRUE
               END-IF
           ELSE
               SET WS-CT-REF-MISSING(WS-CX) TO TRUE
               MOVE 'NOT ON CLASSREF' TO WS-CT-DESCRIPTION(WS-CX)
           END-IF.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-READ-ADDRESSES - BROWSE THE PERSONA'S PERSADDR ROWS: IS
      * THERE A MAILING ROW, A PHONE ON ANY ROW, AND (WHEN Q006 IS ON)
      * A POSTAL CODE THAT DOES NOT FIT ITS CITY. THE FIRST ROW THAT
      * DOES NOT FIT IS THE ONE REPORTED.
      *----------------------------------------------------------------
       3300-READ-ADDRESSES.
           MOVE ZERO TO WS-ADDRESS-ROWS
           MOVE 'N' TO WS-MAILING-SW
           MOVE 'N' TO WS-PHONE-SW
           MOVE 'N' TO WS-POSTAL-CHECKED-SW
           MOVE 'N' TO WS-POSTAL-BAD-SW
           MOVE SPACES TO WS-BAD-POSTAL-VALUE
           MOVE SPACES TO WS-BAD-ADDR-TYPE
           SET WS-ADDR-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO ADR-IO-KEY
           MOVE PM-PERSONA-ID TO ADR-IO-KEY(1:10)
           START PERSONA-ADDRESS-FILE KEY IS NOT LESS THAN ADR-IO-KEY
               INVALID KEY
                   SET WS-ADDR-EOF TO TRUE
           END-START
           PERFORM 3310-READ-ONE-ADDRESS THRU 3310-EXIT
               UNTIL WS-ADDR-EOF.
       3300-EXIT.
           EXIT.

       3310-READ-ONE-ADDRESS.
           READ PERSONA-ADDRESS-FILE NEXT RECORD
               INTO PERSONA-ADDRESS-RECORD
               AT END
                   SET WS-ADDR-EOF TO TRUE
                   GO TO 3310-EXIT
           END-READ
           IF NOT WS-PERSADDR-OK
               DISPLAY 'ARR01DQP - PERSADDR READ FAILED - PERSONA '
                   PM-PERSONA-ID ' STATUS ' WS-PERSADDR-STATUS
               SET WS-ADDR-EOF TO TRUE
               GO TO 3310-EXIT
           END-IF
           IF AD-PERSONA-ID NOT EQUAL PM-PERSONA-ID
               SET WS-ADDR-EOF TO TRUE
               GO TO 3310-EXIT
           END-IF
           ADD 1 TO WS-ADDRESSES-READ
           ADD 1 TO WS-ADDRESS-ROWS
           IF AD-TYPE-MAILING
               SET WS-HAS-MAILING TO TRUE
           END-IF
           IF AD-PHONE NOT EQUAL SPACES
               SET WS-HAS-PHONE TO TRUE
           END-IF
           IF WS-CQ-ON(WS-CX 6)
               PERFORM 3320-CHECK-POSTAL-CODE THRU 3320-EXIT
           END-IF.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3320-CHECK-POSTAL-CODE - FIND THE ROW'S CITY (NORMALIZED THE
      * WAY THE CITY ROWS ARE KEYED) AND TRY ITS PREFIXES. A CITY
      * WITH NO ROW IS NOT CHECKED.
      *----------------------------------------------------------------
       3320-CHECK-POSTAL-CODE.
           MOVE AD-CITY TO WS-CITY-WORK
           CALL 'ARR01NRM' USING WS-CITY-WORK
           MOVE 1 TO WS-CY
           SET WS-SLOT-NOT-FOUND TO TRUE
           PERFORM 3330-TEST-ONE-CITY THRU 3330-EXIT
               UNTIL WS-SLOT-FOUND OR WS-CY GREATER THAN WS-CY-USED
           IF WS-SLOT-NOT-FOUND
               GO TO 3320-EXIT
           END-IF
           SET WS-POSTAL-CHECKED TO TRUE
           MOVE 'N' TO WS-PREFIX-SW
           PERFORM 3340-TEST-ONE-PREFIX THRU 3340-EXIT
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX GREATER THAN 4
           IF WS-PREFIX-FITS OR WS-POSTAL-BAD
               GO TO 3320-EXIT
           END-IF
           SET WS-POSTAL-BAD TO TRUE
           STRING AD-CITY DELIMITED BY '  '
               ' ' AD-POSTAL-CODE DELIMITED BY SIZE
               INTO WS-BAD-POSTAL-VALUE
           MOVE AD-ADDR-TYPE TO WS-BAD-ADDR-TYPE.
       3320-EXIT.
           EXIT.

       3330-TEST-ONE-CITY.
           IF WS-CY-CITY(WS-CY) EQUAL WS-CITY-WORK
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CY
           END-IF.
       3330-EXIT.
           EXIT.

       3340-TEST-ONE-PREFIX.
           IF WS-PREFIX-FITS
               OR WS-CY-PREFIX(WS-CY WS-PX) EQUAL SPACES
               GO TO 3340-EXIT
           END-IF
           MOVE ZERO TO WS-PREFIX-LENGTH
           INSPECT WS-CY-PREFIX(WS-CY WS-PX) TALLYING WS-PREFIX-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PREFIX-LENGTH EQUAL ZERO
               GO TO 3340-EXIT
           END-IF
           IF AD-POSTAL-CODE(1:WS-PREFIX-LENGTH) EQUAL
               WS-CY-PREFIX(WS-CY WS-PX)(1:WS-PREFIX-LENGTH)
               SET WS-PREFIX-FITS TO TRUE
           END-IF.
       3340-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3410-RULE-NAME-CHARACTERS - Q001, NAME THEN APELLIDO.
      *----------------------------------------------------------------
       3410-RULE-NAME-CHARACTERS.
           MOVE 1 TO WS-RN
           IF NOT WS-CQ-ON(WS-CX WS-RN)
               GO TO 3410-EXIT
           END-IF
           PERFORM 3700-COUNT-CHECK THRU 3700-EXIT
           MOVE PM-NAME TO WS-NAME-WORK
           PERFORM 3720-STRIP-LETTERS THRU 3720-EXIT
           IF WS-NAME-STRIPPED NOT EQUAL SPACES
               MOVE 'NAME' TO WS-VIOL-FIELD
               MOVE PM-NAME TO WS-VIOL-VALUE
               PERFORM 3710-RECORD-VIOLATION THRU 3710-EXIT
               GO TO 3410-EXIT
           END-IF
           MOVE PM-APELLIDO TO WS-NAME-WORK
           PERFORM 3720-STRIP-LETTERS THRU 3720-EXIT
           IF WS-NAME-STRIPPED NOT EQUAL SPACES
               MOVE 'APELLIDO' TO WS-VIOL-FIELD
               MOVE PM-APELLIDO TO WS-VIOL-VALUE
               PERFORM 3710-RECORD-VIOLATION THRU 3710-EXIT
           END-IF.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3420-RULE-NAME-LENGTH - Q002, NAME THEN APELLIDO. THE MINIMUM
      * IS THE FIRST BYTE OF THE PARAMETER, 2 WHEN IT IS NOT A DIGIT.
      *----------------------------------------------------------------
       3420-RULE-NAME-LENGTH.
           MOVE 2 TO WS-RN
           IF NOT WS-CQ-ON(WS-CX WS-RN)
               GO TO 3420-EXIT
           END-IF
           PERFORM 3700-COUNT-CHECK THRU 3700-EXIT
           MOVE WS-CQ-PARM(WS-CX WS-RN)(1:1) TO WS-MIN-LENGTH-X
           IF WS-MIN-LENGTH-X NOT NUMERIC
               MOVE 2 TO WS-MIN-LENGTH
           END-IF
           MOVE PM-NAME TO WS-NAME-WORK
           PERFORM 3730-COUNT-LETTERS THRU 3730-EXIT
           IF WS-LETTER-COUNT LESS THAN WS-MIN-LENGTH
               MOVE 'NAME' TO WS-VIOL-FIELD
               MOVE PM-NAME TO WS-VIOL-VALUE
               PERFORM 3710-RECORD-VIOLATION THRU 3710-EXIT
               GO TO 3420-EXIT
           END-IF
           MOVE PM-APELLIDO TO WS-NAME-WORK
           PERFORM 3730-COUNT-LETTERS THRU 3730-EXIT
           IF WS-LETTER-COUNT LESS THAN WS-MIN-LENGTH
               MOVE 'APELLIDO' TO WS-VIOL-FIELD
               MOVE PM-APELLIDO TO WS-VIOL-VALUE
               PERFORM 3710-RECORD-VIOLATION THRU 3710-EXIT
           END-IF.
       3420-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3430-RULE-DOC-BLANK - Q003.
      *----------------------------------------------------------------
       3430-RULE-DOC-BLANK.
           MOVE 3 TO WS-RN
           IF NOT WS-CQ-ON(WS-CX WS-RN)
               GO TO 3430-EXIT
           END-IF
           PERFORM 3700-COUNT-CHECK THRU 3700-EXIT
           IF PM-DOC-NUMBER EQUAL SPACES
               PERFORM 3710-RECORD-VIOLATION THRU 3710-EXIT
           END-IF.
       3430-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3440-RULE-DOC-FORMAT - Q004. ONLY A DOC NUMBER THAT IS THERE
      * IS CHECKED, AND ONLY AGAINST A MASK THAT IS SET UP.
      *----------------------------------------------------------------
       3440-RULE-DOC-FORMAT.
           MOVE 4 TO WS-RN
           IF NOT WS-CQ-ON(WS-CX WS-RN)
               OR PM-DOC-NUMBER EQUAL SPACES
               OR WS-CQ-PARM(WS-CX WS-RN) EQUAL SPACES
               GO TO 3440-EXIT
           END-IF
           PERFORM 3700-COUNT-CHECK THRU 3700-EXIT
           MOVE WS-CQ-PARM(WS-CX WS-RN) TO WS-DOC-MASK
           SET WS-DOC-FITS TO TRUE
           PERFORM 3740-TEST-ONE-DOC-CHAR THRU 3740-EXIT
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX GREATER THAN 15 OR WS-DOC-FAILS
           IF WS-DOC-FAILS
               MOVE PM-DOC-NUMBER TO WS-VIOL-VALUE
               PERFORM 3710-RECORD-VIOLATION THRU 3710-EXIT
           END-IF.
       3440-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3450-RULE-NO-MAILING - Q005.
      *----------------------------------------------------------------
       3450-RULE-NO-MAILING.
           MOVE 5 TO WS-RN
           IF NOT WS-CQ-ON(WS-CX WS-RN)
               GO TO 3450-EXIT
           END-IF
           PERFORM 3700-COUNT-CHECK THRU 3700-EXIT
           IF NOT WS-HAS-MAILING
               PERFORM 3710-RECORD-VIOLATION THRU 3710-EXIT
           END-IF.
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3460-RULE-POSTAL-CITY - Q006, COUNTED ONLY FOR A PERSONA WITH
      * AN ADDRESS IN A LISTED CITY.
      *----------------------------------------------------------------
       3460-RULE-POSTAL-CITY.
           MOVE 6 TO WS-RN
           IF NOT WS-CQ-ON(WS-CX WS-RN)
               OR NOT WS-POSTAL-CHECKED
               GO TO 3460-EXIT
           END-IF
           PERFORM 3700-COUNT-CHECK THRU 3700-EXIT
           IF WS-POSTAL-BAD
               MOVE WS-BAD-POSTAL-VALUE TO WS-VIOL-VALUE
               MOVE WS-BAD-ADDR-TYPE TO WS-VIOL-ADDR-TYPE
               PERFORM 3710-RECORD-VIOLATION THRU 3710-EXIT
           END-IF.
       3460-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3470-RULE-NO-PHONE - Q007, COUNTED ONLY FOR A PERSONA WITH AN
      * ADDRESS ROW (ONE WITH NONE IS Q005'S).
      *----------------------------------------------------------------
       3470-RULE-NO-PHONE.
           MOVE 7 TO WS-RN
           IF NOT WS-CQ-ON(WS-CX WS-RN)
               OR WS-ADDRESS-ROWS EQUAL ZERO
               GO TO 3470-EXIT
           END-IF
           PERFORM 3700-COUNT-CHECK THRU 3700-EXIT
           IF NOT WS-HAS-PHONE
               PERFORM 3710-RECORD-VIOLATION THRU 3710-EXIT
           END-IF.
       3470-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3480-RULE-LOAD-DATE - Q008.
      *----------------------------------------------------------------
       3480-RULE-LOAD-DATE.
           MOVE 8 TO WS-RN
           IF NOT WS-CQ-ON(WS-CX WS-RN)
               GO TO 3480-EXIT
           END-IF
           PERFORM 3700-COUNT-CHECK THRU 3700-EXIT
           IF PM-LOAD-DATE EQUAL SPACES
               OR PM-LOAD-DATE NOT NUMERIC
               MOVE PM-LOAD-DATE TO WS-VIOL-VALUE
               PERFORM 3710-RECORD-VIOLATION THRU 3710-EXIT
           END-IF.
       3480-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3490-RULE-CLASS-RETIRED - Q009.
      *----------------------------------------------------------------
       3490-RULE-CLASS-RETIRED.
           MOVE 9 TO WS-RN
           IF NOT WS-CQ-ON(WS-CX WS-RN)
               GO TO 3490-EXIT
           END-IF
           PERFORM 3700-COUNT-CHECK THRU 3700-EXIT
           IF WS-CT-REF-NOT-ACTIVE(WS-CX)
               STRING PM-CLASS ' NOT ACTIVE' DELIMITED BY SIZE
                   INTO WS-VIOL-VALUE
               PERFORM 3710-RECORD-VIOLATION THRU 3710-EXIT
           END-IF
           IF WS-CT-REF-MISSING(WS-CX)
               STRING PM-CLASS ' NOT ON CLASSREF' DELIMITED BY SIZE
                   INTO WS-VIOL-VALUE
               PERFORM 3710-RECORD-VIOLATION THRU 3710-EXIT
           END-IF.
       3490-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3700-COUNT-CHECK - RULE WS-RN CHECKED THIS PERSONA. CLEARS
      * THE VIOLATION AREA TO THE RULE'S DEFAULT FIELD.
      *----------------------------------------------------------------
       3700-COUNT-CHECK.
           ADD 1 TO WS-CQ-CHECKED(WS-CX WS-RN)
           ADD WS-CQ-WEIGHT(WS-CX WS-RN) TO WS-CT-W-CHECKED(WS-CX)
           MOVE WS-RC-FIELD(WS-RN) TO WS-VIOL-FIELD
           MOVE SPACES TO WS-VIOL-VALUE
           MOVE SPACES TO WS-VIOL-ADDR-TYPE.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3710-RECORD-VIOLATION - THE PERSONA FAILED RULE WS-RN: COUNT
      * IT AND WRITE THE DETAIL ROW. A DETAIL ROW THAT WILL NOT WRITE
      * STOPS THE RUN - THE WORK LIST WOULD BE SHORT.
      *----------------------------------------------------------------
       3710-RECORD-VIOLATION.
           ADD 1 TO WS-CQ-VIOLATIONS(WS-CX WS-RN)
           ADD WS-CQ-WEIGHT(WS-CX WS-RN) TO WS-CT-W-VIOLATIONS(WS-CX)
           SET WS-PERSONA-NOT-CLEAN TO TRUE
           MOVE SPACES TO DQ-DETAIL-RECORD
           MOVE PM-PERSONA-ID TO DQ-PERSONA-ID
           MOVE WS-RC-RULE-ID(WS-RN) TO DQ-RULE-ID
           MOVE PM-CLASS TO DQ-CLASS
           MOVE WS-VIOL-FIELD TO DQ-FIELD
           MOVE WS-VIOL-VALUE TO DQ-VALUE
           MOVE WS-VIOL-ADDR-TYPE TO DQ-ADDR-TYPE
           MOVE WS-BUSINESS-DATE TO DQ-BUSINESS-DATE
           WRITE DQ-DETAIL-IO-RECORD FROM DQ-DETAIL-RECORD
           IF WS-DQDTL-OK
               ADD 1 TO WS-DETAIL-WRITTEN
           ELSE
               DISPLAY 'ARR01DQP - DQDTL WRITE FAILED - STATUS '
                   WS-DQDTL-STATUS
               SET WS-ABORT TO TRUE
           END-IF.
       3710-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3720-STRIP-LETTERS - WS-NAME-STRIPPED IS WS-NAME-WORK
      * NORMALIZED WITH ITS LETTERS, HYPHENS AND APOSTROPHES BLANKED.
      *----------------------------------------------------------------
       3720-STRIP-LETTERS.
           CALL 'ARR01NRM' USING WS-NAME-WORK
           MOVE WS-NAME-WORK TO WS-NAME-STRIPPED
           INSPECT WS-NAME-STRIPPED
               CONVERTING WS-NAME-LETTERS TO WS-NAME-BLANKS.
       3720-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3730-COUNT-LETTERS - WS-LETTER-COUNT IS THE NUMBER OF LETTERS
      * IN WS-NAME-WORK: THE SPACES STRIPPING THE LETTERS ADDED, LESS
      * THE HYPHENS AND APOSTROPHES IT BLANKED WITH THEM.
      *----------------------------------------------------------------
       3730-COUNT-LETTERS.
           PERFORM 3720-STRIP-LETTERS THRU 3720-EXIT
           MOVE ZERO TO WS-SPACES-BEFORE
           MOVE ZERO TO WS-SPACES-AFTER
           INSPECT WS-NAME-WORK TALLYING WS-SPACES-BEFORE
               FOR ALL SPACE ALL '-' ALL ''''
           INSPECT WS-NAME-STRIPPED TALLYING WS-SPACES-AFTER
               FOR ALL SPACE
           COMPUTE WS-LETTER-COUNT = WS-SPACES-AFTER - WS-SPACES-BEFORE.
       3730-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3740-TEST-ONE-DOC-CHAR - DOC NUMBER POSITION WS-PX AGAINST
      * THE MASK: 9 A DIGIT, A A LETTER, X ANYTHING BUT A SPACE, SPACE
      * NOTHING, ANY OTHER MASK CHARACTER ITSELF.
      *----------------------------------------------------------------
       3740-TEST-ONE-DOC-CHAR.
           MOVE PM-DOC-NUMBER(WS-PX:1) TO WS-DOC-CHAR
           EVALUATE WS-DOC-MASK(WS-PX:1)
               WHEN '9'
                   IF WS-DOC-CHAR NOT NUMERIC
                       SET WS-DOC-FAILS TO TRUE
                   END-IF
               WHEN 'A'
                   IF WS-DOC-CHAR NOT ALPHABETIC
                       OR WS-DOC-CHAR EQUAL SPACE
                       SET WS-DOC-FAILS TO TRUE
                   END-IF
               WHEN 'X'
                   IF WS-DOC-CHAR EQUAL SPACE
                       SET WS-DOC-FAILS TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-DOC-CHAR NOT EQUAL WS-DOC-MASK(WS-PX:1)
                       SET WS-DOC-FAILS TO TRUE
                   END-IF
           END-EVALUATE.
       3740-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-SCORE-PROFILE - THE PASS RATE OF EVERY RULE THAT CHECKED
      * ANYONE, THE SCORE OF EVERY BUSINESS LINE AND OF THE MASTER.
      *----------------------------------------------------------------
       5000-SCORE-PROFILE.
           PERFORM 5100-SCORE-ONE-CLASS THRU 5100-EXIT
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CT-USED
           PERFORM 5300-SCORE-ONE-GRAND-RULE THRU 5300-EXIT
               VARYING WS-RN FROM 1 BY 1 UNTIL WS-RN GREATER THAN 9
           IF WS-GT-W-CHECKED EQUAL ZERO
               MOVE 100 TO WS-GT-SCORE
           ELSE
               COMPUTE WS-GT-SCORE ROUNDED = 100 -
                   (WS-GT-W-VIOLATIONS * 100 / WS-GT-W-CHECKED)
           END-IF.
       5000-EXIT.
           EXIT.

       5100-SCORE-ONE-CLASS.
           PERFORM 5200-SCORE-ONE-RULE THRU 5200-EXIT
               VARYING WS-RN FROM 1 BY 1 UNTIL WS-RN GREATER THAN 9
           IF WS-CT-W-CHECKED(WS-CX) EQUAL ZERO
               MOVE 100 TO WS-CT-SCORE(WS-CX)
           ELSE
               COMPUTE WS-CT-SCORE(WS-CX) ROUNDED = 100 -
                   (WS-CT-W-VIOLATIONS(WS-CX) * 100 /
                    WS-CT-W-CHECKED(WS-CX))
           END-IF
           ADD WS-CT-PERSONAS(WS-CX) TO WS-GT-PERSONAS
           ADD WS-CT-CLEAN(WS-CX) TO WS-GT-CLEAN
           ADD WS-CT-W-CHECKED(WS-CX) TO WS-GT-W-CHECKED
           ADD WS-CT-W-VIOLATIONS(WS-CX) TO WS-GT-W-VIOLATIONS.
       5100-EXIT.
           EXIT.

       5200-SCORE-ONE-RULE.
           IF WS-CQ-CHECKED(WS-CX WS-RN) EQUAL ZERO
               MOVE 100 TO WS-CQ-PASS(WS-CX WS-RN)
           ELSE
               COMPUTE WS-CQ-PASS(WS-CX WS-RN) ROUNDED =
                   (WS-CQ-CHECKED(WS-CX WS-RN) -
                    WS-CQ-VIOLATIONS(WS-CX WS-RN)) * 100 /
                    WS-CQ-CHECKED(WS-CX WS-RN)
           END-IF
           ADD WS-CQ-CHECKED(WS-CX WS-RN) TO WS-GR-CHECKED(WS-RN)
           ADD WS-CQ-VIOLATIONS(WS-CX WS-RN) TO WS-GR-VIOLATIONS(WS-RN).
       5200-EXIT.
           EXIT.

       5300-SCORE-ONE-GRAND-RULE.
           IF WS-GR-CHECKED(WS-RN) EQUAL ZERO
               MOVE 100 TO WS-GR-PASS(WS-RN)
           ELSE
               COMPUTE WS-GR-PASS(WS-RN) ROUNDED =
                   (WS-GR-CHECKED(WS-RN) - WS-GR-VIOLATIONS(WS-RN))
                   * 100 / WS-GR-CHECKED(WS-RN)
           END-IF.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-READ-PRIOR-MONTH - READ THE PRIOR MONTH'S ROWS BACK: EACH
      * R ROW GIVES ITS RULE AND CLASS A PRIOR PASS RATE AND ADDS TO
      * THE RULE'S WHOLE-MASTER PRIOR, EACH C ROW GIVES ITS CLASS A
      * PRIOR SCORE, THE T ROW THE MASTER'S. A CLASS PROFILED THEN
      * BUT NOT NOW COUNTS ONLY IN THE RULE TOTALS.
      *----------------------------------------------------------------
       6000-READ-PRIOR-MONTH.
           IF WS-PRIOR-MONTH EQUAL SPACES
               GO TO 6000-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO DH-IO-KEY
           MOVE WS-PRIOR-MONTH TO DH-IO-KEY(1:6)
           START DQ-HISTORY-FILE KEY IS NOT LESS THAN DH-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 6100-READ-ONE-PRIOR THRU 6100-EXIT
               UNTIL WS-EOF
           PERFORM 6300-SET-ONE-GRAND-PRIOR THRU 6300-EXIT
               VARYING WS-RN FROM 1 BY 1 UNTIL WS-RN GREATER THAN 9.
       6000-EXIT.
           EXIT.

       6100-READ-ONE-PRIOR.
           READ DQ-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6100-EXIT
           END-READ
           MOVE DQ-HISTORY-IO-RECORD TO DQ-HISTORY-RECORD
           IF DH-MONTH NOT EQUAL WS-PRIOR-MONTH
               SET WS-EOF TO TRUE
               GO TO 6100-EXIT
           END-IF
           IF DH-TOTAL-ROW
               SET WS-GT-PRIOR-FOUND TO TRUE
               MOVE DH-SCORE TO WS-GT-PRIOR-SCORE
               GO TO 6100-EXIT
           END-IF
           MOVE DH-CLASS TO WS-NEW-CLASS
           PERFORM 6200-SEARCH-CLASS THRU 6200-EXIT
           IF DH-CLASS-ROW
               IF WS-SLOT-FOUND
                   SET WS-CT-PRIOR-FOUND(WS-CX) TO TRUE
                   MOVE DH-SCORE TO WS-CT-PRIOR-SCORE(WS-CX)
               END-IF
               GO TO 6100-EXIT
           END-IF
           MOVE 1 TO WS-RN
           MOVE 'N' TO WS-RULE-SW
           PERFORM 6210-SEARCH-RULE THRU 6210-EXIT
               UNTIL WS-RULE-FOUND OR WS-RN GREATER THAN 9
           IF NOT WS-RULE-FOUND
               GO TO 6100-EXIT
           END-IF
           ADD DH-CHECKED TO WS-GR-PRIOR-CHECKED(WS-RN)
           ADD DH-VIOLATIONS TO WS-GR-PRIOR-VIOLATIONS(WS-RN)
           IF WS-SLOT-FOUND
               SET WS-CQ-PRIOR-FOUND(WS-CX WS-RN) TO TRUE
               MOVE DH-SCORE TO WS-CQ-PRIOR-PASS(WS-CX WS-RN)
           END-IF.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-SEARCH-CLASS - POINT WS-CX AT WS-NEW-CLASS'S ENTRY, IF
      * THE PROFILE FOUND THE CLASS (WS-SLOT-FOUND); NOTHING IS ADDED.
      *----------------------------------------------------------------
       6200-SEARCH-CLASS.
           MOVE 1 TO WS-CX
           SET WS-SLOT-NOT-FOUND TO TRUE
           PERFORM 3210-TEST-ONE-CLASS THRU 3210-EXIT
               UNTIL WS-SLOT-FOUND OR WS-CX GREATER THAN WS-CT-USED
           IF WS-SLOT-FOUND
               IF WS-CT-CLASS(WS-CX) NOT EQUAL WS-NEW-CLASS
                   SET WS-SLOT-NOT-FOUND TO TRUE
               END-IF
           END-IF.
       6200-EXIT.
           EXIT.

       6210-SEARCH-RULE.
           IF WS-RC-RULE-ID(WS-RN) EQUAL DH-RULE-ID
               SET WS-RULE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-RN
           END-IF.
       6210-EXIT.
           EXIT.

       6300-SET-ONE-GRAND-PRIOR.
           IF WS-GR-PRIOR-CHECKED(WS-RN) GREATER THAN ZERO
               COMPUTE WS-GR-PRIOR-PASS(WS-RN) ROUNDED =
                   (WS-GR-PRIOR-CHECKED(WS-RN) -
                    WS-GR-PRIOR-VIOLATIONS(WS-RN)) * 100 /
                    WS-GR-PRIOR-CHECKED(WS-RN)
           END-IF.
       6300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6500-SAVE-HISTORY - REPLACE THE MONTH ON DQHIST: DROP ANY ROWS
      * AN EARLIER RUN THIS MONTH WROTE, THEN WRITE AN R ROW PER RULE
      * AND CLASS THAT CHECKED ANYONE, A C ROW PER CLASS AND THE T
      * ROW. A ROW THAT WILL NOT WRITE LEAVES THE NEXT MONTH'S
      * COMPARISON SHORT - THE RUN ENDS WITH RETURN CODE 8.
      *----------------------------------------------------------------
       6500-SAVE-HISTORY.
           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO DH-IO-KEY
           MOVE WS-PROFILE-MONTH TO DH-IO-KEY(1:6)
           START DQ-HISTORY-FILE KEY IS NOT LESS THAN DH-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 6600-DROP-ONE-ROW THRU 6600-EXIT
               UNTIL WS-EOF
           PERFORM 6700-WRITE-ONE-CLASS THRU 6700-EXIT
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CT-USED
           MOVE SPACES TO DQ-HISTORY-RECORD
           MOVE WS-PROFILE-MONTH TO DH-MONTH
           SET DH-TOTAL-ROW TO TRUE
           MOVE WS-GT-PERSONAS TO DH-PERSONAS
           MOVE WS-GT-CLEAN TO DH-CLEAN-PERSONAS
           MOVE ZERO TO DH-CHECKED
           MOVE ZERO TO DH-VIOLATIONS
           MOVE WS-GT-W-CHECKED TO DH-WEIGHTED-CHECKED
           MOVE WS-GT-W-VIOLATIONS TO DH-WEIGHTED-VIOLATIONS
           MOVE WS-GT-SCORE TO DH-SCORE
           PERFORM 6790-WRITE-HISTORY-ROW THRU 6790-EXIT.
       6500-EXIT.
           EXIT.

       6600-DROP-ONE-ROW.
           READ DQ-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6600-EXIT
           END-READ
           IF DH-IO-KEY(1:6) NOT EQUAL WS-PROFILE-MONTH
               SET WS-EOF TO TRUE
               GO TO 6600-EXIT
           END-IF
           DELETE DQ-HISTORY-FILE RECORD
           IF WS-DQHIST-OK
               ADD 1 TO WS-HISTORY-REPLACED
           ELSE
               DISPLAY 'ARR01DQP - DQHIST DELETE FAILED - KEY '
                   DH-IO-KEY ' STATUS ' WS-DQHIST-STATUS
               MOVE 8 TO WS-RUN-RC
           END-IF.
       6600-EXIT.
           EXIT.

       6700-WRITE-ONE-CLASS.
           PERFORM 6710-WRITE-ONE-RULE THRU 6710-EXIT
               VARYING WS-RN FROM 1 BY 1 UNTIL WS-RN GREATER THAN 9
           MOVE SPACES TO DQ-HISTORY-RECORD
           MOVE WS-PROFILE-MONTH TO DH-MONTH
           SET DH-CLASS-ROW TO TRUE
           MOVE WS-CT-CLASS(WS-CX) TO DH-CLASS
           MOVE WS-CT-PERSONAS(WS-CX) TO DH-PERSONAS
           MOVE WS-CT-CLEAN(WS-CX) TO DH-CLEAN-PERSONAS
           MOVE ZERO TO DH-CHECKED
           MOVE ZERO TO DH-VIOLATIONS
           MOVE WS-CT-W-CHECKED(WS-CX) TO DH-WEIGHTED-CHECKED
           MOVE WS-CT-W-VIOLATIONS(WS-CX) TO DH-WEIGHTED-VIOLATIONS
           MOVE WS-CT-SCORE(WS-CX) TO DH-SCORE
           PERFORM 6790-WRITE-HISTORY-ROW THRU 6790-EXIT.
       6700-EXIT.
           EXIT.

       6710-WRITE-ONE-RULE.
           IF WS-CQ-CHECKED(WS-CX WS-RN) EQUAL ZERO
               GO TO 6710-EXIT
           END-IF
           MOVE SPACES TO DQ-HISTORY-RECORD
           MOVE WS-PROFILE-MONTH TO DH-MONTH
           SET DH-RULE-ROW TO TRUE
           MOVE WS-RC-RULE-ID(WS-RN) TO DH-RULE-ID
           MOVE WS-CT-CLASS(WS-CX) TO DH-CLASS
           MOVE WS-CT-PERSONAS(WS-CX) TO DH-PERSONAS
           MOVE ZERO TO DH-CLEAN-PERSONAS
           MOVE WS-CQ-CHECKED(WS-CX WS-RN) TO DH-CHECKED
           MOVE WS-CQ-VIOLATIONS(WS-CX WS-RN) TO DH-VIOLATIONS
           COMPUTE DH-WEIGHTED-CHECKED =
               WS-CQ-CHECKED(WS-CX WS-RN) * WS-CQ-WEIGHT(WS-CX WS-RN)
           COMPUTE DH-WEIGHTED-VIOLATIONS =
               WS-CQ-VIOLATIONS(WS-CX WS-RN) *
               WS-CQ-WEIGHT(WS-CX WS-RN)
           MOVE WS-CQ-PASS(WS-CX WS-RN) TO DH-SCORE
           PERFORM 6790-WRITE-HISTORY-ROW THRU 6790-EXIT.
       6710-EXIT.
           EXIT.

       6790-WRITE-HISTORY-ROW.
           MOVE WS-BUSINESS-DATE TO DH-BUSINESS-DATE
           MOVE WS-RUN-TIMESTAMP TO DH-UPDATED-TIMESTAMP
           MOVE DQ-HISTORY-RECORD TO DQ-HISTORY-IO-RECORD
           WRITE DQ-HISTORY-IO-RECORD
           IF WS-DQHIST-OK
               ADD 1 TO WS-HISTORY-WRITTEN
           ELSE
               DISPLAY 'ARR01DQP - DQHIST WRITE FAILED - KEY '
                   DH-KEY ' STATUS ' WS-DQHIST-STATUS
               MOVE 8 TO WS-RUN-RC
           END-IF.
       6790-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-REPORT - THE HEADING, THE RULES BY BUSINESS LINE,
      * THE SCORECARD AND THE TREND.
      *----------------------------------------------------------------
       7000-WRITE-REPORT.
           MOVE WS-PROFILE-MONTH TO WS-HDG-MONTH
           IF WS-PRIOR-MONTH EQUAL SPACES
               MOVE 'NONE' TO WS-HDG-PRIOR-MONTH
           ELSE
               MOVE WS-PRIOR-MONTH TO WS-HDG-PRIOR-MONTH
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-HDG-BUSINESS-DATE
           MOVE WS-RUN-TIMESTAMP TO WS-HDG-RUN-TS
           WRITE DQ-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE DQ-REPORT-LINE FROM WS-HEADING-LINE-2
           PERFORM 7100-WRITE-RULES THRU 7100-EXIT
           PERFORM 7200-WRITE-SCORECARD THRU 7200-EXIT
           PERFORM 7300-WRITE-TREND THRU 7300-EXIT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100-WRITE-RULES - PER BUSINESS LINE, A LINE FOR EVERY RULE
      * THAT RAN FOR IT; THEN EVERY RULE ACROSS THE WHOLE MASTER,
      * INCLUDING THE ONES SET UP FOR NO CLASS.
      *----------------------------------------------------------------
       7100-WRITE-RULES.
           WRITE DQ-REPORT-LINE FROM SPACES
           MOVE 'VIOLATIONS BY RULE AND BUSINESS LINE' TO WS-SEC-TEXT
           WRITE DQ-REPORT-LINE FROM WS-SECTION-LINE
           PERFORM 7110-WRITE-ONE-CLASS THRU 7110-EXIT
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CT-USED
           WRITE DQ-REPORT-LINE FROM SPACES
           MOVE SPACES TO WS-LH-CLASS
           MOVE 'ALL BUSINESS LINES' TO WS-LH-DESCRIPTION
           MOVE WS-PERSONAS-PROFILED TO WS-LH-PERSONAS
           WRITE DQ-REPORT-LINE FROM WS-LINE-HEADING
           WRITE DQ-REPORT-LINE FROM WS-RULE-HEADING
           PERFORM 7130-WRITE-ONE-GRAND-RULE THRU 7130-EXIT
               VARYING WS-RN FROM 1 BY 1 UNTIL WS-RN GREATER THAN 9.
       7100-EXIT.
           EXIT.

       7110-WRITE-ONE-CLASS.
           WRITE DQ-REPORT-LINE FROM SPACES
           MOVE WS-CT-CLASS(WS-CX) TO WS-LH-CLASS
           MOVE WS-CT-DESCRIPTION(WS-CX) TO WS-LH-DESCRIPTION
           MOVE WS-CT-PERSONAS(WS-CX) TO WS-LH-PERSONAS
           WRITE DQ-REPORT-LINE FROM WS-LINE-HEADING
           WRITE DQ-REPORT-LINE FROM WS-RULE-HEADING
           PERFORM 7120-WRITE-ONE-RULE THRU 7120-EXIT
               VARYING WS-RN FROM 1 BY 1 UNTIL WS-RN GREATER THAN 9.
       7110-EXIT.
           EXIT.

       7120-WRITE-ONE-RULE.
           IF NOT WS-CQ-ON(WS-CX WS-RN)
               GO TO 7120-EXIT
           END-IF
           MOVE WS-RC-RULE-ID(WS-RN) TO WS-RLN-RULE-ID
           MOVE WS-RC-DESCRIPTION(WS-RN) TO WS-RLN-DESCRIPTION
           MOVE WS-CQ-WEIGHT(WS-CX WS-RN) TO WS-RLN-WEIGHT
           MOVE WS-CQ-CHECKED(WS-CX WS-RN) TO WS-RLN-CHECKED
           MOVE WS-CQ-VIOLATIONS(WS-CX WS-RN) TO WS-RLN-VIOLATIONS
           MOVE SPACES TO WS-RLN-FLAG
           IF WS-CQ-CHECKED(WS-CX WS-RN) EQUAL ZERO
               MOVE SPACES TO WS-RLN-PASS-X
               MOVE SPACES TO WS-RLN-PRIOR
               MOVE SPACES TO WS-RLN-CHANGE
               MOVE 'NOTHING TO CHECK' TO WS-RLN-FLAG
           ELSE
               MOVE WS-CQ-PASS(WS-CX WS-RN) TO WS-RLN-PASS
               MOVE WS-CQ-PASS(WS-CX WS-RN) TO WS-SE-NOW
               MOVE WS-CQ-PRIOR-PASS(WS-CX WS-RN) TO WS-SE-PRIOR
               MOVE WS-CQ-PRIOR-SW(WS-CX WS-RN) TO WS-SE-PRIOR-SW
               PERFORM 7900-SET-CHANGE THRU 7900-EXIT
               MOVE WS-SE-PRIOR-X TO WS-RLN-PRIOR
               MOVE WS-SE-CHANGE-X TO WS-RLN-CHANGE
           END-IF
           WRITE DQ-REPORT-LINE FROM WS-RULE-LINE.
       7120-EXIT.
           EXIT.

       7130-WRITE-ONE-GRAND-RULE.
           MOVE WS-RC-RULE-ID(WS-RN) TO WS-RLN-RULE-ID
           MOVE WS-RC-DESCRIPTION(WS-RN) TO WS-RLN-DESCRIPTION
           MOVE SPACES TO WS-RLN-WEIGHT-X
           MOVE WS-GR-CHECKED(WS-RN) TO WS-RLN-CHECKED
           MOVE WS-GR-VIOLATIONS(WS-RN) TO WS-RLN-VIOLATIONS
           MOVE SPACES TO WS-RLN-FLAG
           MOVE SPACES TO WS-RLN-PRIOR
           MOVE SPACES TO WS-RLN-CHANGE
           IF WS-GR-CHECKED(WS-RN) EQUAL ZERO
               MOVE SPACES TO WS-RLN-PASS-X
               IF WS-GR-ON(WS-RN)
                   MOVE 'NOTHING TO CHECK' TO WS-RLN-FLAG
               ELSE
                   MOVE 'NOT SET UP' TO WS-RLN-FLAG
               END-IF
           ELSE
               MOVE WS-GR-PASS(WS-RN) TO WS-RLN-PASS
               MOVE WS-GR-PASS(WS-RN) TO WS-SE-NOW
               MOVE WS-GR-PRIOR-PASS(WS-RN) TO WS-SE-PRIOR
               IF WS-GR-PRIOR-CHECKED(WS-RN) GREATER THAN ZERO
                   SET WS-SE-PRIOR-FOUND TO TRUE
               ELSE
                   MOVE 'N' TO WS-SE-PRIOR-SW
               END-IF
               PERFORM 7900-SET-CHANGE THRU 7900-EXIT
               MOVE WS-SE-PRIOR-X TO WS-RLN-PRIOR
               MOVE WS-SE-CHANGE-X TO WS-RLN-CHANGE
           END-IF
           WRITE DQ-REPORT-LINE FROM WS-RULE-LINE.
       7130-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7200-WRITE-SCORECARD - ONE LINE PER BUSINESS LINE AND THE
      * MASTER'S. A CLASS CLASSREF HAS RETIRED OR NEVER HELD IS
      * FLAGGED WHETHER OR NOT Q009 IS SET UP.
      *----------------------------------------------------------------
       7200-WRITE-SCORECARD.
           WRITE DQ-REPORT-LINE FROM SPACES
           MOVE 'SCORECARD BY BUSINESS LINE' TO WS-SEC-TEXT
           WRITE DQ-REPORT-LINE FROM WS-SECTION-LINE
           WRITE DQ-REPORT-LINE FROM SPACES
           WRITE DQ-REPORT-LINE FROM WS-SCORE-HEADING
           PERFORM 7210-WRITE-ONE-SCORE THRU 7210-EXIT
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CT-USED
           MOVE SPACES TO WS-SL-LABEL-AREA
           MOVE 'ALL BUSINESS LINES' TO WS-SL-LABEL
           MOVE WS-GT-PERSONAS TO WS-SL-PERSONAS
           MOVE WS-GT-CLEAN TO WS-SL-CLEAN
           MOVE ZERO TO WS-TW-PERCENT
           IF WS-GT-PERSONAS GREATER THAN ZERO
               COMPUTE WS-TW-PERCENT ROUNDED =
                   WS-GT-CLEAN * 100 / WS-GT-PERSONAS
           END-IF
           MOVE WS-TW-PERCENT TO WS-SL-CLEAN-PCT
           MOVE WS-GT-SCORE TO WS-SL-SCORE
           MOVE WS-GT-SCORE TO WS-SE-NOW
           MOVE WS-GT-PRIOR-SCORE TO WS-SE-PRIOR
           MOVE WS-GT-PRIOR-SW TO WS-SE-PRIOR-SW
           PERFORM 7900-SET-CHANGE THRU 7900-EXIT
           MOVE WS-SE-PRIOR-X TO WS-SL-PRIOR
           MOVE WS-SE-CHANGE-X TO WS-SL-CHANGE
           MOVE SPACES TO WS-SL-FLAG
           WRITE DQ-REPORT-LINE FROM SPACES
           WRITE DQ-REPORT-LINE FROM WS-SCORE-LINE.
       7200-EXIT.
           EXIT.

       7210-WRITE-ONE-SCORE.
           MOVE SPACES TO WS-SL-LABEL-AREA
           MOVE WS-CT-CLASS(WS-CX) TO WS-SL-CLASS
           MOVE WS-CT-DESCRIPTION(WS-CX) TO WS-SL-DESCRIPTION
           MOVE WS-CT-PERSONAS(WS-CX) TO WS-SL-PERSONAS
           MOVE WS-CT-CLEAN(WS-CX) TO WS-SL-CLEAN
           MOVE ZERO TO WS-TW-PERCENT
           IF WS-CT-PERSONAS(WS-CX) GREATER THAN ZERO
               COMPUTE WS-TW-PERCENT ROUNDED =
                   WS-CT-CLEAN(WS-CX) * 100 / WS-CT-PERSONAS(WS-CX)
           END-IF
           MOVE WS-TW-PERCENT TO WS-SL-CLEAN-PCT
           MOVE WS-CT-SCORE(WS-CX) TO WS-SL-SCORE
           MOVE WS-CT-SCORE(WS-CX) TO WS-SE-NOW
           MOVE WS-CT-PRIOR-SCORE(WS-CX) TO WS-SE-PRIOR
           MOVE WS-CT-PRIOR-SW(WS-CX) TO WS-SE-PRIOR-SW
           PERFORM 7900-SET-CHANGE THRU 7900-EXIT
           MOVE WS-SE-PRIOR-X TO WS-SL-PRIOR
           MOVE WS-SE-CHANGE-X TO WS-SL-CHANGE
           EVALUATE TRUE
               WHEN WS-CT-REF-NOT-ACTIVE(WS-CX)
                   MOVE 'CLASS NOT ACTIVE' TO WS-SL-FLAG
               WHEN WS-CT-REF-MISSING(WS-CX)
                   MOVE 'CLASS NOT ON CLASSREF' TO WS-SL-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-SL-FLAG
           END-EVALUATE
           WRITE DQ-REPORT-LINE FROM WS-SCORE-LINE.
       7210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7300-WRITE-TREND - THE MASTER'S SCORE FOR EACH EARLIER MONTH
      * ON FILE (UP TO ELEVEN) AND THIS ONE, EACH WITH ITS CHANGE ON
      * THE MONTH BEFORE IT.
      *----------------------------------------------------------------
       7300-WRITE-TREND.
           WRITE DQ-REPORT-LINE FROM SPACES
           MOVE 'SCORE TREND - LAST TWELVE MONTHS PROFILED'
               TO WS-SEC-TEXT
           WRITE DQ-REPORT-LINE FROM WS-SECTION-LINE
           WRITE DQ-REPORT-LINE FROM SPACES
           WRITE DQ-REPORT-LINE FROM WS-TREND-HEADING
           MOVE 'N' TO WS-TW-PREVIOUS-SW
           MOVE ZERO TO WS-TW-PREVIOUS-SCORE
           PERFORM 7310-WRITE-ONE-MONTH THRU 7310-EXIT
               VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX GREATER THAN WS-TR-USED
           MOVE WS-PROFILE-MONTH TO WS-TL-MONTH
           MOVE WS-GT-PERSONAS TO WS-TL-PERSONAS
           MOVE WS-GT-CLEAN TO WS-TL-CLEAN
           MOVE WS-GT-SCORE TO WS-TL-SCORE
           MOVE WS-GT-SCORE TO WS-SE-NOW
           PERFORM 7320-SET-TREND-CHANGE THRU 7320-EXIT
           MOVE 'THIS MONTH' TO WS-TL-FLAG
           WRITE DQ-REPORT-LINE FROM WS-TREND-LINE.
       7300-EXIT.
           EXIT.

       7310-WRITE-ONE-MONTH.
           MOVE WS-TR-MONTH(WS-TX) TO WS-TL-MONTH
           MOVE WS-TR-PERSONAS(WS-TX) TO WS-TL-PERSONAS
           MOVE WS-TR-CLEAN(WS-TX) TO WS-TL-CLEAN
           MOVE WS-TR-SCORE(WS-TX) TO WS-TL-SCORE
           MOVE WS-TR-SCORE(WS-TX) TO WS-SE-NOW
           PERFORM 7320-SET-TREND-CHANGE THRU 7320-EXIT
           MOVE SPACES TO WS-TL-FLAG
           WRITE DQ-REPORT-LINE FROM WS-TREND-LINE.
       7310-EXIT.
           EXIT.

       7320-SET-TREND-CHANGE.
           IF WS-TW-HAS-PREVIOUS
               COMPUTE WS-SE-CHANGE = WS-SE-NOW - WS-TW-PREVIOUS-SCORE
               MOVE WS-SE-CHANGE TO WS-SE-CHANGE-ED
               MOVE WS-SE-CHANGE-X TO WS-TL-CHANGE
           ELSE
               MOVE SPACES TO WS-TL-CHANGE
           END-IF
           MOVE WS-SE-NOW TO WS-TW-PREVIOUS-SCORE
           SET WS-TW-HAS-PREVIOUS TO TRUE.
       7320-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7900-SET-CHANGE - THE PRINTED PRIOR AND CHANGE (IN POINTS) FOR
      * WS-SE-NOW. WITH NO EARLIER MONTH ON FILE BOTH ARE BLANK; WITH
      * ONE THAT HAD NO FIGURE FOR THE LINE, THE LINE IS NEW.
      *----------------------------------------------------------------
       7900-SET-CHANGE.
           IF WS-PRIOR-MONTH EQUAL SPACES
               MOVE SPACES TO WS-SE-PRIOR-X
               MOVE SPACES TO WS-SE-CHANGE-X
               GO TO 7900-EXIT
           END-IF
           IF NOT WS-SE-PRIOR-FOUND
               MOVE '   NEW' TO WS-SE-PRIOR-X
               MOVE SPACES TO WS-SE-CHANGE-X
               GO TO 7900-EXIT
           END-IF
           MOVE WS-SE-PRIOR TO WS-SE-PRIOR-ED
           COMPUTE WS-SE-CHANGE = WS-SE-NOW - WS-SE-PRIOR
           MOVE WS-SE-CHANGE TO WS-SE-CHANGE-ED.
       7900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           MOVE WS-MASTER-READ TO WS-TOT-MASTER
           MOVE WS-PERSONAS-PROFILED TO WS-TOT-PROFILED
           MOVE WS-PERSONAS-SKIPPED TO WS-TOT-SKIPPED
           MOVE WS-GT-CLEAN TO WS-TOT-CLEAN
           MOVE WS-ADDRESSES-READ TO WS-TOT-ADDRESSES
           MOVE WS-RULE-ROWS-LOADED TO WS-TOT-RULE-ROWS
           MOVE WS-CITY-ROWS-LOADED TO WS-TOT-CITY-ROWS
           MOVE WS-RULE-ROWS-IGNORED TO WS-TOT-IGNORED
           MOVE WS-CT-USED TO WS-TOT-CLASSES
           MOVE WS-DETAIL-WRITTEN TO WS-TOT-DETAIL
           MOVE WS-HISTORY-REPLACED TO WS-TOT-REPLACED
           MOVE WS-HISTORY-WRITTEN TO WS-TOT-WRITTEN
           MOVE WS-GT-SCORE TO WS-TOT-SCORE
           DISPLAY 'ARR01DQP - MONTH PROFILED         ' WS-PROFILE-MONTH
           DISPLAY 'ARR01DQP - MASTER RECORDS READ    ' WS-TOT-MASTER
           DISPLAY 'ARR01DQP - PERSONAS PROFILED      ' WS-TOT-PROFILED
           DISPLAY 'ARR01DQP - INACTIVE PASSED OVER   ' WS-TOT-SKIPPED
           DISPLAY 'ARR01DQP - PERSONAS WITH NO FAULT ' WS-TOT-CLEAN
           DISPLAY 'ARR01DQP - ADDRESS ROWS READ      '
               WS-TOT-ADDRESSES
           DISPLAY 'ARR01DQP - RULE ROWS LOADED       ' WS-TOT-RULE-ROWS
           DISPLAY 'ARR01DQP - CITY ROWS LOADED       ' WS-TOT-CITY-ROWS
           DISPLAY 'ARR01DQP - RULE ROWS NOT USED     ' WS-TOT-IGNORED
           DISPLAY 'ARR01DQP - BUSINESS LINES         ' WS-TOT-CLASSES
           DISPLAY 'ARR01DQP - VIOLATIONS WRITTEN     ' WS-TOT-DETAIL
           DISPLAY 'ARR01DQP - HISTORY ROWS REPLACED  ' WS-TOT-REPLACED
           DISPLAY 'ARR01DQP - HISTORY ROWS WRITTEN   ' WS-TOT-WRITTEN
           DISPLAY 'ARR01DQP - OVERALL SCORE          ' WS-TOT-SCORE.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE PERSONA-MASTER-FILE
           CLOSE PERSONA-ADDRESS-FILE
           CLOSE CLASS-REF-FILE
           CLOSE DQ-HISTORY-FILE
           CLOSE DQ-REPORT-FILE
           CLOSE DQ-DETAIL-FILE.
       9000-EXIT.
           EXIT.
