       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01CHG.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01CHG IS THE MONTHLY USAGE AND CHARGEBACK REPORT. FINANCE
      * CHARGES EACH BUSINESS LINE (PM-CLASS) FOR THE PERSONA
      * PROCESSING DONE ON ITS BEHALF; THIS TOTALS A CALENDAR MONTH'S
      * WORK BY CLASS AND FEED SOURCE AND PRICES IT AGAINST THE RATE
      * TABLE (CHGRATE, SEE EC01CGRT):
      *   LOADED, UPDATED,   THE JOURNAL'S ADD, CHANGE (ALSO UPDATE)
      *   DELETED            AND DELETE ENTRIES FROM THE LOAD PATHS
      *   REJECTED           PERSREJ ROWS FROM THE MONTH'S ARRAY01
      *                      RUNS (RJ-RUN-ID LOOKED UP ON RUNSTATS),
      *                      BY RJ-REASON-CODE - THE CLASS IS TAKEN
      *                      OFF THE REJECTED FEED IMAGE
      *   PUBLISHED,         THE JOURNAL'S MQPUT ENTRIES - LANDED, OR
      *   DEAD-LETTERED      DEAD-LETTERED BY ARRAYMQ (AU-AFTER-STATUS,
      *                      SEE EC01AUDT). A FAILED SWEEPER PUT STAYS
      *                      ON THE OUTBOX AND IS CHARGED WHEN IT LANDS
      *   REPLAYED           THE JOURNAL'S REPLAY ENTRIES THAT REPLAYED
      *   MNT1 ACTIONS       EVERY MASTER ACTION JOURNALED BY MNT1
      *                      (ARR01MNT) OR APPLIED FOR IT ON APV1
      *                      (ARR01APV) - CHARGED HERE AND NOT AS A
      *                      LOAD, UPDATE OR DELETE
      * THE JOURNAL IS READ THROUGH ARR01AGR FOR THE MONTH, SO A MONTH
      * ALREADY ROLLED INTO ITS GENERATION IS STILL SEEN. AN ENTRY'S
      * CLASS IS ITS AFTER-CLASS, OR ITS BEFORE-CLASS WHEN THAT IS
      * BLANK; ITS FEED SOURCE IS THE PROGRAM THAT JOURNALED IT (SEE
      * EC01CGHS). AN MQPUT OR REPLAY ENTRY WRITTEN BEFORE THE
      * DISPOSITION WAS STAMPED ON IT COUNTS BY ITS MQ CODES ALONE. A
      * REJECT WHOSE CLASS IS NOT ON CLASSREF IS CHARGED UNCLASSIFIED.
      *
      * THE REPORT (CHGRPT) SHOWS THE USAGE BY CLASS AND SOURCE, THEN
      * ONE CHARGE BLOCK PER BUSINESS LINE - UNITS, RATE AND CHARGE
      * PER ITEM AND A BUSINESS-LINE TOTAL BESIDE THE PRIOR MONTH'S
      * AND THE CHANGE - AND A GRAND TOTAL. THE PRIOR MONTH'S FIGURES
      * ARE WHAT WAS BILLED THEN, OFF THE HISTORY FILE (CHGHIST, SEE
      * EC01CGHS) THIS RUN ALSO WRITES THE MONTH TO; A RERUN REPLACES
      * THE MONTH. THE SAME CHARGES GO TO THE GENERAL-LEDGER SUMMARY
      * FILE (GLSUMOUT, SEE EC01CGGL).
      *
      * A CONTROL PROOF CLOSES THE REPORT: RUNSTATS' ARRAY01 ADDS AND
      * REJECTS AND ARRAYMQ PUTS AND DEAD LETTERS FOR THE MONTH
      * AGAINST WHAT WAS COUNTED HERE, AND, WHEN LMSGIN IS GIVEN THE
      * MONTH'S LANDED-MESSAGE FILES, THEIR ROWS AGAINST THE PUBLISHED
      * COUNT. A PROOF THAT DOES NOT AGREE, AN ITEM WITH UNITS AND NO
      * RATE, OR NO PERSREJ, ENDS THE RUN WITH RETURN CODE 4 - THE
      * FIGURES ARE STILL WRITTEN, FOR FINANCE TO HOLD OR POST.
      *
      * PARM = THE MONTH (YYYYMM). WITH NO PARM THE MONTH IS THE ONE
      * BEFORE THE BUSINESS DATE'S - THE JOB RUNS AFTER MONTH END.
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
           SELECT CHARGE-RATE-FILE ASSIGN TO CHGRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CG-IO-KEY
               FILE STATUS IS WS-CHGRATE-STATUS.

           SELECT CHARGE-HISTORY-FILE ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-IO-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-IO-KEY
               FILE STATUS IS WS-RUNSTATS-STATUS.

           SELECT PERSONA-REJECT-FILE ASSIGN TO PERSREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSREJ-STATUS.

           SELECT LANDED-MSG-FILE ASSIGN TO LMSGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMSGIN-STATUS.

           SELECT CLASS-REF-FILE ASSIGN TO CLASSREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-IO-KEY
               FILE STATUS IS WS-CLASSREF-STATUS.

           SELECT CHARGE-REPORT-FILE ASSIGN TO CHGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGRPT-STATUS.

           SELECT GL-SUMMARY-FILE ASSIGN TO GLSUMOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLSUMOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHARGE-RATE-IO-RECORD.
           05  CG-IO-KEY               PIC X(12).
           05  CG-IO-DATA              PIC X(68).

       FD  CHARGE-HISTORY-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  CHARGE-HISTORY-IO-RECORD.
           05  CH-IO-KEY               PIC X(16).
           05  CH-IO-DATA              PIC X(284).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  RUN-STATS-IO-RECORD.
           05  RS-IO-KEY               PIC X(16).
           05  RS-IO-DATA              PIC X(72).

       FD  PERSONA-REJECT-FILE
           RECORD CONTAINS 312 CHARACTERS.
           COPY EC01PREJ.

       FD  LANDED-MSG-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY EC01LMSG.

       FD  CLASS-REF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CLASS-REF-IO-RECORD.
           05  CR-IO-KEY               PIC X(02).
           05  CR-IO-DATA              PIC X(78).

       FD  CHARGE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CHARGE-REPORT-LINE          PIC X(132).

       FD  GL-SUMMARY-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  GL-SUMMARY-IO-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CHGRATE-STATUS       PIC X(02).
               88  WS-CHGRATE-OK       VALUE '00'.
           05  WS-CHGHIST-STATUS       PIC X(02).
               88  WS-CHGHIST-OK       VALUE '00'.
           05  WS-RUNSTATS-STATUS      PIC X(02).
               88  WS-RUNSTATS-OK      VALUE '00'.
           05  WS-PERSREJ-STATUS       PIC X(02).
               88  WS-PERSREJ-OK       VALUE '00'.
           05  WS-LMSGIN-STATUS        PIC X(02).
               88  WS-LMSGIN-OK        VALUE '00'.
           05  WS-CLASSREF-STATUS      PIC X(02).
               88  WS-CLASSREF-OK      VALUE '00'.
           05  WS-CHGRPT-STATUS        PIC X(02).
           05  WS-GLSUMOUT-STATUS      PIC X(02).
               88  WS-GLSUMOUT-OK      VALUE '00'.
           05  WS-ABORT-SW             PIC X(01) VALUE 'N'.
               88  WS-ABORT            VALUE 'Y'.
               88  WS-NOT-ABORT        VALUE 'N'.
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-PERSREJ-SW           PIC X(01) VALUE 'N'.
               88  WS-PERSREJ-OPEN     VALUE 'Y'.
           05  WS-LMSGIN-SW            PIC X(01) VALUE 'N'.
               88  WS-LMSGIN-OPEN      VALUE 'Y'.
           05  WS-CLASSREF-SW          PIC X(01) VALUE 'N'.
               88  WS-CLASSREF-OPEN    VALUE 'Y'.
           05  WS-RUN-RC               PIC S9(04) COMP VALUE 0.
           05  WS-BUSINESS-DATE        PIC X(08).
           05  WS-RUN-TIMESTAMP        PIC X(16).
           05  WS-REPORT-MONTH         PIC X(06).
           05  WS-PRIOR-MONTH          PIC X(06).
           05  WS-JOURNAL-READ         PIC 9(09) VALUE 0.
           05  WS-JOURNAL-IN-MONTH     PIC 9(09) VALUE 0.
           05  WS-JOURNAL-CHARGED      PIC 9(09) VALUE 0.
           05  WS-RUNSTATS-IN-MONTH    PIC 9(07) VALUE 0.
           05  WS-REJECTS-READ         PIC 9(09) VALUE 0.
           05  WS-REJECTS-IN-MONTH     PIC 9(09) VALUE 0.
           05  WS-LANDED-READ          PIC 9(09) VALUE 0.
           05  WS-RATES-LOADED         PIC 9(05) VALUE 0.
           05  WS-RATES-MISSING        PIC 9(05) VALUE 0.
           05  WS-PROOFS-FAILED        PIC 9(01) VALUE 0.
           05  WS-HISTORY-REPLACED     PIC 9(05) VALUE 0.
           05  WS-HISTORY-WRITTEN      PIC 9(05) VALUE 0.
           05  WS-GL-RECORDS           PIC 9(07) VALUE 0.
           05  WS-GL-DETAILS           PIC 9(07) VALUE 0.

      *----------------------------------------------------------------
      * THE MONTH ARITHMETIC - THE DEFAULT MONTH AND THE PRIOR MONTH
      * ARE BOTH ONE MONTH BACK FROM A YYYYMM.
      *----------------------------------------------------------------
       01  WS-MONTH-WORK.
           05  WS-MW-YEAR              PIC 9(04).
           05  WS-MW-MONTH             PIC 9(02).
       01  WS-MONTH-WORK-X REDEFINES WS-MONTH-WORK
                                       PIC X(06).

      *----------------------------------------------------------------
      * THE CONTROL-PROOF COUNTS. THE RS- SIDE IS ADDED UP OFF THE
      * MONTH'S RUNSTATS ROWS, THE OTHER SIDE AS THE MONTH IS COUNTED.
      *----------------------------------------------------------------
       01  WS-PROOF-COUNTS.
           05  WS-PC-RS-ADDED          PIC 9(09) VALUE 0.
           05  WS-PC-RS-REJECTED       PIC 9(09) VALUE 0.
           05  WS-PC-RS-PUT            PIC 9(09) VALUE 0.
           05  WS-PC-RS-DEAD-LETTER    PIC 9(09) VALUE 0.
           05  WS-PC-JRNL-ADDED        PIC 9(09) VALUE 0.
           05  WS-PC-JRNL-MQ-LANDED    PIC 9(09) VALUE 0.
           05  WS-PC-JRNL-MQ-DEAD      PIC 9(09) VALUE 0.
           05  WS-PC-JRNL-PUBLISHED    PIC 9(09) VALUE 0.
           05  WS-PC-REJECT-ROWS       PIC 9(09) VALUE 0.
           05  WS-PC-LANDED-ROWS       PIC 9(09) VALUE 0.

      *----------------------------------------------------------------
      * THE ITEM BEING COUNTED - ITS CLASS AND FEED SOURCE (THE USAGE
      * KEY), THE METRIC (1 LOADED, 2 UPDATED, 3 DELETED, 4 REJECTED,
      * 5 PUBLISHED, 6 DEAD-LETTERED, 7 REPLAYED, 8 MNT1 ACTIONS) AND,
      * FOR A REJECT, THE REASON SLOT (1-19 = R001-R019, 20 = OTHER).
      *----------------------------------------------------------------
       01  WS-COUNT-ITEM.
           05  WS-NEW-KEY.
               10  WS-NEW-CLASS        PIC X(02).
               10  WS-NEW-SOURCE       PIC X(08).
           05  WS-NEW-METRIC           PIC S9(04) COMP.
           05  WS-NEW-REASON           PIC S9(04) COMP.

      *----------------------------------------------------------------
      * THE USAGE TABLE - ONE ROW PER CLASS AND FEED SOURCE, KEPT IN
      * KEY ORDER AS ROWS ARE ADDED SO THE REPORT AND THE HISTORY
      * FILE COME OUT IN CLASS ORDER. EACH ROW BECOMES ONE CHGHIST
      * ROW. WS-UT-CLASS-IX POINTS AT THE ROW'S BUSINESS LINE.
      *----------------------------------------------------------------
       01  WS-USAGE-TABLE.
           05  WS-UT-USED              PIC S9(04) COMP VALUE 0.
           05  WS-UT-MAX               PIC S9(04) COMP VALUE 200.
           05  WS-UT-ENTRY             OCCURS 200 TIMES.
               10  WS-UT-KEY.
                   15  WS-UT-CLASS     PIC X(02).
                   15  WS-UT-SOURCE    PIC X(08).
               10  WS-UT-METRIC        PIC S9(09) COMP-3
                                       OCCURS 8 TIMES.
               10  WS-UT-REASON        PIC S9(07) COMP-3
                                       OCCURS 20 TIMES.
               10  WS-UT-CHARGE        PIC S9(09)V99 COMP-3.
               10  WS-UT-CLASS-IX      PIC S9(04) COMP.

      *----------------------------------------------------------------
      * THE BUSINESS-LINE TABLE - ONE ENTRY PER CLASS, IN CLASS ORDER
      * (A CLASS BILLED LAST MONTH WITH NO USAGE THIS MONTH IS ADDED
      * AT THE END). PER ITEM: THE UNITS, THE RATE FOUND FOR THE
      * CLASS AND THE CHARGE; THE REJECTS ARE PRICED PER REASON.
      *----------------------------------------------------------------
       01  WS-CLASS-TABLE.
           05  WS-CT-USED              PIC S9(04) COMP VALUE 0.
           05  WS-CT-MAX               PIC S9(04) COMP VALUE 50.
           05  WS-CT-ENTRY             OCCURS 50 TIMES.
               10  WS-CT-CLASS         PIC X(02).
               10  WS-CT-DESCRIPTION   PIC X(20).
               10  WS-CT-ITEM          OCCURS 8 TIMES.
                   15  WS-CT-UNITS     PIC S9(09) COMP-3.
                   15  WS-CT-RATE      PIC 9(03)V9(04) COMP-3.
                   15  WS-CT-RATE-SW   PIC X(01).
                       88  WS-CT-RATE-FOUND    VALUE 'Y'.
                   15  WS-CT-ITEM-CHARGE
                                       PIC S9(09)V99 COMP-3.
               10  WS-CT-REASON-ITEM   OCCURS 20 TIMES.
                   15  WS-CT-RJ-UNITS  PIC S9(07) COMP-3.
                   15  WS-CT-RJ-RATE   PIC 9(03)V9(04) COMP-3.
                   15  WS-CT-RJ-RATE-SW
                                       PIC X(01).
                       88  WS-CT-RJ-RATE-FOUND VALUE 'Y'.
                   15  WS-CT-RJ-CHARGE PIC S9(09)V99 COMP-3.
               10  WS-CT-CHARGE        PIC S9(09)V99 COMP-3.
               10  WS-CT-PRIOR-CHARGE  PIC S9(09)V99 COMP-3.

      *----------------------------------------------------------------
      * THE RATE TABLE - CHGRATE LOADED WHOLE, IN KEY ORDER.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE.
           05  WS-RT-USED              PIC S9(04) COMP VALUE 0.
           05  WS-RT-MAX               PIC S9(04) COMP VALUE 500.
           05  WS-RT-ENTRY             OCCURS 500 TIMES.
               10  WS-RT-ITEM          PIC X(04).
               10  WS-RT-CLASS         PIC X(02).
               10  WS-RT-MONTH         PIC X(06).
               10  WS-RT-RATE          PIC 9(03)V9(04) COMP-3.

       01  WS-RATE-SEARCH.
           05  WS-FIND-ITEM            PIC X(04).
           05  WS-FIND-CLASS           PIC X(02).
           05  WS-FIND-RATE            PIC 9(03)V9(04) COMP-3.
           05  WS-FIND-SW              PIC X(01).
               88  WS-RATE-FOUND       VALUE 'Y'.
               88  WS-RATE-NOT-FOUND   VALUE 'N'.
           05  WS-BEST-CLASS-MONTH     PIC X(06).
           05  WS-BEST-CLASS-RATE      PIC 9(03)V9(04) COMP-3.
           05  WS-BEST-ANY-MONTH       PIC X(06).
           05  WS-BEST-ANY-RATE        PIC 9(03)V9(04) COMP-3.

      *----------------------------------------------------------------
      * THE PRICED ITEMS, IN METRIC ORDER - THE RATE-TABLE ITEM CODE
      * AND THE NAME THE REPORT PRINTS. THE REJECTS (4) ARE PRICED
      * PER REASON AS RNNN, FALLING BACK TO RJCT.
      *----------------------------------------------------------------
       01  WS-ITEM-CODE-VALUES.
           05  FILLER                  PIC X(24) VALUE
               'LOADPERSONAS LOADED'.
           05  FILLER                  PIC X(24) VALUE
               'UPDTPERSONAS UPDATED'.
           05  FILLER                  PIC X(24) VALUE
               'DELTPERSONAS DELETED'.
           05  FILLER                  PIC X(24) VALUE
               'RJCTPERSONAS REJECTED'.
           05  FILLER                  PIC X(24) VALUE
               'PUBLMESSAGES PUBLISHED'.
           05  FILLER                  PIC X(24) VALUE
               'DLQDMSGS DEAD-LETTERED'.
           05  FILLER                  PIC X(24) VALUE
               'RPLYDEAD-LETTER REPLAYS'.
           05  FILLER                  PIC X(24) VALUE
               'MNT1MNT1 ACTIONS'.
       01  WS-ITEM-CODES REDEFINES WS-ITEM-CODE-VALUES.
           05  WS-ITEM-ENTRY           OCCURS 8 TIMES.
               10  WS-ITEM-CODE        PIC X(04).
               10  WS-ITEM-NAME        PIC X(20).

       01  WS-TABLE-SUBSCRIPTS.
           05  WS-UX                   PIC S9(04) COMP.
           05  WS-UY                   PIC S9(04) COMP.
           05  WS-CX                   PIC S9(04) COMP.
           05  WS-RX                   PIC S9(04) COMP.
           05  WS-MX                   PIC S9(04) COMP.
           05  WS-QX                   PIC S9(04) COMP.
           05  WS-SLOT-SW              PIC X(01).
               88  WS-SLOT-FOUND       VALUE 'Y'.
               88  WS-SLOT-NOT-FOUND   VALUE 'N'.
           05  WS-REASON-CODE          PIC X(04).
           05  WS-REASON-CODE-R REDEFINES WS-REASON-CODE.
               10  WS-REASON-PREFIX    PIC X(01).
               10  WS-REASON-NUMBER    PIC 9(03).
           05  WS-ITEM-CHARGE          PIC S9(09)V99 COMP-3.
           05  WS-CHARGE-AMOUNT        PIC S9(11)V99 COMP-3.
           05  WS-PRIOR-AMOUNT         PIC S9(11)V99 COMP-3.
           05  WS-CHANGE-AMOUNT        PIC S9(11)V99 COMP-3.
           05  WS-CHANGE-PERCENT       PIC S9(05)V9 COMP-3.

      *----------------------------------------------------------------
      * THE REJECT'S CLASS IS THE SIXTH FIELD OF THE FEED IMAGE, CUT
      * THE WAY ARRAY01 CUTS IT - A DOUBLED DELIMITER IS DATA, NOT A
      * FIELD BOUNDARY.
      *----------------------------------------------------------------
       01  WS-REJECT-WORK.
           05  WS-FEED-DELIMITER       PIC X(01) VALUE '|'.
           05  WS-DOUBLED-DELIMITER    PIC X(02) VALUE '||'.
           05  WS-ESCAPE-SENTINEL      PIC X(02) VALUE X'0101'.
           05  WS-RJ-IMAGE             PIC X(256).
           05  WS-RJ-FIELD-1           PIC X(20).
           05  WS-RJ-FIELD-2           PIC X(20).
           05  WS-RJ-FIELD-3           PIC X(20).
           05  WS-RJ-FIELD-4           PIC X(20).
           05  WS-RJ-FIELD-5           PIC X(20).
           05  WS-RJ-CLASS             PIC X(02).
           05  WS-RJ-STATS-KEY.
               10  WS-RJ-STATS-PROGRAM PIC X(08) VALUE 'ARRAY01'.
               10  WS-RJ-STATS-RUN-ID  PIC 9(08).

      *----------------------------------------------------------------
      * RUN TOTALS - THE MONTH'S CHARGE AND THE PRIOR MONTH'S.
      *----------------------------------------------------------------
       01  WS-GRAND-TOTALS.
           05  WS-GT-METRIC            PIC S9(09) COMP-3
                                       OCCURS 8 TIMES.
           05  WS-GT-CHARGE            PIC S9(11)V99 COMP-3.
           05  WS-GT-PRIOR-CHARGE      PIC S9(11)V99 COMP-3.

       01  WS-CLASS-SUBTOTALS.
           05  WS-ST-METRIC            PIC S9(09) COMP-3
                                       OCCURS 8 TIMES.
           05  WS-ST-CHARGE            PIC S9(09)V99 COMP-3.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(51) VALUE
               'ADLAB PERSONA MONTHLY USAGE AND CHARGEBACK - MONTH'.
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

       01  WS-USAGE-HEADING.
           05  FILLER                  PIC X(06) VALUE 'CLASS'.
           05  FILLER                  PIC X(09) VALUE 'SOURCE'.
           05  FILLER                  PIC X(10) VALUE '    LOADED'.
           05  FILLER                  PIC X(10) VALUE '   UPDATED'.
           05  FILLER                  PIC X(10) VALUE '   DELETED'.
           05  FILLER                  PIC X(10) VALUE '  REJECTED'.
           05  FILLER                  PIC X(10) VALUE ' PUBLISHED'.
           05  FILLER                  PIC X(10) VALUE '  DEAD-LTR'.
           05  FILLER                  PIC X(10) VALUE '  REPLAYED'.
           05  FILLER                  PIC X(10) VALUE '      MNT1'.
           05  FILLER                  PIC X(15) VALUE
               '         CHARGE'.

       01  WS-USAGE-LINE.
           05  WS-UL-KEY-AREA.
               10  WS-UL-CLASS         PIC X(02).
               10  FILLER              PIC X(04).
               10  WS-UL-SOURCE        PIC X(08).
               10  FILLER              PIC X(01).
           05  WS-UL-LABEL REDEFINES WS-UL-KEY-AREA
                                       PIC X(15).
           05  WS-UL-COUNT-AREA.
               10  WS-UL-COUNT         PIC ZZZZZZZZZ9
                                       OCCURS 8 TIMES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-UL-CHARGE            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINE-HEADING.
           05  FILLER                  PIC X(14) VALUE 'BUSINESS LINE '.
           05  WS-LH-CLASS             PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LH-DESCRIPTION       PIC X(20).

       01  WS-ITEM-HEADING.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
               'ITEM  DESCRIPTION'.
           05  FILLER                  PIC X(11) VALUE
               '      UNITS'.
           05  FILLER                  PIC X(10) VALUE
               '      RATE'.
           05  FILLER                  PIC X(16) VALUE
               '          CHARGE'.

       01  WS-ITEM-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-IL-CODE              PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IL-NAME              PIC X(20).
           05  WS-IL-UNITS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IL-RATE              PIC ZZ9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IL-CHARGE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IL-FLAG              PIC X(07).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(53).
           05  WS-TL-CHARGE            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE
               '  PRIOR MONTH '.
           05  WS-TL-PRIOR             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(09) VALUE '  CHANGE '.
           05  WS-TL-CHANGE            PIC -,---,---,--9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-PERCENT           PIC -ZZZZ9.9.
           05  WS-TL-PERCENT-X REDEFINES WS-TL-PERCENT
                                       PIC X(08).
           05  WS-TL-PERCENT-SIGN      PIC X(01).

       01  WS-PROOF-LINE.
           05  WS-PF-LABEL-1           PIC X(36).
           05  WS-PF-COUNT-1           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-PF-LABEL-2           PIC X(28).
           05  WS-PF-COUNT-2           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PF-RESULT            PIC X(14).

       01  WS-PROOF-WORK.
           05  WS-PF-VALUE-1           PIC 9(09).
           05  WS-PF-VALUE-2           PIC 9(09).

       01  WS-NOTE-LINE.
           05  WS-NOTE-TEXT            PIC X(80).

      *----------------------------------------------------------------
      * TOTALS FOR THE JOB LOG, IN THE SAME SHAPE AS THE OTHER BATCH
      * PROGRAMS' CONTROL-TOTAL DISPLAYS.
      *----------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           05  WS-TOT-JOURNAL          PIC ZZZZZZZZ9.
           05  WS-TOT-IN-MONTH         PIC ZZZZZZZZ9.
           05  WS-TOT-CHARGED          PIC ZZZZZZZZ9.
           05  WS-TOT-REJECTS          PIC ZZZZZZZZ9.
           05  WS-TOT-REJECTS-MONTH    PIC ZZZZZZZZ9.
           05  WS-TOT-LANDED           PIC ZZZZZZZZ9.
           05  WS-TOT-RATES            PIC ZZZZ9.
           05  WS-TOT-MISSING          PIC ZZZZ9.
           05  WS-TOT-USAGE-ROWS       PIC ZZZZ9.
           05  WS-TOT-CLASSES          PIC ZZZZ9.
           05  WS-TOT-REPLACED         PIC ZZZZ9.
           05  WS-TOT-WRITTEN          PIC ZZZZ9.
           05  WS-TOT-GL               PIC ZZZZZZ9.
           05  WS-TOT-CHARGE           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-TOT-PRIOR            PIC Z,ZZZ,ZZZ,ZZ9.99.

           COPY EC01AUDT.
           COPY EC01AGRP.
           COPY EC01RSTA.
           COPY EC01CREF.
           COPY EC01CGRT.
           COPY EC01CGHS.
           COPY EC01CGGL.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LENGTH          PIC S9(4) COMP.
           05  WS-PARM-MONTH           PIC X(06).

       PROCEDURE DIVISION USING WS-PARM-AREA.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-NOT-ABORT
               PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
           END-IF
           IF WS-NOT-ABORT
               PERFORM 3000-READ-RUNSTATS THRU 3000-EXIT
               PERFORM 3500-READ-REJECTS THRU 3500-EXIT
               PERFORM 4000-READ-LANDED THRU 4000-EXIT
           END-IF
           IF WS-NOT-ABORT
               PERFORM 5000-PRICE-USAGE THRU 5000-EXIT
           END-IF
           IF WS-NOT-ABORT
               PERFORM 6000-READ-PRIOR-MONTH THRU 6000-EXIT
           END-IF
           IF WS-NOT-ABORT
               PERFORM 6500-SAVE-HISTORY THRU 6500-EXIT
               PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
               PERFORM 7500-WRITE-GL-SUMMARY THRU 7500-EXIT
               PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-ABORT
               DISPLAY 'ARR01CHG - ABORTING RUN - NO CHARGES WRITTEN'
               MOVE 8 TO WS-RUN-RC
           END-IF
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - FIX THE MONTH AND THE PRIOR MONTH, THEN OPEN
      * THE FILES. THE RATES, RUNSTATS AND THE HISTORY FILE (CREATED
      * ON FIRST USE) ARE NEEDED FOR A CHARGE; WITHOUT PERSREJ THE
      * REJECTS GO UNCHARGED, WITHOUT LMSGIN THERE IS NO LANDED
      * PROOF, AND WITHOUT CLASSREF THE BUSINESS LINES GO UNNAMED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'ARR01PDQ' USING WS-BUSINESS-DATE
           MOVE ZERO TO RETURN-CODE
           MOVE SPACES TO WS-RUN-TIMESTAMP
           ACCEPT WS-RUN-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIMESTAMP(9:8) FROM TIME

           IF WS-PARM-LENGTH GREATER THAN ZERO
               MOVE WS-PARM-MONTH TO WS-MONTH-WORK-X
               IF WS-MONTH-WORK-X NOT NUMERIC
                   OR WS-MW-MONTH LESS THAN 1
                   OR WS-MW-MONTH GREATER THAN 12
                   DISPLAY 'ARR01CHG - PARM MONTH NOT YYYYMM - '
                       WS-PARM-MONTH
                   SET WS-ABORT TO TRUE
                   GO TO 1000-EXIT
               END-IF
           ELSE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-MONTH-WORK-X
               PERFORM 1100-BACK-ONE-MONTH THRU 1100-EXIT
           END-IF
           MOVE WS-MONTH-WORK-X TO WS-REPORT-MONTH
           PERFORM 1100-BACK-ONE-MONTH THRU 1100-EXIT
           MOVE WS-MONTH-WORK-X TO WS-PRIOR-MONTH

           INITIALIZE WS-GRAND-TOTALS

           OPEN INPUT CHARGE-RATE-FILE
           IF NOT WS-CHGRATE-OK
               DISPLAY 'ARR01CHG - CHGRATE OPEN FAILED - STATUS '
                   WS-CHGRATE-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-RATES THRU 1200-EXIT
           CLOSE CHARGE-RATE-FILE

           OPEN INPUT RUN-STATS-FILE
           IF NOT WS-RUNSTATS-OK
               DISPLAY 'ARR01CHG - RUNSTATS OPEN FAILED - STATUS '
                   WS-RUNSTATS-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O CHARGE-HISTORY-FILE
           IF NOT WS-CHGHIST-OK
               OPEN OUTPUT CHARGE-HISTORY-FILE
               CLOSE CHARGE-HISTORY-FILE
               OPEN I-O CHARGE-HISTORY-FILE
           END-IF
           IF NOT WS-CHGHIST-OK
               DISPLAY 'ARR01CHG - CHGHIST OPEN FAILED - STATUS '
                   WS-CHGHIST-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT PERSONA-REJECT-FILE
           IF WS-PERSREJ-OK
               SET WS-PERSREJ-OPEN TO TRUE
           ELSE
               DISPLAY 'ARR01CHG - PERSREJ NOT AVAILABLE - STATUS '
                   WS-PERSREJ-STATUS ' - REJECTS NOT CHARGED'
               IF WS-RUN-RC LESS THAN 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF

           OPEN INPUT LANDED-MSG-FILE
           IF WS-LMSGIN-OK
               SET WS-LMSGIN-OPEN TO TRUE
           ELSE
               DISPLAY 'ARR01CHG - LMSGIN NOT AVAILABLE - STATUS '
                   WS-LMSGIN-STATUS ' - NO LANDED PROOF'
           END-IF

           OPEN INPUT CLASS-REF-FILE
           IF WS-CLASSREF-OK
               SET WS-CLASSREF-OPEN TO TRUE
           ELSE
               DISPLAY 'ARR01CHG - CLASSREF NOT AVAILABLE - STATUS '
                   WS-CLASSREF-STATUS ' - BUSINESS LINES UNNAMED'
           END-IF

           OPEN OUTPUT CHARGE-REPORT-FILE
           OPEN OUTPUT GL-SUMMARY-FILE
           IF NOT WS-GLSUMOUT-OK
               DISPLAY 'ARR01CHG - GLSUMOUT OPEN FAILED - STATUS '
                   WS-GLSUMOUT-STATUS
               SET WS-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-BACK-ONE-MONTH - STEP WS-MONTH-WORK BACK ONE MONTH.
      *----------------------------------------------------------------
       1100-BACK-ONE-MONTH.
           IF WS-MW-MONTH EQUAL 1
               MOVE 12 TO WS-MW-MONTH
               SUBTRACT 1 FROM WS-MW-YEAR
           ELSE
               SUBTRACT 1 FROM WS-MW-MONTH
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-RATES - READ CHGRATE INTO THE RATE TABLE. ROWS PAST
      * THE TABLE'S SIZE ARE LEFT OUT AND SAID SO - AN ITEM THAT LOSES
      * ITS RATE THAT WAY IS FLAGGED ON THE REPORT LIKE ANY OTHER.
      *----------------------------------------------------------------
       1200-LOAD-RATES.
           SET WS-NOT-EOF TO TRUE
           PERFORM 1210-LOAD-ONE-RATE THRU 1210-EXIT
               UNTIL WS-EOF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-RATE.
           READ CHARGE-RATE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           MOVE CHARGE-RATE-IO-RECORD TO CHARGE-RATE-RECORD
           IF WS-RT-USED NOT LESS THAN WS-RT-MAX
               DISPLAY 'ARR01CHG - RATE TABLE FULL - CHGRATE ROW '
                   CG-KEY ' NOT LOADED'
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-RT-USED
           MOVE CG-ITEM TO WS-RT-ITEM(WS-RT-USED)
           MOVE CG-CLASS TO WS-RT-CLASS(WS-RT-USED)
           MOVE CG-EFFECTIVE-MONTH TO WS-RT-MONTH(WS-RT-USED)
           MOVE CG-RATE TO WS-RT-RATE(WS-RT-USED)
           ADD 1 TO WS-RATES-LOADED.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-READ-JOURNAL - READ THE MONTH'S JOURNAL ENTRIES THROUGH
      * ARR01AGR AND COUNT EACH CHARGEABLE ONE AGAINST ITS CLASS AND
      * FEED SOURCE.
      *----------------------------------------------------------------
       2000-READ-JOURNAL.
           SET AGR-OPEN TO TRUE
           SET AGR-INPUT-MODE TO TRUE
           MOVE 'ARR01CHG' TO AGR-PROGRAM
           MOVE SPACES TO AGR-FROM-DATE
           MOVE SPACES TO AGR-TO-DATE
           STRING WS-REPORT-MONTH '01' DELIMITED BY SIZE
               INTO AGR-FROM-DATE
           STRING WS-REPORT-MONTH '31' DELIMITED BY SIZE
               INTO AGR-TO-DATE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           IF AGR-FAILED
               DISPLAY 'ARR01CHG - AUDTLOG OPEN FAILED - STATUS '
                   AGR-FILE-STATUS
               SET WS-ABORT TO TRUE
               GO TO 2000-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 2100-READ-ONE-ENTRY THRU 2100-EXIT
               UNTIL WS-EOF OR WS-ABORT
           SET AGR-CLOSE TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-READ-ONE-ENTRY - AN MNT1 OR APV1 MASTER ACTION IS AN MNT1
      * ACTION WHATEVER ITS FUNCTION; EVERY OTHER ENTRY IS CHARGED BY
      * ITS FUNCTION UNDER THE PROGRAM THAT JOURNALED IT. AN MQPUT IS
      * PUBLISHED WHEN IT LANDED AND DEAD-LETTERED WHEN ARRAYMQ SENT
      * IT TO THE DEAD-LETTER QUEUE; A PUT THAT FAILED OUTRIGHT IS
      * NOT CHARGED. A REPLAY IS CHARGED ONLY WHEN IT REPLAYED.
      *----------------------------------------------------------------
       2100-READ-ONE-ENTRY.
           SET AGR-READ TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           IF NOT AGR-OK
               SET WS-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF
           MOVE AGR-RECORD TO AUDIT-RECORD
           ADD 1 TO WS-JOURNAL-READ
           IF AU-TIMESTAMP(1:6) NOT EQUAL WS-REPORT-MONTH
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-JOURNAL-IN-MONTH

           MOVE AU-AFTER-CLASS TO WS-NEW-CLASS
           IF WS-NEW-CLASS EQUAL SPACES
               MOVE AU-BEFORE-CLASS TO WS-NEW-CLASS
           END-IF
           MOVE AU-PROGRAM TO WS-NEW-SOURCE
           MOVE ZERO TO WS-NEW-METRIC
           MOVE ZERO TO WS-NEW-REASON

           IF AU-PROGRAM EQUAL 'ARR01MNT' OR AU-PROGRAM EQUAL 'ARR01APV'
               EVALUATE AU-FUNCTION
                   WHEN 'ADD'
                   WHEN 'CHANGE'
                   WHEN 'DELETE'
                   WHEN 'MERGEDROP'
                   WHEN 'MERGEKEEP'
                   WHEN 'RESTORE'
                       MOVE 8 TO WS-NEW-METRIC
                       MOVE 'ARR01MNT' TO WS-NEW-SOURCE
                   WHEN OTHER
                       GO TO 2100-EXIT
               END-EVALUATE
           ELSE
               EVALUATE AU-FUNCTION
                   WHEN 'ADD'
                       MOVE 1 TO WS-NEW-METRIC
                   WHEN 'CHANGE'
                   WHEN 'UPDATE'
                       MOVE 2 TO WS-NEW-METRIC
                   WHEN 'DELETE'
                       MOVE 3 TO WS-NEW-METRIC
                   WHEN 'MQPUT'
                       EVALUATE TRUE
                           WHEN AU-AFTER-STATUS EQUAL 'D'
                               MOVE 6 TO WS-NEW-METRIC
                           WHEN AU-MQ-COMP-CODE EQUAL ZERO
                               MOVE 5 TO WS-NEW-METRIC
                           WHEN OTHER
                               GO TO 2100-EXIT
                       END-EVALUATE
                   WHEN 'REPLAY'
                       IF AU-AFTER-STATUS EQUAL 'R'
                           OR (AU-AFTER-STATUS EQUAL SPACE
                               AND AU-MQ-COMP-CODE EQUAL ZERO)
                           MOVE 7 TO WS-NEW-METRIC
                       ELSE
                           GO TO 2100-EXIT
                       END-IF
                   WHEN OTHER
                       GO TO 2100-EXIT
               END-EVALUATE
           END-IF

           IF WS-NEW-METRIC EQUAL 1 AND AU-PROGRAM EQUAL 'ARRAY01'
               ADD 1 TO WS-PC-JRNL-ADDED
           END-IF
           IF WS-NEW-METRIC EQUAL 5
               ADD 1 TO WS-PC-JRNL-PUBLISHED
               IF AU-PROGRAM EQUAL 'ARRAYMQ'
                   ADD 1 TO WS-PC-JRNL-MQ-LANDED
               END-IF
           END-IF
           IF WS-NEW-METRIC EQUAL 6 AND AU-PROGRAM EQUAL 'ARRAYMQ'
               ADD 1 TO WS-PC-JRNL-MQ-DEAD
           END-IF

           ADD 1 TO WS-JOURNAL-CHARGED
           PERFORM 2200-COUNT-USAGE THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-COUNT-USAGE - ADD ONE TO WS-NEW-METRIC (AND THE REASON
      * SLOT, FOR A REJECT) ON THE USAGE ROW FOR WS-NEW-KEY, INSERTING
      * THE ROW IN KEY ORDER IF IT IS NOT THERE YET. A FULL TABLE
      * STOPS THE RUN - A CHARGE THAT LEAVES USAGE OUT IS WRONG.
      *----------------------------------------------------------------
       2200-COUNT-USAGE.
           MOVE 1 TO WS-UX
           SET WS-SLOT-NOT-FOUND TO TRUE
           PERFORM 2210-TEST-ONE-ROW THRU 2210-EXIT
               UNTIL WS-SLOT-FOUND OR WS-UX GREATER THAN WS-UT-USED
           IF WS-SLOT-FOUND
               IF WS-UT-KEY(WS-UX) NOT EQUAL WS-NEW-KEY
                   SET WS-SLOT-NOT-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-SLOT-NOT-FOUND
               IF WS-UT-USED NOT LESS THAN WS-UT-MAX
                   DISPLAY 'ARR01CHG - USAGE TABLE FULL AT CLASS '
                       WS-NEW-CLASS ' SOURCE ' WS-NEW-SOURCE
                   SET WS-ABORT TO TRUE
                   GO TO 2200-EXIT
               END-IF
               PERFORM 2220-SHIFT-ONE-ROW THRU 2220-EXIT
                   VARYING WS-UY FROM WS-UT-USED BY -1
                   UNTIL WS-UY LESS THAN WS-UX
               INITIALIZE WS-UT-ENTRY(WS-UX)
               MOVE WS-NEW-KEY TO WS-UT-KEY(WS-UX)
               ADD 1 TO WS-UT-USED
           END-IF
           ADD 1 TO WS-UT-METRIC(WS-UX WS-NEW-METRIC)
           IF WS-NEW-REASON GREATER THAN ZERO
               ADD 1 TO WS-UT-REASON(WS-UX WS-NEW-REASON)
           END-IF.
       2200-EXIT.
           EXIT.

       2210-TEST-ONE-ROW.
           IF WS-UT-KEY(WS-UX) NOT LESS THAN WS-NEW-KEY
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-UX
           END-IF.
       2210-EXIT.
           EXIT.

       2220-SHIFT-ONE-ROW.
           MOVE WS-UT-ENTRY(WS-UY) TO WS-UT-ENTRY(WS-UY + 1).
       2220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-READ-RUNSTATS - ADD UP THE MONTH'S ARRAY01 AND ARRAYMQ
      * RUNSTATS ROWS FOR THE CONTROL PROOF.
      *----------------------------------------------------------------
       3000-READ-RUNSTATS.
           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO RS-IO-KEY
           START RUN-STATS-FILE KEY IS GREATER THAN RS-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 3100-READ-ONE-STATS-ROW THRU 3100-EXIT
               UNTIL WS-EOF.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-STATS-ROW.
           READ RUN-STATS-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           MOVE RUN-STATS-IO-RECORD TO RUN-STATS-RECORD
           IF RS-RUN-DATE(1:6) NOT EQUAL WS-REPORT-MONTH
               GO TO 3100-EXIT
           END-IF
           EVALUATE RS-PROGRAM
               WHEN 'ARRAY01'
                   ADD 1 TO WS-RUNSTATS-IN-MONTH
                   ADD RS-PROCESSED-COUNT TO WS-PC-RS-ADDED
                   ADD RS-REJECTED-COUNT TO WS-PC-RS-REJECTED
               WHEN 'ARRAYMQ'
                   ADD 1 TO WS-RUNSTATS-IN-MONTH
                   ADD RS-PUT-COUNT TO WS-PC-RS-PUT
                   ADD RS-DEAD-LETTER-COUNT TO WS-PC-RS-DEAD-LETTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-READ-REJECTS - CHARGE EVERY PERSREJ ROW WHOSE ARRAY01 RUN
      * RAN IN THE MONTH. THE REJECT FILE SPANS MANY MONTHS; THE RUN
      * ID IS THE ONLY TIE TO A DATE, SO A ROW WHOSE RUN HAS NO
      * RUNSTATS ROW IS LEFT OUT.
      *----------------------------------------------------------------
       3500-READ-REJECTS.
           IF NOT WS-PERSREJ-OPEN
               GO TO 3500-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 3600-READ-ONE-REJECT THRU 3600-EXIT
               UNTIL WS-EOF OR WS-ABORT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-READ-ONE-REJECT - A MIS-DELIMITED ROW (R001) HAS NO CLASS
      * TO TRUST, AND A CLASS NOT ON CLASSREF IS NOT A BUSINESS LINE:
      * BOTH ARE CHARGED UNCLASSIFIED.
      *----------------------------------------------------------------
       3600-READ-ONE-REJECT.
           READ PERSONA-REJECT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3600-EXIT
           END-READ
           ADD 1 TO WS-REJECTS-READ
           MOVE RJ-RUN-ID TO WS-RJ-STATS-RUN-ID
           MOVE WS-RJ-STATS-KEY TO RS-IO-KEY
           READ RUN-STATS-FILE
           IF NOT WS-RUNSTATS-OK
               GO TO 3600-EXIT
           END-IF
           MOVE RUN-STATS-IO-RECORD TO RUN-STATS-RECORD
           IF RS-RUN-DATE(1:6) NOT EQUAL WS-REPORT-MONTH
               GO TO 3600-EXIT
           END-IF
           ADD 1 TO WS-REJECTS-IN-MONTH
           ADD 1 TO WS-PC-REJECT-ROWS

           MOVE SPACES TO WS-RJ-CLASS
           IF RJ-REASON-CODE NOT EQUAL 'R001'
               PERFORM 3700-FIND-REJECT-CLASS THRU 3700-EXIT
           END-IF

           MOVE RJ-REASON-CODE TO WS-REASON-CODE
           IF WS-REASON-PREFIX EQUAL 'R'
               AND WS-REASON-NUMBER NUMERIC
               AND WS-REASON-NUMBER GREATER THAN ZERO
               AND WS-REASON-NUMBER LESS THAN 20
               MOVE WS-REASON-NUMBER TO WS-NEW-REASON
           ELSE
               MOVE 20 TO WS-NEW-REASON
           END-IF
           MOVE WS-RJ-CLASS TO WS-NEW-CLASS
           MOVE 'ARRAY01' TO WS-NEW-SOURCE
           MOVE 4 TO WS-NEW-METRIC
           PERFORM 2200-COUNT-USAGE THRU 2200-EXIT.
       3600-EXIT.
           EXIT.

       3700-FIND-REJECT-CLASS.
           MOVE RJ-PERSONA-DATA TO WS-RJ-IMAGE
           INSPECT WS-RJ-IMAGE REPLACING ALL WS-DOUBLED-DELIMITER
               BY WS-ESCAPE-SENTINEL
           UNSTRING WS-RJ-IMAGE DELIMITED BY WS-FEED-DELIMITER
               INTO WS-RJ-FIELD-1
                    WS-RJ-FIELD-2
                    WS-RJ-FIELD-3
                    WS-RJ-FIELD-4
                    WS-RJ-FIELD-5
                    WS-RJ-CLASS
           END-UNSTRING
           IF WS-RJ-CLASS EQUAL SPACES OR NOT WS-CLASSREF-OPEN
               GO TO 3700-EXIT
           END-IF
           MOVE WS-RJ-CLASS TO CR-IO-KEY
           READ CLASS-REF-FILE
           IF NOT WS-CLASSREF-OK
               MOVE SPACES TO WS-RJ-CLASS
           END-IF.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-READ-LANDED - COUNT THE LANDED-MESSAGE ROWS FOR THE PROOF.
      * THE ROWS CARRY NO DATE; THE JOB GIVES LMSGIN THE MONTH'S FILES.
      *----------------------------------------------------------------
       4000-READ-LANDED.
           IF NOT WS-LMSGIN-OPEN
               GO TO 4000-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 4100-READ-ONE-LANDED THRU 4100-EXIT
               UNTIL WS-EOF.
       4000-EXIT.
           EXIT.

       4100-READ-ONE-LANDED.
           READ LANDED-MSG-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-LANDED-READ
           ADD 1 TO WS-PC-LANDED-ROWS.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRICE-USAGE - PRICE EACH USAGE ROW ITEM BY ITEM AT ITS
      * BUSINESS LINE'S RATES. EVERY ITEM CHARGE IS ROUNDED ONCE, ON
      * THE USAGE ROW, AND THE SAME AMOUNT IS ADDED TO THE BUSINESS
      * LINE, SO THE ROWS, THE LINES AND THE GRAND TOTAL AGREE TO THE
      * CENT.
      *----------------------------------------------------------------
       5000-PRICE-USAGE.
           PERFORM 5100-PRICE-ONE-ROW THRU 5100-EXIT
               VARYING WS-UX FROM 1 BY 1
               UNTIL WS-UX GREATER THAN WS-UT-USED OR WS-ABORT.
       5000-EXIT.
           EXIT.

       5100-PRICE-ONE-ROW.
           MOVE WS-UT-CLASS(WS-UX) TO WS-NEW-CLASS
           PERFORM 5200-FIND-CLASS THRU 5200-EXIT
           IF WS-ABORT
               GO TO 5100-EXIT
           END-IF
           MOVE WS-CX TO WS-UT-CLASS-IX(WS-UX)
           MOVE ZERO TO WS-UT-CHARGE(WS-UX)
           PERFORM 5110-PRICE-ONE-METRIC THRU 5110-EXIT
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX GREATER THAN 8
           PERFORM 5120-PRICE-ONE-REASON THRU 5120-EXIT
               VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX GREATER THAN 20
           ADD WS-UT-CHARGE(WS-UX) TO WS-CT-CHARGE(WS-CX)
           ADD WS-UT-CHARGE(WS-UX) TO WS-GT-CHARGE.
       5100-EXIT.
           EXIT.

       5110-PRICE-ONE-METRIC.
           ADD WS-UT-METRIC(WS-UX WS-MX) TO WS-CT-UNITS(WS-CX WS-MX)
           ADD WS-UT-METRIC(WS-UX WS-MX) TO WS-GT-METRIC(WS-MX)
           IF WS-MX EQUAL 4
               GO TO 5110-EXIT
           END-IF
           COMPUTE WS-ITEM-CHARGE ROUNDED =
               WS-UT-METRIC(WS-UX WS-MX) * WS-CT-RATE(WS-CX WS-MX)
           ADD WS-ITEM-CHARGE TO WS-CT-ITEM-CHARGE(WS-CX WS-MX)
           ADD WS-ITEM-CHARGE TO WS-UT-CHARGE(WS-UX).
       5110-EXIT.
           EXIT.

       5120-PRICE-ONE-REASON.
           ADD WS-UT-REASON(WS-UX WS-QX) TO WS-CT-RJ-UNITS(WS-CX WS-QX)
           COMPUTE WS-ITEM-CHARGE ROUNDED =
               WS-UT-REASON(WS-UX WS-QX) * WS-CT-RJ-RATE(WS-CX WS-QX)
           ADD WS-ITEM-CHARGE TO WS-CT-RJ-CHARGE(WS-CX WS-QX)
           ADD WS-ITEM-CHARGE TO WS-CT-ITEM-CHARGE(WS-CX 4)
           ADD WS-ITEM-CHARGE TO WS-UT-CHARGE(WS-UX).
       5120-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-FIND-CLASS - POINT WS-CX AT THE BUSINESS LINE FOR
      * WS-NEW-CLASS, ADDING IT - NAMED AND WITH ITS RATES LOOKED UP -
      * IF IT IS NOT IN THE TABLE YET.
      *----------------------------------------------------------------
       5200-FIND-CLASS.
           MOVE 1 TO WS-CX
           SET WS-SLOT-NOT-FOUND TO TRUE
           PERFORM 5210-TEST-ONE-CLASS THRU 5210-EXIT
               UNTIL WS-SLOT-FOUND OR WS-CX GREATER THAN WS-CT-USED
           IF WS-SLOT-FOUND
               GO TO 5200-EXIT
           END-IF
           IF WS-CT-USED NOT LESS THAN WS-CT-MAX
               DISPLAY 'ARR01CHG - BUSINESS LINE TABLE FULL AT CLASS '
                   WS-NEW-CLASS
               SET WS-ABORT TO TRUE
               GO TO 5200-EXIT
           END-IF
           ADD 1 TO WS-CT-USED
           MOVE WS-CT-USED TO WS-CX
           INITIALIZE WS-CT-ENTRY(WS-CX)
           MOVE WS-NEW-CLASS TO WS-CT-CLASS(WS-CX)
           PERFORM 5220-NAME-CLASS THRU 5220-EXIT
           MOVE WS-NEW-CLASS TO WS-FIND-CLASS
           PERFORM 5230-RATE-ONE-METRIC THRU 5230-EXIT
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX GREATER THAN 8
           PERFORM 5240-RATE-ONE-REASON THRU 5240-EXIT
               VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX GREATER THAN 20.
       5200-EXIT.
           EXIT.

       5210-TEST-ONE-CLASS.
           IF WS-CT-CLASS(WS-CX) EQUAL WS-NEW-CLASS
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CX
           END-IF.
       5210-EXIT.
           EXIT.

       5220-NAME-CLASS.
           IF WS-NEW-CLASS EQUAL SPACES
               MOVE 'UNCLASSIFIED' TO WS-CT-DESCRIPTION(WS-CX)
               GO TO 5220-EXIT
           END-IF
           MOVE SPACES TO WS-CT-DESCRIPTION(WS-CX)
           IF NOT WS-CLASSREF-OPEN
               GO TO 5220-EXIT
           END-IF
           MOVE WS-NEW-CLASS TO CR-IO-KEY
           READ CLASS-REF-FILE
           IF WS-CLASSREF-OK
               MOVE CLASS-REF-IO-RECORD TO CLASS-REF-RECORD
               MOVE CR-DESCRIPTION TO WS-CT-DESCRIPTION(WS-CX)
           ELSE
               MOVE 'NOT ON CLASSREF' TO WS-CT-DESCRIPTION(WS-CX)
           END-IF.
       5220-EXIT.
           EXIT.

       5230-RATE-ONE-METRIC.
           IF WS-MX EQUAL 4
               GO TO 5230-EXIT
           END-IF
           MOVE WS-ITEM-CODE(WS-MX) TO WS-FIND-ITEM
           PERFORM 5300-FIND-RATE THRU 5300-EXIT
           MOVE WS-FIND-RATE TO WS-CT-RATE(WS-CX WS-MX)
           MOVE WS-FIND-SW TO WS-CT-RATE-SW(WS-CX WS-MX).
       5230-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5240-RATE-ONE-REASON - A REASON WITH A PRICE OF ITS OWN (RNNN)
      * USES IT; EVERY OTHER REASON USES THE GENERAL REJECT PRICE.
      *----------------------------------------------------------------
       5240-RATE-ONE-REASON.
           SET WS-RATE-NOT-FOUND TO TRUE
           IF WS-QX LESS THAN 20
               PERFORM 5400-REASON-ITEM-CODE THRU 5400-EXIT
               MOVE WS-REASON-CODE TO WS-FIND-ITEM
               PERFORM 5300-FIND-RATE THRU 5300-EXIT
           END-IF
           IF WS-RATE-NOT-FOUND
               MOVE 'RJCT' TO WS-FIND-ITEM
               PERFORM 5300-FIND-RATE THRU 5300-EXIT
           END-IF
           MOVE WS-FIND-RATE TO WS-CT-RJ-RATE(WS-CX WS-QX)
           MOVE WS-FIND-SW TO WS-CT-RJ-RATE-SW(WS-CX WS-QX).
       5240-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5300-FIND-RATE - THE RATE FOR WS-FIND-ITEM AND WS-FIND-CLASS
      * IN THE REPORT MONTH: THE CLASS'S OWN ROW EFFECTIVE LATEST IN
      * OR BEFORE THE MONTH, ELSE THE EVERY-CLASS ROW LIKEWISE, ELSE
      * NONE (ZERO, FLAGGED).
      *----------------------------------------------------------------
       5300-FIND-RATE.
           MOVE SPACES TO WS-BEST-CLASS-MONTH
           MOVE SPACES TO WS-BEST-ANY-MONTH
           MOVE ZERO TO WS-BEST-CLASS-RATE
           MOVE ZERO TO WS-BEST-ANY-RATE
           PERFORM 5310-TEST-ONE-RATE THRU 5310-EXIT
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX GREATER THAN
               WS-RT-USED
           EVALUATE TRUE
               WHEN WS-BEST-CLASS-MONTH NOT EQUAL SPACES
                   MOVE WS-BEST-CLASS-RATE TO WS-FIND-RATE
                   SET WS-RATE-FOUND TO TRUE
               WHEN WS-BEST-ANY-MONTH NOT EQUAL SPACES
                   MOVE WS-BEST-ANY-RATE TO WS-FIND-RATE
                   SET WS-RATE-FOUND TO TRUE
               WHEN OTHER
                   MOVE ZERO TO WS-FIND-RATE
                   SET WS-RATE-NOT-FOUND TO TRUE
           END-EVALUATE.
       5300-EXIT.
           EXIT.

       5310-TEST-ONE-RATE.
           IF WS-RT-ITEM(WS-RX) NOT EQUAL WS-FIND-ITEM
               OR WS-RT-MONTH(WS-RX) GREATER THAN WS-REPORT-MONTH
               GO TO 5310-EXIT
           END-IF
           IF WS-RT-CLASS(WS-RX) EQUAL SPACES
               IF WS-RT-MONTH(WS-RX) GREATER THAN WS-BEST-ANY-MONTH
                   MOVE WS-RT-MONTH(WS-RX) TO WS-BEST-ANY-MONTH
                   MOVE WS-RT-RATE(WS-RX) TO WS-BEST-ANY-RATE
               END-IF
               GO TO 5310-EXIT
           END-IF
           IF WS-RT-CLASS(WS-RX) EQUAL WS-FIND-CLASS
               AND WS-RT-MONTH(WS-RX) GREATER THAN WS-BEST-CLASS-MONTH
               MOVE WS-RT-MONTH(WS-RX) TO WS-BEST-CLASS-MONTH
               MOVE WS-RT-RATE(WS-RX) TO WS-BEST-CLASS-RATE
           END-IF.
       5310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5400-REASON-ITEM-CODE - THE ITEM CODE FOR REASON SLOT WS-QX:
      * RNNN FOR SLOTS 1-19, RJCT FOR THE CATCH-ALL SLOT 20.
      *----------------------------------------------------------------
       5400-REASON-ITEM-CODE.
           IF WS-QX LESS THAN 20
               MOVE 'R' TO WS-REASON-PREFIX
               MOVE WS-QX TO WS-REASON-NUMBER
           ELSE
               MOVE 'RJCT' TO WS-REASON-CODE
           END-IF.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-READ-PRIOR-MONTH - ADD UP WHAT EACH BUSINESS LINE WAS
      * CHARGED LAST MONTH OFF ITS CHGHIST ROWS. A LINE BILLED THEN
      * WITH NO USAGE NOW STILL GETS A BLOCK, SO THE DROP SHOWS.
      *----------------------------------------------------------------
       6000-READ-PRIOR-MONTH.
           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO CH-IO-KEY
           MOVE WS-PRIOR-MONTH TO CH-IO-KEY(1:6)
           START CHARGE-HISTORY-FILE KEY IS NOT LESS THAN CH-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 6100-READ-ONE-PRIOR THRU 6100-EXIT
               UNTIL WS-EOF OR WS-ABORT.
       6000-EXIT.
           EXIT.

       6100-READ-ONE-PRIOR.
           READ CHARGE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6100-EXIT
           END-READ
           MOVE CHARGE-HISTORY-IO-RECORD TO CHARGE-HISTORY-RECORD
           IF CH-MONTH NOT EQUAL WS-PRIOR-MONTH
               SET WS-EOF TO TRUE
               GO TO 6100-EXIT
           END-IF
           MOVE CH-CLASS TO WS-NEW-CLASS
           PERFORM 5200-FIND-CLASS THRU 5200-EXIT
           IF WS-ABORT
               GO TO 6100-EXIT
           END-IF
           ADD CH-CHARGE TO WS-CT-PRIOR-CHARGE(WS-CX)
           ADD CH-CHARGE TO WS-GT-PRIOR-CHARGE.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6500-SAVE-HISTORY - REPLACE THE MONTH ON CHGHIST: DROP ANY
      * ROWS AN EARLIER RUN WROTE FOR IT, THEN WRITE ONE ROW PER
      * USAGE ROW. A ROW THAT WILL NOT WRITE LEAVES NEXT MONTH'S
      * COMPARISON SHORT - THE RUN ENDS WITH RETURN CODE 8.
      *----------------------------------------------------------------
       6500-SAVE-HISTORY.
           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO CH-IO-KEY
           MOVE WS-REPORT-MONTH TO CH-IO-KEY(1:6)
           START CHARGE-HISTORY-FILE KEY IS NOT LESS THAN CH-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 6600-DROP-ONE-ROW THRU 6600-EXIT
               UNTIL WS-EOF
           PERFORM 6700-WRITE-ONE-ROW THRU 6700-EXIT
               VARYING WS-UX FROM 1 BY 1
               UNTIL WS-UX GREATER THAN WS-UT-USED.
       6500-EXIT.
           EXIT.

       6600-DROP-ONE-ROW.
           READ CHARGE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6600-EXIT
           END-READ
           IF CH-IO-KEY(1:6) NOT EQUAL WS-REPORT-MONTH
               SET WS-EOF TO TRUE
               GO TO 6600-EXIT
           END-IF
           DELETE CHARGE-HISTORY-FILE RECORD
           IF WS-CHGHIST-OK
               ADD 1 TO WS-HISTORY-REPLACED
           ELSE
               DISPLAY 'ARR01CHG - CHGHIST DELETE FAILED - KEY '
                   CH-IO-KEY ' STATUS ' WS-CHGHIST-STATUS
               MOVE 8 TO WS-RUN-RC
           END-IF.
       6600-EXIT.
           EXIT.

       6700-WRITE-ONE-ROW.
           MOVE SPACES TO CHARGE-HISTORY-RECORD
           MOVE WS-REPORT-MONTH TO CH-MONTH
           MOVE WS-UT-CLASS(WS-UX) TO CH-CLASS
           MOVE WS-UT-SOURCE(WS-UX) TO CH-SOURCE
           PERFORM 6710-MOVE-ONE-COUNT THRU 6710-EXIT
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX GREATER THAN 8
           PERFORM 6720-MOVE-ONE-REASON THRU 6720-EXIT
               VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX GREATER THAN 20
           MOVE WS-UT-CHARGE(WS-UX) TO CH-CHARGE
           MOVE WS-RUN-TIMESTAMP TO CH-UPDATED-TIMESTAMP
           MOVE CHARGE-HISTORY-RECORD TO CHARGE-HISTORY-IO-RECORD
           WRITE CHARGE-HISTORY-IO-RECORD
           IF WS-CHGHIST-OK
               ADD 1 TO WS-HISTORY-WRITTEN
           ELSE
               DISPLAY 'ARR01CHG - CHGHIST WRITE FAILED - KEY '
                   CH-KEY ' STATUS ' WS-CHGHIST-STATUS
               MOVE 8 TO WS-RUN-RC
           END-IF.
       6700-EXIT.
           EXIT.

       6710-MOVE-ONE-COUNT.
           MOVE WS-UT-METRIC(WS-UX WS-MX) TO CH-COUNT(WS-MX).
       6710-EXIT.
           EXIT.

       6720-MOVE-ONE-REASON.
           MOVE WS-UT-REASON(WS-UX WS-QX) TO CH-REASON-COUNT(WS-QX).
       6720-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-REPORT - THE HEADING, THE USAGE BY CLASS AND
      * SOURCE, THE CHARGES BY BUSINESS LINE AND THE CONTROL PROOF.
      *----------------------------------------------------------------
       7000-WRITE-REPORT.
           MOVE WS-REPORT-MONTH TO WS-HDG-MONTH
           MOVE WS-PRIOR-MONTH TO WS-HDG-PRIOR-MONTH
           MOVE WS-BUSINESS-DATE TO WS-HDG-BUSINESS-DATE
           MOVE WS-RUN-TIMESTAMP TO WS-HDG-RUN-TS
           WRITE CHARGE-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE CHARGE-REPORT-LINE FROM WS-HEADING-LINE-2
           PERFORM 7100-WRITE-USAGE THRU 7100-EXIT
           PERFORM 7200-WRITE-CHARGES THRU 7200-EXIT
           PERFORM 7300-WRITE-PROOF THRU 7300-EXIT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100-WRITE-USAGE - ONE LINE PER USAGE ROW, A SUBTOTAL AFTER
      * EACH CLASS AND THE GRAND TOTAL. THE ROWS ARE IN CLASS ORDER.
      *----------------------------------------------------------------
       7100-WRITE-USAGE.
           WRITE CHARGE-REPORT-LINE FROM SPACES
           MOVE 'USAGE BY BUSINESS LINE AND FEED SOURCE' TO WS-SEC-TEXT
           WRITE CHARGE-REPORT-LINE FROM WS-SECTION-LINE
           WRITE CHARGE-REPORT-LINE FROM SPACES
           WRITE CHARGE-REPORT-LINE FROM WS-USAGE-HEADING
           INITIALIZE WS-CLASS-SUBTOTALS
           PERFORM 7110-WRITE-ONE-USAGE THRU 7110-EXIT
               VARYING WS-UX FROM 1 BY 1
               UNTIL WS-UX GREATER THAN WS-UT-USED
           MOVE SPACES TO WS-UL-KEY-AREA
           MOVE 'ALL LINES' TO WS-UL-LABEL
           PERFORM 7130-MOVE-ONE-GRAND THRU 7130-EXIT
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX GREATER THAN 8
           MOVE WS-GT-CHARGE TO WS-UL-CHARGE
           WRITE CHARGE-REPORT-LINE FROM SPACES
           WRITE CHARGE-REPORT-LINE FROM WS-USAGE-LINE.
       7100-EXIT.
           EXIT.

       7110-WRITE-ONE-USAGE.
           MOVE SPACES TO WS-UL-KEY-AREA
           MOVE WS-UT-CLASS(WS-UX) TO WS-UL-CLASS
           MOVE WS-UT-SOURCE(WS-UX) TO WS-UL-SOURCE
           PERFORM 7120-MOVE-ONE-COUNT THRU 7120-EXIT
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX GREATER THAN 8
           MOVE WS-UT-CHARGE(WS-UX) TO WS-UL-CHARGE
           ADD WS-UT-CHARGE(WS-UX) TO WS-ST-CHARGE
           WRITE CHARGE-REPORT-LINE FROM WS-USAGE-LINE
           SET WS-SLOT-FOUND TO TRUE
           IF WS-UX LESS THAN WS-UT-USED
               IF WS-UT-CLASS(WS-UX + 1) EQUAL WS-UT-CLASS(WS-UX)
                   SET WS-SLOT-NOT-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-SLOT-FOUND
               MOVE SPACES TO WS-UL-KEY-AREA
               MOVE WS-UT-CLASS(WS-UX) TO WS-UL-CLASS
               MOVE 'TOTAL' TO WS-UL-SOURCE
               PERFORM 7140-MOVE-ONE-SUBTOTAL THRU 7140-EXIT
                   VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX GREATER THAN 8
               MOVE WS-ST-CHARGE TO WS-UL-CHARGE
               WRITE CHARGE-REPORT-LINE FROM WS-USAGE-LINE
               WRITE CHARGE-REPORT-LINE FROM SPACES
               INITIALIZE WS-CLASS-SUBTOTALS
           END-IF.
       7110-EXIT.
           EXIT.

       7120-MOVE-ONE-COUNT.
           MOVE WS-UT-METRIC(WS-UX WS-MX) TO WS-UL-COUNT(WS-MX)
           ADD WS-UT-METRIC(WS-UX WS-MX) TO WS-ST-METRIC(WS-MX).
       7120-EXIT.
           EXIT.

       7130-MOVE-ONE-GRAND.
           MOVE WS-GT-METRIC(WS-MX) TO WS-UL-COUNT(WS-MX).
       7130-EXIT.
           EXIT.

       7140-MOVE-ONE-SUBTOTAL.
           MOVE WS-ST-METRIC(WS-MX) TO WS-UL-COUNT(WS-MX).
       7140-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7200-WRITE-CHARGES - ONE BLOCK PER BUSINESS LINE: AN ITEM LINE
      * FOR EVERY ITEM WITH UNITS (THE REJECTS ONE LINE PER REASON),
      * FLAGGED WHERE NO RATE WAS FOUND, THEN THE LINE'S TOTAL AGAINST
      * THE PRIOR MONTH. THE GRAND TOTAL CLOSES THE SECTION.
      *----------------------------------------------------------------
       7200-WRITE-CHARGES.
           WRITE CHARGE-REPORT-LINE FROM SPACES
           MOVE 'CHARGES BY BUSINESS LINE' TO WS-SEC-TEXT
           WRITE CHARGE-REPORT-LINE FROM WS-SECTION-LINE
           PERFORM 7210-WRITE-ONE-LINE THRU 7210-EXIT
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CT-USED
           MOVE 'GRAND TOTAL - ALL BUSINESS LINES' TO WS-TL-LABEL
           MOVE WS-GT-CHARGE TO WS-TL-CHARGE
           MOVE WS-GT-PRIOR-CHARGE TO WS-TL-PRIOR
           MOVE WS-GT-CHARGE TO WS-CHARGE-AMOUNT
           MOVE WS-GT-PRIOR-CHARGE TO WS-PRIOR-AMOUNT
           PERFORM 7240-SET-CHANGE THRU 7240-EXIT
           WRITE CHARGE-REPORT-LINE FROM SPACES
           WRITE CHARGE-REPORT-LINE FROM WS-TOTAL-LINE.
       7200-EXIT.
           EXIT.

       7210-WRITE-ONE-LINE.
           WRITE CHARGE-REPORT-LINE FROM SPACES
           MOVE WS-CT-CLASS(WS-CX) TO WS-LH-CLASS
           MOVE WS-CT-DESCRIPTION(WS-CX) TO WS-LH-DESCRIPTION
           WRITE CHARGE-REPORT-LINE FROM WS-LINE-HEADING
           WRITE CHARGE-REPORT-LINE FROM WS-ITEM-HEADING
           PERFORM 7220-WRITE-ONE-ITEM THRU 7220-EXIT
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX GREATER THAN 8
           MOVE '      BUSINESS LINE TOTAL' TO WS-TL-LABEL
           MOVE WS-CT-CHARGE(WS-CX) TO WS-TL-CHARGE
           MOVE WS-CT-PRIOR-CHARGE(WS-CX) TO WS-TL-PRIOR
           MOVE WS-CT-CHARGE(WS-CX) TO WS-CHARGE-AMOUNT
           MOVE WS-CT-PRIOR-CHARGE(WS-CX) TO WS-PRIOR-AMOUNT
           PERFORM 7240-SET-CHANGE THRU 7240-EXIT
           WRITE CHARGE-REPORT-LINE FROM WS-TOTAL-LINE.
       7210-EXIT.
           EXIT.

       7220-WRITE-ONE-ITEM.
           IF WS-MX EQUAL 4
               PERFORM 7230-WRITE-ONE-REASON THRU 7230-EXIT
                   VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX GREATER THAN 20
               GO TO 7220-EXIT
           END-IF
           IF WS-CT-UNITS(WS-CX WS-MX) EQUAL ZERO
               GO TO 7220-EXIT
           END-IF
           MOVE WS-ITEM-CODE(WS-MX) TO WS-IL-CODE
           MOVE WS-ITEM-NAME(WS-MX) TO WS-IL-NAME
           MOVE WS-CT-UNITS(WS-CX WS-MX) TO WS-IL-UNITS
           MOVE WS-CT-RATE(WS-CX WS-MX) TO WS-IL-RATE
           MOVE WS-CT-ITEM-CHARGE(WS-CX WS-MX) TO WS-IL-CHARGE
           MOVE SPACES TO WS-IL-FLAG
           IF NOT WS-CT-RATE-FOUND(WS-CX WS-MX)
               PERFORM 7250-FLAG-NO-RATE THRU 7250-EXIT
           END-IF
           WRITE CHARGE-REPORT-LINE FROM WS-ITEM-LINE.
       7220-EXIT.
           EXIT.

       7230-WRITE-ONE-REASON.
           IF WS-CT-RJ-UNITS(WS-CX WS-QX) EQUAL ZERO
               GO TO 7230-EXIT
           END-IF
           PERFORM 5400-REASON-ITEM-CODE THRU 5400-EXIT
           MOVE WS-REASON-CODE TO WS-IL-CODE
           MOVE SPACES TO WS-IL-NAME
           IF WS-QX LESS THAN 20
               STRING 'REJECTED ' WS-REASON-CODE DELIMITED BY SIZE
                   INTO WS-IL-NAME
           ELSE
               MOVE 'REJECTED OTHER' TO WS-IL-NAME
           END-IF
           MOVE WS-CT-RJ-UNITS(WS-CX WS-QX) TO WS-IL-UNITS
           MOVE WS-CT-RJ-RATE(WS-CX WS-QX) TO WS-IL-RATE
           MOVE WS-CT-RJ-CHARGE(WS-CX WS-QX) TO WS-IL-CHARGE
           MOVE SPACES TO WS-IL-FLAG
           IF NOT WS-CT-RJ-RATE-FOUND(WS-CX WS-QX)
               PERFORM 7250-FLAG-NO-RATE THRU 7250-EXIT
           END-IF
           WRITE CHARGE-REPORT-LINE FROM WS-ITEM-LINE.
       7230-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7240-SET-CHANGE - THE CHANGE ON THE PRIOR MONTH AND ITS
      * PERCENTAGE. WITH NOTHING CHARGED LAST MONTH THERE IS NO
      * PERCENTAGE - THE LINE IS NEW.
      *----------------------------------------------------------------
       7240-SET-CHANGE.
           COMPUTE WS-CHANGE-AMOUNT = WS-CHARGE-AMOUNT - WS-PRIOR-AMOUNT
           MOVE WS-CHANGE-AMOUNT TO WS-TL-CHANGE
           MOVE SPACES TO WS-TL-PERCENT-SIGN
           IF WS-PRIOR-AMOUNT EQUAL ZERO
               IF WS-CHANGE-AMOUNT EQUAL ZERO
                   MOVE SPACES TO WS-TL-PERCENT-X
               ELSE
                   MOVE '     NEW' TO WS-TL-PERCENT-X
               END-IF
               GO TO 7240-EXIT
           END-IF
           COMPUTE WS-CHANGE-PERCENT ROUNDED =
               WS-CHANGE-AMOUNT * 100 / WS-PRIOR-AMOUNT
               ON SIZE ERROR
                   MOVE 99999.9 TO WS-CHANGE-PERCENT
           END-COMPUTE
           MOVE WS-CHANGE-PERCENT TO WS-TL-PERCENT
           MOVE '%' TO WS-TL-PERCENT-SIGN.
       7240-EXIT.
           EXIT.

       7250-FLAG-NO-RATE.
           MOVE 'NO RATE' TO WS-IL-FLAG
           ADD 1 TO WS-RATES-MISSING
           IF WS-RUN-RC LESS THAN 4
               MOVE 4 TO WS-RUN-RC
           END-IF.
       7250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7300-WRITE-PROOF - THE CONTROL PROOF. EACH LINE SETS THE TWO
      * COUNTS AND LABELS AND LETS 7310 PRINT AND JUDGE THEM.
      *----------------------------------------------------------------
       7300-WRITE-PROOF.
           WRITE CHARGE-REPORT-LINE FROM SPACES
           MOVE 'CONTROL PROOF' TO WS-SEC-TEXT
           WRITE CHARGE-REPORT-LINE FROM WS-SECTION-LINE
           WRITE CHARGE-REPORT-LINE FROM SPACES

           MOVE 'RUNSTATS ARRAY01 PERSONAS ADDED' TO WS-PF-LABEL-1
           MOVE WS-PC-RS-ADDED TO WS-PF-VALUE-1
           MOVE 'JOURNALED ARRAY01 ADDS' TO WS-PF-LABEL-2
           MOVE WS-PC-JRNL-ADDED TO WS-PF-VALUE-2
           PERFORM 7310-PROVE-ONE THRU 7310-EXIT

           IF WS-PERSREJ-OPEN
               MOVE 'RUNSTATS ARRAY01 PERSONAS REJECTED'
                   TO WS-PF-LABEL-1
               MOVE WS-PC-RS-REJECTED TO WS-PF-VALUE-1
               MOVE 'PERSREJ ROWS CHARGED' TO WS-PF-LABEL-2
               MOVE WS-PC-REJECT-ROWS TO WS-PF-VALUE-2
               PERFORM 7310-PROVE-ONE THRU 7310-EXIT
           ELSE
               MOVE 'PERSREJ NOT AVAILABLE - REJECTS NOT CHARGED'
                   TO WS-NOTE-TEXT
               WRITE CHARGE-REPORT-LINE FROM WS-NOTE-LINE
           END-IF

           MOVE 'RUNSTATS ARRAYMQ MESSAGES PUT' TO WS-PF-LABEL-1
           MOVE WS-PC-RS-PUT TO WS-PF-VALUE-1
           MOVE 'JOURNALED ARRAYMQ LANDED' TO WS-PF-LABEL-2
           MOVE WS-PC-JRNL-MQ-LANDED TO WS-PF-VALUE-2
           PERFORM 7310-PROVE-ONE THRU 7310-EXIT

           MOVE 'RUNSTATS ARRAYMQ DEAD-LETTERED' TO WS-PF-LABEL-1
           MOVE WS-PC-RS-DEAD-LETTER TO WS-PF-VALUE-1
           MOVE 'JOURNALED ARRAYMQ DEAD-LETTERED' TO WS-PF-LABEL-2
           MOVE WS-PC-JRNL-MQ-DEAD TO WS-PF-VALUE-2
           PERFORM 7310-PROVE-ONE THRU 7310-EXIT

           IF WS-LMSGIN-OPEN
               MOVE 'LMSGIN LANDED-MESSAGE ROWS' TO WS-PF-LABEL-1
               MOVE WS-PC-LANDED-ROWS TO WS-PF-VALUE-1
               MOVE 'JOURNALED PUBLISHED' TO WS-PF-LABEL-2
               MOVE WS-PC-JRNL-PUBLISHED TO WS-PF-VALUE-2
               PERFORM 7310-PROVE-ONE THRU 7310-EXIT
           ELSE
               MOVE 'LMSGIN NOT AVAILABLE - NO LANDED-MESSAGE PROOF'
                   TO WS-NOTE-TEXT
               WRITE CHARGE-REPORT-LINE FROM WS-NOTE-LINE
           END-IF

           WRITE CHARGE-REPORT-LINE FROM SPACES
           IF WS-PROOFS-FAILED EQUAL ZERO
               MOVE 'RESULT: THE PROOF AGREES' TO WS-NOTE-TEXT
           ELSE
               MOVE 'RESULT: THE PROOF DOES NOT AGREE - HOLD THE CHARGE'
                   TO WS-NOTE-TEXT
           END-IF
           WRITE CHARGE-REPORT-LINE FROM WS-NOTE-LINE.
       7300-EXIT.
           EXIT.

       7310-PROVE-ONE.
           MOVE WS-PF-VALUE-1 TO WS-PF-COUNT-1
           MOVE WS-PF-VALUE-2 TO WS-PF-COUNT-2
           IF WS-PF-VALUE-1 EQUAL WS-PF-VALUE-2
               MOVE 'AGREE' TO WS-PF-RESULT
           ELSE
               MOVE 'DO NOT AGREE' TO WS-PF-RESULT
               ADD 1 TO WS-PROOFS-FAILED
               IF WS-RUN-RC LESS THAN 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           WRITE CHARGE-REPORT-LINE FROM WS-PROOF-LINE.
       7310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7500-WRITE-GL-SUMMARY - THE HEADER, THEN PER BUSINESS LINE A
      * DETAIL FOR EVERY ITEM WITH UNITS AND THE LINE TOTAL, THEN THE
      * TRAILER WITH THE COUNTS AND GRAND TOTALS.
      *----------------------------------------------------------------
       7500-WRITE-GL-SUMMARY.
           MOVE SPACES TO CHARGE-GL-RECORD
           SET GL-HEADER TO TRUE
           MOVE 'ARR01CHG' TO GL-HDR-SENDER
           MOVE WS-REPORT-MONTH TO GL-HDR-MONTH
           MOVE WS-RUN-TIMESTAMP TO GL-HDR-CREATED
           MOVE '0001' TO GL-HDR-VERSION
           PERFORM 7590-WRITE-GL-RECORD THRU 7590-EXIT
           PERFORM 7510-GL-ONE-LINE THRU 7510-EXIT
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CT-USED
           MOVE SPACES TO CHARGE-GL-RECORD
           SET GL-TRAILER TO TRUE
           MOVE WS-GL-DETAILS TO GL-TRL-DETAIL-COUNT
           COMPUTE GL-TRL-RECORD-COUNT = WS-GL-RECORDS + 1
           MOVE WS-GT-CHARGE TO GL-TRL-TOTAL-CHARGE
           MOVE WS-GT-PRIOR-CHARGE TO GL-TRL-PRIOR-CHARGE
           PERFORM 7590-WRITE-GL-RECORD THRU 7590-EXIT.
       7500-EXIT.
           EXIT.

       7510-GL-ONE-LINE.
           PERFORM 7520-GL-ONE-ITEM THRU 7520-EXIT
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX GREATER THAN 8
           MOVE SPACES TO CHARGE-GL-RECORD
           SET GL-LINE-TOTAL TO TRUE
           MOVE WS-REPORT-MONTH TO GL-BL-MONTH
           MOVE WS-CT-CLASS(WS-CX) TO GL-BL-CLASS
           MOVE WS-CT-DESCRIPTION(WS-CX) TO GL-BL-DESCRIPTION
           MOVE WS-CT-CHARGE(WS-CX) TO GL-BL-CHARGE
           MOVE WS-CT-PRIOR-CHARGE(WS-CX) TO GL-BL-PRIOR-CHARGE
           COMPUTE WS-CHANGE-AMOUNT =
               WS-CT-CHARGE(WS-CX) - WS-CT-PRIOR-CHARGE(WS-CX)
           IF WS-CHANGE-AMOUNT LESS THAN ZERO
               MOVE '-' TO GL-BL-CHANGE-SIGN
           ELSE
               MOVE '+' TO GL-BL-CHANGE-SIGN
           END-IF
           MOVE WS-CHANGE-AMOUNT TO GL-BL-CHANGE
           ADD 1 TO WS-GL-DETAILS
           PERFORM 7590-WRITE-GL-RECORD THRU 7590-EXIT.
       7510-EXIT.
           EXIT.

       7520-GL-ONE-ITEM.
           IF WS-MX EQUAL 4
               PERFORM 7530-GL-ONE-REASON THRU 7530-EXIT
                   VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX GREATER THAN 20
               GO TO 7520-EXIT
           END-IF
           IF WS-CT-UNITS(WS-CX WS-MX) EQUAL ZERO
               GO TO 7520-EXIT
           END-IF
           MOVE SPACES TO CHARGE-GL-RECORD
           SET GL-DETAIL TO TRUE
           MOVE WS-REPORT-MONTH TO GL-DTL-MONTH
           MOVE WS-CT-CLASS(WS-CX) TO GL-DTL-CLASS
           MOVE WS-ITEM-CODE(WS-MX) TO GL-DTL-ITEM
           MOVE WS-CT-UNITS(WS-CX WS-MX) TO GL-DTL-UNITS
           MOVE WS-CT-RATE(WS-CX WS-MX) TO GL-DTL-RATE
           MOVE WS-CT-ITEM-CHARGE(WS-CX WS-MX) TO GL-DTL-CHARGE
           ADD 1 TO WS-GL-DETAILS
           PERFORM 7590-WRITE-GL-RECORD THRU 7590-EXIT.
       7520-EXIT.
           EXIT.

       7530-GL-ONE-REASON.
           IF WS-CT-RJ-UNITS(WS-CX WS-QX) EQUAL ZERO
               GO TO 7530-EXIT
           END-IF
           PERFORM 5400-REASON-ITEM-CODE THRU 5400-EXIT
           MOVE SPACES TO CHARGE-GL-RECORD
           SET GL-DETAIL TO TRUE
           MOVE WS-REPORT-MONTH TO GL-DTL-MONTH
           MOVE WS-CT-CLASS(WS-CX) TO GL-DTL-CLASS
           MOVE WS-REASON-CODE TO GL-DTL-ITEM
           MOVE WS-CT-RJ-UNITS(WS-CX WS-QX) TO GL-DTL-UNITS
           MOVE WS-CT-RJ-RATE(WS-CX WS-QX) TO GL-DTL-RATE
           MOVE WS-CT-RJ-CHARGE(WS-CX WS-QX) TO GL-DTL-CHARGE
           ADD 1 TO WS-GL-DETAILS
           PERFORM 7590-WRITE-GL-RECORD THRU 7590-EXIT.
       7530-EXIT.
           EXIT.

       7590-WRITE-GL-RECORD.
           WRITE GL-SUMMARY-IO-RECORD FROM CHARGE-GL-RECORD
           IF WS-GLSUMOUT-OK
               ADD 1 TO WS-GL-RECORDS
           ELSE
               DISPLAY 'ARR01CHG - GLSUMOUT WRITE FAILED - STATUS '
                   WS-GLSUMOUT-STATUS
               MOVE 8 TO WS-RUN-RC
           END-IF.
       7590-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           MOVE WS-JOURNAL-READ TO WS-TOT-JOURNAL
           MOVE WS-JOURNAL-IN-MONTH TO WS-TOT-IN-MONTH
           MOVE WS-JOURNAL-CHARGED TO WS-TOT-CHARGED
           MOVE WS-REJECTS-READ TO WS-TOT-REJECTS
           MOVE WS-REJECTS-IN-MONTH TO WS-TOT-REJECTS-MONTH
           MOVE WS-LANDED-READ TO WS-TOT-LANDED
           MOVE WS-RATES-LOADED TO WS-TOT-RATES
           MOVE WS-RATES-MISSING TO WS-TOT-MISSING
           MOVE WS-UT-USED TO WS-TOT-USAGE-ROWS
           MOVE WS-CT-USED TO WS-TOT-CLASSES
           MOVE WS-HISTORY-REPLACED TO WS-TOT-REPLACED
           MOVE WS-HISTORY-WRITTEN TO WS-TOT-WRITTEN
           MOVE WS-GL-RECORDS TO WS-TOT-GL
           MOVE WS-GT-CHARGE TO WS-TOT-CHARGE
           MOVE WS-GT-PRIOR-CHARGE TO WS-TOT-PRIOR
           DISPLAY 'ARR01CHG - MONTH CHARGED          ' WS-REPORT-MONTH
           DISPLAY 'ARR01CHG - JOURNAL ENTRIES READ   ' WS-TOT-JOURNAL
           DISPLAY 'ARR01CHG - ENTRIES IN MONTH       ' WS-TOT-IN-MONTH
           DISPLAY 'ARR01CHG - ENTRIES CHARGED        ' WS-TOT-CHARGED
           DISPLAY 'ARR01CHG - REJECT ROWS READ       ' WS-TOT-REJECTS
           DISPLAY 'ARR01CHG - REJECTS IN MONTH       '
               WS-TOT-REJECTS-MONTH
           DISPLAY 'ARR01CHG - LANDED ROWS READ       ' WS-TOT-LANDED
           DISPLAY 'ARR01CHG - RATES LOADED           ' WS-TOT-RATES
           DISPLAY 'ARR01CHG - ITEMS WITH NO RATE     ' WS-TOT-MISSING
           DISPLAY 'ARR01CHG - USAGE ROWS             '
               WS-TOT-USAGE-ROWS
           DISPLAY 'ARR01CHG - BUSINESS LINES         ' WS-TOT-CLASSES
           DISPLAY 'ARR01CHG - HISTORY ROWS REPLACED  ' WS-TOT-REPLACED
           DISPLAY 'ARR01CHG - HISTORY ROWS WRITTEN   ' WS-TOT-WRITTEN
           DISPLAY 'ARR01CHG - GL RECORDS WRITTEN     ' WS-TOT-GL
           DISPLAY 'ARR01CHG - MONTH CHARGE           ' WS-TOT-CHARGE
           DISPLAY 'ARR01CHG - PRIOR MONTH CHARGE     ' WS-TOT-PRIOR
           IF WS-PROOFS-FAILED GREATER THAN ZERO
               DISPLAY 'ARR01CHG - CONTROL PROOF DOES NOT AGREE - '
                   'SEE CHGRPT'
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE RUN-STATS-FILE
           CLOSE CHARGE-HISTORY-FILE
           IF WS-PERSREJ-OPEN
               CLOSE PERSONA-REJECT-FILE
           END-IF
           IF WS-LMSGIN-OPEN
               CLOSE LANDED-MSG-FILE
           END-IF
           IF WS-CLASSREF-OPEN
               CLOSE CLASS-REF-FILE
           END-IF
           CLOSE CHARGE-REPORT-FILE
           CLOSE GL-SUMMARY-FILE.
       9000-EXIT.
           EXIT.
