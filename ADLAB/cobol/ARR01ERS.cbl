       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01ERS.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01ERS CARRIES OUT A RIGHT-TO-ERASURE REQUEST. THE PERSONAS
      * TO ERASE ARE NAMED ON THE ERSCTL CARDS (COLS 1-10 THE PERSONA
      * ID, COLS 12-41 THE PRIVACY OFFICE'S REQUEST REFERENCE). EVERY
      * NAME, APELLIDO, DOC NUMBER AND ADDRESS HELD FOR THEM IS
      * OVERWRITTEN IN PLACE WITH A FIXED TOKEN - NAME 'ERASED',
      * APELLIDO 'ERASED ' FOLLOWED BY THE PERSONA ID, DOC NUMBER
      * 'ERASED', ADDRESS LINE 1 'ERASED' AND THE REST OF THE ADDRESS
      * BLANK. KEYS, COUNTS, CLASSES, STATUSES AND TIMESTAMPS ARE LEFT
      * ALONE, SO EVERY BALANCING, RECONCILIATION AND TRACE REPORT
      * STILL ADDS UP - THE TOKEN APELLIDO CARRIES THE PERSONA ID SO
      * TWO ERASED PERSONAS NEVER COLLAPSE INTO ONE NAME PAIR. THE
      * NAME-KEY AND DOC-KEY ROWS FOR THE PERSONA ARE DELETED, AS ARE
      * THE PRIOR-NAME ALIAS ROWS IT OWNS OR THAT CARRY ONE OF ITS
      * NAMES, AND EVERY RELATIONSHIP ROW ON EITHER END OF WHICH IT
      * STANDS.
      * FUNCTIONS, FROM THE JCL PARM (USERID MUST HOLD A SUPERVISOR
      * ROW ON OPERAUTH, SEE EC01OAUT, FOR EITHER):
      *   ERASE,USERID   THE ERASURE ITSELF. A PERSONA MUST ALREADY BE
      *                  SOFT-DELETED (STATUS I OR P) OR PURGED TO THE
      *                  ARCHIVE - AN ACTIVE PERSONA IS REFUSED, SO THE
      *                  ACTIVE COUNTS THE BALANCING JOBS CARRY NEVER
      *                  MOVE. WHO THE PERSONA IS COMES FROM THE MASTER
      *                  ROW (OR THE ARCHIVE IMAGE), PLUS EVERY EARLIER
      *                  NAME AND DOC NUMBER THE AUDIT JOURNAL SHOWS
      *                  THE PERSONA HAD. THOSE ARE THEN SOUGHT IN THE
      *                  AUDIT JOURNAL, THE PURGE ARCHIVE, THE REJECT
      *                  FILE, THE RECEIVED AND LANDED FILES, THE
      *                  OUTBOX, THE ADDRESS FILE, THE WATCH-LIST
      *                  HOLDS, THE PENDING CHANGES AND THE SCHEDULED
      *                  ACTIONS, AND THE MASTER ROW IS ERASED LAST.
      *                  ONE ERASE ENTRY PER PERSONA IS JOURNALED TO
      *                  AUDTLOG CARRYING THE TOKEN ONLY, AND THE WHOLE
      *                  IDENTITY LIST IS WRITTEN TO ERSWORK.
      *   SWEEP,USERID   READS THE ERSWORK LIST FROM AN EARLIER ERASE
      *                  STEP AND ERASES THE SAME PERSONAS FROM
      *                  WHICHEVER SEQUENTIAL FILES ARE ALLOCATED - AN
      *                  OLDER REJECT OR RECEIVED GENERATION, THE MQ
      *                  LANDED FILE, A DATED PURGE ARCHIVE.
      * EVERY FILE BUT THE MASTER AND THE CARDS IS OPTIONAL: ONE THAT
      * IS NOT ALLOCATED IS SAID SO ON THE CERTIFICATE. THE ERSRPT
      * CERTIFICATE LISTS EACH PERSONA (ERASED OR REFUSED, AND WHY)
      * AND, PER FILE, THE ROWS EXAMINED, ANONYMIZED AND REMOVED - IT
      * NEVER SHOWS AN ERASED VALUE. A REFUSED CARD ENDS WITH RETURN
      * CODE 4; A REFUSED USER OR A MISSING MASTER WITH 8.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  THE ALIAS PASSES AND THE JOURNAL ERASURE READ
      *                   THROUGH ARR01AGR, SO EVERY ROLLED GENERATION
      *                   IS SEARCHED AND ANONYMIZED AS WELL AS THE
      *                   CURRENT JOURNAL. A GENERATION THAT COULD NOT
      *                   BE OPENED IS NOTED ON THE CERTIFICATE AND
      *                   ENDS THE RUN WITH RETURN CODE 4.
      *  2026-10-15  RSM  ERASE ALSO DELETES THE PRIOR-NAME ALIAS ROWS
      *                   (PERSALIA, SEE EC01PAL) OWNED BY AN ERASED
      *                   PERSONA OR FILED UNDER ONE OF ITS NAMES - A
      *                   NEW LEG ON THE CERTIFICATE.
      *  2026-10-15  RSM  THE RECEIVED-PERSONA FD WIDENED TO 236
      *                   BYTES FOR THE APPENDED RP-HOUSEHOLD-ID
      *                   (SEE EC01RCVP).
      *  2026-10-15  RSM  ERASE ALSO DELETES THE RELATIONSHIP ROWS
      *                   (PERSREL, SEE EC01PREL) UNDER AN ERASED
      *                   PERSONA OR LINKING TO ONE - A NEW LEG ON THE
      *                   CERTIFICATE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASE-CONTROL-FILE ASSIGN TO ERSCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERSCTL-STATUS.

           SELECT OPERATOR-AUTH-FILE ASSIGN TO OPERAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-IO-KEY
               FILE STATUS IS WS-OPERAUTH-STATUS.

           SELECT ERASE-WORK-FILE ASSIGN TO ERSWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERSWORK-STATUS.

           SELECT PERSONA-MASTER-FILE ASSIGN TO PERSMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-IO-KEY
               FILE STATUS IS WS-PERSMSTR-STATUS.

           SELECT PERSONA-NAME-KEY-FILE ASSIGN TO PERSNKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNK-IO-KEY
               FILE STATUS IS WS-PERSNKEY-STATUS.

           SELECT PERSONA-DOC-KEY-FILE ASSIGN TO PERSDKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDK-IO-KEY
               FILE STATUS IS WS-PERSDKEY-STATUS.

           SELECT PERSONA-ALIAS-FILE ASSIGN TO PERSALIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAL-IO-KEY
               FILE STATUS IS WS-PERSALIA-STATUS.

           SELECT PERSONA-RELATIONSHIP-FILE ASSIGN TO PERSREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-IO-KEY
               FILE STATUS IS WS-PERSREL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTLOG-STATUS.

           SELECT PERSONA-ARCHIVE-FILE ASSIGN TO PERSARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERSARCH-STATUS.

      *    THE REJECT DATASET IS FIXED-LENGTH; IT IS UPDATED IN PLACE
      *    HERE, SO IT IS READ AS A RECORD-SEQUENTIAL FILE.
           SELECT PERSONA-REJECT-FILE ASSIGN TO PERSREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERSREJ-STATUS.

           SELECT REJECT-STATUS-FILE ASSIGN TO REJSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-IO-KEY
               FILE STATUS IS WS-REJSTAT-STATUS.

           SELECT RECEIVED-PERSONA-FILE ASSIGN TO RCVPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVPIN-STATUS.

           SELECT LANDED-MSG-FILE ASSIGN TO LMSGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMSGIN-STATUS.

           SELECT OUTBOX-FILE ASSIGN TO OUTBOX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-IO-KEY
               FILE STATUS IS WS-OUTBOX-STATUS.

           SELECT PERSONA-ADDRESS-FILE ASSIGN TO PERSADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-IO-KEY
               FILE STATUS IS WS-PERSADDR-STATUS.

           SELECT HELD-PERSONA-FILE ASSIGN TO HELDPERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-IO-KEY
               FILE STATUS IS WS-HELDPERS-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-IO-KEY
               FILE STATUS IS WS-PENDCHG-STATUS.

           SELECT SCHEDULED-ACTION-FILE ASSIGN TO SCHDACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-IO-KEY
               FILE STATUS IS WS-SCHDACT-STATUS.

           SELECT ERASE-REPORT-FILE ASSIGN TO ERSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASE-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ERASE-CONTROL-CARD.
           05  EC-PERSONA-ID           PIC X(10).
           05  FILLER                  PIC X(01).
           05  EC-REFERENCE            PIC X(30).
           05  FILLER                  PIC X(39).

       FD  OPERATOR-AUTH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPERATOR-AUTH-IO-RECORD.
           05  OA-IO-KEY               PIC X(08).
           05  OA-IO-DATA              PIC X(72).

      *----------------------------------------------------------------
      * ERSWORK - THE IDENTITY LIST AN ERASE STEP HANDS ON TO ITS
      * SWEEP STEPS. TYPE P IS ONE ERASED PERSONA (THE REQUEST
      * REFERENCE IN EW-VALUE), TYPE N ONE OF ITS NAME PAIRS AS
      * ARR01NRM NORMALIZES THEM (NAME THEN APELLIDO), TYPE D ONE OF
      * ITS DOC NUMBERS. A TEMPORARY DATASET - IT HOLDS THE VERY DATA
      * BEING ERASED, SO IT MUST NEVER BE CATALOGED.
      *----------------------------------------------------------------
       FD  ERASE-WORK-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  ERASE-WORK-RECORD.
           05  EW-RECORD-TYPE          PIC X(01).
               88  EW-PERSONA          VALUE 'P'.
               88  EW-NAME-PAIR        VALUE 'N'.
               88  EW-DOC              VALUE 'D'.
           05  EW-PERSONA-ID           PIC 9(10).
           05  EW-VALUE                PIC X(40).
           05  FILLER                  PIC X(09).

       FD  PERSONA-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PERSONA-MASTER-IO-RECORD.
           05  PM-IO-KEY               PIC 9(10).
           05  PM-IO-DATA              PIC X(100).

       FD  PERSONA-NAME-KEY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PERSONA-NAME-KEY-IO-RECORD.
           05  PNK-IO-KEY              PIC X(40).
           05  PNK-IO-DATA             PIC X(10).

       FD  PERSONA-DOC-KEY-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  PERSONA-DOC-KEY-IO-RECORD.
           05  PDK-IO-KEY              PIC X(15).
           05  PDK-IO-DATA             PIC X(10).

       FD  PERSONA-ALIAS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERSONA-ALIAS-IO-RECORD.
           05  PAL-IO-KEY              PIC X(50).
           05  PAL-IO-DATA             PIC X(30).

       FD  PERSONA-RELATIONSHIP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERSONA-RELATIONSHIP-IO-RECORD.
           05  REL-IO-KEY              PIC X(22).
           05  REL-IO-DATA             PIC X(58).

       FD  AUDIT-FILE
           RECORD CONTAINS 202 CHARACTERS.
       01  AUDIT-IO-RECORD             PIC X(202).

       FD  PERSONA-ARCHIVE-FILE
           RECORD CONTAINS 118 CHARACTERS.
           COPY EC01PARC.

       FD  PERSONA-REJECT-FILE
           RECORD CONTAINS 312 CHARACTERS.
           COPY EC01PREJ.

       FD  REJECT-STATUS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REJECT-STATUS-IO-RECORD.
           05  RT-IO-KEY               PIC X(12).
           05  RT-IO-DATA              PIC X(68).

       FD  RECEIVED-PERSONA-FILE
           RECORD CONTAINS 236 CHARACTERS.
           COPY EC01RCVP.

       FD  LANDED-MSG-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY EC01LMSG.

       FD  OUTBOX-FILE
           RECORD CONTAINS 98 CHARACTERS.
       01  OUTBOX-IO-RECORD.
           05  OB-IO-KEY               PIC 9(08).
           05  OB-IO-DATA              PIC X(90).

       FD  PERSONA-ADDRESS-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  PERSONA-ADDRESS-IO-RECORD.
           05  ADR-IO-KEY              PIC X(12).
           05  ADR-IO-DATA             PIC X(108).

       FD  HELD-PERSONA-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  HELD-PERSONA-IO-RECORD.
           05  HD-IO-KEY               PIC 9(08).
           05  HD-IO-DATA              PIC X(242).

       FD  PENDING-CHANGE-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  PENDING-CHANGE-IO-RECORD.
           05  PQ-IO-KEY               PIC 9(08).
           05  PQ-IO-DATA              PIC X(242).

       FD  SCHEDULED-ACTION-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  SCHEDULED-ACTION-IO-RECORD.
           05  SA-IO-KEY               PIC X(20).
           05  SA-IO-DATA              PIC X(280).

       FD  ERASE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ERASE-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-ERSCTL-STATUS        PIC X(02).
               88  WS-ERSCTL-OK        VALUE '00'.
           05  WS-OPERAUTH-STATUS      PIC X(02).
               88  WS-OPERAUTH-OK      VALUE '00'.
           05  WS-ERSWORK-STATUS       PIC X(02).
               88  WS-ERSWORK-OK       VALUE '00'.
           05  WS-PERSMSTR-STATUS      PIC X(02).
               88  WS-PERSMSTR-OK      VALUE '00'.
           05  WS-PERSNKEY-STATUS      PIC X(02).
               88  WS-PERSNKEY-OK      VALUE '00'.
           05  WS-PERSDKEY-STATUS      PIC X(02).
               88  WS-PERSDKEY-OK      VALUE '00'.
           05  WS-PERSALIA-STATUS      PIC X(02).
               88  WS-PERSALIA-OK      VALUE '00'.
           05  WS-PERSREL-STATUS       PIC X(02).
               88  WS-PERSREL-OK       VALUE '00'.
           05  WS-AUDTLOG-STATUS       PIC X(02).
               88  WS-AUDTLOG-OK       VALUE '00'.
           05  WS-PERSARCH-STATUS      PIC X(02).
               88  WS-PERSARCH-OK      VALUE '00'.
           05  WS-PERSREJ-STATUS       PIC X(02).
               88  WS-PERSREJ-OK       VALUE '00'.
           05  WS-REJSTAT-STATUS       PIC X(02).
               88  WS-REJSTAT-OK       VALUE '00'.
           05  WS-RCVPIN-STATUS        PIC X(02).
               88  WS-RCVPIN-OK        VALUE '00'.
           05  WS-LMSGIN-STATUS        PIC X(02).
               88  WS-LMSGIN-OK        VALUE '00'.
           05  WS-OUTBOX-STATUS        PIC X(02).
               88  WS-OUTBOX-OK        VALUE '00'.
           05  WS-PERSADDR-STATUS      PIC X(02).
               88  WS-PERSADDR-OK      VALUE '00'.
           05  WS-HELDPERS-STATUS      PIC X(02).
               88  WS-HELDPERS-OK      VALUE '00'.
           05  WS-PENDCHG-STATUS       PIC X(02).
               88  WS-PENDCHG-OK       VALUE '00'.
           05  WS-SCHDACT-STATUS       PIC X(02).
               88  WS-SCHDACT-OK       VALUE '00'.
           05  WS-ERSRPT-STATUS        PIC X(02).
           05  WS-OPEN-STATUS          PIC X(02).
           05  WS-EOF-SW               PIC X(01).
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-FUNC-SW              PIC X(01).
               88  WS-FUNC-ERASE       VALUE 'E'.
               88  WS-FUNC-SWEEP       VALUE 'S'.
           05  WS-ROW-CHANGED-SW       PIC X(01).
               88  WS-ROW-CHANGED      VALUE 'Y'.
               88  WS-ROW-UNCHANGED    VALUE 'N'.
           05  WS-LINKED-SW            PIC X(01).
               88  WS-IMAGE-LINKED     VALUE 'Y'.
               88  WS-IMAGE-NOT-LINKED VALUE 'N'.
           05  WS-ID-OVERFLOW-SW       PIC X(01) VALUE 'N'.
               88  WS-ID-OVERFLOW      VALUE 'Y'.
           05  WS-REJSTAT-OPEN-SW      PIC X(01) VALUE 'N'.
               88  WS-REJSTAT-OPEN     VALUE 'Y'.
           05  WS-BUSINESS-DATE        PIC X(08).
           05  WS-USER-ID              PIC X(08).
           05  WS-RUN-TIMESTAMP        PIC X(16).
           05  WS-EX                   PIC S9(04) COMP-5.
           05  WS-IX                   PIC S9(04) COMP-5.
           05  WS-JX                   PIC S9(04) COMP-5.
           05  WS-LX                   PIC S9(04) COMP-5.
           05  WS-ALIAS-PASSES         PIC S9(04) COMP-5.
           05  WS-IDS-ADDED            PIC S9(04) COMP-5.
           05  WS-ALIAS-ID             PIC 9(10).
           05  WS-CARDS-READ           PIC 9(07) VALUE 0.
           05  WS-PERSONAS-ERASED      PIC 9(07) VALUE 0.
           05  WS-PERSONAS-REFUSED     PIC 9(07) VALUE 0.

      *----------------------------------------------------------------
      * MATCHING. A CANDIDATE NAME PAIR IS NORMALIZED THROUGH ARR01NRM
      * (CASE, ACCENTS, SPACING) BEFORE IT IS COMPARED, SO A RAW FEED
      * SPELLING STILL MEETS THE MASTER'S FORMATTED ONE. A BLANK PAIR
      * OR DOC NUMBER, OR ONE ALREADY CARRYING THE TOKEN, NEVER
      * MATCHES. WS-MATCH-ID IS THE ERASED PERSONA MATCHED, OR ZERO.
      *----------------------------------------------------------------
           COPY EC01AUDT.
           COPY EC01AGRP.

       01  WS-MATCH-AREAS.
           05  WS-CAND-ID              PIC 9(10).
           05  WS-CAND-NAME            PIC X(20).
           05  WS-CAND-APELLIDO        PIC X(20).
           05  WS-CAND-DOC             PIC X(15).
           05  WS-CAND-PAIR.
               10  WS-CAND-PAIR-NAME   PIC X(20).
               10  WS-CAND-PAIR-APELLIDO
                                       PIC X(20).
           05  WS-MATCH-ID             PIC 9(10).
           05  WS-SLOT-DATA            PIC X(100).
           05  WS-ADD-ID               PIC 9(10).
           05  WS-ADD-KIND             PIC X(01).
           05  WS-ADD-VALUE            PIC X(40).

      *----------------------------------------------------------------
      * THE TOKEN WRITTEN OVER ERASED DATA. WS-TOKEN-ID IS SET TO THE
      * PERSONA BEING ERASED BEFORE THE APELLIDO IS USED.
      *----------------------------------------------------------------
       01  WS-TOKEN-AREAS.
           05  WS-TOKEN-NAME           PIC X(20) VALUE 'ERASED'.
           05  WS-TOKEN-APELLIDO.
               10  FILLER              PIC X(07) VALUE 'ERASED '.
               10  WS-TOKEN-ID         PIC 9(10).
               10  FILLER              PIC X(03) VALUE SPACES.
           05  WS-TOKEN-DOC            PIC X(15) VALUE 'ERASED'.
           05  WS-TOKEN-ADDR-LINE      PIC X(30) VALUE 'ERASED'.

      *----------------------------------------------------------------
      * THE PERSONAS NAMED ON THE CARDS, IN CARD ORDER. U IS NOT YET
      * FOUND, A ACCEPTED FOR ERASURE, R REFUSED (WS-ER-REASON SAYS
      * WHY).
      *----------------------------------------------------------------
       01  WS-ERASE-TABLE.
           05  WS-ER-COUNT             PIC S9(04) COMP-5 VALUE 0.
           05  WS-ER-ENTRY             OCCURS 200 TIMES.
               10  WS-ER-PERSONA-ID    PIC 9(10).
               10  WS-ER-REFERENCE     PIC X(30).
               10  WS-ER-STATE         PIC X(01).
                   88  WS-ER-UNRESOLVED
                                       VALUE 'U'.
                   88  WS-ER-ACCEPTED  VALUE 'A'.
                   88  WS-ER-REFUSED   VALUE 'R'.
               10  WS-ER-FOUND-ON      PIC X(08).
               10  WS-ER-MASTER-STATUS PIC X(01).
               10  WS-ER-REASON        PIC X(40).
       01  WS-ER-MAX                   PIC S9(04) COMP-5 VALUE 200.

      *----------------------------------------------------------------
      * EVERY NAME PAIR (N, NORMALIZED) AND DOC NUMBER (D) KNOWN FOR
      * AN ACCEPTED PERSONA - CURRENT, ARCHIVED AND EARLIER ONES.
      *----------------------------------------------------------------
       01  WS-IDENTITY-TABLE.
           05  WS-ID-COUNT             PIC S9(04) COMP-5 VALUE 0.
           05  WS-ID-ENTRY             OCCURS 2000 TIMES.
               10  WS-ID-PERSONA-ID    PIC 9(10).
               10  WS-ID-KIND          PIC X(01).
               10  WS-ID-VALUE         PIC X(40).
       01  WS-ID-MAX                   PIC S9(04) COMP-5 VALUE 2000.

      *----------------------------------------------------------------
      * THE FILES THE CERTIFICATE ACCOUNTS FOR, IN CERTIFICATE ORDER,
      * AND THEIR SUBSCRIPTS. A FILE THIS FUNCTION DOES NOT TOUCH IS
      * LEFT OFF THE CERTIFICATE.
      *----------------------------------------------------------------
       01  WS-LEG-NAME-VALUES.
           05  FILLER                  PIC X(38) VALUE
               'PERSMSTRPERSONA MASTER'.
           05  FILLER                  PIC X(38) VALUE
               'PERSNKEYNAME-KEY INDEX'.
           05  FILLER                  PIC X(38) VALUE
               'PERSDKEYDOC-KEY INDEX'.
           05  FILLER                  PIC X(38) VALUE
               'AUDTLOG AUDIT JOURNAL'.
           05  FILLER                  PIC X(38) VALUE
               'PERSARCHPURGE ARCHIVE'.
           05  FILLER                  PIC X(38) VALUE
               'PERSREJ REJECTED FEED ENTRIES'.
           05  FILLER                  PIC X(38) VALUE
               'REJSTAT REJECT STATUS'.
           05  FILLER                  PIC X(38) VALUE
               'RCVPIN  RECEIVED PERSONAS'.
           05  FILLER                  PIC X(38) VALUE
               'LMSGIN  LANDED MESSAGES'.
           05  FILLER                  PIC X(38) VALUE
               'OUTBOX  PUBLICATION OUTBOX'.
           05  FILLER                  PIC X(38) VALUE
               'PERSADDRPERSONA ADDRESSES'.
           05  FILLER                  PIC X(38) VALUE
               'HELDPERSWATCH-LIST HOLDS'.
           05  FILLER                  PIC X(38) VALUE
               'PENDCHG PENDING CHANGES'.
           05  FILLER                  PIC X(38) VALUE
               'SCHDACT SCHEDULED ACTIONS'.
           05  FILLER                  PIC X(38) VALUE
               'PERSALIAPRIOR-NAME ALIASES'.
           05  FILLER                  PIC X(38) VALUE
               'PERSREL PERSONA RELATIONSHIPS'.
       01  WS-LEG-NAME-TABLE REDEFINES WS-LEG-NAME-VALUES.
           05  WS-LEG-NAME-ENTRY       OCCURS 16 TIMES.
               10  WS-LEG-DD           PIC X(08).
               10  WS-LEG-TITLE        PIC X(30).

       01  WS-LEG-COUNT-TABLE.
           05  WS-LEG-COUNTS           OCCURS 16 TIMES.
               10  WS-LEG-RUN-SW       PIC X(01).
                   88  WS-LEG-RUN      VALUE 'Y'.
               10  WS-LEG-EXAMINED     PIC 9(09).
               10  WS-LEG-ANONYMIZED   PIC 9(09).
               10  WS-LEG-REMOVED      PIC 9(09).
               10  WS-LEG-NOTE         PIC X(40).
       01  WS-LEG-MAX                  PIC S9(04) COMP-5 VALUE 16.

       01  WS-LEG-NUMBERS.
           05  WS-LX-MASTER            PIC S9(04) COMP VALUE 1.
           05  WS-LX-NAME-KEY          PIC S9(04) COMP VALUE 2.
           05  WS-LX-DOC-KEY           PIC S9(04) COMP VALUE 3.
           05  WS-LX-AUDIT             PIC S9(04) COMP VALUE 4.
           05  WS-LX-ARCHIVE           PIC S9(04) COMP VALUE 5.
           05  WS-LX-REJECT            PIC S9(04) COMP VALUE 6.
           05  WS-LX-REJECT-STATUS     PIC S9(04) COMP VALUE 7.
           05  WS-LX-RECEIVED          PIC S9(04) COMP VALUE 8.
           05  WS-LX-LANDED            PIC S9(04) COMP VALUE 9.
           05  WS-LX-OUTBOX            PIC S9(04) COMP VALUE 10.
           05  WS-LX-ADDRESS           PIC S9(04) COMP VALUE 11.
           05  WS-LX-HOLD              PIC S9(04) COMP VALUE 12.
           05  WS-LX-PENDING           PIC S9(04) COMP VALUE 13.
           05  WS-LX-SCHEDULED         PIC S9(04) COMP VALUE 14.
           05  WS-LX-ALIAS             PIC S9(04) COMP VALUE 15.
           05  WS-LX-RELATION          PIC S9(04) COMP VALUE 16.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(36) VALUE
               'ADLAB PERSONA ERASURE CERTIFICATE -'.
           05  WS-HDG-FUNCTION         PIC X(06).
           05  FILLER                  PIC X(15) VALUE
               ' BUSINESS DATE '.
           05  WS-HDG-DATE             PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' RUN '.
           05  WS-HDG-TIMESTAMP        PIC X(16).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  WS-HDG-USER             PIC X(08).

       01  WS-PERSONA-HEADING.
           05  FILLER                  PIC X(11) VALUE 'PERSONA ID'.
           05  FILLER                  PIC X(31) VALUE
               'REQUEST REFERENCE'.
           05  FILLER                  PIC X(09) VALUE 'RESULT'.
           05  FILLER                  PIC X(09) VALUE 'FOUND ON'.
           05  FILLER                  PIC X(40) VALUE 'REASON'.

       01  WS-PERSONA-LINE.
           05  WS-PRL-PERSONA-ID       PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PRL-REFERENCE        PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PRL-RESULT           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PRL-FOUND-ON         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PRL-REASON           PIC X(40).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-LEG-HEADING.
           05  FILLER                  PIC X(09) VALUE 'DD NAME'.
           05  FILLER                  PIC X(31) VALUE 'FILE'.
           05  FILLER                  PIC X(12) VALUE '   EXAMINED'.
           05  FILLER                  PIC X(12) VALUE ' ANONYMIZED'.
           05  FILLER                  PIC X(12) VALUE '    REMOVED'.
           05  FILLER                  PIC X(40) VALUE 'NOTE'.

       01  WS-LEG-LINE.
           05  WS-LGL-DD               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LGL-TITLE            PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LGL-EXAMINED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LGL-ANONYMIZED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LGL-REMOVED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LGL-NOTE             PIC X(40).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-NOTE-LINE-1.
           05  FILLER                  PIC X(48) VALUE
               'ERASED NAMES READ ''ERASED'', APELLIDOS ''ERASED '''.
           05  FILLER                  PIC X(84) VALUE
               ' AND THE PERSONA ID, DOC NUMBERS ''ERASED''.'.

       01  WS-NOTE-LINE-2.
           05  FILLER                  PIC X(47) VALUE
               'NO ERASED VALUE APPEARS ON THIS CERTIFICATE OR'.
           05  FILLER                  PIC X(85) VALUE
               ' IN THE ERASE JOURNAL ENTRY.'.

       01  WS-NOTE-LINE-3.
           05  FILLER                  PIC X(50) VALUE
               'INCOMPLETE - TOO MANY NAMES AND DOC NUMBERS FOR'.
           05  FILLER                  PIC X(82) VALUE
               ' ONE RUN; RERUN WITH FEWER PERSONAS.'.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               'CARDS READ . . . .'.
           05  WS-TOT-CARDS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  ERASED . . . . .'.
           05  WS-TOT-ERASED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  REFUSED . . . . .'.
           05  WS-TOT-REFUSED          PIC ZZZ,ZZ9.

           COPY EC01PMR.
           COPY EC01PNK.
           COPY EC01PDK.
           COPY EC01PAL.
           COPY EC01PREL.
           COPY EC01OBOX.
           COPY EC01PADR.
           COPY EC01HELD.
           COPY EC01PCHG.
           COPY EC01SACT.
           COPY EC01OAUT.
           COPY EC01API0.

       LINKAGE SECTION.
      *----------------------------------------------------------------
      * WS-PARM-AREA - STANDARD JCL EXEC PARM LAYOUT: 'ERASE,USERID'
      * OR 'SWEEP,USERID'.
      *----------------------------------------------------------------
       01  WS-PARM-AREA.
           05  WS-PARM-LENGTH          PIC S9(4) COMP.
           05  WS-PARM-TEXT            PIC X(24).

       PROCEDURE DIVISION USING WS-PARM-AREA.

      *----------------------------------------------------------------
      * 0000-MAINLINE - AN ERASE WORKS OUT WHO IS BEING ERASED, ERASES
      * THEM FROM EVERY FILE AND THE MASTER LAST, SO A RERUN AFTER AN
      * ABEND STILL FINDS THE IDENTITY ON THE MASTER AND PICKS UP
      * WHATEVER IS LEFT. A SWEEP TAKES THE IDENTITY FROM ERSWORK.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-CHECK-AUTHORITY THRU 1100-EXIT
           PERFORM 1200-OPEN-REPORT THRU 1200-EXIT

           IF WS-FUNC-ERASE
               PERFORM 2000-LOAD-CARDS THRU 2000-EXIT
               PERFORM 2100-RESOLVE-ON-MASTER THRU 2100-EXIT
               PERFORM 2200-RESOLVE-ON-ARCHIVE THRU 2200-EXIT
               PERFORM 2300-REFUSE-UNRESOLVED THRU 2300-EXIT
               PERFORM 2400-COLLECT-ALIASES THRU 2400-EXIT
               PERFORM 2500-WRITE-WORK-FILE THRU 2500-EXIT
           ELSE
               PERFORM 2600-LOAD-WORK-FILE THRU 2600-EXIT
           END-IF

           IF WS-PERSONAS-ERASED GREATER THAN ZERO
               PERFORM 3100-ERASE-ARCHIVE THRU 3100-EXIT
               PERFORM 3200-ERASE-REJECTS THRU 3200-EXIT
               PERFORM 3300-ERASE-RECEIVED THRU 3300-EXIT
               PERFORM 3400-ERASE-LANDED THRU 3400-EXIT
               IF WS-FUNC-ERASE
                   PERFORM 3000-ERASE-AUDIT THRU 3000-EXIT
                   PERFORM 3500-ERASE-OUTBOX THRU 3500-EXIT
                   PERFORM 3600-ERASE-ADDRESSES THRU 3600-EXIT
                   PERFORM 3700-ERASE-HOLDS THRU 3700-EXIT
                   PERFORM 3800-ERASE-PENDING-CHANGES THRU 3800-EXIT
                   PERFORM 3900-ERASE-SCHEDULED-ACTIONS
                       THRU 3900-EXIT
                   PERFORM 4000-REMOVE-NAME-KEYS THRU 4000-EXIT
                   PERFORM 4100-REMOVE-DOC-KEYS THRU 4100-EXIT
                   PERFORM 4160-REMOVE-ALIASES THRU 4160-EXIT
                   PERFORM 4180-REMOVE-RELATIONSHIPS THRU 4180-EXIT
                   PERFORM 4200-ERASE-MASTER THRU 4200-EXIT
                   PERFORM 4300-JOURNAL-ERASURES THRU 4300-EXIT
               END-IF
           END-IF

           PERFORM 8000-WRITE-CERTIFICATE THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - DECODE THE PARM AND TAKE THE BUSINESS DATE.
      * THERE IS NO DEFAULT FUNCTION - AN ERASURE IS NEVER RUN BY
      * ACCIDENT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'ARR01PDQ' USING WS-BUSINESS-DATE
           MOVE ZERO TO RETURN-CODE

           MOVE SPACES TO WS-FUNC-SW
           MOVE SPACES TO WS-USER-ID
           IF WS-PARM-LENGTH GREATER THAN ZERO
               EVALUATE TRUE
                   WHEN WS-PARM-TEXT(1:6) EQUAL 'ERASE,'
                       SET WS-FUNC-ERASE TO TRUE
                       MOVE WS-PARM-TEXT(7:8) TO WS-USER-ID
                       MOVE 'ERASE' TO WS-HDG-FUNCTION
                   WHEN WS-PARM-TEXT(1:6) EQUAL 'SWEEP,'
                       SET WS-FUNC-SWEEP TO TRUE
                       MOVE WS-PARM-TEXT(7:8) TO WS-USER-ID
                       MOVE 'SWEEP' TO WS-HDG-FUNCTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF NOT WS-FUNC-ERASE AND NOT WS-FUNC-SWEEP
               DISPLAY 'ARR01ERS - PARM MUST BE ERASE,USERID OR '
                   'SWEEP,USERID - NOTHING ERASED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RUN-TIMESTAMP
           ACCEPT WS-RUN-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIMESTAMP(9:8) FROM TIME
           INITIALIZE WS-LEG-COUNT-TABLE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CHECK-AUTHORITY - THE USER NAMED IN THE PARM MUST BE A
      * SUPERVISOR ON OPERAUTH. NO ROW, NO FILE OR OPERATOR LEVEL
      * MEANS NOTHING IS ERASED - AUTHORITY IS GRANTED, NEVER ASSUMED.
      *----------------------------------------------------------------
       1100-CHECK-AUTHORITY.
           IF WS-USER-ID EQUAL SPACES
               DISPLAY 'ARR01ERS - NO USER ID IN THE PARM - NOTHING '
                   'ERASED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OPERATOR-AUTH-FILE
           IF NOT WS-OPERAUTH-OK
               DISPLAY 'ARR01ERS - OPERAUTH NOT AVAILABLE - NOTHING '
                   'ERASED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-USER-ID TO OA-IO-KEY
           READ OPERATOR-AUTH-FILE INTO OPERATOR-AUTH-RECORD
           IF NOT WS-OPERAUTH-OK OR NOT OA-SUPERVISOR
               CLOSE OPERATOR-AUTH-FILE
               DISPLAY 'ARR01ERS - ' WS-USER-ID ' IS NOT A '
                   'SUPERVISOR - NOTHING ERASED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE OPERATOR-AUTH-FILE.
       1100-EXIT.
           EXIT.

       1200-OPEN-REPORT.
           OPEN OUTPUT ERASE-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-HDG-DATE
           MOVE WS-RUN-TIMESTAMP TO WS-HDG-TIMESTAMP
           MOVE WS-USER-ID TO WS-HDG-USER
           WRITE ERASE-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE ERASE-REPORT-LINE FROM SPACES.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-CARDS - ONE ENTRY PER PERSONA NAMED. BLANK CARDS ARE
      * SKIPPED; A PERSONA NAMED TWICE IS TAKEN ONCE.
      *----------------------------------------------------------------
       2000-LOAD-CARDS.
           OPEN INPUT ERASE-CONTROL-FILE
           IF NOT WS-ERSCTL-OK
               DISPLAY 'ARR01ERS - ERSCTL NOT AVAILABLE - NOTHING '
                   'ERASED'
               MOVE 8 TO RETURN-CODE
               CLOSE ERASE-REPORT-FILE
               STOP RUN
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 2050-LOAD-ONE-CARD THRU 2050-EXIT
               UNTIL WS-EOF
           CLOSE ERASE-CONTROL-FILE.
       2000-EXIT.
           EXIT.

       2050-LOAD-ONE-CARD.
           READ ERASE-CONTROL-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2050-EXIT
           END-READ
           IF EC-PERSONA-ID EQUAL SPACES
               GO TO 2050-EXIT
           END-IF
           ADD 1 TO WS-CARDS-READ

           IF WS-ER-COUNT NOT LESS THAN WS-ER-MAX
               DISPLAY 'ARR01ERS - MORE THAN ' WS-ER-MAX ' CARDS - '
                   EC-PERSONA-ID ' NOT TAKEN - RERUN FOR THE REST'
               MOVE 4 TO RETURN-CODE
               GO TO 2050-EXIT
           END-IF

           IF EC-PERSONA-ID IS NUMERIC
               AND EC-PERSONA-ID NOT EQUAL ZEROS
               MOVE EC-PERSONA-ID TO WS-CAND-ID
               PERFORM 2060-FIND-CARD-DUPLICATE THRU 2060-EXIT
                   VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX GREATER THAN WS-ER-COUNT
                   OR WS-CAND-ID EQUAL ZERO
               IF WS-CAND-ID EQUAL ZERO
                   GO TO 2050-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-ER-COUNT
           MOVE WS-ER-COUNT TO WS-EX
           MOVE ZEROS TO WS-ER-PERSONA-ID(WS-EX)
           MOVE EC-REFERENCE TO WS-ER-REFERENCE(WS-EX)
           MOVE SPACES TO WS-ER-FOUND-ON(WS-EX)
           MOVE SPACES TO WS-ER-MASTER-STATUS(WS-EX)
           MOVE SPACES TO WS-ER-REASON(WS-EX)
           SET WS-ER-UNRESOLVED(WS-EX) TO TRUE
           IF EC-PERSONA-ID IS NUMERIC
               AND EC-PERSONA-ID NOT EQUAL ZEROS
               MOVE EC-PERSONA-ID TO WS-ER-PERSONA-ID(WS-EX)
           ELSE
               SET WS-ER-REFUSED(WS-EX) TO TRUE
               MOVE 'PERSONA ID NOT NUMERIC' TO WS-ER-REASON(WS-EX)
           END-IF.
       2050-EXIT.
           EXIT.

       2060-FIND-CARD-DUPLICATE.
           IF WS-ER-PERSONA-ID(WS-EX) EQUAL WS-CAND-ID
               DISPLAY 'ARR01ERS - PERSONA ' WS-CAND-ID
                   ' NAMED TWICE - TAKEN ONCE'
               MOVE ZEROS TO WS-CAND-ID
           END-IF.
       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-RESOLVE-ON-MASTER - FIND EACH PERSONA ON THE MASTER. ONLY
      * A SOFT-DELETED OR PURGE-PENDING ROW MAY BE ERASED; ONE ALREADY
      * CARRYING THE TOKEN HAS BEEN ERASED BEFORE. A PERSONA NOT ON
      * THE MASTER IS LEFT FOR THE ARCHIVE.
      *----------------------------------------------------------------
       2100-RESOLVE-ON-MASTER.
           OPEN INPUT PERSONA-MASTER-FILE
           IF NOT WS-PERSMSTR-OK
               DISPLAY 'ARR01ERS - PERSMSTR OPEN FAILED - STATUS '
                   WS-PERSMSTR-STATUS ' - NOTHING ERASED'
               MOVE 8 TO RETURN-CODE
               CLOSE ERASE-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM 2150-RESOLVE-ONE-PERSONA THRU 2150-EXIT
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX GREATER THAN WS-ER-COUNT
           CLOSE PERSONA-MASTER-FILE.
       2100-EXIT.
           EXIT.

       2150-RESOLVE-ONE-PERSONA.
           IF NOT WS-ER-UNRESOLVED(WS-EX)
               GO TO 2150-EXIT
           END-IF
           MOVE WS-ER-PERSONA-ID(WS-EX) TO PM-IO-KEY
           READ PERSONA-MASTER-FILE INTO PERSONA-MASTER-RECORD
           IF NOT WS-PERSMSTR-OK
               GO TO 2150-EXIT
           END-IF

           MOVE 'MASTER' TO WS-ER-FOUND-ON(WS-EX)
           MOVE PM-STATUS TO WS-ER-MASTER-STATUS(WS-EX)
           IF PM-STATUS-ACTIVE
               SET WS-ER-REFUSED(WS-EX) TO TRUE
               MOVE 'STILL ACTIVE - SOFT-DELETE IT FIRST'
                   TO WS-ER-REASON(WS-EX)
               GO TO 2150-EXIT
           END-IF
           IF PM-NAME EQUAL WS-TOKEN-NAME
               SET WS-ER-REFUSED(WS-EX) TO TRUE
               MOVE 'ALREADY ERASED' TO WS-ER-REASON(WS-EX)
               GO TO 2150-EXIT
           END-IF

           SET WS-ER-ACCEPTED(WS-EX) TO TRUE
           MOVE PM-PERSONA-ID TO WS-ADD-ID
           MOVE PM-NAME TO WS-CAND-NAME
           MOVE PM-APELLIDO TO WS-CAND-APELLIDO
           PERFORM 6700-ADD-PAIR THRU 6700-EXIT
           MOVE PM-DOC-NUMBER TO WS-CAND-DOC
           PERFORM 6750-ADD-DOC THRU 6750-EXIT.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-RESOLVE-ON-ARCHIVE - A PERSONA NOT ON THE MASTER HAS BEEN
      * PURGED; ITS LAST MASTER IMAGE IS ON THE PURGE ARCHIVE. EVERY
      * ARCHIVE IMAGE OF AN ACCEPTED PERSONA ALSO ADDS ITS NAME PAIR
      * AND DOC NUMBER TO THE IDENTITY.
      *----------------------------------------------------------------
       2200-RESOLVE-ON-ARCHIVE.
           OPEN INPUT PERSONA-ARCHIVE-FILE
           IF NOT WS-PERSARCH-OK
               GO TO 2200-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 2250-SCAN-ONE-ARCHIVE-ROW THRU 2250-EXIT
               UNTIL WS-EOF
           CLOSE PERSONA-ARCHIVE-FILE.
       2200-EXIT.
           EXIT.

       2250-SCAN-ONE-ARCHIVE-ROW.
           READ PERSONA-ARCHIVE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2250-EXIT
           END-READ
           MOVE PA-MASTER-IMAGE TO PERSONA-MASTER-RECORD
           IF PM-NAME EQUAL WS-TOKEN-NAME
               GO TO 2250-EXIT
           END-IF
           PERFORM 2260-MATCH-ARCHIVE-IMAGE THRU 2260-EXIT
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX GREATER THAN WS-ER-COUNT.
       2250-EXIT.
           EXIT.

       2260-MATCH-ARCHIVE-IMAGE.
           IF WS-ER-PERSONA-ID(WS-EX) NOT EQUAL PM-PERSONA-ID
               OR WS-ER-REFUSED(WS-EX)
               GO TO 2260-EXIT
           END-IF
           IF WS-ER-UNRESOLVED(WS-EX)
               SET WS-ER-ACCEPTED(WS-EX) TO TRUE
               MOVE 'ARCHIVE' TO WS-ER-FOUND-ON(WS-EX)
               MOVE PM-STATUS TO WS-ER-MASTER-STATUS(WS-EX)
           END-IF
           MOVE PM-PERSONA-ID TO WS-ADD-ID
           MOVE PM-NAME TO WS-CAND-NAME
           MOVE PM-APELLIDO TO WS-CAND-APELLIDO
           PERFORM 6700-ADD-PAIR THRU 6700-EXIT
           MOVE PM-DOC-NUMBER TO WS-CAND-DOC
           PERFORM 6750-ADD-DOC THRU 6750-EXIT.
       2260-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-REFUSE-UNRESOLVED - WHAT IS STILL NOT FOUND IS REFUSED,
      * AND THE ERASED AND REFUSED TOTALS ARE SETTLED.
      *----------------------------------------------------------------
       2300-REFUSE-UNRESOLVED.
           PERFORM 2350-SETTLE-ONE-PERSONA THRU 2350-EXIT
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX GREATER THAN WS-ER-COUNT
           IF WS-PERSONAS-REFUSED GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       2300-EXIT.
           EXIT.

       2350-SETTLE-ONE-PERSONA.
           IF WS-ER-UNRESOLVED(WS-EX)
               SET WS-ER-REFUSED(WS-EX) TO TRUE
               MOVE 'NOT ON THE MASTER OR THE PURGE ARCHIVE'
                   TO WS-ER-REASON(WS-EX)
           END-IF
           IF WS-ER-ACCEPTED(WS-EX)
               ADD 1 TO WS-PERSONAS-ERASED
           ELSE
               ADD 1 TO WS-PERSONAS-REFUSED
               DISPLAY 'ARR01ERS - ERASURE OF '
                   WS-ER-PERSONA-ID(WS-EX) ' REFUSED - '
                   WS-ER-REASON(WS-EX)
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-COLLECT-ALIASES - THE PERSONA MAY HAVE BEEN KNOWN BY
      * ANOTHER NAME OR DOC NUMBER BEFORE A CORRECTION OR A MERGE.
      * A JOURNAL ENTRY FILED UNDER AN ACCEPTED PERSONA ID WHOSE
      * BEFORE OR AFTER IMAGE IS ALREADY KNOWN TO BE THAT PERSONA
      * MAKES THE OTHER IMAGE PART OF ITS IDENTITY TOO. A CHAIN OF
      * RENAMES IS FOLLOWED BY REPEATING THE PASS UNTIL IT FINDS
      * NOTHING NEW (AT MOST FIVE PASSES).
      *----------------------------------------------------------------
       2400-COLLECT-ALIASES.
           IF WS-PERSONAS-ERASED EQUAL ZERO
               GO TO 2400-EXIT
           END-IF
           MOVE ZERO TO WS-ALIAS-PASSES
           MOVE 1 TO WS-IDS-ADDED
           PERFORM 2410-ALIAS-PASS THRU 2410-EXIT
               UNTIL WS-IDS-ADDED EQUAL ZERO
               OR WS-ALIAS-PASSES NOT LESS THAN 5.
       2400-EXIT.
           EXIT.

       2410-ALIAS-PASS.
           ADD 1 TO WS-ALIAS-PASSES
           MOVE ZERO TO WS-IDS-ADDED
           SET AGR-OPEN TO TRUE
           SET AGR-INPUT-MODE TO TRUE
           MOVE 'ARR01ERS' TO AGR-PROGRAM
           MOVE SPACES TO AGR-FROM-DATE
           MOVE SPACES TO AGR-TO-DATE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           IF AGR-FAILED
               SET AGR-CLOSE TO TRUE
               CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
               GO TO 2410-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 2450-ALIAS-ONE-ENTRY THRU 2450-EXIT
               UNTIL WS-EOF
           SET AGR-CLOSE TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA.
       2410-EXIT.
           EXIT.

       2450-ALIAS-ONE-ENTRY.
           SET AGR-READ TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           IF NOT AGR-OK
               SET WS-EOF TO TRUE
               GO TO 2450-EXIT
           END-IF
           MOVE AGR-RECORD TO AUDIT-RECORD
           MOVE AU-INDEX TO WS-CAND-ID
           PERFORM 6200-MATCH-ID THRU 6200-EXIT
           IF WS-MATCH-ID EQUAL ZERO
               GO TO 2450-EXIT
           END-IF
           MOVE WS-MATCH-ID TO WS-ALIAS-ID

           SET WS-IMAGE-NOT-LINKED TO TRUE
           MOVE AU-BEFORE-NAME TO WS-CAND-NAME
           MOVE AU-BEFORE-APELLIDO TO WS-CAND-APELLIDO
           PERFORM 6000-MATCH-PAIR THRU 6000-EXIT
           IF WS-MATCH-ID EQUAL WS-ALIAS-ID
               SET WS-IMAGE-LINKED TO TRUE
           END-IF
           MOVE AU-AFTER-NAME TO WS-CAND-NAME
           MOVE AU-AFTER-APELLIDO TO WS-CAND-APELLIDO
           PERFORM 6000-MATCH-PAIR THRU 6000-EXIT
           IF WS-MATCH-ID EQUAL WS-ALIAS-ID
               SET WS-IMAGE-LINKED TO TRUE
           END-IF
           MOVE AU-BEFORE-DOC TO WS-CAND-DOC
           PERFORM 6100-MATCH-DOC THRU 6100-EXIT
           IF WS-MATCH-ID EQUAL WS-ALIAS-ID
               SET WS-IMAGE-LINKED TO TRUE
           END-IF
           MOVE AU-AFTER-DOC TO WS-CAND-DOC
           PERFORM 6100-MATCH-DOC THRU 6100-EXIT
           IF WS-MATCH-ID EQUAL WS-ALIAS-ID
               SET WS-IMAGE-LINKED TO TRUE
           END-IF
           IF WS-IMAGE-NOT-LINKED
               GO TO 2450-EXIT
           END-IF

           MOVE WS-ALIAS-ID TO WS-ADD-ID
           MOVE AU-BEFORE-NAME TO WS-CAND-NAME
           MOVE AU-BEFORE-APELLIDO TO WS-CAND-APELLIDO
           PERFORM 6700-ADD-PAIR THRU 6700-EXIT
           MOVE AU-AFTER-NAME TO WS-CAND-NAME
           MOVE AU-AFTER-APELLIDO TO WS-CAND-APELLIDO
           PERFORM 6700-ADD-PAIR THRU 6700-EXIT
           MOVE AU-BEFORE-DOC TO WS-CAND-DOC
           PERFORM 6750-ADD-DOC THRU 6750-EXIT
           MOVE AU-AFTER-DOC TO WS-CAND-DOC
           PERFORM 6750-ADD-DOC THRU 6750-EXIT.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-WRITE-WORK-FILE - HAND THE IDENTITY LIST TO ANY SWEEP
      * STEPS THAT FOLLOW. WITHOUT AN ERSWORK DD NO SWEEP CAN RUN, BUT
      * THE ERASURE ITSELF GOES ON.
      *----------------------------------------------------------------
       2500-WRITE-WORK-FILE.
           OPEN OUTPUT ERASE-WORK-FILE
           IF NOT WS-ERSWORK-OK
               DISPLAY 'ARR01ERS - WARNING: ERSWORK NOT ALLOCATED - '
                   'NO SWEEP STEP CAN FOLLOW THIS ERASURE'
               GO TO 2500-EXIT
           END-IF
           PERFORM 2550-WRITE-ONE-PERSONA THRU 2550-EXIT
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX GREATER THAN WS-ER-COUNT
           PERFORM 2560-WRITE-ONE-IDENTITY THRU 2560-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-ID-COUNT
           CLOSE ERASE-WORK-FILE.
       2500-EXIT.
           EXIT.

       2550-WRITE-ONE-PERSONA.
           IF NOT WS-ER-ACCEPTED(WS-EX)
               GO TO 2550-EXIT
           END-IF
           MOVE SPACES TO ERASE-WORK-RECORD
           SET EW-PERSONA TO TRUE
           MOVE WS-ER-PERSONA-ID(WS-EX) TO EW-PERSONA-ID
           MOVE WS-ER-REFERENCE(WS-EX) TO EW-VALUE
           WRITE ERASE-WORK-RECORD.
       2550-EXIT.
           EXIT.

       2560-WRITE-ONE-IDENTITY.
           MOVE SPACES TO ERASE-WORK-RECORD
           MOVE WS-ID-KIND(WS-IX) TO EW-RECORD-TYPE
           MOVE WS-ID-PERSONA-ID(WS-IX) TO EW-PERSONA-ID
           MOVE WS-ID-VALUE(WS-IX) TO EW-VALUE
           WRITE ERASE-WORK-RECORD.
       2560-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-LOAD-WORK-FILE - A SWEEP ERASES EXACTLY WHAT ITS ERASE
      * STEP ERASED.
      *----------------------------------------------------------------
       2600-LOAD-WORK-FILE.
           OPEN INPUT ERASE-WORK-FILE
           IF NOT WS-ERSWORK-OK
               DISPLAY 'ARR01ERS - ERSWORK NOT AVAILABLE - NOTHING '
                   'SWEPT'
               MOVE 8 TO RETURN-CODE
               CLOSE ERASE-REPORT-FILE
               STOP RUN
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 2650-LOAD-ONE-WORK-ROW THRU 2650-EXIT
               UNTIL WS-EOF
           CLOSE ERASE-WORK-FILE
           IF WS-PERSONAS-ERASED EQUAL ZERO
               DISPLAY 'ARR01ERS - ERSWORK NAMES NO PERSONA - '
                   'NOTHING SWEPT'
               MOVE 4 TO RETURN-CODE
           END-IF.
       2600-EXIT.
           EXIT.

       2650-LOAD-ONE-WORK-ROW.
           READ ERASE-WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2650-EXIT
           END-READ
           IF EW-PERSONA
               IF WS-ER-COUNT NOT LESS THAN WS-ER-MAX
                   GO TO 2650-EXIT
               END-IF
               ADD 1 TO WS-ER-COUNT
               ADD 1 TO WS-PERSONAS-ERASED
               MOVE WS-ER-COUNT TO WS-EX
               MOVE EW-PERSONA-ID TO WS-ER-PERSONA-ID(WS-EX)
               MOVE EW-VALUE TO WS-ER-REFERENCE(WS-EX)
               SET WS-ER-ACCEPTED(WS-EX) TO TRUE
               MOVE 'ERSWORK' TO WS-ER-FOUND-ON(WS-EX)
               MOVE SPACES TO WS-ER-MASTER-STATUS(WS-EX)
               MOVE SPACES TO WS-ER-REASON(WS-EX)
               GO TO 2650-EXIT
           END-IF
           MOVE EW-PERSONA-ID TO WS-ADD-ID
           MOVE EW-RECORD-TYPE TO WS-ADD-KIND
           MOVE EW-VALUE TO WS-ADD-VALUE
           PERFORM 6800-ADD-IDENTITY THRU 6800-EXIT.
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-ERASE-AUDIT - EACH JOURNAL IMAGE IS ERASED ON ITS OWN: A
      * MERGE OR CORRECTION ENTRY MAY CARRY ANOTHER PERSONA IN THE
      * OTHER IMAGE, AND THAT ONE STAYS. EVERY ROLLED GENERATION IS
      * ERASED IN PLACE AS WELL AS THE CURRENT JOURNAL; ONE THAT
      * COULD NOT BE OPENED STILL HOLDS THE IDENTITY AND IS NOTED ON
      * THE CERTIFICATE - RERUN THE ERASE ONCE IT IS BACK.
      *----------------------------------------------------------------
       3000-ERASE-AUDIT.
           MOVE WS-LX-AUDIT TO WS-LX
           SET WS-LEG-RUN(WS-LX) TO TRUE
           SET AGR-OPEN TO TRUE
           SET AGR-UPDATE-MODE TO TRUE
           MOVE 'ARR01ERS' TO AGR-PROGRAM
           MOVE SPACES TO AGR-FROM-DATE
           MOVE SPACES TO AGR-TO-DATE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           IF AGR-FAILED
               MOVE AGR-FILE-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               SET AGR-CLOSE TO TRUE
               CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
               GO TO 3000-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 3050-ERASE-ONE-AUDIT-ROW THRU 3050-EXIT
               UNTIL WS-EOF
           IF AGR-GENS-MISSING GREATER THAN ZERO
               MOVE SPACES TO WS-LEG-NOTE(WS-LX)
               STRING AGR-GENS-MISSING
                   ' ROLLED GENERATION(S) NOT OPENED'
                   DELIMITED BY SIZE INTO WS-LEG-NOTE(WS-LX)
               END-STRING
               DISPLAY 'ARR01ERS - ' AGR-GENS-MISSING ' ROLLED AUDIT '
                   'GENERATION(S) NOT OPENED - NOT ERASED THERE'
               IF RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           SET AGR-CLOSE TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA.
       3000-EXIT.
           EXIT.

       3050-ERASE-ONE-AUDIT-ROW.
           SET AGR-READ TO TRUE
           CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
           IF NOT AGR-OK
               SET WS-EOF TO TRUE
               GO TO 3050-EXIT
           END-IF
           MOVE AGR-RECORD TO AUDIT-RECORD
           ADD 1 TO WS-LEG-EXAMINED(WS-LX)
           SET WS-ROW-UNCHANGED TO TRUE

           MOVE AU-BEFORE-NAME TO WS-CAND-NAME
           MOVE AU-BEFORE-APELLIDO TO WS-CAND-APELLIDO
           PERFORM 6000-MATCH-PAIR THRU 6000-EXIT
           IF WS-MATCH-ID NOT EQUAL ZERO
               MOVE WS-MATCH-ID TO WS-TOKEN-ID
               MOVE WS-TOKEN-NAME TO AU-BEFORE-NAME
               MOVE WS-TOKEN-APELLIDO TO AU-BEFORE-APELLIDO
               SET WS-ROW-CHANGED TO TRUE
           END-IF
           MOVE AU-AFTER-NAME TO WS-CAND-NAME
           MOVE AU-AFTER-APELLIDO TO WS-CAND-APELLIDO
           PERFORM 6000-MATCH-PAIR THRU 6000-EXIT
           IF WS-MATCH-ID NOT EQUAL ZERO
               MOVE WS-MATCH-ID TO WS-TOKEN-ID
               MOVE WS-TOKEN-NAME TO AU-AFTER-NAME
               MOVE WS-TOKEN-APELLIDO TO AU-AFTER-APELLIDO
               SET WS-ROW-CHANGED TO TRUE
           END-IF
           MOVE AU-BEFORE-DOC TO WS-CAND-DOC
           PERFORM 6100-MATCH-DOC THRU 6100-EXIT
           IF WS-MATCH-ID NOT EQUAL ZERO
               MOVE WS-TOKEN-DOC TO AU-BEFORE-DOC
               SET WS-ROW-CHANGED TO TRUE
           END-IF
           MOVE AU-AFTER-DOC TO WS-CAND-DOC
           PERFORM 6100-MATCH-DOC THRU 6100-EXIT
           IF WS-MATCH-ID NOT EQUAL ZERO
               MOVE WS-TOKEN-DOC TO AU-AFTER-DOC
               SET WS-ROW-CHANGED TO TRUE
           END-IF

           IF WS-ROW-CHANGED
               MOVE AUDIT-RECORD TO AGR-RECORD
               SET AGR-REWRITE TO TRUE
               CALL 'ARR01AGR' USING AUDIT-GEN-READ-AREA
               ADD 1 TO WS-LEG-ANONYMIZED(WS-LX)
           END-IF.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-ERASE-ARCHIVE - AN ARCHIVED MASTER IMAGE IS THE PERSONA'S
      * OWN ROW, SO IT IS MATCHED ON THE PERSONA ID.
      *----------------------------------------------------------------
       3100-ERASE-ARCHIVE.
           MOVE WS-LX-ARCHIVE TO WS-LX
           SET WS-LEG-RUN(WS-LX) TO TRUE
           OPEN I-O PERSONA-ARCHIVE-FILE
           IF NOT WS-PERSARCH-OK
               MOVE WS-PERSARCH-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 3150-ERASE-ONE-ARCHIVE-ROW THRU 3150-EXIT
               UNTIL WS-EOF
           CLOSE PERSONA-ARCHIVE-FILE.
       3100-EXIT.
           EXIT.

       3150-ERASE-ONE-ARCHIVE-ROW.
           READ PERSONA-ARCHIVE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3150-EXIT
           END-READ
           ADD 1 TO WS-LEG-EXAMINED(WS-LX)
           MOVE PA-MASTER-IMAGE TO PERSONA-MASTER-RECORD
           IF PM-NAME EQUAL WS-TOKEN-NAME
               GO TO 3150-EXIT
           END-IF
           MOVE PM-PERSONA-ID TO WS-CAND-ID
           PERFORM 6200-MATCH-ID THRU 6200-EXIT
           IF WS-MATCH-ID EQUAL ZERO
               GO TO 3150-EXIT
           END-IF

           MOVE WS-MATCH-ID TO WS-TOKEN-ID
           MOVE WS-TOKEN-NAME TO PM-NAME
           MOVE WS-TOKEN-APELLIDO TO PM-APELLIDO
           IF PM-DOC-NUMBER NOT EQUAL SPACES
               MOVE WS-TOKEN-DOC TO PM-DOC-NUMBER
           END-IF
           MOVE PERSONA-MASTER-RECORD TO PA-MASTER-IMAGE
           REWRITE PERSONA-ARCHIVE-RECORD
           ADD 1 TO WS-LEG-ANONYMIZED(WS-LX).
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-ERASE-REJECTS - THE REJECT ROW CARRIES THE FEED ENTRY AS
      * DELIVERED. A MATCHING ENTRY IS REBUILT AS A WELL-FORMED WIRE
      * SLOT CARRYING THE TOKEN, WITH ITS CLASS, ACTION AND EFFECTIVE
      * DATE KEPT, SO ARR01RSB CAN STILL READ IT. THE REJECT'S STATUS
      * ROW HOLDS NO PERSONAL DATA; THE LINKED ROWS ARE ONLY COUNTED.
      *----------------------------------------------------------------
       3200-ERASE-REJECTS.
           MOVE WS-LX-REJECT TO WS-LX
           SET WS-LEG-RUN(WS-LX) TO TRUE
           OPEN I-O PERSONA-REJECT-FILE
           IF NOT WS-PERSREJ-OK
               MOVE WS-PERSREJ-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               GO TO 3200-EXIT
           END-IF

           SET WS-LEG-RUN(WS-LX-REJECT-STATUS) TO TRUE
           OPEN INPUT REJECT-STATUS-FILE
           IF WS-REJSTAT-OK
               SET WS-REJSTAT-OPEN TO TRUE
               MOVE 'NO PERSONAL DATA - LINKED ROWS COUNTED'
                   TO WS-LEG-NOTE(WS-LX-REJECT-STATUS)
           ELSE
               MOVE WS-LX-REJECT-STATUS TO WS-LX
               MOVE WS-REJSTAT-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               MOVE WS-LX-REJECT TO WS-LX
           END-IF

           SET WS-NOT-EOF TO TRUE
           PERFORM 3250-ERASE-ONE-REJECT THRU 3250-EXIT
               UNTIL WS-EOF
           CLOSE PERSONA-REJECT-FILE
           IF WS-REJSTAT-OPEN
               CLOSE REJECT-STATUS-FILE
           END-IF.
       3200-EXIT.
           EXIT.

       3250-ERASE-ONE-REJECT.
           READ PERSONA-REJECT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3250-EXIT
           END-READ
           ADD 1 TO WS-LEG-EXAMINED(WS-LX)
           MOVE RJ-PERSONA-DATA TO WS-SLOT-DATA
           PERFORM 6300-PARSE-SLOT THRU 6300-EXIT
           IF WS-MATCH-ID EQUAL ZERO
               GO TO 3250-EXIT
           END-IF

           PERFORM 6400-TOKENIZE-SLOT THRU 6400-EXIT
           MOVE API00Q01-PERSONAS TO RJ-PERSONA-DATA
           REWRITE PERSONA-REJECT-RECORD
           ADD 1 TO WS-LEG-ANONYMIZED(WS-LX)

           IF WS-REJSTAT-OPEN
               MOVE RJ-RUN-ID TO RT-IO-KEY(1:8)
               MOVE RJ-INDEX TO RT-IO-KEY(9:4)
               READ REJECT-STATUS-FILE
               IF WS-REJSTAT-OK
                   ADD 1 TO WS-LEG-EXAMINED(WS-LX-REJECT-STATUS)
               END-IF
           END-IF.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-ERASE-RECEIVED - A RECEIVED ROW NAMES ITS PERSONA ID WHEN
      * THE PUBLISHER KNEW IT; OTHERWISE IT IS MATCHED ON THE NAME
      * PAIR. THE ADDRESS GOES WITH THE NAME.
      *----------------------------------------------------------------
       3300-ERASE-RECEIVED.
           MOVE WS-LX-RECEIVED TO WS-LX
           SET WS-LEG-RUN(WS-LX) TO TRUE
           OPEN I-O RECEIVED-PERSONA-FILE
           IF NOT WS-RCVPIN-OK
               MOVE WS-RCVPIN-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               GO TO 3300-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 3350-ERASE-ONE-RECEIVED THRU 3350-EXIT
               UNTIL WS-EOF
           CLOSE RECEIVED-PERSONA-FILE.
       3300-EXIT.
           EXIT.

       3350-ERASE-ONE-RECEIVED.
           READ RECEIVED-PERSONA-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3350-EXIT
           END-READ
           ADD 1 TO WS-LEG-EXAMINED(WS-LX)
           IF RP-NAME EQUAL WS-TOKEN-NAME
               GO TO 3350-EXIT
           END-IF
           MOVE ZEROS TO WS-MATCH-ID
           IF RP-PERSONA-ID IS NUMERIC
               MOVE RP-PERSONA-ID TO WS-CAND-ID
               PERFORM 6200-MATCH-ID THRU 6200-EXIT
           END-IF
           IF WS-MATCH-ID EQUAL ZERO
               MOVE RP-NAME TO WS-CAND-NAME
               MOVE RP-APELLIDO TO WS-CAND-APELLIDO
               PERFORM 6000-MATCH-PAIR THRU 6000-EXIT
           END-IF
           IF WS-MATCH-ID EQUAL ZERO
               GO TO 3350-EXIT
           END-IF

           MOVE WS-MATCH-ID TO WS-TOKEN-ID
           MOVE WS-TOKEN-NAME TO RP-NAME
           MOVE WS-TOKEN-APELLIDO TO RP-APELLIDO
           IF RP-ADDR-LINE-1 NOT EQUAL SPACES
               MOVE WS-TOKEN-ADDR-LINE TO RP-ADDR-LINE-1
           END-IF
           MOVE SPACES TO RP-ADDR-LINE-2
           MOVE SPACES TO RP-ADDR-CITY
           MOVE SPACES TO RP-ADDR-POSTAL
           REWRITE RECEIVED-PERSONA-RECORD
           ADD 1 TO WS-LEG-ANONYMIZED(WS-LX).
       3350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-ERASE-LANDED - A LANDED MESSAGE CARRIES ONLY THE NAME
      * PAIR.
      *----------------------------------------------------------------
       3400-ERASE-LANDED.
           MOVE WS-LX-LANDED TO WS-LX
           SET WS-LEG-RUN(WS-LX) TO TRUE
           OPEN I-O LANDED-MSG-FILE
           IF NOT WS-LMSGIN-OK
               MOVE WS-LMSGIN-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               GO TO 3400-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 3450-ERASE-ONE-LANDED THRU 3450-EXIT
               UNTIL WS-EOF
           CLOSE LANDED-MSG-FILE.
       3400-EXIT.
           EXIT.

       3450-ERASE-ONE-LANDED.
           READ LANDED-MSG-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3450-EXIT
           END-READ
           ADD 1 TO WS-LEG-EXAMINED(WS-LX)
           MOVE LM-NAME TO WS-CAND-NAME
           MOVE LM-APELLIDO TO WS-CAND-APELLIDO
           PERFORM 6000-MATCH-PAIR THRU 6000-EXIT
           IF WS-MATCH-ID EQUAL ZERO
               GO TO 3450-EXIT
           END-IF
           MOVE WS-MATCH-ID TO WS-TOKEN-ID
           MOVE WS-TOKEN-NAME TO LM-NAME
           MOVE WS-TOKEN-APELLIDO TO LM-APELLIDO
           REWRITE LANDED-MESSAGE-RECORD
           ADD 1 TO WS-LEG-ANONYMIZED(WS-LX).
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-ERASE-OUTBOX - PENDING AND SENT ROWS ALIKE. A PENDING ROW
      * IS STILL PUBLISHED, CARRYING THE TOKEN.
      *----------------------------------------------------------------
       3500-ERASE-OUTBOX.
           MOVE WS-LX-OUTBOX TO WS-LX
           SET WS-LEG-RUN(WS-LX) TO TRUE
           OPEN I-O OUTBOX-FILE
           IF NOT WS-OUTBOX-OK
               MOVE WS-OUTBOX-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               GO TO 3500-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           MOVE ZEROS TO OB-IO-KEY
           START OUTBOX-FILE KEY IS GREATER THAN OB-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 3550-ERASE-ONE-OUTBOX-ROW THRU 3550-EXIT
               UNTIL WS-EOF
           CLOSE OUTBOX-FILE.
       3500-EXIT.
           EXIT.

       3550-ERASE-ONE-OUTBOX-ROW.
           READ OUTBOX-FILE NEXT RECORD INTO OUTBOX-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3550-EXIT
           END-READ
           ADD 1 TO WS-LEG-EXAMINED(WS-LX)
           MOVE OB-PERSONA-ID TO WS-CAND-ID
           PERFORM 6200-MATCH-ID THRU 6200-EXIT
           IF WS-MATCH-ID EQUAL ZERO
               MOVE OB-NAME TO WS-CAND-NAME
               MOVE OB-APELLIDO TO WS-CAND-APELLIDO
               PERFORM 6000-MATCH-PAIR THRU 6000-EXIT
           END-IF
           IF WS-MATCH-ID EQUAL ZERO
               OR OB-NAME EQUAL WS-TOKEN-NAME
               GO TO 3550-EXIT
           END-IF
           MOVE WS-MATCH-ID TO WS-TOKEN-ID
           MOVE WS-TOKEN-NAME TO OB-NAME
           MOVE WS-TOKEN-APELLIDO TO OB-APELLIDO
           MOVE OUTBOX-RECORD TO OUTBOX-IO-RECORD
           REWRITE OUTBOX-IO-RECORD
           ADD 1 TO WS-LEG-ANONYMIZED(WS-LX).
       3550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-ERASE-ADDRESSES - EVERY ADDRESS ROW OF THE PERSONA (ONE
      * PER ADDRESS TYPE, ALL UNDER ITS PERSONA ID). THE ROWS STAY SO
      * THEIR KEYS AND COUNT DO.
      *----------------------------------------------------------------
       3600-ERASE-ADDRESSES.
           MOVE WS-LX-ADDRESS TO WS-LX
           SET WS-LEG-RUN(WS-LX) TO TRUE
           OPEN I-O PERSONA-ADDRESS-FILE
           IF NOT WS-PERSADDR-OK
               MOVE WS-PERSADDR-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               GO TO 3600-EXIT
           END-IF
           PERFORM 3620-ERASE-PERSONA-ADDRESSES THRU 3620-EXIT
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX GREATER THAN WS-ER-COUNT
           CLOSE PERSONA-ADDRESS-FILE.
       3600-EXIT.
           EXIT.

       3620-ERASE-PERSONA-ADDRESSES.
           IF NOT WS-ER-ACCEPTED(WS-EX)
               GO TO 3620-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           MOVE WS-ER-PERSONA-ID(WS-EX) TO ADR-IO-KEY(1:10)
           MOVE LOW-VALUES TO ADR-IO-KEY(11:2)
           START PERSONA-ADDRESS-FILE
               KEY IS GREATER THAN OR EQUAL ADR-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 3650-ERASE-ONE-ADDRESS THRU 3650-EXIT
               UNTIL WS-EOF.
       3620-EXIT.
           EXIT.

       3650-ERASE-ONE-ADDRESS.
           READ PERSONA-ADDRESS-FILE NEXT RECORD
               INTO PERSONA-ADDRESS-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3650-EXIT
           END-READ
           IF AD-PERSONA-ID NOT EQUAL WS-ER-PERSONA-ID(WS-EX)
               SET WS-EOF TO TRUE
               GO TO 3650-EXIT
           END-IF
           ADD 1 TO WS-LEG-EXAMINED(WS-LX)
           IF AD-LINE-1 EQUAL WS-TOKEN-ADDR-LINE
               AND AD-PHONE EQUAL SPACES
               GO TO 3650-EXIT
           END-IF
           MOVE WS-TOKEN-ADDR-LINE TO AD-LINE-1
           MOVE SPACES TO AD-LINE-2
           MOVE SPACES TO AD-CITY
           MOVE SPACES TO AD-POSTAL-CODE
           MOVE SPACES TO AD-PHONE
           MOVE PERSONA-ADDRESS-RECORD TO PERSONA-ADDRESS-IO-RECORD
           REWRITE PERSONA-ADDRESS-IO-RECORD
           ADD 1 TO WS-LEG-ANONYMIZED(WS-LX).
       3650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3700-ERASE-HOLDS - A HOLD BELONGS TO THE PERSONA WHEN IT WAS
      * AN UPDATE TO IT, WAS RELEASED AS IT, OR CARRIES ITS NAME PAIR
      * OR DOC NUMBER.
      *----------------------------------------------------------------
       3700-ERASE-HOLDS.
           MOVE WS-LX-HOLD TO WS-LX
           SET WS-LEG-RUN(WS-LX) TO TRUE
           OPEN I-O HELD-PERSONA-FILE
           IF NOT WS-HELDPERS-OK
               MOVE WS-HELDPERS-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               GO TO 3700-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           MOVE ZEROS TO HD-IO-KEY
           START HELD-PERSONA-FILE KEY IS GREATER THAN HD-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 3750-ERASE-ONE-HOLD THRU 3750-EXIT
               UNTIL WS-EOF
           CLOSE HELD-PERSONA-FILE.
       3700-EXIT.
           EXIT.

       3750-ERASE-ONE-HOLD.
           READ HELD-PERSONA-FILE NEXT RECORD
               INTO HELD-PERSONA-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3750-EXIT
           END-READ
           ADD 1 TO WS-LEG-EXAMINED(WS-LX)
           IF HD-NAME EQUAL WS-TOKEN-NAME
               GO TO 3750-EXIT
           END-IF
           MOVE HD-TARGET-ID TO WS-CAND-ID
           PERFORM 6200-MATCH-ID THRU 6200-EXIT
           IF WS-MATCH-ID EQUAL ZERO
               MOVE HD-RESULT-PERSONA-ID TO WS-CAND-ID
               PERFORM 6200-MATCH-ID THRU 6200-EXIT
           END-IF
           IF WS-MATCH-ID EQUAL ZERO
               MOVE HD-NAME TO WS-CAND-NAME
               MOVE HD-APELLIDO TO WS-CAND-APELLIDO
               PERFORM 6000-MATCH-PAIR THRU 6000-EXIT
           END-IF
           IF WS-MATCH-ID EQUAL ZERO
               MOVE HD-DOC-NUMBER TO WS-CAND-DOC
               PERFORM 6100-MATCH-DOC THRU 6100-EXIT
           END-IF
           IF WS-MATCH-ID EQUAL ZERO
               GO TO 3750-EXIT
           END-IF

           MOVE WS-MATCH-ID TO WS-TOKEN-ID
           MOVE WS-TOKEN-NAME TO HD-NAME
           MOVE WS-TOKEN-APELLIDO TO HD-APELLIDO
           IF HD-DOC-NUMBER NOT EQUAL SPACES
               MOVE WS-TOKEN-DOC TO HD-DOC-NUMBER
           END-IF
           MOVE HELD-PERSONA-RECORD TO HELD-PERSONA-IO-RECORD
           REWRITE HELD-PERSONA-IO-RECORD
           ADD 1 TO WS-LEG-ANONYMIZED(WS-LX).
       3750-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3800-ERASE-PENDING-CHANGES - A CHANGE FILED AGAINST THE
      * PERSONA HAS BOTH IMAGES ERASED. OTHERWISE (A MERGE INTO
      * ANOTHER PERSONA, SAY) EACH IMAGE IS ERASED ONLY IF IT MATCHES.
      *----------------------------------------------------------------
       3800-ERASE-PENDING-CHANGES.
           MOVE WS-LX-PENDING TO WS-LX
           SET WS-LEG-RUN(WS-LX) TO TRUE
           OPEN I-O PENDING-CHANGE-FILE
           IF NOT WS-PENDCHG-OK
               MOVE WS-PENDCHG-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               GO TO 3800-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           MOVE ZEROS TO PQ-IO-KEY
           START PENDING-CHANGE-FILE KEY IS GREATER THAN PQ-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 3850-ERASE-ONE-CHANGE THRU 3850-EXIT
               UNTIL WS-EOF
           CLOSE PENDING-CHANGE-FILE.
       3800-EXIT.
           EXIT.

       3850-ERASE-ONE-CHANGE.
           READ PENDING-CHANGE-FILE NEXT RECORD
               INTO PENDING-CHANGE-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3850-EXIT
           END-READ
           ADD 1 TO WS-LEG-EXAMINED(WS-LX)
           SET WS-ROW-UNCHANGED TO TRUE

           MOVE ZEROS TO WS-MATCH-ID
           IF NOT PQ-FUNC-MERGE
               MOVE PQ-PERSONA-ID TO WS-CAND-ID
               PERFORM 6200-MATCH-ID THRU 6200-EXIT
           END-IF
           IF WS-MATCH-ID NOT EQUAL ZERO
               MOVE WS-MATCH-ID TO WS-TOKEN-ID
               PERFORM 3860-TOKENIZE-BEFORE THRU 3860-EXIT
               PERFORM 3870-TOKENIZE-AFTER THRU 3870-EXIT
               GO TO 3850-REWRITE
           END-IF

           MOVE PQ-BEF-NAME TO WS-CAND-NAME
           MOVE PQ-BEF-APELLIDO TO WS-CAND-APELLIDO
           PERFORM 6000-MATCH-PAIR THRU 6000-EXIT
           IF WS-MATCH-ID EQUAL ZERO
               MOVE PQ-BEF-DOC TO WS-CAND-DOC
               PERFORM 6100-MATCH-DOC THRU 6100-EXIT
           END-IF
           IF WS-MATCH-ID NOT EQUAL ZERO
               MOVE WS-MATCH-ID TO WS-TOKEN-ID
               PERFORM 3860-TOKENIZE-BEFORE THRU 3860-EXIT
           END-IF
           MOVE PQ-AFT-NAME TO WS-CAND-NAME
           MOVE PQ-AFT-APELLIDO TO WS-CAND-APELLIDO
           PERFORM 6000-MATCH-PAIR THRU 6000-EXIT
           IF WS-MATCH-ID EQUAL ZERO
               MOVE PQ-AFT-DOC TO WS-CAND-DOC
               PERFORM 6100-MATCH-DOC THRU 6100-EXIT
           END-IF
           IF WS-MATCH-ID NOT EQUAL ZERO
               MOVE WS-MATCH-ID TO WS-TOKEN-ID
               PERFORM 3870-TOKENIZE-AFTER THRU 3870-EXIT
           END-IF.
       3850-REWRITE.
           IF WS-ROW-CHANGED
               MOVE PENDING-CHANGE-RECORD TO PENDING-CHANGE-IO-RECORD
               REWRITE PENDING-CHANGE-IO-RECORD
               ADD 1 TO WS-LEG-ANONYMIZED(WS-LX)
           END-IF.
       3850-EXIT.
           EXIT.

       3860-TOKENIZE-BEFORE.
           IF PQ-BEF-NAME EQUAL WS-TOKEN-NAME
               GO TO 3860-EXIT
           END-IF
           IF PQ-BEF-NAME NOT EQUAL SPACES
               OR PQ-BEF-APELLIDO NOT EQUAL SPACES
               MOVE WS-TOKEN-NAME TO PQ-BEF-NAME
               MOVE WS-TOKEN-APELLIDO TO PQ-BEF-APELLIDO
               SET WS-ROW-CHANGED TO TRUE
           END-IF
           IF PQ-BEF-DOC NOT EQUAL SPACES
               MOVE WS-TOKEN-DOC TO PQ-BEF-DOC
               SET WS-ROW-CHANGED TO TRUE
           END-IF.
       3860-EXIT.
           EXIT.

       3870-TOKENIZE-AFTER.
           IF PQ-AFT-NAME EQUAL WS-TOKEN-NAME
               GO TO 3870-EXIT
           END-IF
           IF PQ-AFT-NAME NOT EQUAL SPACES
               OR PQ-AFT-APELLIDO NOT EQUAL SPACES
               MOVE WS-TOKEN-NAME TO PQ-AFT-NAME
               MOVE WS-TOKEN-APELLIDO TO PQ-AFT-APELLIDO
               SET WS-ROW-CHANGED TO TRUE
           END-IF
           IF PQ-AFT-DOC NOT EQUAL SPACES
               MOVE WS-TOKEN-DOC TO PQ-AFT-DOC
               SET WS-ROW-CHANGED TO TRUE
           END-IF.
       3870-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3900-ERASE-SCHEDULED-ACTIONS - A PARKED FEED ENTRY KEEPS THE
      * WIRE SLOT IT WILL BE RELEASED WITH AS WELL AS THE PARSED NAME
      * AND DOC NUMBER; BOTH ARE ERASED. A STILL-PENDING ROW RELEASES
      * THE TOKEN.
      *----------------------------------------------------------------
       3900-ERASE-SCHEDULED-ACTIONS.
           MOVE WS-LX-SCHEDULED TO WS-LX
           SET WS-LEG-RUN(WS-LX) TO TRUE
           OPEN I-O SCHEDULED-ACTION-FILE
           IF NOT WS-SCHDACT-OK
               MOVE WS-SCHDACT-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               GO TO 3900-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO SA-IO-KEY
           START SCHEDULED-ACTION-FILE KEY IS GREATER THAN SA-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 3950-ERASE-ONE-ACTION THRU 3950-EXIT
               UNTIL WS-EOF
           CLOSE SCHEDULED-ACTION-FILE.
       3900-EXIT.
           EXIT.

       3950-ERASE-ONE-ACTION.
           READ SCHEDULED-ACTION-FILE NEXT RECORD
               INTO SCHEDULED-ACTION-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3950-EXIT
           END-READ
           ADD 1 TO WS-LEG-EXAMINED(WS-LX)
           IF SA-NAME EQUAL WS-TOKEN-NAME
               GO TO 3950-EXIT
           END-IF
           MOVE SA-NAME TO WS-CAND-NAME
           MOVE SA-APELLIDO TO WS-CAND-APELLIDO
           PERFORM 6000-MATCH-PAIR THRU 6000-EXIT
           IF WS-MATCH-ID EQUAL ZERO
               MOVE SA-DOC-NUMBER TO WS-CAND-DOC
               PERFORM 6100-MATCH-DOC THRU 6100-EXIT
           END-IF
           IF WS-MATCH-ID EQUAL ZERO
               GO TO 3950-EXIT
           END-IF

           MOVE WS-MATCH-ID TO WS-TOKEN-ID
           MOVE WS-TOKEN-NAME TO SA-NAME
           MOVE WS-TOKEN-APELLIDO TO SA-APELLIDO
           IF SA-DOC-NUMBER NOT EQUAL SPACES
               MOVE WS-TOKEN-DOC TO SA-DOC-NUMBER
           END-IF
           MOVE WS-MATCH-ID TO WS-ALIAS-ID
           MOVE SA-PERSONA-DATA TO WS-SLOT-DATA
           PERFORM 6300-PARSE-SLOT THRU 6300-EXIT
           MOVE WS-ALIAS-ID TO WS-MATCH-ID
           PERFORM 6400-TOKENIZE-SLOT THRU 6400-EXIT
           MOVE API00Q01-PERSONAS TO SA-PERSONA-DATA
           MOVE SCHEDULED-ACTION-RECORD TO SCHEDULED-ACTION-IO-RECORD
           REWRITE SCHEDULED-ACTION-IO-RECORD
           ADD 1 TO WS-LEG-ANONYMIZED(WS-LX).
       3950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-REMOVE-NAME-KEYS - EVERY NAME-KEY ROW POINTING AT AN
      * ERASED PERSONA GOES, WHATEVER NAME IT WAS FILED UNDER. THE
      * MASTER ROW IS INACTIVE, AND THE NAME-KEY REBUILD LEAVES
      * INACTIVE ROWS OUT TOO, SO NOTHING EVER PUTS IT BACK.
      *----------------------------------------------------------------
       4000-REMOVE-NAME-KEYS.
           MOVE WS-LX-NAME-KEY TO WS-LX
           SET WS-LEG-RUN(WS-LX) TO TRUE
           OPEN I-O PERSONA-NAME-KEY-FILE
           IF NOT WS-PERSNKEY-OK
               MOVE WS-PERSNKEY-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO PNK-IO-KEY
           START PERSONA-NAME-KEY-FILE KEY IS GREATER THAN PNK-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 4050-CHECK-ONE-NAME-KEY THRU 4050-EXIT
               UNTIL WS-EOF
           CLOSE PERSONA-NAME-KEY-FILE.
       4000-EXIT.
           EXIT.

       4050-CHECK-ONE-NAME-KEY.
           READ PERSONA-NAME-KEY-FILE NEXT RECORD
               INTO PERSONA-NAME-KEY-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4050-EXIT
           END-READ
           ADD 1 TO WS-LEG-EXAMINED(WS-LX)
           MOVE PNK-PERSONA-ID TO WS-CAND-ID
           PERFORM 6200-MATCH-ID THRU 6200-EXIT
           IF WS-MATCH-ID EQUAL ZERO
               GO TO 4050-EXIT
           END-IF
           DELETE PERSONA-NAME-KEY-FILE
           IF WS-PERSNKEY-OK
               ADD 1 TO WS-LEG-REMOVED(WS-LX)
           END-IF.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-REMOVE-DOC-KEYS - THE SAME FOR THE DOC-KEY INDEX.
      *----------------------------------------------------------------
       4100-REMOVE-DOC-KEYS.
           MOVE WS-LX-DOC-KEY TO WS-LX
           SET WS-LEG-RUN(WS-LX) TO TRUE
           OPEN I-O PERSONA-DOC-KEY-FILE
           IF NOT WS-PERSDKEY-OK
               MOVE WS-PERSDKEY-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               GO TO 4100-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO PDK-IO-KEY
           START PERSONA-DOC-KEY-FILE KEY IS GREATER THAN PDK-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 4150-CHECK-ONE-DOC-KEY THRU 4150-EXIT
               UNTIL WS-EOF
           CLOSE PERSONA-DOC-KEY-FILE.
       4100-EXIT.
           EXIT.

       4150-CHECK-ONE-DOC-KEY.
           READ PERSONA-DOC-KEY-FILE NEXT RECORD
               INTO PERSONA-DOC-KEY-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4150-EXIT
           END-READ
           ADD 1 TO WS-LEG-EXAMINED(WS-LX)
           MOVE PDK-PERSONA-ID TO WS-CAND-ID
           PERFORM 6200-MATCH-ID THRU 6200-EXIT
           IF WS-MATCH-ID EQUAL ZERO
               GO TO 4150-EXIT
           END-IF
           DELETE PERSONA-DOC-KEY-FILE
           IF WS-PERSDKEY-OK
               ADD 1 TO WS-LEG-REMOVED(WS-LX)
           END-IF.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4160-REMOVE-ALIASES - THE PRIOR-NAME ALIAS ROWS. A ROW GOES IF
      * AN ERASED PERSONA OWNS IT, OR IF ITS NAME IS ONE OF AN ERASED
      * PERSONA'S - A DUPLICATE MERGED AWAY AND THEN ERASED LEAVES ITS
      * NAME FILED UNDER THE SURVIVOR. NO PERSALIA DD, NO ALIASES.
      *----------------------------------------------------------------
       4160-REMOVE-ALIASES.
           MOVE WS-LX-ALIAS TO WS-LX
           SET WS-LEG-RUN(WS-LX) TO TRUE
           OPEN I-O PERSONA-ALIAS-FILE
           IF NOT WS-PERSALIA-OK
               MOVE WS-PERSALIA-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               GO TO 4160-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO PAL-IO-KEY
           START PERSONA-ALIAS-FILE KEY IS GREATER THAN PAL-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 4170-CHECK-ONE-ALIAS THRU 4170-EXIT
               UNTIL WS-EOF
           CLOSE PERSONA-ALIAS-FILE.
       4160-EXIT.
           EXIT.

       4170-CHECK-ONE-ALIAS.
           READ PERSONA-ALIAS-FILE NEXT RECORD
               INTO PERSONA-ALIAS-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4170-EXIT
           END-READ
           ADD 1 TO WS-LEG-EXAMINED(WS-LX)
           MOVE PAL-PERSONA-ID TO WS-CAND-ID
           PERFORM 6200-MATCH-ID THRU 6200-EXIT
           IF WS-MATCH-ID EQUAL ZERO
               MOVE PAL-NAME TO WS-CAND-NAME
               MOVE PAL-APELLIDO TO WS-CAND-APELLIDO
               PERFORM 6000-MATCH-PAIR THRU 6000-EXIT
           END-IF
           IF WS-MATCH-ID EQUAL ZERO
               GO TO 4170-EXIT
           END-IF
           DELETE PERSONA-ALIAS-FILE
           IF WS-PERSALIA-OK
               ADD 1 TO WS-LEG-REMOVED(WS-LX)
           END-IF.
       4170-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4180-REMOVE-RELATIONSHIPS - THE LINK ROWS. A ROW GOES IF EITHER
      * PERSONA ON IT IS AN ERASED ONE, SO BOTH ROWS OF A LINK GO
      * TOGETHER. NO PERSREL DD, NO RELATIONSHIPS.
      *----------------------------------------------------------------
       4180-REMOVE-RELATIONSHIPS.
           MOVE WS-LX-RELATION TO WS-LX
           SET WS-LEG-RUN(WS-LX) TO TRUE
           OPEN I-O PERSONA-RELATIONSHIP-FILE
           IF NOT WS-PERSREL-OK
               MOVE WS-PERSREL-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               GO TO 4180-EXIT
           END-IF
           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO REL-IO-KEY
           START PERSONA-RELATIONSHIP-FILE
               KEY IS GREATER THAN REL-IO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 4190-CHECK-ONE-RELATIONSHIP THRU 4190-EXIT
               UNTIL WS-EOF
           CLOSE PERSONA-RELATIONSHIP-FILE.
       4180-EXIT.
           EXIT.

       4190-CHECK-ONE-RELATIONSHIP.
           READ PERSONA-RELATIONSHIP-FILE NEXT RECORD
               INTO PERSONA-RELATIONSHIP-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4190-EXIT
           END-READ
           ADD 1 TO WS-LEG-EXAMINED(WS-LX)
           MOVE REL-PERSONA-ID TO WS-CAND-ID
           PERFORM 6200-MATCH-ID THRU 6200-EXIT
           IF WS-MATCH-ID EQUAL ZERO
               MOVE REL-RELATED-ID TO WS-CAND-ID
               PERFORM 6200-MATCH-ID THRU 6200-EXIT
           END-IF
           IF WS-MATCH-ID EQUAL ZERO
               GO TO 4190-EXIT
           END-IF
           DELETE PERSONA-RELATIONSHIP-FILE
           IF WS-PERSREL-OK
               ADD 1 TO WS-LEG-REMOVED(WS-LX)
           END-IF.
       4190-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-ERASE-MASTER - LAST, SO EVERYTHING BEFORE IT COULD STILL
      * BE MATCHED. THE ROW KEEPS ITS ID, CLASS, STATUS, DATES AND
      * SOURCES.
      *----------------------------------------------------------------
       4200-ERASE-MASTER.
           MOVE WS-LX-MASTER TO WS-LX
           SET WS-LEG-RUN(WS-LX) TO TRUE
           OPEN I-O PERSONA-MASTER-FILE
           IF NOT WS-PERSMSTR-OK
               MOVE WS-PERSMSTR-STATUS TO WS-OPEN-STATUS
               PERFORM 7000-LEG-NOT-OPENED THRU 7000-EXIT
               DISPLAY 'ARR01ERS - PERSMSTR REOPEN FAILED - STATUS '
                   WS-PERSMSTR-STATUS ' - MASTER ROWS NOT ERASED'
               MOVE 8 TO RETURN-CODE
               GO TO 4200-EXIT
           END-IF
           PERFORM 4250-ERASE-ONE-MASTER-ROW THRU 4250-EXIT
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX GREATER THAN WS-ER-COUNT
           CLOSE PERSONA-MASTER-FILE.
       4200-EXIT.
           EXIT.

       4250-ERASE-ONE-MASTER-ROW.
           IF NOT WS-ER-ACCEPTED(WS-EX)
               OR WS-ER-FOUND-ON(WS-EX) NOT EQUAL 'MASTER'
               GO TO 4250-EXIT
           END-IF
           MOVE WS-ER-PERSONA-ID(WS-EX) TO PM-IO-KEY
           READ PERSONA-MASTER-FILE INTO PERSONA-MASTER-RECORD
           IF NOT WS-PERSMSTR-OK
               GO TO 4250-EXIT
           END-IF
           ADD 1 TO WS-LEG-EXAMINED(WS-LX)
           MOVE PM-PERSONA-ID TO WS-TOKEN-ID
           MOVE WS-TOKEN-NAME TO PM-NAME
           MOVE WS-TOKEN-APELLIDO TO PM-APELLIDO
           IF PM-DOC-NUMBER NOT EQUAL SPACES
               MOVE WS-TOKEN-DOC TO PM-DOC-NUMBER
           END-IF
           MOVE PERSONA-MASTER-RECORD TO PERSONA-MASTER-IO-RECORD
           REWRITE PERSONA-MASTER-IO-RECORD
           IF WS-PERSMSTR-OK
               ADD 1 TO WS-LEG-ANONYMIZED(WS-LX)
           ELSE
               DISPLAY 'ARR01ERS - MASTER REWRITE FAILED FOR '
                   PM-PERSONA-ID ' - STATUS ' WS-PERSMSTR-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
       4250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-JOURNAL-ERASURES - ONE ERASE ENTRY PER PERSONA, UNDER ITS
      * PERSONA ID, WITH THE SUPERVISOR'S USER ID. THE NAME AND DOC
      * COLUMNS CARRY THE TOKEN, NEVER THE ERASED VALUES; THE STATUS
      * COLUMNS THE PERSONA'S (UNCHANGED) STATUS.
      *----------------------------------------------------------------
       4300-JOURNAL-ERASURES.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDTLOG-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM 4350-JOURNAL-ONE-ERASURE THRU 4350-EXIT
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX GREATER THAN WS-ER-COUNT
           CLOSE AUDIT-FILE.
       4300-EXIT.
           EXIT.

       4350-JOURNAL-ONE-ERASURE.
           IF NOT WS-ER-ACCEPTED(WS-EX)
               GO TO 4350-EXIT
           END-IF
           MOVE WS-ER-PERSONA-ID(WS-EX) TO WS-TOKEN-ID
           MOVE SPACES TO AUDIT-RECORD
           ACCEPT AU-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT AU-TIMESTAMP(9:8) FROM TIME
           MOVE 'ARR01ERS' TO AU-PROGRAM
           MOVE 'ERASE' TO AU-FUNCTION
           MOVE WS-ER-PERSONA-ID(WS-EX) TO AU-INDEX
           MOVE WS-TOKEN-NAME TO AU-BEFORE-NAME
           MOVE WS-TOKEN-APELLIDO TO AU-BEFORE-APELLIDO
           MOVE WS-TOKEN-NAME TO AU-AFTER-NAME
           MOVE WS-TOKEN-APELLIDO TO AU-AFTER-APELLIDO
           MOVE ZEROS TO AU-MQ-COMP-CODE
           MOVE ZEROS TO AU-MQ-REASON-CODE
           MOVE WS-BUSINESS-DATE TO AU-AFTER-LOAD-DATE
           MOVE WS-ER-MASTER-STATUS(WS-EX) TO AU-BEFORE-STATUS
           MOVE WS-ER-MASTER-STATUS(WS-EX) TO AU-AFTER-STATUS
           MOVE WS-TOKEN-DOC TO AU-BEFORE-DOC
           MOVE WS-TOKEN-DOC TO AU-AFTER-DOC
           MOVE WS-USER-ID TO AU-USER-ID
           WRITE AUDIT-IO-RECORD FROM AUDIT-RECORD.
       4350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-MATCH-PAIR - WHICH ERASED PERSONA, IF ANY, IS KNOWN BY
      * WS-CAND-NAME AND WS-CAND-APELLIDO.
      *----------------------------------------------------------------
       6000-MATCH-PAIR.
           MOVE ZEROS TO WS-MATCH-ID
           IF WS-CAND-NAME EQUAL SPACES
               AND WS-CAND-APELLIDO EQUAL SPACES
               GO TO 6000-EXIT
           END-IF
           IF WS-CAND-NAME EQUAL WS-TOKEN-NAME
               GO TO 6000-EXIT
           END-IF
           MOVE WS-CAND-NAME TO WS-CAND-PAIR-NAME
           MOVE WS-CAND-APELLIDO TO WS-CAND-PAIR-APELLIDO
           CALL 'ARR01NRM' USING WS-CAND-PAIR-NAME
           CALL 'ARR01NRM' USING WS-CAND-PAIR-APELLIDO
           PERFORM 6010-COMPARE-PAIR THRU 6010-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-ID-COUNT
               OR WS-MATCH-ID NOT EQUAL ZERO.
       6000-EXIT.
           EXIT.

       6010-COMPARE-PAIR.
           IF WS-ID-KIND(WS-IX) EQUAL 'N'
               AND WS-ID-VALUE(WS-IX) EQUAL WS-CAND-PAIR
               MOVE WS-ID-PERSONA-ID(WS-IX) TO WS-MATCH-ID
           END-IF.
       6010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-MATCH-DOC - WHICH ERASED PERSONA, IF ANY, HOLDS
      * WS-CAND-DOC.
      *----------------------------------------------------------------
       6100-MATCH-DOC.
           MOVE ZEROS TO WS-MATCH-ID
           IF WS-CAND-DOC EQUAL SPACES
               OR WS-CAND-DOC EQUAL WS-TOKEN-DOC
               GO TO 6100-EXIT
           END-IF
           PERFORM 6110-COMPARE-DOC THRU 6110-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-ID-COUNT
               OR WS-MATCH-ID NOT EQUAL ZERO.
       6100-EXIT.
           EXIT.

       6110-COMPARE-DOC.
           IF WS-ID-KIND(WS-IX) EQUAL 'D'
               AND WS-ID-VALUE(WS-IX) EQUAL WS-CAND-DOC
               MOVE WS-ID-PERSONA-ID(WS-IX) TO WS-MATCH-ID
           END-IF.
       6110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-MATCH-ID - IS WS-CAND-ID AN ACCEPTED PERSONA.
      *----------------------------------------------------------------
       6200-MATCH-ID.
           MOVE ZEROS TO WS-MATCH-ID
           IF WS-CAND-ID EQUAL ZERO
               GO TO 6200-EXIT
           END-IF
           PERFORM 6210-COMPARE-ID THRU 6210-EXIT
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX GREATER THAN WS-ER-COUNT
               OR WS-MATCH-ID NOT EQUAL ZERO.
       6200-EXIT.
           EXIT.

       6210-COMPARE-ID.
           IF WS-ER-ACCEPTED(WS-JX)
               AND WS-ER-PERSONA-ID(WS-JX) EQUAL WS-CAND-ID
               MOVE WS-CAND-ID TO WS-MATCH-ID
           END-IF.
       6210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6300-PARSE-SLOT - SPLIT THE WIRE SLOT HELD IN WS-SLOT-DATA
      * INTO THE API00Q01-PERSONAS FIELDS THE WAY ARRAY01 DOES, AND
      * MATCH ITS NAME PAIR, THEN ITS DOC NUMBER.
      *----------------------------------------------------------------
       6300-PARSE-SLOT.
           MOVE ZEROS TO NOMBRE-LENGTH
           MOVE SPACES TO NOMBRE
           MOVE ZEROS TO APELLIDO-LENGTH
           MOVE SPACES TO APELLIDO OF API00Q01-PERSONAS
           MOVE ZEROS TO CLASS-LENGTH
           MOVE SPACES TO PERSONA-CLASS
           MOVE SPACES TO PERSONA-ACTION
           MOVE ZEROS TO DOCUMENTO-LENGTH
           MOVE SPACES TO DOCUMENTO
           MOVE SPACES TO EFFECTIVE-DATE
           UNSTRING WS-SLOT-DATA DELIMITED BY '|'
               INTO NOMBRE-LENGTH
                    NOMBRE
                    APELLIDO-LENGTH
                    APELLIDO OF API00Q01-PERSONAS
                    CLASS-LENGTH
                    PERSONA-CLASS
                    PERSONA-ACTION
                    DOCUMENTO-LENGTH
                    DOCUMENTO
                    EFFECTIVE-DATE
           END-UNSTRING

           MOVE NOMBRE TO WS-CAND-NAME
           MOVE APELLIDO OF API00Q01-PERSONAS TO WS-CAND-APELLIDO
           PERFORM 6000-MATCH-PAIR THRU 6000-EXIT
           IF WS-MATCH-ID EQUAL ZERO
               MOVE DOCUMENTO TO WS-CAND-DOC
               PERFORM 6100-MATCH-DOC THRU 6100-EXIT
           END-IF.
       6300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6400-TOKENIZE-SLOT - PUT THE TOKEN FOR WS-MATCH-ID INTO THE
      * PARSED SLOT, LENGTHS INCLUDED. CLASS, ACTION AND EFFECTIVE
      * DATE STAY AS DELIVERED.
      *----------------------------------------------------------------
       6400-TOKENIZE-SLOT.
           MOVE WS-MATCH-ID TO WS-TOKEN-ID
           MOVE 6 TO NOMBRE-LENGTH
           MOVE WS-TOKEN-NAME TO NOMBRE
           MOVE 17 TO APELLIDO-LENGTH
           MOVE WS-TOKEN-APELLIDO TO APELLIDO OF API00Q01-PERSONAS
           IF DOCUMENTO NOT EQUAL SPACES
               MOVE 6 TO DOCUMENTO-LENGTH
               MOVE WS-TOKEN-DOC TO DOCUMENTO
           END-IF.
       6400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6700-ADD-PAIR / 6750-ADD-DOC - ADD WS-CAND-NAME/APELLIDO, OR
      * WS-CAND-DOC, TO THE IDENTITY OF PERSONA WS-ADD-ID. BLANKS AND
      * TOKENS ARE NOT IDENTITIES.
      *----------------------------------------------------------------
       6700-ADD-PAIR.
           IF WS-CAND-NAME EQUAL SPACES
               AND WS-CAND-APELLIDO EQUAL SPACES
               GO TO 6700-EXIT
           END-IF
           IF WS-CAND-NAME EQUAL WS-TOKEN-NAME
               GO TO 6700-EXIT
           END-IF
           MOVE WS-CAND-NAME TO WS-CAND-PAIR-NAME
           MOVE WS-CAND-APELLIDO TO WS-CAND-PAIR-APELLIDO
           CALL 'ARR01NRM' USING WS-CAND-PAIR-NAME
           CALL 'ARR01NRM' USING WS-CAND-PAIR-APELLIDO
           MOVE 'N' TO WS-ADD-KIND
           MOVE WS-CAND-PAIR TO WS-ADD-VALUE
           PERFORM 6800-ADD-IDENTITY THRU 6800-EXIT.
       6700-EXIT.
           EXIT.

       6750-ADD-DOC.
           IF WS-CAND-DOC EQUAL SPACES
               OR WS-CAND-DOC EQUAL WS-TOKEN-DOC
               GO TO 6750-EXIT
           END-IF
           MOVE 'D' TO WS-ADD-KIND
           MOVE WS-CAND-DOC TO WS-ADD-VALUE
           PERFORM 6800-ADD-IDENTITY THRU 6800-EXIT.
       6750-EXIT.
           EXIT.

       6800-ADD-IDENTITY.
           MOVE ZEROS TO WS-CAND-ID
           PERFORM 6810-FIND-IDENTITY THRU 6810-EXIT
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX GREATER THAN WS-ID-COUNT
               OR WS-CAND-ID NOT EQUAL ZERO
           IF WS-CAND-ID NOT EQUAL ZERO
               GO TO 6800-EXIT
           END-IF
           IF WS-ID-COUNT NOT LESS THAN WS-ID-MAX
               IF NOT WS-ID-OVERFLOW
                   DISPLAY 'ARR01ERS - MORE THAN ' WS-ID-MAX
                       ' NAMES AND DOC NUMBERS - ERASE FEWER '
                       'PERSONAS PER RUN'
               END-IF
               SET WS-ID-OVERFLOW TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 6800-EXIT
           END-IF
           ADD 1 TO WS-ID-COUNT
           MOVE WS-ADD-ID TO WS-ID-PERSONA-ID(WS-ID-COUNT)
           MOVE WS-ADD-KIND TO WS-ID-KIND(WS-ID-COUNT)
           MOVE WS-ADD-VALUE TO WS-ID-VALUE(WS-ID-COUNT)
           ADD 1 TO WS-IDS-ADDED.
       6800-EXIT.
           EXIT.

       6810-FIND-IDENTITY.
           IF WS-ID-PERSONA-ID(WS-JX) EQUAL WS-ADD-ID
               AND WS-ID-KIND(WS-JX) EQUAL WS-ADD-KIND
               AND WS-ID-VALUE(WS-JX) EQUAL WS-ADD-VALUE
               MOVE WS-ADD-ID TO WS-CAND-ID
           END-IF.
       6810-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-LEG-NOT-OPENED - THE FILE FOR LEG WS-LX COULD NOT BE
      * OPENED: USUALLY NO DD IN THIS STEP. SAID ON THE CERTIFICATE.
      *----------------------------------------------------------------
       7000-LEG-NOT-OPENED.
           MOVE SPACES TO WS-LEG-NOTE(WS-LX)
           STRING 'NOT ALLOCATED OR NOT OPENED - STATUS '
                   DELIMITED BY SIZE
                  WS-OPEN-STATUS DELIMITED BY SIZE
               INTO WS-LEG-NOTE(WS-LX)
           END-STRING
           DISPLAY 'ARR01ERS - ' WS-LEG-DD(WS-LX) ' NOT OPENED - '
               'STATUS ' WS-OPEN-STATUS ' - NOT ERASED IN THIS STEP'.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CERTIFICATE - THE PERSONAS, THEN THE FILES.
      *----------------------------------------------------------------
       8000-WRITE-CERTIFICATE.
           WRITE ERASE-REPORT-LINE FROM WS-PERSONA-HEADING
           PERFORM 8100-WRITE-PERSONA-LINE THRU 8100-EXIT
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX GREATER THAN WS-ER-COUNT
           WRITE ERASE-REPORT-LINE FROM SPACES

           WRITE ERASE-REPORT-LINE FROM WS-LEG-HEADING
           PERFORM 8200-WRITE-LEG-LINE THRU 8200-EXIT
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX GREATER THAN WS-LEG-MAX
           WRITE ERASE-REPORT-LINE FROM SPACES

           IF WS-ID-OVERFLOW
               WRITE ERASE-REPORT-LINE FROM WS-NOTE-LINE-3
           END-IF
           WRITE ERASE-REPORT-LINE FROM WS-NOTE-LINE-1
           WRITE ERASE-REPORT-LINE FROM WS-NOTE-LINE-2
           WRITE ERASE-REPORT-LINE FROM SPACES

           MOVE WS-CARDS-READ TO WS-TOT-CARDS
           MOVE WS-PERSONAS-ERASED TO WS-TOT-ERASED
           MOVE WS-PERSONAS-REFUSED TO WS-TOT-REFUSED
           WRITE ERASE-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY WS-TOTAL-LINE.
       8000-EXIT.
           EXIT.

       8100-WRITE-PERSONA-LINE.
           MOVE WS-ER-PERSONA-ID(WS-EX) TO WS-PRL-PERSONA-ID
           MOVE WS-ER-REFERENCE(WS-EX) TO WS-PRL-REFERENCE
           MOVE WS-ER-FOUND-ON(WS-EX) TO WS-PRL-FOUND-ON
           MOVE WS-ER-REASON(WS-EX) TO WS-PRL-REASON
           EVALUATE TRUE
               WHEN WS-ER-REFUSED(WS-EX)
                   MOVE 'REFUSED' TO WS-PRL-RESULT
               WHEN WS-FUNC-SWEEP
                   MOVE 'SWEPT' TO WS-PRL-RESULT
               WHEN OTHER
                   MOVE 'ERASED' TO WS-PRL-RESULT
           END-EVALUATE
           WRITE ERASE-REPORT-LINE FROM WS-PERSONA-LINE.
       8100-EXIT.
           EXIT.

       8200-WRITE-LEG-LINE.
           IF NOT WS-LEG-RUN(WS-LX)
               GO TO 8200-EXIT
           END-IF
           MOVE WS-LEG-DD(WS-LX) TO WS-LGL-DD
           MOVE WS-LEG-TITLE(WS-LX) TO WS-LGL-TITLE
           MOVE WS-LEG-EXAMINED(WS-LX) TO WS-LGL-EXAMINED
           MOVE WS-LEG-ANONYMIZED(WS-LX) TO WS-LGL-ANONYMIZED
           MOVE WS-LEG-REMOVED(WS-LX) TO WS-LGL-REMOVED
           MOVE WS-LEG-NOTE(WS-LX) TO WS-LGL-NOTE
           WRITE ERASE-REPORT-LINE FROM WS-LEG-LINE.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE ERASE-REPORT-FILE.
       9000-EXIT.
           EXIT.
