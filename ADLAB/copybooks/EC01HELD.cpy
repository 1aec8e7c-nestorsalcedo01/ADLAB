      *----------------------------------------------------------------
      * EC01HELD - HELD-PERSONA RECORD (VSAM KSDS HELDPERS, KEY =
      * HD-HOLD-ID). ONE ROW PER INTAKE ACTION THE WATCH-LIST SCREEN
      * (ARR01WLS) STOPPED - A PERSONA ADD, OR AN UPDATE THAT WOULD
      * HAVE RENAMED A PERSONA ONTO THE LIST. NOTHING ABOUT A HELD
      * PERSONA REACHES THE MASTER OR THE OUTBOX UNTIL A SUPERVISOR
      * DECIDES IT ON THE WLR1 REVIEW TRANSACTION (ARR01WLR):
      *   H  HELD         WAITING FOR REVIEW
      *   R  RELEASED     WRITTEN TO THE MASTER THROUGH THE NORMAL
      *                   ADD/CHANGE PATH - HD-RESULT-PERSONA-ID IS
      *                   THE ROW IT LANDED ON
      *   D  DECLINED     NEVER LOADED
      * HD-ACTION SAYS WHICH INTAKE ACTION WAS HELD. FOR AN UPDATE,
      * HD-TARGET-ID IS THE MASTER ROW IT WAS AIMED AT; A BLANK
      * HD-CLASS LEAVES THE ROW'S CLASS ALONE ON RELEASE, THE SAME
      * RULE THE BATCH UPDATE APPLIES. HD-MATCH-TYPE AND THE HD-WL-
      * FIELDS CARRY THE LIST ENTRY THAT CAUSED THE HOLD. THE DECIDED
      * FIELDS RECORD WHO DECIDED IT AND WHEN. HD-FEED-SOURCE IS THE
      * FEED SOURCE THE PERSONA CAME FROM (BLANK ON A ROW HELD BEFORE
      * THE FIELD EXISTED - HD-SOURCE STANDS IN) AND BECOMES THE
      * OWNER OF EVERY FIELD A RELEASE SETS, AS IN EC01PMR.
      *
      * KEY 00000000 IS THE RESERVED CONTROL ROW HOLDING THE NEXT
      * HOLD ID TO HAND OUT - THE SAME REDEFINES-OVER-A-CONTROL-ROW
      * PATTERN EC01PMR AND EC01OBOX USE.
      *----------------------------------------------------------------
       01  HELD-PERSONA-RECORD.
           05  HD-HOLD-ID              PIC 9(08).
           05  HD-STATUS-SW            PIC X(01).
               88  HD-HELD             VALUE 'H'.
               88  HD-RELEASED         VALUE 'R'.
               88  HD-DECLINED         VALUE 'D'.
           05  HD-ACTION               PIC X(01).
               88  HD-ACTION-ADD       VALUE 'A'.
               88  HD-ACTION-UPDATE    VALUE 'U'.
           05  HD-TARGET-ID            PIC 9(10).
           05  HD-NAME                 PIC X(20).
           05  HD-APELLIDO             PIC X(20).
           05  HD-CLASS                PIC X(02).
           05  HD-DOC-NUMBER           PIC X(15).
           05  HD-SOURCE               PIC X(08).
           05  HD-RUN-ID               PIC 9(08).
           05  HD-INDEX                PIC 9(05).
           05  HD-BUSINESS-DATE        PIC X(08).
           05  HD-HELD-TIMESTAMP       PIC X(16).
           05  HD-MATCH-TYPE           PIC X(01).
               88  HD-MATCH-NAME       VALUE 'N'.
               88  HD-MATCH-DOC        VALUE 'D'.
           05  HD-WL-ENTRY-ID          PIC X(12).
           05  HD-WL-LIST-NAME         PIC X(08).
           05  HD-WL-REASON            PIC X(30).
           05  HD-DECIDED-BY           PIC X(08).
           05  HD-DECIDED-TIMESTAMP    PIC X(16).
           05  HD-DECISION-NOTE        PIC X(30).
           05  HD-RESULT-PERSONA-ID    PIC 9(10).
           05  HD-FEED-SOURCE          PIC X(08).
           05  FILLER                  PIC X(05).

       01  HD-CTL-RECORD REDEFINES HELD-PERSONA-RECORD.
           05  HD-CTL-KEY              PIC 9(08).
           05  HD-CTL-NEXT-ID          PIC 9(08).
           05  FILLER                  PIC X(234).
