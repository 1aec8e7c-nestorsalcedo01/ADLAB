      *----------------------------------------------------------------
      * EC01SPRI - FEED SOURCE-PRIORITY REFERENCE RECORD (VSAM KSDS
      * SRCPRI, KEY = SP-SOURCE). ONE ROW PER FEED SOURCE THAT MAY SET
      * A PERSONA'S NAME, CLASS OR DOC NUMBER - THE FEED HEADER'S
      * FH-SOURCE FOR A HEADED FEED, OTHERWISE THE WRITING PROGRAM
      * (ARR01MNT FOR A HAND CORRECTION). MAINTAINED ONLINE BY
      * ARR01SPR (TRANSACTION SPR1), SEEDED BY THE ARR01SPS JOB.
      *
      * SP-PRIORITY RANKS THE SOURCE - THE HIGHER NUMBER WINS. ARRAY01
      * REFUSES AN UPDATE (REJECT R015) THAT WOULD OVERWRITE A FIELD
      * WHOSE OWNER (PM-NAME-SOURCE/PM-CLASS-SOURCE/PM-DOC-SOURCE,
      * SEE EC01PMR) RANKS HIGHER THAN THE FEED DELIVERING IT. A
      * SOURCE WITH NO ROW, AN INACTIVE ROW, OR A BLANK OWNER RANKS
      * 000; EQUAL RANKS MAY OVERWRITE EACH OTHER, SO THE LATEST FEED
      * WINS BETWEEN PEERS. A ROW FLAGGED INACTIVE STAYS ON FILE FOR
      * HISTORY BUT NO LONGER RANKS.
      *----------------------------------------------------------------
       01  SOURCE-PRIORITY-RECORD.
           05  SP-SOURCE               PIC X(08).
           05  SP-DESCRIPTION          PIC X(20).
           05  SP-PRIORITY             PIC 9(03).
           05  SP-ACTIVE-SW            PIC X(01).
               88  SP-ACTIVE           VALUE 'Y'.
               88  SP-NOT-ACTIVE       VALUE 'N'.
           05  FILLER                  PIC X(48).
