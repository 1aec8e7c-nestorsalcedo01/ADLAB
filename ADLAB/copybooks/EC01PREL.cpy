      *----------------------------------------------------------------
      * EC01PREL - PERSONA RELATIONSHIP RECORD (VSAM KSDS PERSREL, KEY
      * = REL-KEY). ONE ROW PER LINK BETWEEN TWO PERSONAS, SO THE CARD
      * AREA NO LONGER HAS TO GUESS A FAMILY FROM MATCHING ADDRESSES.
      * EVERY LINK IS HELD FROM BOTH ENDS - A ROW UNDER EACH PERSONA,
      * THE SECOND WITH THE RECIPROCAL TYPE - SO ONE BROWSE ON A
      * PERSONA ID FINDS ALL ITS LINKS, WHICHEVER END IT IS:
      *   SP  SPOUSE OF              RECIPROCAL SP
      *   GD  GUARDIAN OF            RECIPROCAL DP
      *   DP  DEPENDANT OF           RECIPROCAL GD
      *   JH  JOINT HOLDER WITH      RECIPROCAL JH
      *   HH  SAME HOUSEHOLD AS      RECIPROCAL HH
      * LOADED IN BATCH FROM THE RELATIONSHIP FEED SEGMENT (ARR01RLD)
      * AND MAINTAINED ONLINE BY ARR01RLM (TRANSACTION REL1); BOTH
      * WRITE THE TWO ROWS TOGETHER. A LINK IS ONLY MADE BETWEEN TWO
      * ACTIVE PERSONAS.
      *
      * A LINK IS ENDED, NOT DELETED: REL-STATUS GOES TO E WITH THE
      * DATE AND REL-END-REASON -
      *   ENDED   ENDED BY THE FEED OR ON REL1
      *   DELETE  ONE OF THE PERSONAS WAS SOFT-DELETED (ARRAY01
      *           ACTION D, MNT1 OR APV1)
      *   MERGE   ONE OF THE PERSONAS WAS MERGED AWAY (MNT1 OR APV1) -
      *           THE LINK ITSELF IS RE-POINTED AT THE SURVIVOR, AND
      *           ONLY THE RETIRED PERSONA'S ROWS ARE ENDED
      * ONLY THE ARR01PRG RETENTION PURGE REMOVES ROWS, WITH THE
      * PERSONA. IT WILL NOT PURGE A GUARDIAN WHILE ITS GD LINK TO A
      * DEPENDANT STILL ACTIVE ON THE MASTER IS ACTIVE OR WAS ENDED
      * ONLY BY THE GUARDIAN'S OWN SOFT DELETE (REASON DELETE).
      *
      * REL-HOUSEHOLD-ID GROUPS THE LINKED PERSONAS INTO ONE HOUSEHOLD
      * FOR THE CARD MAILING. IT IS A PERSONA ID - THE FIRST MEMBER'S
      * - NOT A NEW NUMBER: A NEW LINK TAKES THE HOUSEHOLD ALREADY
      * CARRIED BY EITHER PERSONA'S ACTIVE LINKS, ELSE THE LOWER OF
      * THE TWO IDS, UNLESS THE FEED OR THE OPERATOR NAMES ONE. A
      * PERSONA'S HOUSEHOLD IS THE ONE ON ITS FIRST ACTIVE LINK, AND
      * TRAVELS AS ME-HOUSEHOLD-ID IN THE OUTBOUND ENVELOPE (EC01MENV).
      *----------------------------------------------------------------
       01  PERSONA-RELATIONSHIP-RECORD.
           05  REL-KEY.
               10  REL-PERSONA-ID      PIC 9(10).
               10  REL-RELATED-ID      PIC 9(10).
               10  REL-TYPE            PIC X(02).
                   88  REL-TYPE-SPOUSE VALUE 'SP'.
                   88  REL-TYPE-GUARDIAN
                                       VALUE 'GD'.
                   88  REL-TYPE-DEPENDANT
                                       VALUE 'DP'.
                   88  REL-TYPE-JOINT  VALUE 'JH'.
                   88  REL-TYPE-HOUSEHOLD
                                       VALUE 'HH'.
                   88  REL-TYPE-VALID  VALUES 'SP' 'GD' 'DP' 'JH'
                                              'HH'.
           05  REL-STATUS              PIC X(01).
               88  REL-ACTIVE          VALUE 'A'.
               88  REL-ENDED           VALUE 'E'.
           05  REL-HOUSEHOLD-ID        PIC 9(10).
           05  REL-START-DATE          PIC X(08).
           05  REL-END-DATE            PIC X(08).
           05  REL-END-REASON          PIC X(06).
           05  REL-SOURCE              PIC X(08).
           05  FILLER                  PIC X(17).
