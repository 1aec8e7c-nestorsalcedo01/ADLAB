      *----------------------------------------------------------------
      * EC01PCHG - PENDING MAINTENANCE CHANGE RECORD (VSAM KSDS
      * PENDCHG, KEY = PQ-REQUEST-ID). MNT1 (ARR01MNT) WRITES ONE ROW
      * HERE INSTEAD OF UPDATING THE MASTER WHEN AN OPERATOR WITHOUT
      * SUPERVISOR AUTHORITY KEYS AN ADD, CHANGE, DELETE OR MERGE -
      * CHANGES TO CUSTOMER DATA NEED A SECOND PERSON. A SUPERVISOR
      * DECIDES THE ROW ON THE APV1 APPROVAL TRANSACTION (ARR01APV):
      *   P  PENDING      WAITING FOR A SUPERVISOR
      *   A  APPLIED      APPROVED AND WRITTEN TO THE MASTER THROUGH
      *                   THE SAME MASTER/NAME-KEY/DOC-KEY/OUTBOX/
      *                   AUDIT STEPS MNT1 TAKES FOR A SUPERVISOR
      *   R  REJECTED     NEVER APPLIED - PQ-REJECT-REASON SAYS WHY
      * NOBODY MAY APPROVE THEIR OWN REQUEST.
      *
      * PQ-PERSONA-ID IS THE ID KEYED ON MNT1 (THE SURVIVOR, FOR A
      * MERGE); PQ-MERGE-FROM-ID IS THE ID A MERGE RETIRES. THE
      * BEFORE IMAGE IS THE MASTER ROW AS THE OPERATOR SAW IT (THE
      * RETIRED ROW, FOR A MERGE; BLANK FOR AN ADD) - APPROVAL REFUSES
      * A REQUEST WHOSE ROW HAS CHANGED SINCE. THE AFTER IMAGE IS
      * WHAT WAS KEYED, ALREADY NAME-CASED (ADD AND CHANGE ONLY); A
      * BLANK CLASS OR DOC NUMBER ON A CHANGE LEAVES THE ROW'S OWN
      * ALONE, AS IT DOES ON MNT1.
      *
      * KEY 00000000 IS THE RESERVED CONTROL ROW HOLDING THE NEXT
      * REQUEST ID TO HAND OUT - THE SAME REDEFINES-OVER-A-CONTROL-ROW
      * PATTERN EC01PMR, EC01OBOX AND EC01HELD USE. MNT1 WRITES IT ON
      * FIRST USE.
      *----------------------------------------------------------------
       01  PENDING-CHANGE-RECORD.
           05  PQ-REQUEST-ID           PIC 9(08).
           05  PQ-STATUS-SW            PIC X(01).
               88  PQ-PENDING          VALUE 'P'.
               88  PQ-APPLIED          VALUE 'A'.
               88  PQ-REJECTED         VALUE 'R'.
           05  PQ-FUNCTION             PIC X(01).
               88  PQ-FUNC-ADD         VALUE 'A'.
               88  PQ-FUNC-CHANGE      VALUE 'C'.
               88  PQ-FUNC-DELETE      VALUE 'D'.
               88  PQ-FUNC-MERGE       VALUE 'M'.
           05  PQ-PERSONA-ID           PIC 9(10).
           05  PQ-MERGE-FROM-ID        PIC 9(10).
           05  PQ-BEFORE-IMAGE.
               10  PQ-BEF-NAME         PIC X(20).
               10  PQ-BEF-APELLIDO     PIC X(20).
               10  PQ-BEF-CLASS        PIC X(02).
               10  PQ-BEF-STATUS       PIC X(01).
               10  PQ-BEF-DOC          PIC X(15).
           05  PQ-AFTER-IMAGE.
               10  PQ-AFT-NAME         PIC X(20).
               10  PQ-AFT-APELLIDO     PIC X(20).
               10  PQ-AFT-CLASS        PIC X(02).
               10  PQ-AFT-DOC          PIC X(15).
           05  PQ-REQUESTED-BY         PIC X(08).
           05  PQ-REQUESTED-TIMESTAMP  PIC X(16).
           05  PQ-DECIDED-BY           PIC X(08).
           05  PQ-DECIDED-TIMESTAMP    PIC X(16).
           05  PQ-REJECT-REASON        PIC X(30).
           05  FILLER                  PIC X(27).

       01  PQ-CTL-RECORD REDEFINES PENDING-CHANGE-RECORD.
           05  PQ-CTL-KEY              PIC 9(08).
           05  PQ-CTL-NEXT-ID          PIC 9(08).
           05  FILLER                  PIC X(234).
