      *----------------------------------------------------------------
      * EC01SACT - SCHEDULED PERSONA ACTION RECORD (VSAM KSDS SCHDACT,
      * KEY = SA-KEY). ARRAY01 PARKS A FEED ENTRY HERE INSTEAD OF
      * APPLYING IT WHEN THE ENTRY CARRIES AN EFFECTIVE-DATE (SEE
      * EC01API0) LATER THAN THE CURRENT BUSINESS DATE. ARR01SCH, RUN
      * RIGHT AFTER THE BUSINESS DATE ADVANCES, SENDS EVERY PENDING
      * ROW WHOSE DATE HAS COME BACK THROUGH ARRAY01 - THE SAME
      * VALIDATION, GATES AND MASTER WRITE A FRESH FEED GETS - AND
      * LISTS OR CANCELS ROWS ON REQUEST:
      *   P  PENDING      WAITING FOR ITS EFFECTIVE DATE
      *   F  FIRED        HANDED TO ARRAY01 ON SA-RELEASE-DATE, IN
      *                   RELEASE CHUNK SA-RELEASE-CHUNK. WHAT ARRAY01
      *                   MADE OF IT (APPLIED, REJECTED, HELD) IS ON
      *                   THAT RUN'S OWN FILES, AS FOR ANY FEED ENTRY
      *   C  CANCELLED    WITHDRAWN BY A SUPERVISOR BEFORE IT FIRED -
      *                   SA-DECIDED-BY AND SA-CANCEL-REASON SAY WHO
      *                   AND WHY
      *
      * THE KEY LEADS WITH THE EFFECTIVE DATE SO THE RELEASE IS ONE
      * BROWSE FROM THE START OF THE FILE, AND THEN CARRIES THE RUN-ID
      * AND FEED INDEX THE ENTRY ARRIVED UNDER - THE SAME PAIR A
      * PERSREJ ROW CARRIES - SO ENTRIES FOR ONE DATE FIRE IN THE
      * ORDER THEY WERE DELIVERED, AND A RESUMED RUN THAT PARKS THE
      * SAME ENTRY AGAIN REWRITES ITS OWN ROW INSTEAD OF DOUBLING IT.
      * SA-PERSONA-DATA IS THE ENTRY'S WIRE SLOT EXACTLY AS DELIVERED
      * (EFFECTIVE DATE INCLUDED - BY RELEASE TIME IT IS NO LONGER IN
      * THE FUTURE); THE NAME, APELLIDO AND DOC NUMBER BESIDE IT ARE
      * THE PARSED VALUES, KEPT FOR THE LISTING ONLY.
      *----------------------------------------------------------------
       01  SCHEDULED-ACTION-RECORD.
           05  SA-KEY.
               10  SA-EFFECTIVE-DATE   PIC X(08).
               10  SA-RUN-ID           PIC 9(08).
               10  SA-INDEX            PIC 9(04).
           05  SA-STATUS-SW            PIC X(01).
               88  SA-PENDING          VALUE 'P'.
               88  SA-FIRED            VALUE 'F'.
               88  SA-CANCELLED        VALUE 'C'.
           05  SA-ACTION               PIC X(01).
               88  SA-ACTION-ADD       VALUES 'A' ' '.
               88  SA-ACTION-UPDATE    VALUE 'U'.
               88  SA-ACTION-DELETE    VALUE 'D'.
           05  SA-FEED-SOURCE          PIC X(08).
           05  SA-BATCH-ID             PIC X(08).
           05  SA-PARKED-DATE          PIC X(08).
           05  SA-PARKED-TIMESTAMP     PIC X(16).
           05  SA-NAME                 PIC X(20).
           05  SA-APELLIDO             PIC X(20).
           05  SA-DOC-NUMBER           PIC X(15).
           05  SA-PERSONA-DATA         PIC X(100).
           05  SA-DECIDED-BY           PIC X(08).
           05  SA-DECIDED-TIMESTAMP    PIC X(16).
           05  SA-RELEASE-DATE         PIC X(08).
           05  SA-RELEASE-CHUNK        PIC 9(03).
           05  SA-CANCEL-REASON        PIC X(30).
           05  FILLER                  PIC X(18).
