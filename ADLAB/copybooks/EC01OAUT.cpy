      *----------------------------------------------------------------
      * EC01OAUT - OPERATOR AUTHORIZATION RECORD (VSAM KSDS OPERAUTH,
      * KEY = OA-USER-ID). ONE ROW PER CICS OPERATOR WHO NEEDS MORE
      * THAN INQUIRY: SUPERVISOR LEVEL APPLIES MNT1 ADD, CHANGE,
      * DELETE AND MERGE STRAIGHT TO THE MASTER AND UNLOCKS EVERY
      * CLS1 CHANGE TO THE CLASS REFERENCE FILE, EVERY SPR1 CHANGE
      * TO THE FEED SOURCE-PRIORITY TABLE, EVERY RPM1 CHANGE TO THE
      * RUNTIME PARAMETER FILE, ALL OF WLR1, THE WATCH-LIST REVIEW
      * OF HELD PERSONAS, AND ALL OF APV1, THE MAINTENANCE APPROVAL
      * QUEUE. AN OPERATOR-LEVEL (OR UNLISTED) OPERATOR'S MNT1
      * MAINTENANCE IS QUEUED ON PENDCHG (SEE EC01PCHG) FOR A
      * SUPERVISOR TO APPROVE. A ROW AT EITHER LEVEL MAY ACKNOWLEDGE
      * AND CLOSE ALERTS ON ALR1 (LISTING AND VIEWING THEM IS
      * INQUIRY). INQUIRY NEEDS NO ROW AT ALL. AN OPERATOR WITH NO
      * ROW (OR AN UNREADABLE FILE) IS NEVER A SUPERVISOR -
      * AUTHORITY IS GRANTED, NEVER ASSUMED.
      * SEEDED AND MAINTAINED WITH IDCAMS REPRO (SEE THE ARR01OAU
      * JOB), THE SAME ARRANGEMENT AS THE CRYKEYS KEY STORE.
      *----------------------------------------------------------------
       01  OPERATOR-AUTH-RECORD.
           05  OA-USER-ID              PIC X(08).
