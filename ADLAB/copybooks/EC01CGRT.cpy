      *----------------------------------------------------------------
      * EC01CGRT - CHARGEBACK RATE RECORD (VSAM KSDS CHGRATE, KEY =
      * CG-ITEM + CG-CLASS + CG-EFFECTIVE-MONTH). ONE ROW PER PRICE
      * FINANCE CHARGES A BUSINESS LINE FOR ONE UNIT OF PERSONA
      * PROCESSING, READ BY THE ARR01CHG MONTHLY CHARGEBACK. THE
      * ITEMS:
      *   LOAD  PERSONA LOADED        PUBL  MQ MESSAGE PUBLISHED
      *   UPDT  PERSONA UPDATED       DLQD  MQ MESSAGE DEAD-LETTERED
      *   DELT  PERSONA DELETED       RPLY  DEAD LETTER REPLAYED
      *   MNT1  MNT1 MAINTENANCE      RJCT  PERSONA REJECTED - ANY
      *         ACTION                      REASON WITHOUT ITS OWN ROW
      *   R001-R019  PERSONA REJECTED FOR THAT RJ-REASON-CODE (SEE
      *         EC01PREJ) - PRICES ONE REASON APART FROM RJCT
      * CG-CLASS NAMES THE BUSINESS LINE (PM-CLASS) THE PRICE IS FOR;
      * SPACES IS EVERY CLASS WITHOUT A ROW OF ITS OWN. A PRICE
      * CHANGE IS A NEW ROW WITH A LATER CG-EFFECTIVE-MONTH (YYYYMM) -
      * A MONTH IS PRICED AT THE LATEST ROW EFFECTIVE IN OR BEFORE IT,
      * SO A RERUN OF AN OLD MONTH STILL CHARGES WHAT WAS CHARGED
      * THEN. AN ITEM WITH NO ROW AT ALL IS CHARGED AT ZERO AND
      * FLAGGED ON THE REPORT. SEEDED AND MAINTAINED BY THE ARR01CGS
      * JOB. CG-RATE IS IN CURRENCY UNITS, FOUR DECIMAL PLACES.
      *----------------------------------------------------------------
       01  CHARGE-RATE-RECORD.
           05  CG-KEY.
               10  CG-ITEM             PIC X(04).
               10  CG-CLASS            PIC X(02).
               10  CG-EFFECTIVE-MONTH  PIC X(06).
           05  CG-RATE                 PIC 9(03)V9(04).
           05  CG-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(41).
