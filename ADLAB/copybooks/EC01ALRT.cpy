      *----------------------------------------------------------------
      * EC01ALRT - OPERATIONS ALERT RECORD (VSAM KSDS ALERTLOG, KEY =
      * AL-ALERT-ID). ONE ROW PER CONDITION A BATCH PROGRAM RAISED
      * THROUGH THE SHARED ALERT ROUTINE ARR01ALT (SEE EC01ALTP) - A
      * CONTROL-ROW MISMATCH, A SEQUENCE OR DUPLICATE-ID REJECT, A
      * DEAD-LETTERED MESSAGE, A RECONCILIATION EXCEPTION, A LOST
      * QUEUE. OPERATIONS WORKS THEM ON THE ALR1 TRANSACTION
      * (ARR01ALR):
      *   O  OPEN          RAISED, NOBODY HAS TAKEN IT YET
      *   A  ACKNOWLEDGED  AN OPERATOR HAS TAKEN IT - AL-ACK- FIELDS
      *                    SAY WHO, WHEN AND WHAT THEY NOTED
      *   C  CLOSED        DEALT WITH - AL-CLOSE- FIELDS SAY WHO, WHEN
      *                    AND HOW
      * AL-SEVERITY RANKS THE ALERT, MOST URGENT FIRST:
      *   1  CRITICAL      THE RUN OR THE DATA IS AT RISK NOW
      *   2  HIGH          A RECORD DID NOT GO WHERE IT SHOULD HAVE
      *   3  WARNING       WORTH A LOOK BEFORE THE NEXT CYCLE
      * AL-PERSONA-ID AND AL-CORREL-ID TIE THE ALERT TO THE PERSONA OR
      * MESSAGE IT IS ABOUT, WHERE THERE IS ONE (ZERO / BLANK WHERE
      * NOT). ARR01MOR REPORTS OPEN ALERTS OLDER THAN ITS THRESHOLD.
      *
      * KEY 0000000000 IS THE RESERVED CONTROL ROW HOLDING THE NEXT
      * ALERT ID TO HAND OUT - THE SAME REDEFINES-OVER-A-CONTROL-ROW
      * PATTERN EC01HELD AND EC01PCHG USE. ARR01ALT WRITES IT ON THE
      * FIRST ALERT EVER RAISED.
      *----------------------------------------------------------------
       01  ALERT-LOG-RECORD.
           05  AL-ALERT-ID             PIC 9(10).
           05  AL-STATUS-SW            PIC X(01).
               88  AL-OPEN             VALUE 'O'.
               88  AL-ACKNOWLEDGED     VALUE 'A'.
               88  AL-CLOSED           VALUE 'C'.
           05  AL-SEVERITY             PIC X(01).
               88  AL-SEV-CRITICAL     VALUE '1'.
               88  AL-SEV-HIGH         VALUE '2'.
               88  AL-SEV-WARNING      VALUE '3'.
               88  AL-SEV-VALID        VALUE '1' THRU '3'.
           05  AL-PROGRAM              PIC X(08).
           05  AL-RUN-ID               PIC 9(08).
           05  AL-CONDITION            PIC X(08).
           05  AL-TEXT                 PIC X(60).
           05  AL-PERSONA-ID           PIC 9(10).
           05  AL-CORREL-ID            PIC X(24).
           05  AL-RAISED-TIMESTAMP     PIC X(16).
           05  AL-ACK-BY               PIC X(08).
           05  AL-ACK-TIMESTAMP        PIC X(16).
           05  AL-ACK-NOTE             PIC X(40).
           05  AL-CLOSE-BY             PIC X(08).
           05  AL-CLOSE-TIMESTAMP      PIC X(16).
           05  AL-CLOSE-NOTE           PIC X(40).
           05  FILLER                  PIC X(26).
       01  AL-CTL-RECORD REDEFINES ALERT-LOG-RECORD.
           05  AL-CTL-KEY              PIC 9(10).
           05  AL-CTL-NEXT-ID          PIC 9(10).
           05  FILLER                  PIC X(280).
