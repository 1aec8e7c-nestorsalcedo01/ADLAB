      *----------------------------------------------------------------
      * EC01CKMP - PARAMETER AREA FOR THE SHARED CLASS-KEY MAINTENANCE
      * ROUTINE ARR01CKM. EVERY BATCH PROGRAM THAT WRITES, REWRITES OR
      * DELETES A PERSONA MASTER ROW CALLS IT RIGHT AFTER THE MASTER
      * I/O SUCCEEDS, SO THE CLASS-KEY FILE (PERSCKEY, SEE EC01PCK)
      * STAYS IN STEP. THE CALLER SETS THE PERSONA ID, ITS OWN PROGRAM
      * NAME (FOR THE ROUTINE'S MESSAGES) AND THE FUNCTION:
      *   A  ADD          A NEW MASTER ROW - WRITE THE NEW KEY
      *   U  UPDATE       A REWRITTEN ROW - MOVE THE ROW FROM THE OLD
      *                   CLASS/STATUS TO THE NEW; NOTHING HAPPENS
      *                   WHEN NEITHER CHANGED
      *   D  DELETE       A PHYSICALLY DELETED ROW - REMOVE THE OLD KEY
      *   C  CLOSE        END OF RUN - CLOSE THE FILE THE ROUTINE HAS
      *                   HELD OPEN SINCE ITS FIRST CALL
      * OLD CLASS/STATUS ARE THE ROW AS IT WAS (UPDATE, DELETE); NEW
      * ARE THE ROW AS WRITTEN (ADD, UPDATE). A BLANK STATUS IS TAKEN
      * AS ACTIVE, AS IT IS ON THE MASTER. THE RESULT:
      *   Y  DONE
      *   N  NOT MAINTAINED - PERSCKEY IS NOT AVAILABLE THIS RUN
      *   F  FAILED       - THE KEY I/O FAILED
      * THE MASTER WRITE IS NEVER BACKED OUT FOR A CLASS-KEY FAILURE -
      * THE KEY FILE IS A READ PATH, NOT AN IDENTITY GATE. THE ROUTINE
      * REPORTS EVERY FAILURE; ARR01CHK FINDS THE DRIFT AND ARR01NKB
      * REBUILDS THE FILE.
      *----------------------------------------------------------------
       01  CLASS-KEY-MAINT-AREA.
           05  CKM-FUNCTION            PIC X(01).
               88  CKM-ADD             VALUE 'A'.
               88  CKM-UPDATE          VALUE 'U'.
               88  CKM-DELETE          VALUE 'D'.
               88  CKM-CLOSE           VALUE 'C'.
           05  CKM-RESULT              PIC X(01).
               88  CKM-DONE            VALUE 'Y'.
               88  CKM-NOT-MAINTAINED  VALUE 'N'.
               88  CKM-FAILED          VALUE 'F'.
           05  CKM-SOURCE              PIC X(08).
           05  CKM-PERSONA-ID          PIC 9(10).
           05  CKM-OLD-CLASS           PIC X(02).
           05  CKM-OLD-STATUS          PIC X(01).
           05  CKM-NEW-CLASS           PIC X(02).
           05  CKM-NEW-STATUS          PIC X(01).
