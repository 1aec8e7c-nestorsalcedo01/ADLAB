      *----------------------------------------------------------------
      * EC01ALTP - PARAMETER AREA FOR THE SHARED ALERT ROUTINE
      * ARR01ALT. A BATCH PROGRAM THAT MEETS A CONDITION OPERATIONS
      * MUST ACT ON FILLS THIS AREA AND CALLS THE ROUTINE, WHICH FILES
      * THE ALERT ON THE CENTRAL ALERT LOG (ALERTLOG, SEE EC01ALRT)
      * FOR THE ALR1 TRANSACTION. THE FUNCTION:
      *   R  RAISE        FILE ONE ALERT FROM THE FIELDS BELOW
      *   C  CLOSE        END OF RUN - CLOSE THE FILE THE ROUTINE HAS
      *                   HELD OPEN SINCE ITS FIRST RAISE, AFTER
      *                   FILING ONE SUMMARY FOR EVERY CONDITION THAT
      *                   WAS SUPPRESSED (BELOW)
      * SEVERITY IS 1 CRITICAL, 2 HIGH OR 3 WARNING (ANYTHING ELSE IS
      * FILED AS HIGH). PROGRAM IS THE CALLER'S OWN NAME; CONDITION IS
      * A SHORT CODE FOR WHAT HAPPENED (A REJECT CODE, 'MQDLQ', ...)
      * AND TEXT THE OPERATOR'S ONE-LINE DESCRIPTION. RUN-ID, PERSONA-
      * ID AND CORREL-ID ARE ZERO / BLANK WHEN THEY DO NOT APPLY. THE
      * RESULT:
      *   Y  LOGGED       ALT-ALERT-ID IS THE ID IT WAS FILED UNDER
      *   N  NOT LOGGED   ALERTLOG IS NOT AVAILABLE OR THE WRITE
      *                   FAILED - THE ALERT IS ON THE JOB LOG ONLY
      *   S  SUPPRESSED   THE SAME PROGRAM HAS ALREADY FILED ITS LIMIT
      *                   OF THIS CONDITION THIS RUN - COUNTED, AND
      *                   SUMMARISED AT CLOSE
      * A CALLER NEVER STOPS FOR AN ALERT THAT COULD NOT BE FILED -
      * EVERY ALERT IS ALSO DISPLAYED ON THE JOB LOG.
      *----------------------------------------------------------------
       01  ALERT-RAISE-AREA.
           05  ALT-FUNCTION            PIC X(01).
               88  ALT-RAISE           VALUE 'R'.
               88  ALT-CLOSE           VALUE 'C'.
           05  ALT-RESULT              PIC X(01).
               88  ALT-LOGGED          VALUE 'Y'.
               88  ALT-NOT-LOGGED      VALUE 'N'.
               88  ALT-SUPPRESSED      VALUE 'S'.
           05  ALT-SEVERITY            PIC X(01).
               88  ALT-SEV-CRITICAL    VALUE '1'.
               88  ALT-SEV-HIGH        VALUE '2'.
               88  ALT-SEV-WARNING     VALUE '3'.
           05  ALT-PROGRAM             PIC X(08).
           05  ALT-RUN-ID              PIC 9(08).
           05  ALT-CONDITION           PIC X(08).
           05  ALT-TEXT                PIC X(60).
           05  ALT-PERSONA-ID          PIC 9(10).
           05  ALT-CORREL-ID           PIC X(24).
           05  ALT-ALERT-ID            PIC 9(10).
