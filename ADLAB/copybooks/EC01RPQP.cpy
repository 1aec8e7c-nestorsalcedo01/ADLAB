      *----------------------------------------------------------------
      * EC01RPQP - PARAMETER AREA FOR THE SHARED RUNTIME PARAMETER
      * LOOKUP ARR01RPQ. THE ROUTINE LOADS THE RUNPARM FILE (SEE
      * EC01RPAR) ON ITS FIRST CALL OF THE RUN AND ANSWERS EVERY
      * LOOKUP FROM STORAGE. THE FUNCTION:
      *   L  LOOKUP   RETURN THE VALUE IN FORCE FOR RPQ-PARM-NAME ON
      *               THE BUSINESS DATE. NO ROW IN FORCE, OR A VALUE
      *               OUTSIDE RPQ-MIN-VALUE THRU RPQ-MAX-VALUE, GIVES
      *               BACK RPQ-DEFAULT - THE CALLER'S OWN HARD-CODED
      *               VALUE - SO A MISSING OR BAD ROW NEVER STOPS A
      *               RUN.
      *   N  NOTE     THE CALLER TOOK RPQ-VALUE FROM ITS JCL PARM
      *               INSTEAD - RECORD IT, NO LOOKUP.
      *   C  CLOSE    END OF RUN - CLOSE THE USAGE LOG.
      * RPQ-SOURCE SAYS WHERE THE VALUE CAME FROM:
      *   F  FILE     THE RUNPARM ROW EFFECTIVE RPQ-EFFECTIVE-DATE
      *   D  DEFAULT  NO ROW IN FORCE (OR NO RUNPARM FILE)
      *   X  REFUSED  THE ROW IN FORCE WAS OUT OF RANGE - DEFAULT
      *               USED
      *   P  PARM     THE CALLER'S JCL PARM (A NOTE CALL)
      * EVERY LOOKUP AND NOTE IS DISPLAYED ON THE JOB LOG AND WRITTEN
      * TO THE PARAMETER USAGE LOG (PARMUSE, SEE EC01RPUS) FOR THE
      * ARR01RPU REPORT. RPQ-PROGRAM IS THE CALLER'S OWN NAME.
      *----------------------------------------------------------------
       01  RUN-PARM-QUERY-AREA.
           05  RPQ-FUNCTION            PIC X(01).
               88  RPQ-LOOKUP          VALUE 'L'.
               88  RPQ-NOTE            VALUE 'N'.
               88  RPQ-CLOSE           VALUE 'C'.
           05  RPQ-PROGRAM             PIC X(08).
           05  RPQ-PARM-NAME           PIC X(18).
           05  RPQ-DEFAULT             PIC 9(09).
           05  RPQ-MIN-VALUE           PIC 9(09).
           05  RPQ-MAX-VALUE           PIC 9(09).
           05  RPQ-VALUE               PIC 9(09).
           05  RPQ-SOURCE              PIC X(01).
               88  RPQ-FROM-FILE       VALUE 'F'.
               88  RPQ-FROM-DEFAULT    VALUE 'D'.
               88  RPQ-FROM-REFUSED    VALUE 'X'.
               88  RPQ-FROM-PARM       VALUE 'P'.
           05  RPQ-EFFECTIVE-DATE      PIC X(08).
