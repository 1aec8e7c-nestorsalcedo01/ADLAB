      *----------------------------------------------------------------
      * EC01WLSP - PARAMETER AREA FOR THE SHARED WATCH-LIST SCREENING
      * ROUTINE ARR01WLS. THE CALLER FILLS THE PERSONA FIELDS AS THEY
      * WOULD BE WRITTEN TO THE MASTER (FOR AN UPDATE, THE DOC NUMBER
      * THE ROW WOULD END UP WITH) AND SETS THE FUNCTION:
      *   S  SCREEN       LOOK THE PERSONA UP ON WATCHLST. ON A HIT,
      *                   WRITE THE HELD-PERSONA ROW (EC01HELD) AND
      *                   RETURN THE HOLD ID AND THE MATCHING ENTRY.
      *   C  CLOSE        END OF RUN - CLOSE THE FILES THE ROUTINE
      *                   HAS HELD OPEN SINCE ITS FIRST SCREEN CALL.
      * THE RESULT ON A SCREEN CALL:
      *   N  CLEAR        NOT ON THE LIST - WRITE AS NORMAL
      *   H  HELD         ON THE LIST AND HELD FOR REVIEW - DO NOT
      *                   WRITE, DO NOT PUBLISH
      *   U  UNSCREENED   WATCHLST IS NOT AVAILABLE - THE PERSONA
      *                   CANNOT BE PROVEN CLEAR AND MUST NOT LOAD
      *   F  HOLD FAILED  ON THE LIST BUT THE HELD-PERSONA ROW COULD
      *                   NOT BE WRITTEN - MUST NOT LOAD EITHER
      * SCR-SOURCE IS THE INTAKE PROGRAM; SCR-FEED-SOURCE IS THE FEED
      * SOURCE THAT WILL OWN THE PERSONA'S FIELDS (SEE PM-NAME-SOURCE
      * IN EC01PMR) - IT RIDES ON THE HELD ROW SO A RELEASE STAMPS
      * THE SAME OWNER THE INTAKE WOULD HAVE. APPENDED; A CALLER THAT
      * LEAVES IT BLANK GETS SCR-SOURCE AS THE OWNER ON RELEASE.
      *----------------------------------------------------------------
       01  WATCH-SCREEN-AREA.
           05  SCR-FUNCTION            PIC X(01).
               88  SCR-SCREEN          VALUE 'S'.
               88  SCR-CLOSE           VALUE 'C'.
           05  SCR-RESULT              PIC X(01).
               88  SCR-CLEAR           VALUE 'N'.
               88  SCR-HELD            VALUE 'H'.
               88  SCR-UNSCREENED      VALUE 'U'.
               88  SCR-HOLD-FAILED     VALUE 'F'.
           05  SCR-ACTION              PIC X(01).
               88  SCR-ACTION-ADD      VALUE 'A'.
               88  SCR-ACTION-UPDATE   VALUE 'U'.
           05  SCR-TARGET-ID           PIC 9(10).
           05  SCR-NAME                PIC X(20).
           05  SCR-APELLIDO            PIC X(20).
           05  SCR-CLASS               PIC X(02).
           05  SCR-DOC-NUMBER          PIC X(15).
           05  SCR-SOURCE              PIC X(08).
           05  SCR-RUN-ID              PIC 9(08).
           05  SCR-INDEX               PIC 9(05).
           05  SCR-BUSINESS-DATE       PIC X(08).
           05  SCR-HOLD-ID             PIC 9(08).
           05  SCR-MATCH-TYPE          PIC X(01).
           05  SCR-WL-ENTRY-ID         PIC X(12).
           05  SCR-WL-LIST-NAME        PIC X(08).
           05  SCR-FEED-SOURCE         PIC X(08).
