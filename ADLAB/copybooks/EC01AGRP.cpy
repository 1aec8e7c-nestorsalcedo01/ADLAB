      *----------------------------------------------------------------
      * EC01AGRP - PARAMETER AREA FOR THE SHARED AUDIT JOURNAL READER
      * ARR01AGR. A PROGRAM THAT READS THE EC01AUDT JOURNAL CALLS THE
      * ROUTINE INSTEAD OF READING AUDTLOG ITSELF, AND GETS BACK, IN
      * TIME ORDER, EVERY ENTRY OF EACH ROLLED GENERATION WHOSE DATES
      * OVERLAP ITS WINDOW (SEE EC01AGIX) FOLLOWED BY EVERY ENTRY OF
      * THE CURRENT JOURNAL. THE WINDOW ONLY DECIDES WHICH GENERATIONS
      * ARE OPENED - THE CALLER STILL FILTERS THE ENTRIES IT IS
      * HANDED. THE FUNCTION:
      *   O  OPEN     START A PASS FOR AGR-FROM-DATE THRU AGR-TO-DATE
      *               (YYYYMMDD, BLANK = NO LIMIT) IN AGR-MODE:
      *                 I  INPUT   READ ONLY
      *                 U  UPDATE  THE CALLER MAY REWRITE WHAT IT IS
      *                            HANDED (THE JOB HOLDS AUDTLOG OLD)
      *   R  READ     HAND BACK THE NEXT ENTRY IN AGR-RECORD
      *   W  REWRITE  PUT AGR-RECORD BACK OVER THE ENTRY LAST READ
      *               (UPDATE MODE ONLY)
      *   C  CLOSE    END THE PASS. A NEW OPEN MAY FOLLOW.
      * THE RESULT:
      *   Y  OK       THE FUNCTION WORKED (A READ HAS AN ENTRY)
      *   E  END      A READ FOUND NO MORE ENTRIES
      *   F  FAILED   AN OPEN COULD NOT OPEN THE CURRENT JOURNAL
      *               (AGR-FILE-STATUS HAS WHY) - NOTHING WILL BE
      *               READ, AS IF AUDTLOG ITSELF HAD NOT OPENED; OR
      *               A REWRITE WAS REFUSED
      * AGR-SOURCE NAMES WHERE THE ENTRY CAME FROM - 'GEN' AND THE
      * GENERATION NUMBER (GEN0007) OR 'CURRENT'. THE COUNTS ARE
      * FOR THE PASS SO FAR: GENERATIONS ON THE INDEX, OPENED,
      * SKIPPED AS OUTSIDE THE WINDOW, MISSING (NOT CATALOGED OR NOT
      * OPENED) AND OUT OF BALANCE WITH THEIR INDEX ROW. A MISSING OR
      * UNBALANCED GENERATION IS DISPLAYED ON THE JOB LOG AND THE PASS
      * GOES ON; A CALLER THAT CANNOT LIVE WITH A GAP (A RECOVERY)
      * CHECKS THE COUNTS AFTER THE LAST READ. NO AUDGIDX DD MEANS NO
      * GENERATIONS - THE CURRENT JOURNAL ALONE, AS BEFORE ROLLOVER.
      * AGR-PROGRAM IS THE CALLER'S OWN NAME, FOR THE MESSAGES.
      *----------------------------------------------------------------
       01  AUDIT-GEN-READ-AREA.
           05  AGR-FUNCTION            PIC X(01).
               88  AGR-OPEN            VALUE 'O'.
               88  AGR-READ            VALUE 'R'.
               88  AGR-REWRITE         VALUE 'W'.
               88  AGR-CLOSE           VALUE 'C'.
           05  AGR-MODE                PIC X(01).
               88  AGR-INPUT-MODE      VALUE 'I'.
               88  AGR-UPDATE-MODE     VALUE 'U'.
           05  AGR-PROGRAM             PIC X(08).
           05  AGR-FROM-DATE           PIC X(08).
           05  AGR-TO-DATE             PIC X(08).
           05  AGR-RESULT              PIC X(01).
               88  AGR-OK              VALUE 'Y'.
               88  AGR-END             VALUE 'E'.
               88  AGR-FAILED          VALUE 'F'.
           05  AGR-FILE-STATUS         PIC X(02).
           05  AGR-SOURCE              PIC X(08).
           05  AGR-GENS-INDEXED        PIC 9(04).
           05  AGR-GENS-OPENED         PIC 9(04).
           05  AGR-GENS-SKIPPED        PIC 9(04).
           05  AGR-GENS-MISSING        PIC 9(04).
           05  AGR-GENS-UNBALANCED     PIC 9(04).
           05  AGR-RECORD              PIC X(202).
