      * LETTER RATES MOVE OVER TIME. THE KEY ALSO GIVES OPERATIONS A
      * HARD RECORD TYING EACH RUN-ID TO WHAT IT ACTUALLY DID. COUNTS
      * THAT DON'T APPLY TO A PROGRAM (E.G. PUT COUNTS ON AN ARRAY01
      * ROW) ARE ZERO. RS-HELD-COUNT (CARVED FROM THE TRAILING
      * FILLER) IS ARRAY01'S PERSONAS HELD BY THE WATCH-LIST SCREEN -
      * NEITHER PROCESSED NOR REJECTED. A ROW FROM BEFORE THE FIELD
      * EXISTED CARRIES SPACES THERE.
      *----------------------------------------------------------------
       01  RUN-STATS-RECORD.
           05  RS-KEY.
           05  RS-PUT-COUNT            PIC 9(07).
           05  RS-DEAD-LETTER-COUNT    PIC 9(07).
           05  RS-INACTIVE-SKIP-COUNT  PIC 9(07).
           05  RS-HELD-COUNT           PIC 9(07).
