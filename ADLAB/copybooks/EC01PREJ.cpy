      *   R011  INVALID ACTION CODE (NOT A, U, D OR BLANK)
      *   R012  DUPLICATE DOCUMENT NUMBER - ALREADY ON MASTER FILE
      *   R013  REJECTED BY SERVICE BUREAU (SEE ARR01ACK)
      *   R014  WATCH LIST NOT AVAILABLE, OR A WATCH-LIST HIT THAT
      *         COULD NOT BE HELD (SEE ARR01WLS) - RESUBMIT ONCE THE
      *         FILES ARE BACK
      *   R015  UPDATE WOULD OVERWRITE A NAME, CLASS OR DOC NUMBER
      *         OWNED BY A HIGHER-PRIORITY SOURCE (SEE EC01SPRI)
      *   R016  INVALID EFFECTIVE DATE (NOT BLANK OR YYYYMMDD)
      *   R017  FUTURE-DATED ENTRY COULD NOT BE PARKED ON THE
      *         SCHEDULED-ACTION FILE (SEE EC01SACT) - RESUBMIT ONCE
      *         THE FILE IS BACK
      *   R018  A STREAM RAN OUT OF THE PERSONA-IDS ARR01SPL RESERVED
      *         FOR IT - RESUBMIT THROUGH AN ORDINARY LOAD
      *   R019  DUPLICATE PERSONA - THE APELLIDO/NAME IS A PRIOR
      *         NAME OF A PERSONA ON THE MASTER (SEE EC01PAL)
      *----------------------------------------------------------------
       01  PERSONA-REJECT-RECORD.
           05  RJ-REASON-CODE          PIC X(04).
