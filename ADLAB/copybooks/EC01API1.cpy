      *----------------------------------------------------------------
      * EC01API1 - REQUEST/RESPONSE COMMAREA OF THE PERSONA INQUIRY
      * SERVICE ARR01INQ, LINKED BY THE BRANCH AND CALL-CENTRE CHANNEL
      * APPLICATIONS THROUGH THE SAME Z/OS CONNECT STYLE INTERFACE
      * BAQBASE-API00Q01 (EC01API0) IS DELIVERED BY. ONE AREA CARRIES
      * BOTH DIRECTIONS: THE CALLER FILLS IQ-REQUEST, ARR01INQ CLEARS
      * AND FILLS IQ-RESPONSE. THE SEARCH:
      *   I  BY PERSONA ID      IQ-PERSONA-ID
      *   D  BY DOC NUMBER      IQ-DOC-NUMBER (THE DOC-KEY FILE)
      *   N  BY NAME            IQ-APELLIDO, AND IQ-NAME IF KNOWN (THE
      *                         NAME-KEY FILE, THEN THE PRIOR-NAME
      *                         ALIAS FILE). THE NAMES ARE CASED THE
      *                         SHOP'S WAY (ARR01FMT) BEFORE THE LOOKUP.
      * IQ-CHANNEL-ID NAMES THE CALLING APPLICATION (BRANCH, CALLCTR,
      * ...) AND IS JOURNALED WITH THE CICS USER ID OF THE CALL.
      * THE RETURN CODE:
      *   00  FOUND            ONE ACTIVE PERSONA, IQ-PERSONA AND THE
      *                        REST OF THE RESPONSE FILLED
      *   04  INACTIVE         ONE PERSONA, SOFT-DELETED OR PURGE-
      *                        PENDING - FILLED AS FOR 00
      *   08  NOT FOUND        NOTHING MATCHED
      *   12  MULTIPLE         MORE THAN ONE PERSONA MATCHED A NAME
      *                        SEARCH - ONLY IQ-CANDIDATE IS FILLED
      *                        (THE FIRST 10, IQ-CAND-COUNT SAYS HOW
      *                        MANY MATCHED); ASK AGAIN BY ID
      *   16  INVALID REQUEST  UNKNOWN SEARCH TYPE OR NO SEARCH VALUE
      *   20  UNAVAILABLE      A FILE THE SEARCH NEEDS IS NOT OPEN
      * IQ-MESSAGE CARRIES THE TEXT. IQ-MATCHED-VIA SAYS WHETHER A NAME
      * SEARCH FOUND THE PERSONA UNDER ITS CURRENT NAME OR A PRIOR ONE
      * (EC01PAL). IQ-PUBLICATION IS THE PERSONA'S LATEST OUTBOX ROW,
      * AS PUB1 SHOWS IT. NEW FIELDS ARE ONLY EVER APPENDED, INTO THE
      * TRAILING FILLER, SO A CALLER'S OFFSETS NEVER MOVE.
      *----------------------------------------------------------------
       01  BAQBASE-API01Q01.
           05  IQ-REQUEST.
               10  IQ-SEARCH-TYPE      PIC X(01).
                   88  IQ-BY-ID        VALUE 'I'.
                   88  IQ-BY-DOC       VALUE 'D'.
                   88  IQ-BY-NAME      VALUE 'N'.
               10  IQ-CHANNEL-ID       PIC X(08).
               10  IQ-PERSONA-ID       PIC 9(10).
               10  IQ-DOC-NUMBER       PIC X(15).
               10  IQ-NAME             PIC X(20).
               10  IQ-APELLIDO         PIC X(20).
               10  FILLER              PIC X(26).
           05  IQ-RESPONSE.
               10  IQ-RETURN-CODE      PIC 9(02).
                   88  IQ-RC-FOUND     VALUE 00.
                   88  IQ-RC-INACTIVE  VALUE 04.
                   88  IQ-RC-NOT-FOUND VALUE 08.
                   88  IQ-RC-MULTIPLE  VALUE 12.
                   88  IQ-RC-INVALID   VALUE 16.
                   88  IQ-RC-UNAVAILABLE
                                       VALUE 20.
               10  IQ-MESSAGE          PIC X(60).
               10  IQ-MATCHED-VIA      PIC X(01).
                   88  IQ-VIA-KEY      VALUE 'K'.
                   88  IQ-VIA-CURRENT-NAME
                                       VALUE 'C'.
                   88  IQ-VIA-PRIOR-NAME
                                       VALUE 'A'.
               10  IQ-PERSONA.
                   15  IQ-P-PERSONA-ID PIC 9(10).
                   15  IQ-P-NAME       PIC X(20).
                   15  IQ-P-APELLIDO   PIC X(20).
                   15  IQ-P-CLASS      PIC X(02).
                   15  IQ-P-CLASS-DESC PIC X(20).
                   15  IQ-P-STATUS     PIC X(01).
                   15  IQ-P-DOC-NUMBER PIC X(15).
                   15  IQ-P-LOAD-DATE  PIC X(08).
                   15  IQ-P-LOAD-SOURCE
                                       PIC X(08).
               10  IQ-ADDR-COUNT       PIC 9(02).
               10  IQ-ADDRESS          OCCURS 5 TIMES.
                   15  IQ-A-ADDR-TYPE  PIC X(02).
                   15  IQ-A-LINE-1     PIC X(30).
                   15  IQ-A-LINE-2     PIC X(30).
                   15  IQ-A-CITY       PIC X(20).
                   15  IQ-A-POSTAL-CODE
                                       PIC X(10).
                   15  IQ-A-PHONE      PIC X(15).
               10  IQ-PUBLICATION.
                   15  IQ-PUB-FOUND-SW PIC X(01).
                       88  IQ-PUB-FOUND
                                       VALUE 'Y'.
                       88  IQ-PUB-NONE VALUE 'N'.
                   15  IQ-PUB-SEQ      PIC 9(08).
                   15  IQ-PUB-STATUS   PIC X(01).
                       88  IQ-PUB-PENDING
                                       VALUE 'P'.
                       88  IQ-PUB-SENT VALUE 'S'.
                   15  IQ-PUB-MSG-TYPE PIC X(08).
                   15  IQ-PUB-TIMESTAMP
                                       PIC X(26).
               10  IQ-CAND-COUNT       PIC 9(03).
               10  IQ-CANDIDATE        OCCURS 10 TIMES.
                   15  IQ-C-PERSONA-ID PIC 9(10).
                   15  IQ-C-NAME       PIC X(20).
                   15  IQ-C-APELLIDO   PIC X(20).
                   15  IQ-C-STATUS     PIC X(01).
                   15  IQ-C-MATCHED-VIA
                                       PIC X(01).
               10  FILLER              PIC X(50).
