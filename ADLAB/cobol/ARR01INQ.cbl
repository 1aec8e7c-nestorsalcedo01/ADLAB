       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01INQ.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01INQ IS THE REAL-TIME PERSONA INQUIRY SERVICE FOR THE
      * CHANNEL APPLICATIONS (BRANCH, CALL CENTRE) - A PERSONA LOOKUP
      * WITHOUT A 3270 SESSION. IT HAS NO MAP AND NO TRANSACTION OF ITS
      * OWN: THE CHANNEL'S Z/OS CONNECT SERVICE LINKS TO IT WITH THE
      * BAQBASE-API01Q01 COMMAREA (EC01API1), THE SAME WAY
      * BAQBASE-API00Q01 REACHES ARRAY01, AND IT RETURNS AT ONCE. THE
      * PERSONA IS FOUND BY ID, BY DOC NUMBER (PERSDKEY) OR BY NAME
      * (PERSNKEY, THEN THE PRIOR NAMES ON PERSALIA) AND THE RESPONSE
      * CARRIES:
      *   THE MASTER ROW, WITH THE CLASS DESCRIPTION FROM CLASSREF;
      *   EVERY PERSADDR ROW OF THE PERSONA;
      *   THE LATEST OUTBOX ROW (PENDING OR SENT, TYPE, TIMESTAMP) -
      *   THE OUTBOX IS KEYED BY SEQUENCE, SO THIS IS THE SAME BROWSE
      *   PUB1 MAKES.
      * A NAME THAT MATCHES MORE THAN ONE PERSONA RETURNS THE LIST
      * (RETURN CODE 12) AND NOTHING ELSE - THE CHANNEL ASKS AGAIN BY
      * ID. EVERY INQUIRY IS JOURNALED FOR THE PII ACCESS AUDIT: ONE
      * INQUIRY ENTRY ON THE AUDT QUEUE PER PERSONA DISCLOSED (ONE
      * WITH A ZERO INDEX WHEN NONE WAS), UNDER THE CICS USER ID OF
      * THE CALL AND THE CHANNEL ID, AND CARRYING NO NAME - THE
      * JOURNAL RECORDS WHO LOOKED AT WHOM, NOT WHAT THEY SAW. ARR01AUD
      * WITH FUNCTION INQUIRY ON THE CARD IS THE ACCESS REPORT.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15  RSM  ORIGINAL VERSION.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-RESP                 PIC S9(8) COMP.
           05  WS-PERSMSTR-KEY         PIC 9(10).
           05  WS-USER-ID              PIC X(08).
           05  WS-BROWSE-DONE-SW       PIC X(01).
               88  WS-BROWSE-DONE      VALUE 'Y'.
               88  WS-BROWSE-NOT-DONE  VALUE 'N'.
           05  WS-VIA                  PIC X(01).
           05  WS-CX                   PIC S9(04) COMP.
           05  WS-FOUND-CX             PIC S9(04) COMP.
           05  WS-OB-RIDFLD            PIC 9(08).

      *----------------------------------------------------------------
      * KEYS, EACH KEPT APART FROM THE RECORD IT READS, AS MNT1 DOES.
      *----------------------------------------------------------------
       01  WS-DKEY-RIDFLD              PIC X(15).
       01  WS-NKEY-RIDFLD.
           05  WS-NKEY-APELLIDO        PIC X(20).
           05  WS-NKEY-NAME            PIC X(20).
       01  WS-AKEY-RIDFLD.
           05  WS-AKEY-APELLIDO        PIC X(20).
           05  WS-AKEY-NAME            PIC X(20).
           05  WS-AKEY-PERSONA-ID      PIC 9(10).
       01  WS-ADDR-RIDFLD.
           05  WS-AR-PERSONA-ID        PIC 9(10).
           05  WS-AR-ADDR-TYPE         PIC X(02).
       01  WS-CREF-RIDFLD              PIC X(02).

      *----------------------------------------------------------------
      * THE PERSONAS A NAME SEARCH HAS MATCHED SO FAR. ONLY THE FIRST
      * WS-CAND-MAX ARE KEPT; WS-CAND-COUNT GOES ON COUNTING.
      *----------------------------------------------------------------
       01  WS-CAND-TABLE.
           05  WS-CAND-COUNT           PIC S9(04) COMP VALUE 0.
           05  WS-CAND-ENTRY           OCCURS 10 TIMES.
               10  WS-CAND-ID          PIC 9(10).
               10  WS-CAND-VIA         PIC X(01).
       01  WS-CAND-MAX                 PIC S9(04) COMP VALUE 10.
       01  WS-ADDR-MAX                 PIC S9(04) COMP VALUE 5.

           COPY EC01PMR.
           COPY EC01PDK.
           COPY EC01PNK.
           COPY EC01PAL.
           COPY EC01PADR.
           COPY EC01CREF.
           COPY EC01OBOX.
           COPY EC01AUDT.
           COPY EC01API1.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(1500).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - A COMMAREA SHORTER THAN THE SERVICE'S IS A
      * CALLER BUILT TO ANOTHER LAYOUT: NOTHING IS LOOKED UP OR
      * HANDED BACK.
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF EIBCALEN LESS THAN LENGTH OF BAQBASE-API01Q01
               GO TO 0000-RETURN
           END-IF
           MOVE DFHCOMMAREA(1:LENGTH OF BAQBASE-API01Q01)
               TO BAQBASE-API01Q01

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           EVALUATE TRUE
               WHEN IQ-BY-ID
                   PERFORM 2100-SEARCH-BY-ID THRU 2100-EXIT
               WHEN IQ-BY-DOC
                   PERFORM 2200-SEARCH-BY-DOC THRU 2200-EXIT
               WHEN IQ-BY-NAME
                   PERFORM 2300-SEARCH-BY-NAME THRU 2300-EXIT
               WHEN OTHER
                   SET IQ-RC-INVALID TO TRUE
                   MOVE 'SEARCH TYPE MUST BE I, D OR N' TO IQ-MESSAGE
           END-EVALUATE
           PERFORM 4000-JOURNAL-INQUIRY THRU 4000-EXIT

           MOVE BAQBASE-API01Q01
               TO DFHCOMMAREA(1:LENGTH OF BAQBASE-API01Q01).
       0000-RETURN.
           EXEC CICS RETURN
           END-EXEC.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - CLEAR THE RESPONSE AND TAKE THE USER ID THE
      * CHANNEL CALLED UNDER.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           INITIALIZE IQ-RESPONSE
           SET IQ-PUB-NONE TO TRUE
           MOVE SPACES TO IQ-MATCHED-VIA
           MOVE ZERO TO WS-CAND-COUNT

           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SEARCH-BY-ID - KEY ZERO IS THE MASTER'S CONTROL ROW, NOT
      * A PERSONA.
      *----------------------------------------------------------------
       2100-SEARCH-BY-ID.
           IF IQ-PERSONA-ID IS NOT NUMERIC
               OR IQ-PERSONA-ID EQUAL ZEROS
               SET IQ-RC-INVALID TO TRUE
               MOVE 'A PERSONA ID IS REQUIRED' TO IQ-MESSAGE
               GO TO 2100-EXIT
           END-IF
           MOVE IQ-PERSONA-ID TO WS-PERSMSTR-KEY
           SET IQ-VIA-KEY TO TRUE
           PERFORM 3000-BUILD-RESPONSE THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-SEARCH-BY-DOC - THE DOC-KEY FILE NAMES THE PERSONA.
      *----------------------------------------------------------------
       2200-SEARCH-BY-DOC.
           IF IQ-DOC-NUMBER EQUAL SPACES
               SET IQ-RC-INVALID TO TRUE
               MOVE 'A DOCUMENT NUMBER IS REQUIRED' TO IQ-MESSAGE
               GO TO 2200-EXIT
           END-IF
           MOVE IQ-DOC-NUMBER TO WS-DKEY-RIDFLD
           EXEC CICS READ FILE('PERSDKEY')
               INTO(PERSONA-DOC-KEY-RECORD)
               RIDFLD(WS-DKEY-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                   MOVE PDK-PERSONA-ID TO WS-PERSMSTR-KEY
                   SET IQ-VIA-KEY TO TRUE
                   PERFORM 3000-BUILD-RESPONSE THRU 3000-EXIT
               WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                   SET IQ-RC-NOT-FOUND TO TRUE
                   MOVE 'NO PERSONA HOLDS THAT DOCUMENT NUMBER'
                       TO IQ-MESSAGE
               WHEN OTHER
                   SET IQ-RC-UNAVAILABLE TO TRUE
                   MOVE 'DOC-KEY FILE NOT AVAILABLE - TRY LATER'
                       TO IQ-MESSAGE
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-SEARCH-BY-NAME - THE APELLIDO IS REQUIRED; WITHOUT A NAME
      * EVERY PERSONA WITH THAT APELLIDO MATCHES. CURRENT NAMES COME
      * FROM THE NAME-KEY FILE, THEN PRIOR NAMES FROM THE ALIAS FILE
      * FOR ANY PERSONA NOT ALREADY MATCHED. AN ALIAS FILE THAT IS NOT
      * OPEN ONLY LOSES THE PRIOR NAMES.
      *----------------------------------------------------------------
       2300-SEARCH-BY-NAME.
           IF IQ-APELLIDO EQUAL SPACES
               SET IQ-RC-INVALID TO TRUE
               MOVE 'AN APELLIDO IS REQUIRED FOR A NAME SEARCH'
                   TO IQ-MESSAGE
               GO TO 2300-EXIT
           END-IF
           CALL 'ARR01FMT' USING IQ-APELLIDO
           IF IQ-NAME NOT EQUAL SPACES
               CALL 'ARR01FMT' USING IQ-NAME
           END-IF

           MOVE IQ-APELLIDO TO WS-NKEY-APELLIDO
           MOVE IQ-NAME TO WS-NKEY-NAME
           EXEC CICS STARTBR FILE('PERSNKEY')
               RIDFLD(WS-NKEY-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                   SET WS-BROWSE-NOT-DONE TO TRUE
                   PERFORM 2320-NEXT-NAME-KEY THRU 2320-EXIT
                       UNTIL WS-BROWSE-DONE
                   EXEC CICS ENDBR FILE('PERSNKEY')
                       RESP(WS-RESP)
                   END-EXEC
               WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET IQ-RC-UNAVAILABLE TO TRUE
                   MOVE 'NAME-KEY FILE NOT AVAILABLE - TRY LATER'
                       TO IQ-MESSAGE
                   GO TO 2300-EXIT
           END-EVALUATE

           MOVE IQ-APELLIDO TO WS-AKEY-APELLIDO
           MOVE IQ-NAME TO WS-AKEY-NAME
           MOVE ZEROS TO WS-AKEY-PERSONA-ID
           EXEC CICS STARTBR FILE('PERSALIA')
               RIDFLD(WS-AKEY-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET WS-BROWSE-NOT-DONE TO TRUE
               PERFORM 2330-NEXT-ALIAS THRU 2330-EXIT
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('PERSALIA')
                   RESP(WS-RESP)
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN WS-CAND-COUNT EQUAL ZERO
                   SET IQ-RC-NOT-FOUND TO TRUE
                   MOVE 'NO PERSONA FOUND UNDER THAT NAME'
                       TO IQ-MESSAGE
               WHEN WS-CAND-COUNT EQUAL 1
                   MOVE WS-CAND-ID(1) TO WS-PERSMSTR-KEY
                   MOVE WS-CAND-VIA(1) TO IQ-MATCHED-VIA
                   PERFORM 3000-BUILD-RESPONSE THRU 3000-EXIT
               WHEN OTHER
                   PERFORM 2400-LIST-CANDIDATES THRU 2400-EXIT
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       2320-NEXT-NAME-KEY.
           EXEC CICS READNEXT FILE('PERSNKEY')
               INTO(PERSONA-NAME-KEY-RECORD)
               RIDFLD(WS-NKEY-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               OR PNK-APELLIDO NOT EQUAL IQ-APELLIDO
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2320-EXIT
           END-IF
           IF IQ-NAME NOT EQUAL SPACES
               AND PNK-NAME NOT EQUAL IQ-NAME
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2320-EXIT
           END-IF
           MOVE 'C' TO WS-VIA
           MOVE PNK-PERSONA-ID TO WS-PERSMSTR-KEY
           PERFORM 2350-ADD-CANDIDATE THRU 2350-EXIT.
       2320-EXIT.
           EXIT.

       2330-NEXT-ALIAS.
           EXEC CICS READNEXT FILE('PERSALIA')
               INTO(PERSONA-ALIAS-RECORD)
               RIDFLD(WS-AKEY-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               OR PAL-APELLIDO NOT EQUAL IQ-APELLIDO
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2330-EXIT
           END-IF
           IF IQ-NAME NOT EQUAL SPACES
               AND PAL-NAME NOT EQUAL IQ-NAME
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2330-EXIT
           END-IF
           MOVE 'A' TO WS-VIA
           MOVE PAL-PERSONA-ID TO WS-PERSMSTR-KEY
           PERFORM 2350-ADD-CANDIDATE THRU 2350-EXIT.
       2330-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-ADD-CANDIDATE - WS-PERSMSTR-KEY MATCHED VIA WS-VIA. A
      * PERSONA ALREADY MATCHED (UNDER ITS CURRENT NAME, OR UNDER TWO
      * PRIOR NAMES) IS NOT COUNTED AGAIN. ONLY THE KEPT ENTRIES CAN
      * BE CHECKED, SO PAST THE TABLE'S END THE COUNT IS A CEILING.
      *----------------------------------------------------------------
       2350-ADD-CANDIDATE.
           MOVE ZERO TO WS-FOUND-CX
           PERFORM 2360-CHECK-ONE-CANDIDATE THRU 2360-EXIT
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CAND-COUNT
               OR WS-CX GREATER THAN WS-CAND-MAX
           IF WS-FOUND-CX NOT EQUAL ZERO
               GO TO 2350-EXIT
           END-IF
           ADD 1 TO WS-CAND-COUNT
           IF WS-CAND-COUNT NOT GREATER THAN WS-CAND-MAX
               MOVE WS-PERSMSTR-KEY TO WS-CAND-ID(WS-CAND-COUNT)
               MOVE WS-VIA TO WS-CAND-VIA(WS-CAND-COUNT)
           END-IF.
       2350-EXIT.
           EXIT.

       2360-CHECK-ONE-CANDIDATE.
           IF WS-CAND-ID(WS-CX) EQUAL WS-PERSMSTR-KEY
               MOVE WS-CX TO WS-FOUND-CX
           END-IF.
       2360-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-LIST-CANDIDATES - MORE THAN ONE PERSONA: HAND BACK EACH
      * KEPT ONE'S ID, CURRENT NAME AND STATUS SO THE CHANNEL CAN PICK
      * ONE AND ASK AGAIN BY ID. NO ADDRESSES, NO PUBLICATION STATE.
      *----------------------------------------------------------------
       2400-LIST-CANDIDATES.
           SET IQ-RC-MULTIPLE TO TRUE
           MOVE WS-CAND-COUNT TO IQ-CAND-COUNT
           MOVE 'MORE THAN ONE PERSONA MATCHED - INQUIRE AGAIN BY ID'
               TO IQ-MESSAGE
           PERFORM 2450-LIST-ONE-CANDIDATE THRU 2450-EXIT
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CAND-COUNT
               OR WS-CX GREATER THAN WS-CAND-MAX.
       2400-EXIT.
           EXIT.

       2450-LIST-ONE-CANDIDATE.
           MOVE WS-CAND-ID(WS-CX) TO WS-PERSMSTR-KEY
           MOVE WS-CAND-ID(WS-CX) TO IQ-C-PERSONA-ID(WS-CX)
           MOVE WS-CAND-VIA(WS-CX) TO IQ-C-MATCHED-VIA(WS-CX)
           EXEC CICS READ FILE('PERSMSTR')
               INTO(PERSONA-MASTER-RECORD)
               RIDFLD(WS-PERSMSTR-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE PM-NAME TO IQ-C-NAME(WS-CX)
               MOVE PM-APELLIDO TO IQ-C-APELLIDO(WS-CX)
               MOVE PM-STATUS TO IQ-C-STATUS(WS-CX)
           END-IF.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-BUILD-RESPONSE - ONE PERSONA, WS-PERSMSTR-KEY: THE MASTER
      * ROW AND CLASS DESCRIPTION, THE ADDRESSES AND THE LATEST
      * PUBLICATION. AN INACTIVE PERSONA IS RETURNED WHOLE UNDER
      * RETURN CODE 04 - THE CHANNEL DECIDES WHAT TO SHOW.
      *----------------------------------------------------------------
       3000-BUILD-RESPONSE.
           EXEC CICS READ FILE('PERSMSTR')
               INTO(PERSONA-MASTER-RECORD)
               RIDFLD(WS-PERSMSTR-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                   SET IQ-RC-NOT-FOUND TO TRUE
                   MOVE SPACES TO IQ-MATCHED-VIA
                   MOVE 'PERSONA NOT ON MASTER FILE' TO IQ-MESSAGE
                   GO TO 3000-EXIT
               WHEN OTHER
                   SET IQ-RC-UNAVAILABLE TO TRUE
                   MOVE SPACES TO IQ-MATCHED-VIA
                   MOVE 'MASTER FILE NOT AVAILABLE - TRY LATER'
                       TO IQ-MESSAGE
                   GO TO 3000-EXIT
           END-EVALUATE

           MOVE PM-PERSONA-ID TO IQ-P-PERSONA-ID
           MOVE PM-NAME TO IQ-P-NAME
           MOVE PM-APELLIDO TO IQ-P-APELLIDO
           MOVE PM-CLASS TO IQ-P-CLASS
           MOVE PM-STATUS TO IQ-P-STATUS
           MOVE PM-DOC-NUMBER TO IQ-P-DOC-NUMBER
           MOVE PM-LOAD-DATE TO IQ-P-LOAD-DATE
           MOVE PM-LOAD-SOURCE TO IQ-P-LOAD-SOURCE
           IF PM-STATUS-ACTIVE
               SET IQ-RC-FOUND TO TRUE
               IF IQ-VIA-PRIOR-NAME
                   MOVE 'PERSONA FOUND UNDER A PRIOR NAME'
                       TO IQ-MESSAGE
               ELSE
                   MOVE 'PERSONA FOUND' TO IQ-MESSAGE
               END-IF
           ELSE
               SET IQ-RC-INACTIVE TO TRUE
               MOVE 'PERSONA FOUND - INACTIVE (SOFT DELETED)'
                   TO IQ-MESSAGE
           END-IF

           PERFORM 3100-GET-CLASS THRU 3100-EXIT
           PERFORM 3200-GET-ADDRESSES THRU 3200-EXIT
           PERFORM 3300-GET-PUBLICATION THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-GET-CLASS - A CLASS WITH NO CLASSREF ROW (OR NO CLASS)
      * LEAVES THE DESCRIPTION BLANK.
      *----------------------------------------------------------------
       3100-GET-CLASS.
           IF PM-CLASS EQUAL SPACES
               GO TO 3100-EXIT
           END-IF
           MOVE PM-CLASS TO WS-CREF-RIDFLD
           EXEC CICS READ FILE('CLASSREF')
               INTO(CLASS-REF-RECORD)
               RIDFLD(WS-CREF-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE CR-DESCRIPTION TO IQ-P-CLASS-DESC
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-GET-ADDRESSES - PERSADDR IS KEYED PERSONA ID + TYPE, SO
      * THE PERSONA'S ROWS ARE ONE RUN OF THE FILE.
      *----------------------------------------------------------------
       3200-GET-ADDRESSES.
           MOVE WS-PERSMSTR-KEY TO WS-AR-PERSONA-ID
           MOVE LOW-VALUES TO WS-AR-ADDR-TYPE
           EXEC CICS STARTBR FILE('PERSADDR')
               RIDFLD(WS-ADDR-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3200-EXIT
           END-IF

           SET WS-BROWSE-NOT-DONE TO TRUE
           PERFORM 3250-NEXT-ADDRESS THRU 3250-EXIT
               UNTIL WS-BROWSE-DONE

           EXEC CICS ENDBR FILE('PERSADDR')
               RESP(WS-RESP)
           END-EXEC.
       3200-EXIT.
           EXIT.

       3250-NEXT-ADDRESS.
           EXEC CICS READNEXT FILE('PERSADDR')
               INTO(PERSONA-ADDRESS-RECORD)
               RIDFLD(WS-ADDR-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               OR AD-PERSONA-ID NOT EQUAL WS-PERSMSTR-KEY
               OR IQ-ADDR-COUNT NOT LESS THAN WS-ADDR-MAX
               SET WS-BROWSE-DONE TO TRUE
               GO TO 3250-EXIT
           END-IF
           ADD 1 TO IQ-ADDR-COUNT
           MOVE IQ-ADDR-COUNT TO WS-CX
           MOVE AD-ADDR-TYPE TO IQ-A-ADDR-TYPE(WS-CX)
           MOVE AD-LINE-1 TO IQ-A-LINE-1(WS-CX)
           MOVE AD-LINE-2 TO IQ-A-LINE-2(WS-CX)
           MOVE AD-CITY TO IQ-A-CITY(WS-CX)
           MOVE AD-POSTAL-CODE TO IQ-A-POSTAL-CODE(WS-CX)
           MOVE AD-PHONE TO IQ-A-PHONE(WS-CX).
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-GET-PUBLICATION - THE PERSONA'S HIGHEST OUTBOX SEQUENCE.
      * THE OUTBOX IS A BOUNDED WORKING SET (SWEPT BY ARR01SWP AND
      * PRUNED), SO THE BROWSE IS THE SAME PRICE PUB1 PAYS. NO ROW
      * LEAVES IQ-PUB-NONE.
      *----------------------------------------------------------------
       3300-GET-PUBLICATION.
           MOVE ZEROS TO WS-OB-RIDFLD
           EXEC CICS STARTBR FILE('OUTBOX')
               RIDFLD(WS-OB-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3300-EXIT
           END-IF

           SET WS-BROWSE-NOT-DONE TO TRUE
           PERFORM 3350-SCAN-ONE-OUTBOX-ROW THRU 3350-EXIT
               UNTIL WS-BROWSE-DONE

           EXEC CICS ENDBR FILE('OUTBOX')
               RESP(WS-RESP)
           END-EXEC.
       3300-EXIT.
           EXIT.

       3350-SCAN-ONE-OUTBOX-ROW.
           EXEC CICS READNEXT FILE('OUTBOX')
               INTO(OUTBOX-RECORD)
               RIDFLD(WS-OB-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 3350-EXIT
           END-IF

           IF OB-SEQ NOT EQUAL ZEROS
               AND OB-PERSONA-ID EQUAL WS-PERSMSTR-KEY
               AND OB-SEQ GREATER THAN IQ-PUB-SEQ
               SET IQ-PUB-FOUND TO TRUE
               MOVE OB-SEQ TO IQ-PUB-SEQ
               MOVE OB-STATUS-SW TO IQ-PUB-STATUS
               IF OB-MSG-TYPE EQUAL SPACES
                   MOVE 'PERSONA' TO IQ-PUB-MSG-TYPE
               ELSE
                   MOVE OB-MSG-TYPE TO IQ-PUB-MSG-TYPE
               END-IF
               MOVE OB-TIMESTAMP TO IQ-PUB-TIMESTAMP
           END-IF.
       3350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-JOURNAL-INQUIRY - THE PII ACCESS TRAIL: ONE INQUIRY ENTRY
      * PER PERSONA HANDED BACK - THE ONE PERSONA, OR EACH LISTED
      * CANDIDATE - OR ONE WITH A ZERO INDEX WHEN NOTHING WAS. THE
      * ENTRY CARRIES THE SEARCH TYPE (BEFORE STATUS), THE CHANNEL
      * (AFTER SOURCE) AND THE RETURN CODE (AFTER CLASS), NEVER A
      * NAME OR DOC NUMBER (SEE EC01AUDT).
      *----------------------------------------------------------------
       4000-JOURNAL-INQUIRY.
           IF IQ-RC-MULTIPLE
               PERFORM 4050-JOURNAL-ONE-CANDIDATE THRU 4050-EXIT
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX GREATER THAN WS-CAND-COUNT
                   OR WS-CX GREATER THAN WS-CAND-MAX
               GO TO 4000-EXIT
           END-IF
           IF IQ-RC-FOUND OR IQ-RC-INACTIVE
               MOVE IQ-P-PERSONA-ID TO WS-PERSMSTR-KEY
           ELSE
               MOVE ZEROS TO WS-PERSMSTR-KEY
           END-IF
           PERFORM 4100-WRITE-INQUIRY-ENTRY THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4050-JOURNAL-ONE-CANDIDATE.
           MOVE IQ-C-PERSONA-ID(WS-CX) TO WS-PERSMSTR-KEY
           PERFORM 4100-WRITE-INQUIRY-ENTRY THRU 4100-EXIT.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-WRITE-INQUIRY-ENTRY - FOR PERSONA WS-PERSMSTR-KEY, ON THE
      * SAME AUDT TRANSIENT DATA QUEUE MNT1 JOURNALS TO.
      *----------------------------------------------------------------
       4100-WRITE-INQUIRY-ENTRY.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-PERSMSTR-KEY TO AU-INDEX
           ACCEPT AU-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT AU-TIMESTAMP(9:8) FROM TIME
           MOVE 'ARR01INQ' TO AU-PROGRAM
           MOVE 'INQUIRY' TO AU-FUNCTION
           MOVE ZERO TO AU-MQ-COMP-CODE
           MOVE ZERO TO AU-MQ-REASON-CODE
           MOVE IQ-SEARCH-TYPE TO AU-BEFORE-STATUS
           MOVE IQ-RETURN-CODE TO AU-AFTER-CLASS
           MOVE IQ-CHANNEL-ID TO AU-AFTER-SOURCE
           MOVE WS-USER-ID TO AU-USER-ID

           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(AUDIT-RECORD)
               LENGTH(LENGTH OF AUDIT-RECORD)
           END-EXEC.
       4100-EXIT.
           EXIT.
