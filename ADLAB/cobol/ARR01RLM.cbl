       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01RLM.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01RLM IS THE ONLINE PERSONA RELATIONSHIP MAINTENANCE
      * TRANSACTION, REL1. IT RUNS PSEUDO-CONVERSATIONALLY AGAINST
      * MAP EC01REL1 (MAPSET EC01REL) AND SUPPORTS INQUIRE/ADD/CHANGE
      * HOUSEHOLD/END AGAINST THE PERSREL CHILD FILE (EC01PREL) THAT
      * THE RELATIONSHIP FEED SEGMENT (ARR01RLD) LOADS IN BATCH - THE
      * SAME ARRANGEMENT ADR1 HAS WITH PERSADDR. A LINK IS KEYED AS
      * PERSONA ID, RELATED ID AND TYPE FROM THE FIRST PERSONA'S SIDE
      * AND EVERY UPDATE WRITES BOTH ROWS, THE SECOND UNDER THE
      * RELATED PERSONA WITH THE RECIPROCAL TYPE. AN ADD NEEDS BOTH
      * PERSONAS ACTIVE ON THE MASTER. END IS LOGICAL - THE ROWS STAY,
      * ENDED, FOR THE HISTORY. AN INQUIRE WITH NO RELATED ID LISTS
      * THE PERSONA'S FIRST TEN LINKS, ACTIVE AND ENDED.
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
           05  WS-FUNC-SW              PIC X(01).
               88  WS-FUNC-INQUIRE     VALUE 'I'.
               88  WS-FUNC-ADD         VALUE 'A'.
               88  WS-FUNC-CHANGE      VALUE 'C'.
               88  WS-FUNC-END         VALUE 'E'.
           05  WS-ROW-SW               PIC X(01).
               88  WS-ROW-OK           VALUE 'Y'.
               88  WS-ROW-FAILED       VALUE 'N'.
           05  WS-BROWSE-SW            PIC X(01).
               88  WS-BROWSE-DONE      VALUE 'Y'.
               88  WS-BROWSE-NOT-DONE  VALUE 'N'.
           05  WS-PERSMSTR-KEY         PIC 9(10).
           05  WS-TODAY-DATE           PIC X(08).
           05  WS-RECIP-TYPE           PIC X(02).
           05  WS-HOUSEHOLD-ID         PIC 9(10).
           05  WS-HH-PERSONA-ID        PIC 9(10).
           05  WS-HH-FOUND-ID          PIC 9(10).
           05  WS-LIST-COUNT           PIC S9(4) COMP.
           05  WS-LIST-MAX             PIC S9(4) COMP VALUE 10.

       01  WS-MAPSET-NAME              PIC X(08) VALUE 'EC01REL'.
       01  WS-MAP-NAME                 PIC X(08) VALUE 'EC01REL1'.
       01  WS-TRANSID                  PIC X(04) VALUE 'REL1'.

      *    THE LINK LIST FOR AN INQUIRE WITH NO RELATED ID, ONE LINE
      *    PER ROW IN THE COLUMNS OF THE MAP'S LIST HEADING.
       01  WS-LIST-AREA.
           05  WS-LIST-LINE            OCCURS 10 TIMES
                                       PIC X(60).
       01  WS-LIST-DETAIL.
           05  WS-LD-RELATED-ID        PIC 9(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LD-TYPE              PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LD-STATUS            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LD-HOUSEHOLD-ID      PIC 9(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LD-START-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LD-END-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LD-END-REASON        PIC X(06).
           05  FILLER                  PIC X(09) VALUE SPACES.

           COPY EC01PMR.
           COPY EC01PREL.
           COPY EC01RELM.

      *    SEPARATE RIDFLDS FOR THE RELATIONSHIP FILE - THE CICS READ
      *    INTO PERSONA-RELATIONSHIP-RECORD OVERWRITES REL-KEY ITSELF,
      *    SO THE KEY BEING LOOKED UP HAS TO LIVE OUTSIDE THAT RECORD,
      *    THE SAME ARRANGEMENT ARR01ADM USES FOR PERSADDR. THE LINK
      *    KEY KEYED IN IS KEPT APART FROM THE ROW KEY BEING WORKED ON
      *    SO THE RECIPROCAL ROW CAN BE BUILT FROM IT.
       01  WS-LINK-RIDFLD.
           05  WS-LR-PERSONA-ID        PIC 9(10).
           05  WS-LR-RELATED-ID        PIC 9(10).
           05  WS-LR-TYPE              PIC X(02).
       01  WS-REL-RIDFLD.
           05  WS-RR-PERSONA-ID        PIC 9(10).
           05  WS-RR-RELATED-ID        PIC 9(10).
           05  WS-RR-TYPE              PIC X(02).

       01  DFHCOMMAREA.
           05  CA-PERSONA-ID           PIC 9(10).
           05  CA-RELATED-ID           PIC 9(10).
           05  CA-REL-TYPE             PIC X(02).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - FIRST ENTRY (NO COMMAREA) SENDS A BLANK MAP;
      * A RETURN TRIP WITH DATA KEYED IN IS PROCESSED BY FUNCTION.
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF EIBCALEN EQUAL ZERO
               PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
           ELSE
               PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
           END-IF

           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-SEND-INITIAL-MAP - CLEAR THE SCREEN AND PROMPT FOR A
      * FUNCTION CODE AND THE LINK.
      *----------------------------------------------------------------
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO EC01REL1O
           MOVE SPACES TO RELFUNCO
           MOVE ZERO TO RELIDO
           MOVE ZERO TO RELRIDO
           MOVE SPACES TO RELTYPEO
           MOVE ZERO TO RELHHIDO
           MOVE 'ENTER FUNCTION (I/A/C/E), PERSONA ID, RELATED ID, TYPE'
               TO RELMSGO

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(EC01REL1O)
               ERASE
           END-EXEC.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-REQUEST - RECEIVE THE OPERATOR'S INPUT AND ROUTE
      * TO THE PARAGRAPH FOR THE FUNCTION KEYED IN. A BLANK RELATED ID
      * IS ONLY ALLOWED ON AN INQUIRE, WHICH THEN LISTS.
      *----------------------------------------------------------------
       2000-PROCESS-REQUEST.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(2950-HANDLE-MAPFAIL)
           END-EXEC

           EXEC CICS HANDLE AID
               PF3(2960-HANDLE-PF3)
           END-EXEC

           EXEC CICS RECEIVE MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               INTO(EC01REL1I)
           END-EXEC

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-LIST-AREA
           MOVE RELFUNCI TO WS-FUNC-SW
           MOVE RELIDI TO WS-LR-PERSONA-ID
           IF RELRIDI NUMERIC
               MOVE RELRIDI TO WS-LR-RELATED-ID
           ELSE
               MOVE ZEROS TO WS-LR-RELATED-ID
           END-IF
           MOVE RELTYPEI TO WS-LR-TYPE
           MOVE WS-LR-TYPE TO REL-TYPE
           EVALUATE WS-LR-TYPE
               WHEN 'GD'
                   MOVE 'DP' TO WS-RECIP-TYPE
               WHEN 'DP'
                   MOVE 'GD' TO WS-RECIP-TYPE
               WHEN OTHER
                   MOVE WS-LR-TYPE TO WS-RECIP-TYPE
           END-EVALUATE
           MOVE WS-LR-PERSONA-ID TO CA-PERSONA-ID
           MOVE WS-LR-RELATED-ID TO CA-RELATED-ID
           MOVE WS-LR-TYPE TO CA-REL-TYPE

           EVALUATE TRUE
               WHEN WS-LR-PERSONA-ID EQUAL ZEROS
                   MOVE 'A PERSONA ID IS REQUIRED' TO RELMSGO
               WHEN WS-FUNC-INQUIRE
                   AND WS-LR-RELATED-ID EQUAL ZEROS
                   PERFORM 2150-LIST-LINKS THRU 2150-EXIT
               WHEN WS-LR-RELATED-ID EQUAL ZEROS
                   MOVE 'A RELATED ID IS REQUIRED' TO RELMSGO
               WHEN WS-LR-RELATED-ID EQUAL WS-LR-PERSONA-ID
                   MOVE 'A PERSONA CANNOT BE LINKED TO ITSELF'
                       TO RELMSGO
               WHEN NOT REL-TYPE-VALID
                   MOVE 'TYPE MUST BE SP, GD, DP, JH OR HH' TO RELMSGO
               WHEN WS-FUNC-INQUIRE
                   PERFORM 2100-INQUIRE-LINK THRU 2100-EXIT
               WHEN WS-FUNC-ADD
                   PERFORM 2200-ADD-LINK THRU 2200-EXIT
               WHEN WS-FUNC-CHANGE
                   PERFORM 2300-CHANGE-HOUSEHOLD THRU 2300-EXIT
               WHEN WS-FUNC-END
                   PERFORM 2400-END-LINK THRU 2400-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE I, A, C OR E'
                       TO RELMSGO
           END-EVALUATE

           PERFORM 2890-MOVE-LIST THRU 2890-EXIT
           PERFORM 2900-REDISPLAY-MAP THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-INQUIRE-LINK - READ THE LINK'S ROW AND SHOW IT. THE
      * FOUND VALUES ARE ALSO MOVED INTO THE I-SIDE FIELDS SINCE THE
      * SHARED REDISPLAY REBUILDS THE O-SIDE FROM THEM (THE SAME
      * ARRANGEMENT ARR01ADM'S INQUIRE USES).
      *----------------------------------------------------------------
       2100-INQUIRE-LINK.
           MOVE WS-LINK-RIDFLD TO WS-REL-RIDFLD
           EXEC CICS READ FILE('PERSREL')
               INTO(PERSONA-RELATIONSHIP-RECORD)
               RIDFLD(WS-REL-RIDFLD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 2850-SHOW-ROW THRU 2850-EXIT
               MOVE 'LINK FOUND' TO RELMSGO
           ELSE
               PERFORM 2860-CLEAR-ROW THRU 2860-EXIT
               MOVE 'LINK NOT FOUND' TO RELMSGO
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-LIST-LINKS - BROWSE THE PERSONA'S ROWS, UP TO THE TEN THE
      * MAP HAS ROOM FOR. THE PERSONA'S ROWS ARE ALL ITS LINKS, FROM
      * WHICHEVER END THEY WERE MADE.
      *----------------------------------------------------------------
       2150-LIST-LINKS.
           PERFORM 2860-CLEAR-ROW THRU 2860-EXIT
           MOVE ZERO TO WS-LIST-COUNT
           MOVE WS-LR-PERSONA-ID TO WS-RR-PERSONA-ID
           MOVE ZEROS TO WS-RR-RELATED-ID
           MOVE LOW-VALUES TO WS-RR-TYPE
           EXEC CICS STARTBR FILE('PERSREL')
               RIDFLD(WS-REL-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NO LINKS ON FILE FOR THIS PERSONA' TO RELMSGO
               GO TO 2150-EXIT
           END-IF

           SET WS-BROWSE-NOT-DONE TO TRUE
           PERFORM 2160-NEXT-LINK THRU 2160-EXIT
               UNTIL WS-BROWSE-DONE

           EXEC CICS ENDBR FILE('PERSREL')
               RESP(WS-RESP)
           END-EXEC

           IF WS-LIST-COUNT EQUAL ZERO
               MOVE 'NO LINKS ON FILE FOR THIS PERSONA' TO RELMSGO
           ELSE
               MOVE 'LINKS LISTED - KEY A RELATED ID AND TYPE FOR ONE'
                   TO RELMSGO
           END-IF.
       2150-EXIT.
           EXIT.

       2160-NEXT-LINK.
           EXEC CICS READNEXT FILE('PERSREL')
               INTO(PERSONA-RELATIONSHIP-RECORD)
               RIDFLD(WS-REL-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               OR REL-PERSONA-ID NOT EQUAL WS-LR-PERSONA-ID
               OR WS-LIST-COUNT NOT LESS THAN WS-LIST-MAX
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2160-EXIT
           END-IF
           ADD 1 TO WS-LIST-COUNT
           MOVE REL-RELATED-ID TO WS-LD-RELATED-ID
           MOVE REL-TYPE TO WS-LD-TYPE
           MOVE REL-STATUS TO WS-LD-STATUS
           MOVE REL-HOUSEHOLD-ID TO WS-LD-HOUSEHOLD-ID
           MOVE REL-START-DATE TO WS-LD-START-DATE
           MOVE REL-END-DATE TO WS-LD-END-DATE
           MOVE REL-END-REASON TO WS-LD-END-REASON
           MOVE WS-LIST-DETAIL TO WS-LIST-LINE(WS-LIST-COUNT).
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-ADD-LINK - BOTH PERSONAS MUST BE ON THE MASTER AND ACTIVE
      * - A CARD IS NEVER GROUPED WITH A CLOSED PERSONA. A LINK THAT
      * IS ALREADY ACTIVE IS LEFT ALONE; AN ENDED ONE IS RE-OPENED.
      * THE HOUSEHOLD IS THE ONE KEYED, ELSE THE ONE EITHER PERSONA IS
      * ALREADY IN, ELSE THE LOWER OF THE TWO IDS (SEE EC01PREL).
      *----------------------------------------------------------------
       2200-ADD-LINK.
           MOVE WS-LR-PERSONA-ID TO WS-PERSMSTR-KEY
           PERFORM 2250-CHECK-ACTIVE THRU 2250-EXIT
           IF WS-ROW-FAILED
               GO TO 2200-EXIT
           END-IF
           MOVE WS-LR-RELATED-ID TO WS-PERSMSTR-KEY
           PERFORM 2250-CHECK-ACTIVE THRU 2250-EXIT
           IF WS-ROW-FAILED
               GO TO 2200-EXIT
           END-IF

           MOVE WS-LINK-RIDFLD TO WS-REL-RIDFLD
           EXEC CICS READ FILE('PERSREL')
               INTO(PERSONA-RELATIONSHIP-RECORD)
               RIDFLD(WS-REL-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) AND REL-ACTIVE
               PERFORM 2850-SHOW-ROW THRU 2850-EXIT
               MOVE 'ADD FAILED - LINK IS ALREADY ACTIVE' TO RELMSGO
               GO TO 2200-EXIT
           END-IF

           IF RELHHIDI NUMERIC AND RELHHIDI NOT EQUAL ZEROS
               MOVE RELHHIDI TO WS-HOUSEHOLD-ID
           ELSE
               MOVE WS-LR-PERSONA-ID TO WS-HH-PERSONA-ID
               PERFORM 2800-FIND-HOUSEHOLD THRU 2800-EXIT
               IF WS-HH-FOUND-ID EQUAL ZEROS
                   MOVE WS-LR-RELATED-ID TO WS-HH-PERSONA-ID
                   PERFORM 2800-FIND-HOUSEHOLD THRU 2800-EXIT
               END-IF
               IF WS-HH-FOUND-ID GREATER THAN ZEROS
                   MOVE WS-HH-FOUND-ID TO WS-HOUSEHOLD-ID
               ELSE
                   IF WS-LR-PERSONA-ID LESS THAN WS-LR-RELATED-ID
                       MOVE WS-LR-PERSONA-ID TO WS-HOUSEHOLD-ID
                   ELSE
                       MOVE WS-LR-RELATED-ID TO WS-HOUSEHOLD-ID
                   END-IF
               END-IF
           END-IF

           MOVE WS-LINK-RIDFLD TO WS-REL-RIDFLD
           PERFORM 2700-PUT-ROW THRU 2700-EXIT
           IF WS-ROW-FAILED
               MOVE 'ADD FAILED - RELATIONSHIP FILE UNAVAILABLE'
                   TO RELMSGO
               GO TO 2200-EXIT
           END-IF
           PERFORM 2870-RECIPROCAL-KEY THRU 2870-EXIT
           PERFORM 2700-PUT-ROW THRU 2700-EXIT
           IF WS-ROW-FAILED
               MOVE 'ADD INCOMPLETE - RECIPROCAL ROW NOT WRITTEN'
                   TO RELMSGO
               GO TO 2200-EXIT
           END-IF

           MOVE WS-LINK-RIDFLD TO WS-REL-RIDFLD
           EXEC CICS READ FILE('PERSREL')
               INTO(PERSONA-RELATIONSHIP-RECORD)
               RIDFLD(WS-REL-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           PERFORM 2850-SHOW-ROW THRU 2850-EXIT
           MOVE 'LINK ADDED' TO RELMSGO.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-CHECK-ACTIVE - THE PERSONA IN WS-PERSMSTR-KEY MUST BE ON
      * THE MASTER AND ACTIVE. SETS WS-ROW-OK OR WS-ROW-FAILED WITH
      * THE MESSAGE.
      *----------------------------------------------------------------
       2250-CHECK-ACTIVE.
           SET WS-ROW-OK TO TRUE
           EXEC CICS READ FILE('PERSMSTR')
               INTO(PERSONA-MASTER-RECORD)
               RIDFLD(WS-PERSMSTR-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-ROW-FAILED TO TRUE
               MOVE 'ADD FAILED - PERSONA NOT ON MASTER FILE'
                   TO RELMSGO
               GO TO 2250-EXIT
           END-IF
           IF NOT PM-STATUS-ACTIVE
               SET WS-ROW-FAILED TO TRUE
               MOVE 'ADD FAILED - PERSONA IS NOT ACTIVE' TO RELMSGO
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CHANGE-HOUSEHOLD - MOVE AN ACTIVE LINK TO THE HOUSEHOLD
      * KEYED, ON BOTH ROWS. THE TYPE IS PART OF THE KEY, SO A CHANGE
      * OF TYPE IS AN END AND AN ADD.
      *----------------------------------------------------------------
       2300-CHANGE-HOUSEHOLD.
           IF RELHHIDI NOT NUMERIC OR RELHHIDI EQUAL ZEROS
               MOVE 'CHANGE FAILED - KEY THE NEW HOUSEHOLD ID'
                   TO RELMSGO
               GO TO 2300-EXIT
           END-IF
           MOVE RELHHIDI TO WS-HOUSEHOLD-ID

           MOVE WS-LINK-RIDFLD TO WS-REL-RIDFLD
           PERFORM 2760-SET-HOUSEHOLD-ROW THRU 2760-EXIT
           IF WS-ROW-FAILED
               MOVE 'CHANGE FAILED - NO ACTIVE LINK OF THAT TYPE'
                   TO RELMSGO
               GO TO 2300-EXIT
           END-IF
           PERFORM 2850-SHOW-ROW THRU 2850-EXIT
           PERFORM 2870-RECIPROCAL-KEY THRU 2870-EXIT
           PERFORM 2760-SET-HOUSEHOLD-ROW THRU 2760-EXIT
           IF WS-ROW-FAILED
               MOVE 'CHANGE INCOMPLETE - RECIPROCAL ROW NOT CHANGED'
                   TO RELMSGO
               GO TO 2300-EXIT
           END-IF
           MOVE 'HOUSEHOLD CHANGED' TO RELMSGO.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-END-LINK - END BOTH ROWS OF AN ACTIVE LINK.
      *----------------------------------------------------------------
       2400-END-LINK.
           MOVE WS-LINK-RIDFLD TO WS-REL-RIDFLD
           PERFORM 2750-END-ROW THRU 2750-EXIT
           IF WS-ROW-FAILED
               MOVE 'END FAILED - NO ACTIVE LINK OF THAT TYPE'
                   TO RELMSGO
               GO TO 2400-EXIT
           END-IF
           PERFORM 2850-SHOW-ROW THRU 2850-EXIT
           PERFORM 2870-RECIPROCAL-KEY THRU 2870-EXIT
           PERFORM 2750-END-ROW THRU 2750-EXIT
           IF WS-ROW-FAILED
               MOVE 'END INCOMPLETE - RECIPROCAL ROW NOT ENDED'
                   TO RELMSGO
               GO TO 2400-EXIT
           END-IF
           MOVE 'LINK ENDED' TO RELMSGO.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-PUT-ROW - WRITE THE ROW KEYED IN WS-REL-RIDFLD ACTIVE IN
      * HOUSEHOLD WS-HOUSEHOLD-ID, OR RE-OPEN IT IF IT IS ON FILE.
      *----------------------------------------------------------------
       2700-PUT-ROW.
           SET WS-ROW-OK TO TRUE
           EXEC CICS READ FILE('PERSREL')
               INTO(PERSONA-RELATIONSHIP-RECORD)
               RIDFLD(WS-REL-RIDFLD)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               IF REL-ENDED
                   MOVE WS-TODAY-DATE TO REL-START-DATE
               END-IF
               SET REL-ACTIVE TO TRUE
               MOVE WS-HOUSEHOLD-ID TO REL-HOUSEHOLD-ID
               MOVE SPACES TO REL-END-DATE
               MOVE SPACES TO REL-END-REASON
               MOVE 'ARR01RLM' TO REL-SOURCE
               EXEC CICS REWRITE FILE('PERSREL')
                   FROM(PERSONA-RELATIONSHIP-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE SPACES TO PERSONA-RELATIONSHIP-RECORD
               MOVE WS-REL-RIDFLD TO REL-KEY
               SET REL-ACTIVE TO TRUE
               MOVE WS-HOUSEHOLD-ID TO REL-HOUSEHOLD-ID
               MOVE WS-TODAY-DATE TO REL-START-DATE
               MOVE 'ARR01RLM' TO REL-SOURCE
               EXEC CICS WRITE FILE('PERSREL')
                   FROM(PERSONA-RELATIONSHIP-RECORD)
                   RIDFLD(WS-REL-RIDFLD)
                   RESP(WS-RESP)
               END-EXEC
           END-IF

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-ROW-FAILED TO TRUE
           END-IF.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2750-END-ROW - END THE ACTIVE ROW KEYED IN WS-REL-RIDFLD.
      *----------------------------------------------------------------
       2750-END-ROW.
           SET WS-ROW-OK TO TRUE
           EXEC CICS READ FILE('PERSREL')
               INTO(PERSONA-RELATIONSHIP-RECORD)
               RIDFLD(WS-REL-RIDFLD)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-ROW-FAILED TO TRUE
               GO TO 2750-EXIT
           END-IF
           IF NOT REL-ACTIVE
               EXEC CICS UNLOCK FILE('PERSREL')
                   RESP(WS-RESP)
               END-EXEC
               SET WS-ROW-FAILED TO TRUE
               GO TO 2750-EXIT
           END-IF

           SET REL-ENDED TO TRUE
           MOVE WS-TODAY-DATE TO REL-END-DATE
           MOVE 'ENDED' TO REL-END-REASON
           MOVE 'ARR01RLM' TO REL-SOURCE
           EXEC CICS REWRITE FILE('PERSREL')
               FROM(PERSONA-RELATIONSHIP-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-ROW-FAILED TO TRUE
           END-IF.
       2750-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2760-SET-HOUSEHOLD-ROW - PUT THE ACTIVE ROW KEYED IN
      * WS-REL-RIDFLD INTO HOUSEHOLD WS-HOUSEHOLD-ID.
      *----------------------------------------------------------------
       2760-SET-HOUSEHOLD-ROW.
           SET WS-ROW-OK TO TRUE
           EXEC CICS READ FILE('PERSREL')
               INTO(PERSONA-RELATIONSHIP-RECORD)
               RIDFLD(WS-REL-RIDFLD)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-ROW-FAILED TO TRUE
               GO TO 2760-EXIT
           END-IF
           IF NOT REL-ACTIVE
               EXEC CICS UNLOCK FILE('PERSREL')
                   RESP(WS-RESP)
               END-EXEC
               SET WS-ROW-FAILED TO TRUE
               GO TO 2760-EXIT
           END-IF

           MOVE WS-HOUSEHOLD-ID TO REL-HOUSEHOLD-ID
           MOVE 'ARR01RLM' TO REL-SOURCE
           EXEC CICS REWRITE FILE('PERSREL')
               FROM(PERSONA-RELATIONSHIP-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-ROW-FAILED TO TRUE
           END-IF.
       2760-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-FIND-HOUSEHOLD - THE HOUSEHOLD ON THE FIRST ACTIVE LINK
      * OF PERSONA WS-HH-PERSONA-ID, INTO WS-HH-FOUND-ID - ZERO WHEN
      * IT HAS NONE.
      *----------------------------------------------------------------
       2800-FIND-HOUSEHOLD.
           MOVE ZEROS TO WS-HH-FOUND-ID
           MOVE WS-HH-PERSONA-ID TO WS-RR-PERSONA-ID
           MOVE ZEROS TO WS-RR-RELATED-ID
           MOVE LOW-VALUES TO WS-RR-TYPE
           EXEC CICS STARTBR FILE('PERSREL')
               RIDFLD(WS-REL-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2800-EXIT
           END-IF

           SET WS-BROWSE-NOT-DONE TO TRUE
           PERFORM 2810-NEXT-HOUSEHOLD-ROW THRU 2810-EXIT
               UNTIL WS-BROWSE-DONE

           EXEC CICS ENDBR FILE('PERSREL')
               RESP(WS-RESP)
           END-EXEC.
       2800-EXIT.
           EXIT.

       2810-NEXT-HOUSEHOLD-ROW.
           EXEC CICS READNEXT FILE('PERSREL')
               INTO(PERSONA-RELATIONSHIP-RECORD)
               RIDFLD(WS-REL-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               OR REL-PERSONA-ID NOT EQUAL WS-HH-PERSONA-ID
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2810-EXIT
           END-IF
           IF REL-ACTIVE AND REL-HOUSEHOLD-ID GREATER THAN ZEROS
               MOVE REL-HOUSEHOLD-ID TO WS-HH-FOUND-ID
               SET WS-BROWSE-DONE TO TRUE
           END-IF.
       2810-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2850-SHOW-ROW / 2860-CLEAR-ROW - THE ROW'S DETAIL ON THE I-SIDE
      * FIELDS FOR THE REDISPLAY.
      *----------------------------------------------------------------
       2850-SHOW-ROW.
           MOVE REL-HOUSEHOLD-ID TO RELHHIDI
           MOVE REL-STATUS TO RELSTATI
           MOVE REL-START-DATE TO RELSTRTI
           MOVE REL-END-DATE TO RELENDDI
           MOVE REL-END-REASON TO RELRSNI.
       2850-EXIT.
           EXIT.

       2860-CLEAR-ROW.
           MOVE ZEROS TO RELHHIDI
           MOVE SPACES TO RELSTATI
           MOVE SPACES TO RELSTRTI
           MOVE SPACES TO RELENDDI
           MOVE SPACES TO RELRSNI.
       2860-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2870-RECIPROCAL-KEY - THE KEY OF THE LINK'S OTHER ROW: UNDER
      * THE RELATED PERSONA, WITH THE RECIPROCAL TYPE.
      *----------------------------------------------------------------
       2870-RECIPROCAL-KEY.
           MOVE WS-LR-RELATED-ID TO WS-RR-PERSONA-ID
           MOVE WS-LR-PERSONA-ID TO WS-RR-RELATED-ID
           MOVE WS-RECIP-TYPE TO WS-RR-TYPE.
       2870-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2890-MOVE-LIST - THE LINK LIST (SPACES UNLESS THIS WAS A LIST
      * INQUIRE) ONTO THE MAP'S LIST LINES.
      *----------------------------------------------------------------
       2890-MOVE-LIST.
           MOVE WS-LIST-LINE(1) TO RELLS01I
           MOVE WS-LIST-LINE(2) TO RELLS02I
           MOVE WS-LIST-LINE(3) TO RELLS03I
           MOVE WS-LIST-LINE(4) TO RELLS04I
           MOVE WS-LIST-LINE(5) TO RELLS05I
           MOVE WS-LIST-LINE(6) TO RELLS06I
           MOVE WS-LIST-LINE(7) TO RELLS07I
           MOVE WS-LIST-LINE(8) TO RELLS08I
           MOVE WS-LIST-LINE(9) TO RELLS09I
           MOVE WS-LIST-LINE(10) TO RELLS10I.
       2890-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-REDISPLAY-MAP - SEND THE MAP BACK WITH WHATEVER RESULT
      * MESSAGE THE FUNCTION PARAGRAPH SET, LEAVING THE ENTERED
      * FIELDS ON SCREEN FOR THE NEXT ACTION.
      *----------------------------------------------------------------
       2900-REDISPLAY-MAP.
           MOVE RELFUNCI TO RELFUNCO
           MOVE RELIDI TO RELIDO
           IF RELRIDI NUMERIC
               MOVE RELRIDI TO RELRIDO
           ELSE
               MOVE ZEROS TO RELRIDO
           END-IF
           MOVE RELTYPEI TO RELTYPEO
           IF RELHHIDI NUMERIC
               MOVE RELHHIDI TO RELHHIDO
           ELSE
               MOVE ZEROS TO RELHHIDO
           END-IF
           MOVE RELSTATI TO RELSTATO
           MOVE RELSTRTI TO RELSTRTO
           MOVE RELENDDI TO RELENDDO
           MOVE RELRSNI TO RELRSNO
           MOVE RELLS01I TO RELLS01O
           MOVE RELLS02I TO RELLS02O
           MOVE RELLS03I TO RELLS03O
           MOVE RELLS04I TO RELLS04O
           MOVE RELLS05I TO RELLS05O
           MOVE RELLS06I TO RELLS06O
           MOVE RELLS07I TO RELLS07O
           MOVE RELLS08I TO RELLS08O
           MOVE RELLS09I TO RELLS09O
           MOVE RELLS10I TO RELLS10O

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(EC01REL1O)
               DATAONLY
           END-EXEC.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2950-HANDLE-MAPFAIL - HANDLE CONDITION TARGET FOR MAPFAIL ON
      * THE RECEIVE MAP. REACHED VIA GO TO, SO IT REDISPLAYS THE MAP
      * AND ENDS THE PSEUDO-CONVERSATION ITSELF.
      *----------------------------------------------------------------
       2950-HANDLE-MAPFAIL.
           MOVE 'RE-ENTER FUNCTION (I/A/C/E), PERSONA ID, RELATED ID'
               TO RELMSGO

           PERFORM 2900-REDISPLAY-MAP THRU 2900-EXIT

           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       2950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2960-HANDLE-PF3 - HANDLE AID TARGET FOR PF3. ENDS THE PSEUDO-
      * CONVERSATION OUTRIGHT, MATCHING THE MAP'S PF3=END LEGEND.
      *----------------------------------------------------------------
       2960-HANDLE-PF3.
           MOVE SPACES TO RELMSGO
           MOVE 'REL1 TRANSACTION ENDED' TO RELMSGO

           EXEC CICS SEND TEXT
               FROM(RELMSGO)
               LENGTH(LENGTH OF RELMSGO)
               ERASE
               FREEKB
           END-EXEC

           EXEC CICS RETURN
           END-EXEC.
       2960-EXIT.
           EXIT.
