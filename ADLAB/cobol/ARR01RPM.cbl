       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARR01RPM.
       AUTHOR. ADLAB APPLICATIONS GROUP.
       INSTALLATION. ADLAB.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * ARR01RPM IS THE ONLINE RUNTIME PARAMETER FILE MAINTENANCE
      * TRANSACTION, RPM1. IT RUNS PSEUDO-CONVERSATIONALLY AGAINST MAP
      * EC01RPM1 (MAPSET EC01RPM) AND SUPPORTS INQUIRE/ADD/CHANGE/
      * DELETE AGAINST THE RUNPARM FILE (EC01RPAR) THAT THE BATCH
      * TUNABLES ARE LOOKED UP IN THROUGH ARR01RPQ - A CHECKPOINT
      * INTERVAL OR A RETENTION CHANGE IS AN RPM1 ENTRY, NOT A
      * RECOMPILE OR A JCL CHANGE. THE SAME SHAPE AS SPR1 (ARR01SPR):
      * INQUIRE IS OPEN TO EVERYONE, EVERY CHANGE NEEDS A SUPERVISOR
      * ROW ON OPERAUTH AND IS JOURNALED TO AUDT.
      *
      * A ROW IS KEYED BY PARAMETER NAME AND EFFECTIVE DATE, SO A NEW
      * VALUE IS NORMALLY AN ADD DATED THE NIGHT IT IS TO START - THE
      * OLD ROW STAYS AS HISTORY. A BLANK EFFECTIVE DATE MEANS THE
      * ROW IN FORCE TODAY ON INQUIRE AND CHANGE, AND TODAY ON ADD.
      * DELETE TAKES THE EXACT DATE. ONLY THE NAMES IN THE KNOWN-
      * PARAMETER TABLE BELOW ARE ACCEPTED - A MISTYPED NAME WOULD
      * OTHERWISE BE STORED AND SILENTLY NEVER LOOKED UP.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15  RSM  ORIGINAL VERSION.
      *  2026-10-15  RSM  KNOWN PARAMETERS: THE SNAPSHOT REPUBLISH'S
      *                   ARR01SNP.CKPTINT AND ARR01SNP.RATE.
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
               88  WS-FUNC-DELETE      VALUE 'D'.
           05  WS-NAME-SW              PIC X(01).
               88  WS-NAME-KNOWN       VALUE 'Y'.
               88  WS-NAME-UNKNOWN     VALUE 'N'.
           05  WS-KEY-SW               PIC X(01).
               88  WS-KEY-GOOD         VALUE 'Y'.
               88  WS-KEY-BAD          VALUE 'N'.
           05  WS-VALUE-SW             PIC X(01).
               88  WS-VALUE-GOOD       VALUE 'Y'.
               88  WS-VALUE-BAD        VALUE 'N'.
           05  WS-FOUND-SW             PIC X(01).
               88  WS-ROW-FOUND        VALUE 'Y'.
               88  WS-ROW-NOT-FOUND    VALUE 'N'.
           05  WS-BROWSE-SW            PIC X(01).
               88  WS-BROWSE-DONE      VALUE 'Y'.
               88  WS-BROWSE-GOING     VALUE 'N'.
           05  WS-PARM-NAME            PIC X(18).
           05  WS-TODAY-DATE           PIC X(08).
           05  WS-EFF-DATE             PIC X(08).
           05  WS-EFF-PARTS REDEFINES WS-EFF-DATE.
               10  WS-EFF-YYYY         PIC 9(04).
               10  WS-EFF-MM           PIC 9(02).
               10  WS-EFF-DD           PIC 9(02).
           05  WS-FOUND-KEY            PIC X(26).
           05  WS-NX                   PIC S9(4) COMP.
           05  WS-VAL-LEN              PIC S9(4) COMP.
           05  WS-VALUE-RJ             PIC X(09) JUSTIFIED RIGHT.
           05  WS-VALUE-NUM REDEFINES WS-VALUE-RJ
                                       PIC 9(09).

      *----------------------------------------------------------------
      * THE RECORD KEY FOR EVERY RUNPARM REQUEST - PARAMETER NAME AND
      * EFFECTIVE DATE, AS RP-KEY IN EC01RPAR.
      *----------------------------------------------------------------
       01  WS-RP-RIDFLD.
           05  WS-RID-NAME             PIC X(18).
           05  WS-RID-EFF              PIC X(08).

      *----------------------------------------------------------------
      * THE PARAMETER NAMES SOME BATCH PROGRAM ACTUALLY LOOKS UP (SEE
      * EC01RPAR). A NEW TUNABLE IS ADDED HERE, TO THE LEGEND ON
      * EC01RPM1 AND TO THE ARR01RPS SEED DECK TOGETHER.
      *----------------------------------------------------------------
       01  WS-KNOWN-PARM-VALUES.
           05  FILLER                  PIC X(18) VALUE
               'ARRAY01.CKPTINT'.
           05  FILLER                  PIC X(18) VALUE
               'ARRAYMQ.CKPTINT'.
           05  FILLER                  PIC X(18) VALUE
               'ARRAYMQ.MAXRETRY'.
           05  FILLER                  PIC X(18) VALUE
               'ARR01LSN.WAITSEC'.
           05  FILLER                  PIC X(18) VALUE
               'ARR01PRG.RETAINYRS'.
           05  FILLER                  PIC X(18) VALUE
               'ARR01CKH.AGEHOURS'.
           05  FILLER                  PIC X(18) VALUE
               'ARR01RJS.AGEDAYS'.
           05  FILLER                  PIC X(18) VALUE
               'ARR01SNP.CKPTINT'.
           05  FILLER                  PIC X(18) VALUE
               'ARR01SNP.RATE'.
       01  WS-KNOWN-PARM-TABLE REDEFINES WS-KNOWN-PARM-VALUES.
           05  WS-KNOWN-PARM-NAME      PIC X(18) OCCURS 9 TIMES.
       01  WS-KNOWN-PARM-COUNT         PIC S9(4) COMP VALUE 9.

       01  WS-MAPSET-NAME              PIC X(08) VALUE 'EC01RPM'.
       01  WS-MAP-NAME                 PIC X(08) VALUE 'EC01RPM1'.
       01  WS-TRANSID                  PIC X(04) VALUE 'RPM1'.

      *----------------------------------------------------------------
      * THE OPERATOR AT THE KEYBOARD AND THE AUTHORITY CHECK'S
      * OUTCOME - EVERY RUNPARM CHANGE NEEDS A SUPERVISOR ROW ON
      * OPERAUTH. NO ROW, OR NO FILE, MEANS NOT AUTHORIZED.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-AUTH-SW                  PIC X(01).
           88  WS-AUTHORIZED           VALUE 'Y'.
           88  WS-NOT-AUTHORIZED       VALUE 'N'.

           COPY EC01RPAR.
           COPY EC01OAUT.
           COPY EC01RPMM.
           COPY EC01AUDT.

       01  DFHCOMMAREA.
           05  CA-PARM-KEY             PIC X(26).

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
      * FUNCTION CODE AND PARAMETER NAME.
      *----------------------------------------------------------------
       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO CA-PARM-KEY
           MOVE SPACES TO RPMFUNCO
           MOVE SPACES TO RPMNAMEO
           MOVE SPACES TO RPMEFFO
           MOVE SPACES TO RPMVALO
           MOVE SPACES TO RPMDESCO
           MOVE SPACES TO RPMCHBYO
           MOVE SPACES TO RPMCHTSO
           MOVE SPACES TO RPMMSGO
           MOVE 'ENTER FUNCTION (I/A/C/D) AND PARAMETER NAME'
               TO RPMMSGO

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(EC01RPM1O)
               ERASE
           END-EXEC.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-REQUEST - RECEIVE THE OPERATOR'S INPUT, CHECK THE
      * KEY, AND ROUTE TO THE PARAGRAPH FOR THE FUNCTION KEYED IN.
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
               INTO(EC01RPM1I)
           END-EXEC

           EXEC CICS ASSIGN
               USERID(WS-OPERATOR-ID)
           END-EXEC

           MOVE RPMFUNCI TO WS-FUNC-SW
           MOVE RPMNAMEI TO WS-PARM-NAME
           INSPECT RPMEFFI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT RPMVALI REPLACING ALL LOW-VALUE BY SPACE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

      *    A PARAMETER CHANGES HOW EVERY NIGHT'S BATCH RUNS -
      *    CHANGING ONE IS SUPERVISOR WORK. INQUIRE STAYS OPEN TO
      *    EVERYONE.
           IF WS-FUNC-ADD OR WS-FUNC-CHANGE OR WS-FUNC-DELETE
               PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
               IF WS-NOT-AUTHORIZED
                   PERFORM 2900-REDISPLAY-MAP THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF

           PERFORM 2040-EDIT-KEY THRU 2040-EXIT
           IF WS-KEY-BAD
               PERFORM 2900-REDISPLAY-MAP THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNC-INQUIRE
                   PERFORM 2100-INQUIRE-PARM THRU 2100-EXIT
               WHEN WS-FUNC-ADD
                   PERFORM 2200-ADD-PARM THRU 2200-EXIT
               WHEN WS-FUNC-CHANGE
                   PERFORM 2300-CHANGE-PARM THRU 2300-EXIT
               WHEN WS-FUNC-DELETE
                   PERFORM 2400-DELETE-PARM THRU 2400-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE I, A, C OR D'
                       TO RPMMSGO
           END-EVALUATE

           MOVE WS-RP-RIDFLD TO CA-PARM-KEY
           PERFORM 2900-REDISPLAY-MAP THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2040-EDIT-KEY - THE NAME MUST BE ONE SOME PROGRAM LOOKS UP,
      * AND AN EFFECTIVE DATE, WHEN KEYED, MUST BE A YYYYMMDD DATE.
      *----------------------------------------------------------------
       2040-EDIT-KEY.
           SET WS-KEY-BAD TO TRUE
           MOVE WS-PARM-NAME TO WS-RID-NAME
           MOVE RPMEFFI TO WS-RID-EFF

           IF WS-PARM-NAME EQUAL SPACES
               MOVE 'A PARAMETER NAME IS REQUIRED' TO RPMMSGO
               GO TO 2040-EXIT
           END-IF

           SET WS-NAME-UNKNOWN TO TRUE
           PERFORM 2045-CHECK-ONE-NAME THRU 2045-EXIT
               VARYING WS-NX FROM 1 BY 1
               UNTIL WS-NX GREATER THAN WS-KNOWN-PARM-COUNT
           IF WS-NAME-UNKNOWN
               MOVE 'UNKNOWN PARAMETER NAME - SEE THE LIST ON SCREEN'
                   TO RPMMSGO
               GO TO 2040-EXIT
           END-IF

           IF RPMEFFI NOT EQUAL SPACES
               MOVE RPMEFFI TO WS-EFF-DATE
               IF WS-EFF-DATE IS NOT NUMERIC
                   OR WS-EFF-MM LESS THAN 1
                   OR WS-EFF-MM GREATER THAN 12
                   OR WS-EFF-DD LESS THAN 1
                   OR WS-EFF-DD GREATER THAN 31
                   MOVE 'EFFECTIVE DATE MUST BE A VALID YYYYMMDD DATE'
                       TO RPMMSGO
                   GO TO 2040-EXIT
               END-IF
           END-IF

           SET WS-KEY-GOOD TO TRUE.
       2040-EXIT.
           EXIT.

       2045-CHECK-ONE-NAME.
           IF WS-KNOWN-PARM-NAME(WS-NX) EQUAL WS-PARM-NAME
               SET WS-NAME-KNOWN TO TRUE
           END-IF.
       2045-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-CHECK-AUTHORITY - EVERY RUNPARM CHANGE REQUIRES A
      * SUPERVISOR ROW ON THE OPERAUTH FILE. AN OPERATOR WITHOUT ONE
      * GETS A MESSAGE, NOT A CHANGE.
      *----------------------------------------------------------------
       2050-CHECK-AUTHORITY.
           SET WS-NOT-AUTHORIZED TO TRUE
           EXEC CICS READ FILE('OPERAUTH')
               INTO(OPERATOR-AUTH-RECORD)
               RIDFLD(WS-OPERATOR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) AND OA-SUPERVISOR
               SET WS-AUTHORIZED TO TRUE
           ELSE
               MOVE 'NOT AUTHORIZED - SUPERVISOR LEVEL REQUIRED'
                   TO RPMMSGO
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2060-EDIT-VALUE - THE VALUE IS KEYED LEFT-JUSTIFIED, AS FEW
      * DIGITS AS IT NEEDS; IT MUST BE ALL DIGITS UP TO THE FIRST
      * SPACE AND NOTHING AFTER. THE DIGITS ARE RIGHT-JUSTIFIED AND
      * ZERO-FILLED INTO WS-VALUE-NUM.
      *----------------------------------------------------------------
       2060-EDIT-VALUE.
           SET WS-VALUE-BAD TO TRUE
           MOVE ZERO TO WS-VAL-LEN
           INSPECT RPMVALI TALLYING WS-VAL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-VAL-LEN EQUAL ZERO
               GO TO 2060-EXIT
           END-IF
           IF RPMVALI(1:WS-VAL-LEN) IS NOT NUMERIC
               GO TO 2060-EXIT
           END-IF
           IF WS-VAL-LEN LESS THAN 9
               IF RPMVALI(WS-VAL-LEN + 1:) NOT EQUAL SPACES
                   GO TO 2060-EXIT
               END-IF
           END-IF

           MOVE RPMVALI(1:WS-VAL-LEN) TO WS-VALUE-RJ
           INSPECT WS-VALUE-RJ REPLACING LEADING SPACE BY ZERO
           SET WS-VALUE-GOOD TO TRUE.
       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-INQUIRE-PARM - SHOW THE ROW FOR THE DATE KEYED, OR THE
      * ROW IN FORCE TODAY WHEN THE DATE IS BLANK. THE FOUND VALUES
      * GO TO THE I-SIDE FIELDS SINCE THE SHARED REDISPLAY REBUILDS
      * THE O-SIDE FROM THEM (AS ARR01SPR'S INQUIRE DOES).
      *----------------------------------------------------------------
       2100-INQUIRE-PARM.
           PERFORM 2120-READ-PARM-ROW THRU 2120-EXIT

           IF WS-ROW-FOUND
               PERFORM 2170-SHOW-ROW THRU 2170-EXIT
               MOVE 'PARAMETER FOUND' TO RPMMSGO
           ELSE
               PERFORM 2180-CLEAR-ROW THRU 2180-EXIT
               IF RPMEFFI EQUAL SPACES
                   MOVE 'NONE IN FORCE TODAY - PROGRAM DEFAULT APPLIES'
                       TO RPMMSGO
               ELSE
                   MOVE 'NO ROW FOR THAT NAME AND EFFECTIVE DATE'
                       TO RPMMSGO
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2120-READ-PARM-ROW - READ THE ROW FOR THE KEY INTO
      * RUN-PARM-RECORD: THE EXACT KEY WHEN A DATE WAS KEYED, ELSE
      * THE ROW IN FORCE TODAY. SETS WS-RP-RIDFLD TO THE ROW'S KEY.
      *----------------------------------------------------------------
       2120-READ-PARM-ROW.
           SET WS-ROW-NOT-FOUND TO TRUE
           IF RPMEFFI EQUAL SPACES
               PERFORM 2150-FIND-ROW-IN-FORCE THRU 2150-EXIT
               IF WS-ROW-NOT-FOUND
                   GO TO 2120-EXIT
               END-IF
               MOVE WS-FOUND-KEY TO WS-RP-RIDFLD
           END-IF

           EXEC CICS READ FILE('RUNPARM')
               INTO(RUN-PARM-RECORD)
               RIDFLD(WS-RP-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET WS-ROW-FOUND TO TRUE
           ELSE
               SET WS-ROW-NOT-FOUND TO TRUE
           END-IF.
       2120-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-FIND-ROW-IN-FORCE - BROWSE THE NAME'S ROWS IN DATE ORDER
      * AND KEEP THE KEY OF THE LAST ONE DATED ON OR BEFORE TODAY -
      * THE SAME ROW ARR01RPQ WOULD HAND A RUN TONIGHT.
      *----------------------------------------------------------------
       2150-FIND-ROW-IN-FORCE.
           SET WS-ROW-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-FOUND-KEY
           MOVE WS-PARM-NAME TO WS-RID-NAME
           MOVE LOW-VALUES TO WS-RID-EFF

           EXEC CICS STARTBR FILE('RUNPARM')
               RIDFLD(WS-RP-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2150-EXIT
           END-IF

           SET WS-BROWSE-GOING TO TRUE
           PERFORM 2160-BROWSE-NEXT-ROW THRU 2160-EXIT
               UNTIL WS-BROWSE-DONE

           EXEC CICS ENDBR FILE('RUNPARM')
           END-EXEC.
       2150-EXIT.
           EXIT.

       2160-BROWSE-NEXT-ROW.
           EXEC CICS READNEXT FILE('RUNPARM')
               INTO(RUN-PARM-RECORD)
               RIDFLD(WS-RP-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               OR RP-PARM-NAME NOT EQUAL WS-PARM-NAME
               OR RP-EFFECTIVE-DATE GREATER THAN WS-TODAY-DATE
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2160-EXIT
           END-IF
           MOVE RP-KEY TO WS-FOUND-KEY
           SET WS-ROW-FOUND TO TRUE.
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2170-SHOW-ROW / 2180-CLEAR-ROW - THE ROW'S FIELDS TO (OR OFF)
      * THE I-SIDE OF THE MAP.
      *----------------------------------------------------------------
       2170-SHOW-ROW.
           MOVE RP-PARM-NAME TO RPMNAMEI
           MOVE RP-EFFECTIVE-DATE TO RPMEFFI
           MOVE RP-VALUE TO RPMVALI
           MOVE RP-DESCRIPTION TO RPMDESCI
           MOVE RP-CHANGED-BY TO RPMCHBYI
           MOVE RP-CHANGED-TIMESTAMP TO RPMCHTSI.
       2170-EXIT.
           EXIT.

       2180-CLEAR-ROW.
           MOVE SPACES TO RPMVALI
           MOVE SPACES TO RPMDESCI
           MOVE SPACES TO RPMCHBYI
           MOVE SPACES TO RPMCHTSI.
       2180-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-ADD-PARM - WRITE A NEW ROW. A NUMERIC VALUE IS REQUIRED.
      * A BLANK EFFECTIVE DATE MEANS FROM TODAY. WHETHER THE VALUE
      * SUITS THE PROGRAM IS ARR01RPQ'S CALL AT RUN TIME - A VALUE
      * OUTSIDE THE PROGRAM'S RANGE IS REFUSED THERE AND LOGGED.
      *----------------------------------------------------------------
       2200-ADD-PARM.
           PERFORM 2060-EDIT-VALUE THRU 2060-EXIT
           IF WS-VALUE-BAD
               MOVE 'ADD FAILED - A NUMERIC VALUE IS REQUIRED'
                   TO RPMMSGO
               GO TO 2200-EXIT
           END-IF
           IF RPMEFFI EQUAL SPACES
               MOVE WS-TODAY-DATE TO WS-RID-EFF
           END-IF

           MOVE SPACES TO RUN-PARM-RECORD
           MOVE WS-RID-NAME TO RP-PARM-NAME
           MOVE WS-RID-EFF TO RP-EFFECTIVE-DATE
           MOVE WS-VALUE-NUM TO RP-VALUE
           MOVE RPMDESCI TO RP-DESCRIPTION
           PERFORM 2800-STAMP-CHANGE THRU 2800-EXIT

           EXEC CICS WRITE FILE('RUNPARM')
               FROM(RUN-PARM-RECORD)
               RIDFLD(WS-RP-RIDFLD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 2170-SHOW-ROW THRU 2170-EXIT
               MOVE 'PARAMETER ADDED' TO RPMMSGO
               MOVE 'PRMADD' TO AU-FUNCTION
               MOVE SPACES TO AU-BEFORE-NAME
               MOVE SPACES TO AU-BEFORE-APELLIDO
               MOVE SPACES TO AU-BEFORE-DOC
               MOVE RP-DESCRIPTION TO AU-AFTER-NAME
               MOVE RP-PARM-NAME TO AU-AFTER-APELLIDO
               MOVE RP-VALUE TO AU-AFTER-DOC
               PERFORM 2910-WRITE-AUDIT-RECORD THRU 2910-EXIT
           ELSE
               MOVE 'ADD FAILED - NAME AND DATE ALREADY ON FILE'
                   TO RPMMSGO
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CHANGE-PARM - REWRITE THE VALUE AND/OR DESCRIPTION OF AN
      * EXISTING ROW (THE ROW IN FORCE TODAY WHEN NO DATE IS KEYED).
      * BLANK VALUE/DESCRIPTION FIELDS LEAVE THE CURRENT ONES ALONE.
      *----------------------------------------------------------------
       2300-CHANGE-PARM.
           IF RPMVALI NOT EQUAL SPACES
               PERFORM 2060-EDIT-VALUE THRU 2060-EXIT
               IF WS-VALUE-BAD
                   MOVE 'CHANGE FAILED - THE VALUE MUST BE NUMERIC'
                       TO RPMMSGO
                   GO TO 2300-EXIT
               END-IF
           END-IF

           IF RPMEFFI EQUAL SPACES
               PERFORM 2150-FIND-ROW-IN-FORCE THRU 2150-EXIT
               IF WS-ROW-NOT-FOUND
                   MOVE 'NO ROW IN FORCE TODAY - NOTHING CHANGED'
                       TO RPMMSGO
                   GO TO 2300-EXIT
               END-IF
               MOVE WS-FOUND-KEY TO WS-RP-RIDFLD
           END-IF

           EXEC CICS READ FILE('RUNPARM')
               INTO(RUN-PARM-RECORD)
               RIDFLD(WS-RP-RIDFLD)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'PARAMETER NOT FOUND - NOTHING CHANGED' TO RPMMSGO
               GO TO 2300-EXIT
           END-IF

           MOVE RP-DESCRIPTION TO AU-BEFORE-NAME
           MOVE RP-PARM-NAME TO AU-BEFORE-APELLIDO
           MOVE RP-VALUE TO AU-BEFORE-DOC
           IF RPMVALI NOT EQUAL SPACES
               MOVE WS-VALUE-NUM TO RP-VALUE
           END-IF
           IF RPMDESCI NOT EQUAL SPACES
               MOVE RPMDESCI TO RP-DESCRIPTION
           END-IF
           PERFORM 2800-STAMP-CHANGE THRU 2800-EXIT

           EXEC CICS REWRITE FILE('RUNPARM')
               FROM(RUN-PARM-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 2170-SHOW-ROW THRU 2170-EXIT
               MOVE 'PARAMETER CHANGED' TO RPMMSGO
               MOVE 'PRMCHANGE' TO AU-FUNCTION
               MOVE RP-DESCRIPTION TO AU-AFTER-NAME
               MOVE RP-PARM-NAME TO AU-AFTER-APELLIDO
               MOVE RP-VALUE TO AU-AFTER-DOC
               PERFORM 2910-WRITE-AUDIT-RECORD THRU 2910-EXIT
           ELSE
               MOVE 'CHANGE FAILED' TO RPMMSGO
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-DELETE-PARM - PHYSICALLY DELETE ONE DATED ROW. THE DATE
      * MUST BE KEYED - A BLANK DATE WOULD OTHERWISE DELETE WHATEVER
      * HAPPENS TO BE IN FORCE. WITH THE LAST ROW FOR A NAME GONE THE
      * PROGRAM'S OWN DEFAULT APPLIES FROM THE NEXT RUN.
      *----------------------------------------------------------------
       2400-DELETE-PARM.
           IF RPMEFFI EQUAL SPACES
               MOVE 'DELETE FAILED - THE EFFECTIVE DATE IS REQUIRED'
                   TO RPMMSGO
               GO TO 2400-EXIT
           END-IF

      *    THE ROW'S IMAGE IS CAPTURED FIRST SO THE JOURNAL SHOWS
      *    WHAT WAS DELETED, NOT JUST THAT SOMETHING WAS.
           EXEC CICS READ FILE('RUNPARM')
               INTO(RUN-PARM-RECORD)
               RIDFLD(WS-RP-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'DELETE FAILED - PARAMETER NOT FOUND' TO RPMMSGO
               GO TO 2400-EXIT
           END-IF

           EXEC CICS DELETE FILE('RUNPARM')
               RIDFLD(WS-RP-RIDFLD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'PRMDELETE' TO AU-FUNCTION
               MOVE RP-DESCRIPTION TO AU-BEFORE-NAME
               MOVE RP-PARM-NAME TO AU-BEFORE-APELLIDO
               MOVE RP-VALUE TO AU-BEFORE-DOC
               MOVE SPACES TO AU-AFTER-NAME
               MOVE SPACES TO AU-AFTER-APELLIDO
               MOVE SPACES TO AU-AFTER-DOC
               PERFORM 2910-WRITE-AUDIT-RECORD THRU 2910-EXIT
               PERFORM 2180-CLEAR-ROW THRU 2180-EXIT
               MOVE 'PARAMETER DELETED' TO RPMMSGO
           ELSE
               MOVE 'DELETE FAILED - PARAMETER NOT FOUND' TO RPMMSGO
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-STAMP-CHANGE - WHO KEYED THE ROW AND WHEN.
      *----------------------------------------------------------------
       2800-STAMP-CHANGE.
           MOVE WS-OPERATOR-ID TO RP-CHANGED-BY
           ACCEPT RP-CHANGED-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT RP-CHANGED-TIMESTAMP(9:8) FROM TIME.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-REDISPLAY-MAP - SEND THE MAP BACK WITH WHATEVER RESULT
      * MESSAGE THE FUNCTION PARAGRAPH SET, LEAVING THE ENTERED
      * FIELDS ON SCREEN FOR THE NEXT ACTION.
      *----------------------------------------------------------------
       2900-REDISPLAY-MAP.
           MOVE RPMFUNCI TO RPMFUNCO
           MOVE RPMNAMEI TO RPMNAMEO
           MOVE RPMEFFI TO RPMEFFO
           MOVE RPMVALI TO RPMVALO
           MOVE RPMDESCI TO RPMDESCO
           MOVE RPMCHBYI TO RPMCHBYO
           MOVE RPMCHTSI TO RPMCHTSO

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(EC01RPM1O)
               DATAONLY
           END-EXEC.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2910-WRITE-AUDIT-RECORD - JOURNAL A RUNPARM CHANGE TO THE
      * AUDT TRANSIENT DATA QUEUE, AS ARR01SPR DOES FOR THE SOURCE-
      * PRIORITY FILE. THE PARAMETER NAME RIDES IN THE APELLIDO
      * COLUMNS, THE DESCRIPTION IN THE NAME COLUMNS, THE VALUE IN
      * THE DOC COLUMNS AND THE EFFECTIVE DATE IN THE INDEX; FIELDS
      * THAT DON'T APPLY TO A PARAMETER ROW TRAVEL AS SPACES.
      *----------------------------------------------------------------
       2910-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AU-TIMESTAMP
           ACCEPT AU-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT AU-TIMESTAMP(9:8) FROM TIME
           MOVE 'ARR01RPM' TO AU-PROGRAM
           MOVE RP-EFFECTIVE-DATE TO AU-INDEX
           MOVE SPACE TO AU-BEFORE-STATUS
           MOVE SPACE TO AU-AFTER-STATUS
           MOVE SPACES TO AU-BEFORE-CLASS
           MOVE SPACES TO AU-AFTER-CLASS
           MOVE SPACES TO AU-AFTER-LOAD-DATE
           MOVE SPACES TO AU-AFTER-SOURCE
           MOVE ZERO TO AU-MQ-COMP-CODE
           MOVE ZERO TO AU-MQ-REASON-CODE
           MOVE WS-OPERATOR-ID TO AU-USER-ID

           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(AUDIT-RECORD)
               LENGTH(LENGTH OF AUDIT-RECORD)
           END-EXEC.
       2910-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2950-HANDLE-MAPFAIL - HANDLE CONDITION TARGET FOR MAPFAIL ON
      * THE RECEIVE MAP. REACHED VIA GO TO, SO IT REDISPLAYS THE MAP
      * AND ENDS THE PSEUDO-CONVERSATION ITSELF.
      *----------------------------------------------------------------
       2950-HANDLE-MAPFAIL.
           MOVE 'RE-ENTER FUNCTION (I/A/C/D) AND PARAMETER NAME'
               TO RPMMSGO

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
           MOVE SPACES TO RPMMSGO
           MOVE 'RPM1 TRANSACTION ENDED' TO RPMMSGO

           EXEC CICS SEND TEXT
               FROM(RPMMSGO)
               LENGTH(LENGTH OF RPMMSGO)
               ERASE
               FREEKB
           END-EXEC

           EXEC CICS RETURN
           END-EXEC.
       2960-EXIT.
           EXIT.
