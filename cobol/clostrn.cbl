      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLOSTRN.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/23/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * CLOSURE CALENDAR MAINTENANCE - CLOSED_DAYS - DB2               *
      *----------------------------------------------------------------*
      * - ONLINE MAINTENANCE FOR IBMUSER.CLOSED_DAYS (SEE DCLCAL), THE *
      *   CALENDAR LOANTRN, SELFCHK AND HOLDSWP ROLL DUE DATES PAST    *
      *   AND ROOMTRN/EVNTTRN REFUSE BOOKINGS ON. A SNOWSTORM OR A     *
      *   BURST PIPE IS ENTERED HERE BY A SUPERVISOR THE SAME DAY      *
      * - SAME READ/SAVE/DELETE/BROWSE SCREEN SHAPE AS NTCMAINT, AND   *
      *   SUPERVISOR-GATED VIA AUTHCHK AT FIRST ENTRY THE SAME WAY     *
      * - ENTER A DATE (YYYY-MM-DD) AND A BRANCH (BLANK OR 0 = THE     *
      *   WHOLE LIBRARY) AND PRESS ENTER TO DISPLAY THE CLOSURE        *
      * - TYPE THE REASON AND PRESS PF5 TO ADD THE CLOSURE, OR TO      *
      *   CHANGE THE REASON OF ONE ALREADY ON FILE. A NEW CLOSURE      *
      *   FOR TODAY OR AN EARLIER DAY SUBMITS CLOSRDAT AT ONCE (LINK   *
      *   TO CICSRJCL WITH THE JCLCLOSE JOB STREAM, RECORDED AS A      *
      *   'SUBMITD' RUN_HIST ROW LIKE SCHDRIVE), WHICH MOVES THE       *
      *   LOANS DUE, READY HOLDS EXPIRING AND ROOM BOOKINGS ON THE     *
      *   CLOSED DAY TO THE NEXT OPEN DAY. A FUTURE CLOSURE IS LEFT    *
      *   TO THE NIGHTLY CLOSRDAT RUN, WHICH SWEEPS EVERY CLOSURE      *
      *   FROM TODAY ON                                                *
      * - PRESS PF6 TO DELETE THE CLOSURE SHOWN (THE DAY IS OPEN       *
      *   AGAIN; ANYTHING CLOSRDAT ALREADY MOVED STAYS MOVED)          *
      * - PRESS PF7/PF8 TO BROWSE TO THE PREVIOUS/NEXT CLOSURE; WITH   *
      *   NO DATE TYPED THE BROWSE STARTS FROM TODAY                   *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   23,2020 - INITIAL VERSION                        (1223CL)*
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.CLOSED_DAYS (I/O) - CLOSURE CALENDAR (SEE DCLCAL)      *
      * IBMUSER.BRANCHES (INPUT) - BRANCH CHECK AND NAME               *
      * IBMUSER.RUN_HIST (OUTPUT) - 'SUBMITD' ROW FOR CLOSRDAT         *
      *                                                                *
      * 0000-MAIN                      2210-SUBMIT-REDATE              *
      * 1000-INIT-SCREEN               2220-RECORD-SUBMISSION          *
      * 1100-CHECK-AUTHORITY           2300-DELETE-CLOSURE             *
      * 1200-SEND-BLANK-MAP            2400-BROWSE-CLOSURE             *
      * 2000-RECEIVE-MAP               2500-LOAD-CLOSURE               *
      * 2050-EDIT-KEY                  3000-SEND-RECEIVE-SCREEN        *
      * 2060-CHECK-BRANCH              8000-GET-OPERATOR-ID            *
      * 2100-READ-CLOSURE              8100-GET-NEXT-ID                *
      * 2200-SAVE-CLOSURE              9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-ROW-COUNT         PIC S9(09) COMP   VALUE 0.
           05  WS-BRANCH-DISP       PIC ZZ9.
           05  WS-BROWSE-DATE       PIC X(10)         VALUE SPACES.
           05  WS-BROWSE-BRANCH     PIC S9(09) COMP   VALUE 0.
           05  WS-PAST-SW           PIC X             VALUE 'N'.
               88  CLOSURE-IN-PAST                    VALUE 'Y'.
           05  WS-KEY-SW            PIC 9             VALUE 0.
               88  KEY-OK                             VALUE 1.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  CLOSURE-FOUND                      VALUE 1.
           05  WS-IND-VARS.
               10  IND-REASON       PIC S9(04) COMP   VALUE 0.
               10  IND-ADDED-BY     PIC S9(04) COMP   VALUE 0.
               10  IND-ADDED-DATE   PIC S9(04) COMP   VALUE 0.
               10  IND-REDATED      PIC S9(04) COMP   VALUE 0.
           05  WS-RJCL-PARMS.
               10  WS-RJCL-SEARCH   PIC X(58)         VALUE SPACES.
               10  WS-RJCL-SUFFIX   PIC X(08)         VALUE SPACES.
               10  WS-RJCL-JCLFILE  PIC X(08)         VALUE SPACES.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
               10  WS-CLOS-TRNID    PIC X(04)         VALUE 'CLOS'.
           05  WS-MAPIDS.
               10  WS-CLSMAP-NAME   PIC X(07)         VALUE 'CLSMAP'.
               10  WS-CLSSET-NAME   PIC X(07)         VALUE 'CLSSET'.
           05  WS-PGMIDS.
               10  WS-AUTHCHK-PGMID PIC X(08)         VALUE 'AUTHCHK'.
               10  WS-RJCL-PGMID    PIC X(08)         VALUE 'CICSRJCL'.
           05  WS-REDATE-JOB        PIC X(08)         VALUE 'CLOSRDAT'.
           05  WS-REDATE-JCL        PIC X(08)         VALUE 'JCLCLOSE'.
           05  WS-FOUND-MSG         PIC X(60)         VALUE
               'CLOSURE FOUND - PF5 CHANGES THE REASON, PF6 DELETES'.

       01  WS-NEXTID-PARMS.
           05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
           05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
           05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

       01  WS-SYS-VARS.
           05  WS-SEND-MSG          PIC  X(80)        VALUE SPACES.
           05  EVAL-CODE            PIC S9(08) COMP   VALUE 0.
               88  ERR-OK                             VALUE 0.
               88  SQL-NOTFOUND                       VALUE 100.

       01  WS-ERROR.
           05  FILLER               PIC X(09)         VALUE 'ERROR AT '.
           05  ERR-LOC              PIC X(26)         VALUE SPACES     .
           05  FILLER               PIC X(05)         VALUE ' RC: '    .
           05  ERR-CODE             PIC X(08)         VALUE SPACES     .
           05  FILLER               PIC X(06)         VALUE ' MSG: '   .
           05  ERR-MSG              PIC X(26)         VALUE SPACES     .

       01  WS-AUTHCHK-COMMAREA.
           05  WS-OPERATOR-ID       PIC X(08)         VALUE SPACES.
           05  WS-AUTHORIZED-SW     PIC 9             VALUE 0.
               88  AUTHORIZED                         VALUE 1.
           05  WS-AUTH-FUNC         PIC X             VALUE 'S'.

       01  WS-SIGNON-USERID         PIC X(08)         VALUE SPACES.

      **COPYBOOK FOR SYMBOLIC MAP
       COPY CLSSET.

       COPY DFHAID.
       COPY DFHBMSCA.

           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE DCLCAL  END-EXEC.
           EXEC SQL INCLUDE DCLBRN  END-EXEC.
           EXEC SQL INCLUDE DCLRUN  END-EXEC.

      **    THE KEY OF THE CLOSURE LAST SHOWN
       01  WS-COMMAREA.
           05  CA-CLOSED-DATE       PIC X(10)         VALUE SPACES.
           05  CA-BRANCH-ID         PIC S9(09) COMP   VALUE 0.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-CLOSED-DATE       PIC X(10).
           05  LS-BRANCH-ID         PIC S9(09) COMP.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

            IF EIBCALEN = 0
               PERFORM 1000-INIT-SCREEN
            ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHPF3
                        MOVE 'TRANSACTION TERMINATED' TO WS-SEND-MSG
                        PERFORM 9999-TERMINATE
                   WHEN DFHENTER
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2100-READ-CLOSURE
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF5
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2200-SAVE-CLOSURE
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF6
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2300-DELETE-CLOSURE
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF7
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2400-BROWSE-CLOSURE
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF8
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2400-BROWSE-CLOSURE
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN OTHER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
               END-EVALUATE
            END-IF

            MOVE WS-COMMAREA TO DFHCOMMAREA

            EXEC CICS
                 RETURN TRANSID  (WS-CLOS-TRNID)
                        COMMAREA (DFHCOMMAREA)
                        RESP     (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'RETURN TRANSID' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1000-INIT-SCREEN.
            MOVE '1000-INIT-SCREEN' TO ERR-LOC

            PERFORM 1100-CHECK-AUTHORITY

            IF AUTHORIZED
               PERFORM 1200-SEND-BLANK-MAP
            ELSE
               MOVE 'NOT AUTHORIZED TO MAINTAIN THE CLOSURE CALENDAR'
                 TO WS-SEND-MSG
               PERFORM 9999-TERMINATE
            END-IF
            .

       1100-CHECK-AUTHORITY.
            MOVE '1100-CHECK-AUTHORITY' TO ERR-LOC

            PERFORM 8000-GET-OPERATOR-ID
            MOVE WS-SIGNON-USERID TO WS-OPERATOR-ID
            MOVE 0 TO WS-AUTHORIZED-SW

            EXEC CICS LINK
                 PROGRAM  (WS-AUTHCHK-PGMID)
                 COMMAREA (WS-AUTHCHK-COMMAREA)
                 RESP     (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'LINK PROGRAM' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1200-SEND-BLANK-MAP.
            MOVE '1200-SEND-BLANK-MAP' TO ERR-LOC

            MOVE LOW-VALUES TO CLSMAPO
            MOVE 'ENTER A DATE AND BRANCH (BLANK = ALL) AND PRESS ENTER'
              TO MSGLNO

            EXEC CICS
                 SEND MAP    (WS-CLSMAP-NAME)
                      MAPSET (WS-CLSSET-NAME)
                      FROM   (CLSMAPO)
                      ERASE
                      RESP   (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'SEND MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2000-RECEIVE-MAP.
            MOVE '2000-RECEIVE-MAP' TO ERR-LOC

            EXEC CICS
                 RECEIVE MAP    (WS-CLSMAP-NAME)
                         MAPSET (WS-CLSSET-NAME)
                         INTO   (CLSMAPI)
                         RESP   (EVAL-CODE)
                         ASIS
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
            AND EVAL-CODE NOT = DFHRESP (MAPFAIL)
               MOVE 'RECEIVE MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INSPECT CLDATEI REPLACING ALL LOW-VALUE BY SPACE
            INSPECT CLBRCHI REPLACING ALL LOW-VALUE BY SPACE
            INSPECT CLRSNI  REPLACING ALL LOW-VALUE BY SPACE
            .

      **    THE DATE IS EDITED AS READTRN EDITS A PROGRAM'S DATES -
      **    A BAD DATE COMES BACK FROM DB2 AS -180/-181
       2050-EDIT-KEY.
            MOVE '2050-EDIT-KEY' TO ERR-LOC

            MOVE 0 TO WS-KEY-SW
            MOVE 'N' TO WS-PAST-SW
            MOVE CLDATEI TO TBLCAL-CLOSED-DATE
            MOVE 0 TO TBLCAL-BRANCH-ID
            IF FUNCTION TRIM (CLBRCHI) NOT = SPACES
               MOVE FUNCTION NUMVAL (CLBRCHI) TO TBLCAL-BRANCH-ID
            END-IF

            IF FUNCTION TRIM (CLDATEI) = SPACES
               MOVE 'TYPE THE CLOSED DATE (YYYY-MM-DD)' TO MSGLNO
            ELSE
               EXEC SQL
                    SELECT CASE WHEN DATE(:TBLCAL-CLOSED-DATE)
                                     <= CURRENT DATE
                                THEN 'Y' ELSE 'N' END
                      INTO :WS-PAST-SW
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        PERFORM 2060-CHECK-BRANCH
                   WHEN EVAL-CODE = -180
                   WHEN EVAL-CODE = -181
                        MOVE 'CLOSED DATE MUST BE YYYY-MM-DD' TO MSGLNO
                   WHEN OTHER
                        MOVE 'SELECT DATE EDIT' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF
            .

       2060-CHECK-BRANCH.
            MOVE '2060-CHECK-BRANCH' TO ERR-LOC

            IF TBLCAL-BRANCH-ID = 0
               MOVE 'ALL BRANCHES' TO CLBRNMO
               SET KEY-OK TO TRUE
            ELSE
               MOVE TBLCAL-BRANCH-ID TO TBLBRN-BRANCH-ID
               INITIALIZE TBLBRN-BRANCH-NAME

               EXEC SQL
                    SELECT BRANCH_NAME
                      INTO :TBLBRN-BRANCH-NAME
                      FROM IBMUSER.BRANCHES
                     WHERE BRANCH_ID = :TBLBRN-BRANCH-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        MOVE TBLBRN-BRANCH-NAME-TEXT TO CLBRNMO
                        SET KEY-OK TO TRUE
                   WHEN SQL-NOTFOUND
                        MOVE 'BRANCH NOT FOUND - BLANK OR 0 FOR ALL'
                          TO MSGLNO
                   WHEN OTHER
                        MOVE 'SELECT BRANCHES' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF

            MOVE TBLCAL-BRANCH-ID TO WS-BRANCH-DISP
            MOVE WS-BRANCH-DISP   TO CLBRCHO
            .

       2100-READ-CLOSURE.
            MOVE '2100-READ-CLOSURE' TO ERR-LOC

            PERFORM 2050-EDIT-KEY

            IF KEY-OK
               PERFORM 2500-LOAD-CLOSURE
               IF CLOSURE-FOUND
                  MOVE WS-FOUND-MSG TO MSGLNO
               ELSE
                  MOVE 'NOT A CLOSED DAY - TYPE A REASON, PF5 ADDS'
                    TO MSGLNO
               END-IF
            END-IF
            .

       2200-SAVE-CLOSURE.
            MOVE '2200-SAVE-CLOSURE' TO ERR-LOC

            PERFORM 2050-EDIT-KEY

            IF KEY-OK
            AND FUNCTION TRIM (CLRSNI) = SPACES
               MOVE 'TYPE THE REASON FOR THE CLOSURE' TO MSGLNO
               MOVE 0 TO WS-KEY-SW
            END-IF

            IF KEY-OK
               MOVE CLRSNI TO TBLCAL-REASON-TEXT
               MOVE FUNCTION LENGTH (FUNCTION TRIM (CLRSNI))
                 TO TBLCAL-REASON-LEN

               EXEC SQL
                    UPDATE IBMUSER.CLOSED_DAYS
                       SET REASON = :TBLCAL-REASON
                     WHERE CLOSED_DATE = DATE(:TBLCAL-CLOSED-DATE)
                       AND BRANCH_ID   = :TBLCAL-BRANCH-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        PERFORM 2500-LOAD-CLOSURE
                        MOVE 'REASON CHANGED' TO MSGLNO
                   WHEN SQL-NOTFOUND
                        PERFORM 8000-GET-OPERATOR-ID
                        MOVE WS-SIGNON-USERID TO TBLCAL-ADDED-BY-TEXT
                        MOVE FUNCTION LENGTH
                               (FUNCTION TRIM (WS-SIGNON-USERID))
                          TO TBLCAL-ADDED-BY-LEN

                        EXEC SQL
                             INSERT INTO IBMUSER.CLOSED_DAYS
                                    (CLOSED_DATE, BRANCH_ID, REASON,
                                     ADDED_BY, ADDED_DATE,
                                     REDATED_DATE)
                             VALUES (DATE(:TBLCAL-CLOSED-DATE),
                                     :TBLCAL-BRANCH-ID,
                                     :TBLCAL-REASON,
                                     :TBLCAL-ADDED-BY, CURRENT DATE,
                                     NULL)
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK
                           MOVE 'INSERT CLOSED_DAYS' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF

      **                THE DAY HAS STARTED (OR IS PAST) - WHATEVER
      **                FELL DUE ON IT IS ALREADY GOING OVERDUE
                        IF CLOSURE-IN-PAST
                           PERFORM 2210-SUBMIT-REDATE
                           PERFORM 2220-RECORD-SUBMISSION
                           PERFORM 2500-LOAD-CLOSURE
                           MOVE 'CLOSURE ADDED - CLOSRDAT SUBMITTED'
                             TO MSGLNO
                        ELSE
                           PERFORM 2500-LOAD-CLOSURE
                           MOVE 'CLOSURE ADDED - NIGHTLY CLOSRDAT RUN'
                             TO MSGLNO
                        END-IF
                   WHEN OTHER
                        MOVE 'UPDATE CLOSED_DAYS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF
            .

       2210-SUBMIT-REDATE.
            MOVE '2210-SUBMIT-REDATE' TO ERR-LOC

      **    CLOSRDAT NEEDS NO PARM - IT PICKS UP EVERY CLOSURE NOT
      **    YET RE-DATED, THIS ONE INCLUDED
            MOVE SPACES          TO WS-RJCL-SEARCH
                                    WS-RJCL-SUFFIX
            MOVE WS-REDATE-JCL   TO WS-RJCL-JCLFILE

            EXEC CICS LINK
                 PROGRAM  (WS-RJCL-PGMID)
                 COMMAREA (WS-RJCL-PARMS)
                 LENGTH   (LENGTH OF WS-RJCL-PARMS)
                 RESP     (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'LINK CICSRJCL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2220-RECORD-SUBMISSION.
            MOVE '2220-RECORD-SUBMISSION' TO ERR-LOC

            MOVE 'RUN_ID' TO WS-NXT-ID-NAME
            PERFORM 8100-GET-NEXT-ID

            MOVE WS-NXT-NEXT-ID TO TBLRUN-RUN-ID
            MOVE WS-REDATE-JOB  TO TBLRUN-JOB-NAME-TEXT
            MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-REDATE-JOB))
              TO TBLRUN-JOB-NAME-LEN
            MOVE SPACES TO TBLRUN-PARM-TEXT-TEXT
            STRING 'CLOSTRN '          DELIMITED BY SIZE
                   TBLCAL-CLOSED-DATE  DELIMITED BY SIZE
                   ' BRANCH '          DELIMITED BY SIZE
                   WS-BRANCH-DISP      DELIMITED BY SIZE
              INTO TBLRUN-PARM-TEXT-TEXT
            END-STRING
            MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (TBLRUN-PARM-TEXT-TEXT))
              TO TBLRUN-PARM-TEXT-LEN

            EXEC SQL
                 INSERT INTO IBMUSER.RUN_HIST
                        (RUN_ID, JOB_NAME, PARM_TEXT, START_TS,
                         END_TS, RUN_STATUS, REC_COUNT,
                         ERR_LOC, ERR_MSG)
                 VALUES (:TBLRUN-RUN-ID, :TBLRUN-JOB-NAME,
                         :TBLRUN-PARM-TEXT, CURRENT TIMESTAMP,
                         CURRENT TIMESTAMP, 'SUBMITD', 0,
                         NULL, NULL)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT RUN_HIST' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2300-DELETE-CLOSURE.
            MOVE '2300-DELETE-CLOSURE' TO ERR-LOC

            PERFORM 2050-EDIT-KEY

            IF KEY-OK
               EXEC SQL
                    DELETE FROM IBMUSER.CLOSED_DAYS
                     WHERE CLOSED_DATE = DATE(:TBLCAL-CLOSED-DATE)
                       AND BRANCH_ID   = :TBLCAL-BRANCH-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        MOVE SPACES TO CLRSNO
                                       CLADBYO
                                       CLADDTO
                                       CLRDDTO
                        MOVE 'CLOSURE DELETED - MOVED ITEMS STAY MOVED'
                          TO MSGLNO
                   WHEN SQL-NOTFOUND
                        MOVE 'CLOSURE NOT FOUND - NOTHING DELETED'
                          TO MSGLNO
                   WHEN OTHER
                        MOVE 'DELETE CLOSED_DAYS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF
            .

       2400-BROWSE-CLOSURE.
            MOVE '2400-BROWSE-CLOSURE' TO ERR-LOC

      **    WITH NO DATE TYPED THE BROWSE STARTS FROM TODAY: PF8
      **    FROM THE END OF YESTERDAY, PF7 FROM THE START OF TODAY
            IF FUNCTION TRIM (CLDATEI) = SPACES
               EXEC SQL
                    SELECT CHAR(CURRENT DATE - 1 DAY, ISO),
                           CHAR(CURRENT DATE, ISO)
                      INTO :WS-BROWSE-DATE, :TBLCAL-CLOSED-DATE
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT BROWSE START' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               IF EIBAID = DFHPF8
                  MOVE 999999999 TO WS-BROWSE-BRANCH
               ELSE
                  MOVE TBLCAL-CLOSED-DATE TO WS-BROWSE-DATE
                  MOVE -1 TO WS-BROWSE-BRANCH
               END-IF
               SET KEY-OK TO TRUE
            ELSE
               PERFORM 2050-EDIT-KEY
               MOVE TBLCAL-CLOSED-DATE TO WS-BROWSE-DATE
               MOVE TBLCAL-BRANCH-ID   TO WS-BROWSE-BRANCH
            END-IF

            IF KEY-OK
               IF EIBAID = DFHPF8
                  EXEC SQL
                       SELECT CHAR(CLOSED_DATE, ISO), BRANCH_ID
                         INTO :TBLCAL-CLOSED-DATE, :TBLCAL-BRANCH-ID
                         FROM IBMUSER.CLOSED_DAYS
                        WHERE CLOSED_DATE > DATE(:WS-BROWSE-DATE)
                           OR (CLOSED_DATE = DATE(:WS-BROWSE-DATE)
                               AND BRANCH_ID > :WS-BROWSE-BRANCH)
                        ORDER BY CLOSED_DATE, BRANCH_ID
                        FETCH FIRST 1 ROW ONLY
                  END-EXEC
               ELSE
                  EXEC SQL
                       SELECT CHAR(CLOSED_DATE, ISO), BRANCH_ID
                         INTO :TBLCAL-CLOSED-DATE, :TBLCAL-BRANCH-ID
                         FROM IBMUSER.CLOSED_DAYS
                        WHERE CLOSED_DATE < DATE(:WS-BROWSE-DATE)
                           OR (CLOSED_DATE = DATE(:WS-BROWSE-DATE)
                               AND BRANCH_ID < :WS-BROWSE-BRANCH)
                        ORDER BY CLOSED_DATE DESC, BRANCH_ID DESC
                        FETCH FIRST 1 ROW ONLY
                  END-EXEC
               END-IF

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        MOVE TBLCAL-CLOSED-DATE TO CLDATEO
                        MOVE TBLCAL-BRANCH-ID   TO WS-BRANCH-DISP
                        MOVE WS-BRANCH-DISP     TO CLBRCHI
                        PERFORM 2060-CHECK-BRANCH
                        PERFORM 2500-LOAD-CLOSURE
                        MOVE WS-FOUND-MSG TO MSGLNO
                   WHEN SQL-NOTFOUND
                        MOVE 'NO MORE CLOSURES IN THAT DIRECTION'
                          TO MSGLNO
                   WHEN OTHER
                        MOVE 'SELECT CLOSED_DAYS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF
            .

       2500-LOAD-CLOSURE.
            MOVE '2500-LOAD-CLOSURE' TO ERR-LOC

            MOVE 0 TO WS-FOUND-SW
            INITIALIZE TBLCAL-REASON TBLCAL-ADDED-BY
            MOVE SPACES TO TBLCAL-ADDED-DATE TBLCAL-REDATED-DATE
            MOVE 0 TO IND-REASON IND-ADDED-BY IND-ADDED-DATE
                      IND-REDATED

            EXEC SQL
                 SELECT REASON, ADDED_BY,
                        CHAR(ADDED_DATE, ISO),
                        CHAR(REDATED_DATE, ISO)
                   INTO :TBLCAL-REASON :IND-REASON,
                        :TBLCAL-ADDED-BY :IND-ADDED-BY,
                        :TBLCAL-ADDED-DATE :IND-ADDED-DATE,
                        :TBLCAL-REDATED-DATE :IND-REDATED
                   FROM IBMUSER.CLOSED_DAYS
                  WHERE CLOSED_DATE = DATE(:TBLCAL-CLOSED-DATE)
                    AND BRANCH_ID   = :TBLCAL-BRANCH-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET CLOSURE-FOUND TO TRUE
                     MOVE SPACES TO CLRSNO CLADBYO CLADDTO CLRDDTO
                     IF IND-REASON NOT < 0
                        MOVE TBLCAL-REASON-TEXT TO CLRSNO
                     END-IF
                     IF IND-ADDED-BY NOT < 0
                        MOVE TBLCAL-ADDED-BY-TEXT TO CLADBYO
                     END-IF
                     IF IND-ADDED-DATE NOT < 0
                        MOVE TBLCAL-ADDED-DATE TO CLADDTO
                     END-IF
      **             REDATED IS THE LAST CLOSRDAT SWEEP OF THE DAY
                     IF IND-REDATED NOT < 0
                        MOVE TBLCAL-REDATED-DATE TO CLRDDTO
                     ELSE
                        MOVE 'PENDING' TO CLRDDTO
                     END-IF
                WHEN SQL-NOTFOUND
                     MOVE SPACES TO CLADBYO CLADDTO CLRDDTO
                WHEN OTHER
                     MOVE 'SELECT CLOSED_DAYS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE

            MOVE TBLCAL-CLOSED-DATE TO CA-CLOSED-DATE
            MOVE TBLCAL-BRANCH-ID   TO CA-BRANCH-ID
            .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

            EXEC CICS
                 SEND MAP    (WS-CLSMAP-NAME)
                      MAPSET (WS-CLSSET-NAME)
                      FROM   (CLSMAPO)
                      ERASE
                      RESP   (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'SEND MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       8000-GET-OPERATOR-ID.
            MOVE '8000-GET-OPERATOR-ID' TO ERR-LOC

      **    REAL SIGNED-ON OPERATOR IDENTITY; A TERMINAL WITH NO
      **    SIGN-ON FALLS BACK TO EIBTRMID
            MOVE SPACES TO WS-SIGNON-USERID

            EXEC CICS ASSIGN
                 USERID (WS-SIGNON-USERID)
                 RESP   (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
            OR WS-SIGNON-USERID = SPACES
               MOVE EIBTRMID TO WS-SIGNON-USERID
            END-IF
            .

       8100-GET-NEXT-ID.
            MOVE '8100-GET-NEXT-ID' TO ERR-LOC

            MOVE 0 TO WS-NXT-NEXT-ID
                      WS-NXT-RC
            CALL 'NEXTID' USING WS-NEXTID-PARMS

            IF WS-NXT-RC NOT = 0
               MOVE WS-NXT-RC TO EVAL-CODE
               MOVE 'CALL NEXTID' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            MOVE WS-ERROR  TO WS-SEND-MSG
            PERFORM 9999-TERMINATE
            .

       9999-TERMINATE.
            EXEC CICS
                 SEND TEXT
                      FROM  (WS-SEND-MSG)
                      RESP  (EVAL-CODE)
                      ERASE
            END-EXEC

            EXEC CICS
                 RETURN
            END-EXEC
            .
