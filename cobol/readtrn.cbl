      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    READTRN.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/15/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * SUMMER READING CHALLENGE - PROGRAMS, ENROLMENT, LOG - DB2      *
      *----------------------------------------------------------------*
      * - A READING PROGRAM (IBMUSER.READ_PROGRAMS - DCLRDP) RUNS      *
      *   FROM A START DATE TO AN END DATE AND HAS UP TO THREE GOAL    *
      *   LEVELS (IBMUSER.READ_LEVELS - DCLRDL), EACH A NUMBER OF      *
      *   BOOKS AND A PRIZE. REACHING THE TOP LEVEL FINISHES THE       *
      *   CHALLENGE                                                    *
      * - ENTER WITH A PROGRAM ID SHOWS THAT PROGRAM; WITH THE ID      *
      *   BLANK IT SHOWS THE PROGRAM RUNNING TODAY. WITH A PATRON ID   *
      *   THE LINES SHOW THE PATRON'S BOOKS READ, LEVELS REACHED AND   *
      *   PRIZES COLLECTED, OTHERWISE THE PROGRAM'S TOTALS             *
      * - PF5 SAVES THE PROGRAM (ADDS VIA NEXTID WHEN THE ID IS        *
      *   BLANK OR UNKNOWN): NAME, START, END AND THE LEVEL GOALS AND  *
      *   PRIZES. GOALS MUST RISE FROM LEVEL TO LEVEL AND TWO          *
      *   PROGRAMS MAY NOT OVERLAP, SO A CHECKOUT ALWAYS HAS ONE       *
      *   PROGRAM TO COUNT TOWARDS. CHANGED GOALS ARE APPLIED TO       *
      *   EVERY ENROLMENT STRAIGHT AWAY                                *
      * - PF6 ENROLS THE PATRON TYPED (IBMUSER.READ_ENROL - DCLRDE)    *
      *   AT THIS DESK'S BRANCH; PATRONS MAY ALSO ENROL THEMSELVES AT  *
      *   THE SELFSRV LOBBY STATION (PF5 THERE)                        *
      * - PF7 LOGS BOOKS READ FOR AN ENROLLED PATRON WHILE THE         *
      *   PROGRAM IS RUNNING (IBMUSER.READ_LOG - DCLRDG, SOURCE K):    *
      *   A BOOK ID LOGS THAT ONE TITLE, OTHERWISE THE NUMBER OF       *
      *   BOOKS TYPED (DEFAULT 1). CHECKOUTS OF JUVENILE TITLES ARE    *
      *   LOGGED BY LOANTRN WITHOUT ANY KEYING (SOURCE A)              *
      * - PF8 RECORDS THAT THE PATRON COLLECTED THE PRIZE FOR THE      *
      *   LEVEL TYPED (IBMUSER.READ_PRIZES - DCLRDZ); THE LEVEL MUST   *
      *   HAVE BEEN REACHED AND EACH PRIZE IS HANDED OUT ONCE          *
      * - PF3 EXIT                                                     *
      * - SEE READRPT FOR THE WEEKLY BRANCH/AGE GROUP REPORT AND       *
      *   STSURVEY SECTION F FOR THE YEAR-END TOTALS                   *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   15,2020 - INITIAL VERSION                        (1215SU)*
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.READ_PROGRAMS  (I/O) - READING PROGRAMS (DCLRDP)       *
      * IBMUSER.READ_LEVELS    (I/O) - GOAL LEVELS AND PRIZES (DCLRDL) *
      * IBMUSER.READ_ENROL     (I/O) - ENROLMENTS (DCLRDE)             *
      * IBMUSER.READ_LOG       (I/O) - BOOKS READ (DCLRDG)             *
      * IBMUSER.READ_PRIZES    (I/O) - PRIZES COLLECTED (DCLRDZ)       *
      * IBMUSER.PATRONS        (I)   - PATRON EDIT                     *
      * IBMUSER.BOOKS          (I)   - BOOK EDIT                       *
      * IBMUSER.OPER_AUTH      (I)   - THE DESK'S BRANCH               *
      *                                                                *
      * 0000-MAIN                      2300-ENROL-PATRON               *
      * 1000-SEND-BLANK-MAP            2400-LOG-BOOKS                  *
      * 2000-RECEIVE-MAP               2410-EDIT-LOG                   *
      * 2100-READ-PROGRAM              2500-COLLECT-PRIZE              *
      * 2110-FETCH-PROGRAM             3000-SEND-RECEIVE-SCREEN        *
      * 2120-FETCH-ONE-LEVEL           8000-GET-OPERATOR-ID            *
      * 2150-SHOW-PROGRAM              8010-GET-DESK-BRANCH            *
      * 2160-SHOW-PATRON               8100-GET-NEXT-ID                *
      * 2165-FETCH-ENROLMENT           8400-RESTAMP-LEVELS             *
      * 2168-BUILD-LEVEL-LINE          8500-PUT-DETAIL-LINE            *
      * 2170-SHOW-TOTALS               9999-ERROR-HANDLING             *
      * 2200-SAVE-PROGRAM              9999-TERMINATE                  *
      * 2210-EDIT-PROGRAM                                              *
      * 2220-INSERT-LEVEL                                              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-PROG-ID           PIC S9(09) COMP   VALUE 0.
           05  WS-ENROL-ID          PIC S9(09) COMP   VALUE 0.
           05  WS-PATRON-ID         PIC S9(09) COMP   VALUE 0.
           05  WS-BOOK-ID           PIC S9(09) COMP   VALUE 0.
           05  WS-ROW-COUNT         PIC S9(09) COMP   VALUE 0.
           05  WS-ENROLLED          PIC S9(09) COMP   VALUE 0.
           05  WS-BOOKS-TOTAL       PIC S9(09) COMP   VALUE 0.
           05  WS-FINISHED          PIC S9(09) COMP   VALUE 0.
           05  WS-BOOK-COUNT        PIC S9(04) COMP   VALUE 0.
           05  WS-OLD-LEVEL         PIC S9(04) COMP   VALUE 0.
           05  WS-PRIZE-LEVEL       PIC S9(04) COMP   VALUE 0.
           05  WS-LEVEL-COUNT       PIC S9(04) COMP   VALUE 0.
           05  WS-LVL-IDX           PIC S9(04) COMP   VALUE 0.
           05  WS-LINE-IDX          PIC S9(04) COMP   VALUE 0.
           05  IND-FINISH           PIC S9(04) COMP   VALUE 0.
           05  WS-PROG-STATE        PIC X(01)         VALUE SPACE.
               88  PROG-NOT-STARTED                   VALUE 'F'.
               88  PROG-RUNNING                       VALUE 'R'.
               88  PROG-ENDED                         VALUE 'E'.
           05  WS-DATES-BAD-SW      PIC X(01)         VALUE SPACE.
           05  WS-PRIZE-DATE        PIC X(10)         VALUE SPACES.
           05  WS-DETAIL-LINE       PIC X(60)         VALUE SPACES.
           05  WS-DISP-VARS.
               10  WS-ID-DISP       PIC Z(08)9.
               10  WS-CNT-DISP      PIC Z(05)9.
               10  WS-BKS-DISP      PIC Z(07)9.
               10  WS-FIN-DISP      PIC Z(05)9.
               10  WS-GOAL-DISP     PIC ZZ9.
               10  WS-LVL-DISP      PIC 9.
           05  WS-LEVEL-TABLE.
               10  WS-LEVEL-ENTRY   OCCURS 3 TIMES.
                   15  WS-LVL-GOAL  PIC S9(04) COMP.
                   15  WS-LVL-PRIZE PIC X(30).
           05  WS-EDIT-GOALS.
               10  WS-EDIT-GOAL     PIC S9(04) COMP   OCCURS 3 TIMES.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  PROG-FOUND                         VALUE 1.
           05  WS-ENROL-SW          PIC 9             VALUE 0.
               88  ENROL-FOUND                        VALUE 1.
           05  WS-LEVEL-EOC-SW      PIC 9             VALUE 0.
               88  LEVEL-LIST-DONE                    VALUE 1.
           05  WS-EDIT-SW           PIC 9             VALUE 0.
               88  EDIT-OK                            VALUE 1.

       01  WS-SIGNON-USERID         PIC X(08)         VALUE SPACES.
       01  WS-DESK-BRANCH-ID        PIC S9(09) COMP   VALUE 0.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
               10  WS-READ-TRNID    PIC X(04)         VALUE 'READ'.
           05  WS-MAPIDS.
               10  WS-RDMAP-NAME    PIC X(07)         VALUE 'RDMAP'.
               10  WS-RDSET-NAME    PIC X(07)         VALUE 'RDSET'.
           05  WS-MSGS.
               10  WS-MSG-FOUND     PIC X(60)         VALUE
               'PF5 SAVE  PF6 ENROL  PF7 LOG BOOKS  PF8 PRIZE GIVEN'.

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

      **COPYBOOK FOR SYMBOLIC MAP
       COPY RDSET.

       COPY DFHAID.
       COPY DFHBMSCA.

           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE DCLRDP  END-EXEC.
           EXEC SQL INCLUDE DCLRDL  END-EXEC.
           EXEC SQL INCLUDE DCLRDE  END-EXEC.
           EXEC SQL INCLUDE DCLRDG  END-EXEC.
           EXEC SQL INCLUDE DCLRDZ  END-EXEC.
           EXEC SQL INCLUDE DCLPATR END-EXEC.

           EXEC SQL DECLARE CURRDLVL CURSOR FOR
                SELECT LEVEL_NO, GOAL_BOOKS, PRIZE_DESC
                  FROM IBMUSER.READ_LEVELS
                 WHERE PROG_ID = :WS-PROG-ID
                 ORDER BY LEVEL_NO
           END-EXEC.

       01  WS-COMMAREA.
           05  LS-DUMMY-FLAG        PIC X             VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-DUMMY-FLAG        PIC X.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

            IF EIBCALEN = 0
               PERFORM 1000-SEND-BLANK-MAP
            ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHPF3
                        MOVE 'TRANSACTION TERMINATED' TO WS-SEND-MSG
                        PERFORM 9999-TERMINATE
                   WHEN DFHENTER
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2100-READ-PROGRAM
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF5
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2200-SAVE-PROGRAM
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF6
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2300-ENROL-PATRON
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF7
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2400-LOG-BOOKS
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF8
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2500-COLLECT-PRIZE
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN OTHER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
               END-EVALUATE
            END-IF

            MOVE WS-COMMAREA TO DFHCOMMAREA

            EXEC CICS
                 RETURN TRANSID  (WS-READ-TRNID)
                        COMMAREA (DFHCOMMAREA)
                        RESP     (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'RETURN TRANSID' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1000-SEND-BLANK-MAP.
            MOVE '1000-SEND-BLANK-MAP' TO ERR-LOC

            MOVE LOW-VALUES TO RDMAPO
            MOVE 'ENTER A PROGRAM ID (BLANK = CURRENT) AND PRESS ENTER'
              TO MSGLNO

            EXEC CICS
                 SEND MAP    (WS-RDMAP-NAME)
                      MAPSET (WS-RDSET-NAME)
                      FROM   (RDMAPO)
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
                 RECEIVE MAP    (WS-RDMAP-NAME)
                         MAPSET (WS-RDSET-NAME)
                         INTO   (RDMAPI)
                         RESP   (EVAL-CODE)
                         ASIS
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
            AND EVAL-CODE NOT = DFHRESP (MAPFAIL)
               MOVE 'RECEIVE MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2100-READ-PROGRAM.
            MOVE '2100-READ-PROGRAM' TO ERR-LOC

            PERFORM 2110-FETCH-PROGRAM

            IF PROG-FOUND
               PERFORM 2150-SHOW-PROGRAM
               IF FUNCTION TRIM (RDPATI) = SPACES
                  PERFORM 2170-SHOW-TOTALS
               ELSE
                  PERFORM 2160-SHOW-PATRON
               END-IF
               MOVE WS-MSG-FOUND TO MSGLNO
            END-IF
            .

      ***   LOOK THE PROGRAM UP - THE ONE TYPED, OR THE ONE RUNNING
      ***   TODAY WHEN THE ID IS BLANK - AND LOAD ITS LEVELS
       2110-FETCH-PROGRAM.
            MOVE '2110-FETCH-PROGRAM' TO ERR-LOC

            MOVE 0 TO WS-FOUND-SW
                      WS-LEVEL-COUNT
            MOVE SPACE TO WS-PROG-STATE

            IF FUNCTION TRIM (RDPRGI) = SPACES
               EXEC SQL
                    SELECT PROG_ID, PROG_NAME, START_DATE, END_DATE,
                           CASE WHEN START_DATE > CURRENT DATE
                                THEN 'F'
                                WHEN END_DATE < CURRENT DATE
                                THEN 'E'
                                ELSE 'R' END
                      INTO :TBLRDP-PROG-ID, :TBLRDP-PROG-NAME,
                           :TBLRDP-START-DATE, :TBLRDP-END-DATE,
                           :WS-PROG-STATE
                      FROM IBMUSER.READ_PROGRAMS
                     WHERE START_DATE <= CURRENT DATE
                       AND END_DATE   >= CURRENT DATE
                     FETCH FIRST 1 ROW ONLY
               END-EXEC
            ELSE
               MOVE FUNCTION NUMVAL (RDPRGI) TO TBLRDP-PROG-ID
               EXEC SQL
                    SELECT PROG_ID, PROG_NAME, START_DATE, END_DATE,
                           CASE WHEN START_DATE > CURRENT DATE
                                THEN 'F'
                                WHEN END_DATE < CURRENT DATE
                                THEN 'E'
                                ELSE 'R' END
                      INTO :TBLRDP-PROG-ID, :TBLRDP-PROG-NAME,
                           :TBLRDP-START-DATE, :TBLRDP-END-DATE,
                           :WS-PROG-STATE
                      FROM IBMUSER.READ_PROGRAMS
                     WHERE PROG_ID = :TBLRDP-PROG-ID
               END-EXEC
            END-IF

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET PROG-FOUND TO TRUE
                     MOVE TBLRDP-PROG-ID TO WS-PROG-ID
                WHEN SQL-NOTFOUND
                     IF FUNCTION TRIM (RDPRGI) = SPACES
                        MOVE 'NO PROGRAM RUNNING TODAY - ENTER AN ID'
                          TO MSGLNO
                     ELSE
                        MOVE 'NO SUCH PROGRAM - PF5 ADDS ONE'
                          TO MSGLNO
                     END-IF
                WHEN OTHER
                     MOVE 'SELECT READ_PROGRAMS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE

            IF PROG-FOUND
               INITIALIZE WS-LEVEL-TABLE

               EXEC SQL OPEN CURRDLVL END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'OPEN CURRDLVL' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               MOVE 0 TO WS-LEVEL-EOC-SW
               PERFORM 2120-FETCH-ONE-LEVEL
                         VARYING WS-LVL-IDX FROM 1 BY 1
                         UNTIL WS-LVL-IDX > 3
                            OR LEVEL-LIST-DONE

               EXEC SQL CLOSE CURRDLVL END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'CLOSE CURRDLVL' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF
            .

       2120-FETCH-ONE-LEVEL.
            MOVE '2120-FETCH-ONE-LEVEL' TO ERR-LOC

            EXEC SQL
                 FETCH CURRDLVL
                  INTO :TBLRDL-LEVEL-NO, :TBLRDL-GOAL-BOOKS,
                       :TBLRDL-PRIZE-DESC
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE WS-LVL-IDX TO WS-LEVEL-COUNT
                     MOVE TBLRDL-GOAL-BOOKS
                       TO WS-LVL-GOAL (WS-LVL-IDX)
                     MOVE TBLRDL-PRIZE-DESC-TEXT
                            (1:TBLRDL-PRIZE-DESC-LEN)
                       TO WS-LVL-PRIZE (WS-LVL-IDX)
                WHEN SQL-NOTFOUND
                     SET LEVEL-LIST-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURRDLVL' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2150-SHOW-PROGRAM.
            MOVE '2150-SHOW-PROGRAM' TO ERR-LOC

            MOVE TBLRDP-PROG-ID TO WS-ID-DISP
            MOVE WS-ID-DISP     TO RDPRGO
            MOVE TBLRDP-PROG-NAME-TEXT (1:TBLRDP-PROG-NAME-LEN)
              TO RDPNMO
            MOVE TBLRDP-START-DATE TO RDSTRO
            MOVE TBLRDP-END-DATE   TO RDENDO

            MOVE SPACES TO RDG1O RDG2O RDG3O
                           RDZ1O RDZ2O RDZ3O
            IF WS-LEVEL-COUNT > 0
               MOVE WS-LVL-GOAL (1)  TO WS-GOAL-DISP
               MOVE WS-GOAL-DISP     TO RDG1O
               MOVE WS-LVL-PRIZE (1) TO RDZ1O
            END-IF
            IF WS-LEVEL-COUNT > 1
               MOVE WS-LVL-GOAL (2)  TO WS-GOAL-DISP
               MOVE WS-GOAL-DISP     TO RDG2O
               MOVE WS-LVL-PRIZE (2) TO RDZ2O
            END-IF
            IF WS-LEVEL-COUNT > 2
               MOVE WS-LVL-GOAL (3)  TO WS-GOAL-DISP
               MOVE WS-GOAL-DISP     TO RDG3O
               MOVE WS-LVL-PRIZE (3) TO RDZ3O
            END-IF

            MOVE SPACES TO RDLN1O RDLN2O RDLN3O RDLN4O
            MOVE 0 TO WS-LINE-IDX
            .

      ***   ONE PATRON'S PROGRESS: THE ENROLMENT LINE, THEN ONE LINE
      ***   PER LEVEL WITH ITS PRIZE STATE
       2160-SHOW-PATRON.
            MOVE '2160-SHOW-PATRON' TO ERR-LOC

            MOVE FUNCTION NUMVAL (RDPATI) TO WS-PATRON-ID
            PERFORM 2165-FETCH-ENROLMENT

            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WS-PATRON-ID TO WS-ID-DISP
            IF NOT ENROL-FOUND
               STRING 'PATRON '                 DELIMITED BY SIZE
                      FUNCTION TRIM (WS-ID-DISP) DELIMITED BY SIZE
                      ' IS NOT ENROLLED - PF6 ENROLS'
                                                DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
               END-STRING
               PERFORM 8500-PUT-DETAIL-LINE
            ELSE
               MOVE TBLRDE-BOOKS-READ TO WS-BKS-DISP
               STRING 'ENROLLED '               DELIMITED BY SIZE
                      TBLRDE-ENROL-DATE         DELIMITED BY SIZE
                      '  BOOKS READ '           DELIMITED BY SIZE
                      FUNCTION TRIM (WS-BKS-DISP) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
               END-STRING
               IF IND-FINISH NOT < 0
                  STRING 'FINISHED '            DELIMITED BY SIZE
                         TBLRDE-FINISH-DATE     DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE (42:)
                  END-STRING
               END-IF
               PERFORM 8500-PUT-DETAIL-LINE

               PERFORM 2168-BUILD-LEVEL-LINE
                         VARYING WS-LVL-IDX FROM 1 BY 1
                         UNTIL WS-LVL-IDX > WS-LEVEL-COUNT
            END-IF
            .

       2165-FETCH-ENROLMENT.
            MOVE '2165-FETCH-ENROLMENT' TO ERR-LOC

            MOVE 0 TO WS-ENROL-SW
                      WS-ENROL-ID
                      IND-FINISH

            EXEC SQL
                 SELECT ENROL_ID, BRANCH_ID, ENROL_SOURCE,
                        ENROL_DATE, BOOKS_READ, LEVEL_REACHED,
                        FINISH_DATE
                   INTO :TBLRDE-ENROL-ID, :TBLRDE-BRANCH-ID,
                        :TBLRDE-ENROL-SOURCE, :TBLRDE-ENROL-DATE,
                        :TBLRDE-BOOKS-READ, :TBLRDE-LEVEL-REACHED,
                        :TBLRDE-FINISH-DATE :IND-FINISH
                   FROM IBMUSER.READ_ENROL
                  WHERE PROG_ID   = :WS-PROG-ID
                    AND PATRON_ID = :WS-PATRON-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET ENROL-FOUND TO TRUE
                     MOVE TBLRDE-ENROL-ID TO WS-ENROL-ID
                WHEN SQL-NOTFOUND
                     CONTINUE
                WHEN OTHER
                     MOVE 'SELECT READ_ENROL' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2168-BUILD-LEVEL-LINE.
            MOVE '2168-BUILD-LEVEL-LINE' TO ERR-LOC

            MOVE SPACES TO WS-PRIZE-DATE
            EXEC SQL
                 SELECT CHAR(COLLECTED_DATE)
                   INTO :WS-PRIZE-DATE
                   FROM IBMUSER.READ_PRIZES
                  WHERE ENROL_ID = :WS-ENROL-ID
                    AND LEVEL_NO = :WS-LVL-IDX
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-NOTFOUND
               MOVE 'SELECT READ_PRIZES' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE WS-LVL-IDX TO WS-LVL-DISP
            MOVE WS-LVL-GOAL (WS-LVL-IDX) TO WS-GOAL-DISP
            MOVE SPACES TO WS-DETAIL-LINE
            STRING 'LEVEL '          DELIMITED BY SIZE
                   WS-LVL-DISP       DELIMITED BY SIZE
                   ' ('              DELIMITED BY SIZE
                   FUNCTION TRIM (WS-GOAL-DISP) DELIMITED BY SIZE
                   ' BOOKS) '        DELIMITED BY SIZE
              INTO WS-DETAIL-LINE
            END-STRING

            EVALUATE TRUE
                WHEN TBLRDE-LEVEL-REACHED < WS-LVL-IDX
                     MOVE 'NOT YET REACHED' TO WS-DETAIL-LINE (20:)
                WHEN WS-PRIZE-DATE NOT = SPACES
                     STRING 'PRIZE COLLECTED ' DELIMITED BY SIZE
                            WS-PRIZE-DATE      DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE (20:)
                     END-STRING
                WHEN OTHER
                     STRING 'TO COLLECT: '     DELIMITED BY SIZE
                            WS-LVL-PRIZE (WS-LVL-IDX)
                                               DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE (20:)
                     END-STRING
            END-EVALUATE

            PERFORM 8500-PUT-DETAIL-LINE
            .

       2170-SHOW-TOTALS.
            MOVE '2170-SHOW-TOTALS' TO ERR-LOC

            EXEC SQL
                 SELECT COUNT(*),
                        COALESCE(SUM(BOOKS_READ), 0),
                        COALESCE(SUM(CASE WHEN FINISH_DATE IS NULL
                                          THEN 0 ELSE 1 END), 0)
                   INTO :WS-ENROLLED, :WS-BOOKS-TOTAL, :WS-FINISHED
                   FROM IBMUSER.READ_ENROL
                  WHERE PROG_ID = :WS-PROG-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT ENROL TOTALS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE WS-ENROLLED    TO WS-CNT-DISP
            MOVE WS-BOOKS-TOTAL TO WS-BKS-DISP
            MOVE WS-FINISHED    TO WS-FIN-DISP
            MOVE SPACES TO WS-DETAIL-LINE
            STRING 'ENROLLED '                  DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CNT-DISP)  DELIMITED BY SIZE
                   '  BOOKS READ '              DELIMITED BY SIZE
                   FUNCTION TRIM (WS-BKS-DISP)  DELIMITED BY SIZE
                   '  FINISHED '                DELIMITED BY SIZE
                   FUNCTION TRIM (WS-FIN-DISP)  DELIMITED BY SIZE
              INTO WS-DETAIL-LINE
            END-STRING
            PERFORM 8500-PUT-DETAIL-LINE

            MOVE SPACES TO WS-DETAIL-LINE
            EVALUATE TRUE
                WHEN PROG-NOT-STARTED
                     MOVE 'NOT STARTED YET' TO WS-DETAIL-LINE
                WHEN PROG-RUNNING
                     MOVE 'RUNNING - ENTER A PATRON ID FOR PROGRESS'
                       TO WS-DETAIL-LINE
                WHEN OTHER
                     MOVE 'ENDED' TO WS-DETAIL-LINE
            END-EVALUATE
            PERFORM 8500-PUT-DETAIL-LINE
            .

       2200-SAVE-PROGRAM.
            MOVE '2200-SAVE-PROGRAM' TO ERR-LOC

            MOVE 0 TO WS-FOUND-SW
                      WS-PROG-ID
            IF FUNCTION TRIM (RDPRGI) NOT = SPACES
               PERFORM 2110-FETCH-PROGRAM
            END-IF

            PERFORM 2210-EDIT-PROGRAM

            IF EDIT-OK
               MOVE SPACES TO TBLRDP-PROG-NAME-TEXT
               MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (RDPNMI))
                 TO TBLRDP-PROG-NAME-TEXT
               MOVE FUNCTION LENGTH (FUNCTION TRIM (RDPNMI))
                 TO TBLRDP-PROG-NAME-LEN
               MOVE RDSTRI TO TBLRDP-START-DATE
               MOVE RDENDI TO TBLRDP-END-DATE

               IF PROG-FOUND
                  EXEC SQL
                       UPDATE IBMUSER.READ_PROGRAMS
                          SET PROG_NAME  = :TBLRDP-PROG-NAME,
                              START_DATE = :TBLRDP-START-DATE,
                              END_DATE   = :TBLRDP-END-DATE
                        WHERE PROG_ID = :WS-PROG-ID
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'UPDATE READ_PROGRAMS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
                  MOVE 'PROGRAM UPDATED' TO MSGLNO
               ELSE
                  PERFORM 8000-GET-OPERATOR-ID
                  MOVE 'RDPROG_ID' TO WS-NXT-ID-NAME
                  PERFORM 8100-GET-NEXT-ID
                  MOVE WS-NXT-NEXT-ID TO WS-PROG-ID
                                         TBLRDP-PROG-ID
                  MOVE WS-SIGNON-USERID TO TBLRDP-CREATED-BY-TEXT
                  MOVE FUNCTION LENGTH
                         (FUNCTION TRIM (WS-SIGNON-USERID))
                    TO TBLRDP-CREATED-BY-LEN

                  EXEC SQL
                       INSERT INTO IBMUSER.READ_PROGRAMS
                              (PROG_ID, PROG_NAME, START_DATE,
                               END_DATE, CREATED_BY, CREATED_DATE)
                       VALUES (:TBLRDP-PROG-ID, :TBLRDP-PROG-NAME,
                               :TBLRDP-START-DATE, :TBLRDP-END-DATE,
                               :TBLRDP-CREATED-BY, CURRENT DATE)
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'INSERT READ_PROGRAMS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
                  MOVE 'PROGRAM ADDED' TO MSGLNO
               END-IF

      **       THE LEVELS ARE REPLACED WHOLE, THEN EVERY ENROLMENT IS
      **       MEASURED AGAINST THE NEW GOALS
               EXEC SQL
                    DELETE FROM IBMUSER.READ_LEVELS
                     WHERE PROG_ID = :WS-PROG-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK AND NOT SQL-NOTFOUND
                  MOVE 'DELETE READ_LEVELS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               PERFORM 2220-INSERT-LEVEL
                         VARYING WS-LVL-IDX FROM 1 BY 1
                         UNTIL WS-LVL-IDX > WS-LEVEL-COUNT

               MOVE 0 TO WS-ENROL-ID
               PERFORM 8400-RESTAMP-LEVELS

               MOVE WS-PROG-ID TO WS-ID-DISP
               MOVE WS-ID-DISP TO RDPRGI
               PERFORM 2110-FETCH-PROGRAM
               PERFORM 2150-SHOW-PROGRAM
               PERFORM 2170-SHOW-TOTALS
            END-IF
            .

       2210-EDIT-PROGRAM.
            MOVE '2210-EDIT-PROGRAM' TO ERR-LOC

            MOVE 0 TO WS-EDIT-SW
                      WS-LEVEL-COUNT
            INITIALIZE WS-LEVEL-TABLE
                       WS-EDIT-GOALS

            IF FUNCTION TRIM (RDG1I) NOT = SPACES
               MOVE FUNCTION NUMVAL (RDG1I) TO WS-EDIT-GOAL (1)
               MOVE 1 TO WS-LEVEL-COUNT
            END-IF
            IF FUNCTION TRIM (RDG2I) NOT = SPACES
               MOVE FUNCTION NUMVAL (RDG2I) TO WS-EDIT-GOAL (2)
               MOVE 2 TO WS-LEVEL-COUNT
            END-IF
            IF FUNCTION TRIM (RDG3I) NOT = SPACES
               MOVE FUNCTION NUMVAL (RDG3I) TO WS-EDIT-GOAL (3)
               MOVE 3 TO WS-LEVEL-COUNT
            END-IF
            MOVE WS-EDIT-GOAL (1) TO WS-LVL-GOAL (1)
            MOVE WS-EDIT-GOAL (2) TO WS-LVL-GOAL (2)
            MOVE WS-EDIT-GOAL (3) TO WS-LVL-GOAL (3)
            MOVE FUNCTION UPPER-CASE (RDZ1I) TO WS-LVL-PRIZE (1)
            MOVE FUNCTION UPPER-CASE (RDZ2I) TO WS-LVL-PRIZE (2)
            MOVE FUNCTION UPPER-CASE (RDZ3I) TO WS-LVL-PRIZE (3)

      **    THE DATES ARE EDITED AS FINETRN EDITS A PLAN'S FIRST DUE
      **    DATE; A BAD DATE COMES BACK AS -180/-181
            MOVE 'N' TO WS-DATES-BAD-SW
            MOVE RDSTRI TO TBLRDP-START-DATE
            MOVE RDENDI TO TBLRDP-END-DATE
            EXEC SQL
                 SELECT CASE WHEN DATE(:TBLRDP-END-DATE)
                                  < DATE(:TBLRDP-START-DATE)
                             THEN 'Y' ELSE 'N' END
                   INTO :WS-DATES-BAD-SW
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     CONTINUE
                WHEN EVAL-CODE = -180
                WHEN EVAL-CODE = -181
                     MOVE 'X' TO WS-DATES-BAD-SW
                WHEN OTHER
                     MOVE 'SELECT DATE EDIT' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE

      **    NO TWO PROGRAMS MAY RUN AT ONCE - LOANTRN AND SELFSRV
      **    PICK THE ONE RUNNING TODAY
            MOVE 0 TO WS-ROW-COUNT
            IF WS-DATES-BAD-SW = 'N'
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM IBMUSER.READ_PROGRAMS
                     WHERE PROG_ID   <> :WS-PROG-ID
                       AND START_DATE <= :TBLRDP-END-DATE
                       AND END_DATE   >= :TBLRDP-START-DATE
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT PROGRAM OVERLAP' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF

            EVALUATE TRUE
                WHEN FUNCTION TRIM (RDPNMI) = SPACES
                     MOVE 'PROGRAM NAME IS REQUIRED' TO MSGLNO
                WHEN WS-DATES-BAD-SW = 'X'
                     MOVE 'START AND END MUST BE YYYY-MM-DD' TO MSGLNO
                WHEN WS-DATES-BAD-SW = 'Y'
                     MOVE 'END DATE IS BEFORE THE START DATE'
                       TO MSGLNO
                WHEN WS-ROW-COUNT > 0
                     MOVE 'DATES OVERLAP ANOTHER READING PROGRAM'
                       TO MSGLNO
                WHEN WS-LEVEL-COUNT = 0
                     MOVE 'AT LEAST THE LEVEL 1 GOAL IS REQUIRED'
                       TO MSGLNO
                WHEN WS-EDIT-GOAL (1) < 1
                  OR (WS-LEVEL-COUNT > 1
                      AND WS-EDIT-GOAL (2) NOT > WS-EDIT-GOAL (1))
                  OR (WS-LEVEL-COUNT > 2
                      AND WS-EDIT-GOAL (3) NOT > WS-EDIT-GOAL (2))
                     MOVE 'GOALS MUST BE 1 OR MORE AND RISE BY LEVEL'
                       TO MSGLNO
                WHEN WS-LVL-PRIZE (1) = SPACES OR LOW-VALUES
                  OR (WS-LEVEL-COUNT > 1
                      AND (WS-LVL-PRIZE (2) = SPACES OR LOW-VALUES))
                  OR (WS-LEVEL-COUNT > 2
                      AND (WS-LVL-PRIZE (3) = SPACES OR LOW-VALUES))
                     MOVE 'EACH LEVEL NEEDS A PRIZE' TO MSGLNO
                WHEN OTHER
                     SET EDIT-OK TO TRUE
            END-EVALUATE
            .

       2220-INSERT-LEVEL.
            MOVE '2220-INSERT-LEVEL' TO ERR-LOC

            MOVE WS-PROG-ID               TO TBLRDL-PROG-ID
            MOVE WS-LVL-IDX               TO TBLRDL-LEVEL-NO
            MOVE WS-LVL-GOAL (WS-LVL-IDX) TO TBLRDL-GOAL-BOOKS
            MOVE SPACES TO TBLRDL-PRIZE-DESC-TEXT
            MOVE FUNCTION TRIM (WS-LVL-PRIZE (WS-LVL-IDX))
              TO TBLRDL-PRIZE-DESC-TEXT
            MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-LVL-PRIZE (WS-LVL-IDX)))
              TO TBLRDL-PRIZE-DESC-LEN

            EXEC SQL
                 INSERT INTO IBMUSER.READ_LEVELS
                        (PROG_ID, LEVEL_NO, GOAL_BOOKS, PRIZE_DESC)
                 VALUES (:TBLRDL-PROG-ID, :TBLRDL-LEVEL-NO,
                         :TBLRDL-GOAL-BOOKS, :TBLRDL-PRIZE-DESC)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT READ_LEVELS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2300-ENROL-PATRON.
            MOVE '2300-ENROL-PATRON' TO ERR-LOC

            PERFORM 2110-FETCH-PROGRAM

            IF PROG-FOUND
               PERFORM 2150-SHOW-PROGRAM

               IF FUNCTION TRIM (RDPATI) = SPACES
                  MOVE 'ENTER THE PATRON ID TO ENROL' TO MSGLNO
               ELSE
                  MOVE FUNCTION NUMVAL (RDPATI) TO WS-PATRON-ID
                                                   TBLPATR-PATRON-ID
                  PERFORM 2165-FETCH-ENROLMENT

                  MOVE SPACE TO TBLPATR-PATRON-STATUS
                  EXEC SQL
                       SELECT PATRON_STATUS
                         INTO :TBLPATR-PATRON-STATUS
                         FROM IBMUSER.PATRONS
                        WHERE PATRON_ID = :TBLPATR-PATRON-ID
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK AND NOT SQL-NOTFOUND
                     MOVE 'SELECT PATRONS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF

                  EVALUATE TRUE
                      WHEN SQL-NOTFOUND
                           MOVE 'PATRON ID NOT FOUND' TO MSGLNO
                      WHEN TBLPATR-PATRON-STATUS NOT = 'A'
                           MOVE 'PATRON IS NOT ACTIVE' TO MSGLNO
                      WHEN PROG-ENDED
                           MOVE 'THIS PROGRAM HAS ENDED' TO MSGLNO
                      WHEN ENROL-FOUND
                           MOVE 'PATRON IS ALREADY ENROLLED' TO MSGLNO
                      WHEN OTHER
                           PERFORM 8010-GET-DESK-BRANCH
                           MOVE 'ENROL_ID' TO WS-NXT-ID-NAME
                           PERFORM 8100-GET-NEXT-ID
                           MOVE WS-NXT-NEXT-ID    TO TBLRDE-ENROL-ID
                           MOVE WS-PROG-ID        TO TBLRDE-PROG-ID
                           MOVE WS-PATRON-ID      TO TBLRDE-PATRON-ID
                           MOVE WS-DESK-BRANCH-ID TO TBLRDE-BRANCH-ID
                           MOVE 'D'               TO TBLRDE-ENROL-SOURCE

                           EXEC SQL
                                INSERT INTO IBMUSER.READ_ENROL
                                       (ENROL_ID, PROG_ID, PATRON_ID,
                                        BRANCH_ID, ENROL_SOURCE,
                                        ENROL_DATE, BOOKS_READ,
                                        LEVEL_REACHED, FINISH_DATE)
                                VALUES (:TBLRDE-ENROL-ID,
                                        :TBLRDE-PROG-ID,
                                        :TBLRDE-PATRON-ID,
                                        :TBLRDE-BRANCH-ID,
                                        :TBLRDE-ENROL-SOURCE,
                                        CURRENT DATE, 0, 0, NULL)
                           END-EXEC

                           MOVE SQLCODE TO EVAL-CODE
                           IF NOT ERR-OK
                              MOVE 'INSERT READ_ENROL' TO ERR-MSG
                              PERFORM 9999-ERROR-HANDLING
                           END-IF

                           PERFORM 2160-SHOW-PATRON
                           MOVE 'PATRON ENROLLED' TO MSGLNO
                  END-EVALUATE
               END-IF
            END-IF
            .

       2400-LOG-BOOKS.
            MOVE '2400-LOG-BOOKS' TO ERR-LOC

            PERFORM 2110-FETCH-PROGRAM

            IF PROG-FOUND
               PERFORM 2150-SHOW-PROGRAM
               PERFORM 2410-EDIT-LOG

               IF EDIT-OK
                  PERFORM 8000-GET-OPERATOR-ID
                  MOVE 'RDLOG_ID' TO WS-NXT-ID-NAME
                  PERFORM 8100-GET-NEXT-ID
                  MOVE WS-NXT-NEXT-ID   TO TBLRDG-LOG-ID
                  MOVE WS-ENROL-ID      TO TBLRDG-ENROL-ID
                  MOVE WS-BOOK-ID       TO TBLRDG-BOOK-ID
                  MOVE WS-BOOK-COUNT    TO TBLRDG-BOOK-COUNT
                  MOVE 'K'              TO TBLRDG-LOG-SOURCE
                  MOVE WS-SIGNON-USERID TO TBLRDG-OPERATOR-ID-TEXT
                  MOVE FUNCTION LENGTH
                         (FUNCTION TRIM (WS-SIGNON-USERID))
                    TO TBLRDG-OPERATOR-ID-LEN

                  EXEC SQL
                       INSERT INTO IBMUSER.READ_LOG
                              (LOG_ID, ENROL_ID, BOOK_ID, BOOK_COUNT,
                               LOG_SOURCE, LOG_DATE, OPERATOR_ID)
                       VALUES (:TBLRDG-LOG-ID, :TBLRDG-ENROL-ID,
                               :TBLRDG-BOOK-ID, :TBLRDG-BOOK-COUNT,
                               :TBLRDG-LOG-SOURCE, CURRENT DATE,
                               :TBLRDG-OPERATOR-ID)
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'INSERT READ_LOG' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF

                  EXEC SQL
                       UPDATE IBMUSER.READ_ENROL
                          SET BOOKS_READ = BOOKS_READ + :WS-BOOK-COUNT
                        WHERE ENROL_ID = :WS-ENROL-ID
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'UPDATE READ_ENROL BOOKS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF

                  MOVE TBLRDE-LEVEL-REACHED TO WS-OLD-LEVEL
                  PERFORM 8400-RESTAMP-LEVELS
                  PERFORM 2160-SHOW-PATRON

                  IF TBLRDE-LEVEL-REACHED > WS-OLD-LEVEL
                     MOVE TBLRDE-LEVEL-REACHED TO WS-LVL-DISP
                     STRING 'LOGGED - LEVEL '  DELIMITED BY SIZE
                            WS-LVL-DISP        DELIMITED BY SIZE
                            ' REACHED, PRIZE IS WAITING'
                                               DELIMITED BY SIZE
                       INTO MSGLNO
                     END-STRING
                  ELSE
                     MOVE 'BOOKS LOGGED' TO MSGLNO
                  END-IF
               END-IF
            END-IF
            .

       2410-EDIT-LOG.
            MOVE '2410-EDIT-LOG' TO ERR-LOC

            MOVE 0 TO WS-EDIT-SW
                      WS-BOOK-ID
                      WS-ENROL-SW
                      WS-ROW-COUNT
            MOVE 1 TO WS-BOOK-COUNT

            IF FUNCTION TRIM (RDPATI) NOT = SPACES
               MOVE FUNCTION NUMVAL (RDPATI) TO WS-PATRON-ID
               PERFORM 2165-FETCH-ENROLMENT
            END-IF

      **    A BOOK ID LOGS THAT ONE TITLE, ONCE PER ENROLMENT - THE
      **    SAME RULE LOANTRN USES FOR CHECKOUTS
            IF FUNCTION TRIM (RDBIDI) NOT = SPACES
               MOVE FUNCTION NUMVAL (RDBIDI) TO WS-BOOK-ID
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM IBMUSER.BOOKS
                     WHERE BOOK_ID = :WS-BOOK-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT BOOKS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               IF WS-ROW-COUNT > 0 AND ENROL-FOUND
                  EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-ROW-COUNT
                         FROM IBMUSER.READ_LOG
                        WHERE ENROL_ID = :WS-ENROL-ID
                          AND BOOK_ID  = :WS-BOOK-ID
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'SELECT READ_LOG TITLE' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
                  IF WS-ROW-COUNT > 0
                     MOVE -1 TO WS-ROW-COUNT
                  ELSE
                     MOVE 1 TO WS-ROW-COUNT
                  END-IF
               END-IF
            ELSE
               IF FUNCTION TRIM (RDBKSI) NOT = SPACES
                  MOVE FUNCTION NUMVAL (RDBKSI) TO WS-BOOK-COUNT
               END-IF
            END-IF

            EVALUATE TRUE
                WHEN FUNCTION TRIM (RDPATI) = SPACES
                     MOVE 'ENTER THE PATRON ID TO LOG FOR' TO MSGLNO
                WHEN NOT ENROL-FOUND
                     MOVE 'PATRON IS NOT ENROLLED - PF6 ENROLS'
                       TO MSGLNO
                WHEN PROG-NOT-STARTED
                     MOVE 'THIS PROGRAM HAS NOT STARTED YET' TO MSGLNO
                WHEN PROG-ENDED
                     MOVE 'THIS PROGRAM HAS ENDED' TO MSGLNO
                WHEN WS-BOOK-ID NOT = 0 AND WS-ROW-COUNT = 0
                     MOVE 'BOOK ID NOT FOUND' TO MSGLNO
                WHEN WS-ROW-COUNT < 0
                     MOVE 'THAT TITLE IS ALREADY LOGGED' TO MSGLNO
                WHEN WS-BOOK-COUNT < 1 OR WS-BOOK-COUNT > 50
                     MOVE 'BOOKS READ MUST BE 1 TO 50' TO MSGLNO
                WHEN OTHER
                     SET EDIT-OK TO TRUE
            END-EVALUATE
            .

       2500-COLLECT-PRIZE.
            MOVE '2500-COLLECT-PRIZE' TO ERR-LOC

            PERFORM 2110-FETCH-PROGRAM

            IF PROG-FOUND
               PERFORM 2150-SHOW-PROGRAM
               MOVE 0 TO WS-ENROL-SW
                         WS-PRIZE-LEVEL
                         WS-ROW-COUNT
               IF FUNCTION TRIM (RDPATI) NOT = SPACES
                  MOVE FUNCTION NUMVAL (RDPATI) TO WS-PATRON-ID
                  PERFORM 2165-FETCH-ENROLMENT
               END-IF
               IF FUNCTION TRIM (RDLVLI) NOT = SPACES
                  MOVE FUNCTION NUMVAL (RDLVLI) TO WS-PRIZE-LEVEL
               END-IF

               IF ENROL-FOUND
                  EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-ROW-COUNT
                         FROM IBMUSER.READ_PRIZES
                        WHERE ENROL_ID = :WS-ENROL-ID
                          AND LEVEL_NO = :WS-PRIZE-LEVEL
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'SELECT READ_PRIZES' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
               END-IF

               EVALUATE TRUE
                   WHEN FUNCTION TRIM (RDPATI) = SPACES
                        MOVE 'ENTER THE PATRON ID' TO MSGLNO
                   WHEN NOT ENROL-FOUND
                        MOVE 'PATRON IS NOT ENROLLED' TO MSGLNO
                   WHEN WS-PRIZE-LEVEL < 1
                     OR WS-PRIZE-LEVEL > WS-LEVEL-COUNT
                        MOVE 'ENTER THE LEVEL WHOSE PRIZE WAS COLLECTED'
                          TO MSGLNO
                   WHEN TBLRDE-LEVEL-REACHED < WS-PRIZE-LEVEL
                        MOVE 'THAT LEVEL HAS NOT BEEN REACHED YET'
                          TO MSGLNO
                   WHEN WS-ROW-COUNT > 0
                        MOVE 'THAT PRIZE HAS ALREADY BEEN COLLECTED'
                          TO MSGLNO
                   WHEN OTHER
                        PERFORM 8000-GET-OPERATOR-ID
                        MOVE WS-ENROL-ID    TO TBLRDZ-ENROL-ID
                        MOVE WS-PRIZE-LEVEL TO TBLRDZ-LEVEL-NO
                        MOVE WS-SIGNON-USERID
                          TO TBLRDZ-OPERATOR-ID-TEXT
                        MOVE FUNCTION LENGTH
                               (FUNCTION TRIM (WS-SIGNON-USERID))
                          TO TBLRDZ-OPERATOR-ID-LEN

                        EXEC SQL
                             INSERT INTO IBMUSER.READ_PRIZES
                                    (ENROL_ID, LEVEL_NO,
                                     COLLECTED_DATE, OPERATOR_ID)
                             VALUES (:TBLRDZ-ENROL-ID,
                                     :TBLRDZ-LEVEL-NO, CURRENT DATE,
                                     :TBLRDZ-OPERATOR-ID)
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK
                           MOVE 'INSERT READ_PRIZES' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF
                        MOVE 'PRIZE RECORDED AS COLLECTED' TO MSGLNO
               END-EVALUATE

               IF FUNCTION TRIM (RDPATI) NOT = SPACES
                  PERFORM 2160-SHOW-PATRON
               END-IF
            END-IF
            .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

            EXEC CICS
                 SEND MAP    (WS-RDMAP-NAME)
                      MAPSET (WS-RDSET-NAME)
                      FROM   (RDMAPO)
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

      **    SIGNED-ON OPERATOR, OR THE TERMINAL ID WHEN NOBODY IS
      **    SIGNED ON - AS LOANTRN
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

       8010-GET-DESK-BRANCH.
            MOVE '8010-GET-DESK-BRANCH' TO ERR-LOC

            PERFORM 8000-GET-OPERATOR-ID

            MOVE 0 TO WS-DESK-BRANCH-ID
            EXEC SQL
                 SELECT BRANCH_ID
                   INTO :WS-DESK-BRANCH-ID
                   FROM IBMUSER.OPER_AUTH
                  WHERE OPERATOR_ID = :WS-SIGNON-USERID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-NOTFOUND
               MOVE 'SELECT OPER BRANCH' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
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

      ***   LEVEL_REACHED AND FINISH_DATE FOLLOW BOOKS_READ: ONE
      ***   ENROLMENT (WS-ENROL-ID), OR THE WHOLE PROGRAM WHEN IT IS 0.
      ***   THE SAME UPDATE RUNS IN LOANTRN AFTER AN AUTOMATIC LOG
       8400-RESTAMP-LEVELS.
            MOVE '8400-RESTAMP-LEVELS' TO ERR-LOC

            EXEC SQL
                 UPDATE IBMUSER.READ_ENROL E
                    SET LEVEL_REACHED =
                        (SELECT COALESCE(MAX(L.LEVEL_NO), 0)
                           FROM IBMUSER.READ_LEVELS L
                          WHERE L.PROG_ID    = E.PROG_ID
                            AND L.GOAL_BOOKS <= E.BOOKS_READ),
                        FINISH_DATE =
                        CASE WHEN E.BOOKS_READ >=
                                  (SELECT MAX(L.GOAL_BOOKS)
                                     FROM IBMUSER.READ_LEVELS L
                                    WHERE L.PROG_ID = E.PROG_ID)
                             THEN COALESCE(E.FINISH_DATE,
                                           CURRENT DATE)
                             ELSE NULL END
                  WHERE E.PROG_ID = :WS-PROG-ID
                    AND (E.ENROL_ID = :WS-ENROL-ID
                         OR :WS-ENROL-ID = 0)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-NOTFOUND
               MOVE 'UPDATE READ_ENROL LEVEL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-ENROL-ID NOT = 0
               PERFORM 2165-FETCH-ENROLMENT
            END-IF
            .

       8500-PUT-DETAIL-LINE.
            MOVE '8500-PUT-DETAIL-LINE' TO ERR-LOC

            ADD 1 TO WS-LINE-IDX

            EVALUATE WS-LINE-IDX
                WHEN 1
                     MOVE WS-DETAIL-LINE TO RDLN1O
                WHEN 2
                     MOVE WS-DETAIL-LINE TO RDLN2O
                WHEN 3
                     MOVE WS-DETAIL-LINE TO RDLN3O
                WHEN OTHER
                     MOVE WS-DETAIL-LINE TO RDLN4O
            END-EVALUATE
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
