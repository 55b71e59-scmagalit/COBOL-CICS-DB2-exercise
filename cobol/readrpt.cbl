      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    READRPT.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/15/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * SUMMER READING CHALLENGE - WEEKLY PROGRESS BY BRANCH AND AGE   *
      *----------------------------------------------------------------*
      * - RUN WEEKLY WHILE A READING PROGRAM IS ON (SEE READTRN).      *
      *   FOR EACH ENROLLING BRANCH (BRANCH 0 = THE SELFSRV LOBBY      *
      *   STATION) AND AGE GROUP IT SHOWS THE PATRONS ENROLLED AND     *
      *   HOW MANY JOINED IN THE LAST SEVEN DAYS, BOOKS READ IN ALL    *
      *   AND IN THE LAST SEVEN DAYS, BOOKS PER READER, HOW MANY HAVE  *
      *   REACHED EACH LEVEL AND HOW MANY HAVE FINISHED (REACHED THE   *
      *   TOP LEVEL). EACH BRANCH ENDS WITH AN ALL-AGES LINE AND THE   *
      *   REPORT WITH THE PROGRAM TOTALS AND THE PRIZES COLLECTED      *
      * - THE AGE GROUP COMES FROM THE PATRON CATEGORY AS IN CIRCOPEN  *
      *   (J UNDER 18, S 65 AND OVER, A/F 18-64) - NO BIRTH DATE IS    *
      *   HELD                                                         *
      * - THE PROGRAM REPORTED IS THE ONE RUNNING TODAY, OR WHEN NONE  *
      *   IS, THE LAST ONE TO HAVE STARTED; PROG= PICKS ANOTHER        *
      * - REGISTERED IN RUN_HIST (RUNLOG) AND REP_REGIST (REPREG)      *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   15,2020 - INITIAL VERSION                        (1215SU)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *   PROG=nnn    - READ_PROGRAMS.PROG_ID TO REPORT                *
      *                                                                *
      * FILES:                                                         *
      * READRPOP (OUTPUT) - IBMUSER.SMAGALIT.READRPOP                  *
      * IBMUSER.READ_PROGRAMS/READ_LEVELS (INPUT) - THE PROGRAM        *
      * IBMUSER.READ_ENROL/READ_LOG/READ_PRIZES (INPUT) - PROGRESS     *
      * IBMUSER.PATRONS (INPUT)  - PATRON CATEGORY                     *
      * IBMUSER.BRANCHES (INPUT) - BRANCH NAMES                        *
      *                                                                *
      * 0000-MAIN                      2200-FETCH-ROW                  *
      * 1000-INIT                      2220-BRANCH-BREAK               *
      * 1100-GET-TIMESTAMP             2230-BRANCH-TOTALS              *
      * 1150-PARSE-PARM                2240-FIND-BRANCH-NAME           *
      * 1160-APPLY-ONE-TOKEN           2300-ADD-FIGURES                *
      * 1200-FIND-PROGRAM              2400-PRINT-FIGURES              *
      * 1300-OPEN-FILES                2500-WRITE-TOTALS               *
      * 1400-SET-REPVARS               3000-CLEANUP                    *
      * 2000-MAIN-LOGIC                3100-CLOSE-FILES                *
      * 2100-WRITE-HEADERS             9999-ERROR-HANDLING             *
      * 2110-WRITE-PROGRAM-LINES       9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-READRPOP  ASSIGN       TO    READRPOP
                               FILE STATUS  IS FS-READRPOP
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-READRPOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-READRPOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-NL-TEXT          PIC X(60)     VALUE
                          'NO PATRONS ENROLLED IN THIS PROGRAM YET'.
               10  FILLER              PIC X(68)     VALUE SPACES  .
           05  WS-FIG-HDR1.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(10)     VALUE 'AGE'   .
               10  FILLER              PIC X(11)
                                       VALUE '   ENROLLED'        .
               10  FILLER              PIC X(11)
                                       VALUE '        NEW'        .
               10  FILLER              PIC X(11)
                                       VALUE '      BOOKS'        .
               10  FILLER              PIC X(11)
                                       VALUE '      BOOKS'        .
               10  FILLER              PIC X(11)
                                       VALUE '  BOOKS PER'        .
               10  FILLER              PIC X(11)
                                       VALUE '    REACHED'        .
               10  FILLER              PIC X(11)
                                       VALUE '    REACHED'        .
               10  FILLER              PIC X(11)
                                       VALUE '    REACHED'        .
               10  FILLER              PIC X(11)
                                       VALUE '   FINISHED'        .
               10  FILLER              PIC X(11)
                                       VALUE '        PCT'        .
               10  FILLER              PIC X(08)     VALUE SPACES  .
           05  WS-FIG-HDR2.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(10)     VALUE 'GROUP' .
               10  FILLER              PIC X(11)     VALUE SPACES  .
               10  FILLER              PIC X(11)
                                       VALUE '  THIS WEEK'        .
               10  FILLER              PIC X(11)
                                       VALUE '       READ'        .
               10  FILLER              PIC X(11)
                                       VALUE '  THIS WEEK'        .
               10  FILLER              PIC X(11)
                                       VALUE '     READER'        .
               10  FILLER              PIC X(11)
                                       VALUE '    LEVEL 1'        .
               10  FILLER              PIC X(11)
                                       VALUE '    LEVEL 2'        .
               10  FILLER              PIC X(11)
                                       VALUE '    LEVEL 3'        .
               10  FILLER              PIC X(11)     VALUE SPACES  .
               10  FILLER              PIC X(11)
                                       VALUE '   FINISHED'        .
               10  FILLER              PIC X(08)     VALUE SPACES  .
           05  WS-FIG-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-FL-GROUP         PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-FL-ENROLLED      PIC ZZZ,ZZ9.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-FL-NEW           PIC ZZZ,ZZ9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-FL-BOOKS         PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-FL-BOOKS-WK      PIC ZZZ,ZZ9.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-FL-PER-READER    PIC ZZZZ9.9.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-FL-LEVEL1        PIC ZZZ,ZZ9.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-FL-LEVEL2        PIC ZZZ,ZZ9.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-FL-LEVEL3        PIC ZZZ,ZZ9.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-FL-FINISHED      PIC ZZZ,ZZ9.
               10  FILLER              PIC X(06)     VALUE SPACES  .
               10  WS-FL-PCT           PIC ZZ9.9.
               10  FILLER              PIC X(08)     VALUE SPACES  .
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TL-TEXT          PIC X(50)     VALUE SPACES  .
               10  WS-TL-COUNT         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(71)     VALUE SPACES  .
           05  WS-PARM-PROG-ID         PIC S9(09) COMP VALUE 0.
           05  WS-PROG-ID              PIC S9(09) COMP VALUE 0.
           05  WS-PREV-BRANCH          PIC S9(09) COMP VALUE -1.
           05  WS-PRIZES-OUT           PIC S9(09) COMP VALUE 0.
           05  WS-LEVEL-COUNT          PIC S9(04) COMP VALUE 0.
           05  WS-ID-DISP              PIC Z(08)9.
           05  WS-GOAL-DISP            PIC ZZ9.
           05  WS-BRANCH-NAME          PIC X(40)     VALUE SPACES.
           05  WS-PROG-SW              PIC 9         VALUE 0.
               88  PROG-FOUND                        VALUE 1.
           05  WS-ROW-SW               PIC 9         VALUE 0.
               88  ROW-FOUND                         VALUE 1.
           05  WS-ROW-BRANCH           PIC S9(09) COMP VALUE 0.
           05  WS-ROW-GROUP            PIC X(05)     VALUE SPACES.
      **   ONE CURSOR ROW, ONE BRANCH'S RUNNING TOTAL AND THE GRAND
      **   TOTAL SHARE A LAYOUT SO 2400 CAN PRINT ANY OF THEM
           05  WS-ROW-FIGS.
               10  WS-RF-ENROLLED      PIC S9(09) COMP VALUE 0.
               10  WS-RF-NEW           PIC S9(09) COMP VALUE 0.
               10  WS-RF-BOOKS         PIC S9(09) COMP VALUE 0.
               10  WS-RF-BOOKS-WK      PIC S9(09) COMP VALUE 0.
               10  WS-RF-LEVEL1        PIC S9(09) COMP VALUE 0.
               10  WS-RF-LEVEL2        PIC S9(09) COMP VALUE 0.
               10  WS-RF-LEVEL3        PIC S9(09) COMP VALUE 0.
               10  WS-RF-FINISHED      PIC S9(09) COMP VALUE 0.
           05  WS-BRANCH-FIGS.
               10  WS-BF-ENROLLED      PIC S9(09) COMP VALUE 0.
               10  WS-BF-NEW           PIC S9(09) COMP VALUE 0.
               10  WS-BF-BOOKS         PIC S9(09) COMP VALUE 0.
               10  WS-BF-BOOKS-WK      PIC S9(09) COMP VALUE 0.
               10  WS-BF-LEVEL1        PIC S9(09) COMP VALUE 0.
               10  WS-BF-LEVEL2        PIC S9(09) COMP VALUE 0.
               10  WS-BF-LEVEL3        PIC S9(09) COMP VALUE 0.
               10  WS-BF-FINISHED      PIC S9(09) COMP VALUE 0.
           05  WS-GRAND-FIGS.
               10  WS-GF-ENROLLED      PIC S9(09) COMP VALUE 0.
               10  WS-GF-NEW           PIC S9(09) COMP VALUE 0.
               10  WS-GF-BOOKS         PIC S9(09) COMP VALUE 0.
               10  WS-GF-BOOKS-WK      PIC S9(09) COMP VALUE 0.
               10  WS-GF-LEVEL1        PIC S9(09) COMP VALUE 0.
               10  WS-GF-LEVEL2        PIC S9(09) COMP VALUE 0.
               10  WS-GF-LEVEL3        PIC S9(09) COMP VALUE 0.
               10  WS-GF-FINISHED      PIC S9(09) COMP VALUE 0.
           05  WS-PRINT-FIGS.
               10  WS-PF-ENROLLED      PIC S9(09) COMP VALUE 0.
               10  WS-PF-NEW           PIC S9(09) COMP VALUE 0.
               10  WS-PF-BOOKS         PIC S9(09) COMP VALUE 0.
               10  WS-PF-BOOKS-WK      PIC S9(09) COMP VALUE 0.
               10  WS-PF-LEVEL1        PIC S9(09) COMP VALUE 0.
               10  WS-PF-LEVEL2        PIC S9(09) COMP VALUE 0.
               10  WS-PF-LEVEL3        PIC S9(09) COMP VALUE 0.
               10  WS-PF-FINISHED      PIC S9(09) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-ROW-CNTR         PIC S9(08) COMP VALUE 0.
               10  WS-LINE-CNTR        PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-TOKEN       PIC X(30)  VALUE SPACES.
               10  WS-PARM-TOKENS      PIC X(30)  OCCURS 3 TIMES.
               10  WS-PARM-IDX         PIC S9(04) COMP VALUE 0.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                   VALUE 'SUMMER READING CHALLENGE - WEEKLY PROGRESS'.

       COPY REPVARS.

       01  WS-SYS-VARS.
           05  WS-TIMESTAMP             PIC X(26)       VALUE SPACES.
           05  WS-TIMESTAMP-FMT         REDEFINES WS-TIMESTAMP.
               10  WS-DATE              PIC X(10).
               10  FILLER               PIC X    .
               10  WS-TIME              PIC X(08).
               10  FILLER               PIC X    .
               10  WS-MICROSEC          PIC X(06).
           05  WS-FILESTAT.
               10  FS-READRPOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)    VALUE 'READRPT'.

       01  WS-RUNLOG-PARMS.
           05  WS-RL-FUNC           PIC X             VALUE SPACE.
           05  WS-RL-JOB-NAME       PIC X(08)         VALUE SPACES.
           05  WS-RL-PARM-TEXT      PIC X(100)        VALUE SPACES.
           05  WS-RL-STATUS         PIC X(07)         VALUE SPACES.
           05  WS-RL-REC-COUNT      PIC S9(09) COMP   VALUE 0.
           05  WS-RL-ERR-LOC        PIC X(26)         VALUE SPACES.
           05  WS-RL-ERR-MSG        PIC X(26)         VALUE SPACES.
           05  WS-RL-RUN-ID         PIC S9(09) COMP   VALUE 0.
           05  WS-RL-RC             PIC S9(04) COMP   VALUE 0.

       01  WS-REPREG-PARMS.
           05  WS-RR-REP-NAME       PIC X(08)         VALUE SPACES.
           05  WS-RR-PARM-TEXT      PIC X(58)         VALUE SPACES.
           05  WS-RR-LINE-COUNT     PIC S9(09) COMP   VALUE 0.
           05  WS-RR-RUN-ID         PIC S9(09) COMP   VALUE 0.
           05  WS-RR-RC             PIC S9(04) COMP   VALUE 0.

       01  WS-ERROR.
           05  FILLER                   PIC X(09)       VALUE 'ERR AT '.
           05  ERR-LOC                  PIC X(26)       VALUE SPACES   .
           05  FILLER                   PIC X(05)       VALUE ' RC: '  .
           05  ERR-CODE                 PIC X(08)       VALUE SPACES   .
           05  FILLER                   PIC X(06)       VALUE ' MSG: ' .
           05  ERR-MSG                  PIC X(26)       VALUE SPACES   .

      *** SQL COPYBOOKS
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE DCLRDP   END-EXEC.
           EXEC SQL INCLUDE DCLRDL   END-EXEC.
           EXEC SQL INCLUDE DCLBRN   END-EXEC.

      **   ONE ROW PER ENROLLING BRANCH AND AGE GROUP; THE NESTED
      **   TABLE ADDS UP EACH ENROLMENT'S BOOKS LOGGED THIS WEEK
           EXEC SQL DECLARE CURRDWK CURSOR FOR
                SELECT E.BRANCH_ID
                      ,CASE P.PATRON_CAT
                            WHEN 'J' THEN '00-17'
                            WHEN 'S' THEN '65+'
                            WHEN 'A' THEN '18-64'
                            WHEN 'F' THEN '18-64'
                            ELSE 'UNKN' END
                      ,COUNT(*)
                      ,SUM(CASE WHEN E.ENROL_DATE
                                     > CURRENT DATE - 7 DAYS
                                THEN 1 ELSE 0 END)
                      ,SUM(E.BOOKS_READ)
                      ,SUM(COALESCE(W.WEEK_BOOKS, 0))
                      ,SUM(CASE WHEN E.LEVEL_REACHED >= 1
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN E.LEVEL_REACHED >= 2
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN E.LEVEL_REACHED >= 3
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN E.FINISH_DATE IS NULL
                                THEN 0 ELSE 1 END)
                  FROM IBMUSER.READ_ENROL E
                 INNER JOIN IBMUSER.PATRONS P
                    ON P.PATRON_ID = E.PATRON_ID
                  LEFT OUTER JOIN
                       (SELECT G.ENROL_ID
                              ,SUM(G.BOOK_COUNT) AS WEEK_BOOKS
                          FROM IBMUSER.READ_LOG G
                         WHERE G.LOG_DATE > CURRENT DATE - 7 DAYS
                         GROUP BY G.ENROL_ID) W
                    ON W.ENROL_ID = E.ENROL_ID
                 WHERE E.PROG_ID = :WS-PROG-ID
                 GROUP BY E.BRANCH_ID
                         ,CASE P.PATRON_CAT
                               WHEN 'J' THEN '00-17'
                               WHEN 'S' THEN '65+'
                               WHEN 'A' THEN '18-64'
                               WHEN 'F' THEN '18-64'
                               ELSE 'UNKN' END
                 ORDER BY 1, 2
           END-EXEC.

           EXEC SQL DECLARE CURRDGOL CURSOR FOR
                SELECT GOAL_BOOKS
                  FROM IBMUSER.READ_LEVELS
                 WHERE PROG_ID = :WS-PROG-ID
                 ORDER BY LEVEL_NO
           END-EXEC.

      *--------------------------------------------------------------*
      * LS-PARM HOLDS THE BATCH PARM CARD (SEE HEADER FOR GRAMMAR)    *
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN              PIC S9(04) COMP.
           05  LS-PARM-TEXT             PIC X(100).

      *------------------------------
       PROCEDURE DIVISION USING LS-PARM.
      *------------------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

            MOVE 'READRPT' TO WS-RL-JOB-NAME
            IF LS-PARM-LEN > 0
               MOVE LS-PARM-TEXT TO WS-RL-PARM-TEXT
            END-IF
            MOVE 'S' TO WS-RL-FUNC
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 1000-INIT
            PERFORM 2000-MAIN-LOGIC
            PERFORM 3000-CLEANUP
            .

       1000-INIT.
            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1100-GET-TIMESTAMP
            PERFORM 1150-PARSE-PARM
            PERFORM 1200-FIND-PROGRAM
            PERFORM 1300-OPEN-FILES
            PERFORM 1400-SET-REPVARS
            .

       1100-GET-TIMESTAMP.
            MOVE '1100-GET-TIMESTAMP' TO ERR-LOC
            EXEC SQL
                 SELECT CURRENT TIMESTAMP
                   INTO :WS-TIMESTAMP
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF ERR-OK
               DISPLAY WS-TIMESTAMP
            ELSE
               MOVE 'SELECT CURRENT TIMESTAMP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1150-PARSE-PARM.
            MOVE '1150-PARSE-PARM' TO ERR-LOC

            IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TOKENS (1)
                              WS-PARM-TOKENS (2)
                              WS-PARM-TOKENS (3)
               UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
                        DELIMITED BY ','
                        INTO WS-PARM-TOKENS (1)
                             WS-PARM-TOKENS (2)
                             WS-PARM-TOKENS (3)
               END-UNSTRING

               PERFORM 1160-APPLY-ONE-TOKEN VARYING WS-PARM-IDX
                         FROM 1 BY 1 UNTIL WS-PARM-IDX > 3
            END-IF
            .

       1160-APPLY-ONE-TOKEN.
            MOVE '1160-APPLY-ONE-TOKEN' TO ERR-LOC

            MOVE WS-PARM-TOKENS (WS-PARM-IDX) TO WS-PARM-TOKEN
            IF WS-PARM-TOKEN NOT = SPACES
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING WS-PARM-TOKEN
                        DELIMITED BY '='
                        INTO WS-PARM-KEY WS-PARM-VAL
               END-UNSTRING

               EVALUATE FUNCTION TRIM (WS-PARM-KEY)
                   WHEN 'PROG'
                        IF FUNCTION NUMVAL (WS-PARM-VAL) > 0
                           MOVE FUNCTION NUMVAL (WS-PARM-VAL)
                             TO WS-PARM-PROG-ID
                        ELSE
                           DISPLAY 'BAD PROG= VALUE - CURRENT USED'
                        END-IF
                   WHEN OTHER
                        DISPLAY 'UNKNOWN PARM IGNORED: ' WS-PARM-TOKEN
               END-EVALUATE
            END-IF
            .

      ***   THE PROGRAM ASKED FOR, ELSE THE LATEST ONE TO HAVE STARTED
      ***   (THE RUNNING ONE WHILE THE CHALLENGE IS ON)
       1200-FIND-PROGRAM.
            MOVE '1200-FIND-PROGRAM' TO ERR-LOC

            MOVE 0 TO WS-PROG-SW
            IF WS-PARM-PROG-ID > 0
               MOVE WS-PARM-PROG-ID TO TBLRDP-PROG-ID
               EXEC SQL
                    SELECT PROG_ID, PROG_NAME, START_DATE, END_DATE
                      INTO :TBLRDP-PROG-ID, :TBLRDP-PROG-NAME,
                           :TBLRDP-START-DATE, :TBLRDP-END-DATE
                      FROM IBMUSER.READ_PROGRAMS
                     WHERE PROG_ID = :TBLRDP-PROG-ID
               END-EXEC
            ELSE
               EXEC SQL
                    SELECT PROG_ID, PROG_NAME, START_DATE, END_DATE
                      INTO :TBLRDP-PROG-ID, :TBLRDP-PROG-NAME,
                           :TBLRDP-START-DATE, :TBLRDP-END-DATE
                      FROM IBMUSER.READ_PROGRAMS
                     WHERE START_DATE <= CURRENT DATE
                     ORDER BY START_DATE DESC
                     FETCH FIRST 1 ROW ONLY
               END-EXEC
            END-IF

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET PROG-FOUND TO TRUE
                     MOVE TBLRDP-PROG-ID TO WS-PROG-ID
                                            WS-ID-DISP
                     DISPLAY 'READING PROGRAM ' WS-ID-DISP
                WHEN SQL-EOC
                     DISPLAY 'NO READING PROGRAM TO REPORT'
                     MOVE 'NO READING PROGRAM TO REPORT' TO WS-NL-TEXT
                WHEN OTHER
                     MOVE 'SELECT READ_PROGRAMS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       1300-OPEN-FILES.
            MOVE '1300-OPEN-FILES' TO ERR-LOC

            OPEN OUTPUT FD-READRPOP
            MOVE FS-READRPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-READRPOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1400-SET-REPVARS.
            MOVE '1400-SET-REPVARS' TO ERR-LOC
            MOVE WS-PGM-NAME  TO WS-REP-PGM
            MOVE WS-DATE      TO WS-REP-DATE
            INSPECT WS-TIME REPLACING ALL '.' BY ':'
            MOVE WS-TIME      TO WS-REP-TIME
            .

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC
            INITIALIZE WS-COUNTERS
                       WS-GRAND-FIGS
            MOVE -1 TO WS-PREV-BRANCH

            PERFORM 2100-WRITE-HEADERS

            IF PROG-FOUND
               PERFORM 2110-WRITE-PROGRAM-LINES

               EXEC SQL OPEN CURRDWK END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'OPEN CURRDWK' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               PERFORM 2200-FETCH-ROW UNTIL SQL-EOC

               EXEC SQL CLOSE CURRDWK END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'CLOSE CURRDWK' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF

            IF WS-PREV-BRANCH < 0
               WRITE REC-READRPOP FROM WS-REP-SPACES
               WRITE REC-READRPOP FROM WS-NONE-LINE
            ELSE
               PERFORM 2230-BRANCH-TOTALS
               PERFORM 2500-WRITE-TOTALS
            END-IF

            DISPLAY WS-ROW-CNTR ' BRANCH/AGE GROUP LINES WRITTEN'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.READRPOP'
            WRITE REC-READRPOP FROM WS-REP-SPACES
            WRITE REC-READRPOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(22:)
            WRITE REC-READRPOP FROM WS-REP-HEADER1
            WRITE REC-READRPOP FROM WS-REP-HEADER2
            WRITE REC-READRPOP FROM WS-REP-SPACES
            .

      ***   PROGRAM NAME, DATES AND LEVEL GOALS ABOVE THE FIGURES
       2110-WRITE-PROGRAM-LINES.
            MOVE '2110-WRITE-PROGRAM-LINES' TO ERR-LOC

            MOVE SPACES TO WS-SECTION-HDR
            STRING 'PROGRAM '                  DELIMITED BY SIZE
                   FUNCTION TRIM (WS-ID-DISP)  DELIMITED BY SIZE
                   '  '                        DELIMITED BY SIZE
                   TBLRDP-PROG-NAME-TEXT (1:TBLRDP-PROG-NAME-LEN)
                                               DELIMITED BY SIZE
                   '  '                        DELIMITED BY SIZE
                   TBLRDP-START-DATE           DELIMITED BY SIZE
                   ' TO '                      DELIMITED BY SIZE
                   TBLRDP-END-DATE             DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            WRITE REC-READRPOP FROM WS-SECTION-HDR

            MOVE SPACES TO WS-SECTION-HDR
            MOVE 'LEVEL GOALS (BOOKS):' TO WS-SECTION-HDR
            MOVE 0 TO WS-LEVEL-COUNT

            EXEC SQL OPEN CURRDGOL END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURRDGOL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2120-FETCH-GOAL UNTIL SQL-EOC

            EXEC SQL CLOSE CURRDGOL END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURRDGOL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            WRITE REC-READRPOP FROM WS-SECTION-HDR

            MOVE SPACES TO WS-SECTION-HDR
            STRING 'WEEK ENDING '              DELIMITED BY SIZE
                   WS-DATE                     DELIMITED BY SIZE
                   ' - BRANCH 0 IS THE SELF-SERVICE LOBBY STATION'
                                               DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            WRITE REC-READRPOP FROM WS-SECTION-HDR
            .

       2120-FETCH-GOAL.
            MOVE '2120-FETCH-GOAL' TO ERR-LOC

            EXEC SQL
                 FETCH CURRDGOL
                  INTO :TBLRDL-GOAL-BOOKS
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-LEVEL-COUNT
                     MOVE TBLRDL-GOAL-BOOKS TO WS-GOAL-DISP
                     MOVE WS-GOAL-DISP
                       TO WS-SECTION-HDR (18 + WS-LEVEL-COUNT * 5:3)
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURRDGOL' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2200-FETCH-ROW.
            MOVE '2200-FETCH-ROW' TO ERR-LOC
            INITIALIZE WS-ROW-FIGS
            EXEC SQL
                 FETCH CURRDWK
                  INTO :WS-ROW-BRANCH
                      ,:WS-ROW-GROUP
                      ,:WS-RF-ENROLLED
                      ,:WS-RF-NEW
                      ,:WS-RF-BOOKS
                      ,:WS-RF-BOOKS-WK
                      ,:WS-RF-LEVEL1
                      ,:WS-RF-LEVEL2
                      ,:WS-RF-LEVEL3
                      ,:WS-RF-FINISHED
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF WS-ROW-BRANCH NOT = WS-PREV-BRANCH
                        PERFORM 2220-BRANCH-BREAK
                     END-IF
                     ADD 1 TO WS-ROW-CNTR
                     PERFORM 2300-ADD-FIGURES
                     MOVE WS-ROW-GROUP TO WS-FL-GROUP
                     MOVE WS-ROW-FIGS  TO WS-PRINT-FIGS
                     PERFORM 2400-PRINT-FIGURES
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURRDWK' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      ***   A NEW ENROLLING BRANCH: CLOSE OFF THE LAST ONE AND PUT
      ***   UP THE NEW ONE'S NAME AND THE COLUMN HEADINGS
       2220-BRANCH-BREAK.
            MOVE '2220-BRANCH-BREAK' TO ERR-LOC
            IF WS-PREV-BRANCH NOT < 0
               PERFORM 2230-BRANCH-TOTALS
            END-IF
            MOVE WS-ROW-BRANCH TO WS-PREV-BRANCH
            INITIALIZE WS-BRANCH-FIGS

            PERFORM 2240-FIND-BRANCH-NAME

            WRITE REC-READRPOP FROM WS-REP-SPACES
            MOVE SPACES TO WS-SECTION-HDR
            MOVE WS-ROW-BRANCH TO WS-ID-DISP
            STRING 'BRANCH '                  DELIMITED BY SIZE
                   FUNCTION TRIM (WS-ID-DISP) DELIMITED BY SIZE
                   '  '                       DELIMITED BY SIZE
                   WS-BRANCH-NAME             DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            WRITE REC-READRPOP FROM WS-SECTION-HDR
            WRITE REC-READRPOP FROM WS-REP-SPACES
            WRITE REC-READRPOP FROM WS-FIG-HDR1
            WRITE REC-READRPOP FROM WS-FIG-HDR2
            .

       2230-BRANCH-TOTALS.
            MOVE '2230-BRANCH-TOTALS' TO ERR-LOC

            MOVE 'ALL AGES'     TO WS-FL-GROUP
            MOVE WS-BRANCH-FIGS TO WS-PRINT-FIGS
            PERFORM 2400-PRINT-FIGURES
            .

       2240-FIND-BRANCH-NAME.
            MOVE '2240-FIND-BRANCH-NAME' TO ERR-LOC

            MOVE SPACES TO WS-BRANCH-NAME
            IF WS-ROW-BRANCH = 0
               MOVE 'SELF-SERVICE LOBBY STATION' TO WS-BRANCH-NAME
            ELSE
               MOVE WS-ROW-BRANCH TO TBLBRN-BRANCH-ID
               EXEC SQL
                    SELECT BRANCH_NAME
                      INTO :TBLBRN-BRANCH-NAME
                      FROM IBMUSER.BRANCHES
                     WHERE BRANCH_ID = :TBLBRN-BRANCH-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        MOVE TBLBRN-BRANCH-NAME-TEXT
                               (1:TBLBRN-BRANCH-NAME-LEN)
                          TO WS-BRANCH-NAME
                   WHEN SQL-EOC
                        MOVE 'UNKNOWN BRANCH' TO WS-BRANCH-NAME
                   WHEN OTHER
                        MOVE 'SELECT BRANCHES' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF
            .

       2300-ADD-FIGURES.
            MOVE '2300-ADD-FIGURES' TO ERR-LOC

            ADD WS-RF-ENROLLED TO WS-BF-ENROLLED WS-GF-ENROLLED
            ADD WS-RF-NEW      TO WS-BF-NEW      WS-GF-NEW
            ADD WS-RF-BOOKS    TO WS-BF-BOOKS    WS-GF-BOOKS
            ADD WS-RF-BOOKS-WK TO WS-BF-BOOKS-WK WS-GF-BOOKS-WK
            ADD WS-RF-LEVEL1   TO WS-BF-LEVEL1   WS-GF-LEVEL1
            ADD WS-RF-LEVEL2   TO WS-BF-LEVEL2   WS-GF-LEVEL2
            ADD WS-RF-LEVEL3   TO WS-BF-LEVEL3   WS-GF-LEVEL3
            ADD WS-RF-FINISHED TO WS-BF-FINISHED WS-GF-FINISHED
            .

      ***   PRINT WS-PRINT-FIGS UNDER THE LABEL IN WS-FL-GROUP
       2400-PRINT-FIGURES.
            MOVE '2400-PRINT-FIGURES' TO ERR-LOC

            MOVE WS-PF-ENROLLED TO WS-FL-ENROLLED
            MOVE WS-PF-NEW      TO WS-FL-NEW
            MOVE WS-PF-BOOKS    TO WS-FL-BOOKS
            MOVE WS-PF-BOOKS-WK TO WS-FL-BOOKS-WK
            MOVE WS-PF-LEVEL1   TO WS-FL-LEVEL1
            MOVE WS-PF-LEVEL2   TO WS-FL-LEVEL2
            MOVE WS-PF-LEVEL3   TO WS-FL-LEVEL3
            MOVE WS-PF-FINISHED TO WS-FL-FINISHED
            IF WS-PF-ENROLLED > 0
               COMPUTE WS-FL-PER-READER ROUNDED =
                       WS-PF-BOOKS / WS-PF-ENROLLED
               COMPUTE WS-FL-PCT ROUNDED =
                       WS-PF-FINISHED * 100 / WS-PF-ENROLLED
            ELSE
               MOVE 0 TO WS-FL-PER-READER
                         WS-FL-PCT
            END-IF

            WRITE REC-READRPOP FROM WS-FIG-LINE
            ADD 1 TO WS-LINE-CNTR
            .

       2500-WRITE-TOTALS.
            MOVE '2500-WRITE-TOTALS' TO ERR-LOC

            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-PRIZES-OUT
                   FROM IBMUSER.READ_PRIZES Z
                  INNER JOIN IBMUSER.READ_ENROL E
                     ON E.ENROL_ID = Z.ENROL_ID
                  WHERE E.PROG_ID = :WS-PROG-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT READ_PRIZES' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            WRITE REC-READRPOP FROM WS-REP-SPACES
            MOVE SPACES TO WS-SECTION-HDR
            MOVE 'ALL BRANCHES' TO WS-SECTION-HDR
            WRITE REC-READRPOP FROM WS-SECTION-HDR
            WRITE REC-READRPOP FROM WS-REP-SPACES
            WRITE REC-READRPOP FROM WS-FIG-HDR1
            WRITE REC-READRPOP FROM WS-FIG-HDR2
            MOVE 'ALL AGES'     TO WS-FL-GROUP
            MOVE WS-GRAND-FIGS  TO WS-PRINT-FIGS
            PERFORM 2400-PRINT-FIGURES

            WRITE REC-READRPOP FROM WS-REP-SPACES
            MOVE 'PRIZES COLLECTED TO DATE'     TO WS-TL-TEXT
            MOVE WS-PRIZES-OUT                  TO WS-TL-COUNT
            WRITE REC-READRPOP FROM WS-TOTAL-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-ROW-CNTR TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

      **    REGISTER THE KEPT OUTPUT GENERATION (SEE REPREG)
            MOVE 'READRPOP' TO WS-RR-REP-NAME
            MOVE WS-RL-PARM-TEXT (1:58) TO WS-RR-PARM-TEXT
            MOVE WS-LINE-CNTR TO WS-RR-LINE-COUNT
            MOVE WS-RL-RUN-ID TO WS-RR-RUN-ID
            CALL 'REPREG' USING WS-REPREG-PARMS
            IF WS-RR-RC NOT = 0
               DISPLAY 'REPREG FAILED - RUN NOT REGISTERED'
            END-IF

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-READRPOP
            MOVE FS-READRPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-READRPOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            DISPLAY WS-ERROR
            MOVE 'E'      TO WS-RL-FUNC
            MOVE 'FAILED' TO WS-RL-STATUS
            MOVE ERR-LOC  TO WS-RL-ERR-LOC
            MOVE ERR-MSG  TO WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS
            PERFORM 9999-TERMINATE
            .

       9999-TERMINATE.
            STOP RUN
            .
