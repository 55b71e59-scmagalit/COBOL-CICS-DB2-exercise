      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SHELFLST.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/25/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * CLASSIFIED SHELFLIST - EACH BRANCH'S COLLECTION IN SHELF ORDER *
      *----------------------------------------------------------------*
      * - ONE PAGE PER BRANCH (THE TITLE'S BOOKS.BRANCH_ID) LISTING    *
      *   EVERY ACTIVE TITLE (DELETED_FLAG 'N') BY CALL NUMBER:        *
      *   PREFIX, CLASS, CUTTER, THEN TITLE - THE ORDER THE BOOKS      *
      *   STAND ON THE SHELF AND THE ORDER STOCKTAK CHECKS AGAINST     *
      * - THE CALL NUMBER IS PRINTED IN CALLNOCK'S DISPLAY FORM.       *
      *   TITLES WITH NO CLASS NUMBER YET (ADDED BEFORE CALL NUMBERS,  *
      *   OR LOADED WITHOUT ONE) LIST LAST AS (UNCLASSIFIED) SO        *
      *   CATALOGUING CAN WORK THROUGH THEM                            *
      * - COPIES IS THE NUMBER OF BOOK_COPIES ROWS NOT WITHDRAWN       *
      *   ('W'); OUT IS THE NUMBER OF THOSE ON AN OPEN LOAN            *
      * - BRANCH TOTALS (TITLES, COPIES, OUT, UNCLASSIFIED) CLOSE      *
      *   EACH PAGE; GRAND TOTALS CLOSE THE REPORT                     *
      * - REGISTERED IN RUN_HIST (RUNLOG)                              *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   25,2020 - INITIAL VERSION                        (1125CN)*
      *                                                                *
      * FILES:                                                         *
      * SHLFLSOP (OUTPUT) - IBMUSER.SMAGALIT.SHLFLSOP                  *
      * IBMUSER.BOOKS       (I)   - TITLE, BRANCH AND CALL NUMBER      *
      * IBMUSER.BOOK_COPIES (I)   - COPIES HELD                        *
      * IBMUSER.LOANS       (I)   - COPIES OUT                         *
      * IBMUSER.BRANCHES    (I)   - BRANCH NAME                        *
      *                                                                *
      * 0000-MAIN                      2200-FETCH-TITLE                *
      * 1000-INIT                      2300-BRANCH-BREAK               *
      * 1100-GET-TIMESTAMP             2310-BRANCH-TOTALS              *
      * 1300-OPEN-FILES                2400-LIST-TITLE                 *
      * 1400-SET-REPVARS               2500-WRITE-TOTALS               *
      * 2000-MAIN-LOGIC                3000-CLEANUP                    *
      * 2100-WRITE-HEADERS             3100-CLOSE-FILES                *
      * 2150-START-SECTION             9999-ERROR-HANDLING             *
      * 2160-END-SECTION               9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-SHLFLSOP  ASSIGN       TO    SHLFLSOP
                               FILE STATUS  IS FS-SHLFLSOP
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-SHLFLSOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-SHLFLSOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'NONE FOUND'         .
               10  FILLER              PIC X(114)    VALUE SPACES  .
           05  WS-SHELF-HDR.
               10  FILLER              PIC X(27)
                                       VALUE ' CALL NUMBER'       .
               10  FILLER              PIC X(10)
                                       VALUE '   BOOK ID'         .
               10  FILLER              PIC X(61)
                                       VALUE ' TITLE'             .
               10  FILLER              PIC X(05)
                                       VALUE ' COPY'              .
               10  FILLER              PIC X(05)
                                       VALUE '  OUT'              .
               10  FILLER              PIC X(24)     VALUE SPACES  .
           05  WS-SHELF-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-CALLNO        PIC X(26)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-BOOK-ID       PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-TITLE         PIC X(60)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-COPIES        PIC ZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-OUT           PIC ZZZ9.
               10  FILLER              PIC X(24)     VALUE SPACES  .
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TL-TEXT          PIC X(50)     VALUE SPACES  .
               10  WS-TL-COUNT         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(71)     VALUE SPACES  .
           05  WS-PREV-BRANCH          PIC S9(09) COMP VALUE -1.
           05  WS-COPY-CNT             PIC S9(09) COMP VALUE 0.
           05  WS-OUT-CNT              PIC S9(09) COMP VALUE 0.
           05  WS-BRANCH-DISP          PIC Z(8)9.
           05  WS-IND-VARS.
               10  IND-BRANCH          PIC S9(04) COMP VALUE 0.
               10  IND-CALL-PREFIX     PIC S9(04) COMP VALUE 0.
               10  IND-CALL-CLASS      PIC S9(04) COMP VALUE 0.
               10  IND-CALL-CUTTER     PIC S9(04) COMP VALUE 0.
           05  WS-BRANCH-COUNTERS.
               10  WS-BR-TITLE-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-BR-COPY-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-BR-OUT-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-BR-NOCALL-CNTR   PIC S9(08) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-SECT-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-BRANCH-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-TITLE-CNTR       PIC S9(08) COMP VALUE 0.
               10  WS-COPY-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-OUT-CNTR         PIC S9(08) COMP VALUE 0.
               10  WS-NOCALL-CNTR      PIC S9(08) COMP VALUE 0.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'CLASSIFIED SHELFLIST'
                                        .

       COPY REPVARS.

       01  WS-CALLNO-PARMS.
           05  WS-CN-PREFIX             PIC X(04)       VALUE SPACES.
           05  WS-CN-CLASS              PIC X(12)       VALUE SPACES.
           05  WS-CN-CUTTER             PIC X(08)       VALUE SPACES.
           05  WS-CN-DISPLAY            PIC X(26)       VALUE SPACES.
           05  WS-CN-RC                 PIC S9(04) COMP VALUE 0.

       01  WS-SYS-VARS.
           05  WS-TIMESTAMP             PIC X(26)       VALUE SPACES.
           05  WS-TIMESTAMP-FMT         REDEFINES WS-TIMESTAMP.
               10  WS-DATE              PIC X(10).
               10  FILLER               PIC X    .
               10  WS-TIME              PIC X(08).
               10  FILLER               PIC X    .
               10  WS-MICROSEC          PIC X(06).
           05  WS-FILESTAT.
               10  FS-SHLFLSOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)      VALUE 'SHELFLST'.

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

       01  WS-ERROR.
           05  FILLER                   PIC X(09)       VALUE 'ERR AT '.
           05  ERR-LOC                  PIC X(26)       VALUE SPACES   .
           05  FILLER                   PIC X(05)       VALUE ' RC: '  .
           05  ERR-CODE                 PIC X(08)       VALUE SPACES   .
           05  FILLER                   PIC X(06)       VALUE ' MSG: ' .
           05  ERR-MSG                  PIC X(26)       VALUE SPACES   .

      *** SQL COPYBOOKS
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
           EXEC SQL INCLUDE DCLBRN   END-EXEC.

      **   ACTIVE TITLES IN SHELF ORDER WITHIN BRANCH; UNCLASSIFIED
      **   TITLES (NO CALL_CLASS) LAST, BY TITLE
           EXEC SQL DECLARE CURSHELF CURSOR FOR
                SELECT B.BOOK_ID
                      ,B.TITLE
                      ,B.BRANCH_ID
                      ,B.CALL_PREFIX
                      ,B.CALL_CLASS
                      ,B.CALL_CUTTER
                      ,(SELECT R.BRANCH_NAME
                          FROM IBMUSER.BRANCHES R
                         WHERE R.BRANCH_ID = B.BRANCH_ID)
                      ,(SELECT COUNT(*)
                          FROM IBMUSER.BOOK_COPIES C
                         WHERE C.BOOK_ID      = B.BOOK_ID
                           AND C.COPY_STATUS <> 'W')
                      ,(SELECT COUNT(*)
                          FROM IBMUSER.BOOK_COPIES C
                              ,IBMUSER.LOANS       L
                         WHERE C.BOOK_ID      = B.BOOK_ID
                           AND C.COPY_STATUS <> 'W'
                           AND L.BOOK_ID      = C.BOOK_ID
                           AND L.COPY_NO      = C.COPY_NO
                           AND L.RETURN_DATE IS NULL)
                  FROM IBMUSER.BOOKS B
                 WHERE B.DELETED_FLAG = 'N'
                 ORDER BY B.BRANCH_ID
                         ,CASE WHEN B.CALL_CLASS IS NULL
                               THEN 1
                               ELSE 0
                          END
                         ,COALESCE(B.CALL_PREFIX, ' ')
                         ,B.CALL_CLASS
                         ,B.CALL_CUTTER
                         ,B.TITLE
                         ,B.BOOK_ID
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

            MOVE 'SHELFLST' TO WS-RL-JOB-NAME
            MOVE 'S' TO WS-RL-FUNC
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 1000-INIT
            PERFORM 2000-MAIN-LOGIC
            PERFORM 3000-CLEANUP
            .

       1000-INIT.
            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1100-GET-TIMESTAMP
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

       1300-OPEN-FILES.
            MOVE '1300-OPEN-FILES' TO ERR-LOC

            OPEN OUTPUT FD-SHLFLSOP
            MOVE FS-SHLFLSOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-SHLFLSOP' TO ERR-MSG
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
                       WS-BRANCH-COUNTERS
            MOVE -1 TO WS-PREV-BRANCH

            EXEC SQL OPEN CURSHELF END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSHELF' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2200-FETCH-TITLE UNTIL SQL-EOC

            EXEC SQL CLOSE CURSHELF END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSHELF' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-PREV-BRANCH = -1
               PERFORM 2100-WRITE-HEADERS
               MOVE 'CLASSIFIED SHELFLIST' TO WS-SECTION-HDR
               PERFORM 2150-START-SECTION
               PERFORM 2160-END-SECTION
            ELSE
               PERFORM 2310-BRANCH-TOTALS
            END-IF
            PERFORM 2500-WRITE-TOTALS

            DISPLAY WS-BRANCH-CNTR ' BRANCHES LISTED'
            DISPLAY WS-TITLE-CNTR  ' TITLES LISTED'
            DISPLAY WS-COPY-CNTR   ' COPIES HELD'
            DISPLAY WS-NOCALL-CNTR ' TITLES UNCLASSIFIED'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.SHLFLSOP'
            WRITE REC-SHLFLSOP FROM WS-REP-SPACES
            WRITE REC-SHLFLSOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(32:)
            WRITE REC-SHLFLSOP FROM WS-REP-HEADER1
            WRITE REC-SHLFLSOP FROM WS-REP-HEADER2
            WRITE REC-SHLFLSOP FROM WS-REP-SPACES
            .

       2150-START-SECTION.
            MOVE '2150-START-SECTION' TO ERR-LOC
            MOVE 0 TO WS-SECT-CNTR
            WRITE REC-SHLFLSOP FROM WS-REP-SPACES
            WRITE REC-SHLFLSOP FROM WS-SECTION-HDR
            WRITE REC-SHLFLSOP FROM WS-REP-SPACES
            .

       2160-END-SECTION.
            MOVE '2160-END-SECTION' TO ERR-LOC
            IF WS-SECT-CNTR = 0
               WRITE REC-SHLFLSOP FROM WS-NONE-LINE
            END-IF
            .

       2200-FETCH-TITLE.
            MOVE '2200-FETCH-TITLE' TO ERR-LOC
            INITIALIZE DCLBOOKS
                       DCLBRN
                       WS-IND-VARS
            EXEC SQL
                 FETCH CURSHELF
                  INTO :TBLBKS-BOOK-ID
                      ,:TBLBKS-TITLE
                      ,:TBLBKS-BRANCH-ID
                      ,:TBLBKS-CALL-PREFIX  :IND-CALL-PREFIX
                      ,:TBLBKS-CALL-CLASS   :IND-CALL-CLASS
                      ,:TBLBKS-CALL-CUTTER  :IND-CALL-CUTTER
                      ,:TBLBRN-BRANCH-NAME  :IND-BRANCH
                      ,:WS-COPY-CNT
                      ,:WS-OUT-CNT
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF TBLBKS-BRANCH-ID NOT = WS-PREV-BRANCH
                        PERFORM 2300-BRANCH-BREAK
                     END-IF
                     PERFORM 2400-LIST-TITLE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURSHELF' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      ***   ONE PAGE PER BRANCH SO EACH BRANCH GETS ITS OWN SHEET
       2300-BRANCH-BREAK.
            MOVE '2300-BRANCH-BREAK' TO ERR-LOC
            IF WS-PREV-BRANCH NOT = -1
               PERFORM 2310-BRANCH-TOTALS
            END-IF
            MOVE TBLBKS-BRANCH-ID TO WS-PREV-BRANCH
                                     WS-BRANCH-DISP
            ADD 1 TO WS-BRANCH-CNTR
            INITIALIZE WS-BRANCH-COUNTERS

            PERFORM 2100-WRITE-HEADERS
            MOVE SPACES TO WS-SECTION-HDR
            IF IND-BRANCH < 0
               STRING 'SHELFLIST - BRANCH '       DELIMITED BY SIZE
                      WS-BRANCH-DISP              DELIMITED BY SIZE
                 INTO WS-SECTION-HDR
               END-STRING
            ELSE
               STRING 'SHELFLIST - BRANCH '       DELIMITED BY SIZE
                      WS-BRANCH-DISP              DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      TBLBRN-BRANCH-NAME-TEXT
                         (1:TBLBRN-BRANCH-NAME-LEN) DELIMITED BY SIZE
                 INTO WS-SECTION-HDR
               END-STRING
            END-IF
            PERFORM 2150-START-SECTION
            WRITE REC-SHLFLSOP FROM WS-SHELF-HDR
            .

       2310-BRANCH-TOTALS.
            MOVE '2310-BRANCH-TOTALS' TO ERR-LOC

            WRITE REC-SHLFLSOP FROM WS-REP-SPACES
            MOVE 'TITLES AT THIS BRANCH'           TO WS-TL-TEXT
            MOVE WS-BR-TITLE-CNTR                  TO WS-TL-COUNT
            WRITE REC-SHLFLSOP FROM WS-TOTAL-LINE
            MOVE 'COPIES HELD'                     TO WS-TL-TEXT
            MOVE WS-BR-COPY-CNTR                   TO WS-TL-COUNT
            WRITE REC-SHLFLSOP FROM WS-TOTAL-LINE
            MOVE 'COPIES OUT ON LOAN'              TO WS-TL-TEXT
            MOVE WS-BR-OUT-CNTR                    TO WS-TL-COUNT
            WRITE REC-SHLFLSOP FROM WS-TOTAL-LINE
            MOVE 'TITLES UNCLASSIFIED'             TO WS-TL-TEXT
            MOVE WS-BR-NOCALL-CNTR                 TO WS-TL-COUNT
            WRITE REC-SHLFLSOP FROM WS-TOTAL-LINE
            .

       2400-LIST-TITLE.
            MOVE '2400-LIST-TITLE' TO ERR-LOC

            ADD 1           TO WS-TITLE-CNTR
                               WS-BR-TITLE-CNTR
            ADD WS-COPY-CNT TO WS-COPY-CNTR
                               WS-BR-COPY-CNTR
            ADD WS-OUT-CNT  TO WS-OUT-CNTR
                               WS-BR-OUT-CNTR

            IF IND-CALL-CLASS < 0
               ADD 1 TO WS-NOCALL-CNTR
                        WS-BR-NOCALL-CNTR
               MOVE '(UNCLASSIFIED)' TO WS-SL-CALLNO
            ELSE
               MOVE SPACES TO WS-CN-PREFIX
                              WS-CN-CUTTER
               IF IND-CALL-PREFIX NOT < 0
                  MOVE TBLBKS-CALL-PREFIX-TEXT
                         (1:TBLBKS-CALL-PREFIX-LEN) TO WS-CN-PREFIX
               END-IF
               MOVE TBLBKS-CALL-CLASS-TEXT
                      (1:TBLBKS-CALL-CLASS-LEN)     TO WS-CN-CLASS
               IF IND-CALL-CUTTER NOT < 0
                  MOVE TBLBKS-CALL-CUTTER-TEXT
                         (1:TBLBKS-CALL-CUTTER-LEN) TO WS-CN-CUTTER
               END-IF
               CALL 'CALLNOCK' USING WS-CALLNO-PARMS
      **       A ROW STORED BEFORE THE EDIT TIGHTENED STILL PRINTS,
      **       AS IT STANDS IN THE TABLE
               IF WS-CN-RC = 0
                  MOVE WS-CN-DISPLAY TO WS-SL-CALLNO
               ELSE
                  MOVE SPACES TO WS-SL-CALLNO
                  STRING WS-CN-PREFIX DELIMITED BY SPACE
                         ' '          DELIMITED BY SIZE
                         WS-CN-CLASS  DELIMITED BY SPACE
                         ' '          DELIMITED BY SIZE
                         WS-CN-CUTTER DELIMITED BY SPACE
                    INTO WS-SL-CALLNO
                  END-STRING
               END-IF
            END-IF

            MOVE TBLBKS-BOOK-ID    TO WS-SL-BOOK-ID
            MOVE TBLBKS-TITLE-TEXT TO WS-SL-TITLE
            MOVE WS-COPY-CNT       TO WS-SL-COPIES
            MOVE WS-OUT-CNT        TO WS-SL-OUT
            WRITE REC-SHLFLSOP FROM WS-SHELF-LINE
            .

       2500-WRITE-TOTALS.
            MOVE '2500-WRITE-TOTALS' TO ERR-LOC

            WRITE REC-SHLFLSOP FROM WS-REP-SPACES
            MOVE 'ALL BRANCHES - BRANCHES LISTED'  TO WS-TL-TEXT
            MOVE WS-BRANCH-CNTR                    TO WS-TL-COUNT
            WRITE REC-SHLFLSOP FROM WS-TOTAL-LINE
            MOVE 'ALL BRANCHES - TITLES'           TO WS-TL-TEXT
            MOVE WS-TITLE-CNTR                     TO WS-TL-COUNT
            WRITE REC-SHLFLSOP FROM WS-TOTAL-LINE
            MOVE 'ALL BRANCHES - COPIES HELD'      TO WS-TL-TEXT
            MOVE WS-COPY-CNTR                      TO WS-TL-COUNT
            WRITE REC-SHLFLSOP FROM WS-TOTAL-LINE
            MOVE 'ALL BRANCHES - COPIES OUT ON LOAN' TO WS-TL-TEXT
            MOVE WS-OUT-CNTR                       TO WS-TL-COUNT
            WRITE REC-SHLFLSOP FROM WS-TOTAL-LINE
            MOVE 'ALL BRANCHES - TITLES UNCLASSIFIED' TO WS-TL-TEXT
            MOVE WS-NOCALL-CNTR                    TO WS-TL-COUNT
            WRITE REC-SHLFLSOP FROM WS-TOTAL-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-TITLE-CNTR TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-SHLFLSOP
            MOVE FS-SHLFLSOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-SHLFLSOP' TO ERR-MSG
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
