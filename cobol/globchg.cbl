      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GLOBCHG.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/22/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * CATALOG GLOBAL CHANGE - PREVIEW, UPDATE AND ROLLBACK BY BATCH  *
      *----------------------------------------------------------------*
      * - A GENRE SPLIT, A BRANCH COLLECTION MOVE, A PUBLISHER MERGE   *
      *   OR A STATUS CHANGE FOR A WHOLE SERIES USED TO MEAN ONE       *
      *   TRAN2DB2 UPDATE PER TITLE OR AN UNAUDITED DBA UPDATE. THIS   *
      *   JOB CHANGES THEM ALL AT ONCE FROM CONTROL CARDS (GCHGIN):    *
      *     SEL field=value  - SELECTION CRITERIA, ALL MUST MATCH:     *
      *                        GENRE, BRANCH, PUBID, STAT, SERIES      *
      *     BOOK=n           - AN EXPLICIT BOOK ID LIST INSTEAD OF (OR *
      *                        NARROWED BY) THE CRITERIA               *
      *     SET field=value  - THE CHANGES: GENRE, BRANCH, PUBID, STAT *
      *     * IN COLUMN 1    - COMMENT                                 *
      *   A SET BRANCH OR PUBID MUST BE ON FILE AND A SET STAT IS ONE  *
      *   OF TRAN2DB2'S A/L/D/R/O. A RUN WITH NO SEL OR BOOK CARD      *
      *   (THE WHOLE CATALOG) OR WITH ANY BAD CARD CHANGES NOTHING     *
      * - EVERY RUN IS A NAMED BATCH (NAME=). MODE=PREVIEW LISTS THE   *
      *   BEFORE/AFTER VALUES OF EVERY TITLE IT WOULD CHANGE AND       *
      *   TOUCHES NOTHING. MODE=UPDATE IS REFUSED UNTIL A PREVIEW OF   *
      *   THE SAME NAME HAS RUN CLEAN (RUN_HIST); IT THEN CHANGES EACH *
      *   TITLE WITH TRAN2DB2'S OPTIMISTIC VERSION CHECK, WRITES THE   *
      *   BOOKS_AUDIT ROW THE WAY TRAN2DB2 2630-WRITE-AUDIT-ROW DOES   *
      *   ('U', SAME BEFORE/AFTER STRING), REFRESHES THE KEYWORD INDEX *
      *   (KWMAINT) WHEN THE GENRE OR PUBLISHER CHANGED, AND LINKS THE *
      *   TITLE TO THE BATCH IN IBMUSER.CATALOG_CHG (SEE DCLGCH)       *
      * - WORK IS COMMITTED EVERY COMMIT=n TITLES. A TITLE ALREADY     *
      *   LINKED TO THE BATCH IS NEVER PICKED AGAIN, SO AN UPDATE THAT *
      *   FAILED IS RERUN WITH RESTART=Y AND CARRIES ON WHERE THE LAST *
      *   COMMIT LEFT IT                                               *
      * - MODE=ROLLBACK PUTS BACK THE BEFORE VALUES OF EVERY TITLE IN  *
      *   THE NAMED BATCH FROM ITS AUDIT ROW, WITH ITS OWN 'U' AUDIT   *
      *   ROW, AND STAMPS CATALOG_CHG.UNDO_AUDIT_ID. A TITLE CHANGED   *
      *   AGAIN SINCE THE BATCH (GENRE/PUBID/STAT/BR NO LONGER MATCH   *
      *   THE AFTER VALUES) IS LEFT ALONE AND LISTED, AS IS ONE WHOSE  *
      *   AUDIT ROW HAS BEEN ARCHIVED (AUDARCH). A ROLLBACK THAT       *
      *   FAILED IS SIMPLY RUN AGAIN                                   *
      * - EVERY TITLE IS LISTED ON GCHGRPOP WITH WHAT HAPPENED;        *
      *   REGISTERED IN RUN_HIST (RUNLOG) AND REP_REGIST (REPREG)      *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   22,2020 - INITIAL VERSION                        (1222GC)*
      *                                                                *
      * PARM CARD (COMMA-SEPARATED):                                   *
      *   MODE=PREVIEW|UPDATE|ROLLBACK - DEFAULT PREVIEW               *
      *   NAME=xxxxxxxx - THE CHANGE BATCH (REQUIRED)                  *
      *   COMMIT=n      - TITLES PER UNIT OF WORK (DEFAULT 500)        *
      *   RESTART=Y     - CONTINUE AN UPDATE OF A NAME ALREADY USED    *
      *                                                                *
      * FILES:                                                         *
      * GCHGIN   (INPUT)  - IBMUSER.SMAGALIT.GCHGIN - CONTROL CARDS    *
      * GCHGRPOP (OUTPUT) - IBMUSER.SMAGALIT.GCHGRPOP                  *
      * IBMUSER.BOOKS        (I/O) - THE TITLES CHANGED                *
      * IBMUSER.BOOKS_AUDIT  (I/O) - ONE 'U' ROW PER CHANGE/REVERSAL   *
      * IBMUSER.CATALOG_CHG  (I/O) - TITLES IN EACH NAMED BATCH        *
      * IBMUSER.BRANCHES, PUBLISHERS (I) - SET VALUE CHECKS            *
      * IBMUSER.RUN_HIST     (I) - THE PREVIEW THAT MUST COME FIRST    *
      *                                                                *
      * 0000-MAIN                      2300-CHANGE-ONE-BOOK            *
      * 1000-INIT                      2310-APPLY-SETS                 *
      * 1100-GET-TIMESTAMP             2320-UPDATE-BOOK                *
      * 1150-PARSE-PARM                2400-ROLLBACK-BATCH             *
      * 1160-APPLY-ONE-PARM            2410-ROLLBACK-CHUNK             *
      * 1200-OPEN-FILES                2420-FETCH-CHANGED              *
      * 1300-SET-REPVARS               2430-REVERSE-ONE-BOOK           *
      * 1400-READ-CONTROL              2440-PARSE-AUDIT-VALUES         *
      * 1405-READ-CARD                 2450-RESTORE-BOOK               *
      * 1410-CHECK-ONE-CARD            2610-BUILD-AUDIT-BEFORE         *
      * 1411-KEEP-SEL-VALUE            2620-BUILD-AUDIT-AFTER          *
      * 1412-KEEP-SET-VALUE            2630-WRITE-AUDIT-ROW            *
      * 1420-CHECK-SET-VALUES          2640-BUILD-VALUES-TEXT          *
      * 1450-CHECK-BATCH-NAME          2700-WRITE-BOOK-LINES           *
      * 2000-MAIN-LOGIC                2800-WRITE-TOTALS               *
      * 2050-WRITE-HEADERS             2900-COMMIT-CHUNK               *
      * 2100-CHANGE-BY-CRITERIA        3000-CLEANUP                    *
      * 2110-CHANGE-CHUNK              3100-CLOSE-FILES                *
      * 2120-FETCH-SELECTED            8100-GET-NEXT-ID                *
      * 2200-CHANGE-BY-LIST            8300-SYNC-KEYWORDS              *
      * 2210-CHANGE-LISTED-BOOK        9999-ERROR-HANDLING             *
      * 2215-MATCH-CRITERIA            9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-GCHGIN    ASSIGN       TO    GCHGIN
                               FILE STATUS  IS FS-GCHGIN
                               ORGANIZATION IS SEQUENTIAL.
           SELECT FD-GCHGRPOP  ASSIGN       TO    GCHGRPOP
                               FILE STATUS  IS FS-GCHGRPOP
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-GCHGIN
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  REC-GCHGIN                   PIC X(80).

       FD  FD-GCHGRPOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-GCHGRPOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-CARD                 PIC X(80)      VALUE SPACES.
           05  WS-CARD-R REDEFINES WS-CARD.
               10  WS-CARD-TYPE        PIC X(04).
               10  WS-CARD-BODY        PIC X(76).
           05  WS-CARD-KEY             PIC X(10)      VALUE SPACES.
           05  WS-CARD-VAL             PIC X(66)      VALUE SPACES.
           05  WS-CARD-NOTE            PIC X(30)      VALUE SPACES.
           05  WS-CARD-EOF-SW          PIC 9          VALUE 0.
               88  CARDS-DONE                         VALUE 1.
           05  WS-RUN-MODE             PIC X          VALUE 'P'.
               88  PREVIEW-RUN                        VALUE 'P'.
               88  UPDATE-RUN                         VALUE 'U'.
               88  ROLLBACK-RUN                       VALUE 'R'.
           05  WS-MODE-TEXT            PIC X(08)      VALUE 'PREVIEW'.
           05  WS-CHG-NAME             PIC X(08)      VALUE SPACES.
      **   SELECTION - A SWITCH IS 'Y' WHEN ITS SEL CARD WAS GIVEN;
      **   THE SWITCHES GO TO DB2 AS HOST VARIABLES
           05  WS-SEL-VARS.
               10  WS-SEL-GENRE-SW     PIC X          VALUE 'N'.
               10  WS-SEL-GENRE        PIC X(30)      VALUE SPACES.
               10  WS-SEL-BRANCH-SW    PIC X          VALUE 'N'.
               10  WS-SEL-BRANCH       PIC S9(09) COMP VALUE 0.
               10  WS-SEL-PUBID-SW     PIC X          VALUE 'N'.
               10  WS-SEL-PUBID        PIC S9(09) COMP VALUE 0.
               10  WS-SEL-STAT-SW      PIC X          VALUE 'N'.
               10  WS-SEL-STAT         PIC X          VALUE SPACE.
               10  WS-SEL-SERIES-SW    PIC X          VALUE 'N'.
               10  WS-SEL-SERIES       PIC S9(09) COMP VALUE 0.
           05  WS-SET-VARS.
               10  WS-SET-GENRE-SW     PIC X          VALUE 'N'.
               10  WS-SET-GENRE        PIC X(30)      VALUE SPACES.
               10  WS-SET-BRANCH-SW    PIC X          VALUE 'N'.
               10  WS-SET-BRANCH       PIC S9(09) COMP VALUE 0.
               10  WS-SET-PUBID-SW     PIC X          VALUE 'N'.
               10  WS-SET-PUBID        PIC S9(09) COMP VALUE 0.
               10  WS-SET-STAT-SW      PIC X          VALUE 'N'.
               10  WS-SET-STAT         PIC X          VALUE SPACE.
           05  WS-CARD-COUNTS.
               10  WS-SEL-CARD-CNT     PIC S9(08) COMP VALUE 0.
               10  WS-SET-CARD-CNT     PIC S9(08) COMP VALUE 0.
               10  WS-BOOK-CARD-CNT    PIC S9(08) COMP VALUE 0.
               10  WS-BAD-CARD-CNT     PIC S9(08) COMP VALUE 0.
           05  WS-LIST-BOOK-ID         PIC S9(09) COMP VALUE 0.
           05  WS-LAST-KEY             PIC S9(09) COMP VALUE 0.
           05  WS-ROW-COUNT            PIC S9(09) COMP VALUE 0.
           05  WS-UNDONE-COUNT         PIC S9(09) COMP VALUE 0.
           05  WS-BOOK-VERSION         PIC X(26)      VALUE SPACES.
           05  WS-RESULT               PIC X(19)      VALUE SPACES.
           05  WS-FETCH-SW             PIC 9          VALUE 0.
               88  FETCH-DONE                         VALUE 1.
           05  WS-WORK-DONE-SW         PIC 9          VALUE 0.
               88  WORK-DONE                          VALUE 1.
           05  WS-CHANGE-SW            PIC 9          VALUE 0.
               88  BOOK-CHANGES                       VALUE 1.
           05  WS-KEYWORD-SW           PIC 9          VALUE 0.
               88  KEYWORDS-CHANGE                    VALUE 1.
           05  WS-MATCH-SW             PIC 9          VALUE 0.
               88  BOOK-MATCHES                       VALUE 1.
           05  WS-CUR-GENRE            PIC X(30)      VALUE SPACES.
           05  WS-CUR-PUBID            PIC S9(09) COMP VALUE 0.
           05  WS-CUR-STAT             PIC X          VALUE SPACE.
           05  WS-CUR-BRANCH           PIC S9(09) COMP VALUE 0.
           05  WS-AUDIT-VARS.
               10  WS-AUDIT-BEFORE      PIC X(200)    VALUE SPACES.
               10  WS-AUDIT-AFTER       PIC X(200)    VALUE SPACES.
               10  WS-AUDIT-RATING-DISP PIC ZZ9.99.
               10  WS-AUDIT-PUBID-DISP  PIC Z(8)9.
               10  WS-AUDIT-BRANCH-DISP PIC Z(2)9.
               10  WS-VALUES-BEFORE     PIC X(56)     VALUE SPACES.
               10  WS-VALUES-AFTER      PIC X(56)     VALUE SPACES.
               10  WS-VALUES-TEXT       PIC X(56)     VALUE SPACES.
      **   AUDIT STRING PIECES (AUDRPLAY 2120 SPLITS THE SAME WAY)
           05  WS-PARSE-VARS.
               10  WS-PARSE-SOURCE     PIC X(200)     VALUE SPACES.
               10  WS-PV-RATING        PIC X(10)      VALUE SPACES.
               10  WS-PV-ISBN          PIC X(13)      VALUE SPACES.
               10  WS-PV-PUBID         PIC X(10)      VALUE SPACES.
               10  WS-PV-GENRE         PIC X(30)      VALUE SPACES.
               10  WS-PV-STAT          PIC X(01)      VALUE SPACES.
               10  WS-PV-BR            PIC X(10)      VALUE SPACES.
               10  WS-REST1            PIC X(200)     VALUE SPACES.
               10  WS-REST2            PIC X(200)     VALUE SPACES.
               10  WS-REST3            PIC X(200)     VALUE SPACES.
               10  WS-REST4            PIC X(200)     VALUE SPACES.
               10  WS-REST5            PIC X(200)     VALUE SPACES.
               10  WS-P1               PIC X(200)     VALUE SPACES.
           05  WS-BEFORE-PIECES.
               10  WS-BV-PUBID         PIC X(10)      VALUE SPACES.
               10  WS-BV-GENRE         PIC X(30)      VALUE SPACES.
               10  WS-BV-STAT          PIC X(01)      VALUE SPACES.
               10  WS-BV-BR            PIC X(10)      VALUE SPACES.
           05  WS-AFTER-PIECES.
               10  WS-AV-PUBID         PIC X(10)      VALUE SPACES.
               10  WS-AV-GENRE         PIC X(30)      VALUE SPACES.
               10  WS-AV-STAT          PIC X(01)      VALUE SPACES.
               10  WS-AV-BR            PIC X(10)      VALUE SPACES.
           05  WS-IND-VARS.
               10  IND-GENRE           PIC S9(04) COMP VALUE 0.
               10  IND-PUBID           PIC S9(04) COMP VALUE 0.
               10  IND-AUDIT           PIC S9(04) COMP VALUE 0.
           05  WS-NAME-LIKE1.
               49  WS-NAME-LIKE1-LEN   PIC S9(04) COMP VALUE 0.
               49  WS-NAME-LIKE1-TEXT  PIC X(20)      VALUE SPACES.
           05  WS-NAME-LIKE2.
               49  WS-NAME-LIKE2-LEN   PIC S9(04) COMP VALUE 0.
               49  WS-NAME-LIKE2-TEXT  PIC X(20)      VALUE SPACES.
           05  WS-COUNTERS.
               10  WS-CHUNK-CNTR       PIC S9(09) COMP VALUE 0.
               10  WS-SINCE-COMMIT     PIC S9(09) COMP VALUE 0.
               10  WS-SELECTED-CNTR    PIC S9(09) COMP VALUE 0.
               10  WS-CHANGED-CNTR     PIC S9(09) COMP VALUE 0.
               10  WS-SAME-CNTR        PIC S9(09) COMP VALUE 0.
               10  WS-SKIPPED-CNTR     PIC S9(09) COMP VALUE 0.
               10  WS-COMMIT-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-LINE-CNTR        PIC S9(08) COMP VALUE 0.

           05  WS-RUN-LINE.
               10  FILLER              PIC X(07)     VALUE ' MODE: '.
               10  WS-RL-MODE          PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(07)     VALUE 'BATCH: '.
               10  WS-RL-NAME          PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'COMMIT EVERY: '    .
               10  WS-RL-COMMIT        PIC Z(8)9.
               10  FILLER              PIC X(75)     VALUE SPACES  .
           05  WS-CARD-LINE.
               10  FILLER              PIC X(07)     VALUE ' CARD: '.
               10  WS-CL-CARD          PIC X(80)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-CL-NOTE          PIC X(30)     VALUE SPACES  .
               10  FILLER              PIC X(13)     VALUE SPACES  .
           05  WS-MSG-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-ML-TEXT          PIC X(131)    VALUE SPACES  .
           05  WS-DTL-HDR.
               10  FILLER              PIC X(12)
                                       VALUE '   BOOK ID'         .
               10  FILLER              PIC X(36)
                                       VALUE 'TITLE'              .
               10  FILLER              PIC X(65)
                                       VALUE 'VALUES'             .
               10  FILLER              PIC X(19)
                                       VALUE 'RESULT'             .
           05  WS-DTL-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-DL-BOOK-ID       PIC Z(8)9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-DL-TITLE         PIC X(34)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-DL-TAG           PIC X(07)     VALUE SPACES  .
               10  WS-DL-VALUES        PIC X(56)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-DL-RESULT        PIC X(19)     VALUE SPACES  .
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TL-LABEL         PIC X(30)     VALUE SPACES  .
               10  WS-TL-COUNT         PIC Z(8)9.
               10  FILLER              PIC X(89)     VALUE SPACES  .

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'CATALOG GLOBAL CHANGE'
                                        .

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
               10  FS-GCHGIN            PIC 99          VALUE 0.
               10  FS-GCHGRPOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)     VALUE 'GLOBCHG'.

       01  WS-CKPT-VARS.
           05  WS-COMMIT-EVERY      PIC S9(09) COMP   VALUE 500.
           05  WS-RESTART-SW        PIC 9             VALUE 0.
               88  RESTART-RUN                        VALUE 1.
           05  WS-CKPT-TOK          OCCURS 4 TIMES
                                    PIC X(32)  VALUE SPACES.
           05  WS-CKPT-TOK-IDX      PIC S9(04) COMP   VALUE 0.

       01  WS-PARM-VARS2.
           05  WS-PARM-KEY          PIC X(10)  VALUE SPACES.
           05  WS-PARM-VAL          PIC X(22)  VALUE SPACES.

       01  WS-KWMAINT-PARMS.
           05  WS-KW-FUNC           PIC X             VALUE 'R'.
           05  WS-KW-BOOK-ID        PIC S9(09) COMP   VALUE 0.
           05  WS-KW-RC             PIC S9(04) COMP   VALUE 0.

       01  WS-NEXTID-PARMS.
           05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
           05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
           05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

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
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
           EXEC SQL INCLUDE DCLAUD   END-EXEC.
           EXEC SQL INCLUDE DCLGCH   END-EXEC.

      **   TITLES MATCHING THE SEL CARDS AND NOT YET IN THIS BATCH,
      **   RE-OPENED FOR EACH CHUNK AFTER THE LAST KEY COMMITTED
           EXEC SQL DECLARE CURGCSEL CURSOR FOR
                SELECT B.BOOK_ID, B.TITLE,
                       COALESCE(B.RATING, 0), COALESCE(B.ISBN, ''),
                       COALESCE(B.PUBLISHER_ID, 0),
                       COALESCE(B.GENRE, ''),
                       B.ITEM_STATUS, B.BRANCH_ID, B.LAST_CHANGED_TS
                  FROM IBMUSER.BOOKS B
                 WHERE B.BOOK_ID > :WS-LAST-KEY
                   AND B.DELETED_FLAG = 'N'
                   AND (:WS-SEL-GENRE-SW = 'N'
                        OR B.GENRE = :WS-SEL-GENRE)
                   AND (:WS-SEL-BRANCH-SW = 'N'
                        OR B.BRANCH_ID = :WS-SEL-BRANCH)
                   AND (:WS-SEL-PUBID-SW = 'N'
                        OR B.PUBLISHER_ID = :WS-SEL-PUBID)
                   AND (:WS-SEL-STAT-SW = 'N'
                        OR B.ITEM_STATUS = :WS-SEL-STAT)
                   AND (:WS-SEL-SERIES-SW = 'N'
                        OR B.SERIES_ID = :WS-SEL-SERIES)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM IBMUSER.CATALOG_CHG C
                         WHERE C.CHG_NAME = :TBLGCH-CHG-NAME
                           AND C.BOOK_ID  = B.BOOK_ID)
                 ORDER BY B.BOOK_ID
           END-EXEC.

      **   TITLES OF THE BATCH STILL TO BE REVERSED, WITH THE AUDIT
      **   ROW OF THE CHANGE (GONE ONCE AUDARCH HAS ARCHIVED IT)
           EXEC SQL DECLARE CURGCUND CURSOR FOR
                SELECT C.BOOK_ID, C.AUDIT_ID,
                       A.BEFORE_VALUES, A.AFTER_VALUES
                  FROM IBMUSER.CATALOG_CHG C
                  LEFT OUTER JOIN IBMUSER.BOOKS_AUDIT A
                    ON A.AUDIT_ID = C.AUDIT_ID
                 WHERE C.CHG_NAME = :TBLGCH-CHG-NAME
                   AND C.UNDO_AUDIT_ID IS NULL
                   AND C.BOOK_ID > :WS-LAST-KEY
                 ORDER BY C.BOOK_ID
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

            MOVE 'GLOBCHG' TO WS-RL-JOB-NAME
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
            PERFORM 1200-OPEN-FILES
            PERFORM 1300-SET-REPVARS
            PERFORM 2050-WRITE-HEADERS
            IF NOT ROLLBACK-RUN
               PERFORM 1400-READ-CONTROL
            END-IF
            PERFORM 1450-CHECK-BATCH-NAME
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
               INITIALIZE WS-CKPT-TOK (1)
                          WS-CKPT-TOK (2)
                          WS-CKPT-TOK (3)
                          WS-CKPT-TOK (4)
               UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
                        DELIMITED BY ','
                        INTO WS-CKPT-TOK (1)
                             WS-CKPT-TOK (2)
                             WS-CKPT-TOK (3)
                             WS-CKPT-TOK (4)
               END-UNSTRING

               PERFORM 1160-APPLY-ONE-PARM
                         VARYING WS-CKPT-TOK-IDX FROM 1 BY 1
                         UNTIL WS-CKPT-TOK-IDX > 4
            END-IF

            IF WS-COMMIT-EVERY < 1
               MOVE 500 TO WS-COMMIT-EVERY
            END-IF

            IF WS-CHG-NAME = SPACES
               MOVE 'NAME= PARM REQUIRED' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            MOVE WS-CHG-NAME TO TBLGCH-CHG-NAME-TEXT
            MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-CHG-NAME))
              TO TBLGCH-CHG-NAME-LEN

            DISPLAY 'MODE ' WS-MODE-TEXT ' BATCH ' WS-CHG-NAME
            DISPLAY 'COMMIT EVERY ' WS-COMMIT-EVERY ' TITLES'
            .

       1160-APPLY-ONE-PARM.
            MOVE '1160-APPLY-ONE-PARM' TO ERR-LOC

            IF WS-CKPT-TOK (WS-CKPT-TOK-IDX) NOT = SPACES
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING WS-CKPT-TOK (WS-CKPT-TOK-IDX)
                        DELIMITED BY '='
                        INTO WS-PARM-KEY WS-PARM-VAL
               END-UNSTRING

               EVALUATE FUNCTION TRIM (WS-PARM-KEY)
                   WHEN 'MODE'
                        EVALUATE WS-PARM-VAL (1:1)
                            WHEN 'P'
                                 MOVE 'P'        TO WS-RUN-MODE
                                 MOVE 'PREVIEW'  TO WS-MODE-TEXT
                            WHEN 'U'
                                 MOVE 'U'        TO WS-RUN-MODE
                                 MOVE 'UPDATE'   TO WS-MODE-TEXT
                            WHEN 'R'
                                 MOVE 'R'        TO WS-RUN-MODE
                                 MOVE 'ROLLBACK' TO WS-MODE-TEXT
                            WHEN OTHER
                                 MOVE 'MODE= NOT P/U/R' TO ERR-MSG
                                 PERFORM 9999-ERROR-HANDLING
                        END-EVALUATE
                   WHEN 'NAME'
                        MOVE FUNCTION UPPER-CASE (WS-PARM-VAL (1:8))
                          TO WS-CHG-NAME
                   WHEN 'COMMIT'
                        MOVE FUNCTION NUMVAL (WS-PARM-VAL)
                          TO WS-COMMIT-EVERY
                   WHEN 'RESTART'
                        IF WS-PARM-VAL (1:1) = 'Y'
                           SET RESTART-RUN TO TRUE
                        END-IF
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF
            .

       1200-OPEN-FILES.
            MOVE '1200-OPEN-FILES' TO ERR-LOC

            OPEN OUTPUT FD-GCHGRPOP
            MOVE FS-GCHGRPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-GCHGRPOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1300-SET-REPVARS.
            MOVE '1300-SET-REPVARS' TO ERR-LOC
            MOVE WS-PGM-NAME  TO WS-REP-PGM
            MOVE WS-DATE      TO WS-REP-DATE
            INSPECT WS-TIME REPLACING ALL '.' BY ':'
            MOVE WS-TIME      TO WS-REP-TIME
            .

      *--------------------------------------------------------------*
      * FIRST PASS OVER THE CONTROL CARDS: EACH ONE IS ECHOED AND     *
      * CHECKED, AND THE SEL/SET VALUES ARE KEPT. BOOK= CARDS ARE     *
      * ONLY COUNTED HERE - 2200 READS THEM AGAIN TO DO THE WORK      *
      *--------------------------------------------------------------*
       1400-READ-CONTROL.
            MOVE '1400-READ-CONTROL' TO ERR-LOC

            OPEN INPUT FD-GCHGIN
            MOVE FS-GCHGIN TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN INPUT FD-GCHGIN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE 0 TO WS-CARD-EOF-SW
            PERFORM 1405-READ-CARD
            PERFORM 1410-CHECK-ONE-CARD UNTIL CARDS-DONE

            CLOSE FD-GCHGIN
            MOVE FS-GCHGIN TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-GCHGIN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 1420-CHECK-SET-VALUES

            MOVE SPACES TO WS-ML-TEXT
            EVALUATE TRUE
                WHEN WS-BAD-CARD-CNT > 0
                     MOVE 'CONTROL CARDS IN ERROR - NOTHING CHANGED'
                       TO WS-ML-TEXT
                WHEN WS-SET-CARD-CNT = 0
                     MOVE 'NO SET CARD - NOTHING TO CHANGE'
                       TO WS-ML-TEXT
                WHEN WS-SEL-CARD-CNT = 0
                 AND WS-BOOK-CARD-CNT = 0
                     MOVE 'NO SEL OR BOOK CARD - WHOLE CATALOG REFUSED'
                       TO WS-ML-TEXT
                WHEN OTHER
                     CONTINUE
            END-EVALUATE

            IF WS-ML-TEXT NOT = SPACES
               WRITE REC-GCHGRPOP FROM WS-REP-SPACES
               WRITE REC-GCHGRPOP FROM WS-MSG-LINE
               ADD 2 TO WS-LINE-CNTR
               DISPLAY WS-ML-TEXT
               MOVE 'CONTROL CARDS REJECTED' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1410-CHECK-ONE-CARD.
            MOVE '1410-CHECK-ONE-CARD' TO ERR-LOC

            MOVE SPACES TO WS-CARD-NOTE
                           WS-CARD-KEY
                           WS-CARD-VAL

            EVALUATE TRUE
                WHEN WS-CARD (1:1) = '*'
                WHEN WS-CARD = SPACES
                     CONTINUE
                WHEN WS-CARD-TYPE = 'BOOK'
                     UNSTRING WS-CARD DELIMITED BY '='
                              INTO WS-CARD-KEY WS-CARD-VAL
                     END-UNSTRING
                     IF FUNCTION TRIM (WS-CARD-VAL) = SPACES
                     OR FUNCTION TEST-NUMVAL (WS-CARD-VAL) NOT = 0
                        MOVE '** BOOK ID NOT NUMERIC' TO WS-CARD-NOTE
                     ELSE
                        ADD 1 TO WS-BOOK-CARD-CNT
                     END-IF
                WHEN WS-CARD-TYPE = 'SEL ' OR WS-CARD-TYPE = 'SET '
                     UNSTRING WS-CARD-BODY DELIMITED BY '='
                              INTO WS-CARD-KEY WS-CARD-VAL
                     END-UNSTRING
                     MOVE FUNCTION UPPER-CASE
                            (FUNCTION TRIM (WS-CARD-KEY))
                       TO WS-CARD-KEY
                     MOVE FUNCTION TRIM (WS-CARD-VAL) TO WS-CARD-VAL
                     IF WS-CARD-VAL = SPACES
                        MOVE '** VALUE MISSING' TO WS-CARD-NOTE
                     ELSE
                        IF WS-CARD-TYPE = 'SEL '
                           PERFORM 1411-KEEP-SEL-VALUE
                        ELSE
                           PERFORM 1412-KEEP-SET-VALUE
                        END-IF
                     END-IF
                WHEN OTHER
                     MOVE '** NOT SEL / SET / BOOK=' TO WS-CARD-NOTE
            END-EVALUATE

            IF WS-CARD-NOTE NOT = SPACES
               ADD 1 TO WS-BAD-CARD-CNT
            END-IF

            MOVE WS-CARD      TO WS-CL-CARD
            MOVE WS-CARD-NOTE TO WS-CL-NOTE
            WRITE REC-GCHGRPOP FROM WS-CARD-LINE
            ADD 1 TO WS-LINE-CNTR

            PERFORM 1405-READ-CARD
            .

       1411-KEEP-SEL-VALUE.
            MOVE '1411-KEEP-SEL-VALUE' TO ERR-LOC

            ADD 1 TO WS-SEL-CARD-CNT
            EVALUATE WS-CARD-KEY
                WHEN 'GENRE'
                     MOVE 'Y'         TO WS-SEL-GENRE-SW
                     MOVE WS-CARD-VAL TO WS-SEL-GENRE
                WHEN 'STAT'
                     MOVE 'Y'         TO WS-SEL-STAT-SW
                     MOVE FUNCTION UPPER-CASE (WS-CARD-VAL (1:1))
                       TO WS-SEL-STAT
                WHEN 'BRANCH'
                WHEN 'PUBID'
                WHEN 'SERIES'
                     IF FUNCTION TEST-NUMVAL (WS-CARD-VAL) NOT = 0
                        MOVE '** VALUE NOT NUMERIC' TO WS-CARD-NOTE
                     ELSE
                        EVALUATE WS-CARD-KEY
                            WHEN 'BRANCH'
                                 MOVE 'Y' TO WS-SEL-BRANCH-SW
                                 MOVE FUNCTION NUMVAL (WS-CARD-VAL)
                                   TO WS-SEL-BRANCH
                            WHEN 'PUBID'
                                 MOVE 'Y' TO WS-SEL-PUBID-SW
                                 MOVE FUNCTION NUMVAL (WS-CARD-VAL)
                                   TO WS-SEL-PUBID
                            WHEN OTHER
                                 MOVE 'Y' TO WS-SEL-SERIES-SW
                                 MOVE FUNCTION NUMVAL (WS-CARD-VAL)
                                   TO WS-SEL-SERIES
                        END-EVALUATE
                     END-IF
                WHEN OTHER
                     MOVE '** UNKNOWN SEL FIELD' TO WS-CARD-NOTE
            END-EVALUATE
            .

       1412-KEEP-SET-VALUE.
            MOVE '1412-KEEP-SET-VALUE' TO ERR-LOC

            ADD 1 TO WS-SET-CARD-CNT
            EVALUATE WS-CARD-KEY
                WHEN 'GENRE'
                     IF WS-CARD-VAL (31:) NOT = SPACES
                        MOVE '** GENRE OVER 30 CHARACTERS'
                          TO WS-CARD-NOTE
                     ELSE
                        MOVE 'Y'         TO WS-SET-GENRE-SW
                        MOVE WS-CARD-VAL TO WS-SET-GENRE
                     END-IF
                WHEN 'STAT'
      **             SAME STATUSES THE TRAN2DB2 DETAIL SCREEN TAKES
                     MOVE FUNCTION UPPER-CASE (WS-CARD-VAL (1:1))
                       TO WS-SET-STAT
                     IF WS-SET-STAT = 'A' OR WS-SET-STAT = 'L'
                     OR WS-SET-STAT = 'D' OR WS-SET-STAT = 'R'
                     OR WS-SET-STAT = 'O'
                        MOVE 'Y' TO WS-SET-STAT-SW
                     ELSE
                        MOVE '** STAT NOT A/L/D/R/O' TO WS-CARD-NOTE
                     END-IF
                WHEN 'BRANCH'
                WHEN 'PUBID'
                     IF FUNCTION TEST-NUMVAL (WS-CARD-VAL) NOT = 0
                        MOVE '** VALUE NOT NUMERIC' TO WS-CARD-NOTE
                     ELSE
                        IF WS-CARD-KEY = 'BRANCH'
                           MOVE 'Y' TO WS-SET-BRANCH-SW
                           MOVE FUNCTION NUMVAL (WS-CARD-VAL)
                             TO WS-SET-BRANCH
                        ELSE
                           MOVE 'Y' TO WS-SET-PUBID-SW
                           MOVE FUNCTION NUMVAL (WS-CARD-VAL)
                             TO WS-SET-PUBID
                        END-IF
                     END-IF
                WHEN OTHER
                     MOVE '** UNKNOWN SET FIELD' TO WS-CARD-NOTE
            END-EVALUATE
            .

      **    A NEW BRANCH OR PUBLISHER MUST BE ON FILE BEFORE HUNDREDS
      **    OF TITLES ARE POINTED AT IT
       1420-CHECK-SET-VALUES.
            MOVE '1420-CHECK-SET-VALUES' TO ERR-LOC

            IF WS-SET-BRANCH-SW = 'Y'
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM IBMUSER.BRANCHES
                     WHERE BRANCH_ID = :WS-SET-BRANCH
               END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT BRANCHES' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
               IF WS-ROW-COUNT = 0
                  MOVE 'SET BRANCH IS NOT ON FILE' TO WS-ML-TEXT
                  WRITE REC-GCHGRPOP FROM WS-MSG-LINE
                  ADD 1 TO WS-LINE-CNTR
                  ADD 1 TO WS-BAD-CARD-CNT
               END-IF
            END-IF

            IF WS-SET-PUBID-SW = 'Y'
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM IBMUSER.PUBLISHERS
                     WHERE PUBLISHER_ID = :WS-SET-PUBID
               END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT PUBLISHERS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
               IF WS-ROW-COUNT = 0
                  MOVE 'SET PUBID IS NOT ON FILE' TO WS-ML-TEXT
                  WRITE REC-GCHGRPOP FROM WS-MSG-LINE
                  ADD 1 TO WS-LINE-CNTR
                  ADD 1 TO WS-BAD-CARD-CNT
               END-IF
            END-IF
            .

      *--------------------------------------------------------------*
      * UPDATE: A CLEAN PREVIEW OF THE SAME NAME MUST BE ON RUN_HIST, *
      * AND A NAME ALREADY USED IS ONLY CONTINUED WITH RESTART=Y.     *
      * ROLLBACK: THE NAME MUST HAVE TITLES ON CATALOG_CHG            *
      *--------------------------------------------------------------*
       1450-CHECK-BATCH-NAME.
            MOVE '1450-CHECK-BATCH-NAME' TO ERR-LOC

            EXEC SQL
                 SELECT COUNT(*),
                        COUNT(UNDO_AUDIT_ID)
                   INTO :WS-ROW-COUNT, :WS-UNDONE-COUNT
                   FROM IBMUSER.CATALOG_CHG
                  WHERE CHG_NAME = :TBLGCH-CHG-NAME
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT CATALOG_CHG NAME' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE SPACES TO WS-ML-TEXT
            EVALUATE TRUE
                WHEN ROLLBACK-RUN
                     IF WS-ROW-COUNT = 0
                        MOVE 'NO TITLES WERE CHANGED UNDER THIS NAME'
                          TO WS-ML-TEXT
                     END-IF
                WHEN WS-UNDONE-COUNT > 0
                     MOVE 'BATCH WAS ROLLED BACK - USE A NEW NAME'
                       TO WS-ML-TEXT
                WHEN UPDATE-RUN
                 AND WS-ROW-COUNT > 0
                 AND NOT RESTART-RUN
                     MOVE 'NAME ALREADY USED - RESTART=Y TO CONTINUE IT'
                       TO WS-ML-TEXT
                WHEN OTHER
                     CONTINUE
            END-EVALUATE

            IF UPDATE-RUN
            AND WS-ML-TEXT = SPACES
               STRING '%NAME='                     DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CHG-NAME)  DELIMITED BY SIZE
                      ',%'                         DELIMITED BY SIZE
                 INTO WS-NAME-LIKE1-TEXT
               END-STRING
               MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-NAME-LIKE1-TEXT))
                 TO WS-NAME-LIKE1-LEN
               STRING '%NAME='                     DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CHG-NAME)  DELIMITED BY SIZE
                 INTO WS-NAME-LIKE2-TEXT
               END-STRING
               MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-NAME-LIKE2-TEXT))
                 TO WS-NAME-LIKE2-LEN

               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM IBMUSER.RUN_HIST
                     WHERE JOB_NAME   = 'GLOBCHG'
                       AND RUN_STATUS = 'SUCCESS'
                       AND (PARM_TEXT LIKE '%MODE=P%'
                            OR PARM_TEXT NOT LIKE '%MODE=%')
                       AND (PARM_TEXT LIKE :WS-NAME-LIKE1
                            OR PARM_TEXT LIKE :WS-NAME-LIKE2)
               END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT RUN_HIST PREVIEW' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               IF WS-ROW-COUNT = 0
                  MOVE 'NO CLEAN PREVIEW OF THIS NAME - RUN PREVIEW'
                    TO WS-ML-TEXT
               END-IF
            END-IF

            IF WS-ML-TEXT NOT = SPACES
               WRITE REC-GCHGRPOP FROM WS-REP-SPACES
               WRITE REC-GCHGRPOP FROM WS-MSG-LINE
               ADD 2 TO WS-LINE-CNTR
               DISPLAY WS-ML-TEXT
               MOVE 'BATCH NAME REJECTED' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC

            WRITE REC-GCHGRPOP FROM WS-REP-SPACES
            WRITE REC-GCHGRPOP FROM WS-DTL-HDR
            ADD 2 TO WS-LINE-CNTR

            EVALUATE TRUE
                WHEN ROLLBACK-RUN
                     PERFORM 2400-ROLLBACK-BATCH
                WHEN WS-BOOK-CARD-CNT > 0
                     PERFORM 2200-CHANGE-BY-LIST
                WHEN OTHER
                     PERFORM 2100-CHANGE-BY-CRITERIA
            END-EVALUATE

            PERFORM 2800-WRITE-TOTALS
            .

       2050-WRITE-HEADERS.
            MOVE '2050-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(32:)
            WRITE REC-GCHGRPOP FROM WS-REP-HEADER1
            WRITE REC-GCHGRPOP FROM WS-REP-HEADER2
            WRITE REC-GCHGRPOP FROM WS-REP-SPACES
            MOVE WS-MODE-TEXT    TO WS-RL-MODE
            MOVE WS-CHG-NAME     TO WS-RL-NAME
            MOVE WS-COMMIT-EVERY TO WS-RL-COMMIT
            WRITE REC-GCHGRPOP FROM WS-RUN-LINE
            WRITE REC-GCHGRPOP FROM WS-REP-SPACES
            ADD 5 TO WS-LINE-CNTR
            .

       1405-READ-CARD.
            MOVE '1405-READ-CARD' TO ERR-LOC

            READ FD-GCHGIN INTO WS-CARD
                 AT END
                    SET CARDS-DONE TO TRUE
            END-READ

            MOVE FS-GCHGIN TO EVAL-CODE
            IF NOT ERR-OK AND NOT CARDS-DONE
               MOVE 'READ FD-GCHGIN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      *--------------------------------------------------------------*
      * SEL CARDS ONLY: ONE UNIT OF WORK PER CHUNK OF COMMIT=n TITLES *
      * AFTER THE LAST KEY, AS RETNPURG DOES. A SHORT CHUNK MEANS THE *
      * SELECTION IS EXHAUSTED                                        *
      *--------------------------------------------------------------*
       2100-CHANGE-BY-CRITERIA.
            MOVE '2100-CHANGE-BY-CRITERIA' TO ERR-LOC

            MOVE 0 TO WS-LAST-KEY
                      WS-WORK-DONE-SW
            PERFORM 2110-CHANGE-CHUNK UNTIL WORK-DONE
            .

       2110-CHANGE-CHUNK.
            MOVE '2110-CHANGE-CHUNK' TO ERR-LOC

            MOVE 0 TO WS-CHUNK-CNTR
                      WS-FETCH-SW

            EXEC SQL OPEN CURGCSEL END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURGCSEL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2120-FETCH-SELECTED
                    UNTIL FETCH-DONE
                       OR WS-CHUNK-CNTR NOT < WS-COMMIT-EVERY

            EXEC SQL CLOSE CURGCSEL END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURGCSEL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-CHUNK-CNTR < WS-COMMIT-EVERY
               SET WORK-DONE TO TRUE
            END-IF
            IF UPDATE-RUN
            AND WS-SINCE-COMMIT > 0
               PERFORM 2900-COMMIT-CHUNK
            END-IF
            .

       2120-FETCH-SELECTED.
            MOVE '2120-FETCH-SELECTED' TO ERR-LOC

            INITIALIZE DCLBOOKS

            EXEC SQL
                 FETCH CURGCSEL
                  INTO :TBLBKS-BOOK-ID
                      ,:TBLBKS-TITLE
                      ,:TBLBKS-RATING
                      ,:TBLBKS-ISBN
                      ,:TBLBKS-PUBLISHER-ID
                      ,:TBLBKS-GENRE
                      ,:TBLBKS-ITEM-STATUS
                      ,:TBLBKS-BRANCH-ID
                      ,:TBLBKS-LAST-CHANGED-TS
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-CHUNK-CNTR
                     MOVE TBLBKS-BOOK-ID TO WS-LAST-KEY
                     PERFORM 2300-CHANGE-ONE-BOOK
                WHEN SQL-EOC
                     SET FETCH-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURGCSEL' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      *--------------------------------------------------------------*
      * BOOK= CARDS: SECOND PASS OVER GCHGIN. ANY SEL CARDS NARROW    *
      * THE LIST; COMMITTED EVERY COMMIT=n TITLES CHANGED             *
      *--------------------------------------------------------------*
       2200-CHANGE-BY-LIST.
            MOVE '2200-CHANGE-BY-LIST' TO ERR-LOC

            OPEN INPUT FD-GCHGIN
            MOVE FS-GCHGIN TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN INPUT FD-GCHGIN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE 0 TO WS-CARD-EOF-SW
            PERFORM 1405-READ-CARD
            PERFORM 2210-CHANGE-LISTED-BOOK UNTIL CARDS-DONE

            CLOSE FD-GCHGIN
            MOVE FS-GCHGIN TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-GCHGIN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF UPDATE-RUN
            AND WS-SINCE-COMMIT > 0
               PERFORM 2900-COMMIT-CHUNK
            END-IF
            .

       2210-CHANGE-LISTED-BOOK.
            MOVE '2210-CHANGE-LISTED-BOOK' TO ERR-LOC

            IF WS-CARD-TYPE = 'BOOK'
               MOVE SPACES TO WS-CARD-KEY WS-CARD-VAL
               UNSTRING WS-CARD DELIMITED BY '='
                        INTO WS-CARD-KEY WS-CARD-VAL
               END-UNSTRING
               MOVE FUNCTION NUMVAL (WS-CARD-VAL) TO WS-LIST-BOOK-ID
               INITIALIZE DCLBOOKS
               MOVE WS-LIST-BOOK-ID TO TBLBKS-BOOK-ID

               EXEC SQL
                    SELECT B.TITLE,
                           COALESCE(B.RATING, 0), COALESCE(B.ISBN, ''),
                           COALESCE(B.PUBLISHER_ID, 0),
                           COALESCE(B.GENRE, ''),
                           B.ITEM_STATUS, B.BRANCH_ID,
                           COALESCE(B.SERIES_ID, 0),
                           B.DELETED_FLAG, B.LAST_CHANGED_TS,
                           (SELECT COUNT(*)
                              FROM IBMUSER.CATALOG_CHG C
                             WHERE C.CHG_NAME = :TBLGCH-CHG-NAME
                               AND C.BOOK_ID  = B.BOOK_ID)
                      INTO :TBLBKS-TITLE,
                           :TBLBKS-RATING, :TBLBKS-ISBN,
                           :TBLBKS-PUBLISHER-ID,
                           :TBLBKS-GENRE,
                           :TBLBKS-ITEM-STATUS, :TBLBKS-BRANCH-ID,
                           :TBLBKS-SERIES-ID,
                           :TBLBKS-DELETED-FLAG,
                           :TBLBKS-LAST-CHANGED-TS,
                           :WS-ROW-COUNT
                      FROM IBMUSER.BOOKS B
                     WHERE B.BOOK_ID = :TBLBKS-BOOK-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        PERFORM 2215-MATCH-CRITERIA
                        EVALUATE TRUE
                            WHEN TBLBKS-DELETED-FLAG = 'Y'
                                 MOVE 'DELETED TITLE' TO WS-RESULT
                            WHEN WS-ROW-COUNT > 0
                                 MOVE 'ALREADY IN BATCH' TO WS-RESULT
                            WHEN NOT BOOK-MATCHES
                                 MOVE 'NOT SELECTED' TO WS-RESULT
                            WHEN OTHER
                                 MOVE SPACES TO WS-RESULT
                        END-EVALUATE
                        IF WS-RESULT = SPACES
                           PERFORM 2300-CHANGE-ONE-BOOK
                        ELSE
                           ADD 1 TO WS-SKIPPED-CNTR
                           MOVE SPACES TO WS-VALUES-BEFORE
                                          WS-VALUES-AFTER
                           PERFORM 2700-WRITE-BOOK-LINES
                        END-IF
                   WHEN SQL-EOC
                        ADD 1 TO WS-SKIPPED-CNTR
                        MOVE 'NOT ON FILE' TO WS-RESULT
                        MOVE SPACES TO TBLBKS-TITLE-TEXT
                                       WS-VALUES-BEFORE
                                       WS-VALUES-AFTER
                        PERFORM 2700-WRITE-BOOK-LINES
                   WHEN OTHER
                        MOVE 'SELECT BOOKS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE

               IF UPDATE-RUN
               AND WS-SINCE-COMMIT NOT < WS-COMMIT-EVERY
                  PERFORM 2900-COMMIT-CHUNK
               END-IF
            END-IF

            PERFORM 1405-READ-CARD
            .

      **    THE SAME TESTS CURGCSEL MAKES, FOR ONE LISTED TITLE
       2215-MATCH-CRITERIA.
            MOVE '2215-MATCH-CRITERIA' TO ERR-LOC

            SET BOOK-MATCHES TO TRUE
            IF WS-SEL-GENRE-SW = 'Y'
            AND TBLBKS-GENRE-TEXT NOT = WS-SEL-GENRE
               MOVE 0 TO WS-MATCH-SW
            END-IF
            IF WS-SEL-BRANCH-SW = 'Y'
            AND TBLBKS-BRANCH-ID NOT = WS-SEL-BRANCH
               MOVE 0 TO WS-MATCH-SW
            END-IF
            IF WS-SEL-PUBID-SW = 'Y'
            AND TBLBKS-PUBLISHER-ID NOT = WS-SEL-PUBID
               MOVE 0 TO WS-MATCH-SW
            END-IF
            IF WS-SEL-STAT-SW = 'Y'
            AND TBLBKS-ITEM-STATUS NOT = WS-SEL-STAT
               MOVE 0 TO WS-MATCH-SW
            END-IF
            IF WS-SEL-SERIES-SW = 'Y'
            AND TBLBKS-SERIES-ID NOT = WS-SEL-SERIES
               MOVE 0 TO WS-MATCH-SW
            END-IF
            .

      *--------------------------------------------------------------*
      * ONE SELECTED TITLE: WORK OUT THE AFTER VALUES, LIST THEM, AND *
      * IN UPDATE MODE APPLY THEM                                     *
      *--------------------------------------------------------------*
       2300-CHANGE-ONE-BOOK.
            MOVE '2300-CHANGE-ONE-BOOK' TO ERR-LOC

            ADD 1 TO WS-SELECTED-CNTR
            MOVE TBLBKS-LAST-CHANGED-TS TO WS-BOOK-VERSION

            PERFORM 2610-BUILD-AUDIT-BEFORE
            PERFORM 2640-BUILD-VALUES-TEXT
            MOVE WS-VALUES-TEXT TO WS-VALUES-BEFORE

            PERFORM 2310-APPLY-SETS

            PERFORM 2620-BUILD-AUDIT-AFTER
            PERFORM 2640-BUILD-VALUES-TEXT
            MOVE WS-VALUES-TEXT TO WS-VALUES-AFTER

            EVALUATE TRUE
                WHEN NOT BOOK-CHANGES
                     ADD 1 TO WS-SAME-CNTR
                     MOVE 'ALREADY SO' TO WS-RESULT
                WHEN PREVIEW-RUN
                     ADD 1 TO WS-CHANGED-CNTR
                     MOVE 'WOULD CHANGE' TO WS-RESULT
                WHEN OTHER
                     PERFORM 2320-UPDATE-BOOK
            END-EVALUATE

            PERFORM 2700-WRITE-BOOK-LINES
            .

       2310-APPLY-SETS.
            MOVE '2310-APPLY-SETS' TO ERR-LOC

            MOVE 0 TO WS-CHANGE-SW
                      WS-KEYWORD-SW

            IF WS-SET-GENRE-SW = 'Y'
            AND TBLBKS-GENRE-TEXT NOT = WS-SET-GENRE
               SET BOOK-CHANGES    TO TRUE
               SET KEYWORDS-CHANGE TO TRUE
               MOVE SPACES TO TBLBKS-GENRE-TEXT
               MOVE WS-SET-GENRE TO TBLBKS-GENRE-TEXT
               MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-SET-GENRE))
                 TO TBLBKS-GENRE-LEN
            END-IF

            IF WS-SET-PUBID-SW = 'Y'
            AND TBLBKS-PUBLISHER-ID NOT = WS-SET-PUBID
               SET BOOK-CHANGES    TO TRUE
               SET KEYWORDS-CHANGE TO TRUE
               MOVE WS-SET-PUBID TO TBLBKS-PUBLISHER-ID
            END-IF

            IF WS-SET-STAT-SW = 'Y'
            AND TBLBKS-ITEM-STATUS NOT = WS-SET-STAT
               SET BOOK-CHANGES TO TRUE
               MOVE WS-SET-STAT TO TBLBKS-ITEM-STATUS
            END-IF

            IF WS-SET-BRANCH-SW = 'Y'
            AND TBLBKS-BRANCH-ID NOT = WS-SET-BRANCH
               SET BOOK-CHANGES TO TRUE
               MOVE WS-SET-BRANCH TO TBLBKS-BRANCH-ID
            END-IF
            .

       2320-UPDATE-BOOK.
            MOVE '2320-UPDATE-BOOK' TO ERR-LOC

      **    ONLY THE COLUMNS WITH A SET CARD ARE TOUCHED; THE VERSION
      **    CHECK IS TRAN2DB2'S (0610OC), SO A TITLE EDITED ONLINE
      **    WHILE THE JOB RUNS IS LEFT ALONE AND LISTED
            EXEC SQL
                 UPDATE IBMUSER.BOOKS
                    SET GENRE        =
                            CASE WHEN :WS-SET-GENRE-SW = 'Y'
                                 THEN :TBLBKS-GENRE
                                 ELSE GENRE END,
                        PUBLISHER_ID =
                            CASE WHEN :WS-SET-PUBID-SW = 'Y'
                                 THEN :TBLBKS-PUBLISHER-ID
                                 ELSE PUBLISHER_ID END,
                        ITEM_STATUS  =
                            CASE WHEN :WS-SET-STAT-SW = 'Y'
                                 THEN :TBLBKS-ITEM-STATUS
                                 ELSE ITEM_STATUS END,
                        BRANCH_ID    =
                            CASE WHEN :WS-SET-BRANCH-SW = 'Y'
                                 THEN :TBLBKS-BRANCH-ID
                                 ELSE BRANCH_ID END,
                        LAST_CHANGED_TS = CURRENT TIMESTAMP
                  WHERE BOOK_ID         = :TBLBKS-BOOK-ID
                    AND LAST_CHANGED_TS = :WS-BOOK-VERSION
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE 'U' TO TBLAUD-ACTION-CODE
                     PERFORM 2630-WRITE-AUDIT-ROW

                     MOVE TBLBKS-BOOK-ID  TO TBLGCH-BOOK-ID
                     MOVE TBLAUD-AUDIT-ID TO TBLGCH-AUDIT-ID
                     EXEC SQL
                          INSERT INTO IBMUSER.CATALOG_CHG
                                 (CHG_NAME, BOOK_ID, AUDIT_ID,
                                  CHG_DATE, UNDO_AUDIT_ID, UNDO_DATE)
                          VALUES (:TBLGCH-CHG-NAME, :TBLGCH-BOOK-ID,
                                  :TBLGCH-AUDIT-ID, CURRENT DATE,
                                  NULL, NULL)
                     END-EXEC
                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'INSERT CATALOG_CHG' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

                     IF KEYWORDS-CHANGE
                        PERFORM 8300-SYNC-KEYWORDS
                     END-IF

                     ADD 1 TO WS-CHANGED-CNTR
                              WS-SINCE-COMMIT
                     MOVE 'CHANGED' TO WS-RESULT
                WHEN SQL-EOC
                     ADD 1 TO WS-SKIPPED-CNTR
                     MOVE 'EDITED DURING RUN' TO WS-RESULT
                WHEN OTHER
                     MOVE 'UPDATE BOOKS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      *--------------------------------------------------------------*
      * ROLLBACK: THE BATCH'S TITLES NOT YET REVERSED, IN CHUNKS OF   *
      * COMMIT=n AFTER THE LAST KEY                                   *
      *--------------------------------------------------------------*
       2400-ROLLBACK-BATCH.
            MOVE '2400-ROLLBACK-BATCH' TO ERR-LOC

            MOVE 0 TO WS-LAST-KEY
                      WS-WORK-DONE-SW
            PERFORM 2410-ROLLBACK-CHUNK UNTIL WORK-DONE
            .

       2410-ROLLBACK-CHUNK.
            MOVE '2410-ROLLBACK-CHUNK' TO ERR-LOC

            MOVE 0 TO WS-CHUNK-CNTR
                      WS-FETCH-SW

            EXEC SQL OPEN CURGCUND END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURGCUND' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2420-FETCH-CHANGED
                    UNTIL FETCH-DONE
                       OR WS-CHUNK-CNTR NOT < WS-COMMIT-EVERY

            EXEC SQL CLOSE CURGCUND END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURGCUND' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-CHUNK-CNTR < WS-COMMIT-EVERY
               SET WORK-DONE TO TRUE
            END-IF
            IF WS-SINCE-COMMIT > 0
               PERFORM 2900-COMMIT-CHUNK
            END-IF
            .

       2420-FETCH-CHANGED.
            MOVE '2420-FETCH-CHANGED' TO ERR-LOC

            INITIALIZE DCLAUD

            EXEC SQL
                 FETCH CURGCUND
                  INTO :TBLGCH-BOOK-ID
                      ,:TBLGCH-AUDIT-ID
                      ,:TBLAUD-BEFORE-VALUES :IND-AUDIT
                      ,:TBLAUD-AFTER-VALUES  :IND-AUDIT
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-CHUNK-CNTR
                     MOVE TBLGCH-BOOK-ID TO WS-LAST-KEY
                     PERFORM 2430-REVERSE-ONE-BOOK
                WHEN SQL-EOC
                     SET FETCH-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURGCUND' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2430-REVERSE-ONE-BOOK.
            MOVE '2430-REVERSE-ONE-BOOK' TO ERR-LOC

            ADD 1 TO WS-SELECTED-CNTR
            INITIALIZE DCLBOOKS
            MOVE TBLGCH-BOOK-ID TO TBLBKS-BOOK-ID

            EXEC SQL
                 SELECT TITLE,
                        COALESCE(RATING, 0), COALESCE(ISBN, ''),
                        COALESCE(PUBLISHER_ID, 0),
                        COALESCE(GENRE, ''),
                        ITEM_STATUS, BRANCH_ID, LAST_CHANGED_TS
                   INTO :TBLBKS-TITLE,
                        :TBLBKS-RATING, :TBLBKS-ISBN,
                        :TBLBKS-PUBLISHER-ID,
                        :TBLBKS-GENRE,
                        :TBLBKS-ITEM-STATUS, :TBLBKS-BRANCH-ID,
                        :TBLBKS-LAST-CHANGED-TS
                   FROM IBMUSER.BOOKS
                  WHERE BOOK_ID = :TBLBKS-BOOK-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     CONTINUE
                WHEN SQL-EOC
                     MOVE SPACES TO TBLBKS-TITLE-TEXT
                WHEN OTHER
                     MOVE 'SELECT BOOKS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE

            MOVE SPACES TO WS-VALUES-BEFORE
                           WS-VALUES-AFTER
            MOVE 0 TO WS-CHANGE-SW

            EVALUATE TRUE
                WHEN SQL-EOC
                     ADD 1 TO WS-SKIPPED-CNTR
                     MOVE 'NOT ON FILE' TO WS-RESULT
                WHEN IND-AUDIT < 0
                     ADD 1 TO WS-SKIPPED-CNTR
                     MOVE 'AUDIT ROW ARCHIVED' TO WS-RESULT
                WHEN OTHER
                     MOVE TBLBKS-LAST-CHANGED-TS TO WS-BOOK-VERSION
                     PERFORM 2610-BUILD-AUDIT-BEFORE
                     PERFORM 2640-BUILD-VALUES-TEXT
                     MOVE WS-VALUES-TEXT TO WS-VALUES-BEFORE

      **             WHAT THE BATCH CHANGED IT FROM AND TO
                     MOVE TBLAUD-BEFORE-VALUES-TEXT TO WS-PARSE-SOURCE
                     PERFORM 2440-PARSE-AUDIT-VALUES
                     MOVE WS-PV-PUBID TO WS-BV-PUBID
                     MOVE WS-PV-GENRE TO WS-BV-GENRE
                     MOVE WS-PV-STAT  TO WS-BV-STAT
                     MOVE WS-PV-BR    TO WS-BV-BR
                     MOVE TBLAUD-AFTER-VALUES-TEXT TO WS-PARSE-SOURCE
                     PERFORM 2440-PARSE-AUDIT-VALUES
                     MOVE WS-PV-PUBID TO WS-AV-PUBID
                     MOVE WS-PV-GENRE TO WS-AV-GENRE
                     MOVE WS-PV-STAT  TO WS-AV-STAT
                     MOVE WS-PV-BR    TO WS-AV-BR

      **             ONLY A TITLE STILL AS THE BATCH LEFT IT IS PUT
      **             BACK - A LATER EDIT IS NOT SILENTLY UNDONE
                     IF FUNCTION TRIM (WS-AUDIT-PUBID-DISP)
                             NOT = FUNCTION TRIM (WS-AV-PUBID)
                     OR FUNCTION TRIM (TBLBKS-GENRE-TEXT)
                             NOT = FUNCTION TRIM (WS-AV-GENRE)
                     OR TBLBKS-ITEM-STATUS NOT = WS-AV-STAT
                     OR FUNCTION TRIM (WS-AUDIT-BRANCH-DISP)
                             NOT = FUNCTION TRIM (WS-AV-BR)
                        ADD 1 TO WS-SKIPPED-CNTR
                        MOVE 'CHANGED SINCE' TO WS-RESULT
                     ELSE
                        PERFORM 2450-RESTORE-BOOK
                     END-IF
            END-EVALUATE

            PERFORM 2700-WRITE-BOOK-LINES
            .

       2440-PARSE-AUDIT-VALUES.
            MOVE '2440-PARSE-AUDIT-VALUES' TO ERR-LOC

      ***   TITLE=... RATING=... ISBN=... PUBID=... GENRE=...
      ***   STAT=x BR=n - PEELED APART BY SUCCESSIVE MARKER SPLITS
      ***   SO THE TITLE MAY HOLD BLANKS AND EQUAL SIGNS OF ITS OWN
            MOVE SPACES TO WS-PV-RATING WS-PV-ISBN WS-PV-PUBID
                           WS-PV-GENRE WS-PV-STAT WS-PV-BR
                           WS-REST1 WS-REST2 WS-REST3 WS-REST4
                           WS-REST5 WS-P1

            UNSTRING WS-PARSE-SOURCE
                     DELIMITED BY ' RATING='
                     INTO WS-P1 WS-REST1
            END-UNSTRING
            UNSTRING WS-REST1 DELIMITED BY ' ISBN='
                     INTO WS-PV-RATING WS-REST2
            END-UNSTRING
            UNSTRING WS-REST2 DELIMITED BY ' PUBID='
                     INTO WS-PV-ISBN WS-REST3
            END-UNSTRING
            UNSTRING WS-REST3 DELIMITED BY ' GENRE='
                     INTO WS-PV-PUBID WS-REST4
            END-UNSTRING
            UNSTRING WS-REST4 DELIMITED BY ' STAT='
                     INTO WS-PV-GENRE WS-REST5
            END-UNSTRING
            UNSTRING WS-REST5 DELIMITED BY ' BR='
                     INTO WS-PV-STAT WS-PV-BR
            END-UNSTRING
            .

       2450-RESTORE-BOOK.
            MOVE '2450-RESTORE-BOOK' TO ERR-LOC

      **    A BLANK GENRE OR A ZERO PUBLISHER WAS A NULL COLUMN
            MOVE 0 TO WS-KEYWORD-SW
            IF FUNCTION TRIM (WS-BV-GENRE)
                    NOT = FUNCTION TRIM (WS-AV-GENRE)
            OR FUNCTION TRIM (WS-BV-PUBID)
                    NOT = FUNCTION TRIM (WS-AV-PUBID)
               SET KEYWORDS-CHANGE TO TRUE
            END-IF

            MOVE 0 TO IND-GENRE
                      IND-PUBID
            MOVE SPACES TO TBLBKS-GENRE-TEXT
            IF FUNCTION TRIM (WS-BV-GENRE) = SPACES
               MOVE -1 TO IND-GENRE
               MOVE 0  TO TBLBKS-GENRE-LEN
            ELSE
               MOVE FUNCTION TRIM (WS-BV-GENRE) TO TBLBKS-GENRE-TEXT
               MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-BV-GENRE))
                 TO TBLBKS-GENRE-LEN
            END-IF
            IF FUNCTION TRIM (WS-BV-PUBID) = SPACES
               MOVE -1 TO IND-PUBID
               MOVE 0  TO TBLBKS-PUBLISHER-ID
            ELSE
               MOVE FUNCTION NUMVAL (WS-BV-PUBID)
                 TO TBLBKS-PUBLISHER-ID
               IF TBLBKS-PUBLISHER-ID = 0
                  MOVE -1 TO IND-PUBID
               END-IF
            END-IF
            IF WS-BV-STAT NOT = SPACE
               MOVE WS-BV-STAT TO TBLBKS-ITEM-STATUS
            END-IF
            IF FUNCTION TRIM (WS-BV-BR) NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-BV-BR) TO TBLBKS-BRANCH-ID
            END-IF

            EXEC SQL
                 UPDATE IBMUSER.BOOKS
                    SET GENRE           = :TBLBKS-GENRE :IND-GENRE,
                        PUBLISHER_ID    =
                            :TBLBKS-PUBLISHER-ID :IND-PUBID,
                        ITEM_STATUS     = :TBLBKS-ITEM-STATUS,
                        BRANCH_ID       = :TBLBKS-BRANCH-ID,
                        LAST_CHANGED_TS = CURRENT TIMESTAMP
                  WHERE BOOK_ID         = :TBLBKS-BOOK-ID
                    AND LAST_CHANGED_TS = :WS-BOOK-VERSION
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     PERFORM 2620-BUILD-AUDIT-AFTER
                     PERFORM 2640-BUILD-VALUES-TEXT
                     MOVE WS-VALUES-TEXT TO WS-VALUES-AFTER
                     MOVE 'U' TO TBLAUD-ACTION-CODE
                     PERFORM 2630-WRITE-AUDIT-ROW

                     MOVE TBLAUD-AUDIT-ID TO TBLGCH-UNDO-AUDIT-ID
                     EXEC SQL
                          UPDATE IBMUSER.CATALOG_CHG
                             SET UNDO_AUDIT_ID = :TBLGCH-UNDO-AUDIT-ID,
                                 UNDO_DATE     = CURRENT DATE
                           WHERE CHG_NAME = :TBLGCH-CHG-NAME
                             AND BOOK_ID  = :TBLGCH-BOOK-ID
                     END-EXEC
                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'UPDATE CATALOG_CHG' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

                     IF KEYWORDS-CHANGE
                        PERFORM 8300-SYNC-KEYWORDS
                     END-IF

                     ADD 1 TO WS-CHANGED-CNTR
                              WS-SINCE-COMMIT
                     MOVE 'REVERSED' TO WS-RESULT
                WHEN SQL-EOC
                     ADD 1 TO WS-SKIPPED-CNTR
                     MOVE 'EDITED DURING RUN' TO WS-RESULT
                WHEN OTHER
                     MOVE 'UPDATE BOOKS ROLLBACK' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      **    2610/2620/2630 BUILD AND WRITE THE AUDIT ROW EXACTLY AS
      **    TRAN2DB2 DOES, SO AUDITREP AND AUDRPLAY READ IT THE SAME
       2610-BUILD-AUDIT-BEFORE.
            MOVE '2610-BUILD-AUDIT-BEFORE' TO ERR-LOC

            MOVE TBLBKS-RATING      TO WS-AUDIT-RATING-DISP
            MOVE TBLBKS-PUBLISHER-ID TO WS-AUDIT-PUBID-DISP
            MOVE TBLBKS-BRANCH-ID   TO WS-AUDIT-BRANCH-DISP

            MOVE SPACES TO WS-AUDIT-BEFORE
            STRING 'TITLE='      DELIMITED BY SIZE
                   FUNCTION TRIM (TBLBKS-TITLE-TEXT)
                                  DELIMITED BY SIZE
                   ' RATING='    DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AUDIT-RATING-DISP)
                                  DELIMITED BY SIZE
                   ' ISBN='      DELIMITED BY SIZE
                   FUNCTION TRIM (TBLBKS-ISBN-TEXT)
                                  DELIMITED BY SIZE
                   ' PUBID='     DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AUDIT-PUBID-DISP)
                                  DELIMITED BY SIZE
                   ' GENRE='     DELIMITED BY SIZE
                   FUNCTION TRIM (TBLBKS-GENRE-TEXT)
                                  DELIMITED BY SIZE
                   ' STAT='      DELIMITED BY SIZE
                   TBLBKS-ITEM-STATUS
                                 DELIMITED BY SIZE
                   ' BR='        DELIMITED BY SIZE
                   WS-AUDIT-BRANCH-DISP
                                 DELIMITED BY SIZE
              INTO WS-AUDIT-BEFORE
            END-STRING
            .

       2620-BUILD-AUDIT-AFTER.
            MOVE '2620-BUILD-AUDIT-AFTER' TO ERR-LOC

            MOVE TBLBKS-RATING      TO WS-AUDIT-RATING-DISP
            MOVE TBLBKS-PUBLISHER-ID TO WS-AUDIT-PUBID-DISP
            MOVE TBLBKS-BRANCH-ID   TO WS-AUDIT-BRANCH-DISP

            MOVE SPACES TO WS-AUDIT-AFTER
            STRING 'TITLE='      DELIMITED BY SIZE
                   FUNCTION TRIM (TBLBKS-TITLE-TEXT)
                                  DELIMITED BY SIZE
                   ' RATING='    DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AUDIT-RATING-DISP)
                                  DELIMITED BY SIZE
                   ' ISBN='      DELIMITED BY SIZE
                   FUNCTION TRIM (TBLBKS-ISBN-TEXT)
                                  DELIMITED BY SIZE
                   ' PUBID='     DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AUDIT-PUBID-DISP)
                                  DELIMITED BY SIZE
                   ' GENRE='     DELIMITED BY SIZE
                   FUNCTION TRIM (TBLBKS-GENRE-TEXT)
                                  DELIMITED BY SIZE
                   ' STAT='      DELIMITED BY SIZE
                   TBLBKS-ITEM-STATUS
                                 DELIMITED BY SIZE
                   ' BR='        DELIMITED BY SIZE
                   WS-AUDIT-BRANCH-DISP
                                 DELIMITED BY SIZE
              INTO WS-AUDIT-AFTER
            END-STRING
            .

       2630-WRITE-AUDIT-ROW.
            MOVE '2630-WRITE-AUDIT-ROW' TO ERR-LOC

            MOVE 'AUDIT_ID' TO WS-NXT-ID-NAME
            PERFORM 8100-GET-NEXT-ID
            MOVE WS-NXT-NEXT-ID TO TBLAUD-AUDIT-ID

            MOVE TBLBKS-BOOK-ID   TO TBLAUD-BOOK-ID
      **    NO SIGNED-ON OPERATOR IN BATCH - THE JOB ITSELF IS THE
      **    ACTOR (AS LOSTCONV); CATALOG_CHG CARRIES THE BATCH NAME
            MOVE WS-PGM-NAME TO TBLAUD-OPERATOR-ID-TEXT
            MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-PGM-NAME))
              TO TBLAUD-OPERATOR-ID-LEN
            MOVE WS-AUDIT-BEFORE  TO TBLAUD-BEFORE-VALUES-TEXT
            MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-AUDIT-BEFORE))
              TO TBLAUD-BEFORE-VALUES-LEN
            MOVE WS-AUDIT-AFTER   TO TBLAUD-AFTER-VALUES-TEXT
            MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-AUDIT-AFTER))
              TO TBLAUD-AFTER-VALUES-LEN

            EXEC SQL
                 INSERT INTO IBMUSER.BOOKS_AUDIT
                        (AUDIT_ID, BOOK_ID, ACTION_CODE, OPERATOR_ID,
                         AUDIT_DATE, AUDIT_TIME,
                         BEFORE_VALUES, AFTER_VALUES)
                 VALUES (:TBLAUD-AUDIT-ID, :TBLAUD-BOOK-ID,
                         :TBLAUD-ACTION-CODE, :TBLAUD-OPERATOR-ID,
                         CURRENT DATE, CURRENT TIME,
                         :TBLAUD-BEFORE-VALUES, :TBLAUD-AFTER-VALUES)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT BOOKS_AUDIT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      **    THE FOUR FIELDS A BATCH CAN CHANGE, FOR THE REPORT LINE
       2640-BUILD-VALUES-TEXT.
            MOVE '2640-BUILD-VALUES-TEXT' TO ERR-LOC

            MOVE TBLBKS-PUBLISHER-ID TO WS-AUDIT-PUBID-DISP
            MOVE TBLBKS-BRANCH-ID    TO WS-AUDIT-BRANCH-DISP

            MOVE SPACES TO WS-VALUES-TEXT
            STRING 'GENRE='      DELIMITED BY SIZE
                   FUNCTION TRIM (TBLBKS-GENRE-TEXT)
                                  DELIMITED BY SIZE
                   ' PUBID='     DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AUDIT-PUBID-DISP)
                                  DELIMITED BY SIZE
                   ' STAT='      DELIMITED BY SIZE
                   TBLBKS-ITEM-STATUS
                                  DELIMITED BY SIZE
                   ' BR='        DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AUDIT-BRANCH-DISP)
                                  DELIMITED BY SIZE
              INTO WS-VALUES-TEXT
            END-STRING
            .

       2700-WRITE-BOOK-LINES.
            MOVE '2700-WRITE-BOOK-LINES' TO ERR-LOC

            MOVE SPACES TO WS-DTL-LINE
            IF ROLLBACK-RUN
               MOVE TBLGCH-BOOK-ID TO WS-DL-BOOK-ID
            ELSE
               MOVE TBLBKS-BOOK-ID TO WS-DL-BOOK-ID
            END-IF
            MOVE TBLBKS-TITLE-TEXT (1:34) TO WS-DL-TITLE
            IF WS-VALUES-BEFORE NOT = SPACES
               MOVE 'BEFORE' TO WS-DL-TAG
            END-IF
            MOVE WS-VALUES-BEFORE TO WS-DL-VALUES
            MOVE WS-RESULT        TO WS-DL-RESULT
            WRITE REC-GCHGRPOP FROM WS-DTL-LINE
            ADD 1 TO WS-LINE-CNTR

            IF WS-VALUES-AFTER NOT = SPACES
               MOVE SPACES TO WS-DTL-LINE
               MOVE 'AFTER'  TO WS-DL-TAG
               MOVE WS-VALUES-AFTER TO WS-DL-VALUES
               WRITE REC-GCHGRPOP FROM WS-DTL-LINE
               ADD 1 TO WS-LINE-CNTR
            END-IF
            .

       2800-WRITE-TOTALS.
            MOVE '2800-WRITE-TOTALS' TO ERR-LOC

            WRITE REC-GCHGRPOP FROM WS-REP-SPACES
            MOVE 'TITLES SELECTED'         TO WS-TL-LABEL
            MOVE WS-SELECTED-CNTR          TO WS-TL-COUNT
            WRITE REC-GCHGRPOP FROM WS-TOTAL-LINE
            EVALUATE TRUE
                WHEN PREVIEW-RUN
                     MOVE 'TITLES THAT WOULD CHANGE' TO WS-TL-LABEL
                WHEN ROLLBACK-RUN
                     MOVE 'TITLES REVERSED'   TO WS-TL-LABEL
                WHEN OTHER
                     MOVE 'TITLES CHANGED'    TO WS-TL-LABEL
            END-EVALUATE
            MOVE WS-CHANGED-CNTR           TO WS-TL-COUNT
            WRITE REC-GCHGRPOP FROM WS-TOTAL-LINE
            MOVE 'TITLES ALREADY SO'       TO WS-TL-LABEL
            MOVE WS-SAME-CNTR              TO WS-TL-COUNT
            WRITE REC-GCHGRPOP FROM WS-TOTAL-LINE
            MOVE 'TITLES SKIPPED'          TO WS-TL-LABEL
            MOVE WS-SKIPPED-CNTR           TO WS-TL-COUNT
            WRITE REC-GCHGRPOP FROM WS-TOTAL-LINE
            MOVE 'COMMITS TAKEN'           TO WS-TL-LABEL
            MOVE WS-COMMIT-CNTR            TO WS-TL-COUNT
            WRITE REC-GCHGRPOP FROM WS-TOTAL-LINE
            ADD 6 TO WS-LINE-CNTR

            DISPLAY WS-SELECTED-CNTR ' TITLES SELECTED'
            DISPLAY WS-CHANGED-CNTR  ' TITLES ' WS-MODE-TEXT
            DISPLAY WS-SKIPPED-CNTR  ' TITLES SKIPPED'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.GCHGRPOP'
            WRITE REC-GCHGRPOP FROM WS-REP-SPACES
            WRITE REC-GCHGRPOP FROM WS-REP-FOOTER
            .

       2900-COMMIT-CHUNK.
            MOVE '2900-COMMIT-CHUNK' TO ERR-LOC

            EXEC SQL COMMIT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'COMMIT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            ADD 1 TO WS-COMMIT-CNTR
            MOVE 0 TO WS-SINCE-COMMIT
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-CHANGED-CNTR TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

      **    REGISTER THE KEPT OUTPUT GENERATION (SEE REPREG)
            MOVE 'GCHGRPOP' TO WS-RR-REP-NAME
            MOVE WS-RL-PARM-TEXT TO WS-RR-PARM-TEXT
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

            CLOSE FD-GCHGRPOP
            MOVE FS-GCHGRPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-GCHGRPOP' TO ERR-MSG
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

      **    THE GENRE AND THE PUBLISHER NAME ARE INDEXED (KWMAINT)
       8300-SYNC-KEYWORDS.
            MOVE '8300-SYNC-KEYWORDS' TO ERR-LOC

            MOVE 'R' TO WS-KW-FUNC
            MOVE TBLBKS-BOOK-ID TO WS-KW-BOOK-ID
            MOVE 0 TO WS-KW-RC
            CALL 'KWMAINT' USING WS-KWMAINT-PARMS

            IF WS-KW-RC NOT = 0
               MOVE WS-KW-RC TO EVAL-CODE
               MOVE 'CALL KWMAINT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      *--------------------------------------------------------------*
      * BACK OUT THE CHUNK IN FLIGHT BEFORE LOGGING THE FAILURE; THE  *
      * SAME RUN AGAIN (UPDATE WITH RESTART=Y) PICKS UP FROM THERE    *
      *--------------------------------------------------------------*
       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            DISPLAY WS-ERROR
            EXEC SQL ROLLBACK END-EXEC
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
