      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    HOLDPULL.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/24/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * MORNING HOLDS PULL LIST - PENDING HOLDS FILLABLE FROM SHELF    *
      *----------------------------------------------------------------*
      * - A PENDING ('P') HOLD ONLY WENT READY WHEN A COPY HAPPENED    *
      *   TO BE CHECKED IN (LOANTRN 0719HL), SO A HOLD ON A TITLE      *
      *   WITH A FREE COPY SITTING ON OUR OWN SHELF WAITED FOREVER.    *
      *   THIS JOB LISTS, PER BRANCH, EVERY PENDING HOLD THAT A FREE   *
      *   COPY AT THAT BRANCH CAN FILL:                                *
      *   - A FREE COPY IS A BOOK_COPIES ROW IN STATUS 'A' WITH NO     *
      *     OPEN LOANS ROW; THE BRANCH IS THE TITLE'S BOOKS.BRANCH_ID  *
      *   - HOLDS ALREADY READY OR IN TRANSIT ('R'/'T') HAVE A COPY    *
      *     SET ASIDE, SO A TITLE LISTS AT MOST ITS FREE COPIES LESS   *
      *     THOSE HOLDS, OLDEST HOLD FIRST                             *
1125CN*   - LINES ARE IN SHELF ORDER (CALL NUMBER, THEN TITLE;         *
1125CN*     UNCLASSIFIED TITLES LAST BY GENRE) WITH THE                *
1125CN*     SUGGESTED COPY'S BARCODE AND THE NUMBER OF FREE COPIES     *
1125CN*     WHEN THERE ARE SEVERAL TO CHOOSE FROM                      *
      * - STAFF PULL THE ITEMS AND SCAN THEM ON LOANTRN PF7 (TRAP      *
      *   HOLD), WHICH MOVES THE HOLD TO 'R', STARTS THE HOLDSWP       *
      *   EXPIRY CLOCK AND LEAVES THE HOLD FOR NOTICRUN'S HOLD-READY   *
      *   NOTICE                                                       *
      * - EACH LISTED COPY IS REMEMBERED IN IBMUSER.HOLD_PULLS. A      *
      *   COPY STILL FREE THE NEXT MORNING, WITH ITS HOLD STILL        *
      *   PENDING AND NO CHECKOUT SINCE, WAS NOT FOUND ON THE SHELF:   *
      *   THE FIRST MISS IS LISTED FOR A SEARCH, THE SECOND MARKS      *
      *   THE COPY MISSING (COPY_STATUS 'M', STATUS_DATE) SO IT        *
      *   STOPS COUNTING AS AVAILABLE                                  *
      * - REGISTERED IN RUN_HIST (RUNLOG)                              *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   25,2020 - PULL LIST IN CALL NUMBER ORDER         (1125CN)*
      *               X CALL NUMBER PRINTED IN PLACE OF GENRE          *
      * NOV   24,2020 - INITIAL VERSION                        (1124PL)*
      *                                                                *
      * FILES:                                                         *
      * HLDPULOP (OUTPUT) - IBMUSER.SMAGALIT.HLDPULOP                  *
      * IBMUSER.HOLDS       (I)   - PENDING HOLDS                      *
1125CN* IBMUSER.BOOKS       (I)   - TITLE, CALL NUMBER, BRANCH        *
      * IBMUSER.BOOK_COPIES (I/O) - FREE COPIES; MISSING COPIES        *
      * IBMUSER.LOANS       (I)   - COPIES OUT                         *
      * IBMUSER.HOLD_PULLS  (I/O) - COPIES ON THE LAST PULL LIST       *
      * IBMUSER.BRANCHES    (I)   - BRANCH NAME                        *
      *                                                                *
      * 0000-MAIN                      2300-PULL-LIST                  *
      * 1000-INIT                      2310-FETCH-HOLD                 *
      * 1100-GET-TIMESTAMP             2320-BRANCH-BREAK               *
      * 1300-OPEN-FILES                2330-BOOK-BREAK                 *
      * 1400-SET-REPVARS               2335-FETCH-FREE-COPY            *
      * 2000-MAIN-LOGIC                2340-LIST-HOLD                  *
      * 2100-WRITE-HEADERS             2400-DROP-OLD-PULLS             *
      * 2150-START-SECTION             2500-WRITE-TOTALS               *
      * 2160-END-SECTION               3000-CLEANUP                    *
      * 2200-CHECK-LAST-PULL           3100-CLOSE-FILES                *
      * 2210-FETCH-LAST-PULL           9999-ERROR-HANDLING             *
      * 2220-RECORD-MISS               9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-HLDPULOP  ASSIGN       TO    HLDPULOP
                               FILE STATUS  IS FS-HLDPULOP
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-HLDPULOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-HLDPULOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'NONE FOUND'         .
               10  FILLER              PIC X(114)    VALUE SPACES  .
           05  WS-MISS-HDR.
               10  FILLER              PIC X(05)
                                       VALUE '  BR'               .
               10  FILLER              PIC X(15)
                                       VALUE ' BARCODE'           .
               10  FILLER              PIC X(04)
                                       VALUE ' CPY'               .
               10  FILLER              PIC X(10)
                                       VALUE '   BOOK ID'         .
               10  FILLER              PIC X(41)
                                       VALUE ' TITLE'             .
               10  FILLER              PIC X(10)
                                       VALUE '   HOLD ID'         .
               10  FILLER              PIC X(11)
                                       VALUE ' PULLED'            .
               10  FILLER              PIC X(31)
                                       VALUE ' ACTION'            .
               10  FILLER              PIC X(05)     VALUE SPACES  .
           05  WS-MISS-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-ML-BRANCH        PIC ZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-ML-BARCODE       PIC X(14)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-ML-COPY-NO       PIC ZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-ML-BOOK-ID       PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-ML-TITLE         PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-ML-HOLD-ID       PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-ML-PULL-DATE     PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-ML-ACTION        PIC X(30)     VALUE SPACES  .
               10  FILLER              PIC X(04)     VALUE SPACES  .
           05  WS-PULL-HDR.
               10  FILLER              PIC X(15)
                                       VALUE ' BARCODE'           .
               10  FILLER              PIC X(04)
                                       VALUE ' CPY'               .
               10  FILLER              PIC X(41)
                                       VALUE ' TITLE'             .
1125CN         10  FILLER              PIC X(27)
1125CN                                 VALUE ' CALL NUMBER'       .
               10  FILLER              PIC X(10)
                                       VALUE '   HOLD ID'         .
               10  FILLER              PIC X(10)
                                       VALUE '    PATRON'         .
               10  FILLER              PIC X(11)
                                       VALUE ' HOLD DATE'         .
               10  FILLER              PIC X(07)
                                       VALUE ' PICKUP'            .
               10  FILLER              PIC X(05)
                                       VALUE ' FREE'              .
1125CN         10  FILLER              PIC X(02)     VALUE SPACES  .
           05  WS-PULL-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-PL-BARCODE       PIC X(14)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-PL-COPY-NO       PIC ZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-PL-TITLE         PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
1125CN         10  WS-PL-CALLNO        PIC X(26)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-PL-HOLD-ID       PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-PL-PATRON-ID     PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-PL-HOLD-DATE     PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-PL-PICKUP        PIC X(06)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-PL-FREE          PIC ZZ9.
1125CN         10  FILLER              PIC X(02)     VALUE SPACES  .
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TL-TEXT          PIC X(50)     VALUE SPACES  .
               10  WS-TL-COUNT         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(71)     VALUE SPACES  .
           05  WS-MISSED-SW            PIC X          VALUE 'N'.
               88  COPY-MISSED                        VALUE 'Y'.
           05  WS-NEW-MISSES           PIC S9(09) COMP VALUE 0.
           05  WS-PREV-BRANCH          PIC S9(09) COMP VALUE -1.
           05  WS-PREV-BOOK            PIC S9(09) COMP VALUE -1.
           05  WS-SHELF-HELD           PIC S9(09) COMP VALUE 0.
           05  WS-SLOTS                PIC S9(09) COMP VALUE 0.
           05  WS-SLOT-IX              PIC S9(04) COMP VALUE 0.
           05  WS-FREE-CNT             PIC S9(04) COMP VALUE 0.
           05  WS-FREE-MAX             PIC S9(04) COMP VALUE 50.
           05  WS-BRANCH-DISP          PIC Z(8)9.
           05  WS-PICKUP-DISP          PIC Z(5)9.
           05  WS-FREE-TABLE.
               10  WS-FREE-ROW         OCCURS 50 TIMES.
                   15  WS-FR-COPY-NO   PIC S9(09) COMP.
                   15  WS-FR-BARCODE   PIC X(14).
           05  WS-IND-VARS.
               10  IND-GENRE           PIC S9(04) COMP VALUE 0.
               10  IND-BRANCH          PIC S9(04) COMP VALUE 0.
               10  IND-BARCODE         PIC S9(04) COMP VALUE 0.
1125CN         10  IND-CALL-PREFIX     PIC S9(04) COMP VALUE 0.
1125CN         10  IND-CALL-CLASS      PIC S9(04) COMP VALUE 0.
1125CN         10  IND-CALL-CUTTER     PIC S9(04) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-SECT-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-LISTED-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-WAITING-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-SEARCH-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-MISSING-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-CLEARED-CNTR     PIC S9(08) COMP VALUE 0.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'HOLDS PULL LIST'
                                        .

       COPY REPVARS.

1125CN 01  WS-CALLNO-PARMS.
1125CN     05  WS-CN-PREFIX             PIC X(04)       VALUE SPACES.
1125CN     05  WS-CN-CLASS              PIC X(12)       VALUE SPACES.
1125CN     05  WS-CN-CUTTER             PIC X(08)       VALUE SPACES.
1125CN     05  WS-CN-DISPLAY            PIC X(26)       VALUE SPACES.
1125CN     05  WS-CN-RC                 PIC S9(04) COMP VALUE 0.

       01  WS-SYS-VARS.
           05  WS-TIMESTAMP             PIC X(26)       VALUE SPACES.
           05  WS-TIMESTAMP-FMT         REDEFINES WS-TIMESTAMP.
               10  WS-DATE              PIC X(10).
               10  FILLER               PIC X    .
               10  WS-TIME              PIC X(08).
               10  FILLER               PIC X    .
               10  WS-MICROSEC          PIC X(06).
           05  WS-FILESTAT.
               10  FS-HLDPULOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)      VALUE 'HOLDPULL'.

0807RH 01  WS-RUNLOG-PARMS.
0807RH     05  WS-RL-FUNC           PIC X             VALUE SPACE.
0807RH     05  WS-RL-JOB-NAME       PIC X(08)         VALUE SPACES.
0807RH     05  WS-RL-PARM-TEXT      PIC X(100)        VALUE SPACES.
0807RH     05  WS-RL-STATUS         PIC X(07)         VALUE SPACES.
0807RH     05  WS-RL-REC-COUNT      PIC S9(09) COMP   VALUE 0.
0807RH     05  WS-RL-ERR-LOC        PIC X(26)         VALUE SPACES.
0807RH     05  WS-RL-ERR-MSG        PIC X(26)         VALUE SPACES.
0807RH     05  WS-RL-RUN-ID         PIC S9(09) COMP   VALUE 0.
0807RH     05  WS-RL-RC             PIC S9(04) COMP   VALUE 0.

       01  WS-ERROR.
           05  FILLER                   PIC X(09)       VALUE 'ERR AT '.
           05  ERR-LOC                  PIC X(26)       VALUE SPACES   .
           05  FILLER                   PIC X(05)       VALUE ' RC: '  .
           05  ERR-CODE                 PIC X(08)       VALUE SPACES   .
           05  FILLER                   PIC X(06)       VALUE ' MSG: ' .
           05  ERR-MSG                  PIC X(26)       VALUE SPACES   .

      *** SQL COPYBOOKS
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE DCLHOLD  END-EXEC.
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
           EXEC SQL INCLUDE DCLCOPY  END-EXEC.
           EXEC SQL INCLUDE DCLHPL   END-EXEC.
           EXEC SQL INCLUDE DCLBRN   END-EXEC.

      **   COPIES LISTED ON AN EARLIER PULL. MISSED = STILL FREE, THE
      **   HOLD STILL PENDING, AND NOT CHECKED OUT SINCE THE PULL
           EXEC SQL DECLARE CURHPMIS CURSOR FOR
                SELECT P.BOOK_ID
                      ,P.COPY_NO
                      ,P.HOLD_ID
                      ,P.BRANCH_ID
                      ,P.PULL_DATE
                      ,P.MISS_COUNT
                      ,B.TITLE
                      ,C.BARCODE
                      ,CASE WHEN C.COPY_STATUS = 'A'
                             AND EXISTS
                                 (SELECT 1
                                    FROM IBMUSER.HOLDS H
                                   WHERE H.HOLD_ID     = P.HOLD_ID
                                     AND H.HOLD_STATUS = 'P')
                             AND NOT EXISTS
                                 (SELECT 1
                                    FROM IBMUSER.LOANS L
                                   WHERE L.BOOK_ID = P.BOOK_ID
                                     AND L.COPY_NO = P.COPY_NO
                                     AND (L.RETURN_DATE IS NULL
                                       OR L.CHECKOUT_DATE
                                          >= P.PULL_DATE))
                            THEN 'Y'
                            ELSE 'N'
                       END
                  FROM IBMUSER.HOLD_PULLS  P
                      ,IBMUSER.BOOKS       B
                      ,IBMUSER.BOOK_COPIES C
                 WHERE P.PULL_DATE < CURRENT DATE
                   AND B.BOOK_ID   = P.BOOK_ID
                   AND C.BOOK_ID   = P.BOOK_ID
                   AND C.COPY_NO   = P.COPY_NO
1125CN           ORDER BY P.BRANCH_ID
1125CN                   ,CASE WHEN B.CALL_CLASS IS NULL
1125CN                         THEN 1
1125CN                         ELSE 0
1125CN                    END
1125CN                   ,COALESCE(B.CALL_PREFIX, ' ')
1125CN                   ,B.CALL_CLASS
1125CN                   ,B.CALL_CUTTER
                         ,B.GENRE
                         ,B.TITLE
                         ,P.COPY_NO
           END-EXEC.

      **   PENDING HOLDS ON TITLES WITH AT LEAST ONE FREE COPY, IN
      **   SHELF ORDER WITHIN BRANCH, OLDEST HOLD FIRST PER TITLE
           EXEC SQL DECLARE CURHPHLD CURSOR FOR
                SELECT H.HOLD_ID
                      ,H.BOOK_ID
                      ,H.PATRON_ID
                      ,H.HOLD_DATE
                      ,H.PICKUP_BRANCH
                      ,B.BRANCH_ID
                      ,B.TITLE
                      ,B.GENRE
1125CN                ,B.CALL_PREFIX
1125CN                ,B.CALL_CLASS
1125CN                ,B.CALL_CUTTER
                      ,(SELECT R.BRANCH_NAME
                          FROM IBMUSER.BRANCHES R
                         WHERE R.BRANCH_ID = B.BRANCH_ID)
                  FROM IBMUSER.HOLDS H
                      ,IBMUSER.BOOKS B
                 WHERE H.HOLD_STATUS  = 'P'
                   AND B.BOOK_ID      = H.BOOK_ID
                   AND B.DELETED_FLAG = 'N'
                   AND B.ITEM_STATUS  = 'A'
                   AND EXISTS
                       (SELECT 1
                          FROM IBMUSER.BOOK_COPIES C
                         WHERE C.BOOK_ID     = H.BOOK_ID
                           AND C.COPY_STATUS = 'A'
                           AND NOT EXISTS
                               (SELECT 1
                                  FROM IBMUSER.LOANS L
                                 WHERE L.BOOK_ID = C.BOOK_ID
                                   AND L.COPY_NO = C.COPY_NO
                                   AND L.RETURN_DATE IS NULL))
1125CN           ORDER BY B.BRANCH_ID
1125CN                   ,CASE WHEN B.CALL_CLASS IS NULL
1125CN                         THEN 1
1125CN                         ELSE 0
1125CN                    END
1125CN                   ,COALESCE(B.CALL_PREFIX, ' ')
1125CN                   ,B.CALL_CLASS
1125CN                   ,B.CALL_CUTTER
                         ,B.GENRE
                         ,B.TITLE
                         ,B.BOOK_ID
                         ,H.HOLD_DATE
                         ,H.HOLD_ID
           END-EXEC.

      **   ONE TITLE'S FREE COPIES - A COPY ALREADY MISSED ONCE IS
      **   SUGGESTED LAST
           EXEC SQL DECLARE CURHPCPY CURSOR FOR
                SELECT C.COPY_NO
                      ,C.BARCODE
                  FROM IBMUSER.BOOK_COPIES C
                 WHERE C.BOOK_ID     = :TBLHOLD-BOOK-ID
                   AND C.COPY_STATUS = 'A'
                   AND NOT EXISTS
                       (SELECT 1
                          FROM IBMUSER.LOANS L
                         WHERE L.BOOK_ID = C.BOOK_ID
                           AND L.COPY_NO = C.COPY_NO
                           AND L.RETURN_DATE IS NULL)
                 ORDER BY COALESCE((SELECT P.MISS_COUNT
                                      FROM IBMUSER.HOLD_PULLS P
                                     WHERE P.BOOK_ID = C.BOOK_ID
                                       AND P.COPY_NO = C.COPY_NO), 0)
                         ,C.COPY_NO
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

0807RH      MOVE 'HOLDPULL' TO WS-RL-JOB-NAME
0807RH      MOVE 'S' TO WS-RL-FUNC
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

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

            OPEN OUTPUT FD-HLDPULOP
            MOVE FS-HLDPULOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-HLDPULOP' TO ERR-MSG
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
            PERFORM 2100-WRITE-HEADERS

            PERFORM 2200-CHECK-LAST-PULL
            PERFORM 2300-PULL-LIST
            PERFORM 2400-DROP-OLD-PULLS
            PERFORM 2500-WRITE-TOTALS

            DISPLAY WS-LISTED-CNTR  ' HOLDS LISTED TO PULL'
            DISPLAY WS-WAITING-CNTR ' HOLDS WAITING FOR A COPY'
            DISPLAY WS-SEARCH-CNTR  ' COPIES NOT FOUND - SEARCH'
            DISPLAY WS-MISSING-CNTR ' COPIES MARKED MISSING'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.HLDPULOP'
            WRITE REC-HLDPULOP FROM WS-REP-SPACES
            WRITE REC-HLDPULOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(32:)
            WRITE REC-HLDPULOP FROM WS-REP-HEADER1
            WRITE REC-HLDPULOP FROM WS-REP-HEADER2
            WRITE REC-HLDPULOP FROM WS-REP-SPACES
            .

       2150-START-SECTION.
            MOVE '2150-START-SECTION' TO ERR-LOC
            MOVE 0 TO WS-SECT-CNTR
            WRITE REC-HLDPULOP FROM WS-REP-SPACES
            WRITE REC-HLDPULOP FROM WS-SECTION-HDR
            WRITE REC-HLDPULOP FROM WS-REP-SPACES
            .

       2160-END-SECTION.
            MOVE '2160-END-SECTION' TO ERR-LOC
            IF WS-SECT-CNTR = 0
               WRITE REC-HLDPULOP FROM WS-NONE-LINE
            END-IF
            .

      ***   YESTERDAY'S LIST FIRST: EVERY COPY NOT TRAPPED ON LOANTRN
      ***   PF7 IS EITHER CLEARED (IT WENT OUT, OR ITS HOLD WAS FILLED
      ***   OR CANCELLED) OR COUNTED AS A MISS
       2200-CHECK-LAST-PULL.
            MOVE '2200-CHECK-LAST-PULL' TO ERR-LOC

            MOVE 'COPIES NOT FOUND ON THE LAST PULL LIST'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION
            WRITE REC-HLDPULOP FROM WS-MISS-HDR

            EXEC SQL OPEN CURHPMIS END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURHPMIS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2210-FETCH-LAST-PULL UNTIL SQL-EOC

            EXEC SQL CLOSE CURHPMIS END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURHPMIS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2210-FETCH-LAST-PULL.
            MOVE '2210-FETCH-LAST-PULL' TO ERR-LOC
            INITIALIZE DCLHPL
                       DCLBOOKS
                       DCLCOPY
                       WS-IND-VARS
            EXEC SQL
                 FETCH CURHPMIS
                  INTO :TBLHPL-BOOK-ID
                      ,:TBLHPL-COPY-NO
                      ,:TBLHPL-HOLD-ID
                      ,:TBLHPL-BRANCH-ID
                      ,:TBLHPL-PULL-DATE
                      ,:TBLHPL-MISS-COUNT
                      ,:TBLBKS-TITLE
                      ,:TBLCPY-BARCODE :IND-BARCODE
                      ,:WS-MISSED-SW
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF COPY-MISSED
                        PERFORM 2220-RECORD-MISS
                     ELSE
                        ADD 1 TO WS-CLEARED-CNTR
                        EXEC SQL
                             DELETE FROM IBMUSER.HOLD_PULLS
                              WHERE BOOK_ID = :TBLHPL-BOOK-ID
                                AND COPY_NO = :TBLHPL-COPY-NO
                        END-EXEC
                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK
                           MOVE 'DELETE HOLD_PULLS' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF
                     END-IF
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURHPMIS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2220-RECORD-MISS.
            MOVE '2220-RECORD-MISS' TO ERR-LOC

            COMPUTE WS-NEW-MISSES = TBLHPL-MISS-COUNT + 1
            ADD 1 TO WS-SECT-CNTR

            IF WS-NEW-MISSES < 2
               ADD 1 TO WS-SEARCH-CNTR
               MOVE 'NOT FOUND - SEARCH SHELVES' TO WS-ML-ACTION
               EXEC SQL
                    UPDATE IBMUSER.HOLD_PULLS
                       SET MISS_COUNT = :WS-NEW-MISSES
                     WHERE BOOK_ID = :TBLHPL-BOOK-ID
                       AND COPY_NO = :TBLHPL-COPY-NO
               END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'UPDATE HOLD_PULLS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            ELSE
      **       SECOND MISS - THE COPY IS GONE UNTIL IT TURNS UP AND
      **       IS SCANNED ON LOANTRN PF7, WHICH PUTS IT BACK TO 'A'
               ADD 1 TO WS-MISSING-CNTR
               MOVE 'SECOND MISS - MARKED MISSING' TO WS-ML-ACTION
               EXEC SQL
                    UPDATE IBMUSER.BOOK_COPIES
                       SET COPY_STATUS = 'M',
                           STATUS_DATE = CURRENT DATE
                     WHERE BOOK_ID     = :TBLHPL-BOOK-ID
                       AND COPY_NO     = :TBLHPL-COPY-NO
                       AND COPY_STATUS = 'A'
               END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'UPDATE BOOK_COPIES MISSING' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               EXEC SQL
                    DELETE FROM IBMUSER.HOLD_PULLS
                     WHERE BOOK_ID = :TBLHPL-BOOK-ID
                       AND COPY_NO = :TBLHPL-COPY-NO
               END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'DELETE HOLD_PULLS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF

            IF IND-BARCODE < 0
               MOVE '(NO BARCODE)' TO TBLCPY-BARCODE-TEXT
            END-IF
            MOVE TBLHPL-BRANCH-ID    TO WS-ML-BRANCH
            MOVE TBLCPY-BARCODE-TEXT TO WS-ML-BARCODE
            MOVE TBLHPL-COPY-NO      TO WS-ML-COPY-NO
            MOVE TBLHPL-BOOK-ID      TO WS-ML-BOOK-ID
            MOVE TBLBKS-TITLE-TEXT   TO WS-ML-TITLE
            MOVE TBLHPL-HOLD-ID      TO WS-ML-HOLD-ID
            MOVE TBLHPL-PULL-DATE    TO WS-ML-PULL-DATE
            WRITE REC-HLDPULOP FROM WS-MISS-LINE
            .

      ***   ONE PAGE PER BRANCH SO EACH BRANCH GETS ITS OWN SHEET
       2300-PULL-LIST.
            MOVE '2300-PULL-LIST' TO ERR-LOC
            MOVE -1 TO WS-PREV-BRANCH
                       WS-PREV-BOOK

            EXEC SQL OPEN CURHPHLD END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURHPHLD' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2310-FETCH-HOLD UNTIL SQL-EOC

            EXEC SQL CLOSE CURHPHLD END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURHPHLD' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-PREV-BRANCH = -1
               MOVE 'HOLDS PULL LIST' TO WS-SECTION-HDR
               PERFORM 2150-START-SECTION
               PERFORM 2160-END-SECTION
            END-IF
            .

       2310-FETCH-HOLD.
            MOVE '2310-FETCH-HOLD' TO ERR-LOC
            INITIALIZE DCLHOLD
                       DCLBOOKS
                       DCLBRN
                       WS-IND-VARS
            EXEC SQL
                 FETCH CURHPHLD
                  INTO :TBLHOLD-HOLD-ID
                      ,:TBLHOLD-BOOK-ID
                      ,:TBLHOLD-PATRON-ID
                      ,:TBLHOLD-HOLD-DATE
                      ,:TBLHOLD-PICKUP-BRANCH
                      ,:TBLBKS-BRANCH-ID
                      ,:TBLBKS-TITLE
                      ,:TBLBKS-GENRE        :IND-GENRE
1125CN                ,:TBLBKS-CALL-PREFIX  :IND-CALL-PREFIX
1125CN                ,:TBLBKS-CALL-CLASS   :IND-CALL-CLASS
1125CN                ,:TBLBKS-CALL-CUTTER  :IND-CALL-CUTTER
                      ,:TBLBRN-BRANCH-NAME  :IND-BRANCH
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF TBLBKS-BRANCH-ID NOT = WS-PREV-BRANCH
                        PERFORM 2320-BRANCH-BREAK
                     END-IF
                     IF TBLHOLD-BOOK-ID NOT = WS-PREV-BOOK
                        PERFORM 2330-BOOK-BREAK
                     END-IF
                     IF WS-SLOT-IX < WS-SLOTS
                        ADD 1 TO WS-SLOT-IX
                        PERFORM 2340-LIST-HOLD
                     ELSE
                        ADD 1 TO WS-WAITING-CNTR
                     END-IF
      **             2330 LEAVES THE COPY CURSOR AT END - KEEP THE
      **             HOLD CURSOR LOOP GOING
                     MOVE 0 TO EVAL-CODE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURHPHLD' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2320-BRANCH-BREAK.
            MOVE '2320-BRANCH-BREAK' TO ERR-LOC
            MOVE TBLBKS-BRANCH-ID TO WS-PREV-BRANCH
                                     WS-BRANCH-DISP

            PERFORM 2100-WRITE-HEADERS
            MOVE SPACES TO WS-SECTION-HDR
            IF IND-BRANCH < 0
               STRING 'HOLDS PULL LIST - BRANCH ' DELIMITED BY SIZE
                      WS-BRANCH-DISP              DELIMITED BY SIZE
                 INTO WS-SECTION-HDR
               END-STRING
            ELSE
               STRING 'HOLDS PULL LIST - BRANCH ' DELIMITED BY SIZE
                      WS-BRANCH-DISP              DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      TBLBRN-BRANCH-NAME-TEXT
                         (1:TBLBRN-BRANCH-NAME-LEN) DELIMITED BY SIZE
                 INTO WS-SECTION-HDR
               END-STRING
            END-IF
            PERFORM 2150-START-SECTION
            WRITE REC-HLDPULOP FROM WS-PULL-HDR
            .

      ***   LOAD THE TITLE'S FREE COPIES; EACH HOLD ALREADY READY OR
      ***   IN TRANSIT HAS ONE OF THEM SET ASIDE
       2330-BOOK-BREAK.
            MOVE '2330-BOOK-BREAK' TO ERR-LOC
            MOVE TBLHOLD-BOOK-ID TO WS-PREV-BOOK
            MOVE 0 TO WS-FREE-CNT
                      WS-SLOT-IX

            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-SHELF-HELD
                   FROM IBMUSER.HOLDS
                  WHERE BOOK_ID = :TBLHOLD-BOOK-ID
                    AND HOLD_STATUS IN ('R', 'T')
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT COUNT HELD' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL OPEN CURHPCPY END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURHPCPY' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2335-FETCH-FREE-COPY UNTIL SQL-EOC

            EXEC SQL CLOSE CURHPCPY END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURHPCPY' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            COMPUTE WS-SLOTS = WS-FREE-CNT - WS-SHELF-HELD
            .

       2335-FETCH-FREE-COPY.
            MOVE '2335-FETCH-FREE-COPY' TO ERR-LOC
            INITIALIZE DCLCOPY
            MOVE 0 TO IND-BARCODE
            EXEC SQL
                 FETCH CURHPCPY
                  INTO :TBLCPY-COPY-NO
                      ,:TBLCPY-BARCODE :IND-BARCODE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF WS-FREE-CNT < WS-FREE-MAX
                        ADD 1 TO WS-FREE-CNT
                        MOVE TBLCPY-COPY-NO
                          TO WS-FR-COPY-NO (WS-FREE-CNT)
                        IF IND-BARCODE < 0
                           MOVE '(NO BARCODE)'
                             TO WS-FR-BARCODE (WS-FREE-CNT)
                        ELSE
                           MOVE TBLCPY-BARCODE-TEXT
                             TO WS-FR-BARCODE (WS-FREE-CNT)
                        END-IF
                     END-IF
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURHPCPY' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      ***   PRINT THE HOLD WITH ITS SUGGESTED COPY AND REMEMBER THE
      ***   COPY FOR TOMORROW'S MISS CHECK
       2340-LIST-HOLD.
            MOVE '2340-LIST-HOLD' TO ERR-LOC

            ADD 1 TO WS-LISTED-CNTR
                     WS-SECT-CNTR

1125CN      IF IND-CALL-CLASS < 0
1125CN**       UNCLASSIFIED - THE GENRE IS STILL THE BEST GUIDE
1125CN         IF IND-GENRE < 0
1125CN            MOVE SPACES TO TBLBKS-GENRE-TEXT
1125CN         END-IF
1125CN         MOVE TBLBKS-GENRE-TEXT TO WS-PL-CALLNO
1125CN      ELSE
1125CN         MOVE SPACES TO WS-CN-PREFIX
1125CN                        WS-CN-CUTTER
1125CN         IF IND-CALL-PREFIX NOT < 0
1125CN            MOVE TBLBKS-CALL-PREFIX-TEXT
1125CN                   (1:TBLBKS-CALL-PREFIX-LEN) TO WS-CN-PREFIX
1125CN         END-IF
1125CN         MOVE TBLBKS-CALL-CLASS-TEXT
1125CN                (1:TBLBKS-CALL-CLASS-LEN)     TO WS-CN-CLASS
1125CN         IF IND-CALL-CUTTER NOT < 0
1125CN            MOVE TBLBKS-CALL-CUTTER-TEXT
1125CN                   (1:TBLBKS-CALL-CUTTER-LEN) TO WS-CN-CUTTER
1125CN         END-IF
1125CN         CALL 'CALLNOCK' USING WS-CALLNO-PARMS
1125CN         MOVE WS-CN-DISPLAY TO WS-PL-CALLNO
1125CN      END-IF
            MOVE WS-FR-BARCODE (WS-SLOT-IX) TO WS-PL-BARCODE
            MOVE WS-FR-COPY-NO (WS-SLOT-IX) TO WS-PL-COPY-NO
            MOVE TBLBKS-TITLE-TEXT          TO WS-PL-TITLE
            MOVE TBLHOLD-HOLD-ID            TO WS-PL-HOLD-ID
            MOVE TBLHOLD-PATRON-ID          TO WS-PL-PATRON-ID
            MOVE TBLHOLD-HOLD-DATE          TO WS-PL-HOLD-DATE
            IF TBLHOLD-PICKUP-BRANCH = 0
               MOVE '   ANY' TO WS-PL-PICKUP
            ELSE
               MOVE TBLHOLD-PICKUP-BRANCH TO WS-PICKUP-DISP
               MOVE WS-PICKUP-DISP        TO WS-PL-PICKUP
            END-IF
            MOVE WS-FREE-CNT                TO WS-PL-FREE
            WRITE REC-HLDPULOP FROM WS-PULL-LINE

            MOVE TBLHOLD-BOOK-ID            TO TBLHPL-BOOK-ID
            MOVE WS-FR-COPY-NO (WS-SLOT-IX) TO TBLHPL-COPY-NO
            MOVE TBLHOLD-HOLD-ID            TO TBLHPL-HOLD-ID
            MOVE TBLBKS-BRANCH-ID           TO TBLHPL-BRANCH-ID

            EXEC SQL
                 UPDATE IBMUSER.HOLD_PULLS
                    SET HOLD_ID   = :TBLHPL-HOLD-ID,
                        BRANCH_ID = :TBLHPL-BRANCH-ID,
                        PULL_DATE = CURRENT DATE
                  WHERE BOOK_ID = :TBLHPL-BOOK-ID
                    AND COPY_NO = :TBLHPL-COPY-NO
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     CONTINUE
                WHEN SQL-EOC
                     EXEC SQL
                          INSERT INTO IBMUSER.HOLD_PULLS
                                 (BOOK_ID, COPY_NO, HOLD_ID,
                                  BRANCH_ID, PULL_DATE, MISS_COUNT)
                          VALUES (:TBLHPL-BOOK-ID, :TBLHPL-COPY-NO,
                                  :TBLHPL-HOLD-ID, :TBLHPL-BRANCH-ID,
                                  CURRENT DATE, 0)
                     END-EXEC
                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'INSERT HOLD_PULLS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                WHEN OTHER
                     MOVE 'UPDATE HOLD_PULLS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      ***   A COPY MISSED ONCE BUT NOT LISTED AGAIN TODAY (ITS HOLD
      ***   WAS FILLED FROM ANOTHER COPY) STARTS AFRESH NEXT TIME
       2400-DROP-OLD-PULLS.
            MOVE '2400-DROP-OLD-PULLS' TO ERR-LOC

            EXEC SQL
                 DELETE FROM IBMUSER.HOLD_PULLS
                  WHERE PULL_DATE < CURRENT DATE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-EOC
               MOVE 'DELETE OLD HOLD_PULLS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2500-WRITE-TOTALS.
            MOVE '2500-WRITE-TOTALS' TO ERR-LOC

            WRITE REC-HLDPULOP FROM WS-REP-SPACES
            MOVE 'HOLDS LISTED TO PULL'            TO WS-TL-TEXT
            MOVE WS-LISTED-CNTR                    TO WS-TL-COUNT
            WRITE REC-HLDPULOP FROM WS-TOTAL-LINE
            MOVE 'HOLDS WAITING - NO FREE COPY LEFT' TO WS-TL-TEXT
            MOVE WS-WAITING-CNTR                   TO WS-TL-COUNT
            WRITE REC-HLDPULOP FROM WS-TOTAL-LINE
            MOVE 'COPIES NOT FOUND - TO SEARCH'    TO WS-TL-TEXT
            MOVE WS-SEARCH-CNTR                    TO WS-TL-COUNT
            WRITE REC-HLDPULOP FROM WS-TOTAL-LINE
            MOVE 'COPIES MARKED MISSING'           TO WS-TL-TEXT
            MOVE WS-MISSING-CNTR                   TO WS-TL-COUNT
            WRITE REC-HLDPULOP FROM WS-TOTAL-LINE
            MOVE 'LAST PULL COPIES CLEARED'        TO WS-TL-TEXT
            MOVE WS-CLEARED-CNTR                   TO WS-TL-COUNT
            WRITE REC-HLDPULOP FROM WS-TOTAL-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
0807RH      MOVE WS-LISTED-CNTR TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-HLDPULOP
            MOVE FS-HLDPULOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-HLDPULOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            DISPLAY WS-ERROR
0807RH      MOVE 'E'      TO WS-RL-FUNC
0807RH      MOVE 'FAILED' TO WS-RL-STATUS
0807RH      MOVE ERR-LOC  TO WS-RL-ERR-LOC
0807RH      MOVE ERR-MSG  TO WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS
            PERFORM 9999-TERMINATE
            .

       9999-TERMINATE.
            STOP RUN
            .
