      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MARCEXP.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/20/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * MARC 21 EXPORT OF THE CATALOG FOR THE REGIONAL UNION CATALOG   *
      *----------------------------------------------------------------*
      * - WRITES THE ACTIVE CATALOG (DELETED_FLAG 'N', NOT STILL ON    *
      *   ORDER) AS MARC 21 BIBLIOGRAPHIC RECORDS IN EXCHANGE FORMAT   *
      *   (ISO 2709: LEADER, DIRECTORY, VARIABLE FIELDS). ONE TITLE    *
      *   PER RECORD, CONTROL NUMBER (001) = BOOK_ID:                  *
      *     001/003/005  BOOK_ID, OUR MARC ORG CODE, LAST_CHANGED_TS   *
      *     008          PUBLICATION YEAR FROM PUBLISHED_DATE          *
      *     020 $A       ISBN                                          *
      *     100 $A       FIRST AUTHOR (BOOK_AUTHORS/AUTHORS)           *
      *     700 $A       EACH FURTHER AUTHOR                           *
      *     245 $A       TITLE                                         *
      *     260 $B $C    PUBLISHER (PUBLISHERS), YEAR                  *
      *     300 $A       TOTAL_PAGES                                   *
      *     490 $A $V    SERIES (SERIES) AND SERIES_SEQ                *
      *     655 $A       GENRE                                         *
      *     852 $A $B $Z HOLDINGS: BRANCH AND COPY COUNT (BOOK_COPIES  *
      *                  NOT WITHDRAWN; NO COPY ROWS = ONE COPY, THE   *
      *                  LIST SCREEN'S RULE)                           *
      * - DELTA-CAPABLE THE WAY WEBFEED'S WEBLAST BOOKMARK WORKS: BY   *
      *   DEFAULT ONLY TITLES WITH LAST_CHANGED_TS PAST THE MARCLAST   *
      *   BOOKMARK (OR A COPY ADDED OR CHANGED SINCE) GO OUT, AS       *
      *   CORRECTED RECORDS; PARM FULL=Y SENDS THE WHOLE CATALOG AS    *
      *   NEW RECORDS AND STILL MOVES THE BOOKMARK                     *
      * - EVERY RUN, FULL OR DELTA, ALSO SENDS A DELETE RECORD         *
      *   (LEADER/05 'D') FOR EACH TITLE WITHDRAWN SINCE THE BOOKMARK  *
      *   SO THE CONSORTIUM DROPS OUR HOLDINGS                         *
      * - ONE MARC RECORD PER VARIABLE-LENGTH OUTPUT RECORD; THE       *
      *   TRANSFER TO THE CONSORTIUM CONVERTS TO ASCII                 *
      * - REGISTERED IN RUN_HIST (RUNLOG)                              *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   20,2020 - INITIAL VERSION                        (1120MX)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *   FULL=Y - FULL EXPORT INSTEAD OF THE DELTA                    *
      *                                                                *
      * FILES:                                                         *
      * MARCEXOP (OUTPUT)       - IBMUSER.SMAGALIT.MARCEXOP            *
      * MARCLAST (INPUT/OUTPUT) - IBMUSER.SMAGALIT.MARCLAST - ONE-     *
      *          RECORD BOOKMARK OF THE LAST SUCCESSFUL RUN            *
      *                                                                *
      * 0000-MAIN                      2300-SEND-DELETES               *
      * 1000-INIT                      2310-FETCH-DELETE               *
      * 1100-GET-TIMESTAMP             2400-START-RECORD               *
      * 1150-PARSE-PARM                2500-ADD-FIELD                  *
      * 1175-READ-MARCLAST             2600-WRITE-RECORD               *
      * 1300-OPEN-FILE                 2610-MOVE-DIR-ENTRY             *
      * 2000-MAIN-LOGIC                3000-CLEANUP                    *
      * 2200-FETCH-BOOK                3100-CLOSE-FILE                 *
      * 2210-BUILD-BOOK-REC            3150-WRITE-MARCLAST             *
      * 2220-ADD-AUTHORS               9999-ERROR-HANDLING             *
      * 2225-FETCH-AUTHOR              9999-TERMINATE                  *
      * 2230-ADD-HOLDINGS                                              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-MARCEXOP ASSIGN       TO    MARCEXOP
                              FILE STATUS  IS FS-MARCEXOP
                              ORGANIZATION IS SEQUENTIAL.
           SELECT FD-MARCLAST ASSIGN       TO    MARCLAST
                              FILE STATUS  IS FS-MARCLAST
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-MARCEXOP
           RECORDING MODE V
           RECORD VARYING IN SIZE FROM 24 TO 5000 CHARACTERS
                  DEPENDING ON WS-MARC-LEN.
       01  REC-MARCEXOP                 PIC X(5000).

       FD  FD-MARCLAST
           RECORDING MODE F
           RECORD CONTAINS 26 CHARACTERS.
       01  REC-MARCLAST                 PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
      **   MARC ORGANIZATION CODE THE CONSORTIUM KNOWS US BY (003, 852)
           05  WS-MARC-ORG             PIC X(08)       VALUE 'LIBSYS'.
           05  WS-MARC-DELIMS.
               10  WS-SUBFLD           PIC X(01)       VALUE X'1F'.
               10  WS-FLDTERM          PIC X(01)       VALUE X'1E'.
               10  WS-RECTERM          PIC X(01)       VALUE X'1D'.
           05  WS-MARC-LEADER.
               10  WS-LDR-REC-LEN      PIC 9(05)       VALUE 0.
               10  WS-LDR-STATUS       PIC X(01)       VALUE 'n'.
               10  FILLER              PIC X(06)       VALUE 'am  22'.
               10  WS-LDR-BASE         PIC 9(05)       VALUE 0.
               10  FILLER              PIC X(07)       VALUE '7  4500'.
           05  WS-MARC-008.
               10  WS-008-ENTERED      PIC X(06)       VALUE SPACES.
               10  WS-008-DATE-TYPE    PIC X(01)       VALUE 'n'.
               10  WS-008-YEAR         PIC X(04)       VALUE 'uuuu'.
               10  FILLER              PIC X(04)       VALUE SPACES.
               10  FILLER              PIC X(03)       VALUE 'xx '.
               10  FILLER              PIC X(17)
                                       VALUE '|||||||||||||||||'.
               10  FILLER              PIC X(05)       VALUE 'und d'.
           05  WS-MARC-LEN             PIC S9(05) COMP VALUE 0.
           05  WS-MARC-DATA            PIC X(4000)     VALUE SPACES.
           05  WS-DATA-PTR             PIC S9(05) COMP VALUE 1.
           05  WS-DATA-LEN             PIC S9(05) COMP VALUE 0.
           05  WS-BASE                 PIC S9(05) COMP VALUE 0.
           05  WS-DIR-CNT              PIC S9(04) COMP VALUE 0.
           05  WS-DIR-IDX              PIC S9(04) COMP VALUE 0.
           05  WS-DIR-POS              PIC S9(05) COMP VALUE 0.
           05  WS-MARC-DIR.
               10  WS-DIR-ENTRY        OCCURS 40 TIMES.
                   15  WS-DIR-TAG      PIC X(03).
                   15  WS-DIR-FLD-LEN  PIC 9(04).
                   15  WS-DIR-START    PIC 9(05).
           05  WS-FLD-TAG              PIC X(03)       VALUE SPACES.
           05  WS-FLD-TEXT             PIC X(400)      VALUE SPACES.
           05  WS-FLD-PTR              PIC S9(04) COMP VALUE 1.
           05  WS-FLD-LEN              PIC S9(04) COMP VALUE 0.
           05  WS-BOOKID-DISP          PIC 9(09).
           05  WS-NUM-DISP             PIC Z(8)9.
           05  WS-COPIES               PIC S9(08) COMP VALUE 0.
           05  WS-AUTHOR-CNT           PIC S9(04) COMP VALUE 0.
           05  WS-SKIP-CNT             PIC S9(04) COMP VALUE 0.
           05  WS-IND-VARS.
               10  IND-ISBN            PIC S9(04) COMP VALUE 0.
               10  IND-PUBDATE         PIC S9(04) COMP VALUE 0.
               10  IND-PAGES           PIC S9(04) COMP VALUE 0.
               10  IND-GENRE           PIC S9(04) COMP VALUE 0.
               10  IND-SERIES-SEQ      PIC S9(04) COMP VALUE 0.
               10  IND-PUBLISHER       PIC S9(04) COMP VALUE 0.
               10  IND-SERIES          PIC S9(04) COMP VALUE 0.
               10  IND-BRANCH          PIC S9(04) COMP VALUE 0.
           05  WS-FILT-SINCE           PIC X(26)
                    VALUE '0001-01-01-00.00.00.000000'.
           05  WS-FULL-SW              PIC 9           VALUE 0.
               88  FULL-RUN                            VALUE 1.
           05  WS-COUNTERS.
               10  WS-REC-CNTR         PIC S9(08) COMP VALUE 0.
               10  WS-DEL-CNTR         PIC S9(08) COMP VALUE 0.
               10  WS-TRUNC-CNTR       PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

       01  WS-SYS-VARS.
           05  WS-TIMESTAMP             PIC X(26)       VALUE SPACES.
           05  WS-FILESTAT.
               10  FS-MARCEXOP          PIC 99          VALUE 0.
               10  FS-MARCLAST          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)      VALUE 'MARCEXP'.

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
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
           EXEC SQL INCLUDE DCLAUTH  END-EXEC.
           EXEC SQL INCLUDE DCLPUB   END-EXEC.
           EXEC SQL INCLUDE DCLSER   END-EXEC.
           EXEC SQL INCLUDE DCLBRN   END-EXEC.

      **   ACTIVE TITLES - ALL OF THEM, OR CHANGED SINCE THE BOOKMARK
           EXEC SQL DECLARE CURMBOOK CURSOR FOR
                SELECT B.BOOK_ID
                      ,B.TITLE
                      ,B.ISBN
                      ,B.PUBLISHED_DATE
                      ,B.TOTAL_PAGES
                      ,B.GENRE
                      ,B.LAST_CHANGED_TS
                      ,B.BRANCH_ID
                      ,B.SERIES_SEQ
                      ,(SELECT P.PUBLISHER_NAME
                          FROM IBMUSER.PUBLISHERS P
                         WHERE P.PUBLISHER_ID = B.PUBLISHER_ID)
                      ,(SELECT S.SERIES_NAME
                          FROM IBMUSER.SERIES S
                         WHERE S.SERIES_ID = B.SERIES_ID)
                      ,(SELECT R.BRANCH_NAME
                          FROM IBMUSER.BRANCHES R
                         WHERE R.BRANCH_ID = B.BRANCH_ID)
                      ,(SELECT COUNT(*)
                          FROM IBMUSER.BOOK_COPIES C
                         WHERE C.BOOK_ID = B.BOOK_ID
                           AND C.COPY_STATUS <> 'W')
                  FROM IBMUSER.BOOKS B
                 WHERE B.DELETED_FLAG = 'N'
                   AND B.ITEM_STATUS <> 'O'
                   AND (:WS-FULL-SW = 1
                        OR B.LAST_CHANGED_TS > :WS-FILT-SINCE
                        OR EXISTS
                           (SELECT 1
                              FROM IBMUSER.BOOK_COPIES C
                             WHERE C.BOOK_ID = B.BOOK_ID
                               AND (C.ADDED_DATE  >=
                                           DATE(:WS-FILT-SINCE)
                                 OR C.STATUS_DATE >=
                                           DATE(:WS-FILT-SINCE))))
                 ORDER BY B.BOOK_ID
           END-EXEC.

      **   AUTHORS OF ONE TITLE - THE FIRST IS THE 100, THE REST 700S
           EXEC SQL DECLARE CURMAUTH CURSOR FOR
                SELECT A.AUTHOR_NAME
                  FROM IBMUSER.AUTHORS A,
                       IBMUSER.BOOK_AUTHORS BA
                 WHERE BA.BOOK_ID   = :TBLBKS-BOOK-ID
                   AND BA.AUTHOR_ID = A.AUTHOR_ID
                 ORDER BY A.AUTHOR_NAME
           END-EXEC.

      **   TITLES WITHDRAWN SINCE THE BOOKMARK
           EXEC SQL DECLARE CURMDELE CURSOR FOR
                SELECT BOOK_ID
                      ,TITLE
                      ,LAST_CHANGED_TS
                  FROM IBMUSER.BOOKS
                 WHERE DELETED_FLAG    = 'Y'
                   AND LAST_CHANGED_TS > :WS-FILT-SINCE
                 ORDER BY BOOK_ID
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

0807RH      MOVE 'MARCEXP' TO WS-RL-JOB-NAME
0807RH      IF LS-PARM-LEN > 0
0807RH         MOVE LS-PARM-TEXT TO WS-RL-PARM-TEXT
0807RH      END-IF
0807RH      MOVE 'S' TO WS-RL-FUNC
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 1000-INIT
            PERFORM 2000-MAIN-LOGIC
            PERFORM 3000-CLEANUP
            .

       1000-INIT.
            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1100-GET-TIMESTAMP
            PERFORM 1150-PARSE-PARM
            PERFORM 1175-READ-MARCLAST
            PERFORM 1300-OPEN-FILE
            .

       1100-GET-TIMESTAMP.
            MOVE '1100-GET-TIMESTAMP' TO ERR-LOC
            EXEC SQL
                 SELECT CURRENT TIMESTAMP
                   INTO :WS-TIMESTAMP
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT CURRENT TIMESTAMP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

      **    008/00-05 IS THE DATE THE RECORD WAS WRITTEN, YYMMDD
            STRING WS-TIMESTAMP (3:2)  DELIMITED BY SIZE
                   WS-TIMESTAMP (6:2)  DELIMITED BY SIZE
                   WS-TIMESTAMP (9:2)  DELIMITED BY SIZE
              INTO WS-008-ENTERED
            END-STRING
            .

       1150-PARSE-PARM.
            MOVE '1150-PARSE-PARM' TO ERR-LOC

            IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
                        DELIMITED BY '='
                        INTO WS-PARM-KEY WS-PARM-VAL
               END-UNSTRING

               IF FUNCTION TRIM (WS-PARM-KEY) = 'FULL'
               AND WS-PARM-VAL (1:1) = 'Y'
                  SET FULL-RUN TO TRUE
               END-IF
            END-IF
            .

      ***   READ EVEN ON A FULL RUN - THE DELETES ARE ALWAYS SINCE
      ***   THE LAST RUN. NO BOOKMARK YET SENDS EVERY WITHDRAWAL
       1175-READ-MARCLAST.
            MOVE '1175-READ-MARCLAST' TO ERR-LOC

            OPEN INPUT FD-MARCLAST
            IF FS-MARCLAST = 35
               CONTINUE
            ELSE
               READ FD-MARCLAST INTO WS-FILT-SINCE
                  AT END
                     CONTINUE
               END-READ
               CLOSE FD-MARCLAST
            END-IF
            .

       1300-OPEN-FILE.
            MOVE '1300-OPEN-FILE' TO ERR-LOC
            OPEN OUTPUT FD-MARCEXOP
            MOVE FS-MARCEXOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-MARCEXOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC

            EXEC SQL OPEN CURMBOOK END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURMBOOK' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2200-FETCH-BOOK UNTIL SQL-EOC

            EXEC SQL CLOSE CURMBOOK END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURMBOOK' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2300-SEND-DELETES

            DISPLAY WS-REC-CNTR ' MARC RECORDS WRITTEN TO MARCEXOP'
            DISPLAY WS-DEL-CNTR ' DELETE RECORDS WRITTEN'
            IF WS-TRUNC-CNTR > 0
               DISPLAY WS-TRUNC-CNTR ' RECORDS SENT WITHOUT SOME '
                       'AUTHORS - RECORD FULL'
            END-IF
            .

       2200-FETCH-BOOK.
            MOVE '2200-FETCH-BOOK' TO ERR-LOC

            INITIALIZE DCLBOOKS
                       DCLPUB
                       DCLSER
                       DCLBRN
                       WS-IND-VARS
            MOVE 0 TO WS-COPIES

            EXEC SQL
                 FETCH CURMBOOK
                  INTO :TBLBKS-BOOK-ID
                      ,:TBLBKS-TITLE
                      ,:TBLBKS-ISBN           :IND-ISBN
                      ,:TBLBKS-PUBLISHED-DATE :IND-PUBDATE
                      ,:TBLBKS-TOTAL-PAGES    :IND-PAGES
                      ,:TBLBKS-GENRE          :IND-GENRE
                      ,:TBLBKS-LAST-CHANGED-TS
                      ,:TBLBKS-BRANCH-ID
                      ,:TBLBKS-SERIES-SEQ     :IND-SERIES-SEQ
                      ,:TBLPUB-PUBLISHER-NAME :IND-PUBLISHER
                      ,:TBLSER-SERIES-NAME    :IND-SERIES
                      ,:TBLBRN-BRANCH-NAME    :IND-BRANCH
                      ,:WS-COPIES
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     PERFORM 2210-BUILD-BOOK-REC
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURMBOOK' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2210-BUILD-BOOK-REC.
            MOVE '2210-BUILD-BOOK-REC' TO ERR-LOC

            IF FULL-RUN
               MOVE 'n' TO WS-LDR-STATUS
            ELSE
               MOVE 'c' TO WS-LDR-STATUS
            END-IF
            PERFORM 2400-START-RECORD

      **    008 - FIXED-LENGTH DATA ELEMENTS
            IF IND-PUBDATE < 0
               MOVE 'n'    TO WS-008-DATE-TYPE
               MOVE 'uuuu' TO WS-008-YEAR
            ELSE
               MOVE 's'    TO WS-008-DATE-TYPE
               MOVE TBLBKS-PUBLISHED-DATE (1:4) TO WS-008-YEAR
            END-IF
            MOVE '008'       TO WS-FLD-TAG
            MOVE WS-MARC-008 TO WS-FLD-TEXT
            MOVE 41          TO WS-FLD-PTR
            PERFORM 2500-ADD-FIELD

      **    020 - ISBN
            IF IND-ISBN >= 0 AND TBLBKS-ISBN-LEN > 0
               MOVE SPACES TO WS-FLD-TEXT
               MOVE 1 TO WS-FLD-PTR
               STRING '  '       DELIMITED BY SIZE
                      WS-SUBFLD  DELIMITED BY SIZE
                      'a'        DELIMITED BY SIZE
                      TBLBKS-ISBN-TEXT (1:TBLBKS-ISBN-LEN)
                                 DELIMITED BY SIZE
                 INTO WS-FLD-TEXT
                 WITH POINTER WS-FLD-PTR
               END-STRING
               MOVE '020' TO WS-FLD-TAG
               PERFORM 2500-ADD-FIELD
            END-IF

      **    100 / 700 - AUTHORS
            PERFORM 2220-ADD-AUTHORS

      **    245 - TITLE (FIRST INDICATOR 1 WHEN THERE IS A 100)
            MOVE SPACES TO WS-FLD-TEXT
            MOVE 1 TO WS-FLD-PTR
            IF WS-AUTHOR-CNT > 0
               STRING '10' DELIMITED BY SIZE
                 INTO WS-FLD-TEXT
                 WITH POINTER WS-FLD-PTR
               END-STRING
            ELSE
               STRING '00' DELIMITED BY SIZE
                 INTO WS-FLD-TEXT
                 WITH POINTER WS-FLD-PTR
               END-STRING
            END-IF
            STRING WS-SUBFLD   DELIMITED BY SIZE
                   'a'         DELIMITED BY SIZE
                   TBLBKS-TITLE-TEXT (1:TBLBKS-TITLE-LEN)
                               DELIMITED BY SIZE
              INTO WS-FLD-TEXT
              WITH POINTER WS-FLD-PTR
            END-STRING
            MOVE '245' TO WS-FLD-TAG
            PERFORM 2500-ADD-FIELD

      **    260 - PUBLISHER AND YEAR
            IF IND-PUBLISHER >= 0 OR IND-PUBDATE >= 0
               MOVE SPACES TO WS-FLD-TEXT
               MOVE 1 TO WS-FLD-PTR
               STRING '  ' DELIMITED BY SIZE
                 INTO WS-FLD-TEXT
                 WITH POINTER WS-FLD-PTR
               END-STRING
               IF IND-PUBLISHER >= 0
                  STRING WS-SUBFLD  DELIMITED BY SIZE
                         'b'        DELIMITED BY SIZE
                         TBLPUB-PUBLISHER-NAME-TEXT
                            (1:TBLPUB-PUBLISHER-NAME-LEN)
                                    DELIMITED BY SIZE
                    INTO WS-FLD-TEXT
                    WITH POINTER WS-FLD-PTR
                  END-STRING
               END-IF
               IF IND-PUBDATE >= 0
                  STRING WS-SUBFLD  DELIMITED BY SIZE
                         'c'        DELIMITED BY SIZE
                         TBLBKS-PUBLISHED-DATE (1:4)
                                    DELIMITED BY SIZE
                    INTO WS-FLD-TEXT
                    WITH POINTER WS-FLD-PTR
                  END-STRING
               END-IF
               MOVE '260' TO WS-FLD-TAG
               PERFORM 2500-ADD-FIELD
            END-IF

      **    300 - EXTENT
            IF IND-PAGES >= 0 AND TBLBKS-TOTAL-PAGES > 0
               MOVE TBLBKS-TOTAL-PAGES TO WS-NUM-DISP
               MOVE SPACES TO WS-FLD-TEXT
               MOVE 1 TO WS-FLD-PTR
               STRING '  '       DELIMITED BY SIZE
                      WS-SUBFLD  DELIMITED BY SIZE
                      'a'        DELIMITED BY SIZE
                      FUNCTION TRIM (WS-NUM-DISP)
                                 DELIMITED BY SIZE
                      ' p.'      DELIMITED BY SIZE
                 INTO WS-FLD-TEXT
                 WITH POINTER WS-FLD-PTR
               END-STRING
               MOVE '300' TO WS-FLD-TAG
               PERFORM 2500-ADD-FIELD
            END-IF

      **    490 - SERIES STATEMENT, NOT TRACED
            IF IND-SERIES >= 0
               MOVE SPACES TO WS-FLD-TEXT
               MOVE 1 TO WS-FLD-PTR
               STRING '0 '       DELIMITED BY SIZE
                      WS-SUBFLD  DELIMITED BY SIZE
                      'a'        DELIMITED BY SIZE
                      TBLSER-SERIES-NAME-TEXT
                         (1:TBLSER-SERIES-NAME-LEN)
                                 DELIMITED BY SIZE
                 INTO WS-FLD-TEXT
                 WITH POINTER WS-FLD-PTR
               END-STRING
               IF IND-SERIES-SEQ >= 0 AND TBLBKS-SERIES-SEQ > 0
                  MOVE TBLBKS-SERIES-SEQ TO WS-NUM-DISP
                  STRING WS-SUBFLD  DELIMITED BY SIZE
                         'v'        DELIMITED BY SIZE
                         FUNCTION TRIM (WS-NUM-DISP)
                                    DELIMITED BY SIZE
                    INTO WS-FLD-TEXT
                    WITH POINTER WS-FLD-PTR
                  END-STRING
               END-IF
               MOVE '490' TO WS-FLD-TAG
               PERFORM 2500-ADD-FIELD
            END-IF

      **    655 - GENRE, UNCONTROLLED (SECOND INDICATOR 4)
            IF IND-GENRE >= 0 AND TBLBKS-GENRE-LEN > 0
               MOVE SPACES TO WS-FLD-TEXT
               MOVE 1 TO WS-FLD-PTR
               STRING ' 4'       DELIMITED BY SIZE
                      WS-SUBFLD  DELIMITED BY SIZE
                      'a'        DELIMITED BY SIZE
                      TBLBKS-GENRE-TEXT (1:TBLBKS-GENRE-LEN)
                                 DELIMITED BY SIZE
                 INTO WS-FLD-TEXT
                 WITH POINTER WS-FLD-PTR
               END-STRING
               MOVE '655' TO WS-FLD-TAG
               PERFORM 2500-ADD-FIELD
            END-IF

            PERFORM 2230-ADD-HOLDINGS

            PERFORM 2600-WRITE-RECORD
            ADD 1 TO WS-REC-CNTR
            .

       2220-ADD-AUTHORS.
            MOVE '2220-ADD-AUTHORS' TO ERR-LOC
            MOVE 0 TO WS-AUTHOR-CNT
                      WS-SKIP-CNT

            EXEC SQL OPEN CURMAUTH END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURMAUTH' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2225-FETCH-AUTHOR UNTIL SQL-EOC

            EXEC SQL CLOSE CURMAUTH END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURMAUTH' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-SKIP-CNT > 0
               ADD 1 TO WS-TRUNC-CNTR
            END-IF
            .

       2225-FETCH-AUTHOR.
            MOVE '2225-FETCH-AUTHOR' TO ERR-LOC
            INITIALIZE DCLAUTH
            EXEC SQL
                 FETCH CURMAUTH
                  INTO :TBLAUT-AUTHOR-NAME
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE SPACES TO WS-FLD-TEXT
                     MOVE 1 TO WS-FLD-PTR
                     STRING '1 '       DELIMITED BY SIZE
                            WS-SUBFLD  DELIMITED BY SIZE
                            'a'        DELIMITED BY SIZE
                            TBLAUT-AUTHOR-NAME-TEXT
                               (1:TBLAUT-AUTHOR-NAME-LEN)
                                       DELIMITED BY SIZE
                       INTO WS-FLD-TEXT
                       WITH POINTER WS-FLD-PTR
                     END-STRING
                     IF WS-AUTHOR-CNT = 0
                        MOVE '100' TO WS-FLD-TAG
                     ELSE
                        MOVE '700' TO WS-FLD-TAG
                     END-IF
      **             KEEP ROOM FOR 245 AND THE FIELDS AFTER IT
                     IF WS-DIR-CNT < 30
                        ADD 1 TO WS-AUTHOR-CNT
                        PERFORM 2500-ADD-FIELD
                     ELSE
                        ADD 1 TO WS-SKIP-CNT
                     END-IF
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURMAUTH' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      ***   852 - ONE HOLDINGS FIELD FOR THE BRANCH THE TITLE IS AT,
      ***   WITH THE NUMBER OF COPIES NOT WITHDRAWN
       2230-ADD-HOLDINGS.
            MOVE '2230-ADD-HOLDINGS' TO ERR-LOC

            IF WS-COPIES = 0
               MOVE 1 TO WS-COPIES
            END-IF

            MOVE SPACES TO WS-FLD-TEXT
            MOVE 1 TO WS-FLD-PTR
            STRING '  '          DELIMITED BY SIZE
                   WS-SUBFLD     DELIMITED BY SIZE
                   'a'           DELIMITED BY SIZE
                   WS-MARC-ORG   DELIMITED BY SPACE
                   WS-SUBFLD     DELIMITED BY SIZE
                   'b'           DELIMITED BY SIZE
              INTO WS-FLD-TEXT
              WITH POINTER WS-FLD-PTR
            END-STRING
            IF IND-BRANCH >= 0
               STRING TBLBRN-BRANCH-NAME-TEXT
                         (1:TBLBRN-BRANCH-NAME-LEN)
                                 DELIMITED BY SIZE
                 INTO WS-FLD-TEXT
                 WITH POINTER WS-FLD-PTR
               END-STRING
            ELSE
               MOVE TBLBKS-BRANCH-ID TO WS-NUM-DISP
               STRING 'BRANCH '  DELIMITED BY SIZE
                      FUNCTION TRIM (WS-NUM-DISP)
                                 DELIMITED BY SIZE
                 INTO WS-FLD-TEXT
                 WITH POINTER WS-FLD-PTR
               END-STRING
            END-IF
            MOVE WS-COPIES TO WS-NUM-DISP
            STRING WS-SUBFLD     DELIMITED BY SIZE
                   'z'           DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-DISP)
                                 DELIMITED BY SIZE
                   ' COPIES'     DELIMITED BY SIZE
              INTO WS-FLD-TEXT
              WITH POINTER WS-FLD-PTR
            END-STRING
            MOVE '852' TO WS-FLD-TAG
            PERFORM 2500-ADD-FIELD
            .

       2300-SEND-DELETES.
            MOVE '2300-SEND-DELETES' TO ERR-LOC

            EXEC SQL OPEN CURMDELE END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURMDELE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2310-FETCH-DELETE UNTIL SQL-EOC

            EXEC SQL CLOSE CURMDELE END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURMDELE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      ***   A DELETE CARRIES THE CONTROL FIELDS AND THE TITLE ONLY -
      ***   THE CONSORTIUM MATCHES ON 001/003
       2310-FETCH-DELETE.
            MOVE '2310-FETCH-DELETE' TO ERR-LOC
            INITIALIZE DCLBOOKS

            EXEC SQL
                 FETCH CURMDELE
                  INTO :TBLBKS-BOOK-ID
                      ,:TBLBKS-TITLE
                      ,:TBLBKS-LAST-CHANGED-TS
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE 'd' TO WS-LDR-STATUS
                     PERFORM 2400-START-RECORD

                     MOVE SPACES TO WS-FLD-TEXT
                     MOVE 1 TO WS-FLD-PTR
                     STRING '00'        DELIMITED BY SIZE
                            WS-SUBFLD   DELIMITED BY SIZE
                            'a'         DELIMITED BY SIZE
                            TBLBKS-TITLE-TEXT (1:TBLBKS-TITLE-LEN)
                                        DELIMITED BY SIZE
                       INTO WS-FLD-TEXT
                       WITH POINTER WS-FLD-PTR
                     END-STRING
                     MOVE '245' TO WS-FLD-TAG
                     PERFORM 2500-ADD-FIELD

                     PERFORM 2600-WRITE-RECORD
                     ADD 1 TO WS-DEL-CNTR
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURMDELE' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      ***   EMPTY THE RECORD AND ADD THE CONTROL FIELDS 001/003/005
       2400-START-RECORD.
            MOVE '2400-START-RECORD' TO ERR-LOC
            MOVE SPACES TO WS-MARC-DATA
            MOVE 1 TO WS-DATA-PTR
            MOVE 0 TO WS-DIR-CNT

            MOVE TBLBKS-BOOK-ID TO WS-BOOKID-DISP
            MOVE '001'          TO WS-FLD-TAG
            MOVE WS-BOOKID-DISP TO WS-FLD-TEXT
            MOVE 10             TO WS-FLD-PTR
            PERFORM 2500-ADD-FIELD

            MOVE SPACES TO WS-FLD-TEXT
            MOVE 1 TO WS-FLD-PTR
            STRING WS-MARC-ORG DELIMITED BY SPACE
              INTO WS-FLD-TEXT
              WITH POINTER WS-FLD-PTR
            END-STRING
            MOVE '003' TO WS-FLD-TAG
            PERFORM 2500-ADD-FIELD

      **    005 IS YYYYMMDDHHMMSS.F FROM LAST_CHANGED_TS
            MOVE SPACES TO WS-FLD-TEXT
            MOVE 1 TO WS-FLD-PTR
            STRING TBLBKS-LAST-CHANGED-TS (1:4)  DELIMITED BY SIZE
                   TBLBKS-LAST-CHANGED-TS (6:2)  DELIMITED BY SIZE
                   TBLBKS-LAST-CHANGED-TS (9:2)  DELIMITED BY SIZE
                   TBLBKS-LAST-CHANGED-TS (12:2) DELIMITED BY SIZE
                   TBLBKS-LAST-CHANGED-TS (15:2) DELIMITED BY SIZE
                   TBLBKS-LAST-CHANGED-TS (18:2) DELIMITED BY SIZE
                   '.'                           DELIMITED BY SIZE
                   TBLBKS-LAST-CHANGED-TS (21:1) DELIMITED BY SIZE
              INTO WS-FLD-TEXT
              WITH POINTER WS-FLD-PTR
            END-STRING
            MOVE '005' TO WS-FLD-TAG
            PERFORM 2500-ADD-FIELD
            .

      ***   APPEND WS-FLD-TEXT (1:WS-FLD-PTR - 1) AND A FIELD
      ***   TERMINATOR TO THE DATA AREA AND INDEX IT IN THE DIRECTORY
       2500-ADD-FIELD.
            MOVE '2500-ADD-FIELD' TO ERR-LOC
            COMPUTE WS-FLD-LEN = WS-FLD-PTR - 1

            IF WS-DIR-CNT < 40
            AND WS-DATA-PTR + WS-FLD-LEN < 4000
               ADD 1 TO WS-DIR-CNT
               MOVE WS-FLD-TAG       TO WS-DIR-TAG (WS-DIR-CNT)
               COMPUTE WS-DIR-FLD-LEN (WS-DIR-CNT) = WS-FLD-LEN + 1
               COMPUTE WS-DIR-START (WS-DIR-CNT)   = WS-DATA-PTR - 1
               MOVE WS-FLD-TEXT (1:WS-FLD-LEN)
                 TO WS-MARC-DATA (WS-DATA-PTR:WS-FLD-LEN)
               ADD WS-FLD-LEN TO WS-DATA-PTR
               MOVE WS-FLDTERM TO WS-MARC-DATA (WS-DATA-PTR:1)
               ADD 1 TO WS-DATA-PTR
            END-IF
            .

      ***   LEADER + DIRECTORY + TERMINATOR + DATA + RECORD TERMINATOR;
      ***   THE BASE ADDRESS IS THE OFFSET OF THE FIRST DATA FIELD
       2600-WRITE-RECORD.
            MOVE '2600-WRITE-RECORD' TO ERR-LOC
            COMPUTE WS-DATA-LEN = WS-DATA-PTR - 1
            COMPUTE WS-BASE     = 24 + (12 * WS-DIR-CNT) + 1
            COMPUTE WS-MARC-LEN = WS-BASE + WS-DATA-LEN + 1
            MOVE WS-MARC-LEN TO WS-LDR-REC-LEN
            MOVE WS-BASE     TO WS-LDR-BASE

            MOVE SPACES TO REC-MARCEXOP
            MOVE WS-MARC-LEADER TO REC-MARCEXOP (1:24)
            PERFORM 2610-MOVE-DIR-ENTRY VARYING WS-DIR-IDX
                      FROM 1 BY 1 UNTIL WS-DIR-IDX > WS-DIR-CNT
            MOVE WS-FLDTERM TO REC-MARCEXOP (WS-BASE:1)
            MOVE WS-MARC-DATA (1:WS-DATA-LEN)
              TO REC-MARCEXOP (WS-BASE + 1:WS-DATA-LEN)
            MOVE WS-RECTERM TO REC-MARCEXOP (WS-MARC-LEN:1)

            WRITE REC-MARCEXOP
            MOVE FS-MARCEXOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'WRITE FD-MARCEXOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2610-MOVE-DIR-ENTRY.
            COMPUTE WS-DIR-POS = 25 + (12 * (WS-DIR-IDX - 1))
            MOVE WS-DIR-ENTRY (WS-DIR-IDX)
              TO REC-MARCEXOP (WS-DIR-POS:12)
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE
            PERFORM 3150-WRITE-MARCLAST

0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
0807RH      COMPUTE WS-RL-REC-COUNT = WS-REC-CNTR + WS-DEL-CNTR
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC
            CLOSE FD-MARCEXOP
            MOVE FS-MARCEXOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-MARCEXOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       3150-WRITE-MARCLAST.
            MOVE '3150-WRITE-MARCLAST' TO ERR-LOC

            MOVE WS-TIMESTAMP TO REC-MARCLAST
            OPEN OUTPUT FD-MARCLAST
            WRITE REC-MARCLAST
            CLOSE FD-MARCLAST
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
