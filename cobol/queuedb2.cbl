      * - REBUILD FLAG TO REFRESH QUEUE                                *
      * - SEARCH QUEUE FOR PAGING IN SEARCH MODE                       *
      * - PLAIN TITLE SEARCH SPLITS ON SPACES; ALL WORDS REQUIRED      *
1125CN* - EACH ROW SHOWS THE CALL NUMBER (COLS 41-56) BESIDE THE TITLE *
1130SH* - SUBJ: BROWSES BY SUBJECT HEADING (SEE TERMS RESOLVED)        *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   02,2020 - 'CLMD' AVAILABILITY TAG FOR A TITLE    (1202CR)*
      *               X WHOSE LAST COPY IS CLAIMED RETURNED            *
      *               X (SEE LOANTRN PF8), 'MISS' ONCE CLMSRCH         *
      *               X HAS CONVERTED IT TO MISSING                    *
      * NOV   30,2020 - SUBJ: SEARCH PREFIX LISTS THE          (1130SH)*
      *               X TITLES FILED UNDER A SUBJECT HEADING; A        *
      *               X SEE TERM LISTS ITS PREFERRED HEADING'S         *
      *               X TITLES (SORT TOGGLES DO NOT APPLY)             *
      * NOV   25,2020 - LIST ROWS CARRY THE CALL NUMBER        (1125CN)*
      *               X (FORMATTED BY CALLNOCK) AHEAD OF THE           *
      *               X AVAILABILITY TAG; TITLE/AUTHOR NOW             *
      *               X SHOWS IN COLUMNS 1-39                          *
      * OCT   13,2020 - PLAIN MULTI-TERM SEARCH NOW RESOLVES   (1013KW)*
      *               X EACH TERM AGAINST THE PRECOMPUTED              *
      *               X KEYWORD INDEX (IBMUSER.KWIDX - SEE             *
      * 1200-OPEN-CURSOR                                               *
      * 1300-WRITE-TO-MAIN-QUEUE                                       *
      * 1310-FETCH-MAIN-ROWS           1320-BUILD-TITLE-AUTHOR         *
1125CN* 1330-GET-AVAILABILITY          1340-FORMAT-CALLNO              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
0604GN             88  SRCH-BY-GENRE                  VALUE 'G'.
0815BR             88  SRCH-BY-BRANCH                 VALUE 'B'.
0816SE             88  SRCH-BY-SERIES                 VALUE 'S'.
1130SH             88  SRCH-BY-SUBJECT                VALUE 'J'.
0602SI         10  WS-SRCH-TERM     PIC X(58)         VALUE SPACES.
0602SI         10  WS-SRCH-PUBID    PIC S9(09) COMP   VALUE 0.
0815BR         10  WS-SRCH-BRANCH   PIC S9(09) COMP   VALUE 0.
0723AV         88  ROW-DONE                           VALUE 1.
0723AV     05  WS-ROW-AVAIL-SW      PIC 9             VALUE 0.
0723AV         88  ROW-AVAILABLE                      VALUE 1.
1125CN     05  IND-CALL-PREFIX      PIC S9(04) COMP   VALUE 0.
1125CN     05  IND-CALL-CLASS       PIC S9(04) COMP   VALUE 0.
1125CN     05  IND-CALL-CUTTER      PIC S9(04) COMP   VALUE 0.
1125CN     05  WS-ROW-CALLNO        PIC X(17)         VALUE SPACES.

1125CN 01  WS-CALLNO-PARMS.
1125CN     05  WS-CN-PREFIX         PIC X(04)         VALUE SPACES.
1125CN     05  WS-CN-CLASS          PIC X(12)         VALUE SPACES.
1125CN     05  WS-CN-CUTTER         PIC X(08)         VALUE SPACES.
1125CN     05  WS-CN-DISPLAY        PIC X(26)         VALUE SPACES.
1125CN     05  WS-CN-RC             PIC S9(04) COMP   VALUE 0.

0422DB     EXEC SQL INCLUDE SQLCA END-EXEC.
0422DB     EXEC SQL INCLUDE DCLBOOKS END-EXEC.
0816SE           ORDER BY SERIES_SEQ, BOOK_ID
0816SE     END-EXEC.

1130SH**   SUBJECT BROWSE: THE TERM IS LOOKED UP ON THE AUTHORITY FILE
1130SH**   AND A SEE TERM RESOLVES TO ITS PREFERRED HEADING (ALWAYS
1130SH**   BOOK_ID ORDER, LIKE BRANCH)
1130SH     EXEC SQL DECLARE CURSRSBJ CURSOR FOR
1130SH          SELECT BOOK_ID
1130SH                ,TITLE
1130SH                ,(SELECT MIN(AUTHOR_NAME)
1130SH                    FROM IBMUSER.AUTHORS A,
1130SH                         IBMUSER.BOOK_AUTHORS BA
1130SH                   WHERE BA.BOOK_ID   = IBMUSER.BOOKS.BOOK_ID
1130SH                     AND BA.AUTHOR_ID = A.AUTHOR_ID)
1130SH            FROM IBMUSER.BOOKS
1130SH           WHERE EXISTS
1130SH                 (SELECT 1
1130SH                    FROM IBMUSER.SUBJECTS S,
1130SH                         IBMUSER.BOOK_SUBJECTS BS
1130SH                   WHERE S.HEADING
1130SH                         = RTRIM(LTRIM(UPPER(:WS-SRCH-TERM)))
1130SH                     AND BS.SUBJECT_ID
1130SH                         = COALESCE(S.SEE_ID, S.SUBJECT_ID)
1130SH                     AND BS.BOOK_ID = IBMUSER.BOOKS.BOOK_ID)
1130SH             AND DELETED_FLAG = :WS-DEL-FILTER
1130SH           ORDER BY BOOK_ID
1130SH     END-EXEC.

0815BR     EXEC SQL DECLARE CURSRBRN CURSOR FOR
0815BR          SELECT BOOK_ID
0815BR                ,TITLE
0816SE                          TO WS-SRCH-TERM (1:51)
0816SE                        MOVE FUNCTION NUMVAL (WS-SRCH-TERM)
0816SE                          TO WS-SRCH-SERIES
1130SH                     ELSE
1130SH                        IF FUNCTION UPPER-CASE
1130SH                           (WS-SEARCH-STR (1:5)) = 'SUBJ:'
1130SH                           SET SRCH-BY-SUBJECT TO TRUE
1130SH                           MOVE WS-SEARCH-STR (6:53)
1130SH                             TO WS-SRCH-TERM (1:53)
1130SH                        END-IF
0816SE                     END-IF
0815BR                  END-IF
0604GN               END-IF
0816SE                        WHERE SERIES_ID = :WS-SRCH-SERIES
0816SE                          AND DELETED_FLAG = :WS-DEL-FILTER
0816SE                  END-EXEC
1130SH             WHEN SRCH-BY-SUBJECT
1130SH                  EXEC SQL
1130SH                       SELECT COUNT(*)
1130SH                         INTO :WS-TOTAL-SRCH-BOOKS
1130SH                         FROM IBMUSER.BOOKS
1130SH                        WHERE EXISTS
1130SH                              (SELECT 1
1130SH                                 FROM IBMUSER.SUBJECTS S,
1130SH                                      IBMUSER.BOOK_SUBJECTS BS
1130SH                                WHERE S.HEADING
1130SH                                    = RTRIM(LTRIM(UPPER(
1130SH                                      :WS-SRCH-TERM)))
1130SH                                  AND BS.SUBJECT_ID
1130SH                                    = COALESCE(S.SEE_ID,
1130SH                                               S.SUBJECT_ID)
1130SH                                  AND BS.BOOK_ID =
1130SH                                      IBMUSER.BOOKS.BOOK_ID)
1130SH                          AND DELETED_FLAG = :WS-DEL-FILTER
1130SH                  END-EXEC
0609RT             WHEN OTHER
0609RT                  EXEC SQL
0609RT                       SELECT COUNT(*)
0602SI                  EXEC SQL OPEN CURSRPUB END-EXEC
0816SE             WHEN SRCH-BY-SERIES
0816SE                  EXEC SQL OPEN CURSRSER END-EXEC
1130SH             WHEN SRCH-BY-SUBJECT
1130SH                  EXEC SQL OPEN CURSRSBJ END-EXEC
0815BR             WHEN SRCH-BY-BRANCH
0815BR                  EXEC SQL OPEN CURSRBRN END-EXEC
0712SX             WHEN SRCH-BY-GENRE AND SORT-BY-TITLE
0603AU      END-IF

0723AV      PERFORM 1330-GET-AVAILABILITY
1125CN      PERFORM 1340-FORMAT-CALLNO
1125CN      MOVE WS-ROW-CALLNO TO WS-TBL-TITLE (BK-IDX) (40:17)
0723AV      MOVE WS-AVL-TAG TO WS-TBL-TITLE (BK-IDX) (57:6)
0603AU      .

0723AV                     FROM IBMUSER.HOLDS H
0723AV                    WHERE H.BOOK_ID = B.BOOK_ID
0723AV                      AND H.HOLD_STATUS = 'R')
1125CN                 ,B.CALL_PREFIX
1125CN                 ,B.CALL_CLASS
1125CN                 ,B.CALL_CUTTER
0723AV             INTO :TBLBKS-ITEM-STATUS
0723AV                 ,:WS-AVL-OWNED
0723AV                 ,:WS-AVL-OUT
0723AV                 ,:WS-AVL-HELD
1125CN                 ,:TBLBKS-CALL-PREFIX :IND-CALL-PREFIX
1125CN                 ,:TBLBKS-CALL-CLASS  :IND-CALL-CLASS
1125CN                 ,:TBLBKS-CALL-CUTTER :IND-CALL-CUTTER
0723AV             FROM IBMUSER.BOOKS B
0723AV            WHERE B.BOOK_ID = :TBLBKS-BOOK-ID
0723AV      END-EXEC
0723AV               MOVE ' ORDR' TO WS-AVL-TAG
0925TR          WHEN TBLBKS-ITEM-STATUS = 'T'
0925TR               MOVE ' TRNS' TO WS-AVL-TAG
1202CR          WHEN TBLBKS-ITEM-STATUS = 'C'
1202CR               MOVE ' CLMD' TO WS-AVL-TAG
1202CR          WHEN TBLBKS-ITEM-STATUS = 'M'
1202CR               MOVE ' MISS' TO WS-AVL-TAG
0723AV          WHEN WS-AVL-HELD > 0
0723AV               MOVE ' HELD' TO WS-AVL-TAG
0723AV          WHEN WS-AVL-OUT NOT < WS-AVL-OWNED
0723AV      END-EVALUATE
0723AV      .

1125CN 1340-FORMAT-CALLNO.
1125CN      MOVE '1340-FORMAT-CALLNO' TO ERR-LOC

1125CN      MOVE SPACES TO WS-ROW-CALLNO
1125CN                     WS-CN-PREFIX
1125CN                     WS-CN-CLASS
1125CN                     WS-CN-CUTTER
1125CN      IF IND-CALL-PREFIX NOT < 0
1125CN         MOVE TBLBKS-CALL-PREFIX-TEXT TO WS-CN-PREFIX
1125CN      END-IF
1125CN      IF IND-CALL-CLASS NOT < 0
1125CN         MOVE TBLBKS-CALL-CLASS-TEXT  TO WS-CN-CLASS
1125CN      END-IF
1125CN      IF IND-CALL-CUTTER NOT < 0
1125CN         MOVE TBLBKS-CALL-CUTTER-TEXT TO WS-CN-CUTTER
1125CN      END-IF

1125CN      MOVE 0 TO WS-CN-RC
1125CN      CALL 'CALLNOCK' USING WS-CALLNO-PARMS
1125CN      IF WS-CN-RC = 0
1125CN         MOVE WS-CN-DISPLAY (1:16) TO WS-ROW-CALLNO (2:16)
1125CN      END-IF
1125CN      .

0427RQ 1400-WRITE-TO-SRCH-QUEUE.
0427RQ      MOVE '1400-WRITE-TO-SRCH-QUEUE' TO ERR-LOC

0816SE                         ,:TBLBKS-TITLE
0816SE                         ,:WS-AUTHOR-NAME :IND-AUTHOR-NAME
0816SE               END-EXEC
1130SH          WHEN SRCH-BY-SUBJECT
1130SH               EXEC SQL
1130SH                    FETCH CURSRSBJ
1130SH                     INTO :TBLBKS-BOOK-ID
1130SH                         ,:TBLBKS-TITLE
1130SH                         ,:WS-AUTHOR-NAME :IND-AUTHOR-NAME
1130SH               END-EXEC
0815BR          WHEN SRCH-BY-BRANCH
0815BR               EXEC SQL
0815BR                    FETCH CURSRBRN
0602SI                  EXEC SQL CLOSE CURSRPUB END-EXEC
0816SE             WHEN SRCH-BY-SERIES
0816SE                  EXEC SQL CLOSE CURSRSER END-EXEC
1130SH             WHEN SRCH-BY-SUBJECT
1130SH                  EXEC SQL CLOSE CURSRSBJ END-EXEC
0815BR             WHEN SRCH-BY-BRANCH
0815BR                  EXEC SQL CLOSE CURSRBRN END-EXEC
0712SX             WHEN SRCH-BY-GENRE AND SORT-BY-TITLE
