      *   - BOOK_IDS COME FROM THE SHARED NEXTID COUNTER AND THE       *
      *     ROW LANDS WITH BOOKLOAD'S DEFAULTS (ACTIVE, MAIN           *
      *     BRANCH, COPY 1)                                            *
1125CN*   - THE CALL NUMBER IS BUILT FROM THE VENDOR'S DEWEY CLASS     *
1125CN*     (PRIME MARKS DROPPED), A 3-LETTER CUTTER FROM THE AUTHOR   *
1125CN*     SURNAME (TITLE WHEN NO AUTHOR) AND A PREFIX FROM THE       *
1125CN*     GENRE; A TITLE CALLNOCK REFUSES LOADS WITH NO CALL NUMBER  *
1125CN*     FOR CATALOGING TO ADD ON THE DETAIL SCREEN - NOT A REJECT  *
      * - BAD LINES GO TO THE VENDREJOP REJECTS FILE WITH THE REASON   *
      *   IN THE LAST 20 BYTES, PATREJOP-STYLE, FOR FIX AND RE-FEED    *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   25,2020 - CALL NUMBER MAPPED FROM THE VENDOR'S   (1125CN)*
      *               X DEWEY CLASS (COLS 212-220), AUTHOR             *
      *               X SURNAME AND GENRE, EDITED BY CALLNOCK          *
      * OCT   13,2020 - KEEP THE KEYWORD SEARCH INDEX IN STEP  (1013KW)*
      *               X (CALL KWMAINT) FOR EVERY LOADED ROW            *
      * OCT   12,2020 - INITIAL VERSION                        (1012VL)*
      *   174-183 PUBLISHED DATE (YYYY-MM-DD, BLANK OK)                *
      *   184-191 LIST PRICE (DISPLAY, UNUSED FOR NOW)                 *
      *   192-211 GENRE                                                *
1125CN*   212-220 DEWEY CLASS (PRIME MARKS '/' ALLOWED, BLANK OK)      *
      *                                                                *
      * FILES:                                                         *
      * VENDCATI (INPUT)  - IBMUSER.SMAGALIT.VENDCATI                  *
      * 2200-PROCESS-RECORD            8100-GET-NEXT-ID                *
      * 2210-VALIDATE-RECORD           9999-ERROR-HANDLING             *
      * 2220-RESOLVE-PUBLISHER         9999-TERMINATE                  *
1125CN* 2245-MAP-CALL-NUMBER           2246-PICK-CUTTER-SOURCE         *
1125CN* 2247-TAKE-CUTTER-CHAR                                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
               10  WS-VC-PUBDATE       PIC X(010)     VALUE SPACES  .
               10  WS-VC-PRICE         PIC X(008)     VALUE SPACES  .
               10  WS-VC-GENRE         PIC X(020)     VALUE SPACES  .
1125CN         10  WS-VC-DEWEY         PIC X(009)     VALUE SPACES  .
           05  WS-REJECT-RECORD.
               10  WS-REJ-INPUT        PIC X(220)     VALUE SPACES.
               10  WS-REJ-REASON       PIC X(020)     VALUE SPACES.
               10  IND-PUBID           PIC S9(04) COMP VALUE 0.
               10  IND-PUBDATE         PIC S9(04) COMP VALUE 0.
               10  IND-GENRE           PIC S9(04) COMP VALUE 0.
1125CN         10  IND-CALL-PREFIX     PIC S9(04) COMP VALUE 0.
1125CN         10  IND-CALL-CLASS      PIC S9(04) COMP VALUE 0.
1125CN         10  IND-CALL-CUTTER     PIC S9(04) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-REC-READ-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-REC-LOAD-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-REC-SKIP-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-AUTH-ADD-CNTR    PIC S9(08) COMP VALUE 0.
1125CN         10  WS-NOCALL-CNTR      PIC S9(08) COMP VALUE 0.
1125CN     05  WS-CALLNO-WORK.
1125CN         10  WS-DEWEY-WORK       PIC X(09)      VALUE SPACES.
1125CN         10  WS-DEWEY-PART       OCCURS 3 TIMES
1125CN                                 PIC X(09)      VALUE SPACES.
1125CN         10  WS-GENRE-UC         PIC X(20)      VALUE SPACES.
1125CN         10  WS-CUT-SOURCE       PIC X(60)      VALUE SPACES.
1125CN         10  WS-CUT-WORD2        PIC X(60)      VALUE SPACES.
1125CN         10  WS-CUT-TEXT         PIC X(60)      VALUE SPACES.
1125CN         10  WS-CUT-CHAR         PIC X(01)      VALUE SPACE.
1125CN         10  WS-CUT-IDX          PIC S9(04) COMP VALUE 0.
1125CN         10  WS-CUT-LEN          PIC S9(04) COMP VALUE 0.
1125CN         10  WS-COMMA-CNT        PIC S9(04) COMP VALUE 0.

1013KW 01  WS-KWMAINT-PARMS.
1013KW     05  WS-KW-FUNC           PIC X             VALUE 'R'.
1013KW     05  WS-KW-BOOK-ID        PIC S9(09) COMP   VALUE 0.
1013KW     05  WS-KW-RC             PIC S9(04) COMP   VALUE 0.

1125CN 01  WS-CALLNO-PARMS.
1125CN     05  WS-CN-PREFIX         PIC X(04)         VALUE SPACES.
1125CN     05  WS-CN-CLASS          PIC X(12)         VALUE SPACES.
1125CN     05  WS-CN-CUTTER         PIC X(08)         VALUE SPACES.
1125CN     05  WS-CN-DISPLAY        PIC X(26)         VALUE SPACES.
1125CN     05  WS-CN-RC             PIC S9(04) COMP   VALUE 0.

0805ID 01  WS-NEXTID-PARMS.
0805ID     05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
0805ID     05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
            DISPLAY WS-REC-READ-CNTR ' RECORDS READ FROM VENDCATI'
            DISPLAY WS-REC-LOAD-CNTR ' RECORDS LOADED INTO BOOKS'
            DISPLAY WS-AUTH-ADD-CNTR ' NEW AUTHORS ADDED'
1125CN      DISPLAY WS-NOCALL-CNTR   ' LOADED WITH NO CALL NUMBER'
            DISPLAY WS-REC-SKIP-CNTR ' RECORDS REJECTED TO VENDREJOP'
            .

                 TO TBLBKS-GENRE-LEN
            END-IF

1125CN      PERFORM 2245-MAP-CALL-NUMBER

      ***   SAME DEFAULTS AS BOOKLOAD (0712DF/0722BS/0815BR)
            EXEC SQL
                 INSERT INTO IBMUSER.BOOKS
                        (BOOK_ID, TITLE, TOTAL_PAGES, RATING,
                         ISBN, PUBLISHED_DATE, PUBLISHER_ID, GENRE,
                         DELETED_FLAG, LAST_CHANGED_TS, ITEM_STATUS,
1125CN                   BRANCH_ID, CALL_PREFIX, CALL_CLASS,
1125CN                   CALL_CUTTER)
                 VALUES (:TBLBKS-BOOK-ID, :TBLBKS-TITLE,
                         NULL, NULL, :TBLBKS-ISBN,
                         :TBLBKS-PUBLISHED-DATE :IND-PUBDATE,
                         :TBLBKS-PUBLISHER-ID :IND-PUBID,
                         :TBLBKS-GENRE :IND-GENRE,
1125CN                   'N', CURRENT TIMESTAMP, 'A', 1,
1125CN                   :TBLBKS-CALL-PREFIX :IND-CALL-PREFIX,
1125CN                   :TBLBKS-CALL-CLASS  :IND-CALL-CLASS,
1125CN                   :TBLBKS-CALL-CUTTER :IND-CALL-CUTTER)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            END-IF
            .

1125CN 2245-MAP-CALL-NUMBER.
1125CN      MOVE '2245-MAP-CALL-NUMBER' TO ERR-LOC

1125CN      MOVE SPACES TO WS-CN-PREFIX
1125CN                     WS-CN-CLASS
1125CN                     WS-CN-CUTTER
1125CN                     WS-DEWEY-WORK
1125CN                     WS-DEWEY-PART (1)
1125CN                     WS-DEWEY-PART (2)
1125CN                     WS-DEWEY-PART (3)

1125CN***   CLASS: THE VENDOR'S DEWEY NUMBER WITHOUT ITS PRIME MARKS
1125CN***   (823/.914 -> 823.914)
1125CN      IF WS-VC-DEWEY NOT = SPACES
1125CN         MOVE FUNCTION TRIM (WS-VC-DEWEY) TO WS-DEWEY-WORK
1125CN         UNSTRING WS-DEWEY-WORK DELIMITED BY '/'
1125CN             INTO WS-DEWEY-PART (1)
1125CN                  WS-DEWEY-PART (2)
1125CN                  WS-DEWEY-PART (3)
1125CN         END-UNSTRING
1125CN         STRING WS-DEWEY-PART (1) DELIMITED BY SPACE
1125CN                WS-DEWEY-PART (2) DELIMITED BY SPACE
1125CN                WS-DEWEY-PART (3) DELIMITED BY SPACE
1125CN           INTO WS-CN-CLASS
1125CN         END-STRING
1125CN      END-IF

1125CN***   PREFIX: THE COLLECTIONS SHELVED APART FROM ADULT STACKS
1125CN      MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-VC-GENRE))
1125CN        TO WS-GENRE-UC
1125CN      EVALUATE WS-GENRE-UC
1125CN          WHEN 'REFERENCE'
1125CN               MOVE 'REF' TO WS-CN-PREFIX
1125CN          WHEN 'JUVENILE'
1125CN          WHEN 'CHILDREN'
1125CN          WHEN 'CHILDRENS'
1125CN               MOVE 'J'   TO WS-CN-PREFIX
1125CN          WHEN 'YOUNG ADULT'
1125CN          WHEN 'YA'
1125CN               MOVE 'YA'  TO WS-CN-PREFIX
1125CN          WHEN OTHER
1125CN               CONTINUE
1125CN      END-EVALUATE

1125CN***   CUTTER: FIRST THREE LETTERS/DIGITS OF THE MAIN ENTRY WORD
1125CN      PERFORM 2246-PICK-CUTTER-SOURCE
1125CN      MOVE 0 TO WS-CUT-LEN
1125CN      PERFORM 2247-TAKE-CUTTER-CHAR VARYING WS-CUT-IDX
1125CN                FROM 1 BY 1 UNTIL WS-CUT-IDX > 60
1125CN                OR WS-CUT-LEN = 3

1125CN      MOVE 0 TO WS-CN-RC
1125CN      CALL 'CALLNOCK' USING WS-CALLNO-PARMS

1125CN      IF WS-CN-RC = 0
1125CN         MOVE 0 TO IND-CALL-CLASS
1125CN                   IND-CALL-CUTTER
1125CN         IF WS-CN-PREFIX = SPACES
1125CN            MOVE -1 TO IND-CALL-PREFIX
1125CN         ELSE
1125CN            MOVE 0 TO IND-CALL-PREFIX
1125CN         END-IF
1125CN         MOVE WS-CN-PREFIX TO TBLBKS-CALL-PREFIX-TEXT
1125CN         MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-CN-PREFIX))
1125CN           TO TBLBKS-CALL-PREFIX-LEN
1125CN         MOVE WS-CN-CLASS  TO TBLBKS-CALL-CLASS-TEXT
1125CN         MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-CN-CLASS))
1125CN           TO TBLBKS-CALL-CLASS-LEN
1125CN         MOVE WS-CN-CUTTER TO TBLBKS-CALL-CUTTER-TEXT
1125CN         MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-CN-CUTTER))
1125CN           TO TBLBKS-CALL-CUTTER-LEN
1125CN      ELSE
1125CN***      NO USABLE CLASS FROM THE VENDOR - THE TITLE STILL LOADS
1125CN***      AND WAITS ON THE SHELFLIST AS UNCLASSIFIED
1125CN         MOVE -1 TO IND-CALL-PREFIX
1125CN                    IND-CALL-CLASS
1125CN                    IND-CALL-CUTTER
1125CN         ADD 1 TO WS-NOCALL-CNTR
1125CN      END-IF
1125CN      .

1125CN***   SURNAME IS THE TEXT BEFORE A COMMA (SMITH, JOHN) OR THE LAST
1125CN***   WORD (JOHN SMITH); NO AUTHOR MEANS THE TITLE, SKIPPING A
1125CN***   LEADING ARTICLE
1125CN 2246-PICK-CUTTER-SOURCE.
1125CN      MOVE '2246-PICK-CUTTER-SOURCE' TO ERR-LOC

1125CN      MOVE SPACES TO WS-CUT-SOURCE
1125CN                     WS-CUT-WORD2
1125CN      MOVE 0 TO WS-COMMA-CNT

1125CN      IF WS-VC-AUTHOR NOT = SPACES
1125CN         INSPECT WS-VC-AUTHOR TALLYING WS-COMMA-CNT FOR ALL ','
1125CN         IF WS-COMMA-CNT > 0
1125CN            UNSTRING WS-VC-AUTHOR
1125CN                DELIMITED BY ','
1125CN                INTO WS-CUT-SOURCE
1125CN            END-UNSTRING
1125CN         ELSE
1125CN            MOVE FUNCTION REVERSE (FUNCTION TRIM (WS-VC-AUTHOR))
1125CN              TO WS-CUT-TEXT
1125CN            UNSTRING WS-CUT-TEXT
1125CN                DELIMITED BY SPACE
1125CN                INTO WS-CUT-WORD2
1125CN            END-UNSTRING
1125CN            MOVE FUNCTION REVERSE (FUNCTION TRIM (WS-CUT-WORD2))
1125CN              TO WS-CUT-SOURCE
1125CN         END-IF
1125CN      ELSE
1125CN         MOVE FUNCTION TRIM (WS-VC-TITLE) TO WS-CUT-TEXT
1125CN         UNSTRING WS-CUT-TEXT
1125CN             DELIMITED BY ALL SPACE
1125CN             INTO WS-CUT-SOURCE
1125CN                  WS-CUT-WORD2
1125CN         END-UNSTRING
1125CN         IF FUNCTION UPPER-CASE (WS-CUT-SOURCE) = 'THE'
1125CN         OR FUNCTION UPPER-CASE (WS-CUT-SOURCE) = 'A'
1125CN         OR FUNCTION UPPER-CASE (WS-CUT-SOURCE) = 'AN'
1125CN            MOVE WS-CUT-WORD2 TO WS-CUT-SOURCE
1125CN         END-IF
1125CN      END-IF

1125CN      MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-CUT-SOURCE))
1125CN        TO WS-CUT-SOURCE
1125CN      .

1125CN***   PUNCTUATION (O'BRIEN, ST. JOHN) IS SKIPPED, NOT COPIED
1125CN 2247-TAKE-CUTTER-CHAR.
1125CN      MOVE '2247-TAKE-CUTTER-CHAR' TO ERR-LOC

1125CN      MOVE WS-CUT-SOURCE (WS-CUT-IDX:1) TO WS-CUT-CHAR
1125CN      IF (WS-CUT-CHAR IS ALPHABETIC AND WS-CUT-CHAR NOT = SPACE)
1125CN      OR WS-CUT-CHAR IS NUMERIC
1125CN         ADD 1 TO WS-CUT-LEN
1125CN         MOVE WS-CUT-CHAR TO WS-CN-CUTTER (WS-CUT-LEN:1)
1125CN      END-IF
1125CN      .

       2250-WRITE-REJECT.
            MOVE '2250-WRITE-REJECT' TO ERR-LOC

