      *   LAST_CHANGED_TS AND A ONE-RECORD LBLLAST BOOKMARK FILE, THE  *
      *   SAME DELTA STYLE BOOKREP'S FMT=DELTA USES WITH LASTRUN       *
      * - WRITES ONE LABEL PER BOOK TO LBLOUTP, LAID OUT FOR THE       *
1125CN*   LABEL STOCK: CALL NUMBER AREA (PREFIX, CLASS AND CUTTER ONE  *
1125CN*   PER LINE; GENRE + BOOK_ID WHILE A TITLE IS UNCLASSIFIED),    *
1125CN*   ISBN, TRUNCATED TITLE, BLANK SEPARATOR                       *
      * - PARM FROMID=n,TOID=n REPRINTS THAT BOOK_ID RANGE INSTEAD     *
      *   (DAMAGED LABELS); A RANGE RUN DOES NOT MOVE THE BOOKMARK     *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   25,2020 - SPINE LABEL CARRIES THE CALL NUMBER    (1125CN)*
      *               X (BOOKS.CALL_PREFIX/CLASS/CUTTER),              *
      *               X STACKED ONE PART PER LINE                      *
      * AUG   07,2020 - LOG A RUN_HIST REGISTRY ROW (RUNLOG)   (0807RH)*
      * JULY  30,2020 - INITIAL VERSION                        (0730LB)*
      *                                                                *
      *                                                                *
      * 0000-MAIN                      2200-FETCH-LABEL-ROW            *
      * 1000-INIT                      2210-WRITE-ONE-LABEL            *
1125CN*                                2215-WRITE-CALLNO-LINES         *
      * 1100-GET-TIMESTAMP             3000-CLEANUP                    *
      * 1150-PARSE-PARM                3100-CLOSE-FILE                 *
      * 1175-READ-LBLLAST              3150-WRITE-LBLLAST              *
           05  WS-IND-VARS.
               10  IND-ISBN            PIC S9(04) COMP VALUE 0.
               10  IND-GENRE           PIC S9(04) COMP VALUE 0.
1125CN         10  IND-CALL-PREFIX     PIC S9(04) COMP VALUE 0.
1125CN         10  IND-CALL-CLASS      PIC S9(04) COMP VALUE 0.
1125CN         10  IND-CALL-CUTTER     PIC S9(04) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-LABEL-CNTR       PIC S9(08) COMP VALUE 0.
0921BC     05  WS-COPYNO-DISP          PIC ZZ9.
                      ,TITLE
                      ,ISBN
                      ,GENRE
1125CN                ,CALL_PREFIX
1125CN                ,CALL_CLASS
1125CN                ,CALL_CUTTER
                  FROM IBMUSER.BOOKS
                 WHERE DELETED_FLAG = 'N'
                   AND ((:WS-RANGE-SW = 1
                      ,:TBLBKS-TITLE
                      ,:TBLBKS-ISBN  :IND-ISBN
                      ,:TBLBKS-GENRE :IND-GENRE
1125CN                ,:TBLBKS-CALL-PREFIX :IND-CALL-PREFIX
1125CN                ,:TBLBKS-CALL-CLASS  :IND-CALL-CLASS
1125CN                ,:TBLBKS-CALL-CUTTER :IND-CALL-CUTTER
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            ADD 1 TO WS-LABEL-CNTR
            MOVE TBLBKS-BOOK-ID TO WS-BOOKID-DISP

1125CN***   CALL NUMBER AREA: THE CALL NUMBER STACKED FOR THE SPINE;
1125CN***   AN UNCLASSIFIED TITLE KEEPS GENRE + ZERO-PADDED BOOK ID
1125CN      IF IND-CALL-CLASS NOT < 0
1125CN         PERFORM 2215-WRITE-CALLNO-LINES
1125CN      ELSE
1125CN         MOVE SPACES TO WS-LABEL-LINE
1125CN         IF IND-GENRE < 0 OR TBLBKS-GENRE-TEXT = SPACES
1125CN            STRING 'GEN '          DELIMITED BY SIZE
1125CN                   WS-BOOKID-DISP  DELIMITED BY SIZE
1125CN              INTO WS-LABEL-LINE
1125CN            END-STRING
1125CN         ELSE
1125CN            STRING TBLBKS-GENRE-TEXT (1:8)
1125CN                                   DELIMITED BY SIZE
1125CN                   ' '             DELIMITED BY SIZE
1125CN                   WS-BOOKID-DISP  DELIMITED BY SIZE
1125CN              INTO WS-LABEL-LINE
1125CN            END-STRING
1125CN         END-IF
1125CN         WRITE REC-LBLOUTP FROM WS-LABEL-LINE
1125CN      END-IF

            MOVE SPACES TO WS-LABEL-LINE
            IF IND-ISBN < 0
            WRITE REC-LBLOUTP FROM WS-LABEL-LINE
            .

1125CN 2215-WRITE-CALLNO-LINES.
1125CN      MOVE '2215-WRITE-CALLNO-LINES' TO ERR-LOC

1125CN      IF IND-CALL-PREFIX NOT < 0
1125CN      AND TBLBKS-CALL-PREFIX-TEXT NOT = SPACES
1125CN         MOVE SPACES TO WS-LABEL-LINE
1125CN         MOVE TBLBKS-CALL-PREFIX-TEXT TO WS-LABEL-LINE
1125CN         WRITE REC-LBLOUTP FROM WS-LABEL-LINE
1125CN      END-IF

1125CN      MOVE SPACES TO WS-LABEL-LINE
1125CN      MOVE TBLBKS-CALL-CLASS-TEXT TO WS-LABEL-LINE
1125CN      WRITE REC-LBLOUTP FROM WS-LABEL-LINE

1125CN      IF IND-CALL-CUTTER NOT < 0
1125CN         MOVE SPACES TO WS-LABEL-LINE
1125CN         MOVE TBLBKS-CALL-CUTTER-TEXT TO WS-LABEL-LINE
1125CN         WRITE REC-LBLOUTP FROM WS-LABEL-LINE
1125CN      END-IF
1125CN      .

0921BC 2220-WRITE-COPY-BARCODES.
0921BC      MOVE '2220-WRITE-COPY-BARCODES' TO ERR-LOC

