      *   BOOK ARE NOT RE-INSERTED                                     *
      * - PLAIN CALLED SUBPROGRAM (NO CICS), SAME PATTERN AS NEXTID,   *
      *   SO BATCH AND ONLINE CALLERS SHARE THE SAME COPY              *
1130SH* - THE BOOK'S SUBJECT HEADINGS (BOOK_SUBJECTS) ARE INDEXED TOO, *
1130SH*   WITH EVERY SEE TERM THAT POINTS AT THEM, SO A PATRON'S OWN   *
1130SH*   WORDING FINDS THE BOOK (SEE SUBJTRN)                         *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   30,2020 - INDEX THE LINKED SUBJECT HEADINGS      (1130SH)*
      *               X AND THEIR SEE TERMS (2300)                     *
      * OCT   27,2020 - THE SHORT-WORD FILTER NOW MATCHES ITS  (1027FX)*
      *               X OWN COMMENT - ONE- AND TWO-LETTER WORDS        *
      *               X ARE SKIPPED, NOT JUST EMPTY SLOTS              *
      * 0000-MAIN                      2110-STORE-ONE-WORD             *
      * 1000-DROP-BOOK-ROWS            2200-INDEX-AUTHORS              *
      * 2000-REBUILD-BOOK              2210-INDEX-ONE-AUTHOR           *
1130SH* 2100-INDEX-ONE-SOURCE          2300-INDEX-SUBJECTS             *
1130SH*                                2310-INDEX-ONE-SUBJECT          *
1130SH*                                9999-EXIT                       *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
               10  IND-PUBNAME      PIC S9(04) COMP   VALUE 0.
           05  WS-AU-EOC-SW         PIC 9             VALUE 0.
               88  AUTHOR-LIST-DONE                   VALUE 1.
1130SH     05  WS-SB-EOC-SW         PIC 9             VALUE 0.
1130SH         88  SUBJECT-LIST-DONE                  VALUE 1.

       01  WS-SYS-VARS.
           05  EVAL-CODE            PIC S9(08) COMP   VALUE 0.
           EXEC SQL INCLUDE DCLKWX   END-EXEC.
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
           EXEC SQL INCLUDE DCLAUTH  END-EXEC.
1130SH     EXEC SQL INCLUDE DCLSBJ   END-EXEC.

           EXEC SQL DECLARE CURKWAUT CURSOR FOR
                SELECT A.AUTHOR_NAME
                 WHERE BA.BOOK_ID = :TBLKWX-BOOK-ID
           END-EXEC.

1130SH     EXEC SQL DECLARE CURKWSBJ CURSOR FOR
1130SH          SELECT S.HEADING
1130SH            FROM IBMUSER.SUBJECTS S
1130SH           WHERE S.SUBJECT_ID IN
1130SH                 (SELECT BS.SUBJECT_ID
1130SH                    FROM IBMUSER.BOOK_SUBJECTS BS
1130SH                   WHERE BS.BOOK_ID = :TBLKWX-BOOK-ID)
1130SH              OR S.SEE_ID IN
1130SH                 (SELECT BS.SUBJECT_ID
1130SH                    FROM IBMUSER.BOOK_SUBJECTS BS
1130SH                   WHERE BS.BOOK_ID = :TBLKWX-BOOK-ID)
1130SH     END-EXEC.

       LINKAGE SECTION.
       01  LS-KWMAINT-PARMS.
           05  LS-KW-FUNC           PIC X.
                     END-IF

                     PERFORM 2200-INDEX-AUTHORS
1130SH               PERFORM 2300-INDEX-SUBJECTS
                WHEN SQL-EOC
      ***            SOFT-DELETED OR GONE - NOTHING TO INDEX
                     CONTINUE
            END-EVALUATE
            .

1130SH 2300-INDEX-SUBJECTS.
1130SH      EXEC SQL OPEN CURKWSBJ END-EXEC
1130SH      MOVE SQLCODE TO EVAL-CODE
1130SH      IF NOT ERR-OK
1130SH         MOVE 8 TO LS-KW-RC
1130SH      ELSE
1130SH         MOVE 0 TO WS-SB-EOC-SW
1130SH         PERFORM 2310-INDEX-ONE-SUBJECT
1130SH                   UNTIL SUBJECT-LIST-DONE

1130SH         EXEC SQL CLOSE CURKWSBJ END-EXEC
1130SH         MOVE SQLCODE TO EVAL-CODE
1130SH         IF NOT ERR-OK
1130SH            MOVE 8 TO LS-KW-RC
1130SH         END-IF
1130SH      END-IF
1130SH      .

1130SH 2310-INDEX-ONE-SUBJECT.
1130SH      INITIALIZE TBLSBJ-HEADING

1130SH      EXEC SQL
1130SH           FETCH CURKWSBJ
1130SH            INTO :TBLSBJ-HEADING
1130SH      END-EXEC

1130SH      MOVE SQLCODE TO EVAL-CODE
1130SH      EVALUATE TRUE
1130SH          WHEN ERR-OK
1130SH               MOVE SPACES TO WS-SOURCE-TEXT
1130SH               MOVE TBLSBJ-HEADING-TEXT
1130SH                 TO WS-SOURCE-TEXT
1130SH               PERFORM 2100-INDEX-ONE-SOURCE
1130SH          WHEN SQL-EOC
1130SH               SET SUBJECT-LIST-DONE TO TRUE
1130SH          WHEN OTHER
1130SH               MOVE 8 TO LS-KW-RC
1130SH               SET SUBJECT-LIST-DONE TO TRUE
1130SH      END-EVALUATE
1130SH      .

       9999-EXIT.
            GOBACK
            .
