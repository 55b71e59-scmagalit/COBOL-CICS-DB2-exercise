      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    HOLDPRS.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/06/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * NIGHTLY HOLDS-PRESSURE ALERT - PURCHASE SUGGESTIONS            *
      *----------------------------------------------------------------*
      * - A LONG HOLD QUEUE ON ONE COPY USED TO SURFACE ONLY WHEN      *
      *   PATRONS COMPLAINED. FOR EVERY TITLE WITH PENDING ('P')       *
      *   HOLDS THIS JOB COMPARES THE QUEUE WITH THE USABLE COPIES     *
1202CR*   (BOOK_COPIES NOT 'W' WITHDRAWN, 'L' LOST, 'D' DAMAGED,       *
1202CR*   'M' MISSING OR 'C' CLAIMS RETURNED - NONE OF THOSE CAN       *
1202CR*   FILL A HOLD; A COPY ON OR BOUND FOR THE PICKUP SHELF IS      *
1202CR*   STILL COUNTED, IT IS SERVING THE QUEUE):                     *
      *   - WHEN PENDING HOLDS PER USABLE COPY EXCEED THE PARM         *
      *     RATIO, A PURCHASE SUGGESTION IS WRITTEN TO                 *
      *     IBMUSER.SUGGESTS WITH SUGG_SOURCE 'H' (PATRON_ID 0),       *
      *     THE ISBN, THE EXTRA COPIES NEEDED TO GET BACK TO THE       *
      *     RATIO AND THE LAST UNIT PRICE PAID ON A RECEIVED           *
      *     PO_LINES ROW; IT SHOWS ON THE SUGGTRN SELECTOR             *
      *     WORKLIST NEXT TO THE PATRON SUGGESTIONS                    *
      *   - A TITLE WITH AN OPEN PO LINE ('O'), OR WITH A SYSTEM       *
      *     SUGGESTION STILL PENDING, IS NOT SUGGESTED AGAIN           *
      * - THE HOLDPROP REPORT SHOWS THE PRESSURE BY BRANCH AND         *
      *   GENRE (CONTROL BREAK ON BOTH), LISTING EACH TITLE OVER       *
      *   THE RATIO UNDER ITS GROUP                                    *
      * - REGISTERED IN RUN_HIST (RUNLOG)                              *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   02,2020 - MISSING ('M') AND CLAIMS-RETURNED      (1202CR)*
      *               X ('C') COPIES ARE NOT USABLE, SO THEY NO        *
      *               X LONGER HIDE HOLDS PRESSURE                     *
      * NOV   06,2020 - INITIAL VERSION                        (1106HR)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *   RATIO=n.nn - PENDING HOLDS PER USABLE COPY ABOVE WHICH A     *
      *                TITLE IS SUGGESTED (DEFAULT 5)                  *
      *                                                                *
      * FILES:                                                         *
      * HOLDPROP (OUTPUT) - IBMUSER.SMAGALIT.HOLDPROP                  *
      * IBMUSER.SUGGESTS (OUTPUT) - SYSTEM PURCHASE SUGGESTIONS        *
      *                                                                *
      * 0000-MAIN                      2130-SUGGEST-PURCHASE           *
      * 1000-INIT                      2135-GET-LAST-PRICE             *
      * 1100-GET-TIMESTAMP             2140-WRITE-TITLE-LINE           *
      * 1150-PARSE-PARM                2200-START-GROUP                *
      * 1300-OPEN-FILE                 2210-END-GROUP                  *
      * 1400-SET-REPVARS               2300-WRITE-TOTALS               *
      * 2000-MAIN-LOGIC                3000-CLEANUP                    *
      * 2100-FETCH-ONE-TITLE           3100-CLOSE-FILE                 *
      * 2110-ASSESS-TITLE              3200-CLOSE-CURSOR               *
      * 2120-CHECK-ALREADY-ASKED       8100-GET-NEXT-ID                *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-HOLDPROP ASSIGN       TO    HOLDPROP
                              FILE STATUS  IS FS-HOLDPROP
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-HOLDPROP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-HOLDPROP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-PRS-LINE             PIC X(132)      VALUE SPACES.
           05  WS-RATIO                PIC S9(3)V9(2) COMP-3
                                                       VALUE 5.
           05  WS-PEND-HOLDS           PIC S9(09) COMP VALUE 0.
           05  WS-USABLE-COPIES        PIC S9(09) COMP VALUE 0.
           05  WS-TARGET-COPIES        PIC S9(09) COMP VALUE 0.
           05  WS-EXTRA-COPIES         PIC S9(09) COMP VALUE 0.
           05  WS-OPEN-LINES           PIC S9(09) COMP VALUE 0.
           05  WS-PEND-SUGGS           PIC S9(09) COMP VALUE 0.
           05  WS-HAS-ISBN             PIC X           VALUE 'N'.
           05  WS-TITLE-SW             PIC 9           VALUE 0.
               88  TITLE-OVER-RATIO                    VALUE 1.
           05  WS-ACTION-TEXT          PIC X(20)       VALUE SPACES.
           05  WS-PREV-BRANCH          PIC S9(09) COMP VALUE -1.
           05  WS-PREV-GENRE           PIC X(30)       VALUE SPACES.
           05  WS-GROUP-SW             PIC 9           VALUE 0.
               88  GROUP-OPEN                          VALUE 1.
           05  WS-GRP-TOTALS.
               10  WS-GRP-TITLES       PIC S9(09) COMP VALUE 0.
               10  WS-GRP-HOLDS        PIC S9(09) COMP VALUE 0.
               10  WS-GRP-COPIES       PIC S9(09) COMP VALUE 0.
               10  WS-GRP-OVER         PIC S9(09) COMP VALUE 0.
           05  WS-RUN-TOTALS.
               10  WS-RUN-TITLES       PIC S9(09) COMP VALUE 0.
               10  WS-RUN-HOLDS        PIC S9(09) COMP VALUE 0.
               10  WS-RUN-COPIES       PIC S9(09) COMP VALUE 0.
               10  WS-RUN-OVER         PIC S9(09) COMP VALUE 0.
           05  WS-GRP-RATIO            PIC S9(5)V9(2) COMP-3 VALUE 0.
           05  WS-IND-VARS.
               10  IND-ISBN            PIC S9(04) COMP VALUE 0.
               10  IND-GENRE           PIC S9(04) COMP VALUE 0.
               10  IND-PRICE           PIC S9(04) COMP VALUE 0.
           05  WS-DISP-VARS.
               10  WS-BRANCH-DISP      PIC Z(2)9.
               10  WS-BOOKID-DISP      PIC Z(8)9.
               10  WS-HOLDS-DISP       PIC Z(4)9.
               10  WS-COPIES-DISP      PIC Z(4)9.
               10  WS-EXTRA-DISP       PIC Z(4)9.
               10  WS-TITLES-DISP      PIC Z(4)9.
               10  WS-OVER-DISP        PIC Z(4)9.
               10  WS-RATIO-DISP       PIC Z(4)9.99.
               10  WS-RATIO-TEXT       PIC X(08)  VALUE SPACES.
               10  WS-PARMRATIO-DISP   PIC ZZ9.99.
           05  WS-COUNTERS.
               10  WS-SUGG-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-ONORDER-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-ASKED-CNTR       PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                   VALUE 'HOLDS PRESSURE BY BRANCH AND GENRE'.

       COPY REPVARS.

0805ID 01  WS-NEXTID-PARMS.
0805ID     05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
0805ID     05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
0805ID     05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

       01  WS-SYS-VARS.
           05  WS-TIMESTAMP             PIC X(26)       VALUE SPACES.
           05  WS-TIMESTAMP-FMT         REDEFINES WS-TIMESTAMP.
               10  WS-DATE              PIC X(10).
               10  FILLER               PIC X    .
               10  WS-TIME              PIC X(08).
               10  FILLER               PIC X    .
               10  WS-MICROSEC          PIC X(06).
           05  WS-FILESTAT.
               10  FS-HOLDPROP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)      VALUE 'HOLDPRS'.

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
           EXEC SQL INCLUDE DCLSUG   END-EXEC.
           EXEC SQL INCLUDE DCLPLN   END-EXEC.

      **   ONE ROW PER ACTIVE TITLE WITH A PENDING HOLD, WITH THE
      **   QUEUE LENGTH AND THE USABLE COPY COUNT DERIVED BY DB2
           EXEC SQL DECLARE CURHPRS CURSOR FOR
                SELECT B.BOOK_ID
                      ,B.TITLE
                      ,B.ISBN
                      ,B.GENRE
                      ,B.BRANCH_ID
                      ,(SELECT COUNT(*)
                          FROM IBMUSER.HOLDS H
                         WHERE H.BOOK_ID = B.BOOK_ID
                           AND H.HOLD_STATUS = 'P')
                      ,(SELECT COUNT(*)
                          FROM IBMUSER.BOOK_COPIES C
                         WHERE C.BOOK_ID = B.BOOK_ID
1202CR                     AND C.COPY_STATUS NOT IN ('W', 'L', 'D',
1202CR                                               'M', 'C'))
                  FROM IBMUSER.BOOKS B
                 WHERE B.DELETED_FLAG = 'N'
                   AND EXISTS
                       (SELECT 1
                          FROM IBMUSER.HOLDS H2
                         WHERE H2.BOOK_ID = B.BOOK_ID
                           AND H2.HOLD_STATUS = 'P')
                 ORDER BY B.BRANCH_ID, B.GENRE, B.BOOK_ID
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

0807RH      MOVE 'HOLDPRS' TO WS-RL-JOB-NAME
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
            PERFORM 1300-OPEN-FILE
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
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
                        DELIMITED BY '='
                        INTO WS-PARM-KEY WS-PARM-VAL
               END-UNSTRING

               IF FUNCTION TRIM (WS-PARM-KEY) = 'RATIO'
                  MOVE FUNCTION NUMVAL (WS-PARM-VAL) TO WS-RATIO
               END-IF
            END-IF

      **    A ZERO OR NEGATIVE RATIO WOULD SUGGEST EVERY TITLE
      **    WITH A HOLD - FALL BACK TO THE DEFAULT
            IF WS-RATIO NOT > 0
               DISPLAY 'RATIO PARM NOT USABLE - DEFAULT 5 USED'
               MOVE 5 TO WS-RATIO
            END-IF

            MOVE WS-RATIO TO WS-PARMRATIO-DISP
            DISPLAY 'HOLDS PER USABLE COPY THRESHOLD: '
                    WS-PARMRATIO-DISP
            .

       1300-OPEN-FILE.
            MOVE '1300-OPEN-FILE' TO ERR-LOC
            OPEN OUTPUT FD-HOLDPROP
            MOVE FS-HOLDPROP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-HOLDPROP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1400-SET-REPVARS.
            MOVE '1400-SET-REPVARS' TO ERR-LOC
            MOVE WS-PGM-NAME  TO WS-REP-PGM
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(32:)
            MOVE WS-DATE      TO WS-REP-DATE
            INSPECT WS-TIME REPLACING ALL '.' BY ':'
            MOVE WS-TIME      TO WS-REP-TIME
            .

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC

            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            WRITE REC-HOLDPROP FROM WS-REP-HEADER1
            WRITE REC-HOLDPROP FROM WS-REP-HEADER2
            WRITE REC-HOLDPROP FROM WS-REP-SPACES

            MOVE SPACES TO WS-PRS-LINE
            STRING 'TITLES OVER '       DELIMITED BY SIZE
                   WS-PARMRATIO-DISP    DELIMITED BY SIZE
                   ' PENDING HOLDS PER USABLE COPY ARE LISTED'
                                        DELIMITED BY SIZE
                   ' AND SUGGESTED FOR PURCHASE'
                                        DELIMITED BY SIZE
              INTO WS-PRS-LINE
            END-STRING
            WRITE REC-HOLDPROP FROM WS-PRS-LINE

            EXEC SQL OPEN CURHPRS END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURHPRS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE WS-RUN-TOTALS
            MOVE 0 TO WS-GROUP-SW
            INITIALIZE EVAL-CODE
            PERFORM 2100-FETCH-ONE-TITLE UNTIL SQL-EOC

            PERFORM 3200-CLOSE-CURSOR

            IF GROUP-OPEN
               PERFORM 2210-END-GROUP
            END-IF
            PERFORM 2300-WRITE-TOTALS

            DISPLAY WS-RUN-TITLES   ' TITLES WITH PENDING HOLDS'
            DISPLAY WS-RUN-OVER     ' TITLES OVER THE RATIO'
            DISPLAY WS-SUGG-CNTR    ' PURCHASE SUGGESTIONS WRITTEN'
            DISPLAY WS-ONORDER-CNTR ' SKIPPED - ALREADY ON ORDER'
            DISPLAY WS-ASKED-CNTR   ' SKIPPED - SUGGESTION PENDING'
            WRITE REC-HOLDPROP FROM WS-REP-FOOTER
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.HOLDPROP'
            .

       2100-FETCH-ONE-TITLE.
            MOVE '2100-FETCH-ONE-TITLE' TO ERR-LOC

            INITIALIZE DCLBOOKS
                       WS-IND-VARS
            MOVE 0 TO WS-PEND-HOLDS
                      WS-USABLE-COPIES

            EXEC SQL
                 FETCH CURHPRS
                  INTO :TBLBKS-BOOK-ID
                      ,:TBLBKS-TITLE
                      ,:TBLBKS-ISBN :IND-ISBN
                      ,:TBLBKS-GENRE :IND-GENRE
                      ,:TBLBKS-BRANCH-ID
                      ,:WS-PEND-HOLDS
                      ,:WS-USABLE-COPIES
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF IND-GENRE < 0
                        MOVE SPACES TO TBLBKS-GENRE-TEXT
                        MOVE 0      TO TBLBKS-GENRE-LEN
                     END-IF
                     IF IND-ISBN < 0
                     OR TBLBKS-ISBN-LEN = 0
                        MOVE 'N' TO WS-HAS-ISBN
                        MOVE SPACES TO TBLBKS-ISBN-TEXT
                        MOVE 0      TO TBLBKS-ISBN-LEN
                     ELSE
                        MOVE 'Y' TO WS-HAS-ISBN
                     END-IF

                     IF NOT GROUP-OPEN
                        PERFORM 2200-START-GROUP
                     ELSE
                        IF TBLBKS-BRANCH-ID NOT = WS-PREV-BRANCH
                        OR TBLBKS-GENRE-TEXT NOT = WS-PREV-GENRE
                           PERFORM 2210-END-GROUP
                           PERFORM 2200-START-GROUP
                        END-IF
                     END-IF

                     PERFORM 2110-ASSESS-TITLE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURHPRS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2110-ASSESS-TITLE.
            MOVE '2110-ASSESS-TITLE' TO ERR-LOC

            ADD 1                TO WS-GRP-TITLES
            ADD WS-PEND-HOLDS    TO WS-GRP-HOLDS
            ADD WS-USABLE-COPIES TO WS-GRP-COPIES

      **    OVER THE RATIO WHEN HOLDS > RATIO X COPIES (A TITLE
      **    WITH NO USABLE COPY LEFT IS ALWAYS OVER). THE TARGET
      **    IS THE SMALLEST COPY COUNT THAT BRINGS THE QUEUE BACK
      **    TO THE RATIO: HOLDS / RATIO, ROUNDED UP
            MOVE 0 TO WS-TITLE-SW
                      WS-EXTRA-COPIES
            IF WS-PEND-HOLDS > WS-RATIO * WS-USABLE-COPIES
               SET TITLE-OVER-RATIO TO TRUE
               ADD 1 TO WS-GRP-OVER

               COMPUTE WS-TARGET-COPIES = WS-PEND-HOLDS / WS-RATIO
               IF WS-TARGET-COPIES * WS-RATIO < WS-PEND-HOLDS
                  ADD 1 TO WS-TARGET-COPIES
               END-IF
               COMPUTE WS-EXTRA-COPIES =
                       WS-TARGET-COPIES - WS-USABLE-COPIES
               IF WS-EXTRA-COPIES < 1
                  MOVE 1 TO WS-EXTRA-COPIES
               END-IF

               PERFORM 2120-CHECK-ALREADY-ASKED
               EVALUATE TRUE
                   WHEN WS-OPEN-LINES > 0
                        ADD 1 TO WS-ONORDER-CNTR
                        MOVE 'ALREADY ON ORDER' TO WS-ACTION-TEXT
                   WHEN WS-PEND-SUGGS > 0
                        ADD 1 TO WS-ASKED-CNTR
                        MOVE 'SUGGESTION PENDING' TO WS-ACTION-TEXT
                   WHEN OTHER
                        PERFORM 2130-SUGGEST-PURCHASE
                        MOVE 'SUGGESTED' TO WS-ACTION-TEXT
               END-EVALUATE

               PERFORM 2140-WRITE-TITLE-LINE
            END-IF
            .

       2120-CHECK-ALREADY-ASKED.
            MOVE '2120-CHECK-ALREADY-ASKED' TO ERR-LOC

      **    AN OPEN ORDER LINE CARRIES NO BOOK_ID UNTIL IT IS
      **    RECEIVED, SO MATCH ON THE ISBN AS ACQTRN 2110 DOES
            MOVE TBLBKS-ISBN TO TBLPLN-ISBN

            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-OPEN-LINES
                   FROM IBMUSER.PO_LINES
                  WHERE LINE_STATUS = 'O'
                    AND (BOOK_ID = :TBLBKS-BOOK-ID
                         OR (:WS-HAS-ISBN = 'Y'
                             AND ISBN = :TBLPLN-ISBN))
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT COUNT PO_LINES' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-PEND-SUGGS
                   FROM IBMUSER.SUGGESTS
                  WHERE BOOK_ID = :TBLBKS-BOOK-ID
                    AND SUGG_SOURCE = 'H'
                    AND SUGG_STATUS = 'P'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT COUNT SUGGESTS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2130-SUGGEST-PURCHASE.
            MOVE '2130-SUGGEST-PURCHASE' TO ERR-LOC

            PERFORM 2135-GET-LAST-PRICE

            MOVE 'SUGG_ID' TO WS-NXT-ID-NAME
            PERFORM 8100-GET-NEXT-ID
            MOVE WS-NXT-NEXT-ID TO TBLSUG-SUGG-ID

            MOVE 0 TO TBLSUG-PATRON-ID
            MOVE TBLBKS-TITLE-TEXT (1:60) TO TBLSUG-SUGG-TITLE-TEXT
            IF TBLBKS-TITLE-LEN > 60
               MOVE 60 TO TBLSUG-SUGG-TITLE-LEN
            ELSE
               MOVE TBLBKS-TITLE-LEN TO TBLSUG-SUGG-TITLE-LEN
            END-IF
            MOVE TBLBKS-ISBN      TO TBLSUG-ISBN
            MOVE TBLBKS-BOOK-ID   TO TBLSUG-BOOK-ID
            MOVE WS-EXTRA-COPIES  TO TBLSUG-COPIES-NEEDED
            IF WS-HAS-ISBN = 'Y'
               MOVE 0  TO IND-ISBN
            ELSE
               MOVE -1 TO IND-ISBN
            END-IF

            EXEC SQL
                 INSERT INTO IBMUSER.SUGGESTS
                        (SUGG_ID, PATRON_ID, SUGG_TITLE,
                         AUTHOR_NAME, ISBN, SUGG_DATE,
                         SUGG_STATUS, PO_ID, LINE_NO,
                         SUGG_SOURCE, BOOK_ID, COPIES_NEEDED,
                         LAST_PRICE)
                 VALUES (:TBLSUG-SUGG-ID,
                         :TBLSUG-PATRON-ID,
                         :TBLSUG-SUGG-TITLE,
                         NULL,
                         :TBLSUG-ISBN :IND-ISBN,
                         CURRENT DATE,
                         'P', NULL, NULL,
                         'H', :TBLSUG-BOOK-ID,
                         :TBLSUG-COPIES-NEEDED,
                         :TBLSUG-LAST-PRICE :IND-PRICE)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT SUGGESTS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            ADD 1 TO WS-SUGG-CNTR
            .

       2135-GET-LAST-PRICE.
            MOVE '2135-GET-LAST-PRICE' TO ERR-LOC

      **    THE NEWEST RECEIVED LINE FOR THE TITLE; NEVER BOUGHT
      **    THROUGH ACQUISITIONS (GIFT, MIGRATED) LEAVES IT NULL
            MOVE 0 TO IND-PRICE
                      TBLSUG-LAST-PRICE
            MOVE TBLBKS-ISBN TO TBLPLN-ISBN

            EXEC SQL
                 SELECT UNIT_PRICE
                   INTO :TBLPLN-UNIT-PRICE
                   FROM IBMUSER.PO_LINES
                  WHERE LINE_STATUS = 'R'
                    AND (BOOK_ID = :TBLBKS-BOOK-ID
                         OR (:WS-HAS-ISBN = 'Y'
                             AND ISBN = :TBLPLN-ISBN))
                  ORDER BY PO_ID DESC, LINE_NO DESC
                  FETCH FIRST 1 ROW ONLY
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLPLN-UNIT-PRICE TO TBLSUG-LAST-PRICE
                WHEN SQL-EOC
                     MOVE -1 TO IND-PRICE
                WHEN OTHER
                     MOVE 'SELECT LAST PRICE' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2140-WRITE-TITLE-LINE.
            MOVE '2140-WRITE-TITLE-LINE' TO ERR-LOC

            MOVE TBLBKS-BOOK-ID   TO WS-BOOKID-DISP
            MOVE WS-PEND-HOLDS    TO WS-HOLDS-DISP
            MOVE WS-USABLE-COPIES TO WS-COPIES-DISP
            MOVE WS-EXTRA-COPIES  TO WS-EXTRA-DISP

            MOVE SPACES TO WS-PRS-LINE
            STRING '    BOOK '         DELIMITED BY SIZE
                   WS-BOOKID-DISP      DELIMITED BY SIZE
                   '  '                DELIMITED BY SIZE
                   TBLBKS-TITLE-TEXT (1:40)
                                       DELIMITED BY SIZE
                   ' HOLDS'            DELIMITED BY SIZE
                   WS-HOLDS-DISP       DELIMITED BY SIZE
                   ' COPIES'           DELIMITED BY SIZE
                   WS-COPIES-DISP      DELIMITED BY SIZE
                   ' NEED +'           DELIMITED BY SIZE
                   WS-EXTRA-DISP       DELIMITED BY SIZE
                   '  '                DELIMITED BY SIZE
                   WS-ACTION-TEXT      DELIMITED BY SIZE
              INTO WS-PRS-LINE
            END-STRING
            WRITE REC-HOLDPROP FROM WS-PRS-LINE
            .

       2200-START-GROUP.
            MOVE '2200-START-GROUP' TO ERR-LOC

            MOVE TBLBKS-BRANCH-ID  TO WS-PREV-BRANCH
            MOVE TBLBKS-GENRE-TEXT TO WS-PREV-GENRE
            INITIALIZE WS-GRP-TOTALS
            SET GROUP-OPEN TO TRUE

            MOVE TBLBKS-BRANCH-ID TO WS-BRANCH-DISP
            WRITE REC-HOLDPROP FROM WS-REP-SPACES
            MOVE SPACES TO WS-PRS-LINE
            IF TBLBKS-GENRE-LEN = 0
               STRING 'BRANCH '        DELIMITED BY SIZE
                      WS-BRANCH-DISP   DELIMITED BY SIZE
                      '  GENRE (NONE)' DELIMITED BY SIZE
                 INTO WS-PRS-LINE
               END-STRING
            ELSE
               STRING 'BRANCH '        DELIMITED BY SIZE
                      WS-BRANCH-DISP   DELIMITED BY SIZE
                      '  GENRE '       DELIMITED BY SIZE
                      TBLBKS-GENRE-TEXT
                                       DELIMITED BY SIZE
                 INTO WS-PRS-LINE
               END-STRING
            END-IF
            WRITE REC-HOLDPROP FROM WS-PRS-LINE
            .

       2210-END-GROUP.
            MOVE '2210-END-GROUP' TO ERR-LOC

            MOVE WS-GRP-TITLES TO WS-TITLES-DISP
            MOVE WS-GRP-HOLDS  TO WS-HOLDS-DISP
            MOVE WS-GRP-COPIES TO WS-COPIES-DISP
            MOVE WS-GRP-OVER   TO WS-OVER-DISP
            IF WS-GRP-COPIES > 0
               COMPUTE WS-GRP-RATIO ROUNDED =
                       WS-GRP-HOLDS / WS-GRP-COPIES
               MOVE WS-GRP-RATIO TO WS-RATIO-DISP
               MOVE WS-RATIO-DISP TO WS-RATIO-TEXT
            ELSE
               MOVE ' NO COPY' TO WS-RATIO-TEXT
            END-IF

            MOVE SPACES TO WS-PRS-LINE
            STRING '  GROUP: TITLES'   DELIMITED BY SIZE
                   WS-TITLES-DISP      DELIMITED BY SIZE
                   '  PENDING HOLDS'   DELIMITED BY SIZE
                   WS-HOLDS-DISP       DELIMITED BY SIZE
                   '  USABLE COPIES'   DELIMITED BY SIZE
                   WS-COPIES-DISP      DELIMITED BY SIZE
                   '  HOLDS/COPY'      DELIMITED BY SIZE
                   WS-RATIO-TEXT       DELIMITED BY SIZE
                   '  OVER RATIO'      DELIMITED BY SIZE
                   WS-OVER-DISP        DELIMITED BY SIZE
              INTO WS-PRS-LINE
            END-STRING
            WRITE REC-HOLDPROP FROM WS-PRS-LINE

            ADD WS-GRP-TITLES TO WS-RUN-TITLES
            ADD WS-GRP-HOLDS  TO WS-RUN-HOLDS
            ADD WS-GRP-COPIES TO WS-RUN-COPIES
            ADD WS-GRP-OVER   TO WS-RUN-OVER
            MOVE 0 TO WS-GROUP-SW
            .

       2300-WRITE-TOTALS.
            MOVE '2300-WRITE-TOTALS' TO ERR-LOC

            MOVE WS-RUN-TITLES TO WS-TITLES-DISP
            MOVE WS-RUN-HOLDS  TO WS-HOLDS-DISP
            MOVE WS-RUN-COPIES TO WS-COPIES-DISP
            MOVE WS-RUN-OVER   TO WS-OVER-DISP

            WRITE REC-HOLDPROP FROM WS-REP-SPACES
            MOVE SPACES TO WS-PRS-LINE
            STRING 'ALL BRANCHES: TITLES'
                                       DELIMITED BY SIZE
                   WS-TITLES-DISP      DELIMITED BY SIZE
                   '  PENDING HOLDS'   DELIMITED BY SIZE
                   WS-HOLDS-DISP       DELIMITED BY SIZE
                   '  USABLE COPIES'   DELIMITED BY SIZE
                   WS-COPIES-DISP      DELIMITED BY SIZE
                   '  OVER RATIO'      DELIMITED BY SIZE
                   WS-OVER-DISP        DELIMITED BY SIZE
              INTO WS-PRS-LINE
            END-STRING
            WRITE REC-HOLDPROP FROM WS-PRS-LINE

            MOVE WS-SUGG-CNTR TO WS-TITLES-DISP
            MOVE SPACES TO WS-PRS-LINE
            STRING 'PURCHASE SUGGESTIONS WRITTEN TO SUGGTRN:'
                                       DELIMITED BY SIZE
                   WS-TITLES-DISP      DELIMITED BY SIZE
              INTO WS-PRS-LINE
            END-STRING
            WRITE REC-HOLDPROP FROM WS-PRS-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE

0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
0807RH      MOVE WS-SUGG-CNTR TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC
            CLOSE FD-HOLDPROP
            MOVE FS-HOLDPROP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-HOLDPROP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       3200-CLOSE-CURSOR.
            MOVE '3200-CLOSE-CURSOR' TO ERR-LOC
            EXEC SQL CLOSE CURHPRS END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURHPRS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

0805ID 8100-GET-NEXT-ID.
0805ID      MOVE '8100-GET-NEXT-ID' TO ERR-LOC

0805ID      MOVE 0 TO WS-NXT-NEXT-ID
0805ID                WS-NXT-RC
0805ID      CALL 'NEXTID' USING WS-NEXTID-PARMS

0805ID      IF WS-NXT-RC NOT = 0
0805ID         MOVE WS-NXT-RC TO EVAL-CODE
0805ID         MOVE 'CALL NEXTID' TO ERR-MSG
0805ID         PERFORM 9999-ERROR-HANDLING
0805ID      END-IF
0805ID      .

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
