      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLMSRCH.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/02/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * CLAIMS-RETURNED WEEKLY SWEEP AND SHELF-SEARCH LIST             *
      *----------------------------------------------------------------*
      * - A CLAIMS-RETURNED LOAN (LOANTRN PF8) IS CLOSED AND ITS COPY  *
      *   PARKED IN BOOK_COPIES COPY_STATUS 'C' WITH AN OPEN ('O')     *
      *   IBMUSER.CLAIMS_RETURNED ROW (SEE DCLCLM). THIS JOB:          *
      *   1. CONVERTS EVERY OPEN CLAIM OLDER THAN THE PARM-DRIVEN      *
      *      NUMBER OF DAYS TO MISSING: THE CLAIM GOES TO 'M', THE     *
      *      COPY IS WITHDRAWN ('W'), AND THE TITLE GOES FROM 'C' TO   *
      *      'M' WHEN NO OTHER CLAIMED COPY OF IT IS STILL BEING       *
      *      SEARCHED FOR (AUDITED IN BOOKS_AUDIT, AS LOSTCONV DOES)   *
      *   2. LISTS THE CLAIMS STILL OPEN, ONE PAGE PER BRANCH (THE     *
      *      TITLE'S BOOKS.BRANCH_ID) IN SHELF ORDER, SO STAFF CAN     *
      *      SEARCH THE STACKS FOR THEM. A COPY FOUND IS SIMPLY        *
      *      CHECKED IN ON LOANTRN, WHICH CLOSES THE CLAIM             *
      * - EVERY LINE CARRIES THE PATRON'S LIFETIME CLAIM COUNT SO A    *
      *   REPEAT CLAIMANT STANDS OUT                                   *
      * - REGISTERED IN RUN_HIST (RUNLOG)                              *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   02,2020 - INITIAL VERSION                        (1202CR)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *   MISSDAYS=nnn - DAYS A CLAIM STAYS ON THE SHELF SEARCH        *
      *                  BEFORE IT CONVERTS TO MISSING (DEFAULT 60)    *
      *                                                                *
      * FILES:                                                         *
      * CLMSRCOP (OUTPUT) - IBMUSER.SMAGALIT.CLMSRCOP                  *
      * IBMUSER.CLAIMS_RETURNED (I/O) - OPEN CLAIMS, CONVERTED         *
      * IBMUSER.BOOK_COPIES (I/O) - CLAIMED COPY, WITHDRAWN            *
      * IBMUSER.BOOKS       (I/O) - TITLE, CALL NUMBER, STATUS         *
      * IBMUSER.BOOKS_AUDIT (OUTPUT) - TITLE STATUS CHANGES            *
      * IBMUSER.BRANCHES    (I)   - BRANCH NAME                        *
      *                                                                *
      * 0000-MAIN                      2300-SEARCH-LIST                *
      * 1000-INIT                      2310-FETCH-OPEN                 *
      * 1100-GET-TIMESTAMP             2320-BRANCH-BREAK               *
      * 1150-PARSE-PARM                2330-BRANCH-TOTALS              *
      * 1300-OPEN-FILES                2400-FORMAT-LINE                *
      * 1400-SET-REPVARS               2500-WRITE-TOTALS               *
      * 2000-MAIN-LOGIC                3000-CLEANUP                    *
      * 2100-WRITE-HEADERS             3100-CLOSE-FILES                *
      * 2150-START-SECTION             8100-GET-NEXT-ID                *
      * 2160-END-SECTION               8210-BUILD-BOOK-AUDIT-TEXT      *
      * 2200-CONVERT-AGED              8220-WRITE-BOOKS-AUDIT          *
      * 2210-FETCH-AGED                9999-ERROR-HANDLING             *
      * 2220-CONVERT-ONE-CLAIM         9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CLMSRCOP  ASSIGN       TO    CLMSRCOP
                               FILE STATUS  IS FS-CLMSRCOP
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-CLMSRCOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-CLMSRCOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'NONE FOUND'         .
               10  FILLER              PIC X(114)    VALUE SPACES  .
           05  WS-CLAIM-HDR.
               10  FILLER              PIC X(27)
                                       VALUE ' CALL NUMBER'       .
               10  FILLER              PIC X(10)
                                       VALUE '   BOOK ID'         .
               10  FILLER              PIC X(41)
                                       VALUE ' TITLE'             .
               10  FILLER              PIC X(04)
                                       VALUE ' CPY'               .
               10  FILLER              PIC X(15)
                                       VALUE ' BARCODE'           .
               10  FILLER              PIC X(11)
                                       VALUE ' CLAIMED'           .
               10  FILLER              PIC X(05)
                                       VALUE ' DAYS'              .
               10  FILLER              PIC X(10)
                                       VALUE '    PATRON'         .
               10  FILLER              PIC X(04)
                                       VALUE ' CLM'               .
               10  FILLER              PIC X(05)     VALUE SPACES  .
           05  WS-CLAIM-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CL-CALLNO        PIC X(26)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CL-BOOK-ID       PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CL-TITLE         PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CL-COPY-NO       PIC ZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CL-BARCODE       PIC X(14)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CL-CLAIM-DATE    PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CL-DAYS          PIC ZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CL-PATRON-ID     PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CL-CLAIMS        PIC ZZ9.
               10  FILLER              PIC X(05)     VALUE SPACES  .
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TL-TEXT          PIC X(50)     VALUE SPACES  .
               10  WS-TL-COUNT         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(71)     VALUE SPACES  .
           05  WS-MISS-DAYS            PIC S9(09) COMP VALUE 60.
           05  WS-MISS-DAYS-DISP       PIC ZZ9.
           05  WS-CLAIM-DAYS           PIC S9(09) COMP VALUE 0.
           05  WS-PATRON-CLAIMS        PIC S9(09) COMP VALUE 0.
           05  WS-CLAIMED-COPIES       PIC S9(08) COMP VALUE 0.
           05  WS-PREV-BRANCH          PIC S9(09) COMP VALUE -1.
           05  WS-BRANCH-DISP          PIC Z(8)9.
           05  WS-IND-VARS.
               10  IND-BRANCH          PIC S9(04) COMP VALUE 0.
               10  IND-BARCODE         PIC S9(04) COMP VALUE 0.
               10  IND-CALL-PREFIX     PIC S9(04) COMP VALUE 0.
               10  IND-CALL-CLASS      PIC S9(04) COMP VALUE 0.
               10  IND-CALL-CUTTER     PIC S9(04) COMP VALUE 0.
           05  WS-BRANCH-COUNTERS.
               10  WS-BR-CLAIM-CNTR    PIC S9(08) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-SECT-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-CONV-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-BRANCH-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-OPEN-CNTR        PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'CLAIMS RETURNED - SHELF SEARCH'
                                        .

       COPY REPVARS.

       01  WS-CALLNO-PARMS.
           05  WS-CN-PREFIX             PIC X(04)       VALUE SPACES.
           05  WS-CN-CLASS              PIC X(12)       VALUE SPACES.
           05  WS-CN-CUTTER             PIC X(08)       VALUE SPACES.
           05  WS-CN-DISPLAY            PIC X(26)       VALUE SPACES.
           05  WS-CN-RC                 PIC S9(04) COMP VALUE 0.

       01  WS-AUDIT-VARS.
           05  WS-AUDIT-BEFORE      PIC X(200)        VALUE SPACES.
           05  WS-AUDIT-AFTER       PIC X(200)        VALUE SPACES.
           05  WS-AUDIT-TEXT        PIC X(200)        VALUE SPACES.
           05  WS-AUDIT-RATING-DISP PIC ZZ9.99.
           05  WS-AUDIT-PUBID-DISP  PIC Z(8)9.
           05  WS-AUDIT-BRANCH-DISP PIC Z(2)9.
           05  IND-AUD-RATING       PIC S9(04) COMP   VALUE 0.
           05  IND-AUD-ISBN         PIC S9(04) COMP   VALUE 0.
           05  IND-AUD-PUBID        PIC S9(04) COMP   VALUE 0.
           05  IND-AUD-GENRE        PIC S9(04) COMP   VALUE 0.

       01  WS-NEXTID-PARMS.
           05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
           05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
           05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

       01  WS-SYS-VARS.
           05  WS-TIMESTAMP             PIC X(26)       VALUE SPACES.
           05  WS-TIMESTAMP-FMT         REDEFINES WS-TIMESTAMP.
               10  WS-DATE              PIC X(10).
               10  FILLER               PIC X    .
               10  WS-TIME              PIC X(08).
               10  FILLER               PIC X    .
               10  WS-MICROSEC          PIC X(06).
           05  WS-FILESTAT.
               10  FS-CLMSRCOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)       VALUE 'CLMSRCH'.

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
           EXEC SQL INCLUDE DCLCLM   END-EXEC.
           EXEC SQL INCLUDE DCLCOPY  END-EXEC.
           EXEC SQL INCLUDE DCLAUD   END-EXEC.

      **   OPEN CLAIMS PAST THE MISSDAYS LIMIT, OLDEST CLAIM FIRST.
      **   THE COLUMN LIST MATCHES CURCLMSR SO BOTH FEED 2400
           EXEC SQL DECLARE CURCLMAG CURSOR FOR
                SELECT C.CLAIM_ID
                      ,C.BOOK_ID
                      ,C.COPY_NO
                      ,C.PATRON_ID
                      ,C.CLAIM_DATE
                      ,DAYS(CURRENT DATE) - DAYS(C.CLAIM_DATE)
                      ,B.TITLE
                      ,B.BRANCH_ID
                      ,B.CALL_PREFIX
                      ,B.CALL_CLASS
                      ,B.CALL_CUTTER
                      ,(SELECT R.BRANCH_NAME
                          FROM IBMUSER.BRANCHES R
                         WHERE R.BRANCH_ID = B.BRANCH_ID)
                      ,(SELECT P.BARCODE
                          FROM IBMUSER.BOOK_COPIES P
                         WHERE P.BOOK_ID = C.BOOK_ID
                           AND P.COPY_NO = C.COPY_NO)
                      ,(SELECT COUNT(*)
                          FROM IBMUSER.CLAIMS_RETURNED X
                         WHERE X.PATRON_ID = C.PATRON_ID)
                  FROM IBMUSER.CLAIMS_RETURNED C
                      ,IBMUSER.BOOKS           B
                 WHERE B.BOOK_ID      = C.BOOK_ID
                   AND C.CLAIM_STATUS = 'O'
                   AND C.CLAIM_DATE   < CURRENT DATE
                       - :WS-MISS-DAYS DAYS
                 ORDER BY C.CLAIM_DATE
                         ,C.CLAIM_ID
           END-EXEC.

      **   CLAIMS STILL OPEN AFTER THE CONVERSION, IN SHELF ORDER
      **   WITHIN BRANCH (SAME ORDER AS SHELFLST)
           EXEC SQL DECLARE CURCLMSR CURSOR FOR
                SELECT C.CLAIM_ID
                      ,C.BOOK_ID
                      ,C.COPY_NO
                      ,C.PATRON_ID
                      ,C.CLAIM_DATE
                      ,DAYS(CURRENT DATE) - DAYS(C.CLAIM_DATE)
                      ,B.TITLE
                      ,B.BRANCH_ID
                      ,B.CALL_PREFIX
                      ,B.CALL_CLASS
                      ,B.CALL_CUTTER
                      ,(SELECT R.BRANCH_NAME
                          FROM IBMUSER.BRANCHES R
                         WHERE R.BRANCH_ID = B.BRANCH_ID)
                      ,(SELECT P.BARCODE
                          FROM IBMUSER.BOOK_COPIES P
                         WHERE P.BOOK_ID = C.BOOK_ID
                           AND P.COPY_NO = C.COPY_NO)
                      ,(SELECT COUNT(*)
                          FROM IBMUSER.CLAIMS_RETURNED X
                         WHERE X.PATRON_ID = C.PATRON_ID)
                  FROM IBMUSER.CLAIMS_RETURNED C
                      ,IBMUSER.BOOKS           B
                 WHERE B.BOOK_ID      = C.BOOK_ID
                   AND C.CLAIM_STATUS = 'O'
                 ORDER BY B.BRANCH_ID
                         ,CASE WHEN B.CALL_CLASS IS NULL
                               THEN 1
                               ELSE 0
                          END
                         ,COALESCE(B.CALL_PREFIX, ' ')
                         ,B.CALL_CLASS
                         ,B.CALL_CUTTER
                         ,B.TITLE
                         ,C.BOOK_ID
                         ,C.COPY_NO
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

            MOVE 'CLMSRCH' TO WS-RL-JOB-NAME
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
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
                        DELIMITED BY '='
                        INTO WS-PARM-KEY WS-PARM-VAL
               END-UNSTRING

               IF FUNCTION TRIM (WS-PARM-KEY) = 'MISSDAYS'
                  MOVE FUNCTION NUMVAL (WS-PARM-VAL)
                    TO WS-MISS-DAYS
               END-IF
            END-IF

      **    A ZERO OR NEGATIVE LIMIT WOULD WITHDRAW TODAY'S CLAIMS
            IF WS-MISS-DAYS < 1
               MOVE 60 TO WS-MISS-DAYS
            END-IF
            MOVE WS-MISS-DAYS TO WS-MISS-DAYS-DISP
            DISPLAY 'MISSDAYS ' WS-MISS-DAYS-DISP
            .

       1300-OPEN-FILES.
            MOVE '1300-OPEN-FILES' TO ERR-LOC

            OPEN OUTPUT FD-CLMSRCOP
            MOVE FS-CLMSRCOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-CLMSRCOP' TO ERR-MSG
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

            PERFORM 2200-CONVERT-AGED
            PERFORM 2300-SEARCH-LIST
            PERFORM 2500-WRITE-TOTALS

            DISPLAY WS-CONV-CNTR   ' CLAIMS CONVERTED TO MISSING'
            DISPLAY WS-OPEN-CNTR   ' OPEN CLAIMS LISTED'
            DISPLAY WS-BRANCH-CNTR ' BRANCHES LISTED'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.CLMSRCOP'
            WRITE REC-CLMSRCOP FROM WS-REP-SPACES
            WRITE REC-CLMSRCOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(32:)
            WRITE REC-CLMSRCOP FROM WS-REP-HEADER1
            WRITE REC-CLMSRCOP FROM WS-REP-HEADER2
            WRITE REC-CLMSRCOP FROM WS-REP-SPACES
            .

       2150-START-SECTION.
            MOVE '2150-START-SECTION' TO ERR-LOC
            MOVE 0 TO WS-SECT-CNTR
            WRITE REC-CLMSRCOP FROM WS-REP-SPACES
            WRITE REC-CLMSRCOP FROM WS-SECTION-HDR
            WRITE REC-CLMSRCOP FROM WS-REP-SPACES
            .

       2160-END-SECTION.
            MOVE '2160-END-SECTION' TO ERR-LOC
            IF WS-SECT-CNTR = 0
               WRITE REC-CLMSRCOP FROM WS-NONE-LINE
            END-IF
            .

      ***   PAGE 1: WHAT THIS RUN GAVE UP ON - CATALOGUING SEES THE
      ***   WITHDRAWALS HERE BEFORE ORDERING REPLACEMENTS
       2200-CONVERT-AGED.
            MOVE '2200-CONVERT-AGED' TO ERR-LOC

            PERFORM 2100-WRITE-HEADERS
            MOVE SPACES TO WS-SECTION-HDR
            STRING 'CONVERTED TO MISSING - CLAIMED OVER '
                                             DELIMITED BY SIZE
                   FUNCTION TRIM (WS-MISS-DAYS-DISP)
                                             DELIMITED BY SIZE
                   ' DAYS AGO, COPY WITHDRAWN'
                                             DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            PERFORM 2150-START-SECTION
            WRITE REC-CLMSRCOP FROM WS-CLAIM-HDR

            EXEC SQL OPEN CURCLMAG END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURCLMAG' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2210-FETCH-AGED UNTIL SQL-EOC

            EXEC SQL CLOSE CURCLMAG END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURCLMAG' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2210-FETCH-AGED.
            MOVE '2210-FETCH-AGED' TO ERR-LOC
            INITIALIZE DCLCLM
                       DCLBOOKS
                       DCLBRN
                       DCLCOPY
                       WS-IND-VARS
            EXEC SQL
                 FETCH CURCLMAG
                  INTO :TBLCLM-CLAIM-ID
                      ,:TBLCLM-BOOK-ID
                      ,:TBLCLM-COPY-NO
                      ,:TBLCLM-PATRON-ID
                      ,:TBLCLM-CLAIM-DATE
                      ,:WS-CLAIM-DAYS
                      ,:TBLBKS-TITLE
                      ,:TBLBKS-BRANCH-ID
                      ,:TBLBKS-CALL-PREFIX  :IND-CALL-PREFIX
                      ,:TBLBKS-CALL-CLASS   :IND-CALL-CLASS
                      ,:TBLBKS-CALL-CUTTER  :IND-CALL-CUTTER
                      ,:TBLBRN-BRANCH-NAME  :IND-BRANCH
                      ,:TBLCPY-BARCODE      :IND-BARCODE
                      ,:WS-PATRON-CLAIMS
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     PERFORM 2220-CONVERT-ONE-CLAIM
                     PERFORM 2400-FORMAT-LINE
                     ADD 1 TO WS-CONV-CNTR
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURCLMAG' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2220-CONVERT-ONE-CLAIM.
            MOVE '2220-CONVERT-ONE-CLAIM' TO ERR-LOC

            EXEC SQL
                 UPDATE IBMUSER.CLAIMS_RETURNED
                    SET CLAIM_STATUS  = 'M',
                        RESOLVED_DATE = CURRENT DATE
                  WHERE CLAIM_ID     = :TBLCLM-CLAIM-ID
                    AND CLAIM_STATUS = 'O'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE CLAIM MISSING' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

      **    A TITLE WITHOUT BOOK_COPIES ROWS HAS NO COPY ROW TO
      **    WITHDRAW - THE TITLE-LEVEL STATUS BELOW STILL FLAGS IT
            EXEC SQL
                 UPDATE IBMUSER.BOOK_COPIES
                    SET COPY_STATUS = 'W',
                        STATUS_DATE = CURRENT DATE
                  WHERE BOOK_ID     = :TBLCLM-BOOK-ID
                    AND COPY_NO     = :TBLCLM-COPY-NO
                    AND COPY_STATUS = 'C'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-EOC
               MOVE 'UPDATE COPY WITHDRAWN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

      **    ANOTHER CLAIMED COPY OF THE TITLE MAY STILL TURN UP -
      **    THE TITLE STAYS 'C' UNTIL THE LAST ONE IS GIVEN UP ON
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-CLAIMED-COPIES
                   FROM IBMUSER.BOOK_COPIES
                  WHERE BOOK_ID     = :TBLCLM-BOOK-ID
                    AND COPY_STATUS = 'C'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT COUNT CLAIMED' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-CLAIMED-COPIES = 0
               MOVE TBLCLM-BOOK-ID TO TBLBKS-BOOK-ID
               PERFORM 8210-BUILD-BOOK-AUDIT-TEXT
               MOVE WS-AUDIT-TEXT TO WS-AUDIT-BEFORE

               EXEC SQL
                    UPDATE IBMUSER.BOOKS
                       SET ITEM_STATUS = 'M',
                           LAST_CHANGED_TS = CURRENT TIMESTAMP
                     WHERE BOOK_ID     = :TBLCLM-BOOK-ID
                       AND ITEM_STATUS = 'C'
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK AND NOT SQL-EOC
                  MOVE 'UPDATE BOOKS MISSING' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               IF ERR-OK
                  PERFORM 8210-BUILD-BOOK-AUDIT-TEXT
                  MOVE WS-AUDIT-TEXT TO WS-AUDIT-AFTER
                  PERFORM 8220-WRITE-BOOKS-AUDIT
               END-IF
            END-IF
            .

       2300-SEARCH-LIST.
            MOVE '2300-SEARCH-LIST' TO ERR-LOC
            MOVE -1 TO WS-PREV-BRANCH

            EXEC SQL OPEN CURCLMSR END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURCLMSR' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2310-FETCH-OPEN UNTIL SQL-EOC

            EXEC SQL CLOSE CURCLMSR END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURCLMSR' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-PREV-BRANCH = -1
               PERFORM 2100-WRITE-HEADERS
               MOVE 'SHELF SEARCH - OPEN CLAIMS' TO WS-SECTION-HDR
               PERFORM 2150-START-SECTION
               PERFORM 2160-END-SECTION
            ELSE
               PERFORM 2330-BRANCH-TOTALS
            END-IF
            .

       2310-FETCH-OPEN.
            MOVE '2310-FETCH-OPEN' TO ERR-LOC
            INITIALIZE DCLCLM
                       DCLBOOKS
                       DCLBRN
                       DCLCOPY
                       WS-IND-VARS
            EXEC SQL
                 FETCH CURCLMSR
                  INTO :TBLCLM-CLAIM-ID
                      ,:TBLCLM-BOOK-ID
                      ,:TBLCLM-COPY-NO
                      ,:TBLCLM-PATRON-ID
                      ,:TBLCLM-CLAIM-DATE
                      ,:WS-CLAIM-DAYS
                      ,:TBLBKS-TITLE
                      ,:TBLBKS-BRANCH-ID
                      ,:TBLBKS-CALL-PREFIX  :IND-CALL-PREFIX
                      ,:TBLBKS-CALL-CLASS   :IND-CALL-CLASS
                      ,:TBLBKS-CALL-CUTTER  :IND-CALL-CUTTER
                      ,:TBLBRN-BRANCH-NAME  :IND-BRANCH
                      ,:TBLCPY-BARCODE      :IND-BARCODE
                      ,:WS-PATRON-CLAIMS
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF TBLBKS-BRANCH-ID NOT = WS-PREV-BRANCH
                        PERFORM 2320-BRANCH-BREAK
                     END-IF
                     PERFORM 2400-FORMAT-LINE
                     ADD 1 TO WS-OPEN-CNTR
                              WS-BR-CLAIM-CNTR
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURCLMSR' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      ***   ONE PAGE PER BRANCH SO EACH BRANCH GETS ITS OWN SHEET
       2320-BRANCH-BREAK.
            MOVE '2320-BRANCH-BREAK' TO ERR-LOC
            IF WS-PREV-BRANCH NOT = -1
               PERFORM 2330-BRANCH-TOTALS
            END-IF
            MOVE TBLBKS-BRANCH-ID TO WS-PREV-BRANCH
                                     WS-BRANCH-DISP
            ADD 1 TO WS-BRANCH-CNTR
            INITIALIZE WS-BRANCH-COUNTERS

            PERFORM 2100-WRITE-HEADERS
            MOVE SPACES TO WS-SECTION-HDR
            IF IND-BRANCH < 0
               STRING 'SHELF SEARCH - BRANCH '    DELIMITED BY SIZE
                      WS-BRANCH-DISP              DELIMITED BY SIZE
                 INTO WS-SECTION-HDR
               END-STRING
            ELSE
               STRING 'SHELF SEARCH - BRANCH '    DELIMITED BY SIZE
                      WS-BRANCH-DISP              DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      TBLBRN-BRANCH-NAME-TEXT
                         (1:TBLBRN-BRANCH-NAME-LEN) DELIMITED BY SIZE
                 INTO WS-SECTION-HDR
               END-STRING
            END-IF
            PERFORM 2150-START-SECTION
            WRITE REC-CLMSRCOP FROM WS-CLAIM-HDR
            .

       2330-BRANCH-TOTALS.
            MOVE '2330-BRANCH-TOTALS' TO ERR-LOC

            WRITE REC-CLMSRCOP FROM WS-REP-SPACES
            MOVE 'CLAIMED COPIES TO SEARCH FOR'    TO WS-TL-TEXT
            MOVE WS-BR-CLAIM-CNTR                  TO WS-TL-COUNT
            WRITE REC-CLMSRCOP FROM WS-TOTAL-LINE
            .

       2400-FORMAT-LINE.
            MOVE '2400-FORMAT-LINE' TO ERR-LOC

            ADD 1 TO WS-SECT-CNTR

            IF IND-CALL-CLASS < 0
               MOVE '(UNCLASSIFIED)' TO WS-CL-CALLNO
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
               IF WS-CN-RC = 0
                  MOVE WS-CN-DISPLAY TO WS-CL-CALLNO
               ELSE
                  MOVE SPACES TO WS-CL-CALLNO
                  STRING WS-CN-PREFIX DELIMITED BY SPACE
                         ' '          DELIMITED BY SIZE
                         WS-CN-CLASS  DELIMITED BY SPACE
                         ' '          DELIMITED BY SIZE
                         WS-CN-CUTTER DELIMITED BY SPACE
                    INTO WS-CL-CALLNO
                  END-STRING
               END-IF
            END-IF

            IF IND-BARCODE < 0
               MOVE SPACES TO WS-CL-BARCODE
            ELSE
               MOVE TBLCPY-BARCODE-TEXT
                      (1:TBLCPY-BARCODE-LEN)  TO WS-CL-BARCODE
            END-IF

            MOVE TBLCLM-BOOK-ID    TO WS-CL-BOOK-ID
            MOVE TBLBKS-TITLE-TEXT TO WS-CL-TITLE
            MOVE TBLCLM-COPY-NO    TO WS-CL-COPY-NO
            MOVE TBLCLM-CLAIM-DATE TO WS-CL-CLAIM-DATE
            MOVE WS-CLAIM-DAYS     TO WS-CL-DAYS
            MOVE TBLCLM-PATRON-ID  TO WS-CL-PATRON-ID
            MOVE WS-PATRON-CLAIMS  TO WS-CL-CLAIMS
            WRITE REC-CLMSRCOP FROM WS-CLAIM-LINE
            .

       2500-WRITE-TOTALS.
            MOVE '2500-WRITE-TOTALS' TO ERR-LOC

            WRITE REC-CLMSRCOP FROM WS-REP-SPACES
            MOVE 'ALL BRANCHES - CONVERTED TO MISSING' TO WS-TL-TEXT
            MOVE WS-CONV-CNTR                      TO WS-TL-COUNT
            WRITE REC-CLMSRCOP FROM WS-TOTAL-LINE
            MOVE 'ALL BRANCHES - OPEN CLAIMS LISTED' TO WS-TL-TEXT
            MOVE WS-OPEN-CNTR                      TO WS-TL-COUNT
            WRITE REC-CLMSRCOP FROM WS-TOTAL-LINE
            MOVE 'ALL BRANCHES - BRANCHES LISTED'  TO WS-TL-TEXT
            MOVE WS-BRANCH-CNTR                    TO WS-TL-COUNT
            WRITE REC-CLMSRCOP FROM WS-TOTAL-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-CONV-CNTR TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-CLMSRCOP
            MOVE FS-CLMSRCOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-CLMSRCOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       8210-BUILD-BOOK-AUDIT-TEXT.
            MOVE '8210-BUILD-BOOK-AUDIT-TEXT' TO ERR-LOC

      **    SNAPSHOT THE ROW IN THE TRAN2DB2 2610 AUDIT FORMAT
      **    SO AUDRPLAY CAN PARSE AND REPLAY IT
            MOVE 0 TO IND-AUD-RATING IND-AUD-ISBN
                      IND-AUD-PUBID  IND-AUD-GENRE

            EXEC SQL
                 SELECT TITLE, RATING, ISBN, PUBLISHER_ID,
                        GENRE, ITEM_STATUS, BRANCH_ID
                   INTO :TBLBKS-TITLE,
                        :TBLBKS-RATING :IND-AUD-RATING,
                        :TBLBKS-ISBN :IND-AUD-ISBN,
                        :TBLBKS-PUBLISHER-ID :IND-AUD-PUBID,
                        :TBLBKS-GENRE :IND-AUD-GENRE,
                        :TBLBKS-ITEM-STATUS,
                        :TBLBKS-BRANCH-ID
                   FROM IBMUSER.BOOKS
                  WHERE BOOK_ID = :TBLBKS-BOOK-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT BOOK FOR AUDIT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF IND-AUD-RATING < 0
               MOVE 0 TO TBLBKS-RATING
            END-IF
            MOVE TBLBKS-RATING TO WS-AUDIT-RATING-DISP
            IF IND-AUD-ISBN < 0
               MOVE SPACES TO TBLBKS-ISBN-TEXT
               MOVE 0      TO TBLBKS-ISBN-LEN
            END-IF
            IF IND-AUD-PUBID < 0
               MOVE 0 TO TBLBKS-PUBLISHER-ID
            END-IF
            MOVE TBLBKS-PUBLISHER-ID TO WS-AUDIT-PUBID-DISP
            IF IND-AUD-GENRE < 0
               MOVE SPACES TO TBLBKS-GENRE-TEXT
               MOVE 0      TO TBLBKS-GENRE-LEN
            END-IF
            MOVE TBLBKS-BRANCH-ID TO WS-AUDIT-BRANCH-DISP

            MOVE SPACES TO WS-AUDIT-TEXT
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
              INTO WS-AUDIT-TEXT
            END-STRING
            .

       8220-WRITE-BOOKS-AUDIT.
            MOVE '8220-WRITE-BOOKS-AUDIT' TO ERR-LOC

            MOVE 'AUDIT_ID' TO WS-NXT-ID-NAME
            PERFORM 8100-GET-NEXT-ID
            MOVE WS-NXT-NEXT-ID TO TBLAUD-AUDIT-ID

            MOVE TBLBKS-BOOK-ID TO TBLAUD-BOOK-ID
            MOVE 'U'            TO TBLAUD-ACTION-CODE
      **    NO SIGNED-ON OPERATOR IN BATCH - THE JOB ITSELF IS
      **    THE ACTOR
            MOVE WS-PGM-NAME TO TBLAUD-OPERATOR-ID-TEXT
            MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-PGM-NAME))
              TO TBLAUD-OPERATOR-ID-LEN
            MOVE WS-AUDIT-BEFORE TO TBLAUD-BEFORE-VALUES-TEXT
            MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-AUDIT-BEFORE))
              TO TBLAUD-BEFORE-VALUES-LEN
            MOVE WS-AUDIT-AFTER TO TBLAUD-AFTER-VALUES-TEXT
            MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-AUDIT-AFTER))
              TO TBLAUD-AFTER-VALUES-LEN

            EXEC SQL
                 INSERT INTO IBMUSER.BOOKS_AUDIT
                        (AUDIT_ID, BOOK_ID, ACTION_CODE,
                         OPERATOR_ID, AUDIT_DATE, AUDIT_TIME,
                         BEFORE_VALUES, AFTER_VALUES)
                 VALUES (:TBLAUD-AUDIT-ID, :TBLAUD-BOOK-ID,
                         :TBLAUD-ACTION-CODE,
                         :TBLAUD-OPERATOR-ID,
                         CURRENT DATE, CURRENT TIME,
                         :TBLAUD-BEFORE-VALUES,
                         :TBLAUD-AFTER-VALUES)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT BOOKS_AUDIT' TO ERR-MSG
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
