      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ILLREQIN.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/23/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * ILL LENDING REQUESTS FROM THE REGIONAL NETWORK - DAILY IMPORT  *
      *----------------------------------------------------------------*
      * - PARTNER LENDING REQUESTS CAME BY EMAIL AND WERE KEYED ON     *
      *   ILLTRN ONE AT A TIME. THIS JOB READS THE NETWORK'S DAILY     *
      *   REQUEST FILE (ILLREQI) INSTEAD. FOR EACH REQUEST:            *
      *   - THE PARTNER CODE MUST BE A PARTNER_ID ON ILL_PARTNERS      *
      *     (PARTTRN), AND THE TITLE IS LOOKED UP IN BOOKS BY ISBN     *
      *   - A COPY ON THE SHELF MEANS WE LEND: A DIRECTION 'L'         *
      *     ILL_LOANS ROW IS WRITTEN IN REQUESTED STATUS ('Q') WITH    *
      *     THE PARTNER'S LEND FEE, THE REQUESTER'S REFERENCE AND THE  *
      *     NEED-BY DATE, JUST AS ILLTRN PF5 WOULD HAVE, AND THE TITLE *
      *     GOES ON ITS BRANCH'S PULL LIST                             *
      *   - ON THE SHELF = COPIES AVAILABLE ('A', OR ONE COPY WHEN THE *
      *     TITLE HAS NO BOOK_COPIES ROWS) LESS OPEN LOANS LESS        *
      *     LENDING ILLS NOT YET COMPLETE, SO TWO REQUESTS CANNOT BOTH *
      *     CLAIM THE LAST COPY                                        *
      *   - ANY REQUEST WE CANNOT FILL IS WRITTEN TO THE ANSWER FILE   *
      *     (ILLANSO) FOR THE NETWORK WITH A REASON CODE, SO THE       *
      *     PARTNER IS NOT LEFT WAITING:                               *
      *       UP  PARTNER CODE NOT ON FILE                             *
      *       IR  INCOMPLETE REQUEST (NO ISBN OR NO REFERENCE)         *
      *       NO  NOT OWNED                                            *
      *       NL  NOT FOR LOAN - ITEM STATUS IS NOT AVAILABLE          *
      *       IU  ALL COPIES IN USE                                    *
      *       PD  NEED-BY DATE HAS ALREADY PASSED                      *
      * - THE REPORT (ILLPULOP) LISTS THE UNFILLED REQUESTS, THEN ONE  *
      *   PAGE PER BRANCH OF TITLES TO PULL, BY NEED-BY DATE           *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   23,2020 - INITIAL VERSION                        (1123IR)*
      *                                                                *
      * INPUT RECORD LAYOUT (ILLREQI, 160 BYTES):                      *
      *   1-9     PARTNER CODE (OUR PARTNER_ID, ZERO-FILLED)           *
      *   10-22   ISBN                                                 *
      *   23-122  TITLE AS THE PARTNER GAVE IT                         *
      *   123-142 REQUESTER REFERENCE                                  *
      *   143-152 NEED-BY DATE (YYYY-MM-DD, BLANK OK)                  *
      *   153-160 FILLER                                               *
      *                                                                *
      * ANSWER RECORD LAYOUT (ILLANSO, 80 BYTES):                      *
      *   1-9     PARTNER CODE      10-22   ISBN                       *
      *   23-42   REQUESTER REFERENCE                                  *
      *   43-44   REASON CODE       45-74   REASON TEXT                *
      *   75-80   FILLER                                               *
      *                                                                *
      * FILES:                                                         *
      * ILLREQI  (INPUT)  - IBMUSER.SMAGALIT.ILLREQI                   *
      * ILLANSO  (OUTPUT) - IBMUSER.SMAGALIT.ILLANSO                   *
      * ILLPULOP (OUTPUT) - IBMUSER.SMAGALIT.ILLPULOP                  *
      * IBMUSER.ILL_PARTNERS (I)   - PARTNER AND LEND FEE              *
      * IBMUSER.BOOKS        (I)   - TITLE BY ISBN                     *
      * IBMUSER.BOOK_COPIES  (I)   - COPIES OWNED                      *
      * IBMUSER.LOANS        (I)   - COPIES OUT                        *
      * IBMUSER.ILL_LOANS    (I/O) - LENDING REQUESTS                  *
      * IBMUSER.BRANCHES     (I)   - PULL LIST BRANCH NAME             *
      *                                                                *
      * 0000-MAIN                      2320-CHECK-BOOK                 *
      * 1000-INIT                      2330-CHECK-ON-SHELF             *
      * 1100-GET-TIMESTAMP             2400-ADD-LEND-ILL               *
      * 1300-OPEN-FILES                2500-WRITE-UNFILLED             *
      * 1400-SET-REPVARS               2600-PULL-LIST                  *
      * 2000-MAIN-LOGIC                2610-FETCH-PULL                 *
      * 2100-WRITE-HEADERS             2620-BRANCH-BREAK               *
      * 2150-START-SECTION             3000-CLEANUP                    *
      * 2160-END-SECTION               3100-CLOSE-FILES                *
      * 2200-READ-RECORD               8100-GET-NEXT-ID                *
      * 2300-PROCESS-RECORD            9999-ERROR-HANDLING             *
      * 2310-CHECK-PARTNER             9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-ILLREQI   ASSIGN       TO    ILLREQI
                               FILE STATUS  IS FS-ILLREQI
                               ORGANIZATION IS SEQUENTIAL.
           SELECT FD-ILLANSO   ASSIGN       TO    ILLANSO
                               FILE STATUS  IS FS-ILLANSO
                               ORGANIZATION IS SEQUENTIAL.
           SELECT FD-ILLPULOP  ASSIGN       TO    ILLPULOP
                               FILE STATUS  IS FS-ILLPULOP
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-ILLREQI
           RECORDING MODE F
           RECORD CONTAINS 160 CHARACTERS.
       01  REC-ILLREQI                  PIC X(160).

       FD  FD-ILLANSO
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  REC-ILLANSO                  PIC X(80).

       FD  FD-ILLPULOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-ILLPULOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-REQ-REC.
               10  WS-RQ-PARTNER-X     PIC X(009)     VALUE SPACES  .
               10  WS-RQ-PARTNER       REDEFINES WS-RQ-PARTNER-X
                                       PIC 9(009)                   .
               10  WS-RQ-ISBN          PIC X(013)     VALUE SPACES  .
               10  WS-RQ-TITLE         PIC X(100)     VALUE SPACES  .
               10  WS-RQ-REF           PIC X(020)     VALUE SPACES  .
               10  WS-RQ-NEED-BY       PIC X(010)     VALUE SPACES  .
               10  FILLER              PIC X(008)     VALUE SPACES  .
           05  WS-ANS-REC.
               10  WS-AR-PARTNER       PIC X(009)     VALUE SPACES  .
               10  WS-AR-ISBN          PIC X(013)     VALUE SPACES  .
               10  WS-AR-REF           PIC X(020)     VALUE SPACES  .
               10  WS-AR-CODE          PIC X(002)     VALUE SPACES  .
               10  WS-AR-TEXT          PIC X(030)     VALUE SPACES  .
               10  FILLER              PIC X(006)     VALUE SPACES  .
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'NONE FOUND'         .
               10  FILLER              PIC X(114)    VALUE SPACES  .
           05  WS-UNF-HDR.
               10  FILLER              PIC X(10)
                                       VALUE ' PARTNER'           .
               10  FILLER              PIC X(14)
                                       VALUE ' ISBN'              .
               10  FILLER              PIC X(41)
                                       VALUE ' TITLE'             .
               10  FILLER              PIC X(21)
                                       VALUE ' REQUESTER REF'     .
               10  FILLER              PIC X(03)
                                       VALUE ' RC'                .
               10  FILLER              PIC X(31)
                                       VALUE ' REASON'            .
               10  FILLER              PIC X(12)     VALUE SPACES  .
           05  WS-UNF-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-UL-PARTNER       PIC X(09)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-UL-ISBN          PIC X(13)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-UL-TITLE         PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-UL-REF           PIC X(20)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-UL-CODE          PIC X(02)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-UL-TEXT          PIC X(30)     VALUE SPACES  .
               10  FILLER              PIC X(12)     VALUE SPACES  .
           05  WS-PULL-HDR.
               10  FILLER              PIC X(10)
                                       VALUE '    ILL ID'         .
               10  FILLER              PIC X(10)
                                       VALUE '   BOOK ID'         .
               10  FILLER              PIC X(46)
                                       VALUE ' TITLE'             .
               10  FILLER              PIC X(26)
                                       VALUE ' PARTNER'           .
               10  FILLER              PIC X(21)
                                       VALUE ' REQUESTER REF'     .
               10  FILLER              PIC X(11)
                                       VALUE ' NEED BY'           .
               10  FILLER              PIC X(08)     VALUE SPACES  .
           05  WS-PULL-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-PL-ILL-ID        PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-PL-BOOK-ID       PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-PL-TITLE         PIC X(45)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-PL-PARTNER       PIC X(25)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-PL-REF           PIC X(20)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-PL-NEED-BY       PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(08)     VALUE SPACES  .
           05  WS-REASON-CODE          PIC X(02)      VALUE SPACES.
               88  REQUEST-FILLABLE                   VALUE SPACES.
           05  WS-REASON-TEXT          PIC X(30)      VALUE SPACES.
           05  WS-PARTNER-SW           PIC 9          VALUE 0.
               88  PARTNER-FOUND                      VALUE 1.
           05  WS-BOOK-SW              PIC 9          VALUE 0.
               88  BOOK-FOUND                         VALUE 1.
           05  WS-COPY-ROWS            PIC S9(09) COMP VALUE 0.
           05  WS-COPIES-OWNED         PIC S9(09) COMP VALUE 0.
           05  WS-COPIES-OUT           PIC S9(09) COMP VALUE 0.
           05  WS-COPIES-LENT          PIC S9(09) COMP VALUE 0.
           05  WS-ILL-ID               PIC S9(09) COMP VALUE 0.
           05  WS-FIRST-ILL-ID         PIC S9(09) COMP VALUE 0.
           05  WS-LAST-ILL-ID          PIC S9(09) COMP VALUE 0.
           05  WS-PREV-BRANCH          PIC S9(09) COMP VALUE -1.
           05  WS-BRANCH-DISP          PIC Z(8)9.
           05  WS-IND-VARS.
               10  IND-ISBN            PIC S9(04) COMP VALUE 0.
               10  IND-NEED-BY         PIC S9(04) COMP VALUE 0.
               10  IND-BRANCH          PIC S9(04) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-SECT-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-REC-READ-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-FILLED-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-UNFILLED-CNTR    PIC S9(08) COMP VALUE 0.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'ILL REQUESTS FROM THE NETWORK'
                                        .

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
           05  WS-EOF-SW                PIC 9           VALUE 0.
               88  END-OF-FILE                          VALUE 1.
           05  WS-FILESTAT.
               10  FS-ILLREQI           PIC 99          VALUE 0.
               10  FS-ILLANSO           PIC 99          VALUE 0.
               10  FS-ILLPULOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)      VALUE 'ILLREQIN'.

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
           EXEC SQL INCLUDE DCLPRT   END-EXEC.
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
           EXEC SQL INCLUDE DCLILL   END-EXEC.
           EXEC SQL INCLUDE DCLBRN   END-EXEC.

      **   THIS RUN'S LENDING REQUESTS BY BRANCH, THEN NEED-BY DATE
           EXEC SQL DECLARE CURILPUL CURSOR FOR
                SELECT I.ILL_ID
                      ,I.BOOK_ID
                      ,B.TITLE
                      ,I.PARTNER_NAME
                      ,I.NET_REF
                      ,I.NEED_BY_DATE
                      ,B.BRANCH_ID
                      ,(SELECT R.BRANCH_NAME
                          FROM IBMUSER.BRANCHES R
                         WHERE R.BRANCH_ID = B.BRANCH_ID)
                  FROM IBMUSER.ILL_LOANS I
                      ,IBMUSER.BOOKS     B
                 WHERE B.BOOK_ID   = I.BOOK_ID
                   AND I.ILL_ID   >= :WS-FIRST-ILL-ID
                   AND I.ILL_ID   <= :WS-LAST-ILL-ID
                   AND I.DIRECTION = 'L'
                   AND I.NET_REF IS NOT NULL
                 ORDER BY B.BRANCH_ID
                         ,I.NEED_BY_DATE
                         ,I.ILL_ID
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

0807RH      MOVE 'ILLREQIN' TO WS-RL-JOB-NAME
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

            OPEN INPUT FD-ILLREQI
            MOVE FS-ILLREQI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN INPUT FD-ILLREQI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN OUTPUT FD-ILLANSO
            MOVE FS-ILLANSO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-ILLANSO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN OUTPUT FD-ILLPULOP
            MOVE FS-ILLPULOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-ILLPULOP' TO ERR-MSG
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

            MOVE 'REQUESTS WE CANNOT FILL - ANSWERED TO THE NETWORK'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION
            WRITE REC-ILLPULOP FROM WS-UNF-HDR

            PERFORM 2200-READ-RECORD
            PERFORM 2300-PROCESS-RECORD UNTIL END-OF-FILE

            PERFORM 2160-END-SECTION

            PERFORM 2600-PULL-LIST

            DISPLAY WS-REC-READ-CNTR ' REQUESTS READ FROM ILLREQI'
            DISPLAY WS-FILLED-CNTR   ' LENDING ILLS CREATED'
            DISPLAY WS-UNFILLED-CNTR ' ANSWERED UNFILLED TO ILLANSO'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.ILLPULOP'
            WRITE REC-ILLPULOP FROM WS-REP-SPACES
            WRITE REC-ILLPULOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(32:)
            WRITE REC-ILLPULOP FROM WS-REP-HEADER1
            WRITE REC-ILLPULOP FROM WS-REP-HEADER2
            WRITE REC-ILLPULOP FROM WS-REP-SPACES
            .

       2150-START-SECTION.
            MOVE '2150-START-SECTION' TO ERR-LOC
            MOVE 0 TO WS-SECT-CNTR
            WRITE REC-ILLPULOP FROM WS-REP-SPACES
            WRITE REC-ILLPULOP FROM WS-SECTION-HDR
            WRITE REC-ILLPULOP FROM WS-REP-SPACES
            .

       2160-END-SECTION.
            MOVE '2160-END-SECTION' TO ERR-LOC
            IF WS-SECT-CNTR = 0
               WRITE REC-ILLPULOP FROM WS-NONE-LINE
            END-IF
            .

       2200-READ-RECORD.
            MOVE '2200-READ-RECORD' TO ERR-LOC

            READ FD-ILLREQI INTO WS-REQ-REC
                 AT END
                    SET END-OF-FILE TO TRUE
            END-READ

            MOVE FS-ILLREQI TO EVAL-CODE
            IF NOT ERR-OK AND NOT END-OF-FILE
               MOVE 'READ FD-ILLREQI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      ***   EACH CHECK RUNS ONLY WHILE THE REQUEST IS STILL FILLABLE;
      ***   THE FIRST ONE THAT FAILS SETS THE REASON CODE
       2300-PROCESS-RECORD.
            MOVE '2300-PROCESS-RECORD' TO ERR-LOC

            ADD 1 TO WS-REC-READ-CNTR
            MOVE SPACES TO WS-REASON-CODE
                           WS-REASON-TEXT
            INITIALIZE DCLPRT
                       DCLBOOKS
                       DCLILL

            PERFORM 2310-CHECK-PARTNER
            IF REQUEST-FILLABLE
               PERFORM 2320-CHECK-BOOK
            END-IF
            IF REQUEST-FILLABLE
               PERFORM 2330-CHECK-ON-SHELF
            END-IF

            IF REQUEST-FILLABLE
               PERFORM 2400-ADD-LEND-ILL
            ELSE
               PERFORM 2500-WRITE-UNFILLED
            END-IF

            PERFORM 2200-READ-RECORD
            .

       2310-CHECK-PARTNER.
            MOVE '2310-CHECK-PARTNER' TO ERR-LOC
            MOVE 0 TO WS-PARTNER-SW

            IF WS-RQ-PARTNER-X IS NUMERIC
               MOVE WS-RQ-PARTNER TO TBLPRT-PARTNER-ID
               EXEC SQL
                    SELECT PARTNER_NAME, LEND_FEE
                      INTO :TBLPRT-PARTNER-NAME, :TBLPRT-LEND-FEE
                      FROM IBMUSER.ILL_PARTNERS
                     WHERE PARTNER_ID = :TBLPRT-PARTNER-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        SET PARTNER-FOUND TO TRUE
                   WHEN SQL-EOC
                        CONTINUE
                   WHEN OTHER
                        MOVE 'SELECT ILL_PARTNERS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF

            EVALUATE TRUE
                WHEN NOT PARTNER-FOUND
                     MOVE 'UP' TO WS-REASON-CODE
                     MOVE 'PARTNER CODE NOT ON FILE' TO WS-REASON-TEXT
                WHEN WS-RQ-ISBN = SPACES
                  OR WS-RQ-REF  = SPACES
                     MOVE 'IR' TO WS-REASON-CODE
                     MOVE 'INCOMPLETE - NO ISBN OR REF'
                       TO WS-REASON-TEXT
                WHEN WS-RQ-NEED-BY NOT = SPACES
                 AND WS-RQ-NEED-BY < WS-DATE
                     MOVE 'PD' TO WS-REASON-CODE
                     MOVE 'NEED-BY DATE HAS PASSED' TO WS-REASON-TEXT
                WHEN OTHER
                     CONTINUE
            END-EVALUATE
            .

       2320-CHECK-BOOK.
            MOVE '2320-CHECK-BOOK' TO ERR-LOC
            MOVE 0 TO WS-BOOK-SW

            MOVE FUNCTION TRIM (WS-RQ-ISBN) TO TBLBKS-ISBN-TEXT
            MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-RQ-ISBN))
              TO TBLBKS-ISBN-LEN

            EXEC SQL
                 SELECT BOOK_ID, TITLE, ITEM_STATUS, BRANCH_ID
                   INTO :TBLBKS-BOOK-ID, :TBLBKS-TITLE,
                        :TBLBKS-ITEM-STATUS, :TBLBKS-BRANCH-ID
                   FROM IBMUSER.BOOKS
                  WHERE ISBN = :TBLBKS-ISBN
                    AND DELETED_FLAG = 'N'
                  ORDER BY BOOK_ID
                  FETCH FIRST 1 ROW ONLY
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET BOOK-FOUND TO TRUE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'SELECT BOOKS BY ISBN' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE

            EVALUATE TRUE
      **        ON ORDER IS NOT YET OURS TO LEND
                WHEN NOT BOOK-FOUND
                  OR TBLBKS-ITEM-STATUS = 'O'
                     MOVE 'NO' TO WS-REASON-CODE
                     MOVE 'NOT OWNED' TO WS-REASON-TEXT
                WHEN TBLBKS-ITEM-STATUS NOT = 'A'
                 AND TBLBKS-ITEM-STATUS NOT = SPACE
                     MOVE 'NL' TO WS-REASON-CODE
                     STRING 'NOT FOR LOAN - ITEM STATUS '
                                               DELIMITED BY SIZE
                            TBLBKS-ITEM-STATUS DELIMITED BY SIZE
                       INTO WS-REASON-TEXT
                     END-STRING
                WHEN OTHER
                     CONTINUE
            END-EVALUATE
            .

      ***   SAME OWNED/OUT DERIVATION AS LOANTRN (0721CP), LESS THE
      ***   LENDING ILLS ALREADY PROMISED AND NOT YET BACK
       2330-CHECK-ON-SHELF.
            MOVE '2330-CHECK-ON-SHELF' TO ERR-LOC

            EXEC SQL
                 SELECT (SELECT COUNT(*)
                           FROM IBMUSER.BOOK_COPIES C
                          WHERE C.BOOK_ID = :TBLBKS-BOOK-ID)
                       ,(SELECT COUNT(*)
                           FROM IBMUSER.BOOK_COPIES C
                          WHERE C.BOOK_ID = :TBLBKS-BOOK-ID
                            AND C.COPY_STATUS = 'A')
                       ,(SELECT COUNT(*)
                           FROM IBMUSER.LOANS L
                          WHERE L.BOOK_ID = :TBLBKS-BOOK-ID
                            AND L.RETURN_DATE IS NULL)
                       ,(SELECT COUNT(*)
                           FROM IBMUSER.ILL_LOANS I
                          WHERE I.BOOK_ID    = :TBLBKS-BOOK-ID
                            AND I.DIRECTION  = 'L'
                            AND I.ILL_STATUS <> 'C')
                   INTO :WS-COPY-ROWS
                       ,:WS-COPIES-OWNED
                       ,:WS-COPIES-OUT
                       ,:WS-COPIES-LENT
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT COPIES ON SHELF' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-COPY-ROWS = 0
               MOVE 1 TO WS-COPIES-OWNED
            END-IF

            IF WS-COPIES-OWNED - WS-COPIES-OUT - WS-COPIES-LENT < 1
               MOVE 'IU' TO WS-REASON-CODE
               MOVE 'ALL COPIES IN USE' TO WS-REASON-TEXT
            END-IF
            .

      ***   THE ROW ILLTRN PF5 WRITES FOR A LENDING REQUEST, PLUS THE
      ***   NETWORK'S REFERENCE AND NEED-BY DATE
       2400-ADD-LEND-ILL.
            MOVE '2400-ADD-LEND-ILL' TO ERR-LOC

            MOVE 'ILL_ID' TO WS-NXT-ID-NAME
            PERFORM 8100-GET-NEXT-ID
            MOVE WS-NXT-NEXT-ID TO WS-ILL-ID
                                   TBLILL-ILL-ID
            IF WS-FIRST-ILL-ID = 0
               MOVE WS-ILL-ID TO WS-FIRST-ILL-ID
            END-IF
            MOVE WS-ILL-ID TO WS-LAST-ILL-ID

            INITIALIZE WS-IND-VARS
            MOVE TBLPRT-PARTNER-NAME-TEXT TO TBLILL-PARTNER-NAME-TEXT
            MOVE TBLPRT-PARTNER-NAME-LEN  TO TBLILL-PARTNER-NAME-LEN
            MOVE 'L'                      TO TBLILL-DIRECTION
            MOVE TBLBKS-BOOK-ID           TO TBLILL-BOOK-ID
            MOVE TBLBKS-TITLE-TEXT        TO TBLILL-TITLE-TEXT
            MOVE TBLBKS-TITLE-LEN         TO TBLILL-TITLE-LEN
            MOVE TBLPRT-PARTNER-ID        TO TBLILL-PARTNER-ID
            MOVE TBLPRT-LEND-FEE          TO TBLILL-FEE-AMOUNT
            MOVE FUNCTION TRIM (WS-RQ-REF) TO TBLILL-NET-REF-TEXT
            MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-RQ-REF))
              TO TBLILL-NET-REF-LEN

      **    A NEED-BY DATE THAT IS NOT YYYY-MM-DD IS DROPPED
            IF WS-RQ-NEED-BY (1:4) IS NUMERIC
            AND WS-RQ-NEED-BY (5:1) = '-'
            AND WS-RQ-NEED-BY (6:2) IS NUMERIC
            AND WS-RQ-NEED-BY (8:1) = '-'
            AND WS-RQ-NEED-BY (9:2) IS NUMERIC
               MOVE WS-RQ-NEED-BY TO TBLILL-NEED-BY-DATE
            ELSE
               MOVE -1 TO IND-NEED-BY
            END-IF

            EXEC SQL
                 INSERT INTO IBMUSER.ILL_LOANS
                        (ILL_ID, PARTNER_NAME, DIRECTION, BOOK_ID,
                         TITLE, PATRON_ID, REQUEST_DATE,
                         RECEIVED_DATE, RETURNED_DATE, ILL_STATUS,
                         PARTNER_ID, FEE_AMOUNT, NET_REF,
                         NEED_BY_DATE)
                 VALUES (:TBLILL-ILL-ID, :TBLILL-PARTNER-NAME,
                         :TBLILL-DIRECTION, :TBLILL-BOOK-ID,
                         :TBLILL-TITLE, NULL, CURRENT DATE,
                         NULL, NULL, 'Q',
                         :TBLILL-PARTNER-ID, :TBLILL-FEE-AMOUNT,
                         :TBLILL-NET-REF,
                         DATE(:TBLILL-NEED-BY-DATE :IND-NEED-BY))
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT ILL_LOANS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            ADD 1 TO WS-FILLED-CNTR
            .

       2500-WRITE-UNFILLED.
            MOVE '2500-WRITE-UNFILLED' TO ERR-LOC

            ADD 1 TO WS-UNFILLED-CNTR
                     WS-SECT-CNTR

            MOVE WS-RQ-PARTNER-X TO WS-AR-PARTNER
            MOVE WS-RQ-ISBN      TO WS-AR-ISBN
            MOVE WS-RQ-REF       TO WS-AR-REF
            MOVE WS-REASON-CODE  TO WS-AR-CODE
            MOVE WS-REASON-TEXT  TO WS-AR-TEXT
            WRITE REC-ILLANSO FROM WS-ANS-REC
            MOVE FS-ILLANSO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'WRITE FD-ILLANSO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE WS-RQ-PARTNER-X TO WS-UL-PARTNER
            MOVE WS-RQ-ISBN      TO WS-UL-ISBN
            MOVE WS-RQ-TITLE     TO WS-UL-TITLE
            MOVE WS-RQ-REF       TO WS-UL-REF
            MOVE WS-REASON-CODE  TO WS-UL-CODE
            MOVE WS-REASON-TEXT  TO WS-UL-TEXT
            WRITE REC-ILLPULOP FROM WS-UNF-LINE
            .

      ***   ONE PAGE PER BRANCH SO EACH BRANCH GETS ITS OWN SHEET
       2600-PULL-LIST.
            MOVE '2600-PULL-LIST' TO ERR-LOC

            IF WS-FILLED-CNTR = 0
               MOVE 'LENDING PULL LIST' TO WS-SECTION-HDR
               PERFORM 2150-START-SECTION
               PERFORM 2160-END-SECTION
            ELSE
               MOVE -1 TO WS-PREV-BRANCH

               EXEC SQL OPEN CURILPUL END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'OPEN CURILPUL' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               PERFORM 2610-FETCH-PULL UNTIL SQL-EOC

               EXEC SQL CLOSE CURILPUL END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'CLOSE CURILPUL' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF
            .

       2610-FETCH-PULL.
            MOVE '2610-FETCH-PULL' TO ERR-LOC
            INITIALIZE DCLILL
                       DCLBOOKS
                       DCLBRN
                       WS-IND-VARS
            EXEC SQL
                 FETCH CURILPUL
                  INTO :TBLILL-ILL-ID
                      ,:TBLILL-BOOK-ID
                      ,:TBLBKS-TITLE
                      ,:TBLILL-PARTNER-NAME
                      ,:TBLILL-NET-REF
                      ,:TBLILL-NEED-BY-DATE :IND-NEED-BY
                      ,:TBLBKS-BRANCH-ID
                      ,:TBLBRN-BRANCH-NAME  :IND-BRANCH
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF TBLBKS-BRANCH-ID NOT = WS-PREV-BRANCH
                        PERFORM 2620-BRANCH-BREAK
                     END-IF
                     ADD 1 TO WS-SECT-CNTR
                     MOVE TBLILL-ILL-ID            TO WS-PL-ILL-ID
                     MOVE TBLILL-BOOK-ID           TO WS-PL-BOOK-ID
                     MOVE TBLBKS-TITLE-TEXT        TO WS-PL-TITLE
                     MOVE TBLILL-PARTNER-NAME-TEXT TO WS-PL-PARTNER
                     MOVE TBLILL-NET-REF-TEXT      TO WS-PL-REF
                     MOVE TBLILL-NEED-BY-DATE      TO WS-PL-NEED-BY
                     WRITE REC-ILLPULOP FROM WS-PULL-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURILPUL' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2620-BRANCH-BREAK.
            MOVE '2620-BRANCH-BREAK' TO ERR-LOC
            MOVE TBLBKS-BRANCH-ID TO WS-PREV-BRANCH
                                     WS-BRANCH-DISP

            PERFORM 2100-WRITE-HEADERS
            MOVE SPACES TO WS-SECTION-HDR
            IF IND-BRANCH < 0
               STRING 'LENDING PULL LIST - BRANCH ' DELIMITED BY SIZE
                      WS-BRANCH-DISP                DELIMITED BY SIZE
                 INTO WS-SECTION-HDR
               END-STRING
            ELSE
               STRING 'LENDING PULL LIST - BRANCH ' DELIMITED BY SIZE
                      WS-BRANCH-DISP                DELIMITED BY SIZE
                      ' '                           DELIMITED BY SIZE
                      TBLBRN-BRANCH-NAME-TEXT
                         (1:TBLBRN-BRANCH-NAME-LEN) DELIMITED BY SIZE
                 INTO WS-SECTION-HDR
               END-STRING
            END-IF
            PERFORM 2150-START-SECTION
            WRITE REC-ILLPULOP FROM WS-PULL-HDR
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
0807RH      MOVE WS-REC-READ-CNTR TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-ILLREQI
            MOVE FS-ILLREQI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-ILLREQI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            CLOSE FD-ILLANSO
            MOVE FS-ILLANSO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-ILLANSO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            CLOSE FD-ILLPULOP
            MOVE FS-ILLPULOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-ILLPULOP' TO ERR-MSG
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
