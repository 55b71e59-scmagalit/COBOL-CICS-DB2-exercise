      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COLLVAL.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/07/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * COLLECTION REPLACEMENT VALUE - CITY INSURANCE SCHEDULE         *
      *----------------------------------------------------------------*
      * - ONCE A YEAR THE CITY RISK MANAGER ASKS WHAT THE COLLECTION   *
      *   IN EACH BUILDING IS WORTH. THIS JOB VALUES EVERY COPY IN     *
      *   IBMUSER.BOOK_COPIES STILL ON THE BOOKS (ANY COPY_STATUS      *
      *   EXCEPT 'W' WITHDRAWN AND 'L' LOST), BY BRANCH (THE TITLE'S   *
      *   BOOKS.BRANCH_ID) AND GENRE                                   *
      * - A COPY IS VALUED AT THE UNIT_PRICE OF THE LATEST RECEIVED    *
      *   PO_LINES ROW FOR ITS TITLE - THE SAME PRICE LOSTCONV         *
      *   2120-PRICE-REPLACEMENT BILLS A LOST COPY AT                  *
      * - A TITLE WITH NO RECEIVED ORDER (GIFTS IN DONATIONS, OLD      *
      *   STOCK) IS VALUED AT ITS GENRE'S AVERAGE RECEIVED PRICE,      *
      *   BUILT AT THE START OF THE RUN FROM PO_LINES; A GENRE WE HAVE *
      *   NEVER BOUGHT FALLS BACK TO THE DEFPRICE PARM. THE REPORT     *
      *   COUNTS COPIES BY METHOD AND THE EXTRACT NAMES IT PER ROW     *
      * - EACH COPY LOSES THE PERCENTAGE OF THE DEPRECIATION BAND ITS  *
      *   AGE (WHOLE YEARS SINCE BOOK_COPIES.ADDED_DATE) FALLS IN      *
      * - ONE PAGE PER BRANCH (GENRE LINES, BRANCH TOTAL, SIGN-OFF     *
      *   FOR THE BRANCH MANAGER) AND A CLOSING ALL-BRANCH SUMMARY     *
      *   PAGE FOR THE RISK MANAGER; COLLVLCS CARRIES THE SAME FIGURES *
      *   ONE ROW PER TITLE AND AGE FOR THE RISK MANAGER'S SPREADSHEET *
      * - READ ONLY; REGISTERED IN RUN_HIST (RUNLOG)                   *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   07,2020 - INITIAL VERSION                        (1207RV)*
      *                                                                *
      * PARM CARD (ALL OPTIONAL, COMMA-SEPARATED, ANY ORDER):          *
      *   DEPR=yy:pp/yy:pp/... - DEPRECIATION SCHEDULE, UP TO 6 BANDS  *
      *                  IN RISING AGE ORDER: A COPY yy OR MORE YEARS  *
      *                  OLD IS VALUED pp PERCENT BELOW ITS PRICE.     *
      *                  YOUNGER THAN THE FIRST BAND = NO DEPRECIATION *
      *                  DEFAULT 1:10/3:25/5:40/10:60/20:75            *
      *   DEFPRICE=nn.nn - PRICE WHEN THE GENRE HAS NO RECEIVED ORDER  *
      *                  EITHER (DEFAULT 25.00, AS LOSTCONV)           *
      *   E.G. PARM='DEPR=2:20/5:50/15:80,DEFPRICE=30.00'              *
      *                                                                *
      * FILES:                                                         *
      * COLLVLOP (OUTPUT) - IBMUSER.SMAGALIT.COLLVLOP - REPORT         *
      * COLLVLCS (OUTPUT) - IBMUSER.SMAGALIT.COLLVLCS - CSV EXTRACT    *
      * IBMUSER.BOOK_COPIES (I)   - COPIES AND ADDED_DATE              *
      * IBMUSER.BOOKS       (I)   - BRANCH, GENRE, TITLE               *
      * IBMUSER.PO_LINES    (I)   - RECEIVED UNIT PRICES               *
      * IBMUSER.DONATIONS   (I)   - GIFT FLAG FOR THE EXTRACT          *
      * IBMUSER.BRANCHES    (I)   - BRANCH NAME                        *
      *                                                                *
      * 0000-MAIN                      2350-GENRE-LINE                 *
      * 1000-INIT                      2360-WRITE-VALUE-LINE           *
      * 1100-GET-TIMESTAMP             2400-VALUE-ROW                  *
      * 1150-PARSE-PARM                2410-PRICE-TITLE                *
      * 1160-APPLY-ONE-PARM            2420-GENRE-AVERAGE              *
      * 1170-BUILD-SCHEDULE            2421-SCAN-GENRE                 *
      * 1180-APPLY-ONE-BAND            2430-DEPR-PCT                   *
      * 1200-LOAD-GENRE-AVG            2431-CHECK-BAND                 *
      * 1210-FETCH-GENRE-AVG           2440-WRITE-CSV-ROW              *
      * 1300-OPEN-FILES                2500-WRITE-CSV-HEADER           *
      * 1400-SET-REPVARS               2600-WRITE-SUMMARY              *
      * 2000-MAIN-LOGIC                2610-SUMMARY-BRANCH             *
      * 2100-WRITE-HEADERS             2620-SUMMARY-BAND               *
      * 2150-START-SECTION             2700-WRITE-SIGNOFF              *
      * 2300-FETCH-ROW                 3000-CLEANUP                    *
      * 2320-BRANCH-BREAK              3100-CLOSE-FILES                *
      * 2330-BRANCH-CLOSE              9999-ERROR-HANDLING             *
      * 2340-GENRE-BREAK               9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-COLLVLOP  ASSIGN       TO    COLLVLOP
                               FILE STATUS  IS FS-COLLVLOP
                               ORGANIZATION IS SEQUENTIAL.
           SELECT FD-COLLVLCS  ASSIGN       TO    COLLVLCS
                               FILE STATUS  IS FS-COLLVLCS
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-COLLVLOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-COLLVLOP                 PIC X(132).

       FD  FD-COLLVLCS
           RECORDING MODE F
           RECORD CONTAINS 250 CHARACTERS.
       01  REC-COLLVLCS                 PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'NONE FOUND'         .
               10  FILLER              PIC X(114)    VALUE SPACES  .
           05  WS-METHOD-HDR.
               10  FILLER              PIC X(41)     VALUE SPACES  .
               10  FILLER              PIC X(30)
                             VALUE '  ------ COPIES VALUED AT ----'.
               10  FILLER              PIC X(61)     VALUE SPACES  .
           05  WS-VALUE-HDR.
               10  WS-VH-LABEL         PIC X(31)
                                       VALUE ' GENRE'             .
               10  FILLER              PIC X(10)
                                       VALUE '    COPIES'         .
               10  FILLER              PIC X(10)
                                       VALUE '  PO PRICE'         .
               10  FILLER              PIC X(10)
                                       VALUE ' GENRE AVG'         .
               10  FILLER              PIC X(10)
                                       VALUE '   DEFAULT'         .
               10  FILLER              PIC X(16)
                                       VALUE '     REPLACEMENT'   .
               10  FILLER              PIC X(16)
                                       VALUE '    DEPRECIATION'   .
               10  FILLER              PIC X(16)
                                       VALUE '       NET VALUE'   .
               10  FILLER              PIC X(13)     VALUE SPACES  .
           05  WS-VALUE-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-VL-LABEL         PIC X(30)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-VL-COPIES        PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-VL-PO-COPIES     PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-VL-GEN-COPIES    PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-VL-DEF-COPIES    PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-VL-GROSS         PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-VL-DEPR          PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-VL-NET           PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(13)     VALUE SPACES  .
           05  WS-TEXT-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TX-TEXT          PIC X(128)    VALUE SPACES  .
           05  WS-BAND-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'COPIES AGED'        .
               10  WS-BL-YEARS         PIC ZZ9.
               10  FILLER              PIC X(31)
                             VALUE ' YEARS OR MORE - VALUE LESS'   .
               10  WS-BL-PCT           PIC ZZ9.
               10  FILLER              PIC X(01)     VALUE '%'     .
               10  FILLER              PIC X(76)     VALUE SPACES  .
           05  WS-AMOUNT-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-AL-TEXT          PIC X(50)     VALUE SPACES  .
               10  WS-AL-AMOUNT        PIC ZZZ,ZZ9.99.
               10  FILLER              PIC X(68)     VALUE SPACES  .
           05  WS-SIGN-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-SG-LABEL1        PIC X(14)     VALUE SPACES  .
               10  FILLER              PIC X(40)     VALUE ALL '_' .
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-SG-LABEL2        PIC X(06)     VALUE SPACES  .
               10  FILLER              PIC X(20)     VALUE ALL '_' .
               10  FILLER              PIC X(44)     VALUE SPACES  .

      **   ONE FETCHED ROW: A TITLE'S COPIES OF ONE AGE AT ONE BRANCH
           05  WS-ROW-VARS.
               10  WS-CUR-GENRE        PIC X(30)       VALUE SPACES.
               10  WS-AGE-YEARS        PIC S9(09) COMP VALUE 0.
               10  WS-ROW-COPIES       PIC S9(09) COMP VALUE 0.
               10  WS-DONATED-FLAG     PIC X(01)       VALUE 'N'.
               10  WS-UNIT-VALUE       PIC S9(05)V9(02) COMP-3
                                                       VALUE 0.
               10  WS-DEPR-PCT         PIC S9(04) COMP VALUE 0.
               10  WS-ROW-GROSS        PIC S9(11)V9(02) COMP-3
                                                       VALUE 0.
               10  WS-ROW-NET          PIC S9(11)V9(02) COMP-3
                                                       VALUE 0.
               10  WS-ROW-DEPR         PIC S9(11)V9(02) COMP-3
                                                       VALUE 0.
               10  WS-VAL-METHOD       PIC X(01)       VALUE SPACE.
                   88  METHOD-PO                       VALUE 'P'.
                   88  METHOD-GENRE                    VALUE 'G'.
                   88  METHOD-DEFAULT                  VALUE 'D'.
           05  WS-PREV-BRANCH          PIC S9(09) COMP VALUE -1.
           05  WS-PREV-BOOK            PIC S9(09) COMP VALUE -1.
           05  WS-PREV-GENRE           PIC X(30)       VALUE SPACES.
           05  WS-BRANCH-DISP          PIC Z(8)9.
           05  WS-BRANCH-LABEL         PIC X(30)       VALUE SPACES.
           05  WS-IND-VARS.
               10  IND-BRANCH          PIC S9(04) COMP VALUE 0.

      **   GENRE, BRANCH, GRAND AND PRINT-LINE TOTALS SHARE ONE LAYOUT
      **   SO A TOTAL IS HANDED TO 2360-WRITE-VALUE-LINE BY GROUP MOVE
           05  WS-GENRE-CNTS.
               10  WS-GN-COPIES        PIC S9(09) COMP VALUE 0.
               10  WS-GN-PO-COPIES     PIC S9(09) COMP VALUE 0.
               10  WS-GN-GEN-COPIES    PIC S9(09) COMP VALUE 0.
               10  WS-GN-DEF-COPIES    PIC S9(09) COMP VALUE 0.
               10  WS-GN-GROSS         PIC S9(11)V9(02) COMP-3 VALUE 0.
               10  WS-GN-DEPR          PIC S9(11)V9(02) COMP-3 VALUE 0.
               10  WS-GN-NET           PIC S9(11)V9(02) COMP-3 VALUE 0.
           05  WS-BRANCH-CNTS.
               10  WS-BR-COPIES        PIC S9(09) COMP VALUE 0.
               10  WS-BR-PO-COPIES     PIC S9(09) COMP VALUE 0.
               10  WS-BR-GEN-COPIES    PIC S9(09) COMP VALUE 0.
               10  WS-BR-DEF-COPIES    PIC S9(09) COMP VALUE 0.
               10  WS-BR-GROSS         PIC S9(11)V9(02) COMP-3 VALUE 0.
               10  WS-BR-DEPR          PIC S9(11)V9(02) COMP-3 VALUE 0.
               10  WS-BR-NET           PIC S9(11)V9(02) COMP-3 VALUE 0.
           05  WS-GRAND-CNTS.
               10  WS-GR-COPIES        PIC S9(09) COMP VALUE 0.
               10  WS-GR-PO-COPIES     PIC S9(09) COMP VALUE 0.
               10  WS-GR-GEN-COPIES    PIC S9(09) COMP VALUE 0.
               10  WS-GR-DEF-COPIES    PIC S9(09) COMP VALUE 0.
               10  WS-GR-GROSS         PIC S9(11)V9(02) COMP-3 VALUE 0.
               10  WS-GR-DEPR          PIC S9(11)V9(02) COMP-3 VALUE 0.
               10  WS-GR-NET           PIC S9(11)V9(02) COMP-3 VALUE 0.
           05  WS-LINE-CNTS.
               10  WS-LN-COPIES        PIC S9(09) COMP VALUE 0.
               10  WS-LN-PO-COPIES     PIC S9(09) COMP VALUE 0.
               10  WS-LN-GEN-COPIES    PIC S9(09) COMP VALUE 0.
               10  WS-LN-DEF-COPIES    PIC S9(09) COMP VALUE 0.
               10  WS-LN-GROSS         PIC S9(11)V9(02) COMP-3 VALUE 0.
               10  WS-LN-DEPR          PIC S9(11)V9(02) COMP-3 VALUE 0.
               10  WS-LN-NET           PIC S9(11)V9(02) COMP-3 VALUE 0.

      **   BRANCH TOTALS KEPT FOR THE CLOSING SUMMARY PAGE
           05  WS-BRANCH-TABLE.
               10  WS-BT-CNT           PIC S9(04) COMP VALUE 0.
               10  WS-BT-MAX           PIC S9(04) COMP VALUE 200.
               10  WS-BT-IDX           PIC S9(04) COMP VALUE 0.
               10  WS-BT-ENTRY         OCCURS 200 TIMES.
                   15  WS-BT-LABEL     PIC X(30).
                   15  WS-BT-CNTS.
                       20  WS-BT-COPIES     PIC S9(09) COMP.
                       20  WS-BT-PO-COPIES  PIC S9(09) COMP.
                       20  WS-BT-GEN-COPIES PIC S9(09) COMP.
                       20  WS-BT-DEF-COPIES PIC S9(09) COMP.
                       20  WS-BT-GROSS      PIC S9(11)V9(02) COMP-3.
                       20  WS-BT-DEPR       PIC S9(11)V9(02) COMP-3.
                       20  WS-BT-NET        PIC S9(11)V9(02) COMP-3.

      **   GENRE AVERAGE RECEIVED PRICE, LOADED BY 1200-LOAD-GENRE-AVG
           05  WS-GENRE-TABLE.
               10  WS-GT-CNT           PIC S9(04) COMP VALUE 0.
               10  WS-GT-MAX           PIC S9(04) COMP VALUE 300.
               10  WS-GT-IDX           PIC S9(04) COMP VALUE 0.
               10  WS-GT-FOUND-SW      PIC 9           VALUE 0.
                   88  GENRE-AVG-FOUND                 VALUE 1.
               10  WS-GT-FETCH-GENRE   PIC X(30)       VALUE SPACES.
               10  WS-GT-FETCH-PRICE   PIC S9(05)V9(02) COMP-3
                                                       VALUE 0.
               10  WS-GT-ENTRY         OCCURS 300 TIMES.
                   15  WS-GT-GENRE     PIC X(30).
                   15  WS-GT-PRICE     PIC S9(05)V9(02) COMP-3.

      **   DEPRECIATION BANDS, RISING AGE ORDER (SEE PARM DEPR=)
           05  WS-DEPR-VARS.
               10  WS-DEPR-DEFAULT     PIC X(40)
                             VALUE '1:10/3:25/5:40/10:60/20:75'.
               10  WS-DEPR-TEXT        PIC X(54)       VALUE SPACES.
               10  WS-DB-CNT           PIC S9(04) COMP VALUE 0.
               10  WS-DB-IDX           PIC S9(04) COMP VALUE 0.
               10  WS-DB-TOK           OCCURS 6 TIMES
                                       PIC X(10)       VALUE SPACES.
               10  WS-DB-YEARS-X       PIC X(05)       VALUE SPACES.
               10  WS-DB-PCT-X         PIC X(05)       VALUE SPACES.
               10  WS-DB-YEARS-LEN     PIC S9(04) COMP VALUE 0.
               10  WS-DB-PCT-LEN       PIC S9(04) COMP VALUE 0.
               10  WS-DB-BAND          OCCURS 6 TIMES.
                   15  WS-DB-YEARS     PIC S9(04) COMP.
                   15  WS-DB-PCT       PIC S9(04) COMP.

           05  WS-DEF-PRICE            PIC S9(05)V9(02) COMP-3
                                                       VALUE 25.00.

           05  WS-CSV-VARS.
               10  WS-CSV-LINE         PIC X(250)      VALUE SPACES.
               10  WS-CSV-TITLE        PIC X(60)       VALUE SPACES.
               10  WS-CSV-BRANCH-NAME  PIC X(40)       VALUE SPACES.
               10  WS-CSV-METHOD       PIC X(09)       VALUE SPACES.
               10  WS-CV-BRANCH        PIC Z(8)9.
               10  WS-CV-BOOK          PIC Z(8)9.
               10  WS-CV-AGE           PIC Z(8)9.
               10  WS-CV-COPIES        PIC Z(8)9.
               10  WS-CV-PCT           PIC ZZ9.
               10  WS-CV-UNIT          PIC Z(6)9.99.
               10  WS-CV-GROSS         PIC Z(10)9.99.
               10  WS-CV-NET           PIC Z(10)9.99.

           05  WS-COUNTERS.
               10  WS-SECT-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-ROW-CNTR         PIC S9(08) COMP VALUE 0.
               10  WS-CSV-CNTR         PIC S9(08) COMP VALUE 0.
               10  WS-BRANCH-CNTR      PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-TOK         OCCURS 2 TIMES
                                       PIC X(64)  VALUE SPACES.
               10  WS-PARM-IDX         PIC S9(04) COMP VALUE 0.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(54)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                      VALUE 'COLLECTION REPLACEMENT VALUE - INSURANCE'
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
               10  FS-COLLVLOP          PIC 99          VALUE 0.
               10  FS-COLLVLCS          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)       VALUE 'COLLVAL'.

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
           EXEC SQL INCLUDE DCLCOPY  END-EXEC.
           EXEC SQL INCLUDE DCLPLN   END-EXEC.
           EXEC SQL INCLUDE DCLBRN   END-EXEC.

      **   AVERAGE RECEIVED PRICE PER GENRE - THE FALLBACK FOR TITLES
      **   WE NEVER ORDERED. NULL GENRE IS GROUPED AS STSURVEY DOES
           EXEC SQL DECLARE CURGENAVG CURSOR FOR
                SELECT COALESCE(B.GENRE, '(NO GENRE)')
                      ,CAST(AVG(P.UNIT_PRICE) AS DECIMAL(7, 2))
                  FROM IBMUSER.PO_LINES P
                      ,IBMUSER.BOOKS    B
                 WHERE B.BOOK_ID     = P.BOOK_ID
                   AND P.LINE_STATUS = 'R'
                 GROUP BY COALESCE(B.GENRE, '(NO GENRE)')
           END-EXEC.

      **   COPIES ON THE BOOKS, ONE ROW PER BRANCH/GENRE/TITLE/AGE
           EXEC SQL DECLARE CURVALCPY CURSOR FOR
                SELECT B.BRANCH_ID
                      ,COALESCE(B.GENRE, '(NO GENRE)')
                      ,B.BOOK_ID
                      ,B.TITLE
                      ,YEAR(CURRENT DATE - C.ADDED_DATE)
                      ,COUNT(*)
                      ,(SELECT R.BRANCH_NAME
                          FROM IBMUSER.BRANCHES R
                         WHERE R.BRANCH_ID = B.BRANCH_ID)
                      ,CASE WHEN EXISTS
                                 (SELECT 1
                                    FROM IBMUSER.DONATIONS D
                                   WHERE D.BOOK_ID = B.BOOK_ID)
                            THEN 'Y'
                            ELSE 'N'
                       END
                  FROM IBMUSER.BOOKS       B
                      ,IBMUSER.BOOK_COPIES C
                 WHERE C.BOOK_ID = B.BOOK_ID
                   AND C.COPY_STATUS NOT IN ('W', 'L')
                 GROUP BY B.BRANCH_ID
                         ,COALESCE(B.GENRE, '(NO GENRE)')
                         ,B.BOOK_ID
                         ,B.TITLE
                         ,YEAR(CURRENT DATE - C.ADDED_DATE)
                 ORDER BY 1, 2, 3, 5
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

            MOVE 'COLLVAL' TO WS-RL-JOB-NAME
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
            PERFORM 1170-BUILD-SCHEDULE
            PERFORM 1200-LOAD-GENRE-AVG
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

            MOVE WS-DEPR-DEFAULT TO WS-DEPR-TEXT
            IF LS-PARM-LEN > 0
               INITIALIZE WS-PARM-TOK (1)
                          WS-PARM-TOK (2)
               UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
                        DELIMITED BY ','
                        INTO WS-PARM-TOK (1)
                             WS-PARM-TOK (2)
               END-UNSTRING

               PERFORM 1160-APPLY-ONE-PARM
                         VARYING WS-PARM-IDX FROM 1 BY 1
                         UNTIL WS-PARM-IDX > 2
            END-IF
            .

       1160-APPLY-ONE-PARM.
            MOVE '1160-APPLY-ONE-PARM' TO ERR-LOC

            IF WS-PARM-TOK (WS-PARM-IDX) NOT = SPACES
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING WS-PARM-TOK (WS-PARM-IDX)
                        DELIMITED BY '='
                        INTO WS-PARM-KEY WS-PARM-VAL
               END-UNSTRING

               EVALUATE FUNCTION TRIM (WS-PARM-KEY)
                   WHEN 'DEPR'
                        MOVE WS-PARM-VAL TO WS-DEPR-TEXT
                   WHEN 'DEFPRICE'
                        COMPUTE WS-DEF-PRICE =
                                FUNCTION NUMVAL (WS-PARM-VAL)
                        IF WS-DEF-PRICE NOT > 0
                           MOVE 'PARM DEFPRICE= INVALID' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF
                   WHEN OTHER
                        DISPLAY 'UNKNOWN PARM IGNORED: '
                                WS-PARM-TOK (WS-PARM-IDX)
               END-EVALUATE
            END-IF
            .

      *--------------------------------------------------------------*
      * SPLIT yy:pp/yy:pp/... INTO WS-DB-BAND; AGES MUST RISE AND A   *
      * PERCENTAGE MUST BE 0-100, OR THE RUN STOPS BEFORE ANY OUTPUT  *
      *--------------------------------------------------------------*
       1170-BUILD-SCHEDULE.
            MOVE '1170-BUILD-SCHEDULE' TO ERR-LOC

            MOVE 0 TO WS-DB-CNT
            INITIALIZE WS-DB-TOK (1) WS-DB-TOK (2) WS-DB-TOK (3)
                       WS-DB-TOK (4) WS-DB-TOK (5) WS-DB-TOK (6)
            UNSTRING WS-DEPR-TEXT DELIMITED BY '/'
                     INTO WS-DB-TOK (1) WS-DB-TOK (2) WS-DB-TOK (3)
                          WS-DB-TOK (4) WS-DB-TOK (5) WS-DB-TOK (6)
            END-UNSTRING

            PERFORM 1180-APPLY-ONE-BAND
                      VARYING WS-DB-IDX FROM 1 BY 1
                      UNTIL WS-DB-IDX > 6

            DISPLAY 'DEPRECIATION SCHEDULE: '
                    FUNCTION TRIM (WS-DEPR-TEXT)
            .

       1180-APPLY-ONE-BAND.
            MOVE '1180-APPLY-ONE-BAND' TO ERR-LOC

            IF WS-DB-TOK (WS-DB-IDX) NOT = SPACES
               MOVE SPACES TO WS-DB-YEARS-X WS-DB-PCT-X
               MOVE 0 TO WS-DB-YEARS-LEN WS-DB-PCT-LEN
               UNSTRING WS-DB-TOK (WS-DB-IDX)
                        DELIMITED BY ':' OR SPACE
                        INTO WS-DB-YEARS-X COUNT IN WS-DB-YEARS-LEN
                             WS-DB-PCT-X   COUNT IN WS-DB-PCT-LEN
               END-UNSTRING

               IF WS-DB-YEARS-LEN < 1 OR WS-DB-YEARS-LEN > 3
               OR WS-DB-PCT-LEN   < 1 OR WS-DB-PCT-LEN   > 3
                  MOVE 'PARM DEPR= BAND INVALID' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
               IF WS-DB-YEARS-X (1:WS-DB-YEARS-LEN) NOT NUMERIC
               OR WS-DB-PCT-X   (1:WS-DB-PCT-LEN)   NOT NUMERIC
                  MOVE 'PARM DEPR= BAND INVALID' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               ADD 1 TO WS-DB-CNT
               COMPUTE WS-DB-YEARS (WS-DB-CNT) =
                       FUNCTION NUMVAL (WS-DB-YEARS-X)
               COMPUTE WS-DB-PCT (WS-DB-CNT) =
                       FUNCTION NUMVAL (WS-DB-PCT-X)

               IF WS-DB-PCT (WS-DB-CNT) > 100
                  MOVE 'PARM DEPR= BAND INVALID' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
               IF WS-DB-CNT > 1
                  IF WS-DB-YEARS (WS-DB-CNT)
                        NOT > WS-DB-YEARS (WS-DB-CNT - 1)
                     MOVE 'PARM DEPR= AGES NOT RISING' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
               END-IF
            END-IF
            .

       1200-LOAD-GENRE-AVG.
            MOVE '1200-LOAD-GENRE-AVG' TO ERR-LOC

            MOVE 0 TO WS-GT-CNT
            EXEC SQL OPEN CURGENAVG END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURGENAVG' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 1210-FETCH-GENRE-AVG UNTIL SQL-EOC

            EXEC SQL CLOSE CURGENAVG END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURGENAVG' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            DISPLAY WS-GT-CNT ' GENRE AVERAGE PRICES LOADED'
            .

       1210-FETCH-GENRE-AVG.
            MOVE '1210-FETCH-GENRE-AVG' TO ERR-LOC

            EXEC SQL
                 FETCH CURGENAVG
                  INTO :WS-GT-FETCH-GENRE
                      ,:WS-GT-FETCH-PRICE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF WS-GT-CNT < WS-GT-MAX
                        ADD 1 TO WS-GT-CNT
                        MOVE WS-GT-FETCH-GENRE
                          TO WS-GT-GENRE (WS-GT-CNT)
                        MOVE WS-GT-FETCH-PRICE
                          TO WS-GT-PRICE (WS-GT-CNT)
                     ELSE
                        DISPLAY 'GENRE TABLE FULL - DEFAULT PRICE '
                                'USED FOR ' WS-GT-FETCH-GENRE
                     END-IF
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURGENAVG' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       1300-OPEN-FILES.
            MOVE '1300-OPEN-FILES' TO ERR-LOC

            OPEN OUTPUT FD-COLLVLOP
            MOVE FS-COLLVLOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-COLLVLOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN OUTPUT FD-COLLVLCS
            MOVE FS-COLLVLCS TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-COLLVLCS' TO ERR-MSG
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
                       WS-GENRE-CNTS
                       WS-BRANCH-CNTS
                       WS-GRAND-CNTS
            MOVE -1 TO WS-PREV-BRANCH
                       WS-PREV-BOOK

            PERFORM 2500-WRITE-CSV-HEADER

            EXEC SQL OPEN CURVALCPY END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURVALCPY' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2300-FETCH-ROW UNTIL SQL-EOC

            EXEC SQL CLOSE CURVALCPY END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURVALCPY' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-PREV-BRANCH = -1
               PERFORM 2100-WRITE-HEADERS
               MOVE 'ALL BRANCHES' TO WS-SECTION-HDR
               PERFORM 2150-START-SECTION
               WRITE REC-COLLVLOP FROM WS-NONE-LINE
            ELSE
               PERFORM 2330-BRANCH-CLOSE
            END-IF

            PERFORM 2600-WRITE-SUMMARY

            DISPLAY WS-GR-COPIES   ' COPIES VALUED'
            DISPLAY WS-BRANCH-CNTR ' BRANCHES LISTED'
            DISPLAY WS-CSV-CNTR    ' EXTRACT ROWS WRITTEN'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.COLLVLOP'
            DISPLAY 'EXTRACT AT IBMUSER.SMAGALIT.COLLVLCS'
            WRITE REC-COLLVLOP FROM WS-REP-SPACES
            WRITE REC-COLLVLOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(26:)
            WRITE REC-COLLVLOP FROM WS-REP-HEADER1
            WRITE REC-COLLVLOP FROM WS-REP-HEADER2
            WRITE REC-COLLVLOP FROM WS-REP-SPACES
            .

       2150-START-SECTION.
            MOVE '2150-START-SECTION' TO ERR-LOC
            MOVE 0 TO WS-SECT-CNTR
            WRITE REC-COLLVLOP FROM WS-REP-SPACES
            WRITE REC-COLLVLOP FROM WS-SECTION-HDR
            WRITE REC-COLLVLOP FROM WS-REP-SPACES
            .

       2300-FETCH-ROW.
            MOVE '2300-FETCH-ROW' TO ERR-LOC
            INITIALIZE DCLBOOKS
                       DCLBRN
                       WS-IND-VARS
            EXEC SQL
                 FETCH CURVALCPY
                  INTO :TBLBKS-BRANCH-ID
                      ,:WS-CUR-GENRE
                      ,:TBLBKS-BOOK-ID
                      ,:TBLBKS-TITLE
                      ,:WS-AGE-YEARS
                      ,:WS-ROW-COPIES
                      ,:TBLBRN-BRANCH-NAME  :IND-BRANCH
                      ,:WS-DONATED-FLAG
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF TBLBKS-BRANCH-ID NOT = WS-PREV-BRANCH
                        PERFORM 2320-BRANCH-BREAK
                     ELSE
                        IF WS-CUR-GENRE NOT = WS-PREV-GENRE
                           PERFORM 2340-GENRE-BREAK
                        END-IF
                     END-IF
                     PERFORM 2400-VALUE-ROW
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURVALCPY' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      ***   ONE PAGE PER BRANCH - EACH BUILDING SIGNS FOR ITS OWN SHEET
       2320-BRANCH-BREAK.
            MOVE '2320-BRANCH-BREAK' TO ERR-LOC
            IF WS-PREV-BRANCH NOT = -1
               PERFORM 2330-BRANCH-CLOSE
            END-IF
            MOVE TBLBKS-BRANCH-ID TO WS-PREV-BRANCH
                                     WS-BRANCH-DISP
            MOVE WS-CUR-GENRE     TO WS-PREV-GENRE
            ADD 1 TO WS-BRANCH-CNTR
            INITIALIZE WS-BRANCH-CNTS
                       WS-GENRE-CNTS

            MOVE SPACES TO WS-BRANCH-LABEL
                           WS-CSV-BRANCH-NAME
            IF IND-BRANCH < 0
               STRING 'BRANCH '                   DELIMITED BY SIZE
                      WS-BRANCH-DISP              DELIMITED BY SIZE
                 INTO WS-BRANCH-LABEL
               END-STRING
            ELSE
               MOVE TBLBRN-BRANCH-NAME-TEXT
                      (1:TBLBRN-BRANCH-NAME-LEN) TO WS-BRANCH-LABEL
                                                    WS-CSV-BRANCH-NAME
               INSPECT WS-CSV-BRANCH-NAME REPLACING ALL '"' BY ''''
            END-IF

            PERFORM 2100-WRITE-HEADERS
            MOVE SPACES TO WS-SECTION-HDR
            STRING 'BRANCH '                      DELIMITED BY SIZE
                   WS-BRANCH-DISP                 DELIMITED BY SIZE
                   ' '                            DELIMITED BY SIZE
                   WS-BRANCH-LABEL                DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            PERFORM 2150-START-SECTION
            WRITE REC-COLLVLOP FROM WS-METHOD-HDR
            MOVE ' GENRE' TO WS-VH-LABEL
            WRITE REC-COLLVLOP FROM WS-VALUE-HDR
            .

      ***   LAST GENRE, BRANCH TOTAL, SIGN-OFF; TOTALS KEPT FOR THE
      ***   SUMMARY PAGE
       2330-BRANCH-CLOSE.
            MOVE '2330-BRANCH-CLOSE' TO ERR-LOC

            PERFORM 2350-GENRE-LINE

            WRITE REC-COLLVLOP FROM WS-REP-SPACES
            MOVE WS-BRANCH-CNTS TO WS-LINE-CNTS
            MOVE 'BRANCH TOTAL'  TO WS-VL-LABEL
            PERFORM 2360-WRITE-VALUE-LINE

            IF WS-BT-CNT < WS-BT-MAX
               ADD 1 TO WS-BT-CNT
               MOVE WS-BRANCH-LABEL TO WS-BT-LABEL (WS-BT-CNT)
               MOVE WS-BRANCH-CNTS  TO WS-BT-CNTS  (WS-BT-CNT)
            ELSE
               DISPLAY 'BRANCH TABLE FULL - NOT ON SUMMARY PAGE: '
                       WS-BRANCH-LABEL
            END-IF

            MOVE SPACES TO WS-SECTION-HDR
            STRING 'BRANCH MANAGER SIGN-OFF - REPLACEMENT VALUES '
                                          DELIMITED BY SIZE
                   'ABOVE REVIEWED FOR THE CITY INSURANCE SCHEDULE'
                                          DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            PERFORM 2700-WRITE-SIGNOFF
            .

       2340-GENRE-BREAK.
            MOVE '2340-GENRE-BREAK' TO ERR-LOC
            PERFORM 2350-GENRE-LINE
            MOVE WS-CUR-GENRE TO WS-PREV-GENRE
            INITIALIZE WS-GENRE-CNTS
            .

       2350-GENRE-LINE.
            MOVE '2350-GENRE-LINE' TO ERR-LOC
            MOVE WS-GENRE-CNTS TO WS-LINE-CNTS
            MOVE WS-PREV-GENRE TO WS-VL-LABEL
            PERFORM 2360-WRITE-VALUE-LINE
            .

       2360-WRITE-VALUE-LINE.
            MOVE '2360-WRITE-VALUE-LINE' TO ERR-LOC
            ADD 1 TO WS-SECT-CNTR
            MOVE WS-LN-COPIES     TO WS-VL-COPIES
            MOVE WS-LN-PO-COPIES  TO WS-VL-PO-COPIES
            MOVE WS-LN-GEN-COPIES TO WS-VL-GEN-COPIES
            MOVE WS-LN-DEF-COPIES TO WS-VL-DEF-COPIES
            MOVE WS-LN-GROSS      TO WS-VL-GROSS
            MOVE WS-LN-DEPR       TO WS-VL-DEPR
            MOVE WS-LN-NET        TO WS-VL-NET
            WRITE REC-COLLVLOP FROM WS-VALUE-LINE
            .

      ***   PRICE THE TITLE ONCE (ITS AGE ROWS FOLLOW EACH OTHER), THEN
      ***   DEPRECIATE THIS ROW'S COPIES BY THEIR AGE BAND
       2400-VALUE-ROW.
            MOVE '2400-VALUE-ROW' TO ERR-LOC

            ADD 1 TO WS-ROW-CNTR
            IF TBLBKS-BOOK-ID NOT = WS-PREV-BOOK
               PERFORM 2410-PRICE-TITLE
               MOVE TBLBKS-BOOK-ID TO WS-PREV-BOOK
            END-IF
            IF WS-AGE-YEARS < 0
               MOVE 0 TO WS-AGE-YEARS
            END-IF
            PERFORM 2430-DEPR-PCT

            COMPUTE WS-ROW-GROSS = WS-ROW-COPIES * WS-UNIT-VALUE
            COMPUTE WS-ROW-NET ROUNDED
                  = WS-ROW-GROSS * (100 - WS-DEPR-PCT) / 100
            COMPUTE WS-ROW-DEPR = WS-ROW-GROSS - WS-ROW-NET

            ADD WS-ROW-COPIES TO WS-GN-COPIES
                                 WS-BR-COPIES
                                 WS-GR-COPIES
            EVALUATE TRUE
                WHEN METHOD-PO
                     ADD WS-ROW-COPIES TO WS-GN-PO-COPIES
                                          WS-BR-PO-COPIES
                                          WS-GR-PO-COPIES
                WHEN METHOD-GENRE
                     ADD WS-ROW-COPIES TO WS-GN-GEN-COPIES
                                          WS-BR-GEN-COPIES
                                          WS-GR-GEN-COPIES
                WHEN OTHER
                     ADD WS-ROW-COPIES TO WS-GN-DEF-COPIES
                                          WS-BR-DEF-COPIES
                                          WS-GR-DEF-COPIES
            END-EVALUATE
            ADD WS-ROW-GROSS TO WS-GN-GROSS
                                WS-BR-GROSS
                                WS-GR-GROSS
            ADD WS-ROW-DEPR  TO WS-GN-DEPR
                                WS-BR-DEPR
                                WS-GR-DEPR
            ADD WS-ROW-NET   TO WS-GN-NET
                                WS-BR-NET
                                WS-GR-NET

            PERFORM 2440-WRITE-CSV-ROW
            .

       2410-PRICE-TITLE.
            MOVE '2410-PRICE-TITLE' TO ERR-LOC

      **    SAME LOOKUP AS LOSTCONV 2120-PRICE-REPLACEMENT: WHAT WE
      **    LAST ACTUALLY PAID FOR THE TITLE
            MOVE TBLBKS-BOOK-ID TO TBLPLN-BOOK-ID

            EXEC SQL
                 SELECT UNIT_PRICE
                   INTO :TBLPLN-UNIT-PRICE
                   FROM IBMUSER.PO_LINES
                  WHERE BOOK_ID = :TBLPLN-BOOK-ID
                    AND LINE_STATUS = 'R'
                  ORDER BY PO_ID DESC, LINE_NO DESC
                  FETCH FIRST 1 ROW ONLY
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLPLN-UNIT-PRICE TO WS-UNIT-VALUE
                     SET METHOD-PO TO TRUE
                WHEN SQL-EOC
                     PERFORM 2420-GENRE-AVERAGE
                WHEN OTHER
                     MOVE 'SELECT PO_LINES PRICE' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2420-GENRE-AVERAGE.
            MOVE '2420-GENRE-AVERAGE' TO ERR-LOC

            MOVE 0 TO WS-GT-FOUND-SW
            PERFORM 2421-SCAN-GENRE
                      VARYING WS-GT-IDX FROM 1 BY 1
                      UNTIL WS-GT-IDX > WS-GT-CNT
                         OR GENRE-AVG-FOUND

            IF NOT GENRE-AVG-FOUND
               MOVE WS-DEF-PRICE TO WS-UNIT-VALUE
               SET METHOD-DEFAULT TO TRUE
            END-IF
            .

       2421-SCAN-GENRE.
            IF WS-GT-GENRE (WS-GT-IDX) = WS-CUR-GENRE
               MOVE WS-GT-PRICE (WS-GT-IDX) TO WS-UNIT-VALUE
               SET METHOD-GENRE TO TRUE
               SET GENRE-AVG-FOUND TO TRUE
            END-IF
            .

      ***   THE LAST BAND THE COPY IS OLD ENOUGH FOR WINS
       2430-DEPR-PCT.
            MOVE '2430-DEPR-PCT' TO ERR-LOC
            MOVE 0 TO WS-DEPR-PCT
            PERFORM 2431-CHECK-BAND
                      VARYING WS-DB-IDX FROM 1 BY 1
                      UNTIL WS-DB-IDX > WS-DB-CNT
            .

       2431-CHECK-BAND.
            IF WS-AGE-YEARS >= WS-DB-YEARS (WS-DB-IDX)
               MOVE WS-DB-PCT (WS-DB-IDX) TO WS-DEPR-PCT
            END-IF
            .

       2440-WRITE-CSV-ROW.
            MOVE '2440-WRITE-CSV-ROW' TO ERR-LOC

            MOVE SPACES TO WS-CSV-TITLE
            IF TBLBKS-TITLE-LEN > 60
               MOVE TBLBKS-TITLE-TEXT (1:60) TO WS-CSV-TITLE
            ELSE
               MOVE TBLBKS-TITLE-TEXT (1:TBLBKS-TITLE-LEN)
                 TO WS-CSV-TITLE
            END-IF
            INSPECT WS-CSV-TITLE REPLACING ALL '"' BY ''''

            EVALUATE TRUE
                WHEN METHOD-PO
                     MOVE 'PO_PRICE'  TO WS-CSV-METHOD
                WHEN METHOD-GENRE
                     MOVE 'GENRE_AVG' TO WS-CSV-METHOD
                WHEN OTHER
                     MOVE 'DEFAULT'   TO WS-CSV-METHOD
            END-EVALUATE

            MOVE TBLBKS-BRANCH-ID TO WS-CV-BRANCH
            MOVE TBLBKS-BOOK-ID   TO WS-CV-BOOK
            MOVE WS-AGE-YEARS     TO WS-CV-AGE
            MOVE WS-ROW-COPIES    TO WS-CV-COPIES
            MOVE WS-DEPR-PCT      TO WS-CV-PCT
            MOVE WS-UNIT-VALUE    TO WS-CV-UNIT
            MOVE WS-ROW-GROSS     TO WS-CV-GROSS
            MOVE WS-ROW-NET       TO WS-CV-NET

            MOVE SPACES TO WS-CSV-LINE
            STRING FUNCTION TRIM (WS-CV-BRANCH)  DELIMITED BY SIZE
                   ',"'                          DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CSV-BRANCH-NAME)
                                                 DELIMITED BY SIZE
                   '","'                         DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CUR-GENRE)  DELIMITED BY SIZE
                   '",'                          DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CV-BOOK)    DELIMITED BY SIZE
                   ',"'                          DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CSV-TITLE)  DELIMITED BY SIZE
                   '",'                          DELIMITED BY SIZE
                   WS-DONATED-FLAG               DELIMITED BY SIZE
                   ','                           DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CV-AGE)     DELIMITED BY SIZE
                   ','                           DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CV-COPIES)  DELIMITED BY SIZE
                   ','                           DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CV-UNIT)    DELIMITED BY SIZE
                   ','                           DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CSV-METHOD) DELIMITED BY SIZE
                   ','                           DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CV-PCT)     DELIMITED BY SIZE
                   ','                           DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CV-GROSS)   DELIMITED BY SIZE
                   ','                           DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CV-NET)     DELIMITED BY SIZE
              INTO WS-CSV-LINE
            END-STRING

            WRITE REC-COLLVLCS FROM WS-CSV-LINE
            ADD 1 TO WS-CSV-CNTR
            .

       2500-WRITE-CSV-HEADER.
            MOVE '2500-WRITE-CSV-HEADER' TO ERR-LOC

            MOVE SPACES TO WS-CSV-LINE
            STRING 'BRANCH_ID,BRANCH_NAME,GENRE,BOOK_ID,TITLE,'
                                                 DELIMITED BY SIZE
                   'DONATED,AGE_YEARS,COPIES,UNIT_VALUE,METHOD,'
                                                 DELIMITED BY SIZE
                   'DEPR_PCT,REPLACEMENT_VALUE,NET_VALUE'
                                                 DELIMITED BY SIZE
              INTO WS-CSV-LINE
            END-STRING
            WRITE REC-COLLVLCS FROM WS-CSV-LINE
            .

      *--------------------------------------------------------------*
      * CLOSING PAGE FOR THE RISK MANAGER: EVERY BUILDING ON ONE      *
      * SHEET, THE GRAND TOTAL, HOW THE FIGURES WERE ARRIVED AT, AND  *
      * THE SIGN-OFF                                                  *
      *--------------------------------------------------------------*
       2600-WRITE-SUMMARY.
            MOVE '2600-WRITE-SUMMARY' TO ERR-LOC

            PERFORM 2100-WRITE-HEADERS
            MOVE 'ALL BRANCHES - INSURANCE SCHEDULE SUMMARY'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION
            WRITE REC-COLLVLOP FROM WS-METHOD-HDR
            MOVE ' BRANCH' TO WS-VH-LABEL
            WRITE REC-COLLVLOP FROM WS-VALUE-HDR

            PERFORM 2610-SUMMARY-BRANCH
                      VARYING WS-BT-IDX FROM 1 BY 1
                      UNTIL WS-BT-IDX > WS-BT-CNT

            WRITE REC-COLLVLOP FROM WS-REP-SPACES
            MOVE WS-GRAND-CNTS  TO WS-LINE-CNTS
            MOVE 'ALL BRANCHES' TO WS-VL-LABEL
            PERFORM 2360-WRITE-VALUE-LINE

            WRITE REC-COLLVLOP FROM WS-REP-SPACES
            MOVE 'VALUATION BASIS' TO WS-TX-TEXT
            WRITE REC-COLLVLOP FROM WS-TEXT-LINE
            MOVE 'PO PRICE  - LATEST RECEIVED PO_LINES UNIT PRICE'
              TO WS-TX-TEXT
            WRITE REC-COLLVLOP FROM WS-TEXT-LINE
            MOVE SPACES TO WS-TX-TEXT
            STRING 'GENRE AVG - NO ORDER FOR THE TITLE (E.G. DONATED); '
                                          DELIMITED BY SIZE
                   'AVERAGE RECEIVED PRICE FOR ITS GENRE'
                                          DELIMITED BY SIZE
              INTO WS-TX-TEXT
            END-STRING
            WRITE REC-COLLVLOP FROM WS-TEXT-LINE
            MOVE 'DEFAULT   - GENRE NEVER ORDERED EITHER; PRICE BELOW'
              TO WS-TX-TEXT
            WRITE REC-COLLVLOP FROM WS-TEXT-LINE
            MOVE 'DEFAULT PRICE PER COPY' TO WS-AL-TEXT
            MOVE WS-DEF-PRICE             TO WS-AL-AMOUNT
            WRITE REC-COLLVLOP FROM WS-AMOUNT-LINE
            MOVE 'COPIES IN STATUS W (WITHDRAWN) OR L (LOST) NOT VALUED'
              TO WS-TX-TEXT
            WRITE REC-COLLVLOP FROM WS-TEXT-LINE

            WRITE REC-COLLVLOP FROM WS-REP-SPACES
            MOVE 'DEPRECIATION BY AGE SINCE BOOK_COPIES.ADDED_DATE'
              TO WS-TX-TEXT
            WRITE REC-COLLVLOP FROM WS-TEXT-LINE
            IF WS-DB-CNT = 0
               MOVE 'NONE - COPIES CARRIED AT FULL REPLACEMENT PRICE'
                 TO WS-TX-TEXT
               WRITE REC-COLLVLOP FROM WS-TEXT-LINE
            END-IF
            PERFORM 2620-SUMMARY-BAND
                      VARYING WS-DB-IDX FROM 1 BY 1
                      UNTIL WS-DB-IDX > WS-DB-CNT

            MOVE SPACES TO WS-SECTION-HDR
            STRING 'CITY RISK MANAGEMENT SIGN-OFF - COLLECTION VALUES '
                                          DELIMITED BY SIZE
                   'ACCEPTED FOR THE INSURANCE SCHEDULE'
                                          DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            PERFORM 2700-WRITE-SIGNOFF
            .

       2610-SUMMARY-BRANCH.
            MOVE WS-BT-CNTS  (WS-BT-IDX) TO WS-LINE-CNTS
            MOVE WS-BT-LABEL (WS-BT-IDX) TO WS-VL-LABEL
            PERFORM 2360-WRITE-VALUE-LINE
            .

       2620-SUMMARY-BAND.
            MOVE WS-DB-YEARS (WS-DB-IDX) TO WS-BL-YEARS
            MOVE WS-DB-PCT   (WS-DB-IDX) TO WS-BL-PCT
            WRITE REC-COLLVLOP FROM WS-BAND-LINE
            .

      ***   SIGN-OFF BLOCK AS FUNDCLS WRITES IT; CALLER SETS THE HEADING
       2700-WRITE-SIGNOFF.
            MOVE '2700-WRITE-SIGNOFF' TO ERR-LOC

            WRITE REC-COLLVLOP FROM WS-REP-SPACES
            PERFORM 2150-START-SECTION

            MOVE 'SIGNATURE'    TO WS-SG-LABEL1
            MOVE 'DATE'         TO WS-SG-LABEL2
            WRITE REC-COLLVLOP FROM WS-SIGN-LINE
            WRITE REC-COLLVLOP FROM WS-REP-SPACES
            WRITE REC-COLLVLOP FROM WS-REP-SPACES
            MOVE 'PRINTED NAME' TO WS-SG-LABEL1
            MOVE 'TITLE'        TO WS-SG-LABEL2
            WRITE REC-COLLVLOP FROM WS-SIGN-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-ROW-CNTR TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-COLLVLOP
            MOVE FS-COLLVLOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-COLLVLOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            CLOSE FD-COLLVLCS
            MOVE FS-COLLVLCS TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-COLLVLCS' TO ERR-MSG
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
