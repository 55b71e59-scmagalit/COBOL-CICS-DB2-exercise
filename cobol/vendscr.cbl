      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    VENDSCR.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/17/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * QUARTERLY VENDOR PERFORMANCE SCORECARD                         *
      *----------------------------------------------------------------*
      * - ONE LINE PER VENDOR WITH ACTIVITY IN THE QUARTER, BEST       *
      *   FIRST, BUILT FROM WHAT ACQTRN, POCLAIM, INVCTRN, SERLTRN     *
      *   AND SERCLAIM ALREADY RECORD:                                 *
      *   - ORD/RCV/CAN/FILL%: PO LINES ON ORDERS PLACED IN THE        *
      *     QUARTER, HOW MANY ARE RECEIVED OR CANCELLED                *
      *   - AVG D/LEAD/LATE: LINES RECEIVED IN THE QUARTER - AVERAGE   *
      *     DAYS FROM ORDER_DATE AGAINST THE PROMISED VENDORS.         *
      *     LEAD_DAYS, AND HOW MANY TOOK LONGER                        *
      *   - CLAIM: POCLAIM CLAIMS (CLAIM_COUNT) ON THE ORDERED LINES   *
      *   - INVL/NOMAT/PRICE VAR: LINES OF INVOICES DATED IN THE       *
      *     QUARTER, HOW MANY FAILED THE THREE-WAY MATCH (MATCH_FLAG   *
      *     'N'), AND THE NET (INV_PRICE - UNIT_PRICE) * INV_QTY       *
      *   - SRISS/SRCLM: SERIAL ISSUES EXPECTED IN THE QUARTER ON THE  *
      *     VENDOR'S SUBSCRIPTIONS AND HOW MANY SERCLAIM CLAIMED       *
      * - SCORE (0-100) WEIGHTS FILL% 35, ON-TIME RECEIPTS 30,         *
      *   CLEAN INVOICE LINES 20 AND CLAIM-FREE LINES/ISSUES 15, OVER  *
      *   ONLY THE PARTS THE VENDOR HAD ACTIVITY IN; TIES SHARE A RANK *
      * - THE REPORT QUARTER AND THE FOUR BEFORE IT ARE RE-SCORED      *
      *   INTO VEND_SCORE EACH RUN (LATE RECEIPTS AND INVOICES CHANGE  *
      *   OLD QUARTERS), AND EACH VENDOR'S LINE IS FOLLOWED BY ITS     *
      *   SCORE AND RANK IN THOSE FOUR QUARTERS                        *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   17,2020 - INITIAL VERSION                        (1117VS)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *   QTR=YYYYQn - REPORT QUARTER (DEFAULT: PREVIOUS QUARTER)      *
      *                                                                *
      * FILES:                                                         *
      * VENDSCOP (OUTPUT) - IBMUSER.SMAGALIT.VENDSCOP                  *
      * IBMUSER.VENDORS       (I)   - VENDOR NAME, LEAD_DAYS           *
      * IBMUSER.PURCH_ORDERS  (I)   - ORDER DATE                       *
      * IBMUSER.PO_LINES      (I)   - STATUS, RECEIPT, CLAIMS          *
      * IBMUSER.VEND_INVC/INVL (I)  - MATCH FLAG, INVOICED PRICE       *
      * IBMUSER.SUBSCRIPTIONS (I)   - SERIAL VENDOR                    *
      * IBMUSER.SERIAL_ISSUES (I)   - EXPECTED AND CLAIMED ISSUES      *
      * IBMUSER.VEND_SCORE    (I/O) - QUARTERLY SCORES                 *
      *                                                                *
      * 0000-MAIN                      2220-GET-ORDER-STATS            *
      * 1000-INIT                      2225-GET-RECEIPT-STATS          *
      * 1100-GET-TIMESTAMP             2230-GET-INVOICE-STATS          *
      * 1150-PARSE-PARM                2235-GET-SERIAL-STATS           *
      * 1200-SET-QUARTERS              2240-COMPUTE-SCORE              *
      * 1210-PREV-QUARTER              2245-INSERT-SCORE               *
      * 1220-SET-QTR-ENTRY             2250-RANK-QUARTER               *
      * 1300-OPEN-FILE                 2300-LIST-SCORECARD             *
      * 1400-SET-REPVARS               2310-FETCH-RANKED               *
      * 2000-MAIN-LOGIC                2320-WRITE-TREND                *
      * 2100-WRITE-HEADERS             2330-ADD-TREND-QTR              *
      * 2160-END-SECTION               3000-CLEANUP                    *
      * 2200-SCORE-QUARTER             3100-CLOSE-FILE                 *
      * 2210-SCORE-VENDOR              9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-VENDSCOP ASSIGN       TO    VENDSCOP
                              FILE STATUS  IS FS-VENDSCOP
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-VENDSCOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-VENDSCOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'NONE FOUND'         .
               10  FILLER              PIC X(114)    VALUE SPACES  .
           05  WS-LEGEND-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(64)
               VALUE 'SCORE = FILL% 35, ON-TIME 30, INVOICE MATCH 20, '
                                                                  .
               10  FILLER              PIC X(64)
               VALUE 'CLAIM-FREE 15 (OVER THE PARTS WITH ACTIVITY)'
                                                                  .
           05  WS-SCORE-HDR.
               10  FILLER              PIC X(05)
                                       VALUE ' RANK'              .
               10  FILLER              PIC X(11)
                                       VALUE '     VENDOR'        .
               10  FILLER              PIC X(25)
                                       VALUE ' NAME'              .
               10  FILLER              PIC X(06)
                                       VALUE ' SCORE'             .
               10  FILLER              PIC X(06)
                                       VALUE '   ORD'             .
               10  FILLER              PIC X(06)
                                       VALUE '   RCV'             .
               10  FILLER              PIC X(06)
                                       VALUE '   CAN'             .
               10  FILLER              PIC X(06)
                                       VALUE ' FILL%'             .
               10  FILLER              PIC X(07)
                                       VALUE '  AVG D'            .
               10  FILLER              PIC X(05)
                                       VALUE ' LEAD'              .
               10  FILLER              PIC X(06)
                                       VALUE '  LATE'             .
               10  FILLER              PIC X(06)
                                       VALUE ' CLAIM'             .
               10  FILLER              PIC X(06)
                                       VALUE '  INVL'             .
               10  FILLER              PIC X(06)
                                       VALUE ' NOMAT'             .
               10  FILLER              PIC X(12)
                                       VALUE '   PRICE VAR'       .
               10  FILLER              PIC X(06)
                                       VALUE ' SRISS'             .
               10  FILLER              PIC X(07)
                                       VALUE ' SRCLM'             .
           05  WS-SCORE-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-RANK          PIC ZZZ9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-SL-VENDOR        PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-NAME          PIC X(24)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-SCORE         PIC ZZ9.9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-ORD           PIC ZZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-RCV           PIC ZZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-CAN           PIC ZZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-FILL          PIC ZZ9.9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-AVG-DAYS      PIC ZZZ9.9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-LEAD          PIC ZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-LATE          PIC ZZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-CLAIMS        PIC ZZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-INVL          PIC ZZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-NOMATCH       PIC ZZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-PRICE-VAR     PIC ZZZ,ZZ9.99-.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-SER-EXP       PIC ZZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-SER-CLM       PIC ZZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
           05  WS-TREND-LINE           PIC X(132)    VALUE SPACES  .
           05  WS-TREND-PTR            PIC S9(04) COMP VALUE 1     .
           05  WS-TREND-ENTRY.
               10  WS-TE-QTR           PIC X(06)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-TE-SCORE         PIC X(05)     VALUE SPACES  .
               10  WS-TE-RANK-LBL      PIC X(02)     VALUE SPACES  .
               10  WS-TE-RANK          PIC X(03)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
           05  WS-QTR-TABLE.
               10  WS-QTR-ENTRY        OCCURS 5 TIMES.
                   15  WS-QT-ID        PIC X(06).
                   15  WS-QT-FROM      PIC X(10).
           05  WS-QX                   PIC S9(04) COMP VALUE 0.
           05  WS-QTR-WORK.
               10  WS-QW-YEAR          PIC 9(04)     VALUE 0.
               10  FILLER              PIC X(01)     VALUE 'Q'.
               10  WS-QW-NUM           PIC 9(01)     VALUE 0.
           05  WS-QW-MONTH             PIC 9(02)     VALUE 0.
           05  WS-WORK-DATE            PIC X(10)     VALUE SPACES  .
           05  WS-CUR-QTR-ID           PIC X(06)     VALUE SPACES  .
           05  WS-CUR-FROM             PIC X(10)     VALUE SPACES  .
           05  WS-PRIOR-SCORE          PIC S9(4)V9(1) COMP-3 VALUE 0.
           05  WS-PRIOR-RANK           PIC S9(09) COMP VALUE 0.
           05  WS-LAST-SCORE           PIC S9(4)V9(1) COMP-3 VALUE 0.
           05  WS-LAST-SW              PIC 9           VALUE 0.
               88  LAST-QTR-FOUND                      VALUE 1.
           05  WS-SCORE-DIFF           PIC S9(4)V9(1) COMP-3 VALUE 0.
           05  WS-VENDOR-TOTAL         PIC S9(09) COMP VALUE 0.
           05  WS-DISP-VARS.
               10  WS-SCORE-DISP       PIC ZZ9.9.
               10  WS-RANK-DISP        PIC ZZ9.
               10  WS-DIFF-DISP        PIC ZZ9.9.
               10  WS-COUNT-DISP       PIC ZZZZ9.
           05  WS-SCORE-VARS.
               10  WS-WT-FILL          PIC S9(03) COMP-3 VALUE 35.
               10  WS-WT-ONTIME        PIC S9(03) COMP-3 VALUE 30.
               10  WS-WT-MATCH         PIC S9(03) COMP-3 VALUE 20.
               10  WS-WT-CLAIM         PIC S9(03) COMP-3 VALUE 15.
               10  WS-WT-TOTAL         PIC S9(03) COMP-3 VALUE 0.
               10  WS-PCT              PIC S9(05)V9(4) COMP-3 VALUE 0.
               10  WS-POINTS           PIC S9(07)V9(4) COMP-3 VALUE 0.
               10  WS-FILL-PCT         PIC S9(03)V9(1) COMP-3 VALUE 0.
           05  WS-COUNTERS.
               10  WS-SECT-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-SCORED-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-LISTED-CNTR      PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'VENDOR PERFORMANCE SCORECARD'
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
               10  FS-VENDSCOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)      VALUE 'VENDSCR'.

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
           EXEC SQL INCLUDE DCLVND   END-EXEC.
           EXEC SQL INCLUDE DCLVSC   END-EXEC.

           EXEC SQL DECLARE CURVSVND CURSOR FOR
                SELECT VENDOR_ID
                      ,VENDOR_NAME
                      ,LEAD_DAYS
                  FROM IBMUSER.VENDORS
                 ORDER BY VENDOR_ID
           END-EXEC.

           EXEC SQL DECLARE CURVSRNK CURSOR FOR
                SELECT S.VENDOR_ID
                      ,V.VENDOR_NAME
                      ,V.LEAD_DAYS
                      ,S.LINES_ORDERED
                      ,S.LINES_RECEIVED
                      ,S.LINES_CANCELLED
                      ,S.RECEIPTS
                      ,S.AVG_DAYS
                      ,S.LATE_RECEIPTS
                      ,S.PO_CLAIMS
                      ,S.INVL_LINES
                      ,S.INVL_MISMATCH
                      ,S.PRICE_VAR_AMT
                      ,S.SER_EXPECTED
                      ,S.SER_CLAIMED
                      ,S.SCORE
                      ,S.RANK_NO
                  FROM IBMUSER.VEND_SCORE S
                      ,IBMUSER.VENDORS    V
                 WHERE S.QTR_ID    = :WS-CUR-QTR-ID
                   AND V.VENDOR_ID = S.VENDOR_ID
                 ORDER BY S.RANK_NO, S.VENDOR_ID
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

0807RH      MOVE 'VENDSCR' TO WS-RL-JOB-NAME
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
            PERFORM 1200-SET-QUARTERS
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

               IF FUNCTION TRIM (WS-PARM-KEY) = 'QTR'
               AND WS-PARM-VAL (1:4) IS NUMERIC
               AND WS-PARM-VAL (5:1) = 'Q'
               AND WS-PARM-VAL (6:1) >= '1'
               AND WS-PARM-VAL (6:1) <= '4'
                  MOVE WS-PARM-VAL (1:4) TO WS-QW-YEAR
                  MOVE WS-PARM-VAL (6:1) TO WS-QW-NUM
               END-IF
            END-IF
            .

      *--------------------------------------------------------------*
      * ENTRY 1 IS THE REPORT QUARTER, 2-5 THE FOUR BEFORE IT. RUN    *
      * EARLY IN THE QUARTER FOR THE QUARTER JUST ENDED               *
      *--------------------------------------------------------------*
       1200-SET-QUARTERS.
            MOVE '1200-SET-QUARTERS' TO ERR-LOC

            IF WS-QW-NUM = 0
               EXEC SQL
                    SELECT CHAR(CURRENT DATE - 3 MONTHS, ISO)
                      INTO :WS-WORK-DATE
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT PREVIOUS QUARTER' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               MOVE WS-WORK-DATE (1:4) TO WS-QW-YEAR
               MOVE WS-WORK-DATE (6:2) TO WS-QW-MONTH
               COMPUTE WS-QW-NUM = (WS-QW-MONTH + 2) / 3
            END-IF

            MOVE 1 TO WS-QX
            PERFORM 1220-SET-QTR-ENTRY
            PERFORM 1210-PREV-QUARTER VARYING WS-QX
                      FROM 2 BY 1 UNTIL WS-QX > 5

            DISPLAY 'VENDOR SCORECARD FOR ' WS-QT-ID (1)
                    ', TREND FROM ' WS-QT-ID (5)
            .

       1210-PREV-QUARTER.
            MOVE '1210-PREV-QUARTER' TO ERR-LOC
            IF WS-QW-NUM = 1
               MOVE 4 TO WS-QW-NUM
               SUBTRACT 1 FROM WS-QW-YEAR
            ELSE
               SUBTRACT 1 FROM WS-QW-NUM
            END-IF
            PERFORM 1220-SET-QTR-ENTRY
            .

       1220-SET-QTR-ENTRY.
            MOVE '1220-SET-QTR-ENTRY' TO ERR-LOC
            COMPUTE WS-QW-MONTH = (WS-QW-NUM - 1) * 3 + 1
            MOVE WS-QTR-WORK TO WS-QT-ID (WS-QX)
            MOVE SPACES TO WS-QT-FROM (WS-QX)
            STRING WS-QW-YEAR  DELIMITED BY SIZE
                   '-'         DELIMITED BY SIZE
                   WS-QW-MONTH DELIMITED BY SIZE
                   '-01'       DELIMITED BY SIZE
              INTO WS-QT-FROM (WS-QX)
            END-STRING
            .

       1300-OPEN-FILE.
            MOVE '1300-OPEN-FILE' TO ERR-LOC
            OPEN OUTPUT FD-VENDSCOP
            MOVE FS-VENDSCOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-VENDSCOP' TO ERR-MSG
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
            INITIALIZE WS-COUNTERS
            PERFORM 2100-WRITE-HEADERS

            PERFORM 2200-SCORE-QUARTER VARYING WS-QX
                      FROM 1 BY 1 UNTIL WS-QX > 5

            PERFORM 2300-LIST-SCORECARD

            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.VENDSCOP'
            DISPLAY WS-SCORED-CNTR ' VENDOR-QUARTERS SCORED, '
                    WS-LISTED-CNTR ' VENDORS RANKED FOR '
                    WS-QT-ID (1)
            WRITE REC-VENDSCOP FROM WS-REP-SPACES
            WRITE REC-VENDSCOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            WRITE REC-VENDSCOP FROM WS-REP-HEADER1
            WRITE REC-VENDSCOP FROM WS-REP-HEADER2
            WRITE REC-VENDSCOP FROM WS-REP-SPACES
            .

       2160-END-SECTION.
            MOVE '2160-END-SECTION' TO ERR-LOC
            IF WS-SECT-CNTR = 0
               WRITE REC-VENDSCOP FROM WS-NONE-LINE
            END-IF
            .

      *--------------------------------------------------------------*
      * REBUILD VEND_SCORE FOR QUARTER WS-QX FROM THE SOURCE TABLES   *
      *--------------------------------------------------------------*
       2200-SCORE-QUARTER.
            MOVE '2200-SCORE-QUARTER' TO ERR-LOC

            MOVE WS-QT-ID   (WS-QX) TO WS-CUR-QTR-ID
            MOVE WS-QT-FROM (WS-QX) TO WS-CUR-FROM

            EXEC SQL
                 DELETE FROM IBMUSER.VEND_SCORE
                  WHERE QTR_ID = :WS-CUR-QTR-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-EOC
               MOVE 'DELETE VEND_SCORE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL OPEN CURVSVND END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURVSVND' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2210-SCORE-VENDOR UNTIL SQL-EOC

            EXEC SQL CLOSE CURVSVND END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURVSVND' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2250-RANK-QUARTER
            .

       2210-SCORE-VENDOR.
            MOVE '2210-SCORE-VENDOR' TO ERR-LOC
            INITIALIZE DCLVND
            EXEC SQL
                 FETCH CURVSVND
                  INTO :TBLVND-VENDOR-ID
                      ,:TBLVND-VENDOR-NAME
                      ,:TBLVND-LEAD-DAYS
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     INITIALIZE DCLVSC
                     MOVE WS-CUR-QTR-ID    TO TBLVSC-QTR-ID
                     MOVE TBLVND-VENDOR-ID TO TBLVSC-VENDOR-ID
                     PERFORM 2220-GET-ORDER-STATS
                     PERFORM 2225-GET-RECEIPT-STATS
                     PERFORM 2230-GET-INVOICE-STATS
                     PERFORM 2235-GET-SERIAL-STATS
                     IF TBLVSC-LINES-ORDERED > 0
                     OR TBLVSC-RECEIPTS      > 0
                     OR TBLVSC-INVL-LINES    > 0
                     OR TBLVSC-SER-EXPECTED  > 0
                        PERFORM 2240-COMPUTE-SCORE
                        PERFORM 2245-INSERT-SCORE
                     END-IF
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURVSVND' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      *    LINES ON ORDERS PLACED IN THE QUARTER; NOT 'O' OR 'R' IS
      *    CANCELLED, AS ACQTRN SHOWS IT
       2220-GET-ORDER-STATS.
            MOVE '2220-GET-ORDER-STATS' TO ERR-LOC
            EXEC SQL
                 SELECT COUNT(*)
                       ,COALESCE(SUM(CASE WHEN L.LINE_STATUS = 'R'
                                          THEN 1 ELSE 0 END), 0)
                       ,COALESCE(SUM(CASE WHEN L.LINE_STATUS
                                               NOT IN ('O', 'R')
                                          THEN 1 ELSE 0 END), 0)
                       ,COALESCE(SUM(L.CLAIM_COUNT), 0)
                   INTO :TBLVSC-LINES-ORDERED
                       ,:TBLVSC-LINES-RECEIVED
                       ,:TBLVSC-LINES-CANCELLED
                       ,:TBLVSC-PO-CLAIMS
                   FROM IBMUSER.PO_LINES     L
                       ,IBMUSER.PURCH_ORDERS P
                  WHERE P.PO_ID      = L.PO_ID
                    AND P.VENDOR_ID  = :TBLVND-VENDOR-ID
                    AND P.ORDER_DATE >= DATE(:WS-CUR-FROM)
                    AND P.ORDER_DATE <  DATE(:WS-CUR-FROM) + 3 MONTHS
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT ORDER STATS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      *    LINES RECEIVED IN THE QUARTER (RECEIVED_DATE IS STAMPED BY
      *    ACQTRN PF6), DAYS FROM THE ORDER AGAINST LEAD_DAYS
       2225-GET-RECEIPT-STATS.
            MOVE '2225-GET-RECEIPT-STATS' TO ERR-LOC
            EXEC SQL
                 SELECT COUNT(*)
                       ,COALESCE(AVG(DECIMAL(DAYS(L.RECEIVED_DATE)
                                           - DAYS(P.ORDER_DATE), 7, 1)),
                                 0)
                       ,COALESCE(SUM(CASE WHEN DAYS(L.RECEIVED_DATE)
                                             - DAYS(P.ORDER_DATE)
                                             > :TBLVND-LEAD-DAYS
                                          THEN 1 ELSE 0 END), 0)
                   INTO :TBLVSC-RECEIPTS
                       ,:TBLVSC-AVG-DAYS
                       ,:TBLVSC-LATE-RECEIPTS
                   FROM IBMUSER.PO_LINES     L
                       ,IBMUSER.PURCH_ORDERS P
                  WHERE P.PO_ID      = L.PO_ID
                    AND P.VENDOR_ID  = :TBLVND-VENDOR-ID
                    AND L.LINE_STATUS = 'R'
                    AND L.RECEIVED_DATE >= DATE(:WS-CUR-FROM)
                    AND L.RECEIVED_DATE <  DATE(:WS-CUR-FROM) + 3 MONTHS
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT RECEIPT STATS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      *    LINES OF INVOICES DATED IN THE QUARTER; AN INVOICE LINE
      *    WITH NO PO LINE BEHIND IT COUNTS BUT HAS NO PRICE VARIANCE
       2230-GET-INVOICE-STATS.
            MOVE '2230-GET-INVOICE-STATS' TO ERR-LOC
            EXEC SQL
                 SELECT COUNT(*)
                       ,COALESCE(SUM(CASE WHEN V.MATCH_FLAG = 'N'
                                          THEN 1 ELSE 0 END), 0)
                       ,COALESCE(SUM(CASE WHEN L.PO_ID IS NULL
                                          THEN 0
                                          ELSE (V.INV_PRICE
                                              - L.UNIT_PRICE)
                                             * V.INV_QTY END), 0)
                   INTO :TBLVSC-INVL-LINES
                       ,:TBLVSC-INVL-MISMATCH
                       ,:TBLVSC-PRICE-VAR-AMT
                   FROM IBMUSER.VEND_INVC I
                        INNER JOIN IBMUSER.VEND_INVL V
                           ON V.INVC_ID = I.INVC_ID
                        LEFT OUTER JOIN IBMUSER.PO_LINES L
                           ON L.PO_ID   = V.PO_ID
                          AND L.LINE_NO = V.PO_LINE_NO
                  WHERE I.VENDOR_ID  = :TBLVND-VENDOR-ID
                    AND I.INVC_DATE >= DATE(:WS-CUR-FROM)
                    AND I.INVC_DATE <  DATE(:WS-CUR-FROM) + 3 MONTHS
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT INVOICE STATS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      *    ISSUES EXPECTED IN THE QUARTER; CLAIMED = STILL AT 'C' OR
      *    STAMPED WITH A CLAIM_DATE BY SERCLAIM BEFORE IT ARRIVED
       2235-GET-SERIAL-STATS.
            MOVE '2235-GET-SERIAL-STATS' TO ERR-LOC
            EXEC SQL
                 SELECT COUNT(*)
                       ,COALESCE(SUM(CASE WHEN S.CLAIM_DATE IS NOT NULL
                                            OR S.ISSUE_STATUS = 'C'
                                          THEN 1 ELSE 0 END), 0)
                   INTO :TBLVSC-SER-EXPECTED
                       ,:TBLVSC-SER-CLAIMED
                   FROM IBMUSER.SERIAL_ISSUES S
                       ,IBMUSER.SUBSCRIPTIONS B
                  WHERE B.SUB_ID     = S.SUB_ID
                    AND B.VENDOR_ID  = :TBLVND-VENDOR-ID
                    AND S.EXPECT_DATE >= DATE(:WS-CUR-FROM)
                    AND S.EXPECT_DATE <  DATE(:WS-CUR-FROM) + 3 MONTHS
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT SERIAL STATS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      *--------------------------------------------------------------*
      * WEIGHTED AVERAGE OF THE PERCENTAGES THE VENDOR HAS ACTIVITY   *
      * FOR - A VENDOR WITH NO INVOICES YET IS NOT MARKED DOWN FOR    *
      * INVOICE MATCHING                                              *
      *--------------------------------------------------------------*
       2240-COMPUTE-SCORE.
            MOVE '2240-COMPUTE-SCORE' TO ERR-LOC
            MOVE 0 TO WS-POINTS
                      WS-WT-TOTAL

            IF TBLVSC-LINES-ORDERED > 0
               COMPUTE WS-PCT = TBLVSC-LINES-RECEIVED * 100
                              / TBLVSC-LINES-ORDERED
               COMPUTE WS-POINTS = WS-POINTS + WS-PCT * WS-WT-FILL
               ADD WS-WT-FILL TO WS-WT-TOTAL
            END-IF

            IF TBLVSC-RECEIPTS > 0
               COMPUTE WS-PCT = (TBLVSC-RECEIPTS
                               - TBLVSC-LATE-RECEIPTS) * 100
                              / TBLVSC-RECEIPTS
               COMPUTE WS-POINTS = WS-POINTS + WS-PCT * WS-WT-ONTIME
               ADD WS-WT-ONTIME TO WS-WT-TOTAL
            END-IF

            IF TBLVSC-INVL-LINES > 0
               COMPUTE WS-PCT = (TBLVSC-INVL-LINES
                               - TBLVSC-INVL-MISMATCH) * 100
                              / TBLVSC-INVL-LINES
               COMPUTE WS-POINTS = WS-POINTS + WS-PCT * WS-WT-MATCH
               ADD WS-WT-MATCH TO WS-WT-TOTAL
            END-IF

            IF TBLVSC-LINES-ORDERED + TBLVSC-SER-EXPECTED > 0
               COMPUTE WS-PCT = 100
                              - (TBLVSC-PO-CLAIMS + TBLVSC-SER-CLAIMED)
                              * 100
                              / (TBLVSC-LINES-ORDERED
                               + TBLVSC-SER-EXPECTED)
               IF WS-PCT < 0
                  MOVE 0 TO WS-PCT
               END-IF
               COMPUTE WS-POINTS = WS-POINTS + WS-PCT * WS-WT-CLAIM
               ADD WS-WT-CLAIM TO WS-WT-TOTAL
            END-IF

            IF WS-WT-TOTAL > 0
               COMPUTE TBLVSC-SCORE ROUNDED = WS-POINTS / WS-WT-TOTAL
            ELSE
               MOVE 0 TO TBLVSC-SCORE
            END-IF
            .

       2245-INSERT-SCORE.
            MOVE '2245-INSERT-SCORE' TO ERR-LOC
            EXEC SQL
                 INSERT INTO IBMUSER.VEND_SCORE
                        (QTR_ID, VENDOR_ID, LINES_ORDERED,
                         LINES_RECEIVED, LINES_CANCELLED, RECEIPTS,
                         AVG_DAYS, LATE_RECEIPTS, PO_CLAIMS,
                         INVL_LINES, INVL_MISMATCH, PRICE_VAR_AMT,
                         SER_EXPECTED, SER_CLAIMED, SCORE, RANK_NO,
                         SCORED_TS)
                 VALUES (:TBLVSC-QTR-ID, :TBLVSC-VENDOR-ID,
                         :TBLVSC-LINES-ORDERED,
                         :TBLVSC-LINES-RECEIVED,
                         :TBLVSC-LINES-CANCELLED,
                         :TBLVSC-RECEIPTS, :TBLVSC-AVG-DAYS,
                         :TBLVSC-LATE-RECEIPTS, :TBLVSC-PO-CLAIMS,
                         :TBLVSC-INVL-LINES, :TBLVSC-INVL-MISMATCH,
                         :TBLVSC-PRICE-VAR-AMT,
                         :TBLVSC-SER-EXPECTED, :TBLVSC-SER-CLAIMED,
                         :TBLVSC-SCORE, 0, CURRENT TIMESTAMP)
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT VEND_SCORE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            ADD 1 TO WS-SCORED-CNTR
            .

      *    RANK = 1 + VENDORS SCORING HIGHER IN THE SAME QUARTER
       2250-RANK-QUARTER.
            MOVE '2250-RANK-QUARTER' TO ERR-LOC
            EXEC SQL
                 UPDATE IBMUSER.VEND_SCORE S
                    SET RANK_NO =
                        (SELECT COUNT(*) + 1
                           FROM IBMUSER.VEND_SCORE T
                          WHERE T.QTR_ID = S.QTR_ID
                            AND T.SCORE  > S.SCORE)
                  WHERE S.QTR_ID = :WS-CUR-QTR-ID
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-EOC
               MOVE 'UPDATE VEND_SCORE RANK' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2300-LIST-SCORECARD.
            MOVE '2300-LIST-SCORECARD' TO ERR-LOC

            MOVE WS-QT-ID (1) TO WS-CUR-QTR-ID
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-VENDOR-TOTAL
                   FROM IBMUSER.VEND_SCORE
                  WHERE QTR_ID = :WS-CUR-QTR-ID
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT COUNT VEND_SCORE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE WS-VENDOR-TOTAL TO WS-COUNT-DISP
            MOVE SPACES TO WS-SECTION-HDR
            STRING 'QUARTER '        DELIMITED BY SIZE
                   WS-QT-ID (1)      DELIMITED BY SIZE
                   ' - '             DELIMITED BY SIZE
                   FUNCTION TRIM (WS-COUNT-DISP)
                                     DELIMITED BY SIZE
                   ' VENDORS RANKED, TREND OVER THE FOUR PRIOR '
                                     DELIMITED BY SIZE
                   'QUARTERS'        DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            MOVE 0 TO WS-SECT-CNTR
            WRITE REC-VENDSCOP FROM WS-SECTION-HDR
            WRITE REC-VENDSCOP FROM WS-LEGEND-LINE
            WRITE REC-VENDSCOP FROM WS-REP-SPACES
            WRITE REC-VENDSCOP FROM WS-SCORE-HDR

            EXEC SQL OPEN CURVSRNK END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURVSRNK' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2310-FETCH-RANKED UNTIL SQL-EOC

            EXEC SQL CLOSE CURVSRNK END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURVSRNK' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2310-FETCH-RANKED.
            MOVE '2310-FETCH-RANKED' TO ERR-LOC
            INITIALIZE DCLVSC
                       DCLVND
            EXEC SQL
                 FETCH CURVSRNK
                  INTO :TBLVSC-VENDOR-ID
                      ,:TBLVND-VENDOR-NAME
                      ,:TBLVND-LEAD-DAYS
                      ,:TBLVSC-LINES-ORDERED
                      ,:TBLVSC-LINES-RECEIVED
                      ,:TBLVSC-LINES-CANCELLED
                      ,:TBLVSC-RECEIPTS
                      ,:TBLVSC-AVG-DAYS
                      ,:TBLVSC-LATE-RECEIPTS
                      ,:TBLVSC-PO-CLAIMS
                      ,:TBLVSC-INVL-LINES
                      ,:TBLVSC-INVL-MISMATCH
                      ,:TBLVSC-PRICE-VAR-AMT
                      ,:TBLVSC-SER-EXPECTED
                      ,:TBLVSC-SER-CLAIMED
                      ,:TBLVSC-SCORE
                      ,:TBLVSC-RANK-NO
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-CNTR
                              WS-LISTED-CNTR
                     IF TBLVSC-LINES-ORDERED > 0
                        COMPUTE WS-FILL-PCT ROUNDED =
                                TBLVSC-LINES-RECEIVED * 100
                              / TBLVSC-LINES-ORDERED
                     ELSE
                        MOVE 0 TO WS-FILL-PCT
                     END-IF
                     MOVE TBLVSC-RANK-NO          TO WS-SL-RANK
                     MOVE TBLVSC-VENDOR-ID        TO WS-SL-VENDOR
                     MOVE TBLVND-VENDOR-NAME-TEXT TO WS-SL-NAME
                     MOVE TBLVSC-SCORE            TO WS-SL-SCORE
                     MOVE TBLVSC-LINES-ORDERED    TO WS-SL-ORD
                     MOVE TBLVSC-LINES-RECEIVED   TO WS-SL-RCV
                     MOVE TBLVSC-LINES-CANCELLED  TO WS-SL-CAN
                     MOVE WS-FILL-PCT             TO WS-SL-FILL
                     MOVE TBLVSC-AVG-DAYS         TO WS-SL-AVG-DAYS
                     MOVE TBLVND-LEAD-DAYS        TO WS-SL-LEAD
                     MOVE TBLVSC-LATE-RECEIPTS    TO WS-SL-LATE
                     MOVE TBLVSC-PO-CLAIMS        TO WS-SL-CLAIMS
                     MOVE TBLVSC-INVL-LINES       TO WS-SL-INVL
                     MOVE TBLVSC-INVL-MISMATCH    TO WS-SL-NOMATCH
                     MOVE TBLVSC-PRICE-VAR-AMT    TO WS-SL-PRICE-VAR
                     MOVE TBLVSC-SER-EXPECTED     TO WS-SL-SER-EXP
                     MOVE TBLVSC-SER-CLAIMED      TO WS-SL-SER-CLM
                     WRITE REC-VENDSCOP FROM WS-SCORE-LINE
                     PERFORM 2320-WRITE-TREND
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURVSRNK' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      *--------------------------------------------------------------*
      * '      TREND  2020Q2  81.3 #2   2020Q1    -- ...  VS 2020Q2:   *
      * UP 4.2' - SCORE AND RANK IN EACH PRIOR QUARTER, MOST RECENT   *
      * FIRST, AND THE MOVE SINCE LAST QUARTER                        *
      *--------------------------------------------------------------*
       2320-WRITE-TREND.
            MOVE '2320-WRITE-TREND' TO ERR-LOC
            MOVE SPACES TO WS-TREND-LINE
            MOVE 0      TO WS-LAST-SW
            MOVE 1      TO WS-TREND-PTR
            STRING '                   TREND  '
                                     DELIMITED BY SIZE
              INTO WS-TREND-LINE
              WITH POINTER WS-TREND-PTR
            END-STRING

            PERFORM 2330-ADD-TREND-QTR VARYING WS-QX
                      FROM 2 BY 1 UNTIL WS-QX > 5

            IF LAST-QTR-FOUND
               COMPUTE WS-SCORE-DIFF = TBLVSC-SCORE - WS-LAST-SCORE
               MOVE WS-SCORE-DIFF TO WS-DIFF-DISP
               STRING 'VS '          DELIMITED BY SIZE
                      WS-QT-ID (2)   DELIMITED BY SIZE
                      ': '           DELIMITED BY SIZE
                 INTO WS-TREND-LINE
                 WITH POINTER WS-TREND-PTR
               END-STRING
               EVALUATE TRUE
                   WHEN WS-SCORE-DIFF > 0
                        STRING 'UP '   DELIMITED BY SIZE
                               FUNCTION TRIM (WS-DIFF-DISP)
                                       DELIMITED BY SIZE
                          INTO WS-TREND-LINE
                          WITH POINTER WS-TREND-PTR
                        END-STRING
                   WHEN WS-SCORE-DIFF < 0
                        STRING 'DOWN ' DELIMITED BY SIZE
                               FUNCTION TRIM (WS-DIFF-DISP)
                                       DELIMITED BY SIZE
                          INTO WS-TREND-LINE
                          WITH POINTER WS-TREND-PTR
                        END-STRING
                   WHEN OTHER
                        STRING 'SAME'  DELIMITED BY SIZE
                          INTO WS-TREND-LINE
                          WITH POINTER WS-TREND-PTR
                        END-STRING
               END-EVALUATE
            ELSE
               STRING 'NEW THIS QUARTER' DELIMITED BY SIZE
                 INTO WS-TREND-LINE
                 WITH POINTER WS-TREND-PTR
               END-STRING
            END-IF

            WRITE REC-VENDSCOP FROM WS-TREND-LINE
            .

       2330-ADD-TREND-QTR.
            MOVE '2330-ADD-TREND-QTR' TO ERR-LOC
            MOVE WS-QT-ID (WS-QX) TO WS-CUR-QTR-ID
            MOVE WS-CUR-QTR-ID    TO WS-TE-QTR

            EXEC SQL
                 SELECT SCORE, RANK_NO
                   INTO :WS-PRIOR-SCORE, :WS-PRIOR-RANK
                   FROM IBMUSER.VEND_SCORE
                  WHERE QTR_ID    = :WS-CUR-QTR-ID
                    AND VENDOR_ID = :TBLVSC-VENDOR-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE WS-PRIOR-SCORE TO WS-SCORE-DISP
                     MOVE WS-SCORE-DISP  TO WS-TE-SCORE
                     MOVE ' #'           TO WS-TE-RANK-LBL
                     MOVE WS-PRIOR-RANK  TO WS-RANK-DISP
                     MOVE WS-RANK-DISP   TO WS-TE-RANK
                     IF WS-QX = 2
                        SET LAST-QTR-FOUND TO TRUE
                        MOVE WS-PRIOR-SCORE TO WS-LAST-SCORE
                     END-IF
                WHEN SQL-EOC
                     MOVE '   --'        TO WS-TE-SCORE
                     MOVE SPACES         TO WS-TE-RANK-LBL
                                            WS-TE-RANK
                WHEN OTHER
                     MOVE 'SELECT PRIOR SCORE' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE

            STRING WS-TREND-ENTRY DELIMITED BY SIZE
              INTO WS-TREND-LINE
              WITH POINTER WS-TREND-PTR
            END-STRING

      ***   RESTORE EVAL-CODE SO 2310'S FETCH LOOP KEEPS GOING
            MOVE 0 TO EVAL-CODE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE
0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
0807RH      MOVE WS-LISTED-CNTR TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC
            CLOSE FD-VENDSCOP
            MOVE FS-VENDSCOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-VENDSCOP' TO ERR-MSG
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
