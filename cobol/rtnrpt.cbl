      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RTNRPT.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/16/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * VENDOR RETURNS STILL AWAITING CREDIT                           *
      *----------------------------------------------------------------*
      * - LISTS EVERY VEND_RETURNS ROW (ACQTRN PF7) NOT YET CREDITED:  *
      *   STATUS A (NO CREDIT MEMO YET) AND M (MATCHED ON A CREDIT     *
      *   MEMO IN INVCTRN THAT IS NOT YET APPROVED - THE MEMO ID IS    *
      *   SHOWN). ONE BLOCK PER VENDOR, OLDEST RETURN FIRST, WITH THE  *
      *   RMA, PO LINE, TITLE, DAYS OUTSTANDING, VALUE, REASON AND     *
      *   WHAT BECAME OF THE PO LINE (REOPENED OR CANCELLED)           *
      * - VENDOR AND GRAND TOTALS SHOW THE VALUE THE FINANCE OFFICE    *
      *   IS STILL OWED; INVCRPT NETS THE CREDITS ONCE APPROVED        *
      * - REGISTERED IN RUN_HIST (RUNLOG) AND REP_REGIST (REPREG)      *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   16,2020 - INITIAL VERSION                        (1216RT)*
      *                                                                *
      * FILES:                                                         *
      * RTNRPOP (OUTPUT) - IBMUSER.SMAGALIT.RTNRPOP                    *
      * IBMUSER.VEND_RETURNS (INPUT) - RETURNS (SEE DCLVRT)            *
      * IBMUSER.VENDORS/PO_LINES (INPUT) - VENDOR NAME AND TITLE       *
      *                                                                *
      * 0000-MAIN                      2200-FETCH-RETURN               *
      * 1000-INIT                      2210-START-VENDOR-BLOCK         *
      * 1100-GET-TIMESTAMP             2220-VENDOR-TOTALS              *
      * 1300-OPEN-FILE                 3000-CLEANUP                    *
      * 1400-SET-REPVARS               3100-CLOSE-FILE                 *
      * 2000-MAIN-LOGIC                9999-ERROR-HANDLING             *
      * 2100-WRITE-HEADERS             9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RTNRPOP  ASSIGN       TO    RTNRPOP
                              FILE STATUS  IS FS-RTNRPOP
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-RTNRPOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-RTNRPOP                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-SECTION-HDR          PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(60)     VALUE
                          'NO VENDOR RETURNS ARE AWAITING CREDIT'.
               10  FILLER              PIC X(68)     VALUE SPACES  .
           05  WS-RTN-HDR.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  FILLER              PIC X(09)     VALUE 'RETURN'.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  FILLER              PIC X(20)     VALUE 'RMA NO'.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  FILLER              PIC X(13)
                                       VALUE '   PO / LINE'       .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  FILLER              PIC X(24)     VALUE 'TITLE' .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  FILLER              PIC X(10)
                                       VALUE 'RETURNED'           .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(04)     VALUE 'DAYS'  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE 'QTY'   .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(10)
                                       VALUE '    AMOUNT'         .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(07)     VALUE 'REASON'.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(06)     VALUE 'LINE'  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(10)     VALUE 'CREDIT'.
           05  WS-RTN-LINE.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-RL-RTN-ID        PIC Z(8)9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-RL-RMA           PIC X(20)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-RL-PO-ID         PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE '/'     .
               10  WS-RL-LINE-NO       PIC ZZ9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-RL-TITLE         PIC X(24)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-RL-DATE          PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RL-DAYS          PIC ZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RL-QTY           PIC ZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RL-AMT           PIC ZZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RL-REASON        PIC X(07)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RL-ACTION        PIC X(06)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RL-CREDIT        PIC X(10)     VALUE SPACES  .
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TL-TEXT          PIC X(40)     VALUE SPACES  .
               10  WS-TL-COUNT         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(10)
                                       VALUE ' RETURNS  '         .
               10  WS-TL-AMT           PIC Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(59)     VALUE SPACES  .
           05  WS-PREV-VENDOR          PIC S9(09) COMP VALUE -1.
           05  WS-DAYS-OUT             PIC S9(09) COMP VALUE 0.
           05  WS-CREDIT-INVC          PIC S9(09) COMP VALUE 0.
           05  WS-ID-DISP              PIC Z(08)9.
           05  WS-VENDOR-AMT           PIC S9(9)V9(2) COMP-3 VALUE 0.
           05  WS-GRAND-AMT            PIC S9(9)V9(2) COMP-3 VALUE 0.
           05  WS-COUNTERS.
               10  WS-RTN-CNTR         PIC S9(08) COMP VALUE 0.
               10  WS-VENDOR-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-LINE-CNTR        PIC S9(08) COMP VALUE 0.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                   VALUE 'VENDOR RETURNS AWAITING CREDIT'.

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
               10  FS-RTNRPOP           PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)      VALUE 'RTNRPT'.

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

       01  WS-REPREG-PARMS.
           05  WS-RR-REP-NAME       PIC X(08)         VALUE SPACES.
           05  WS-RR-PARM-TEXT      PIC X(58)         VALUE SPACES.
           05  WS-RR-LINE-COUNT     PIC S9(09) COMP   VALUE 0.
           05  WS-RR-RUN-ID         PIC S9(09) COMP   VALUE 0.
           05  WS-RR-RC             PIC S9(04) COMP   VALUE 0.

       01  WS-ERROR.
           05  FILLER                   PIC X(09)       VALUE 'ERR AT '.
           05  ERR-LOC                  PIC X(26)       VALUE SPACES   .
           05  FILLER                   PIC X(05)       VALUE ' RC: '  .
           05  ERR-CODE                 PIC X(08)       VALUE SPACES   .
           05  FILLER                   PIC X(06)       VALUE ' MSG: ' .
           05  ERR-MSG                  PIC X(26)       VALUE SPACES   .

      *** SQL COPYBOOKS
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE DCLVND END-EXEC.
           EXEC SQL INCLUDE DCLPLN END-EXEC.
           EXEC SQL INCLUDE DCLVRT END-EXEC.

      **   RETURNS NOT YET CREDITED, BY VENDOR, OLDEST FIRST
           EXEC SQL DECLARE CURRTNOP CURSOR FOR
                SELECT V.VENDOR_ID
                      ,V.VENDOR_NAME
                      ,R.RTN_ID
                      ,R.RMA_NO
                      ,R.PO_ID
                      ,R.LINE_NO
                      ,L.TITLE
                      ,R.RTN_DATE
                      ,DAYS(CURRENT DATE) - DAYS(R.RTN_DATE)
                      ,R.RTN_QTY
                      ,R.RTN_AMT
                      ,R.RTN_REASON
                      ,R.LINE_ACTION
                      ,R.RTN_STATUS
                      ,COALESCE(R.CREDIT_INVC_ID, 0)
                  FROM IBMUSER.VEND_RETURNS R
                 INNER JOIN IBMUSER.VENDORS V
                    ON V.VENDOR_ID = R.VENDOR_ID
                 INNER JOIN IBMUSER.PO_LINES L
                    ON L.PO_ID = R.PO_ID
                   AND L.LINE_NO = R.LINE_NO
                 WHERE R.RTN_STATUS IN ('A', 'M')
                 ORDER BY V.VENDOR_NAME, V.VENDOR_ID,
                          R.RTN_DATE, R.RTN_ID
           END-EXEC.

      *------------------------------
       PROCEDURE DIVISION.
      *------------------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

            MOVE 'RTNRPT' TO WS-RL-JOB-NAME
            MOVE 'S' TO WS-RL-FUNC
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 1000-INIT
            PERFORM 2000-MAIN-LOGIC
            PERFORM 3000-CLEANUP
            .

       1000-INIT.
            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1100-GET-TIMESTAMP
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

       1300-OPEN-FILE.
            MOVE '1300-OPEN-FILE' TO ERR-LOC
            OPEN OUTPUT FD-RTNRPOP
            MOVE FS-RTNRPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-RTNRPOP' TO ERR-MSG
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
            MOVE 0  TO WS-GRAND-AMT
            MOVE -1 TO WS-PREV-VENDOR

            PERFORM 2100-WRITE-HEADERS

            EXEC SQL OPEN CURRTNOP END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURRTNOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2200-FETCH-RETURN UNTIL SQL-EOC

            EXEC SQL CLOSE CURRTNOP END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURRTNOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-PREV-VENDOR < 0
               WRITE REC-RTNRPOP FROM WS-REP-SPACES
               WRITE REC-RTNRPOP FROM WS-NONE-LINE
            ELSE
               PERFORM 2220-VENDOR-TOTALS
               WRITE REC-RTNRPOP FROM WS-REP-SPACES
               MOVE 'ALL VENDORS - AWAITING CREDIT' TO WS-TL-TEXT
               MOVE WS-RTN-CNTR  TO WS-TL-COUNT
               MOVE WS-GRAND-AMT TO WS-TL-AMT
               WRITE REC-RTNRPOP FROM WS-TOTAL-LINE
            END-IF

            DISPLAY WS-RTN-CNTR ' RETURNS AWAITING CREDIT LISTED'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.RTNRPOP'
            WRITE REC-RTNRPOP FROM WS-REP-SPACES
            WRITE REC-RTNRPOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(22:)
            WRITE REC-RTNRPOP FROM WS-REP-HEADER1
            WRITE REC-RTNRPOP FROM WS-REP-HEADER2
            WRITE REC-RTNRPOP FROM WS-REP-SPACES
            .

       2200-FETCH-RETURN.
            MOVE '2200-FETCH-RETURN' TO ERR-LOC

            INITIALIZE DCLVND
                       DCLPLN
                       DCLVRT
            MOVE 0 TO WS-DAYS-OUT
                      WS-CREDIT-INVC

            EXEC SQL
                 FETCH CURRTNOP
                  INTO :TBLVND-VENDOR-ID
                      ,:TBLVND-VENDOR-NAME
                      ,:TBLVRT-RTN-ID
                      ,:TBLVRT-RMA-NO
                      ,:TBLVRT-PO-ID
                      ,:TBLVRT-LINE-NO
                      ,:TBLPLN-TITLE
                      ,:TBLVRT-RTN-DATE
                      ,:WS-DAYS-OUT
                      ,:TBLVRT-RTN-QTY
                      ,:TBLVRT-RTN-AMT
                      ,:TBLVRT-RTN-REASON
                      ,:TBLVRT-LINE-ACTION
                      ,:TBLVRT-RTN-STATUS
                      ,:WS-CREDIT-INVC
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF TBLVND-VENDOR-ID NOT = WS-PREV-VENDOR
                        PERFORM 2210-START-VENDOR-BLOCK
                        MOVE TBLVND-VENDOR-ID TO WS-PREV-VENDOR
                     END-IF

                     MOVE TBLVRT-RTN-ID      TO WS-RL-RTN-ID
                     MOVE TBLVRT-RMA-NO-TEXT TO WS-RL-RMA
                     MOVE TBLVRT-PO-ID       TO WS-RL-PO-ID
                     MOVE TBLVRT-LINE-NO     TO WS-RL-LINE-NO
                     MOVE TBLPLN-TITLE-TEXT (1:24)
                                             TO WS-RL-TITLE
                     MOVE TBLVRT-RTN-DATE    TO WS-RL-DATE
                     MOVE WS-DAYS-OUT        TO WS-RL-DAYS
                     MOVE TBLVRT-RTN-QTY     TO WS-RL-QTY
                     MOVE TBLVRT-RTN-AMT     TO WS-RL-AMT

                     EVALUATE TBLVRT-RTN-REASON
                         WHEN 'D'
                              MOVE 'DAMAGED' TO WS-RL-REASON
                         WHEN 'W'
                              MOVE 'EDITION' TO WS-RL-REASON
                         WHEN OTHER
                              MOVE 'OTHER'   TO WS-RL-REASON
                     END-EVALUATE

                     IF TBLVRT-LINE-ACTION = 'R'
                        MOVE 'REOPEN' TO WS-RL-ACTION
                     ELSE
                        MOVE 'CANCEL' TO WS-RL-ACTION
                     END-IF

      **             M = ON A CREDIT MEMO NOT YET APPROVED
                     MOVE SPACES TO WS-RL-CREDIT
                     IF TBLVRT-RTN-STATUS = 'M'
                        MOVE WS-CREDIT-INVC TO WS-ID-DISP
                        STRING 'MEMO '            DELIMITED BY SIZE
                               FUNCTION TRIM (WS-ID-DISP)
                                                 DELIMITED BY SIZE
                          INTO WS-RL-CREDIT
                        END-STRING
                     ELSE
                        MOVE 'AWAITING' TO WS-RL-CREDIT
                     END-IF

                     WRITE REC-RTNRPOP FROM WS-RTN-LINE
                     ADD 1 TO WS-RTN-CNTR
                              WS-VENDOR-CNTR
                              WS-LINE-CNTR
                     ADD TBLVRT-RTN-AMT TO WS-VENDOR-AMT
                                           WS-GRAND-AMT
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURRTNOP' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      ***   A NEW VENDOR: CLOSE OFF THE LAST ONE AND PUT UP THE NEW
      ***   ONE'S NAME AND THE COLUMN HEADINGS
       2210-START-VENDOR-BLOCK.
            MOVE '2210-START-VENDOR-BLOCK' TO ERR-LOC

            IF WS-PREV-VENDOR NOT < 0
               PERFORM 2220-VENDOR-TOTALS
            END-IF
            MOVE 0 TO WS-VENDOR-CNTR
                      WS-VENDOR-AMT

            WRITE REC-RTNRPOP FROM WS-REP-SPACES
            MOVE TBLVND-VENDOR-ID TO WS-ID-DISP
            MOVE SPACES TO WS-SECTION-HDR
            STRING 'VENDOR '                  DELIMITED BY SIZE
                   FUNCTION TRIM (WS-ID-DISP) DELIMITED BY SIZE
                   '  '                       DELIMITED BY SIZE
                   TBLVND-VENDOR-NAME-TEXT (1:TBLVND-VENDOR-NAME-LEN)
                                              DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            WRITE REC-RTNRPOP FROM WS-SECTION-HDR
            WRITE REC-RTNRPOP FROM WS-RTN-HDR
            .

       2220-VENDOR-TOTALS.
            MOVE '2220-VENDOR-TOTALS' TO ERR-LOC

            MOVE 'VENDOR TOTAL - AWAITING CREDIT' TO WS-TL-TEXT
            MOVE WS-VENDOR-CNTR TO WS-TL-COUNT
            MOVE WS-VENDOR-AMT  TO WS-TL-AMT
            WRITE REC-RTNRPOP FROM WS-TOTAL-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-RTN-CNTR TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

      **    REGISTER THE KEPT OUTPUT GENERATION (SEE REPREG)
            MOVE 'RTNRPOP' TO WS-RR-REP-NAME
            MOVE SPACES TO WS-RR-PARM-TEXT
            MOVE WS-LINE-CNTR TO WS-RR-LINE-COUNT
            MOVE WS-RL-RUN-ID TO WS-RR-RUN-ID
            CALL 'REPREG' USING WS-REPREG-PARMS
            IF WS-RR-RC NOT = 0
               DISPLAY 'REPREG FAILED - RUN NOT REGISTERED'
            END-IF

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC
            CLOSE FD-RTNRPOP
            MOVE FS-RTNRPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-RTNRPOP' TO ERR-MSG
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
