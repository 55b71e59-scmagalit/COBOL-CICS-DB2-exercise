      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SUBRENEW.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/19/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * SERIALS SUBSCRIPTION RENEWAL CYCLE                             *
      *----------------------------------------------------------------*
      * - RUN DAILY OR WEEKLY. EACH RUN, IN THIS ORDER:                *
      *   1) RENEWALS WHOSE NEW PERIOD HAS STARTED ARE POSTED: THE     *
      *      ENCUMBRANCE ON THE FUND BECOMES SPEND, AS ACQTRN DOES AT  *
      *      RECEIPT                                                   *
      *   2) SUBSCRIPTIONS SET TO CANCEL (RENEW_ACTION 'C' ON SERLTRN) *
      *      WHOSE PERIOD HAS ENDED ARE CANCELLED ('C'), AND ANY       *
      *      ISSUES STILL EXPECTED PAST THE PERIOD END ARE DROPPED SO  *
      *      SERCLAIM DOES NOT CLAIM THEM                              *
      *   3) SUBSCRIPTIONS SET TO RENEW ('R') AND DUE WITHIN THE       *
      *      WINDOW ARE RENEWED FOR A YEAR: THE ANNUAL COST IS         *
      *      ENCUMBERED ON THE SUBSCRIPTION'S FUND, THE PERIOD IS      *
      *      RECORDED IN SUB_RENEWALS (THE COST HISTORY) AND THE       *
      *      PERIOD END MOVES ON. ONE THAT WOULD OVERDRAW ITS FUND IS  *
      *      LEFT FOR THE FUND MANAGER (FUNDTRN) AND LISTED            *
      *   4) THE RENEWAL WORKSHEET: ONE PAGE PER VENDOR OF EVERY       *
      *      ACTIVE SUBSCRIPTION ENDING WITHIN THE WINDOW, WITH ITS    *
      *      COST HISTORY AND THE LAST YEAR'S ISSUE RECORD FROM        *
      *      SERIAL_ISSUES (DUE / RECEIVED / CLAIMED / NEVER ARRIVED)  *
      *      SO SELECTORS CAN CANCEL POOR PERFORMERS. DECISIONS ARE    *
      *      KEYED ON SERLTRN AND ACTED ON BY THE NEXT RUN             *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   19,2020 - INITIAL VERSION                        (1119SR)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *   DAYS=nnn - RENEWAL WINDOW IN DAYS BEFORE THE PERIOD END      *
      *              (DEFAULT 60)                                      *
      *                                                                *
      * FILES:                                                         *
      * SUBRNWOP (OUTPUT) - IBMUSER.SMAGALIT.SUBRNWOP                  *
      * IBMUSER.SUBSCRIPTIONS (I/O) - PERIOD END, ACTION, STATUS       *
      * IBMUSER.SUB_RENEWALS  (I/O) - RENEWED PERIODS, COST HISTORY    *
      * IBMUSER.SERIAL_ISSUES (I/O) - ISSUE RECORD                     *
      * IBMUSER.FUNDS         (I/O) - ENCUMBRANCE AND SPEND            *
      * IBMUSER.VENDORS       (I)   - VENDOR NAME                      *
      *                                                                *
      * 0000-MAIN                      2410-RENEW-ONE                  *
      * 1000-INIT                      2420-APPLY-RENEWAL              *
      * 1100-GET-TIMESTAMP             2500-WORKSHEET                  *
      * 1150-PARSE-PARM                2510-WORKSHEET-ONE              *
      * 1300-OPEN-FILE                 2520-VENDOR-BREAK               *
      * 1400-SET-REPVARS               2530-COST-HISTORY               *
      * 2000-MAIN-LOGIC                2535-ADD-COST-ENTRY             *
      * 2100-WRITE-HEADERS             2540-ISSUE-RECORD               *
      * 2150-START-SECTION             2900-WRITE-ACTION               *
      * 2160-END-SECTION               3000-CLEANUP                    *
      * 2200-POST-STARTED              3100-CLOSE-FILE                 *
      * 2210-POST-ONE                  9999-ERROR-HANDLING             *
      * 2300-CANCEL-ENDED              9999-TERMINATE                  *
      * 2310-CANCEL-ONE                                                *
      * 2400-RENEW-MARKED                                              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-SUBRNWOP ASSIGN       TO    SUBRNWOP
                              FILE STATUS  IS FS-SUBRNWOP
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-SUBRNWOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-SUBRNWOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'NONE FOUND'         .
               10  FILLER              PIC X(114)    VALUE SPACES  .
           05  WS-ACTION-HDR.
               10  FILLER              PIC X(10)
                                       VALUE '    SUB ID'         .
               10  FILLER              PIC X(41)
                                       VALUE ' TITLE'             .
               10  FILLER              PIC X(11)
                                       VALUE ' PERIOD END'        .
               10  FILLER              PIC X(12)
                                       VALUE '        COST'       .
               10  FILLER              PIC X(09)
                                       VALUE ' FUND'              .
               10  FILLER              PIC X(41)
                                       VALUE ' RESULT'            .
               10  FILLER              PIC X(08)     VALUE SPACES  .
           05  WS-ACTION-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-AL-SUB-ID        PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-AL-TITLE         PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-AL-PERIOD-END    PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-AL-COST          PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-AL-FUND          PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-AL-RESULT        PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(08)     VALUE SPACES  .
           05  WS-WORK-HDR.
               10  FILLER              PIC X(10)
                                       VALUE '    SUB ID'         .
               10  FILLER              PIC X(41)
                                       VALUE ' TITLE'             .
               10  FILLER              PIC X(02)
                                       VALUE ' F'                 .
               10  FILLER              PIC X(11)
                                       VALUE ' PERIOD END'        .
               10  FILLER              PIC X(05)
                                       VALUE ' DAYS'              .
               10  FILLER              PIC X(12)
                                       VALUE ' ANNUAL COST'       .
               10  FILLER              PIC X(09)
                                       VALUE ' FUND'              .
               10  FILLER              PIC X(42)
                                       VALUE ' DECISION'          .
           05  WS-WORK-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-WL-SUB-ID        PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-WL-TITLE         PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-WL-FREQ          PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-WL-PERIOD-END    PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-WL-DAYS          PIC ---9.
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-WL-COST          PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-WL-FUND          PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-WL-DECISION      PIC X(30)     VALUE SPACES  .
               10  FILLER              PIC X(11)     VALUE SPACES  .
           05  WS-DETAIL-LINE.
               10  FILLER              PIC X(12)     VALUE SPACES  .
               10  WS-DL-TEXT          PIC X(120)    VALUE SPACES  .
           05  WS-COST-ENTRY.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-CE-PERIOD-END    PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CE-COST          PIC ZZ,ZZ9.99.
           05  WS-WINDOW-DAYS          PIC S9(09) COMP VALUE 60.
           05  WS-DAYS-LEFT            PIC S9(09) COMP VALUE 0.
           05  WS-NEW-PERIOD-END       PIC X(10)     VALUE SPACES.
           05  WS-FREE-BAL             PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-RESULT               PIC X(40)     VALUE SPACES.
           05  WS-DL-PTR               PIC S9(04) COMP VALUE 1.
           05  WS-CE-IDX               PIC S9(04) COMP VALUE 0.
           05  WS-PREV-VENDOR          PIC S9(09) COMP VALUE -1.
           05  WS-VENDOR-DISP          PIC Z(8)9.
           05  WS-COUNT-DISP           PIC ZZZ9.
           05  WS-PCT-DISP             PIC ZZ9.
           05  WS-ISSUE-STATS.
               10  WS-IS-DUE           PIC S9(09) COMP VALUE 0.
               10  WS-IS-RECEIVED      PIC S9(09) COMP VALUE 0.
               10  WS-IS-CLAIMED       PIC S9(09) COMP VALUE 0.
               10  WS-IS-MISSING       PIC S9(09) COMP VALUE 0.
               10  WS-IS-RECV-PCT      PIC S9(04) COMP VALUE 0.
           05  WS-HIST-EOC-SW          PIC 9          VALUE 0.
               88  HIST-DONE                          VALUE 1.
           05  WS-IND-VARS.
               10  IND-COST            PIC S9(04) COMP VALUE 0.
               10  IND-PEND            PIC S9(04) COMP VALUE 0.
               10  IND-FUND            PIC S9(04) COMP VALUE 0.
               10  IND-ACTION          PIC S9(04) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-SECT-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-POSTED-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-CANCEL-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-RENEW-CNTR       PIC S9(08) COMP VALUE 0.
               10  WS-SHORT-CNTR       PIC S9(08) COMP VALUE 0.
               10  WS-WORK-CNTR        PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'SERIALS SUBSCRIPTION RENEWALS'
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
               10  FS-SUBRNWOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)      VALUE 'SUBRENEW'.

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
           EXEC SQL INCLUDE DCLSUB   END-EXEC.
           EXEC SQL INCLUDE DCLSRN   END-EXEC.
           EXEC SQL INCLUDE DCLVND   END-EXEC.

      **   RENEWED PERIODS THAT HAVE STARTED - STILL ENCUMBERED
           EXEC SQL DECLARE CURSRPST CURSOR FOR
                SELECT R.SUB_ID
                      ,S.SUB_TITLE
                      ,R.PERIOD_END
                      ,R.ANNUAL_COST
                      ,R.FUND_CODE
                  FROM IBMUSER.SUB_RENEWALS  R
                      ,IBMUSER.SUBSCRIPTIONS S
                 WHERE S.SUB_ID       = R.SUB_ID
                   AND R.RENEW_STATUS = 'E'
                   AND R.PERIOD_END - 1 YEAR < CURRENT DATE
                 ORDER BY R.SUB_ID, R.PERIOD_END
           END-EXEC.

      **   SET TO CANCEL AND PAST THE END OF THE PERIOD PAID FOR
      **   (NO PERIOD END ON FILE CANCELS AT ONCE)
           EXEC SQL DECLARE CURSUCAN CURSOR FOR
                SELECT SUB_ID
                      ,SUB_TITLE
                      ,PERIOD_END
                      ,ANNUAL_COST
                      ,FUND_CODE
                  FROM IBMUSER.SUBSCRIPTIONS
                 WHERE SUB_STATUS   = 'A'
                   AND RENEW_ACTION = 'C'
                   AND (PERIOD_END IS NULL
                        OR PERIOD_END < CURRENT DATE)
                 ORDER BY SUB_ID
           END-EXEC.

      **   SET TO RENEW AND DUE WITHIN THE WINDOW
           EXEC SQL DECLARE CURSURNW CURSOR FOR
                SELECT SUB_ID
                      ,SUB_TITLE
                      ,PERIOD_END
                      ,ANNUAL_COST
                      ,FUND_CODE
                  FROM IBMUSER.SUBSCRIPTIONS
                 WHERE SUB_STATUS   = 'A'
                   AND RENEW_ACTION = 'R'
                   AND PERIOD_END  <= CURRENT DATE
                                    + :WS-WINDOW-DAYS DAYS
                 ORDER BY SUB_ID
           END-EXEC.

      **   THE WORKSHEET - ACTIVE TITLES ENDING WITHIN THE WINDOW,
      **   BY VENDOR
           EXEC SQL DECLARE CURSUWRK CURSOR FOR
                SELECT S.SUB_ID
                      ,S.SUB_TITLE
                      ,S.VENDOR_ID
                      ,V.VENDOR_NAME
                      ,S.FREQ
                      ,S.PERIOD_END
                      ,DAYS(S.PERIOD_END) - DAYS(CURRENT DATE)
                      ,S.ANNUAL_COST
                      ,S.FUND_CODE
                      ,S.RENEW_ACTION
                  FROM IBMUSER.SUBSCRIPTIONS S
                      ,IBMUSER.VENDORS       V
                 WHERE V.VENDOR_ID  = S.VENDOR_ID
                   AND S.SUB_STATUS = 'A'
                   AND S.PERIOD_END <= CURRENT DATE
                                     + :WS-WINDOW-DAYS DAYS
                 ORDER BY S.VENDOR_ID, S.SUB_TITLE
           END-EXEC.

      **   COST HISTORY OF ONE TITLE, LATEST PERIOD FIRST
           EXEC SQL DECLARE CURSRHST CURSOR FOR
                SELECT PERIOD_END
                      ,ANNUAL_COST
                  FROM IBMUSER.SUB_RENEWALS
                 WHERE SUB_ID = :TBLSUB-SUB-ID
                 ORDER BY PERIOD_END DESC
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

0807RH      MOVE 'SUBRENEW' TO WS-RL-JOB-NAME
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

               IF FUNCTION TRIM (WS-PARM-KEY) = 'DAYS'
               AND FUNCTION TRIM (WS-PARM-VAL) NOT = SPACES
                  MOVE FUNCTION NUMVAL (WS-PARM-VAL) TO WS-WINDOW-DAYS
               END-IF
            END-IF

            IF WS-WINDOW-DAYS NOT > 0
               MOVE 60 TO WS-WINDOW-DAYS
            END-IF

            DISPLAY 'RENEWAL WINDOW ' WS-WINDOW-DAYS ' DAYS'
            .

       1300-OPEN-FILE.
            MOVE '1300-OPEN-FILE' TO ERR-LOC
            OPEN OUTPUT FD-SUBRNWOP
            MOVE FS-SUBRNWOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-SUBRNWOP' TO ERR-MSG
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

            PERFORM 2200-POST-STARTED
            PERFORM 2300-CANCEL-ENDED
            PERFORM 2400-RENEW-MARKED
            PERFORM 2500-WORKSHEET

            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.SUBRNWOP'
            DISPLAY WS-POSTED-CNTR ' RENEWALS POSTED TO SPEND'
            DISPLAY WS-CANCEL-CNTR ' SUBSCRIPTIONS CANCELLED'
            DISPLAY WS-RENEW-CNTR  ' SUBSCRIPTIONS RENEWED, '
                    WS-SHORT-CNTR  ' HELD FOR FUNDS'
            DISPLAY WS-WORK-CNTR   ' TITLES ON THE WORKSHEET'
            WRITE REC-SUBRNWOP FROM WS-REP-SPACES
            WRITE REC-SUBRNWOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            WRITE REC-SUBRNWOP FROM WS-REP-HEADER1
            WRITE REC-SUBRNWOP FROM WS-REP-HEADER2
            WRITE REC-SUBRNWOP FROM WS-REP-SPACES
            .

       2150-START-SECTION.
            MOVE '2150-START-SECTION' TO ERR-LOC
            MOVE 0 TO WS-SECT-CNTR
            WRITE REC-SUBRNWOP FROM WS-REP-SPACES
            WRITE REC-SUBRNWOP FROM WS-SECTION-HDR
            WRITE REC-SUBRNWOP FROM WS-REP-SPACES
            .

       2160-END-SECTION.
            MOVE '2160-END-SECTION' TO ERR-LOC
            IF WS-SECT-CNTR = 0
               WRITE REC-SUBRNWOP FROM WS-NONE-LINE
            END-IF
            .

      **   1) THE NEW PERIOD HAS STARTED - THE ENCUMBRANCE BECOMES
      **   SPEND, AS ACQTRN 2340 DOES FOR A RECEIVED LINE
       2200-POST-STARTED.
            MOVE '2200-POST-STARTED' TO ERR-LOC

            MOVE 'RENEWALS POSTED - NEW PERIOD STARTED, ENCUMBRANCE NOW
      -         ' SPENT' TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION
            WRITE REC-SUBRNWOP FROM WS-ACTION-HDR

            EXEC SQL OPEN CURSRPST END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSRPST' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2210-POST-ONE UNTIL SQL-EOC

            EXEC SQL CLOSE CURSRPST END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSRPST' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2210-POST-ONE.
            MOVE '2210-POST-ONE' TO ERR-LOC
            INITIALIZE DCLSRN
                       DCLSUB
            EXEC SQL
                 FETCH CURSRPST
                  INTO :TBLSRN-SUB-ID
                      ,:TBLSUB-SUB-TITLE
                      ,:TBLSRN-PERIOD-END
                      ,:TBLSRN-ANNUAL-COST
                      ,:TBLSRN-FUND-CODE
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     EXEC SQL
                          UPDATE IBMUSER.FUNDS
                             SET ENCUM_AMT = ENCUM_AMT
                                           - :TBLSRN-ANNUAL-COST,
                                 SPENT_AMT = SPENT_AMT
                                           + :TBLSRN-ANNUAL-COST
                           WHERE FUND_CODE = :TBLSRN-FUND-CODE
                     END-EXEC

                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK AND NOT SQL-EOC
                        MOVE 'UPDATE FUNDS SPEND' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

                     EXEC SQL
                          UPDATE IBMUSER.SUB_RENEWALS
                             SET RENEW_STATUS = 'P'
                           WHERE SUB_ID     = :TBLSRN-SUB-ID
                             AND PERIOD_END = :TBLSRN-PERIOD-END
                     END-EXEC

                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'UPDATE SUB_RENEWALS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

                     ADD 1 TO WS-POSTED-CNTR
                     MOVE TBLSRN-SUB-ID         TO TBLSUB-SUB-ID
                     MOVE TBLSRN-PERIOD-END     TO TBLSUB-PERIOD-END
                     MOVE TBLSRN-ANNUAL-COST    TO TBLSUB-ANNUAL-COST
                     MOVE TBLSRN-FUND-CODE      TO TBLSUB-FUND-CODE
                     MOVE 'ENCUMBRANCE POSTED TO SPENT' TO WS-RESULT
                     PERFORM 2900-WRITE-ACTION

      **             KEEP THE FETCH LOOP GOING
                     MOVE 0 TO EVAL-CODE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURSRPST' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      **   2) CANCEL AT PERIOD END - SERLTRN 2310 PREDICTS NO MORE
      **   ISSUES ONCE SUB_STATUS IS 'C'
       2300-CANCEL-ENDED.
            MOVE '2300-CANCEL-ENDED' TO ERR-LOC

            MOVE 'SUBSCRIPTIONS CANCELLED - PERIOD ENDED'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION
            WRITE REC-SUBRNWOP FROM WS-ACTION-HDR

            EXEC SQL OPEN CURSUCAN END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSUCAN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2310-CANCEL-ONE UNTIL SQL-EOC

            EXEC SQL CLOSE CURSUCAN END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSUCAN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2310-CANCEL-ONE.
            MOVE '2310-CANCEL-ONE' TO ERR-LOC
            INITIALIZE DCLSUB
                       WS-IND-VARS
            EXEC SQL
                 FETCH CURSUCAN
                  INTO :TBLSUB-SUB-ID
                      ,:TBLSUB-SUB-TITLE
                      ,:TBLSUB-PERIOD-END  :IND-PEND
                      ,:TBLSUB-ANNUAL-COST :IND-COST
                      ,:TBLSUB-FUND-CODE   :IND-FUND
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     EXEC SQL
                          UPDATE IBMUSER.SUBSCRIPTIONS
                             SET SUB_STATUS = 'C'
                           WHERE SUB_ID = :TBLSUB-SUB-ID
                     END-EXEC

                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'UPDATE SUBSCRIPTIONS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

      **             ISSUES PREDICTED PAST THE END WILL NEVER COME
                     EXEC SQL
                          DELETE FROM IBMUSER.SERIAL_ISSUES
                           WHERE SUB_ID       = :TBLSUB-SUB-ID
                             AND ISSUE_STATUS = 'E'
                             AND EXPECT_DATE  >
                                 COALESCE(DATE(:TBLSUB-PERIOD-END
                                               :IND-PEND),
                                          CURRENT DATE)
                     END-EXEC

                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK AND NOT SQL-EOC
                        MOVE 'DELETE SERIAL_ISSUES' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

                     ADD 1 TO WS-CANCEL-CNTR
                     MOVE 'CANCELLED - NO MORE ISSUES EXPECTED'
                       TO WS-RESULT
                     PERFORM 2900-WRITE-ACTION

                     MOVE 0 TO EVAL-CODE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURSUCAN' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      **   3) RENEW FOR A YEAR AND ENCUMBER THE COMING PERIOD
       2400-RENEW-MARKED.
            MOVE '2400-RENEW-MARKED' TO ERR-LOC

            MOVE 'RENEWALS - COMING PERIOD ENCUMBERED' TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION
            WRITE REC-SUBRNWOP FROM WS-ACTION-HDR

            EXEC SQL OPEN CURSURNW END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSURNW' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2410-RENEW-ONE UNTIL SQL-EOC

            EXEC SQL CLOSE CURSURNW END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSURNW' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2410-RENEW-ONE.
            MOVE '2410-RENEW-ONE' TO ERR-LOC
            INITIALIZE DCLSUB
                       WS-IND-VARS
            EXEC SQL
                 FETCH CURSURNW
                  INTO :TBLSUB-SUB-ID
                      ,:TBLSUB-SUB-TITLE
                      ,:TBLSUB-PERIOD-END  :IND-PEND
                      ,:TBLSUB-ANNUAL-COST :IND-COST
                      ,:TBLSUB-FUND-CODE   :IND-FUND
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE SPACES TO WS-RESULT
                     IF IND-COST < 0 OR IND-FUND < 0
                        MOVE 'HELD - NO COST OR FUND ON SERLTRN'
                          TO WS-RESULT
                     ELSE
                        EXEC SQL
                             SELECT ALLOC_AMT - ENCUM_AMT - SPENT_AMT
                               INTO :WS-FREE-BAL
                               FROM IBMUSER.FUNDS
                              WHERE FUND_CODE = :TBLSUB-FUND-CODE
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        EVALUATE TRUE
                            WHEN ERR-OK
                                 IF TBLSUB-ANNUAL-COST > WS-FREE-BAL
                                    MOVE 'HELD - WOULD OVERDRAW FUND'
                                      TO WS-RESULT
                                 END-IF
                            WHEN SQL-EOC
                                 MOVE 'HELD - FUND CODE NOT ON FILE'
                                   TO WS-RESULT
                            WHEN OTHER
                                 MOVE 'SELECT FUNDS' TO ERR-MSG
                                 PERFORM 9999-ERROR-HANDLING
                        END-EVALUATE
                     END-IF

                     IF WS-RESULT = SPACES
                        PERFORM 2420-APPLY-RENEWAL
                     ELSE
                        ADD 1 TO WS-SHORT-CNTR
                     END-IF
                     PERFORM 2900-WRITE-ACTION

                     MOVE 0 TO EVAL-CODE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURSURNW' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2420-APPLY-RENEWAL.
            MOVE '2420-APPLY-RENEWAL' TO ERR-LOC

            EXEC SQL
                 SELECT CHAR(DATE(:TBLSUB-PERIOD-END) + 1 YEAR, ISO)
                   INTO :WS-NEW-PERIOD-END
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT NEW PERIOD END' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE TBLSUB-SUB-ID       TO TBLSRN-SUB-ID
            MOVE WS-NEW-PERIOD-END   TO TBLSRN-PERIOD-END
            MOVE TBLSUB-ANNUAL-COST  TO TBLSRN-ANNUAL-COST
            MOVE TBLSUB-FUND-CODE    TO TBLSRN-FUND-CODE

            EXEC SQL
                 INSERT INTO IBMUSER.SUB_RENEWALS
                        (SUB_ID, PERIOD_END, ANNUAL_COST, FUND_CODE,
                         RENEW_STATUS, RENEWED_TS)
                 VALUES (:TBLSRN-SUB-ID,
                         DATE(:TBLSRN-PERIOD-END),
                         :TBLSRN-ANNUAL-COST, :TBLSRN-FUND-CODE,
                         'E', CURRENT TIMESTAMP)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT SUB_RENEWALS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL
                 UPDATE IBMUSER.FUNDS
                    SET ENCUM_AMT = ENCUM_AMT + :TBLSRN-ANNUAL-COST
                  WHERE FUND_CODE = :TBLSRN-FUND-CODE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE FUNDS ENCUM' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

      **    THE DECISION IS SPENT - NEXT YEAR'S WORKSHEET ASKS AGAIN
            EXEC SQL
                 UPDATE IBMUSER.SUBSCRIPTIONS
                    SET PERIOD_END   = DATE(:TBLSRN-PERIOD-END),
                        RENEW_ACTION = ' '
                  WHERE SUB_ID = :TBLSUB-SUB-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE SUBSCRIPTIONS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            ADD 1 TO WS-RENEW-CNTR
            STRING 'RENEWED TO '     DELIMITED BY SIZE
                   WS-NEW-PERIOD-END DELIMITED BY SIZE
                   ', ENCUMBERED'    DELIMITED BY SIZE
              INTO WS-RESULT
            END-STRING
            .

      **   4) THE WORKSHEET - A NEW PAGE FOR EACH VENDOR
       2500-WORKSHEET.
            MOVE '2500-WORKSHEET' TO ERR-LOC

            MOVE -1 TO WS-PREV-VENDOR

            EXEC SQL OPEN CURSUWRK END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSUWRK' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2510-WORKSHEET-ONE UNTIL SQL-EOC

            EXEC SQL CLOSE CURSUWRK END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSUWRK' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-WORK-CNTR = 0
               MOVE 'RENEWAL WORKSHEET' TO WS-SECTION-HDR
               PERFORM 2150-START-SECTION
               PERFORM 2160-END-SECTION
            END-IF
            .

       2510-WORKSHEET-ONE.
            MOVE '2510-WORKSHEET-ONE' TO ERR-LOC
            INITIALIZE DCLSUB
                       DCLVND
                       WS-IND-VARS
            EXEC SQL
                 FETCH CURSUWRK
                  INTO :TBLSUB-SUB-ID
                      ,:TBLSUB-SUB-TITLE
                      ,:TBLSUB-VENDOR-ID
                      ,:TBLVND-VENDOR-NAME
                      ,:TBLSUB-FREQ
                      ,:TBLSUB-PERIOD-END
                      ,:WS-DAYS-LEFT
                      ,:TBLSUB-ANNUAL-COST  :IND-COST
                      ,:TBLSUB-FUND-CODE    :IND-FUND
                      ,:TBLSUB-RENEW-ACTION :IND-ACTION
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF TBLSUB-VENDOR-ID NOT = WS-PREV-VENDOR
                        PERFORM 2520-VENDOR-BREAK
                     END-IF
                     ADD 1 TO WS-WORK-CNTR
                               WS-SECT-CNTR

                     MOVE TBLSUB-SUB-ID          TO WS-WL-SUB-ID
                     MOVE TBLSUB-SUB-TITLE-TEXT  TO WS-WL-TITLE
                     MOVE TBLSUB-FREQ            TO WS-WL-FREQ
                     MOVE TBLSUB-PERIOD-END      TO WS-WL-PERIOD-END
                     MOVE WS-DAYS-LEFT           TO WS-WL-DAYS
                     MOVE TBLSUB-ANNUAL-COST     TO WS-WL-COST
                     MOVE TBLSUB-FUND-CODE-TEXT  TO WS-WL-FUND
                     EVALUATE TRUE
                         WHEN IND-ACTION < 0
                           OR TBLSUB-RENEW-ACTION = SPACE
                              MOVE 'UNDECIDED - KEY R OR C'
                                TO WS-WL-DECISION
                         WHEN TBLSUB-RENEW-ACTION = 'C'
                              MOVE 'CANCEL AT PERIOD END'
                                TO WS-WL-DECISION
                         WHEN OTHER
                              MOVE 'RENEW - HELD, SEE ABOVE'
                                TO WS-WL-DECISION
                     END-EVALUATE
                     WRITE REC-SUBRNWOP FROM WS-WORK-LINE

                     PERFORM 2530-COST-HISTORY
                     PERFORM 2540-ISSUE-RECORD

                     MOVE 0 TO EVAL-CODE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURSUWRK' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2520-VENDOR-BREAK.
            MOVE '2520-VENDOR-BREAK' TO ERR-LOC
            MOVE TBLSUB-VENDOR-ID TO WS-PREV-VENDOR
                                     WS-VENDOR-DISP

            PERFORM 2100-WRITE-HEADERS
            MOVE SPACES TO WS-SECTION-HDR
            STRING 'RENEWAL WORKSHEET - VENDOR ' DELIMITED BY SIZE
                   WS-VENDOR-DISP                DELIMITED BY SIZE
                   ' '                           DELIMITED BY SIZE
                   TBLVND-VENDOR-NAME-TEXT
                      (1:TBLVND-VENDOR-NAME-LEN) DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            PERFORM 2150-START-SECTION
            WRITE REC-SUBRNWOP FROM WS-WORK-HDR
            .

      **   THE PERIODS RENEWED SO FAR, LATEST FIRST, ON ONE LINE
       2530-COST-HISTORY.
            MOVE '2530-COST-HISTORY' TO ERR-LOC

            MOVE SPACES TO WS-DL-TEXT
            MOVE 1 TO WS-DL-PTR
            STRING 'COST HISTORY (PERIOD END / COST):'
                                  DELIMITED BY SIZE
              INTO WS-DL-TEXT
              WITH POINTER WS-DL-PTR
            END-STRING

            EXEC SQL OPEN CURSRHST END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSRHST' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE 0 TO WS-HIST-EOC-SW
            PERFORM 2535-ADD-COST-ENTRY VARYING WS-CE-IDX
                      FROM 1 BY 1 UNTIL WS-CE-IDX > 3
                      OR HIST-DONE

            EXEC SQL CLOSE CURSRHST END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSRHST' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-CE-IDX = 2 AND HIST-DONE
               STRING '  NONE RENEWED YET' DELIMITED BY SIZE
                 INTO WS-DL-TEXT
                 WITH POINTER WS-DL-PTR
               END-STRING
            END-IF

            WRITE REC-SUBRNWOP FROM WS-DETAIL-LINE
            .

       2535-ADD-COST-ENTRY.
            MOVE '2535-ADD-COST-ENTRY' TO ERR-LOC
            EXEC SQL
                 FETCH CURSRHST
                  INTO :TBLSRN-PERIOD-END
                      ,:TBLSRN-ANNUAL-COST
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLSRN-PERIOD-END  TO WS-CE-PERIOD-END
                     MOVE TBLSRN-ANNUAL-COST TO WS-CE-COST
                     STRING WS-COST-ENTRY DELIMITED BY SIZE
                       INTO WS-DL-TEXT
                       WITH POINTER WS-DL-PTR
                     END-STRING
                WHEN SQL-EOC
                     SET HIST-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURSRHST' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      **   THE LAST YEAR OF ISSUES DUE: RECEIVED, CLAIMED WITH THE
      **   VENDOR (SERCLAIM STAMPS CLAIM_DATE) AND NEVER ARRIVED
       2540-ISSUE-RECORD.
            MOVE '2540-ISSUE-RECORD' TO ERR-LOC

            EXEC SQL
                 SELECT COUNT(*)
                       ,COALESCE(SUM(CASE WHEN ISSUE_STATUS = 'R'
                                          THEN 1 ELSE 0 END), 0)
                       ,COALESCE(SUM(CASE WHEN CLAIM_DATE IS NOT NULL
                                          THEN 1 ELSE 0 END), 0)
                       ,COALESCE(SUM(CASE WHEN ISSUE_STATUS
                                               IN ('E', 'C')
                                          THEN 1 ELSE 0 END), 0)
                   INTO :WS-IS-DUE
                       ,:WS-IS-RECEIVED
                       ,:WS-IS-CLAIMED
                       ,:WS-IS-MISSING
                   FROM IBMUSER.SERIAL_ISSUES
                  WHERE SUB_ID       = :TBLSUB-SUB-ID
                    AND EXPECT_DATE >= CURRENT DATE - 1 YEAR
                    AND EXPECT_DATE <  CURRENT DATE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT ISSUE RECORD' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE SPACES TO WS-DL-TEXT
            MOVE 1 TO WS-DL-PTR
            IF WS-IS-DUE = 0
               MOVE 'ISSUE RECORD (LAST 12 MONTHS): NO ISSUES DUE'
                 TO WS-DL-TEXT
            ELSE
               COMPUTE WS-IS-RECV-PCT ROUNDED =
                       WS-IS-RECEIVED * 100 / WS-IS-DUE
               STRING 'ISSUE RECORD (LAST 12 MONTHS): DUE '
                                         DELIMITED BY SIZE
                 INTO WS-DL-TEXT
                 WITH POINTER WS-DL-PTR
               END-STRING
               MOVE WS-IS-DUE TO WS-COUNT-DISP
               STRING WS-COUNT-DISP      DELIMITED BY SIZE
                      '  RECEIVED '      DELIMITED BY SIZE
                 INTO WS-DL-TEXT
                 WITH POINTER WS-DL-PTR
               END-STRING
               MOVE WS-IS-RECEIVED TO WS-COUNT-DISP
               STRING WS-COUNT-DISP      DELIMITED BY SIZE
                      '  CLAIMED '       DELIMITED BY SIZE
                 INTO WS-DL-TEXT
                 WITH POINTER WS-DL-PTR
               END-STRING
               MOVE WS-IS-CLAIMED TO WS-COUNT-DISP
               STRING WS-COUNT-DISP      DELIMITED BY SIZE
                      '  NEVER ARRIVED ' DELIMITED BY SIZE
                 INTO WS-DL-TEXT
                 WITH POINTER WS-DL-PTR
               END-STRING
               MOVE WS-IS-MISSING TO WS-COUNT-DISP
               MOVE WS-IS-RECV-PCT TO WS-PCT-DISP
               STRING WS-COUNT-DISP      DELIMITED BY SIZE
                      '  ('              DELIMITED BY SIZE
                      WS-PCT-DISP        DELIMITED BY SIZE
                      '% RECEIVED)'      DELIMITED BY SIZE
                 INTO WS-DL-TEXT
                 WITH POINTER WS-DL-PTR
               END-STRING
      **       UNDER 90% RECEIVED IS FLAGGED FOR THE SELECTOR
               IF WS-IS-RECV-PCT < 90
                  STRING '  ** POOR - CONSIDER CANCELLING'
                                         DELIMITED BY SIZE
                    INTO WS-DL-TEXT
                    WITH POINTER WS-DL-PTR
                  END-STRING
               END-IF
            END-IF

            WRITE REC-SUBRNWOP FROM WS-DETAIL-LINE
            .

       2900-WRITE-ACTION.
            MOVE '2900-WRITE-ACTION' TO ERR-LOC
            ADD 1 TO WS-SECT-CNTR
            MOVE TBLSUB-SUB-ID          TO WS-AL-SUB-ID
            MOVE TBLSUB-SUB-TITLE-TEXT  TO WS-AL-TITLE
            MOVE TBLSUB-PERIOD-END      TO WS-AL-PERIOD-END
            MOVE TBLSUB-ANNUAL-COST     TO WS-AL-COST
            MOVE TBLSUB-FUND-CODE-TEXT  TO WS-AL-FUND
            MOVE WS-RESULT              TO WS-AL-RESULT
            WRITE REC-SUBRNWOP FROM WS-ACTION-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE
0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
0807RH      MOVE WS-WORK-CNTR TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC
            CLOSE FD-SUBRNWOP
            MOVE FS-SUBRNWOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-SUBRNWOP' TO ERR-MSG
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
