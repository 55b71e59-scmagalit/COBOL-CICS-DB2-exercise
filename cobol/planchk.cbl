      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PLANCHK.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/08/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * NIGHTLY PAYMENT PLAN INSTALLMENT CHECK                         *
      *----------------------------------------------------------------*
      * - A PATRON WITH A BALANCE TOO BIG TO PAY AT ONCE CAN BE PUT    *
      *   ON A PAYMENT PLAN AT THE FINES DESK (FINETRN PF8): ONE       *
      *   IBMUSER.PAY_PLANS ROW (DCLPPL) AND ONE PAY_PLAN_INST ROW     *
      *   (DCLPPI) PER INSTALLMENT WITH ITS DUE DATE AND MINIMUM.      *
      *   WHILE THE PLAN IS CURRENT ('A') LOANTRN, SELFCHK AND EQPTRN  *
      *   LEAVE THE PATRON OUT OF THE HOUSEHOLD BALANCE BLOCK          *
      * - THIS JOB CHECKS EVERY OPEN INSTALLMENT WHOSE DUE DATE HAS    *
      *   PASSED ON A CURRENT PLAN, OLDEST FIRST. THE INSTALLMENT IS   *
      *   MET ('P') WHEN THE PLAN'S PAYMENTS (FINE_PAYS PAY_TYPE 'P'   *
      *   STAMPED WITH THE PLAN_ID) UP TO AND INCLUDING THE DUE DATE   *
      *   COVER THE MINIMUMS OF THIS AND ALL EARLIER INSTALLMENTS -    *
      *   PAYING AHEAD COUNTS TOWARD LATER ONES. OTHERWISE IT IS       *
      *   MISSED ('M'), THE PLAN'S MISSED_COUNT GOES UP AND NOTICRUN   *
      *   SENDS THE INSTALLMENT-MISSED NOTICE                          *
      * - A PLAN THAT REACHES MAXMISS MISSED INSTALLMENTS IS           *
      *   CANCELLED ('C', CLOSE_DATE TODAY) - THE BALANCE BLOCK        *
      *   APPLIES AGAIN FROM THE NEXT CHECKOUT                         *
      * - LAST, A CURRENT PLAN WHOSE PATRON NO LONGER HAS AN OPEN      *
      *   BALANCE IN IBMUSER.FINES IS CLOSED AS PAID OFF ('P')         *
      * - EVERY ACTION IS LISTED ON PLANCHKO; REGISTERED IN RUN_HIST   *
      *   (RUNLOG)                                                     *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   08,2020 - INITIAL VERSION                        (1208IP)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *   MAXMISS=n - MISSED INSTALLMENTS THAT CANCEL A PLAN           *
      *               (DEFAULT 2)                                      *
      *   E.G. PARM='MAXMISS=3'                                        *
      *                                                                *
      * FILES:                                                         *
      * PLANCHKO (OUTPUT) - IBMUSER.SMAGALIT.PLANCHKO                  *
      * IBMUSER.PAY_PLANS (I/O)      - PLANS (SEE DCLPPL)              *
      * IBMUSER.PAY_PLAN_INST (I/O)  - INSTALLMENTS (SEE DCLPPI)       *
      * IBMUSER.FINE_PAYS (INPUT)    - PLAN PAYMENTS (SEE DCLFPY)      *
      * IBMUSER.FINES (INPUT)        - OPEN BALANCE FOR PAID OFF       *
      *                                                                *
      * 0000-MAIN                      2120-INST-MET                   *
      * 1000-INIT                      2130-INST-MISSED                *
      * 1100-GET-TIMESTAMP             2140-CANCEL-PLAN                *
      * 1150-PARSE-PARM                2200-CLOSE-PAID-PLANS           *
      * 1300-OPEN-FILES                2210-CLOSE-ONE-PLAN             *
      * 1400-SET-REPVARS               2400-WRITE-ACTION-LINE          *
      * 2000-MAIN-LOGIC                2500-WRITE-TOTALS               *
      * 2050-WRITE-HEADERS             3000-CLEANUP                    *
      * 2100-CHECK-ONE-INST            3100-CLOSE-FILES                *
      * 2110-GET-PLAN-PAID             9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PLANCHKO  ASSIGN       TO    PLANCHKO
                               FILE STATUS  IS FS-PLANCHKO
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-PLANCHKO
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-PLANCHKO                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-ACTION-HDR.
               10  FILLER              PIC X(10)
                                       VALUE '      PLAN'         .
               10  FILLER              PIC X(10)
                                       VALUE '    PATRON'         .
               10  FILLER              PIC X(05)
                                       VALUE ' INST'              .
               10  FILLER              PIC X(11)
                                       VALUE ' DUE'               .
               10  FILLER              PIC X(11)
                                       VALUE '   REQUIRED'        .
               10  FILLER              PIC X(11)
                                       VALUE '       PAID'        .
               10  FILLER              PIC X(07)
                                       VALUE ' MISSED'            .
               10  FILLER              PIC X(67)
                                       VALUE ' ACTION'            .
           05  WS-ACTION-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-AL-PLAN-ID       PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-AL-PATRON-ID     PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-AL-INST-NO       PIC ZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-AL-DUE-DATE      PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-AL-REQUIRED      PIC ZZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-AL-PAID          PIC ZZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-AL-MISSED        PIC ZZZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-AL-ACTION        PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(26)     VALUE SPACES  .
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TL-TEXT          PIC X(50)     VALUE SPACES  .
               10  WS-TL-COUNT         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(71)     VALUE SPACES  .
           05  WS-MAX-MISS             PIC S9(04) COMP VALUE 2.
           05  WS-PLAN-STATUS          PIC X(01)     VALUE SPACE.
           05  WS-PLAN-PAID            PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-PLAN-REQUIRED        PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-OPEN-BAL             PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-COUNTERS.
               10  WS-CHECK-CNTR       PIC S9(08) COMP VALUE 0.
               10  WS-MET-CNTR         PIC S9(08) COMP VALUE 0.
               10  WS-MISS-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-CANCEL-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-PAIDOFF-CNTR     PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'PAYMENT PLAN INSTALLMENT CHECK'
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
               10  FS-PLANCHKO          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)       VALUE 'PLANCHK'.

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
           EXEC SQL INCLUDE DCLPPL   END-EXEC.
           EXEC SQL INCLUDE DCLPPI   END-EXEC.

      **   OPEN INSTALLMENTS PAST THEIR DUE DATE ON CURRENT PLANS,
      **   EACH PLAN'S IN INSTALLMENT ORDER SO AN EARLIER MISS IS
      **   COUNTED BEFORE A LATER ONE
           EXEC SQL DECLARE CURPLNCK CURSOR FOR
                SELECT I.PLAN_ID
                      ,I.INST_NO
                      ,CHAR(I.DUE_DATE, ISO)
                      ,P.PATRON_ID
                  FROM IBMUSER.PAY_PLAN_INST I
                      ,IBMUSER.PAY_PLANS     P
                 WHERE P.PLAN_ID     = I.PLAN_ID
                   AND P.PLAN_STATUS = 'A'
                   AND I.INST_STATUS = 'O'
                   AND I.DUE_DATE    < CURRENT DATE
                 ORDER BY I.PLAN_ID
                         ,I.INST_NO
           END-EXEC.

      **   CURRENT PLANS WHOSE PATRON OWES NOTHING ANY MORE
           EXEC SQL DECLARE CURPLNPD CURSOR FOR
                SELECT P.PLAN_ID
                      ,P.PATRON_ID
                      ,P.MISSED_COUNT
                  FROM IBMUSER.PAY_PLANS P
                 WHERE P.PLAN_STATUS = 'A'
                   AND NOT EXISTS
                       (SELECT 1
                          FROM IBMUSER.FINES F
                         WHERE F.PATRON_ID   = P.PATRON_ID
                           AND F.FINE_STATUS = 'O'
                           AND F.FINE_AMOUNT - F.PAID_AMOUNT
                               - F.WAIVED_AMOUNT > 0)
                 ORDER BY P.PLAN_ID
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

            MOVE 'PLANCHK' TO WS-RL-JOB-NAME
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

               IF FUNCTION TRIM (WS-PARM-KEY) = 'MAXMISS'
                  MOVE FUNCTION NUMVAL (WS-PARM-VAL) TO WS-MAX-MISS
               END-IF
            END-IF

      **    A PLAN CANNOT BE CANCELLED BEFORE IT HAS MISSED ONCE
            IF WS-MAX-MISS < 1
               DISPLAY 'MAXMISS BELOW 1 - 1 USED'
               MOVE 1 TO WS-MAX-MISS
            END-IF
            DISPLAY 'MAXMISS ' WS-MAX-MISS
            .

       1300-OPEN-FILES.
            MOVE '1300-OPEN-FILES' TO ERR-LOC

            OPEN OUTPUT FD-PLANCHKO
            MOVE FS-PLANCHKO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-PLANCHKO' TO ERR-MSG
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

            PERFORM 2050-WRITE-HEADERS

            EXEC SQL OPEN CURPLNCK END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPLNCK' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2100-CHECK-ONE-INST UNTIL SQL-EOC

            EXEC SQL CLOSE CURPLNCK END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPLNCK' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2200-CLOSE-PAID-PLANS

            PERFORM 2500-WRITE-TOTALS

            DISPLAY WS-CHECK-CNTR   ' INSTALLMENTS CHECKED'
            DISPLAY WS-MET-CNTR     ' INSTALLMENTS MET'
            DISPLAY WS-MISS-CNTR    ' INSTALLMENTS MISSED'
            DISPLAY WS-CANCEL-CNTR  ' PLANS CANCELLED'
            DISPLAY WS-PAIDOFF-CNTR ' PLANS PAID OFF'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.PLANCHKO'
            WRITE REC-PLANCHKO FROM WS-REP-SPACES
            WRITE REC-PLANCHKO FROM WS-REP-FOOTER
            .

       2050-WRITE-HEADERS.
            MOVE '2050-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(26:)
            WRITE REC-PLANCHKO FROM WS-REP-HEADER1
            WRITE REC-PLANCHKO FROM WS-REP-HEADER2
            WRITE REC-PLANCHKO FROM WS-REP-SPACES
            WRITE REC-PLANCHKO FROM WS-ACTION-HDR
            WRITE REC-PLANCHKO FROM WS-REP-SPACES
            .

       2100-CHECK-ONE-INST.
            MOVE '2100-CHECK-ONE-INST' TO ERR-LOC

            INITIALIZE DCLPPL
                       DCLPPI
            EXEC SQL
                 FETCH CURPLNCK
                  INTO :TBLPPI-PLAN-ID, :TBLPPI-INST-NO,
                       :TBLPPI-DUE-DATE, :TBLPPL-PATRON-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     PERFORM 2110-GET-PLAN-PAID
      **             AN EARLIER ROW OF THIS RUN MAY ALREADY HAVE
      **             CANCELLED THE PLAN
                     IF WS-PLAN-STATUS = 'A'
                        ADD 1 TO WS-CHECK-CNTR
                        IF WS-PLAN-PAID < WS-PLAN-REQUIRED
                           PERFORM 2130-INST-MISSED
                        ELSE
                           PERFORM 2120-INST-MET
                        END-IF
                     END-IF
                     MOVE 0 TO EVAL-CODE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURPLNCK' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      **   REQUIRED = MINIMUMS OF THIS AND EVERY EARLIER INSTALLMENT;
      **   PAID = PLAN PAYMENTS JOURNALED UP TO THE DUE DATE
       2110-GET-PLAN-PAID.
            MOVE '2110-GET-PLAN-PAID' TO ERR-LOC

            MOVE TBLPPI-PLAN-ID TO TBLPPL-PLAN-ID
            MOVE SPACE TO WS-PLAN-STATUS
            MOVE 0 TO WS-PLAN-PAID
                      WS-PLAN-REQUIRED

            EXEC SQL
                 SELECT PLAN_STATUS, MISSED_COUNT
                   INTO :TBLPPL-PLAN-STATUS, :TBLPPL-MISSED-COUNT
                   FROM IBMUSER.PAY_PLANS
                  WHERE PLAN_ID = :TBLPPL-PLAN-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT PAY_PLANS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            MOVE TBLPPL-PLAN-STATUS TO WS-PLAN-STATUS

            EXEC SQL
                 SELECT COALESCE(SUM(MIN_AMOUNT), 0)
                   INTO :WS-PLAN-REQUIRED
                   FROM IBMUSER.PAY_PLAN_INST
                  WHERE PLAN_ID = :TBLPPI-PLAN-ID
                    AND INST_NO <= :TBLPPI-INST-NO
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT SUM PAY_PLAN_INST' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL
                 SELECT COALESCE(SUM(PAY_AMOUNT), 0)
                   INTO :WS-PLAN-PAID
                   FROM IBMUSER.FINE_PAYS
                  WHERE PLAN_ID = :TBLPPI-PLAN-ID
                    AND PAY_TYPE = 'P'
                    AND DATE(PAY_TS) <= DATE(:TBLPPI-DUE-DATE)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT SUM FINE_PAYS PLAN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2120-INST-MET.
            MOVE '2120-INST-MET' TO ERR-LOC

            EXEC SQL
                 UPDATE IBMUSER.PAY_PLAN_INST
                    SET INST_STATUS = 'P',
                        CHECK_DATE  = CURRENT DATE
                  WHERE PLAN_ID = :TBLPPI-PLAN-ID
                    AND INST_NO = :TBLPPI-INST-NO
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE PAY_PLAN_INST MET' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            ADD 1 TO WS-MET-CNTR
            MOVE 'MET' TO WS-AL-ACTION
            PERFORM 2400-WRITE-ACTION-LINE
            .

       2130-INST-MISSED.
            MOVE '2130-INST-MISSED' TO ERR-LOC

            EXEC SQL
                 UPDATE IBMUSER.PAY_PLAN_INST
                    SET INST_STATUS = 'M',
                        CHECK_DATE  = CURRENT DATE
                  WHERE PLAN_ID = :TBLPPI-PLAN-ID
                    AND INST_NO = :TBLPPI-INST-NO
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE PAY_PLAN_INST MISS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            ADD 1 TO TBLPPL-MISSED-COUNT
            EXEC SQL
                 UPDATE IBMUSER.PAY_PLANS
                    SET MISSED_COUNT = :TBLPPL-MISSED-COUNT
                  WHERE PLAN_ID = :TBLPPL-PLAN-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE PAY_PLANS MISSED' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            ADD 1 TO WS-MISS-CNTR
            IF TBLPPL-MISSED-COUNT < WS-MAX-MISS
               MOVE 'MISSED' TO WS-AL-ACTION
            ELSE
               PERFORM 2140-CANCEL-PLAN
               MOVE 'MISSED - PLAN CANCELLED, BLOCK RESTORED'
                 TO WS-AL-ACTION
            END-IF
            PERFORM 2400-WRITE-ACTION-LINE
            .

       2140-CANCEL-PLAN.
            MOVE '2140-CANCEL-PLAN' TO ERR-LOC

            EXEC SQL
                 UPDATE IBMUSER.PAY_PLANS
                    SET PLAN_STATUS = 'C',
                        CLOSE_DATE  = CURRENT DATE
                  WHERE PLAN_ID = :TBLPPL-PLAN-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE PAY_PLANS CANCEL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE 'C' TO WS-PLAN-STATUS
            ADD 1 TO WS-CANCEL-CNTR
            .

       2200-CLOSE-PAID-PLANS.
            MOVE '2200-CLOSE-PAID-PLANS' TO ERR-LOC

            EXEC SQL OPEN CURPLNPD END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPLNPD' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2210-CLOSE-ONE-PLAN UNTIL SQL-EOC

            EXEC SQL CLOSE CURPLNPD END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPLNPD' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2210-CLOSE-ONE-PLAN.
            MOVE '2210-CLOSE-ONE-PLAN' TO ERR-LOC

            INITIALIZE DCLPPL
                       DCLPPI
            EXEC SQL
                 FETCH CURPLNPD
                  INTO :TBLPPL-PLAN-ID, :TBLPPL-PATRON-ID,
                       :TBLPPL-MISSED-COUNT
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
      **             INSTALLMENTS NOT YET DUE ARE SETTLED WITH THE PLAN
                     EXEC SQL
                          UPDATE IBMUSER.PAY_PLAN_INST
                             SET INST_STATUS = 'P',
                                 CHECK_DATE  = CURRENT DATE
                           WHERE PLAN_ID = :TBLPPL-PLAN-ID
                             AND INST_STATUS = 'O'
                     END-EXEC

                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK AND NOT SQL-EOC
                        MOVE 'UPDATE PAY_PLAN_INST PAID' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

                     EXEC SQL
                          UPDATE IBMUSER.PAY_PLANS
                             SET PLAN_STATUS = 'P',
                                 CLOSE_DATE  = CURRENT DATE
                           WHERE PLAN_ID = :TBLPPL-PLAN-ID
                     END-EXEC

                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'UPDATE PAY_PLANS PAID OFF' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

                     ADD 1 TO WS-PAIDOFF-CNTR
                     MOVE 0 TO WS-PLAN-PAID
                               WS-PLAN-REQUIRED
                     MOVE 'PLAN PAID OFF - CLOSED' TO WS-AL-ACTION
                     PERFORM 2400-WRITE-ACTION-LINE
                     MOVE 0 TO EVAL-CODE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURPLNPD' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2400-WRITE-ACTION-LINE.
            MOVE '2400-WRITE-ACTION-LINE' TO ERR-LOC

            MOVE TBLPPL-PLAN-ID       TO WS-AL-PLAN-ID
            MOVE TBLPPL-PATRON-ID     TO WS-AL-PATRON-ID
            MOVE TBLPPI-INST-NO       TO WS-AL-INST-NO
            MOVE TBLPPI-DUE-DATE      TO WS-AL-DUE-DATE
            MOVE WS-PLAN-REQUIRED     TO WS-AL-REQUIRED
            MOVE WS-PLAN-PAID         TO WS-AL-PAID
            MOVE TBLPPL-MISSED-COUNT  TO WS-AL-MISSED
            WRITE REC-PLANCHKO FROM WS-ACTION-LINE

            MOVE FS-PLANCHKO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'WRITE FD-PLANCHKO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2500-WRITE-TOTALS.
            MOVE '2500-WRITE-TOTALS' TO ERR-LOC

            WRITE REC-PLANCHKO FROM WS-REP-SPACES
            MOVE 'INSTALLMENTS CHECKED'            TO WS-TL-TEXT
            MOVE WS-CHECK-CNTR                     TO WS-TL-COUNT
            WRITE REC-PLANCHKO FROM WS-TOTAL-LINE
            MOVE 'INSTALLMENTS MET'                TO WS-TL-TEXT
            MOVE WS-MET-CNTR                       TO WS-TL-COUNT
            WRITE REC-PLANCHKO FROM WS-TOTAL-LINE
            MOVE 'INSTALLMENTS MISSED'             TO WS-TL-TEXT
            MOVE WS-MISS-CNTR                      TO WS-TL-COUNT
            WRITE REC-PLANCHKO FROM WS-TOTAL-LINE
            MOVE 'PLANS CANCELLED'                 TO WS-TL-TEXT
            MOVE WS-CANCEL-CNTR                    TO WS-TL-COUNT
            WRITE REC-PLANCHKO FROM WS-TOTAL-LINE
            MOVE 'PLANS PAID OFF'                  TO WS-TL-TEXT
            MOVE WS-PAIDOFF-CNTR                   TO WS-TL-COUNT
            WRITE REC-PLANCHKO FROM WS-TOTAL-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-CHECK-CNTR TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-PLANCHKO
            MOVE FS-PLANCHKO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-PLANCHKO' TO ERR-MSG
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
