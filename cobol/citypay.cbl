      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CITYPAY.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/04/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * NIGHTLY IMPORT OF FINE PAYMENTS TAKEN BY THE CITY              *
      *----------------------------------------------------------------*
      * - PATRONS CAN PAY FINES AT THE CITY HALL CASHIER OR ON THE     *
      *   CITY'S PAYMENT PORTAL; THE CITY SENDS ONE FILE A NIGHT       *
      *   (LAYOUT BELOW) THAT USED TO BE RE-KEYED INTO FINETRN PF5.    *
      *   THIS JOB POSTS IT UNDER THE SAME RULES AS FINETRN            *
      *   2210-APPLY-PAYMENT: ONLY AN OPEN FINE IS PAID, PAID_AMOUNT   *
      *   GOES UP AND THE FINE CLOSES ('P') WHEN PAID PLUS WAIVED      *
      *   REACHES FINE_AMOUNT. EACH FINE PAID GETS A FINE_PAYS ROW     *
      *   (PAY_TYPE 'P', TENDER 'E' CITY/EXTERNAL, OPERATOR CITYPAY,   *
      *   EXT_REF = THE CITY RECEIPT) AND A FINES_AUDIT 'P' ROW        *
      * - A PAYMENT NAMING A FINE ID PAYS THAT FINE; ONE WITH A ZERO   *
      *   OR BLANK FINE ID PAYS THE PATRON'S OPEN FINES OLDEST         *
      *   ASSESS_DATE FIRST                                            *
      * - A PAYMENT THAT CANNOT BE APPLIED (UNKNOWN PATRON, FINE NOT   *
      *   FOUND OR FOR ANOTHER PATRON, FINE ALREADY SETTLED, MORE      *
      *   THAN IS OWED, RECEIPT ALREADY LOADED, BAD DATA) IS NEVER     *
      *   PART-APPLIED OR DROPPED - IT GOES WHOLE TO PAY_SUSPENSE      *
      *   (SEE DCLPSU, STATUS 'O' OPEN) AND ONTO THE CITYSUSP REPORT   *
      *   FOR THE FINES CLERK                                          *
1208IP* - A PAYMENT FOR A PATRON ON A CURRENT PAYMENT PLAN (SEE        *
1208IP*   DCLPPL) IS JOURNALED WITH THE PLAN_ID SO PLANCHK COUNTS      *
1208IP*   IT TOWARD THE INSTALLMENTS                                   *
      * - THE FILE IS PROVED AGAINST ITS TRAILER BEFORE ANYTHING IS    *
      *   POSTED; A FILE THAT DOES NOT PROVE FAILS THE RUN UNTOUCHED   *
      *   SO THE CITY CAN RESEND IT. AFTER POSTING THE TRAILER IS      *
      *   RECONCILED AGAIN AGAINST APPLIED PLUS SUSPENSE - AN OUT OF   *
      *   BALANCE RUN ENDS WITH RUN_HIST STATUS 'UNBAL'                *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   08,2020 - PAYMENTS STAMPED WITH THE              (1208IP)*
      *               X PATRON'S CURRENT PAYMENT PLAN                  *
      * NOV   04,2020 - INITIAL VERSION                        (1104CP)*
      *                                                                *
      * PAYMENT FILE LAYOUT (CITYPAYI, 80 BYTES):                      *
      *   DETAIL                                                       *
      *   1      'D'                                                   *
      *   2-10   PATRON ID                                             *
      *   11-19  FINE ID (ZERO OR BLANK = OLDEST FIRST)                *
      *   20-26  AMOUNT 9(5)V99 (ZONED, IMPLIED DECIMALS)              *
      *   27-46  CITY RECEIPT REFERENCE                                *
      *   47-56  DATE PAID (YYYY-MM-DD)                                *
      *   57     SOURCE - C CITY HALL CASHIER, W PAYMENT PORTAL        *
      *   58-80  FILLER                                                *
      *   TRAILER (LAST RECORD)                                        *
      *   1      'T'                                                   *
      *   2-10   DETAIL RECORD COUNT                                   *
      *   11-23  DETAIL AMOUNT TOTAL 9(11)V99                          *
      *   24-80  FILLER                                                *
      *                                                                *
      * FILES:                                                         *
      * CITYPAYI (INPUT)  - IBMUSER.SMAGALIT.CITYPAYI                  *
      * CITYSUSP (OUTPUT) - IBMUSER.SMAGALIT.CITYSUSP                  *
      * IBMUSER.FINES (I/O)          - FINES PAID                      *
      * IBMUSER.FINE_PAYS (OUTPUT)   - PAYMENT JOURNAL (SEE DCLFPY)    *
      * IBMUSER.FINES_AUDIT (OUTPUT) - ONE ROW PER FINE PAID           *
      * IBMUSER.PAY_SUSPENSE (OUTPUT) - UNAPPLIED PAYMENTS (DCLPSU)    *
1208IP* IBMUSER.PAY_PLANS (INPUT)    - CURRENT PLAN (SEE DCLPPL)       *
      *                                                                *
      * 0000-MAIN                      2230-APPLY-OLDEST-FIRST         *
      * 1000-INIT                      2240-FETCH-OLDEST-FINE          *
      * 1100-OPEN-FILE                 2250-POST-TO-FINE               *
      * 1200-GET-TODAY                 2260-WRITE-PAY-JOURNAL          *
      * 1300-PROVE-FILE                2270-WRITE-FINE-AUDIT           *
      * 1310-PROVE-ONE-RECORD          2280-SUSPEND-PAYMENT            *
      * 1400-WRITE-HEADINGS            2290-WRITE-SUSPENSE-LINE        *
      * 2000-MAIN-LOGIC                2900-RECONCILE-TRAILER          *
      * 2100-READ-PAYMENT              2910-WRITE-TOTAL-LINE           *
      * 2200-PROCESS-PAYMENT           3000-CLEANUP                    *
      * 2210-EDIT-PAYMENT              3100-CLOSE-FILE                 *
      * 2215-CHECK-DUPLICATE           8100-GET-NEXT-ID                *
      * 2220-APPLY-TO-FINE             9999-ERROR-HANDLING             *
1208IP* 2265-FIND-CURRENT-PLAN         9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CITYPAYI ASSIGN       TO    CITYPAYI
                              FILE STATUS  IS FS-CITYPAYI
                              ORGANIZATION IS SEQUENTIAL.
           SELECT FD-CITYSUSP ASSIGN       TO    CITYSUSP
                              FILE STATUS  IS FS-CITYSUSP
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-CITYPAYI
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  REC-CITYPAYI                 PIC X(80).

       FD  FD-CITYSUSP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-CITYSUSP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-PAY-RECORD.
               10  WS-PY-RECTYPE       PIC X(01).
                   88  PY-DETAIL                       VALUE 'D'.
                   88  PY-TRAILER                      VALUE 'T'.
               10  WS-PY-PATRON-ID     PIC X(09).
               10  WS-PY-FINE-ID       PIC X(09).
               10  WS-PY-AMOUNT        PIC X(07).
               10  WS-PY-AMOUNT-N REDEFINES WS-PY-AMOUNT
                                       PIC 9(5)V9(2).
               10  WS-PY-RECEIPT       PIC X(20).
               10  WS-PY-PAY-DATE      PIC X(10).
               10  WS-PY-PAY-DATE-R REDEFINES WS-PY-PAY-DATE.
                   15  WS-PY-PAY-YYYY  PIC 9(04).
                   15  WS-PY-PAY-DASH1 PIC X(01).
                   15  WS-PY-PAY-MM    PIC 9(02).
                   15  WS-PY-PAY-DASH2 PIC X(01).
                   15  WS-PY-PAY-DD    PIC 9(02).
               10  WS-PY-SOURCE        PIC X(01).
               10  FILLER              PIC X(23).
           05  WS-TRL-RECORD REDEFINES WS-PAY-RECORD.
               10  FILLER              PIC X(01).
               10  WS-TR-COUNT         PIC 9(09).
               10  WS-TR-AMOUNT        PIC 9(11)V9(2).
               10  FILLER              PIC X(57).
           05  WS-RPT-LINE             PIC X(132)      VALUE SPACES.
           05  WS-SUSP-REASON          PIC X(30)       VALUE SPACES.
           05  WS-TODAY                PIC X(10)       VALUE SPACES.
           05  WS-PATRON-ID            PIC S9(09) COMP VALUE 0.
           05  WS-FINE-ID              PIC S9(09) COMP VALUE 0.
           05  WS-AMOUNT               PIC S9(5)V9(2) COMP-3 VALUE 0.
           05  WS-LEFT-TO-POST         PIC S9(5)V9(2) COMP-3 VALUE 0.
           05  WS-OPEN-BAL             PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-FINE-BAL             PIC S9(5)V9(2) COMP-3 VALUE 0.
           05  WS-APPLY-AMT            PIC S9(5)V9(2) COMP-3 VALUE 0.
           05  WS-FINE-PATRON          PIC S9(09) COMP VALUE 0.
           05  WS-FINE-STATUS          PIC X(01)       VALUE SPACE.
           05  WS-DUP-CNT              PIC S9(08) COMP VALUE 0.
           05  WS-DATE-OK-SW           PIC 9           VALUE 0.
               88  PAY-DATE-OK                         VALUE 1.
           05  WS-TRAILER-SW           PIC 9           VALUE 0.
               88  TRAILER-SEEN                        VALUE 1.
           05  WS-TR-SAVE-COUNT        PIC S9(09) COMP VALUE 0.
           05  WS-TR-SAVE-AMOUNT       PIC S9(11)V9(2) COMP-3 VALUE 0.
           05  WS-PROVE-COUNT          PIC S9(09) COMP VALUE 0.
           05  WS-PROVE-AMOUNT         PIC S9(11)V9(2) COMP-3 VALUE 0.
           05  WS-TOTALS.
               10  WS-READ-CNTR        PIC S9(09) COMP VALUE 0.
               10  WS-APPLY-CNTR       PIC S9(09) COMP VALUE 0.
               10  WS-APPLY-AMT-TOT    PIC S9(11)V9(2) COMP-3 VALUE 0.
               10  WS-SUSP-CNTR        PIC S9(09) COMP VALUE 0.
               10  WS-SUSP-AMT-TOT     PIC S9(11)V9(2) COMP-3 VALUE 0.
               10  WS-RECON-COUNT      PIC S9(09) COMP VALUE 0.
               10  WS-RECON-AMOUNT     PIC S9(11)V9(2) COMP-3 VALUE 0.
           05  WS-TOT-LABEL            PIC X(30)       VALUE SPACES.
           05  WS-TOT-COUNT            PIC S9(09) COMP VALUE 0.
           05  WS-TOT-AMOUNT           PIC S9(11)V9(2) COMP-3 VALUE 0.
           05  WS-CNT-EDIT             PIC ZZZ,ZZZ,ZZ9.
           05  WS-AMT-EDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-PAY-EDIT             PIC ZZ,ZZ9.99.
1208IP     05  IND-PLAN                PIC S9(04) COMP VALUE 0.

0805ID 01  WS-NEXTID-PARMS.
0805ID     05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
0805ID     05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
0805ID     05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

       01  WS-SYS-VARS.
           05  WS-EOF-SW               PIC 9          VALUE 0.
               88  END-OF-FILE                        VALUE 1.
           05  WS-FILESTAT.
               10  FS-CITYPAYI         PIC 99          VALUE 0.
               10  FS-CITYSUSP         PIC 99          VALUE 0.
           05  EVAL-CODE               PIC S9(08) COMP VALUE 0.
               88  ERR-OK                              VALUE 0.
               88  SQL-NOTFOUND                        VALUE 100.
           05  WS-PGM-NAME             PIC X(08)       VALUE 'CITYPAY'.

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
           EXEC SQL INCLUDE DCLFINE  END-EXEC.
           EXEC SQL INCLUDE DCLFPY   END-EXEC.
           EXEC SQL INCLUDE DCLFAU   END-EXEC.
           EXEC SQL INCLUDE DCLPATR  END-EXEC.
           EXEC SQL INCLUDE DCLPSU   END-EXEC.
1208IP     EXEC SQL INCLUDE DCLPPL   END-EXEC.

      **   THE PATRON'S OPEN FINES, OLDEST FIRST, FOR A PAYMENT THAT
      **   DOES NOT NAME A FINE
           EXEC SQL DECLARE CURCPFIN CURSOR FOR
                SELECT FINE_ID
                      ,FINE_AMOUNT - PAID_AMOUNT - WAIVED_AMOUNT
                  FROM IBMUSER.FINES
                 WHERE PATRON_ID = :WS-PATRON-ID
                   AND FINE_STATUS = 'O'
                 ORDER BY ASSESS_DATE, FINE_ID
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

0807RH      MOVE 'CITYPAY' TO WS-RL-JOB-NAME
0807RH      MOVE 'S' TO WS-RL-FUNC
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 1000-INIT
            PERFORM 2000-MAIN-LOGIC
            PERFORM 3000-CLEANUP
            .

       1000-INIT.
            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1200-GET-TODAY
            PERFORM 1100-OPEN-FILE
            PERFORM 1300-PROVE-FILE
            PERFORM 1400-WRITE-HEADINGS
            .

       1100-OPEN-FILE.
            MOVE '1100-OPEN-FILE' TO ERR-LOC

            OPEN INPUT FD-CITYPAYI
            MOVE FS-CITYPAYI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN INPUT FD-CITYPAYI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN OUTPUT FD-CITYSUSP
            MOVE FS-CITYSUSP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-CITYSUSP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1200-GET-TODAY.
            MOVE '1200-GET-TODAY' TO ERR-LOC

            EXEC SQL
                 SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-TODAY
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT CURRENT DATE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1300-PROVE-FILE.
            MOVE '1300-PROVE-FILE' TO ERR-LOC

      **    FIRST PASS - NOTHING IS POSTED UNLESS THE DETAIL RECORDS
      **    ADD UP TO THE CITY'S OWN TRAILER
            MOVE 0 TO WS-PROVE-COUNT
                      WS-PROVE-AMOUNT
                      WS-TRAILER-SW
                      WS-EOF-SW

            PERFORM 2100-READ-PAYMENT
            PERFORM 1310-PROVE-ONE-RECORD UNTIL END-OF-FILE

            EVALUATE TRUE
                WHEN NOT TRAILER-SEEN
                     MOVE 'TRAILER RECORD MISSING' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                WHEN WS-PROVE-COUNT NOT = WS-TR-SAVE-COUNT
                     MOVE WS-PROVE-COUNT TO EVAL-CODE
                     MOVE 'TRAILER COUNT MISMATCH' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                WHEN WS-PROVE-AMOUNT NOT = WS-TR-SAVE-AMOUNT
                     MOVE 'TRAILER AMOUNT MISMATCH' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                WHEN OTHER
                     CONTINUE
            END-EVALUATE

      **    SECOND PASS STARTS FROM THE TOP
            CLOSE FD-CITYPAYI
            MOVE FS-CITYPAYI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-CITYPAYI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN INPUT FD-CITYPAYI
            MOVE FS-CITYPAYI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN INPUT FD-CITYPAYI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE 0 TO WS-EOF-SW
            .

       1310-PROVE-ONE-RECORD.
            MOVE '1310-PROVE-ONE-RECORD' TO ERR-LOC

            EVALUATE TRUE
                WHEN PY-TRAILER
                     SET TRAILER-SEEN TO TRUE
                     IF WS-TR-COUNT IS NOT NUMERIC
                     OR WS-TR-AMOUNT IS NOT NUMERIC
                        MOVE 'TRAILER NOT NUMERIC' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                     MOVE WS-TR-COUNT  TO WS-TR-SAVE-COUNT
                     MOVE WS-TR-AMOUNT TO WS-TR-SAVE-AMOUNT
                WHEN TRAILER-SEEN
                     MOVE 'RECORDS AFTER TRAILER' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                WHEN WS-PY-AMOUNT IS NOT NUMERIC
                     MOVE WS-PROVE-COUNT TO EVAL-CODE
                     MOVE 'DETAIL AMOUNT NOT NUMERIC' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                WHEN OTHER
                     ADD 1 TO WS-PROVE-COUNT
                     ADD WS-PY-AMOUNT-N TO WS-PROVE-AMOUNT
            END-EVALUATE

            PERFORM 2100-READ-PAYMENT
            .

       1400-WRITE-HEADINGS.
            MOVE '1400-WRITE-HEADINGS' TO ERR-LOC

            MOVE SPACES TO WS-RPT-LINE
            STRING 'CITY CASHIER / PAYMENT PORTAL IMPORT - '
                                               DELIMITED BY SIZE
                   'SUSPENSE REPORT   RUN DATE ' DELIMITED BY SIZE
                   WS-TODAY                    DELIMITED BY SIZE
              INTO WS-RPT-LINE
            END-STRING
            WRITE REC-CITYSUSP FROM WS-RPT-LINE

            MOVE SPACES TO WS-RPT-LINE
            WRITE REC-CITYSUSP FROM WS-RPT-LINE

            MOVE SPACES TO WS-RPT-LINE
            STRING 'PATRON ID FINE ID      AMOUNT '
                                               DELIMITED BY SIZE
                   'RECEIPT REF          PAID ON    S '
                                               DELIMITED BY SIZE
                   'REASON'                    DELIMITED BY SIZE
              INTO WS-RPT-LINE
            END-STRING
            WRITE REC-CITYSUSP FROM WS-RPT-LINE

            MOVE FS-CITYSUSP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'WRITE FD-CITYSUSP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC

            INITIALIZE WS-TOTALS

            PERFORM 2100-READ-PAYMENT
            PERFORM 2200-PROCESS-PAYMENT UNTIL END-OF-FILE

            PERFORM 2900-RECONCILE-TRAILER

            DISPLAY WS-READ-CNTR  ' PAYMENT RECORDS READ'
            DISPLAY WS-APPLY-CNTR ' PAYMENTS APPLIED'
            DISPLAY WS-SUSP-CNTR  ' PAYMENTS TO SUSPENSE'
            .

       2100-READ-PAYMENT.
            MOVE '2100-READ-PAYMENT' TO ERR-LOC

            READ FD-CITYPAYI INTO WS-PAY-RECORD
                 AT END
                    SET END-OF-FILE TO TRUE
            END-READ

            MOVE FS-CITYPAYI TO EVAL-CODE
            IF NOT ERR-OK AND NOT END-OF-FILE
               MOVE 'READ FD-CITYPAYI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2200-PROCESS-PAYMENT.
            MOVE '2200-PROCESS-PAYMENT' TO ERR-LOC

      **    THE FILE WAS PROVED IN 1300 - THE TRAILER ENDS THE DATA
            IF PY-TRAILER
               SET END-OF-FILE TO TRUE
            ELSE
               ADD 1 TO WS-READ-CNTR
               MOVE SPACES TO WS-SUSP-REASON
               MOVE WS-PY-AMOUNT-N TO WS-AMOUNT

               PERFORM 2210-EDIT-PAYMENT

               IF WS-SUSP-REASON = SPACES
                  IF WS-FINE-ID > 0
                     PERFORM 2220-APPLY-TO-FINE
                  ELSE
                     PERFORM 2230-APPLY-OLDEST-FIRST
                  END-IF
               END-IF

               IF WS-SUSP-REASON = SPACES
                  ADD 1         TO WS-APPLY-CNTR
                  ADD WS-AMOUNT TO WS-APPLY-AMT-TOT
               ELSE
                  PERFORM 2280-SUSPEND-PAYMENT
               END-IF

               PERFORM 2100-READ-PAYMENT
            END-IF
            .

       2210-EDIT-PAYMENT.
            MOVE '2210-EDIT-PAYMENT' TO ERR-LOC

            MOVE 0 TO WS-PATRON-ID
                      WS-FINE-ID
                      WS-DATE-OK-SW

            IF WS-PY-PATRON-ID IS NUMERIC
               MOVE WS-PY-PATRON-ID TO WS-PATRON-ID
            END-IF
            IF WS-PY-FINE-ID IS NUMERIC
               MOVE WS-PY-FINE-ID TO WS-FINE-ID
            END-IF
            IF  WS-PY-PAY-YYYY IS NUMERIC
            AND WS-PY-PAY-MM   IS NUMERIC
            AND WS-PY-PAY-DD   IS NUMERIC
            AND WS-PY-PAY-DASH1 = '-'
            AND WS-PY-PAY-DASH2 = '-'
               IF  WS-PY-PAY-MM > 0 AND WS-PY-PAY-MM < 13
               AND WS-PY-PAY-DD > 0 AND WS-PY-PAY-DD < 32
                  SET PAY-DATE-OK TO TRUE
               END-IF
            END-IF

            EVALUATE TRUE
                WHEN NOT PY-DETAIL
                     MOVE 'BAD RECORD TYPE' TO WS-SUSP-REASON
                WHEN WS-PY-PATRON-ID IS NOT NUMERIC
                     MOVE 'PATRON ID NOT NUMERIC' TO WS-SUSP-REASON
                WHEN WS-PY-FINE-ID IS NOT NUMERIC
                 AND WS-PY-FINE-ID NOT = SPACES
                     MOVE 'FINE ID NOT NUMERIC' TO WS-SUSP-REASON
                WHEN WS-AMOUNT NOT > 0
                     MOVE 'ZERO AMOUNT' TO WS-SUSP-REASON
                WHEN WS-PY-RECEIPT = SPACES
                     MOVE 'RECEIPT REFERENCE MISSING'
                       TO WS-SUSP-REASON
                WHEN NOT PAY-DATE-OK
                     MOVE 'DATE PAID NOT VALID' TO WS-SUSP-REASON
                WHEN OTHER
                     CONTINUE
            END-EVALUATE

            IF WS-SUSP-REASON = SPACES
               MOVE WS-PATRON-ID TO TBLPATR-PATRON-ID

               EXEC SQL
                    SELECT PATRON_ID
                      INTO :TBLPATR-PATRON-ID
                      FROM IBMUSER.PATRONS
                     WHERE PATRON_ID = :TBLPATR-PATRON-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        CONTINUE
                   WHEN SQL-NOTFOUND
                        MOVE 'UNKNOWN PATRON' TO WS-SUSP-REASON
                   WHEN OTHER
                        MOVE 'SELECT PATRONS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF

            IF WS-SUSP-REASON = SPACES
               PERFORM 2215-CHECK-DUPLICATE
            END-IF
            .

       2215-CHECK-DUPLICATE.
            MOVE '2215-CHECK-DUPLICATE' TO ERR-LOC

      **    A RESENT OR RERUN FILE MUST NOT PAY THE SAME RECEIPT TWICE
            MOVE WS-PY-RECEIPT TO TBLFPY-EXT-REF-TEXT
            MOVE 20            TO TBLFPY-EXT-REF-LEN

            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-DUP-CNT
                   FROM IBMUSER.FINE_PAYS
                  WHERE EXT_REF = :TBLFPY-EXT-REF
                    AND TENDER_TYPE = 'E'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT COUNT FINE_PAYS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-DUP-CNT > 0
               MOVE 'RECEIPT ALREADY POSTED' TO WS-SUSP-REASON
            END-IF
            .

       2220-APPLY-TO-FINE.
            MOVE '2220-APPLY-TO-FINE' TO ERR-LOC

            MOVE WS-FINE-ID TO TBLFIN-FINE-ID

            EXEC SQL
                 SELECT PATRON_ID, FINE_STATUS,
                        FINE_AMOUNT - PAID_AMOUNT - WAIVED_AMOUNT
                   INTO :WS-FINE-PATRON, :WS-FINE-STATUS,
                        :WS-FINE-BAL
                   FROM IBMUSER.FINES
                  WHERE FINE_ID = :TBLFIN-FINE-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     EVALUATE TRUE
                         WHEN WS-FINE-PATRON NOT = WS-PATRON-ID
                              MOVE 'FINE IS FOR ANOTHER PATRON'
                                TO WS-SUSP-REASON
                         WHEN WS-FINE-STATUS NOT = 'O'
                              MOVE 'FINE ALREADY SETTLED'
                                TO WS-SUSP-REASON
                         WHEN WS-AMOUNT > WS-FINE-BAL
                              MOVE 'OVERPAYMENT' TO WS-SUSP-REASON
                         WHEN OTHER
                              MOVE WS-AMOUNT TO WS-APPLY-AMT
                              PERFORM 2250-POST-TO-FINE
                     END-EVALUATE
                WHEN SQL-NOTFOUND
                     MOVE 'FINE ID NOT FOUND' TO WS-SUSP-REASON
                WHEN OTHER
                     MOVE 'SELECT FINES' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2230-APPLY-OLDEST-FIRST.
            MOVE '2230-APPLY-OLDEST-FIRST' TO ERR-LOC

            EXEC SQL
                 SELECT COALESCE(SUM(FINE_AMOUNT - PAID_AMOUNT
                                     - WAIVED_AMOUNT), 0)
                   INTO :WS-OPEN-BAL
                   FROM IBMUSER.FINES
                  WHERE PATRON_ID = :WS-PATRON-ID
                    AND FINE_STATUS = 'O'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT OPEN BALANCE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EVALUATE TRUE
                WHEN WS-OPEN-BAL NOT > 0
                     MOVE 'NO OPEN BALANCE' TO WS-SUSP-REASON
                WHEN WS-AMOUNT > WS-OPEN-BAL
                     MOVE 'OVERPAYMENT' TO WS-SUSP-REASON
                WHEN OTHER
                     MOVE WS-AMOUNT TO WS-LEFT-TO-POST

                     EXEC SQL OPEN CURCPFIN END-EXEC
                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'OPEN CURCPFIN' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

                     INITIALIZE EVAL-CODE
                     PERFORM 2240-FETCH-OLDEST-FINE
                        UNTIL SQL-NOTFOUND

                     EXEC SQL CLOSE CURCPFIN END-EXEC
                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'CLOSE CURCPFIN' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
            END-EVALUATE
            .

       2240-FETCH-OLDEST-FINE.
            MOVE '2240-FETCH-OLDEST-FINE' TO ERR-LOC

            EXEC SQL
                 FETCH CURCPFIN
                  INTO :TBLFIN-FINE-ID, :WS-FINE-BAL
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF WS-LEFT-TO-POST > 0
                        IF WS-LEFT-TO-POST > WS-FINE-BAL
                           MOVE WS-FINE-BAL     TO WS-APPLY-AMT
                        ELSE
                           MOVE WS-LEFT-TO-POST TO WS-APPLY-AMT
                        END-IF
                        PERFORM 2250-POST-TO-FINE
                        SUBTRACT WS-APPLY-AMT FROM WS-LEFT-TO-POST
                     END-IF
                WHEN SQL-NOTFOUND
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURCPFIN' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2250-POST-TO-FINE.
            MOVE '2250-POST-TO-FINE' TO ERR-LOC

      **    SAME UPDATE AS FINETRN 2210-APPLY-PAYMENT
            MOVE WS-APPLY-AMT TO TBLFIN-PAID-AMOUNT

            EXEC SQL
                 UPDATE IBMUSER.FINES
                    SET PAID_AMOUNT = PAID_AMOUNT
                                    + :TBLFIN-PAID-AMOUNT,
                        FINE_STATUS = CASE
                             WHEN PAID_AMOUNT + :TBLFIN-PAID-AMOUNT
                                  + WAIVED_AMOUNT >= FINE_AMOUNT
                             THEN 'P'
                             ELSE FINE_STATUS
                        END
                  WHERE FINE_ID = :TBLFIN-FINE-ID
                    AND FINE_STATUS = 'O'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE FINES PAY' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2260-WRITE-PAY-JOURNAL
            PERFORM 2270-WRITE-FINE-AUDIT
            .

       2260-WRITE-PAY-JOURNAL.
            MOVE '2260-WRITE-PAY-JOURNAL' TO ERR-LOC

0805ID      MOVE 'PAY_ID' TO WS-NXT-ID-NAME
0805ID      PERFORM 8100-GET-NEXT-ID
0805ID      MOVE WS-NXT-NEXT-ID TO TBLFPY-PAY-ID

            MOVE TBLFIN-FINE-ID TO TBLFPY-FINE-ID
            MOVE WS-PATRON-ID   TO TBLFPY-PATRON-ID
            MOVE 'P'            TO TBLFPY-PAY-TYPE
            MOVE 'E'            TO TBLFPY-TENDER-TYPE
            MOVE WS-APPLY-AMT   TO TBLFPY-PAY-AMOUNT
            MOVE WS-PGM-NAME    TO TBLFPY-OPERATOR-ID-TEXT
            MOVE 7              TO TBLFPY-OPERATOR-ID-LEN
            MOVE WS-PY-RECEIPT  TO TBLFPY-EXT-REF-TEXT
            MOVE 20             TO TBLFPY-EXT-REF-LEN

1208IP      PERFORM 2265-FIND-CURRENT-PLAN

            EXEC SQL
                 INSERT INTO IBMUSER.FINE_PAYS
                        (PAY_ID, FINE_ID, PATRON_ID, PAY_TYPE,
                         TENDER_TYPE, PAY_AMOUNT, OPERATOR_ID,
1208IP                   PAY_TS, EXT_REF, PLAN_ID)
                 VALUES (:TBLFPY-PAY-ID, :TBLFPY-FINE-ID,
                         :TBLFPY-PATRON-ID, :TBLFPY-PAY-TYPE,
                         :TBLFPY-TENDER-TYPE, :TBLFPY-PAY-AMOUNT,
                         :TBLFPY-OPERATOR-ID, CURRENT TIMESTAMP,
1208IP                   :TBLFPY-EXT-REF, :TBLFPY-PLAN-ID :IND-PLAN)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT FINE_PAYS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

1208IP 2265-FIND-CURRENT-PLAN.
1208IP      MOVE '2265-FIND-CURRENT-PLAN' TO ERR-LOC

1208IP      MOVE -1 TO IND-PLAN
1208IP      MOVE WS-PATRON-ID TO TBLPPL-PATRON-ID

1208IP      EXEC SQL
1208IP           SELECT PLAN_ID
1208IP             INTO :TBLFPY-PLAN-ID
1208IP             FROM IBMUSER.PAY_PLANS
1208IP            WHERE PATRON_ID = :TBLPPL-PATRON-ID
1208IP              AND PLAN_STATUS = 'A'
1208IP            FETCH FIRST 1 ROW ONLY
1208IP      END-EXEC

1208IP      MOVE SQLCODE TO EVAL-CODE
1208IP      EVALUATE TRUE
1208IP          WHEN ERR-OK
1208IP               MOVE 0 TO IND-PLAN
1208IP          WHEN SQL-NOTFOUND
1208IP               CONTINUE
1208IP          WHEN OTHER
1208IP               MOVE 'SELECT PAY_PLANS CURRENT' TO ERR-MSG
1208IP               PERFORM 9999-ERROR-HANDLING
1208IP      END-EVALUATE
1208IP      .

       2270-WRITE-FINE-AUDIT.
            MOVE '2270-WRITE-FINE-AUDIT' TO ERR-LOC

0805ID      MOVE 'FAUDIT_ID' TO WS-NXT-ID-NAME
0805ID      PERFORM 8100-GET-NEXT-ID
0805ID      MOVE WS-NXT-NEXT-ID TO TBLFAU-AUDIT-ID

            MOVE TBLFIN-FINE-ID TO TBLFAU-FINE-ID
            MOVE 'P'            TO TBLFAU-ACTION-CODE
            MOVE WS-PGM-NAME    TO TBLFAU-OPERATOR-ID-TEXT
            MOVE 7              TO TBLFAU-OPERATOR-ID-LEN
            MOVE WS-APPLY-AMT   TO TBLFAU-ACTION-AMOUNT
            MOVE WS-FINE-BAL    TO TBLFAU-BEFORE-BALANCE
            COMPUTE TBLFAU-AFTER-BALANCE = WS-FINE-BAL - WS-APPLY-AMT

            EXEC SQL
                 INSERT INTO IBMUSER.FINES_AUDIT
                        (AUDIT_ID, FINE_ID, ACTION_CODE,
                         OPERATOR_ID, ACTION_AMOUNT,
                         BEFORE_BALANCE, AFTER_BALANCE, AUDIT_TS)
                 VALUES (:TBLFAU-AUDIT-ID, :TBLFAU-FINE-ID,
                         :TBLFAU-ACTION-CODE, :TBLFAU-OPERATOR-ID,
                         :TBLFAU-ACTION-AMOUNT,
                         :TBLFAU-BEFORE-BALANCE,
                         :TBLFAU-AFTER-BALANCE, CURRENT TIMESTAMP)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT FINES_AUDIT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2280-SUSPEND-PAYMENT.
            MOVE '2280-SUSPEND-PAYMENT' TO ERR-LOC

0805ID      MOVE 'SUSP_ID' TO WS-NXT-ID-NAME
0805ID      PERFORM 8100-GET-NEXT-ID
0805ID      MOVE WS-NXT-NEXT-ID TO TBLPSU-SUSP-ID

      **    THE ROW KEEPS WHAT THE CITY SENT; A BAD DATE PAID IS
      **    CARRIED AS THE LOAD DATE AND THE REASON SAYS SO
            MOVE WS-PATRON-ID   TO TBLPSU-PATRON-ID
            MOVE WS-FINE-ID     TO TBLPSU-FINE-ID
            MOVE WS-AMOUNT      TO TBLPSU-PAY-AMOUNT
            MOVE WS-PY-RECEIPT  TO TBLPSU-EXT-REF-TEXT
            MOVE 20             TO TBLPSU-EXT-REF-LEN
            MOVE WS-PY-SOURCE   TO TBLPSU-PAY-SOURCE
            MOVE WS-SUSP-REASON TO TBLPSU-SUSP-REASON-TEXT
            MOVE 30             TO TBLPSU-SUSP-REASON-LEN
            IF PAY-DATE-OK
               MOVE WS-PY-PAY-DATE TO TBLPSU-PAY-DATE
            ELSE
               MOVE WS-TODAY       TO TBLPSU-PAY-DATE
            END-IF

            EXEC SQL
                 INSERT INTO IBMUSER.PAY_SUSPENSE
                        (SUSP_ID, PATRON_ID, FINE_ID, PAY_AMOUNT,
                         EXT_REF, PAY_DATE, PAY_SOURCE, SUSP_REASON,
                         SUSP_STATUS, LOAD_DATE)
                 VALUES (:TBLPSU-SUSP-ID, :TBLPSU-PATRON-ID,
                         :TBLPSU-FINE-ID, :TBLPSU-PAY-AMOUNT,
                         :TBLPSU-EXT-REF, DATE(:TBLPSU-PAY-DATE),
                         :TBLPSU-PAY-SOURCE, :TBLPSU-SUSP-REASON,
                         'O', CURRENT DATE)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT PAY_SUSPENSE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            ADD 1         TO WS-SUSP-CNTR
            ADD WS-AMOUNT TO WS-SUSP-AMT-TOT

            PERFORM 2290-WRITE-SUSPENSE-LINE
            .

       2290-WRITE-SUSPENSE-LINE.
            MOVE '2290-WRITE-SUSPENSE-LINE' TO ERR-LOC

            MOVE WS-AMOUNT TO WS-PAY-EDIT

            MOVE SPACES TO WS-RPT-LINE
            STRING WS-PY-PATRON-ID  DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-PY-FINE-ID    DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-PAY-EDIT      DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-PY-RECEIPT    DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-PY-PAY-DATE   DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-PY-SOURCE     DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-SUSP-REASON   DELIMITED BY SIZE
              INTO WS-RPT-LINE
            END-STRING
            WRITE REC-CITYSUSP FROM WS-RPT-LINE

            MOVE FS-CITYSUSP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'WRITE FD-CITYSUSP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2900-RECONCILE-TRAILER.
            MOVE '2900-RECONCILE-TRAILER' TO ERR-LOC

            COMPUTE WS-RECON-COUNT  = WS-APPLY-CNTR + WS-SUSP-CNTR
            COMPUTE WS-RECON-AMOUNT = WS-APPLY-AMT-TOT
                                    + WS-SUSP-AMT-TOT

            MOVE SPACES TO WS-RPT-LINE
            WRITE REC-CITYSUSP FROM WS-RPT-LINE

            MOVE 'TRAILER - RECORDS SENT'  TO WS-TOT-LABEL
            MOVE WS-TR-SAVE-COUNT          TO WS-TOT-COUNT
            MOVE WS-TR-SAVE-AMOUNT         TO WS-TOT-AMOUNT
            PERFORM 2910-WRITE-TOTAL-LINE

            MOVE 'APPLIED TO FINES'        TO WS-TOT-LABEL
            MOVE WS-APPLY-CNTR             TO WS-TOT-COUNT
            MOVE WS-APPLY-AMT-TOT          TO WS-TOT-AMOUNT
            PERFORM 2910-WRITE-TOTAL-LINE

            MOVE 'TO SUSPENSE'             TO WS-TOT-LABEL
            MOVE WS-SUSP-CNTR              TO WS-TOT-COUNT
            MOVE WS-SUSP-AMT-TOT           TO WS-TOT-AMOUNT
            PERFORM 2910-WRITE-TOTAL-LINE

            MOVE 'APPLIED PLUS SUSPENSE'   TO WS-TOT-LABEL
            MOVE WS-RECON-COUNT            TO WS-TOT-COUNT
            MOVE WS-RECON-AMOUNT           TO WS-TOT-AMOUNT
            PERFORM 2910-WRITE-TOTAL-LINE

            MOVE SPACES TO WS-RPT-LINE
            IF  WS-RECON-COUNT  = WS-TR-SAVE-COUNT
            AND WS-RECON-AMOUNT = WS-TR-SAVE-AMOUNT
               MOVE 'FILE RECONCILES TO TRAILER' TO WS-RPT-LINE
               MOVE 'SUCCESS' TO WS-RL-STATUS
            ELSE
               MOVE '*** OUT OF BALANCE WITH TRAILER ***'
                 TO WS-RPT-LINE
               MOVE 'UNBAL' TO WS-RL-STATUS
               DISPLAY 'CITYPAY OUT OF BALANCE WITH TRAILER'
            END-IF
            WRITE REC-CITYSUSP FROM WS-RPT-LINE
            .

       2910-WRITE-TOTAL-LINE.
            MOVE '2910-WRITE-TOTAL-LINE' TO ERR-LOC

            MOVE WS-TOT-COUNT  TO WS-CNT-EDIT
            MOVE WS-TOT-AMOUNT TO WS-AMT-EDIT

            MOVE SPACES TO WS-RPT-LINE
            STRING WS-TOT-LABEL     DELIMITED BY SIZE
                   ' COUNT '        DELIMITED BY SIZE
                   WS-CNT-EDIT      DELIMITED BY SIZE
                   '  AMOUNT '      DELIMITED BY SIZE
                   WS-AMT-EDIT      DELIMITED BY SIZE
              INTO WS-RPT-LINE
            END-STRING
            WRITE REC-CITYSUSP FROM WS-RPT-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILE

      **    WS-RL-STATUS WAS SET BY 2900 - SUCCESS OR UNBAL
0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE WS-APPLY-CNTR TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC

            CLOSE FD-CITYPAYI
            MOVE FS-CITYPAYI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-CITYPAYI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            CLOSE FD-CITYSUSP
            MOVE FS-CITYSUSP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-CITYSUSP' TO ERR-MSG
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
