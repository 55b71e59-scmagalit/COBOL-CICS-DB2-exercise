      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COLLRET.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/03/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * COLLECTION AGENCY MONTHLY RETURN FILE - POST AND CLEAR         *
      *----------------------------------------------------------------*
      * - THE AGENCY SENDS BACK ONE RECORD PER REFERRAL IT WORKED      *
      *   (LAYOUT BELOW) WITH A STATUS CODE AND THE AMOUNT IT          *
      *   COLLECTED THIS MONTH. FOR EACH RECORD THIS JOB:              *
      *   1. FINDS THE REFERRAL COLLREF WROTE (COLL_REFERRALS) - IT    *
      *      MUST BELONG TO THE PATRON ON THE RECORD AND NOT BE        *
      *      CLEARED ALREADY                                           *
      *   2. POSTS THE AMOUNT ACROSS THE PATRON'S OPEN FINES, OLDEST   *
      *      ASSESS_DATE FIRST, THE SAME WAY FINETRN POSTS A DESK      *
      *      PAYMENT: PAID_AMOUNT UP, A FINE_PAYS ROW (PAY_TYPE 'P',   *
      *      TENDER 'A' AGENCY, OPERATOR 'COLLRET') AND A FINES_AUDIT  *
      *      'P' ROW PER FINE TOUCHED                                  *
      *   3. CARRIES THE AGENCY STATUS ONTO THE REFERRAL - 'U'         *
      *      UNCOLLECTABLE AND 'D' DISPUTED STAY ON THE ACCOUNT (THE   *
      *      PATRON IS STILL IN COLLECTIONS); ONCE NOTHING IS LEFT     *
      *      OPEN THE REFERRAL IS CLEARED ('C') AND CHECKOUT OPENS UP  *
      * - EVERY RECORD IS LISTED ON COLLRPT WITH WHAT WAS POSTED AND   *
      *   THE BALANCE LEFT. RECORDS THAT CANNOT BE POSTED, AN AMOUNT   *
      *   OVER THE OPEN BALANCE, AND "PAID IN FULL" WITH A BALANCE     *
      *   STILL OPEN ARE FLAGGED FOR THE BUSINESS OFFICE TO TAKE UP    *
      *   WITH THE AGENCY                                              *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   03,2020 - INITIAL VERSION                        (1103CA)*
      *                                                                *
      * RETURN RECORD LAYOUT (COLLRETI, 80 BYTES):                     *
      *   1-9    REFERRAL ID (FROM THE COLLREFO RECORD)                *
      *   10-18  PATRON ID                                             *
      *   19     STATUS - F PAID IN FULL, P PARTIAL PAYMENT,           *
      *            U UNCOLLECTABLE, D DISPUTED                         *
      *   20-30  AMOUNT COLLECTED 9(9)V99 (ZONED, IMPLIED DECIMALS)    *
      *   31-40  RETURN DATE (YYYY-MM-DD, BLANK = RUN DATE)            *
      *   41-80  FILLER                                                *
      *                                                                *
      * FILES:                                                         *
      * COLLRETI (INPUT)  - IBMUSER.SMAGALIT.COLLRETI                  *
      * COLLRPT  (OUTPUT) - IBMUSER.SMAGALIT.COLLRPT                   *
      * IBMUSER.COLL_REFERRALS (I/O) - REFERRALS (SEE DCLCRF)          *
      * IBMUSER.FINES (I/O)          - OPEN CHARGES PAID DOWN          *
      * IBMUSER.FINE_PAYS (OUTPUT)   - AGENCY PAYMENT JOURNAL          *
      * IBMUSER.FINES_AUDIT (OUTPUT) - ONE ROW PER FINE PAID           *
      *                                                                *
      * 0000-MAIN                      2255-APPLY-TO-FINE              *
      * 1000-INIT                      2260-WRITE-PAY-JOURNAL          *
      * 1100-OPEN-FILE                 2270-WRITE-FINE-AUDIT           *
      * 1200-GET-TODAY                 2280-UPDATE-REFERRAL            *
      * 2000-MAIN-LOGIC                2290-WRITE-REPORT-LINE          *
      * 2100-READ-RETURN               3000-CLEANUP                    *
      * 2200-PROCESS-RETURN            3100-CLOSE-FILE                 *
      * 2210-CHECK-RETURN              8100-GET-NEXT-ID                *
      * 2220-READ-REFERRAL             9999-ERROR-HANDLING             *
      * 2240-POST-PAYMENT              9999-TERMINATE                  *
      * 2250-POST-ONE-FINE                                             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-COLLRETI ASSIGN       TO    COLLRETI
                              FILE STATUS  IS FS-COLLRETI
                              ORGANIZATION IS SEQUENTIAL.
           SELECT FD-COLLRPT  ASSIGN       TO    COLLRPT
                              FILE STATUS  IS FS-COLLRPT
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-COLLRETI
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  REC-COLLRETI                 PIC X(80).

       FD  FD-COLLRPT
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-COLLRPT                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-RET-RECORD.
               10  WS-RT-REFER-ID      PIC X(09).
               10  WS-RT-PATRON-ID     PIC X(09).
               10  WS-RT-CODE          PIC X(01).
                   88  RT-PAID-FULL                    VALUE 'F'.
                   88  RT-PARTIAL                      VALUE 'P'.
                   88  RT-UNCOLLECTABLE                VALUE 'U'.
                   88  RT-DISPUTED                     VALUE 'D'.
                   88  RT-CODE-VALID           VALUES 'F' 'P' 'U' 'D'.
               10  WS-RT-AMOUNT        PIC X(11).
               10  WS-RT-AMOUNT-N REDEFINES WS-RT-AMOUNT
                                       PIC 9(9)V9(2).
               10  WS-RT-DATE          PIC X(10).
               10  FILLER              PIC X(40).
           05  WS-RPT-LINE             PIC X(132)      VALUE SPACES.
           05  WS-RPT-REASON           PIC X(34)       VALUE SPACES.
           05  WS-TODAY                PIC X(10)       VALUE SPACES.
           05  WS-RETURN-DATE          PIC X(10)       VALUE SPACES.
           05  WS-REFER-ID             PIC S9(09) COMP VALUE 0.
           05  WS-PATRON-ID            PIC S9(09) COMP VALUE 0.
           05  WS-RT-AMT               PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-LEFT-TO-POST         PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-POSTED-AMT           PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-OPEN-BAL             PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-FINE-BAL             PIC S9(5)V9(2) COMP-3 VALUE 0.
           05  WS-APPLY-AMT            PIC S9(5)V9(2) COMP-3 VALUE 0.
           05  WS-NEW-STATUS           PIC X(01)       VALUE SPACE.
           05  WS-AMT-EDIT             PIC Z,ZZZ,ZZ9.99.
           05  WS-POST-EDIT            PIC Z,ZZZ,ZZ9.99.
           05  WS-BAL-EDIT             PIC Z,ZZZ,ZZ9.99.
           05  WS-RETURN-OK-SW         PIC 9           VALUE 0.
               88  RETURN-OK                           VALUE 1.
           05  WS-COUNTERS.
               10  WS-RET-READ-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-RET-POST-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-RET-DISC-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-RET-CLEAR-CNTR   PIC S9(08) COMP VALUE 0.

0805ID 01  WS-NEXTID-PARMS.
0805ID     05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
0805ID     05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
0805ID     05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

       01  WS-SYS-VARS.
           05  WS-EOF-SW               PIC 9          VALUE 0.
               88  END-OF-FILE                        VALUE 1.
           05  WS-FILESTAT.
               10  FS-COLLRETI         PIC 99          VALUE 0.
               10  FS-COLLRPT          PIC 99          VALUE 0.
           05  EVAL-CODE               PIC S9(08) COMP VALUE 0.
               88  ERR-OK                              VALUE 0.
               88  SQL-NOTFOUND                        VALUE 100.
           05  WS-PGM-NAME             PIC X(08)       VALUE 'COLLRET'.

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
           EXEC SQL INCLUDE DCLCRF   END-EXEC.

      **   THE PATRON'S OPEN CHARGES, OLDEST FIRST - THE AGENCY'S
      **   MONEY PAYS DOWN THE DEBT IN THE ORDER IT WAS RUN UP
           EXEC SQL DECLARE CURCRFIN CURSOR FOR
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

0807RH      MOVE 'COLLRET' TO WS-RL-JOB-NAME
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
            .

       1100-OPEN-FILE.
            MOVE '1100-OPEN-FILE' TO ERR-LOC

            OPEN INPUT FD-COLLRETI
            MOVE FS-COLLRETI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN INPUT FD-COLLRETI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN OUTPUT FD-COLLRPT
            MOVE FS-COLLRPT TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-COLLRPT' TO ERR-MSG
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

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC

            INITIALIZE WS-COUNTERS

            PERFORM 2100-READ-RETURN
            PERFORM 2200-PROCESS-RETURN UNTIL END-OF-FILE

            DISPLAY WS-RET-READ-CNTR  ' RETURN RECORDS READ'
            DISPLAY WS-RET-POST-CNTR  ' RETURN RECORDS POSTED'
            DISPLAY WS-RET-CLEAR-CNTR ' REFERRALS CLEARED'
            DISPLAY WS-RET-DISC-CNTR  ' RECORDS FLAGGED ON COLLRPT'
            .

       2100-READ-RETURN.
            MOVE '2100-READ-RETURN' TO ERR-LOC

            READ FD-COLLRETI INTO WS-RET-RECORD
                 AT END
                    SET END-OF-FILE TO TRUE
            END-READ

            MOVE FS-COLLRETI TO EVAL-CODE
            IF NOT ERR-OK AND NOT END-OF-FILE
               MOVE 'READ FD-COLLRETI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2200-PROCESS-RETURN.
            MOVE '2200-PROCESS-RETURN' TO ERR-LOC

            ADD 1 TO WS-RET-READ-CNTR
            MOVE 0 TO WS-RETURN-OK-SW
                      WS-POSTED-AMT
                      WS-OPEN-BAL
            MOVE SPACES TO WS-RPT-REASON

            PERFORM 2210-CHECK-RETURN

            IF WS-RPT-REASON = SPACES
               PERFORM 2220-READ-REFERRAL
            END-IF

            IF WS-RPT-REASON = SPACES
               PERFORM 2240-POST-PAYMENT
               PERFORM 2280-UPDATE-REFERRAL
               SET RETURN-OK TO TRUE
               ADD 1 TO WS-RET-POST-CNTR

      **       POSTED, BUT NOT WHAT THE AGENCY SAID - STILL FLAG IT
               EVALUATE TRUE
                   WHEN WS-LEFT-TO-POST > 0
                        MOVE 'OVERPAID - EXCESS NOT POSTED'
                          TO WS-RPT-REASON
                   WHEN RT-PAID-FULL AND WS-OPEN-BAL > 0
                        MOVE 'PAID IN FULL BUT BALANCE REMAINS'
                          TO WS-RPT-REASON
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF

            IF WS-RPT-REASON NOT = SPACES
               ADD 1 TO WS-RET-DISC-CNTR
            END-IF

            PERFORM 2290-WRITE-REPORT-LINE

            PERFORM 2100-READ-RETURN
            .

       2210-CHECK-RETURN.
            MOVE '2210-CHECK-RETURN' TO ERR-LOC

            EVALUATE TRUE
                WHEN WS-RT-REFER-ID IS NOT NUMERIC
                     MOVE 'REFERRAL ID NOT NUMERIC' TO WS-RPT-REASON
                WHEN WS-RT-PATRON-ID IS NOT NUMERIC
                     MOVE 'PATRON ID NOT NUMERIC' TO WS-RPT-REASON
                WHEN NOT RT-CODE-VALID
                     MOVE 'BAD STATUS CODE' TO WS-RPT-REASON
                WHEN WS-RT-AMOUNT IS NOT NUMERIC
                     MOVE 'AMOUNT NOT NUMERIC' TO WS-RPT-REASON
                WHEN OTHER
                     MOVE WS-RT-REFER-ID  TO WS-REFER-ID
                     MOVE WS-RT-PATRON-ID TO WS-PATRON-ID
                     MOVE WS-RT-AMOUNT-N  TO WS-RT-AMT
                     IF WS-RT-DATE = SPACES
                        MOVE WS-TODAY   TO WS-RETURN-DATE
                     ELSE
                        MOVE WS-RT-DATE TO WS-RETURN-DATE
                     END-IF
            END-EVALUATE
            .

       2220-READ-REFERRAL.
            MOVE '2220-READ-REFERRAL' TO ERR-LOC

            MOVE WS-REFER-ID TO TBLCRF-REFER-ID

            EXEC SQL
                 SELECT PATRON_ID, REFER_STATUS
                   INTO :TBLCRF-PATRON-ID, :TBLCRF-REFER-STATUS
                   FROM IBMUSER.COLL_REFERRALS
                  WHERE REFER_ID = :TBLCRF-REFER-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     EVALUATE TRUE
                         WHEN TBLCRF-PATRON-ID NOT = WS-PATRON-ID
                              MOVE 'REFERRAL IS FOR ANOTHER PATRON'
                                TO WS-RPT-REASON
                         WHEN TBLCRF-REFER-STATUS = 'C'
                              MOVE 'REFERRAL ALREADY CLEARED'
                                TO WS-RPT-REASON
                         WHEN OTHER
                              CONTINUE
                     END-EVALUATE
                WHEN SQL-NOTFOUND
                     MOVE 'REFERRAL ID NOT FOUND' TO WS-RPT-REASON
                WHEN OTHER
                     MOVE 'SELECT COLL_REFERRALS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2240-POST-PAYMENT.
            MOVE '2240-POST-PAYMENT' TO ERR-LOC

            MOVE WS-RT-AMT TO WS-LEFT-TO-POST

            EXEC SQL OPEN CURCRFIN END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURCRFIN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2250-POST-ONE-FINE UNTIL SQL-NOTFOUND

            EXEC SQL CLOSE CURCRFIN END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURCRFIN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2250-POST-ONE-FINE.
            MOVE '2250-POST-ONE-FINE' TO ERR-LOC

            EXEC SQL
                 FETCH CURCRFIN
                  INTO :TBLFIN-FINE-ID, :WS-FINE-BAL
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     PERFORM 2255-APPLY-TO-FINE
                WHEN SQL-NOTFOUND
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURCRFIN' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2255-APPLY-TO-FINE.
            MOVE '2255-APPLY-TO-FINE' TO ERR-LOC

      **    ONCE THE MONEY RUNS OUT THE REST OF THE FETCHES ONLY
      **    ADD UP WHAT IS STILL OPEN
            IF WS-LEFT-TO-POST > WS-FINE-BAL
               MOVE WS-FINE-BAL     TO WS-APPLY-AMT
            ELSE
               MOVE WS-LEFT-TO-POST TO WS-APPLY-AMT
            END-IF

            IF WS-APPLY-AMT > 0
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

               SUBTRACT WS-APPLY-AMT FROM WS-LEFT-TO-POST
               ADD WS-APPLY-AMT TO WS-POSTED-AMT
            END-IF

            COMPUTE WS-OPEN-BAL = WS-OPEN-BAL
                                + WS-FINE-BAL - WS-APPLY-AMT
            .

       2260-WRITE-PAY-JOURNAL.
            MOVE '2260-WRITE-PAY-JOURNAL' TO ERR-LOC

0805ID      MOVE 'PAY_ID' TO WS-NXT-ID-NAME
0805ID      PERFORM 8100-GET-NEXT-ID
0805ID      MOVE WS-NXT-NEXT-ID TO TBLFPY-PAY-ID

            MOVE TBLFIN-FINE-ID TO TBLFPY-FINE-ID
            MOVE WS-PATRON-ID   TO TBLFPY-PATRON-ID
            MOVE 'P'            TO TBLFPY-PAY-TYPE
            MOVE 'A'            TO TBLFPY-TENDER-TYPE
            MOVE WS-APPLY-AMT   TO TBLFPY-PAY-AMOUNT
            MOVE WS-PGM-NAME    TO TBLFPY-OPERATOR-ID-TEXT
            MOVE 7              TO TBLFPY-OPERATOR-ID-LEN

            EXEC SQL
                 INSERT INTO IBMUSER.FINE_PAYS
                        (PAY_ID, FINE_ID, PATRON_ID, PAY_TYPE,
                         TENDER_TYPE, PAY_AMOUNT, OPERATOR_ID,
                         PAY_TS)
                 VALUES (:TBLFPY-PAY-ID, :TBLFPY-FINE-ID,
                         :TBLFPY-PATRON-ID, :TBLFPY-PAY-TYPE,
                         :TBLFPY-TENDER-TYPE, :TBLFPY-PAY-AMOUNT,
                         :TBLFPY-OPERATOR-ID, CURRENT TIMESTAMP)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT FINE_PAYS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

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

       2280-UPDATE-REFERRAL.
            MOVE '2280-UPDATE-REFERRAL' TO ERR-LOC

      **    NOTHING LEFT OPEN CLEARS THE REFERRAL WHATEVER THE AGENCY
      **    CODED; OTHERWISE U/D ARE KEPT, F/P LEAVE IT ACTIVE
            EVALUATE TRUE
                WHEN WS-OPEN-BAL NOT > 0
                     MOVE 'C' TO WS-NEW-STATUS
                     ADD 1 TO WS-RET-CLEAR-CNTR
                WHEN RT-UNCOLLECTABLE
                     MOVE 'U' TO WS-NEW-STATUS
                WHEN RT-DISPUTED
                     MOVE 'D' TO WS-NEW-STATUS
                WHEN OTHER
                     MOVE 'A' TO WS-NEW-STATUS
            END-EVALUATE

            MOVE WS-REFER-ID    TO TBLCRF-REFER-ID
            MOVE WS-POSTED-AMT  TO TBLCRF-COLLECTED-AMT
            MOVE WS-NEW-STATUS  TO TBLCRF-REFER-STATUS
            MOVE WS-RETURN-DATE TO TBLCRF-LAST-RETURN-DATE

            EXEC SQL
                 UPDATE IBMUSER.COLL_REFERRALS
                    SET COLLECTED_AMT = COLLECTED_AMT
                                      + :TBLCRF-COLLECTED-AMT,
                        REFER_STATUS = :TBLCRF-REFER-STATUS,
                        LAST_RETURN_DATE =
                             DATE(:TBLCRF-LAST-RETURN-DATE),
                        CLEARED_DATE = CASE
                             WHEN :TBLCRF-REFER-STATUS = 'C'
                             THEN CURRENT DATE
                             ELSE NULL
                        END
                  WHERE REFER_ID = :TBLCRF-REFER-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE COLL_REFERRALS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2290-WRITE-REPORT-LINE.
            MOVE '2290-WRITE-REPORT-LINE' TO ERR-LOC

            IF WS-RT-AMOUNT IS NUMERIC
               MOVE WS-RT-AMOUNT-N TO WS-AMT-EDIT
            ELSE
               MOVE 0 TO WS-AMT-EDIT
            END-IF
            MOVE WS-POSTED-AMT TO WS-POST-EDIT
            MOVE WS-OPEN-BAL   TO WS-BAL-EDIT

            MOVE SPACES TO WS-RPT-LINE
            IF RETURN-OK
               STRING 'REFERRAL '      DELIMITED BY SIZE
                      WS-RT-REFER-ID   DELIMITED BY SIZE
                      ' PATRON '       DELIMITED BY SIZE
                      WS-RT-PATRON-ID  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-RT-CODE       DELIMITED BY SIZE
                      ' AMT '          DELIMITED BY SIZE
                      WS-AMT-EDIT      DELIMITED BY SIZE
                      ' POSTED '       DELIMITED BY SIZE
                      WS-POST-EDIT     DELIMITED BY SIZE
                      ' OPEN '         DELIMITED BY SIZE
                      WS-BAL-EDIT      DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-NEW-STATUS    DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      WS-RPT-REASON    DELIMITED BY SIZE
                 INTO WS-RPT-LINE
               END-STRING
            ELSE
               STRING 'REFERRAL '      DELIMITED BY SIZE
                      WS-RT-REFER-ID   DELIMITED BY SIZE
                      ' PATRON '       DELIMITED BY SIZE
                      WS-RT-PATRON-ID  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-RT-CODE       DELIMITED BY SIZE
                      ' AMT '          DELIMITED BY SIZE
                      WS-AMT-EDIT      DELIMITED BY SIZE
                      '  NOT POSTED - ' DELIMITED BY SIZE
                      WS-RPT-REASON    DELIMITED BY SIZE
                 INTO WS-RPT-LINE
               END-STRING
            END-IF

            WRITE REC-COLLRPT FROM WS-RPT-LINE

            MOVE FS-COLLRPT TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'WRITE FD-COLLRPT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILE

0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
0807RH      MOVE WS-RET-POST-CNTR TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC

            CLOSE FD-COLLRETI
            MOVE FS-COLLRETI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-COLLRETI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            CLOSE FD-COLLRPT
            MOVE FS-COLLRPT TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-COLLRPT' TO ERR-MSG
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
