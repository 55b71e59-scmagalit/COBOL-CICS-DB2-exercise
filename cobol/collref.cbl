      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COLLREF.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/03/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * MONTHLY COLLECTION AGENCY REFERRAL EXPORT                      *
      *----------------------------------------------------------------*
      * - PATRONS WITH LARGE, OLD BALANCES IN IBMUSER.FINES USED TO    *
      *   SIT THERE FOREVER. UNDER THE CITY'S COLLECTION CONTRACT      *
      *   THIS JOB REFERS EVERY PATRON WHOSE OPEN BALANCE IS ABOVE     *
      *   THE PARM THRESHOLD AND WHOSE OLDEST OPEN CHARGE IS OLDER     *
      *   THAN THE PARM AGE, AND IS NOT ALREADY WITH THE AGENCY:       *
      *   1. BILLS THE AGENCY FEE AS A NEW FINES ROW, CHARGE_TYPE      *
      *      'A' (NO LOAN OR BOOK BEHIND IT - BOTH ARE ZERO)           *
      *   2. RECORDS THE REFERRAL IN IBMUSER.COLL_REFERRALS (SEE       *
      *      DCLCRF), STATUS 'A' - WHILE A PATRON HAS A REFERRAL       *
      *      THAT IS NOT CLEARED ('C') LOANTRN AND SELFCHK REFUSE      *
      *      CHECKOUT ("IN COLLECTIONS")                               *
      *   3. WRITES THE AGENCY'S FIXED-LAYOUT REFERRAL RECORD WITH     *
      *      THE BALANCE INCLUDING THE FEE, CLOSED BY A 'CTL'          *
      *      CONTROL-TOTAL TRAILER THE WAY FINEXP CLOSES ITS FILE      *
1208IP* - A PATRON ON A CURRENT PAYMENT PLAN (SEE FINETRN PF8) IS      *
1208IP*   PAYING THE BALANCE DOWN AND IS NOT REFERRED                  *
      * - THE AGENCY'S MONTHLY RETURN FILE IS POSTED BY COLLRET        *
      * - REGISTERED IN RUN_HIST (RUNLOG)                              *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   08,2020 - PATRONS ON A CURRENT PAYMENT PLAN      (1208IP)*
      *               X ARE NOT REFERRED                               *
      * NOV   03,2020 - INITIAL VERSION                        (1103CA)*
      *                                                                *
      * PARM CARD (ALL OPTIONAL, COMMA-SEPARATED):                     *
      *   MINBAL=nn.nn - OPEN BALANCE MUST EXCEED (DEFAULT 50.00)      *
      *   DAYS=nnn     - OLDEST OPEN CHARGE OLDER THAN (DEFAULT 90)    *
      *   FEE=nn.nn    - AGENCY FEE BILLED PER REFERRAL (DEFAULT       *
      *                  10.00, ZERO = NO FEE ROW)                     *
      *   E.G. PARM='MINBAL=75.00,DAYS=120,FEE=15.00'                  *
      *                                                                *
      * REFERRAL RECORD LAYOUT (COLLREFO, 250 BYTES):                  *
      *   1       'D' DETAIL / 'C' CONTROL (CTL IN 1-3)                *
      *   2-10    REFERRAL ID                                          *
      *   11-19   PATRON ID (THE AGENCY'S ACCOUNT REFERENCE)           *
      *   20-79   PATRON NAME                                          *
      *   80-119  ADDRESS LINE 1                                       *
      *   120-159 ADDRESS LINE 2                                       *
      *   160-179 CITY                                                 *
      *   180-181 STATE                                                *
      *   182-191 POSTAL CODE                                          *
      *   192-211 PHONE                                                *
      *   212-222 BALANCE REFERRED 9(9)V99 (ZONED, IMPLIED DECIMALS)   *
      *   223-232 OLDEST OPEN ASSESS_DATE (YYYY-MM-DD)                 *
      *   233-242 REFERRAL DATE (YYYY-MM-DD)                           *
      *   243-250 FILLER                                               *
      *                                                                *
      * FILES:                                                         *
      * COLLREFO (OUTPUT) - IBMUSER.SMAGALIT.COLLREFO                  *
      * IBMUSER.FINES (I/O)          - OPEN BALANCES, AGENCY FEE       *
      * IBMUSER.COLL_REFERRALS (OUTPUT) - REFERRALS (SEE DCLCRF)       *
1208IP* IBMUSER.PAY_PLANS (INPUT)    - CURRENT PAYMENT PLANS           *
      *                                                                *
      * 0000-MAIN                      2110-REFER-ONE-PATRON           *
      * 1000-INIT                      2120-GET-PATRON-ADDRESS         *
      * 1100-OPEN-FILE                 2130-BILL-AGENCY-FEE            *
      * 1150-PARSE-PARM                2140-INSERT-REFERRAL            *
      * 1160-APPLY-ONE-TOKEN           2150-WRITE-REFERRAL-REC         *
      * 1200-GET-TODAY                 2900-WRITE-CONTROL-REC          *
      * 2000-MAIN-LOGIC                3000-CLEANUP                    *
      * 8100-GET-NEXT-ID               3100-CLOSE-FILE                 *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-COLLREFO ASSIGN       TO    COLLREFO
                              FILE STATUS  IS FS-COLLREFO
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-COLLREFO
           RECORDING MODE F
           RECORD CONTAINS 250 CHARACTERS.
       01  REC-COLLREFO                 PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-REF-RECORD.
               10  WS-RF-RECTYPE       PIC X(01).
               10  WS-RF-REFER-ID      PIC 9(09).
               10  WS-RF-PATRON-ID     PIC 9(09).
               10  WS-RF-NAME          PIC X(60).
               10  WS-RF-ADDR1         PIC X(40).
               10  WS-RF-ADDR2         PIC X(40).
               10  WS-RF-CITY          PIC X(20).
               10  WS-RF-STATE         PIC X(02).
               10  WS-RF-POSTAL        PIC X(10).
               10  WS-RF-PHONE         PIC X(20).
               10  WS-RF-BALANCE       PIC 9(9)V9(2).
               10  WS-RF-OLDEST        PIC X(10).
               10  WS-RF-REFER-DATE    PIC X(10).
               10  FILLER              PIC X(08)       VALUE SPACES.
           05  WS-CTL-RECORD REDEFINES WS-REF-RECORD.
               10  WS-CT-TAG           PIC X(03).
               10  WS-CT-JOB           PIC X(08).
               10  WS-CT-COUNT         PIC 9(09).
               10  WS-CT-AMOUNT        PIC 9(9)V9(2).
               10  FILLER              PIC X(219).
           05  WS-MIN-BAL              PIC S9(5)V9(2) COMP-3
                                                       VALUE 50.00.
           05  WS-MIN-DAYS             PIC S9(09) COMP VALUE 90.
           05  WS-FEE-AMT              PIC S9(5)V9(2) COMP-3
                                                       VALUE 10.00.
           05  WS-TODAY                PIC X(10)       VALUE SPACES.
           05  WS-GRP-PATRON           PIC S9(09) COMP VALUE 0.
           05  WS-GRP-BALANCE          PIC S9(5)V9(2) COMP-3 VALUE 0.
           05  WS-GRP-OLDEST           PIC X(10)       VALUE SPACES.
           05  WS-REFER-BAL            PIC S9(5)V9(2) COMP-3 VALUE 0.
           05  WS-TOTAL-AMT            PIC S9(9)V9(2) COMP-3 VALUE 0.
           05  WS-IND-VARS.
               10  IND-PHONE           PIC S9(04) COMP VALUE 0.
               10  IND-ADDR1           PIC S9(04) COMP VALUE 0.
               10  IND-ADDR2           PIC S9(04) COMP VALUE 0.
               10  IND-CITY            PIC S9(04) COMP VALUE 0.
               10  IND-STATE           PIC S9(04) COMP VALUE 0.
               10  IND-POSTAL          PIC S9(04) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-REFER-CNTR       PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-TOKEN       PIC X(32)  VALUE SPACES.
               10  WS-PARM-TOK1        PIC X(32)  VALUE SPACES.
               10  WS-PARM-TOK2        PIC X(32)  VALUE SPACES.
               10  WS-PARM-TOK3        PIC X(32)  VALUE SPACES.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

0805ID 01  WS-NEXTID-PARMS.
0805ID     05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
0805ID     05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
0805ID     05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

       01  WS-SYS-VARS.
           05  WS-FILESTAT.
               10  FS-COLLREFO         PIC 99          VALUE 0.
           05  EVAL-CODE               PIC S9(08) COMP VALUE 0.
               88  ERR-OK                              VALUE 0.
               88  SQL-EOC                             VALUE 100.
           05  WS-PGM-NAME             PIC X(08)       VALUE 'COLLREF'.

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
           EXEC SQL INCLUDE DCLPATR  END-EXEC.
           EXEC SQL INCLUDE DCLCRF   END-EXEC.

      **   ONE ROW PER PATRON OVER THE THRESHOLD WHOSE OLDEST OPEN
      **   CHARGE IS PAST THE AGE LIMIT AND WHO HAS NO REFERRAL
1208IP**   STILL OPEN WITH THE AGENCY OR PAYMENT PLAN STILL CURRENT
           EXEC SQL DECLARE CURCOLLR CURSOR FOR
                SELECT F.PATRON_ID
                      ,SUM(F.FINE_AMOUNT - F.PAID_AMOUNT
                           - F.WAIVED_AMOUNT)
                      ,CHAR(MIN(F.ASSESS_DATE), ISO)
                  FROM IBMUSER.FINES F
                 WHERE F.FINE_STATUS = 'O'
                   AND NOT EXISTS
                       (SELECT 1
                          FROM IBMUSER.COLL_REFERRALS C
                         WHERE C.PATRON_ID = F.PATRON_ID
                           AND C.REFER_STATUS <> 'C')
1208IP             AND NOT EXISTS
1208IP                 (SELECT 1
1208IP                    FROM IBMUSER.PAY_PLANS PP
1208IP                   WHERE PP.PATRON_ID = F.PATRON_ID
1208IP                     AND PP.PLAN_STATUS = 'A')
                 GROUP BY F.PATRON_ID
                HAVING SUM(F.FINE_AMOUNT - F.PAID_AMOUNT
                           - F.WAIVED_AMOUNT) > :WS-MIN-BAL
                   AND MIN(F.ASSESS_DATE) < CURRENT DATE
                       - :WS-MIN-DAYS DAYS
                 ORDER BY F.PATRON_ID
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

0807RH      MOVE 'COLLREF' TO WS-RL-JOB-NAME
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
            PERFORM 1150-PARSE-PARM
            PERFORM 1200-GET-TODAY
            PERFORM 1100-OPEN-FILE
            .

       1100-OPEN-FILE.
            MOVE '1100-OPEN-FILE' TO ERR-LOC

            OPEN OUTPUT FD-COLLREFO
            MOVE FS-COLLREFO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-COLLREFO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1150-PARSE-PARM.
            MOVE '1150-PARSE-PARM' TO ERR-LOC

            IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TOK1 WS-PARM-TOK2
                              WS-PARM-TOK3
               UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
                        DELIMITED BY ','
                        INTO WS-PARM-TOK1 WS-PARM-TOK2
                             WS-PARM-TOK3
               END-UNSTRING

               MOVE WS-PARM-TOK1 TO WS-PARM-TOKEN
               PERFORM 1160-APPLY-ONE-TOKEN
               MOVE WS-PARM-TOK2 TO WS-PARM-TOKEN
               PERFORM 1160-APPLY-ONE-TOKEN
               MOVE WS-PARM-TOK3 TO WS-PARM-TOKEN
               PERFORM 1160-APPLY-ONE-TOKEN
            END-IF
            .

       1160-APPLY-ONE-TOKEN.
            MOVE '1160-APPLY-ONE-TOKEN' TO ERR-LOC

            IF FUNCTION TRIM (WS-PARM-TOKEN) NOT = SPACES
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING WS-PARM-TOKEN
                        DELIMITED BY '='
                        INTO WS-PARM-KEY WS-PARM-VAL
               END-UNSTRING

               EVALUATE FUNCTION TRIM (WS-PARM-KEY)
                   WHEN 'MINBAL'
                        MOVE FUNCTION NUMVAL (WS-PARM-VAL)
                          TO WS-MIN-BAL
                   WHEN 'DAYS'
                        MOVE FUNCTION NUMVAL (WS-PARM-VAL)
                          TO WS-MIN-DAYS
                   WHEN 'FEE'
                        MOVE FUNCTION NUMVAL (WS-PARM-VAL)
                          TO WS-FEE-AMT
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
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

            EXEC SQL OPEN CURCOLLR END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURCOLLR' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2110-REFER-ONE-PATRON UNTIL SQL-EOC

            EXEC SQL CLOSE CURCOLLR END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURCOLLR' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2900-WRITE-CONTROL-REC

            DISPLAY WS-REFER-CNTR ' PATRONS REFERRED TO THE AGENCY'
            .

       2110-REFER-ONE-PATRON.
            MOVE '2110-REFER-ONE-PATRON' TO ERR-LOC

            EXEC SQL
                 FETCH CURCOLLR
                  INTO :WS-GRP-PATRON, :WS-GRP-BALANCE,
                       :WS-GRP-OLDEST
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     PERFORM 2120-GET-PATRON-ADDRESS
                     PERFORM 2130-BILL-AGENCY-FEE
                     PERFORM 2140-INSERT-REFERRAL
                     PERFORM 2150-WRITE-REFERRAL-REC
                     ADD 1 TO WS-REFER-CNTR
                     MOVE 0 TO EVAL-CODE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURCOLLR' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2120-GET-PATRON-ADDRESS.
            MOVE '2120-GET-PATRON-ADDRESS' TO ERR-LOC

            INITIALIZE DCLPATR
            MOVE 0 TO IND-PHONE IND-ADDR1 IND-ADDR2
                      IND-CITY IND-STATE IND-POSTAL
            MOVE WS-GRP-PATRON TO TBLPATR-PATRON-ID

            EXEC SQL
                 SELECT PATRON_NAME, PHONE, ADDR_LINE1, ADDR_LINE2,
                        CITY, STATE, POSTAL_CODE
                   INTO :TBLPATR-PATRON-NAME,
                        :TBLPATR-PHONE :IND-PHONE,
                        :TBLPATR-ADDR-LINE1 :IND-ADDR1,
                        :TBLPATR-ADDR-LINE2 :IND-ADDR2,
                        :TBLPATR-CITY :IND-CITY,
                        :TBLPATR-STATE :IND-STATE,
                        :TBLPATR-POSTAL-CODE :IND-POSTAL
                   FROM IBMUSER.PATRONS
                  WHERE PATRON_ID = :TBLPATR-PATRON-ID
            END-EXEC

      **    A FINE FOR A PATRON ROW SINCE REMOVED STILL GOES TO THE
      **    AGENCY - BLANK CONTACT FIELDS, THE ID IS THE REFERENCE
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-EOC
               MOVE 'SELECT PATRONS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            IF IND-PHONE < 0
               MOVE SPACES TO TBLPATR-PHONE-TEXT
            END-IF
            IF IND-ADDR1 < 0
               MOVE SPACES TO TBLPATR-ADDR-LINE1-TEXT
            END-IF
            IF IND-ADDR2 < 0
               MOVE SPACES TO TBLPATR-ADDR-LINE2-TEXT
            END-IF
            IF IND-CITY < 0
               MOVE SPACES TO TBLPATR-CITY-TEXT
            END-IF
            IF IND-STATE < 0
               MOVE SPACES TO TBLPATR-STATE
            END-IF
            IF IND-POSTAL < 0
               MOVE SPACES TO TBLPATR-POSTAL-CODE-TEXT
            END-IF
            .

       2130-BILL-AGENCY-FEE.
            MOVE '2130-BILL-AGENCY-FEE' TO ERR-LOC

            MOVE 0 TO TBLCRF-FEE-FINE-ID
            MOVE WS-GRP-BALANCE TO WS-REFER-BAL

            IF WS-FEE-AMT > 0
0805ID         MOVE 'FINE_ID' TO WS-NXT-ID-NAME
0805ID         PERFORM 8100-GET-NEXT-ID
0805ID         MOVE WS-NXT-NEXT-ID TO TBLFIN-FINE-ID

               MOVE 0             TO TBLFIN-LOAN-ID
                                     TBLFIN-BOOK-ID
                                     TBLFIN-DAYS-OVERDUE
               MOVE WS-GRP-PATRON TO TBLFIN-PATRON-ID
               MOVE WS-FEE-AMT    TO TBLFIN-FINE-AMOUNT

               EXEC SQL
                    INSERT INTO IBMUSER.FINES
                           (FINE_ID, LOAN_ID, PATRON_ID, BOOK_ID,
                            ASSESS_DATE, DAYS_OVERDUE, FINE_AMOUNT,
                            PAID_AMOUNT, WAIVED_AMOUNT, FINE_STATUS,
                            CHARGE_TYPE)
                    VALUES (:TBLFIN-FINE-ID, :TBLFIN-LOAN-ID,
                            :TBLFIN-PATRON-ID, :TBLFIN-BOOK-ID,
                            CURRENT DATE, :TBLFIN-DAYS-OVERDUE,
                            :TBLFIN-FINE-AMOUNT, 0, 0, 'O', 'A')
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'INSERT FINES AGENCY FEE' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               MOVE TBLFIN-FINE-ID TO TBLCRF-FEE-FINE-ID
               ADD WS-FEE-AMT TO WS-REFER-BAL
            END-IF
            .

       2140-INSERT-REFERRAL.
            MOVE '2140-INSERT-REFERRAL' TO ERR-LOC

0805ID      MOVE 'REFER_ID' TO WS-NXT-ID-NAME
0805ID      PERFORM 8100-GET-NEXT-ID
0805ID      MOVE WS-NXT-NEXT-ID TO TBLCRF-REFER-ID

            MOVE WS-GRP-PATRON TO TBLCRF-PATRON-ID
            MOVE WS-REFER-BAL  TO TBLCRF-REFER-BALANCE
            MOVE WS-GRP-OLDEST TO TBLCRF-OLDEST-ASSESS

            EXEC SQL
                 INSERT INTO IBMUSER.COLL_REFERRALS
                        (REFER_ID, PATRON_ID, REFER_DATE,
                         REFER_BALANCE, OLDEST_ASSESS, FEE_FINE_ID,
                         REFER_STATUS, COLLECTED_AMT,
                         LAST_RETURN_DATE, CLEARED_DATE)
                 VALUES (:TBLCRF-REFER-ID, :TBLCRF-PATRON-ID,
                         CURRENT DATE, :TBLCRF-REFER-BALANCE,
                         DATE(:TBLCRF-OLDEST-ASSESS),
                         :TBLCRF-FEE-FINE-ID, 'A', 0,
                         NULL, NULL)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT COLL_REFERRALS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2150-WRITE-REFERRAL-REC.
            MOVE '2150-WRITE-REFERRAL-REC' TO ERR-LOC

            MOVE SPACES TO WS-REF-RECORD
            MOVE 'D'                      TO WS-RF-RECTYPE
            MOVE TBLCRF-REFER-ID          TO WS-RF-REFER-ID
            MOVE WS-GRP-PATRON            TO WS-RF-PATRON-ID
            MOVE TBLPATR-PATRON-NAME-TEXT TO WS-RF-NAME
            MOVE TBLPATR-ADDR-LINE1-TEXT  TO WS-RF-ADDR1
            MOVE TBLPATR-ADDR-LINE2-TEXT  TO WS-RF-ADDR2
            MOVE TBLPATR-CITY-TEXT        TO WS-RF-CITY
            MOVE TBLPATR-STATE            TO WS-RF-STATE
            MOVE TBLPATR-POSTAL-CODE-TEXT TO WS-RF-POSTAL
            MOVE TBLPATR-PHONE-TEXT       TO WS-RF-PHONE
            MOVE WS-REFER-BAL             TO WS-RF-BALANCE
            MOVE WS-GRP-OLDEST            TO WS-RF-OLDEST
            MOVE WS-TODAY                 TO WS-RF-REFER-DATE
            WRITE REC-COLLREFO FROM WS-REF-RECORD

            MOVE FS-COLLREFO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'WRITE FD-COLLREFO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            ADD WS-REFER-BAL TO WS-TOTAL-AMT
            .

       2900-WRITE-CONTROL-REC.
            MOVE '2900-WRITE-CONTROL-REC' TO ERR-LOC

            MOVE SPACES TO WS-REF-RECORD
            MOVE 'CTL'         TO WS-CT-TAG
            MOVE 'COLLREF'     TO WS-CT-JOB
            MOVE WS-REFER-CNTR TO WS-CT-COUNT
            MOVE WS-TOTAL-AMT  TO WS-CT-AMOUNT
            WRITE REC-COLLREFO FROM WS-REF-RECORD
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE

0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
0807RH      MOVE WS-REFER-CNTR TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC
            CLOSE FD-COLLREFO
            MOVE FS-COLLREFO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-COLLREFO' TO ERR-MSG
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
