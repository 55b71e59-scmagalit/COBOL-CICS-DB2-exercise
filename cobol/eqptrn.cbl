      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    EQPTRN.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/04/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * EQUIPMENT LENDING - INVENTORY, HOURLY LOANS AND DEPOSITS - DB2 *
      *----------------------------------------------------------------*
      * - LAPTOPS, HOTSPOTS AND E-READERS GO OUT FOR HOURS, NOT DAYS,  *
      *   SO THEY ARE KEPT OUT OF LOANS/BOOK_COPIES: IBMUSER.EQUIPMENT *
      *   HOLDS ONE ROW PER DEVICE (DCLEQP) AND IBMUSER.EQUIP_LOANS    *
      *   ONE ROW PER CHECKOUT (DCLEQL) WITH A DUE TIMESTAMP           *
      * - ENTER THE ASSET TAG AND PRESS ENTER TO DISPLAY THE ITEM AND  *
      *   WHO HAS IT                                                   *
      * - PF5 SAVES THE INVENTORY ROW FOR THE TAG TYPED (ADDS VIA      *
      *   NEXTID OR UPDATES): TYPE, SERIAL, DESCRIPTION, BRANCH        *
      *   (BLANK = THIS DESK'S BRANCH), CONDITION, STATUS A/R/W,       *
      *   LOAN HOURS, HOURLY LATE RATE, LATE FEE CAP AND DEPOSIT.      *
      *   AN ITEM ON LOAN KEEPS STATUS O UNTIL IT IS CHECKED IN        *
      * - PF6 CHECKS THE ITEM OUT TO THE PATRON TYPED. THE SAME        *
      *   STANDING CHECKS AS LOANTRN'S CHECKOUT APPLY (ACTIVE, NOT     *
      *   EXPIRED, NOT IN COLLECTIONS, HOUSEHOLD BALANCE, OPEN-LOAN    *
      *   LIMIT AND LONG-OVERDUE BOOKS); JUVENILE CARDS ARE REFUSED    *
      *   AND A PATRON MAY HAVE ONE ITEM OF EQUIPMENT OUT AT A TIME.   *
      *   DUE = NOW + THE ITEM'S LOAN HOURS. THE DEPOSIT IS TAKEN IN   *
      *   THE TENDER TYPED (C CASH, K CHECK, D CARD - DEFAULT CASH)    *
      *   AND JOURNALED IN FINE_PAYS AS PAY_TYPE 'D' (FINE_ID 0) SO    *
      *   THE CASH DRAWER BALANCES (SEE DRAWREP)                       *
      * - PF7 CHECKS THE ITEM IN. EACH HOUR OR PART HOUR PAST DUE IS   *
      *   CHARGED AT THE ITEM'S HOURLY RATE, UP TO ITS CAP, AS A FINES *
      *   ROW WITH CHARGE_TYPE 'E' (LOAN_ID/BOOK_ID 0). THE DEPOSIT    *
      *   GOES BACK IN ITS ORIGINAL TENDER AS PAY_TYPE 'B' WITH THE    *
      *   AMOUNT NEGATIVE; ANY FEE IS PAID AT FINETRN AS USUAL. THE    *
      *   CONDITION TYPED IS THE RETURN CONDITION - D (DAMAGED) SENDS  *
      *   THE ITEM TO REPAIR (STATUS R) INSTEAD OF BACK TO AVAILABLE   *
1208IP* - A PATRON ON A CURRENT PAYMENT PLAN (FINETRN PF8) IS NOT      *
1208IP*   HELD TO THE HOUSEHOLD BALANCE BLOCK, AS AT LOANTRN           *
      * - PF3 EXIT                                                     *
      * - SEE EQPRPT FOR THE HOURLY OVERDUE LIST AND THE END-OF-DAY    *
      *   OUTSTANDING LIST                                             *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   08,2020 - HOUSEHOLD BALANCE LEAVES OUT           (1208IP)*
      *               X PATRONS ON A CURRENT PAYMENT                   *
      *               X PLAN, AS AT LOANTRN                            *
      * DEC   04,2020 - INITIAL VERSION                        (1204EQ)*
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.EQUIPMENT      (I/O) - EQUIPMENT INVENTORY (DCLEQP)    *
      * IBMUSER.EQUIP_LOANS    (I/O) - EQUIPMENT LOANS (DCLEQL)        *
      * IBMUSER.FINE_PAYS      (O)   - DEPOSIT IN/OUT JOURNAL (DCLFPY) *
      * IBMUSER.FINES          (I/O) - LATE FEES, HOUSEHOLD BALANCE    *
      * IBMUSER.PATRONS        (I)   - STANDING AND CATEGORY           *
      * IBMUSER.LOANS          (I)   - OPEN AND LONG-OVERDUE COUNTS    *
      * IBMUSER.COLL_REFERRALS (I)   - OPEN COLLECTIONS REFERRALS      *
      * IBMUSER.CIRC_CONTROL   (I)   - LIMITS (DCLCTL)                 *
      * IBMUSER.LOAN_POLICY    (I)   - CATEGORY OPEN-LOAN LIMIT        *
      * IBMUSER.OPER_AUTH      (I)   - THE DESK'S BRANCH               *
      * IBMUSER.BRANCHES       (I)   - BRANCH EDIT                     *
1208IP* IBMUSER.PAY_PLANS      (I)   - CURRENT PAYMENT PLANS (DCLPPL)  *
      *                                                                *
      * 0000-MAIN                      2400-CHECKIN-EQUIPMENT          *
      * 1000-SEND-BLANK-MAP            2410-FIND-OPEN-LOAN             *
      * 2000-RECEIVE-MAP               2420-ASSESS-LATE-FEE            *
      * 2100-READ-EQUIPMENT            2430-REFUND-DEPOSIT             *
      * 2110-FETCH-EQUIPMENT           3000-SEND-RECEIVE-SCREEN        *
      * 2150-SHOW-EQUIPMENT            8000-GET-OPERATOR-ID            *
      * 2160-SHOW-OPEN-LOAN            8010-GET-DESK-BRANCH            *
      * 2200-SAVE-EQUIPMENT            8100-GET-NEXT-ID                *
      * 2210-EDIT-EQUIPMENT            8300-WRITE-PAY-JOURNAL          *
      * 2300-CHECKOUT-EQUIPMENT        9999-ERROR-HANDLING             *
      * 2310-CHECK-PATRON-STANDING     9999-TERMINATE                  *
      * 2320-TAKE-DEPOSIT                                              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-EQUIP-ID          PIC S9(09) COMP   VALUE 0.
           05  WS-EQLOAN-ID         PIC S9(09) COMP   VALUE 0.
           05  WS-PATRON-ID         PIC S9(09) COMP   VALUE 0.
           05  WS-BRANCH-ID         PIC S9(09) COMP   VALUE 0.
           05  WS-BRANCH-COUNT      PIC S9(09) COMP   VALUE 0.
           05  WS-LOAN-HOURS        PIC S9(09) COMP   VALUE 0.
           05  WS-MINUTES-LATE      PIC S9(09) COMP   VALUE 0.
           05  WS-HOURS-LATE        PIC S9(09) COMP   VALUE 0.
           05  WS-EXPIRY-DAYS       PIC S9(09) COMP   VALUE 0.
           05  WS-COLL-REFS         PIC S9(09) COMP   VALUE 0.
           05  WS-MAX-OPEN          PIC S9(09) COMP   VALUE 0.
           05  WS-LATE-DAYS         PIC S9(09) COMP   VALUE 0.
           05  WS-OPEN-LOANS        PIC S9(09) COMP   VALUE 0.
           05  WS-LATE-LOANS        PIC S9(09) COMP   VALUE 0.
           05  WS-EQUIP-OUT         PIC S9(09) COMP   VALUE 0.
           05  IND-EXPIRY           PIC S9(04) COMP   VALUE 0.
           05  IND-FINE-ID          PIC S9(04) COMP   VALUE 0.
           05  WS-HH-LIMIT          PIC S9(05)V9(02) COMP-3 VALUE 0.
           05  WS-HH-BALANCE        PIC S9(07)V9(02) COMP-3 VALUE 0.
           05  WS-HOURLY-RATE       PIC S9(03)V9(02) COMP-3 VALUE 0.
           05  WS-LATE-FEE-MAX      PIC S9(05)V9(02) COMP-3 VALUE 0.
           05  WS-DEPOSIT-AMT       PIC S9(05)V9(02) COMP-3 VALUE 0.
           05  WS-LATE-FEE          PIC S9(05)V9(02) COMP-3 VALUE 0.
           05  WS-PAY-AMOUNT        PIC S9(05)V9(02) COMP-3 VALUE 0.
           05  WS-PATRON-CAT        PIC X(01)         VALUE 'A'.
           05  WS-TENDER            PIC X(01)         VALUE 'C'.
           05  WS-PAY-TYPE          PIC X(01)         VALUE SPACE.
           05  WS-OLD-STATUS        PIC X(01)         VALUE SPACE.
           05  WS-NEW-STATUS        PIC X(01)         VALUE SPACE.
           05  WS-RETURN-COND       PIC X(01)         VALUE SPACE.
           05  WS-DISP-VARS.
               10  WS-ID-DISP       PIC Z(08)9.
               10  WS-HRS-DISP      PIC ZZ9.
               10  WS-RATE-DISP     PIC ZZ9.99.
               10  WS-AMT-DISP      PIC ZZZZ9.99.
               10  WS-FEE-DISP      PIC ZZZZ9.99.
           05  WS-LOAN-LINE.
               10  FILLER           PIC X(07)         VALUE 'OUT TO '.
               10  WS-LL-PATRON     PIC Z(08)9.
               10  FILLER           PIC X(05)         VALUE ' DUE '.
               10  WS-LL-DUE-DATE   PIC X(10).
               10  FILLER           PIC X(01)         VALUE SPACE.
               10  WS-LL-DUE-TIME   PIC X(05).
               10  FILLER           PIC X(09)         VALUE ' DEPOSIT '.
               10  WS-LL-DEPOSIT    PIC ZZZZ9.99.
               10  FILLER           PIC X(06)         VALUE SPACES.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  EQUIP-FOUND                        VALUE 1.
           05  WS-LOAN-SW           PIC 9             VALUE 0.
               88  OPEN-LOAN-FOUND                    VALUE 1.
           05  WS-EDIT-SW           PIC 9             VALUE 0.
               88  EDIT-OK                            VALUE 1.
           05  WS-BLOCK-SW          PIC 9             VALUE 0.
               88  CHECKOUT-BLOCKED                   VALUE 1.

       01  WS-SIGNON-USERID         PIC X(08)         VALUE SPACES.
       01  WS-DESK-BRANCH-ID        PIC S9(09) COMP   VALUE 0.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
               10  WS-EQPM-TRNID    PIC X(04)         VALUE 'EQPM'.
           05  WS-MAPIDS.
               10  WS-EQMAP-NAME    PIC X(07)         VALUE 'EQMAP'.
               10  WS-EQSET-NAME    PIC X(07)         VALUE 'EQSET'.
           05  WS-MSGS.
               10  WS-MSG-FOUND     PIC X(60)         VALUE
               'FOUND - PF5 SAVE  PF6 CHECK OUT  PF7 CHECK IN'.

       01  WS-NEXTID-PARMS.
           05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
           05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
           05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

       01  WS-SYS-VARS.
           05  WS-SEND-MSG          PIC  X(80)        VALUE SPACES.
           05  EVAL-CODE            PIC S9(08) COMP   VALUE 0.
               88  ERR-OK                             VALUE 0.
               88  SQL-NOTFOUND                       VALUE 100.

       01  WS-ERROR.
           05  FILLER               PIC X(09)         VALUE 'ERROR AT '.
           05  ERR-LOC              PIC X(26)         VALUE SPACES     .
           05  FILLER               PIC X(05)         VALUE ' RC: '    .
           05  ERR-CODE             PIC X(08)         VALUE SPACES     .
           05  FILLER               PIC X(06)         VALUE ' MSG: '   .
           05  ERR-MSG              PIC X(26)         VALUE SPACES     .

      **COPYBOOK FOR SYMBOLIC MAP
       COPY EQSET.

       COPY DFHAID.
       COPY DFHBMSCA.

           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE DCLEQP  END-EXEC.
           EXEC SQL INCLUDE DCLEQL  END-EXEC.
           EXEC SQL INCLUDE DCLFPY  END-EXEC.
           EXEC SQL INCLUDE DCLFINE END-EXEC.
           EXEC SQL INCLUDE DCLPATR END-EXEC.
           EXEC SQL INCLUDE DCLCTL  END-EXEC.
           EXEC SQL INCLUDE DCLPOL  END-EXEC.

       01  WS-COMMAREA.
           05  LS-DUMMY-FLAG        PIC X             VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-DUMMY-FLAG        PIC X.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

            IF EIBCALEN = 0
               PERFORM 1000-SEND-BLANK-MAP
            ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHPF3
                        MOVE 'TRANSACTION TERMINATED' TO WS-SEND-MSG
                        PERFORM 9999-TERMINATE
                   WHEN DFHENTER
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2100-READ-EQUIPMENT
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF5
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2200-SAVE-EQUIPMENT
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF6
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2300-CHECKOUT-EQUIPMENT
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF7
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2400-CHECKIN-EQUIPMENT
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN OTHER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
               END-EVALUATE
            END-IF

            MOVE WS-COMMAREA TO DFHCOMMAREA

            EXEC CICS
                 RETURN TRANSID  (WS-EQPM-TRNID)
                        COMMAREA (DFHCOMMAREA)
                        RESP     (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'RETURN TRANSID' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1000-SEND-BLANK-MAP.
            MOVE '1000-SEND-BLANK-MAP' TO ERR-LOC

            MOVE LOW-VALUES TO EQMAPO
            MOVE 'ENTER AN ASSET TAG AND PRESS ENTER'
              TO MSGLNO

            EXEC CICS
                 SEND MAP    (WS-EQMAP-NAME)
                      MAPSET (WS-EQSET-NAME)
                      FROM   (EQMAPO)
                      ERASE
                      RESP   (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'SEND MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2000-RECEIVE-MAP.
            MOVE '2000-RECEIVE-MAP' TO ERR-LOC

            EXEC CICS
                 RECEIVE MAP    (WS-EQMAP-NAME)
                         MAPSET (WS-EQSET-NAME)
                         INTO   (EQMAPI)
                         RESP   (EVAL-CODE)
                         ASIS
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
            AND EVAL-CODE NOT = DFHRESP (MAPFAIL)
               MOVE 'RECEIVE MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2100-READ-EQUIPMENT.
            MOVE '2100-READ-EQUIPMENT' TO ERR-LOC

            PERFORM 2110-FETCH-EQUIPMENT

            IF EQUIP-FOUND
               PERFORM 2150-SHOW-EQUIPMENT
               MOVE WS-MSG-FOUND TO MSGLNO
            END-IF
            .

      ***   LOOK THE TYPED ASSET TAG UP - EVERY ACTION STARTS HERE
       2110-FETCH-EQUIPMENT.
            MOVE '2110-FETCH-EQUIPMENT' TO ERR-LOC

            MOVE 0 TO WS-FOUND-SW

            IF FUNCTION TRIM (EQTAGI) = SPACES
               MOVE 'ENTER AN ASSET TAG FIRST' TO MSGLNO
            ELSE
               MOVE FUNCTION UPPER-CASE (EQTAGI) TO TBLEQP-ASSET-TAG

               EXEC SQL
                    SELECT EQUIP_ID, EQUIP_TYPE, SERIAL_NO,
                           DESCRIPTION, BRANCH_ID, EQUIP_COND,
                           EQUIP_STATUS, LOAN_HOURS, HOURLY_RATE,
                           LATE_FEE_MAX, DEPOSIT_AMT, ADDED_DATE
                      INTO :TBLEQP-EQUIP-ID, :TBLEQP-EQUIP-TYPE,
                           :TBLEQP-SERIAL-NO, :TBLEQP-DESCRIPTION,
                           :TBLEQP-BRANCH-ID, :TBLEQP-EQUIP-COND,
                           :TBLEQP-EQUIP-STATUS, :TBLEQP-LOAN-HOURS,
                           :TBLEQP-HOURLY-RATE, :TBLEQP-LATE-FEE-MAX,
                           :TBLEQP-DEPOSIT-AMT, :TBLEQP-ADDED-DATE
                      FROM IBMUSER.EQUIPMENT
                     WHERE ASSET_TAG = :TBLEQP-ASSET-TAG
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        SET EQUIP-FOUND TO TRUE
                        MOVE TBLEQP-EQUIP-ID TO WS-EQUIP-ID
                   WHEN SQL-NOTFOUND
                        MOVE 'NO SUCH ASSET TAG - PF5 ADDS IT'
                          TO MSGLNO
                   WHEN OTHER
                        MOVE 'SELECT EQUIPMENT' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF
            .

       2150-SHOW-EQUIPMENT.
            MOVE '2150-SHOW-EQUIPMENT' TO ERR-LOC

            MOVE TBLEQP-ASSET-TAG          TO EQTAGO
            MOVE TBLEQP-EQUIP-TYPE         TO EQTYPO
            MOVE TBLEQP-SERIAL-NO-TEXT (1:TBLEQP-SERIAL-NO-LEN)
              TO EQSERO
            MOVE TBLEQP-DESCRIPTION-TEXT (1:TBLEQP-DESCRIPTION-LEN)
              TO EQDSCO
            MOVE TBLEQP-BRANCH-ID          TO WS-ID-DISP
            MOVE WS-ID-DISP                TO EQBRNO
            MOVE TBLEQP-EQUIP-COND         TO EQCNDO
            MOVE TBLEQP-EQUIP-STATUS       TO EQSTAO
            MOVE TBLEQP-LOAN-HOURS         TO WS-HRS-DISP
            MOVE WS-HRS-DISP               TO EQHRSO
            MOVE TBLEQP-HOURLY-RATE        TO WS-RATE-DISP
            MOVE WS-RATE-DISP              TO EQRATO
            MOVE TBLEQP-LATE-FEE-MAX       TO WS-AMT-DISP
            MOVE WS-AMT-DISP               TO EQMAXO
            MOVE TBLEQP-DEPOSIT-AMT        TO WS-AMT-DISP
            MOVE WS-AMT-DISP               TO EQDEPO

            PERFORM 2160-SHOW-OPEN-LOAN
            .

       2160-SHOW-OPEN-LOAN.
            MOVE '2160-SHOW-OPEN-LOAN' TO ERR-LOC

            MOVE SPACES TO EQLNO
            MOVE 0 TO WS-LOAN-SW

            EXEC SQL
                 SELECT PATRON_ID, DUE_TS, DEPOSIT_AMT
                   INTO :TBLEQL-PATRON-ID, :TBLEQL-DUE-TS,
                        :TBLEQL-DEPOSIT-AMT
                   FROM IBMUSER.EQUIP_LOANS
                  WHERE EQUIP_ID = :WS-EQUIP-ID
                    AND RETURN_TS IS NULL
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET OPEN-LOAN-FOUND TO TRUE
                     MOVE TBLEQL-PATRON-ID       TO WS-LL-PATRON
                     MOVE TBLEQL-DUE-TS (1:10)   TO WS-LL-DUE-DATE
                     MOVE TBLEQL-DUE-TS (12:5)   TO WS-LL-DUE-TIME
                     INSPECT WS-LL-DUE-TIME REPLACING ALL '.' BY ':'
                     MOVE TBLEQL-DEPOSIT-AMT     TO WS-LL-DEPOSIT
                     MOVE WS-LOAN-LINE TO EQLNO
                WHEN SQL-NOTFOUND
                     CONTINUE
                WHEN OTHER
                     MOVE 'SELECT EQUIP_LOANS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2200-SAVE-EQUIPMENT.
            MOVE '2200-SAVE-EQUIPMENT' TO ERR-LOC

            PERFORM 2110-FETCH-EQUIPMENT
            MOVE SPACE TO WS-OLD-STATUS
            IF EQUIP-FOUND
               MOVE TBLEQP-EQUIP-STATUS TO WS-OLD-STATUS
            END-IF

            IF FUNCTION TRIM (EQTAGI) NOT = SPACES
               PERFORM 2210-EDIT-EQUIPMENT
            END-IF

            IF EDIT-OK
               MOVE FUNCTION UPPER-CASE (EQTYPI) TO TBLEQP-EQUIP-TYPE
               MOVE SPACES TO TBLEQP-SERIAL-NO-TEXT
               MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (EQSERI))
                 TO TBLEQP-SERIAL-NO-TEXT
               MOVE FUNCTION LENGTH (FUNCTION TRIM (EQSERI))
                 TO TBLEQP-SERIAL-NO-LEN
               MOVE SPACES TO TBLEQP-DESCRIPTION-TEXT
               MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (EQDSCI))
                 TO TBLEQP-DESCRIPTION-TEXT
               MOVE FUNCTION LENGTH (FUNCTION TRIM (EQDSCI))
                 TO TBLEQP-DESCRIPTION-LEN
               MOVE WS-BRANCH-ID    TO TBLEQP-BRANCH-ID
               MOVE WS-RETURN-COND  TO TBLEQP-EQUIP-COND
               MOVE WS-NEW-STATUS   TO TBLEQP-EQUIP-STATUS
               MOVE WS-LOAN-HOURS   TO TBLEQP-LOAN-HOURS
               MOVE WS-HOURLY-RATE  TO TBLEQP-HOURLY-RATE
               MOVE WS-LATE-FEE-MAX TO TBLEQP-LATE-FEE-MAX
               MOVE WS-DEPOSIT-AMT  TO TBLEQP-DEPOSIT-AMT

               IF EQUIP-FOUND
                  EXEC SQL
                       UPDATE IBMUSER.EQUIPMENT
                          SET EQUIP_TYPE   = :TBLEQP-EQUIP-TYPE,
                              SERIAL_NO    = :TBLEQP-SERIAL-NO,
                              DESCRIPTION  = :TBLEQP-DESCRIPTION,
                              BRANCH_ID    = :TBLEQP-BRANCH-ID,
                              EQUIP_COND   = :TBLEQP-EQUIP-COND,
                              EQUIP_STATUS = :TBLEQP-EQUIP-STATUS,
                              LOAN_HOURS   = :TBLEQP-LOAN-HOURS,
                              HOURLY_RATE  = :TBLEQP-HOURLY-RATE,
                              LATE_FEE_MAX = :TBLEQP-LATE-FEE-MAX,
                              DEPOSIT_AMT  = :TBLEQP-DEPOSIT-AMT
                        WHERE EQUIP_ID = :WS-EQUIP-ID
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'UPDATE EQUIPMENT' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
                  MOVE 'EQUIPMENT UPDATED' TO MSGLNO
               ELSE
                  MOVE 'EQUIP_ID' TO WS-NXT-ID-NAME
                  PERFORM 8100-GET-NEXT-ID
                  MOVE WS-NXT-NEXT-ID TO WS-EQUIP-ID
                                         TBLEQP-EQUIP-ID
                  MOVE FUNCTION UPPER-CASE (EQTAGI)
                    TO TBLEQP-ASSET-TAG

                  EXEC SQL
                       INSERT INTO IBMUSER.EQUIPMENT
                              (EQUIP_ID, ASSET_TAG, EQUIP_TYPE,
                               SERIAL_NO, DESCRIPTION, BRANCH_ID,
                               EQUIP_COND, EQUIP_STATUS, LOAN_HOURS,
                               HOURLY_RATE, LATE_FEE_MAX, DEPOSIT_AMT,
                               ADDED_DATE)
                       VALUES (:TBLEQP-EQUIP-ID, :TBLEQP-ASSET-TAG,
                               :TBLEQP-EQUIP-TYPE, :TBLEQP-SERIAL-NO,
                               :TBLEQP-DESCRIPTION, :TBLEQP-BRANCH-ID,
                               :TBLEQP-EQUIP-COND,
                               :TBLEQP-EQUIP-STATUS,
                               :TBLEQP-LOAN-HOURS,
                               :TBLEQP-HOURLY-RATE,
                               :TBLEQP-LATE-FEE-MAX,
                               :TBLEQP-DEPOSIT-AMT, CURRENT DATE)
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'INSERT EQUIPMENT' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
                  SET EQUIP-FOUND TO TRUE
                  MOVE 'EQUIPMENT ADDED' TO MSGLNO
               END-IF

               PERFORM 2150-SHOW-EQUIPMENT
            END-IF
            .

       2210-EDIT-EQUIPMENT.
            MOVE '2210-EDIT-EQUIPMENT' TO ERR-LOC

            MOVE 0 TO WS-EDIT-SW

            MOVE FUNCTION UPPER-CASE (EQCNDI) TO WS-RETURN-COND
            IF WS-RETURN-COND = SPACE OR LOW-VALUE
               MOVE 'G' TO WS-RETURN-COND
            END-IF

      **    AN ITEM ON LOAN STAYS 'O' UNTIL PF7 CHECKS IT IN; A NEW
      **    ITEM DEFAULTS TO AVAILABLE
            MOVE FUNCTION UPPER-CASE (EQSTAI) TO WS-NEW-STATUS
            EVALUATE TRUE
                WHEN EQUIP-FOUND AND WS-OLD-STATUS = 'O'
                     MOVE 'O' TO WS-NEW-STATUS
                WHEN WS-NEW-STATUS = SPACE OR LOW-VALUE
                     MOVE 'A' TO WS-NEW-STATUS
                WHEN OTHER
                     CONTINUE
            END-EVALUATE

            MOVE 0 TO WS-BRANCH-ID
            IF FUNCTION TRIM (EQBRNI) NOT = SPACES
               MOVE FUNCTION NUMVAL (EQBRNI) TO WS-BRANCH-ID
            END-IF
            IF WS-BRANCH-ID = 0
               PERFORM 8010-GET-DESK-BRANCH
               MOVE WS-DESK-BRANCH-ID TO WS-BRANCH-ID
            END-IF

            MOVE 0 TO WS-BRANCH-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-BRANCH-COUNT
                   FROM IBMUSER.BRANCHES
                  WHERE BRANCH_ID = :WS-BRANCH-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT BRANCHES' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE 0 TO WS-LOAN-HOURS
                      WS-HOURLY-RATE
                      WS-LATE-FEE-MAX
                      WS-DEPOSIT-AMT
            IF FUNCTION TRIM (EQHRSI) NOT = SPACES
               MOVE FUNCTION NUMVAL (EQHRSI) TO WS-LOAN-HOURS
            END-IF
            IF FUNCTION TRIM (EQRATI) NOT = SPACES
               MOVE FUNCTION NUMVAL (EQRATI) TO WS-HOURLY-RATE
            END-IF
            IF FUNCTION TRIM (EQMAXI) NOT = SPACES
               MOVE FUNCTION NUMVAL (EQMAXI) TO WS-LATE-FEE-MAX
            END-IF
            IF FUNCTION TRIM (EQDEPI) NOT = SPACES
               MOVE FUNCTION NUMVAL (EQDEPI) TO WS-DEPOSIT-AMT
            END-IF

            EVALUATE TRUE
                WHEN FUNCTION UPPER-CASE (EQTYPI) NOT = 'L' AND 'H'
                                                  AND 'E' AND 'O'
                     MOVE 'TYPE MUST BE L, H, E OR O' TO MSGLNO
                WHEN FUNCTION TRIM (EQSERI) = SPACES
                     MOVE 'SERIAL NUMBER IS REQUIRED' TO MSGLNO
                WHEN FUNCTION TRIM (EQDSCI) = SPACES
                     MOVE 'DESCRIPTION IS REQUIRED' TO MSGLNO
                WHEN WS-BRANCH-COUNT = 0
                     MOVE 'NO SUCH BRANCH' TO MSGLNO
                WHEN WS-RETURN-COND NOT = 'G' AND 'F' AND 'D'
                     MOVE 'CONDITION MUST BE G, F OR D' TO MSGLNO
                WHEN WS-NEW-STATUS NOT = 'A' AND 'R' AND 'W' AND 'O'
                     MOVE 'STATUS MUST BE A, R OR W' TO MSGLNO
                WHEN WS-NEW-STATUS = 'O' AND WS-OLD-STATUS NOT = 'O'
                     MOVE 'STATUS O IS SET BY CHECKOUT (PF6) ONLY'
                       TO MSGLNO
                WHEN WS-LOAN-HOURS < 1 OR WS-LOAN-HOURS > 168
                     MOVE 'LOAN HOURS MUST BE 1 TO 168' TO MSGLNO
                WHEN WS-HOURLY-RATE < 0
                  OR WS-LATE-FEE-MAX < 0
                  OR WS-DEPOSIT-AMT < 0
                     MOVE 'AMOUNTS CANNOT BE NEGATIVE' TO MSGLNO
                WHEN OTHER
                     SET EDIT-OK TO TRUE
            END-EVALUATE
            .

       2300-CHECKOUT-EQUIPMENT.
            MOVE '2300-CHECKOUT-EQUIPMENT' TO ERR-LOC

            PERFORM 2110-FETCH-EQUIPMENT

            IF EQUIP-FOUND
               PERFORM 2150-SHOW-EQUIPMENT
               MOVE 0 TO WS-BLOCK-SW

               MOVE FUNCTION UPPER-CASE (EQTNDI) TO WS-TENDER
               IF WS-TENDER = SPACE OR LOW-VALUE
                  MOVE 'C' TO WS-TENDER
               END-IF

               EVALUATE TRUE
                   WHEN TBLEQP-EQUIP-STATUS NOT = 'A'
                        SET CHECKOUT-BLOCKED TO TRUE
                        MOVE 'CANNOT CHECK OUT - ITEM IS NOT AVAILABLE'
                          TO MSGLNO
                   WHEN FUNCTION TRIM (EQPATI) = SPACES
                        SET CHECKOUT-BLOCKED TO TRUE
                        MOVE 'ENTER THE PATRON ID TO CHECK OUT TO'
                          TO MSGLNO
                   WHEN WS-TENDER NOT = 'C' AND 'K' AND 'D'
                        SET CHECKOUT-BLOCKED TO TRUE
                        MOVE 'DEPOSIT TENDER MUST BE C, K OR D'
                          TO MSGLNO
                   WHEN OTHER
                        MOVE FUNCTION NUMVAL (EQPATI) TO WS-PATRON-ID
                        PERFORM 2310-CHECK-PATRON-STANDING
               END-EVALUATE

               IF NOT CHECKOUT-BLOCKED
                  PERFORM 8000-GET-OPERATOR-ID
                  MOVE 'EQLOAN_ID' TO WS-NXT-ID-NAME
                  PERFORM 8100-GET-NEXT-ID
                  MOVE WS-NXT-NEXT-ID TO WS-EQLOAN-ID

                  PERFORM 2320-TAKE-DEPOSIT

      **          THE STATUS GUARD STOPS TWO DESKS LENDING THE SAME
      **          ITEM AT ONCE
                  EXEC SQL
                       UPDATE IBMUSER.EQUIPMENT
                          SET EQUIP_STATUS = 'O'
                        WHERE EQUIP_ID = :WS-EQUIP-ID
                          AND EQUIP_STATUS = 'A'
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'UPDATE EQUIPMENT OUT' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF

                  MOVE WS-EQLOAN-ID        TO TBLEQL-EQLOAN-ID
                  MOVE WS-EQUIP-ID         TO TBLEQL-EQUIP-ID
                  MOVE WS-PATRON-ID        TO TBLEQL-PATRON-ID
                  MOVE TBLEQP-BRANCH-ID    TO TBLEQL-BRANCH-ID
                  MOVE TBLEQP-LOAN-HOURS   TO WS-LOAN-HOURS
                  MOVE WS-SIGNON-USERID    TO TBLEQL-OPERATOR-ID-TEXT
                  MOVE FUNCTION LENGTH
                         (FUNCTION TRIM (WS-SIGNON-USERID))
                    TO TBLEQL-OPERATOR-ID-LEN

                  EXEC SQL
                       INSERT INTO IBMUSER.EQUIP_LOANS
                              (EQLOAN_ID, EQUIP_ID, PATRON_ID,
                               BRANCH_ID, CHECKOUT_TS, DUE_TS,
                               DEPOSIT_AMT, DEPOSIT_TENDER,
                               DEPOSIT_STATUS, HOURS_LATE,
                               RETURN_COND, OPERATOR_ID)
                       VALUES (:TBLEQL-EQLOAN-ID, :TBLEQL-EQUIP-ID,
                               :TBLEQL-PATRON-ID, :TBLEQL-BRANCH-ID,
                               CURRENT TIMESTAMP,
                               CURRENT TIMESTAMP
                                 + :WS-LOAN-HOURS HOURS,
                               :TBLEQL-DEPOSIT-AMT,
                               :TBLEQL-DEPOSIT-TENDER,
                               :TBLEQL-DEPOSIT-STATUS, 0, ' ',
                               :TBLEQL-OPERATOR-ID)
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'INSERT EQUIP_LOANS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF

                  MOVE 'O' TO EQSTAO
                  PERFORM 2160-SHOW-OPEN-LOAN
                  MOVE SPACES TO MSGLNO
                  STRING 'CHECKED OUT - DUE '  DELIMITED BY SIZE
                         WS-LL-DUE-DATE        DELIMITED BY SIZE
                         ' '                   DELIMITED BY SIZE
                         WS-LL-DUE-TIME        DELIMITED BY SIZE
                         ' - DEPOSIT TAKEN '   DELIMITED BY SIZE
                         WS-LL-DEPOSIT         DELIMITED BY SIZE
                    INTO MSGLNO
                  END-STRING
               END-IF
            END-IF
            .

      ***   LOANTRN'S CHECKOUT STANDING CHECKS (2220) PLUS THE
      ***   EQUIPMENT RULES: NO JUVENILE CARDS, ONE ITEM AT A TIME
       2310-CHECK-PATRON-STANDING.
            MOVE '2310-CHECK-PATRON-STANDING' TO ERR-LOC

            MOVE 0 TO IND-EXPIRY
            MOVE WS-PATRON-ID TO TBLPATR-PATRON-ID

            EXEC SQL
                 SELECT PATRON_STATUS,
                        DAYS(EXPIRY_DATE) - DAYS(CURRENT DATE),
                        PATRON_CAT
                   INTO :TBLPATR-PATRON-STATUS,
                        :WS-EXPIRY-DAYS :IND-EXPIRY,
                        :WS-PATRON-CAT
                   FROM IBMUSER.PATRONS
                  WHERE PATRON_ID = :TBLPATR-PATRON-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     EVALUATE TRUE
                         WHEN TBLPATR-PATRON-STATUS NOT = 'A'
                              SET CHECKOUT-BLOCKED TO TRUE
                              MOVE
                              'CANNOT CHECK OUT - PATRON IS NOT ACTIVE'
                                TO MSGLNO
                         WHEN IND-EXPIRY NOT < 0
                          AND WS-EXPIRY-DAYS < 0
                              SET CHECKOUT-BLOCKED TO TRUE
                              MOVE 'CANNOT CHECK OUT - CARD EXPIRED'
                                TO MSGLNO
                         WHEN WS-PATRON-CAT = 'J'
                              SET CHECKOUT-BLOCKED TO TRUE
                              MOVE 'CANNOT CHECK OUT - ADULT CARDS ONLY'
                                TO MSGLNO
                         WHEN OTHER
                              CONTINUE
                     END-EVALUATE
                WHEN SQL-NOTFOUND
                     SET CHECKOUT-BLOCKED TO TRUE
                     MOVE 'CANNOT CHECK OUT - PATRON ID NOT FOUND'
                       TO MSGLNO
                WHEN OTHER
                     MOVE 'SELECT PATRONS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE

            IF NOT CHECKOUT-BLOCKED
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-EQUIP-OUT
                      FROM IBMUSER.EQUIP_LOANS
                     WHERE PATRON_ID = :TBLPATR-PATRON-ID
                       AND RETURN_TS IS NULL
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT COUNT EQUIP_LOANS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               IF WS-EQUIP-OUT > 0
                  SET CHECKOUT-BLOCKED TO TRUE
                  MOVE 'CANNOT CHECK OUT - PATRON HAS EQUIPMENT OUT'
                    TO MSGLNO
               END-IF
            END-IF

            IF NOT CHECKOUT-BLOCKED
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-COLL-REFS
                      FROM IBMUSER.COLL_REFERRALS
                     WHERE PATRON_ID = :TBLPATR-PATRON-ID
                       AND REFER_STATUS <> 'C'
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT COLL_REFERRALS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               IF WS-COLL-REFS > 0
                  SET CHECKOUT-BLOCKED TO TRUE
                  MOVE 'CANNOT CHECK OUT - ACCOUNT IN COLLECTIONS'
                    TO MSGLNO
               END-IF
            END-IF

            IF NOT CHECKOUT-BLOCKED
               MOVE 1 TO TBLCTL-CONTROL-ID
               EXEC SQL
                    SELECT HOUSEHOLD_FINE_LIMIT, MAX_OPEN_LOANS,
                           LONG_OVERDUE_DAYS
                      INTO :TBLCTL-HOUSEHOLD-FINE-LIMIT,
                           :TBLCTL-MAX-OPEN-LOANS,
                           :TBLCTL-LONG-OVERDUE-DAYS
                      FROM IBMUSER.CIRC_CONTROL
                     WHERE CONTROL_ID = :TBLCTL-CONTROL-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        MOVE TBLCTL-HOUSEHOLD-FINE-LIMIT TO WS-HH-LIMIT
                        MOVE TBLCTL-MAX-OPEN-LOANS TO WS-MAX-OPEN
                        MOVE TBLCTL-LONG-OVERDUE-DAYS TO WS-LATE-DAYS
                   WHEN SQL-NOTFOUND
      **                NO CONTROL ROW YET - LOANTRN'S DESK DEFAULTS
                        MOVE 0  TO WS-HH-LIMIT
                        MOVE 5  TO WS-MAX-OPEN
                        MOVE 30 TO WS-LATE-DAYS
                   WHEN OTHER
                        MOVE 'SELECT CIRC_CONTROL' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE

               IF WS-HH-LIMIT > 0
                  MOVE 0 TO WS-HH-BALANCE
1208IP**          A PATRON ON A CURRENT PAYMENT PLAN (DCLPPL) ADDS
1208IP**          NOTHING, SO THE PLAN LIFTS THE BLOCK FOR THEM
                  EXEC SQL
                       SELECT COALESCE(SUM(F.FINE_AMOUNT
                              - F.PAID_AMOUNT - F.WAIVED_AMOUNT), 0)
                         INTO :WS-HH-BALANCE
                         FROM IBMUSER.FINES F
                        WHERE F.FINE_STATUS = 'O'
                          AND F.PATRON_ID IN
                              (SELECT M.PATRON_ID
                                 FROM IBMUSER.PATRONS M,
                                      IBMUSER.PATRONS P
                                WHERE P.PATRON_ID = :TBLPATR-PATRON-ID
                                  AND COALESCE(P.GUARANTOR_ID,
                                               P.PATRON_ID)
                                      IN (M.PATRON_ID, M.GUARANTOR_ID))
1208IP                    AND F.PATRON_ID NOT IN
1208IP                        (SELECT PP.PATRON_ID
1208IP                           FROM IBMUSER.PAY_PLANS PP
1208IP                          WHERE PP.PLAN_STATUS = 'A')
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'SELECT SUM HH FINES' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF

                  IF WS-HH-BALANCE > WS-HH-LIMIT
                     SET CHECKOUT-BLOCKED TO TRUE
                     MOVE 'CANNOT CHECK OUT - HOUSEHOLD OWES OVER LIMIT'
                       TO MSGLNO
                  END-IF
               END-IF
            END-IF

            IF NOT CHECKOUT-BLOCKED
               EXEC SQL
                    SELECT MAX_OPEN_LOANS
                      INTO :TBLPOL-MAX-OPEN-LOANS
                      FROM IBMUSER.LOAN_POLICY
                     WHERE GENRE = ' '
                       AND PATRON_CAT = :WS-PATRON-CAT
                       AND MAX_OPEN_LOANS > 0
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        MOVE TBLPOL-MAX-OPEN-LOANS TO WS-MAX-OPEN
                   WHEN SQL-NOTFOUND
                        CONTINUE
                   WHEN OTHER
                        MOVE 'SELECT CAT OPEN LIMIT' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE

               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-OPEN-LOANS
                      FROM IBMUSER.LOANS
                     WHERE PATRON_ID = :TBLPATR-PATRON-ID
                       AND RETURN_DATE IS NULL
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT COUNT LOANS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-LATE-LOANS
                      FROM IBMUSER.LOANS
                     WHERE PATRON_ID = :TBLPATR-PATRON-ID
                       AND RETURN_DATE IS NULL
                       AND DUE_DATE < CURRENT DATE
                           - :WS-LATE-DAYS DAYS
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT COUNT LATE' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               EVALUATE TRUE
                   WHEN WS-OPEN-LOANS NOT < WS-MAX-OPEN
                        SET CHECKOUT-BLOCKED TO TRUE
                        MOVE 'CANNOT CHECK OUT - OPEN-LOAN LIMIT'
                          TO MSGLNO
                   WHEN WS-LATE-LOANS > 0
                        SET CHECKOUT-BLOCKED TO TRUE
                        MOVE 'CANNOT CHECK OUT - LONG-OVERDUE ITEMS'
                          TO MSGLNO
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF
            .

      ***   THE DEPOSIT IS JOURNALED LIKE ANY OTHER MONEY AT THE DESK
      ***   SO DRAWREP'S OPERATOR TOTALS MATCH THE DRAWER
       2320-TAKE-DEPOSIT.
            MOVE '2320-TAKE-DEPOSIT' TO ERR-LOC

            MOVE TBLEQP-DEPOSIT-AMT TO TBLEQL-DEPOSIT-AMT
            MOVE WS-TENDER          TO TBLEQL-DEPOSIT-TENDER

            IF TBLEQP-DEPOSIT-AMT > 0
               MOVE 'H'                TO TBLEQL-DEPOSIT-STATUS
               MOVE 'D'                TO WS-PAY-TYPE
               MOVE TBLEQP-DEPOSIT-AMT TO WS-PAY-AMOUNT
               PERFORM 8300-WRITE-PAY-JOURNAL
            ELSE
               MOVE 'N'                TO TBLEQL-DEPOSIT-STATUS
            END-IF
            .

       2400-CHECKIN-EQUIPMENT.
            MOVE '2400-CHECKIN-EQUIPMENT' TO ERR-LOC

            PERFORM 2110-FETCH-EQUIPMENT

            IF EQUIP-FOUND
               PERFORM 2410-FIND-OPEN-LOAN
            END-IF

            IF EQUIP-FOUND AND OPEN-LOAN-FOUND
               MOVE FUNCTION UPPER-CASE (EQCNDI) TO WS-RETURN-COND
               IF WS-RETURN-COND = SPACE OR LOW-VALUE
                  MOVE TBLEQP-EQUIP-COND TO WS-RETURN-COND
               END-IF
            END-IF

            EVALUATE TRUE
                WHEN NOT EQUIP-FOUND
                     CONTINUE
                WHEN NOT OPEN-LOAN-FOUND
                     PERFORM 2150-SHOW-EQUIPMENT
                     MOVE 'ITEM IS NOT ON LOAN' TO MSGLNO
                WHEN WS-RETURN-COND NOT = 'G' AND 'F' AND 'D'
                     PERFORM 2150-SHOW-EQUIPMENT
                     MOVE 'RETURN CONDITION MUST BE G, F OR D'
                       TO MSGLNO
                WHEN OTHER
                     PERFORM 8000-GET-OPERATOR-ID
                     PERFORM 2420-ASSESS-LATE-FEE
                     PERFORM 2430-REFUND-DEPOSIT

                     EXEC SQL
                          UPDATE IBMUSER.EQUIP_LOANS
                             SET RETURN_TS      = CURRENT TIMESTAMP,
                                 HOURS_LATE     = :WS-HOURS-LATE,
                                 FINE_ID        = :TBLEQL-FINE-ID
                                                  :IND-FINE-ID,
                                 DEPOSIT_STATUS =
                                                :TBLEQL-DEPOSIT-STATUS,
                                 RETURN_COND    = :WS-RETURN-COND
                           WHERE EQLOAN_ID = :WS-EQLOAN-ID
                     END-EXEC

                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'UPDATE EQUIP_LOANS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

      **             A DAMAGED RETURN GOES TO REPAIR, NOT THE SHELF
                     IF WS-RETURN-COND = 'D'
                        MOVE 'R' TO WS-NEW-STATUS
                     ELSE
                        MOVE 'A' TO WS-NEW-STATUS
                     END-IF

                     EXEC SQL
                          UPDATE IBMUSER.EQUIPMENT
                             SET EQUIP_STATUS = :WS-NEW-STATUS,
                                 EQUIP_COND   = :WS-RETURN-COND
                           WHERE EQUIP_ID = :WS-EQUIP-ID
                     END-EXEC

                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'UPDATE EQUIPMENT IN' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

                     MOVE WS-NEW-STATUS  TO TBLEQP-EQUIP-STATUS
                     MOVE WS-RETURN-COND TO TBLEQP-EQUIP-COND
                     PERFORM 2150-SHOW-EQUIPMENT

                     MOVE WS-LATE-FEE        TO WS-FEE-DISP
                     MOVE TBLEQL-DEPOSIT-AMT TO WS-AMT-DISP
                     MOVE SPACES TO MSGLNO
                     IF TBLEQL-DEPOSIT-STATUS = 'R'
                        STRING 'CHECKED IN - LATE FEE '
                                                  DELIMITED BY SIZE
                               WS-FEE-DISP        DELIMITED BY SIZE
                               ' - REFUND DEPOSIT '
                                                  DELIMITED BY SIZE
                               WS-AMT-DISP        DELIMITED BY SIZE
                          INTO MSGLNO
                        END-STRING
                     ELSE
                        STRING 'CHECKED IN - LATE FEE '
                                                  DELIMITED BY SIZE
                               WS-FEE-DISP        DELIMITED BY SIZE
                          INTO MSGLNO
                        END-STRING
                     END-IF
            END-EVALUATE
            .

      ***   THE OPEN LOAN, WITH THE MINUTES PAST DUE WORKED OUT BY DB2
      ***   (ZERO WHEN RETURNED ON TIME)
       2410-FIND-OPEN-LOAN.
            MOVE '2410-FIND-OPEN-LOAN' TO ERR-LOC

            MOVE 0 TO WS-LOAN-SW
                      WS-MINUTES-LATE

            EXEC SQL
                 SELECT EQLOAN_ID, PATRON_ID, DEPOSIT_AMT,
                        DEPOSIT_TENDER, DEPOSIT_STATUS,
                        CASE WHEN CURRENT TIMESTAMP > DUE_TS
                             THEN TIMESTAMPDIFF(4,
                                  CHAR(CURRENT TIMESTAMP - DUE_TS))
                             ELSE 0
                        END
                   INTO :TBLEQL-EQLOAN-ID, :TBLEQL-PATRON-ID,
                        :TBLEQL-DEPOSIT-AMT, :TBLEQL-DEPOSIT-TENDER,
                        :TBLEQL-DEPOSIT-STATUS, :WS-MINUTES-LATE
                   FROM IBMUSER.EQUIP_LOANS
                  WHERE EQUIP_ID = :WS-EQUIP-ID
                    AND RETURN_TS IS NULL
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET OPEN-LOAN-FOUND TO TRUE
                     MOVE TBLEQL-EQLOAN-ID TO WS-EQLOAN-ID
                     MOVE TBLEQL-PATRON-ID TO WS-PATRON-ID
                WHEN SQL-NOTFOUND
                     CONTINUE
                WHEN OTHER
                     MOVE 'SELECT OPEN EQUIP_LOANS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      ***   EVERY HOUR OR PART HOUR LATE AT THE ITEM'S RATE, CAPPED;
      ***   THE FEE IS AN ORDINARY FINES ROW PAID AT FINETRN
       2420-ASSESS-LATE-FEE.
            MOVE '2420-ASSESS-LATE-FEE' TO ERR-LOC

            MOVE 0  TO WS-HOURS-LATE
                       WS-LATE-FEE
                       TBLEQL-FINE-ID
            MOVE -1 TO IND-FINE-ID

            IF WS-MINUTES-LATE > 0
               COMPUTE WS-HOURS-LATE = (WS-MINUTES-LATE + 59) / 60
               COMPUTE WS-LATE-FEE ROUNDED
                     = WS-HOURS-LATE * TBLEQP-HOURLY-RATE
               IF TBLEQP-LATE-FEE-MAX > 0
               AND WS-LATE-FEE > TBLEQP-LATE-FEE-MAX
                  MOVE TBLEQP-LATE-FEE-MAX TO WS-LATE-FEE
               END-IF
            END-IF

            IF WS-LATE-FEE > 0
               MOVE 'FINE_ID' TO WS-NXT-ID-NAME
               PERFORM 8100-GET-NEXT-ID
               MOVE WS-NXT-NEXT-ID TO TBLFIN-FINE-ID
                                      TBLEQL-FINE-ID
               MOVE 0 TO IND-FINE-ID
               MOVE 0             TO TBLFIN-LOAN-ID
                                     TBLFIN-BOOK-ID
                                     TBLFIN-DAYS-OVERDUE
               MOVE WS-PATRON-ID  TO TBLFIN-PATRON-ID
               MOVE WS-LATE-FEE   TO TBLFIN-FINE-AMOUNT

               EXEC SQL
                    INSERT INTO IBMUSER.FINES
                           (FINE_ID, LOAN_ID, PATRON_ID, BOOK_ID,
                            ASSESS_DATE, DAYS_OVERDUE, FINE_AMOUNT,
                            PAID_AMOUNT, WAIVED_AMOUNT, FINE_STATUS,
                            CHARGE_TYPE)
                    VALUES (:TBLFIN-FINE-ID, :TBLFIN-LOAN-ID,
                            :TBLFIN-PATRON-ID, :TBLFIN-BOOK-ID,
                            CURRENT DATE, :TBLFIN-DAYS-OVERDUE,
                            :TBLFIN-FINE-AMOUNT, 0, 0, 'O', 'E')
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'INSERT FINES' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF
            .

      ***   THE DEPOSIT GOES BACK IN FULL IN THE TENDER IT CAME IN;
      ***   A LATE FEE OR DAMAGE IS CHARGED SEPARATELY, NOT NETTED
       2430-REFUND-DEPOSIT.
            MOVE '2430-REFUND-DEPOSIT' TO ERR-LOC

            IF TBLEQL-DEPOSIT-STATUS = 'H'
               MOVE 'B'                   TO WS-PAY-TYPE
               MOVE TBLEQL-DEPOSIT-TENDER TO WS-TENDER
               COMPUTE WS-PAY-AMOUNT = 0 - TBLEQL-DEPOSIT-AMT
               PERFORM 8300-WRITE-PAY-JOURNAL
               MOVE 'R' TO TBLEQL-DEPOSIT-STATUS
            END-IF
            .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

            EXEC CICS
                 SEND MAP    (WS-EQMAP-NAME)
                      MAPSET (WS-EQSET-NAME)
                      FROM   (EQMAPO)
                      ERASE
                      RESP   (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'SEND MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       8000-GET-OPERATOR-ID.
            MOVE '8000-GET-OPERATOR-ID' TO ERR-LOC

      **    SIGNED-ON OPERATOR, OR THE TERMINAL ID WHEN NOBODY IS
      **    SIGNED ON - AS LOANTRN
            MOVE SPACES TO WS-SIGNON-USERID

            EXEC CICS ASSIGN
                 USERID (WS-SIGNON-USERID)
                 RESP   (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
            OR WS-SIGNON-USERID = SPACES
               MOVE EIBTRMID TO WS-SIGNON-USERID
            END-IF
            .

       8010-GET-DESK-BRANCH.
            MOVE '8010-GET-DESK-BRANCH' TO ERR-LOC

            PERFORM 8000-GET-OPERATOR-ID

            MOVE 0 TO WS-DESK-BRANCH-ID
            EXEC SQL
                 SELECT BRANCH_ID
                   INTO :WS-DESK-BRANCH-ID
                   FROM IBMUSER.OPER_AUTH
                  WHERE OPERATOR_ID = :WS-SIGNON-USERID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-NOTFOUND
               MOVE 'SELECT OPER BRANCH' TO ERR-MSG
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

      ***   SAME JOURNAL ROW FINETRN WRITES (PAY_ID VIA NEXTID) WITH
      ***   FINE_ID 0: 'D' DEPOSIT TAKEN, 'B' DEPOSIT BACK (NEGATIVE)
       8300-WRITE-PAY-JOURNAL.
            MOVE '8300-WRITE-PAY-JOURNAL' TO ERR-LOC

            MOVE 'PAY_ID' TO WS-NXT-ID-NAME
            PERFORM 8100-GET-NEXT-ID
            MOVE WS-NXT-NEXT-ID TO TBLFPY-PAY-ID

            MOVE 0                TO TBLFPY-FINE-ID
            MOVE WS-PATRON-ID     TO TBLFPY-PATRON-ID
            MOVE WS-PAY-TYPE      TO TBLFPY-PAY-TYPE
            MOVE WS-TENDER        TO TBLFPY-TENDER-TYPE
            MOVE WS-PAY-AMOUNT    TO TBLFPY-PAY-AMOUNT
            MOVE WS-SIGNON-USERID TO TBLFPY-OPERATOR-ID-TEXT
            MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-SIGNON-USERID))
              TO TBLFPY-OPERATOR-ID-LEN

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

       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            MOVE WS-ERROR  TO WS-SEND-MSG
            PERFORM 9999-TERMINATE
            .

       9999-TERMINATE.
            EXEC CICS
                 SEND TEXT
                      FROM  (WS-SEND-MSG)
                      RESP  (EVAL-CODE)
                      ERASE
            END-EXEC

            EXEC CICS
                 RETURN
            END-EXEC
            .
