      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RFNDTRN.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/02/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * LOST-RETURN REFUND APPROVAL - SUPERVISOR SCREEN - DB2          *
      *----------------------------------------------------------------*
      * - LOANTRN'S CHECK-IN NOW QUEUES A PENDING REFUND (REFUNDS      *
      *   STATUS 'P' - SEE 1102RF) WHEN A LOST COPY COMES BACK AFTER   *
      *   ITS REPLACEMENT CHARGE WAS PAID: THE PAID AMOUNT LESS THE    *
      *   CIRC_CONTROL.REFUND_FEE_AMT PROCESSING FEE. THIS SCREEN      *
      *   (TRANSACTION RFND) IS WHERE A SUPERVISOR WORKS THAT QUEUE    *
      *   - ENTER WITH A REFUND ID SHOWS THAT REFUND; A BLANK ID       *
      *     SHOWS THE OLDEST ONE PENDING, PF8 THE NEXT ONE PENDING     *
      *   - PF5 APPROVES IT AND PAYS IT OUT IN THE TENDER KEYED        *
      *     (C CASH FROM THE DRAWER / K CHECK - THE DEFAULT):          *
      *       . A FINE_PAYS ROW, PAY_TYPE 'R', WITH A NEGATIVE         *
      *         PAY_AMOUNT (SEE DRAWREP AND FINEXP)                    *
      *       . THE REFUNDED AMOUNT COMES OFF FINES.PAID_AMOUNT AND    *
      *         GOES ON WAIVED_AMOUNT, CLOSING THE CHARGE 'W' WITH     *
      *         ONLY THE FEE LEFT AS PAID                              *
      *       . A FINES_AUDIT ROW, ACTION_CODE 'R'                     *
      *       . A REFUND VOUCHER TO THE DESK PRINTER (LPRT TDQ) FOR    *
      *         THE CASH COUNT OR THE CHECK RUN                        *
      *   - PF6 REJECTS IT (STATUS 'X') - NO MONEY MOVES               *
      * - BOTH DECISIONS ARE SUPERVISOR-ONLY (AUTHCHK FUNC 'S')        *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   02,2020 - INITIAL VERSION                        (1102RF)*
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.REFUNDS (I/O)     - REFUND QUEUE (SEE DCLRFD)          *
      * IBMUSER.FINES (I/O)       - THE REFUNDED 'R' CHARGE            *
      * IBMUSER.FINE_PAYS (OUTPUT) - REFUND JOURNAL ROW                *
      * IBMUSER.FINES_AUDIT (OUTPUT) - REFUND AUDIT ROW                *
      *                                                                *
      * 0000-MAIN                      2200-APPROVE-REFUND             *
      * 0100-DISPATCH-ACTION           2210-APPLY-REFUND               *
      * 0200-RETURN-TRANSID            2220-WRITE-PAY-JOURNAL          *
      * 1000-SEND-BLANK-MAP            2230-PRINT-VOUCHER              *
      * 2000-RECEIVE-MAP               2235-WRITE-VOUCHER-LINE         *
      * 2005-OBTAIN-MAP                2250-WRITE-FINE-AUDIT           *
      * 2100-SHOW-REFUND               2260-CHECK-SUPERVISOR           *
      * 2105-READ-REFUND               2300-REJECT-REFUND              *
      * 2110-SHOW-NEXT-PENDING         3000-SEND-RECEIVE-SCREEN        *
      * 2120-MOVE-REFUND-TO-MAP        8000-GET-OPERATOR-ID            *
      * 8100-GET-NEXT-ID               9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-REFUND-ID         PIC S9(09) COMP   VALUE 0.
           05  WS-AMOUNT            PIC S9(5)V9(2) COMP-3 VALUE 0.
           05  WS-TENDER            PIC X             VALUE SPACE.
           05  WS-BEFORE-BAL        PIC S9(5)V9(2) COMP-3 VALUE 0.
           05  WS-INFO-LINE         PIC X(60)         VALUE SPACES.
           05  WS-VOUCHER-LINE      PIC X(80)         VALUE SPACES.
           05  WS-SAVED-MSG         PIC X(60)         VALUE SPACES.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  REFUND-FOUND                       VALUE 1.
           05  WS-APPLIED-SW        PIC 9             VALUE 0.
               88  REFUND-APPLIED                     VALUE 1.
           05  WS-DISP-VARS.
               10  WS-ID-DISP       PIC Z(8)9.
               10  WS-FINE-DISP     PIC Z(8)9.
               10  WS-PAID-DISP     PIC ZZZZ9.99.
               10  WS-FEE-DISP      PIC ZZZZ9.99.
               10  WS-RFD-DISP      PIC ZZZZ9.99.
           05  WS-IND-VARS.
               10  IND-DECIDED-BY   PIC S9(04) COMP   VALUE 0.
               10  IND-DECIDED-DATE PIC S9(04) COMP   VALUE 0.
               10  IND-ADDR1        PIC S9(04) COMP   VALUE 0.
               10  IND-ADDR2        PIC S9(04) COMP   VALUE 0.
               10  IND-CITY         PIC S9(04) COMP   VALUE 0.
               10  IND-STATE        PIC S9(04) COMP   VALUE 0.
               10  IND-POSTAL       PIC S9(04) COMP   VALUE 0.

       01  WS-SIGNON-USERID         PIC X(08)         VALUE SPACES.

       01  WS-AUTHCHK-COMMAREA.
           05  WS-OPERATOR-ID       PIC X(08)         VALUE SPACES.
           05  WS-AUTHORIZED-SW     PIC 9             VALUE 0.
               88  AUTHORIZED                         VALUE 1.
      **   PAYING MONEY BACK OUT STAYS SUPERVISOR-ONLY
           05  WS-AUTH-FUNC         PIC X             VALUE 'S'.

       01  WS-PGMIDS.
           05  WS-AUTHCHK-PGMID     PIC X(08)         VALUE 'AUTHCHK'.

       01  WS-NEXTID-PARMS.
           05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
           05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
           05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
               10  WS-RFND-TRNID    PIC X(04)         VALUE 'RFND'.
           05  WS-MAPIDS.
               10  WS-RFDMAP-NAME   PIC X(07)         VALUE 'RFDMAP'.
               10  WS-RFDSET-NAME   PIC X(07)         VALUE 'RFDSET'.

       01  WS-RETRY-CNT             PIC 9             VALUE 0.

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
       COPY RFDSET.

       COPY DFHAID.
       COPY DFHBMSCA.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE DCLRFD   END-EXEC.
           EXEC SQL INCLUDE DCLFINE  END-EXEC.
           EXEC SQL INCLUDE DCLFPY   END-EXEC.
           EXEC SQL INCLUDE DCLFAU   END-EXEC.
           EXEC SQL INCLUDE DCLPATR  END-EXEC.
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.

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
            MOVE 0 TO WS-RETRY-CNT

            IF EIBCALEN = 0
               PERFORM 1000-SEND-BLANK-MAP
            ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 0100-DISPATCH-ACTION
            END-IF

            PERFORM 0200-RETURN-TRANSID
            .

      **   THE DEADLOCK RETRY IN 9999-ERROR-HANDLING RE-DRIVES
      **   THIS PARAGRAPH (SEE LOANTRN 0924DL/1027FX)
       0100-DISPATCH-ACTION.
               EVALUATE EIBAID
                   WHEN DFHPF3
                        MOVE 'TRANSACTION TERMINATED' TO WS-SEND-MSG
                        PERFORM 9999-TERMINATE
                   WHEN DFHENTER
                        PERFORM 2005-OBTAIN-MAP
                        PERFORM 2100-SHOW-REFUND
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF8
                        PERFORM 2005-OBTAIN-MAP
                        PERFORM 2110-SHOW-NEXT-PENDING
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF5
                        PERFORM 2005-OBTAIN-MAP
                        PERFORM 2200-APPROVE-REFUND
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF6
                        PERFORM 2005-OBTAIN-MAP
                        PERFORM 2300-REJECT-REFUND
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN OTHER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
               END-EVALUATE
            .

       2005-OBTAIN-MAP.
            IF WS-RETRY-CNT = 0
               PERFORM 2000-RECEIVE-MAP
            END-IF
            .

       0200-RETURN-TRANSID.
            MOVE WS-COMMAREA TO DFHCOMMAREA

            EXEC CICS
                 RETURN TRANSID  (WS-RFND-TRNID)
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

            MOVE LOW-VALUES TO RFDMAPO
            MOVE 'ENTER SHOWS OLDEST PENDING - PF5 APPROVE, PF6 REJECT'
              TO MSGLNO

            EXEC CICS
                 SEND MAP    (WS-RFDMAP-NAME)
                      MAPSET (WS-RFDSET-NAME)
                      FROM   (RFDMAPO)
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
                 RECEIVE MAP    (WS-RFDMAP-NAME)
                         MAPSET (WS-RFDSET-NAME)
                         INTO   (RFDMAPI)
                         RESP   (EVAL-CODE)
                         ASIS
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
            AND EVAL-CODE NOT = DFHRESP (MAPFAIL)
               MOVE 'RECEIVE MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2100-SHOW-REFUND.
            MOVE '2100-SHOW-REFUND' TO ERR-LOC

            IF FUNCTION TRIM (RFRFIDI) = SPACES
               PERFORM 2110-SHOW-NEXT-PENDING
            ELSE
               MOVE FUNCTION NUMVAL (RFRFIDI) TO WS-REFUND-ID
               PERFORM 2105-READ-REFUND
            END-IF
            .

       2105-READ-REFUND.
            MOVE '2105-READ-REFUND' TO ERR-LOC

            MOVE WS-REFUND-ID TO TBLRFD-REFUND-ID
            MOVE 0 TO WS-FOUND-SW
                      IND-DECIDED-BY
                      IND-DECIDED-DATE

            EXEC SQL
                 SELECT R.FINE_ID, R.PATRON_ID, R.BOOK_ID,
                        R.PAID_AMOUNT, R.FEE_AMOUNT,
                        R.REFUND_AMOUNT, R.REFUND_STATUS,
                        R.QUEUED_BY, R.QUEUED_DATE,
                        R.DECIDED_BY, R.DECIDED_DATE,
                        R.TENDER_TYPE, P.PATRON_NAME, B.TITLE
                   INTO :TBLRFD-FINE-ID, :TBLRFD-PATRON-ID,
                        :TBLRFD-BOOK-ID, :TBLRFD-PAID-AMOUNT,
                        :TBLRFD-FEE-AMOUNT,
                        :TBLRFD-REFUND-AMOUNT,
                        :TBLRFD-REFUND-STATUS,
                        :TBLRFD-QUEUED-BY, :TBLRFD-QUEUED-DATE,
                        :TBLRFD-DECIDED-BY :IND-DECIDED-BY,
                        :TBLRFD-DECIDED-DATE :IND-DECIDED-DATE,
                        :TBLRFD-TENDER-TYPE,
                        :TBLPATR-PATRON-NAME, :TBLBKS-TITLE
                   FROM IBMUSER.REFUNDS R
                  INNER JOIN IBMUSER.PATRONS P
                     ON R.PATRON_ID = P.PATRON_ID
                  INNER JOIN IBMUSER.BOOKS B
                     ON R.BOOK_ID = B.BOOK_ID
                  WHERE R.REFUND_ID = :TBLRFD-REFUND-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET REFUND-FOUND TO TRUE
                     PERFORM 2120-MOVE-REFUND-TO-MAP
                     IF TBLRFD-REFUND-STATUS = 'P'
                        MOVE 'PENDING - PF5 APPROVE, PF6 REJECT'
                          TO MSGLNO
                     ELSE
                        MOVE 'REFUND ALREADY DECIDED' TO MSGLNO
                     END-IF
                WHEN SQL-NOTFOUND
                     MOVE SPACES TO RFPATRO RFNAMEO RFTITLO
                                    RFINFOO RFSTATO
                     MOVE 'REFUND ID NOT FOUND' TO MSGLNO
                WHEN OTHER
                     MOVE 'SELECT REFUNDS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2110-SHOW-NEXT-PENDING.
            MOVE '2110-SHOW-NEXT-PENDING' TO ERR-LOC

      **    PF8 STEPS PAST THE REFUND ON THE SCREEN; ENTER WITH A
      **    BLANK ID STARTS FROM THE OLDEST
            IF FUNCTION TRIM (RFRFIDI) = SPACES
               MOVE 0 TO WS-REFUND-ID
            ELSE
               MOVE FUNCTION NUMVAL (RFRFIDI) TO WS-REFUND-ID
            END-IF
            MOVE WS-REFUND-ID TO TBLRFD-REFUND-ID

            EXEC SQL
                 SELECT REFUND_ID
                   INTO :TBLRFD-REFUND-ID
                   FROM IBMUSER.REFUNDS
                  WHERE REFUND_STATUS = 'P'
                    AND REFUND_ID > :TBLRFD-REFUND-ID
                  ORDER BY REFUND_ID
                  FETCH FIRST 1 ROW ONLY
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLRFD-REFUND-ID TO WS-REFUND-ID
                     PERFORM 2105-READ-REFUND
                WHEN SQL-NOTFOUND
                     MOVE SPACES TO RFPATRO RFNAMEO RFTITLO
                                    RFINFOO RFSTATO
                     MOVE 'NO MORE REFUNDS PENDING' TO MSGLNO
                WHEN OTHER
                     MOVE 'SELECT NEXT REFUND' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2120-MOVE-REFUND-TO-MAP.
            MOVE '2120-MOVE-REFUND-TO-MAP' TO ERR-LOC

            MOVE TBLRFD-REFUND-ID TO WS-ID-DISP
            MOVE WS-ID-DISP TO RFRFIDO
            MOVE TBLRFD-PATRON-ID TO WS-ID-DISP
            MOVE WS-ID-DISP TO RFPATRO
            MOVE TBLPATR-PATRON-NAME-TEXT (1:40) TO RFNAMEO
            MOVE TBLBKS-TITLE-TEXT (1:60) TO RFTITLO

            MOVE TBLRFD-PAID-AMOUNT   TO WS-PAID-DISP
            MOVE TBLRFD-FEE-AMOUNT    TO WS-FEE-DISP
            MOVE TBLRFD-REFUND-AMOUNT TO WS-RFD-DISP
            MOVE SPACES TO WS-INFO-LINE
            STRING 'PAID '             DELIMITED BY SIZE
                   WS-PAID-DISP        DELIMITED BY SIZE
                   '  FEE '            DELIMITED BY SIZE
                   WS-FEE-DISP         DELIMITED BY SIZE
                   '  REFUND '         DELIMITED BY SIZE
                   WS-RFD-DISP         DELIMITED BY SIZE
              INTO WS-INFO-LINE
            END-STRING
            MOVE WS-INFO-LINE TO RFINFOO

            IF IND-DECIDED-BY < 0
               MOVE SPACES TO TBLRFD-DECIDED-BY-TEXT
            END-IF
            IF IND-DECIDED-DATE < 0
               MOVE SPACES TO TBLRFD-DECIDED-DATE
            END-IF
            MOVE SPACES TO WS-INFO-LINE
            EVALUATE TBLRFD-REFUND-STATUS
                WHEN 'P'
                     STRING 'PENDING - QUEUED '  DELIMITED BY SIZE
                            TBLRFD-QUEUED-DATE   DELIMITED BY SIZE
                            ' BY '               DELIMITED BY SIZE
                            TBLRFD-QUEUED-BY-TEXT
                                                 DELIMITED BY SIZE
                       INTO WS-INFO-LINE
                     END-STRING
                WHEN 'A'
                     STRING 'APPROVED '          DELIMITED BY SIZE
                            TBLRFD-DECIDED-DATE  DELIMITED BY SIZE
                            ' BY '               DELIMITED BY SIZE
                            TBLRFD-DECIDED-BY-TEXT
                                                 DELIMITED BY SIZE
                            ' TENDER '           DELIMITED BY SIZE
                            TBLRFD-TENDER-TYPE   DELIMITED BY SIZE
                       INTO WS-INFO-LINE
                     END-STRING
                WHEN 'X'
                     STRING 'REJECTED '          DELIMITED BY SIZE
                            TBLRFD-DECIDED-DATE  DELIMITED BY SIZE
                            ' BY '               DELIMITED BY SIZE
                            TBLRFD-DECIDED-BY-TEXT
                                                 DELIMITED BY SIZE
                       INTO WS-INFO-LINE
                     END-STRING
                WHEN OTHER
                     MOVE TBLRFD-REFUND-STATUS TO WS-INFO-LINE
            END-EVALUATE
            MOVE WS-INFO-LINE TO RFSTATO
            .

       2200-APPROVE-REFUND.
            MOVE '2200-APPROVE-REFUND' TO ERR-LOC

      **    A DECISION ALWAYS NAMES THE REFUND ON THE SCREEN - A
      **    BLANK ID NEVER FALLS THROUGH TO THE OLDEST PENDING
            MOVE 0 TO WS-FOUND-SW
            IF FUNCTION TRIM (RFRFIDI) = SPACES
               MOVE 'KEY A REFUND ID OR PRESS ENTER FOR THE OLDEST'
                 TO MSGLNO
            ELSE
               MOVE FUNCTION NUMVAL (RFRFIDI) TO WS-REFUND-ID
               PERFORM 2105-READ-REFUND
            END-IF

            IF REFUND-FOUND
               IF TBLRFD-REFUND-STATUS NOT = 'P'
                  MOVE 'REFUND ALREADY DECIDED' TO MSGLNO
               ELSE
                  PERFORM 8000-GET-OPERATOR-ID
                  PERFORM 2260-CHECK-SUPERVISOR
                  IF NOT AUTHORIZED
                     MOVE 'REFUND APPROVAL NEEDS A SUPERVISOR'
                       TO MSGLNO
                  ELSE
                     IF RFTNDRI = 'C'
                        MOVE 'C' TO WS-TENDER
                     ELSE
      **                REFUNDS GO OUT BY CHECK UNLESS THE DESK
      **                PAYS CASH FROM THE DRAWER
                        MOVE 'K' TO WS-TENDER
                     END-IF
                     MOVE TBLRFD-REFUND-AMOUNT TO WS-AMOUNT
                     MOVE 0 TO WS-APPLIED-SW
                     PERFORM 2210-APPLY-REFUND
                     IF REFUND-APPLIED
                        PERFORM 2220-WRITE-PAY-JOURNAL
                        PERFORM 2250-WRITE-FINE-AUDIT

                        MOVE WS-TENDER TO TBLRFD-TENDER-TYPE
                        MOVE TBLFPY-PAY-ID TO TBLRFD-PAY-ID
                        MOVE WS-SIGNON-USERID
                          TO TBLRFD-DECIDED-BY-TEXT
                        MOVE FUNCTION LENGTH
                               (FUNCTION TRIM (WS-SIGNON-USERID))
                          TO TBLRFD-DECIDED-BY-LEN

                        EXEC SQL
                             UPDATE IBMUSER.REFUNDS
                                SET REFUND_STATUS = 'A',
                                    DECIDED_BY    = :TBLRFD-DECIDED-BY,
                                    DECIDED_DATE  = CURRENT DATE,
                                    TENDER_TYPE   = :TBLRFD-TENDER-TYPE,
                                    PAY_ID        = :TBLRFD-PAY-ID
                              WHERE REFUND_ID = :TBLRFD-REFUND-ID
                                AND REFUND_STATUS = 'P'
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK
                           MOVE 'UPDATE REFUNDS APPROVE' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF

                        PERFORM 2230-PRINT-VOUCHER

                        PERFORM 2105-READ-REFUND
                        MOVE SPACES TO MSGLNO
                        MOVE TBLFPY-PAY-ID TO WS-ID-DISP
                        STRING 'REFUND APPROVED - RECEIPT '
                                                DELIMITED BY SIZE
                               WS-ID-DISP       DELIMITED BY SIZE
                          INTO MSGLNO
                        END-STRING
                     END-IF
                  END-IF
               END-IF
            END-IF
            .

       2210-APPLY-REFUND.
            MOVE '2210-APPLY-REFUND' TO ERR-LOC

            MOVE TBLRFD-FINE-ID TO TBLFIN-FINE-ID
            MOVE 0 TO WS-BEFORE-BAL

            EXEC SQL
                 SELECT FINE_AMOUNT - PAID_AMOUNT - WAIVED_AMOUNT
                   INTO :WS-BEFORE-BAL
                   FROM IBMUSER.FINES
                  WHERE FINE_ID = :TBLFIN-FINE-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-NOTFOUND
               MOVE 'SELECT FINE BALANCE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

      **    THE REFUNDED MONEY COMES BACK OFF WHAT WAS PAID AND
      **    THE SAME AMOUNT IS WRITTEN OFF, SO THE BALANCE STAYS
      **    AT ZERO AND ONLY THE FEE REMAINS AS PAID
            MOVE WS-AMOUNT TO TBLFIN-PAID-AMOUNT

            EXEC SQL
                 UPDATE IBMUSER.FINES
                    SET PAID_AMOUNT   = PAID_AMOUNT
                                      - :TBLFIN-PAID-AMOUNT,
                        WAIVED_AMOUNT = WAIVED_AMOUNT
                                      + :TBLFIN-PAID-AMOUNT,
                        FINE_STATUS   = 'W'
                  WHERE FINE_ID = :TBLFIN-FINE-ID
                    AND PAID_AMOUNT >= :TBLFIN-PAID-AMOUNT
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET REFUND-APPLIED TO TRUE
                WHEN SQL-NOTFOUND
                     MOVE 'CHARGE NO LONGER CARRIES THE PAID AMOUNT'
                       TO MSGLNO
                WHEN OTHER
                     MOVE 'UPDATE FINES REFUND' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2220-WRITE-PAY-JOURNAL.
            MOVE '2220-WRITE-PAY-JOURNAL' TO ERR-LOC

      **    SAME JOURNAL ROW FINETRN WRITES (0907PJ), PAY_TYPE 'R'
      **    WITH THE AMOUNT NEGATIVE - MONEY GOING OUT
            MOVE 'PAY_ID' TO WS-NXT-ID-NAME
            PERFORM 8100-GET-NEXT-ID
            MOVE WS-NXT-NEXT-ID TO TBLFPY-PAY-ID

            MOVE TBLRFD-FINE-ID   TO TBLFPY-FINE-ID
            MOVE TBLRFD-PATRON-ID TO TBLFPY-PATRON-ID
            MOVE 'R'              TO TBLFPY-PAY-TYPE
            MOVE WS-TENDER        TO TBLFPY-TENDER-TYPE
            COMPUTE TBLFPY-PAY-AMOUNT = 0 - WS-AMOUNT
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

       2250-WRITE-FINE-AUDIT.
            MOVE '2250-WRITE-FINE-AUDIT' TO ERR-LOC

            MOVE 'FAUDIT_ID' TO WS-NXT-ID-NAME
            PERFORM 8100-GET-NEXT-ID
            MOVE WS-NXT-NEXT-ID TO TBLFAU-AUDIT-ID

            MOVE TBLRFD-FINE-ID TO TBLFAU-FINE-ID
            MOVE 'R' TO TBLFAU-ACTION-CODE
            MOVE WS-SIGNON-USERID TO TBLFAU-OPERATOR-ID-TEXT
            MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-SIGNON-USERID))
              TO TBLFAU-OPERATOR-ID-LEN
            COMPUTE TBLFAU-ACTION-AMOUNT = 0 - WS-AMOUNT
      **    PAID DOWN AND WRITTEN OFF BY THE SAME AMOUNT - THE
      **    BALANCE ITSELF DOES NOT MOVE
            MOVE WS-BEFORE-BAL TO TBLFAU-BEFORE-BALANCE
                                  TBLFAU-AFTER-BALANCE

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

       2230-PRINT-VOUCHER.
            MOVE '2230-PRINT-VOUCHER' TO ERR-LOC

      **    THE VOUCHER CARRIES THE MAILING ADDRESS SO A CHECK
      **    CAN BE CUT STRAIGHT FROM IT
            MOVE TBLRFD-PATRON-ID TO TBLPATR-PATRON-ID
            MOVE 0 TO IND-ADDR1 IND-ADDR2 IND-CITY
                      IND-STATE IND-POSTAL

            EXEC SQL
                 SELECT ADDR_LINE1, ADDR_LINE2, CITY, STATE,
                        POSTAL_CODE
                   INTO :TBLPATR-ADDR-LINE1 :IND-ADDR1,
                        :TBLPATR-ADDR-LINE2 :IND-ADDR2,
                        :TBLPATR-CITY :IND-CITY,
                        :TBLPATR-STATE :IND-STATE,
                        :TBLPATR-POSTAL-CODE :IND-POSTAL
                   FROM IBMUSER.PATRONS
                  WHERE PATRON_ID = :TBLPATR-PATRON-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-NOTFOUND
               MOVE 'SELECT PATRON ADDRESS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            IF NOT ERR-OK OR IND-ADDR1 < 0
               MOVE SPACES TO TBLPATR-ADDR-LINE1-TEXT
            END-IF
            IF NOT ERR-OK OR IND-ADDR2 < 0
               MOVE SPACES TO TBLPATR-ADDR-LINE2-TEXT
            END-IF
            IF NOT ERR-OK OR IND-CITY < 0
               MOVE SPACES TO TBLPATR-CITY-TEXT
            END-IF
            IF NOT ERR-OK OR IND-STATE < 0
               MOVE SPACES TO TBLPATR-STATE
            END-IF
            IF NOT ERR-OK OR IND-POSTAL < 0
               MOVE SPACES TO TBLPATR-POSTAL-CODE-TEXT
            END-IF

            MOVE TBLRFD-REFUND-ID TO WS-ID-DISP
            MOVE TBLRFD-FINE-ID TO WS-FINE-DISP
            MOVE SPACES TO WS-VOUCHER-LINE
            STRING 'REFUND VOUCHER '   DELIMITED BY SIZE
                   WS-ID-DISP          DELIMITED BY SIZE
                   '  FINE '           DELIMITED BY SIZE
                   WS-FINE-DISP        DELIMITED BY SIZE
              INTO WS-VOUCHER-LINE
            END-STRING
            PERFORM 2235-WRITE-VOUCHER-LINE

            MOVE SPACES TO WS-VOUCHER-LINE
            STRING 'PAY TO '           DELIMITED BY SIZE
                   TBLPATR-PATRON-NAME-TEXT
                                       DELIMITED BY SIZE
              INTO WS-VOUCHER-LINE
            END-STRING
            PERFORM 2235-WRITE-VOUCHER-LINE

            MOVE SPACES TO WS-VOUCHER-LINE
            STRING '       '           DELIMITED BY SIZE
                   TBLPATR-ADDR-LINE1-TEXT
                                       DELIMITED BY SIZE
              INTO WS-VOUCHER-LINE
            END-STRING
            PERFORM 2235-WRITE-VOUCHER-LINE

            IF TBLPATR-ADDR-LINE2-TEXT NOT = SPACES
               MOVE SPACES TO WS-VOUCHER-LINE
               STRING '       '        DELIMITED BY SIZE
                      TBLPATR-ADDR-LINE2-TEXT
                                       DELIMITED BY SIZE
                 INTO WS-VOUCHER-LINE
               END-STRING
               PERFORM 2235-WRITE-VOUCHER-LINE
            END-IF

            MOVE SPACES TO WS-VOUCHER-LINE
            STRING '       '           DELIMITED BY SIZE
                   FUNCTION TRIM (TBLPATR-CITY-TEXT)
                                       DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   TBLPATR-STATE       DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   TBLPATR-POSTAL-CODE-TEXT
                                       DELIMITED BY SIZE
              INTO WS-VOUCHER-LINE
            END-STRING
            PERFORM 2235-WRITE-VOUCHER-LINE

            MOVE WS-AMOUNT TO WS-RFD-DISP
            MOVE SPACES TO WS-VOUCHER-LINE
            IF WS-TENDER = 'C'
               STRING 'REFUNDED '      DELIMITED BY SIZE
                      WS-RFD-DISP      DELIMITED BY SIZE
                      '  CASH FROM THE DRAWER'
                                       DELIMITED BY SIZE
                 INTO WS-VOUCHER-LINE
               END-STRING
            ELSE
               STRING 'REFUNDED '      DELIMITED BY SIZE
                      WS-RFD-DISP      DELIMITED BY SIZE
                      '  BY CHECK'     DELIMITED BY SIZE
                 INTO WS-VOUCHER-LINE
               END-STRING
            END-IF
            PERFORM 2235-WRITE-VOUCHER-LINE

            MOVE SPACES TO WS-VOUCHER-LINE
            STRING 'APPROVED BY '      DELIMITED BY SIZE
                   WS-SIGNON-USERID    DELIMITED BY SIZE
              INTO WS-VOUCHER-LINE
            END-STRING
            PERFORM 2235-WRITE-VOUCHER-LINE
            .

       2235-WRITE-VOUCHER-LINE.
            MOVE '2235-WRITE-VOUCHER-LINE' TO ERR-LOC

            EXEC CICS WRITEQ TD
                 QUEUE ('LPRT')
                 FROM  (WS-VOUCHER-LINE)
                 RESP  (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'WRITEQ TD LPRT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2260-CHECK-SUPERVISOR.
            MOVE '2260-CHECK-SUPERVISOR' TO ERR-LOC

      **    SAME SUPERVISOR CHECK FINETRN USES FOR AN OVER-LIMIT
      **    WAIVER (0910WL)
            MOVE WS-SIGNON-USERID TO WS-OPERATOR-ID
            MOVE 0 TO WS-AUTHORIZED-SW

            EXEC CICS LINK
                 PROGRAM  (WS-AUTHCHK-PGMID)
                 COMMAREA (WS-AUTHCHK-COMMAREA)
                 RESP     (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'LINK PROGRAM' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2300-REJECT-REFUND.
            MOVE '2300-REJECT-REFUND' TO ERR-LOC

      **    A DECISION ALWAYS NAMES THE REFUND ON THE SCREEN - A
      **    BLANK ID NEVER FALLS THROUGH TO THE OLDEST PENDING
            MOVE 0 TO WS-FOUND-SW
            IF FUNCTION TRIM (RFRFIDI) = SPACES
               MOVE 'KEY A REFUND ID OR PRESS ENTER FOR THE OLDEST'
                 TO MSGLNO
            ELSE
               MOVE FUNCTION NUMVAL (RFRFIDI) TO WS-REFUND-ID
               PERFORM 2105-READ-REFUND
            END-IF

            IF REFUND-FOUND
               IF TBLRFD-REFUND-STATUS NOT = 'P'
                  MOVE 'REFUND ALREADY DECIDED' TO MSGLNO
               ELSE
                  PERFORM 8000-GET-OPERATOR-ID
                  PERFORM 2260-CHECK-SUPERVISOR
                  IF NOT AUTHORIZED
                     MOVE 'REFUND DECISIONS NEED A SUPERVISOR'
                       TO MSGLNO
                  ELSE
                     MOVE WS-SIGNON-USERID TO TBLRFD-DECIDED-BY-TEXT
                     MOVE FUNCTION LENGTH
                            (FUNCTION TRIM (WS-SIGNON-USERID))
                       TO TBLRFD-DECIDED-BY-LEN

                     EXEC SQL
                          UPDATE IBMUSER.REFUNDS
                             SET REFUND_STATUS = 'X',
                                 DECIDED_BY    = :TBLRFD-DECIDED-BY,
                                 DECIDED_DATE  = CURRENT DATE
                           WHERE REFUND_ID = :TBLRFD-REFUND-ID
                             AND REFUND_STATUS = 'P'
                     END-EXEC

                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'UPDATE REFUNDS REJECT' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

                     PERFORM 2105-READ-REFUND
                     MOVE 'REFUND REJECTED - NOTHING PAID OUT' TO MSGLNO
                  END-IF
               END-IF
            END-IF
            .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

            EXEC CICS
                 SEND MAP    (WS-RFDMAP-NAME)
                      MAPSET (WS-RFDSET-NAME)
                      FROM   (RFDMAPO)
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

      **    REAL SIGNED-ON OPERATOR IDENTITY; A TERMINAL WITH NO
      **    SIGN-ON FALLS BACK TO EIBTRMID (SEE LOANTRN 0802OI)
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

       9999-ERROR-HANDLING.
      **    SEE LOANTRN 0924DL - A -911/-913 ROLLS BACK AND
      **    RETRIES THE KEYED ACTION BEFORE GIVING UP WITH A
      **    PLAIN BUSY MESSAGE, KEYED DATA INTACT
            IF EVAL-CODE = -911 OR EVAL-CODE = -913
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               IF WS-RETRY-CNT < 3
                  ADD 1 TO WS-RETRY-CNT
                  PERFORM 0100-DISPATCH-ACTION
               ELSE
                  MOVE 'SYSTEM BUSY - PLEASE TRY AGAIN' TO MSGLNO
                  PERFORM 3000-SEND-RECEIVE-SCREEN
               END-IF
      **       0200 ISSUES EXEC CICS RETURN, SO THE TASK ENDS
      **       HERE AND THE ABANDONED ACTION NEVER RESUMES
               PERFORM 0200-RETURN-TRANSID
            END-IF

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
