      *   SIGNED-ON OPERATOR AND A TIMESTAMP, AND A RECEIPT IS         *
      *   PRINTED TO THE DESK PRINTER THROUGH THE SAME LPRT TDQ THE    *
      *   DUE-DATE SLIPS USE; DRAWREP SETTLES THE DRAWER AT CLOSING    *
1201FA* - A GUARANTOR (SEE PATRNTRN 1201FA) CAN PAY THE WHOLE          *
1201FA*   HOUSEHOLD BALANCE AT ONCE: PATRON ID, AMOUNT AND TENDER,     *
1201FA*   THEN PF7 - THE AMOUNT IS SPREAD OLDEST FINE FIRST ACROSS     *
1201FA*   THE GUARANTOR'S AND THE DEPENDENTS' OPEN FINES, EACH         *
1201FA*   FINE JOURNALED AND AUDITED ON ITS OWN ROW, ONE RECEIPT       *
1208IP* - PAYMENT PLAN FOR A BALANCE TOO BIG TO PAY AT ONCE: PATRON    *
1208IP*   ID, NUMBER OF INSTALLMENTS (2-12), FIRST DUE DATE (BLANK =   *
1208IP*   ONE INTERVAL FROM TODAY) AND INTERVAL DAYS (BLANK = 30),     *
1208IP*   THEN PF8 - A PAY_PLANS ROW IS SET UP ON THE OPEN BALANCE     *
1208IP*   WITH ONE PAY_PLAN_INST ROW PER INSTALLMENT (DUE DATE AND     *
1208IP*   MINIMUM) AND A PLAN SLIP PRINTED. WHILE THE PLAN IS          *
1208IP*   CURRENT THE PATRON'S BALANCE NO LONGER BLOCKS CHECKOUT       *
1208IP*   (LOANTRN/SELFCHK) AND EVERY PAYMENT IS JOURNALED WITH THE    *
1208IP*   PLAN_ID; PLANCHK CHECKS THE INSTALLMENTS NIGHTLY. ENTER      *
1208IP*   SHOWS THE NEXT INSTALLMENT OF A CURRENT PLAN                 *
1220RT* - RENTAL FEES POSTED AT CHECKOUT (CHARGE_TYPE 'T' - SEE        *
1220RT*   LOANTRN 1220RT) LIST AS 'RENT' LINES; PF5 WITH THE FINE ID   *
1220RT*   AND NO AMOUNT PAYS A RENTAL FEE IN FULL                      *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * MODELED ON PATRNTRN'S READ/SAVE SCREEN SHAPE (SEE 0706PM)      *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   24,2020 - PATRON ID FILLED IN WHEN REACHED FROM  (1224PO)*
      *               X A PATRINQ OVERVIEW PF KEY (HANDED OVER         *
      *               X IN THE PXFR QUEUE - SEE PXFRVARS)              *
      * DEC   20,2020 - RENTAL FEES (CHARGE_TYPE 'T') SHOWN AS (1220RT)*
      *               X RENT LINES; PF5 WITH A BLANK AMOUNT            *
      *               X PAYS A RENTAL FEE IN FULL                      *
      * DEC   08,2020 - INSTALLMENT PAYMENT PLANS (PF8) ON     (1208IP)*
      *               X THE OPEN BALANCE WITH A PLAN SLIP;             *
      *               X NEXT INSTALLMENT SHOWN ON ENTER;               *
      *               X PAYMENTS STAMPED WITH THE CURRENT              *
      *               X PLAN (FINE_PAYS.PLAN_ID)                       *
      * DEC   01,2020 - HOUSEHOLD PAYMENT (PF7) SPREAD         (1201FA)*
      *               X OLDEST FIRST ACROSS THE GUARANTOR'S AND        *
      *               X DEPENDENTS' OPEN FINES; HOUSEHOLD BALANCE      *
      *               X SHOWN ON ENTER                                 *
      * OCT   27,2020 - DEADLOCK RETRY RESTRUCTURED TO SKIP TH (1027FX)*
      *               X SECOND TERMINAL RECEIVE AND DROP THE           *
      *               X GO TO (SEE LOANTRN)                            *
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.FINES (I/O)   - FINE/FEE LEDGER ROWS (SEE DCLFINE)    *
1201FA* IBMUSER.PATRONS (INPUT) - HOUSEHOLD MEMBERS (GUARANTOR_ID)     *
1208IP* IBMUSER.PAY_PLANS (I/O) - PAYMENT PLANS (SEE DCLPPL)           *
1208IP* IBMUSER.PAY_PLAN_INST (OUTPUT) - INSTALLMENTS (DCLPPI)         *
      *                                                                *
      * 0000-MAIN                      2210-APPLY-PAYMENT              *
0924DL* 0100-DISPATCH-ACTION           0200-RETURN-TRANSID             *
      * 2240-FETCH-FINE-BALANCE        2250-WRITE-FINE-AUDIT          *
      * 2320-CHECK-WAIVER-LIMIT        2330-CHECK-OVERRIDE-AUTH       *
      * 8100-GET-NEXT-ID                                              *
1201FA* 2400-RECORD-HH-PAYMENT         2405-SPREAD-HH-PAYMENT         *
1201FA* 2410-FETCH-HH-BALANCE          2420-PAY-ONE-HH-FINE           *
1201FA* 2430-PRINT-HH-RECEIPT                                         *
1208IP* 2225-FIND-CURRENT-PLAN         2500-SET-UP-PLAN                *
1208IP* 2510-EDIT-PLAN                 2515-EDIT-FIRST-DUE             *
1208IP* 2520-INSERT-PLAN               2530-INSERT-ONE-INST            *
1208IP* 2540-SHOW-PLAN                                                 *
1220RT* 2245-CHECK-RENTAL-FULL                                         *
1224PO* 1010-TAKE-PATRON-HANDOFF                                       *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
0910WL     05  WS-AUDIT-ACTION      PIC X             VALUE SPACE.
0910WL     05  WS-WVBLOCK-SW        PIC 9             VALUE 0.
0910WL         88  WAIVER-BLOCKED                     VALUE 1.
1201FA     05  WS-HH-HEAD           PIC S9(09) COMP   VALUE 0.
1201FA     05  WS-HH-BALANCE        PIC S9(7)V9(2) COMP-3 VALUE 0.
1201FA     05  WS-HH-REMAIN         PIC S9(7)V9(2) COMP-3 VALUE 0.
1201FA     05  WS-HH-TENDERED       PIC S9(7)V9(2) COMP-3 VALUE 0.
1201FA     05  WS-HH-FINE-BAL       PIC S9(5)V9(2) COMP-3 VALUE 0.
1201FA     05  WS-HH-PAID-CNT       PIC S9(04) COMP   VALUE 0.
1201FA     05  WS-HH-EOC-SW         PIC 9             VALUE 0.
1201FA         88  HH-FINES-DONE                      VALUE 1.
1220RT     05  WS-RENT-FULL-SW      PIC 9             VALUE 0.
1220RT         88  RENTAL-FULL-PAY                    VALUE 1.
1220RT     05  WS-RENT-OPEN-BAL     PIC S9(5)V9(2) COMP-3 VALUE 0.
1220RT     05  WS-LINE-LABEL        PIC X(05)         VALUE 'FINE '.
1208IP     05  WS-PLAN-VARS.
1208IP         10  WS-PLAN-COUNT    PIC S9(04) COMP   VALUE 0.
1208IP         10  WS-PLAN-IVDAYS   PIC S9(04) COMP   VALUE 0.
1208IP         10  WS-PLAN-FIRST    PIC X(10)         VALUE SPACES.
1208IP         10  WS-PLAN-INST-AMT PIC S9(5)V9(2) COMP-3 VALUE 0.
1208IP         10  WS-PLAN-LAST-AMT PIC S9(5)V9(2) COMP-3 VALUE 0.
1208IP         10  WS-PLAN-IDX      PIC S9(04) COMP   VALUE 0.
1208IP         10  WS-PLAN-OFFSET   PIC S9(09) COMP   VALUE 0.
1208IP         10  WS-PLAN-CURRENT  PIC S9(09) COMP   VALUE 0.
1208IP         10  WS-PLAN-PAST-SW  PIC X             VALUE SPACE.
1208IP         10  WS-PLAN-SW       PIC 9             VALUE 0.
1208IP             88  PLAN-EDIT-FAILED               VALUE 1.
1208IP         10  IND-PLAN         PIC S9(04) COMP   VALUE 0.
1208IP         10  WS-PLAN-ID-DISP  PIC Z(8)9.
1208IP         10  WS-PLAN-CNT-DISP PIC Z9.
1208IP         10  WS-PLAN-MIS-DISP PIC Z9.
           05  WS-DISP-VARS.
               10  WS-FINEID-DISP   PIC Z(7)9.
               10  WS-LOANID-DISP   PIC Z(7)9.
               10  WS-PAID-DISP     PIC ZZZZ9.99.
               10  WS-WVD-DISP      PIC ZZZZ9.99.
               10  WS-BAL-DISP      PIC ZZZZZZ9.99.
1201FA         10  WS-HH-CNT-DISP   PIC ZZZ9.
1201FA         10  WS-HH-BAL-DISP   PIC ZZZZZZ9.99.

0907PJ 01  WS-SIGNON-USERID         PIC X(08)         VALUE SPACES.

0910WL**   OVER-LIMIT WAIVERS STAY SUPERVISOR-ONLY
0910WL     05  WS-AUTH-FUNC         PIC X             VALUE 'S'.

1208IP**   INSTALLMENT LIMITS FOR A PAYMENT PLAN
1208IP 01  WS-PLAN-LIMITS.
1208IP     05  WS-PLAN-MIN-INST     PIC S9(04) COMP   VALUE 2.
1208IP     05  WS-PLAN-MAX-INST     PIC S9(04) COMP   VALUE 12.
1208IP     05  WS-PLAN-DFLT-DAYS    PIC S9(04) COMP   VALUE 30.
1208IP     05  WS-PLAN-MIN-DAYS     PIC S9(04) COMP   VALUE 7.
1208IP     05  WS-PLAN-MAX-DAYS     PIC S9(04) COMP   VALUE 92.

0910WL 01  WS-PGMIDS.
0910WL     05  WS-AUTHCHK-PGMID     PIC X(08)         VALUE 'AUTHCHK'.

           05  FILLER               PIC X(06)         VALUE ' MSG: '   .
           05  ERR-MSG              PIC X(26)         VALUE SPACES     .

1224PO COPY PXFRVARS.

      **COPYBOOK FOR SYMBOLIC MAP
       COPY FINSET.

0907PJ     EXEC SQL INCLUDE DCLFPY  END-EXEC.
0910WL     EXEC SQL INCLUDE DCLOPAU END-EXEC.
0910WL     EXEC SQL INCLUDE DCLFAU  END-EXEC.
1201FA     EXEC SQL INCLUDE DCLPATR END-EXEC.
1208IP     EXEC SQL INCLUDE DCLPPL  END-EXEC.
1208IP     EXEC SQL INCLUDE DCLPPI  END-EXEC.

           EXEC SQL DECLARE CURFINES CURSOR FOR
                SELECT FINE_ID, LOAN_ID, ASSESS_DATE, FINE_AMOUNT,
                       PAID_AMOUNT, WAIVED_AMOUNT, FINE_STATUS,
1220RT                 CHARGE_TYPE
                  FROM IBMUSER.FINES
                 WHERE PATRON_ID = :TBLFIN-PATRON-ID
                 ORDER BY FINE_STATUS, FINE_ID DESC
           END-EXEC.

1201FA     EXEC SQL DECLARE CURHHFIN CURSOR FOR
1201FA          SELECT F.FINE_ID,
1201FA                 F.FINE_AMOUNT - F.PAID_AMOUNT - F.WAIVED_AMOUNT
1201FA            FROM IBMUSER.FINES F
1201FA           WHERE F.FINE_STATUS = 'O'
1201FA             AND F.PATRON_ID IN
1201FA                 (SELECT P.PATRON_ID
1201FA                    FROM IBMUSER.PATRONS P
1201FA                   WHERE P.PATRON_ID = :WS-HH-HEAD
1201FA                      OR P.GUARANTOR_ID = :WS-HH-HEAD)
1201FA           ORDER BY F.ASSESS_DATE, F.FINE_ID
1201FA     END-EXEC.

       01  WS-COMMAREA.
           05  LS-DUMMY-FLAG        PIC X             VALUE 'Y'.

1027FX                  PERFORM 2005-OBTAIN-MAP
                        PERFORM 2300-RECORD-WAIVER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
1201FA             WHEN DFHPF7
1201FA                  PERFORM 2005-OBTAIN-MAP
1201FA                  PERFORM 2400-RECORD-HH-PAYMENT
1201FA                  PERFORM 3000-SEND-RECEIVE-SCREEN
1208IP             WHEN DFHPF8
1208IP                  PERFORM 2005-OBTAIN-MAP
1208IP                  PERFORM 2500-SET-UP-PLAN
1208IP                  PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN OTHER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
               END-EVALUATE
            MOVE LOW-VALUES TO FINMAPO
            MOVE 'ENTER A PATRON ID AND PRESS ENTER' TO MSGLNO

1224PO      PERFORM 1010-TAKE-PATRON-HANDOFF

            EXEC CICS
                 SEND MAP    (WS-FINMAP-NAME)
                      MAPSET (WS-FINSET-NAME)
            END-IF
            .

1224PO 1010-TAKE-PATRON-HANDOFF.
1224PO      MOVE '1010-TAKE-PATRON-HANDOFF' TO ERR-LOC

1224PO**    A PATRON HANDED OVER BY PATRINQ IS READ AND DELETED HERE;
1224PO**    NO QUEUE (QIDERR) IS THE USUAL STRAIGHT-IN START
1224PO      MOVE EIBTRMID TO WS-PXFR-TRMID

1224PO      EXEC CICS
1224PO           READQ TS
1224PO                 QUEUE (WS-PXFR-QUEUE-NAME)
1224PO                 INTO  (WS-PXFR-PATRON)
1224PO                 ITEM  (1)
1224PO                 RESP  (EVAL-CODE)
1224PO      END-EXEC

1224PO      EVALUATE EVAL-CODE
1224PO          WHEN DFHRESP (NORMAL)
1224PO               EXEC CICS
1224PO                    DELETEQ TS
1224PO                            QUEUE (WS-PXFR-QUEUE-NAME)
1224PO                            RESP  (EVAL-CODE)
1224PO               END-EXEC
1224PO               MOVE WS-PXFR-PATRON TO FPATIDO
1224PO               MOVE DFHBMFSE       TO FPATIDF
1224PO               MOVE 'PATRON FILLED IN - PRESS ENTER FOR FINES'
1224PO                 TO MSGLNO
1224PO          WHEN DFHRESP (QIDERR)
1224PO               CONTINUE
1224PO          WHEN OTHER
1224PO               MOVE 'READQ TS PXFR' TO ERR-MSG
1224PO               PERFORM 9999-ERROR-HANDLING
1224PO      END-EVALUATE
1224PO      .

       2000-RECEIVE-MAP.
            MOVE '2000-RECEIVE-MAP' TO ERR-LOC

               MOVE WS-BAL-DISP  TO FBALNCO
               MOVE 'FINES LISTED - PF5 PAYMENT, PF6 WAIVER'
                 TO MSGLNO
1201FA**       A GUARANTOR SEES WHAT THE WHOLE HOUSEHOLD OWES
1201FA         PERFORM 2410-FETCH-HH-BALANCE
1201FA         IF WS-HH-BALANCE > WS-BALANCE
1201FA            MOVE WS-HH-BALANCE TO WS-HH-BAL-DISP
1201FA            MOVE SPACES TO MSGLNO
1201FA            STRING 'HOUSEHOLD OWES '  DELIMITED BY SIZE
1201FA                   WS-HH-BAL-DISP     DELIMITED BY SIZE
1201FA                   ' - PF7 PAYS IT'   DELIMITED BY SIZE
1201FA              INTO MSGLNO
1201FA            END-STRING
1201FA         END-IF
1208IP         PERFORM 2540-SHOW-PLAN
            END-IF
            .

                  INTO :TBLFIN-FINE-ID, :TBLFIN-LOAN-ID,
                       :TBLFIN-ASSESS-DATE, :TBLFIN-FINE-AMOUNT,
                       :TBLFIN-PAID-AMOUNT, :TBLFIN-WAIVED-AMOUNT,
                       :TBLFIN-FINE-STATUS,
1220RT                 :TBLFIN-CHARGE-TYPE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            MOVE TBLFIN-WAIVED-AMOUNT TO WS-WVD-DISP

            MOVE SPACES TO WS-FINE-LINE
1220RT      IF TBLFIN-CHARGE-TYPE = 'T'
1220RT         MOVE 'RENT ' TO WS-LINE-LABEL
1220RT      ELSE
1220RT         MOVE 'FINE ' TO WS-LINE-LABEL
1220RT      END-IF
1220RT      STRING WS-LINE-LABEL          DELIMITED BY SIZE
                   WS-FINEID-DISP         DELIMITED BY SIZE
                   ' LOAN '               DELIMITED BY SIZE
                   WS-LOANID-DISP         DELIMITED BY SIZE
       2200-RECORD-PAYMENT.
            MOVE '2200-RECORD-PAYMENT' TO ERR-LOC

1220RT**    A RENTAL FEE IS USUALLY TAKEN WHOLE AT THE DESK - THE
1220RT**    FINE ID ALONE PAYS ITS OPEN BALANCE
1220RT      MOVE 0 TO WS-RENT-FULL-SW
1220RT      IF  FUNCTION TRIM (FFINIDI) NOT = SPACES
1220RT      AND FUNCTION TRIM (FAMNTI) = SPACES
1220RT         PERFORM 2245-CHECK-RENTAL-FULL
1220RT      END-IF

            IF FUNCTION TRIM (FFINIDI) = SPACES
1220RT      OR (FUNCTION TRIM (FAMNTI) = SPACES
1220RT          AND NOT RENTAL-FULL-PAY)
               MOVE 'FINE ID AND AMOUNT ARE REQUIRED' TO MSGLNO
            ELSE
               MOVE FUNCTION NUMVAL (FFINIDI) TO WS-FINE-ID
1220RT         IF RENTAL-FULL-PAY
1220RT            MOVE WS-RENT-OPEN-BAL TO WS-AMOUNT
1220RT         ELSE
               MOVE FUNCTION NUMVAL (FAMNTI)  TO WS-AMOUNT
1220RT         END-IF
0907PJ         IF FTNDRI = 'C' OR FTNDRI = 'K' OR FTNDRI = 'D'
0907PJ            MOVE FTNDRI TO WS-TENDER
0907PJ         ELSE
0910WL      END-IF
0910WL      .

1220RT 2245-CHECK-RENTAL-FULL.
1220RT      MOVE '2245-CHECK-RENTAL-FULL' TO ERR-LOC

1220RT      MOVE FUNCTION NUMVAL (FFINIDI) TO TBLFIN-FINE-ID
1220RT      MOVE SPACE TO TBLFIN-CHARGE-TYPE
1220RT      MOVE 0 TO WS-RENT-OPEN-BAL

1220RT      EXEC SQL
1220RT           SELECT CHARGE_TYPE,
1220RT                  FINE_AMOUNT - PAID_AMOUNT - WAIVED_AMOUNT
1220RT             INTO :TBLFIN-CHARGE-TYPE, :WS-RENT-OPEN-BAL
1220RT             FROM IBMUSER.FINES
1220RT            WHERE FINE_ID = :TBLFIN-FINE-ID
1220RT              AND FINE_STATUS = 'O'
1220RT      END-EXEC

1220RT      MOVE SQLCODE TO EVAL-CODE
1220RT      EVALUATE TRUE
1220RT          WHEN ERR-OK
1220RT               IF TBLFIN-CHARGE-TYPE = 'T'
1220RT               AND WS-RENT-OPEN-BAL > 0
1220RT                  SET RENTAL-FULL-PAY TO TRUE
1220RT               END-IF
1220RT          WHEN SQL-NOTFOUND
1220RT               CONTINUE
1220RT          WHEN OTHER
1220RT               MOVE 'SELECT RENTAL BALANCE' TO ERR-MSG
1220RT               PERFORM 9999-ERROR-HANDLING
1220RT      END-EVALUATE
1220RT      .

0910WL 2250-WRITE-FINE-AUDIT.
0910WL      MOVE '2250-WRITE-FINE-AUDIT' TO ERR-LOC

0907PJ             (FUNCTION TRIM (WS-SIGNON-USERID))
0907PJ        TO TBLFPY-OPERATOR-ID-LEN

1208IP**    A PAYMENT WHILE A PLAN IS CURRENT COUNTS TOWARD IT
1208IP      MOVE -1 TO IND-PLAN
1208IP      IF WS-PAY-TYPE = 'P'
1208IP         PERFORM 2225-FIND-CURRENT-PLAN
1208IP      END-IF

0907PJ      EXEC SQL
0907PJ           INSERT INTO IBMUSER.FINE_PAYS
0907PJ                  (PAY_ID, FINE_ID, PATRON_ID, PAY_TYPE,
0907PJ                   TENDER_TYPE, PAY_AMOUNT, OPERATOR_ID,
1208IP                   PAY_TS, PLAN_ID)
0907PJ           VALUES (:TBLFPY-PAY-ID, :TBLFPY-FINE-ID,
0907PJ                   :TBLFPY-PATRON-ID, :TBLFPY-PAY-TYPE,
0907PJ                   :TBLFPY-TENDER-TYPE, :TBLFPY-PAY-AMOUNT,
1208IP                   :TBLFPY-OPERATOR-ID, CURRENT TIMESTAMP,
1208IP                   :TBLFPY-PLAN-ID :IND-PLAN)
0907PJ      END-EXEC

0907PJ      MOVE SQLCODE TO EVAL-CODE
0907PJ      END-IF
0907PJ      .

1208IP 2225-FIND-CURRENT-PLAN.
1208IP      MOVE '2225-FIND-CURRENT-PLAN' TO ERR-LOC

1208IP      MOVE -1 TO IND-PLAN
1208IP      MOVE TBLFIN-PATRON-ID TO TBLPPL-PATRON-ID

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
0907PJ 2230-PRINT-RECEIPT.
0907PJ      MOVE '2230-PRINT-RECEIPT' TO ERR-LOC

0907PJ      END-IF
0907PJ      .

1201FA 2400-RECORD-HH-PAYMENT.
1201FA      MOVE '2400-RECORD-HH-PAYMENT' TO ERR-LOC

1201FA      IF FUNCTION TRIM (FPATIDI) = SPACES
1201FA      OR FUNCTION TRIM (FAMNTI) = SPACES
1201FA         MOVE 'PATRON ID AND AMOUNT ARE REQUIRED' TO MSGLNO
1201FA      ELSE
1201FA         MOVE FUNCTION NUMVAL (FPATIDI) TO WS-PATRON-ID
1201FA         MOVE FUNCTION NUMVAL (FAMNTI)  TO WS-HH-TENDERED
1201FA         IF FTNDRI = 'C' OR FTNDRI = 'K' OR FTNDRI = 'D'
1201FA            MOVE FTNDRI TO WS-TENDER
1201FA         ELSE
1201FA            MOVE 'C' TO WS-TENDER
1201FA         END-IF
1201FA         PERFORM 2410-FETCH-HH-BALANCE
1201FA         EVALUATE TRUE
1201FA             WHEN WS-HH-TENDERED NOT > 0
1201FA                  MOVE 'AMOUNT MUST BE MORE THAN ZERO' TO MSGLNO
1201FA             WHEN WS-HH-BALANCE NOT > 0
1201FA                  MOVE 'NO OPEN FINES IN THIS HOUSEHOLD' TO MSGLNO
1201FA             WHEN WS-HH-TENDERED > WS-HH-BALANCE
1201FA                  MOVE WS-HH-BALANCE TO WS-HH-BAL-DISP
1201FA                  MOVE SPACES TO MSGLNO
1201FA                  STRING 'MORE THAN THE HOUSEHOLD OWES - '
1201FA                                           DELIMITED BY SIZE
1201FA                         WS-HH-BAL-DISP    DELIMITED BY SIZE
1201FA                    INTO MSGLNO
1201FA                  END-STRING
1201FA             WHEN OTHER
1201FA                  PERFORM 2405-SPREAD-HH-PAYMENT
1201FA         END-EVALUATE
1201FA         MOVE MSGLNO TO WS-SAVED-MSG
1201FA         PERFORM 2100-READ-FINES
1201FA         MOVE WS-SAVED-MSG TO MSGLNO
1201FA      END-IF
1201FA      .

1201FA**   OLDEST FINE FIRST; EACH FINE GETS ITS OWN FINE_PAYS AND
1201FA**   FINES_AUDIT ROW THROUGH THE SAME PARAGRAPHS AS PF5, SO
1201FA**   DRAWREP AND THE AUDIT TRAIL SEE ORDINARY PAYMENTS
1201FA 2405-SPREAD-HH-PAYMENT.
1201FA      MOVE '2405-SPREAD-HH-PAYMENT' TO ERR-LOC

1201FA      MOVE WS-HH-TENDERED TO WS-HH-REMAIN
1201FA      MOVE 0 TO WS-HH-PAID-CNT
1201FA                WS-HH-EOC-SW

1201FA      MOVE SPACES TO WS-RECEIPT-LINE
1201FA      MOVE WS-HH-HEAD TO WS-RCPT-DISP
1201FA      STRING 'HOUSEHOLD PAYMENT - GUARANTOR ' DELIMITED BY SIZE
1201FA             WS-RCPT-DISP        DELIMITED BY SIZE
1201FA        INTO WS-RECEIPT-LINE
1201FA      END-STRING
1201FA      PERFORM 2235-WRITE-RECEIPT-LINE

1201FA      EXEC SQL OPEN CURHHFIN END-EXEC
1201FA      MOVE SQLCODE TO EVAL-CODE
1201FA      IF NOT ERR-OK
1201FA         MOVE 'OPEN CURHHFIN' TO ERR-MSG
1201FA         PERFORM 9999-ERROR-HANDLING
1201FA      END-IF

1201FA      PERFORM 2420-PAY-ONE-HH-FINE
1201FA        UNTIL HH-FINES-DONE
1201FA           OR WS-HH-REMAIN NOT > 0

1201FA      EXEC SQL CLOSE CURHHFIN END-EXEC
1201FA      MOVE SQLCODE TO EVAL-CODE
1201FA      IF NOT ERR-OK
1201FA         MOVE 'CLOSE CURHHFIN' TO ERR-MSG
1201FA         PERFORM 9999-ERROR-HANDLING
1201FA      END-IF

1201FA      PERFORM 2430-PRINT-HH-RECEIPT

1201FA      MOVE WS-HH-PAID-CNT TO WS-HH-CNT-DISP
1201FA      MOVE SPACES TO MSGLNO
1201FA      STRING 'HOUSEHOLD PAYMENT RECORDED ON '
1201FA                                  DELIMITED BY SIZE
1201FA             WS-HH-CNT-DISP       DELIMITED BY SIZE
1201FA             ' FINE(S)'           DELIMITED BY SIZE
1201FA        INTO MSGLNO
1201FA      END-STRING
1201FA      .

1201FA**   THE HOUSEHOLD IS THE GUARANTOR PLUS EVERY PATRON WHOSE
1201FA**   GUARANTOR_ID POINTS AT THEM; A DEPENDENT'S ID REACHES
1201FA**   THE SAME HOUSEHOLD THROUGH ITS GUARANTOR
1201FA 2410-FETCH-HH-BALANCE.
1201FA      MOVE '2410-FETCH-HH-BALANCE' TO ERR-LOC

1201FA      MOVE 0 TO WS-HH-BALANCE
1201FA      MOVE WS-PATRON-ID TO WS-HH-HEAD
1201FA                           TBLPATR-PATRON-ID

1201FA      EXEC SQL
1201FA           SELECT COALESCE(GUARANTOR_ID, PATRON_ID)
1201FA             INTO :WS-HH-HEAD
1201FA             FROM IBMUSER.PATRONS
1201FA            WHERE PATRON_ID = :TBLPATR-PATRON-ID
1201FA      END-EXEC

1201FA      MOVE SQLCODE TO EVAL-CODE
1201FA      IF NOT ERR-OK AND NOT SQL-NOTFOUND
1201FA         MOVE 'SELECT PATRONS GUARANTOR' TO ERR-MSG
1201FA         PERFORM 9999-ERROR-HANDLING
1201FA      END-IF

1201FA      EXEC SQL
1201FA           SELECT COALESCE(SUM(F.FINE_AMOUNT - F.PAID_AMOUNT
1201FA                               - F.WAIVED_AMOUNT), 0)
1201FA             INTO :WS-HH-BALANCE
1201FA             FROM IBMUSER.FINES F
1201FA            WHERE F.FINE_STATUS = 'O'
1201FA              AND F.PATRON_ID IN
1201FA                  (SELECT P.PATRON_ID
1201FA                     FROM IBMUSER.PATRONS P
1201FA                    WHERE P.PATRON_ID = :WS-HH-HEAD
1201FA                       OR P.GUARANTOR_ID = :WS-HH-HEAD)
1201FA      END-EXEC

1201FA      MOVE SQLCODE TO EVAL-CODE
1201FA      IF NOT ERR-OK
1201FA         MOVE 'SELECT SUM HH FINES' TO ERR-MSG
1201FA         PERFORM 9999-ERROR-HANDLING
1201FA      END-IF
1201FA      .

1201FA 2420-PAY-ONE-HH-FINE.
1201FA      MOVE '2420-PAY-ONE-HH-FINE' TO ERR-LOC

1201FA      EXEC SQL
1201FA           FETCH CURHHFIN
1201FA            INTO :WS-FINE-ID, :WS-HH-FINE-BAL
1201FA      END-EXEC

1201FA      MOVE SQLCODE TO EVAL-CODE
1201FA      EVALUATE TRUE
1201FA          WHEN ERR-OK
1201FA               IF WS-HH-REMAIN < WS-HH-FINE-BAL
1201FA                  MOVE WS-HH-REMAIN TO WS-AMOUNT
1201FA               ELSE
1201FA                  MOVE WS-HH-FINE-BAL TO WS-AMOUNT
1201FA               END-IF
1201FA               MOVE 0 TO WS-APPLIED-SW
1201FA               PERFORM 2240-FETCH-FINE-BALANCE
1201FA               PERFORM 2210-APPLY-PAYMENT
1201FA               IF PAY-APPLIED
1201FA                  MOVE 'P' TO WS-PAY-TYPE
1201FA                  PERFORM 2220-WRITE-PAY-JOURNAL
1201FA                  MOVE 'P' TO WS-AUDIT-ACTION
1201FA                  PERFORM 2250-WRITE-FINE-AUDIT
1201FA                  SUBTRACT WS-AMOUNT FROM WS-HH-REMAIN
1201FA                  ADD 1 TO WS-HH-PAID-CNT
1201FA                  MOVE TBLFPY-PAY-ID TO WS-RCPT-DISP
1201FA                  MOVE WS-FINE-ID    TO WS-FINEID-DISP
1201FA                  MOVE WS-AMOUNT     TO WS-AMT-DISP
1201FA                  MOVE SPACES TO WS-RECEIPT-LINE
1201FA                  STRING 'RECEIPT '      DELIMITED BY SIZE
1201FA                         WS-RCPT-DISP    DELIMITED BY SIZE
1201FA                         '  FINE '       DELIMITED BY SIZE
1201FA                         WS-FINEID-DISP  DELIMITED BY SIZE
1201FA                         '  PAID '       DELIMITED BY SIZE
1201FA                         WS-AMT-DISP     DELIMITED BY SIZE
1201FA                    INTO WS-RECEIPT-LINE
1201FA                  END-STRING
1201FA                  PERFORM 2235-WRITE-RECEIPT-LINE
1201FA               END-IF
1201FA          WHEN SQL-NOTFOUND
1201FA               SET HH-FINES-DONE TO TRUE
1201FA          WHEN OTHER
1201FA               MOVE 'FETCH CURHHFIN' TO ERR-MSG
1201FA               PERFORM 9999-ERROR-HANDLING
1201FA      END-EVALUATE
1201FA      .

1201FA 2430-PRINT-HH-RECEIPT.
1201FA      MOVE '2430-PRINT-HH-RECEIPT' TO ERR-LOC

1201FA      COMPUTE WS-HH-BALANCE = WS-HH-TENDERED - WS-HH-REMAIN
1201FA      MOVE WS-HH-BALANCE TO WS-HH-BAL-DISP
1201FA      MOVE SPACES TO WS-RECEIPT-LINE
1201FA      STRING 'TOTAL PAID '       DELIMITED BY SIZE
1201FA             WS-HH-BAL-DISP      DELIMITED BY SIZE
1201FA             '  TENDER '         DELIMITED BY SIZE
1201FA             WS-TENDER           DELIMITED BY SIZE
1201FA        INTO WS-RECEIPT-LINE
1201FA      END-STRING
1201FA      PERFORM 2235-WRITE-RECEIPT-LINE

1201FA      MOVE SPACES TO WS-RECEIPT-LINE
1201FA      STRING 'OPERATOR '         DELIMITED BY SIZE
1201FA             WS-SIGNON-USERID    DELIMITED BY SIZE
1201FA        INTO WS-RECEIPT-LINE
1201FA      END-STRING
1201FA      PERFORM 2235-WRITE-RECEIPT-LINE
1201FA      .

1208IP**   A PLAN COVERS THE PATRON'S WHOLE OPEN BALANCE; THE LAST
1208IP**   INSTALLMENT TAKES THE ROUNDING LEFT BY THE EVEN SPLIT
1208IP 2500-SET-UP-PLAN.
1208IP      MOVE '2500-SET-UP-PLAN' TO ERR-LOC

1208IP      IF FUNCTION TRIM (FPATIDI) = SPACES
1208IP      OR FUNCTION TRIM (FPLNCTI) = SPACES
1208IP         MOVE 'PATRON ID AND INSTALLMENTS ARE REQUIRED' TO MSGLNO
1208IP      ELSE
1208IP         MOVE FUNCTION NUMVAL (FPATIDI) TO WS-PATRON-ID
1208IP                                           TBLFIN-PATRON-ID
1208IP         MOVE 0 TO WS-PLAN-SW
1208IP         PERFORM 2510-EDIT-PLAN
1208IP         IF NOT PLAN-EDIT-FAILED
1208IP            PERFORM 8000-GET-OPERATOR-ID
1208IP            PERFORM 2520-INSERT-PLAN
1208IP            PERFORM 2530-INSERT-ONE-INST VARYING WS-PLAN-IDX
1208IP                      FROM 1 BY 1
1208IP                     UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
1208IP            MOVE SPACES TO WS-RECEIPT-LINE
1208IP            STRING 'OPERATOR '         DELIMITED BY SIZE
1208IP                   WS-SIGNON-USERID    DELIMITED BY SIZE
1208IP              INTO WS-RECEIPT-LINE
1208IP            END-STRING
1208IP            PERFORM 2235-WRITE-RECEIPT-LINE
1208IP            MOVE TBLPPL-PLAN-ID TO WS-PLAN-ID-DISP
1208IP            MOVE SPACES TO MSGLNO
1208IP            STRING 'PAYMENT PLAN '     DELIMITED BY SIZE
1208IP                   WS-PLAN-ID-DISP     DELIMITED BY SIZE
1208IP                   ' SET UP - SLIP PRINTED'
1208IP                                       DELIMITED BY SIZE
1208IP              INTO MSGLNO
1208IP            END-STRING
1208IP         END-IF
1208IP         MOVE MSGLNO TO WS-SAVED-MSG
1208IP         PERFORM 2100-READ-FINES
1208IP         MOVE WS-SAVED-MSG TO MSGLNO
1208IP      END-IF
1208IP      .

1208IP 2510-EDIT-PLAN.
1208IP      MOVE '2510-EDIT-PLAN' TO ERR-LOC

1208IP      MOVE FUNCTION NUMVAL (FPLNCTI) TO WS-PLAN-COUNT
1208IP      IF FUNCTION TRIM (FPLNIVI) = SPACES
1208IP         MOVE WS-PLAN-DFLT-DAYS TO WS-PLAN-IVDAYS
1208IP      ELSE
1208IP         MOVE FUNCTION NUMVAL (FPLNIVI) TO WS-PLAN-IVDAYS
1208IP      END-IF

1208IP      PERFORM 2110-FETCH-BALANCE
1208IP      PERFORM 2225-FIND-CURRENT-PLAN

1208IP      EVALUATE TRUE
1208IP          WHEN WS-PLAN-COUNT < WS-PLAN-MIN-INST
1208IP          WHEN WS-PLAN-COUNT > WS-PLAN-MAX-INST
1208IP               MOVE 'INSTALLMENTS MUST BE 2 TO 12' TO MSGLNO
1208IP               SET PLAN-EDIT-FAILED TO TRUE
1208IP          WHEN WS-PLAN-IVDAYS < WS-PLAN-MIN-DAYS
1208IP          WHEN WS-PLAN-IVDAYS > WS-PLAN-MAX-DAYS
1208IP               MOVE 'INTERVAL MUST BE 7 TO 92 DAYS' TO MSGLNO
1208IP               SET PLAN-EDIT-FAILED TO TRUE
1208IP          WHEN WS-BALANCE NOT > 0
1208IP               MOVE 'NO OPEN BALANCE TO PUT ON A PLAN' TO MSGLNO
1208IP               SET PLAN-EDIT-FAILED TO TRUE
1208IP          WHEN IND-PLAN = 0
1208IP               MOVE TBLFPY-PLAN-ID TO WS-PLAN-ID-DISP
1208IP               MOVE SPACES TO MSGLNO
1208IP               STRING 'PATRON ALREADY HAS CURRENT PLAN '
1208IP                                       DELIMITED BY SIZE
1208IP                      WS-PLAN-ID-DISP  DELIMITED BY SIZE
1208IP                 INTO MSGLNO
1208IP               END-STRING
1208IP               SET PLAN-EDIT-FAILED TO TRUE
1208IP          WHEN OTHER
1208IP               PERFORM 2515-EDIT-FIRST-DUE
1208IP      END-EVALUATE

1208IP      IF NOT PLAN-EDIT-FAILED
1208IP         DIVIDE WS-BALANCE BY WS-PLAN-COUNT
1208IP                GIVING WS-PLAN-INST-AMT
1208IP         COMPUTE WS-PLAN-LAST-AMT = WS-BALANCE
1208IP                 - WS-PLAN-INST-AMT * (WS-PLAN-COUNT - 1)
1208IP      END-IF
1208IP      .

1208IP**   BLANK FIRST DUE DATE = ONE INTERVAL FROM TODAY; A KEYED
1208IP**   DATE MUST BE A REAL DATE AFTER TODAY
1208IP 2515-EDIT-FIRST-DUE.
1208IP      MOVE '2515-EDIT-FIRST-DUE' TO ERR-LOC

1208IP      IF FUNCTION TRIM (FPLNDTI) = SPACES
1208IP         EXEC SQL
1208IP              SELECT CHAR(CURRENT DATE + :WS-PLAN-IVDAYS DAYS,
1208IP                          ISO)
1208IP                INTO :WS-PLAN-FIRST
1208IP                FROM SYSIBM.SYSDUMMY1
1208IP         END-EXEC

1208IP         MOVE SQLCODE TO EVAL-CODE
1208IP         IF NOT ERR-OK
1208IP            MOVE 'SELECT FIRST DUE DATE' TO ERR-MSG
1208IP            PERFORM 9999-ERROR-HANDLING
1208IP         END-IF
1208IP      ELSE
1208IP         MOVE FPLNDTI TO WS-PLAN-FIRST
1208IP         MOVE SPACE   TO WS-PLAN-PAST-SW

1208IP         EXEC SQL
1208IP              SELECT CASE WHEN DATE(:WS-PLAN-FIRST) > CURRENT DATE
1208IP                          THEN 'N' ELSE 'Y' END
1208IP                INTO :WS-PLAN-PAST-SW
1208IP                FROM SYSIBM.SYSDUMMY1
1208IP         END-EXEC

1208IP         MOVE SQLCODE TO EVAL-CODE
1208IP         EVALUATE TRUE
1208IP             WHEN ERR-OK
1208IP                  IF WS-PLAN-PAST-SW = 'Y'
1208IP                     MOVE 'FIRST DUE DATE MUST BE AFTER TODAY'
1208IP                       TO MSGLNO
1208IP                     SET PLAN-EDIT-FAILED TO TRUE
1208IP                  END-IF
1208IP             WHEN EVAL-CODE = -180
1208IP             WHEN EVAL-CODE = -181
1208IP                  MOVE 'FIRST DUE DATE MUST BE YYYY-MM-DD'
1208IP                    TO MSGLNO
1208IP                  SET PLAN-EDIT-FAILED TO TRUE
1208IP             WHEN OTHER
1208IP                  MOVE 'SELECT FIRST DUE EDIT' TO ERR-MSG
1208IP                  PERFORM 9999-ERROR-HANDLING
1208IP         END-EVALUATE
1208IP      END-IF
1208IP      .

1208IP 2520-INSERT-PLAN.
1208IP      MOVE '2520-INSERT-PLAN' TO ERR-LOC

1208IP      MOVE 'PLAN_ID' TO WS-NXT-ID-NAME
1208IP      PERFORM 8100-GET-NEXT-ID
1208IP      MOVE WS-NXT-NEXT-ID   TO TBLPPL-PLAN-ID

1208IP      MOVE WS-PATRON-ID     TO TBLPPL-PATRON-ID
1208IP      MOVE WS-BALANCE       TO TBLPPL-PLAN-TOTAL
1208IP      MOVE WS-PLAN-COUNT    TO TBLPPL-INST-COUNT
1208IP      MOVE WS-PLAN-INST-AMT TO TBLPPL-INST-AMOUNT
1208IP      MOVE WS-PLAN-IVDAYS   TO TBLPPL-INTERVAL-DAYS
1208IP      MOVE WS-SIGNON-USERID TO TBLPPL-OPERATOR-ID-TEXT
1208IP      MOVE FUNCTION LENGTH
1208IP             (FUNCTION TRIM (WS-SIGNON-USERID))
1208IP        TO TBLPPL-OPERATOR-ID-LEN

1208IP      EXEC SQL
1208IP           INSERT INTO IBMUSER.PAY_PLANS
1208IP                  (PLAN_ID, PATRON_ID, PLAN_TOTAL, INST_COUNT,
1208IP                   INST_AMOUNT, INTERVAL_DAYS, START_DATE,
1208IP                   PLAN_STATUS, MISSED_COUNT, CLOSE_DATE,
1208IP                   OPERATOR_ID)
1208IP           VALUES (:TBLPPL-PLAN-ID, :TBLPPL-PATRON-ID,
1208IP                   :TBLPPL-PLAN-TOTAL, :TBLPPL-INST-COUNT,
1208IP                   :TBLPPL-INST-AMOUNT, :TBLPPL-INTERVAL-DAYS,
1208IP                   CURRENT DATE, 'A', 0, NULL,
1208IP                   :TBLPPL-OPERATOR-ID)
1208IP      END-EXEC

1208IP      MOVE SQLCODE TO EVAL-CODE
1208IP      IF NOT ERR-OK
1208IP         MOVE 'INSERT PAY_PLANS' TO ERR-MSG
1208IP         PERFORM 9999-ERROR-HANDLING
1208IP      END-IF

1208IP      MOVE TBLPPL-PLAN-ID TO WS-PLAN-ID-DISP
1208IP      MOVE WS-PATRON-ID   TO WS-RCPT-DISP
1208IP      MOVE SPACES TO WS-RECEIPT-LINE
1208IP      STRING 'PAYMENT PLAN '     DELIMITED BY SIZE
1208IP             WS-PLAN-ID-DISP     DELIMITED BY SIZE
1208IP             '  PATRON '         DELIMITED BY SIZE
1208IP             WS-RCPT-DISP        DELIMITED BY SIZE
1208IP        INTO WS-RECEIPT-LINE
1208IP      END-STRING
1208IP      PERFORM 2235-WRITE-RECEIPT-LINE

1208IP      MOVE WS-BALANCE TO WS-BAL-DISP
1208IP      MOVE WS-PLAN-COUNT TO WS-PLAN-CNT-DISP
1208IP      MOVE SPACES TO WS-RECEIPT-LINE
1208IP      STRING 'BALANCE '          DELIMITED BY SIZE
1208IP             WS-BAL-DISP         DELIMITED BY SIZE
1208IP             '  IN '             DELIMITED BY SIZE
1208IP             WS-PLAN-CNT-DISP    DELIMITED BY SIZE
1208IP             ' INSTALLMENTS'     DELIMITED BY SIZE
1208IP        INTO WS-RECEIPT-LINE
1208IP      END-STRING
1208IP      PERFORM 2235-WRITE-RECEIPT-LINE
1208IP      .

1208IP 2530-INSERT-ONE-INST.
1208IP      MOVE '2530-INSERT-ONE-INST' TO ERR-LOC

1208IP      COMPUTE WS-PLAN-OFFSET = (WS-PLAN-IDX - 1) * WS-PLAN-IVDAYS

1208IP      EXEC SQL
1208IP           SELECT CHAR(DATE(:WS-PLAN-FIRST)
1208IP                       + :WS-PLAN-OFFSET DAYS, ISO)
1208IP             INTO :TBLPPI-DUE-DATE
1208IP             FROM SYSIBM.SYSDUMMY1
1208IP      END-EXEC

1208IP      MOVE SQLCODE TO EVAL-CODE
1208IP      IF NOT ERR-OK
1208IP         MOVE 'SELECT INSTALLMENT DUE' TO ERR-MSG
1208IP         PERFORM 9999-ERROR-HANDLING
1208IP      END-IF

1208IP      MOVE TBLPPL-PLAN-ID TO TBLPPI-PLAN-ID
1208IP      MOVE WS-PLAN-IDX    TO TBLPPI-INST-NO
1208IP      IF WS-PLAN-IDX = WS-PLAN-COUNT
1208IP         MOVE WS-PLAN-LAST-AMT TO TBLPPI-MIN-AMOUNT
1208IP      ELSE
1208IP         MOVE WS-PLAN-INST-AMT TO TBLPPI-MIN-AMOUNT
1208IP      END-IF

1208IP      EXEC SQL
1208IP           INSERT INTO IBMUSER.PAY_PLAN_INST
1208IP                  (PLAN_ID, INST_NO, DUE_DATE, MIN_AMOUNT,
1208IP                   INST_STATUS, CHECK_DATE, NOTICE_DATE)
1208IP           VALUES (:TBLPPI-PLAN-ID, :TBLPPI-INST-NO,
1208IP                   DATE(:TBLPPI-DUE-DATE), :TBLPPI-MIN-AMOUNT,
1208IP                   'O', NULL, NULL)
1208IP      END-EXEC

1208IP      MOVE SQLCODE TO EVAL-CODE
1208IP      IF NOT ERR-OK
1208IP         MOVE 'INSERT PAY_PLAN_INST' TO ERR-MSG
1208IP         PERFORM 9999-ERROR-HANDLING
1208IP      END-IF

1208IP      MOVE WS-PLAN-IDX       TO WS-PLAN-CNT-DISP
1208IP      MOVE TBLPPI-MIN-AMOUNT TO WS-AMT-DISP
1208IP      MOVE SPACES TO WS-RECEIPT-LINE
1208IP      STRING '  INSTALLMENT '    DELIMITED BY SIZE
1208IP             WS-PLAN-CNT-DISP    DELIMITED BY SIZE
1208IP             '  DUE '            DELIMITED BY SIZE
1208IP             TBLPPI-DUE-DATE     DELIMITED BY SIZE
1208IP             '  AT LEAST '       DELIMITED BY SIZE
1208IP             WS-AMT-DISP         DELIMITED BY SIZE
1208IP        INTO WS-RECEIPT-LINE
1208IP      END-STRING
1208IP      PERFORM 2235-WRITE-RECEIPT-LINE
1208IP      .

1208IP**   NEXT OPEN INSTALLMENT OF THE PATRON'S CURRENT PLAN, IF ANY
1208IP 2540-SHOW-PLAN.
1208IP      MOVE '2540-SHOW-PLAN' TO ERR-LOC

1208IP      MOVE SPACES TO FPLNSTO
1208IP      MOVE WS-PATRON-ID TO TBLPPL-PATRON-ID

1208IP      EXEC SQL
1208IP           SELECT PL.PLAN_ID, PL.MISSED_COUNT,
1208IP                  CHAR(PI.DUE_DATE, ISO), PI.MIN_AMOUNT
1208IP             INTO :TBLPPL-PLAN-ID, :TBLPPL-MISSED-COUNT,
1208IP                  :TBLPPI-DUE-DATE, :TBLPPI-MIN-AMOUNT
1208IP             FROM IBMUSER.PAY_PLANS PL,
1208IP                  IBMUSER.PAY_PLAN_INST PI
1208IP            WHERE PL.PATRON_ID = :TBLPPL-PATRON-ID
1208IP              AND PL.PLAN_STATUS = 'A'
1208IP              AND PI.PLAN_ID = PL.PLAN_ID
1208IP              AND PI.INST_STATUS = 'O'
1208IP            ORDER BY PI.INST_NO
1208IP            FETCH FIRST 1 ROW ONLY
1208IP      END-EXEC

1208IP      MOVE SQLCODE TO EVAL-CODE
1208IP      EVALUATE TRUE
1208IP          WHEN ERR-OK
1208IP               MOVE TBLPPL-PLAN-ID      TO WS-PLAN-ID-DISP
1208IP               MOVE TBLPPI-MIN-AMOUNT   TO WS-AMT-DISP
1208IP               MOVE TBLPPL-MISSED-COUNT TO WS-PLAN-MIS-DISP
1208IP               STRING 'PLAN '           DELIMITED BY SIZE
1208IP                      WS-PLAN-ID-DISP   DELIMITED BY SIZE
1208IP                      ' NEXT '          DELIMITED BY SIZE
1208IP                      WS-AMT-DISP       DELIMITED BY SIZE
1208IP                      ' DUE '           DELIMITED BY SIZE
1208IP                      TBLPPI-DUE-DATE   DELIMITED BY SIZE
1208IP                      ' MISSED '        DELIMITED BY SIZE
1208IP                      WS-PLAN-MIS-DISP  DELIMITED BY SIZE
1208IP                 INTO FPLNSTO
1208IP               END-STRING
1208IP          WHEN SQL-NOTFOUND
1208IP               CONTINUE
1208IP          WHEN OTHER
1208IP               MOVE 'SELECT PAY_PLANS NEXT' TO ERR-MSG
1208IP               PERFORM 9999-ERROR-HANDLING
1208IP      END-EVALUATE
1208IP      .
0907PJ 8000-GET-OPERATOR-ID.
0907PJ      MOVE '8000-GET-OPERATOR-ID' TO ERR-LOC

