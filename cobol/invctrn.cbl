      *   - PF9 APPROVES THE INVOICE FOR PAYMENT: A CLEAN INVOICE      *
      *     NEEDS UPDATE AUTHORITY (AUTHCHK 'U'); ONE WITH FLAGGED     *
      *     LINES NEEDS A SUPERVISOR ('S')                             *
1113SD*   - PF9 IS REFUSED TO AN OPERATOR WHO ORDERED OR RECEIVED ANY  *
1113SD*     PO LINE MATCHED ON THE INVOICE (ACQTRN ORDERED_BY/         *
1113SD*     RECEIVED_BY); A TOTAL ABOVE THE APPROVER'S OPER_AUTH       *
1113SD*     APPROVE_LIMIT STOPS AT 'P' UNTIL A DIFFERENT OPERATOR      *
1113SD*     GIVES THE SECOND APPROVAL - SEE SODRPT FOR THE MONTHLY     *
1113SD*     EXCEPTIONS                                                 *
1216RT* - CREDIT MEMOS: PF5 WITH TYPE C ENTERS A CREDIT MEMO HEADER    *
1216RT*   (TYPE I OR BLANK IS AN INVOICE). EACH PF6 LINE MUST MATCH A  *
1216RT*   LINE RETURNED TO THE SAME VENDOR (ACQTRN PF7, VEND_RETURNS)  *
1216RT*   THAT IS STILL AWAITING CREDIT - QUANTITY WITHIN THE RETURN,  *
1216RT*   PRICE WITHIN TOLERANCE OF THE RETURNED UNIT PRICE - AND      *
1216RT*   MARKS THE RETURN MATCHED. PF9 APPROVES A MEMO THE SAME WAY   *
1216RT*   AS AN INVOICE; THE FINAL APPROVAL POSTS THE CREDIT BACK OFF  *
1216RT*   THE FUND'S SPENT_AMT AND MARKS THE RETURNS CREDITED          *
      * - SEE INVCRPT FOR THE APPROVED-FOR-PAYMENT REPORT              *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   16,2020 - CREDIT MEMOS (TYPE C) MATCHED TO LINES (1216RT)*
      *               X RETURNED TO THE VENDOR; APPROVAL POSTS         *
      *               X THE CREDIT BACK TO THE FUND'S SPENT            *
      * NOV   13,2020 - SEPARATION OF DUTIES: APPROVER AND     (1113SD)*
      *               X SECOND APPROVER RECORDED ON THE HEADER;        *
      *               X NO APPROVAL BY WHOEVER ORDERED OR              *
      *               X RECEIVED A MATCHED PO LINE; OVER THE           *
      *               X OPER_AUTH APPROVE_LIMIT NEEDS A SECOND         *
      *               X APPROVER                                       *
      * OCT   07,2020 - INITIAL VERSION                        (1007IV)*
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.VEND_INVC (I/O) - INVOICE HEADERS (SEE DCLINV)         *
      * IBMUSER.VEND_INVL (I/O) - INVOICE LINES (SEE DCLIVL)           *
1113SD* IBMUSER.PO_LINES  (I)   - ORDERED_BY/RECEIVED_BY (SEE DCLPLN)  *
1113SD* IBMUSER.OPER_AUTH (I)   - APPROVE_LIMIT (SEE DCLOPAU)          *
1216RT* IBMUSER.VEND_RETURNS (I/O) - RETURNS CREDITED (SEE DCLVRT)     *
1216RT* IBMUSER.FUNDS     (I/O) - SPENT_AMT CREDITED (SEE DCLFND)      *
      *                                                                *
      * 0000-MAIN                      2300-ADD-LINE                   *
      * 1000-SEND-BLANK-MAP            2310-MATCH-LINE                 *
      * 2200-ENTER-HEADER              8000-GET-OPERATOR-ID            *
      * 8100-GET-NEXT-ID               9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
1113SD* 2410-CHECK-CONFLICT            2420-GET-APPROVE-LIMIT          *
1113SD* 2430-RECORD-APPROVAL                                           *
1216RT* 2320-MATCH-CREDIT              2440-POST-CREDIT                *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
           05  WS-INFO-LINE         PIC X(60)         VALUE SPACES.
           05  WS-TOTAL-DISP        PIC ZZZ,ZZ9.99.
           05  WS-CNT-DISP          PIC ZZ9.
1113SD     05  WS-CONFLICT-COUNT    PIC S9(09) COMP   VALUE 0.
1113SD     05  WS-APPROVE-LIMIT     PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  INVOICE-FOUND                      VALUE 1.
1216RT     05  WS-INVC-TYPE         PIC X             VALUE SPACE.
1216RT         88  TYPE-INVOICE                       VALUE 'I'.
1216RT         88  TYPE-CREDIT                        VALUE 'C'.
1216RT     05  WS-RTN-UNIT-PRICE    PIC S9(5)V9(2) COMP-3 VALUE 0.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
           EXEC SQL INCLUDE DCLINV END-EXEC.
           EXEC SQL INCLUDE DCLIVL END-EXEC.
           EXEC SQL INCLUDE DCLPLN END-EXEC.
1113SD     EXEC SQL INCLUDE DCLOPAU END-EXEC.
1216RT     EXEC SQL INCLUDE DCLVRT  END-EXEC.

       01  WS-COMMAREA.
           05  LS-DUMMY-FLAG        PIC X             VALUE 'Y'.

               EXEC SQL
                    SELECT VENDOR_ID, INVC_NO, INVC_DATE,
1113SD                     INVC_STATUS, APPROVED_BY
1216RT                    ,INVC_TYPE
                      INTO :TBLINV-VENDOR-ID, :TBLINV-INVC-NO,
                           :TBLINV-INVC-DATE, :TBLINV-INVC-STATUS,
1113SD                     :TBLINV-APPROVED-BY
1216RT                    ,:TBLINV-INVC-TYPE
                      FROM IBMUSER.VEND_INVC
                     WHERE INVC_ID = :TBLINV-INVC-ID
               END-EXEC
                        SET INVOICE-FOUND TO TRUE
                        MOVE TBLINV-VENDOR-ID TO IVVNDO
                        MOVE TBLINV-INVC-NO-TEXT TO IVNOO
1216RT                  MOVE TBLINV-INVC-TYPE TO IVTYPO

                        EXEC SQL
                             SELECT COUNT(*),
                           END-STRING
                        END-IF
                        MOVE WS-INFO-LINE TO IVINFOO
1216RT                  IF TBLINV-INVC-TYPE = 'C'
1216RT                     MOVE 'CREDIT MEMO - PF6 LINE, PF9 APPROVE'
1216RT                       TO MSGLNO
1216RT                  ELSE
                        MOVE 'INVOICE SHOWN - PF6 LINE, PF9 APPROVE'
                          TO MSGLNO
1216RT                  END-IF
                   WHEN SQL-NOTFOUND
                        MOVE SPACES TO IVVNDO IVNOO IVINFOO
1216RT                                 IVTYPO
                        MOVE 'INVOICE NOT FOUND' TO MSGLNO
                   WHEN OTHER
                        MOVE 'SELECT VEND_INVC' TO ERR-MSG
       2200-ENTER-HEADER.
            MOVE '2200-ENTER-HEADER' TO ERR-LOC

1216RT      MOVE FUNCTION UPPER-CASE (IVTYPI) TO WS-INVC-TYPE
1216RT      IF WS-INVC-TYPE = SPACE OR LOW-VALUE
1216RT         MOVE 'I' TO WS-INVC-TYPE
1216RT      END-IF

            EVALUATE TRUE
1216RT          WHEN NOT TYPE-INVOICE AND NOT TYPE-CREDIT
1216RT               MOVE 'TYPE: I INVOICE OR C CREDIT MEMO' TO MSGLNO
                WHEN FUNCTION TRIM (IVVNDI) = SPACES
                     MOVE 'VENDOR ID IS REQUIRED' TO MSGLNO
                WHEN FUNCTION TRIM (IVNOI) = SPACES
                        EXEC SQL
                             INSERT INTO IBMUSER.VEND_INVC
                                    (INVC_ID, VENDOR_ID, INVC_NO,
1113SD                               INVC_DATE, INVC_STATUS,
1113SD                               APPROVED_BY, APPROVED_TS,
1113SD                               SECOND_BY, OVERRIDE_SW,
1216RT                               INVC_TYPE)
                             VALUES (:TBLINV-INVC-ID,
                                     :TBLINV-VENDOR-ID,
                                     :TBLINV-INVC-NO,
1113SD                               CURRENT DATE, 'E',
1113SD                               '', NULL, '', 'N',
1216RT                               :WS-INVC-TYPE)
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        END-IF

                        MOVE WS-INVC-ID TO IVIDO
1216RT                  MOVE WS-INVC-TYPE TO IVTYPO
1216RT                  IF TYPE-CREDIT
1216RT                     MOVE 'CREDIT MEMO ENTERED - PF6 ADDS LINES'
1216RT                       TO MSGLNO
1216RT                  ELSE
                        MOVE 'INVOICE HEADER ENTERED - PF6 ADDS LINES'
                          TO MSGLNO
1216RT                  END-IF
                     END-IF
            END-EVALUATE
            .
                     MOVE FUNCTION NUMVAL (IVPRCI)
                       TO TBLIVL-INV-PRICE

1216RT**             A CREDIT MEMO LINE MATCHES A RETURN, NOT A
1216RT**             RECEIPT
1216RT               MOVE WS-INVC-ID TO TBLINV-INVC-ID
1216RT               EXEC SQL
1216RT                    SELECT VENDOR_ID, INVC_TYPE
1216RT                      INTO :TBLINV-VENDOR-ID, :TBLINV-INVC-TYPE
1216RT                      FROM IBMUSER.VEND_INVC
1216RT                     WHERE INVC_ID = :TBLINV-INVC-ID
1216RT               END-EXEC

1216RT               MOVE SQLCODE TO EVAL-CODE
1216RT               EVALUATE TRUE
1216RT                   WHEN ERR-OK AND TBLINV-INVC-TYPE = 'C'
1216RT                        PERFORM 2320-MATCH-CREDIT
1216RT                   WHEN ERR-OK
1216RT                        PERFORM 2310-MATCH-LINE
1216RT                   WHEN SQL-NOTFOUND
1216RT                        MOVE 'INVOICE NOT FOUND' TO MSGLNO
1216RT                   WHEN OTHER
1216RT                        MOVE 'SELECT VEND_INVC TYPE' TO ERR-MSG
1216RT                        PERFORM 9999-ERROR-HANDLING
1216RT               END-EVALUATE
            END-EVALUATE
            .

               EXEC SQL
                    INSERT INTO IBMUSER.VEND_INVL
                           (INVC_ID, LINE_NO, PO_ID, PO_LINE_NO,
1216RT                      INV_QTY, INV_PRICE, MATCH_FLAG, RTN_ID)
                    VALUES (:TBLIVL-INVC-ID, :TBLIVL-LINE-NO,
                            :TBLIVL-PO-ID, :TBLIVL-PO-LINE-NO,
                            :TBLIVL-INV-QTY, :TBLIVL-INV-PRICE,
1216RT                      :TBLIVL-MATCH-FLAG, NULL)
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
            END-IF
            .

1216RT*--------------------------------------------------------------*
1216RT* A CREDIT MEMO LINE: THE PO LINE MUST HAVE BEEN RETURNED TO    *
1216RT* THIS VENDOR (ACQTRN PF7) AND STILL BE AWAITING CREDIT. THE    *
1216RT* QUANTITY MAY NOT EXCEED THE RETURN AND THE PRICE MUST SIT     *
1216RT* WITHIN TOLERANCE OF THE RETURNED UNIT PRICE, ELSE 'N'         *
1216RT*--------------------------------------------------------------*
1216RT 2320-MATCH-CREDIT.
1216RT      MOVE '2320-MATCH-CREDIT' TO ERR-LOC

1216RT      MOVE TBLIVL-PO-ID      TO TBLVRT-PO-ID
1216RT      MOVE TBLIVL-PO-LINE-NO TO TBLVRT-LINE-NO
1216RT      MOVE TBLINV-VENDOR-ID  TO TBLVRT-VENDOR-ID

1216RT      EXEC SQL
1216RT           SELECT RTN_ID, RTN_QTY, RTN_AMT
1216RT             INTO :TBLVRT-RTN-ID, :TBLVRT-RTN-QTY,
1216RT                  :TBLVRT-RTN-AMT
1216RT             FROM IBMUSER.VEND_RETURNS
1216RT            WHERE PO_ID      = :TBLVRT-PO-ID
1216RT              AND LINE_NO    = :TBLVRT-LINE-NO
1216RT              AND VENDOR_ID  = :TBLVRT-VENDOR-ID
1216RT              AND RTN_STATUS = 'A'
1216RT            ORDER BY RTN_ID
1216RT            FETCH FIRST 1 ROW ONLY
1216RT      END-EXEC

1216RT      MOVE SQLCODE TO EVAL-CODE
1216RT      EVALUATE TRUE
1216RT          WHEN ERR-OK
1216RT               CONTINUE
1216RT          WHEN SQL-NOTFOUND
1216RT               MOVE 'NO RETURN AWAITING CREDIT ON THAT LINE'
1216RT                 TO MSGLNO
1216RT          WHEN OTHER
1216RT               MOVE 'SELECT VEND_RETURNS' TO ERR-MSG
1216RT               PERFORM 9999-ERROR-HANDLING
1216RT      END-EVALUATE

1216RT      IF ERR-OK
1216RT         MOVE SPACES TO WS-MATCH-MSG
1216RT         MOVE 'Y' TO TBLIVL-MATCH-FLAG

1216RT         COMPUTE WS-RTN-UNIT-PRICE ROUNDED =
1216RT                 TBLVRT-RTN-AMT / TBLVRT-RTN-QTY
1216RT         COMPUTE WS-PRICE-DIFF = TBLIVL-INV-PRICE
1216RT                               - WS-RTN-UNIT-PRICE
1216RT         IF WS-PRICE-DIFF < 0
1216RT            COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
1216RT         END-IF

1216RT         EVALUATE TRUE
1216RT             WHEN TBLIVL-INV-QTY > TBLVRT-RTN-QTY
1216RT                  MOVE 'N' TO TBLIVL-MATCH-FLAG
1216RT                  MOVE 'QUANTITY EXCEEDS THE RETURN'
1216RT                    TO WS-MATCH-MSG
1216RT             WHEN WS-PRICE-DIFF > WS-PRICE-TOL
1216RT                  MOVE 'N' TO TBLIVL-MATCH-FLAG
1216RT                  MOVE 'PRICE OUTSIDE TOLERANCE'
1216RT                    TO WS-MATCH-MSG
1216RT             WHEN OTHER
1216RT                  MOVE 'CREDIT MATCHES THE RETURN'
1216RT                    TO WS-MATCH-MSG
1216RT         END-EVALUATE

1216RT         EXEC SQL
1216RT              SELECT COALESCE(MAX(LINE_NO), 0) + 1
1216RT                INTO :WS-LINE-NO
1216RT                FROM IBMUSER.VEND_INVL
1216RT               WHERE INVC_ID = :TBLIVL-INVC-ID
1216RT         END-EXEC

1216RT         MOVE SQLCODE TO EVAL-CODE
1216RT         IF NOT ERR-OK
1216RT            MOVE 'SELECT NEXT INV LINE' TO ERR-MSG
1216RT            PERFORM 9999-ERROR-HANDLING
1216RT         END-IF

1216RT         MOVE WS-LINE-NO    TO TBLIVL-LINE-NO
1216RT         MOVE TBLVRT-RTN-ID TO TBLIVL-RTN-ID

1216RT         EXEC SQL
1216RT              INSERT INTO IBMUSER.VEND_INVL
1216RT                     (INVC_ID, LINE_NO, PO_ID, PO_LINE_NO,
1216RT                      INV_QTY, INV_PRICE, MATCH_FLAG, RTN_ID)
1216RT              VALUES (:TBLIVL-INVC-ID, :TBLIVL-LINE-NO,
1216RT                      :TBLIVL-PO-ID, :TBLIVL-PO-LINE-NO,
1216RT                      :TBLIVL-INV-QTY, :TBLIVL-INV-PRICE,
1216RT                      :TBLIVL-MATCH-FLAG, :TBLIVL-RTN-ID)
1216RT         END-EXEC

1216RT         MOVE SQLCODE TO EVAL-CODE
1216RT         IF NOT ERR-OK
1216RT            MOVE 'INSERT VEND_INVL CREDIT' TO ERR-MSG
1216RT            PERFORM 9999-ERROR-HANDLING
1216RT         END-IF

1216RT**       THE RETURN IS SPOKEN FOR - NO SECOND MEMO CAN MATCH IT
1216RT         MOVE TBLIVL-INVC-ID TO TBLVRT-CREDIT-INVC-ID
1216RT         EXEC SQL
1216RT              UPDATE IBMUSER.VEND_RETURNS
1216RT                 SET RTN_STATUS     = 'M',
1216RT                     CREDIT_INVC_ID = :TBLVRT-CREDIT-INVC-ID
1216RT               WHERE RTN_ID = :TBLVRT-RTN-ID
1216RT         END-EXEC

1216RT         MOVE SQLCODE TO EVAL-CODE
1216RT         IF NOT ERR-OK
1216RT            MOVE 'UPDATE VEND_RETURNS MATCH' TO ERR-MSG
1216RT            PERFORM 9999-ERROR-HANDLING
1216RT         END-IF

1216RT         PERFORM 2100-SHOW-INVOICE
1216RT         MOVE WS-MATCH-MSG TO MSGLNO
1216RT      END-IF
1216RT      .

       2400-APPROVE-INVOICE.
            MOVE '2400-APPROVE-INVOICE' TO ERR-LOC

            PERFORM 2100-SHOW-INVOICE

1113SD      MOVE 0 TO WS-CONFLICT-COUNT
1113SD      IF INVOICE-FOUND
1113SD         PERFORM 8000-GET-OPERATOR-ID
1113SD         PERFORM 2410-CHECK-CONFLICT
1113SD      END-IF

            EVALUATE TRUE
                WHEN NOT INVOICE-FOUND
                     CONTINUE
1113SD          WHEN TBLINV-INVC-STATUS NOT = 'E'
1113SD           AND TBLINV-INVC-STATUS NOT = 'P'
                     MOVE 'INVOICE IS NOT OPEN FOR APPROVAL'
                       TO MSGLNO
                WHEN WS-LINE-COUNT = 0
                     MOVE 'NOTHING TO APPROVE - NO LINES'
                       TO MSGLNO
1113SD          WHEN WS-CONFLICT-COUNT > 0
1113SD               MOVE 'YOU ORDERED OR RECEIVED A LINE ON IT'
1113SD                 TO MSGLNO
1113SD          WHEN TBLINV-INVC-STATUS = 'P'
1113SD           AND TBLINV-APPROVED-BY-TEXT = WS-SIGNON-USERID
1113SD               MOVE 'A DIFFERENT OPERATOR MUST GIVE 2ND APPROVAL'
1113SD                 TO MSGLNO
                WHEN OTHER
0802OI               MOVE WS-SIGNON-USERID TO WS-OPERATOR-ID
                     MOVE 0 TO WS-AUTHORIZED-SW

                        MOVE 'NOT AUTHORIZED TO APPROVE THIS ONE'
                          TO MSGLNO
                     ELSE
1113SD                  PERFORM 2430-RECORD-APPROVAL
                     END-IF
            END-EVALUATE
            .

1113SD*--------------------------------------------------------------*
1113SD* NO APPROVAL BY AN OPERATOR WHO ORDERED OR RECEIVED ANY PO     *
1113SD* LINE MATCHED ON THIS INVOICE                                  *
1113SD*--------------------------------------------------------------*
1113SD 2410-CHECK-CONFLICT.
1113SD      MOVE '2410-CHECK-CONFLICT' TO ERR-LOC

1113SD      MOVE WS-SIGNON-USERID TO TBLPLN-ORDERED-BY-TEXT
1113SD      MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-SIGNON-USERID))
1113SD        TO TBLPLN-ORDERED-BY-LEN

1113SD      EXEC SQL
1113SD           SELECT COUNT(*)
1113SD             INTO :WS-CONFLICT-COUNT
1113SD             FROM IBMUSER.VEND_INVL V,
1113SD                  IBMUSER.PO_LINES  L
1113SD            WHERE V.INVC_ID    = :TBLINV-INVC-ID
1113SD              AND L.PO_ID      = V.PO_ID
1113SD              AND L.LINE_NO    = V.PO_LINE_NO
1113SD              AND (L.ORDERED_BY  = :TBLPLN-ORDERED-BY
1113SD                OR L.RECEIVED_BY = :TBLPLN-ORDERED-BY)
1113SD      END-EXEC

1113SD      MOVE SQLCODE TO EVAL-CODE
1113SD      IF NOT ERR-OK
1113SD         MOVE 'SELECT COUNT CONFLICT' TO ERR-MSG
1113SD         PERFORM 9999-ERROR-HANDLING
1113SD      END-IF
1113SD      .

1113SD 2420-GET-APPROVE-LIMIT.
1113SD      MOVE '2420-GET-APPROVE-LIMIT' TO ERR-LOC

1113SD      MOVE FUNCTION UPPER-CASE
1113SD             (FUNCTION TRIM (WS-SIGNON-USERID))
1113SD        TO TBLOAU-OPERATOR-ID-TEXT
1113SD      MOVE FUNCTION LENGTH
1113SD             (FUNCTION TRIM (WS-SIGNON-USERID))
1113SD        TO TBLOAU-OPERATOR-ID-LEN

1113SD      EXEC SQL
1113SD           SELECT APPROVE_LIMIT
1113SD             INTO :TBLOAU-APPROVE-LIMIT
1113SD             FROM IBMUSER.OPER_AUTH
1113SD            WHERE OPERATOR_ID = :TBLOAU-OPERATOR-ID
1113SD      END-EXEC

1113SD      MOVE SQLCODE TO EVAL-CODE
1113SD      EVALUATE TRUE
1113SD          WHEN ERR-OK
1113SD               MOVE TBLOAU-APPROVE-LIMIT TO WS-APPROVE-LIMIT
1113SD          WHEN SQL-NOTFOUND
1113SD**             NO AUTHORITY ROW - FAIL CLOSED, LIMIT ZERO
1113SD               MOVE 0 TO WS-APPROVE-LIMIT
1113SD          WHEN OTHER
1113SD               MOVE 'SELECT OPER_AUTH' TO ERR-MSG
1113SD               PERFORM 9999-ERROR-HANDLING
1113SD      END-EVALUATE
1113SD      .

1113SD*--------------------------------------------------------------*
1113SD* FIRST APPROVAL: 'A' WITHIN THE APPROVER'S LIMIT, ELSE 'P'     *
1113SD* TO WAIT FOR A SECOND APPROVER. SECOND APPROVAL: 'A'.          *
1113SD* OVERRIDE_SW MARKS FLAGGED LINES APPROVED AS A SUPERVISOR      *
1113SD*--------------------------------------------------------------*
1113SD 2430-RECORD-APPROVAL.
1113SD      MOVE '2430-RECORD-APPROVAL' TO ERR-LOC

1113SD      MOVE WS-SIGNON-USERID TO TBLINV-APPROVED-BY-TEXT
1113SD      MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-SIGNON-USERID))
1113SD        TO TBLINV-APPROVED-BY-LEN
1113SD      IF WS-MISMATCHES > 0
1113SD         MOVE 'Y' TO TBLINV-OVERRIDE-SW
1113SD      ELSE
1113SD         MOVE 'N' TO TBLINV-OVERRIDE-SW
1113SD      END-IF

1113SD      IF TBLINV-INVC-STATUS = 'P'
1113SD         MOVE TBLINV-APPROVED-BY TO TBLINV-SECOND-BY
1113SD         EXEC SQL
1113SD              UPDATE IBMUSER.VEND_INVC
1113SD                 SET INVC_STATUS = 'A',
1113SD                     SECOND_BY   = :TBLINV-SECOND-BY,
1113SD                     OVERRIDE_SW =
1113SD                         CASE WHEN OVERRIDE_SW = 'Y' THEN 'Y'
1113SD                              ELSE :TBLINV-OVERRIDE-SW END
1113SD               WHERE INVC_ID = :TBLINV-INVC-ID
1113SD         END-EXEC
1113SD         MOVE 'A' TO TBLINV-INVC-STATUS
1113SD      ELSE
1113SD         PERFORM 2420-GET-APPROVE-LIMIT
1113SD         IF WS-INV-TOTAL > WS-APPROVE-LIMIT
1113SD            MOVE 'P' TO TBLINV-INVC-STATUS
1113SD         ELSE
1113SD            MOVE 'A' TO TBLINV-INVC-STATUS
1113SD         END-IF
1113SD         EXEC SQL
1113SD              UPDATE IBMUSER.VEND_INVC
1113SD                 SET INVC_STATUS = :TBLINV-INVC-STATUS,
1113SD                     APPROVED_BY = :TBLINV-APPROVED-BY,
1113SD                     APPROVED_TS = CURRENT TIMESTAMP,
1113SD                     OVERRIDE_SW = :TBLINV-OVERRIDE-SW
1113SD               WHERE INVC_ID = :TBLINV-INVC-ID
1113SD         END-EXEC
1113SD      END-IF

1113SD      MOVE SQLCODE TO EVAL-CODE
1113SD      IF NOT ERR-OK
1113SD         MOVE 'UPDATE VEND_INVC' TO ERR-MSG
1113SD         PERFORM 9999-ERROR-HANDLING
1113SD      END-IF

1216RT      IF TBLINV-INVC-STATUS = 'A' AND TBLINV-INVC-TYPE = 'C'
1216RT         PERFORM 2440-POST-CREDIT
1216RT      END-IF

1113SD      PERFORM 2100-SHOW-INVOICE
1113SD      IF TBLINV-INVC-STATUS = 'P'
1113SD         MOVE 'OVER YOUR LIMIT - NEEDS A SECOND APPROVER'
1113SD           TO MSGLNO
1113SD      ELSE
1113SD         MOVE 'INVOICE APPROVED FOR PAYMENT'
1113SD           TO MSGLNO
1113SD      END-IF
1216RT      IF TBLINV-INVC-STATUS = 'A' AND TBLINV-INVC-TYPE = 'C'
1216RT         MOVE 'CREDIT APPROVED - POSTED BACK TO THE FUND'
1216RT           TO MSGLNO
1216RT      END-IF
1113SD      .

1216RT*--------------------------------------------------------------*
1216RT* THE APPROVED CREDIT COMES BACK OFF WHAT THE RECEIPT SPENT ON  *
1216RT* EACH RETURNED LINE'S FUND, AND THE RETURNS ARE CREDITED       *
1216RT*--------------------------------------------------------------*
1216RT 2440-POST-CREDIT.
1216RT      MOVE '2440-POST-CREDIT' TO ERR-LOC

1216RT      EXEC SQL
1216RT           UPDATE IBMUSER.FUNDS F
1216RT              SET SPENT_AMT = F.SPENT_AMT -
1216RT                  (SELECT COALESCE(SUM(L.INV_QTY
1216RT                                     * L.INV_PRICE), 0)
1216RT                     FROM IBMUSER.VEND_INVL L
1216RT                    INNER JOIN IBMUSER.VEND_RETURNS R
1216RT                       ON R.RTN_ID = L.RTN_ID
1216RT                    WHERE L.INVC_ID   = :TBLINV-INVC-ID
1216RT                      AND R.FUND_CODE = F.FUND_CODE)
1216RT            WHERE F.FUND_CODE IN
1216RT                  (SELECT R.FUND_CODE
1216RT                     FROM IBMUSER.VEND_INVL L
1216RT                    INNER JOIN IBMUSER.VEND_RETURNS R
1216RT                       ON R.RTN_ID = L.RTN_ID
1216RT                    WHERE L.INVC_ID = :TBLINV-INVC-ID)
1216RT      END-EXEC

1216RT      MOVE SQLCODE TO EVAL-CODE
1216RT      IF NOT ERR-OK AND NOT SQL-NOTFOUND
1216RT         MOVE 'UPDATE FUNDS CREDIT' TO ERR-MSG
1216RT         PERFORM 9999-ERROR-HANDLING
1216RT      END-IF

1216RT      EXEC SQL
1216RT           UPDATE IBMUSER.VEND_RETURNS R
1216RT              SET RTN_STATUS = 'C',
1216RT                  CREDIT_AMT =
1216RT                  (SELECT COALESCE(SUM(L.INV_QTY
1216RT                                     * L.INV_PRICE), 0)
1216RT                     FROM IBMUSER.VEND_INVL L
1216RT                    WHERE L.INVC_ID = :TBLINV-INVC-ID
1216RT                      AND L.RTN_ID  = R.RTN_ID)
1216RT            WHERE R.CREDIT_INVC_ID = :TBLINV-INVC-ID
1216RT              AND R.RTN_STATUS     = 'M'
1216RT      END-EXEC

1216RT      MOVE SQLCODE TO EVAL-CODE
1216RT      IF NOT ERR-OK AND NOT SQL-NOTFOUND
1216RT         MOVE 'UPDATE VEND_RETURNS CREDIT' TO ERR-MSG
1216RT         PERFORM 9999-ERROR-HANDLING
1216RT      END-IF
1216RT      .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

