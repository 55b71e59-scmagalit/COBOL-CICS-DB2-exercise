      *   EXPORT RAN BEFORE THE FINANCE DEADLINE                       *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   20,2020 - NEW RV RENTAL BUCKET: RENTAL FEES      (1220RT)*
      *               X TAKEN (CHARGE_TYPE 'T' - SEE LOANTRN           *
      *               X 1220RT) GO TO THEIR OWN GL LINE AND            *
      *               X COME OUT OF PD AND PP                          *
      * DEC   08,2020 - NEW PP PLAN-PAID BUCKET: PAYMENTS BY   (1208IP)*
      *               X A PATRON ON AN INSTALLMENT PLAN (FINE_         *
      *               X PAYS PLAN_ID SET) COME OUT OF PD AND           *
      *               X ARE SENT APART                                 *
      * NOV   02,2020 - NEW RF REFUNDED BUCKET: LOST-RETURN    (1102RF)*
      *               X REFUNDS PAID BACK OUT (FINE_PAYS TYPE          *
      *               X 'R', SEE RFNDTRN) BY MONTH OF PAYMENT,         *
      *               X SO FINANCE CAN REVERSE THE REVENUE             *
      * SEP   08,2020 - INITIAL VERSION                        (0908FX)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *                                                                *
      * EXPORT RECORD LAYOUT (FINEXPOP, 80 BYTES):                     *
      *   1     'D' DETAIL / 'C' CONTROL (CTL IN 1-3)                  *
1220RT*   2     CHARGE TYPE (O OVERDUE / R REPLACEMENT / T RENTAL ...) *
1220RT*   3-4   BUCKET (AS/PD/WV/OS/RF/PP/RV)                          *
1102RF*         RF = REFUNDED - MONEY PAID BACK OUT, POSITIVE AMOUNT   *
1208IP*         PP = PLAN PAID - PAYMENTS UNDER A PAYMENT PLAN,        *
1208IP*              NOT INCLUDED IN PD                                *
1220RT*         RV = RENTAL - RENTAL FEES PAID (PLAN OR NOT), NOT IN   *
1220RT*              PD OR PP                                          *
      *   5-11  PERIOD YYYY-MM                                         *
      *   12-20 RECORD COUNT                                           *
      *   21-31 AMOUNT 9(9)V99 (ZONED, IMPLIED DECIMALS)               *
      * 2100-EXPORT-ASSESSED           2900-WRITE-CONTROL-REC          *
      * 2105-FETCH-ONE-AS              3000-CLEANUP                    *
      * 2110-WRITE-DETAIL              3100-CLOSE-FILE                 *
1102RF* 2500-EXPORT-REFUNDS            9999-ERROR-HANDLING             *
1102RF* 2505-FETCH-ONE-RF              9999-TERMINATE                  *
1208IP* 2600-EXPORT-PLAN-PAID                                          *
1208IP* 2605-FETCH-ONE-PP                                              *
1220RT* 2700-EXPORT-RENTAL                                             *
1220RT* 2705-FETCH-ONE-RV                                              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
                 INNER JOIN IBMUSER.FINES F
                    ON P.FINE_ID = F.FINE_ID
                 WHERE P.PAY_TYPE = 'P'
1208IP             AND P.PLAN_ID IS NULL
1220RT             AND F.CHARGE_TYPE <> 'T'
                   AND DATE(P.PAY_TS) >= DATE(:WS-FROM-DATE)
                   AND DATE(P.PAY_TS) < DATE(:WS-FROM-DATE)
                       + 1 MONTH
                 ORDER BY CHARGE_TYPE
           END-EXEC.

1102RF**   REFUND ROWS CARRY A NEGATIVE PAY_AMOUNT; THE INTERFACE
1102RF**   AMOUNT IS UNSIGNED, SO THE RF BUCKET IS SENT POSITIVE
1102RF     EXEC SQL DECLARE CURFXRF CURSOR FOR
1102RF          SELECT F.CHARGE_TYPE
1102RF                ,COUNT(*)
1102RF                ,SUM(0 - P.PAY_AMOUNT)
1102RF            FROM IBMUSER.FINE_PAYS P
1102RF           INNER JOIN IBMUSER.FINES F
1102RF              ON P.FINE_ID = F.FINE_ID
1102RF           WHERE P.PAY_TYPE = 'R'
1102RF             AND DATE(P.PAY_TS) >= DATE(:WS-FROM-DATE)
1102RF             AND DATE(P.PAY_TS) < DATE(:WS-FROM-DATE)
1102RF                 + 1 MONTH
1102RF           GROUP BY F.CHARGE_TYPE
1102RF           ORDER BY F.CHARGE_TYPE
1102RF     END-EXEC.
1208IP
1208IP**   PAYMENTS TAKEN UNDER AN INSTALLMENT PLAN (SEE FINETRN PF8)
1208IP**   ARE SENT AS THEIR OWN BUCKET, NOT IN PD
1208IP     EXEC SQL DECLARE CURFXPP CURSOR FOR
1208IP          SELECT F.CHARGE_TYPE
1208IP                ,COUNT(*)
1208IP                ,SUM(P.PAY_AMOUNT)
1208IP            FROM IBMUSER.FINE_PAYS P
1208IP           INNER JOIN IBMUSER.FINES F
1208IP              ON P.FINE_ID = F.FINE_ID
1208IP           WHERE P.PAY_TYPE = 'P'
1208IP             AND P.PLAN_ID IS NOT NULL
1220RT             AND F.CHARGE_TYPE <> 'T'
1208IP             AND DATE(P.PAY_TS) >= DATE(:WS-FROM-DATE)
1208IP             AND DATE(P.PAY_TS) < DATE(:WS-FROM-DATE)
1208IP                 + 1 MONTH
1208IP           GROUP BY F.CHARGE_TYPE
1208IP           ORDER BY F.CHARGE_TYPE
1208IP     END-EXEC.
1220RT
1220RT**   RENTAL FEES (CHARGE_TYPE 'T') ARE REVENUE, NOT FINES -
1220RT**   FINANCE POSTS THEM TO THEIR OWN GL LINE
1220RT     EXEC SQL DECLARE CURFXRV CURSOR FOR
1220RT          SELECT F.CHARGE_TYPE
1220RT                ,COUNT(*)
1220RT                ,SUM(P.PAY_AMOUNT)
1220RT            FROM IBMUSER.FINE_PAYS P
1220RT           INNER JOIN IBMUSER.FINES F
1220RT              ON P.FINE_ID = F.FINE_ID
1220RT           WHERE P.PAY_TYPE = 'P'
1220RT             AND F.CHARGE_TYPE = 'T'
1220RT             AND DATE(P.PAY_TS) >= DATE(:WS-FROM-DATE)
1220RT             AND DATE(P.PAY_TS) < DATE(:WS-FROM-DATE)
1220RT                 + 1 MONTH
1220RT           GROUP BY F.CHARGE_TYPE
1220RT           ORDER BY F.CHARGE_TYPE
1220RT     END-EXEC.

      *--------------------------------------------------------------*
      * LS-PARM HOLDS THE BATCH PARM CARD (SEE HEADER FOR GRAMMAR)    *
      *--------------------------------------------------------------*
            PERFORM 2200-EXPORT-PAID
            PERFORM 2300-EXPORT-WAIVED
            PERFORM 2400-EXPORT-OUTSTANDING
1102RF      PERFORM 2500-EXPORT-REFUNDS
1208IP      PERFORM 2600-EXPORT-PLAN-PAID
1220RT      PERFORM 2700-EXPORT-RENTAL
            PERFORM 2900-WRITE-CONTROL-REC

            DISPLAY WS-DETAIL-CNTR ' EXPORT DETAIL RECORDS WRITTEN'
            END-EVALUATE
            .

1102RF 2500-EXPORT-REFUNDS.
1102RF      MOVE '2500-EXPORT-REFUNDS' TO ERR-LOC
1102RF
1102RF      MOVE 'RF' TO WS-BUCKET
1102RF      EXEC SQL OPEN CURFXRF END-EXEC
1102RF      MOVE SQLCODE TO EVAL-CODE
1102RF      IF NOT ERR-OK
1102RF         MOVE 'OPEN CURFXRF' TO ERR-MSG
1102RF         PERFORM 9999-ERROR-HANDLING
1102RF      END-IF
1102RF
1102RF      INITIALIZE EVAL-CODE
1102RF      PERFORM 2505-FETCH-ONE-RF UNTIL SQL-EOC
1102RF
1102RF      EXEC SQL CLOSE CURFXRF END-EXEC
1102RF      MOVE SQLCODE TO EVAL-CODE
1102RF      IF NOT ERR-OK
1102RF         MOVE 'CLOSE CURFXRF' TO ERR-MSG
1102RF         PERFORM 9999-ERROR-HANDLING
1102RF      END-IF
1102RF      .
1102RF
1102RF 2505-FETCH-ONE-RF.
1102RF      MOVE '2505-FETCH-ONE-RF' TO ERR-LOC
1102RF
1102RF      EXEC SQL
1102RF           FETCH CURFXRF
1102RF            INTO :WS-GRP-CHARGE, :WS-GRP-COUNT,
1102RF                 :WS-GRP-AMT
1102RF      END-EXEC
1102RF
1102RF      MOVE SQLCODE TO EVAL-CODE
1102RF      EVALUATE TRUE
1102RF          WHEN ERR-OK
1102RF               PERFORM 2110-WRITE-DETAIL
1102RF          WHEN SQL-EOC
1102RF               CONTINUE
1102RF          WHEN OTHER
1102RF               MOVE 'FETCH CURFXRF' TO ERR-MSG
1102RF               PERFORM 9999-ERROR-HANDLING
1102RF      END-EVALUATE
1102RF      .
1208IP
1208IP 2600-EXPORT-PLAN-PAID.
1208IP      MOVE '2600-EXPORT-PLAN-PAID' TO ERR-LOC
1208IP
1208IP      MOVE 'PP' TO WS-BUCKET
1208IP      EXEC SQL OPEN CURFXPP END-EXEC
1208IP      MOVE SQLCODE TO EVAL-CODE
1208IP      IF NOT ERR-OK
1208IP         MOVE 'OPEN CURFXPP' TO ERR-MSG
1208IP         PERFORM 9999-ERROR-HANDLING
1208IP      END-IF
1208IP
1208IP      INITIALIZE EVAL-CODE
1208IP      PERFORM 2605-FETCH-ONE-PP UNTIL SQL-EOC
1208IP
1208IP      EXEC SQL CLOSE CURFXPP END-EXEC
1208IP      MOVE SQLCODE TO EVAL-CODE
1208IP      IF NOT ERR-OK
1208IP         MOVE 'CLOSE CURFXPP' TO ERR-MSG
1208IP         PERFORM 9999-ERROR-HANDLING
1208IP      END-IF
1208IP      .
1208IP
1208IP 2605-FETCH-ONE-PP.
1208IP      MOVE '2605-FETCH-ONE-PP' TO ERR-LOC
1208IP
1208IP      EXEC SQL
1208IP           FETCH CURFXPP
1208IP            INTO :WS-GRP-CHARGE, :WS-GRP-COUNT,
1208IP                 :WS-GRP-AMT
1208IP      END-EXEC
1208IP
1208IP      MOVE SQLCODE TO EVAL-CODE
1208IP      EVALUATE TRUE
1208IP          WHEN ERR-OK
1208IP               PERFORM 2110-WRITE-DETAIL
1208IP          WHEN SQL-EOC
1208IP               CONTINUE
1208IP          WHEN OTHER
1208IP               MOVE 'FETCH CURFXPP' TO ERR-MSG
1208IP               PERFORM 9999-ERROR-HANDLING
1208IP      END-EVALUATE
1208IP      .
1220RT
1220RT 2700-EXPORT-RENTAL.
1220RT      MOVE '2700-EXPORT-RENTAL' TO ERR-LOC
1220RT
1220RT      MOVE 'RV' TO WS-BUCKET
1220RT      EXEC SQL OPEN CURFXRV END-EXEC
1220RT      MOVE SQLCODE TO EVAL-CODE
1220RT      IF NOT ERR-OK
1220RT         MOVE 'OPEN CURFXRV' TO ERR-MSG
1220RT         PERFORM 9999-ERROR-HANDLING
1220RT      END-IF
1220RT
1220RT      INITIALIZE EVAL-CODE
1220RT      PERFORM 2705-FETCH-ONE-RV UNTIL SQL-EOC
1220RT
1220RT      EXEC SQL CLOSE CURFXRV END-EXEC
1220RT      MOVE SQLCODE TO EVAL-CODE
1220RT      IF NOT ERR-OK
1220RT         MOVE 'CLOSE CURFXRV' TO ERR-MSG
1220RT         PERFORM 9999-ERROR-HANDLING
1220RT      END-IF
1220RT      .
1220RT
1220RT 2705-FETCH-ONE-RV.
1220RT      MOVE '2705-FETCH-ONE-RV' TO ERR-LOC
1220RT
1220RT      EXEC SQL
1220RT           FETCH CURFXRV
1220RT            INTO :WS-GRP-CHARGE, :WS-GRP-COUNT,
1220RT                 :WS-GRP-AMT
1220RT      END-EXEC
1220RT
1220RT      MOVE SQLCODE TO EVAL-CODE
1220RT      EVALUATE TRUE
1220RT          WHEN ERR-OK
1220RT               PERFORM 2110-WRITE-DETAIL
1220RT          WHEN SQL-EOC
1220RT               CONTINUE
1220RT          WHEN OTHER
1220RT               MOVE 'FETCH CURFXRV' TO ERR-MSG
1220RT               PERFORM 9999-ERROR-HANDLING
1220RT      END-EVALUATE
1220RT      .

       2900-WRITE-CONTROL-REC.
            MOVE '2900-WRITE-CONTROL-REC' TO ERR-LOC

