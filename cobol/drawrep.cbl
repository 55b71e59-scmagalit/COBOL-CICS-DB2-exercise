      * - WAIVERS ARE LISTED SEPARATELY (NO MONEY IN THE DRAWER) AND   *
      *   EXCLUDED FROM THE CASH-EXPECTED TOTAL                        *
      * - RUN AT CLOSING; A RERUN JUST REPRINTS THE SAME DAY           *
1102RF* - LOST-RETURN REFUNDS (FINE_PAYS TYPE 'R', NEGATIVE AMOUNT -   *
1102RF*   SEE RFNDTRN) ARE LISTED AS RFD CASH / RFD CHK; A CASH        *
1102RF*   REFUND LEFT THE DRAWER, SO IT COMES OFF CASH EXPECTED        *
1103CA* - COLLECTION AGENCY REMITTANCES POSTED BY COLLRET (TENDER 'A', *
1103CA*   OPERATOR COLLRET) ARE LISTED AS AGENCY; NONE OF IT IS CASH   *
1104CP* - PAYMENTS TAKEN BY THE CITY CASHIER OR PORTAL AND POSTED BY   *
1104CP*   CITYPAY (TENDER 'E', OPERATOR CITYPAY) ARE LISTED AS CITY    *
1204EQ* - EQUIPMENT DEPOSITS (SEE EQPTRN) ARE JOURNALED AS PAY_TYPE    *
1204EQ*   'D' WHEN TAKEN AND 'B' (NEGATIVE) WHEN GIVEN BACK, LISTED    *
1204EQ*   AS DEP/DRT BY TENDER. THEY ARE NOT FINE MONEY, SO THEY STAY  *
1204EQ*   OUT OF ALL TENDERS TAKEN, BUT CASH DEPOSITS IN AND OUT DO    *
1204EQ*   MOVE CASH EXPECTED; THE NET HELD IS SHOWN PER OPERATOR       *
1208IP* - PAYMENTS BY A PATRON ON AN INSTALLMENT PLAN (FINE_PAYS       *
1208IP*   PLAN_ID SET - SEE FINETRN PF8) ARE LISTED APART AS PLN       *
1208IP*   CASH/CHK/CARD/CITY; THEY ARE FINE MONEY LIKE ANY OTHER, SO   *
1208IP*   THEY STAY IN ALL TENDERS TAKEN AND CASH EXPECTED             *
1220RT* - RENTAL FEES (FINES CHARGE_TYPE 'T' - SEE LOANTRN 1220RT) ARE *
1220RT*   LISTED APART AS RNT CASH/CHK/CARD WITH A RENTAL FEES TAKEN   *
1220RT*   LINE; THEY ARE MONEY TAKEN, SO THEY STAY IN ALL TENDERS      *
1220RT*   TAKEN AND CASH EXPECTED                                      *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   20,2020 - LIST RENTAL FEES TAKEN APART BY        (1220RT)*
      *               X TENDER, WITH A RENTAL TOTAL LINE PER           *
      *               X OPERATOR AND FOR THE DAY                       *
      * DEC   08,2020 - LIST PAYMENT PLAN INSTALLMENTS APART   (1208IP)*
      *               X BY TENDER, WITH A PLAN TOTAL LINE PER          *
      *               X OPERATOR AND FOR THE DAY                       *
      * DEC   04,2020 - LIST EQUIPMENT DEPOSITS TAKEN AND      (1204EQ)*
      *               X GIVEN BACK BY TENDER, CASH ONES IN             *
      *               X CASH EXPECTED, WITH A NET DEPOSITS             *
      *               X LINE PER OPERATOR AND FOR THE DAY              *
      * NOV   04,2020 - NAME THE CITY TENDER ('E') POSTED BY   (1104CP)*
      *               X THE NIGHTLY CITY PAYMENT IMPORT                *
      * NOV   03,2020 - NAME THE AGENCY TENDER ('A') POSTED BY (1103CA)*
      *               X THE COLLECTION RETURN JOB                      *
      * NOV   02,2020 - LIST LOST-RETURN REFUNDS PAID OUT AND  (1102RF)*
      *               X TAKE CASH REFUNDS OFF CASH EXPECTED,           *
      *               X WITH A REFUNDS PAID OUT LINE PER               *
      *               X OPERATOR AND FOR THE DAY                       *
      * SEP   07,2020 - INITIAL VERSION                        (0907PJ)*
      *                                                                *
      * FILES:                                                         *
           05  WS-OPER-CASH            PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-OPER-TOTAL           PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-DAY-TOTAL            PIC S9(7)V9(2) COMP-3 VALUE 0.
1102RF     05  WS-OPER-REFUND          PIC S9(7)V9(2) COMP-3 VALUE 0.
1102RF     05  WS-DAY-REFUND           PIC S9(7)V9(2) COMP-3 VALUE 0.
1204EQ     05  WS-OPER-DEPOSIT         PIC S9(7)V9(2) COMP-3 VALUE 0.
1204EQ     05  WS-DAY-DEPOSIT          PIC S9(7)V9(2) COMP-3 VALUE 0.
1208IP     05  WS-GRP-PLAN             PIC X           VALUE SPACE.
1208IP     05  WS-OPER-PLAN            PIC S9(7)V9(2) COMP-3 VALUE 0.
1208IP     05  WS-DAY-PLAN             PIC S9(7)V9(2) COMP-3 VALUE 0.
1220RT     05  WS-GRP-RENT             PIC X           VALUE SPACE.
1220RT     05  WS-OPER-RENT            PIC S9(7)V9(2) COMP-3 VALUE 0.
1220RT     05  WS-DAY-RENT             PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-TENDER-DESC          PIC X(08)       VALUE SPACES.
           05  WS-DISP-VARS.
               10  WS-CNT-DISP         PIC ZZZ9.
               10  WS-AMT-DISP         PIC ZZZ,ZZ9.99.
1204EQ         10  WS-NET-DISP         PIC -ZZZ,ZZ9.99.
           05  WS-COUNTERS.
               10  WS-GROUP-CNTR       PIC S9(08) COMP VALUE 0.

           EXEC SQL INCLUDE DCLFPY  END-EXEC.

           EXEC SQL DECLARE CURDRAWR CURSOR FOR
1220RT          SELECT P.OPERATOR_ID
1220RT                ,P.PAY_TYPE
1220RT                ,P.TENDER_TYPE
1220RT                ,CASE WHEN P.PLAN_ID IS NULL THEN ' '
1208IP                      ELSE 'Y' END
1220RT                ,CASE WHEN F.CHARGE_TYPE = 'T' THEN 'Y'
1220RT                      ELSE ' ' END
                      ,COUNT(*)
1220RT                ,SUM(P.PAY_AMOUNT)
1220RT            FROM IBMUSER.FINE_PAYS P
1220RT            LEFT OUTER JOIN IBMUSER.FINES F
1220RT              ON F.FINE_ID = P.FINE_ID
1220RT           WHERE DATE(P.PAY_TS) = CURRENT DATE
1220RT           GROUP BY P.OPERATOR_ID, P.PAY_TYPE, P.TENDER_TYPE,
1220RT                          CASE WHEN P.PLAN_ID IS NULL THEN ' '
1208IP                               ELSE 'Y' END,
1220RT                          CASE WHEN F.CHARGE_TYPE = 'T' THEN 'Y'
1220RT                               ELSE ' ' END
1220RT           ORDER BY 1, 2, 3, 4, 5
           END-EXEC.

      *------------------------------
            END-STRING
            WRITE REC-DRAWROP FROM WS-REPORT-LINE

1102RF      IF WS-DAY-REFUND NOT = 0
1102RF         MOVE WS-DAY-REFUND TO WS-AMT-DISP
1102RF         MOVE SPACES TO WS-REPORT-LINE
1102RF         STRING 'ALL OPERATORS - REFUNDS PAID OUT TODAY: '
1102RF                                   DELIMITED BY SIZE
1102RF                WS-AMT-DISP        DELIMITED BY SIZE
1102RF           INTO WS-REPORT-LINE
1102RF         END-STRING
1102RF         WRITE REC-DRAWROP FROM WS-REPORT-LINE
1102RF      END-IF

1204EQ      IF WS-DAY-DEPOSIT NOT = 0
1204EQ         MOVE WS-DAY-DEPOSIT TO WS-NET-DISP
1204EQ         MOVE SPACES TO WS-REPORT-LINE
1204EQ         STRING 'ALL OPERATORS - EQUIPMENT DEPOSITS (NET): '
1204EQ                                   DELIMITED BY SIZE
1204EQ                WS-NET-DISP        DELIMITED BY SIZE
1204EQ           INTO WS-REPORT-LINE
1204EQ         END-STRING
1204EQ         WRITE REC-DRAWROP FROM WS-REPORT-LINE
1204EQ      END-IF

1208IP      IF WS-DAY-PLAN NOT = 0
1208IP         MOVE WS-DAY-PLAN TO WS-AMT-DISP
1208IP         MOVE SPACES TO WS-REPORT-LINE
1208IP         STRING 'ALL OPERATORS - PAYMENT PLAN INSTALLMENTS: '
1208IP                                   DELIMITED BY SIZE
1208IP                WS-AMT-DISP        DELIMITED BY SIZE
1208IP           INTO WS-REPORT-LINE
1208IP         END-STRING
1208IP         WRITE REC-DRAWROP FROM WS-REPORT-LINE
1208IP      END-IF

1220RT      IF WS-DAY-RENT NOT = 0
1220RT         MOVE WS-DAY-RENT TO WS-AMT-DISP
1220RT         MOVE SPACES TO WS-REPORT-LINE
1220RT         STRING 'ALL OPERATORS - RENTAL FEES TAKEN: '
1220RT                                   DELIMITED BY SIZE
1220RT                WS-AMT-DISP        DELIMITED BY SIZE
1220RT           INTO WS-REPORT-LINE
1220RT         END-STRING
1220RT         WRITE REC-DRAWROP FROM WS-REPORT-LINE
1220RT      END-IF

            DISPLAY WS-GROUP-CNTR ' SETTLEMENT GROUPS REPORTED'
            .

                  INTO :TBLFPY-OPERATOR-ID
                      ,:WS-GRP-PAYTYPE
                      ,:WS-GRP-TENDER
1208IP                ,:WS-GRP-PLAN
1220RT                ,:WS-GRP-RENT
                      ,:WS-GRP-COUNT
                      ,:WS-GRP-AMT
            END-EXEC
                     EVALUATE TRUE
                         WHEN WS-GRP-PAYTYPE = 'W'
                              MOVE 'WAIVED'   TO WS-TENDER-DESC
1102RF                   WHEN WS-GRP-PAYTYPE = 'R'
1102RF                    AND WS-GRP-TENDER = 'C'
1102RF                        MOVE 'RFD CASH' TO WS-TENDER-DESC
1102RF                   WHEN WS-GRP-PAYTYPE = 'R'
1102RF                        MOVE 'RFD CHK'  TO WS-TENDER-DESC
1204EQ                   WHEN WS-GRP-PAYTYPE = 'D'
1204EQ                    AND WS-GRP-TENDER = 'C'
1204EQ                        MOVE 'DEP CASH' TO WS-TENDER-DESC
1204EQ                   WHEN WS-GRP-PAYTYPE = 'D'
1204EQ                    AND WS-GRP-TENDER = 'K'
1204EQ                        MOVE 'DEP CHK'  TO WS-TENDER-DESC
1204EQ                   WHEN WS-GRP-PAYTYPE = 'D'
1204EQ                        MOVE 'DEP CARD' TO WS-TENDER-DESC
1204EQ                   WHEN WS-GRP-PAYTYPE = 'B'
1204EQ                    AND WS-GRP-TENDER = 'C'
1204EQ                        MOVE 'DRT CASH' TO WS-TENDER-DESC
1204EQ                   WHEN WS-GRP-PAYTYPE = 'B'
1204EQ                    AND WS-GRP-TENDER = 'K'
1204EQ                        MOVE 'DRT CHK'  TO WS-TENDER-DESC
1204EQ                   WHEN WS-GRP-PAYTYPE = 'B'
1204EQ                        MOVE 'DRT CARD' TO WS-TENDER-DESC
1220RT                   WHEN WS-GRP-RENT = 'Y'
1220RT                    AND WS-GRP-TENDER = 'C'
1220RT                        MOVE 'RNT CASH' TO WS-TENDER-DESC
1220RT                   WHEN WS-GRP-RENT = 'Y'
1220RT                    AND WS-GRP-TENDER = 'K'
1220RT                        MOVE 'RNT CHK'  TO WS-TENDER-DESC
1220RT                   WHEN WS-GRP-RENT = 'Y'
1220RT                        MOVE 'RNT CARD' TO WS-TENDER-DESC
1208IP                   WHEN WS-GRP-PLAN = 'Y'
1208IP                    AND WS-GRP-TENDER = 'C'
1208IP                        MOVE 'PLN CASH' TO WS-TENDER-DESC
1208IP                   WHEN WS-GRP-PLAN = 'Y'
1208IP                    AND WS-GRP-TENDER = 'K'
1208IP                        MOVE 'PLN CHK'  TO WS-TENDER-DESC
1208IP                   WHEN WS-GRP-PLAN = 'Y'
1208IP                    AND WS-GRP-TENDER = 'E'
1208IP                        MOVE 'PLN CITY' TO WS-TENDER-DESC
1208IP                   WHEN WS-GRP-PLAN = 'Y'
1208IP                        MOVE 'PLN CARD' TO WS-TENDER-DESC
                         WHEN WS-GRP-TENDER = 'C'
                              MOVE 'CASH'     TO WS-TENDER-DESC
                         WHEN WS-GRP-TENDER = 'K'
                              MOVE 'CHECK'    TO WS-TENDER-DESC
                         WHEN WS-GRP-TENDER = 'D'
                              MOVE 'CARD'     TO WS-TENDER-DESC
1103CA                   WHEN WS-GRP-TENDER = 'A'
1103CA                        MOVE 'AGENCY'   TO WS-TENDER-DESC
1104CP                   WHEN WS-GRP-TENDER = 'E'
1104CP                        MOVE 'CITY'     TO WS-TENDER-DESC
                         WHEN OTHER
                              MOVE 'OTHER'    TO WS-TENDER-DESC
                     END-EVALUATE
                        IF WS-GRP-TENDER = 'C'
                           ADD WS-GRP-AMT TO WS-OPER-CASH
                        END-IF
1208IP                  IF WS-GRP-PLAN = 'Y'
1208IP                     ADD WS-GRP-AMT TO WS-OPER-PLAN
1208IP                                       WS-DAY-PLAN
1208IP                  END-IF
1220RT                  IF WS-GRP-RENT = 'Y'
1220RT                     ADD WS-GRP-AMT TO WS-OPER-RENT
1220RT                                       WS-DAY-RENT
1220RT                  END-IF
                     END-IF
1102RF**             REFUND AMOUNTS ARE NEGATIVE - A CASH REFUND
1102RF**             REDUCES WHAT SHOULD BE IN THE DRAWER
1102RF               IF WS-GRP-PAYTYPE = 'R'
1102RF                  SUBTRACT WS-GRP-AMT FROM WS-DAY-REFUND
1102RF                  IF WS-GRP-TENDER = 'C'
1102RF                     ADD WS-GRP-AMT TO WS-OPER-CASH
1102RF                     SUBTRACT WS-GRP-AMT FROM WS-OPER-REFUND
1102RF                  END-IF
1102RF               END-IF
1204EQ**             DEPOSITS IN ARE POSITIVE, DEPOSITS BACK NEGATIVE;
1204EQ**             THE CASH ONES ARE IN (OR OUT OF) THE DRAWER
1204EQ               IF WS-GRP-PAYTYPE = 'D' OR WS-GRP-PAYTYPE = 'B'
1204EQ                  ADD WS-GRP-AMT TO WS-OPER-DEPOSIT
1204EQ                                    WS-DAY-DEPOSIT
1204EQ                  IF WS-GRP-TENDER = 'C'
1204EQ                     ADD WS-GRP-AMT TO WS-OPER-CASH
1204EQ                  END-IF
1204EQ               END-IF
                     ADD 1 TO WS-GROUP-CNTR
                WHEN SQL-EOC
                     CONTINUE

            MOVE 0 TO WS-OPER-CASH
                      WS-OPER-TOTAL
1102RF                WS-OPER-REFUND
1204EQ                WS-OPER-DEPOSIT
1208IP                WS-OPER-PLAN
1220RT                WS-OPER-RENT

            WRITE REC-DRAWROP FROM WS-SEPARATOR
            MOVE SPACES TO WS-REPORT-LINE
       2130-END-OPERATOR.
            MOVE '2130-END-OPERATOR' TO ERR-LOC

1102RF      IF WS-OPER-REFUND NOT = 0
1102RF         MOVE WS-OPER-REFUND TO WS-AMT-DISP
1102RF         MOVE SPACES TO WS-REPORT-LINE
1102RF         STRING '   CASH REFUNDS PAID OUT:   '
1102RF                                   DELIMITED BY SIZE
1102RF                WS-AMT-DISP        DELIMITED BY SIZE
1102RF           INTO WS-REPORT-LINE
1102RF         END-STRING
1102RF         WRITE REC-DRAWROP FROM WS-REPORT-LINE
1102RF      END-IF
1102RF
1204EQ      IF WS-OPER-DEPOSIT NOT = 0
1204EQ         MOVE WS-OPER-DEPOSIT TO WS-NET-DISP
1204EQ         MOVE SPACES TO WS-REPORT-LINE
1204EQ         STRING '   EQUIPMENT DEPOSITS (NET):'
1204EQ                                   DELIMITED BY SIZE
1204EQ                WS-NET-DISP        DELIMITED BY SIZE
1204EQ           INTO WS-REPORT-LINE
1204EQ         END-STRING
1204EQ         WRITE REC-DRAWROP FROM WS-REPORT-LINE
1204EQ      END-IF

1208IP      IF WS-OPER-PLAN NOT = 0
1208IP         MOVE WS-OPER-PLAN TO WS-AMT-DISP
1208IP         MOVE SPACES TO WS-REPORT-LINE
1208IP         STRING '   PAYMENT PLAN INSTALLMENTS:'
1208IP                                   DELIMITED BY SIZE
1208IP                WS-AMT-DISP        DELIMITED BY SIZE
1208IP           INTO WS-REPORT-LINE
1208IP         END-STRING
1208IP         WRITE REC-DRAWROP FROM WS-REPORT-LINE
1208IP      END-IF

1220RT      IF WS-OPER-RENT NOT = 0
1220RT         MOVE WS-OPER-RENT TO WS-AMT-DISP
1220RT         MOVE SPACES TO WS-REPORT-LINE
1220RT         STRING '   RENTAL FEES TAKEN:       '
1220RT                                   DELIMITED BY SIZE
1220RT                WS-AMT-DISP        DELIMITED BY SIZE
1220RT           INTO WS-REPORT-LINE
1220RT         END-STRING
1220RT         WRITE REC-DRAWROP FROM WS-REPORT-LINE
1220RT      END-IF

            MOVE WS-OPER-CASH TO WS-AMT-DISP
            MOVE SPACES TO WS-REPORT-LINE
            STRING '   CASH EXPECTED IN DRAWER: '
