      *   NEW FUND (ENCUMBERED/SPENT START AT ZERO) OR CHANGES THE     *
      *   ALLOCATION OF THE ONE SHOWN                                  *
      * - SEE FUNDRPT FOR THE FUND STATUS REPORT                       *
1116YE* - BALANCES ARE FOR THE OPEN FISCAL YEAR SHOWN ON THE INFO      *
1116YE*   LINE; FUNDCLS CLOSES THE YEAR AND LOADS THE NEXT ONE'S       *
1116YE*   ALLOCATIONS, A NEW FUND HERE JOINS THE OPEN YEAR             *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   16,2020 - FISCAL YEAR ON THE INFO LINE; NEW      (1116YE)*
      *               X FUNDS ARE ADDED TO THE OPEN YEAR               *
      * OCT   08,2020 - INITIAL VERSION                        (1008FD)*
      *                                                                *
      * FILES:                                                         *
      * 1000-SEND-BLANK-MAP            3000-SEND-RECEIVE-SCREEN        *
      * 2000-RECEIVE-MAP               9999-ERROR-HANDLING             *
      * 2100-READ-FUND                 9999-TERMINATE                  *
1116YE* 2210-GET-FISCAL-YEAR                                           *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
               10  WS-ENCUM-DISP    PIC ZZZ,ZZ9.99.
               10  WS-SPENT-DISP    PIC ZZZ,ZZ9.99.
               10  WS-FREE-DISP     PIC ZZZ,ZZ9.99.
1116YE         10  WS-FY-DISP       PIC 9(04).
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  FUND-FOUND                         VALUE 1.


               EXEC SQL
                    SELECT FUND_NAME, ALLOC_AMT, ENCUM_AMT,
1116YE                     SPENT_AMT, FISCAL_YEAR
                      INTO :TBLFND-FUND-NAME, :TBLFND-ALLOC-AMT,
1116YE                     :TBLFND-ENCUM-AMT, :TBLFND-SPENT-AMT,
1116YE                     :TBLFND-FISCAL-YEAR
                      FROM IBMUSER.FUNDS
                     WHERE FUND_CODE = :TBLFND-FUND-CODE
               END-EXEC
                        MOVE TBLFND-ENCUM-AMT TO WS-ENCUM-DISP
                        MOVE TBLFND-SPENT-AMT TO WS-SPENT-DISP
                        MOVE WS-FREE-BAL      TO WS-FREE-DISP
1116YE                  MOVE TBLFND-FISCAL-YEAR TO WS-FY-DISP

                        MOVE SPACES TO WS-INFO-LINE
1116YE                  STRING 'FY'            DELIMITED BY SIZE
1116YE                         WS-FY-DISP      DELIMITED BY SIZE
1116YE                         ' ENCUM '       DELIMITED BY SIZE
                               WS-ENCUM-DISP   DELIMITED BY SIZE
                               '  SPENT '      DELIMITED BY SIZE
                               WS-SPENT-DISP   DELIMITED BY SIZE
                              PERFORM 2100-READ-FUND
                              MOVE 'FUND UPDATED' TO MSGLNO
                         WHEN SQL-NOTFOUND
1116YE                        PERFORM 2210-GET-FISCAL-YEAR
                              EXEC SQL
                                   INSERT INTO IBMUSER.FUNDS
                                          (FUND_CODE, FUND_NAME,
                                           ALLOC_AMT, ENCUM_AMT,
1116YE                                     SPENT_AMT, FISCAL_YEAR,
1116YE                                     CARRY_IN_AMT)
                                   VALUES (:TBLFND-FUND-CODE,
                                           :TBLFND-FUND-NAME,
                                           :TBLFND-ALLOC-AMT,
1116YE                                     0, 0,
1116YE                                     :TBLFND-FISCAL-YEAR,
1116YE                                     0)
                              END-EXEC

                              MOVE SQLCODE TO EVAL-CODE
            END-EVALUATE
            .

1116YE*--------------------------------------------------------------*
1116YE* THE OPEN YEAR IS THE ONE THE OTHER FUNDS ARE POSTING TO; ON   *
1116YE* AN EMPTY LEDGER IT IS THE JULY-JUNE YEAR TODAY FALLS IN,      *
1116YE* NAMED FOR THE YEAR IT ENDS IN                                 *
1116YE*--------------------------------------------------------------*
1116YE 2210-GET-FISCAL-YEAR.
1116YE      MOVE '2210-GET-FISCAL-YEAR' TO ERR-LOC
1116YE
1116YE      EXEC SQL
1116YE           SELECT COALESCE(MAX(FISCAL_YEAR),
1116YE                           YEAR(CURRENT DATE + 6 MONTHS))
1116YE             INTO :TBLFND-FISCAL-YEAR
1116YE             FROM IBMUSER.FUNDS
1116YE      END-EXEC
1116YE
1116YE      MOVE SQLCODE TO EVAL-CODE
1116YE      IF NOT ERR-OK
1116YE         MOVE 'SELECT MAX FISCAL_YEAR' TO ERR-MSG
1116YE         PERFORM 9999-ERROR-HANDLING
1116YE      END-IF
1116YE      .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

