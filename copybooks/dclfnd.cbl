      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    FISCAL_YEAR IS THE JULY-JUNE YEAR THE ROW IS POSTING TO,
      *    NAMED FOR THE YEAR IT ENDS IN; FUNDCLS SNAPSHOTS EVERY ROW
      *    INTO FUND_HIST (DCLFYH) AT YEAR END AND ROLLS IT FORWARD
      *    CARRY_IN_AMT IS THE PART OF ENCUM_AMT CARRIED IN FROM THE
      *    PRIOR YEAR'S OPEN ORDERS
           EXEC SQL DECLARE IBMUSER.FUNDS TABLE
           ( FUND_CODE                      VARCHAR(8) NOT NULL,
             FUND_NAME                      VARCHAR(40) NOT NULL,
             ALLOC_AMT                      DECIMAL(9, 2) NOT NULL,
             ENCUM_AMT                      DECIMAL(9, 2) NOT NULL,
             SPENT_AMT                      DECIMAL(9, 2) NOT NULL,
1116YE       FISCAL_YEAR                    INTEGER NOT NULL,
1116YE       CARRY_IN_AMT                   DECIMAL(9, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.FUNDS                      *
           10 TBLFND-ENCUM-AMT     PIC S9(7)V9(2) USAGE COMP-3.
      *                       SPENT_AMT
           10 TBLFND-SPENT-AMT     PIC S9(7)V9(2) USAGE COMP-3.
1116YE*                       FISCAL_YEAR
1116YE     10 TBLFND-FISCAL-YEAR   PIC S9(9) USAGE COMP.
1116YE*                       CARRY_IN_AMT
1116YE     10 TBLFND-CARRY-IN-AMT  PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
1116YE* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
