      ******************************************************************
      * DCLGEN TABLE(IBMUSER.FUND_HIST)                                *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLFYH))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLFYH-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    ONE ROW PER FUND PER CLOSED FISCAL YEAR, WRITTEN BY FUNDCLS
      *    FROM THE FUNDS ROW AS IT STOOD AT YEAR END
      *    CARRIED_AMT: OPEN-ORDER ENCUMBRANCE ROLLED INTO THE NEW YEAR
      *    CARRIED_TO:  FUND THE CARRIED_AMT WENT TO - THE SAME CODE
      *                 UNLESS THE BUDGET FILE MAPPED A SUCCESSOR FUND
           EXEC SQL DECLARE IBMUSER.FUND_HIST TABLE
           ( FISCAL_YEAR                    INTEGER NOT NULL,
             FUND_CODE                      VARCHAR(8) NOT NULL,
             FUND_NAME                      VARCHAR(40) NOT NULL,
             ALLOC_AMT                      DECIMAL(9, 2) NOT NULL,
             ENCUM_AMT                      DECIMAL(9, 2) NOT NULL,
             SPENT_AMT                      DECIMAL(9, 2) NOT NULL,
             CARRY_IN_AMT                   DECIMAL(9, 2) NOT NULL,
             CARRIED_AMT                    DECIMAL(9, 2) NOT NULL,
             CARRIED_TO                     VARCHAR(8) NOT NULL,
             CLOSED_TS                      TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.FUND_HIST                  *
      ******************************************************************
       01  DCLFYH.
      *                       FISCAL_YEAR
           10 TBLFYH-FISCAL-YEAR   PIC S9(9) USAGE COMP.
           10 TBLFYH-FUND-CODE.
      *                       FUND_CODE LENGTH
              49 TBLFYH-FUND-CODE-LEN
                 PIC S9(4) USAGE COMP.
      *                       FUND_CODE
              49 TBLFYH-FUND-CODE-TEXT
                 PIC X(8).
           10 TBLFYH-FUND-NAME.
      *                       FUND_NAME LENGTH
              49 TBLFYH-FUND-NAME-LEN
                 PIC S9(4) USAGE COMP.
      *                       FUND_NAME
              49 TBLFYH-FUND-NAME-TEXT
                 PIC X(40).
      *                       ALLOC_AMT
           10 TBLFYH-ALLOC-AMT     PIC S9(7)V9(2) USAGE COMP-3.
      *                       ENCUM_AMT
           10 TBLFYH-ENCUM-AMT     PIC S9(7)V9(2) USAGE COMP-3.
      *                       SPENT_AMT
           10 TBLFYH-SPENT-AMT     PIC S9(7)V9(2) USAGE COMP-3.
      *                       CARRY_IN_AMT
           10 TBLFYH-CARRY-IN-AMT  PIC S9(7)V9(2) USAGE COMP-3.
      *                       CARRIED_AMT
           10 TBLFYH-CARRIED-AMT   PIC S9(7)V9(2) USAGE COMP-3.
           10 TBLFYH-CARRIED-TO.
      *                       CARRIED_TO LENGTH
              49 TBLFYH-CARRIED-TO-LEN
                 PIC S9(4) USAGE COMP.
      *                       CARRIED_TO
              49 TBLFYH-CARRIED-TO-TEXT
                 PIC X(8).
      *                       CLOSED_TS
           10 TBLFYH-CLOSED-TS
              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
