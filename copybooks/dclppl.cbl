      ******************************************************************
      * DCLGEN TABLE(IBMUSER.PAY_PLANS)                                *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLPPL))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLPPL-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    INSTALLMENT PAYMENT PLANS - ONE ROW PER PLAN SET UP AT THE
      *    FINES DESK (SEE FINETRN PF8) ON A PATRON'S OPEN FINES; THE
      *    INSTALLMENTS THEMSELVES ARE IN PAY_PLAN_INST (SEE DCLPPI)
      *    PLAN_TOTAL:    OPEN BALANCE THE PLAN WAS SET UP ON
      *    INST_AMOUNT:   MINIMUM PER INSTALLMENT (THE LAST ONE TAKES
      *                   WHATEVER ROUNDING IS LEFT OVER)
      *    PLAN_STATUS:   A CURRENT  P PAID OFF  C CANCELLED (MISSED
      *                   INSTALLMENTS - SEE PLANCHK)
      *    MISSED_COUNT:  INSTALLMENTS PLANCHK HAS MARKED MISSED
      *    CLOSE_DATE:    NULL WHILE THE PLAN IS CURRENT
           EXEC SQL DECLARE IBMUSER.PAY_PLANS TABLE
           ( PLAN_ID                        INTEGER NOT NULL,
             PATRON_ID                      INTEGER NOT NULL,
             PLAN_TOTAL                     DECIMAL(7, 2) NOT NULL,
             INST_COUNT                     SMALLINT NOT NULL,
             INST_AMOUNT                    DECIMAL(7, 2) NOT NULL,
             INTERVAL_DAYS                  SMALLINT NOT NULL,
             START_DATE                     DATE NOT NULL,
             PLAN_STATUS                    CHAR(1) NOT NULL,
             MISSED_COUNT                   SMALLINT NOT NULL,
             CLOSE_DATE                     DATE,
             OPERATOR_ID                    VARCHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PAY_PLANS                  *
      ******************************************************************
       01  DCLPPL.
      *                       PLAN_ID
           10 TBLPPL-PLAN-ID       PIC S9(9) USAGE COMP.
      *                       PATRON_ID
           10 TBLPPL-PATRON-ID     PIC S9(9) USAGE COMP.
      *                       PLAN_TOTAL
           10 TBLPPL-PLAN-TOTAL
              PIC S9(5)V9(2) USAGE COMP-3.
      *                       INST_COUNT
           10 TBLPPL-INST-COUNT    PIC S9(4) USAGE COMP.
      *                       INST_AMOUNT
           10 TBLPPL-INST-AMOUNT
              PIC S9(5)V9(2) USAGE COMP-3.
      *                       INTERVAL_DAYS
           10 TBLPPL-INTERVAL-DAYS PIC S9(4) USAGE COMP.
      *                       START_DATE
           10 TBLPPL-START-DATE
              PIC X(10).
      *                       PLAN_STATUS
           10 TBLPPL-PLAN-STATUS
              PIC X(1).
      *                       MISSED_COUNT
           10 TBLPPL-MISSED-COUNT  PIC S9(4) USAGE COMP.
      *                       CLOSE_DATE
           10 TBLPPL-CLOSE-DATE
              PIC X(10).
           10 TBLPPL-OPERATOR-ID.
      *                       OPERATOR_ID LENGTH
              49 TBLPPL-OPERATOR-ID-LEN
                 PIC S9(4) USAGE COMP.
      *                       OPERATOR_ID
              49 TBLPPL-OPERATOR-ID-TEXT
                 PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
