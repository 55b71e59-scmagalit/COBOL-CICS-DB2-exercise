      ******************************************************************
      * DCLGEN TABLE(IBMUSER.PAY_PLAN_INST)                            *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLPPI))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLPPI-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    PAYMENT PLAN INSTALLMENTS - ONE ROW PER INSTALLMENT OF A
      *    PAY_PLANS ROW (SEE DCLPPL), KEY PLAN_ID + INST_NO
      *    MIN_AMOUNT:    AT LEAST THIS MUCH IS DUE BY DUE_DATE
      *    INST_STATUS:   O OPEN  P MET  M MISSED (SET BY PLANCHK THE
      *                   NIGHT AFTER DUE_DATE)
      *    CHECK_DATE:    NIGHT PLANCHK SETTLED THE INSTALLMENT
      *    NOTICE_DATE:   NULL UNTIL NOTICRUN SENDS THE INSTALLMENT-
      *                   MISSED NOTICE FOR AN 'M' ROW
           EXEC SQL DECLARE IBMUSER.PAY_PLAN_INST TABLE
           ( PLAN_ID                        INTEGER NOT NULL,
             INST_NO                        SMALLINT NOT NULL,
             DUE_DATE                       DATE NOT NULL,
             MIN_AMOUNT                     DECIMAL(7, 2) NOT NULL,
             INST_STATUS                    CHAR(1) NOT NULL,
             CHECK_DATE                     DATE,
             NOTICE_DATE                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PAY_PLAN_INST              *
      ******************************************************************
       01  DCLPPI.
      *                       PLAN_ID
           10 TBLPPI-PLAN-ID       PIC S9(9) USAGE COMP.
      *                       INST_NO
           10 TBLPPI-INST-NO       PIC S9(4) USAGE COMP.
      *                       DUE_DATE
           10 TBLPPI-DUE-DATE
              PIC X(10).
      *                       MIN_AMOUNT
           10 TBLPPI-MIN-AMOUNT
              PIC S9(5)V9(2) USAGE COMP-3.
      *                       INST_STATUS
           10 TBLPPI-INST-STATUS
              PIC X(1).
      *                       CHECK_DATE
           10 TBLPPI-CHECK-DATE
              PIC X(10).
      *                       NOTICE_DATE
           10 TBLPPI-NOTICE-DATE
              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
