      ******************************************************************
      * DCLGEN TABLE(IBMUSER.SUB_RENEWALS)                             *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLSRN))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLSRN-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    ONE ROW PER SUBSCRIPTION PERIOD RENEWED BY SUBRENEW - THE
      *    TITLE'S COST HISTORY ON THE RENEWAL WORKSHEET
      *    PERIOD_END:    LAST DAY OF THE PERIOD THE RENEWAL PAYS FOR
      *    RENEW_STATUS:  E=ENCUMBERED (PERIOD NOT STARTED YET)
      *                   P=POSTED TO SPEND WHEN THE PERIOD STARTED
           EXEC SQL DECLARE IBMUSER.SUB_RENEWALS TABLE
           ( SUB_ID                         INTEGER NOT NULL,
             PERIOD_END                     DATE NOT NULL,
             ANNUAL_COST                    DECIMAL(7, 2) NOT NULL,
             FUND_CODE                      VARCHAR(8) NOT NULL,
             RENEW_STATUS                   CHAR(1) NOT NULL,
             RENEWED_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SUB_RENEWALS               *
      ******************************************************************
       01  DCLSRN.
      *                       SUB_ID
           10 TBLSRN-SUB-ID        PIC S9(9) USAGE COMP.
      *                       PERIOD_END
           10 TBLSRN-PERIOD-END
              PIC X(10).
      *                       ANNUAL_COST
           10 TBLSRN-ANNUAL-COST   PIC S9(5)V9(2) USAGE COMP-3.
           10 TBLSRN-FUND-CODE.
      *                       FUND_CODE LENGTH
              49 TBLSRN-FUND-CODE-LEN
                 PIC S9(4) USAGE COMP.
      *                       FUND_CODE
              49 TBLSRN-FUND-CODE-TEXT
                 PIC X(8).
      *                       RENEW_STATUS
           10 TBLSRN-RENEW-STATUS
              PIC X(1).
      *                       RENEWED_TS
           10 TBLSRN-RENEWED-TS
              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
