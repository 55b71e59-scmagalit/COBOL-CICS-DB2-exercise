      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    SUB_STATUS:   A=ACTIVE C=CANCELLED (NO MORE ISSUES PREDICTED)
      *    ANNUAL_COST:  PRICE OF THE CURRENT SUBSCRIPTION PERIOD
      *    PERIOD_END:   LAST DAY OF THE PERIOD PAID FOR
      *    FUND_CODE:    FUND THE RENEWAL IS CHARGED TO (DCLFND)
      *    RENEW_ACTION: SELECTOR'S DECISION FROM THE SUBRENEW
      *                  WORKSHEET - R=RENEW C=CANCEL AT PERIOD END
      *                  BLANK=UNDECIDED. PRIOR PERIODS ARE IN
      *                  SUB_RENEWALS (DCLSRN)
           EXEC SQL DECLARE IBMUSER.SUBSCRIPTIONS TABLE
           ( SUB_ID                         INTEGER NOT NULL,
             SUB_TITLE                      VARCHAR(60) NOT NULL,
             VENDOR_ID                      INTEGER NOT NULL,
             FREQ                           CHAR(1) NOT NULL,
             SUB_STATUS                     CHAR(1) NOT NULL,
1119SR       ANNUAL_COST                    DECIMAL(7, 2),
1119SR       PERIOD_END                     DATE,
1119SR       FUND_CODE                      VARCHAR(8),
1119SR       RENEW_ACTION                   CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SUBSCRIPTIONS              *
      *                       SUB_STATUS
           10 TBLSUB-SUB-STATUS
              PIC X(1).
1119SR*                       ANNUAL_COST
1119SR     10 TBLSUB-ANNUAL-COST   PIC S9(5)V9(2) USAGE COMP-3.
1119SR*                       PERIOD_END
1119SR     10 TBLSUB-PERIOD-END
1119SR        PIC X(10).
1119SR     10 TBLSUB-FUND-CODE.
1119SR*                       FUND_CODE LENGTH
1119SR        49 TBLSUB-FUND-CODE-LEN
1119SR           PIC S9(4) USAGE COMP.
1119SR*                       FUND_CODE
1119SR        49 TBLSUB-FUND-CODE-TEXT
1119SR           PIC X(8).
1119SR*                       RENEW_ACTION
1119SR     10 TBLSUB-RENEW-ACTION
1119SR        PIC X(1).
      ******************************************************************
1119SR* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
