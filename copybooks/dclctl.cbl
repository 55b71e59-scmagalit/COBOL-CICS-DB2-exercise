0901NC       NOTICE2_WAIT_DAYS              INTEGER NOT NULL,
0901NC       FINAL_WAIT_DAYS                INTEGER NOT NULL,
0911EX       REG_EXPIRE_DAYS                INTEGER NOT NULL,
0918HB       OUTREACH_LOAN_DAYS             INTEGER NOT NULL,
1102RF       REFUND_FEE_AMT                 DECIMAL(5, 2) NOT NULL,
1201FA       HOUSEHOLD_FINE_LIMIT           DECIMAL(7, 2) NOT NULL,
1203RL       RECALL_WAIT_DAYS               INTEGER NOT NULL,
1203RL       RECALL_MIN_DAYS                INTEGER NOT NULL,
1203RL       RECALL_DUE_DAYS                INTEGER NOT NULL,
1220RT       RENTAL_ACCT_LIMIT              DECIMAL(7, 2) NOT NULL,
1220RT       RENTAL_EXEMPT_CATS             CHAR(4) NOT NULL,
1220RT       RENTAL_EXEMPT_HB               CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CIRC_CONTROL               *
      *                       OUTREACH_LOAN_DAYS
0918HB     10 TBLCTL-OUTREACH-LOAN-DAYS
0918HB        PIC S9(9) USAGE COMP.
      *                       REFUND_FEE_AMT
1102RF     10 TBLCTL-REFUND-FEE-AMT
1102RF        PIC S9(3)V9(2) USAGE COMP-3.
      *                       HOUSEHOLD_FINE_LIMIT
1201FA     10 TBLCTL-HOUSEHOLD-FINE-LIMIT
1201FA        PIC S9(5)V9(2) USAGE COMP-3.
      *                       RECALL_WAIT_DAYS
1203RL     10 TBLCTL-RECALL-WAIT-DAYS
1203RL        PIC S9(9) USAGE COMP.
      *                       RECALL_MIN_DAYS
1203RL     10 TBLCTL-RECALL-MIN-DAYS
1203RL        PIC S9(9) USAGE COMP.
      *                       RECALL_DUE_DAYS
1203RL     10 TBLCTL-RECALL-DUE-DAYS
1203RL        PIC S9(9) USAGE COMP.
      *                       RENTAL_ACCT_LIMIT
1220RT     10 TBLCTL-RENTAL-ACCT-LIMIT
1220RT        PIC S9(5)V9(2) USAGE COMP-3.
      *                       RENTAL_EXEMPT_CATS
1220RT     10 TBLCTL-RENTAL-EXEMPT-CATS
1220RT        PIC X(4).
      *                       RENTAL_EXEMPT_HB
1220RT     10 TBLCTL-RENTAL-EXEMPT-HB
1220RT        PIC X(1).
      ******************************************************************
1220RT* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 21      *
      ******************************************************************
