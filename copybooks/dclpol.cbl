0917PC       MAX_RENEWALS                   INTEGER NOT NULL,
0917PC       PATRON_CAT                     CHAR(1) NOT NULL,
0917PC       MAX_OPEN_LOANS                 INTEGER NOT NULL,
0917PC       FINE_RATE_PER_DAY              DECIMAL(5, 2) NOT NULL,
1203RL       RECALL_RATE_PER_DAY            DECIMAL(5, 2) NOT NULL,
1220RT       RENTAL_FEE                     DECIMAL(5, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.LOAN_POLICY                *
      *                       FINE_RATE_PER_DAY
0917PC     10 TBLPOL-FINE-RATE-PER-DAY
0917PC        PIC S9(3)V9(2) USAGE COMP-3.
      *                       RECALL_RATE_PER_DAY
1203RL     10 TBLPOL-RECALL-RATE-PER-DAY
1203RL        PIC S9(3)V9(2) USAGE COMP-3.
      *                       RENTAL_FEE
1220RT     10 TBLPOL-RENTAL-FEE
1220RT        PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
1220RT* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
