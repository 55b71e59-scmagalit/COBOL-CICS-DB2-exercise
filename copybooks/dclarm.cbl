      ******************************************************************
      * DCLGEN TABLE(IBMUSER.AR_MONTH)                                 *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLARM))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLARM-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    ONE ROW PER CLOSED MONTH OF THE FINES LEDGER, WRITTEN BY
      *    ARAGING (A RERUN OF THE SAME MONTH REPLACES IT). CLOSE_BAL
      *    IS THE NEXT MONTH'S OPENING BALANCE
      *    PERIOD:       YYYY-MM
      *    OPEN_DERIVED: 'Y' - NO PRIOR MONTH ON FILE, OPEN_BAL WAS
      *                  REBUILT FROM FINES/FINE_PAYS AS AT MONTH START
      *    PROOF_DIFF:   OPEN + ASSESSED - PAID - WAIVED - CLOSE
      *    EXCEPT_COUNT: PER-FINE PROOF EXCEPTIONS LISTED THAT RUN
           EXEC SQL DECLARE IBMUSER.AR_MONTH TABLE
           ( PERIOD                         CHAR(7) NOT NULL,
             OPEN_BAL                       DECIMAL(11, 2) NOT NULL,
             OPEN_DERIVED                   CHAR(1) NOT NULL,
             ASSESSED                       DECIMAL(11, 2) NOT NULL,
             PAID                           DECIMAL(11, 2) NOT NULL,
             WAIVED                         DECIMAL(11, 2) NOT NULL,
             CLOSE_BAL                      DECIMAL(11, 2) NOT NULL,
             AGED_TOTAL                     DECIMAL(11, 2) NOT NULL,
             PROOF_DIFF                     DECIMAL(11, 2) NOT NULL,
             EXCEPT_COUNT                   INTEGER NOT NULL,
             CLOSED_TS                      TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.AR_MONTH                   *
      ******************************************************************
       01  DCLARM.
      *                       PERIOD
           10 TBLARM-PERIOD
              PIC X(7).
      *                       OPEN_BAL
           10 TBLARM-OPEN-BAL      PIC S9(9)V9(2) USAGE COMP-3.
      *                       OPEN_DERIVED
           10 TBLARM-OPEN-DERIVED
              PIC X(1).
      *                       ASSESSED
           10 TBLARM-ASSESSED      PIC S9(9)V9(2) USAGE COMP-3.
      *                       PAID
           10 TBLARM-PAID          PIC S9(9)V9(2) USAGE COMP-3.
      *                       WAIVED
           10 TBLARM-WAIVED        PIC S9(9)V9(2) USAGE COMP-3.
      *                       CLOSE_BAL
           10 TBLARM-CLOSE-BAL     PIC S9(9)V9(2) USAGE COMP-3.
      *                       AGED_TOTAL
           10 TBLARM-AGED-TOTAL    PIC S9(9)V9(2) USAGE COMP-3.
      *                       PROOF_DIFF
           10 TBLARM-PROOF-DIFF    PIC S9(9)V9(2) USAGE COMP-3.
      *                       EXCEPT_COUNT
           10 TBLARM-EXCEPT-COUNT  PIC S9(9) USAGE COMP.
      *                       CLOSED_TS
           10 TBLARM-CLOSED-TS
              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
