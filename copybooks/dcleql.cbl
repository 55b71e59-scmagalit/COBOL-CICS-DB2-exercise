      ******************************************************************
      * DCLGEN TABLE(IBMUSER.EQUIP_LOANS)                              *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLEQL))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLEQL-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    EQUIPMENT LOANS - ONE ROW PER CHECKOUT OF AN EQUIPMENT ITEM
      *    (SEE EQPTRN AND EQPRPT). DUE IS A TIMESTAMP, NOT A DATE -
      *    EQUIPMENT GOES OUT FOR HOURS
      *    RETURN_TS:      NULL WHILE THE ITEM IS STILL OUT
      *    DEPOSIT_STATUS: N NONE TAKEN  H HELD  R REFUNDED AT RETURN
      *    DEPOSIT_TENDER: C CASH  K CHECK  D CARD (AS FINE_PAYS)
      *    HOURS_LATE:     WHOLE OR PART HOURS PAST DUE_TS AT RETURN
      *    FINE_ID:        THE LATE FEE RAISED AT RETURN, NULL IF NONE
      *    RETURN_COND:    G/F/D AS EQUIPMENT.EQUIP_COND, SPACE WHILE
      *                    THE ITEM IS OUT
           EXEC SQL DECLARE IBMUSER.EQUIP_LOANS TABLE
           ( EQLOAN_ID                      INTEGER NOT NULL,
             EQUIP_ID                       INTEGER NOT NULL,
             PATRON_ID                      INTEGER NOT NULL,
             BRANCH_ID                      INTEGER NOT NULL,
             CHECKOUT_TS                    TIMESTAMP NOT NULL,
             DUE_TS                         TIMESTAMP NOT NULL,
             RETURN_TS                      TIMESTAMP,
             DEPOSIT_AMT                    DECIMAL(7, 2) NOT NULL,
             DEPOSIT_TENDER                 CHAR(1) NOT NULL,
             DEPOSIT_STATUS                 CHAR(1) NOT NULL,
             HOURS_LATE                     INTEGER NOT NULL,
             FINE_ID                        INTEGER,
             RETURN_COND                    CHAR(1) NOT NULL,
             OPERATOR_ID                    VARCHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.EQUIP_LOANS                *
      ******************************************************************
       01  DCLEQL.
      *                       EQLOAN_ID
           10 TBLEQL-EQLOAN-ID     PIC S9(9) USAGE COMP.
      *                       EQUIP_ID
           10 TBLEQL-EQUIP-ID      PIC S9(9) USAGE COMP.
      *                       PATRON_ID
           10 TBLEQL-PATRON-ID     PIC S9(9) USAGE COMP.
      *                       BRANCH_ID
           10 TBLEQL-BRANCH-ID     PIC S9(9) USAGE COMP.
      *                       CHECKOUT_TS
           10 TBLEQL-CHECKOUT-TS
              PIC X(26).
      *                       DUE_TS
           10 TBLEQL-DUE-TS
              PIC X(26).
      *                       RETURN_TS
           10 TBLEQL-RETURN-TS
              PIC X(26).
      *                       DEPOSIT_AMT
           10 TBLEQL-DEPOSIT-AMT
              PIC S9(5)V9(2) USAGE COMP-3.
      *                       DEPOSIT_TENDER
           10 TBLEQL-DEPOSIT-TENDER
              PIC X(1).
      *                       DEPOSIT_STATUS
           10 TBLEQL-DEPOSIT-STATUS
              PIC X(1).
      *                       HOURS_LATE
           10 TBLEQL-HOURS-LATE    PIC S9(9) USAGE COMP.
      *                       FINE_ID
           10 TBLEQL-FINE-ID       PIC S9(9) USAGE COMP.
      *                       RETURN_COND
           10 TBLEQL-RETURN-COND
              PIC X(1).
           10 TBLEQL-OPERATOR-ID.
      *                       OPERATOR_ID LENGTH
              49 TBLEQL-OPERATOR-ID-LEN
                 PIC S9(4) USAGE COMP.
      *                       OPERATOR_ID
              49 TBLEQL-OPERATOR-ID-TEXT
                 PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
