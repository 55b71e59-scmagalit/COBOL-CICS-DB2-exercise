      ******************************************************************
      * DCLGEN TABLE(IBMUSER.VEND_SCORE)                               *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLVSC))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLVSC-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    ONE ROW PER VENDOR PER QUARTER (QTR_ID 'YYYYQn') WITH ANY
      *    ORDER, RECEIPT, INVOICE OR SERIAL ACTIVITY, REBUILT BY
      *    VENDSCR FOR THE REPORT QUARTER AND THE FOUR BEFORE IT
      *    LINES_*: PO LINES ON ORDERS PLACED IN THE QUARTER
      *    RECEIPTS/AVG_DAYS/LATE_RECEIPTS: LINES RECEIVED IN THE
      *        QUARTER, DAYS FROM ORDER_DATE, LATE = OVER LEAD_DAYS
      *    INVL_*/PRICE_VAR_AMT: LINES OF INVOICES DATED IN THE
      *        QUARTER; VARIANCE IS (INV_PRICE - UNIT_PRICE) * INV_QTY
      *    SER_*: ISSUES EXPECTED IN THE QUARTER AND HOW MANY SERCLAIM
      *        CLAIMED
      *    SCORE 0-100 AND RANK_NO (1 = BEST, TIES SHARE A RANK)
           EXEC SQL DECLARE IBMUSER.VEND_SCORE TABLE
           ( QTR_ID                         CHAR(6) NOT NULL,
             VENDOR_ID                      INTEGER NOT NULL,
             LINES_ORDERED                  INTEGER NOT NULL,
             LINES_RECEIVED                 INTEGER NOT NULL,
             LINES_CANCELLED                INTEGER NOT NULL,
             RECEIPTS                       INTEGER NOT NULL,
             AVG_DAYS                       DECIMAL(5, 1) NOT NULL,
             LATE_RECEIPTS                  INTEGER NOT NULL,
             PO_CLAIMS                      INTEGER NOT NULL,
             INVL_LINES                     INTEGER NOT NULL,
             INVL_MISMATCH                  INTEGER NOT NULL,
             PRICE_VAR_AMT                  DECIMAL(9, 2) NOT NULL,
             SER_EXPECTED                   INTEGER NOT NULL,
             SER_CLAIMED                    INTEGER NOT NULL,
             SCORE                          DECIMAL(5, 1) NOT NULL,
             RANK_NO                        INTEGER NOT NULL,
             SCORED_TS                      TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.VEND_SCORE                 *
      ******************************************************************
       01  DCLVSC.
      *                       QTR_ID
           10 TBLVSC-QTR-ID
              PIC X(6).
      *                       VENDOR_ID
           10 TBLVSC-VENDOR-ID     PIC S9(9) USAGE COMP.
      *                       LINES_ORDERED
           10 TBLVSC-LINES-ORDERED
              PIC S9(9) USAGE COMP.
      *                       LINES_RECEIVED
           10 TBLVSC-LINES-RECEIVED
              PIC S9(9) USAGE COMP.
      *                       LINES_CANCELLED
           10 TBLVSC-LINES-CANCELLED
              PIC S9(9) USAGE COMP.
      *                       RECEIPTS
           10 TBLVSC-RECEIPTS      PIC S9(9) USAGE COMP.
      *                       AVG_DAYS
           10 TBLVSC-AVG-DAYS      PIC S9(4)V9(1) USAGE COMP-3.
      *                       LATE_RECEIPTS
           10 TBLVSC-LATE-RECEIPTS
              PIC S9(9) USAGE COMP.
      *                       PO_CLAIMS
           10 TBLVSC-PO-CLAIMS     PIC S9(9) USAGE COMP.
      *                       INVL_LINES
           10 TBLVSC-INVL-LINES    PIC S9(9) USAGE COMP.
      *                       INVL_MISMATCH
           10 TBLVSC-INVL-MISMATCH
              PIC S9(9) USAGE COMP.
      *                       PRICE_VAR_AMT
           10 TBLVSC-PRICE-VAR-AMT
              PIC S9(7)V9(2) USAGE COMP-3.
      *                       SER_EXPECTED
           10 TBLVSC-SER-EXPECTED  PIC S9(9) USAGE COMP.
      *                       SER_CLAIMED
           10 TBLVSC-SER-CLAIMED   PIC S9(9) USAGE COMP.
      *                       SCORE
           10 TBLVSC-SCORE         PIC S9(4)V9(1) USAGE COMP-3.
      *                       RANK_NO
           10 TBLVSC-RANK-NO       PIC S9(9) USAGE COMP.
      *                       SCORED_TS
           10 TBLVSC-SCORED-TS
              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
