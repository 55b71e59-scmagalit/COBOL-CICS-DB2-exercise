      ******************************************************************
      * DCLGEN TABLE(IBMUSER.VEND_RETURNS)                             *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLVRT))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLVRT-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    RECEIVED PO LINES SENT BACK TO THE VENDOR, KEY RTN_ID (NEXTID
      *    'RTN_ID') - RECORDED BY ACQTRN PF7
      *    RMA_NO:      THE VENDOR'S RETURN AUTHORIZATION NUMBER
      *    RTN_REASON:  D DAMAGED IN SHIPMENT
      *                 W WRONG EDITION OR TITLE SENT
      *                 O OTHER
      *    LINE_ACTION: R THE PO LINE WAS REOPENED FOR A REPLACEMENT
      *                 C THE PO LINE WAS CANCELLED
      *    RTN_AMT:     THE LINE'S PO VALUE (UNIT_PRICE X ORDER_QTY) THE
      *                 RECEIPT HAD MOVED TO SPENT ON FUND_CODE
      *    RTN_STATUS:  A AWAITING THE VENDOR'S CREDIT MEMO
      *                 M MATCHED ON A CREDIT MEMO IN INVCTRN, NOT YET
      *                   APPROVED (CREDIT_INVC_ID)
      *                 C CREDITED - THE APPROVED MEMO PUT CREDIT_AMT
      *                   BACK ON THE FUND'S SPENT_AMT
           EXEC SQL DECLARE IBMUSER.VEND_RETURNS TABLE
           ( RTN_ID                         INTEGER NOT NULL,
             PO_ID                          INTEGER NOT NULL,
             LINE_NO                        INTEGER NOT NULL,
             VENDOR_ID                      INTEGER NOT NULL,
             BOOK_ID                        INTEGER NOT NULL,
             RTN_QTY                        INTEGER NOT NULL,
             RTN_AMT                        DECIMAL(7, 2) NOT NULL,
             FUND_CODE                      VARCHAR(8),
             RTN_REASON                     CHAR(1) NOT NULL,
             RMA_NO                         VARCHAR(20) NOT NULL,
             LINE_ACTION                    CHAR(1) NOT NULL,
             RTN_DATE                       DATE NOT NULL,
             RTN_BY                         VARCHAR(8) NOT NULL,
             RTN_STATUS                     CHAR(1) NOT NULL,
             CREDIT_INVC_ID                 INTEGER,
             CREDIT_AMT                     DECIMAL(7, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.VEND_RETURNS               *
      ******************************************************************
       01  DCLVRT.
      *                       RTN_ID
           10 TBLVRT-RTN-ID        PIC S9(9) USAGE COMP.
      *                       PO_ID
           10 TBLVRT-PO-ID         PIC S9(9) USAGE COMP.
      *                       LINE_NO
           10 TBLVRT-LINE-NO       PIC S9(9) USAGE COMP.
      *                       VENDOR_ID
           10 TBLVRT-VENDOR-ID     PIC S9(9) USAGE COMP.
      *                       BOOK_ID
           10 TBLVRT-BOOK-ID       PIC S9(9) USAGE COMP.
      *                       RTN_QTY
           10 TBLVRT-RTN-QTY       PIC S9(9) USAGE COMP.
      *                       RTN_AMT
           10 TBLVRT-RTN-AMT
              PIC S9(5)V9(2) USAGE COMP-3.
           10 TBLVRT-FUND-CODE.
      *                       FUND_CODE LENGTH
              49 TBLVRT-FUND-CODE-LEN
                 PIC S9(4) USAGE COMP.
      *                       FUND_CODE
              49 TBLVRT-FUND-CODE-TEXT
                 PIC X(8).
      *                       RTN_REASON
           10 TBLVRT-RTN-REASON
              PIC X(1).
           10 TBLVRT-RMA-NO.
      *                       RMA_NO LENGTH
              49 TBLVRT-RMA-NO-LEN
                 PIC S9(4) USAGE COMP.
      *                       RMA_NO
              49 TBLVRT-RMA-NO-TEXT
                 PIC X(20).
      *                       LINE_ACTION
           10 TBLVRT-LINE-ACTION
              PIC X(1).
      *                       RTN_DATE
           10 TBLVRT-RTN-DATE
              PIC X(10).
           10 TBLVRT-RTN-BY.
      *                       RTN_BY LENGTH
              49 TBLVRT-RTN-BY-LEN
                 PIC S9(4) USAGE COMP.
      *                       RTN_BY
              49 TBLVRT-RTN-BY-TEXT
                 PIC X(8).
      *                       RTN_STATUS
           10 TBLVRT-RTN-STATUS
              PIC X(1).
      *                       CREDIT_INVC_ID
           10 TBLVRT-CREDIT-INVC-ID
              PIC S9(9) USAGE COMP.
      *                       CREDIT_AMT
           10 TBLVRT-CREDIT-AMT
              PIC S9(5)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
