      ******************************************************************
      * DCLGEN TABLE(IBMUSER.REFUNDS)                                  *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLRFD))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLRFD-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.REFUNDS TABLE
           ( REFUND_ID                      INTEGER NOT NULL,
             FINE_ID                        INTEGER NOT NULL,
             PATRON_ID                      INTEGER NOT NULL,
             BOOK_ID                        INTEGER NOT NULL,
             PAID_AMOUNT                    DECIMAL(7, 2) NOT NULL,
             FEE_AMOUNT                     DECIMAL(7, 2) NOT NULL,
             REFUND_AMOUNT                  DECIMAL(7, 2) NOT NULL,
             REFUND_STATUS                  CHAR(1) NOT NULL,
             QUEUED_BY                      VARCHAR(8) NOT NULL,
             QUEUED_DATE                    DATE NOT NULL,
             DECIDED_BY                     VARCHAR(8),
             DECIDED_DATE                   DATE,
             TENDER_TYPE                    CHAR(1) NOT NULL,
             PAY_ID                         INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.REFUNDS                    *
      ******************************************************************
       01  DCLRFD.
      *                       REFUND_ID
           10 TBLRFD-REFUND-ID     PIC S9(9) USAGE COMP.
      *                       FINE_ID
           10 TBLRFD-FINE-ID       PIC S9(9) USAGE COMP.
      *                       PATRON_ID
           10 TBLRFD-PATRON-ID     PIC S9(9) USAGE COMP.
      *                       BOOK_ID
           10 TBLRFD-BOOK-ID       PIC S9(9) USAGE COMP.
      *                       PAID_AMOUNT
           10 TBLRFD-PAID-AMOUNT   PIC S9(5)V9(2) USAGE COMP-3.
      *                       FEE_AMOUNT
           10 TBLRFD-FEE-AMOUNT    PIC S9(5)V9(2) USAGE COMP-3.
      *                       REFUND_AMOUNT
           10 TBLRFD-REFUND-AMOUNT PIC S9(5)V9(2) USAGE COMP-3.
      *                       REFUND_STATUS
           10 TBLRFD-REFUND-STATUS
              PIC X(1).
           10 TBLRFD-QUEUED-BY.
      *                       QUEUED_BY LENGTH
              49 TBLRFD-QUEUED-BY-LEN
                 PIC S9(4) USAGE COMP.
      *                       QUEUED_BY
              49 TBLRFD-QUEUED-BY-TEXT
                 PIC X(8).
      *                       QUEUED_DATE
           10 TBLRFD-QUEUED-DATE
              PIC X(10).
           10 TBLRFD-DECIDED-BY.
      *                       DECIDED_BY LENGTH
              49 TBLRFD-DECIDED-BY-LEN
                 PIC S9(4) USAGE COMP.
      *                       DECIDED_BY
              49 TBLRFD-DECIDED-BY-TEXT
                 PIC X(8).
      *                       DECIDED_DATE
           10 TBLRFD-DECIDED-DATE
              PIC X(10).
      *                       TENDER_TYPE
           10 TBLRFD-TENDER-TYPE
              PIC X(1).
      *                       PAY_ID
           10 TBLRFD-PAY-ID        PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
