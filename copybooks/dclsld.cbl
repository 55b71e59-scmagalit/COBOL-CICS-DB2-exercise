      ******************************************************************
      * DCLGEN TABLE(IBMUSER.SALE_DAILY)                               *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLSLD))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLSLD-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    BOOK SALE TALLIES - ONE ROW PER SALE DAY AND PRICE BAND AS
      *    COUNTED AT THE SALE TABLE, LOADED BY SALELOAD, KEY
      *    SALE_DATE + PRICE_BAND
      *    QTY_SOLD:      ITEMS THE SALE TABLE COUNTED IN THE BAND
      *    REVENUE:       TAKINGS FOR THE BAND THAT DAY
      *    QTY_MATCHED:   HOW MANY OF QTY_SOLD WERE MATCHED TO
      *                   SALE_STOCK ROWS AND MARKED SOLD - SHORT WHEN
      *                   THE SHELF HELD ITEMS NEVER RECEIVED HERE
      *    LOADED_DATE:   DAY SALELOAD POSTED THE TALLY
           EXEC SQL DECLARE IBMUSER.SALE_DAILY TABLE
           ( SALE_DATE                      DATE NOT NULL,
             PRICE_BAND                     CHAR(1) NOT NULL,
             QTY_SOLD                       INTEGER NOT NULL,
             REVENUE                        DECIMAL(9, 2) NOT NULL,
             QTY_MATCHED                    INTEGER NOT NULL,
             LOADED_DATE                    DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SALE_DAILY                 *
      ******************************************************************
       01  DCLSLD.
      *                       SALE_DATE
           10 TBLSLD-SALE-DATE
              PIC X(10).
      *                       PRICE_BAND
           10 TBLSLD-PRICE-BAND
              PIC X(1).
      *                       QTY_SOLD
           10 TBLSLD-QTY-SOLD      PIC S9(9) USAGE COMP.
      *                       REVENUE
           10 TBLSLD-REVENUE
              PIC S9(7)V9(2) USAGE COMP-3.
      *                       QTY_MATCHED
           10 TBLSLD-QTY-MATCHED   PIC S9(9) USAGE COMP.
      *                       LOADED_DATE
           10 TBLSLD-LOADED-DATE
              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
