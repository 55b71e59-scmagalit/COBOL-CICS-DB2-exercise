      ******************************************************************
      * DCLGEN TABLE(IBMUSER.SALE_STOCK)                               *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLSLS))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLSLS-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    FRIENDS OF THE LIBRARY BOOK SALE STOCK - ONE ROW PER ITEM
      *    HANDED TO THE FRIENDS, KEY STOCK_ID (NEXTID 'STOCK_ID')
      *    SOURCE_CODE:   W WITHDRAWN COPY (WEEDTRN PF6)
      *                   D DECLINED DONATION (DONRTRN PF10)
      *    BOOK_ID:       WITHDRAWN TITLE, 0 FOR A DECLINED DONATION
      *    DONOR_ID:      DONOR OF A DECLINED ITEM, 0 FOR A WITHDRAWAL
      *    DESCRIPTION:   TITLE OR THE DESK'S DESCRIPTION OF THE ITEM
      *    PRICE_BAND:    SEE SALEBAND (A PAPERBACK, B HARDCOVER,
      *                   C AUDIO/VIDEO, D COLLECTIBLE)
      *    STOCK_STATUS:  S ON THE SALE SHELF
      *                   D SOLD (SALELOAD, OLDEST IN THE BAND FIRST)
      *                   R RECYCLED UNSOLD (SALERCYC)
      *    SOLD_DATE:     NULL UNTIL SOLD - THE SALE DAY OF THE TALLY
      *    RECYCLED_DATE: NULL UNTIL RECYCLED
           EXEC SQL DECLARE IBMUSER.SALE_STOCK TABLE
           ( STOCK_ID                       INTEGER NOT NULL,
             SOURCE_CODE                    CHAR(1) NOT NULL,
             BOOK_ID                        INTEGER NOT NULL,
             DONOR_ID                       INTEGER NOT NULL,
             DESCRIPTION                    VARCHAR(60) NOT NULL,
             PRICE_BAND                     CHAR(1) NOT NULL,
             STOCK_STATUS                   CHAR(1) NOT NULL,
             RECEIVED_DATE                  DATE NOT NULL,
             RECEIVED_BY                    VARCHAR(8) NOT NULL,
             SOLD_DATE                      DATE,
             RECYCLED_DATE                  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SALE_STOCK                 *
      ******************************************************************
       01  DCLSLS.
      *                       STOCK_ID
           10 TBLSLS-STOCK-ID      PIC S9(9) USAGE COMP.
      *                       SOURCE_CODE
           10 TBLSLS-SOURCE-CODE
              PIC X(1).
      *                       BOOK_ID
           10 TBLSLS-BOOK-ID       PIC S9(9) USAGE COMP.
      *                       DONOR_ID
           10 TBLSLS-DONOR-ID      PIC S9(9) USAGE COMP.
           10 TBLSLS-DESCRIPTION.
      *                       DESCRIPTION LENGTH
              49 TBLSLS-DESCRIPTION-LEN
                 PIC S9(4) USAGE COMP.
      *                       DESCRIPTION
              49 TBLSLS-DESCRIPTION-TEXT
                 PIC X(60).
      *                       PRICE_BAND
           10 TBLSLS-PRICE-BAND
              PIC X(1).
      *                       STOCK_STATUS
           10 TBLSLS-STOCK-STATUS
              PIC X(1).
      *                       RECEIVED_DATE
           10 TBLSLS-RECEIVED-DATE
              PIC X(10).
           10 TBLSLS-RECEIVED-BY.
      *                       RECEIVED_BY LENGTH
              49 TBLSLS-RECEIVED-BY-LEN
                 PIC S9(4) USAGE COMP.
      *                       RECEIVED_BY
              49 TBLSLS-RECEIVED-BY-TEXT
                 PIC X(8).
      *                       SOLD_DATE
           10 TBLSLS-SOLD-DATE
              PIC X(10).
      *                       RECYCLED_DATE
           10 TBLSLS-RECYCLED-DATE
              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
