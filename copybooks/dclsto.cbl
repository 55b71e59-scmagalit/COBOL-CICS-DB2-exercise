      ******************************************************************
      * DCLGEN TABLE(IBMUSER.STANDING_ORDERS)                          *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLSTO))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLSTO-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    ONE ROW PER SERIES ON STANDING ORDER, KEPT BY STOMAINT AND
      *    READ BY STORDRUN. COPIES PER BRANCH ARE IN STO_BRANCHES
      *    PRICE_CEILING: PER-COPY PRICE ABOVE WHICH A NEW VOLUME GOES
      *                   TO THE REVIEW LIST INSTEAD OF BEING ORDERED
      *    PO_ID:         THE OPEN STANDING-ORDER PO NEW VOLUMES ARE
      *                   ADDED TO (NULL UNTIL THE FIRST ONE)
           EXEC SQL DECLARE IBMUSER.STANDING_ORDERS TABLE
           ( SERIES_ID                      INTEGER NOT NULL,
             VENDOR_ID                      INTEGER NOT NULL,
             FUND_CODE                      VARCHAR(8) NOT NULL,
             PRICE_CEILING                  DECIMAL(7, 2) NOT NULL,
             SO_STATUS                      CHAR(1) NOT NULL,
             PO_ID                          INTEGER,
             LAST_ORDER_DATE                DATE,
             CHANGED_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.STANDING_ORDERS            *
      ******************************************************************
       01  DCLSTO.
      *                       SERIES_ID
           10 TBLSTO-SERIES-ID     PIC S9(9) USAGE COMP.
      *                       VENDOR_ID
           10 TBLSTO-VENDOR-ID     PIC S9(9) USAGE COMP.
           10 TBLSTO-FUND-CODE.
      *                       FUND_CODE LENGTH
              49 TBLSTO-FUND-CODE-LEN
                 PIC S9(4) USAGE COMP.
      *                       FUND_CODE
              49 TBLSTO-FUND-CODE-TEXT
                 PIC X(8).
      *                       PRICE_CEILING
           10 TBLSTO-PRICE-CEILING PIC S9(5)V9(2) USAGE COMP-3.
      *                       SO_STATUS
      *    A=ACTIVE S=SUSPENDED
           10 TBLSTO-SO-STATUS
              PIC X(1).
      *                       PO_ID
           10 TBLSTO-PO-ID         PIC S9(9) USAGE COMP.
      *                       LAST_ORDER_DATE
           10 TBLSTO-LAST-ORDER-DATE
              PIC X(10).
      *                       CHANGED_TS
           10 TBLSTO-CHANGED-TS
              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
