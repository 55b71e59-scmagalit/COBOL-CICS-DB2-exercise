      ******************************************************************
      * DCLGEN TABLE(IBMUSER.STO_BRANCHES)                             *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLSTB))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLSTB-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    COPIES OF EACH NEW VOLUME A BRANCH TAKES ON A SERIES'S
      *    STANDING ORDER (SEE DCLSTO); THE PO LINE ORDERS THE SUM
           EXEC SQL DECLARE IBMUSER.STO_BRANCHES TABLE
           ( SERIES_ID                      INTEGER NOT NULL,
             BRANCH_ID                      INTEGER NOT NULL,
             COPY_QTY                       INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.STO_BRANCHES               *
      ******************************************************************
       01  DCLSTB.
      *                       SERIES_ID
           10 TBLSTB-SERIES-ID     PIC S9(9) USAGE COMP.
      *                       BRANCH_ID
           10 TBLSTB-BRANCH-ID     PIC S9(9) USAGE COMP.
      *                       COPY_QTY
           10 TBLSTB-COPY-QTY      PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
