      ******************************************************************
      * DCLGEN TABLE(IBMUSER.COLL_REFERRALS)                           *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLCRF))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLCRF-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.COLL_REFERRALS TABLE
           ( REFER_ID                       INTEGER NOT NULL,
             PATRON_ID                      INTEGER NOT NULL,
             REFER_DATE                     DATE NOT NULL,
             REFER_BALANCE                  DECIMAL(7, 2) NOT NULL,
             OLDEST_ASSESS                  DATE NOT NULL,
             FEE_FINE_ID                    INTEGER NOT NULL,
             REFER_STATUS                   CHAR(1) NOT NULL,
             COLLECTED_AMT                  DECIMAL(7, 2) NOT NULL,
             LAST_RETURN_DATE               DATE,
             CLEARED_DATE                   DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.COLL_REFERRALS             *
      ******************************************************************
       01  DCLCRF.
      *                       REFER_ID
           10 TBLCRF-REFER-ID      PIC S9(9) USAGE COMP.
      *                       PATRON_ID
           10 TBLCRF-PATRON-ID     PIC S9(9) USAGE COMP.
      *                       REFER_DATE
           10 TBLCRF-REFER-DATE
              PIC X(10).
      *                       REFER_BALANCE
           10 TBLCRF-REFER-BALANCE PIC S9(5)V9(2) USAGE COMP-3.
      *                       OLDEST_ASSESS
           10 TBLCRF-OLDEST-ASSESS
              PIC X(10).
      *                       FEE_FINE_ID
           10 TBLCRF-FEE-FINE-ID   PIC S9(9) USAGE COMP.
      *                       REFER_STATUS
           10 TBLCRF-REFER-STATUS
              PIC X(1).
      *                       COLLECTED_AMT
           10 TBLCRF-COLLECTED-AMT PIC S9(5)V9(2) USAGE COMP-3.
      *                       LAST_RETURN_DATE
           10 TBLCRF-LAST-RETURN-DATE
              PIC X(10).
      *                       CLEARED_DATE
           10 TBLCRF-CLEARED-DATE
              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
