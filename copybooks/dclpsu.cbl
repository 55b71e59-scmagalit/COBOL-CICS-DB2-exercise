      ******************************************************************
      * DCLGEN TABLE(IBMUSER.PAY_SUSPENSE)                             *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLPSU))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLPSU-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.PAY_SUSPENSE TABLE
           ( SUSP_ID                        INTEGER NOT NULL,
             PATRON_ID                      INTEGER NOT NULL,
             FINE_ID                        INTEGER NOT NULL,
             PAY_AMOUNT                     DECIMAL(7, 2) NOT NULL,
             EXT_REF                        VARCHAR(20) NOT NULL,
             PAY_DATE                       DATE NOT NULL,
             PAY_SOURCE                     CHAR(1) NOT NULL,
             SUSP_REASON                    VARCHAR(30) NOT NULL,
             SUSP_STATUS                    CHAR(1) NOT NULL,
             LOAD_DATE                      DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PAY_SUSPENSE               *
      ******************************************************************
       01  DCLPSU.
      *                       SUSP_ID
           10 TBLPSU-SUSP-ID       PIC S9(9) USAGE COMP.
      *                       PATRON_ID
           10 TBLPSU-PATRON-ID     PIC S9(9) USAGE COMP.
      *                       FINE_ID
           10 TBLPSU-FINE-ID       PIC S9(9) USAGE COMP.
      *                       PAY_AMOUNT
           10 TBLPSU-PAY-AMOUNT    PIC S9(5)V9(2) USAGE COMP-3.
           10 TBLPSU-EXT-REF.
      *                       EXT_REF LENGTH
              49 TBLPSU-EXT-REF-LEN
                 PIC S9(4) USAGE COMP.
      *                       EXT_REF
              49 TBLPSU-EXT-REF-TEXT
                 PIC X(20).
      *                       PAY_DATE
           10 TBLPSU-PAY-DATE
              PIC X(10).
      *                       PAY_SOURCE
           10 TBLPSU-PAY-SOURCE
              PIC X(1).
           10 TBLPSU-SUSP-REASON.
      *                       SUSP_REASON LENGTH
              49 TBLPSU-SUSP-REASON-LEN
                 PIC S9(4) USAGE COMP.
      *                       SUSP_REASON
              49 TBLPSU-SUSP-REASON-TEXT
                 PIC X(30).
      *                       SUSP_STATUS
           10 TBLPSU-SUSP-STATUS
              PIC X(1).
      *                       LOAD_DATE
           10 TBLPSU-LOAD-DATE
              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
