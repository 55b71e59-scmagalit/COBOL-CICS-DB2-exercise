      ******************************************************************
      * DCLGEN TABLE(IBMUSER.EVENT_REGS)                               *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLERG))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLERG-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.EVENT_REGS TABLE
           ( REG_ID                         INTEGER NOT NULL,
             EVENT_ID                       INTEGER NOT NULL,
             PATRON_ID                      INTEGER NOT NULL,
             REG_DATE                       DATE NOT NULL,
             REG_STATUS                     CHAR(1) NOT NULL,
             PROMOTE_DATE                   DATE,
             CANCEL_DATE                    DATE,
             REMIND_DATE                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.EVENT_REGS                 *
      ******************************************************************
       01  DCLERG.
      *                       REG_ID
           10 TBLERG-REG-ID        PIC S9(9) USAGE COMP.
      *                       EVENT_ID
           10 TBLERG-EVENT-ID      PIC S9(9) USAGE COMP.
      *                       PATRON_ID
           10 TBLERG-PATRON-ID     PIC S9(9) USAGE COMP.
      *                       REG_DATE
           10 TBLERG-REG-DATE
              PIC X(10).
      *                       REG_STATUS
           10 TBLERG-REG-STATUS
              PIC X(1).
      *                       PROMOTE_DATE
           10 TBLERG-PROMOTE-DATE
              PIC X(10).
      *                       CANCEL_DATE
           10 TBLERG-CANCEL-DATE
              PIC X(10).
      *                       REMIND_DATE
           10 TBLERG-REMIND-DATE
              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
