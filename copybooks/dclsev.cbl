      ******************************************************************
      * DCLGEN TABLE(IBMUSER.SEC_EVENTS)                               *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLSEV))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLSEV-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    EVENT_TYPE: D = FUNCTION DENIED BY AUTHCHK
      *                P = WRONG PIN
      *                L = WRONG PIN THAT LOCKED THE CARD
      *                K = PIN TRIED ON A CARD ALREADY LOCKED
      *                U = PIN PROMPT FOR A PATRON_ID NOT ON FILE
1214PN*                O = PATRON_NOTES BLOCK RELEASED AT THE LOANTRN
1214PN*                    DESK BY AN AUTH_OVERRIDE OPERATOR (FUNC 'B')
      *    FLAG_SW 'Y' IS SET BY SECRPT WHEN THE OPERATOR, PATRON OR
      *    TERMINAL BEHIND THE EVENT WENT OVER ITS DAILY LIMIT
           EXEC SQL DECLARE IBMUSER.SEC_EVENTS TABLE
           ( EVENT_ID                       INTEGER NOT NULL,
             EVENT_TYPE                     CHAR(1) NOT NULL,
             OPERATOR_ID                    CHAR(8) NOT NULL,
             PATRON_ID                      INTEGER NOT NULL,
             TERMINAL_ID                    CHAR(4) NOT NULL,
             TRAN_ID                        CHAR(4) NOT NULL,
             FUNC_CODE                      CHAR(1) NOT NULL,
             BRANCH_ID                      INTEGER NOT NULL,
             EVENT_TS                       TIMESTAMP NOT NULL,
             FLAG_SW                        CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SEC_EVENTS                 *
      ******************************************************************
       01  DCLSEV.
      *                       EVENT_ID
           10 TBLSEV-EVENT-ID      PIC S9(9) USAGE COMP.
      *                       EVENT_TYPE
           10 TBLSEV-EVENT-TYPE
              PIC X(1).
      *                       OPERATOR_ID
           10 TBLSEV-OPERATOR-ID
              PIC X(8).
      *                       PATRON_ID
           10 TBLSEV-PATRON-ID     PIC S9(9) USAGE COMP.
      *                       TERMINAL_ID
           10 TBLSEV-TERMINAL-ID
              PIC X(4).
      *                       TRAN_ID
           10 TBLSEV-TRAN-ID
              PIC X(4).
      *                       FUNC_CODE
           10 TBLSEV-FUNC-CODE
              PIC X(1).
      *                       BRANCH_ID
           10 TBLSEV-BRANCH-ID     PIC S9(9) USAGE COMP.
      *                       EVENT_TS
           10 TBLSEV-EVENT-TS
              PIC X(26).
      *                       FLAG_SW
           10 TBLSEV-FLAG-SW
              PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
