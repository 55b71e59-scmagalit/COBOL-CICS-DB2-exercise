      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CLAIMS_RETURNED)                          *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLCLM))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLCLM-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    CLAIMS RETURNED - ONE ROW PER LOAN THE PATRON SAYS CAME BACK
      *    BUT WAS NEVER CHECKED IN (SEE LOANTRN PF8 AND CLMSRCH)
      *    CLAIM_STATUS:  O OPEN     - COPY IS 'C', ON THE SHELF SEARCH
      *                   F FOUND    - CHECKED IN, COPY BACK TO 'A'
      *                   M MISSING  - NOT FOUND IN TIME, COPY 'W'
      *    RESOLVED_DATE: NULL WHILE THE CLAIM IS OPEN
           EXEC SQL DECLARE IBMUSER.CLAIMS_RETURNED TABLE
           ( CLAIM_ID                       INTEGER NOT NULL,
             LOAN_ID                        INTEGER NOT NULL,
             BOOK_ID                        INTEGER NOT NULL,
             COPY_NO                        INTEGER NOT NULL,
             PATRON_ID                      INTEGER NOT NULL,
             CLAIM_DATE                     DATE NOT NULL,
             CLAIM_STATUS                   CHAR(1) NOT NULL,
             RESOLVED_DATE                  DATE,
             OPERATOR_ID                    VARCHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CLAIMS_RETURNED            *
      ******************************************************************
       01  DCLCLM.
      *                       CLAIM_ID
           10 TBLCLM-CLAIM-ID      PIC S9(9) USAGE COMP.
      *                       LOAN_ID
           10 TBLCLM-LOAN-ID       PIC S9(9) USAGE COMP.
      *                       BOOK_ID
           10 TBLCLM-BOOK-ID       PIC S9(9) USAGE COMP.
      *                       COPY_NO
           10 TBLCLM-COPY-NO       PIC S9(9) USAGE COMP.
      *                       PATRON_ID
           10 TBLCLM-PATRON-ID     PIC S9(9) USAGE COMP.
      *                       CLAIM_DATE
           10 TBLCLM-CLAIM-DATE
              PIC X(10).
      *                       CLAIM_STATUS
           10 TBLCLM-CLAIM-STATUS
              PIC X(1).
      *                       RESOLVED_DATE
           10 TBLCLM-RESOLVED-DATE
              PIC X(10).
           10 TBLCLM-OPERATOR-ID.
      *                       OPERATOR_ID LENGTH
              49 TBLCLM-OPERATOR-ID-LEN
                 PIC S9(4) USAGE COMP.
      *                       OPERATOR_ID
              49 TBLCLM-OPERATOR-ID-TEXT
                 PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
