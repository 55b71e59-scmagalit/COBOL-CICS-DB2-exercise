0803AM       AUTH_CIRC                      CHAR(1) NOT NULL,
0803AM       AUTH_JCL                       CHAR(1) NOT NULL,
0910WL       WAIVE_LIMIT                    DECIMAL(7, 2) NOT NULL,
1023WK       BRANCH_ID                      INTEGER NOT NULL,
1113SD       APPROVE_LIMIT                  DECIMAL(9, 2) NOT NULL,
1214PN       AUTH_OVERRIDE                  CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.OPER_AUTH                  *
      *                       BRANCH_ID
      *    HOME DESK OF THE OPERATOR; STAMPED ONTO CIRC_LOG ROWS
1023WK     10 TBLOAU-BRANCH-ID     PIC S9(9) USAGE COMP.
      *                       APPROVE_LIMIT
      *    LARGEST VENDOR INVOICE THE OPERATOR MAY APPROVE ALONE IN
      *    INVCTRN; ABOVE IT A SECOND APPROVER IS NEEDED
1113SD     10 TBLOAU-APPROVE-LIMIT PIC S9(7)V9(2) USAGE COMP-3.
      *                       AUTH_OVERRIDE
      *    'Y' LETS THE OPERATOR RELEASE A PATRON_NOTES BLOCK AT THE
      *    LOANTRN DESK (AUTHCHK FUNC 'B'); EACH RELEASE IS LOGGED
1214PN     10 TBLOAU-AUTH-OVERRIDE PIC X(1).
      ******************************************************************
1214PN* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
