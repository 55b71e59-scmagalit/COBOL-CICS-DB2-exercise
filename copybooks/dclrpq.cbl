      ******************************************************************
      * DCLGEN TABLE(IBMUSER.REPL_QUEUE)                               *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLRPQ))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLRPQ-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    REPLACEMENT CONSIDERATION WORKLIST, KEY REPL_ID (NEXTID
      *    'REPL_ID') - ROWS ARE ADDED BY RPLQADD, WORKED ON RPLQTRN
      *    SOURCE_CODE: L COPY BILLED LOST (LOSTCONV)
      *                 W TITLE WITHDRAWN WORN OUT (WEEDTRN)
      *                 M MISSING AT STOCKTAKE (STOCKTAK)
      *    COPY_NO:     THE COPY CONCERNED, 0 WHEN ONLY THE TITLE IS
      *                 KNOWN (WITHDRAWAL, STOCKTAKE)
      *    LOAN_ID:     THE LOAN A LOST COPY WAS BILLED ON - THE 'R'
      *                 FINE ON IT SAYS WHETHER THE CHARGE WAS PAID
      *    REPL_STATUS: P PENDING A DECISION
      *                 R REPLACE - ORDERED ON PO_ID/LINE_NO
      *                 N DO NOT REPLACE - SEE REASON_CODE
      *    REASON_CODE: BLANK UNTIL DECIDED 'N':
      *                 C ENOUGH COPIES LEFT, D NO DEMAND,
      *                 O OUT OF PRINT, S SUPERSEDED BY A NEWER
      *                 EDITION, F COPY FOUND, B NO BUDGET
           EXEC SQL DECLARE IBMUSER.REPL_QUEUE TABLE
           ( REPL_ID                        INTEGER NOT NULL,
             BOOK_ID                        INTEGER NOT NULL,
             COPY_NO                        INTEGER NOT NULL,
             SOURCE_CODE                    CHAR(1) NOT NULL,
             LOAN_ID                        INTEGER,
             BRANCH_ID                      INTEGER NOT NULL,
             QUEUE_DATE                     DATE NOT NULL,
             REPL_STATUS                    CHAR(1) NOT NULL,
             REASON_CODE                    CHAR(1) NOT NULL,
             DECIDED_BY                     VARCHAR(8),
             DECIDED_DATE                   DATE,
             PO_ID                          INTEGER,
             LINE_NO                        INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.REPL_QUEUE                 *
      ******************************************************************
       01  DCLRPQ.
      *                       REPL_ID
           10 TBLRPQ-REPL-ID       PIC S9(9) USAGE COMP.
      *                       BOOK_ID
           10 TBLRPQ-BOOK-ID       PIC S9(9) USAGE COMP.
      *                       COPY_NO
           10 TBLRPQ-COPY-NO       PIC S9(9) USAGE COMP.
      *                       SOURCE_CODE
           10 TBLRPQ-SOURCE-CODE
              PIC X(1).
      *                       LOAN_ID
           10 TBLRPQ-LOAN-ID       PIC S9(9) USAGE COMP.
      *                       BRANCH_ID
           10 TBLRPQ-BRANCH-ID     PIC S9(9) USAGE COMP.
      *                       QUEUE_DATE
           10 TBLRPQ-QUEUE-DATE
              PIC X(10).
      *                       REPL_STATUS
           10 TBLRPQ-REPL-STATUS
              PIC X(1).
      *                       REASON_CODE
           10 TBLRPQ-REASON-CODE
              PIC X(1).
           10 TBLRPQ-DECIDED-BY.
      *                       DECIDED_BY LENGTH
              49 TBLRPQ-DECIDED-BY-LEN
                 PIC S9(4) USAGE COMP.
      *                       DECIDED_BY
              49 TBLRPQ-DECIDED-BY-TEXT
                 PIC X(8).
      *                       DECIDED_DATE
           10 TBLRPQ-DECIDED-DATE
              PIC X(10).
      *                       PO_ID
           10 TBLRPQ-PO-ID         PIC S9(9) USAGE COMP.
      *                       LINE_NO
           10 TBLRPQ-LINE-NO       PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
