      ******************************************************************
      * DCLGEN TABLE(IBMUSER.HOLD_PULLS)                               *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLHPL))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLHPL-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    ONE ROW PER COPY ON THE LATEST HOLDPULL PULL LIST (KEY
      *    BOOK_ID, COPY_NO). LOANTRN PF7 (TRAP HOLD) DELETES THE ROW
      *    WHEN THE COPY IS SCANNED; A ROW STILL THERE THE NEXT
      *    MORNING, WITH THE HOLD STILL PENDING AND THE COPY STILL
      *    FREE, IS A MISS
      *    PULL_DATE:     DATE THE COPY WAS LAST LISTED
      *    MISS_COUNT:    PULLS THE COPY WAS NOT FOUND ON; THE SECOND
      *                   MISS SETS BOOK_COPIES.COPY_STATUS 'M'
           EXEC SQL DECLARE IBMUSER.HOLD_PULLS TABLE
           ( BOOK_ID                        INTEGER NOT NULL,
             COPY_NO                        INTEGER NOT NULL,
             HOLD_ID                        INTEGER NOT NULL,
             BRANCH_ID                      INTEGER NOT NULL,
             PULL_DATE                      DATE NOT NULL,
             MISS_COUNT                     INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.HOLD_PULLS                 *
      ******************************************************************
       01  DCLHPL.
      *                       BOOK_ID
           10 TBLHPL-BOOK-ID       PIC S9(9) USAGE COMP.
      *                       COPY_NO
           10 TBLHPL-COPY-NO       PIC S9(9) USAGE COMP.
      *                       HOLD_ID
           10 TBLHPL-HOLD-ID       PIC S9(9) USAGE COMP.
      *                       BRANCH_ID
           10 TBLHPL-BRANCH-ID     PIC S9(9) USAGE COMP.
      *                       PULL_DATE
           10 TBLHPL-PULL-DATE
              PIC X(10).
      *                       MISS_COUNT
           10 TBLHPL-MISS-COUNT    PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
