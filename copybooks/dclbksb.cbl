      ******************************************************************
      * DCLGEN TABLE(IBMUSER.BOOK_SUBJECTS)                            *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLBKSB))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLBKSB-)                                         *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    ONE ROW PER SUBJECT HEADING ASSIGNED TO A BOOK (TRAN2DB2).
      *    SUBJECT_ID IS ALWAYS A PREFERRED HEADING (SUBJECTS.SEE_ID
      *    NULL); SUBJTRN PF9 REPOINTS THE ROWS WHEN HEADINGS MERGE
           EXEC SQL DECLARE IBMUSER.BOOK_SUBJECTS TABLE
           ( BOOK_ID                        INTEGER NOT NULL,
             SUBJECT_ID                     INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.BOOK_SUBJECTS              *
      ******************************************************************
       01  DCLBKSB.
      *                       BOOK_ID
           10 TBLBKSB-BOOK-ID      PIC S9(9) USAGE COMP.
      *                       SUBJECT_ID
           10 TBLBKSB-SUBJECT-ID   PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
