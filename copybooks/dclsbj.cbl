      ******************************************************************
      * DCLGEN TABLE(IBMUSER.SUBJECTS)                                 *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLSBJ))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLSBJ-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    SUBJECT AUTHORITY FILE - ONE ROW PER HEADING (SEE SUBJTRN)
      *    HEADING:       STORED UPPER-CASE, UNIQUE
      *    SEE_ID:        NULL FOR A PREFERRED HEADING; OTHERWISE THE
      *                   ROW IS A "SEE" REFERENCE (NON-PREFERRED TERM)
      *                   AND SEE_ID IS THE PREFERRED SUBJECT_ID. ONLY
      *                   PREFERRED HEADINGS ARE LINKED TO BOOKS
           EXEC SQL DECLARE IBMUSER.SUBJECTS TABLE
           ( SUBJECT_ID                     INTEGER NOT NULL,
             HEADING                        VARCHAR(60) NOT NULL,
             SEE_ID                         INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SUBJECTS                   *
      ******************************************************************
       01  DCLSBJ.
      *                       SUBJECT_ID
           10 TBLSBJ-SUBJECT-ID    PIC S9(9) USAGE COMP.
           10 TBLSBJ-HEADING.
      *                       HEADING LENGTH
              49 TBLSBJ-HEADING-LEN
                 PIC S9(4) USAGE COMP.
      *                       HEADING
              49 TBLSBJ-HEADING-TEXT
                 PIC X(60).
      *                       SEE_ID
           10 TBLSBJ-SEE-ID        PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
