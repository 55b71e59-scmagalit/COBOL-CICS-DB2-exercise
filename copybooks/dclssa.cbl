      ******************************************************************
      * DCLGEN TABLE(IBMUSER.SUBJECT_SEE_ALSO)                         *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLSSA))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLSSA-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    "SEE ALSO" REFERENCES BETWEEN PREFERRED HEADINGS. SUBJTRN
      *    STORES BOTH DIRECTIONS (A->B AND B->A) SO EITHER HEADING
      *    LISTS THE OTHER
           EXEC SQL DECLARE IBMUSER.SUBJECT_SEE_ALSO TABLE
           ( SUBJECT_ID                     INTEGER NOT NULL,
             RELATED_ID                     INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SUBJECT_SEE_ALSO           *
      ******************************************************************
       01  DCLSSA.
      *                       SUBJECT_ID
           10 TBLSSA-SUBJECT-ID    PIC S9(9) USAGE COMP.
      *                       RELATED_ID
           10 TBLSSA-RELATED-ID    PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
