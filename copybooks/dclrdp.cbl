      ******************************************************************
      * DCLGEN TABLE(IBMUSER.READ_PROGRAMS)                            *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLRDP))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLRDP-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    SUMMER READING CHALLENGE - ONE ROW PER PROGRAM, KEY PROG_ID
      *    (NEXTID 'RDPROG_ID') - SET UP ON READTRN (PF5)
      *    START_DATE/END_DATE: THE PROGRAM RUNS FROM START TO END
      *                 INCLUSIVE; CHECKOUTS OF JUVENILE TITLES IN
      *                 THAT WINDOW ARE LOGGED AUTOMATICALLY BY
      *                 LOANTRN FOR ENROLLED PATRONS
      *    LEVEL GOALS AND PRIZES ARE IN READ_LEVELS (DCLRDL)
      *    CREATED_BY:  OPERATOR WHO SET THE PROGRAM UP
           EXEC SQL DECLARE IBMUSER.READ_PROGRAMS TABLE
           ( PROG_ID                        INTEGER NOT NULL,
             PROG_NAME                      VARCHAR(40) NOT NULL,
             START_DATE                     DATE NOT NULL,
             END_DATE                       DATE NOT NULL,
             CREATED_BY                     VARCHAR(8) NOT NULL,
             CREATED_DATE                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.READ_PROGRAMS              *
      ******************************************************************
       01  DCLRDP.
      *                       PROG_ID
           10 TBLRDP-PROG-ID       PIC S9(9) USAGE COMP.
           10 TBLRDP-PROG-NAME.
      *                       PROG_NAME LENGTH
              49 TBLRDP-PROG-NAME-LEN
                 PIC S9(4) USAGE COMP.
      *                       PROG_NAME
              49 TBLRDP-PROG-NAME-TEXT
                 PIC X(40).
      *                       START_DATE
           10 TBLRDP-START-DATE
              PIC X(10).
      *                       END_DATE
           10 TBLRDP-END-DATE
              PIC X(10).
           10 TBLRDP-CREATED-BY.
      *                       CREATED_BY LENGTH
              49 TBLRDP-CREATED-BY-LEN
                 PIC S9(4) USAGE COMP.
      *                       CREATED_BY
              49 TBLRDP-CREATED-BY-TEXT
                 PIC X(8).
      *                       CREATED_DATE
           10 TBLRDP-CREATED-DATE
              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
