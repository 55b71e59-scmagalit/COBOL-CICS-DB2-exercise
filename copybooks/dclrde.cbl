      ******************************************************************
      * DCLGEN TABLE(IBMUSER.READ_ENROL)                               *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLRDE))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLRDE-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    ONE ROW PER PATRON ENROLLED IN A READING PROGRAM, KEY
      *    ENROL_ID (NEXTID 'ENROL_ID'); ONE ENROLMENT PER PATRON PER
      *    PROGRAM
      *    BRANCH_ID:     DESK BRANCH THAT ENROLLED THE PATRON (OPER_
      *                   AUTH), 0 WHEN ENROLLED AT THE SELFSRV LOBBY
      *                   STATION
      *    ENROL_SOURCE:  D DESK (READTRN PF6)
      *                   S SELF-SERVICE (SELFSRV PF5)
      *    BOOKS_READ:    RUNNING TOTAL OF READ_LOG.BOOK_COUNT
      *    LEVEL_REACHED: HIGHEST READ_LEVELS.LEVEL_NO WHOSE GOAL IS
      *                   MET, 0 = NONE YET
      *    FINISH_DATE:   DATE THE HIGHEST LEVEL WAS REACHED, NULL UNTIL
      *                   THEN
           EXEC SQL DECLARE IBMUSER.READ_ENROL TABLE
           ( ENROL_ID                       INTEGER NOT NULL,
             PROG_ID                        INTEGER NOT NULL,
             PATRON_ID                      INTEGER NOT NULL,
             BRANCH_ID                      INTEGER NOT NULL,
             ENROL_SOURCE                   CHAR(1) NOT NULL,
             ENROL_DATE                     DATE NOT NULL,
             BOOKS_READ                     SMALLINT NOT NULL,
             LEVEL_REACHED                  SMALLINT NOT NULL,
             FINISH_DATE                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.READ_ENROL                 *
      ******************************************************************
       01  DCLRDE.
      *                       ENROL_ID
           10 TBLRDE-ENROL-ID      PIC S9(9) USAGE COMP.
      *                       PROG_ID
           10 TBLRDE-PROG-ID       PIC S9(9) USAGE COMP.
      *                       PATRON_ID
           10 TBLRDE-PATRON-ID     PIC S9(9) USAGE COMP.
      *                       BRANCH_ID
           10 TBLRDE-BRANCH-ID     PIC S9(9) USAGE COMP.
      *                       ENROL_SOURCE
           10 TBLRDE-ENROL-SOURCE
              PIC X(1).
      *                       ENROL_DATE
           10 TBLRDE-ENROL-DATE
              PIC X(10).
      *                       BOOKS_READ
           10 TBLRDE-BOOKS-READ    PIC S9(4) USAGE COMP.
      *                       LEVEL_REACHED
           10 TBLRDE-LEVEL-REACHED PIC S9(4) USAGE COMP.
      *                       FINISH_DATE
           10 TBLRDE-FINISH-DATE
              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
