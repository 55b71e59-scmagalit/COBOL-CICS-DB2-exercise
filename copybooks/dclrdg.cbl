      ******************************************************************
      * DCLGEN TABLE(IBMUSER.READ_LOG)                                 *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLRDG))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLRDG-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    BOOKS READ FOR A READING PROGRAM ENROLMENT (DCLRDE), KEY
      *    LOG_ID (NEXTID 'RDLOG_ID')
      *    LOG_SOURCE:  A AUTOMATIC - LOANTRN CHECKOUT OF A JUVENILE-
      *                   GENRE TITLE WHILE THE PROGRAM IS RUNNING;
      *                   ONE ROW PER TITLE PER ENROLMENT
      *                 K KEYED BY STAFF ON READTRN (PF7)
      *    BOOK_ID:     THE TITLE READ, 0 WHEN KEYED WITHOUT ONE
      *    BOOK_COUNT:  BOOKS THIS ROW ADDS (1 FOR A CHECKOUT, AS KEYED
      *                 OTHERWISE)
      *    OPERATOR_ID: SIGNED-ON OPERATOR (TERMINAL ID IF NONE)
           EXEC SQL DECLARE IBMUSER.READ_LOG TABLE
           ( LOG_ID                         INTEGER NOT NULL,
             ENROL_ID                       INTEGER NOT NULL,
             BOOK_ID                        INTEGER NOT NULL,
             BOOK_COUNT                     SMALLINT NOT NULL,
             LOG_SOURCE                     CHAR(1) NOT NULL,
             LOG_DATE                       DATE NOT NULL,
             OPERATOR_ID                    VARCHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.READ_LOG                   *
      ******************************************************************
       01  DCLRDG.
      *                       LOG_ID
           10 TBLRDG-LOG-ID        PIC S9(9) USAGE COMP.
      *                       ENROL_ID
           10 TBLRDG-ENROL-ID      PIC S9(9) USAGE COMP.
      *                       BOOK_ID
           10 TBLRDG-BOOK-ID       PIC S9(9) USAGE COMP.
      *                       BOOK_COUNT
           10 TBLRDG-BOOK-COUNT    PIC S9(4) USAGE COMP.
      *                       LOG_SOURCE
           10 TBLRDG-LOG-SOURCE
              PIC X(1).
      *                       LOG_DATE
           10 TBLRDG-LOG-DATE
              PIC X(10).
           10 TBLRDG-OPERATOR-ID.
      *                       OPERATOR_ID LENGTH
              49 TBLRDG-OPERATOR-ID-LEN
                 PIC S9(4) USAGE COMP.
      *                       OPERATOR_ID
              49 TBLRDG-OPERATOR-ID-TEXT
                 PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
