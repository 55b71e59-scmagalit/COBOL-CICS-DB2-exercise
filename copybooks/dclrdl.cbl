      ******************************************************************
      * DCLGEN TABLE(IBMUSER.READ_LEVELS)                              *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLRDL))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLRDL-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    GOAL LEVELS OF A READING PROGRAM (DCLRDP), KEY PROG_ID +
      *    LEVEL_NO - UP TO THREE PER PROGRAM, SAVED ON READTRN (PF5)
      *    GOAL_BOOKS:  BOOKS READ TO REACH THE LEVEL; GOALS RISE WITH
      *                 LEVEL_NO (E.G. 5, 10, 20)
      *    PRIZE_DESC:  THE PRIZE HANDED OUT FOR THE LEVEL - COLLECTION
      *                 IS RECORDED IN READ_PRIZES (DCLRDZ)
      *    A PATRON WHO REACHES THE HIGHEST LEVEL HAS FINISHED
           EXEC SQL DECLARE IBMUSER.READ_LEVELS TABLE
           ( PROG_ID                        INTEGER NOT NULL,
             LEVEL_NO                       SMALLINT NOT NULL,
             GOAL_BOOKS                     SMALLINT NOT NULL,
             PRIZE_DESC                     VARCHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.READ_LEVELS                *
      ******************************************************************
       01  DCLRDL.
      *                       PROG_ID
           10 TBLRDL-PROG-ID       PIC S9(9) USAGE COMP.
      *                       LEVEL_NO
           10 TBLRDL-LEVEL-NO      PIC S9(4) USAGE COMP.
      *                       GOAL_BOOKS
           10 TBLRDL-GOAL-BOOKS    PIC S9(4) USAGE COMP.
           10 TBLRDL-PRIZE-DESC.
      *                       PRIZE_DESC LENGTH
              49 TBLRDL-PRIZE-DESC-LEN
                 PIC S9(4) USAGE COMP.
      *                       PRIZE_DESC
              49 TBLRDL-PRIZE-DESC-TEXT
                 PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
