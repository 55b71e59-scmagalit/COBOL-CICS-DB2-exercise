      ******************************************************************
      * DCLGEN TABLE(IBMUSER.READ_PRIZES)                              *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLRDZ))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLRDZ-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    PRIZES COLLECTED FOR A READING PROGRAM ENROLMENT, KEY
      *    ENROL_ID + LEVEL_NO - A ROW IS WRITTEN WHEN STAFF HAND THE
      *    LEVEL'S PRIZE OVER (READTRN PF8); NO ROW = NOT COLLECTED
      *    OPERATOR_ID: SIGNED-ON OPERATOR (TERMINAL ID IF NONE)
           EXEC SQL DECLARE IBMUSER.READ_PRIZES TABLE
           ( ENROL_ID                       INTEGER NOT NULL,
             LEVEL_NO                       SMALLINT NOT NULL,
             COLLECTED_DATE                 DATE NOT NULL,
             OPERATOR_ID                    VARCHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.READ_PRIZES                *
      ******************************************************************
       01  DCLRDZ.
      *                       ENROL_ID
           10 TBLRDZ-ENROL-ID      PIC S9(9) USAGE COMP.
      *                       LEVEL_NO
           10 TBLRDZ-LEVEL-NO      PIC S9(4) USAGE COMP.
      *                       COLLECTED_DATE
           10 TBLRDZ-COLLECTED-DATE
              PIC X(10).
           10 TBLRDZ-OPERATOR-ID.
      *                       OPERATOR_ID LENGTH
              49 TBLRDZ-OPERATOR-ID-LEN
                 PIC S9(4) USAGE COMP.
      *                       OPERATOR_ID
              49 TBLRDZ-OPERATOR-ID-TEXT
                 PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
