      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CIRC_FIXES)                               *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLCFX))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLCFX-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.CIRC_FIXES TABLE
           ( FIX_ID                         INTEGER NOT NULL,
             RUN_ID                         INTEGER NOT NULL,
             RULE_CODE                      CHAR(3) NOT NULL,
             TABLE_NAME                     VARCHAR(18) NOT NULL,
             ROW_KEY                        VARCHAR(30) NOT NULL,
             BEFORE_VALUE                   VARCHAR(60),
             AFTER_VALUE                    VARCHAR(60),
             FIX_TS                         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CIRC_FIXES                 *
      ******************************************************************
       01  DCLCFX.
      *                       FIX_ID
           10 TBLCFX-FIX-ID        PIC S9(9) USAGE COMP.
      *                       RUN_ID
           10 TBLCFX-RUN-ID        PIC S9(9) USAGE COMP.
      *                       RULE_CODE
           10 TBLCFX-RULE-CODE
              PIC X(3).
           10 TBLCFX-TABLE-NAME.
      *                       TABLE_NAME LENGTH
              49 TBLCFX-TABLE-NAME-LEN
                 PIC S9(4) USAGE COMP.
      *                       TABLE_NAME
              49 TBLCFX-TABLE-NAME-TEXT
                 PIC X(18).
           10 TBLCFX-ROW-KEY.
      *                       ROW_KEY LENGTH
              49 TBLCFX-ROW-KEY-LEN
                 PIC S9(4) USAGE COMP.
      *                       ROW_KEY
              49 TBLCFX-ROW-KEY-TEXT
                 PIC X(30).
           10 TBLCFX-BEFORE-VALUE.
      *                       BEFORE_VALUE LENGTH
              49 TBLCFX-BEFORE-VALUE-LEN
                 PIC S9(4) USAGE COMP.
      *                       BEFORE_VALUE
              49 TBLCFX-BEFORE-VALUE-TEXT
                 PIC X(60).
           10 TBLCFX-AFTER-VALUE.
      *                       AFTER_VALUE LENGTH
              49 TBLCFX-AFTER-VALUE-LEN
                 PIC S9(4) USAGE COMP.
      *                       AFTER_VALUE
              49 TBLCFX-AFTER-VALUE-TEXT
                 PIC X(60).
      *                       FIX_TS
           10 TBLCFX-FIX-TS
              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
