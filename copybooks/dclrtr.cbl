      ******************************************************************
      * DCLGEN TABLE(IBMUSER.RETAIN_RULES)                             *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLRTR))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLRTR-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    RETENTION RULES READ BY RETNPURG, ONE ROW PER PURGED TABLE
      *    TABLE_NAME:   THE DB2 TABLE - RETNPURG PURGES CIRC_LOG,
      *                  ROOM_BOOKS, RUN_HIST, REP_REGIST, XFERS,
      *                  SERIAL_ISSUES, FINE_PAYS, FINES_AUDIT AND
      *                  ILL_LOANS
      *    DATE_COLUMN:  THE COLUMN THE RETENTION PERIOD RUNS FROM -
      *                  MUST BE THE ONE RETNPURG PURGES THE TABLE BY
      *    RETAIN_DAYS:  ROWS DATED BEFORE CURRENT DATE - RETAIN_DAYS GO
      *    PURGE_MODE:   A ARCHIVE TO RETARCO (TBLUNLD LAYOUT), DELETE
      *                  D DELETE ONLY
      *    HOLD_RULE:    N NO LEGAL HOLD
      *                  E KEEP ROWS IN A MONTH FINEXP HAS NOT EXPORTED
      *                    (FINE_PAYS, FINES_AUDIT)
      *                  C KEEP PAYMENTS OF PATRONS WITH AN OPEN
      *                    COLLECTION REFERRAL (FINE_PAYS)
      *                  B BOTH E AND C (FINE_PAYS)
      *                  L KEEP THE LATEST ROW OF EACH JOB/REPORT NAME
      *                    (RUN_HIST, REP_REGIST)
      *    ACTIVE_FLAG:  Y PURGED BY THE NIGHTLY RUN, N SKIPPED
      *    RESTART_KEY:  LAST KEY COMMITTED BY A RUN THAT DID NOT FINISH
      *    RESTART_KEY2: THE TABLE (KEY2 = ISSUE_SEQ FOR SERIAL_ISSUES),
      *                  BOTH 0 WHEN THE LAST RUN FINISHED IT
      *    LAST_RUN_DATE: DAY THE TABLE WAS LAST FINISHED
      *    LAST_PURGED:  ROWS THAT RUN DELETED
           EXEC SQL DECLARE IBMUSER.RETAIN_RULES TABLE
           ( TABLE_NAME                     VARCHAR(18) NOT NULL,
             DATE_COLUMN                    VARCHAR(18) NOT NULL,
             RETAIN_DAYS                    INTEGER NOT NULL,
             PURGE_MODE                     CHAR(1) NOT NULL,
             HOLD_RULE                      CHAR(1) NOT NULL,
             ACTIVE_FLAG                    CHAR(1) NOT NULL,
             RESTART_KEY                    INTEGER NOT NULL,
             RESTART_KEY2                   INTEGER NOT NULL,
             LAST_RUN_DATE                  DATE,
             LAST_PURGED                    INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.RETAIN_RULES               *
      ******************************************************************
       01  DCLRTR.
           10 TBLRTR-TABLE-NAME.
      *                       TABLE_NAME LENGTH
              49 TBLRTR-TABLE-NAME-LEN
                 PIC S9(4) USAGE COMP.
      *                       TABLE_NAME
              49 TBLRTR-TABLE-NAME-TEXT
                 PIC X(18).
           10 TBLRTR-DATE-COLUMN.
      *                       DATE_COLUMN LENGTH
              49 TBLRTR-DATE-COLUMN-LEN
                 PIC S9(4) USAGE COMP.
      *                       DATE_COLUMN
              49 TBLRTR-DATE-COLUMN-TEXT
                 PIC X(18).
      *                       RETAIN_DAYS
           10 TBLRTR-RETAIN-DAYS   PIC S9(9) USAGE COMP.
      *                       PURGE_MODE
           10 TBLRTR-PURGE-MODE
              PIC X(1).
      *                       HOLD_RULE
           10 TBLRTR-HOLD-RULE
              PIC X(1).
      *                       ACTIVE_FLAG
           10 TBLRTR-ACTIVE-FLAG
              PIC X(1).
      *                       RESTART_KEY
           10 TBLRTR-RESTART-KEY   PIC S9(9) USAGE COMP.
      *                       RESTART_KEY2
           10 TBLRTR-RESTART-KEY2  PIC S9(9) USAGE COMP.
      *                       LAST_RUN_DATE
           10 TBLRTR-LAST-RUN-DATE
              PIC X(10).
      *                       LAST_PURGED
           10 TBLRTR-LAST-PURGED   PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
