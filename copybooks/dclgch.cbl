      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CATALOG_CHG)                              *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLGCH))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLGCH-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    ONE ROW PER BOOK CHANGED BY A NAMED GLOBCHG BATCH, KEY
      *    (CHG_NAME, BOOK_ID)
      *    AUDIT_ID:      THE BOOKS_AUDIT ROW WRITTEN FOR THE CHANGE -
      *                   ITS BEFORE_VALUES ARE WHAT A ROLLBACK PUTS
      *                   BACK
      *    UNDO_AUDIT_ID: NULL UNTIL THE BATCH IS ROLLED BACK, THEN
      *                   THE BOOKS_AUDIT ROW WRITTEN FOR THE REVERSAL
           EXEC SQL DECLARE IBMUSER.CATALOG_CHG TABLE
           ( CHG_NAME                       VARCHAR(8) NOT NULL,
             BOOK_ID                        INTEGER NOT NULL,
             AUDIT_ID                       INTEGER NOT NULL,
             CHG_DATE                       DATE NOT NULL,
             UNDO_AUDIT_ID                  INTEGER,
             UNDO_DATE                      DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CATALOG_CHG                *
      ******************************************************************
       01  DCLGCH.
           10 TBLGCH-CHG-NAME.
      *                       CHG_NAME LENGTH
              49 TBLGCH-CHG-NAME-LEN
                 PIC S9(4) USAGE COMP.
      *                       CHG_NAME
              49 TBLGCH-CHG-NAME-TEXT
                 PIC X(8).
      *                       BOOK_ID
           10 TBLGCH-BOOK-ID       PIC S9(9) USAGE COMP.
      *                       AUDIT_ID
           10 TBLGCH-AUDIT-ID      PIC S9(9) USAGE COMP.
      *                       CHG_DATE
           10 TBLGCH-CHG-DATE
              PIC X(10).
      *                       UNDO_AUDIT_ID
           10 TBLGCH-UNDO-AUDIT-ID PIC S9(9) USAGE COMP.
      *                       UNDO_DATE
           10 TBLGCH-UNDO-DATE
              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
