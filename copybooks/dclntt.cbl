      ******************************************************************
      * DCLGEN TABLE(IBMUSER.NOTICE_TEMPLATES)                         *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLNTT))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLNTT-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    PATRON NOTICE WORDING - ONE ROW PER LINE OF A NOTICE, KEY
      *    NOTICE_TYPE + LANG_CODE + LINE_NO, MAINTAINED BY THE
      *    CIRCULATION MANAGER ON NTCMAINT AND RENDERED BY NTCRNDR
      *    NOTICE_TYPE:   SAME CODES AS NOTICE_HIST - O OVERDUE,
      *                   2 SECOND, F FINAL, R RECALL, H HOLD READY,
1223CL*                   X CARD RENEWAL, L LOST ITEM BILLED,
1223CL*                   C CLOSURE RE-DATING (CLOSRDAT - &DUE IS THE
1223CL*                   CLOSED DAY IN THE BODY AND THE NEW DATE ON
1223CL*                   THE ITEM LINE)
      *    LANG_CODE:     PATRONS.PREF_LANG (EN, ES, VI ...); EN IS
      *                   THE FALLBACK WHEN A LANGUAGE HAS NO ROWS
      *    LINE_NO:       1      HEADING (PRECEDES THE PATRON NUMBER)
      *                   2 - 8  BODY, PRINTED ONCE PER NOTICE
      *                   9      ITEM LINE, PRINTED ONCE PER LOAN OR
      *                          HOLD ON THE NOTICE
      *    LINE_TEXT:     FREE TEXT WITH SUBSTITUTION FIELDS
      *                   &NAME &TITLE &DUE &AMOUNT &BRANCH &ITEM
      *                   &PATRON (&DUE IS THE NOTICE'S DATE - DUE,
      *                   READY OR CARD EXPIRY DATE)
      *    UPDATED_BY:    OPERATOR WHO LAST SAVED THE TEMPLATE
           EXEC SQL DECLARE IBMUSER.NOTICE_TEMPLATES TABLE
           ( NOTICE_TYPE                    CHAR(1) NOT NULL,
             LANG_CODE                      CHAR(2) NOT NULL,
             LINE_NO                        SMALLINT NOT NULL,
             LINE_TEXT                      VARCHAR(100) NOT NULL,
             UPDATED_BY                     VARCHAR(8) NOT NULL,
             UPDATED_DATE                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.NOTICE_TEMPLATES           *
      ******************************************************************
       01  DCLNTT.
      *                       NOTICE_TYPE
           10 TBLNTT-NOTICE-TYPE
              PIC X(1).
      *                       LANG_CODE
           10 TBLNTT-LANG-CODE
              PIC X(2).
      *                       LINE_NO
           10 TBLNTT-LINE-NO       PIC S9(4) USAGE COMP.
           10 TBLNTT-LINE-TEXT.
      *                       LINE_TEXT LENGTH
              49 TBLNTT-LINE-TEXT-LEN
                 PIC S9(4) USAGE COMP.
      *                       LINE_TEXT
              49 TBLNTT-LINE-TEXT-TEXT
                 PIC X(100).
           10 TBLNTT-UPDATED-BY.
      *                       UPDATED_BY LENGTH
              49 TBLNTT-UPDATED-BY-LEN
                 PIC S9(4) USAGE COMP.
      *                       UPDATED_BY
              49 TBLNTT-UPDATED-BY-TEXT
                 PIC X(8).
      *                       UPDATED_DATE
           10 TBLNTT-UPDATED-DATE
              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
