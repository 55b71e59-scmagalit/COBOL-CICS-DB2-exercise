      ******************************************************************
      * DCLGEN TABLE(IBMUSER.PATRON_NOTES)                             *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLPNT))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLPNT-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    STAFF NOTES ON A PATRON ACCOUNT, KEY NOTE_ID (NEXTID
      *    'NOTE_ID') - ADDED AND VIEWED ON PATRNTRN (PF2)
      *    NOTE_TYPE:   I INFORMATION - SHOWN ON PATRNTRN ONLY
      *                 W WARNING - ALSO SHOWN AT LOANTRN CHECKOUT
      *                   AND RENEWAL, THE TRANSACTION GOES AHEAD
      *                 B BLOCK - STOPS LOANTRN CHECKOUT AND RENEWAL
      *                   UNTIL AN OPERATOR WITH OPER_AUTH.
      *                   AUTH_OVERRIDE RELEASES IT (SEC_EVENTS 'O');
      *                   SELFCHK REFUSES WITH RESULT 'S' SEE STAFF
      *    CREATED_BY:  OPERATOR WHO ADDED THE NOTE
      *    EXPIRY_DATE: NULL = NO EXPIRY; NOTEEXP SETS A NOTE PAST
      *                 ITS EXPIRY TO STATUS E EACH NIGHT
      *    NOTE_STATUS: A ACTIVE
      *                 E EXPIRED
           EXEC SQL DECLARE IBMUSER.PATRON_NOTES TABLE
           ( NOTE_ID                        INTEGER NOT NULL,
             PATRON_ID                      INTEGER NOT NULL,
             NOTE_TYPE                      CHAR(1) NOT NULL,
             NOTE_TEXT                      VARCHAR(60) NOT NULL,
             CREATED_BY                     VARCHAR(8) NOT NULL,
             CREATED_DATE                   DATE NOT NULL,
             EXPIRY_DATE                    DATE,
             NOTE_STATUS                    CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PATRON_NOTES               *
      ******************************************************************
       01  DCLPNT.
      *                       NOTE_ID
           10 TBLPNT-NOTE-ID       PIC S9(9) USAGE COMP.
      *                       PATRON_ID
           10 TBLPNT-PATRON-ID     PIC S9(9) USAGE COMP.
      *                       NOTE_TYPE
           10 TBLPNT-NOTE-TYPE
              PIC X(1).
           10 TBLPNT-NOTE-TEXT.
      *                       NOTE_TEXT LENGTH
              49 TBLPNT-NOTE-TEXT-LEN
                 PIC S9(4) USAGE COMP.
      *                       NOTE_TEXT
              49 TBLPNT-NOTE-TEXT-TEXT
                 PIC X(60).
           10 TBLPNT-CREATED-BY.
      *                       CREATED_BY LENGTH
              49 TBLPNT-CREATED-BY-LEN
                 PIC S9(4) USAGE COMP.
      *                       CREATED_BY
              49 TBLPNT-CREATED-BY-TEXT
                 PIC X(8).
      *                       CREATED_DATE
           10 TBLPNT-CREATED-DATE
              PIC X(10).
      *                       EXPIRY_DATE
           10 TBLPNT-EXPIRY-DATE
              PIC X(10).
      *                       NOTE_STATUS
           10 TBLPNT-NOTE-STATUS
              PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
