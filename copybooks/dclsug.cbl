             SUGG_DATE                      DATE NOT NULL,
             SUGG_STATUS                    CHAR(1) NOT NULL,
             PO_ID                          INTEGER,
             LINE_NO                        INTEGER,
1106HR       SUGG_SOURCE                    CHAR(1) NOT NULL,
1106HR       BOOK_ID                        INTEGER,
1106HR       COPIES_NEEDED                  INTEGER NOT NULL,
1106HR       LAST_PRICE                     DECIMAL(7, 2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SUGGESTS                   *
           10 TBLSUG-PO-ID         PIC S9(9) USAGE COMP.
      *                       LINE_NO
           10 TBLSUG-LINE-NO       PIC S9(9) USAGE COMP.
1106HR*                       SUGG_SOURCE
1106HR*    P=PATRON (DESK/LOBBY) H=HOLDS-PRESSURE JOB (HOLDPRS)
1106HR     10 TBLSUG-SUGG-SOURCE
1106HR        PIC X(1).
1106HR*                       BOOK_ID
1106HR     10 TBLSUG-BOOK-ID       PIC S9(9) USAGE COMP.
1106HR*                       COPIES_NEEDED
1106HR     10 TBLSUG-COPIES-NEEDED PIC S9(9) USAGE COMP.
1106HR*                       LAST_PRICE
1106HR     10 TBLSUG-LAST-PRICE    PIC S9(5)V9(2) USAGE COMP-3.
      ******************************************************************
1106HR* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
