      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    CLAIM_DATE IS STAMPED BY SERCLAIM WHEN THE ISSUE GOES TO 'C'
      *    AND KEPT AFTER CHECK-IN, SO VENDSCR CAN STILL COUNT IT
           EXEC SQL DECLARE IBMUSER.SERIAL_ISSUES TABLE
           ( SUB_ID                         INTEGER NOT NULL,
             ISSUE_SEQ                      INTEGER NOT NULL,
             EXPECT_DATE                    DATE NOT NULL,
             RECV_DATE                      DATE,
             ISSUE_STATUS                   CHAR(1) NOT NULL,
1117VS       CLAIM_DATE                     DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SERIAL_ISSUES              *
      *                       ISSUE_STATUS
           10 TBLSIS-ISSUE-STATUS
              PIC X(1).
1117VS*                       CLAIM_DATE
1117VS     10 TBLSIS-CLAIM-DATE
1117VS        PIC X(10).
      ******************************************************************
1117VS* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
