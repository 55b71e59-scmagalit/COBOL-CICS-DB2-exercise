      *   ACQRPT'S OUTSTANDING VIEW), AND THE ISSUE MOVES TO 'C'       *
      *   CLAIMED SO TOMORROW'S RUN DOES NOT RE-CLAIM IT               *
      * - A CLAIMED ISSUE STILL CHECKS IN NORMALLY ON SERLTRN PF6      *
1117VS* - THE CLAIM IS DATED (CLAIM_DATE) FOR THE VENDSCR SCORECARD    *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   17,2020 - STAMP CLAIM_DATE ON THE CLAIMED ISSUE  (1117VS)*
      * OCT   02,2020 - INITIAL VERSION                        (1002SE)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *

                     EXEC SQL
                          UPDATE IBMUSER.SERIAL_ISSUES
1117VS                       SET ISSUE_STATUS = 'C',
1117VS                           CLAIM_DATE   = CURRENT DATE
                           WHERE SUB_ID = :TBLSIS-SUB-ID
                             AND ISSUE_SEQ = :TBLSIS-ISSUE-SEQ
                     END-EXEC
