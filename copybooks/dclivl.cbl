             PO_LINE_NO                     INTEGER NOT NULL,
             INV_QTY                        INTEGER NOT NULL,
             INV_PRICE                      DECIMAL(7, 2) NOT NULL,
             MATCH_FLAG                     CHAR(1) NOT NULL,
1216RT       RTN_ID                         INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.VEND_INVL                  *
      *                       MATCH_FLAG
           10 TBLIVL-MATCH-FLAG
              PIC X(1).
      *                       RTN_ID
      *    CREDIT MEMO LINES ONLY: THE VEND_RETURNS ROW CREDITED (SEE
      *    DCLVRT) - NULL ON AN INVOICE LINE
1216RT     10 TBLIVL-RTN-ID        PIC S9(9) USAGE COMP.
      ******************************************************************
1216RT* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
