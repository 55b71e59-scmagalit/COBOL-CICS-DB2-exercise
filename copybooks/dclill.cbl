             RETURNED_DATE                  DATE,
1015IP       ILL_STATUS                     CHAR(1) NOT NULL,
1015IP       PARTNER_ID                     INTEGER,
1015IP       FEE_AMOUNT                     DECIMAL(5, 2),
1123IR       NET_REF                        VARCHAR(20),
1123IR       NEED_BY_DATE                   DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.ILL_LOANS                  *
      ******************************************************************
      *    DIRECTION: B=BORROWED FROM PARTNER, L=LENT TO PARTNER
      *    ILL_STATUS: Q=REQUESTED R=RECEIVED C=COMPLETE
      *    NET_REF / NEED_BY_DATE: THE REQUESTER'S REFERENCE AND
      *    NEED-BY DATE ON A LENDING REQUEST IMPORTED FROM THE
      *    REGIONAL NETWORK FILE (ILLREQIN); NULL WHEN KEYED ON ILLTRN
       01  DCLILL.
      *                       ILL_ID
           10 TBLILL-ILL-ID        PIC S9(9) USAGE COMP.
1015IP     10 TBLILL-PARTNER-ID    PIC S9(9) USAGE COMP.
      *                       FEE_AMOUNT
1015IP     10 TBLILL-FEE-AMOUNT    PIC S9(3)V9(2) USAGE COMP-3.
1123IR     10 TBLILL-NET-REF.
      *                       NET_REF LENGTH
1123IR        49 TBLILL-NET-REF-LEN
1123IR           PIC S9(4) USAGE COMP.
      *                       NET_REF
1123IR        49 TBLILL-NET-REF-TEXT
1123IR           PIC X(20).
      *                       NEED_BY_DATE
1123IR     10 TBLILL-NEED-BY-DATE
1123IR        PIC X(10).
      ******************************************************************
1123IR* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
