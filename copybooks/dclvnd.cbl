           ( VENDOR_ID                      INTEGER NOT NULL,
             VENDOR_NAME                    VARCHAR(60) NOT NULL,
1009PC       CONTACT_INFO                   VARCHAR(78),
1009PC       LEAD_DAYS                      INTEGER NOT NULL,
1217ED       EDI_FROM                       DATE,
1217ED       EDI_ACCT                       VARCHAR(20) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.VENDORS                    *
                 PIC X(78).
      *                       LEAD_DAYS
1009PC     10 TBLVND-LEAD-DAYS     PIC S9(9) USAGE COMP.
1217ED*    EDI_FROM: NULL = PURCHASE ORDERS ARE PRINTED AND FAXED;
1217ED*    ELSE ORDERS DATED ON OR AFTER IT ARE TRANSMITTED BY EDIORD
1217ED*    EDI_ACCT: OUR ACCOUNT NUMBER AT THE VENDOR, SENT ON EACH
1217ED*    ORDER FILE HEADER
1217ED*                       EDI_FROM
1217ED     10 TBLVND-EDI-FROM
1217ED        PIC X(10).
1217ED     10 TBLVND-EDI-ACCT.
1217ED*                       EDI_ACCT LENGTH
1217ED        49 TBLVND-EDI-ACCT-LEN
1217ED           PIC S9(4) USAGE COMP.
1217ED*                       EDI_ACCT
1217ED        49 TBLVND-EDI-ACCT-TEXT
1217ED           PIC X(20).
      ******************************************************************
1217ED* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
