1008FD       BOOK_ID                        INTEGER,
1008FD       FUND_CODE                      VARCHAR(8),
1009PC       CLAIM_COUNT                    INTEGER NOT NULL,
1009PC       LAST_CLAIM_DATE                DATE,
1113SD       ORDERED_BY                     VARCHAR(8) NOT NULL,
1113SD       OVERRIDE_BY                    VARCHAR(8) NOT NULL,
1113SD       RECEIVED_BY                    VARCHAR(8) NOT NULL,
1113SD       RECEIVED_DATE                  DATE,
1217ED       XMIT_STATUS                    CHAR(1) NOT NULL,
1217ED       XMIT_DATE                      DATE,
1217ED       VEND_STATUS                    CHAR(1) NOT NULL,
1217ED       EXP_SHIP_DATE                  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PO_LINES                   *
      *                       LAST_CLAIM_DATE
1009PC     10 TBLPLN-LAST-CLAIM-DATE
1009PC        PIC X(10).
      *    ORDERED_BY / RECEIVED_BY: SIGNED-ON OPERATOR AT PF5 / PF6
      *    IN ACQTRN. OVERRIDE_BY: OPERATOR WHOSE SUPERVISOR AUTHORITY
      *    LET THE LINE OVERDRAW ITS FUND - BLANK WHEN NONE WAS NEEDED
1113SD     10 TBLPLN-ORDERED-BY.
      *                       ORDERED_BY LENGTH
1113SD        49 TBLPLN-ORDERED-BY-LEN
1113SD           PIC S9(4) USAGE COMP.
      *                       ORDERED_BY
1113SD        49 TBLPLN-ORDERED-BY-TEXT
1113SD           PIC X(8).
1113SD     10 TBLPLN-OVERRIDE-BY.
      *                       OVERRIDE_BY LENGTH
1113SD        49 TBLPLN-OVERRIDE-BY-LEN
1113SD           PIC S9(4) USAGE COMP.
      *                       OVERRIDE_BY
1113SD        49 TBLPLN-OVERRIDE-BY-TEXT
1113SD           PIC X(8).
1113SD     10 TBLPLN-RECEIVED-BY.
      *                       RECEIVED_BY LENGTH
1113SD        49 TBLPLN-RECEIVED-BY-LEN
1113SD           PIC S9(4) USAGE COMP.
      *                       RECEIVED_BY
1113SD        49 TBLPLN-RECEIVED-BY-TEXT
1113SD           PIC X(8).
      *                       RECEIVED_DATE
1113SD     10 TBLPLN-RECEIVED-DATE
1113SD        PIC X(10).
1217ED*    XMIT_STATUS: ORDER TRANSMISSION TO AN EDI VENDOR (EDIORD)
1217ED*                 BLANK NOT YET SENT, T TRANSMITTED,
1217ED*                 C CHANGED SINCE IT WAS SENT (RESENT)
1217ED*    VEND_STATUS: THE VENDOR'S LAST ORDER RESPONSE (EDIRSP)
1217ED*                 BLANK NONE, S SHIPPING, B BACK-ORDERED,
1217ED*                 P OUT OF PRINT, C CANCELLED BY THE VENDOR
1217ED*    EXP_SHIP_DATE: SHIP DATE THE VENDOR LAST GAVE - POCLAIM
1217ED*                 DOES NOT CLAIM THE LINE BEFORE IT
1217ED*                       XMIT_STATUS
1217ED     10 TBLPLN-XMIT-STATUS
1217ED        PIC X(1).
1217ED*                       XMIT_DATE
1217ED     10 TBLPLN-XMIT-DATE
1217ED        PIC X(10).
1217ED*                       VEND_STATUS
1217ED     10 TBLPLN-VEND-STATUS
1217ED        PIC X(1).
1217ED*                       EXP_SHIP_DATE
1217ED     10 TBLPLN-EXP-SHIP-DATE
1217ED        PIC X(10).
      ******************************************************************
1217ED* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
