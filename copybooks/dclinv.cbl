             VENDOR_ID                      INTEGER NOT NULL,
             INVC_NO                        VARCHAR(20) NOT NULL,
             INVC_DATE                      DATE NOT NULL,
             INVC_STATUS                    CHAR(1) NOT NULL,
1113SD       APPROVED_BY                    VARCHAR(8) NOT NULL,
1113SD       APPROVED_TS                    TIMESTAMP,
1113SD       SECOND_BY                      VARCHAR(8) NOT NULL,
1113SD       OVERRIDE_SW                    CHAR(1) NOT NULL,
1216RT       INVC_TYPE                      CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.VEND_INVC                  *
           10 TBLINV-INVC-DATE
              PIC X(10).
      *                       INVC_STATUS
      *    E=ENTERED P=AWAITING SECOND APPROVER A=APPROVED FOR PAYMENT
           10 TBLINV-INVC-STATUS
              PIC X(1).
1113SD     10 TBLINV-APPROVED-BY.
      *                       APPROVED_BY LENGTH
1113SD        49 TBLINV-APPROVED-BY-LEN
1113SD           PIC S9(4) USAGE COMP.
      *                       APPROVED_BY
1113SD        49 TBLINV-APPROVED-BY-TEXT
1113SD           PIC X(8).
      *                       APPROVED_TS
1113SD     10 TBLINV-APPROVED-TS
1113SD        PIC X(26).
      *    SECOND_BY: SECOND APPROVER WHEN THE TOTAL WAS OVER THE FIRST
      *    APPROVER'S OPER_AUTH APPROVE_LIMIT - BLANK OTHERWISE
1113SD     10 TBLINV-SECOND-BY.
      *                       SECOND_BY LENGTH
1113SD        49 TBLINV-SECOND-BY-LEN
1113SD           PIC S9(4) USAGE COMP.
      *                       SECOND_BY
1113SD        49 TBLINV-SECOND-BY-TEXT
1113SD           PIC X(8).
      *                       OVERRIDE_SW
      *    Y = FLAGGED LINES APPROVED UNDER SUPERVISOR AUTHORITY
1113SD     10 TBLINV-OVERRIDE-SW
1113SD        PIC X(1).
      *                       INVC_TYPE
      *    I = VENDOR INVOICE, C = CREDIT MEMO - EACH CREDIT MEMO LINE
      *    CARRIES THE VEND_RETURNS ROW IT CREDITS (SEE DCLIVL)
1216RT     10 TBLINV-INVC-TYPE
1216RT        PIC X(1).
      ******************************************************************
1216RT* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
