             TENDER_TYPE                    CHAR(1) NOT NULL,
             PAY_AMOUNT                     DECIMAL(7, 2) NOT NULL,
             OPERATOR_ID                    VARCHAR(8) NOT NULL,
             PAY_TS                         TIMESTAMP NOT NULL,
1104CP       EXT_REF                        VARCHAR(20),
1208IP       PLAN_ID                        INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.FINE_PAYS                  *
      *                       PAY_TS
           10 TBLFPY-PAY-TS
              PIC X(26).
1104CP     10 TBLFPY-EXT-REF.
1104CP*                       EXT_REF LENGTH
1104CP        49 TBLFPY-EXT-REF-LEN
1104CP           PIC S9(4) USAGE COMP.
1104CP*                       EXT_REF
1104CP        49 TBLFPY-EXT-REF-TEXT
1104CP           PIC X(20).
1208IP*                       PLAN_ID
1208IP     10 TBLFPY-PLAN-ID       PIC S9(9) USAGE COMP.
      ******************************************************************
1208IP* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
