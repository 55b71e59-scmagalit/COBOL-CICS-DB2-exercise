             STATE                          CHAR(2),
             POSTAL_CODE                    VARCHAR(10),
             APP_STATUS                     CHAR(1) NOT NULL,
             APP_DATE                       DATE NOT NULL,
1209NT       PREF_LANG                      CHAR(2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PAT_APPS                   *
      *                       APP_DATE
           10 TBLAPP-APP-DATE
              PIC X(10).
      *                       PREF_LANG
1209NT     10 TBLAPP-PREF-LANG
1209NT        PIC X(2).
      ******************************************************************
1209NT* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
