0917PC       PATRON_CAT                     CHAR(1) NOT NULL,
0918HB       HOMEBOUND_FLAG                 CHAR(1) NOT NULL,
0918HB       ROUTE_ID                       INTEGER,
0918HB       STOP_SEQ                       INTEGER,
1201FA       GUARANTOR_ID                   INTEGER,
1209NT       PREF_LANG                      CHAR(2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PATRONS                    *
0918HB     10 TBLPATR-ROUTE-ID     PIC S9(9) USAGE COMP.
      *                       STOP_SEQ
0918HB     10 TBLPATR-STOP-SEQ     PIC S9(9) USAGE COMP.
      *                       GUARANTOR_ID
1201FA     10 TBLPATR-GUARANTOR-ID PIC S9(9) USAGE COMP.
      *                       PREF_LANG
1209NT     10 TBLPATR-PREF-LANG
1209NT        PIC X(2).
      ******************************************************************
1209NT* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
