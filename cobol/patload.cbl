      *   COUNTER (SEE 0805ID)                                         *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   09,2020 - NEW PATRONS LOAD WITH NOTICE LANGUAGE  (1209NT)*
      *               X EN (PATRONS.PREF_LANG)                         *
      * AUG   12,2020 - INITIAL VERSION                        (0812PL)*
      *                                                                *
      * INPUT RECORD LAYOUT (PATLOADI, 160 BYTES):                     *
0904AD                   PATRON_STATUS, ADDR_LINE1, ADDR_LINE2,
0914PN                   CITY, STATE, POSTAL_CODE, EXPIRY_DATE,
0917PC                   PIN_FAILS, PATRON_CAT,
1209NT                   HOMEBOUND_FLAG, ROUTE_ID, STOP_SEQ,
1209NT                   PREF_LANG)
                 VALUES (:TBLPATR-PATRON-ID, :TBLPATR-PATRON-NAME,
                         :TBLPATR-PHONE, :TBLPATR-EMAIL,
0904AD                   :TBLPATR-PATRON-STATUS,
0911EX                   :TBLPATR-POSTAL-CODE,
0914PN                   CURRENT DATE + :WS-REG-DAYS DAYS, 0,
0917PC                   :TBLPATR-PATRON-CAT,
1209NT                   'N', NULL, NULL, 'EN')
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
