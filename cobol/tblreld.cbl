      *   BOOKCOPY AND PATRONS, THEN LOANS AND HOLDS, THEN OPERAUTH    *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   14,2020 - RELOAD AUTH_OVERRIDE FROM THE          (1214PN)*
      *               X OPERAUTH RECORD; AN OLD UNLOAD WITH            *
      *               X IT BLANK RELOADS AS N                          *
      * DEC   09,2020 - RELOAD PREF_LANG (NOTICE LANGUAGE)     (1209NT)*
      *               X FROM THE PATRONS RECORD; AN OLD                *
      *               X UNLOAD WITH IT BLANK RELOADS AS EN             *
      * DEC   03,2020 - RELOAD THE RECALL_DATE CARRIED ON      (1203RL)*
      *               X THE LOANS RECORD; A BLANK DATE FROM AN         *
      *               X OLDER UNLOAD RELOADS AS NULL                   *
      * DEC   01,2020 - RELOAD GUARANTOR_ID (FAMILY ACCOUNTS)  (1201FA)*
      *               X FROM THE WIDENED PATRONS RECORD                *
      *               X (NULL AREA 12 FLAGS)                           *
      * NOV   25,2020 - RELOAD CALL_PREFIX/CLASS/CUTTER        (1125CN)*
      *               X FROM THE WIDENED BOOKS RECORD (NULL            *
      *               X AREA 12 FLAGS)                                 *
      * NOV   13,2020 - RELOAD APPROVE_LIMIT FROM THE          (1113SD)*
      *               X OPERAUTH RECORD; AN OLD UNLOAD WITH            *
      *               X IT BLANK RELOADS AS ZERO                       *
      * NOV   05,2020 - RELOAD THE PICKUP_BRANCH CARRIED ON    (1105PB)*
      *               X THE HOLDS RECORD (SEE TBLUNLD); OLD            *
      *               X UNLOADS RELOAD WITH THE MATCHING LEVEL         *
      * OCT   27,2020 - RELOAD THE BARCODE/STATUS_DATE CARRIED (1027FX)*
      *               X ON THE BOOKCOPY RECORD AND THE WAIVE_          *
      *               X LIMIT/BRANCH_ID ON THE OPERAUTH RECORD         *
               10  WS-UB-DELDATE       PIC X(10).
               10  WS-UB-CHANGED-TS    PIC X(26).
               10  WS-UB-STATUS        PIC X(01).
1125CN         10  WS-UB-NULLS         PIC X(12).
0815BR         10  WS-UB-BRANCH        PIC 9(09).
0821RB         10  WS-UB-SERIES        PIC 9(09).
0821RB         10  WS-UB-SERSEQ        PIC 9(09).
1125CN         10  WS-UB-CALL-PREFIX   PIC X(04).
1125CN         10  WS-UB-CALL-CLASS    PIC X(12).
1125CN         10  WS-UB-CALL-CUTTER   PIC X(08).
1125CN         10  FILLER              PIC X(08).
           05  WS-PAT-REC REDEFINES WS-UNLD-RECORD.
               10  WS-UT-PATRON-ID     PIC 9(09).
               10  WS-UT-PATRON-NAME   PIC X(60).
               10  WS-UT-PHONE         PIC X(20).
               10  WS-UT-EMAIL         PIC X(60).
               10  WS-UT-STATUS        PIC X(01).
1201FA         10  WS-UT-NULLS         PIC X(12).
0904AD         10  WS-UT-ADDR1         PIC X(40).
0904AD         10  WS-UT-ADDR2         PIC X(40).
0904AD         10  WS-UT-CITY          PIC X(20).
0918HB         10  WS-UT-HBF           PIC X(01).
0918HB         10  WS-UT-ROUTE         PIC 9(09).
0918HB         10  WS-UT-STOP          PIC 9(09).
1201FA         10  WS-UT-GUAR          PIC 9(09).
1209NT         10  WS-UT-LANG          PIC X(02).
1209NT         10  FILLER              PIC X(128).
           05  WS-LNS-REC REDEFINES WS-UNLD-RECORD.
               10  WS-UL-LOAN-ID       PIC 9(09).
               10  WS-UL-BOOK-ID       PIC 9(09).
               10  WS-UL-RENEWALS      PIC 9(09).
               10  WS-UL-COPY-NO       PIC 9(09).
               10  WS-UL-NULLS         PIC X(02).
1203RL         10  WS-UL-RECALL        PIC X(10).
1203RL         10  FILLER              PIC X(363).
           05  WS-HLD-REC REDEFINES WS-UNLD-RECORD.
               10  WS-UH-HOLD-ID       PIC 9(09).
               10  WS-UH-BOOK-ID       PIC 9(09).
               10  WS-UH-STATUS        PIC X(01).
               10  WS-UH-READY-DATE    PIC X(10).
               10  WS-UH-NULLS         PIC X(02).
1105PB         10  WS-UH-PICKUP-BRANCH PIC 9(09).
1105PB         10  FILLER              PIC X(391).
0821RB     05  WS-BCP-REC REDEFINES WS-UNLD-RECORD.
0821RB         10  WS-UY-BOOK-ID       PIC 9(09).
0821RB         10  WS-UY-COPY-NO       PIC 9(09).
               10  WS-UO-JCL           PIC X(01).
1027FX         10  WS-UO-WAIVE-LIM     PIC 9(05)V9(02).
1027FX         10  WS-UO-BRANCH        PIC 9(09).
1113SD         10  WS-UO-APPR-LIM      PIC 9(07)V9(02).
1214PN         10  WS-UO-OVERRIDE      PIC X(01).
1214PN         10  FILLER              PIC X(411).
           05  WS-CTL-REC REDEFINES WS-UNLD-RECORD.
               10  WS-UC-TAG           PIC X(03).
               10  WS-UC-TABLE         PIC X(08).
0821RB         10  IND-9               PIC S9(04) COMP VALUE 0.
0918HB         10  IND-10              PIC S9(04) COMP VALUE 0.
0918HB         10  IND-11              PIC S9(04) COMP VALUE 0.
1201FA         10  IND-12              PIC S9(04) COMP VALUE 0.
           05  WS-CTL-SEEN-SW          PIC 9           VALUE 0.
               88  CONTROL-SEEN                        VALUE 1.
           05  WS-EOF-SW               PIC 9           VALUE 0.
0821RB      ELSE
0821RB         MOVE WS-UB-SERSEQ TO TBLBKS-SERIES-SEQ
0821RB      END-IF
1125CN      IF WS-UB-NULLS (10:1) = 'Y'
1125CN         MOVE -1 TO IND-10
1125CN      ELSE
1125CN         MOVE WS-UB-CALL-PREFIX TO TBLBKS-CALL-PREFIX-TEXT
1125CN         MOVE FUNCTION LENGTH
1125CN                (FUNCTION TRIM (WS-UB-CALL-PREFIX))
1125CN           TO TBLBKS-CALL-PREFIX-LEN
1125CN      END-IF
1125CN      IF WS-UB-NULLS (11:1) = 'Y'
1125CN         MOVE -1 TO IND-11
1125CN      ELSE
1125CN         MOVE WS-UB-CALL-CLASS TO TBLBKS-CALL-CLASS-TEXT
1125CN         MOVE FUNCTION LENGTH
1125CN                (FUNCTION TRIM (WS-UB-CALL-CLASS))
1125CN           TO TBLBKS-CALL-CLASS-LEN
1125CN      END-IF
1125CN      IF WS-UB-NULLS (12:1) = 'Y'
1125CN         MOVE -1 TO IND-12
1125CN      ELSE
1125CN         MOVE WS-UB-CALL-CUTTER TO TBLBKS-CALL-CUTTER-TEXT
1125CN         MOVE FUNCTION LENGTH
1125CN                (FUNCTION TRIM (WS-UB-CALL-CUTTER))
1125CN           TO TBLBKS-CALL-CUTTER-LEN
1125CN      END-IF

            EXEC SQL
                 INSERT INTO IBMUSER.BOOKS
                         PUBLISHED_DATE, PUBLISHER_ID, GENRE,
                         DELETED_FLAG, DELETED_DATE,
0821RB                   LAST_CHANGED_TS, ITEM_STATUS, BRANCH_ID,
0821RB                   SERIES_ID, SERIES_SEQ,
1125CN                   CALL_PREFIX, CALL_CLASS, CALL_CUTTER)
                 VALUES (:TBLBKS-BOOK-ID, :TBLBKS-TITLE,
                         :TBLBKS-TOTAL-PAGES :IND-1,
                         :TBLBKS-RATING :IND-2,
                         :TBLBKS-LAST-CHANGED-TS,
0815BR                   :TBLBKS-ITEM-STATUS, :TBLBKS-BRANCH-ID,
0821RB                   :TBLBKS-SERIES-ID :IND-8,
0821RB                   :TBLBKS-SERIES-SEQ :IND-9,
1125CN                   :TBLBKS-CALL-PREFIX :IND-10,
1125CN                   :TBLBKS-CALL-CLASS :IND-11,
1125CN                   :TBLBKS-CALL-CUTTER :IND-12)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
0918HB      ELSE
0918HB         MOVE WS-UT-STOP TO TBLPATR-STOP-SEQ
0918HB      END-IF
1201FA      IF WS-UT-NULLS (12:1) = 'Y'
1201FA         MOVE -1 TO IND-12
1201FA      ELSE
1201FA         MOVE WS-UT-GUAR TO TBLPATR-GUARANTOR-ID
1201FA      END-IF
1209NT      IF WS-UT-LANG = SPACES
1209NT         MOVE 'EN' TO TBLPATR-PREF-LANG
1209NT      ELSE
1209NT         MOVE WS-UT-LANG TO TBLPATR-PREF-LANG
1209NT      END-IF

            EXEC SQL
                 INSERT INTO IBMUSER.PATRONS
0904AD                   PATRON_STATUS, ADDR_LINE1, ADDR_LINE2,
0918HB                   CITY, STATE, POSTAL_CODE, EXPIRY_DATE,
0918HB                   PIN_CODE, PIN_FAILS, PATRON_CAT,
1201FA                   HOMEBOUND_FLAG, ROUTE_ID, STOP_SEQ,
1209NT                   GUARANTOR_ID, PREF_LANG)
                 VALUES (:TBLPATR-PATRON-ID, :TBLPATR-PATRON-NAME,
                         :TBLPATR-PHONE :IND-1,
                         :TBLPATR-EMAIL :IND-2,
0918HB                   :TBLPATR-PATRON-CAT,
0918HB                   :TBLPATR-HOMEBOUND-FLAG,
0918HB                   :TBLPATR-ROUTE-ID :IND-10,
1201FA                   :TBLPATR-STOP-SEQ :IND-11,
1209NT                   :TBLPATR-GUARANTOR-ID :IND-12,
1209NT                   :TBLPATR-PREF-LANG)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            END-IF
            MOVE WS-UL-RENEWALS TO TBLLOAN-RENEWAL-COUNT
            MOVE WS-UL-COPY-NO  TO TBLLOAN-COPY-NO
1203RL      IF WS-UL-NULLS (2:1) = 'Y'
1203RL      OR WS-UL-RECALL = SPACES
1203RL         MOVE -1 TO IND-2
1203RL      ELSE
1203RL         MOVE WS-UL-RECALL TO TBLLOAN-RECALL-DATE
1203RL      END-IF

            EXEC SQL
                 INSERT INTO IBMUSER.LOANS
                        (LOAN_ID, BOOK_ID, PATRON_ID, CHECKOUT_DATE,
                         DUE_DATE, RETURN_DATE, RENEWAL_COUNT,
1203RL                   COPY_NO, RECALL_DATE)
                 VALUES (:TBLLOAN-LOAN-ID, :TBLLOAN-BOOK-ID,
                         :TBLLOAN-PATRON-ID, :TBLLOAN-CHECKOUT-DATE,
                         :TBLLOAN-DUE-DATE,
                         :TBLLOAN-RETURN-DATE :IND-1,
                         :TBLLOAN-RENEWAL-COUNT, :TBLLOAN-COPY-NO,
1203RL                   :TBLLOAN-RECALL-DATE :IND-2)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            MOVE WS-UH-PATRON-ID TO TBLHOLD-PATRON-ID
            MOVE WS-UH-HOLD-DATE TO TBLHOLD-HOLD-DATE
            MOVE WS-UH-STATUS    TO TBLHOLD-HOLD-STATUS
1105PB      MOVE WS-UH-PICKUP-BRANCH TO TBLHOLD-PICKUP-BRANCH
            IF WS-UH-NULLS (1:1) = 'Y'
               MOVE -1 TO IND-1
            ELSE
            EXEC SQL
                 INSERT INTO IBMUSER.HOLDS
                        (HOLD_ID, BOOK_ID, PATRON_ID, HOLD_DATE,
                         HOLD_STATUS, READY_DATE
1105PB                 , PICKUP_BRANCH)
                 VALUES (:TBLHOLD-HOLD-ID, :TBLHOLD-BOOK-ID,
                         :TBLHOLD-PATRON-ID, :TBLHOLD-HOLD-DATE,
                         :TBLHOLD-HOLD-STATUS,
                         :TBLHOLD-READY-DATE :IND-1
1105PB                 , :TBLHOLD-PICKUP-BRANCH)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            MOVE WS-UO-JCL    TO TBLOAU-AUTH-JCL
1027FX      MOVE WS-UO-WAIVE-LIM TO TBLOAU-WAIVE-LIMIT
1027FX      MOVE WS-UO-BRANCH    TO TBLOAU-BRANCH-ID
1113SD      IF WS-UO-APPR-LIM NUMERIC
1113SD         MOVE WS-UO-APPR-LIM TO TBLOAU-APPROVE-LIMIT
1113SD      END-IF
1214PN      IF WS-UO-OVERRIDE = SPACE
1214PN         MOVE 'N' TO TBLOAU-AUTH-OVERRIDE
1214PN      ELSE
1214PN         MOVE WS-UO-OVERRIDE TO TBLOAU-AUTH-OVERRIDE
1214PN      END-IF

            EXEC SQL
                 INSERT INTO IBMUSER.OPER_AUTH
                        (OPERATOR_ID, AUTHORITY_LEVEL, AUTH_DELETE,
1027FX                   AUTH_UPDATE, AUTH_CIRC, AUTH_JCL,
1027FX                   WAIVE_LIMIT, BRANCH_ID,
1113SD                   APPROVE_LIMIT,
1214PN                   AUTH_OVERRIDE)
                 VALUES (:TBLOAU-OPERATOR-ID,
                         :TBLOAU-AUTHORITY-LEVEL,
                         :TBLOAU-AUTH-DELETE, :TBLOAU-AUTH-UPDATE,
1027FX                   :TBLOAU-AUTH-CIRC, :TBLOAU-AUTH-JCL,
1027FX                   :TBLOAU-WAIVE-LIMIT, :TBLOAU-BRANCH-ID,
1113SD                   :TBLOAU-APPROVE-LIMIT,
1214PN                   :TBLOAU-AUTH-OVERRIDE)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
