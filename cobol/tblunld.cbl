      *   LOANS/HOLDS) IS A JCL STEP-ORDER CONCERN - SEE TBLRELD       *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   14,2020 - CARRY AUTH_OVERRIDE (BLOCK RELEASE)    (1214PN)*
      *               X ON THE OPERAUTH RECORD                         *
      * DEC   09,2020 - CARRY PREF_LANG (NOTICE LANGUAGE) ON   (1209NT)*
      *               X THE PATRONS RECORD, FROM THE FILLER            *
      * DEC   03,2020 - CARRY RECALL_DATE ON THE LOANS         (1203RL)*
      *               X RECORD (SECOND NULL FLAG)                      *
      * DEC   01,2020 - CARRY GUARANTOR_ID (FAMILY ACCOUNTS)   (1201FA)*
      *               X ON THE PATRONS RECORD (NULL AREA               *
      *               X GROWS TO 12 FLAGS); RELOAD OLD                 *
      *               X UNLOADS WITH THE MATCHING PROGRAM              *
      *               X LEVEL                                          *
      * NOV   25,2020 - CARRY CALL_PREFIX/CLASS/CUTTER ON      (1125CN)*
      *               X THE BOOKS RECORD (NULL AREA GROWS TO           *
      *               X 12 FLAGS); RELOAD OLD UNLOADS WITH             *
      *               X THE MATCHING PROGRAM LEVEL                     *
      * NOV   13,2020 - CARRY APPROVE_LIMIT (INVOICE           (1113SD)*
      *               X APPROVAL) ON THE OPERAUTH RECORD               *
      * NOV   05,2020 - CARRY PICKUP_BRANCH ON THE HOLDS       (1105PB)*
      *               X RECORD; RELOAD OLD UNLOADS WITH THE            *
      *               X MATCHING PROGRAM LEVEL                         *
      * OCT   27,2020 - CARRY BARCODE AND STATUS_DATE ON THE   (1027FX)*
      *               X BOOKCOPY RECORD (TWO-FLAG NULL AREA)           *
      *               X AND WAIVE_LIMIT/BRANCH_ID ON THE               *
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
           05  WS-COUNTERS.
               10  WS-UNLOAD-CNTR      PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
                SELECT BOOK_ID, TITLE, TOTAL_PAGES, RATING, ISBN,
                       PUBLISHED_DATE, PUBLISHER_ID, GENRE,
0815BR                 DELETED_FLAG, DELETED_DATE, LAST_CHANGED_TS,
0821RB                 ITEM_STATUS, BRANCH_ID, SERIES_ID, SERIES_SEQ,
1125CN                 CALL_PREFIX, CALL_CLASS, CALL_CUTTER
                  FROM IBMUSER.BOOKS
                 ORDER BY BOOK_ID
           END-EXEC.
0904AD                 PATRON_STATUS, ADDR_LINE1, ADDR_LINE2,
0918HB                 CITY, STATE, POSTAL_CODE, EXPIRY_DATE,
0918HB                 PIN_CODE, PIN_FAILS, PATRON_CAT,
1201FA                 HOMEBOUND_FLAG, ROUTE_ID, STOP_SEQ,
1209NT                 GUARANTOR_ID, PREF_LANG
                  FROM IBMUSER.PATRONS
                 ORDER BY PATRON_ID
           END-EXEC.

           EXEC SQL DECLARE CURULNS CURSOR FOR
                SELECT LOAN_ID, BOOK_ID, PATRON_ID, CHECKOUT_DATE,
                       DUE_DATE, RETURN_DATE, RENEWAL_COUNT, COPY_NO,
1203RL                 RECALL_DATE
                  FROM IBMUSER.LOANS
                 ORDER BY LOAN_ID
           END-EXEC.
           EXEC SQL DECLARE CURUHLD CURSOR FOR
                SELECT HOLD_ID, BOOK_ID, PATRON_ID, HOLD_DATE,
                       HOLD_STATUS, READY_DATE
1105PB                ,PICKUP_BRANCH
                  FROM IBMUSER.HOLDS
                 ORDER BY HOLD_ID
           END-EXEC.
           EXEC SQL DECLARE CURUOPA CURSOR FOR
                SELECT OPERATOR_ID, AUTHORITY_LEVEL, AUTH_DELETE,
1027FX                 AUTH_UPDATE, AUTH_CIRC, AUTH_JCL,
1027FX                 WAIVE_LIMIT, BRANCH_ID,
1113SD                 APPROVE_LIMIT,
1214PN                 AUTH_OVERRIDE
                  FROM IBMUSER.OPER_AUTH
                 ORDER BY OPERATOR_ID
           END-EXEC.
0815BR                ,:TBLBKS-BRANCH-ID
0821RB                ,:TBLBKS-SERIES-ID  :IND-8
0821RB                ,:TBLBKS-SERIES-SEQ :IND-9
1125CN                ,:TBLBKS-CALL-PREFIX :IND-10
1125CN                ,:TBLBKS-CALL-CLASS  :IND-11
1125CN                ,:TBLBKS-CALL-CUTTER :IND-12
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
0821RB               ELSE
0821RB                  MOVE TBLBKS-SERIES-SEQ TO WS-UB-SERSEQ
0821RB               END-IF
1125CN               IF IND-10 < 0
1125CN                  MOVE 'Y' TO WS-UB-NULLS (10:1)
1125CN               ELSE
1125CN                  MOVE TBLBKS-CALL-PREFIX-TEXT
1125CN                    TO WS-UB-CALL-PREFIX
1125CN               END-IF
1125CN               IF IND-11 < 0
1125CN                  MOVE 'Y' TO WS-UB-NULLS (11:1)
1125CN               ELSE
1125CN                  MOVE TBLBKS-CALL-CLASS-TEXT
1125CN                    TO WS-UB-CALL-CLASS
1125CN               END-IF
1125CN               IF IND-12 < 0
1125CN                  MOVE 'Y' TO WS-UB-NULLS (12:1)
1125CN               ELSE
1125CN                  MOVE TBLBKS-CALL-CUTTER-TEXT
1125CN                    TO WS-UB-CALL-CUTTER
1125CN               END-IF
                     WRITE REC-UNLDOP FROM WS-UNLD-RECORD
                     ADD 1 TO WS-UNLOAD-CNTR
                WHEN SQL-EOC
0918HB                ,:TBLPATR-HOMEBOUND-FLAG
0918HB                ,:TBLPATR-ROUTE-ID :IND-10
0918HB                ,:TBLPATR-STOP-SEQ :IND-11
1201FA                ,:TBLPATR-GUARANTOR-ID :IND-12
1209NT                ,:TBLPATR-PREF-LANG
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE SPACES TO WS-UNLD-RECORD
1201FA               MOVE 'NNNNNNNNNNNN' TO WS-UT-NULLS
                     MOVE TBLPATR-PATRON-ID TO WS-UT-PATRON-ID
                     MOVE TBLPATR-PATRON-NAME-TEXT
                       TO WS-UT-PATRON-NAME
0918HB               ELSE
0918HB                  MOVE TBLPATR-STOP-SEQ TO WS-UT-STOP
0918HB               END-IF
1201FA               IF IND-12 < 0
1201FA                  MOVE 'Y' TO WS-UT-NULLS (12:1)
1201FA               ELSE
1201FA                  MOVE TBLPATR-GUARANTOR-ID TO WS-UT-GUAR
1201FA               END-IF
1209NT               MOVE TBLPATR-PREF-LANG TO WS-UT-LANG
                     WRITE REC-UNLDOP FROM WS-UNLD-RECORD
                     ADD 1 TO WS-UNLOAD-CNTR
                WHEN SQL-EOC
                      ,:TBLLOAN-RETURN-DATE :IND-1
                      ,:TBLLOAN-RENEWAL-COUNT
                      ,:TBLLOAN-COPY-NO
1203RL                ,:TBLLOAN-RECALL-DATE :IND-2
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
                     END-IF
                     MOVE TBLLOAN-RENEWAL-COUNT TO WS-UL-RENEWALS
                     MOVE TBLLOAN-COPY-NO       TO WS-UL-COPY-NO
1203RL               IF IND-2 < 0
1203RL                  MOVE 'Y' TO WS-UL-NULLS (2:1)
1203RL               ELSE
1203RL                  MOVE TBLLOAN-RECALL-DATE TO WS-UL-RECALL
1203RL               END-IF
                     WRITE REC-UNLDOP FROM WS-UNLD-RECORD
                     ADD 1 TO WS-UNLOAD-CNTR
                WHEN SQL-EOC
                      ,:TBLHOLD-HOLD-DATE
                      ,:TBLHOLD-HOLD-STATUS
                      ,:TBLHOLD-READY-DATE :IND-1
1105PB                ,:TBLHOLD-PICKUP-BRANCH
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
                     MOVE TBLHOLD-PATRON-ID   TO WS-UH-PATRON-ID
                     MOVE TBLHOLD-HOLD-DATE   TO WS-UH-HOLD-DATE
                     MOVE TBLHOLD-HOLD-STATUS TO WS-UH-STATUS
1105PB               MOVE TBLHOLD-PICKUP-BRANCH
1105PB                 TO WS-UH-PICKUP-BRANCH
                     IF IND-1 < 0
                        MOVE 'Y' TO WS-UH-NULLS (1:1)
                     ELSE
                      ,:TBLOAU-AUTH-JCL
1027FX                ,:TBLOAU-WAIVE-LIMIT
1027FX                ,:TBLOAU-BRANCH-ID
1113SD                ,:TBLOAU-APPROVE-LIMIT
1214PN                ,:TBLOAU-AUTH-OVERRIDE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
                     MOVE TBLOAU-AUTH-JCL        TO WS-UO-JCL
1027FX               MOVE TBLOAU-WAIVE-LIMIT     TO WS-UO-WAIVE-LIM
1027FX               MOVE TBLOAU-BRANCH-ID       TO WS-UO-BRANCH
1113SD               MOVE TBLOAU-APPROVE-LIMIT   TO WS-UO-APPR-LIM
1214PN               MOVE TBLOAU-AUTH-OVERRIDE   TO WS-UO-OVERRIDE
                     WRITE REC-UNLDOP FROM WS-UNLD-RECORD
                     ADD 1 TO WS-UNLOAD-CNTR
                WHEN SQL-EOC
