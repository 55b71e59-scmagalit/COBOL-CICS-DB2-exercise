      *   NEXT-DATE FIELD)                                             *
      * - PF6 CHECKS IN THE OLDEST OUTSTANDING ISSUE (EXPECTED OR      *
      *   CLAIMED) AND PREDICTS THE NEXT ONE FROM THE FREQUENCY        *
1119SR* - PF5 ALSO KEEPS THE ANNUAL COST, THE PERIOD END DATE, THE     *
1119SR*   FUND THE RENEWAL IS CHARGED TO AND THE SELECTOR'S RENEWAL    *
1119SR*   ACTION (R RENEW / C CANCEL AT PERIOD END) - SUBRENEW         *
1119SR*   PRINTS THE WORKSHEET, ENCUMBERS RENEWALS AND CANCELS         *
1119SR* - NO ISSUE IS PREDICTED FOR A CANCELLED SUBSCRIPTION, NOR      *
1119SR*   PAST THE PERIOD END OF ONE SET TO CANCEL                     *
      * - SEE SERCLAIM FOR THE AUTOMATIC VENDOR CLAIM LETTERS          *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   19,2020 - RENEWAL CYCLE: ANNUAL COST, PERIOD END (1119SR)*
      *               X FUND AND RENEWAL ACTION ON THE SCREEN          *
      *               X (SEE SUBRENEW); 2310 STOPS PREDICTING          *
      *               X ISSUES ONCE THE SUBSCRIPTION IS                *
      *               X CANCELLED                                      *
      * OCT   02,2020 - INITIAL VERSION                        (1002SE)*
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.SUBSCRIPTIONS (I/O) - SUBSCRIPTION MASTER (DCLSUB)     *
      * IBMUSER.SERIAL_ISSUES (I/O) - ISSUE SCHEDULE (DCLSIS)          *
1119SR* IBMUSER.FUNDS         (I)   - RENEWAL FUND MUST EXIST          *
      *                                                                *
      * 0000-MAIN                      2300-CHECKIN-ISSUE              *
      * 1000-SEND-BLANK-MAP            2310-PREDICT-NEXT-ISSUE         *
      *                                3000-SEND-RECEIVE-SCREEN        *
      * 8100-GET-NEXT-ID               9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
1119SR* 2205-EDIT-RENEWAL              2215-MOVE-RENEWAL               *
1119SR* 2320-INSERT-NEXT-ISSUE         2330-WRITE-NEXT-ISSUE           *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
               88  ISSUE-LIST-DONE                    VALUE 1.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  SUB-FOUND                          VALUE 1.
1119SR     05  WS-FUND-COUNT        PIC S9(09) COMP   VALUE 0.
1119SR     05  WS-COST-DISP         PIC ZZ,ZZ9.99.
1119SR     05  WS-EDIT-SW           PIC 9             VALUE 0.
1119SR         88  EDIT-FAILED                        VALUE 1.
1119SR     05  WS-STOP-SW           PIC 9             VALUE 0.
1119SR         88  ISSUES-STOPPED                     VALUE 1.
           05  WS-IND-VARS.
               10  IND-RECV         PIC S9(04) COMP   VALUE 0.
1119SR         10  IND-COST         PIC S9(04) COMP   VALUE 0.
1119SR         10  IND-PEND         PIC S9(04) COMP   VALUE 0.
1119SR         10  IND-FUND         PIC S9(04) COMP   VALUE 0.
1119SR         10  IND-ACTION       PIC S9(04) COMP   VALUE 0.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
               MOVE FUNCTION NUMVAL (SBIDI) TO WS-SUB-ID
                                               TBLSUB-SUB-ID

1119SR         INITIALIZE WS-IND-VARS
               EXEC SQL
                    SELECT SUB_TITLE, VENDOR_ID, FREQ, SUB_STATUS
1119SR                    ,ANNUAL_COST, PERIOD_END, FUND_CODE,
1119SR                     RENEW_ACTION
                      INTO :TBLSUB-SUB-TITLE, :TBLSUB-VENDOR-ID,
                           :TBLSUB-FREQ, :TBLSUB-SUB-STATUS
1119SR                    ,:TBLSUB-ANNUAL-COST  :IND-COST
1119SR                    ,:TBLSUB-PERIOD-END   :IND-PEND
1119SR                    ,:TBLSUB-FUND-CODE    :IND-FUND
1119SR                    ,:TBLSUB-RENEW-ACTION :IND-ACTION
                      FROM IBMUSER.SUBSCRIPTIONS
                     WHERE SUB_ID = :TBLSUB-SUB-ID
               END-EXEC
                        MOVE TBLSUB-SUB-TITLE-TEXT TO SBTITLO
                        MOVE TBLSUB-VENDOR-ID      TO SBVNDO
                        MOVE TBLSUB-FREQ           TO SBFREQO
1119SR                  MOVE TBLSUB-SUB-STATUS     TO SBSTATO
1119SR                  MOVE SPACES TO SBCOSTO SBPENDO SBFUNDO SBACTO
1119SR                  IF IND-COST NOT < 0
1119SR                     MOVE TBLSUB-ANNUAL-COST TO WS-COST-DISP
1119SR                     MOVE WS-COST-DISP       TO SBCOSTO
1119SR                  END-IF
1119SR                  IF IND-PEND NOT < 0
1119SR                     MOVE TBLSUB-PERIOD-END  TO SBPENDO
1119SR                  END-IF
1119SR                  IF IND-FUND NOT < 0
1119SR                     MOVE TBLSUB-FUND-CODE-TEXT TO SBFUNDO
1119SR                  END-IF
1119SR                  IF IND-ACTION NOT < 0
1119SR                     MOVE TBLSUB-RENEW-ACTION TO SBACTO
1119SR                  END-IF
                        PERFORM 2400-LIST-ISSUES
                        MOVE 'SUBSCRIPTION SHOWN - PF6 CHECKS IN'
                          TO MSGLNO
                   WHEN SQL-NOTFOUND
                        MOVE SPACES TO SBTITLO SBVNDO SBFREQO
                                       ILN01O ILN02O ILN03O ILN04O
1119SR                                 SBCOSTO SBPENDO SBFUNDO SBACTO
1119SR                                 SBSTATO
                        MOVE 'NOT FOUND - TYPE DATA, PF5 ADDS'
                          TO MSGLNO
                   WHEN OTHER
                     IF WS-VENDOR-COUNT = 0
                        MOVE 'VENDOR ID NOT ON FILE' TO MSGLNO
                     ELSE
1119SR                  PERFORM 2205-EDIT-RENEWAL
1119SR                  IF NOT EDIT-FAILED
1119SR                     PERFORM 2210-INSERT-OR-UPDATE
1119SR                  END-IF
                     END-IF
            END-EVALUATE
            .

1119SR 2205-EDIT-RENEWAL.
1119SR      MOVE '2205-EDIT-RENEWAL' TO ERR-LOC

1119SR      MOVE 0 TO WS-EDIT-SW
1119SR      IF SBACTI = LOW-VALUE
1119SR         MOVE SPACE TO SBACTI
1119SR      END-IF

1119SR      EVALUATE TRUE
1119SR          WHEN SBACTI NOT = SPACE AND SBACTI NOT = 'R'
1119SR                                  AND SBACTI NOT = 'C'
1119SR               SET EDIT-FAILED TO TRUE
1119SR               MOVE 'RENEWAL ACTION MUST BE R, C OR BLANK'
1119SR                 TO MSGLNO
1119SR          WHEN FUNCTION TRIM (SBPENDI) NOT = SPACES
1119SR           AND (SBPENDI (5:1) NOT = '-'
1119SR             OR SBPENDI (8:1) NOT = '-')
1119SR               SET EDIT-FAILED TO TRUE
1119SR               MOVE 'PERIOD END MUST BE YYYY-MM-DD' TO MSGLNO
1119SR          WHEN SBACTI = 'R'
1119SR           AND (FUNCTION TRIM (SBCOSTI) = SPACES
1119SR             OR FUNCTION TRIM (SBPENDI) = SPACES
1119SR             OR FUNCTION TRIM (SBFUNDI) = SPACES)
1119SR               SET EDIT-FAILED TO TRUE
1119SR               MOVE 'RENEWAL NEEDS COST, PERIOD END AND FUND'
1119SR                 TO MSGLNO
1119SR          WHEN FUNCTION TRIM (SBFUNDI) NOT = SPACES
1119SR               MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (SBFUNDI))
1119SR                 TO TBLSUB-FUND-CODE-TEXT
1119SR               MOVE FUNCTION LENGTH (FUNCTION TRIM (SBFUNDI))
1119SR                 TO TBLSUB-FUND-CODE-LEN

1119SR               EXEC SQL
1119SR                    SELECT COUNT(*)
1119SR                      INTO :WS-FUND-COUNT
1119SR                      FROM IBMUSER.FUNDS
1119SR                     WHERE FUND_CODE = :TBLSUB-FUND-CODE
1119SR               END-EXEC

1119SR               MOVE SQLCODE TO EVAL-CODE
1119SR               IF NOT ERR-OK
1119SR                  MOVE 'SELECT FUNDS' TO ERR-MSG
1119SR                  PERFORM 9999-ERROR-HANDLING
1119SR               END-IF

1119SR               IF WS-FUND-COUNT = 0
1119SR                  SET EDIT-FAILED TO TRUE
1119SR                  MOVE 'FUND CODE NOT ON FILE' TO MSGLNO
1119SR               END-IF
1119SR      END-EVALUATE
1119SR      .

       2210-INSERT-OR-UPDATE.
            MOVE '2210-INSERT-OR-UPDATE' TO ERR-LOC

            MOVE FUNCTION LENGTH (FUNCTION TRIM (SBTITLI))
              TO TBLSUB-SUB-TITLE-LEN
            MOVE SBFREQI TO TBLSUB-FREQ
1119SR      PERFORM 2215-MOVE-RENEWAL

            IF FUNCTION TRIM (SBIDI) = SPACES
0805ID         MOVE 'SUB_ID' TO WS-NXT-ID-NAME
               EXEC SQL
                    INSERT INTO IBMUSER.SUBSCRIPTIONS
                           (SUB_ID, SUB_TITLE, VENDOR_ID, FREQ,
1119SR                      SUB_STATUS
1119SR                     ,ANNUAL_COST, PERIOD_END, FUND_CODE,
1119SR                      RENEW_ACTION)
                    VALUES (:TBLSUB-SUB-ID, :TBLSUB-SUB-TITLE,
1119SR                      :TBLSUB-VENDOR-ID, :TBLSUB-FREQ, 'A'
1119SR                     ,:TBLSUB-ANNUAL-COST :IND-COST
1119SR                     ,DATE(:TBLSUB-PERIOD-END :IND-PEND)
1119SR                     ,:TBLSUB-FUND-CODE :IND-FUND
1119SR                     ,:TBLSUB-RENEW-ACTION)
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
                       SET SUB_TITLE = :TBLSUB-SUB-TITLE,
                           VENDOR_ID = :TBLSUB-VENDOR-ID,
                           FREQ      = :TBLSUB-FREQ
1119SR                    ,ANNUAL_COST  = :TBLSUB-ANNUAL-COST
1119SR                                    :IND-COST
1119SR                    ,PERIOD_END   = DATE(:TBLSUB-PERIOD-END
1119SR                                         :IND-PEND)
1119SR                    ,FUND_CODE    = :TBLSUB-FUND-CODE
1119SR                                    :IND-FUND
1119SR                    ,RENEW_ACTION = :TBLSUB-RENEW-ACTION
                     WHERE SUB_ID = :TBLSUB-SUB-ID
               END-EXEC

            END-IF
            .

1119SR 2215-MOVE-RENEWAL.
1119SR      MOVE '2215-MOVE-RENEWAL' TO ERR-LOC

1119SR**    BLANK COST, PERIOD END OR FUND ARE STORED AS NULL
1119SR      INITIALIZE WS-IND-VARS
1119SR      IF FUNCTION TRIM (SBCOSTI) = SPACES
1119SR         MOVE -1 TO IND-COST
1119SR         MOVE 0  TO TBLSUB-ANNUAL-COST
1119SR      ELSE
1119SR         MOVE FUNCTION NUMVAL (SBCOSTI) TO TBLSUB-ANNUAL-COST
1119SR      END-IF

1119SR      IF FUNCTION TRIM (SBPENDI) = SPACES
1119SR         MOVE -1 TO IND-PEND
1119SR         MOVE SPACES TO TBLSUB-PERIOD-END
1119SR      ELSE
1119SR         MOVE SBPENDI TO TBLSUB-PERIOD-END
1119SR      END-IF

1119SR      IF FUNCTION TRIM (SBFUNDI) = SPACES
1119SR         MOVE -1 TO IND-FUND
1119SR      ELSE
1119SR         MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (SBFUNDI))
1119SR           TO TBLSUB-FUND-CODE-TEXT
1119SR         MOVE FUNCTION LENGTH (FUNCTION TRIM (SBFUNDI))
1119SR           TO TBLSUB-FUND-CODE-LEN
1119SR      END-IF

1119SR      MOVE SBACTI TO TBLSUB-RENEW-ACTION
1119SR      .

       2300-CHECKIN-ISSUE.
            MOVE '2300-CHECKIN-ISSUE' TO ERR-LOC

                        PERFORM 2100-READ-SUB
                        MOVE 'ISSUE RECEIVED - NEXT ONE PREDICTED'
                          TO MSGLNO
1119SR                  IF ISSUES-STOPPED
1119SR                     MOVE 'ISSUE RECEIVED - SUBSCRIPTION ENDS'
1119SR                       TO MSGLNO
1119SR                  END-IF
                   WHEN SQL-NOTFOUND
                        MOVE 'NO OUTSTANDING ISSUE TO RECEIVE'
                          TO MSGLNO
            MOVE '2310-PREDICT-NEXT-ISSUE' TO ERR-LOC

            MOVE WS-SUB-ID TO TBLSUB-SUB-ID
1119SR      MOVE 0 TO WS-STOP-SW
1119SR      INITIALIZE WS-IND-VARS

            EXEC SQL
                 SELECT FREQ
1119SR                 ,SUB_STATUS, RENEW_ACTION, PERIOD_END
                   INTO :TBLSUB-FREQ
1119SR                 ,:TBLSUB-SUB-STATUS
1119SR                 ,:TBLSUB-RENEW-ACTION :IND-ACTION
1119SR                 ,:TBLSUB-PERIOD-END   :IND-PEND
                   FROM IBMUSER.SUBSCRIPTIONS
                  WHERE SUB_ID = :TBLSUB-SUB-ID
            END-EXEC
               PERFORM 9999-ERROR-HANDLING
            END-IF

1119SR**    A CANCELLED SUBSCRIPTION GETS NO MORE EXPECTED ISSUES
1119SR      IF TBLSUB-SUB-STATUS = 'C'
1119SR         SET ISSUES-STOPPED TO TRUE
1119SR      ELSE
1119SR         PERFORM 2320-INSERT-NEXT-ISSUE
1119SR      END-IF
1119SR      .

1119SR 2320-INSERT-NEXT-ISSUE.
1119SR      MOVE '2320-INSERT-NEXT-ISSUE' TO ERR-LOC

            ADD 1 TO TBLSIS-ISSUE-SEQ

            EVALUATE TBLSUB-FREQ
               PERFORM 9999-ERROR-HANDLING
            END-IF

1119SR**    ONE SET TO CANCEL STOPS AT THE END OF THE PERIOD PAID FOR
1119SR      IF IND-ACTION NOT < 0 AND IND-PEND NOT < 0
1119SR      AND TBLSUB-RENEW-ACTION = 'C'
1119SR      AND TBLSIS-EXPECT-DATE > TBLSUB-PERIOD-END
1119SR         SET ISSUES-STOPPED TO TRUE
1119SR      ELSE
1119SR         PERFORM 2330-WRITE-NEXT-ISSUE
1119SR      END-IF
1119SR      .

1119SR 2330-WRITE-NEXT-ISSUE.
1119SR      MOVE '2330-WRITE-NEXT-ISSUE' TO ERR-LOC

            EXEC SQL
                 INSERT INTO IBMUSER.SERIAL_ISSUES
                        (SUB_ID, ISSUE_SEQ, EXPECT_DATE,
