      *   AND PRESS PF5 TO SAVE - UPDATES OR ADDS THE ROW              *
      * - PRESS PF6 TO DELETE THE ROW SHOWN                            *
      * - PRESS PF7/PF8 TO BROWSE TO THE PREVIOUS/NEXT OPERATOR_ID     *
1113SD* - APPROVAL LIMIT: LARGEST VENDOR INVOICE THE OPERATOR MAY    *
1113SD*   APPROVE ALONE IN INVCTRN (OPER_AUTH APPROVE_LIMIT)           *
1214PN* - OVERRIDE (Y/N): MAY RELEASE A PATRON_NOTES BLOCK AT THE      *
1214PN*   LOANTRN DESK (OPER_AUTH AUTH_OVERRIDE; BLANK SAVES AS N)     *
1112RC* - QUARTERLY RECERTIFICATION (SEE RECERT): THE OPERATOR'S       *
1112RC*   LATEST OPER_RECERT ROW SHOWS UNDER THE MATRIX. PRESS PF9 TO  *
1112RC*   CONFIRM THE AUTHORITY SHOWN, PF10 TO REVOKE IT (THE OPERATOR *
1112RC*   DROPS TO INQUIRY ONLY) - BRANCH OR HEAD OFFICE (BRANCH 0)    *
1112RC*   SUPERVISORS ONLY, AND NEVER FOR YOURSELF                     *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   14,2020 - AUTH_OVERRIDE ON THE MATRIX SCREEN     (1214PN)*
      *               X (SEE DCLOPAU 1214PN); A REVOKE                 *
      *               X CLEARS IT WITH THE OTHER FLAGS                 *
      * NOV   13,2020 - APPROVE_LIMIT ON THE MATRIX SCREEN    (1113SD)*
      *               X (SEE DCLOPAU 1113SD) - ABOVE IT                *
      *               X INVCTRN NEEDS A SECOND APPROVER;               *
      *               X BLANK SAVES AS ZERO                            *
      * NOV   12,2020 - CONFIRM (PF9) OR REVOKE (PF10) THE    (1112RC)*
      *               X OPERATOR'S PENDING QUARTERLY                   *
      *               X RECERTIFICATION; REVOKE DOWNGRADES             *
      *               X OPER_AUTH TO INQUIRY ONLY. DECISION,           *
      *               X DECIDER AND PRIOR AUTHORITY KEPT ON            *
      *               X IBMUSER.OPER_RECERT                            *
      * OCT   23,2020 - CARRY THE OPERATOR'S HOME BRANCH ON   (1023WK)*
      *               X THE MATRIX SCREEN (OPER_AUTH BRANCH_ID);       *
      *               X CIRC_LOG STAMPS IT ON EVERY DESK               *
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.OPER_AUTH (I/O) - OPERATOR AUTHORITY (SEE DCLOPAU)     *
1112RC* IBMUSER.OPER_RECERT (I/O) - RECERTIFICATION (SEE DCLORC)       *
      *                                                                *
      * 0000-MAIN                      2300-DELETE-OPER                *
      * 1000-INIT-SCREEN               2400-BROWSE-OPER                *
      * 2000-RECEIVE-MAP               8000-GET-OPERATOR-ID            *
      * 2100-READ-OPER                 9999-ERROR-HANDLING             *
      * 2200-SAVE-OPER                 9999-TERMINATE                  *
1112RC* 2600-SHOW-RECERT                                               *
1112RC* 2700-DECIDE-RECERT                                             *
1112RC* 2710-APPLY-DECISION                                            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
           05  WS-DUP-COUNT         PIC S9(09) COMP   VALUE 0.
0910WL     05  WS-WLM-DISP          PIC ZZZZ9.99.
1023WK     05  WS-BRN-DISP          PIC ZZZZZZZ9.
1113SD     05  WS-ALM-DISP          PIC ZZZZZZ9.99.
1112RC     05  WS-RC-STATUS-TEXT    PIC X(10)         VALUE SPACES.
1112RC     05  WS-RC-DECIDER-BRANCH PIC S9(09) COMP   VALUE 0.
1112RC     05  WS-RC-DECIDER-LEVEL  PIC X             VALUE SPACE.
1112RC     05  WS-RC-DECIDER-ID.
1112RC         49  WS-RC-DECIDER-LEN    PIC S9(4) COMP VALUE 0.
1112RC         49  WS-RC-DECIDER-TEXT   PIC X(8)       VALUE SPACES.
1112RC     05  WS-RC-BEFORE-AUTH.
1112RC         10  WS-RC-BA-LVL     PIC X             VALUE SPACE.
1112RC         10  WS-RC-BA-DEL     PIC X             VALUE SPACE.
1112RC         10  WS-RC-BA-UPD     PIC X             VALUE SPACE.
1112RC         10  WS-RC-BA-CIR     PIC X             VALUE SPACE.
1112RC         10  WS-RC-BA-JCL     PIC X             VALUE SPACE.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  OPER-FOUND                         VALUE 1.


           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE DCLOPAU END-EXEC.
1112RC     EXEC SQL INCLUDE DCLORC  END-EXEC.

       01  WS-COMMAREA.
           05  LS-DUMMY-FLAG        PIC X             VALUE 'Y'.
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2400-BROWSE-OPER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
1112RC             WHEN DFHPF9
1112RC                  PERFORM 2000-RECEIVE-MAP
1112RC                  PERFORM 2700-DECIDE-RECERT
1112RC                  PERFORM 3000-SEND-RECEIVE-SCREEN
1112RC             WHEN DFHPF10
1112RC                  PERFORM 2000-RECEIVE-MAP
1112RC                  PERFORM 2700-DECIDE-RECERT
1112RC                  PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN OTHER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
               END-EVALUATE
               EXEC SQL
                    SELECT AUTHORITY_LEVEL, AUTH_DELETE, AUTH_UPDATE,
0910WL                     AUTH_CIRC, AUTH_JCL, WAIVE_LIMIT,
1214PN                     BRANCH_ID, APPROVE_LIMIT, AUTH_OVERRIDE
                      INTO :TBLOAU-AUTHORITY-LEVEL,
                           :TBLOAU-AUTH-DELETE, :TBLOAU-AUTH-UPDATE,
0910WL                     :TBLOAU-AUTH-CIRC, :TBLOAU-AUTH-JCL,
1023WK                     :TBLOAU-WAIVE-LIMIT, :TBLOAU-BRANCH-ID,
1214PN                     :TBLOAU-APPROVE-LIMIT, :TBLOAU-AUTH-OVERRIDE
                      FROM IBMUSER.OPER_AUTH
                     WHERE OPERATOR_ID = :TBLOAU-OPERATOR-ID
               END-EXEC
                   WHEN SQL-NOTFOUND
                        MOVE SPACES TO OPLVLO OPDELO OPUPDO
1023WK                                 OPCIRO OPJCLO OPWLMO OPBRNO
1214PN                                 OPALMO OPRCSO OPOVRO
                        MOVE 'NOT FOUND - TYPE FLAGS, PF5 ADDS'
                          TO MSGLNO
                   WHEN OTHER
                           TBLOAU-AUTH-UPDATE
                           TBLOAU-AUTH-CIRC
                           TBLOAU-AUTH-JCL
1214PN                           TBLOAU-AUTH-OVERRIDE
               IF OPDELI = 'Y'
                  MOVE 'Y' TO TBLOAU-AUTH-DELETE
               END-IF
               IF OPJCLI = 'Y'
                  MOVE 'Y' TO TBLOAU-AUTH-JCL
               END-IF
1214PN         IF OPOVRI = 'Y'
1214PN            MOVE 'Y' TO TBLOAU-AUTH-OVERRIDE
1214PN         END-IF

0910WL**       A BLANK LIMIT SAVES AS ZERO - EVERY WAIVER THEN
0910WL**       NEEDS A SUPERVISOR, FAIL CLOSED LIKE THE FLAGS
0910WL              TO TBLOAU-WAIVE-LIMIT
0910WL         END-IF

1113SD**       A BLANK APPROVAL LIMIT SAVES AS ZERO - EVERY INVOICE
1113SD**       THEN NEEDS A SECOND APPROVER
1113SD         IF FUNCTION TRIM (OPALMI) = SPACES
1113SD            MOVE 0 TO TBLOAU-APPROVE-LIMIT
1113SD         ELSE
1113SD            MOVE FUNCTION NUMVAL (OPALMI)
1113SD              TO TBLOAU-APPROVE-LIMIT
1113SD         END-IF

1023WK**       BLANK BRANCH SAVES AS 0 (HEAD OFFICE)
1023WK         IF FUNCTION TRIM (OPBRNI) = SPACES
1023WK            MOVE 0 TO TBLOAU-BRANCH-ID
                              AUTH_CIRC   = :TBLOAU-AUTH-CIRC,
0910WL                        AUTH_JCL    = :TBLOAU-AUTH-JCL,
0910WL                        WAIVE_LIMIT = :TBLOAU-WAIVE-LIMIT,
1113SD                        BRANCH_ID   = :TBLOAU-BRANCH-ID,
1214PN                        APPROVE_LIMIT = :TBLOAU-APPROVE-LIMIT,
1214PN                        AUTH_OVERRIDE = :TBLOAU-AUTH-OVERRIDE
                        WHERE OPERATOR_ID = :TBLOAU-OPERATOR-ID
                  END-EXEC

                              (OPERATOR_ID, AUTHORITY_LEVEL,
                               AUTH_DELETE, AUTH_UPDATE,
0910WL                         AUTH_CIRC, AUTH_JCL, WAIVE_LIMIT,
1214PN                         BRANCH_ID, APPROVE_LIMIT,
1214PN                         AUTH_OVERRIDE)
                       VALUES (:TBLOAU-OPERATOR-ID,
                               :TBLOAU-AUTHORITY-LEVEL,
                               :TBLOAU-AUTH-DELETE,
                               :TBLOAU-AUTH-CIRC,
0910WL                         :TBLOAU-AUTH-JCL,
1023WK                         :TBLOAU-WAIVE-LIMIT,
1113SD                         :TBLOAU-BRANCH-ID,
1214PN                         :TBLOAU-APPROVE-LIMIT,
1214PN                         :TBLOAU-AUTH-OVERRIDE)
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                   WHEN ERR-OK
                        MOVE SPACES TO OPLVLO OPDELO OPUPDO
1023WK                                 OPCIRO OPJCLO OPWLMO OPBRNO
1214PN                                 OPALMO OPRCSO OPOVRO
                        MOVE 'OPERATOR DELETED' TO MSGLNO
                   WHEN SQL-NOTFOUND
                        MOVE 'OPERATOR NOT FOUND - NOTHING DELETED'
                    SELECT OPERATOR_ID, AUTHORITY_LEVEL,
                           AUTH_DELETE, AUTH_UPDATE,
0910WL                     AUTH_CIRC, AUTH_JCL, WAIVE_LIMIT,
1214PN                     BRANCH_ID, APPROVE_LIMIT, AUTH_OVERRIDE
                      INTO :TBLOAU-OPERATOR-ID,
                           :TBLOAU-AUTHORITY-LEVEL,
                           :TBLOAU-AUTH-DELETE, :TBLOAU-AUTH-UPDATE,
0910WL                     :TBLOAU-AUTH-CIRC, :TBLOAU-AUTH-JCL,
1023WK                     :TBLOAU-WAIVE-LIMIT, :TBLOAU-BRANCH-ID,
1214PN                     :TBLOAU-APPROVE-LIMIT, :TBLOAU-AUTH-OVERRIDE
                      FROM IBMUSER.OPER_AUTH
                     WHERE OPERATOR_ID > :TBLOAU-OPERATOR-ID
                     ORDER BY OPERATOR_ID
                    SELECT OPERATOR_ID, AUTHORITY_LEVEL,
                           AUTH_DELETE, AUTH_UPDATE,
0910WL                     AUTH_CIRC, AUTH_JCL, WAIVE_LIMIT,
1214PN                     BRANCH_ID, APPROVE_LIMIT, AUTH_OVERRIDE
                      INTO :TBLOAU-OPERATOR-ID,
                           :TBLOAU-AUTHORITY-LEVEL,
                           :TBLOAU-AUTH-DELETE, :TBLOAU-AUTH-UPDATE,
0910WL                     :TBLOAU-AUTH-CIRC, :TBLOAU-AUTH-JCL,
1023WK                     :TBLOAU-WAIVE-LIMIT, :TBLOAU-BRANCH-ID,
1214PN                     :TBLOAU-APPROVE-LIMIT, :TBLOAU-AUTH-OVERRIDE
                      FROM IBMUSER.OPER_AUTH
                     WHERE OPERATOR_ID < :TBLOAU-OPERATOR-ID
                     ORDER BY OPERATOR_ID DESC
0910WL      MOVE WS-WLM-DISP            TO OPWLMO
1023WK      MOVE TBLOAU-BRANCH-ID       TO WS-BRN-DISP
1023WK      MOVE WS-BRN-DISP            TO OPBRNO
1113SD      MOVE TBLOAU-APPROVE-LIMIT   TO WS-ALM-DISP
1113SD      MOVE WS-ALM-DISP            TO OPALMO
1214PN      MOVE TBLOAU-AUTH-OVERRIDE   TO OPOVRO
1112RC      PERFORM 2600-SHOW-RECERT
            .

1112RC*--------------------------------------------------------------*
1112RC* LATEST OPER_RECERT ROW FOR TBLOAU-OPERATOR-ID ONTO THE MAP    *
1112RC*--------------------------------------------------------------*
1112RC 2600-SHOW-RECERT.
1112RC      MOVE '2600-SHOW-RECERT' TO ERR-LOC

1112RC      MOVE TBLOAU-OPERATOR-ID TO TBLORC-OPERATOR-ID

1112RC      EXEC SQL
1112RC           SELECT CYCLE_ID, RECERT_STATUS,
1112RC                  CHAR(DUE_DATE, ISO), DECIDED_BY
1112RC             INTO :TBLORC-CYCLE-ID, :TBLORC-RECERT-STATUS,
1112RC                  :TBLORC-DUE-DATE, :TBLORC-DECIDED-BY
1112RC             FROM IBMUSER.OPER_RECERT
1112RC            WHERE OPERATOR_ID = :TBLORC-OPERATOR-ID
1112RC            ORDER BY CYCLE_ID DESC
1112RC            FETCH FIRST 1 ROW ONLY
1112RC      END-EXEC

1112RC      MOVE SQLCODE TO EVAL-CODE
1112RC      MOVE SPACES  TO OPRCSO
1112RC      EVALUATE TRUE
1112RC          WHEN ERR-OK
1112RC               EVALUATE TBLORC-RECERT-STATUS
1112RC                   WHEN 'P'
1112RC                        MOVE 'PENDING'   TO WS-RC-STATUS-TEXT
1112RC                   WHEN 'C'
1112RC                        MOVE 'CONFIRMED' TO WS-RC-STATUS-TEXT
1112RC                   WHEN 'R'
1112RC                        MOVE 'REVOKED'   TO WS-RC-STATUS-TEXT
1112RC                   WHEN OTHER
1112RC                        MOVE 'EXPIRED'   TO WS-RC-STATUS-TEXT
1112RC               END-EVALUATE
1112RC               IF TBLORC-RECERT-STATUS = 'P'
1112RC                  STRING 'RECERT '          DELIMITED BY SIZE
1112RC                         TBLORC-CYCLE-ID    DELIMITED BY SIZE
1112RC                         ' PENDING - DUE '  DELIMITED BY SIZE
1112RC                         TBLORC-DUE-DATE    DELIMITED BY SIZE
1112RC                    INTO OPRCSO
1112RC                  END-STRING
1112RC               ELSE
1112RC                  STRING 'RECERT '          DELIMITED BY SIZE
1112RC                         TBLORC-CYCLE-ID    DELIMITED BY SIZE
1112RC                         ' '                DELIMITED BY SIZE
1112RC                         WS-RC-STATUS-TEXT  DELIMITED BY SPACE
1112RC                         ' BY '             DELIMITED BY SIZE
1112RC                         TBLORC-DECIDED-BY-TEXT
1112RC                                            DELIMITED BY SIZE
1112RC                    INTO OPRCSO
1112RC                  END-STRING
1112RC               END-IF
1112RC          WHEN SQL-NOTFOUND
1112RC               MOVE 'NO RECERTIFICATION ON FILE' TO OPRCSO
1112RC          WHEN OTHER
1112RC               MOVE 'SELECT OPER_RECERT' TO ERR-MSG
1112RC               PERFORM 9999-ERROR-HANDLING
1112RC      END-EVALUATE
1112RC      .

1112RC*--------------------------------------------------------------*
1112RC* PF9 CONFIRMS, PF10 REVOKES THE OPERATOR'S PENDING ROW. THE    *
1112RC* DECIDER MUST BE A SUPERVISOR AT THE OPERATOR'S BRANCH OR AT   *
1112RC* HEAD OFFICE (BRANCH 0), AND NOT THE OPERATOR THEMSELVES       *
1112RC*--------------------------------------------------------------*
1112RC 2700-DECIDE-RECERT.
1112RC      MOVE '2700-DECIDE-RECERT' TO ERR-LOC

1112RC      PERFORM 8000-GET-OPERATOR-ID
1112RC      MOVE WS-SIGNON-USERID TO WS-RC-DECIDER-TEXT
1112RC      MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-SIGNON-USERID))
1112RC        TO WS-RC-DECIDER-LEN
1112RC      MOVE SPACE TO WS-RC-DECIDER-LEVEL
1112RC      MOVE -1    TO WS-RC-DECIDER-BRANCH

1112RC      EXEC SQL
1112RC           SELECT AUTHORITY_LEVEL, BRANCH_ID
1112RC             INTO :WS-RC-DECIDER-LEVEL, :WS-RC-DECIDER-BRANCH
1112RC             FROM IBMUSER.OPER_AUTH
1112RC            WHERE OPERATOR_ID = :WS-RC-DECIDER-ID
1112RC      END-EXEC

1112RC      MOVE SQLCODE TO EVAL-CODE
1112RC      IF NOT ERR-OK AND NOT SQL-NOTFOUND
1112RC         MOVE 'SELECT DECIDER OPER_AUTH' TO ERR-MSG
1112RC         PERFORM 9999-ERROR-HANDLING
1112RC      END-IF

1112RC      MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (OPIDI))
1112RC        TO TBLORC-OPERATOR-ID-TEXT
1112RC      MOVE FUNCTION LENGTH (FUNCTION TRIM (OPIDI))
1112RC        TO TBLORC-OPERATOR-ID-LEN

1112RC      IF FUNCTION TRIM (OPIDI) = SPACES
1112RC         MOVE 'ENTER AN OPERATOR ID FIRST' TO MSGLNO
1112RC      ELSE
1112RC      IF WS-RC-DECIDER-LEVEL NOT = 'S'
1112RC         MOVE 'ONLY A SUPERVISOR CAN RECERTIFY' TO MSGLNO
1112RC      ELSE
1112RC      IF TBLORC-OPERATOR-ID-TEXT = WS-SIGNON-USERID
1112RC         MOVE 'YOU CANNOT RECERTIFY YOURSELF' TO MSGLNO
1112RC      ELSE
1112RC         EXEC SQL
1112RC              SELECT CYCLE_ID, BRANCH_ID
1112RC                INTO :TBLORC-CYCLE-ID, :TBLORC-BRANCH-ID
1112RC                FROM IBMUSER.OPER_RECERT
1112RC               WHERE OPERATOR_ID = :TBLORC-OPERATOR-ID
1112RC                 AND RECERT_STATUS = 'P'
1112RC               ORDER BY CYCLE_ID DESC
1112RC               FETCH FIRST 1 ROW ONLY
1112RC         END-EXEC

1112RC         MOVE SQLCODE TO EVAL-CODE
1112RC         EVALUATE TRUE
1112RC             WHEN ERR-OK
1112RC                  IF  WS-RC-DECIDER-BRANCH NOT = 0
1112RC                  AND WS-RC-DECIDER-BRANCH NOT = TBLORC-BRANCH-ID
1112RC                     MOVE 'OPERATOR IS NOT IN YOUR BRANCH'
1112RC                       TO MSGLNO
1112RC                  ELSE
1112RC                     PERFORM 2710-APPLY-DECISION
1112RC                  END-IF
1112RC             WHEN SQL-NOTFOUND
1112RC                  MOVE 'NO RECERTIFICATION PENDING FOR OPERATOR'
1112RC                    TO MSGLNO
1112RC             WHEN OTHER
1112RC                  MOVE 'SELECT OPER_RECERT PENDING' TO ERR-MSG
1112RC                  PERFORM 9999-ERROR-HANDLING
1112RC         END-EVALUATE
1112RC      END-IF
1112RC      END-IF
1112RC      END-IF

1112RC      MOVE TBLORC-OPERATOR-ID-TEXT TO OPIDO
1112RC      .

1112RC*--------------------------------------------------------------*
1112RC* THE OPER_RECERT ROW IS THE AUDIT TRAIL: DECISION, DECIDER,    *
1112RC* TIMESTAMP AND THE OPER_AUTH VALUES AT THE TIME OF DECISION    *
1112RC*--------------------------------------------------------------*
1112RC 2710-APPLY-DECISION.
1112RC      MOVE '2710-APPLY-DECISION' TO ERR-LOC

1112RC      MOVE TBLORC-OPERATOR-ID TO TBLOAU-OPERATOR-ID

1112RC      EXEC SQL
1112RC           SELECT AUTHORITY_LEVEL, AUTH_DELETE, AUTH_UPDATE,
1112RC                  AUTH_CIRC, AUTH_JCL, WAIVE_LIMIT,
1113SD                  BRANCH_ID, APPROVE_LIMIT
1112RC             INTO :TBLOAU-AUTHORITY-LEVEL,
1112RC                  :TBLOAU-AUTH-DELETE, :TBLOAU-AUTH-UPDATE,
1112RC                  :TBLOAU-AUTH-CIRC, :TBLOAU-AUTH-JCL,
1113SD                  :TBLOAU-WAIVE-LIMIT, :TBLOAU-BRANCH-ID,
1113SD                  :TBLOAU-APPROVE-LIMIT
1112RC             FROM IBMUSER.OPER_AUTH
1112RC            WHERE OPERATOR_ID = :TBLOAU-OPERATOR-ID
1112RC      END-EXEC

1112RC      MOVE SQLCODE TO EVAL-CODE
1112RC      IF NOT ERR-OK
1112RC         MOVE 'SELECT OPER_AUTH RECERT' TO ERR-MSG
1112RC         PERFORM 9999-ERROR-HANDLING
1112RC      END-IF

1112RC      MOVE TBLOAU-AUTHORITY-LEVEL TO WS-RC-BA-LVL
1112RC      MOVE TBLOAU-AUTH-DELETE     TO WS-RC-BA-DEL
1112RC      MOVE TBLOAU-AUTH-UPDATE     TO WS-RC-BA-UPD
1112RC      MOVE TBLOAU-AUTH-CIRC       TO WS-RC-BA-CIR
1112RC      MOVE TBLOAU-AUTH-JCL        TO WS-RC-BA-JCL
1112RC      MOVE WS-RC-BEFORE-AUTH      TO TBLORC-BEFORE-AUTH
1112RC      MOVE TBLOAU-WAIVE-LIMIT     TO TBLORC-BEFORE-WAIVE

1112RC      IF EIBAID = DFHPF10
1112RC         MOVE 'R' TO TBLORC-RECERT-STATUS
1112RC         MOVE 'O' TO TBLOAU-AUTHORITY-LEVEL
1112RC         MOVE 'N' TO TBLOAU-AUTH-DELETE
1112RC                     TBLOAU-AUTH-UPDATE
1112RC                     TBLOAU-AUTH-CIRC
1112RC                     TBLOAU-AUTH-JCL
1214PN                     TBLOAU-AUTH-OVERRIDE
1112RC         MOVE 0   TO TBLOAU-WAIVE-LIMIT

1112RC         EXEC SQL
1112RC              UPDATE IBMUSER.OPER_AUTH
1112RC                 SET AUTHORITY_LEVEL = :TBLOAU-AUTHORITY-LEVEL,
1112RC                     AUTH_DELETE     = :TBLOAU-AUTH-DELETE,
1112RC                     AUTH_UPDATE     = :TBLOAU-AUTH-UPDATE,
1112RC                     AUTH_CIRC       = :TBLOAU-AUTH-CIRC,
1112RC                     AUTH_JCL        = :TBLOAU-AUTH-JCL,
1214PN                     AUTH_OVERRIDE   = :TBLOAU-AUTH-OVERRIDE,
1112RC                     WAIVE_LIMIT     = :TBLOAU-WAIVE-LIMIT
1112RC               WHERE OPERATOR_ID = :TBLOAU-OPERATOR-ID
1112RC         END-EXEC

1112RC         MOVE SQLCODE TO EVAL-CODE
1112RC         IF NOT ERR-OK
1112RC            MOVE 'UPDATE OPER_AUTH REVOKE' TO ERR-MSG
1112RC            PERFORM 9999-ERROR-HANDLING
1112RC         END-IF
1112RC      ELSE
1112RC         MOVE 'C' TO TBLORC-RECERT-STATUS
1112RC      END-IF

1112RC      EXEC SQL
1112RC           UPDATE IBMUSER.OPER_RECERT
1112RC              SET RECERT_STATUS = :TBLORC-RECERT-STATUS,
1112RC                  DECIDED_BY    = :WS-RC-DECIDER-ID,
1112RC                  DECIDED_TS    = CURRENT TIMESTAMP,
1112RC                  BEFORE_AUTH   = :TBLORC-BEFORE-AUTH,
1112RC                  BEFORE_WAIVE  = :TBLORC-BEFORE-WAIVE
1112RC            WHERE CYCLE_ID      = :TBLORC-CYCLE-ID
1112RC              AND OPERATOR_ID   = :TBLORC-OPERATOR-ID
1112RC              AND RECERT_STATUS = 'P'
1112RC      END-EXEC

1112RC      MOVE SQLCODE TO EVAL-CODE
1112RC      IF NOT ERR-OK
1112RC         MOVE 'UPDATE OPER_RECERT' TO ERR-MSG
1112RC         PERFORM 9999-ERROR-HANDLING
1112RC      END-IF

1112RC      PERFORM 2500-MOVE-ROW-TO-MAP
1112RC      IF TBLORC-RECERT-STATUS = 'R'
1112RC         MOVE 'REVOKED - OPERATOR IS NOW INQUIRY ONLY' TO MSGLNO
1112RC      ELSE
1112RC         MOVE 'RECERTIFIED - AUTHORITY CONFIRMED' TO MSGLNO
1112RC      END-IF
1112RC      .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

