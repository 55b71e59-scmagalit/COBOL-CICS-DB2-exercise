      *     FUNC 'U' - UPDATE      (AUTH_UPDATE = 'Y')                 *
      *     FUNC 'C' - CIRCULATION (AUTH_CIRC   = 'Y')                 *
      *     FUNC 'J' - JCL MAINT   (AUTH_JCL    = 'Y')                 *
1214PN*     FUNC 'B' - RELEASE A PATRON BLOCK (AUTH_OVERRIDE = 'Y')    *
      *     FUNC 'S' OR SPACE - SUPERVISOR LEVEL ONLY                  *
      *   AUTHORITY_LEVEL 'S' (SUPERVISOR) PASSES EVERY FUNCTION       *
      * - FAILS CLOSED: NOT FOUND OR NO MATCHING GRANT = NOT AUTH      *
1111SV* - EVERY DENIAL LEAVES AN IBMUSER.SEC_EVENTS ROW (TYPE 'D');    *
1111SV*   EIBTRNID/EIBTRMID ARE THE CALLER'S, SINCE THIS IS LINK'D     *
1224PO* - ONLY THE TRANSACTIONS IN WS-TRNIDS MAY CALL THIS: T1DB,      *
1224PO*   JCLM, LOAN, OPER, PHIS, FINE, INVC, RFND, NTCM, ACQU,        *
1224PO*   RPLQ, CLOS AND PINQ (PINQ ALSO COVERS LOANHIST REACHED       *
1224PO*   BY PF KEY FROM PATRINQ - EIBTRNID IS STILL PINQ THERE)       *
      *                                                                *
      * CHANGELOG:                                                     *
      * JUNE  11,2020 - INITIAL VERSION                        (0611AU)*
      * SEP   10,2020 - ALLOW FINE (FINETRN) CALLS, SO A WAIVER (0910WL*
      *               X ABOVE THE OPERATOR'S LIMIT CAN BE GATED        *
      *               X TO SUPERVISOR OPERATORS                        *
      * NOV   02,2020 - ALLOW RFND (RFNDTRN) CALLS - LOST-     (1102RF)*
      *               X RETURN REFUND DECISIONS ARE SUPERVISOR-ONLY    *
      * NOV   11,2020 - EVERY DENIAL IS WRITTEN TO             (1111SV)*
      *               X IBMUSER.SEC_EVENTS (USERID, TERMINAL,          *
      *               X CALLING TRANSACTION, FUNCTION) FOR THE         *
      *               X SECRPT DAILY SECURITY REPORT                   *
      * DEC   09,2020 - ALLOW NTCM (NTCMAINT) CALLS - NOTICE   (1209NT)*
      *               X WORDING MAINTENANCE IS SUPERVISOR-             *
      *               X ONLY                                           *
      * DEC   14,2020 - 'B' RELEASES A PATRON_NOTES BLOCK      (1214PN)*
      *               X AT THE LOANTRN DESK - OPER_AUTH                *
      *               X AUTH_OVERRIDE (SEE DCLOPAU 1214PN)             *
      * DEC   21,2020 - ALLOW RPLQ (RPLQTRN) CALLS - THE FUND  (1221RQ)*
      *               X CHECK OVERRIDE IS SUPERVISOR-ONLY              *
      * DEC   23,2020 - ALLOW CLOS (CLOSTRN) CALLS - CLOSURE   (1223CL)*
      *               X CALENDAR MAINTENANCE IS SUPERVISOR-ONLY        *
      * DEC   24,2020 - ALLOW PINQ (PATRINQ) CALLS, WHICH ALSO (1224PO)*
      *               X COVERS LOANHIST ENTERED BY PF2 FROM THE        *
      *               X OVERVIEW; ALLOW ACQU (ACQTRN) CALLS - ITS      *
      *               X FUND OVERRIDE WAS ALWAYS REFUSED HERE          *
      *                                                                *
      * PARAGRAPHS:                                                    *
      * 0000-MAIN                      9999-ERROR-HANDLING             *
      * 1000-CHECK-AUTHORITY           9999-TERMINATE                  *
1111SV* 8100-GET-NEXT-ID                                               *
1111SV* 8300-WRITE-SEC-EVENT                                           *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
0819PV         10  WS-PHIS-TRNID    PIC X(04)         VALUE 'PHIS'.
0910WL         10  WS-FINE-TRNID    PIC X(04)         VALUE 'FINE'.
1007IV         10  WS-INVC-TRNID    PIC X(04)         VALUE 'INVC'.
1102RF         10  WS-RFND-TRNID    PIC X(04)         VALUE 'RFND'.
1209NT         10  WS-NTCM-TRNID    PIC X(04)         VALUE 'NTCM'.
1221RQ         10  WS-RPLQ-TRNID    PIC X(04)         VALUE 'RPLQ'.
1223CL         10  WS-CLOS-TRNID    PIC X(04)         VALUE 'CLOS'.
1224PO         10  WS-PINQ-TRNID    PIC X(04)         VALUE 'PINQ'.
1224PO         10  WS-ACQU-TRNID    PIC X(04)         VALUE 'ACQU'.
           05  WS-SUPERVISOR-LVL    PIC X             VALUE 'S'.

1111SV 01  WS-NEXTID-PARMS.
1111SV     05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
1111SV     05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
1111SV     05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

       01  WS-SYS-VARS.
           05  WS-SEND-MSG          PIC  X(80)        VALUE SPACES.
           05  EVAL-CODE            PIC S9(08) COMP.

           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE DCLOPAU END-EXEC.
1111SV     EXEC SQL INCLUDE DCLSEV  END-EXEC.

       01  WS-COMMAREA.
           05  WS-OPERATOR-ID       PIC X(08)         VALUE SPACES.
0819PV         AND EIBTRNID NOT = WS-PHIS-TRNID
0910WL         AND EIBTRNID NOT = WS-FINE-TRNID
1007IV         AND EIBTRNID NOT = WS-INVC-TRNID
1102RF         AND EIBTRNID NOT = WS-RFND-TRNID
1209NT         AND EIBTRNID NOT = WS-NTCM-TRNID
1221RQ         AND EIBTRNID NOT = WS-RPLQ-TRNID
1223CL         AND EIBTRNID NOT = WS-CLOS-TRNID
1224PO         AND EIBTRNID NOT = WS-PINQ-TRNID
1224PO         AND EIBTRNID NOT = WS-ACQU-TRNID
                  MOVE 'INVALID CALLEE TRANSACTION' TO WS-SEND-MSG
                  PERFORM 9999-TERMINATE
               ELSE
                  MOVE DFHCOMMAREA TO WS-COMMAREA
                  MOVE 0 TO WS-AUTHORIZED-SW
                  PERFORM 1000-CHECK-AUTHORITY
1111SV            IF NOT AUTHORIZED
1111SV               PERFORM 8300-WRITE-SEC-EVENT
1111SV            END-IF
               END-IF
            END-IF


            EXEC SQL
0803AM           SELECT AUTHORITY_LEVEL, AUTH_DELETE, AUTH_UPDATE,
1214PN                  AUTH_CIRC, AUTH_JCL, AUTH_OVERRIDE
0803AM             INTO :TBLOAU-AUTHORITY-LEVEL, :TBLOAU-AUTH-DELETE,
0803AM                  :TBLOAU-AUTH-UPDATE, :TBLOAU-AUTH-CIRC,
1214PN                  :TBLOAU-AUTH-JCL, :TBLOAU-AUTH-OVERRIDE
                   FROM IBMUSER.OPER_AUTH
                  WHERE OPERATOR_ID = :TBLOAU-OPERATOR-ID
            END-EXEC
0803AM                           IF TBLOAU-AUTH-JCL = 'Y'
0803AM                              SET AUTHORIZED TO TRUE
0803AM                           END-IF
1214PN                      WHEN 'B'
1214PN                           IF TBLOAU-AUTH-OVERRIDE = 'Y'
1214PN                              SET AUTHORIZED TO TRUE
1214PN                           END-IF
0803AM                      WHEN OTHER
0803AM**                         'S' OR BLANK: SUPERVISOR ONLY
0803AM                           CONTINUE
            END-EVALUATE
            .

1111SV 8100-GET-NEXT-ID.
1111SV      MOVE '8100-GET-NEXT-ID' TO ERR-LOC

1111SV      MOVE 0 TO WS-NXT-NEXT-ID
1111SV                WS-NXT-RC
1111SV      CALL 'NEXTID' USING WS-NEXTID-PARMS

1111SV      IF WS-NXT-RC NOT = 0
1111SV         MOVE WS-NXT-RC TO EVAL-CODE
1111SV         MOVE 'CALL NEXTID' TO ERR-MSG
1111SV         PERFORM 9999-ERROR-HANDLING
1111SV      END-IF
1111SV      .

1111SV 8300-WRITE-SEC-EVENT.
1111SV      MOVE '8300-WRITE-SEC-EVENT' TO ERR-LOC

1111SV      MOVE 'SECEVT_ID' TO WS-NXT-ID-NAME
1111SV      PERFORM 8100-GET-NEXT-ID
1111SV      MOVE WS-NXT-NEXT-ID TO TBLSEV-EVENT-ID

1111SV      MOVE 'D'            TO TBLSEV-EVENT-TYPE
1111SV      MOVE WS-OPERATOR-ID TO TBLSEV-OPERATOR-ID
1111SV      MOVE 0              TO TBLSEV-PATRON-ID
1111SV                             TBLSEV-BRANCH-ID
1111SV      MOVE EIBTRMID       TO TBLSEV-TERMINAL-ID
1111SV      MOVE EIBTRNID       TO TBLSEV-TRAN-ID
1111SV      MOVE WS-AUTH-FUNC   TO TBLSEV-FUNC-CODE

1111SV      EXEC SQL
1111SV           INSERT INTO IBMUSER.SEC_EVENTS
1111SV                  (EVENT_ID, EVENT_TYPE, OPERATOR_ID,
1111SV                   PATRON_ID, TERMINAL_ID, TRAN_ID,
1111SV                   FUNC_CODE, BRANCH_ID, EVENT_TS, FLAG_SW)
1111SV           VALUES (:TBLSEV-EVENT-ID, :TBLSEV-EVENT-TYPE,
1111SV                   :TBLSEV-OPERATOR-ID, :TBLSEV-PATRON-ID,
1111SV                   :TBLSEV-TERMINAL-ID, :TBLSEV-TRAN-ID,
1111SV                   :TBLSEV-FUNC-CODE, :TBLSEV-BRANCH-ID,
1111SV                   CURRENT TIMESTAMP, 'N')
1111SV      END-EXEC

1111SV      MOVE SQLCODE TO EVAL-CODE
1111SV      IF NOT ERR-OK
1111SV         MOVE 'INSERT SEC_EVENTS' TO ERR-MSG
1111SV         PERFORM 9999-ERROR-HANDLING
1111SV      END-IF
1111SV      .

       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            MOVE WS-ERROR  TO WS-SEND-MSG
