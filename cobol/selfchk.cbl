      *   PENDING-HOLD REFUSAL ON RENEW, POLICY DUE DATES WITH THE     *
      *   CLOSED-DAY ROLL AND CATEGORY/OUTREACH OVERRIDES) AND         *
      *   RETURNS A STRUCTURED ACCEPT/REJECT WITH THE REASON TEXT     *
1105PB* - 'H' PLACES A HOLD ON A TITLE WITH NO COPY ON THE SHELF,      *
1105PB*   FOR PICKUP AT PICKUP-BRANCH (0 = THIS KIOSK'S BRANCH)        *
1203RL* - A LOAN RECALLED BY HOLDSWP IS NOT RENEWED, AND CHECKING      *
1203RL*   IT IN LATE FINES AT THE LOAN_POLICY RECALL RATE              *
1220RT* - A TITLE WITH A LOAN_POLICY RENTAL_FEE IS CHARGED TO THE      *
1220RT*   ACCOUNT (FINES CHARGE_TYPE 'T') AS AT THE DESK; THE CHECKOUT *
1220RT*   ANSWERS RESULT 'F' WITH THE FEE IN RENTAL-FEE SO THE MACHINE *
1220RT*   CAN TELL THE PATRON. A GATEWAY ON THE SHORTER COMMAREA GETS  *
1220RT*   'A' WITH THE FEE IN THE REASON TEXT                          *
      * - THE PATRON AUTHENTICATES WITH THE CARD PIN (SEE DCLPATR      *
      *   0914PN) FOR CHECKOUT AND RENEW; A CHECK-IN NEEDS ONLY THE    *
      *   ITEM, AS AT THE DESK                                         *
1111SV* - EVERY FAILED PIN LEAVES AN IBMUSER.SEC_EVENTS ROW (SEE       *
1111SV*   DCLSEV FOR THE EVENT TYPES) FOR THE SECRPT DAILY REPORT      *
      * - THE ITEM MAY ARRIVE AS A SCANNED COPY BARCODE (PREFERRED)    *
      *   OR AS BOOK_ID PLUS COPY_NO                                   *
      * - ONLY A LINKED CALLER WITH A COMMAREA IS ACCEPTED             *
1208IP* - A PATRON ON A CURRENT PAYMENT PLAN (FINETRN PF8) IS NOT      *
1208IP*   HELD TO THE HOUSEHOLD BALANCE BLOCK, AS AT THE DESK          *
1214PN* - A PATRON WITH AN ACTIVE BLOCK NOTE (PATRON_NOTES, SEE        *
1214PN*   DCLPNT) IS REFUSED WITH RESULT 'S' - SEE STAFF - SO THE      *
1214PN*   MACHINE SENDS THEM TO THE DESK, WHERE IT CAN BE RELEASED     *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   23,2020 - CLOSED DAYS ARE PER BRANCH (SEE DCLCAL (1223CL)*
      *               X 1223CL): THE DUE-DATE ROLL SKIPS A LIBRARY-    *
      *               X WIDE CLOSURE OR ONE FOR THE BOOK'S OWN         *
      *               X BRANCH ONLY                                    *
      * DEC   20,2020 - RENTAL FEES CHARGED AT CHECKOUT AS AT  (1220RT)*
      *               X THE DESK; RESULT 'F' AND THE NEW               *
      *               X RENTAL-FEE FIELD TELL THE MACHINE A FEE        *
      *               X APPLIES; REFUSED OVER THE RENTAL LIMIT         *
      * DEC   14,2020 - CHECKOUT AND RENEW REFUSED WITH        (1214PN)*
      *               X RESULT 'S' (SEE STAFF) WHILE THE               *
      *               X PATRON HAS AN ACTIVE BLOCK NOTE                *
      * DEC   08,2020 - HOUSEHOLD BALANCE LEAVES OUT           (1208IP)*
      *               X PATRONS ON A CURRENT PAYMENT                   *
      *               X PLAN, AS AT THE DESK                           *
      * DEC   03,2020 - RECALLED LOANS ARE NOT RENEWED AND     (1203RL)*
      *               X FINE AT THE RECALL RATE, AS AT THE             *
      *               X DESK                                           *
      * DEC   01,2020 - CHECKOUT REFUSED WHEN THE HOUSEHOLD    (1201FA)*
      *               X (GUARANTOR PLUS DEPENDENTS) OWES MORE          *
      *               X THAN CIRC_CONTROL.HOUSEHOLD_FINE_LIMIT,        *
      *               X AS AT THE DESK                                 *
      * NOV   11,2020 - EVERY PIN FAILURE (WRONG PIN, THE      (1111SV)*
      *               X LOCKING TRY, A TRY ON A LOCKED CARD,           *
      *               X AN UNKNOWN PATRON ID) IS WRITTEN TO            *
      *               X IBMUSER.SEC_EVENTS WITH THE KIOSK BRANCH       *
      * NOV   05,2020 - 'H' PLACES A HOLD FROM THE MACHINE     (1105PB)*
      *               X WITH A PICKUP BRANCH (DEFAULT: THIS            *
      *               X KIOSK); CHECK-IN ROUTES A HELD COPY TO         *
      *               X THE HOLD'S PICKUP BRANCH AS LOANTRN DOES       *
      * NOV   03,2020 - CHECKOUT REFUSED WHILE THE PATRON HAS  (1103CA)*
      *               X A COLLECTION AGENCY REFERRAL THAT IS           *
      *               X NOT CLEARED, AS AT THE DESK                    *
      * SEP   23,2020 - INITIAL VERSION                        (0923SC)*
      *                                                                *
      * COMMAREA (SEE LINKAGE BELOW):                                  *
      *   FUNC X, PATRON-ID, PIN X(4), BARCODE X(14), BOOK-ID,         *
1220RT*   COPY-NO, RESULT X (A/R/S/F), REASON X(60), DUE-DATE X(10),   *
1023WK*   BRANCH-ID                                                    *
1105PB*   PICKUP-BRANCH                                                *
1220RT*   RENTAL-FEE S9(3)V99 COMP-3 (OUT - SET WITH RESULT F)         *
      *                                                                *
      * 0000-MAIN                      2300-CHECKIN                    *
      * 1000-VERIFY-PIN                2310-PROMOTE-HOLD               *
      * 2130-INSERT-LOAN               2520-ROLL-ONE-DAY               *
      * 8100-GET-NEXT-ID               9000-REJECT                     *
1023WK* 8200-WRITE-CIRC-LOG                                            *
1105PB* 2200-PLACE-HOLD                2315-ROUTE-TO-PICKUP            *
1105PB* 8210-BUILD-BOOK-AUDIT-TEXT     8220-WRITE-BOOKS-AUDIT          *
1111SV* 8300-WRITE-SEC-EVENT                                           *
1203RL* 2335-GET-RECALL-RATE                                           *
1220RT* 2140-CHECK-RENTAL-FEE          2145-POST-RENTAL-FEE            *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
           05  WS-EXPIRY-DAYS       PIC S9(09) COMP   VALUE 0.
           05  WS-OPEN-LOANS        PIC S9(08) COMP   VALUE 0.
           05  WS-LATE-LOANS        PIC S9(08) COMP   VALUE 0.
1103CA     05  WS-COLL-REFS         PIC S9(08) COMP   VALUE 0.
1214PN     05  WS-BLOCK-NOTES       PIC S9(08) COMP   VALUE 0.
1201FA     05  WS-HH-LIMIT          PIC S9(5)V9(2) COMP-3 VALUE 0.
1201FA     05  WS-HH-BALANCE        PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-MAX-OPEN          PIC S9(09) COMP   VALUE 0.
           05  WS-LATE-DAYS         PIC S9(09) COMP   VALUE 0.
           05  WS-HOLD-COUNT        PIC S9(08) COMP   VALUE 0.
1023WK     05  WS-CLG-ACTION        PIC X             VALUE SPACE.
1023WK     05  WS-CLG-BRANCH-ID     PIC S9(09) COMP   VALUE 0.
1023WK     05  WS-CLG-OPERATOR      PIC X(08)         VALUE 'SELFCHK'.
1105PB     05  WS-PICKUP-DISP       PIC Z(2)9.
1105PB     05  WS-OPEN-XFERS        PIC S9(08) COMP   VALUE 0.
1105PB     05  WS-FREE-COPIES       PIC S9(08) COMP   VALUE 0.
1111SV     05  WS-SEV-TYPE          PIC X             VALUE SPACE.
1220RT     05  WS-RENT-VARS.
1220RT         10  WS-RENT-FEE      PIC S9(3)V9(2) COMP-3 VALUE 0.
1220RT         10  WS-RENT-LIMIT    PIC S9(5)V9(2) COMP-3 VALUE 0.
1220RT         10  WS-RENT-BALANCE  PIC S9(7)V9(2) COMP-3 VALUE 0.
1220RT         10  WS-RENT-EXEMPT-CATS PIC X(4)       VALUE SPACES.
1220RT         10  WS-RENT-EXEMPT-HB PIC X            VALUE 'N'.
1220RT         10  WS-RENT-CAT-HITS PIC S9(04) COMP   VALUE 0.
1220RT         10  WS-RENT-FEE-DISP PIC ZZ9.99.
1105PB     05  WS-AUDIT-VARS.
1105PB         10  WS-AUDIT-BEFORE      PIC X(200)    VALUE SPACES.
1105PB         10  WS-AUDIT-AFTER       PIC X(200)    VALUE SPACES.
1105PB         10  WS-AUDIT-TEXT        PIC X(200)    VALUE SPACES.
1105PB         10  WS-AUDIT-RATING-DISP PIC ZZ9.99.
1105PB         10  WS-AUDIT-PUBID-DISP  PIC Z(8)9.
1105PB         10  WS-AUDIT-BRANCH-DISP PIC Z(2)9.
           05  WS-IND-VARS.
               10  IND-EXPIRY       PIC S9(04) COMP   VALUE 0.
               10  IND-GENRE        PIC S9(04) COMP   VALUE 0.
               10  IND-PIN          PIC S9(04) COMP   VALUE 0.
1105PB         10  IND-AUD-RATING   PIC S9(04) COMP   VALUE 0.
1105PB         10  IND-AUD-ISBN     PIC S9(04) COMP   VALUE 0.
1105PB         10  IND-AUD-PUBID    PIC S9(04) COMP   VALUE 0.
1105PB         10  IND-AUD-GENRE    PIC S9(04) COMP   VALUE 0.
1203RL         10  IND-RECALL       PIC S9(04) COMP   VALUE 0.

0805ID 01  WS-NEXTID-PARMS.
0805ID     05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
           EXEC SQL INCLUDE DCLCAL   END-EXEC.
           EXEC SQL INCLUDE DCLCOPY  END-EXEC.
1023WK     EXEC SQL INCLUDE DCLCLG   END-EXEC.
1103CA     EXEC SQL INCLUDE DCLCRF   END-EXEC.
1105PB     EXEC SQL INCLUDE DCLXFR   END-EXEC.
1105PB     EXEC SQL INCLUDE DCLAUD   END-EXEC.
1105PB     EXEC SQL INCLUDE DCLBRN   END-EXEC.
1111SV     EXEC SQL INCLUDE DCLSEV   END-EXEC.
1214PN     EXEC SQL INCLUDE DCLPNT   END-EXEC.

       01  WS-COMMAREA.
           05  WS-SC-FUNC           PIC X             VALUE SPACE.
           05  WS-SC-REASON         PIC X(60)         VALUE SPACES.
           05  WS-SC-DUE-DATE       PIC X(10)         VALUE SPACES.
1023WK     05  WS-SC-BRANCH-ID      PIC S9(09) COMP   VALUE 0.
1105PB     05  WS-SC-PICKUP-BRANCH  PIC S9(09) COMP   VALUE 0.
1220RT     05  WS-SC-RENTAL-FEE     PIC S9(3)V9(2) COMP-3 VALUE 0.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-SC-REASON         PIC X(60).
           05  LS-SC-DUE-DATE       PIC X(10).
1023WK     05  LS-SC-BRANCH-ID      PIC S9(09) COMP.
1105PB     05  LS-SC-PICKUP-BRANCH  PIC S9(09) COMP.
1220RT     05  LS-SC-RENTAL-FEE     PIC S9(3)V9(2) COMP-3.

      *------------------
       PROCEDURE DIVISION.
1023WK**    A GATEWAY STILL ON THE PRE-1023WK COMMAREA LENGTH
1023WK**    SENDS NO BRANCH; LOG THOSE AS BRANCH 0
1023WK      MOVE 0 TO WS-SC-BRANCH-ID
1105PB                WS-SC-PICKUP-BRANCH
1023WK      IF EIBCALEN < LENGTH OF WS-COMMAREA
1023WK         MOVE DFHCOMMAREA (1:EIBCALEN) TO WS-COMMAREA (1:EIBCALEN)
1023WK      ELSE
            MOVE DFHCOMMAREA TO WS-COMMAREA
1023WK      END-IF
1220RT      MOVE 0 TO WS-SC-RENTAL-FEE
            MOVE 'A'    TO WS-SC-RESULT
            MOVE SPACES TO WS-SC-REASON
                           WS-SC-DUE-DATE
                        END-IF
                   WHEN 'I'
                        PERFORM 2300-CHECKIN
1105PB             WHEN 'H'
1105PB                  PERFORM 1000-VERIFY-PIN
1105PB                  IF NOT REQUEST-REJECTED
1105PB                     PERFORM 2200-PLACE-HOLD
1105PB                  END-IF
                   WHEN OTHER
                        MOVE 'UNKNOWN FUNCTION CODE' TO WS-SC-REASON
                        PERFORM 9000-REJECT
                              MOVE 'CARD LOCKED - SEE THE DESK'
                                TO WS-SC-REASON
                              PERFORM 9000-REJECT
1111SV                        MOVE 'K' TO WS-SEV-TYPE
1111SV                        PERFORM 8300-WRITE-SEC-EVENT
                         WHEN WS-SC-PIN NOT = TBLPATR-PIN-CODE
      **                      SAME THREE-TRY LOCKOUT AS THE
      **                      SELFSRV STATION (0914PN)
                              END-IF
                              MOVE 'WRONG PIN' TO WS-SC-REASON
                              PERFORM 9000-REJECT
1111SV**                      THE THIRD WRONG TRY IS THE LOCKOUT
1111SV                        IF TBLPATR-PIN-FAILS NOT < 2
1111SV                           MOVE 'L' TO WS-SEV-TYPE
1111SV                        ELSE
1111SV                           MOVE 'P' TO WS-SEV-TYPE
1111SV                        END-IF
1111SV                        PERFORM 8300-WRITE-SEC-EVENT
                         WHEN OTHER
                              IF TBLPATR-PIN-FAILS > 0
                                 EXEC SQL
                WHEN SQL-NOTFOUND
                     MOVE 'PATRON ID NOT FOUND' TO WS-SC-REASON
                     PERFORM 9000-REJECT
1111SV               MOVE 'U' TO WS-SEV-TYPE
1111SV               PERFORM 8300-WRITE-SEC-EVENT
                WHEN OTHER
                     MOVE 'SELECT PATRON PIN' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
               PERFORM 2120-FIND-FREE-COPY
            END-IF

1220RT      IF NOT REQUEST-REJECTED
1220RT         PERFORM 2140-CHECK-RENTAL-FEE
1220RT      END-IF

            IF NOT REQUEST-REJECTED
               PERFORM 2500-GET-POLICY-DAYS
               PERFORM 2510-COMPUTE-DUE-DATE
               PERFORM 2130-INSERT-LOAN
               MOVE WS-DUE-DATE TO WS-SC-DUE-DATE
               MOVE 'CHECKED OUT' TO WS-SC-REASON
1220RT         IF WS-RENT-FEE > 0
1220RT            PERFORM 2145-POST-RENTAL-FEE
1220RT         END-IF
            END-IF
            .

                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE

1103CA      IF NOT REQUEST-REJECTED
1103CA         EXEC SQL
1103CA              SELECT COUNT(*)
1103CA                INTO :WS-COLL-REFS
1103CA                FROM IBMUSER.COLL_REFERRALS
1103CA               WHERE PATRON_ID = :TBLPATR-PATRON-ID
1103CA                 AND REFER_STATUS <> 'C'
1103CA         END-EXEC

1103CA         MOVE SQLCODE TO EVAL-CODE
1103CA         IF NOT ERR-OK
1103CA            MOVE 'SELECT COLL_REFERRALS' TO ERR-MSG
1103CA            PERFORM 9999-ERROR-HANDLING
1103CA         END-IF

1103CA         IF WS-COLL-REFS > 0
1103CA            MOVE 'ACCOUNT IN COLLECTIONS - SEE THE DESK'
1103CA              TO WS-SC-REASON
1103CA            PERFORM 9000-REJECT
1103CA         END-IF
1103CA      END-IF

1214PN**    AN ACTIVE, UNEXPIRED BLOCK NOTE NEEDS A DESK OPERATOR
1214PN**    WITH OVERRIDE AUTHORITY - ANSWER 'S' (SEE STAFF) RATHER
1214PN**    THAN A PLAIN REJECT SO THE GATEWAY CAN SAY SO
1214PN      IF NOT REQUEST-REJECTED
1214PN         EXEC SQL
1214PN              SELECT COUNT(*)
1214PN                INTO :WS-BLOCK-NOTES
1214PN                FROM IBMUSER.PATRON_NOTES
1214PN               WHERE PATRON_ID = :TBLPATR-PATRON-ID
1214PN                 AND NOTE_TYPE = 'B'
1214PN                 AND NOTE_STATUS = 'A'
1214PN                 AND (EXPIRY_DATE IS NULL
1214PN                      OR EXPIRY_DATE >= CURRENT DATE)
1214PN         END-EXEC

1214PN         MOVE SQLCODE TO EVAL-CODE
1214PN         IF NOT ERR-OK
1214PN            MOVE 'SELECT PATRON_NOTES' TO ERR-MSG
1214PN            PERFORM 9999-ERROR-HANDLING
1214PN         END-IF

1214PN         IF WS-BLOCK-NOTES > 0
1214PN            MOVE 'ACCOUNT BLOCKED - PLEASE SEE STAFF AT THE DESK'
1214PN              TO WS-SC-REASON
1214PN            PERFORM 9000-REJECT
1214PN            MOVE 'S' TO WS-SC-RESULT
1214PN         END-IF
1214PN      END-IF

1201FA**    EVERY MEMBER IS HELD TO THE HOUSEHOLD COMBINED BALANCE;
1201FA**    A LIMIT OF ZERO (THE DEFAULT) LEAVES THIS CHECK OFF
1201FA      IF NOT REQUEST-REJECTED
1201FA         MOVE 1 TO TBLCTL-CONTROL-ID
1201FA         MOVE 0 TO WS-HH-LIMIT
1201FA         EXEC SQL
1201FA              SELECT HOUSEHOLD_FINE_LIMIT
1201FA                INTO :TBLCTL-HOUSEHOLD-FINE-LIMIT
1201FA                FROM IBMUSER.CIRC_CONTROL
1201FA               WHERE CONTROL_ID = :TBLCTL-CONTROL-ID
1201FA         END-EXEC

1201FA         MOVE SQLCODE TO EVAL-CODE
1201FA         EVALUATE TRUE
1201FA             WHEN ERR-OK
1201FA                  MOVE TBLCTL-HOUSEHOLD-FINE-LIMIT TO WS-HH-LIMIT
1201FA             WHEN SQL-NOTFOUND
1201FA                  CONTINUE
1201FA             WHEN OTHER
1201FA                  MOVE 'SELECT CIRC_CONTROL HH' TO ERR-MSG
1201FA                  PERFORM 9999-ERROR-HANDLING
1201FA         END-EVALUATE

1201FA         IF WS-HH-LIMIT > 0
1201FA            MOVE 0 TO WS-HH-BALANCE
1208IP**          A PATRON ON A CURRENT PAYMENT PLAN (DCLPPL) ADDS
1208IP**          NOTHING, SO THE PLAN LIFTS THE BLOCK FOR THEM
1201FA            EXEC SQL
1201FA                 SELECT COALESCE(SUM(F.FINE_AMOUNT
1201FA                        - F.PAID_AMOUNT - F.WAIVED_AMOUNT), 0)
1201FA                   INTO :WS-HH-BALANCE
1201FA                   FROM IBMUSER.FINES F
1201FA                  WHERE F.FINE_STATUS = 'O'
1201FA                    AND F.PATRON_ID IN
1201FA                        (SELECT M.PATRON_ID
1201FA                           FROM IBMUSER.PATRONS M,
1201FA                                IBMUSER.PATRONS P
1201FA                          WHERE P.PATRON_ID = :TBLPATR-PATRON-ID
1201FA                            AND COALESCE(P.GUARANTOR_ID,
1201FA                                         P.PATRON_ID)
1201FA                                IN (M.PATRON_ID, M.GUARANTOR_ID))
1208IP                    AND F.PATRON_ID NOT IN
1208IP                        (SELECT PP.PATRON_ID
1208IP                           FROM IBMUSER.PAY_PLANS PP
1208IP                          WHERE PP.PLAN_STATUS = 'A')
1201FA            END-EXEC

1201FA            MOVE SQLCODE TO EVAL-CODE
1201FA            IF NOT ERR-OK
1201FA               MOVE 'SELECT SUM HH FINES' TO ERR-MSG
1201FA               PERFORM 9999-ERROR-HANDLING
1201FA            END-IF

1201FA            IF WS-HH-BALANCE > WS-HH-LIMIT
1201FA               MOVE 'HOUSEHOLD FINES OVER LIMIT - SEE THE DESK'
1201FA                 TO WS-SC-REASON
1201FA               PERFORM 9000-REJECT
1201FA            END-IF
1201FA         END-IF
1201FA      END-IF

            IF NOT REQUEST-REJECTED
               MOVE 1 TO TBLCTL-CONTROL-ID

1023WK      PERFORM 8200-WRITE-CIRC-LOG
            .

1220RT 2140-CHECK-RENTAL-FEE.
1220RT      MOVE '2140-CHECK-RENTAL-FEE' TO ERR-LOC

1220RT**    SAME FEE LOOKUP, EXEMPTIONS AND ACCOUNT LIMIT AS
1220RT**    LOANTRN 2240 - THE MACHINE CANNOT TAKE MONEY, SO THE
1220RT**    FEE ALWAYS GOES ON THE ACCOUNT
1220RT      MOVE 0 TO WS-RENT-FEE

1220RT      EXEC SQL
1220RT           SELECT RENTAL_FEE
1220RT             INTO :TBLPOL-RENTAL-FEE
1220RT             FROM IBMUSER.LOAN_POLICY
1220RT            WHERE UPPER(GENRE) = RTRIM(UPPER(:TBLBKS-GENRE))
1220RT              AND PATRON_CAT = :WS-PATRON-CAT
1220RT      END-EXEC

1220RT      MOVE SQLCODE TO EVAL-CODE
1220RT      IF SQL-NOTFOUND
1220RT         EXEC SQL
1220RT              SELECT RENTAL_FEE
1220RT                INTO :TBLPOL-RENTAL-FEE
1220RT                FROM IBMUSER.LOAN_POLICY
1220RT               WHERE UPPER(GENRE) = RTRIM(UPPER(:TBLBKS-GENRE))
1220RT                 AND PATRON_CAT = ' '
1220RT         END-EXEC
1220RT         MOVE SQLCODE TO EVAL-CODE
1220RT      END-IF

1220RT      EVALUATE TRUE
1220RT          WHEN ERR-OK
1220RT               MOVE TBLPOL-RENTAL-FEE TO WS-RENT-FEE
1220RT          WHEN SQL-NOTFOUND
1220RT               CONTINUE
1220RT          WHEN OTHER
1220RT               MOVE 'SELECT RENTAL_FEE' TO ERR-MSG
1220RT               PERFORM 9999-ERROR-HANDLING
1220RT      END-EVALUATE

1220RT      IF WS-RENT-FEE > 0
1220RT         MOVE 1 TO TBLCTL-CONTROL-ID
1220RT         MOVE 0 TO WS-RENT-LIMIT
1220RT         MOVE SPACES TO WS-RENT-EXEMPT-CATS
1220RT         MOVE 'N' TO WS-RENT-EXEMPT-HB

1220RT         EXEC SQL
1220RT              SELECT RENTAL_ACCT_LIMIT, RENTAL_EXEMPT_CATS,
1220RT                     RENTAL_EXEMPT_HB
1220RT                INTO :TBLCTL-RENTAL-ACCT-LIMIT,
1220RT                     :TBLCTL-RENTAL-EXEMPT-CATS,
1220RT                     :TBLCTL-RENTAL-EXEMPT-HB
1220RT                FROM IBMUSER.CIRC_CONTROL
1220RT               WHERE CONTROL_ID = :TBLCTL-CONTROL-ID
1220RT         END-EXEC

1220RT         MOVE SQLCODE TO EVAL-CODE
1220RT         EVALUATE TRUE
1220RT             WHEN ERR-OK
1220RT                  MOVE TBLCTL-RENTAL-ACCT-LIMIT TO WS-RENT-LIMIT
1220RT                  MOVE TBLCTL-RENTAL-EXEMPT-CATS
1220RT                    TO WS-RENT-EXEMPT-CATS
1220RT                  MOVE TBLCTL-RENTAL-EXEMPT-HB
1220RT                    TO WS-RENT-EXEMPT-HB
1220RT             WHEN SQL-NOTFOUND
1220RT                  CONTINUE
1220RT             WHEN OTHER
1220RT                  MOVE 'SELECT CIRC_CONTROL RENT' TO ERR-MSG
1220RT                  PERFORM 9999-ERROR-HANDLING
1220RT         END-EVALUATE

1220RT         MOVE 0 TO WS-RENT-CAT-HITS
1220RT         IF WS-PATRON-CAT NOT = SPACE
1220RT            INSPECT WS-RENT-EXEMPT-CATS
1220RT                    TALLYING WS-RENT-CAT-HITS
1220RT                    FOR ALL WS-PATRON-CAT
1220RT         END-IF
1220RT         IF WS-RENT-CAT-HITS > 0
1220RT         OR (WS-HOMEBOUND = 'Y' AND WS-RENT-EXEMPT-HB = 'Y')
1220RT            MOVE 0 TO WS-RENT-FEE
1220RT         END-IF
1220RT      END-IF

1220RT      IF WS-RENT-FEE > 0 AND WS-RENT-LIMIT > 0
1220RT         MOVE 0 TO WS-RENT-BALANCE
1220RT         EXEC SQL
1220RT              SELECT COALESCE(SUM(FINE_AMOUNT - PAID_AMOUNT
1220RT                     - WAIVED_AMOUNT), 0)
1220RT                INTO :WS-RENT-BALANCE
1220RT                FROM IBMUSER.FINES
1220RT               WHERE PATRON_ID = :WS-SC-PATRON-ID
1220RT                 AND CHARGE_TYPE = 'T'
1220RT                 AND FINE_STATUS = 'O'
1220RT         END-EXEC

1220RT         MOVE SQLCODE TO EVAL-CODE
1220RT         IF NOT ERR-OK
1220RT            MOVE 'SELECT SUM RENTAL FEES' TO ERR-MSG
1220RT            PERFORM 9999-ERROR-HANDLING
1220RT         END-IF

1220RT         IF WS-RENT-BALANCE + WS-RENT-FEE > WS-RENT-LIMIT
1220RT            MOVE 'RENTAL BALANCE OVER LIMIT - SEE THE DESK'
1220RT              TO WS-SC-REASON
1220RT            PERFORM 9000-REJECT
1220RT         END-IF
1220RT      END-IF
1220RT      .

1220RT 2145-POST-RENTAL-FEE.
1220RT      MOVE '2145-POST-RENTAL-FEE' TO ERR-LOC

1220RT      MOVE 'FINE_ID' TO WS-NXT-ID-NAME
1220RT      PERFORM 8100-GET-NEXT-ID
1220RT      MOVE WS-NXT-NEXT-ID TO TBLFIN-FINE-ID

1220RT      MOVE TBLLOAN-LOAN-ID   TO TBLFIN-LOAN-ID
1220RT      MOVE WS-SC-PATRON-ID   TO TBLFIN-PATRON-ID
1220RT      MOVE WS-BOOK-ID        TO TBLFIN-BOOK-ID
1220RT      MOVE 0                 TO TBLFIN-DAYS-OVERDUE
1220RT      MOVE WS-RENT-FEE       TO TBLFIN-FINE-AMOUNT

1220RT      EXEC SQL
1220RT           INSERT INTO IBMUSER.FINES
1220RT                  (FINE_ID, LOAN_ID, PATRON_ID, BOOK_ID,
1220RT                   ASSESS_DATE, DAYS_OVERDUE, FINE_AMOUNT,
1220RT                   PAID_AMOUNT, WAIVED_AMOUNT, FINE_STATUS,
1220RT                   CHARGE_TYPE)
1220RT           VALUES (:TBLFIN-FINE-ID, :TBLFIN-LOAN-ID,
1220RT                   :TBLFIN-PATRON-ID, :TBLFIN-BOOK-ID,
1220RT                   CURRENT DATE, :TBLFIN-DAYS-OVERDUE,
1220RT                   :TBLFIN-FINE-AMOUNT, 0, 0, 'O', 'T')
1220RT      END-EXEC

1220RT      MOVE SQLCODE TO EVAL-CODE
1220RT      IF NOT ERR-OK
1220RT         MOVE 'INSERT FINES RENTAL' TO ERR-MSG
1220RT         PERFORM 9999-ERROR-HANDLING
1220RT      END-IF

1220RT      MOVE WS-RENT-FEE TO WS-RENT-FEE-DISP
1220RT      MOVE SPACES TO WS-SC-REASON
1220RT      STRING 'CHECKED OUT - RENTAL FEE ' DELIMITED BY SIZE
1220RT             WS-RENT-FEE-DISP            DELIMITED BY SIZE
1220RT             ' CHARGED TO ACCOUNT'       DELIMITED BY SIZE
1220RT        INTO WS-SC-REASON
1220RT      END-STRING

1220RT**    ONLY A GATEWAY THAT SENT THE FULL COMMAREA KNOWS
1220RT**    RESULT 'F' - AN OLDER ONE STAYS ON 'A' AND THE TEXT
1220RT      IF EIBCALEN NOT < LENGTH OF WS-COMMAREA
1220RT         MOVE 'F' TO WS-SC-RESULT
1220RT         MOVE WS-RENT-FEE TO WS-SC-RENTAL-FEE
1220RT      END-IF
1220RT      .

1105PB 2200-PLACE-HOLD.
1105PB      MOVE '2200-PLACE-HOLD' TO ERR-LOC

1105PB**    A HOLD ONLY MAKES SENSE WHEN EVERY COPY IS OUT - WITH
1105PB**    ONE ON THE SHELF THE PATRON SHOULD JUST CHECK IT OUT
1105PB      EXEC SQL
1105PB           SELECT COUNT(*)
1105PB             INTO :WS-FREE-COPIES
1105PB             FROM IBMUSER.BOOK_COPIES C
1105PB            WHERE C.BOOK_ID = :TBLBKS-BOOK-ID
1105PB              AND C.COPY_STATUS = 'A'
1105PB              AND NOT EXISTS
1105PB                  (SELECT 1
1105PB                     FROM IBMUSER.LOANS L
1105PB                    WHERE L.BOOK_ID = C.BOOK_ID
1105PB                      AND L.COPY_NO = C.COPY_NO
1105PB                      AND L.RETURN_DATE IS NULL)
1105PB      END-EXEC

1105PB      MOVE SQLCODE TO EVAL-CODE
1105PB      IF NOT ERR-OK
1105PB         MOVE 'SELECT COUNT FREE COPIES' TO ERR-MSG
1105PB         PERFORM 9999-ERROR-HANDLING
1105PB      END-IF

1105PB      MOVE 0 TO WS-HOLD-COUNT
1105PB      IF WS-FREE-COPIES = 0
1105PB         EXEC SQL
1105PB              SELECT COUNT(*)
1105PB                INTO :WS-HOLD-COUNT
1105PB                FROM IBMUSER.HOLDS
1105PB               WHERE BOOK_ID = :TBLBKS-BOOK-ID
1105PB                 AND PATRON_ID = :WS-SC-PATRON-ID
1105PB                 AND HOLD_STATUS IN ('P', 'T', 'R')
1105PB         END-EXEC

1105PB         MOVE SQLCODE TO EVAL-CODE
1105PB         IF NOT ERR-OK
1105PB            MOVE 'SELECT COUNT HOLDS' TO ERR-MSG
1105PB            PERFORM 9999-ERROR-HANDLING
1105PB         END-IF
1105PB      END-IF

1105PB      EVALUATE TRUE
1105PB          WHEN WS-FREE-COPIES > 0
1105PB               MOVE 'A COPY IS ON THE SHELF - CHECK IT OUT'
1105PB                 TO WS-SC-REASON
1105PB               PERFORM 9000-REJECT
1105PB          WHEN WS-HOLD-COUNT > 0
1105PB               MOVE 'YOU ALREADY HAVE A HOLD ON THIS TITLE'
1105PB                 TO WS-SC-REASON
1105PB               PERFORM 9000-REJECT
1105PB          WHEN OTHER
1105PB               CONTINUE
1105PB      END-EVALUATE

1105PB**    NO PICKUP BRANCH GIVEN - COLLECT AT THIS KIOSK'S BRANCH
1105PB      IF NOT REQUEST-REJECTED
1105PB         IF WS-SC-PICKUP-BRANCH = 0
1105PB            MOVE WS-SC-BRANCH-ID TO WS-SC-PICKUP-BRANCH
1105PB         END-IF

1105PB         IF WS-SC-PICKUP-BRANCH NOT = 0
1105PB            MOVE WS-SC-PICKUP-BRANCH TO TBLBRN-BRANCH-ID
1105PB            EXEC SQL
1105PB                 SELECT BRANCH_ID
1105PB                   INTO :TBLBRN-BRANCH-ID
1105PB                   FROM IBMUSER.BRANCHES
1105PB                  WHERE BRANCH_ID = :TBLBRN-BRANCH-ID
1105PB            END-EXEC

1105PB            MOVE SQLCODE TO EVAL-CODE
1105PB            EVALUATE TRUE
1105PB                WHEN ERR-OK
1105PB                     CONTINUE
1105PB                WHEN SQL-NOTFOUND
1105PB                     MOVE 'NO SUCH PICKUP BRANCH' TO WS-SC-REASON
1105PB                     PERFORM 9000-REJECT
1105PB                WHEN OTHER
1105PB                     MOVE 'SELECT BRANCHES' TO ERR-MSG
1105PB                     PERFORM 9999-ERROR-HANDLING
1105PB            END-EVALUATE
1105PB         END-IF
1105PB      END-IF

1105PB      IF NOT REQUEST-REJECTED
1105PB         MOVE 'HOLD_ID' TO WS-NXT-ID-NAME
1105PB         PERFORM 8100-GET-NEXT-ID
1105PB         MOVE WS-NXT-NEXT-ID      TO TBLHOLD-HOLD-ID
1105PB         MOVE TBLBKS-BOOK-ID      TO TBLHOLD-BOOK-ID
1105PB         MOVE WS-SC-PATRON-ID     TO TBLHOLD-PATRON-ID
1105PB         MOVE WS-SC-PICKUP-BRANCH TO TBLHOLD-PICKUP-BRANCH

1105PB         EXEC SQL
1105PB              INSERT INTO IBMUSER.HOLDS
1105PB                     (HOLD_ID, BOOK_ID, PATRON_ID, HOLD_DATE,
1105PB                      HOLD_STATUS, READY_DATE, PICKUP_BRANCH)
1105PB              VALUES (:TBLHOLD-HOLD-ID, :TBLHOLD-BOOK-ID,
1105PB                      :TBLHOLD-PATRON-ID, CURRENT DATE,
1105PB                      'P', NULL, :TBLHOLD-PICKUP-BRANCH)
1105PB         END-EXEC

1105PB         MOVE SQLCODE TO EVAL-CODE
1105PB         IF NOT ERR-OK
1105PB            MOVE 'INSERT HOLDS' TO ERR-MSG
1105PB            PERFORM 9999-ERROR-HANDLING
1105PB         END-IF

1105PB         MOVE WS-SC-PICKUP-BRANCH TO WS-PICKUP-DISP
1105PB         STRING 'HOLD PLACED - PICKUP AT BRANCH '
1105PB                                 DELIMITED BY SIZE
1105PB                FUNCTION TRIM (WS-PICKUP-DISP)
1105PB                                 DELIMITED BY SIZE
1105PB           INTO WS-SC-REASON
1105PB         END-STRING
1105PB      END-IF
1105PB      .

       2300-CHECKIN.
            MOVE '2300-CHECKIN' TO ERR-LOC

            MOVE WS-BOOK-ID TO TBLLOAN-BOOK-ID
1203RL      MOVE -1 TO IND-RECALL

            IF WS-COPY-NO > 0
               EXEC SQL
                    SELECT LOAN_ID, PATRON_ID, DUE_DATE,
1203RL                     RECALL_DATE
                      INTO :TBLLOAN-LOAN-ID, :TBLLOAN-PATRON-ID,
                           :TBLLOAN-DUE-DATE,
1203RL                     :TBLLOAN-RECALL-DATE :IND-RECALL
                      FROM IBMUSER.LOANS
                     WHERE BOOK_ID = :TBLLOAN-BOOK-ID
                       AND COPY_NO = :WS-COPY-NO
               END-EXEC
            ELSE
               EXEC SQL
                    SELECT LOAN_ID, PATRON_ID, DUE_DATE,
1203RL                     RECALL_DATE
                      INTO :TBLLOAN-LOAN-ID, :TBLLOAN-PATRON-ID,
                           :TBLLOAN-DUE-DATE,
1203RL                     :TBLLOAN-RECALL-DATE :IND-RECALL
                      FROM IBMUSER.LOANS
                     WHERE BOOK_ID = :TBLLOAN-BOOK-ID
                       AND RETURN_DATE IS NULL
      **    INCLUDING THE HOLD-DESK TDQ NOTE
            EXEC SQL
                 SELECT HOLD_ID, PATRON_ID
1105PB                  , PICKUP_BRANCH
                   INTO :TBLHOLD-HOLD-ID, :TBLHOLD-PATRON-ID
1105PB                  , :TBLHOLD-PICKUP-BRANCH
                   FROM IBMUSER.HOLDS
                  WHERE BOOK_ID = :TBLBKS-BOOK-ID
                    AND HOLD_STATUS = 'P'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
1105PB**    A HOLD FOR ANOTHER BRANCH GOES TO ITS PICKUP BRANCH
1105PB**    INSTEAD OF THIS KIOSK'S SHELF; 0 MEANS COLLECT HERE
1105PB      IF  ERR-OK
1105PB      AND TBLHOLD-PICKUP-BRANCH NOT = 0
1105PB      AND TBLHOLD-PICKUP-BRANCH NOT = WS-SC-BRANCH-ID
1105PB         PERFORM 2315-ROUTE-TO-PICKUP
1105PB      ELSE
            IF ERR-OK
               MOVE TBLBKS-BOOK-ID    TO WS-HOLD-BOOKID-DISP
               MOVE TBLHOLD-PATRON-ID TO WS-HOLD-PATRON-DISP
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF
1105PB      END-IF
            .

1105PB 2315-ROUTE-TO-PICKUP.
1105PB      MOVE '2315-ROUTE-TO-PICKUP' TO ERR-LOC

1105PB**    SAME ROUTING AS LOANTRN 2315 AT THE DESK: OPEN AN
1105PB**    IN-TRANSIT XFERS ROW TO THE PICKUP BRANCH AND PARK THE
1105PB**    HOLD IN 'T' UNTIL XFERTRN RECEIVES THE COPY THERE. ONE
1105PB**    OPEN TRANSFER PER TITLE - WHEN ONE IS ALREADY OPEN THE
1105PB**    HOLD STAYS PENDING FOR THE NEXT COPY BACK
1105PB      EXEC SQL
1105PB           SELECT COUNT(*)
1105PB             INTO :WS-OPEN-XFERS
1105PB             FROM IBMUSER.XFERS
1105PB            WHERE BOOK_ID = :TBLBKS-BOOK-ID
1105PB              AND XFER_STATUS = 'T'
1105PB      END-EXEC

1105PB      MOVE SQLCODE TO EVAL-CODE
1105PB      IF NOT ERR-OK
1105PB         MOVE 'SELECT COUNT XFERS' TO ERR-MSG
1105PB         PERFORM 9999-ERROR-HANDLING
1105PB      END-IF

1105PB      IF WS-OPEN-XFERS = 0
1105PB         MOVE 'XFER_ID' TO WS-NXT-ID-NAME
1105PB         PERFORM 8100-GET-NEXT-ID
1105PB         MOVE WS-NXT-NEXT-ID TO TBLXFR-XFER-ID

1105PB         MOVE TBLBKS-BOOK-ID        TO TBLXFR-BOOK-ID
1105PB         MOVE WS-SC-BRANCH-ID       TO TBLXFR-FROM-BRANCH
1105PB         MOVE TBLHOLD-PICKUP-BRANCH TO TBLXFR-TO-BRANCH
1105PB         MOVE WS-CLG-OPERATOR TO TBLXFR-REQ-OPERATOR-TEXT
1105PB         MOVE FUNCTION LENGTH
1105PB                (FUNCTION TRIM (WS-CLG-OPERATOR))
1105PB           TO TBLXFR-REQ-OPERATOR-LEN

1105PB         EXEC SQL
1105PB              INSERT INTO IBMUSER.XFERS
1105PB                     (XFER_ID, BOOK_ID, FROM_BRANCH,
1105PB                      TO_BRANCH, REQ_DATE, REQ_OPERATOR,
1105PB                      RECV_DATE, XFER_STATUS)
1105PB              VALUES (:TBLXFR-XFER-ID, :TBLXFR-BOOK-ID,
1105PB                      :TBLXFR-FROM-BRANCH, :TBLXFR-TO-BRANCH,
1105PB                      CURRENT DATE, :TBLXFR-REQ-OPERATOR,
1105PB                      NULL, 'T')
1105PB         END-EXEC

1105PB         MOVE SQLCODE TO EVAL-CODE
1105PB         IF NOT ERR-OK
1105PB            MOVE 'INSERT XFERS' TO ERR-MSG
1105PB            PERFORM 9999-ERROR-HANDLING
1105PB         END-IF

1105PB         PERFORM 8210-BUILD-BOOK-AUDIT-TEXT
1105PB         MOVE WS-AUDIT-TEXT TO WS-AUDIT-BEFORE

1105PB         EXEC SQL
1105PB              UPDATE IBMUSER.BOOKS
1105PB                 SET ITEM_STATUS = 'T',
1105PB                     LAST_CHANGED_TS = CURRENT TIMESTAMP
1105PB               WHERE BOOK_ID = :TBLBKS-BOOK-ID
1105PB         END-EXEC

1105PB         MOVE SQLCODE TO EVAL-CODE
1105PB         IF NOT ERR-OK
1105PB            MOVE 'UPDATE BOOKS TRANSIT' TO ERR-MSG
1105PB            PERFORM 9999-ERROR-HANDLING
1105PB         END-IF

1105PB         PERFORM 8210-BUILD-BOOK-AUDIT-TEXT
1105PB         MOVE WS-AUDIT-TEXT TO WS-AUDIT-AFTER
1105PB         PERFORM 8220-WRITE-BOOKS-AUDIT

1105PB         EXEC SQL
1105PB              UPDATE IBMUSER.HOLDS
1105PB                 SET HOLD_STATUS = 'T'
1105PB               WHERE HOLD_ID = :TBLHOLD-HOLD-ID
1105PB         END-EXEC

1105PB         MOVE SQLCODE TO EVAL-CODE
1105PB         IF NOT ERR-OK
1105PB            MOVE 'UPDATE HOLDS TRANSIT' TO ERR-MSG
1105PB            PERFORM 9999-ERROR-HANDLING
1105PB         END-IF

1105PB         MOVE TBLBKS-BOOK-ID        TO WS-HOLD-BOOKID-DISP
1105PB         MOVE TBLHOLD-PICKUP-BRANCH TO WS-PICKUP-DISP
1105PB         MOVE SPACES TO WS-HOLD-LINE
1105PB         STRING 'SEND BOOK ' DELIMITED BY SIZE
1105PB                FUNCTION TRIM (WS-HOLD-BOOKID-DISP)
1105PB                                 DELIMITED BY SIZE
1105PB                ' TO BRANCH '    DELIMITED BY SIZE
1105PB                FUNCTION TRIM (WS-PICKUP-DISP)
1105PB                                 DELIMITED BY SIZE
1105PB           INTO WS-HOLD-LINE
1105PB         END-STRING

1105PB         EXEC CICS WRITEQ TD
1105PB              QUEUE ('HDSK')
1105PB              FROM  (WS-HOLD-LINE)
1105PB              RESP  (EVAL-CODE)
1105PB         END-EXEC

1105PB         IF EVAL-CODE NOT = DFHRESP (NORMAL)
1105PB            MOVE 'WRITEQ TD' TO ERR-MSG
1105PB            PERFORM 9999-ERROR-HANDLING
1105PB         END-IF
1105PB      END-IF
1105PB      .

       2320-ASSESS-FINE.
            MOVE '2320-ASSESS-FINE' TO ERR-LOC

1027FX**       APPLIES (0917PC) - A CHECK-IN AT THE MACHINE
1027FX**       FINES AT THE SAME RATE AS THE DESK
1027FX         PERFORM 2330-GET-CATEGORY-RATE
1203RL         IF IND-RECALL NOT < 0
1203RL            PERFORM 2335-GET-RECALL-RATE
1203RL         END-IF

               COMPUTE WS-FINE-AMT = WS-DAYS-OVER * WS-FINE-RATE
               IF WS-FINE-AMT > WS-FINE-CAP
1027FX      END-EVALUATE
1027FX      .

1203RL 2335-GET-RECALL-RATE.
1203RL      MOVE '2335-GET-RECALL-RATE' TO ERR-LOC

1203RL**    A LOAN HOLDSWP RECALLED FINES AT THE RECALL RATE, AS
1203RL**    LOANTRN 2325 DOES; NO RATE ON FILE LEAVES THE RATE AS IS
1203RL      EXEC SQL
1203RL           SELECT RECALL_RATE_PER_DAY
1203RL             INTO :TBLPOL-RECALL-RATE-PER-DAY
1203RL             FROM IBMUSER.LOAN_POLICY
1203RL            WHERE UPPER(GENRE) =
1203RL                  RTRIM(UPPER(:TBLBKS-GENRE))
1203RL              AND PATRON_CAT = :WS-PATRON-CAT
1203RL              AND RECALL_RATE_PER_DAY > 0
1203RL      END-EXEC

1203RL      MOVE SQLCODE TO EVAL-CODE
1203RL      IF SQL-NOTFOUND
1203RL         EXEC SQL
1203RL              SELECT RECALL_RATE_PER_DAY
1203RL                INTO :TBLPOL-RECALL-RATE-PER-DAY
1203RL                FROM IBMUSER.LOAN_POLICY
1203RL               WHERE GENRE = ' '
1203RL                 AND PATRON_CAT = :WS-PATRON-CAT
1203RL                 AND RECALL_RATE_PER_DAY > 0
1203RL         END-EXEC
1203RL         MOVE SQLCODE TO EVAL-CODE
1203RL      END-IF

1203RL      EVALUATE TRUE
1203RL          WHEN ERR-OK
1203RL               MOVE TBLPOL-RECALL-RATE-PER-DAY TO WS-FINE-RATE
1203RL          WHEN SQL-NOTFOUND
1203RL               CONTINUE
1203RL          WHEN OTHER
1203RL               MOVE 'SELECT RECALL RATE' TO ERR-MSG
1203RL               PERFORM 9999-ERROR-HANDLING
1203RL      END-EVALUATE
1203RL      .

       2400-RENEW.
            MOVE '2400-RENEW' TO ERR-LOC

            MOVE WS-BOOK-ID TO TBLLOAN-BOOK-ID
1203RL      MOVE -1 TO IND-RECALL

            IF WS-COPY-NO > 0
               EXEC SQL
                    SELECT LOAN_ID, PATRON_ID, DUE_DATE,
                           RENEWAL_COUNT,
1203RL                     RECALL_DATE
                      INTO :TBLLOAN-LOAN-ID, :TBLLOAN-PATRON-ID,
                           :TBLLOAN-DUE-DATE,
                           :TBLLOAN-RENEWAL-COUNT,
1203RL                     :TBLLOAN-RECALL-DATE :IND-RECALL
                      FROM IBMUSER.LOANS
                     WHERE BOOK_ID = :TBLLOAN-BOOK-ID
                       AND COPY_NO = :WS-COPY-NO
            ELSE
               EXEC SQL
                    SELECT LOAN_ID, PATRON_ID, DUE_DATE,
                           RENEWAL_COUNT,
1203RL                     RECALL_DATE
                      INTO :TBLLOAN-LOAN-ID, :TBLLOAN-PATRON-ID,
                           :TBLLOAN-DUE-DATE,
                           :TBLLOAN-RENEWAL-COUNT,
1203RL                     :TBLLOAN-RECALL-DATE :IND-RECALL
                      FROM IBMUSER.LOANS
                     WHERE BOOK_ID = :TBLLOAN-BOOK-ID
                       AND PATRON_ID = :WS-SC-PATRON-ID
               PERFORM 2500-GET-POLICY-DAYS

               EVALUATE TRUE
1203RL             WHEN IND-RECALL NOT < 0
1203RL                  MOVE 'ITEM RECALLED - ANOTHER PATRON IS WAITING'
1203RL                    TO WS-SC-REASON
1203RL                  PERFORM 9000-REJECT
                   WHEN WS-HOLD-COUNT > 0
                        MOVE 'ANOTHER PATRON IS WAITING'
                          TO WS-SC-REASON
                   INTO :WS-CLOSED-COUNT
                   FROM IBMUSER.CLOSED_DAYS
                  WHERE CLOSED_DATE = DATE(:WS-DUE-DATE)
1223CL                    AND BRANCH_ID IN (0,
1223CL                        (SELECT B.BRANCH_ID
1223CL                           FROM IBMUSER.BOOKS B
1223CL                          WHERE B.BOOK_ID = :TBLBKS-BOOK-ID))
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
1023WK      END-IF
1023WK      .

1105PB 8210-BUILD-BOOK-AUDIT-TEXT.
1105PB      MOVE '8210-BUILD-BOOK-AUDIT-TEXT' TO ERR-LOC

1105PB**    SNAPSHOT THE ROW IN THE TRAN2DB2 2610 AUDIT FORMAT
1105PB**    SO AUDRPLAY CAN PARSE AND REPLAY IT
1105PB      MOVE 0 TO IND-AUD-RATING IND-AUD-ISBN
1105PB                IND-AUD-PUBID  IND-AUD-GENRE

1105PB      EXEC SQL
1105PB           SELECT TITLE, RATING, ISBN, PUBLISHER_ID,
1105PB                  GENRE, ITEM_STATUS, BRANCH_ID
1105PB             INTO :TBLBKS-TITLE,
1105PB                  :TBLBKS-RATING :IND-AUD-RATING,
1105PB                  :TBLBKS-ISBN :IND-AUD-ISBN,
1105PB                  :TBLBKS-PUBLISHER-ID :IND-AUD-PUBID,
1105PB                  :TBLBKS-GENRE :IND-AUD-GENRE,
1105PB                  :TBLBKS-ITEM-STATUS,
1105PB                  :TBLBKS-BRANCH-ID
1105PB             FROM IBMUSER.BOOKS
1105PB            WHERE BOOK_ID = :TBLBKS-BOOK-ID
1105PB      END-EXEC

1105PB      MOVE SQLCODE TO EVAL-CODE
1105PB      IF NOT ERR-OK
1105PB         MOVE 'SELECT BOOK FOR AUDIT' TO ERR-MSG
1105PB         PERFORM 9999-ERROR-HANDLING
1105PB      END-IF

1105PB      IF IND-AUD-RATING < 0
1105PB         MOVE 0 TO TBLBKS-RATING
1105PB      END-IF
1105PB      MOVE TBLBKS-RATING TO WS-AUDIT-RATING-DISP
1105PB      IF IND-AUD-ISBN < 0
1105PB         MOVE SPACES TO TBLBKS-ISBN-TEXT
1105PB         MOVE 0      TO TBLBKS-ISBN-LEN
1105PB      END-IF
1105PB      IF IND-AUD-PUBID < 0
1105PB         MOVE 0 TO TBLBKS-PUBLISHER-ID
1105PB      END-IF
1105PB      MOVE TBLBKS-PUBLISHER-ID TO WS-AUDIT-PUBID-DISP
1105PB      IF IND-AUD-GENRE < 0
1105PB         MOVE SPACES TO TBLBKS-GENRE-TEXT
1105PB         MOVE 0      TO TBLBKS-GENRE-LEN
1105PB      END-IF
1105PB      MOVE TBLBKS-BRANCH-ID TO WS-AUDIT-BRANCH-DISP

1105PB      MOVE SPACES TO WS-AUDIT-TEXT
1105PB      STRING 'TITLE='      DELIMITED BY SIZE
1105PB             FUNCTION TRIM (TBLBKS-TITLE-TEXT)
1105PB                           DELIMITED BY SIZE
1105PB             ' RATING='    DELIMITED BY SIZE
1105PB             FUNCTION TRIM (WS-AUDIT-RATING-DISP)
1105PB                           DELIMITED BY SIZE
1105PB             ' ISBN='      DELIMITED BY SIZE
1105PB             FUNCTION TRIM (TBLBKS-ISBN-TEXT)
1105PB                           DELIMITED BY SIZE
1105PB             ' PUBID='     DELIMITED BY SIZE
1105PB             FUNCTION TRIM (WS-AUDIT-PUBID-DISP)
1105PB                           DELIMITED BY SIZE
1105PB             ' GENRE='     DELIMITED BY SIZE
1105PB             FUNCTION TRIM (TBLBKS-GENRE-TEXT)
1105PB                           DELIMITED BY SIZE
1105PB             ' STAT='      DELIMITED BY SIZE
1105PB             TBLBKS-ITEM-STATUS
1105PB                           DELIMITED BY SIZE
1105PB             ' BR='        DELIMITED BY SIZE
1105PB             WS-AUDIT-BRANCH-DISP
1105PB                           DELIMITED BY SIZE
1105PB        INTO WS-AUDIT-TEXT
1105PB      END-STRING
1105PB      .

1105PB 8220-WRITE-BOOKS-AUDIT.
1105PB      MOVE '8220-WRITE-BOOKS-AUDIT' TO ERR-LOC

1105PB      MOVE 'AUDIT_ID' TO WS-NXT-ID-NAME
1105PB      PERFORM 8100-GET-NEXT-ID
1105PB      MOVE WS-NXT-NEXT-ID TO TBLAUD-AUDIT-ID

1105PB      MOVE TBLBKS-BOOK-ID TO TBLAUD-BOOK-ID
1105PB      MOVE 'U'            TO TBLAUD-ACTION-CODE
1105PB      MOVE WS-CLG-OPERATOR TO TBLAUD-OPERATOR-ID-TEXT
1105PB      MOVE FUNCTION LENGTH
1105PB             (FUNCTION TRIM (WS-CLG-OPERATOR))
1105PB        TO TBLAUD-OPERATOR-ID-LEN
1105PB      MOVE WS-AUDIT-BEFORE TO TBLAUD-BEFORE-VALUES-TEXT
1105PB      MOVE FUNCTION LENGTH
1105PB             (FUNCTION TRIM (WS-AUDIT-BEFORE))
1105PB        TO TBLAUD-BEFORE-VALUES-LEN
1105PB      MOVE WS-AUDIT-AFTER TO TBLAUD-AFTER-VALUES-TEXT
1105PB      MOVE FUNCTION LENGTH
1105PB             (FUNCTION TRIM (WS-AUDIT-AFTER))
1105PB        TO TBLAUD-AFTER-VALUES-LEN

1105PB      EXEC SQL
1105PB           INSERT INTO IBMUSER.BOOKS_AUDIT
1105PB                  (AUDIT_ID, BOOK_ID, ACTION_CODE,
1105PB                   OPERATOR_ID, AUDIT_DATE, AUDIT_TIME,
1105PB                   BEFORE_VALUES, AFTER_VALUES)
1105PB           VALUES (:TBLAUD-AUDIT-ID, :TBLAUD-BOOK-ID,
1105PB                   :TBLAUD-ACTION-CODE,
1105PB                   :TBLAUD-OPERATOR-ID,
1105PB                   CURRENT DATE, CURRENT TIME,
1105PB                   :TBLAUD-BEFORE-VALUES,
1105PB                   :TBLAUD-AFTER-VALUES)
1105PB      END-EXEC

1105PB      MOVE SQLCODE TO EVAL-CODE
1105PB      IF NOT ERR-OK
1105PB         MOVE 'INSERT BOOKS_AUDIT' TO ERR-MSG
1105PB         PERFORM 9999-ERROR-HANDLING
1105PB      END-IF
1105PB      .

0805ID 8100-GET-NEXT-ID.
0805ID      MOVE '8100-GET-NEXT-ID' TO ERR-LOC

0805ID      END-IF
0805ID      .

1111SV 8300-WRITE-SEC-EVENT.
1111SV      MOVE '8300-WRITE-SEC-EVENT' TO ERR-LOC

1111SV      MOVE 'SECEVT_ID' TO WS-NXT-ID-NAME
1111SV      PERFORM 8100-GET-NEXT-ID
1111SV      MOVE WS-NXT-NEXT-ID TO TBLSEV-EVENT-ID

1111SV      MOVE WS-SEV-TYPE     TO TBLSEV-EVENT-TYPE
1111SV      MOVE WS-CLG-OPERATOR TO TBLSEV-OPERATOR-ID
1111SV      MOVE WS-SC-PATRON-ID TO TBLSEV-PATRON-ID
1111SV      MOVE EIBTRMID        TO TBLSEV-TERMINAL-ID
1111SV      MOVE EIBTRNID        TO TBLSEV-TRAN-ID
1111SV      MOVE WS-SC-FUNC      TO TBLSEV-FUNC-CODE
1111SV      MOVE WS-SC-BRANCH-ID TO TBLSEV-BRANCH-ID

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

       9000-REJECT.
            MOVE 'R' TO WS-SC-RESULT
            SET REQUEST-REJECTED TO TRUE
