      *   THE OPEN LOAN IN PLACE - THE ORIGINAL CHECKOUT_DATE IS       *
      *   KEPT, RENEWAL_COUNT IS CAPPED (CIRC_CONTROL.MAX_RENEWALS)    *
      *   AND A BOOK WITH A PENDING HOLD CANNOT BE RENEWED             *
1124PL* - PF7 (TRAP HOLD): SCAN A COPY PULLED FOR THE HOLDPULL         *
1124PL*   LIST - THE OLDEST PENDING HOLD ON THE TITLE GOES READY       *
1124PL*   (OR IS ROUTED TO ITS PICKUP BRANCH) AS AT CHECK-IN           *
1202CR* - PF8 (CLAIMS RETURNED): THE PATRON SAYS AN OPEN LOAN          *
1202CR*   CAME BACK - THE LOAN CLOSES (FINE ASSESSED TO TODAY)         *
1202CR*   AND THE COPY IS PARKED IN 'C' FOR THE CLMSRCH SHELF          *
1202CR*   SEARCH; CHECKING THE COPY IN LATER CLEARS THE CLAIM          *
1203RL* - A LOAN RECALLED BY HOLDSWP FOR A WAITING HOLD CANNOT BE      *
1203RL*   RENEWED, AND ITS OVERDUE FINE IS ASSESSED AT THE             *
1203RL*   LOAN_POLICY RECALL RATE                                      *
1208IP* - A PATRON ON A CURRENT PAYMENT PLAN (FINETRN PF8) IS NOT      *
1208IP*   HELD TO THE HOUSEHOLD BALANCE BLOCK - THEIR FINES ARE LEFT   *
1208IP*   OUT OF THE SUM UNTIL PLANCHK CANCELS THE PLAN                *
1214PN* - A PATRON WITH AN ACTIVE PATRON_NOTES BLOCK (PATRNTRN PF2)    *
1214PN*   CANNOT CHECK OUT OR RENEW UNLESS RELEASE IS Y AND THE        *
1214PN*   OPERATOR HOLDS OPER_AUTH.AUTH_OVERRIDE (AUTHCHK FUNC 'B');   *
1214PN*   THE RELEASE IS LOGGED TO SEC_EVENTS (TYPE 'O'). A WARNING    *
1214PN*   NOTE IS SHOWN ON THE NOTE LINE AND DOES NOT STOP THE LOAN    *
1215SU* - CHECKING OUT A JUVENILE TITLE TO A PATRON ENROLLED IN THE    *
1215SU*   READING PROGRAM RUNNING TODAY LOGS ONE BOOK READ TO THEIR    *
1215SU*   ENROLMENT (READ_LOG SOURCE A - SEE READTRN)                  *
1220RT* - A TITLE WHOSE LOAN_POLICY ROW CARRIES A RENTAL_FEE (DVDS,    *
1220RT*   BESTSELLER EXPRESS) POSTS A CHARGE_TYPE 'T' FINES ROW AT     *
1220RT*   CHECKOUT - PAID AT ONCE ON FINETRN PF5 OR LEFT ON ACCOUNT;   *
1220RT*   CHECKOUT IS REFUSED WHEN THE OPEN RENTAL BALANCE WOULD GO    *
1220RT*   OVER CIRC_CONTROL.RENTAL_ACCT_LIMIT. EXEMPT CATEGORIES AND   *
1220RT*   HOMEBOUND PATRONS (CIRC_CONTROL) ARE NOT CHARGED             *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   24,2020 - PATRON ID FILLED IN WHEN REACHED FROM  (1224PO)*
      *               X A PATRINQ OVERVIEW PF KEY (HANDED OVER         *
      *               X IN THE PXFR QUEUE - SEE PXFRVARS)              *
      * DEC   23,2020 - CLOSED DAYS ARE PER BRANCH (SEE DCLCAL (1223CL)*
      *               X 1223CL): THE DUE-DATE ROLL AND THE BOOK-DROP   *
      *               X WALK-BACK SKIP A LIBRARY-WIDE CLOSURE OR ONE   *
      *               X FOR THE BOOK'S OWN BRANCH ONLY                 *
      * DEC   20,2020 - RENTAL CHARGES: LOAN_POLICY.RENTAL_FEE (1220RT)*
      *               X BY GENRE/CATEGORY POSTS A CHARGE_TYPE          *
      *               X 'T' FINES ROW AT CHECKOUT, SHOWN ON THE        *
      *               X MESSAGE LINE AND DUE SLIP; REFUSED OVER        *
      *               X CIRC_CONTROL.RENTAL_ACCT_LIMIT; EXEMPT         *
      *               X CATEGORIES/HOMEBOUND NOT CHARGED               *
      * DEC   15,2020 - SUMMER READING CHALLENGE: A CHECKOUT   (1215SU)*
      *               X OF A JUVENILE-GENRE TITLE BY AN                *
      *               X ENROLLED PATRON WHILE THE PROGRAM RUNS         *
      *               X ADDS A READ_LOG ROW AND MOVES THE              *
      *               X ENROLMENT'S BOOKS READ AND LEVEL ON            *
      * DEC   14,2020 - PATRON_NOTES AT CHECKOUT AND           (1214PN)*
      *               X RENEWAL: NOTE LINE SHOWS THE ACTIVE            *
      *               X BLOCK OR WARNING; A BLOCK STOPS THE            *
      *               X LOAN UNLESS RELEASED (RELEASE Y) BY            *
      *               X AN AUTH_OVERRIDE OPERATOR, LOGGED TO           *
      *               X SEC_EVENTS TYPE 'O'                            *
      * DEC   08,2020 - HOUSEHOLD BALANCE LEAVES OUT           (1208IP)*
      *               X PATRONS ON A CURRENT PAYMENT                   *
      *               X PLAN (PAY_PLANS)                               *
      * DEC   03,2020 - RECALLED LOANS (LOANS.RECALL_DATE      (1203RL)*
      *               X SET BY HOLDSWP) CANNOT BE RENEWED,             *
      *               X AND FINE AT LOAN_POLICY.RECALL_RATE_           *
      *               X PER_DAY WHEN ONE IS SET                        *
      * DEC   02,2020 - PF8 RECORDS A CLAIMS-RETURNED LOAN:    (1202CR)*
      *               X THE LOAN CLOSES, SO FINES, NOTICRUN            *
      *               X NOTICES AND LOSTCONV STOP; THE COPY            *
      *               X GOES TO 'C' (CLAIMS_RETURNED - SEE             *
      *               X CLMSRCH). CHECKING IN A CLAIMED COPY           *
      *               X PUTS IT BACK IN SERVICE                        *
      * DEC   01,2020 - CHECKOUT BLOCKED WHEN THE HOUSEHOLD    (1201FA)*
      *               X (GUARANTOR PLUS DEPENDENTS) OWES MORE          *
      *               X THAN CIRC_CONTROL.HOUSEHOLD_FINE_LIMIT         *
      * NOV   24,2020 - PF7 TRAPS A PENDING HOLD FOR A COPY    (1124PL)*
      *               X PULLED FROM THE SHELF (HOLDPULL LIST):         *
      *               X HOLD TO READY, HOLDSWP CLOCK AND               *
      *               X NOTICRUN HOLD-READY NOTICE STARTED;            *
      *               X A COPY MARKED MISSING ('M') TURNS              *
      *               X UP AND GOES BACK TO 'A'                        *
      * NOV   05,2020 - CHECK-IN HONORS THE HOLD'S PICKUP      (1105PB)*
      *               X BRANCH (HOLDS.PICKUP_BRANCH): A COPY           *
      *               X CHECKED IN AT ANY OTHER DESK OPENS AN          *
      *               X XFERS IN-TRANSIT ROW TO THE PICKUP             *
      *               X BRANCH AND PARKS THE HOLD IN 'T' -             *
      *               X XFERTRN MAKES IT READY ON ARRIVAL              *
      * NOV   03,2020 - CHECKOUT REFUSED WHILE THE PATRON HAS  (1103CA)*
      *               X A COLLECTION AGENCY REFERRAL THAT IS           *
      *               X NOT CLEARED (COLL_REFERRALS - SEE              *
      *               X COLLREF/COLLRET)                               *
      * NOV   02,2020 - A LOST COPY RETURNED AFTER ITS         (1102RF)*
      *               X REPLACEMENT CHARGE WAS PAID (IN FULL           *
      *               X OR IN PART) NOW QUEUES A PENDING               *
      *               X REFUND OF THE PAID AMOUNT LESS THE             *
      *               X CIRC_CONTROL PROCESSING FEE (REFUNDS -         *
      *               X SEE DCLRFD); A SUPERVISOR APPROVES IT          *
      *               X ON RFNDTRN                                     *
      * OCT   29,2020 - A DAMAGED CHECK-IN NO LONGER PROMOTES  (1029FX)*
      *               X A HOLD, AND A LOST COPY TURNING UP             *
      *               X WHILE OTHER COPIES ARE OUT STILL GETS          *
      * IBMUSER.HOLDS (I/O)    - PENDING HOLDS, CHECKED ON CHECK-IN    *
      * IBMUSER.FINES (OUTPUT) - OVERDUE FINES ASSESSED AT CHECK-IN    *
      * IBMUSER.CIRC_CONTROL (INPUT) - FINE RATE/CAP (SEE DCLCTL)      *
1102RF* IBMUSER.REFUNDS (OUTPUT) - LOST-RETURN REFUNDS (SEE DCLRFD)    *
1103CA* IBMUSER.COLL_REFERRALS (INPUT) - IN COLLECTIONS (SEE DCLCRF)   *
1105PB* IBMUSER.XFERS (OUTPUT) - HOLDS ROUTED TO THEIR PICKUP BRANCH   *
1124PL* IBMUSER.HOLD_PULLS (OUTPUT) - PULL LIST COPY CLEARED ON TRAP   *
1202CR* IBMUSER.CLAIMS_RETURNED (I/O) - PF8 CLAIMS (SEE DCLCLM)        *
1208IP* IBMUSER.PAY_PLANS (INPUT) - CURRENT PAYMENT PLANS (DCLPPL)     *
1214PN* IBMUSER.PATRON_NOTES (INPUT) - BLOCKS/WARNINGS (DCLPNT)        *
1214PN* IBMUSER.SEC_EVENTS (OUTPUT) - BLOCK RELEASES (SEE DCLSEV)      *
1215SU* IBMUSER.READ_ENROL/READ_PROGRAMS/READ_LEVELS (I/O) - READING   *
1215SU*   CHALLENGE ENROLMENTS (SEE DCLRDE)                            *
1215SU* IBMUSER.READ_LOG (OUTPUT) - BOOKS READ (SEE DCLRDG)            *
1220RT* IBMUSER.FINES (I/O) - RENTAL FEES, CHARGE_TYPE 'T' (DCLFINE)   *
      *                                                                *
      * 0000-MAIN                      2300-CHECKIN-BOOK               *
0924DL* 0100-DISPATCH-ACTION           0200-RETURN-TRANSID             *
      * 2235-ROLL-ONE-DAY              2250-GET-POLICY-DAYS            *
      * 2260-CHECK-OVERRIDE-AUTH       2330-FIND-OPEN-LOAN             *
      * 2350-CHECK-LOST-RETURN         2255-GET-PATRON-CAT             *
1105PB* 2315-ROUTE-TO-PICKUP                                           *
0930DM* 2360-CAPTURE-DAMAGE                                            *
0921BC* 2050-RESOLVE-BARCODE           2338-SET-RETURN-DATE            *
0922BD* 2340-ROLL-BACK-ONE-DAY                                         *
1102RF* 2352-QUEUE-REFUND                                              *
1124PL* 2500-TRAP-HOLD                 2510-TRAP-COPY                  *
1124PL* 8010-GET-DESK-BRANCH                                           *
1202CR* 2370-CHECK-CLAIM-FOUND         2600-CLAIM-RETURNED             *
1202CR* 2610-CLOSE-CLAIMED-LOAN        2620-MARK-COPY-CLAIMED          *
1202CR* 2630-WRITE-CLAIM                                               *
1203RL* 2325-GET-RECALL-RATE                                           *
1214PN* 2280-CHECK-PATRON-NOTES        2285-RELEASE-NOTE-BLOCK         *
1214PN* 8300-WRITE-SEC-EVENT                                           *
1215SU* 2290-LOG-READING-BOOK                                          *
1220RT* 2240-CHECK-RENTAL-FEE          2245-POST-RENTAL-FEE            *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
1224PO* 1010-TAKE-PATRON-HANDOFF                                       *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
               10  IND-RETURN-DATE  PIC S9(04) COMP   VALUE 0.
0821RC         10  IND-GENRE        PIC S9(04) COMP   VALUE 0.
0911EX         10  IND-EXPIRY       PIC S9(04) COMP   VALUE 0.
1203RL         10  IND-RECALL       PIC S9(04) COMP   VALUE 0.
0630HD     05  WS-HOLD-LINE         PIC X(40)         VALUE SPACES.
0630HD     05  WS-HOLD-BOOKID-DISP  PIC Z(8)9.
0630HD     05  WS-HOLD-PATRON-DISP  PIC Z(8)9.
1105PB     05  WS-PICKUP-DISP       PIC Z(2)9.
1105PB     05  WS-OPEN-XFERS        PIC S9(08) COMP   VALUE 0.
0714FN     05  WS-FINE-VARS.
0714FN         10  WS-DAYS-OVER     PIC S9(09) COMP   VALUE 0.
0714FN         10  WS-FINE-AMT      PIC S9(5)V9(2) COMP-3 VALUE 0.
0715RN     05  WS-RENEW-VARS.
0715RN         10  WS-HOLD-COUNT    PIC S9(08) COMP   VALUE 0.
0715RN         10  WS-MAX-RENEWALS  PIC S9(09) COMP   VALUE 0.
1124PL     05  WS-TRAP-VARS.
1124PL         10  WS-TRAP-OPEN     PIC S9(08) COMP   VALUE 0.
1124PL         10  WS-TRAP-PENDING  PIC S9(08) COMP   VALUE 0.
1124PL         10  WS-TRAP-FOUND-SW PIC 9             VALUE 0.
1124PL             88  TRAP-COPY-FOUND                VALUE 1.
0717CB     05  WS-STANDING-VARS.
0717CB         10  WS-OPEN-LOANS    PIC S9(08) COMP   VALUE 0.
0717CB         10  WS-LATE-LOANS    PIC S9(08) COMP   VALUE 0.
1103CA         10  WS-COLL-REFS     PIC S9(08) COMP   VALUE 0.
1201FA         10  WS-HH-LIMIT      PIC S9(5)V9(2) COMP-3 VALUE 0.
1201FA         10  WS-HH-BALANCE    PIC S9(7)V9(2) COMP-3 VALUE 0.
0717CB         10  WS-MAX-OPEN      PIC S9(09) COMP   VALUE 0.
0717CB         10  WS-LATE-DAYS     PIC S9(09) COMP   VALUE 0.
0717CB         10  WS-BLOCK-SW      PIC 9             VALUE 0.
0917PC         10  WS-PATRON-CAT    PIC X             VALUE 'A'.
0917PC         10  WS-CAT-PATRON-ID PIC S9(09) COMP   VALUE 0.
0918HB         10  WS-HOMEBOUND     PIC X             VALUE 'N'.
1214PN     05  WS-NOTE-VARS.
1214PN         10  WS-NOTE-PATRON-ID PIC S9(09) COMP  VALUE 0.
1214PN         10  WS-NOTE-BLOCKS   PIC S9(08) COMP   VALUE 0.
1214PN         10  WS-NOTE-WARNS    PIC S9(08) COMP   VALUE 0.
1214PN         10  WS-NOTE-BLOCK-SW PIC 9             VALUE 0.
1214PN             88  NOTE-BLOCK-FOUND               VALUE 1.
1214PN             88  NOTE-BLOCK-RELEASED            VALUE 2.
1215SU     05  WS-RDG-VARS.
1215SU         10  WS-RDG-ENROL-ID  PIC S9(09) COMP   VALUE 0.
1215SU         10  WS-RDG-PROG-ID   PIC S9(09) COMP   VALUE 0.
1215SU         10  WS-RDG-SW        PIC 9             VALUE 0.
1215SU             88  READING-LOGGED                 VALUE 1.
1220RT     05  WS-RENT-VARS.
1220RT         10  WS-RENT-FEE      PIC S9(3)V9(2) COMP-3 VALUE 0.
1220RT         10  WS-RENT-LIMIT    PIC S9(5)V9(2) COMP-3 VALUE 0.
1220RT         10  WS-RENT-BALANCE  PIC S9(7)V9(2) COMP-3 VALUE 0.
1220RT         10  WS-RENT-EXEMPT-CATS PIC X(4)       VALUE SPACES.
1220RT         10  WS-RENT-EXEMPT-HB PIC X            VALUE 'N'.
1220RT         10  WS-RENT-CAT-HITS PIC S9(04) COMP   VALUE 0.
1220RT         10  WS-RENT-FEE-DISP PIC ZZ9.99.
1220RT         10  WS-RENT-FINE-DISP PIC Z(8)9.
0729PR     05  WS-SLIP-LINE         PIC X(80)         VALUE SPACES.
0721CP     05  WS-COPY-VARS.
0721CP         10  WS-COPIES-OWNED  PIC S9(08) COMP   VALUE 0.
0721CP             88  OPENLOAN-FOUND                 VALUE 1.
0902LS     05  WS-LOST-SW           PIC 9             VALUE 0.
0902LS         88  LOST-COPY-FOUND                    VALUE 1.
1202CR     05  WS-CLAIM-VARS.
1202CR         10  WS-CLAIM-SW      PIC 9             VALUE 0.
1202CR             88  CLAIM-COPY-FOUND               VALUE 1.
1202CR         10  WS-CLAIM-COUNT   PIC S9(08) COMP   VALUE 0.
1202CR         10  WS-CLAIM-DISP    PIC Z(3)9.
1027FX     05  WS-LRV-VARS.
1027FX         10  WS-LRV-FINE-ID   PIC S9(09) COMP   VALUE 0.
1027FX         10  WS-LRV-PATRON-ID PIC S9(09) COMP   VALUE 0.
1027FX         10  WS-LRV-AMOUNT    PIC S9(5)V9(2) COMP-3 VALUE 0.
1027FX         10  WS-LRV-FOUND-SW  PIC 9             VALUE 0.
1027FX             88  LOST-CHARGE-FOUND              VALUE 1.
1102RF         10  WS-LRV-STATUS    PIC X             VALUE SPACE.
1102RF         10  WS-LRV-PAID      PIC S9(5)V9(2) COMP-3 VALUE 0.
1102RF     05  WS-RFD-VARS.
1102RF         10  WS-RFD-FEE       PIC S9(5)V9(2) COMP-3 VALUE 0.
1102RF         10  WS-RFD-AMOUNT    PIC S9(5)V9(2) COMP-3 VALUE 0.
1102RF         10  WS-RFD-QUEUED-SW PIC 9             VALUE 0.
1102RF             88  REFUND-QUEUED                  VALUE 1.
1027FX     05  WS-AUDIT-VARS.
1027FX         10  WS-AUDIT-BEFORE      PIC X(200)    VALUE SPACES.
1027FX         10  WS-AUDIT-AFTER       PIC X(200)    VALUE SPACES.
           05  FILLER               PIC X(06)         VALUE ' MSG: '   .
           05  ERR-MSG              PIC X(26)         VALUE SPACES     .

1224PO COPY PXFRVARS.

      **COPYBOOK FOR SYMBOLIC MAP
       COPY LOANSET.

1027FX     EXEC SQL INCLUDE DCLAUD  END-EXEC.
1027FX     EXEC SQL INCLUDE DCLFPY  END-EXEC.
1027FX     EXEC SQL INCLUDE DCLFAU  END-EXEC.
1102RF     EXEC SQL INCLUDE DCLRFD  END-EXEC.
1103CA     EXEC SQL INCLUDE DCLCRF  END-EXEC.
1105PB     EXEC SQL INCLUDE DCLXFR  END-EXEC.
1202CR     EXEC SQL INCLUDE DCLCLM  END-EXEC.
1214PN     EXEC SQL INCLUDE DCLPNT  END-EXEC.
1214PN     EXEC SQL INCLUDE DCLSEV  END-EXEC.
1215SU     EXEC SQL INCLUDE DCLRDG  END-EXEC.

       01  WS-COMMAREA.
           05  LS-DUMMY-FLAG        PIC X             VALUE 'Y'.
1027FX                  PERFORM 2005-OBTAIN-MAP
0715RN                  PERFORM 2400-RENEW-LOAN
0715RN                  PERFORM 3000-SEND-RECEIVE-SCREEN
1124PL             WHEN DFHPF7
1124PL                  PERFORM 2005-OBTAIN-MAP
1124PL                  PERFORM 2500-TRAP-HOLD
1124PL                  PERFORM 3000-SEND-RECEIVE-SCREEN
1202CR             WHEN DFHPF8
1202CR                  PERFORM 2005-OBTAIN-MAP
1202CR                  PERFORM 2600-CLAIM-RETURNED
1202CR                  PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN OTHER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
               END-EVALUATE
            MOVE LOW-VALUES TO LOANMAPO
            MOVE 'ENTER A BOOK ID AND PRESS ENTER' TO MSGLNO

1224PO      PERFORM 1010-TAKE-PATRON-HANDOFF

            EXEC CICS
                 SEND MAP    (WS-LOANMAP-NAME)
                      MAPSET (WS-LOANSET-NAME)
            END-IF
            .

1224PO 1010-TAKE-PATRON-HANDOFF.
1224PO      MOVE '1010-TAKE-PATRON-HANDOFF' TO ERR-LOC

1224PO**    A PATRON HANDED OVER BY PATRINQ IS READ AND DELETED HERE;
1224PO**    NO QUEUE (QIDERR) IS THE USUAL STRAIGHT-IN START
1224PO      MOVE EIBTRMID TO WS-PXFR-TRMID

1224PO      EXEC CICS
1224PO           READQ TS
1224PO                 QUEUE (WS-PXFR-QUEUE-NAME)
1224PO                 INTO  (WS-PXFR-PATRON)
1224PO                 ITEM  (1)
1224PO                 RESP  (EVAL-CODE)
1224PO      END-EXEC

1224PO      EVALUATE EVAL-CODE
1224PO          WHEN DFHRESP (NORMAL)
1224PO               EXEC CICS
1224PO                    DELETEQ TS
1224PO                            QUEUE (WS-PXFR-QUEUE-NAME)
1224PO                            RESP  (EVAL-CODE)
1224PO               END-EXEC
1224PO               MOVE WS-PXFR-PATRON TO PATRONO
1224PO               MOVE DFHBMFSE       TO PATRONF
1224PO               MOVE 'PATRON FILLED IN - ENTER A BOOK ID'
1224PO                 TO MSGLNO
1224PO          WHEN DFHRESP (QIDERR)
1224PO               CONTINUE
1224PO          WHEN OTHER
1224PO               MOVE 'READQ TS PXFR' TO ERR-MSG
1224PO               PERFORM 9999-ERROR-HANDLING
1224PO      END-EVALUATE
1224PO      .

       2000-RECEIVE-MAP.
            MOVE '2000-RECEIVE-MAP' TO ERR-LOC


0721CP      MOVE 0 TO WS-OPENLOAN-SW

1203RL      MOVE -1 TO IND-RECALL

0721CP      IF FUNCTION TRIM (COPYNOI) = SPACES
0721CP         IF WS-COPIES-OUT > 1
0721CP            MOVE 'MULTIPLE COPIES OUT - ENTER A COPY NO'
0721CP         ELSE
0721CP            EXEC SQL
0721CP                 SELECT LOAN_ID, PATRON_ID, DUE_DATE,
0721CP                        RENEWAL_COUNT, COPY_NO,
1203RL                        RECALL_DATE
0721CP                   INTO :TBLLOAN-LOAN-ID, :TBLLOAN-PATRON-ID,
0721CP                        :TBLLOAN-DUE-DATE,
0721CP                        :TBLLOAN-RENEWAL-COUNT,
0721CP                        :TBLLOAN-COPY-NO,
1203RL                        :TBLLOAN-RECALL-DATE :IND-RECALL
0721CP                   FROM IBMUSER.LOANS
0721CP                  WHERE BOOK_ID = :TBLBKS-BOOK-ID
0721CP                    AND RETURN_DATE IS NULL

0721CP         EXEC SQL
0721CP              SELECT LOAN_ID, PATRON_ID, DUE_DATE,
0721CP                     RENEWAL_COUNT,
1203RL                     RECALL_DATE
0721CP                INTO :TBLLOAN-LOAN-ID, :TBLLOAN-PATRON-ID,
0721CP                     :TBLLOAN-DUE-DATE,
0721CP                     :TBLLOAN-RENEWAL-COUNT,
1203RL                     :TBLLOAN-RECALL-DATE :IND-RECALL
0721CP                FROM IBMUSER.LOANS
0721CP               WHERE BOOK_ID = :TBLBKS-BOOK-ID
0721CP                 AND COPY_NO = :TBLLOAN-COPY-NO
                       TO MSGLNO
                  ELSE
0717CB               PERFORM 2220-CHECK-PATRON-STANDING
1214PN               MOVE TBLPATR-PATRON-ID TO WS-NOTE-PATRON-ID
1214PN               PERFORM 2280-CHECK-PATRON-NOTES
0718LP               IF NOT CHECKOUT-BLOCKED
0718LP                  IF FUNCTION TRIM (DUEDATI) = SPACES
0718LP                     PERFORM 2250-GET-POLICY-DAYS
0718LP                     MOVE DUEDATI TO TBLLOAN-DUE-DATE
0718LP                  END-IF
0718LP               END-IF
1220RT               IF NOT CHECKOUT-BLOCKED
1220RT                  PERFORM 2240-CHECK-RENTAL-FEE
1220RT               END-IF
1214PN               IF NOT CHECKOUT-BLOCKED AND NOTE-BLOCK-FOUND
1214PN                  PERFORM 2285-RELEASE-NOTE-BLOCK
1214PN               END-IF
0718LP               IF NOT CHECKOUT-BLOCKED
                        PERFORM 2210-INSERT-LOAN
1028FX               END-IF
1028FX               IF NOT CHECKOUT-BLOCKED
1214PN                  IF NOTE-BLOCK-RELEASED
1214PN                     PERFORM 8300-WRITE-SEC-EVENT
1214PN                  END-IF
1220RT                  IF WS-RENT-FEE > 0
1220RT                     PERFORM 2245-POST-RENTAL-FEE
1220RT                  END-IF
0729PR                  PERFORM 2270-PRINT-DUE-SLIP
                        PERFORM 2100-LOOKUP-BOOK
0718LP                  MOVE TBLLOAN-DUE-DATE TO DUEDATO
                        MOVE 'BOOK CHECKED OUT' TO MSGLNO
1215SU                  IF READING-LOGGED
1215SU                     MOVE 'CHECKED OUT - ADDED TO READING LOG'
1215SU                       TO MSGLNO
1215SU                  END-IF
0911EX                  IF EXPIRY-WARNING
0911EX                     MOVE 'CHECKED OUT - PATRON CARD EXPIRES SOON'
0911EX                       TO MSGLNO
0911EX                  END-IF
1220RT**                A RENTAL CHARGE OUTRANKS THE OTHER NOTES -
1220RT**                THE DESK NEEDS THE FINE ID TO TAKE THE FEE
1220RT                  IF WS-RENT-FEE > 0
1220RT                     MOVE WS-RENT-FEE TO WS-RENT-FEE-DISP
1220RT                     MOVE TBLFIN-FINE-ID TO WS-RENT-FINE-DISP
1220RT                     MOVE SPACES TO MSGLNO
1220RT                     STRING 'CHECKED OUT - RENTAL FEE '
1220RT                                 DELIMITED BY SIZE
1220RT                            WS-RENT-FEE-DISP DELIMITED BY SIZE
1220RT                            ' ON FINE '  DELIMITED BY SIZE
1220RT                            WS-RENT-FINE-DISP DELIMITED BY SIZE
1220RT                       INTO MSGLNO
1220RT                     END-STRING
1220RT                  END-IF
0717CB               END-IF
                  END-IF
               END-IF
0729PR        INTO WS-SLIP-LINE
0729PR      END-STRING
0729PR      PERFORM 2275-WRITE-SLIP-LINE

1220RT      IF WS-RENT-FEE > 0
1220RT         MOVE WS-RENT-FEE TO WS-RENT-FEE-DISP
1220RT         MOVE SPACES TO WS-SLIP-LINE
1220RT         STRING 'RENTAL FEE ' DELIMITED BY SIZE
1220RT                WS-RENT-FEE-DISP DELIMITED BY SIZE
1220RT                ' CHARGED TO ACCOUNT' DELIMITED BY SIZE
1220RT           INTO WS-SLIP-LINE
1220RT         END-STRING
1220RT         PERFORM 2275-WRITE-SLIP-LINE
1220RT      END-IF
0729PR      .

0729PR 2275-WRITE-SLIP-LINE.
0717CB               PERFORM 9999-ERROR-HANDLING
0717CB      END-EVALUATE

1103CA**    A REFERRAL STILL OPEN WITH THE AGENCY (ANY STATUS BUT
1103CA**    'C' CLEARED) BLOCKS THE DESK UNTIL COLLRET CLEARS IT
1103CA      IF NOT CHECKOUT-BLOCKED
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
1103CA            SET CHECKOUT-BLOCKED TO TRUE
1103CA            MOVE 'CANNOT CHECK OUT - ACCOUNT IN COLLECTIONS'
1103CA              TO MSGLNO
1103CA         END-IF
1103CA      END-IF

1201FA**    EVERY MEMBER IS HELD TO THE HOUSEHOLD COMBINED BALANCE;
1201FA**    A LIMIT OF ZERO (THE DEFAULT) LEAVES THIS CHECK OFF
1201FA      IF NOT CHECKOUT-BLOCKED
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
1201FA               SET CHECKOUT-BLOCKED TO TRUE
1201FA               MOVE 'CANNOT CHECK OUT - HOUSEHOLD OWES OVER LIMIT'
1201FA                 TO MSGLNO
1201FA            END-IF
1201FA         END-IF
1201FA      END-IF

0717CB      IF NOT CHECKOUT-BLOCKED
0717CB         MOVE 1 TO TBLCTL-CONTROL-ID

0718LP             INTO :WS-CLOSED-COUNT
0718LP             FROM IBMUSER.CLOSED_DAYS
0718LP            WHERE CLOSED_DATE = DATE(:WS-DUE-DATE)
1223CL              AND BRANCH_ID IN (0,
1223CL                  (SELECT B.BRANCH_ID
1223CL                     FROM IBMUSER.BOOKS B
1223CL                    WHERE B.BOOK_ID = :TBLBKS-BOOK-ID))
0718LP      END-EXEC

0718LP      MOVE SQLCODE TO EVAL-CODE
0718LP      END-IF
0718LP      .

1214PN 2280-CHECK-PATRON-NOTES.
1214PN      MOVE '2280-CHECK-PATRON-NOTES' TO ERR-LOC

1214PN**    ACTIVE PATRON_NOTES WARNINGS AND BLOCKS; THE MOST SERIOUS
1214PN**    GOES ON THE NOTE LINE, A BLOCK SETS NOTE-BLOCK-FOUND

1214PN      MOVE 0 TO WS-NOTE-BLOCK-SW
1214PN                WS-NOTE-BLOCKS
1214PN                WS-NOTE-WARNS
1214PN      MOVE SPACES TO NOTELNO
1214PN      MOVE WS-NOTE-PATRON-ID TO TBLPNT-PATRON-ID

1214PN**    A NOTE PAST ITS EXPIRY DATE IS OVER EVEN BEFORE NOTEEXP
1214PN**    MARKS IT 'E' THAT NIGHT
1214PN      EXEC SQL
1214PN           SELECT COALESCE(SUM(CASE WHEN NOTE_TYPE = 'B'
1214PN                                    THEN 1 ELSE 0 END), 0),
1214PN                  COALESCE(SUM(CASE WHEN NOTE_TYPE = 'W'
1214PN                                    THEN 1 ELSE 0 END), 0)
1214PN             INTO :WS-NOTE-BLOCKS, :WS-NOTE-WARNS
1214PN             FROM IBMUSER.PATRON_NOTES
1214PN            WHERE PATRON_ID = :TBLPNT-PATRON-ID
1214PN              AND NOTE_STATUS = 'A'
1214PN              AND (EXPIRY_DATE IS NULL
1214PN                   OR EXPIRY_DATE >= CURRENT DATE)
1214PN      END-EXEC

1214PN      MOVE SQLCODE TO EVAL-CODE
1214PN      IF NOT ERR-OK
1214PN         MOVE 'SELECT COUNT PATRON_NOTES' TO ERR-MSG
1214PN         PERFORM 9999-ERROR-HANDLING
1214PN      END-IF

1214PN      IF WS-NOTE-BLOCKS > 0 OR WS-NOTE-WARNS > 0
1214PN**       'B' SORTS AHEAD OF 'W', NEWEST FIRST WITHIN A TYPE
1214PN         EXEC SQL
1214PN              SELECT NOTE_TYPE, NOTE_TEXT
1214PN                INTO :TBLPNT-NOTE-TYPE, :TBLPNT-NOTE-TEXT
1214PN                FROM IBMUSER.PATRON_NOTES
1214PN               WHERE PATRON_ID = :TBLPNT-PATRON-ID
1214PN                 AND NOTE_STATUS = 'A'
1214PN                 AND NOTE_TYPE IN ('B', 'W')
1214PN                 AND (EXPIRY_DATE IS NULL
1214PN                      OR EXPIRY_DATE >= CURRENT DATE)
1214PN               ORDER BY NOTE_TYPE, NOTE_ID DESC
1214PN               FETCH FIRST 1 ROW ONLY
1214PN         END-EXEC

1214PN         MOVE SQLCODE TO EVAL-CODE
1214PN         IF NOT ERR-OK
1214PN            MOVE 'SELECT PATRON_NOTES' TO ERR-MSG
1214PN            PERFORM 9999-ERROR-HANDLING
1214PN         END-IF

1214PN         IF WS-NOTE-BLOCKS > 0
1214PN            SET NOTE-BLOCK-FOUND TO TRUE
1214PN            STRING 'BLOCK: '             DELIMITED BY SIZE
1214PN                   TBLPNT-NOTE-TEXT-TEXT DELIMITED BY SIZE
1214PN              INTO NOTELNO
1214PN            END-STRING
1214PN         ELSE
1214PN            STRING 'WARNING: '           DELIMITED BY SIZE
1214PN                   TBLPNT-NOTE-TEXT-TEXT DELIMITED BY SIZE
1214PN              INTO NOTELNO
1214PN            END-STRING
1214PN         END-IF
1214PN      END-IF
1214PN      .

1214PN 2285-RELEASE-NOTE-BLOCK.
1214PN      MOVE '2285-RELEASE-NOTE-BLOCK' TO ERR-LOC

1214PN**    RELEASE Y PLUS AUTHCHK FUNC 'B' (AUTH_OVERRIDE) LETS THE
1214PN**    LOAN GO AHEAD; THE CALLER WRITES SEC_EVENTS 'O' (8300)
1214PN**    ONLY ONCE THE LOAN OR RENEWAL IS ACTUALLY MADE

1214PN      IF RLSBLKI NOT = 'Y'
1214PN         SET CHECKOUT-BLOCKED TO TRUE
1214PN         MOVE 'PATRON BLOCKED - SEE NOTE; RELEASE Y TO OVERRIDE'
1214PN           TO MSGLNO
1214PN      ELSE
1214PN         PERFORM 8000-GET-OPERATOR-ID
1214PN         MOVE WS-SIGNON-USERID TO WS-OPERATOR-ID
1214PN         MOVE 0   TO WS-AUTHORIZED-SW
1214PN         MOVE 'B' TO WS-AUTH-FUNC

1214PN         EXEC CICS LINK
1214PN              PROGRAM  (WS-AUTHCHK-PGMID)
1214PN              COMMAREA (WS-AUTHCHK-COMMAREA)
1214PN              RESP     (EVAL-CODE)
1214PN         END-EXEC

1214PN**       BACK TO THE SUPERVISOR-ONLY DUE-DATE OVERRIDE (2260)
1214PN         MOVE 'S' TO WS-AUTH-FUNC
1214PN         IF EVAL-CODE NOT = DFHRESP (NORMAL)
1214PN            MOVE 'LINK PROGRAM' TO ERR-MSG
1214PN            PERFORM 9999-ERROR-HANDLING
1214PN         END-IF

1214PN         IF AUTHORIZED
1214PN            SET NOTE-BLOCK-RELEASED TO TRUE
1214PN            MOVE SPACES TO NOTELNO
1214PN            STRING 'RELEASED BY '        DELIMITED BY SIZE
1214PN                   WS-SIGNON-USERID      DELIMITED BY SPACE
1214PN                   ': '                  DELIMITED BY SIZE
1214PN                   TBLPNT-NOTE-TEXT-TEXT DELIMITED BY SIZE
1214PN              INTO NOTELNO
1214PN            END-STRING
1214PN         ELSE
1214PN            SET CHECKOUT-BLOCKED TO TRUE
1214PN            MOVE 'BLOCK RELEASE NEEDS OVERRIDE AUTHORITY'
1214PN              TO MSGLNO
1214PN         END-IF
1214PN      END-IF

1214PN**    THE RELEASE COVERS THIS ONE TRANSACTION ONLY
1214PN      MOVE SPACE TO RLSBLKO
1214PN      .

1215SU 2290-LOG-READING-BOOK.
1215SU      MOVE '2290-LOG-READING-BOOK' TO ERR-LOC

1215SU**    A JUVENILE TITLE CHECKED OUT BY A PATRON ENROLLED IN THE
1215SU**    READING PROGRAM RUNNING TODAY COUNTS AS ONE BOOK READ,
1215SU**    ONCE PER TITLE PER ENROLMENT. THE GENRES ARE THE ONES
1215SU**    VENDLOAD SHELVES UNDER THE J CALL NUMBER PREFIX
1215SU      MOVE 0 TO WS-RDG-SW
1215SU                WS-RDG-ENROL-ID
1215SU                WS-RDG-PROG-ID

1215SU      EXEC SQL
1215SU           SELECT E.ENROL_ID, E.PROG_ID
1215SU             INTO :WS-RDG-ENROL-ID, :WS-RDG-PROG-ID
1215SU             FROM IBMUSER.READ_ENROL E
1215SU            INNER JOIN IBMUSER.READ_PROGRAMS P
1215SU               ON P.PROG_ID = E.PROG_ID
1215SU            WHERE E.PATRON_ID  = :TBLLOAN-PATRON-ID
1215SU              AND P.START_DATE <= CURRENT DATE
1215SU              AND P.END_DATE   >= CURRENT DATE
1215SU              AND EXISTS
1215SU                  (SELECT 1
1215SU                     FROM IBMUSER.BOOKS B
1215SU                    WHERE B.BOOK_ID = :TBLLOAN-BOOK-ID
1215SU                      AND UPPER(RTRIM(B.GENRE))
1215SU                          IN ('JUVENILE', 'CHILDREN',
1215SU                              'CHILDRENS'))
1215SU              AND NOT EXISTS
1215SU                  (SELECT 1
1215SU                     FROM IBMUSER.READ_LOG G
1215SU                    WHERE G.ENROL_ID = E.ENROL_ID
1215SU                      AND G.BOOK_ID  = :TBLLOAN-BOOK-ID)
1215SU            FETCH FIRST 1 ROW ONLY
1215SU      END-EXEC

1215SU      MOVE SQLCODE TO EVAL-CODE
1215SU      EVALUATE TRUE
1215SU          WHEN ERR-OK
1215SU               SET READING-LOGGED TO TRUE
1215SU          WHEN SQL-NOTFOUND
1215SU               CONTINUE
1215SU          WHEN OTHER
1215SU               MOVE 'SELECT READ_ENROL' TO ERR-MSG
1215SU               PERFORM 9999-ERROR-HANDLING
1215SU      END-EVALUATE

1215SU      IF READING-LOGGED
1215SU         PERFORM 8000-GET-OPERATOR-ID
1215SU         MOVE 'RDLOG_ID' TO WS-NXT-ID-NAME
1215SU         PERFORM 8100-GET-NEXT-ID
1215SU         MOVE WS-NXT-NEXT-ID   TO TBLRDG-LOG-ID
1215SU         MOVE WS-RDG-ENROL-ID  TO TBLRDG-ENROL-ID
1215SU         MOVE TBLLOAN-BOOK-ID  TO TBLRDG-BOOK-ID
1215SU         MOVE 1                TO TBLRDG-BOOK-COUNT
1215SU         MOVE 'A'              TO TBLRDG-LOG-SOURCE
1215SU         MOVE WS-SIGNON-USERID TO TBLRDG-OPERATOR-ID-TEXT
1215SU         MOVE FUNCTION LENGTH
1215SU                (FUNCTION TRIM (WS-SIGNON-USERID))
1215SU           TO TBLRDG-OPERATOR-ID-LEN

1215SU         EXEC SQL
1215SU              INSERT INTO IBMUSER.READ_LOG
1215SU                     (LOG_ID, ENROL_ID, BOOK_ID, BOOK_COUNT,
1215SU                      LOG_SOURCE, LOG_DATE, OPERATOR_ID)
1215SU              VALUES (:TBLRDG-LOG-ID, :TBLRDG-ENROL-ID,
1215SU                      :TBLRDG-BOOK-ID, :TBLRDG-BOOK-COUNT,
1215SU                      :TBLRDG-LOG-SOURCE, CURRENT DATE,
1215SU                      :TBLRDG-OPERATOR-ID)
1215SU         END-EXEC

1215SU         MOVE SQLCODE TO EVAL-CODE
1215SU         IF NOT ERR-OK
1215SU            MOVE 'INSERT READ_LOG' TO ERR-MSG
1215SU            PERFORM 9999-ERROR-HANDLING
1215SU         END-IF

1215SU**       SAME LEVEL RESTAMP AS READTRN 8400
1215SU         EXEC SQL
1215SU              UPDATE IBMUSER.READ_ENROL E
1215SU                 SET BOOKS_READ = BOOKS_READ + 1
1215SU               WHERE E.ENROL_ID = :WS-RDG-ENROL-ID
1215SU         END-EXEC

1215SU         MOVE SQLCODE TO EVAL-CODE
1215SU         IF NOT ERR-OK
1215SU            MOVE 'UPDATE READ_ENROL BOOKS' TO ERR-MSG
1215SU            PERFORM 9999-ERROR-HANDLING
1215SU         END-IF

1215SU         EXEC SQL
1215SU              UPDATE IBMUSER.READ_ENROL E
1215SU                 SET LEVEL_REACHED =
1215SU                     (SELECT COALESCE(MAX(L.LEVEL_NO), 0)
1215SU                        FROM IBMUSER.READ_LEVELS L
1215SU                       WHERE L.PROG_ID    = E.PROG_ID
1215SU                         AND L.GOAL_BOOKS <= E.BOOKS_READ),
1215SU                     FINISH_DATE =
1215SU                     CASE WHEN E.BOOKS_READ >=
1215SU                               (SELECT MAX(L.GOAL_BOOKS)
1215SU                                  FROM IBMUSER.READ_LEVELS L
1215SU                                 WHERE L.PROG_ID = E.PROG_ID)
1215SU                          THEN COALESCE(E.FINISH_DATE,
1215SU                                        CURRENT DATE)
1215SU                          ELSE NULL END
1215SU               WHERE E.ENROL_ID = :WS-RDG-ENROL-ID
1215SU         END-EXEC

1215SU         MOVE SQLCODE TO EVAL-CODE
1215SU         IF NOT ERR-OK
1215SU            MOVE 'UPDATE READ_ENROL LEVEL' TO ERR-MSG
1215SU            PERFORM 9999-ERROR-HANDLING
1215SU         END-IF
1215SU      END-IF
1215SU      .
1220RT 2240-CHECK-RENTAL-FEE.
1220RT      MOVE '2240-CHECK-RENTAL-FEE' TO ERR-LOC

1220RT**    THE RENTAL FEE FOLLOWS THE LOAN-DAYS LOOKUP ORDER -
1220RT**    (GENRE, CAT) BEFORE (GENRE, ANY); NO ROW MEANS NO FEE
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

1220RT**       EXEMPT CATEGORIES (E.G. JUVENILE) AND, WHEN THE
1220RT**       CONTROL ROW SAYS SO, HOMEBOUND PATRONS PAY NOTHING
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

1220RT**    A LIMIT OF ZERO LEAVES THE ACCOUNT UNCAPPED, AS WITH
1220RT**    THE HOUSEHOLD LIMIT (1201FA)
1220RT      IF WS-RENT-FEE > 0 AND WS-RENT-LIMIT > 0
1220RT         MOVE 0 TO WS-RENT-BALANCE
1220RT         EXEC SQL
1220RT              SELECT COALESCE(SUM(FINE_AMOUNT - PAID_AMOUNT
1220RT                     - WAIVED_AMOUNT), 0)
1220RT                INTO :WS-RENT-BALANCE
1220RT                FROM IBMUSER.FINES
1220RT               WHERE PATRON_ID = :TBLPATR-PATRON-ID
1220RT                 AND CHARGE_TYPE = 'T'
1220RT                 AND FINE_STATUS = 'O'
1220RT         END-EXEC

1220RT         MOVE SQLCODE TO EVAL-CODE
1220RT         IF NOT ERR-OK
1220RT            MOVE 'SELECT SUM RENTAL FEES' TO ERR-MSG
1220RT            PERFORM 9999-ERROR-HANDLING
1220RT         END-IF

1220RT         IF WS-RENT-BALANCE + WS-RENT-FEE > WS-RENT-LIMIT
1220RT            SET CHECKOUT-BLOCKED TO TRUE
1220RT            MOVE 'CANNOT CHECK OUT - RENTAL BALANCE OVER LIMIT'
1220RT              TO MSGLNO
1220RT         END-IF
1220RT      END-IF
1220RT      .

1220RT 2245-POST-RENTAL-FEE.
1220RT      MOVE '2245-POST-RENTAL-FEE' TO ERR-LOC

1220RT**    CHARGE_TYPE 'T' KEEPS RENTAL MONEY APART FROM FINES
1220RT**    IN FINEXP AND DRAWREP; IT IS TAKEN ON FINETRN PF5 LIKE
1220RT**    ANY OTHER CHARGE
1220RT      MOVE 'FINE_ID' TO WS-NXT-ID-NAME
1220RT      PERFORM 8100-GET-NEXT-ID
1220RT      MOVE WS-NXT-NEXT-ID TO TBLFIN-FINE-ID

1220RT      MOVE TBLLOAN-LOAN-ID   TO TBLFIN-LOAN-ID
1220RT      MOVE TBLLOAN-PATRON-ID TO TBLFIN-PATRON-ID
1220RT      MOVE TBLLOAN-BOOK-ID   TO TBLFIN-BOOK-ID
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
1220RT      .

       2210-INSERT-LOAN.
            MOVE '2210-INSERT-LOAN' TO ERR-LOC

1023WK      MOVE 'C' TO WS-CLG-ACTION
1023WK      MOVE TBLLOAN-LOAN-ID TO WS-CLG-LOAN-ID
1023WK      PERFORM 8200-WRITE-CIRC-LOG
1215SU      PERFORM 2290-LOG-READING-BOOK
1028FX      END-IF
            .

0721CP         IF WS-COPIES-OUT = 0
0902LS            PERFORM 2350-CHECK-LOST-RETURN
0902LS            IF NOT LOST-COPY-FOUND
1202CR               PERFORM 2370-CHECK-CLAIM-FOUND
1202CR               IF NOT CLAIM-COPY-FOUND
                  MOVE 'CANNOT CHECK IN - BOOK IS NOT ON LOAN'
                    TO MSGLNO
1202CR               END-IF
0902LS            END-IF
               ELSE
0721CP            PERFORM 2330-FIND-OPEN-LOAN
1029FX            IF  NOT OPENLOAN-FOUND
1029FX            AND FUNCTION TRIM (COPYNOI) NOT = SPACES
1029FX               PERFORM 2350-CHECK-LOST-RETURN
1202CR               IF NOT LOST-COPY-FOUND
1202CR                  PERFORM 2370-CHECK-CLAIM-FOUND
1202CR               END-IF
1029FX            END-IF
0721CP            IF OPENLOAN-FOUND
0922BD            PERFORM 2338-SET-RETURN-DATE
0917PC                  PERFORM 9999-ERROR-HANDLING
0917PC         END-EVALUATE

1203RL**       A RECALLED LOAN FINES AT THE RECALL RATE
1203RL         IF IND-RECALL NOT < 0
1203RL            PERFORM 2325-GET-RECALL-RATE
1203RL         END-IF

0714FN         COMPUTE WS-FINE-AMT = WS-DAYS-OVER * WS-FINE-RATE
0714FN         IF WS-FINE-AMT > WS-FINE-CAP
0714FN            MOVE WS-FINE-CAP TO WS-FINE-AMT
0714FN      END-IF
0714FN      .

1203RL 2325-GET-RECALL-RATE.
1203RL      MOVE '2325-GET-RECALL-RATE' TO ERR-LOC

1203RL**    (GENRE, CAT) ROW FIRST, THEN THE CATEGORY-WIDE ROW;
1203RL**    NO RECALL RATE ON FILE LEAVES THE ORDINARY RATE
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

0902LS 2350-CHECK-LOST-RETURN.
0902LS      MOVE '2350-CHECK-LOST-RETURN' TO ERR-LOC

1027FX         PERFORM 2351-REVERSE-LOST-CHARGE

0902LS         PERFORM 2100-LOOKUP-BOOK
1102RF         IF REFUND-QUEUED
1102RF            MOVE 'LOST COPY RETURNED - REFUND QUEUED FOR APPROVAL'
1102RF              TO MSGLNO
1102RF         ELSE
0902LS         MOVE 'LOST COPY RETURNED - REPLACEMENT CHARGE REVERSED'
0902LS           TO MSGLNO
1102RF         END-IF
0902LS      END-IF
0902LS      .

1027FX      MOVE '2351-REVERSE-LOST-CHARGE' TO ERR-LOC

1027FX      MOVE 0 TO WS-LRV-FOUND-SW
1102RF                WS-RFD-QUEUED-SW
1102RF                WS-LRV-PAID
1102RF      MOVE SPACE TO WS-LRV-STATUS

1027FX**    THE LOSTCONV CHARGE CARRIES THE CLOSED LOAN'S
1027FX**    LOAN_ID; THE LOAN ROW (LIVE OR ALREADY PURGED TO
1027FX**    HISTORY) TIES THE CHARGE TO THIS COPY
1027FX      EXEC SQL
1027FX           SELECT F.FINE_ID, F.PATRON_ID,
1027FX                  F.FINE_AMOUNT - F.PAID_AMOUNT,
1102RF                  F.PAID_AMOUNT, F.FINE_STATUS
1027FX             INTO :WS-LRV-FINE-ID, :WS-LRV-PATRON-ID,
1027FX                  :WS-LRV-AMOUNT,
1102RF                  :WS-LRV-PAID, :WS-LRV-STATUS
1027FX             FROM IBMUSER.FINES F
1027FX            WHERE F.BOOK_ID = :TBLCPY-BOOK-ID
1027FX              AND F.CHARGE_TYPE = 'R'
1102RF**            A FULLY PAID CHARGE ('P') IS STILL OF INTEREST -
1102RF**            WHAT WAS PAID GOES BACK AS A REFUND - UNLESS
1102RF**            ITS REFUND HAS ALREADY BEEN QUEUED
1102RF              AND F.FINE_STATUS IN ('O', 'P')
1102RF              AND NOT EXISTS
1102RF                  (SELECT 1
1102RF                     FROM IBMUSER.REFUNDS R
1102RF                    WHERE R.FINE_ID = F.FINE_ID)
1027FX              AND F.LOAN_ID IN
1027FX                  (SELECT LOAN_ID
1027FX                     FROM IBMUSER.LOANS
1027FX               PERFORM 9999-ERROR-HANDLING
1027FX      END-EVALUATE

1102RF      IF LOST-CHARGE-FOUND AND WS-LRV-STATUS = 'O'
1027FX         EXEC SQL
1027FX              UPDATE IBMUSER.FINES
1027FX                 SET WAIVED_AMOUNT = FINE_AMOUNT - PAID_AMOUNT,
1027FX            PERFORM 9999-ERROR-HANDLING
1027FX         END-IF
1027FX      END-IF

1102RF      IF LOST-CHARGE-FOUND AND WS-LRV-PAID > 0
1102RF         PERFORM 2352-QUEUE-REFUND
1102RF      END-IF
1027FX      .

1102RF 2352-QUEUE-REFUND.
1102RF      MOVE '2352-QUEUE-REFUND' TO ERR-LOC

1102RF**    THE PATRON HAS ALREADY PAID SOME OR ALL OF THE
1102RF**    REPLACEMENT. WHAT WAS PAID, LESS THE NON-REFUNDABLE
1102RF**    PROCESSING FEE, IS QUEUED AS A PENDING REFUND FOR A
1102RF**    SUPERVISOR TO APPROVE ON RFNDTRN - NO MONEY MOVES
1102RF**    AND THE FINE ROW IS LEFT ALONE UNTIL THEN
1102RF      MOVE 0 TO WS-RFD-FEE
1102RF      MOVE 1 TO TBLCTL-CONTROL-ID

1102RF      EXEC SQL
1102RF           SELECT REFUND_FEE_AMT
1102RF             INTO :TBLCTL-REFUND-FEE-AMT
1102RF             FROM IBMUSER.CIRC_CONTROL
1102RF            WHERE CONTROL_ID = :TBLCTL-CONTROL-ID
1102RF      END-EXEC

1102RF      MOVE SQLCODE TO EVAL-CODE
1102RF      EVALUATE TRUE
1102RF          WHEN ERR-OK
1102RF               MOVE TBLCTL-REFUND-FEE-AMT TO WS-RFD-FEE
1102RF          WHEN SQL-NOTFOUND
1102RF**             NO CONTROL ROW YET - NO FEE KEPT
1102RF               MOVE 0 TO WS-RFD-FEE
1102RF          WHEN OTHER
1102RF               MOVE 'SELECT CIRC_CONTROL FEE' TO ERR-MSG
1102RF               PERFORM 9999-ERROR-HANDLING
1102RF      END-EVALUATE

1102RF      IF WS-RFD-FEE > WS-LRV-PAID
1102RF         MOVE WS-LRV-PAID TO WS-RFD-FEE
1102RF      END-IF
1102RF      COMPUTE WS-RFD-AMOUNT = WS-LRV-PAID - WS-RFD-FEE

1102RF**    A PAYMENT THE FEE SWALLOWS WHOLE LEAVES NOTHING TO
1102RF**    GIVE BACK
1102RF      IF WS-RFD-AMOUNT > 0
1102RF         PERFORM 8000-GET-OPERATOR-ID

1102RF         MOVE 'REFUND_ID' TO WS-NXT-ID-NAME
1102RF         PERFORM 8100-GET-NEXT-ID
1102RF         MOVE WS-NXT-NEXT-ID TO TBLRFD-REFUND-ID

1102RF         MOVE WS-LRV-FINE-ID   TO TBLRFD-FINE-ID
1102RF         MOVE WS-LRV-PATRON-ID TO TBLRFD-PATRON-ID
1102RF         MOVE TBLCPY-BOOK-ID   TO TBLRFD-BOOK-ID
1102RF         MOVE WS-LRV-PAID      TO TBLRFD-PAID-AMOUNT
1102RF         MOVE WS-RFD-FEE       TO TBLRFD-FEE-AMOUNT
1102RF         MOVE WS-RFD-AMOUNT    TO TBLRFD-REFUND-AMOUNT
1102RF         MOVE WS-SIGNON-USERID TO TBLRFD-QUEUED-BY-TEXT
1102RF         MOVE FUNCTION LENGTH
1102RF                (FUNCTION TRIM (WS-SIGNON-USERID))
1102RF           TO TBLRFD-QUEUED-BY-LEN

1102RF         EXEC SQL
1102RF              INSERT INTO IBMUSER.REFUNDS
1102RF                     (REFUND_ID, FINE_ID, PATRON_ID, BOOK_ID,
1102RF                      PAID_AMOUNT, FEE_AMOUNT, REFUND_AMOUNT,
1102RF                      REFUND_STATUS, QUEUED_BY, QUEUED_DATE,
1102RF                      DECIDED_BY, DECIDED_DATE, TENDER_TYPE,
1102RF                      PAY_ID)
1102RF              VALUES (:TBLRFD-REFUND-ID, :TBLRFD-FINE-ID,
1102RF                      :TBLRFD-PATRON-ID, :TBLRFD-BOOK-ID,
1102RF                      :TBLRFD-PAID-AMOUNT,
1102RF                      :TBLRFD-FEE-AMOUNT,
1102RF                      :TBLRFD-REFUND-AMOUNT,
1102RF                      'P', :TBLRFD-QUEUED-BY, CURRENT DATE,
1102RF                      NULL, NULL, ' ', NULL)
1102RF         END-EXEC

1102RF         MOVE SQLCODE TO EVAL-CODE
1102RF         IF NOT ERR-OK
1102RF            MOVE 'INSERT REFUNDS' TO ERR-MSG
1102RF            PERFORM 9999-ERROR-HANDLING
1102RF         END-IF

1102RF         SET REFUND-QUEUED TO TRUE
1102RF      END-IF
1102RF      .

1202CR 2370-CHECK-CLAIM-FOUND.
1202CR      MOVE '2370-CHECK-CLAIM-FOUND' TO ERR-LOC

1202CR**    A COPY THE PATRON CLAIMED TO HAVE RETURNED (PF8) TURNED
1202CR**    UP AFTER ALL - ON THE CLMSRCH SHELF SEARCH OR IN THE
1202CR**    BOOK DROP. THE LOAN IS ALREADY CLOSED, SO PUT THE COPY
1202CR**    BACK IN SERVICE AND CLOSE THE CLAIM AS FOUND
1202CR      MOVE 0 TO WS-CLAIM-SW
1202CR      MOVE WS-BOOK-ID TO TBLCLM-BOOK-ID

1202CR      IF FUNCTION TRIM (COPYNOI) = SPACES
1202CR         EXEC SQL
1202CR              SELECT CLAIM_ID, COPY_NO
1202CR                INTO :TBLCLM-CLAIM-ID, :TBLCLM-COPY-NO
1202CR                FROM IBMUSER.CLAIMS_RETURNED
1202CR               WHERE BOOK_ID = :TBLCLM-BOOK-ID
1202CR                 AND CLAIM_STATUS = 'O'
1202CR               ORDER BY CLAIM_DATE, CLAIM_ID
1202CR               FETCH FIRST 1 ROW ONLY
1202CR         END-EXEC
1202CR      ELSE
1202CR         MOVE FUNCTION NUMVAL (COPYNOI) TO TBLCLM-COPY-NO

1202CR         EXEC SQL
1202CR              SELECT CLAIM_ID
1202CR                INTO :TBLCLM-CLAIM-ID
1202CR                FROM IBMUSER.CLAIMS_RETURNED
1202CR               WHERE BOOK_ID = :TBLCLM-BOOK-ID
1202CR                 AND COPY_NO = :TBLCLM-COPY-NO
1202CR                 AND CLAIM_STATUS = 'O'
1202CR         END-EXEC
1202CR      END-IF

1202CR      MOVE SQLCODE TO EVAL-CODE
1202CR      EVALUATE TRUE
1202CR          WHEN ERR-OK
1202CR               SET CLAIM-COPY-FOUND TO TRUE
1202CR          WHEN SQL-NOTFOUND
1202CR               CONTINUE
1202CR          WHEN OTHER
1202CR               MOVE 'SELECT OPEN CLAIM' TO ERR-MSG
1202CR               PERFORM 9999-ERROR-HANDLING
1202CR      END-EVALUATE

1202CR      IF CLAIM-COPY-FOUND
1202CR         EXEC SQL
1202CR              UPDATE IBMUSER.CLAIMS_RETURNED
1202CR                 SET CLAIM_STATUS  = 'F',
1202CR                     RESOLVED_DATE = CURRENT DATE
1202CR               WHERE CLAIM_ID = :TBLCLM-CLAIM-ID
1202CR         END-EXEC

1202CR         MOVE SQLCODE TO EVAL-CODE
1202CR         IF NOT ERR-OK
1202CR            MOVE 'UPDATE CLAIM FOUND' TO ERR-MSG
1202CR            PERFORM 9999-ERROR-HANDLING
1202CR         END-IF

1202CR         MOVE TBLCLM-BOOK-ID TO TBLCPY-BOOK-ID
1202CR         MOVE TBLCLM-COPY-NO TO TBLCPY-COPY-NO

1202CR**       A TITLE WITHOUT BOOK_COPIES ROWS HAS NO COPY TO
1202CR**       REINSTATE - THE TITLE STATUS BELOW COVERS IT
1202CR         EXEC SQL
1202CR              UPDATE IBMUSER.BOOK_COPIES
1202CR                 SET COPY_STATUS = 'A',
1202CR                     STATUS_DATE = CURRENT DATE
1202CR               WHERE BOOK_ID = :TBLCPY-BOOK-ID
1202CR                 AND COPY_NO = :TBLCPY-COPY-NO
1202CR                 AND COPY_STATUS = 'C'
1202CR         END-EXEC

1202CR         MOVE SQLCODE TO EVAL-CODE
1202CR         IF NOT ERR-OK AND NOT SQL-NOTFOUND
1202CR            MOVE 'UPDATE COPY CLAIM FOUND' TO ERR-MSG
1202CR            PERFORM 9999-ERROR-HANDLING
1202CR         END-IF

1202CR         MOVE TBLCPY-BOOK-ID TO TBLBKS-BOOK-ID
1202CR         PERFORM 8210-BUILD-BOOK-AUDIT-TEXT
1202CR         MOVE WS-AUDIT-TEXT TO WS-AUDIT-BEFORE

1202CR         EXEC SQL
1202CR              UPDATE IBMUSER.BOOKS
1202CR                 SET ITEM_STATUS = 'A',
1202CR                     LAST_CHANGED_TS = CURRENT TIMESTAMP
1202CR               WHERE BOOK_ID = :TBLCPY-BOOK-ID
1202CR                 AND ITEM_STATUS = 'C'
1202CR         END-EXEC

1202CR         MOVE SQLCODE TO EVAL-CODE
1202CR         IF NOT ERR-OK AND NOT SQL-NOTFOUND
1202CR            MOVE 'UPDATE BOOKS CLAIM FOUND' TO ERR-MSG
1202CR            PERFORM 9999-ERROR-HANDLING
1202CR         END-IF

1202CR         IF ERR-OK
1202CR            PERFORM 8210-BUILD-BOOK-AUDIT-TEXT
1202CR            MOVE WS-AUDIT-TEXT TO WS-AUDIT-AFTER
1202CR            PERFORM 8220-WRITE-BOOKS-AUDIT
1202CR         END-IF

1202CR**       BACK ON THE SHELF, SO A WAITING HOLD GOES READY (OR
1202CR**       IS ROUTED) JUST AS AT AN ORDINARY CHECK-IN
1202CR         MOVE 'CLAIMED-RETURNED COPY FOUND - BACK IN SERVICE'
1202CR           TO WS-CHECKIN-MSG
1202CR         PERFORM 8010-GET-DESK-BRANCH
1202CR         PERFORM 2310-CHECK-HOLD-NOTIFY

1202CR         PERFORM 2100-LOOKUP-BOOK
1202CR         MOVE WS-CHECKIN-MSG TO MSGLNO
1202CR      END-IF
1202CR      .

0930DM 2360-CAPTURE-DAMAGE.
0930DM      MOVE '2360-CAPTURE-DAMAGE' TO ERR-LOC

0922BD             INTO :WS-CLOSED-COUNT
0922BD             FROM IBMUSER.CLOSED_DAYS
0922BD            WHERE CLOSED_DATE = DATE(:WS-RETURN-DATE)
1223CL              AND BRANCH_ID IN (0,
1223CL                  (SELECT B.BRANCH_ID
1223CL                     FROM IBMUSER.BOOKS B
1223CL                    WHERE B.BOOK_ID = :TBLBKS-BOOK-ID))
0922BD      END-EXEC

0922BD      MOVE SQLCODE TO EVAL-CODE
0630HD      MOVE '2310-CHECK-HOLD-NOTIFY' TO ERR-LOC

0630HD      EXEC SQL
1105PB           SELECT HOLD_ID, PATRON_ID, PICKUP_BRANCH
0630HD             INTO :TBLHOLD-HOLD-ID, :TBLHOLD-PATRON-ID,
1105PB                  :TBLHOLD-PICKUP-BRANCH
0630HD             FROM IBMUSER.HOLDS
0630HD            WHERE BOOK_ID = :TBLBKS-BOOK-ID
0719HL              AND HOLD_STATUS = 'P'
0630HD      END-EXEC

0630HD      MOVE SQLCODE TO EVAL-CODE
1105PB**    WS-CLG-BRANCH-ID IS THE CHECK-IN DESK, SET BY THE
1105PB**    8200 CIRC_LOG WRITE JUST AHEAD OF THIS; PICKUP BRANCH
1105PB**    0 MEANS THE PATRON COLLECTS WHEREVER THE COPY LANDS
1105PB      IF  ERR-OK
1105PB      AND TBLHOLD-PICKUP-BRANCH NOT = 0
1105PB      AND TBLHOLD-PICKUP-BRANCH NOT = WS-CLG-BRANCH-ID
1105PB         PERFORM 2315-ROUTE-TO-PICKUP
1105PB      ELSE
0630HD      IF ERR-OK
0630HD         MOVE TBLBKS-BOOK-ID      TO WS-HOLD-BOOKID-DISP
0630HD         MOVE TBLHOLD-PATRON-ID   TO WS-HOLD-PATRON-DISP
0630HD            PERFORM 9999-ERROR-HANDLING
0630HD         END-IF
0630HD      END-IF
1105PB      END-IF
0630HD      .

1105PB 2315-ROUTE-TO-PICKUP.
1105PB      MOVE '2315-ROUTE-TO-PICKUP' TO ERR-LOC

1105PB**    THE COPY GOES IN THE TRANSFER CRATE, NOT ON THIS
1105PB**    DESK'S PICKUP SHELF. THE HOLD WAITS IN 'T' UNTIL
1105PB**    XFERTRN RECEIVES THE COPY AT THE PICKUP BRANCH; ONLY
1105PB**    THEN DOES IT GO READY AND THE HOLDSWP CLOCK START.
1105PB**    XFERTRN KEEPS ONE OPEN TRANSFER PER TITLE - WHEN ONE
1105PB**    IS ALREADY OPEN THE HOLD STAYS PENDING FOR THE NEXT
1105PB**    COPY BACK
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

1105PB         PERFORM 8000-GET-OPERATOR-ID
1105PB         MOVE TBLBKS-BOOK-ID        TO TBLXFR-BOOK-ID
1105PB         MOVE WS-CLG-BRANCH-ID      TO TBLXFR-FROM-BRANCH
1105PB         MOVE TBLHOLD-PICKUP-BRANCH TO TBLXFR-TO-BRANCH
1105PB         MOVE WS-SIGNON-USERID TO TBLXFR-REQ-OPERATOR-TEXT
1105PB         MOVE FUNCTION LENGTH
1105PB                (FUNCTION TRIM (WS-SIGNON-USERID))
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

1105PB**       SAME IN-TRANSIT FLIP (AND AUDIT ROW) AS A TRANSFER
1105PB**       REQUESTED ON XFERTRN PF5
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

1105PB         MOVE SPACES TO WS-CHECKIN-MSG
1105PB         STRING 'CHECKED IN - HOLD PICKUP AT BRANCH '
1105PB                                 DELIMITED BY SIZE
1105PB                FUNCTION TRIM (WS-PICKUP-DISP)
1105PB                                 DELIMITED BY SIZE
1105PB                ', SEND IN TRANSFER'
1105PB                                 DELIMITED BY SIZE
1105PB           INTO WS-CHECKIN-MSG
1105PB         END-STRING
1105PB      END-IF
1105PB      .

0715RN 2400-RENEW-LOAN.
0715RN      MOVE '2400-RENEW-LOAN' TO ERR-LOC

0718LP            MOVE DUEDATI TO WS-DUE-DATE
0718LP         END-IF

1214PN         MOVE TBLLOAN-PATRON-ID TO WS-NOTE-PATRON-ID
1214PN         PERFORM 2280-CHECK-PATRON-NOTES
1214PN         IF NOT CHECKOUT-BLOCKED AND NOTE-BLOCK-FOUND
1214PN            PERFORM 2285-RELEASE-NOTE-BLOCK
1214PN         END-IF

0715RN         EVALUATE TRUE
0718LP             WHEN CHECKOUT-BLOCKED
0718LP                  CONTINUE
1203RL             WHEN IND-RECALL NOT < 0
1203RL                  MOVE 'CANNOT RENEW - ITEM RECALLED FOR A HOLD'
1203RL                    TO MSGLNO
0715RN             WHEN WS-HOLD-COUNT > 0
0715RN                  MOVE 'CANNOT RENEW - BOOK HAS A PENDING HOLD'
0715RN                    TO MSGLNO
1023WK                  MOVE 'R' TO WS-CLG-ACTION
1023WK                  MOVE TBLLOAN-LOAN-ID TO WS-CLG-LOAN-ID
1023WK                  PERFORM 8200-WRITE-CIRC-LOG
1214PN                  IF NOTE-BLOCK-RELEASED
1214PN                     PERFORM 8300-WRITE-SEC-EVENT
1214PN                  END-IF

0715RN                  PERFORM 2100-LOOKUP-BOOK
0715RN                  MOVE 'LOAN RENEWED' TO MSGLNO
0715RN      END-IF
0715RN      .

1124PL**   A COPY PULLED FROM THE SHELF FOR THE HOLDPULL LIST IS
1124PL**   TRAPPED FOR THE OLDEST PENDING HOLD ON ITS TITLE THE SAME
1124PL**   WAY A CHECK-IN FILLS IT (2310): READY_DATE STARTS THE
1124PL**   HOLDSWP EXPIRY CLOCK, THE HDSK QUEUE GETS THE PICKUP-SHELF
1124PL**   LINE AND NOTICRUN SENDS THE HOLD-READY NOTICE ON ITS NEXT
1124PL**   RUN; A HOLD FOR ANOTHER PICKUP BRANCH GOES IN TRANSFER
1124PL 2500-TRAP-HOLD.
1124PL      MOVE '2500-TRAP-HOLD' TO ERR-LOC

1124PL      PERFORM 2100-LOOKUP-BOOK

1124PL      EVALUATE TRUE
1124PL          WHEN NOT BOOK-FOUND
1124PL               MOVE 'CANNOT TRAP - BOOK ID NOT FOUND' TO MSGLNO
1124PL          WHEN FUNCTION TRIM (COPYNOI) = SPACES
1124PL               MOVE 'SCAN THE COPY BARCODE TO TRAP A HOLD'
1124PL                 TO MSGLNO
1124PL          WHEN OTHER
1124PL               PERFORM 2510-TRAP-COPY
1124PL      END-EVALUATE
1124PL      .

1124PL 2510-TRAP-COPY.
1124PL      MOVE '2510-TRAP-COPY' TO ERR-LOC

1124PL      MOVE 0 TO WS-TRAP-FOUND-SW
1124PL      MOVE TBLBKS-BOOK-ID TO TBLCPY-BOOK-ID
1124PL      MOVE FUNCTION NUMVAL (COPYNOI) TO TBLCPY-COPY-NO

1124PL      EXEC SQL
1124PL           SELECT COPY_STATUS
1124PL             INTO :TBLCPY-COPY-STATUS
1124PL             FROM IBMUSER.BOOK_COPIES
1124PL            WHERE BOOK_ID = :TBLCPY-BOOK-ID
1124PL              AND COPY_NO = :TBLCPY-COPY-NO
1124PL      END-EXEC

1124PL      MOVE SQLCODE TO EVAL-CODE
1124PL      EVALUATE TRUE
1124PL          WHEN ERR-OK
1124PL               SET TRAP-COPY-FOUND TO TRUE
1124PL          WHEN SQL-NOTFOUND
1124PL               CONTINUE
1124PL          WHEN OTHER
1124PL               MOVE 'SELECT COPY FOR TRAP' TO ERR-MSG
1124PL               PERFORM 9999-ERROR-HANDLING
1124PL      END-EVALUATE

1124PL      EXEC SQL
1124PL           SELECT COUNT(*)
1124PL             INTO :WS-TRAP-OPEN
1124PL             FROM IBMUSER.LOANS
1124PL            WHERE BOOK_ID = :TBLCPY-BOOK-ID
1124PL              AND COPY_NO = :TBLCPY-COPY-NO
1124PL              AND RETURN_DATE IS NULL
1124PL      END-EXEC

1124PL      MOVE SQLCODE TO EVAL-CODE
1124PL      IF NOT ERR-OK
1124PL         MOVE 'SELECT COUNT COPY OUT' TO ERR-MSG
1124PL         PERFORM 9999-ERROR-HANDLING
1124PL      END-IF

1124PL      EXEC SQL
1124PL           SELECT COUNT(*)
1124PL             INTO :WS-TRAP-PENDING
1124PL             FROM IBMUSER.HOLDS
1124PL            WHERE BOOK_ID = :TBLCPY-BOOK-ID
1124PL              AND HOLD_STATUS = 'P'
1124PL      END-EXEC

1124PL      MOVE SQLCODE TO EVAL-CODE
1124PL      IF NOT ERR-OK
1124PL         MOVE 'SELECT COUNT PENDING' TO ERR-MSG
1124PL         PERFORM 9999-ERROR-HANDLING
1124PL      END-IF

1124PL      EVALUATE TRUE
1124PL          WHEN NOT TRAP-COPY-FOUND
1124PL               MOVE 'CANNOT TRAP - COPY NOT ON FILE' TO MSGLNO
1124PL          WHEN TBLCPY-COPY-STATUS NOT = 'A'
1124PL           AND TBLCPY-COPY-STATUS NOT = 'M'
1124PL               STRING 'CANNOT TRAP - COPY STATUS '
1124PL                                        DELIMITED BY SIZE
1124PL                      TBLCPY-COPY-STATUS DELIMITED BY SIZE
1124PL                 INTO MSGLNO
1124PL               END-STRING
1124PL          WHEN WS-TRAP-OPEN > 0
1124PL               MOVE 'CANNOT TRAP - COPY IS ON LOAN' TO MSGLNO
1124PL          WHEN WS-TRAP-PENDING = 0
1124PL               MOVE 'NO PENDING HOLD ON THIS TITLE - RESHELVE'
1124PL                 TO MSGLNO
1124PL          WHEN OTHER
1124PL**             A COPY HOLDPULL MARKED MISSING HAS TURNED UP
1124PL               IF TBLCPY-COPY-STATUS = 'M'
1124PL                  EXEC SQL
1124PL                       UPDATE IBMUSER.BOOK_COPIES
1124PL                          SET COPY_STATUS = 'A',
1124PL                              STATUS_DATE = CURRENT DATE
1124PL                        WHERE BOOK_ID = :TBLCPY-BOOK-ID
1124PL                          AND COPY_NO = :TBLCPY-COPY-NO
1124PL                  END-EXEC
1124PL                  MOVE SQLCODE TO EVAL-CODE
1124PL                  IF NOT ERR-OK
1124PL                     MOVE 'UPDATE COPY FOUND' TO ERR-MSG
1124PL                     PERFORM 9999-ERROR-HANDLING
1124PL                  END-IF
1124PL               END-IF

1124PL**             FOUND ON THE SHELF - NOT A MISS TOMORROW
1124PL               EXEC SQL
1124PL                    DELETE FROM IBMUSER.HOLD_PULLS
1124PL                     WHERE BOOK_ID = :TBLCPY-BOOK-ID
1124PL                       AND COPY_NO = :TBLCPY-COPY-NO
1124PL               END-EXEC
1124PL               MOVE SQLCODE TO EVAL-CODE
1124PL               IF NOT ERR-OK AND NOT SQL-NOTFOUND
1124PL                  MOVE 'DELETE HOLD_PULLS' TO ERR-MSG
1124PL                  PERFORM 9999-ERROR-HANDLING
1124PL               END-IF

1124PL               PERFORM 8010-GET-DESK-BRANCH
1124PL               PERFORM 2310-CHECK-HOLD-NOTIFY

1124PL               EXEC SQL
1124PL                    SELECT HOLD_STATUS
1124PL                      INTO :TBLHOLD-HOLD-STATUS
1124PL                      FROM IBMUSER.HOLDS
1124PL                     WHERE HOLD_ID = :TBLHOLD-HOLD-ID
1124PL               END-EXEC
1124PL               MOVE SQLCODE TO EVAL-CODE
1124PL               IF NOT ERR-OK
1124PL                  MOVE 'SELECT HOLD AFTER TRAP' TO ERR-MSG
1124PL                  PERFORM 9999-ERROR-HANDLING
1124PL               END-IF

1124PL               PERFORM 2100-LOOKUP-BOOK
1124PL               MOVE TBLHOLD-PATRON-ID TO WS-HOLD-PATRON-DISP
1124PL               EVALUATE TBLHOLD-HOLD-STATUS
1124PL                   WHEN 'R'
1124PL                        STRING 'HOLD TRAPPED FOR PATRON '
1124PL                                            DELIMITED BY SIZE
1124PL                               FUNCTION TRIM (WS-HOLD-PATRON-DISP)
1124PL                                            DELIMITED BY SIZE
1124PL                               ' - TO PICKUP SHELF'
1124PL                                            DELIMITED BY SIZE
1124PL                          INTO MSGLNO
1124PL                        END-STRING
1124PL                   WHEN 'T'
1124PL                        STRING 'HOLD TRAPPED - TRANSFER TO BR '
1124PL                                            DELIMITED BY SIZE
1124PL                               FUNCTION TRIM (WS-PICKUP-DISP)
1124PL                                            DELIMITED BY SIZE
1124PL                          INTO MSGLNO
1124PL                        END-STRING
1124PL                   WHEN OTHER
1124PL                        MOVE 'TRANSFER OPEN - HOLD STAYS PENDING'
1124PL                          TO MSGLNO
1124PL               END-EVALUATE
1124PL      END-EVALUATE
1124PL      .

1202CR 2600-CLAIM-RETURNED.
1202CR      MOVE '2600-CLAIM-RETURNED' TO ERR-LOC

1202CR      PERFORM 2100-LOOKUP-BOOK

1202CR      EVALUATE TRUE
1202CR          WHEN NOT BOOK-FOUND
1202CR               MOVE 'CANNOT CLAIM - BOOK ID NOT FOUND' TO MSGLNO
1202CR          WHEN WS-COPIES-OUT = 0
1202CR               MOVE 'CANNOT CLAIM - BOOK IS NOT ON LOAN' TO MSGLNO
1202CR          WHEN OTHER
1202CR               PERFORM 2330-FIND-OPEN-LOAN
1202CR               IF OPENLOAN-FOUND
1202CR                  PERFORM 2610-CLOSE-CLAIMED-LOAN
1202CR               END-IF
1202CR      END-EVALUATE
1202CR      .

1202CR 2610-CLOSE-CLAIMED-LOAN.
1202CR      MOVE '2610-CLOSE-CLAIMED-LOAN' TO ERR-LOC

1202CR**    THE PATRON SAYS IT CAME BACK AND WE CANNOT FIND IT.
1202CR**    CLOSING THE LOAN AS OF TODAY TAKES IT OUT OF NOTICRUN'S
1202CR**    OVERDUE CYCLE AND LOSTCONV AND STOPS THE FINE CLOCK;
1202CR**    THE DAYS ALREADY OVERDUE ARE STILL ASSESSED. NO CIRC_LOG
1202CR**    CHECK-IN IS WRITTEN - NOTHING CAME ACROSS THE DESK - AND
1202CR**    NO HOLD IS PROMOTED, SINCE THE COPY IS NOT ON THE SHELF
1202CR      EXEC SQL
1202CR           SELECT CHAR(CURRENT DATE, ISO)
1202CR             INTO :WS-RETURN-DATE
1202CR             FROM SYSIBM.SYSDUMMY1
1202CR      END-EXEC

1202CR      MOVE SQLCODE TO EVAL-CODE
1202CR      IF NOT ERR-OK
1202CR         MOVE 'SELECT CLAIM DATE' TO ERR-MSG
1202CR         PERFORM 9999-ERROR-HANDLING
1202CR      END-IF

1202CR      EXEC SQL
1202CR           UPDATE IBMUSER.LOANS
1202CR              SET RETURN_DATE = DATE(:WS-RETURN-DATE)
1202CR            WHERE LOAN_ID = :TBLLOAN-LOAN-ID
1202CR              AND RETURN_DATE IS NULL
1202CR      END-EXEC

1202CR      MOVE SQLCODE TO EVAL-CODE
1202CR      IF NOT ERR-OK
1202CR         MOVE 'UPDATE LOANS CLAIM' TO ERR-MSG
1202CR         PERFORM 9999-ERROR-HANDLING
1202CR      END-IF

1202CR      PERFORM 2320-ASSESS-OVERDUE-FINE
1202CR      PERFORM 2620-MARK-COPY-CLAIMED
1202CR      PERFORM 2630-WRITE-CLAIM

1202CR      PERFORM 2100-LOOKUP-BOOK

1202CR      MOVE WS-CLAIM-COUNT TO WS-CLAIM-DISP
1202CR      IF WS-DAYS-OVER > 0
1202CR         MOVE WS-FINE-AMT TO WS-FINE-AMT-DISP
1202CR         STRING 'CLAIM RECORDED - FINE '  DELIMITED BY SIZE
1202CR                FUNCTION TRIM (WS-FINE-AMT-DISP)
1202CR                                          DELIMITED BY SIZE
1202CR                ' - PATRON CLAIMS '       DELIMITED BY SIZE
1202CR                FUNCTION TRIM (WS-CLAIM-DISP)
1202CR                                          DELIMITED BY SIZE
1202CR           INTO MSGLNO
1202CR         END-STRING
1202CR      ELSE
1202CR         STRING 'CLAIM RECORDED - COPY TO SHELF SEARCH - '
1202CR                                          DELIMITED BY SIZE
1202CR                'PATRON CLAIMS '          DELIMITED BY SIZE
1202CR                FUNCTION TRIM (WS-CLAIM-DISP)
1202CR                                          DELIMITED BY SIZE
1202CR           INTO MSGLNO
1202CR         END-STRING
1202CR      END-IF
1202CR      .

1202CR 2620-MARK-COPY-CLAIMED.
1202CR      MOVE '2620-MARK-COPY-CLAIMED' TO ERR-LOC

1202CR      MOVE TBLBKS-BOOK-ID  TO TBLCPY-BOOK-ID
1202CR      MOVE TBLLOAN-COPY-NO TO TBLCPY-COPY-NO

1202CR**    SAME SHAPE AS LOSTCONV'S LOST MARKING: A TITLE WITHOUT
1202CR**    BOOK_COPIES ROWS HAS NO COPY ROW, AND THE TITLE-LEVEL
1202CR**    STATUS FLAGS IT WHEN NO ACTIVE COPY REMAINS
1202CR      EXEC SQL
1202CR           UPDATE IBMUSER.BOOK_COPIES
1202CR              SET COPY_STATUS = 'C',
1202CR                  STATUS_DATE = CURRENT DATE
1202CR            WHERE BOOK_ID = :TBLCPY-BOOK-ID
1202CR              AND COPY_NO = :TBLCPY-COPY-NO
1202CR      END-EXEC

1202CR      MOVE SQLCODE TO EVAL-CODE
1202CR      IF NOT ERR-OK AND NOT SQL-NOTFOUND
1202CR         MOVE 'UPDATE COPY CLAIMED' TO ERR-MSG
1202CR         PERFORM 9999-ERROR-HANDLING
1202CR      END-IF

1202CR      EXEC SQL
1202CR           SELECT COUNT(*)
1202CR             INTO :WS-COPIES-AVAIL
1202CR             FROM IBMUSER.BOOK_COPIES
1202CR            WHERE BOOK_ID = :TBLCPY-BOOK-ID
1202CR              AND COPY_STATUS = 'A'
1202CR      END-EXEC

1202CR      MOVE SQLCODE TO EVAL-CODE
1202CR      IF NOT ERR-OK
1202CR         MOVE 'SELECT COUNT COPIES' TO ERR-MSG
1202CR         PERFORM 9999-ERROR-HANDLING
1202CR      END-IF

1202CR      IF WS-COPIES-AVAIL = 0
1202CR         MOVE TBLCPY-BOOK-ID TO TBLBKS-BOOK-ID
1202CR         PERFORM 8210-BUILD-BOOK-AUDIT-TEXT
1202CR         MOVE WS-AUDIT-TEXT TO WS-AUDIT-BEFORE

1202CR         EXEC SQL
1202CR              UPDATE IBMUSER.BOOKS
1202CR                 SET ITEM_STATUS = 'C',
1202CR                     LAST_CHANGED_TS = CURRENT TIMESTAMP
1202CR               WHERE BOOK_ID = :TBLCPY-BOOK-ID
1202CR                 AND ITEM_STATUS = 'A'
1202CR         END-EXEC

1202CR         MOVE SQLCODE TO EVAL-CODE
1202CR         IF NOT ERR-OK AND NOT SQL-NOTFOUND
1202CR            MOVE 'UPDATE BOOKS CLAIMED' TO ERR-MSG
1202CR            PERFORM 9999-ERROR-HANDLING
1202CR         END-IF

1202CR         IF ERR-OK
1202CR            PERFORM 8210-BUILD-BOOK-AUDIT-TEXT
1202CR            MOVE WS-AUDIT-TEXT TO WS-AUDIT-AFTER
1202CR            PERFORM 8220-WRITE-BOOKS-AUDIT
1202CR         END-IF
1202CR      END-IF
1202CR      .

1202CR 2630-WRITE-CLAIM.
1202CR      MOVE '2630-WRITE-CLAIM' TO ERR-LOC

1202CR      PERFORM 8000-GET-OPERATOR-ID

1202CR      MOVE 'CLAIM_ID' TO WS-NXT-ID-NAME
1202CR      PERFORM 8100-GET-NEXT-ID
1202CR      MOVE WS-NXT-NEXT-ID TO TBLCLM-CLAIM-ID

1202CR      MOVE TBLLOAN-LOAN-ID   TO TBLCLM-LOAN-ID
1202CR      MOVE TBLCPY-BOOK-ID    TO TBLCLM-BOOK-ID
1202CR      MOVE TBLCPY-COPY-NO    TO TBLCLM-COPY-NO
1202CR      MOVE TBLLOAN-PATRON-ID TO TBLCLM-PATRON-ID
1202CR      MOVE WS-RETURN-DATE    TO TBLCLM-CLAIM-DATE
1202CR      MOVE WS-SIGNON-USERID  TO TBLCLM-OPERATOR-ID-TEXT
1202CR      MOVE FUNCTION LENGTH
1202CR             (FUNCTION TRIM (WS-SIGNON-USERID))
1202CR        TO TBLCLM-OPERATOR-ID-LEN

1202CR      EXEC SQL
1202CR           INSERT INTO IBMUSER.CLAIMS_RETURNED
1202CR                  (CLAIM_ID, LOAN_ID, BOOK_ID, COPY_NO,
1202CR                   PATRON_ID, CLAIM_DATE, CLAIM_STATUS,
1202CR                   RESOLVED_DATE, OPERATOR_ID)
1202CR           VALUES (:TBLCLM-CLAIM-ID, :TBLCLM-LOAN-ID,
1202CR                   :TBLCLM-BOOK-ID, :TBLCLM-COPY-NO,
1202CR                   :TBLCLM-PATRON-ID, DATE(:TBLCLM-CLAIM-DATE),
1202CR                   'O', NULL, :TBLCLM-OPERATOR-ID)
1202CR      END-EXEC

1202CR      MOVE SQLCODE TO EVAL-CODE
1202CR      IF NOT ERR-OK
1202CR         MOVE 'INSERT CLAIMS_RETURNED' TO ERR-MSG
1202CR         PERFORM 9999-ERROR-HANDLING
1202CR      END-IF

1202CR**    EVERY CLAIM THE PATRON HAS EVER MADE, THIS ONE
1202CR**    INCLUDED, SO THE DESK CAN SPOT A REPEAT CLAIMANT
1202CR      EXEC SQL
1202CR           SELECT COUNT(*)
1202CR             INTO :WS-CLAIM-COUNT
1202CR             FROM IBMUSER.CLAIMS_RETURNED
1202CR            WHERE PATRON_ID = :TBLCLM-PATRON-ID
1202CR      END-EXEC

1202CR      MOVE SQLCODE TO EVAL-CODE
1202CR      IF NOT ERR-OK
1202CR         MOVE 'SELECT COUNT CLAIMS' TO ERR-MSG
1202CR         PERFORM 9999-ERROR-HANDLING
1202CR      END-IF
1202CR      .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

1023WK      END-IF
1023WK      .

1214PN 8300-WRITE-SEC-EVENT.
1214PN      MOVE '8300-WRITE-SEC-EVENT' TO ERR-LOC

1214PN      PERFORM 8010-GET-DESK-BRANCH

1214PN      MOVE 'SECEVT_ID' TO WS-NXT-ID-NAME
1214PN      PERFORM 8100-GET-NEXT-ID
1214PN      MOVE WS-NXT-NEXT-ID TO TBLSEV-EVENT-ID

1214PN      MOVE 'O'               TO TBLSEV-EVENT-TYPE
1214PN      MOVE WS-SIGNON-USERID  TO TBLSEV-OPERATOR-ID
1214PN      MOVE WS-NOTE-PATRON-ID TO TBLSEV-PATRON-ID
1214PN      MOVE EIBTRMID          TO TBLSEV-TERMINAL-ID
1214PN      MOVE EIBTRNID          TO TBLSEV-TRAN-ID
1214PN      MOVE 'B'               TO TBLSEV-FUNC-CODE
1214PN      MOVE WS-CLG-BRANCH-ID  TO TBLSEV-BRANCH-ID

1214PN      EXEC SQL
1214PN           INSERT INTO IBMUSER.SEC_EVENTS
1214PN                  (EVENT_ID, EVENT_TYPE, OPERATOR_ID,
1214PN                   PATRON_ID, TERMINAL_ID, TRAN_ID,
1214PN                   FUNC_CODE, BRANCH_ID, EVENT_TS, FLAG_SW)
1214PN           VALUES (:TBLSEV-EVENT-ID, :TBLSEV-EVENT-TYPE,
1214PN                   :TBLSEV-OPERATOR-ID, :TBLSEV-PATRON-ID,
1214PN                   :TBLSEV-TERMINAL-ID, :TBLSEV-TRAN-ID,
1214PN                   :TBLSEV-FUNC-CODE, :TBLSEV-BRANCH-ID,
1214PN                   CURRENT TIMESTAMP, 'N')
1214PN      END-EXEC

1214PN      MOVE SQLCODE TO EVAL-CODE
1214PN      IF NOT ERR-OK
1214PN         MOVE 'INSERT SEC_EVENTS' TO ERR-MSG
1214PN         PERFORM 9999-ERROR-HANDLING
1214PN      END-IF
1214PN      .

1027FX 8210-BUILD-BOOK-AUDIT-TEXT.
1027FX      MOVE '8210-BUILD-BOOK-AUDIT-TEXT' TO ERR-LOC

0805ID      END-IF
0805ID      .

1124PL 8010-GET-DESK-BRANCH.
1124PL      MOVE '8010-GET-DESK-BRANCH' TO ERR-LOC

1124PL**    SAME HOME-DESK LOOKUP AS 8200; 2310 ROUTES THE HOLD
1124PL**    WHEN ITS PICKUP BRANCH IS NOT THIS DESK
1124PL      PERFORM 8000-GET-OPERATOR-ID

1124PL      MOVE 0 TO WS-CLG-BRANCH-ID
1124PL      EXEC SQL
1124PL           SELECT BRANCH_ID
1124PL             INTO :WS-CLG-BRANCH-ID
1124PL             FROM IBMUSER.OPER_AUTH
1124PL            WHERE OPERATOR_ID = :WS-SIGNON-USERID
1124PL      END-EXEC

1124PL      MOVE SQLCODE TO EVAL-CODE
1124PL      IF NOT ERR-OK AND EVAL-CODE NOT = 100
1124PL         MOVE 'SELECT OPER BRANCH' TO ERR-MSG
1124PL         PERFORM 9999-ERROR-HANDLING
1124PL      END-IF
1124PL      .

0802OI 8000-GET-OPERATOR-ID.
0802OI      MOVE '8000-GET-OPERATOR-ID' TO ERR-LOC

