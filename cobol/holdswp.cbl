      *      THE SAME BOOK IS PROMOTED TO READY WHEN THE BOOK IS       *
      *      STILL ON THE SHELF (NO OPEN LOANS ROW)                    *
      *   2. HOLDS POINTING AT SOFT-DELETED BOOKS ARE CANCELLED        *
1105PB* - A HOLD ROUTED TO ANOTHER PICKUP BRANCH SITS IN 'T' UNTIL     *
1105PB*   XFERTRN RECEIVES THE COPY; READY_DATE (AND SO THE EXPIRY     *
1105PB*   CLOCK) IS SET ON ARRIVAL, NOT AT CHECK-IN                    *
1203RL* - RECALL: WHEN THE OLDEST PENDING HOLD ON A TITLE HAS WAITED   *
1203RL*   LONGER THAN CIRC_CONTROL.RECALL_WAIT_DAYS (0 = OFF) AND NO   *
1203RL*   COPY IS FREE, THE OPEN LOAN OUT LONGEST IS RECALLED: ITS     *
1203RL*   DUE_DATE IS PULLED IN TO TODAY + RECALL_DUE_DAYS, BUT NEVER  *
1203RL*   INSIDE CHECKOUT + RECALL_MIN_DAYS (THE GUARANTEED MINIMUM    *
1203RL*   LOAN) AND NEVER LATER THAN IT ALREADY WAS, ROLLED PAST       *
1203RL*   CLOSED_DAYS LIKE ANY DUE DATE. RECALL_DATE IS STAMPED ON     *
1203RL*   THE LOAN: NOTICRUN SENDS THE RECALL NOTICE, LOANTRN AND      *
1203RL*   SELFCHK REFUSE TO RENEW IT AND FINE IT AT THE LOAN_POLICY    *
1203RL*   RECALL RATE. ONE RECALL PER TITLE IS OUTSTANDING AT A TIME   *
      * - SAME SQLCA PLUMBING AS THE OTHER BATCH JOBS; COUNTS ARE      *
      *   DISPLAYED THE WAY BOOKLOAD REPORTS ITS RECORD COUNTS         *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   23,2020 - CLOSED DAYS ARE PER BRANCH (SEE DCLCAL (1223CL)*
      *               X 1223CL): THE RECALL DUE-DATE ROLL SKIPS A      *
      *               X LIBRARY-WIDE CLOSURE OR ONE FOR THE BOOK'S     *
      *               X OWN BRANCH ONLY                                *
      * DEC   03,2020 - RECALL THE LOAN OUT LONGEST WHEN       (1203RL)*
      *               X THE OLDEST PENDING HOLD HAS WAITED             *
      *               X PAST RECALL_WAIT_DAYS AND NO COPY              *
      *               X IS FREE (SHORTENED DUE DATE, MINIMUM           *
      *               X LOAN KEPT, CLOSED-DAY ROLL)                    *
      * NOV   05,2020 - PROMOTE ONLY A PENDING HOLD THAT CAN   (1105PB)*
      *               X BE COLLECTED WHERE THE EXPIRED COPY            *
      *               X SITS (SAME PICKUP BRANCH, OR BRANCH 0);        *
      *               X IN-TRANSIT ('T') HOLDS NEVER EXPIRE HERE       *
      * AUG   07,2020 - LOG A RUN_HIST REGISTRY ROW (RUNLOG)   (0807RH)*
      * JULY  19,2020 - INITIAL VERSION                        (0719HL)*
      *                                                                *
      * 1100-GET-EXPIRE-DAYS           2200-CANCEL-DELETED-BOOKS       *
      * 2000-MAIN-LOGIC                3000-CLEANUP                    *
      * 2100-EXPIRE-READY-HOLDS        9999-ERROR-HANDLING             *
1203RL* 2300-RECALL-LOANS              2310-RECALL-ONE-TITLE           *
1203RL* 2320-COUNT-FREE-COPIES         2330-RECALL-OLDEST-LOAN         *
1203RL* 2335-ROLL-ONE-DAY                                              *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
               10  WS-EXPIRED-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-PROMOTED-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-CANCELLED-CNTR   PIC S9(08) COMP VALUE 0.
1203RL         10  WS-RECALL-CNTR      PIC S9(08) COMP VALUE 0.
1203RL     05  WS-RECALL-VARS.
1203RL         10  WS-RECALL-WAIT      PIC S9(09) COMP VALUE 0.
1203RL         10  WS-RECALL-MIN       PIC S9(09) COMP VALUE 0.
1203RL         10  WS-RECALL-DUE-DAYS  PIC S9(09) COMP VALUE 0.
1203RL         10  WS-RECALL-DUE       PIC X(10)       VALUE SPACES.
1203RL         10  WS-COPIES-OWNED     PIC S9(08) COMP VALUE 0.
1203RL         10  WS-SHELF-HOLDS      PIC S9(08) COMP VALUE 0.
1203RL         10  WS-RECALLED-OUT     PIC S9(08) COMP VALUE 0.
1203RL         10  WS-CLOSED-COUNT     PIC S9(08) COMP VALUE 0.
1203RL         10  WS-ROLL-CNT         PIC S9(04) COMP VALUE 0.
1203RL         10  WS-RECALL-SW        PIC 9           VALUE 0.
1203RL             88  RECALL-NEEDED                   VALUE 1.

       01  WS-SYS-VARS.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE DCLHOLD END-EXEC.
           EXEC SQL INCLUDE DCLCTL  END-EXEC.
1203RL     EXEC SQL INCLUDE DCLLOAN END-EXEC.

           EXEC SQL DECLARE CUREXPHD CURSOR FOR
                SELECT HOLD_ID
                      ,BOOK_ID
1105PB                ,PICKUP_BRANCH
                  FROM IBMUSER.HOLDS
                 WHERE HOLD_STATUS = 'R'
                   AND READY_DATE < CURRENT DATE
                 ORDER BY HOLD_ID
           END-EXEC.

1203RL**   TITLES WHOSE OLDEST PENDING HOLD HAS WAITED PAST THE
1203RL**   RECALL THRESHOLD, LONGEST WAIT FIRST
1203RL     EXEC SQL DECLARE CURRCLHD CURSOR FOR
1203RL          SELECT H.BOOK_ID
1203RL                ,MIN(H.HOLD_DATE)
1203RL            FROM IBMUSER.HOLDS H
1203RL           WHERE H.HOLD_STATUS = 'P'
1203RL           GROUP BY H.BOOK_ID
1203RL          HAVING MIN(H.HOLD_DATE) < CURRENT DATE
1203RL                 - :WS-RECALL-WAIT DAYS
1203RL           ORDER BY 2, 1
1203RL     END-EXEC.

      *------------------------------
       PROCEDURE DIVISION.
      *------------------------------
            MOVE 1 TO TBLCTL-CONTROL-ID

            EXEC SQL
                 SELECT HOLD_EXPIRE_DAYS,
1203RL                  RECALL_WAIT_DAYS, RECALL_MIN_DAYS,
1203RL                  RECALL_DUE_DAYS
                   INTO :TBLCTL-HOLD-EXPIRE-DAYS,
1203RL                  :TBLCTL-RECALL-WAIT-DAYS,
1203RL                  :TBLCTL-RECALL-MIN-DAYS,
1203RL                  :TBLCTL-RECALL-DUE-DAYS
                   FROM IBMUSER.CIRC_CONTROL
                  WHERE CONTROL_ID = :TBLCTL-CONTROL-ID
            END-EXEC
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLCTL-HOLD-EXPIRE-DAYS TO WS-EXPIRE-DAYS
1203RL               MOVE TBLCTL-RECALL-WAIT-DAYS TO WS-RECALL-WAIT
1203RL               MOVE TBLCTL-RECALL-MIN-DAYS  TO WS-RECALL-MIN
1203RL               MOVE TBLCTL-RECALL-DUE-DAYS  TO WS-RECALL-DUE-DAYS
                WHEN SQL-EOC
      ***            NO CONTROL ROW YET - SHELF DEFAULT
                     MOVE 7 TO WS-EXPIRE-DAYS
1203RL**            AND NO RECALLS UNTIL THE BOARD SETS A WAIT
1203RL               MOVE 0 TO WS-RECALL-WAIT
                WHEN OTHER
                     MOVE 'SELECT CIRC_CONTROL' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE

1203RL**    A RECALL MUST LEAVE THE BORROWER SOME DAYS TO BRING
1203RL**    THE ITEM BACK
1203RL      IF WS-RECALL-DUE-DAYS < 1
1203RL         MOVE 7 TO WS-RECALL-DUE-DAYS
1203RL      END-IF
            .

       2000-MAIN-LOGIC.

            PERFORM 2100-EXPIRE-READY-HOLDS
            PERFORM 2200-CANCEL-DELETED-BOOKS
1203RL      PERFORM 2300-RECALL-LOANS

            DISPLAY WS-EXPIRED-CNTR   ' READY HOLDS EXPIRED'
            DISPLAY WS-PROMOTED-CNTR  ' PENDING HOLDS PROMOTED'
            DISPLAY WS-CANCELLED-CNTR ' HOLDS ON DELETED BOOKS GONE'
1203RL      DISPLAY WS-RECALL-CNTR    ' LOANS RECALLED FOR HOLDS'
            .

       2100-EXPIRE-READY-HOLDS.
                 FETCH CUREXPHD
                  INTO :TBLHOLD-HOLD-ID
                      ,:TBLHOLD-BOOK-ID
1105PB                ,:TBLHOLD-PICKUP-BRANCH
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
               PERFORM 9999-ERROR-HANDLING
            END-IF

1105PB***   THE COPY IS ON THE EXPIRED HOLD'S PICKUP SHELF, SO
1105PB***   ONLY A HOLD COLLECTABLE THERE GOES READY; ONE FOR
1105PB***   ANOTHER BRANCH WAITS FOR THE NEXT CHECK-IN TO ROUTE IT
            IF WS-OPEN-LOANS = 0
               EXEC SQL
                    UPDATE IBMUSER.HOLDS
                           (SELECT MIN(HOLD_ID)
                              FROM IBMUSER.HOLDS
                             WHERE BOOK_ID = :TBLHOLD-BOOK-ID
1105PB                         AND HOLD_STATUS = 'P'
1105PB                         AND (PICKUP_BRANCH = 0
1105PB                          OR :TBLHOLD-PICKUP-BRANCH = 0
1105PB                          OR PICKUP_BRANCH =
1105PB                             :TBLHOLD-PICKUP-BRANCH))
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
            END-IF
            .

1203RL 2300-RECALL-LOANS.
1203RL      MOVE '2300-RECALL-LOANS' TO ERR-LOC

1203RL      IF WS-RECALL-WAIT > 0
1203RL         EXEC SQL OPEN CURRCLHD END-EXEC
1203RL         MOVE SQLCODE TO EVAL-CODE
1203RL         IF NOT ERR-OK
1203RL            MOVE 'OPEN CURRCLHD' TO ERR-MSG
1203RL            PERFORM 9999-ERROR-HANDLING
1203RL         END-IF

1203RL         INITIALIZE EVAL-CODE
1203RL         PERFORM 2310-RECALL-ONE-TITLE UNTIL SQL-EOC

1203RL         EXEC SQL CLOSE CURRCLHD END-EXEC
1203RL         MOVE SQLCODE TO EVAL-CODE
1203RL         IF NOT ERR-OK
1203RL            MOVE 'CLOSE CURRCLHD' TO ERR-MSG
1203RL            PERFORM 9999-ERROR-HANDLING
1203RL         END-IF
1203RL      END-IF
1203RL      .

1203RL 2310-RECALL-ONE-TITLE.
1203RL      MOVE '2310-RECALL-ONE-TITLE' TO ERR-LOC

1203RL      EXEC SQL
1203RL           FETCH CURRCLHD
1203RL            INTO :TBLHOLD-BOOK-ID
1203RL                ,:TBLHOLD-HOLD-DATE
1203RL      END-EXEC

1203RL      MOVE SQLCODE TO EVAL-CODE
1203RL      EVALUATE TRUE
1203RL          WHEN ERR-OK
1203RL               PERFORM 2320-COUNT-FREE-COPIES
1203RL               IF RECALL-NEEDED
1203RL                  PERFORM 2330-RECALL-OLDEST-LOAN
1203RL               END-IF
1203RL               INITIALIZE EVAL-CODE
1203RL          WHEN SQL-EOC
1203RL               CONTINUE
1203RL          WHEN OTHER
1203RL               MOVE 'FETCH CURRCLHD' TO ERR-MSG
1203RL               PERFORM 9999-ERROR-HANDLING
1203RL      END-EVALUATE
1203RL      .

1203RL 2320-COUNT-FREE-COPIES.
1203RL      MOVE '2320-COUNT-FREE-COPIES' TO ERR-LOC

1203RL**    SAME COPY ARITHMETIC AS LOANTRN 2110: A TITLE WITH NO
1203RL**    BOOK_COPIES ROWS OWNS ONE COPY. A COPY ALREADY ON A
1203RL**    PICKUP SHELF ('R') OR IN TRANSIT TO ONE ('T') IS SPOKEN
1203RL**    FOR, SO IT IS NOT FREE EITHER
1203RL      MOVE 0 TO WS-RECALL-SW

1203RL      EXEC SQL
1203RL           SELECT COUNT(*)
1203RL             INTO :WS-COPIES-OWNED
1203RL             FROM IBMUSER.BOOK_COPIES
1203RL            WHERE BOOK_ID = :TBLHOLD-BOOK-ID
1203RL              AND COPY_STATUS = 'A'
1203RL      END-EXEC

1203RL      MOVE SQLCODE TO EVAL-CODE
1203RL      IF NOT ERR-OK
1203RL         MOVE 'SELECT COUNT COPIES' TO ERR-MSG
1203RL         PERFORM 9999-ERROR-HANDLING
1203RL      END-IF

1203RL      IF WS-COPIES-OWNED = 0
1203RL         MOVE 1 TO WS-COPIES-OWNED
1203RL      END-IF

1203RL      EXEC SQL
1203RL           SELECT COUNT(*),
1203RL                  COALESCE(SUM(CASE WHEN RECALL_DATE IS NULL
1203RL                                    THEN 0 ELSE 1 END), 0)
1203RL             INTO :WS-OPEN-LOANS,
1203RL                  :WS-RECALLED-OUT
1203RL             FROM IBMUSER.LOANS
1203RL            WHERE BOOK_ID = :TBLHOLD-BOOK-ID
1203RL              AND RETURN_DATE IS NULL
1203RL      END-EXEC

1203RL      MOVE SQLCODE TO EVAL-CODE
1203RL      IF NOT ERR-OK
1203RL         MOVE 'SELECT COUNT LOANS' TO ERR-MSG
1203RL         PERFORM 9999-ERROR-HANDLING
1203RL      END-IF

1203RL      EXEC SQL
1203RL           SELECT COUNT(*)
1203RL             INTO :WS-SHELF-HOLDS
1203RL             FROM IBMUSER.HOLDS
1203RL            WHERE BOOK_ID = :TBLHOLD-BOOK-ID
1203RL              AND HOLD_STATUS IN ('R', 'T')
1203RL      END-EXEC

1203RL      MOVE SQLCODE TO EVAL-CODE
1203RL      IF NOT ERR-OK
1203RL         MOVE 'SELECT COUNT SHELF HOLDS' TO ERR-MSG
1203RL         PERFORM 9999-ERROR-HANDLING
1203RL      END-IF

1203RL**    A FREE COPY IS HOLDPULL'S JOB, NOT A RECALL; AND A
1203RL**    RECALL ALREADY OUT ON THE TITLE IS GIVEN TIME TO WORK
1203RL      IF  WS-OPEN-LOANS > 0
1203RL      AND WS-RECALLED-OUT = 0
1203RL      AND WS-OPEN-LOANS + WS-SHELF-HOLDS NOT < WS-COPIES-OWNED
1203RL         SET RECALL-NEEDED TO TRUE
1203RL      END-IF
1203RL      .

1203RL 2330-RECALL-OLDEST-LOAN.
1203RL      MOVE '2330-RECALL-OLDEST-LOAN' TO ERR-LOC

1203RL      EXEC SQL
1203RL           SELECT LOAN_ID, CHECKOUT_DATE, DUE_DATE
1203RL             INTO :TBLLOAN-LOAN-ID, :TBLLOAN-CHECKOUT-DATE,
1203RL                  :TBLLOAN-DUE-DATE
1203RL             FROM IBMUSER.LOANS
1203RL            WHERE BOOK_ID = :TBLHOLD-BOOK-ID
1203RL              AND RETURN_DATE IS NULL
1203RL              AND RECALL_DATE IS NULL
1203RL            ORDER BY CHECKOUT_DATE, LOAN_ID
1203RL            FETCH FIRST 1 ROW ONLY
1203RL      END-EXEC

1203RL      MOVE SQLCODE TO EVAL-CODE
1203RL      EVALUATE TRUE
1203RL          WHEN ERR-OK
1203RL               CONTINUE
1203RL          WHEN SQL-EOC
1203RL               MOVE 0 TO WS-RECALL-SW
1203RL          WHEN OTHER
1203RL               MOVE 'SELECT OLDEST LOAN' TO ERR-MSG
1203RL               PERFORM 9999-ERROR-HANDLING
1203RL      END-EVALUATE

1203RL      IF RECALL-NEEDED
1203RL**       TODAY + RECALL_DUE_DAYS, BUT NOT INSIDE THE MINIMUM
1203RL**       LOAN PERIOD THE BORROWER WAS PROMISED
1203RL         EXEC SQL
1203RL              SELECT CHAR(CASE WHEN CURRENT DATE
1203RL                                  + :WS-RECALL-DUE-DAYS DAYS
1203RL                              > DATE(:TBLLOAN-CHECKOUT-DATE)
1203RL                                  + :WS-RECALL-MIN DAYS
1203RL                               THEN CURRENT DATE
1203RL                                  + :WS-RECALL-DUE-DAYS DAYS
1203RL                               ELSE DATE(:TBLLOAN-CHECKOUT-DATE)
1203RL                                  + :WS-RECALL-MIN DAYS
1203RL                          END, ISO)
1203RL                INTO :WS-RECALL-DUE
1203RL                FROM SYSIBM.SYSDUMMY1
1203RL         END-EXEC

1203RL         MOVE SQLCODE TO EVAL-CODE
1203RL         IF NOT ERR-OK
1203RL            MOVE 'SELECT RECALL DUE DATE' TO ERR-MSG
1203RL            PERFORM 9999-ERROR-HANDLING
1203RL         END-IF

1203RL**       ROLL FORWARD WHILE THE DATE LANDS ON A CLOSED DAY
1203RL         MOVE 1 TO WS-CLOSED-COUNT
1203RL         MOVE 0 TO WS-ROLL-CNT
1203RL         PERFORM 2335-ROLL-ONE-DAY UNTIL WS-CLOSED-COUNT = 0
1203RL                   OR WS-ROLL-CNT > 14

1203RL**       A RECALL ONLY EVER SHORTENS THE LOAN
1203RL         IF WS-RECALL-DUE < TBLLOAN-DUE-DATE
1203RL            MOVE WS-RECALL-DUE TO TBLLOAN-DUE-DATE
1203RL         END-IF

1203RL         EXEC SQL
1203RL              UPDATE IBMUSER.LOANS
1203RL                 SET DUE_DATE    = :TBLLOAN-DUE-DATE,
1203RL                     RECALL_DATE = CURRENT DATE
1203RL               WHERE LOAN_ID = :TBLLOAN-LOAN-ID
1203RL                 AND RETURN_DATE IS NULL
1203RL                 AND RECALL_DATE IS NULL
1203RL         END-EXEC

1203RL         MOVE SQLCODE TO EVAL-CODE
1203RL         IF NOT ERR-OK
1203RL            MOVE 'UPDATE LOANS RECALL' TO ERR-MSG
1203RL            PERFORM 9999-ERROR-HANDLING
1203RL         END-IF

1203RL         ADD 1 TO WS-RECALL-CNTR
1203RL      END-IF
1203RL      .

1203RL 2335-ROLL-ONE-DAY.
1203RL      MOVE '2335-ROLL-ONE-DAY' TO ERR-LOC

1203RL      EXEC SQL
1203RL           SELECT COUNT(*)
1203RL             INTO :WS-CLOSED-COUNT
1203RL             FROM IBMUSER.CLOSED_DAYS
1203RL            WHERE CLOSED_DATE = DATE(:WS-RECALL-DUE)
1223CL              AND BRANCH_ID IN (0,
1223CL                  (SELECT B.BRANCH_ID
1223CL                     FROM IBMUSER.BOOKS B
1223CL                    WHERE B.BOOK_ID = :TBLHOLD-BOOK-ID))
1203RL      END-EXEC

1203RL      MOVE SQLCODE TO EVAL-CODE
1203RL      IF NOT ERR-OK
1203RL         MOVE 'SELECT CLOSED_DAYS' TO ERR-MSG
1203RL         PERFORM 9999-ERROR-HANDLING
1203RL      END-IF

1203RL      IF WS-CLOSED-COUNT > 0
1203RL         EXEC SQL
1203RL              SELECT CHAR(DATE(:WS-RECALL-DUE) + 1 DAY, ISO)
1203RL                INTO :WS-RECALL-DUE
1203RL                FROM SYSIBM.SYSDUMMY1
1203RL         END-EXEC

1203RL         MOVE SQLCODE TO EVAL-CODE
1203RL         IF NOT ERR-OK
1203RL            MOVE 'SELECT NEXT DAY' TO ERR-MSG
1203RL            PERFORM 9999-ERROR-HANDLING
1203RL         END-IF

1203RL         ADD 1 TO WS-ROLL-CNT
1203RL      END-IF
1203RL      .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

