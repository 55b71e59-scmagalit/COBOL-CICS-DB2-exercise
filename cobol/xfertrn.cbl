      *     SCREEN, DETAIL SCREEN AND LOANTRN ALL SHOW IN TRANSIT      *
      *   - PF6 RECEIVES AT THE DESTINATION: BRANCH_ID MOVES, THE      *
      *     ITEM GOES BACK TO 'A', THE XFERS ROW COMPLETES ('C')       *
1105PB*     AND A HOLD ROUTED HERE AT CHECK-IN (HOLDS 'T', SEE         *
1105PB*     LOANTRN 2315) GOES READY FOR PICKUP                        *
      * - SEE XFERAGED FOR THE AGED IN-TRANSIT REPORT                  *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   05,2020 - PF6 ALSO MAKES READY THE IN-TRANSIT    (1105PB)*
      *               X HOLD ('T') WAITING AT THE RECEIVING            *
      *               X BRANCH AND NOTIFIES THE HOLD DESK; ITS         *
      *               X PICKUP CLOCK STARTS ON ARRIVAL                 *
      * OCT   27,2020 - BOTH BOOKS UPDATES (IN-TRANSIT AND     (1027FX)*
      *               X ARRIVAL) NOW WRITE THE SAME BOOKS_AUDIT        *
      *               X ROW THE 0815BR BRANCH EDIT WROTE, SO           *
      * FILES:                                                         *
      * IBMUSER.XFERS (I/O) - TRANSFER QUEUE (SEE DCLXFR)              *
      * IBMUSER.BOOKS (I/O) - BRANCH AND ITEM STATUS                   *
1105PB* IBMUSER.HOLDS (I/O) - IN-TRANSIT HOLD MADE READY ON ARRIVAL    *
1105PB* HDSK TD QUEUE (O)   - HOLD-DESK PICKUP NOTICE                  *
      *                                                                *
      * 0000-MAIN                      2300-RECEIVE-TRANSFER           *
      * 1000-SEND-BLANK-MAP            3000-SEND-RECEIVE-SCREEN        *
      * 2000-RECEIVE-MAP               8000-GET-OPERATOR-ID            *
      * 2100-SHOW-BOOK                 8100-GET-NEXT-ID                *
      * 2200-REQUEST-TRANSFER          9999-ERROR-HANDLING             *
1105PB* 2310-READY-TRANSIT-HOLD                                        *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
               88  BOOK-FOUND                         VALUE 1.
           05  WS-XFER-SW           PIC 9             VALUE 0.
               88  XFER-OPEN                          VALUE 1.
1105PB     05  WS-HOLD-SW           PIC 9             VALUE 0.
1105PB         88  HOLD-MADE-READY                    VALUE 1.
1105PB     05  WS-HOLD-LINE         PIC X(40)         VALUE SPACES.
1105PB     05  WS-HOLD-BOOKID-DISP  PIC Z(8)9.
1105PB     05  WS-HOLD-PATRON-DISP  PIC Z(8)9.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
           EXEC SQL INCLUDE DCLXFR   END-EXEC.
1027FX     EXEC SQL INCLUDE DCLAUD   END-EXEC.
1105PB     EXEC SQL INCLUDE DCLHOLD  END-EXEC.

       01  WS-COMMAREA.
           05  LS-DUMMY-FLAG        PIC X             VALUE 'Y'.
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

1105PB               PERFORM 2310-READY-TRANSIT-HOLD

                     PERFORM 2100-SHOW-BOOK
1105PB               IF HOLD-MADE-READY
1105PB                  MOVE 'TRANSFER RECEIVED - HOLD READY FOR PICKUP'
1105PB                    TO MSGLNO
1105PB               ELSE
                     MOVE 'TRANSFER RECEIVED - BOOK AT NEW BRANCH'
                       TO MSGLNO
1105PB               END-IF
            END-EVALUATE
            .

1105PB 2310-READY-TRANSIT-HOLD.
1105PB      MOVE '2310-READY-TRANSIT-HOLD' TO ERR-LOC

1105PB**    A HOLD ROUTED TO THIS BRANCH AT CHECK-IN WAITS IN 'T'
1105PB**    FOR THE COPY. IT GOES ON THE PICKUP SHELF NOW, SO THE
1105PB**    HOLDSWP EXPIRY CLOCK (READY_DATE) STARTS ON ARRIVAL,
1105PB**    AND THE HOLD DESK GETS THE SAME NOTE LOANTRN WRITES
1105PB      MOVE 0 TO WS-HOLD-SW

1105PB      EXEC SQL
1105PB           SELECT HOLD_ID, PATRON_ID
1105PB             INTO :TBLHOLD-HOLD-ID, :TBLHOLD-PATRON-ID
1105PB             FROM IBMUSER.HOLDS
1105PB            WHERE BOOK_ID = :TBLBKS-BOOK-ID
1105PB              AND HOLD_STATUS = 'T'
1105PB              AND PICKUP_BRANCH = :TBLXFR-TO-BRANCH
1105PB            ORDER BY HOLD_DATE
1105PB            FETCH FIRST 1 ROW ONLY
1105PB      END-EXEC

1105PB      MOVE SQLCODE TO EVAL-CODE
1105PB      EVALUATE TRUE
1105PB          WHEN ERR-OK
1105PB               SET HOLD-MADE-READY TO TRUE
1105PB          WHEN SQL-NOTFOUND
1105PB               CONTINUE
1105PB          WHEN OTHER
1105PB               MOVE 'SELECT HOLDS TRANSIT' TO ERR-MSG
1105PB               PERFORM 9999-ERROR-HANDLING
1105PB      END-EVALUATE

1105PB      IF HOLD-MADE-READY
1105PB         EXEC SQL
1105PB              UPDATE IBMUSER.HOLDS
1105PB                 SET HOLD_STATUS = 'R',
1105PB                     READY_DATE  = CURRENT DATE
1105PB               WHERE HOLD_ID = :TBLHOLD-HOLD-ID
1105PB         END-EXEC

1105PB         MOVE SQLCODE TO EVAL-CODE
1105PB         IF NOT ERR-OK
1105PB            MOVE 'UPDATE HOLDS READY' TO ERR-MSG
1105PB            PERFORM 9999-ERROR-HANDLING
1105PB         END-IF

1105PB         MOVE TBLBKS-BOOK-ID    TO WS-HOLD-BOOKID-DISP
1105PB         MOVE TBLHOLD-PATRON-ID TO WS-HOLD-PATRON-DISP
1105PB         MOVE SPACES TO WS-HOLD-LINE
1105PB         STRING 'BOOK ' DELIMITED BY SIZE
1105PB                FUNCTION TRIM (WS-HOLD-BOOKID-DISP)
1105PB                                 DELIMITED BY SIZE
1105PB                ' AVAILABLE FOR PATRON '
1105PB                                 DELIMITED BY SIZE
1105PB                FUNCTION TRIM (WS-HOLD-PATRON-DISP)
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

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

