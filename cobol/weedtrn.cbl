      *     SOFT-DELETE AND BOOKS_AUDIT TRAIL AS THE LIST SCREEN'S     *
      *     'D' SELECTION (SEE TRAN2DB2 0606AT), SO THE WITHDRAWAL     *
      *     IS RECORDED AND REVIEWABLE                                 *
1210FS*     THE COPIES ON THE SHELF ARE HANDED TO THE FRIENDS OF       *
1210FS*     THE LIBRARY BOOK SALE: ONE SALE_STOCK ROW PER COPY AT      *
1210FS*     THE PRICE BAND KEYED (SEE SALEBAND, BLANK = B), OR         *
1210FS*     BAND X WHEN THE ITEM IS TOO WORN TO SELL                   *
1221RQ*     A TITLE THAT STILL CIRCULATES (A CHECKOUT IN THE LAST      *
1221RQ*     YEAR) GOES ON THE REPLACEMENT WORKLIST (RPLQADD) FOR THE   *
1221RQ*     SELECTOR TO DECIDE ON RPLQTRN                              *
      *   - PF9 MARKS IT TRANSFER ('T') - THE MOVE ITSELF IS DONE      *
      *     ON XFERTRN                                                 *
      *   EVERY DECISION STAMPS THE SIGNED-ON OPERATOR AND DATE        *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   21,2020 - A WITHDRAWN TITLE THAT STILL           (1221RQ)*
      *               X CIRCULATES IS QUEUED FOR A                     *
      *               X REPLACEMENT DECISION (RPLQADD)                 *
      * DEC   10,2020 - A WITHDRAWAL HANDS THE SHELF           (1210FS)*
      *               X COPIES TO THE FRIENDS' BOOK SALE               *
      *               X AS SALE_STOCK ROWS AT THE                      *
      *               X KEYED PRICE BAND (SEE SALERPT)                 *
      * OCT   28,2020 - A WITHDRAWAL NOW ALSO SETS THE TITLE'S (1028FX)*
      *               X COPIES TO 'W' WITH A STATUS DATE, SO           *
      *               X WEEDED COPIES LEAVE THE HELD COUNT AND         *
      * IBMUSER.WEED_LIST   (I/O) - DISPOSITION WORKLIST (SEE DCLWDL)  *
      * IBMUSER.BOOKS       (I/O) - SOFT-DELETE ON WITHDRAW            *
      * IBMUSER.BOOKS_AUDIT (OUT) - WITHDRAWAL AUDIT ROWS              *
1210FS* IBMUSER.SALE_STOCK  (OUT) - BOOK SALE STOCK (SEE DCLSLS)       *
1221RQ* IBMUSER.REPL_QUEUE  (OUT) - REPLACEMENT WORKLIST (RPLQADD)     *
      *                                                                *
      * 0000-MAIN                      2300-MARK-DISPOSITION           *
      * 1000-SEND-BLANK-MAP            2310-WITHDRAW-BOOK              *
      * 2000-RECEIVE-MAP               3000-SEND-RECEIVE-SCREEN        *
      * 2100-SHOW-CANDIDATE            8000-GET-OPERATOR-ID            *
      * 2110-SHOW-NEXT-PENDING         8100-GET-NEXT-ID                *
1210FS* 2120-MOVE-CANDIDATE-TO-MAP     2305-EDIT-SALE-BAND             *
1210FS*                                2320-RECEIVE-SALE-STOCK         *
1210FS*                                2325-INSERT-SALE-ITEM           *
1221RQ*                                8400-QUEUE-REPLACEMENT          *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
           05  WS-BRANCH-DISP       PIC Z(2)9.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  CANDIDATE-FOUND                    VALUE 1.
1210FS     05  WS-BAND-OK-SW        PIC 9             VALUE 0.
1210FS         88  SALE-BAND-ACCEPTED                 VALUE 1.
1210FS     05  WS-COPY-COUNT        PIC S9(09) COMP   VALUE 0.
1210FS     05  WS-SALE-IDX          PIC S9(09) COMP   VALUE 0.
1210FS     05  WS-COPY-DISP         PIC Z(3)9.
1210FS     05  WS-SALE-MSG          PIC X(60)         VALUE SPACES.
           05  WS-AUDIT-VARS.
               10  WS-AUDIT-BEFORE  PIC X(200)        VALUE SPACES.

               10  WS-WDMAP-NAME    PIC X(07)         VALUE 'WDMAP'.
               10  WS-WDSET-NAME    PIC X(07)         VALUE 'WDSET'.

1210FS COPY SALEBAND.

0802OI 01  WS-SIGNON-USERID         PIC X(08)         VALUE SPACES.

0805ID 01  WS-NEXTID-PARMS.
0805ID     05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
0805ID     05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

1221RQ 01  WS-RPLQADD-PARMS.
1221RQ     05  WS-RQ-SOURCE         PIC X             VALUE 'W'.
1221RQ     05  WS-RQ-BOOK-ID        PIC S9(09) COMP   VALUE 0.
1221RQ     05  WS-RQ-COPY-NO        PIC S9(09) COMP   VALUE 0.
1221RQ     05  WS-RQ-LOAN-ID        PIC S9(09) COMP   VALUE 0.
1221RQ     05  WS-RQ-RC             PIC S9(04) COMP   VALUE 0.

       01  WS-SYS-VARS.
           05  WS-SEND-MSG          PIC  X(80)        VALUE SPACES.
           05  EVAL-CODE            PIC S9(08) COMP   VALUE 0.
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
           EXEC SQL INCLUDE DCLWDL   END-EXEC.
           EXEC SQL INCLUDE DCLAUD   END-EXEC.
1210FS     EXEC SQL INCLUDE DCLSLS   END-EXEC.

       01  WS-COMMAREA.
           05  LS-DUMMY-FLAG        PIC X             VALUE 'Y'.
                   WHEN DFHPF6
                        PERFORM 2000-RECEIVE-MAP
                        MOVE 'W' TO WS-DISPOSITION
1210FS                  PERFORM 2305-EDIT-SALE-BAND
1210FS                  IF SALE-BAND-ACCEPTED
1210FS                     PERFORM 2300-MARK-DISPOSITION
1210FS                  END-IF
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF9
                        PERFORM 2000-RECEIVE-MAP
      **                THE WAY FINETRN KEEPS ITS OWN (0820RA)
                        EVALUATE WS-DISPOSITION
                            WHEN 'W'
1210FS                           MOVE WS-SALE-MSG TO MSGLNO
                            WHEN 'T'
                                 MOVE 'MARKED TRANSFER - SEE XFER'
                                   TO MSGLNO
            END-IF
            .

1210FS 2305-EDIT-SALE-BAND.
1210FS      MOVE '2305-EDIT-SALE-BAND' TO ERR-LOC

1210FS**    THE BAND IS CHECKED BEFORE ANYTHING IS MARKED, SO A
1210FS**    MIS-KEYED BAND LEAVES THE CANDIDATE PENDING
1210FS      MOVE 0 TO WS-BAND-OK-SW
1210FS      MOVE WDBANDI TO WS-SALE-BAND-CODE
1210FS      EVALUATE TRUE
1210FS          WHEN WS-SALE-BAND-CODE = SPACE OR LOW-VALUE
1210FS               SET SALE-BAND-DEFAULT  TO TRUE
1210FS               SET SALE-BAND-ACCEPTED TO TRUE
1210FS          WHEN SALE-BAND-VALID
1210FS          WHEN WS-SALE-BAND-CODE = 'X'
1210FS               SET SALE-BAND-ACCEPTED TO TRUE
1210FS          WHEN OTHER
1210FS               MOVE 'SALE BAND IS A, B, C, D OR X (NOT FOR SALE)'
1210FS                 TO MSGLNO
1210FS      END-EVALUATE
1210FS      .

       2310-WITHDRAW-BOOK.
            MOVE '2310-WITHDRAW-BOOK' TO ERR-LOC

               PERFORM 9999-ERROR-HANDLING
            END-IF

1210FS**    COUNT THE COPIES STILL ON THE SHELF BEFORE THEY GO TO
1210FS**    'W' - THOSE ARE WHAT THE FRIENDS ACTUALLY RECEIVE
1210FS      EXEC SQL
1210FS           SELECT COUNT(*)
1210FS             INTO :WS-COPY-COUNT
1210FS             FROM IBMUSER.BOOK_COPIES
1210FS            WHERE BOOK_ID = :TBLBKS-BOOK-ID
1210FS              AND COPY_STATUS = 'A'
1210FS      END-EXEC

1210FS      MOVE SQLCODE TO EVAL-CODE
1210FS      IF NOT ERR-OK
1210FS         MOVE 'COUNT SHELF COPIES' TO ERR-MSG
1210FS         PERFORM 9999-ERROR-HANDLING
1210FS      END-IF

1028FX**    THE PHYSICAL COPIES LEAVE THE SHELF WITH THE TITLE -
1028FX**    'W' TAKES THEM OUT OF THE HELD COUNT AND STAMPS THE
1028FX**    WITHDRAWAL DATE FOR THE SURVEY, THE SAME UPDATE
1028FX         PERFORM 9999-ERROR-HANDLING
1028FX      END-IF

1210FS      PERFORM 2320-RECEIVE-SALE-STOCK

0805ID      MOVE 'AUDIT_ID' TO WS-NXT-ID-NAME
0805ID      PERFORM 8100-GET-NEXT-ID
0805ID      MOVE WS-NXT-NEXT-ID TO TBLAUD-AUDIT-ID
               MOVE 'INSERT BOOKS_AUDIT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

1221RQ      PERFORM 8400-QUEUE-REPLACEMENT
            .

1210FS 2320-RECEIVE-SALE-STOCK.
1210FS      MOVE '2320-RECEIVE-SALE-STOCK' TO ERR-LOC

1210FS**    A TITLE WITH NO COPY ROWS ON THE SHELF IS STILL THE ONE
1210FS**    BOOK IN THE SELECTOR'S HAND
1210FS      IF WS-COPY-COUNT = 0
1210FS         MOVE 1 TO WS-COPY-COUNT
1210FS      END-IF
1210FS      MOVE WS-COPY-COUNT TO WS-COPY-DISP

1210FS      IF WS-SALE-BAND-CODE = 'X'
1210FS         MOVE SPACES TO WS-SALE-MSG
1210FS         STRING 'WITHDRAWN - AUDITED - '   DELIMITED BY SIZE
1210FS                FUNCTION TRIM (WS-COPY-DISP)
1210FS                                         DELIMITED BY SIZE
1210FS                ' NOT FOR SALE'           DELIMITED BY SIZE
1210FS           INTO WS-SALE-MSG
1210FS         END-STRING
1210FS      ELSE
1210FS         PERFORM 2325-INSERT-SALE-ITEM VARYING WS-SALE-IDX
1210FS                   FROM 1 BY 1 UNTIL WS-SALE-IDX > WS-COPY-COUNT
1210FS         MOVE SPACES TO WS-SALE-MSG
1210FS         STRING 'WITHDRAWN - AUDITED - '   DELIMITED BY SIZE
1210FS                FUNCTION TRIM (WS-COPY-DISP)
1210FS                                         DELIMITED BY SIZE
1210FS                ' TO BOOK SALE BAND '     DELIMITED BY SIZE
1210FS                WS-SALE-BAND-CODE         DELIMITED BY SIZE
1210FS           INTO WS-SALE-MSG
1210FS         END-STRING
1210FS      END-IF
1210FS      .

1210FS 2325-INSERT-SALE-ITEM.
1210FS      MOVE '2325-INSERT-SALE-ITEM' TO ERR-LOC

1210FS      MOVE 'STOCK_ID' TO WS-NXT-ID-NAME
1210FS      PERFORM 8100-GET-NEXT-ID
1210FS      MOVE WS-NXT-NEXT-ID TO TBLSLS-STOCK-ID

1210FS      MOVE 'W'               TO TBLSLS-SOURCE-CODE
1210FS      MOVE WS-BOOK-ID        TO TBLSLS-BOOK-ID
1210FS      MOVE 0                 TO TBLSLS-DONOR-ID
1210FS      MOVE TBLBKS-TITLE-TEXT TO TBLSLS-DESCRIPTION-TEXT
1210FS      MOVE FUNCTION LENGTH
1210FS             (FUNCTION TRIM (TBLSLS-DESCRIPTION-TEXT))
1210FS        TO TBLSLS-DESCRIPTION-LEN
1210FS      MOVE WS-SALE-BAND-CODE TO TBLSLS-PRICE-BAND
1210FS      MOVE WS-SIGNON-USERID  TO TBLSLS-RECEIVED-BY-TEXT
1210FS      MOVE FUNCTION LENGTH
1210FS             (FUNCTION TRIM (WS-SIGNON-USERID))
1210FS        TO TBLSLS-RECEIVED-BY-LEN

1210FS      EXEC SQL
1210FS           INSERT INTO IBMUSER.SALE_STOCK
1210FS                  (STOCK_ID, SOURCE_CODE, BOOK_ID, DONOR_ID,
1210FS                   DESCRIPTION, PRICE_BAND, STOCK_STATUS,
1210FS                   RECEIVED_DATE, RECEIVED_BY, SOLD_DATE,
1210FS                   RECYCLED_DATE)
1210FS           VALUES (:TBLSLS-STOCK-ID, :TBLSLS-SOURCE-CODE,
1210FS                   :TBLSLS-BOOK-ID, :TBLSLS-DONOR-ID,
1210FS                   :TBLSLS-DESCRIPTION, :TBLSLS-PRICE-BAND, 'S',
1210FS                   CURRENT DATE, :TBLSLS-RECEIVED-BY, NULL, NULL)
1210FS      END-EXEC

1210FS      MOVE SQLCODE TO EVAL-CODE
1210FS      IF NOT ERR-OK
1210FS         MOVE 'INSERT SALE_STOCK' TO ERR-MSG
1210FS         PERFORM 9999-ERROR-HANDLING
1210FS      END-IF
1210FS      .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

            END-IF
            .

1221RQ 8400-QUEUE-REPLACEMENT.
1221RQ      MOVE '8400-QUEUE-REPLACEMENT' TO ERR-LOC

1221RQ**    RPLQADD ONLY QUEUES THE TITLE WHEN IT STILL CIRCULATES;
1221RQ**    A TITLE NOBODY BORROWS STAYS WEEDED (RC 4)
1221RQ      MOVE 'W'        TO WS-RQ-SOURCE
1221RQ      MOVE WS-BOOK-ID TO WS-RQ-BOOK-ID
1221RQ      MOVE 0          TO WS-RQ-COPY-NO
1221RQ                         WS-RQ-LOAN-ID
1221RQ                         WS-RQ-RC
1221RQ      CALL 'RPLQADD' USING WS-RPLQADD-PARMS

1221RQ      IF WS-RQ-RC NOT = 0
1221RQ      AND WS-RQ-RC NOT = 4
1221RQ         MOVE WS-RQ-RC TO EVAL-CODE
1221RQ         MOVE 'CALL RPLQADD' TO ERR-MSG
1221RQ         PERFORM 9999-ERROR-HANDLING
1221RQ      END-IF
1221RQ      .

0802OI 8000-GET-OPERATOR-ID.
0802OI      MOVE '8000-GET-OPERATOR-ID' TO ERR-LOC

