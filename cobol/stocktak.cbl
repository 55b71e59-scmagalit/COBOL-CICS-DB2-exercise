      * - THE ANNUAL INVENTORY CAPTURES THE BOOK_IDS PHYSICALLY ON     *
      *   THE SHELVES (KEYED OR SCANNED) INTO THE SHELFIN FILE; THIS   *
      *   JOB COMPARES THAT AGAINST ACTIVE BOOKS ROWS MINUS OPEN       *
1125CN*   LOANS AND WRITES FOUR EXCEPTION LISTS TO STOCKTOP:           *
      *     1. ON SHELF BUT MARKED ON LOAN                             *
      *     2. EXPECTED ON SHELF BUT MISSING FROM THE SCAN             *
      *     3. ON SHELF BUT SOFT-DELETED (OR NOT IN THE CATALOG)       *
1125CN*     4. ON SHELF OUT OF CALL-NUMBER ORDER - A SCANNED ITEM      *
1125CN*        WHOSE NEIGHBOURS IN THE SCAN ARE IN ORDER BUT WHICH     *
1125CN*        DOES NOT SORT BETWEEN THEM (UNCLASSIFIED ITEMS ARE      *
1125CN*        SKIPPED) - SO SHELFIN MUST BE CAPTURED IN SHELF ORDER   *
      * - THE FIRST 20000 CAPTURED IDS ARE HELD IN WORKING STORAGE;    *
      *   A LARGER SCAN IS REPORTED, NOT SILENTLY TRUNCATED            *
1221RQ* - EVERY TITLE ON LIST 2 (MISSING) GOES ON THE REPLACEMENT      *
1221RQ*   WORKLIST (RPLQADD) FOR THE SELECTOR TO DECIDE ON RPLQTRN     *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   21,2020 - A MISSING TITLE IS QUEUED FOR A        (1221RQ)*
      *               X REPLACEMENT DECISION (RPLQADD)                 *
      * NOV   25,2020 - OUT-OF-SHELF-ORDER LIST: THE SCAN IS   (1125CN)*
      *               X COMPARED SLOT BY SLOT IN CALL-NUMBER           *
      *               X ORDER (BOOKS.CALL_PREFIX/CLASS/CUTTER)         *
      * AUG   21,2020 - INITIAL VERSION                        (0821ST)*
      *                                                                *
      * FILES:                                                         *
      * SHELFIN  (INPUT)  - CAPTURED BOOK IDS (COLS 1-9) OR COPY
0921BC*                     BARCODES (COLS 11-24), ONE PER RECORD     *
      * STOCKTOP (OUTPUT) - IBMUSER.SMAGALIT.STOCKTOP                  *
1221RQ* IBMUSER.REPL_QUEUE (OUTPUT) - REPLACEMENT WORKLIST (RPLQADD)   *
      *                                                                *
      * 0000-MAIN                      2300-CHECK-LEFTOVERS            *
      * 1000-INIT                      2310-CHECK-ONE-LEFTOVER         *
      * 2200-WALK-ACTIVE-BOOKS         9999-TERMINATE                  *
      * 2210-CHECK-ONE-BOOK                                            *
      * 2220-FIND-IN-CAPTURE                                           *
1125CN* 2400-CHECK-SHELF-ORDER         2410-GET-SLOT-KEY               *
1125CN* 2420-CHECK-ONE-SLOT                                            *
1221RQ* 8400-QUEUE-REPLACEMENT                                         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
               88  ID-CAPTURED                         VALUE 1.
           05  WS-OVERFLOW-SW          PIC 9           VALUE 0.
               88  CAPTURE-OVERFLOW                    VALUE 1.
1125CN     05  WS-IND-VARS.
1125CN         10  IND-CALL-PREFIX     PIC S9(04) COMP VALUE 0.
1125CN         10  IND-CALL-CLASS      PIC S9(04) COMP VALUE 0.
1125CN         10  IND-CALL-CUTTER     PIC S9(04) COMP VALUE 0.
1125CN     05  WS-PREV-IDX             PIC S9(08) COMP VALUE 0.
1125CN     05  WS-NEXT-IDX             PIC S9(08) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-ONLOAN-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-MISSING-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-DELETED-CNTR     PIC S9(08) COMP VALUE 0.
1125CN         10  WS-ORDER-CNTR       PIC S9(08) COMP VALUE 0.
1221RQ         10  WS-RPLQ-CNTR        PIC S9(08) COMP VALUE 0.
           05  WS-CAP-TABLE.
               10  WS-CAP-ROW          OCCURS 20000 TIMES.
                   15  WS-CAP-ID       PIC S9(09) COMP.
                   15  WS-CAP-MATCHED  PIC X.
1125CN             15  WS-CAP-CALLKEY.
1125CN                 20  WS-CAP-KEY-PREFIX  PIC X(04).
1125CN                 20  WS-CAP-KEY-CLASS   PIC X(12).
1125CN                 20  WS-CAP-KEY-CUTTER  PIC X(08).

1221RQ 01  WS-RPLQADD-PARMS.
1221RQ     05  WS-RQ-SOURCE         PIC X             VALUE 'M'.
1221RQ     05  WS-RQ-BOOK-ID        PIC S9(09) COMP   VALUE 0.
1221RQ     05  WS-RQ-COPY-NO        PIC S9(09) COMP   VALUE 0.
1221RQ     05  WS-RQ-LOAN-ID        PIC S9(09) COMP   VALUE 0.
1221RQ     05  WS-RQ-RC             PIC S9(04) COMP   VALUE 0.

       01  WS-SYS-VARS.
           05  WS-EOF-SW               PIC 9          VALUE 0.
            PERFORM 2100-LOAD-CAPTURE
            PERFORM 2200-WALK-ACTIVE-BOOKS
            PERFORM 2300-CHECK-LEFTOVERS
1125CN      PERFORM 2400-CHECK-SHELF-ORDER

            IF CAPTURE-OVERFLOW
               MOVE 'WARNING: SCAN EXCEEDS 20000 IDS - TAIL SKIPPED'
            DISPLAY WS-ONLOAN-CNTR  ' ON SHELF BUT MARKED ON LOAN'
            DISPLAY WS-MISSING-CNTR ' EXPECTED BUT MISSING'
            DISPLAY WS-DELETED-CNTR ' ON SHELF BUT DELETED/UNKNOWN'
1125CN      DISPLAY WS-ORDER-CNTR   ' ON SHELF OUT OF CALL-NUMBER ORDER'
1221RQ      DISPLAY WS-RPLQ-CNTR    ' MISSING QUEUED FOR REPLACEMENT'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.STOCKTOP'
            .

                              MOVE 'EXPECTED ON SHELF - MISSING'
                                TO WS-EXC-REASON
                              PERFORM 2900-WRITE-EXCEPTION
1221RQ                        PERFORM 8400-QUEUE-REPLACEMENT
                         WHEN OTHER
                              CONTINUE
                     END-EVALUATE
            END-IF
            .

1125CN 2400-CHECK-SHELF-ORDER.
1125CN      MOVE '2400-CHECK-SHELF-ORDER' TO ERR-LOC

1125CN      PERFORM 2410-GET-SLOT-KEY VARYING WS-CAP-IDX
1125CN                FROM 1 BY 1 UNTIL WS-CAP-IDX > WS-CAP-COUNT

1125CN***   THE FIRST AND LAST SLOTS HAVE ONLY ONE NEIGHBOUR AND ARE
1125CN***   JUDGED ONLY THROUGH THE SLOTS BESIDE THEM
1125CN      PERFORM 2420-CHECK-ONE-SLOT VARYING WS-CAP-IDX
1125CN                FROM 2 BY 1 UNTIL WS-CAP-IDX NOT < WS-CAP-COUNT
1125CN      .

1125CN 2410-GET-SLOT-KEY.
1125CN      MOVE '2410-GET-SLOT-KEY' TO ERR-LOC

1125CN      MOVE SPACES TO WS-CAP-CALLKEY (WS-CAP-IDX)
1125CN      MOVE WS-CAP-ID (WS-CAP-IDX) TO TBLBKS-BOOK-ID
1125CN      INITIALIZE TBLBKS-CALL-PREFIX
1125CN                 TBLBKS-CALL-CLASS
1125CN                 TBLBKS-CALL-CUTTER
1125CN                 WS-IND-VARS

1125CN      EXEC SQL
1125CN           SELECT CALL_PREFIX, CALL_CLASS, CALL_CUTTER
1125CN             INTO :TBLBKS-CALL-PREFIX :IND-CALL-PREFIX,
1125CN                  :TBLBKS-CALL-CLASS  :IND-CALL-CLASS,
1125CN                  :TBLBKS-CALL-CUTTER :IND-CALL-CUTTER
1125CN             FROM IBMUSER.BOOKS
1125CN            WHERE BOOK_ID = :TBLBKS-BOOK-ID
1125CN      END-EXEC

1125CN      MOVE SQLCODE TO EVAL-CODE
1125CN      EVALUATE TRUE
1125CN          WHEN ERR-OK
1125CN               IF IND-CALL-CLASS NOT < 0
1125CN                  IF IND-CALL-PREFIX NOT < 0
1125CN                     MOVE TBLBKS-CALL-PREFIX-TEXT
1125CN                       TO WS-CAP-KEY-PREFIX (WS-CAP-IDX)
1125CN                  END-IF
1125CN                  MOVE TBLBKS-CALL-CLASS-TEXT
1125CN                    TO WS-CAP-KEY-CLASS (WS-CAP-IDX)
1125CN                  IF IND-CALL-CUTTER NOT < 0
1125CN                     MOVE TBLBKS-CALL-CUTTER-TEXT
1125CN                       TO WS-CAP-KEY-CUTTER (WS-CAP-IDX)
1125CN                  END-IF
1125CN               END-IF
1125CN          WHEN SQL-EOC
1125CN               CONTINUE
1125CN          WHEN OTHER
1125CN               MOVE 'SELECT CALL NUMBER' TO ERR-MSG
1125CN               PERFORM 9999-ERROR-HANDLING
1125CN      END-EVALUATE
1125CN      .

1125CN***   A SLOT IS MISSHELVED WHEN THE ITEMS EITHER SIDE OF IT ARE IN
1125CN***   ORDER WITH EACH OTHER BUT IT DOES NOT FALL BETWEEN THEM
1125CN 2420-CHECK-ONE-SLOT.
1125CN      MOVE '2420-CHECK-ONE-SLOT' TO ERR-LOC

1125CN      COMPUTE WS-PREV-IDX = WS-CAP-IDX - 1
1125CN      COMPUTE WS-NEXT-IDX = WS-CAP-IDX + 1

1125CN      IF  WS-CAP-CALLKEY (WS-CAP-IDX)  NOT = SPACES
1125CN      AND WS-CAP-CALLKEY (WS-PREV-IDX) NOT = SPACES
1125CN      AND WS-CAP-CALLKEY (WS-NEXT-IDX) NOT = SPACES
1125CN      AND WS-CAP-CALLKEY (WS-PREV-IDX)
1125CN            NOT > WS-CAP-CALLKEY (WS-NEXT-IDX)
1125CN         IF WS-CAP-CALLKEY (WS-CAP-IDX)
1125CN              < WS-CAP-CALLKEY (WS-PREV-IDX)
1125CN         OR WS-CAP-CALLKEY (WS-CAP-IDX)
1125CN              > WS-CAP-CALLKEY (WS-NEXT-IDX)
1125CN            MOVE WS-CAP-ID (WS-CAP-IDX) TO TBLBKS-BOOK-ID
1125CN            INITIALIZE TBLBKS-TITLE

1125CN            EXEC SQL
1125CN                 SELECT TITLE
1125CN                   INTO :TBLBKS-TITLE
1125CN                   FROM IBMUSER.BOOKS
1125CN                  WHERE BOOK_ID = :TBLBKS-BOOK-ID
1125CN            END-EXEC

1125CN            MOVE SQLCODE TO EVAL-CODE
1125CN            IF NOT ERR-OK
1125CN               MOVE 'SELECT BOOKS' TO ERR-MSG
1125CN               PERFORM 9999-ERROR-HANDLING
1125CN            END-IF

1125CN            ADD 1 TO WS-ORDER-CNTR
1125CN            MOVE 'OUT OF SHELF ORDER' TO WS-EXC-REASON
1125CN            PERFORM 2900-WRITE-EXCEPTION
1125CN         END-IF
1125CN      END-IF
1125CN      .

       2900-WRITE-EXCEPTION.
            MOVE '2900-WRITE-EXCEPTION' TO ERR-LOC

0807RH      COMPUTE WS-RL-REC-COUNT = WS-ONLOAN-CNTR
0807RH                              + WS-MISSING-CNTR
0807RH                              + WS-DELETED-CNTR
1125CN                              + WS-ORDER-CNTR
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS
            END-IF
            .

1221RQ 8400-QUEUE-REPLACEMENT.
1221RQ      MOVE '8400-QUEUE-REPLACEMENT' TO ERR-LOC

1221RQ**    A TITLE ALREADY PENDING FROM AN EARLIER COUNT OR A
1221RQ**    LOST BILL IS NOT QUEUED TWICE (RC 4)
1221RQ      MOVE 'M'            TO WS-RQ-SOURCE
1221RQ      MOVE TBLBKS-BOOK-ID TO WS-RQ-BOOK-ID
1221RQ      MOVE 0              TO WS-RQ-COPY-NO
1221RQ                             WS-RQ-LOAN-ID
1221RQ                             WS-RQ-RC
1221RQ      CALL 'RPLQADD' USING WS-RPLQADD-PARMS

1221RQ      EVALUATE WS-RQ-RC
1221RQ          WHEN 0
1221RQ               ADD 1 TO WS-RPLQ-CNTR
1221RQ          WHEN 4
1221RQ               CONTINUE
1221RQ          WHEN OTHER
1221RQ               MOVE WS-RQ-RC TO EVAL-CODE
1221RQ               MOVE 'CALL RPLQADD' TO ERR-MSG
1221RQ               PERFORM 9999-ERROR-HANDLING
1221RQ      END-EVALUATE
1221RQ      .

       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            DISPLAY WS-ERROR
