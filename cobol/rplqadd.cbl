      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RPLQADD.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/21/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * SHARED REPLACEMENT-QUEUE ENTRY - ONE TITLE PER CALL            *
      *----------------------------------------------------------------*
      * - A COPY BILLED LOST, A WORN-OUT TITLE WITHDRAWN OR A TITLE    *
      *   MISSING AT STOCKTAKE USED TO LEAVE THE SHELF WITH NOBODY     *
      *   DECIDING WHETHER TO BUY IT AGAIN. LOSTCONV, WEEDTRN AND      *
      *   STOCKTAK NOW CALL THIS SUBPROGRAM, WHICH ADDS THE TITLE TO   *
      *   IBMUSER.REPL_QUEUE (SEE DCLRPQ) AS PENDING ('P'); THE        *
      *   SELECTOR WORKS THE LIST ON RPLQTRN                           *
      * - A TITLE ALREADY PENDING IS NOT QUEUED AGAIN - THE DECISION   *
      *   IS MADE ONCE PER TITLE, WHATEVER BROUGHT IT IN               *
      * - A WITHDRAWAL ('W') IS ONLY QUEUED WHEN THE TITLE STILL       *
      *   CIRCULATES: AT LEAST ONE CHECKOUT IN THE LAST YEAR, LIVE     *
      *   OR ARCHIVED (LOANS / LOANS_HIST). A TITLE NOBODY BORROWS     *
      *   IS WEEDED FOR GOOD                                           *
      * - PLAIN CALLED SUBPROGRAM (NO CICS), SAME PATTERN AS NEXTID,   *
      *   SO BATCH AND ONLINE CALLERS SHARE THE SAME COPY. THE         *
      *   CALLER OWNS THE UNIT OF WORK                                 *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   21,2020 - INITIAL VERSION                        (1221RQ)*
      *                                                                *
      * LINKAGE:                                                       *
      *   LS-RQ-SOURCE  (IN)  - 'L' LOST / 'W' WITHDRAWN / 'M' MISSING *
      *   LS-RQ-BOOK-ID (IN)  - THE TITLE                              *
      *   LS-RQ-COPY-NO (IN)  - THE COPY, 0 WHEN NOT KNOWN             *
      *   LS-RQ-LOAN-ID (IN)  - THE LOAN A LOST COPY WAS BILLED ON,    *
      *                         0 FOR NONE                             *
      *   LS-RQ-RC      (OUT) - 0 QUEUED, 4 NOT QUEUED (ALREADY        *
      *                         PENDING OR NOT CIRCULATING), 8 SQL     *
      *                         OR NEXTID ERROR                        *
      *                                                                *
      * 0000-MAIN                      2000-ADD-ENTRY                  *
      * 1000-CHECK-PENDING             8100-GET-NEXT-ID                *
      * 1100-CHECK-CIRCULATION         9999-EXIT                       *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-ROW-COUNT         PIC S9(09) COMP   VALUE 0.
           05  WS-LOAN-COUNT        PIC S9(09) COMP   VALUE 0.
           05  WS-IND-LOAN          PIC S9(04) COMP   VALUE 0.

       01  WS-NEXTID-PARMS.
           05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
           05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
           05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

       01  WS-SYS-VARS.
           05  EVAL-CODE            PIC S9(08) COMP   VALUE 0.
               88  ERR-OK                             VALUE 0.
               88  SQL-EOC                            VALUE 100.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE DCLRPQ   END-EXEC.
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.

       LINKAGE SECTION.
       01  LS-RPLQADD-PARMS.
           05  LS-RQ-SOURCE         PIC X.
           05  LS-RQ-BOOK-ID        PIC S9(09) COMP.
           05  LS-RQ-COPY-NO        PIC S9(09) COMP.
           05  LS-RQ-LOAN-ID        PIC S9(09) COMP.
           05  LS-RQ-RC             PIC S9(04) COMP.

      *------------------
       PROCEDURE DIVISION USING LS-RPLQADD-PARMS.
      *------------------
       0000-MAIN.
            MOVE 0 TO LS-RQ-RC
            MOVE LS-RQ-BOOK-ID TO TBLRPQ-BOOK-ID

            PERFORM 1000-CHECK-PENDING

            IF LS-RQ-RC = 0
            AND LS-RQ-SOURCE = 'W'
               PERFORM 1100-CHECK-CIRCULATION
            END-IF

            IF LS-RQ-RC = 0
               PERFORM 2000-ADD-ENTRY
            END-IF

            PERFORM 9999-EXIT
            .

       1000-CHECK-PENDING.
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM IBMUSER.REPL_QUEUE
                  WHERE BOOK_ID     = :TBLRPQ-BOOK-ID
                    AND REPL_STATUS = 'P'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN NOT ERR-OK
                     MOVE 8 TO LS-RQ-RC
                WHEN WS-ROW-COUNT > 0
                     MOVE 4 TO LS-RQ-RC
                WHEN OTHER
                     CONTINUE
            END-EVALUATE
            .

       1100-CHECK-CIRCULATION.
            EXEC SQL
                 SELECT (SELECT COUNT(*)
                           FROM IBMUSER.LOANS
                          WHERE BOOK_ID = :TBLRPQ-BOOK-ID
                            AND CHECKOUT_DATE >= CURRENT DATE - 1 YEAR)
                      + (SELECT COUNT(*)
                           FROM IBMUSER.LOANS_HIST
                          WHERE BOOK_ID = :TBLRPQ-BOOK-ID
                            AND CHECKOUT_DATE >= CURRENT DATE - 1 YEAR)
                   INTO :WS-LOAN-COUNT
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN NOT ERR-OK
                     MOVE 8 TO LS-RQ-RC
                WHEN WS-LOAN-COUNT = 0
                     MOVE 4 TO LS-RQ-RC
                WHEN OTHER
                     CONTINUE
            END-EVALUATE
            .

       2000-ADD-ENTRY.
      ***   THE ENTRY BELONGS TO THE TITLE'S HOME BRANCH - THAT IS
      ***   THE SHELF THE REPLACEMENT GOES BACK ON
            MOVE LS-RQ-BOOK-ID TO TBLBKS-BOOK-ID

            EXEC SQL
                 SELECT BRANCH_ID
                   INTO :TBLBKS-BRANCH-ID
                   FROM IBMUSER.BOOKS
                  WHERE BOOK_ID = :TBLBKS-BOOK-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 8 TO LS-RQ-RC
            ELSE
               PERFORM 8100-GET-NEXT-ID
            END-IF

            IF LS-RQ-RC = 0
               MOVE WS-NXT-NEXT-ID   TO TBLRPQ-REPL-ID
               MOVE LS-RQ-COPY-NO    TO TBLRPQ-COPY-NO
               MOVE LS-RQ-SOURCE     TO TBLRPQ-SOURCE-CODE
               MOVE TBLBKS-BRANCH-ID TO TBLRPQ-BRANCH-ID
               MOVE LS-RQ-LOAN-ID    TO TBLRPQ-LOAN-ID
               MOVE 0 TO WS-IND-LOAN
               IF LS-RQ-LOAN-ID = 0
                  MOVE -1 TO WS-IND-LOAN
               END-IF

               EXEC SQL
                    INSERT INTO IBMUSER.REPL_QUEUE
                           (REPL_ID, BOOK_ID, COPY_NO, SOURCE_CODE,
                            LOAN_ID, BRANCH_ID, QUEUE_DATE,
                            REPL_STATUS, REASON_CODE, DECIDED_BY,
                            DECIDED_DATE, PO_ID, LINE_NO)
                    VALUES (:TBLRPQ-REPL-ID, :TBLRPQ-BOOK-ID,
                            :TBLRPQ-COPY-NO, :TBLRPQ-SOURCE-CODE,
                            :TBLRPQ-LOAN-ID :WS-IND-LOAN,
                            :TBLRPQ-BRANCH-ID, CURRENT DATE,
                            'P', ' ', NULL, NULL, NULL, NULL)
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 8 TO LS-RQ-RC
               END-IF
            END-IF
            .

       8100-GET-NEXT-ID.
            MOVE 'REPL_ID' TO WS-NXT-ID-NAME
            MOVE 0 TO WS-NXT-NEXT-ID
                      WS-NXT-RC
            CALL 'NEXTID' USING WS-NEXTID-PARMS

            IF WS-NXT-RC NOT = 0
               MOVE 8 TO LS-RQ-RC
            END-IF
            .

       9999-EXIT.
            GOBACK
            .
