      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RPLQTRN.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/21/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * REPLACEMENT CONSIDERATION WORKLIST - REPLACE / DO NOT - DB2    *
      *----------------------------------------------------------------*
      * - A COPY BILLED LOST (LOSTCONV), A WORN-OUT TITLE WITHDRAWN    *
      *   WHILE IT STILL CIRCULATES (WEEDTRN) OR A TITLE MISSING AT    *
      *   STOCKTAKE (STOCKTAK) PUTS THE TITLE ON IBMUSER.REPL_QUEUE    *
      *   (SEE RPLQADD/DCLRPQ). THE SELECTOR WORKS THAT LIST HERE      *
      *   (TRANSACTION RPLQ), ONE TITLE AT A TIME:                     *
      *   - ENTER WITH A QUEUE ID SHOWS THAT ENTRY; ENTER WITH A       *
      *     BLANK ID (OR PF8) SHOWS THE NEXT PENDING ONE               *
      *   - THE ENTRY SHOWS WHY IT WAS QUEUED, THE ACTIVE COPIES       *
      *     LEFT, THE HOLDS WAITING, THE CHECKOUTS IN THE LAST YEAR    *
      *     (LIVE AND ARCHIVED), THE LAST PRICE PAID ON A RECEIVED     *
      *     PO LINE AND, FOR A LOST COPY, WHETHER THE REPLACEMENT      *
      *     CHARGE BILLED ON THE LOAN WAS ACTUALLY COLLECTED           *
      *   - PF5 REPLACES ('R'): ONE COPY IS ORDERED THE SAME WAY       *
      *     ACQTRN'S PF5 ADDS A LINE - A BLANK PO ID OPENS A NEW       *
      *     ORDER FOR THE VENDOR TYPED, A FILLED ONE APPENDS THE       *
      *     NEXT LINE. THE LINE IS CHARGED TO THE REPLACEMENT FUND     *
      *     (BLANK FUND = REPLACE) AND ENCUMBERS IT, AN OVERDRAW       *
      *     NEEDS A SUPERVISOR (AUTHCHK), AND THE UNIT PRICE IS THE    *
      *     LAST PRICE PAID UNLESS ONE IS TYPED. THE LINE CARRIES      *
      *     THE TITLE'S BOOK ID, SO ACQTRN'S PF6 RECEIVES THE NEW      *
      *     COPY INTO THE EXISTING TITLE                               *
      *   - PF6 DOES NOT REPLACE ('N') AND RECORDS WHY: C ENOUGH       *
      *     COPIES, D NO DEMAND, O OUT OF PRINT, S SUPERSEDED BY A     *
      *     NEWER EDITION, F COPY FOUND, B NO BUDGET                   *
      *   EVERY DECISION STAMPS THE SIGNED-ON OPERATOR AND DATE        *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   21,2020 - INITIAL VERSION                        (1221RQ)*
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.REPL_QUEUE   (I/O) - REPLACEMENT WORKLIST (DCLRPQ)     *
      * IBMUSER.BOOKS        (INPUT) - TITLE BEING CONSIDERED          *
      * IBMUSER.PURCH_ORDERS (I/O) - PO OPENED ON REPLACE              *
      * IBMUSER.PO_LINES     (I/O) - LAST PRICE, LINE ADDED ON REPLACE *
      * IBMUSER.FUNDS        (I/O) - REPLACEMENT FUND ENCUMBRANCE      *
      * IBMUSER.FINES        (INPUT) - REPLACEMENT CHARGE COLLECTED    *
      *                                                                *
      * 0000-MAIN                      2400-REPLACE-TITLE              *
      * 1000-SEND-BLANK-MAP            2410-CHECK-FUND                 *
      * 2000-RECEIVE-MAP               2415-CHECK-OVERRIDE             *
      * 2100-SHOW-ENTRY                2420-GET-ORDER                  *
      * 2110-SHOW-NEXT-PENDING         2430-INSERT-LINE                *
      * 2120-MOVE-ENTRY-TO-MAP         2440-MARK-REPLACED              *
      * 2130-GATHER-FIGURES            2500-DO-NOT-REPLACE             *
      * 2140-FORMAT-CHARGE             3000-SEND-RECEIVE-SCREEN        *
      * 8000-GET-OPERATOR-ID           8100-GET-NEXT-ID                *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-REPL-ID           PIC S9(09) COMP   VALUE 0.
           05  WS-PO-ID             PIC S9(09) COMP   VALUE 0.
           05  WS-LINE-NO           PIC S9(09) COMP   VALUE 0.
           05  WS-ACTIVE-COPIES     PIC S9(09) COMP   VALUE 0.
           05  WS-PENDING-HOLDS     PIC S9(09) COMP   VALUE 0.
           05  WS-CIRC-YEAR         PIC S9(09) COMP   VALUE 0.
           05  WS-LAST-PRICE        PIC S9(5)V9(2) COMP-3 VALUE 0.
           05  WS-CHARGE-AMT        PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-CHARGE-PAID       PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-LINE-AMT          PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-FREE-BAL          PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-INFO-LINE         PIC X(60)         VALUE SPACES.
           05  WS-CHARGE-TEXT       PIC X(34)         VALUE SPACES.
           05  WS-SOURCE-DESC       PIC X(09)         VALUE SPACES.
           05  WS-STATUS-DESC       PIC X(12)         VALUE SPACES.
           05  WS-DISP-VARS.
               10  WS-COPY-DISP     PIC Z(3)9.
               10  WS-BRANCH-DISP   PIC Z(2)9.
               10  WS-COUNT-DISP    PIC Z(4)9.
               10  WS-HOLDS-DISP    PIC Z(4)9.
               10  WS-CIRC-DISP     PIC Z(4)9.
               10  WS-PRICE-DISP    PIC Z(4)9.99.
               10  WS-CHARGE-DISP   PIC Z(6)9.99.
               10  WS-PAID-DISP     PIC Z(6)9.99.
               10  WS-POID-DISP     PIC Z(8)9.
               10  WS-LINE-DISP     PIC ZZ9.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  ENTRY-FOUND                        VALUE 1.
           05  WS-PRICE-SW          PIC 9             VALUE 0.
               88  PRICE-ON-FILE                      VALUE 1.
           05  WS-FUND-SW           PIC 9             VALUE 0.
               88  FUND-BLOCKED                       VALUE 1.
           05  WS-ORDER-SW          PIC 9             VALUE 0.
               88  ORDER-READY                        VALUE 1.
           05  WS-REASON            PIC X             VALUE SPACE.
               88  REASON-OK        VALUES 'C' 'D' 'O' 'S' 'F' 'B'.
           05  WS-IND-VARS.
               10  IND-ISBN         PIC S9(04) COMP   VALUE 0.
               10  IND-LOAN-ID      PIC S9(04) COMP   VALUE 0.
               10  IND-PO-ID        PIC S9(04) COMP   VALUE 0.
               10  IND-LINE-NO      PIC S9(04) COMP   VALUE 0.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
               10  WS-RPLQ-TRNID    PIC X(04)         VALUE 'RPLQ'.
           05  WS-PGMIDS.
               10  WS-AUTHCHK-PGMID PIC X(08)         VALUE 'AUTHCHK'.
           05  WS-MAPIDS.
               10  WS-RQMAP-NAME    PIC X(07)         VALUE 'RQMAP'.
               10  WS-RQSET-NAME    PIC X(07)         VALUE 'RQSET'.
      **   FUND A REPLACEMENT IS CHARGED TO WHEN NONE IS TYPED
           05  WS-REPL-FUND         PIC X(08)         VALUE 'REPLACE'.

       01  WS-SIGNON-USERID         PIC X(08)         VALUE SPACES.

       01  WS-AUTHCHK-COMMAREA.
           05  WS-OPERATOR-ID       PIC X(08)         VALUE SPACES.
           05  WS-AUTHORIZED-SW     PIC 9             VALUE 0.
               88  AUTHORIZED                         VALUE 1.
      **   A FUND OVERDRAW STAYS SUPERVISOR-ONLY, AS ON ACQTRN
           05  WS-AUTH-FUNC         PIC X             VALUE 'S'.

       01  WS-NEXTID-PARMS.
           05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
           05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
           05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

       01  WS-SYS-VARS.
           05  WS-SEND-MSG          PIC  X(80)        VALUE SPACES.
           05  EVAL-CODE            PIC S9(08) COMP   VALUE 0.
               88  ERR-OK                             VALUE 0.
               88  SQL-NOTFOUND                       VALUE 100.

       01  WS-ERROR.
           05  FILLER               PIC X(09)         VALUE 'ERROR AT '.
           05  ERR-LOC              PIC X(26)         VALUE SPACES     .
           05  FILLER               PIC X(05)         VALUE ' RC: '    .
           05  ERR-CODE             PIC X(08)         VALUE SPACES     .
           05  FILLER               PIC X(06)         VALUE ' MSG: '   .
           05  ERR-MSG              PIC X(26)         VALUE SPACES     .

      **COPYBOOK FOR SYMBOLIC MAP
       COPY RQSET.

       COPY DFHAID.
       COPY DFHBMSCA.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE DCLRPQ   END-EXEC.
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
           EXEC SQL INCLUDE DCLPOR   END-EXEC.
           EXEC SQL INCLUDE DCLPLN   END-EXEC.
           EXEC SQL INCLUDE DCLFND   END-EXEC.

       01  WS-COMMAREA.
           05  LS-DUMMY-FLAG        PIC X             VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-DUMMY-FLAG        PIC X.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

            IF EIBCALEN = 0
               PERFORM 1000-SEND-BLANK-MAP
            ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHPF3
                        MOVE 'TRANSACTION TERMINATED' TO WS-SEND-MSG
                        PERFORM 9999-TERMINATE
                   WHEN DFHENTER
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2100-SHOW-ENTRY
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF8
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2110-SHOW-NEXT-PENDING
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF5
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2400-REPLACE-TITLE
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF6
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2500-DO-NOT-REPLACE
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN OTHER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
               END-EVALUATE
            END-IF

            MOVE WS-COMMAREA TO DFHCOMMAREA

            EXEC CICS
                 RETURN TRANSID  (WS-RPLQ-TRNID)
                        COMMAREA (DFHCOMMAREA)
                        RESP     (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'RETURN TRANSID' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1000-SEND-BLANK-MAP.
            MOVE '1000-SEND-BLANK-MAP' TO ERR-LOC

            MOVE LOW-VALUES TO RQMAPO
            MOVE 'ENTER SHOWS NEXT TITLE - PF5 REPLACE PF6 DO NOT'
              TO MSGLNO

            EXEC CICS
                 SEND MAP    (WS-RQMAP-NAME)
                      MAPSET (WS-RQSET-NAME)
                      FROM   (RQMAPO)
                      ERASE
                      RESP   (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'SEND MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2000-RECEIVE-MAP.
            MOVE '2000-RECEIVE-MAP' TO ERR-LOC

            EXEC CICS
                 RECEIVE MAP    (WS-RQMAP-NAME)
                         MAPSET (WS-RQSET-NAME)
                         INTO   (RQMAPI)
                         RESP   (EVAL-CODE)
                         ASIS
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
            AND EVAL-CODE NOT = DFHRESP (MAPFAIL)
               MOVE 'RECEIVE MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2100-SHOW-ENTRY.
            MOVE '2100-SHOW-ENTRY' TO ERR-LOC

            IF FUNCTION TRIM (RQIDI) = SPACES
               MOVE 0 TO WS-REPL-ID
               PERFORM 2110-SHOW-NEXT-PENDING
            ELSE
               MOVE FUNCTION NUMVAL (RQIDI) TO WS-REPL-ID
                                               TBLRPQ-REPL-ID
               MOVE 0 TO WS-FOUND-SW

               EXEC SQL
                    SELECT Q.BOOK_ID, Q.COPY_NO, Q.SOURCE_CODE,
                           Q.LOAN_ID, Q.BRANCH_ID, Q.QUEUE_DATE,
                           Q.REPL_STATUS, Q.REASON_CODE,
                           Q.PO_ID, Q.LINE_NO,
                           B.TITLE, B.ISBN
                      INTO :TBLRPQ-BOOK-ID, :TBLRPQ-COPY-NO,
                           :TBLRPQ-SOURCE-CODE,
                           :TBLRPQ-LOAN-ID :IND-LOAN-ID,
                           :TBLRPQ-BRANCH-ID, :TBLRPQ-QUEUE-DATE,
                           :TBLRPQ-REPL-STATUS, :TBLRPQ-REASON-CODE,
                           :TBLRPQ-PO-ID :IND-PO-ID,
                           :TBLRPQ-LINE-NO :IND-LINE-NO,
                           :TBLBKS-TITLE, :TBLBKS-ISBN :IND-ISBN
                      FROM IBMUSER.REPL_QUEUE Q
                     INNER JOIN IBMUSER.BOOKS B
                        ON Q.BOOK_ID = B.BOOK_ID
                     WHERE Q.REPL_ID = :TBLRPQ-REPL-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        SET ENTRY-FOUND TO TRUE
                        PERFORM 2120-MOVE-ENTRY-TO-MAP
                        MOVE 'ENTRY SHOWN - PF5 REPLACE PF6 DO NOT'
                          TO MSGLNO
                   WHEN SQL-NOTFOUND
                        MOVE SPACES TO RQTITLO RQINF1O RQINF2O RQINF3O
                        MOVE 'NOT ON THE REPLACEMENT WORKLIST' TO MSGLNO
                   WHEN OTHER
                        MOVE 'SELECT REPL_QUEUE' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF
            .

       2110-SHOW-NEXT-PENDING.
            MOVE '2110-SHOW-NEXT-PENDING' TO ERR-LOC

            IF FUNCTION TRIM (RQIDI) = SPACES
               MOVE 0 TO WS-REPL-ID
            ELSE
               MOVE FUNCTION NUMVAL (RQIDI) TO WS-REPL-ID
            END-IF
            MOVE WS-REPL-ID TO TBLRPQ-REPL-ID
            MOVE 0 TO WS-FOUND-SW

            EXEC SQL
                 SELECT Q.REPL_ID, Q.BOOK_ID, Q.COPY_NO,
                        Q.SOURCE_CODE, Q.LOAN_ID, Q.BRANCH_ID,
                        Q.QUEUE_DATE, Q.REPL_STATUS, Q.REASON_CODE,
                        Q.PO_ID, Q.LINE_NO,
                        B.TITLE, B.ISBN
                   INTO :TBLRPQ-REPL-ID, :TBLRPQ-BOOK-ID,
                        :TBLRPQ-COPY-NO, :TBLRPQ-SOURCE-CODE,
                        :TBLRPQ-LOAN-ID :IND-LOAN-ID,
                        :TBLRPQ-BRANCH-ID, :TBLRPQ-QUEUE-DATE,
                        :TBLRPQ-REPL-STATUS, :TBLRPQ-REASON-CODE,
                        :TBLRPQ-PO-ID :IND-PO-ID,
                        :TBLRPQ-LINE-NO :IND-LINE-NO,
                        :TBLBKS-TITLE, :TBLBKS-ISBN :IND-ISBN
                   FROM IBMUSER.REPL_QUEUE Q
                  INNER JOIN IBMUSER.BOOKS B
                     ON Q.BOOK_ID = B.BOOK_ID
                  WHERE Q.REPL_STATUS = 'P'
                    AND Q.REPL_ID > :TBLRPQ-REPL-ID
                  ORDER BY Q.REPL_ID
                  FETCH FIRST 1 ROW ONLY
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET ENTRY-FOUND TO TRUE
                     MOVE TBLRPQ-REPL-ID TO WS-REPL-ID
                     PERFORM 2120-MOVE-ENTRY-TO-MAP
                     MOVE 'ENTRY SHOWN - PF5 REPLACE PF6 DO NOT'
                       TO MSGLNO
                WHEN SQL-NOTFOUND
                     MOVE SPACES TO RQTITLO RQINF1O RQINF2O RQINF3O
                     MOVE 'NO MORE PENDING TITLES' TO MSGLNO
                WHEN OTHER
                     MOVE 'SELECT NEXT PENDING' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2120-MOVE-ENTRY-TO-MAP.
            MOVE '2120-MOVE-ENTRY-TO-MAP' TO ERR-LOC

            MOVE WS-REPL-ID TO RQIDO
            MOVE TBLBKS-TITLE-TEXT (1:60) TO RQTITLO

            EVALUATE TBLRPQ-SOURCE-CODE
                WHEN 'L'
                     MOVE 'LOST'      TO WS-SOURCE-DESC
                WHEN 'W'
                     MOVE 'WITHDRAWN' TO WS-SOURCE-DESC
                WHEN 'M'
                     MOVE 'MISSING'   TO WS-SOURCE-DESC
                WHEN OTHER
                     MOVE TBLRPQ-SOURCE-CODE TO WS-SOURCE-DESC
            END-EVALUATE

            MOVE SPACES TO WS-STATUS-DESC
            EVALUATE TBLRPQ-REPL-STATUS
                WHEN 'P'
                     MOVE 'PENDING'     TO WS-STATUS-DESC
                WHEN 'R'
                     MOVE TBLRPQ-PO-ID  TO WS-POID-DISP
                     STRING 'ORDERED PO '  DELIMITED BY SIZE
                            FUNCTION TRIM (WS-POID-DISP)
                                           DELIMITED BY SIZE
                       INTO WS-STATUS-DESC
                     END-STRING
                WHEN 'N'
                     STRING 'NOT - '          DELIMITED BY SIZE
                            TBLRPQ-REASON-CODE DELIMITED BY SIZE
                       INTO WS-STATUS-DESC
                     END-STRING
            END-EVALUATE

            MOVE TBLRPQ-COPY-NO   TO WS-COPY-DISP
            MOVE TBLRPQ-BRANCH-ID TO WS-BRANCH-DISP
            MOVE SPACES TO WS-INFO-LINE
            STRING WS-SOURCE-DESC     DELIMITED BY SPACE
                   ' '                DELIMITED BY SIZE
                   TBLRPQ-QUEUE-DATE  DELIMITED BY SIZE
                   '  COPY '          DELIMITED BY SIZE
                   WS-COPY-DISP       DELIMITED BY SIZE
                   '  BRANCH '        DELIMITED BY SIZE
                   WS-BRANCH-DISP     DELIMITED BY SIZE
                   '  '               DELIMITED BY SIZE
                   WS-STATUS-DESC     DELIMITED BY SIZE
              INTO WS-INFO-LINE
            END-STRING
            MOVE WS-INFO-LINE TO RQINF1O

            PERFORM 2130-GATHER-FIGURES

            MOVE WS-ACTIVE-COPIES TO WS-COUNT-DISP
            MOVE WS-PENDING-HOLDS TO WS-HOLDS-DISP
            MOVE WS-CIRC-YEAR     TO WS-CIRC-DISP
            MOVE SPACES TO WS-INFO-LINE
            STRING 'ACTIVE COPIES '   DELIMITED BY SIZE
                   WS-COUNT-DISP      DELIMITED BY SIZE
                   '  HOLDS '         DELIMITED BY SIZE
                   WS-HOLDS-DISP      DELIMITED BY SIZE
                   '  LOANS LAST YEAR ' DELIMITED BY SIZE
                   WS-CIRC-DISP       DELIMITED BY SIZE
              INTO WS-INFO-LINE
            END-STRING
            MOVE WS-INFO-LINE TO RQINF2O

            PERFORM 2140-FORMAT-CHARGE

            MOVE SPACES TO WS-INFO-LINE
            IF PRICE-ON-FILE
               MOVE WS-LAST-PRICE TO WS-PRICE-DISP
               STRING 'LAST PRICE '     DELIMITED BY SIZE
                      WS-PRICE-DISP     DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-CHARGE-TEXT    DELIMITED BY SIZE
                 INTO WS-INFO-LINE
               END-STRING
            ELSE
               STRING 'NO PRICE ON FILE  ' DELIMITED BY SIZE
                      WS-CHARGE-TEXT       DELIMITED BY SIZE
                 INTO WS-INFO-LINE
               END-STRING
            END-IF
            MOVE WS-INFO-LINE TO RQINF3O
            .

       2130-GATHER-FIGURES.
            MOVE '2130-GATHER-FIGURES' TO ERR-LOC

      **    EVERYTHING IS COUNTED LIVE, SO AN ENTRY LEFT PENDING FOR
      **    A WHILE SHOWS THE TITLE AS IT STANDS TODAY
            EXEC SQL
                 SELECT (SELECT COUNT(*)
                           FROM IBMUSER.BOOK_COPIES
                          WHERE BOOK_ID = :TBLRPQ-BOOK-ID
                            AND COPY_STATUS = 'A'),
                        (SELECT COUNT(*)
                           FROM IBMUSER.HOLDS
                          WHERE BOOK_ID = :TBLRPQ-BOOK-ID
                            AND HOLD_STATUS = 'P'),
                        (SELECT COUNT(*)
                           FROM IBMUSER.LOANS
                          WHERE BOOK_ID = :TBLRPQ-BOOK-ID
                            AND CHECKOUT_DATE >= CURRENT DATE - 1 YEAR)
                      + (SELECT COUNT(*)
                           FROM IBMUSER.LOANS_HIST
                          WHERE BOOK_ID = :TBLRPQ-BOOK-ID
                            AND CHECKOUT_DATE >= CURRENT DATE - 1 YEAR)
                   INTO :WS-ACTIVE-COPIES, :WS-PENDING-HOLDS,
                        :WS-CIRC-YEAR
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT TITLE FIGURES' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

      **    SAME LAST-PRICE RULE LOSTCONV BILLS BY (2120 THERE)
            MOVE TBLRPQ-BOOK-ID TO TBLPLN-BOOK-ID
            MOVE 0 TO WS-PRICE-SW

            EXEC SQL
                 SELECT UNIT_PRICE
                   INTO :TBLPLN-UNIT-PRICE
                   FROM IBMUSER.PO_LINES
                  WHERE BOOK_ID = :TBLPLN-BOOK-ID
                    AND LINE_STATUS = 'R'
                  ORDER BY PO_ID DESC, LINE_NO DESC
                  FETCH FIRST 1 ROW ONLY
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET PRICE-ON-FILE TO TRUE
                     MOVE TBLPLN-UNIT-PRICE TO WS-LAST-PRICE
                WHEN SQL-NOTFOUND
                     MOVE 0 TO WS-LAST-PRICE
                WHEN OTHER
                     MOVE 'SELECT PO_LINES PRICE' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2140-FORMAT-CHARGE.
            MOVE '2140-FORMAT-CHARGE' TO ERR-LOC

            MOVE SPACES TO WS-CHARGE-TEXT
            IF TBLRPQ-SOURCE-CODE NOT = 'L'
            OR IND-LOAN-ID < 0
               MOVE 'NO REPLACEMENT CHARGE' TO WS-CHARGE-TEXT
            ELSE
      **       THE 'R' CHARGE LOSTCONV BILLED ON THE LOAN - A CHARGE
      **       REVERSED AT CHECK-IN (COPY FOUND) SHOWS AS ZERO
               EXEC SQL
                    SELECT COALESCE(SUM(FINE_AMOUNT), 0),
                           COALESCE(SUM(PAID_AMOUNT), 0)
                      INTO :WS-CHARGE-AMT, :WS-CHARGE-PAID
                      FROM IBMUSER.FINES
                     WHERE LOAN_ID     = :TBLRPQ-LOAN-ID
                       AND CHARGE_TYPE = 'R'
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT FINES CHARGE' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               MOVE WS-CHARGE-PAID TO WS-PAID-DISP
               EVALUATE TRUE
                   WHEN WS-CHARGE-PAID = 0
                        MOVE 'CHARGE NOT COLLECTED' TO WS-CHARGE-TEXT
                   WHEN WS-CHARGE-PAID < WS-CHARGE-AMT
                        STRING 'CHARGE PART PAID '  DELIMITED BY SIZE
                               FUNCTION TRIM (WS-PAID-DISP)
                                                    DELIMITED BY SIZE
                          INTO WS-CHARGE-TEXT
                        END-STRING
                   WHEN OTHER
                        STRING 'CHARGE COLLECTED '  DELIMITED BY SIZE
                               FUNCTION TRIM (WS-PAID-DISP)
                                                    DELIMITED BY SIZE
                          INTO WS-CHARGE-TEXT
                        END-STRING
               END-EVALUATE
            END-IF
            .

       2400-REPLACE-TITLE.
            MOVE '2400-REPLACE-TITLE' TO ERR-LOC

            PERFORM 2100-SHOW-ENTRY

            EVALUATE TRUE
                WHEN NOT ENTRY-FOUND
                     CONTINUE
                WHEN TBLRPQ-REPL-STATUS NOT = 'P'
                     MOVE 'ENTRY IS ALREADY DECIDED' TO MSGLNO
                WHEN FUNCTION TRIM (RQPOIDI) = SPACES
                 AND FUNCTION TRIM (RQVNDI) = SPACES
                     MOVE 'TYPE A VENDOR ID (NEW PO) OR A PO ID'
                       TO MSGLNO
                WHEN FUNCTION TRIM (RQPRICI) = SPACES
                 AND NOT PRICE-ON-FILE
                     MOVE 'NO PRICE ON FILE - TYPE THE UNIT PRICE'
                       TO MSGLNO
                WHEN OTHER
                     IF FUNCTION TRIM (RQPRICI) = SPACES
                        MOVE WS-LAST-PRICE TO TBLPLN-UNIT-PRICE
                     ELSE
                        MOVE FUNCTION NUMVAL (RQPRICI)
                          TO TBLPLN-UNIT-PRICE
                     END-IF
                     MOVE 1 TO TBLPLN-ORDER-QTY

                     MOVE 0 TO WS-FUND-SW
                     PERFORM 2410-CHECK-FUND
                     IF NOT FUND-BLOCKED
                        PERFORM 2420-GET-ORDER
                        IF ORDER-READY
                           PERFORM 2430-INSERT-LINE
                           PERFORM 2440-MARK-REPLACED
                        END-IF
                     END-IF
            END-EVALUATE
            .

       2410-CHECK-FUND.
            MOVE '2410-CHECK-FUND' TO ERR-LOC

      **    SAME FUND TEST AS ACQTRN 2215, EXCEPT THAT A BLANK FUND
      **    MEANS THE REPLACEMENT FUND RATHER THAN NO FUND AT ALL
            IF FUNCTION TRIM (RQFUNDI) = SPACES
               MOVE WS-REPL-FUND TO TBLPLN-FUND-CODE-TEXT
            ELSE
               MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (RQFUNDI))
                 TO TBLPLN-FUND-CODE-TEXT
            END-IF
            MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (TBLPLN-FUND-CODE-TEXT))
              TO TBLPLN-FUND-CODE-LEN
            MOVE TBLPLN-FUND-CODE-TEXT TO TBLFND-FUND-CODE-TEXT
            MOVE TBLPLN-FUND-CODE-LEN  TO TBLFND-FUND-CODE-LEN

            PERFORM 8000-GET-OPERATOR-ID
            MOVE WS-SIGNON-USERID TO TBLPLN-ORDERED-BY-TEXT
            MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-SIGNON-USERID))
              TO TBLPLN-ORDERED-BY-LEN
            MOVE SPACES TO TBLPLN-OVERRIDE-BY-TEXT
            MOVE 0      TO TBLPLN-OVERRIDE-BY-LEN

            EXEC SQL
                 SELECT ALLOC_AMT - ENCUM_AMT - SPENT_AMT
                   INTO :WS-FREE-BAL
                   FROM IBMUSER.FUNDS
                  WHERE FUND_CODE = :TBLFND-FUND-CODE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     COMPUTE WS-LINE-AMT = TBLPLN-UNIT-PRICE
                                         * TBLPLN-ORDER-QTY
                     IF WS-LINE-AMT > WS-FREE-BAL
                        PERFORM 2415-CHECK-OVERRIDE
                        IF FUND-BLOCKED
                           MOVE 'LINE WOULD OVERDRAW ITS FUND'
                             TO MSGLNO
                        END-IF
                     END-IF
                WHEN SQL-NOTFOUND
                     SET FUND-BLOCKED TO TRUE
                     MOVE 'FUND CODE NOT ON FILE' TO MSGLNO
                WHEN OTHER
                     MOVE 'SELECT FUNDS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2415-CHECK-OVERRIDE.
            MOVE '2415-CHECK-OVERRIDE' TO ERR-LOC

            MOVE WS-SIGNON-USERID TO WS-OPERATOR-ID
            MOVE 0 TO WS-AUTHORIZED-SW

            EXEC CICS LINK
                 PROGRAM  (WS-AUTHCHK-PGMID)
                 COMMAREA (WS-AUTHCHK-COMMAREA)
                 RESP     (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'LINK PROGRAM' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF NOT AUTHORIZED
               SET FUND-BLOCKED TO TRUE
            ELSE
               MOVE WS-SIGNON-USERID TO TBLPLN-OVERRIDE-BY-TEXT
               MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-SIGNON-USERID))
                 TO TBLPLN-OVERRIDE-BY-LEN
            END-IF
            .

       2420-GET-ORDER.
            MOVE '2420-GET-ORDER' TO ERR-LOC

            MOVE 0 TO WS-ORDER-SW
            IF FUNCTION TRIM (RQPOIDI) = SPACES
      **       A NEW ORDER FOR THE VENDOR TYPED, AS ACQTRN'S PF5
               MOVE 'PO_ID' TO WS-NXT-ID-NAME
               PERFORM 8100-GET-NEXT-ID
               MOVE WS-NXT-NEXT-ID TO WS-PO-ID
                                      TBLPOR-PO-ID
               MOVE FUNCTION NUMVAL (RQVNDI) TO TBLPOR-VENDOR-ID

               EXEC SQL
                    INSERT INTO IBMUSER.PURCH_ORDERS
                           (PO_ID, VENDOR_ID, ORDER_DATE,
                            PO_STATUS)
                    VALUES (:TBLPOR-PO-ID,
                            :TBLPOR-VENDOR-ID,
                            CURRENT DATE, 'O')
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'INSERT PURCH_ORDERS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               MOVE 1 TO WS-LINE-NO
               SET ORDER-READY TO TRUE
            ELSE
      **       APPEND TO AN ORDER STILL OPEN WITH THAT VENDOR
               MOVE FUNCTION NUMVAL (RQPOIDI) TO WS-PO-ID
                                                 TBLPOR-PO-ID

               EXEC SQL
                    SELECT PO_STATUS
                      INTO :TBLPOR-PO-STATUS
                      FROM IBMUSER.PURCH_ORDERS
                     WHERE PO_ID = :TBLPOR-PO-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        IF TBLPOR-PO-STATUS NOT = 'O'
                           MOVE 'PO IS NOT OPEN' TO MSGLNO
                        ELSE
                           SET ORDER-READY TO TRUE
                        END-IF
                   WHEN SQL-NOTFOUND
                        MOVE 'PO NOT ON FILE' TO MSGLNO
                   WHEN OTHER
                        MOVE 'SELECT PURCH_ORDERS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE

               IF ORDER-READY
                  MOVE WS-PO-ID TO TBLPLN-PO-ID

                  EXEC SQL
                       SELECT COALESCE(MAX(LINE_NO), 0) + 1
                         INTO :WS-LINE-NO
                         FROM IBMUSER.PO_LINES
                        WHERE PO_ID = :TBLPLN-PO-ID
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'SELECT NEXT LINE_NO' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
               END-IF
            END-IF
            .

       2430-INSERT-LINE.
            MOVE '2430-INSERT-LINE' TO ERR-LOC

      **    THE LINE CARRIES THE TITLE'S BOOK ID, SO ACQTRN'S PF6
      **    RECEIVES THE NEW COPY INTO THE TITLE ALREADY ON FILE
            MOVE WS-PO-ID          TO TBLPLN-PO-ID
            MOVE WS-LINE-NO        TO TBLPLN-LINE-NO
            MOVE TBLRPQ-BOOK-ID    TO TBLPLN-BOOK-ID
            MOVE TBLBKS-TITLE-TEXT TO TBLPLN-TITLE-TEXT
            MOVE TBLBKS-TITLE-LEN  TO TBLPLN-TITLE-LEN
            IF IND-ISBN < 0
               MOVE SPACES TO TBLPLN-ISBN-TEXT
               MOVE 0      TO TBLPLN-ISBN-LEN
            ELSE
               MOVE TBLBKS-ISBN-TEXT TO TBLPLN-ISBN-TEXT
               MOVE TBLBKS-ISBN-LEN  TO TBLPLN-ISBN-LEN
            END-IF

            EXEC SQL
                 INSERT INTO IBMUSER.PO_LINES
                        (PO_ID, LINE_NO, TITLE, ISBN, UNIT_PRICE,
                         ORDER_QTY, LINE_STATUS, BOOK_ID,
                         FUND_CODE, CLAIM_COUNT, LAST_CLAIM_DATE,
                         ORDERED_BY, OVERRIDE_BY, RECEIVED_BY,
                         RECEIVED_DATE)
                 VALUES (:TBLPLN-PO-ID, :TBLPLN-LINE-NO,
                         :TBLPLN-TITLE, :TBLPLN-ISBN,
                         :TBLPLN-UNIT-PRICE, :TBLPLN-ORDER-QTY,
                         'O', :TBLPLN-BOOK-ID,
                         :TBLPLN-FUND-CODE,
                         0, NULL,
                         :TBLPLN-ORDERED-BY, :TBLPLN-OVERRIDE-BY,
                         '', NULL)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT PO_LINES' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

      **    ENCUMBERED THE MOMENT THE LINE GOES ON ORDER (1008FD)
            COMPUTE WS-LINE-AMT = TBLPLN-UNIT-PRICE
                                * TBLPLN-ORDER-QTY

            EXEC SQL
                 UPDATE IBMUSER.FUNDS
                    SET ENCUM_AMT = ENCUM_AMT + :WS-LINE-AMT
                  WHERE FUND_CODE = :TBLPLN-FUND-CODE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE FUNDS ENCUM' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2440-MARK-REPLACED.
            MOVE '2440-MARK-REPLACED' TO ERR-LOC

            MOVE WS-SIGNON-USERID TO TBLRPQ-DECIDED-BY-TEXT
            MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-SIGNON-USERID))
              TO TBLRPQ-DECIDED-BY-LEN
            MOVE WS-PO-ID   TO TBLRPQ-PO-ID
            MOVE WS-LINE-NO TO TBLRPQ-LINE-NO
            MOVE WS-REPL-ID TO TBLRPQ-REPL-ID

            EXEC SQL
                 UPDATE IBMUSER.REPL_QUEUE
                    SET REPL_STATUS  = 'R',
                        DECIDED_BY   = :TBLRPQ-DECIDED-BY,
                        DECIDED_DATE = CURRENT DATE,
                        PO_ID        = :TBLRPQ-PO-ID,
                        LINE_NO      = :TBLRPQ-LINE-NO
                  WHERE REPL_ID     = :TBLRPQ-REPL-ID
                    AND REPL_STATUS = 'P'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE REPL_QUEUE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE WS-PO-ID   TO WS-POID-DISP
            MOVE WS-LINE-NO TO WS-LINE-DISP
            MOVE WS-POID-DISP TO RQPOIDO
            MOVE SPACES TO MSGLNO
            STRING 'REPLACEMENT ORDERED - PO '  DELIMITED BY SIZE
                   FUNCTION TRIM (WS-POID-DISP) DELIMITED BY SIZE
                   ' LINE '                     DELIMITED BY SIZE
                   FUNCTION TRIM (WS-LINE-DISP) DELIMITED BY SIZE
              INTO MSGLNO
            END-STRING
            .

       2500-DO-NOT-REPLACE.
            MOVE '2500-DO-NOT-REPLACE' TO ERR-LOC

            MOVE FUNCTION UPPER-CASE (RQRSNI) TO WS-REASON

            EVALUATE TRUE
                WHEN FUNCTION TRIM (RQIDI) = SPACES
                     MOVE 'SHOW AN ENTRY FIRST' TO MSGLNO
                WHEN NOT REASON-OK
                     MOVE 'REASON IS C, D, O, S, F OR B'
                       TO MSGLNO
                WHEN OTHER
                     MOVE FUNCTION NUMVAL (RQIDI) TO WS-REPL-ID
                                                     TBLRPQ-REPL-ID
                     PERFORM 8000-GET-OPERATOR-ID
                     MOVE WS-SIGNON-USERID TO TBLRPQ-DECIDED-BY-TEXT
                     MOVE FUNCTION LENGTH
                            (FUNCTION TRIM (WS-SIGNON-USERID))
                       TO TBLRPQ-DECIDED-BY-LEN
                     MOVE WS-REASON TO TBLRPQ-REASON-CODE

                     EXEC SQL
                          UPDATE IBMUSER.REPL_QUEUE
                             SET REPL_STATUS  = 'N',
                                 REASON_CODE  = :TBLRPQ-REASON-CODE,
                                 DECIDED_BY   = :TBLRPQ-DECIDED-BY,
                                 DECIDED_DATE = CURRENT DATE
                           WHERE REPL_ID     = :TBLRPQ-REPL-ID
                             AND REPL_STATUS = 'P'
                     END-EXEC

                     MOVE SQLCODE TO EVAL-CODE
                     EVALUATE TRUE
                         WHEN ERR-OK
                              PERFORM 2100-SHOW-ENTRY
      **                      KEEP THE DECISION CONFIRMATION ON TOP,
      **                      AS WEEDTRN DOES
                              MOVE 'MARKED DO NOT REPLACE' TO MSGLNO
                         WHEN SQL-NOTFOUND
                              MOVE 'NOT A PENDING ENTRY' TO MSGLNO
                         WHEN OTHER
                              MOVE 'UPDATE REPL_QUEUE' TO ERR-MSG
                              PERFORM 9999-ERROR-HANDLING
                     END-EVALUATE
            END-EVALUATE
            .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

            EXEC CICS
                 SEND MAP    (WS-RQMAP-NAME)
                      MAPSET (WS-RQSET-NAME)
                      FROM   (RQMAPO)
                      ERASE
                      RESP   (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'SEND MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       8000-GET-OPERATOR-ID.
            MOVE '8000-GET-OPERATOR-ID' TO ERR-LOC

            MOVE SPACES TO WS-SIGNON-USERID

            EXEC CICS ASSIGN
                 USERID (WS-SIGNON-USERID)
                 RESP   (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
            OR WS-SIGNON-USERID = SPACES
               MOVE EIBTRMID TO WS-SIGNON-USERID
            END-IF
            .

       8100-GET-NEXT-ID.
            MOVE '8100-GET-NEXT-ID' TO ERR-LOC

            MOVE 0 TO WS-NXT-NEXT-ID
                      WS-NXT-RC
            CALL 'NEXTID' USING WS-NEXTID-PARMS

            IF WS-NXT-RC NOT = 0
               MOVE WS-NXT-RC TO EVAL-CODE
               MOVE 'CALL NEXTID' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            MOVE WS-ERROR  TO WS-SEND-MSG
            PERFORM 9999-TERMINATE
            .

       9999-TERMINATE.
            EXEC CICS
                 SEND TEXT
                      FROM  (WS-SEND-MSG)
                      RESP  (EVAL-CODE)
                      ERASE
            END-EXEC

            EXEC CICS
                 RETURN
            END-EXEC
            .
