      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PATRINQ.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/24/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * PATRON ACCOUNT OVERVIEW INQUIRY - TSQ-PAGED - DB2              *
      *----------------------------------------------------------------*
      * - ONE READ-ONLY SCREEN FOR THE DESK TO ANSWER "WHAT IS GOING   *
      *   ON WITH MY ACCOUNT" WITHOUT KEYING THE PATRON INTO LOANTRN,  *
      *   LOANHIST, FINETRN, PATRNTRN, ROOMTRN, ILLTRN AND SUGGTRN     *
      *   ONE AFTER ANOTHER                                            *
      * - ENTER A PATRON ID AND PRESS ENTER. THE OVERVIEW SHOWS, EACH  *
      *   UNDER ITS OWN HEADING:                                       *
      *   STANDING (STATUS, CATEGORY, CARD EXPIRY, COLLECTIONS,        *
      *   PAYMENT PLAN, HOUSEHOLD), OPEN LOANS WITH DUE DATE AND       *
      *   RENEWALS LEFT (LOAN_POLICY AS LOANTRN READS IT), HOLDS WITH  *
      *   QUEUE POSITION OR PICKUP STATUS, OPEN FINES BALANCE BY       *
      *   CHARGE TYPE, ILL REQUESTS IN PROGRESS, UPCOMING ROOM         *
      *   BOOKINGS, PENDING SUGGESTIONS AND REVIEWS, AND THE LAST 10   *
      *   NOTICES FROM NOTICE_HIST WITH THEIR DELIVERY STATUS          *
      * - PAGES ARE BUILT INTO A TSQ ('PINQ'+TERMID) THE SAME WAY     *
      *   LOANHIST BUILDS ITS QUEUE - 12 LINES = 1 PAGE = 1 TSQ ITEM,  *
      *   PF7/PF8 TO PAGE UP/DOWN                                      *
      * - TRANSFER KEYS - THE PATRON SHOWN IS HANDED OVER IN THE       *
      *   'PXFR'+TERMID QUEUE (SEE PXFRVARS) AND THE DESK PROGRAM IS   *
      *   XCTL'D TO WITH NO COMMAREA, SO IT STARTS AS ON FIRST ENTRY   *
      *   (ITS OWN AUTHORITY CHECK INCLUDED) WITH THE PATRON ID        *
      *   ALREADY FILLED IN:                                           *
      *   PF1 LOANTRN   PF2 LOANHIST  PF4 FINETRN   PF5 PATRNTRN       *
      *   PF6 ROOMTRN   PF9 ILLTRN    PF10 SUGGTRN                     *
      * - GATED BY AUTHCHK (CIRCULATION RIGHT, OPER_AUTH.AUTH_CIRC) AT *
      *   FIRST ENTRY LIKE LOANHIST                                    *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   24,2020 - INITIAL VERSION                        (1224PO)*
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.PATRONS (INPUT) - STANDING (SEE DCLPATR)               *
      * IBMUSER.COLL_REFERRALS (INPUT) - OPEN REFERRALS                *
      * IBMUSER.PAY_PLANS (INPUT) - ACTIVE PAYMENT PLAN                *
      * IBMUSER.LOANS (INPUT) - OPEN LOANS (SEE DCLLOAN)               *
      * IBMUSER.BOOKS (INPUT) - TITLE AND GENRE (SEE DCLBOOKS)         *
      * IBMUSER.LOAN_POLICY (INPUT) - RENEWAL LIMIT (SEE DCLPOL)       *
      * IBMUSER.CIRC_CONTROL (INPUT) - DEFAULT RENEWAL LIMIT           *
      * IBMUSER.HOLDS (INPUT) - HOLDS AND QUEUE (SEE DCLHOLD)          *
      * IBMUSER.FINES (INPUT) - OPEN BALANCES (SEE DCLFINE)            *
      * IBMUSER.ILL_LOANS (INPUT) - BORROW REQUESTS (SEE DCLILL)       *
      * IBMUSER.ROOM_BOOKS (INPUT) - BOOKINGS (SEE DCLRBK)             *
      * IBMUSER.ROOMS (INPUT) - ROOM NAME (SEE DCLROO)                 *
      * IBMUSER.SUGGESTS (INPUT) - SUGGESTIONS (SEE DCLSUG)            *
      * IBMUSER.BOOK_REVIEWS (INPUT) - REVIEWS (SEE DCLREV)            *
      * IBMUSER.NOTICE_HIST (INPUT) - NOTICES SENT (SEE DCLNTC)        *
      *                                                                *
      * 0000-MAIN                      2171-FETCH-SUGGESTION           *
      * 1000-SEND-BLANK-MAP            2175-REVIEWS                    *
      * 1100-CHECK-AUTHORITY           2176-FETCH-REVIEW               *
      * 2000-RECEIVE-MAP               2180-NOTICES                    *
      * 2100-BUILD-OVERVIEW            2181-FETCH-NOTICE               *
      * 2110-PATRON-STANDING           2190-ADD-HEADING                *
      * 2120-OPEN-LOANS                2191-ADD-LINE                   *
      * 2121-FETCH-LOAN                2192-WRITE-PAGE                 *
      * 2130-HOLDS                     2193-CHECK-NONE                 *
      * 2131-FETCH-HOLD                2200-SHOW-PAGE                  *
      * 2140-FINES                     2210-MOVE-PAGE-LINE             *
      * 2141-FETCH-FINE                2300-PAGE-UP                    *
      * 2150-ILL-REQUESTS              2400-PAGE-DOWN                  *
      * 2151-FETCH-ILL                 2500-TRANSFER-TO-DESK           *
      * 2160-ROOM-BOOKINGS             3000-SEND-RECEIVE-SCREEN        *
      * 2161-FETCH-ROOM                9999-ERROR-HANDLING             *
      * 2170-SUGGESTIONS               9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-LN-IDX            PIC S9(04) COMP   VALUE 0.
           05  WS-SECT-ROWS         PIC S9(04) COMP   VALUE 0.
           05  WS-PAGE-LINE         PIC X(78)         VALUE SPACES.
           05  WS-ID-DISP           PIC 9(08)         VALUE 0.
           05  WS-CNT-DISP          PIC ZZ9.
           05  WS-DAYS-DISP         PIC ZZZ9.
           05  WS-BRANCH-DISP       PIC ZZZ9.
           05  WS-HH-DISP           PIC 99.
           05  WS-PATID-EDIT        PIC Z(08)9.
           05  WS-AMT-DISP          PIC Z,ZZZ,ZZ9.99-.
           05  WS-SCORE-DISP        PIC Z9.99.
           05  WS-STATUS-TEXT       PIC X(34)         VALUE SPACES.
           05  WS-TYPE-TEXT         PIC X(28)         VALUE SPACES.
           05  WS-CHAN-TEXT         PIC X(05)         VALUE SPACES.
           05  WS-EXPIRY-DAYS       PIC S9(09) COMP   VALUE 0.
           05  WS-OVERDUE-DAYS      PIC S9(09) COMP   VALUE 0.
           05  WS-RENEW-LEFT        PIC S9(09) COMP   VALUE 0.
           05  WS-QUEUE-POS         PIC S9(09) COMP   VALUE 0.
           05  WS-COLL-REFS         PIC S9(09) COMP   VALUE 0.
           05  WS-PLANS             PIC S9(09) COMP   VALUE 0.
           05  WS-ROW-COUNT         PIC S9(09) COMP   VALUE 0.
           05  WS-BALANCE           PIC S9(07)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-BAL         PIC S9(07)V99 COMP-3 VALUE 0.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  PATRON-FOUND                       VALUE 1.
           05  WS-XFER-PGMID        PIC X(08)         VALUE SPACES.
           05  WS-IND-VARS.
               10  IND-EXPIRY       PIC S9(04) COMP   VALUE 0.
               10  IND-EXPIRY-DAYS  PIC S9(04) COMP   VALUE 0.
               10  IND-GUARANTOR    PIC S9(04) COMP   VALUE 0.
               10  IND-RECALL       PIC S9(04) COMP   VALUE 0.
               10  IND-RENEW-LEFT   PIC S9(04) COMP   VALUE 0.
               10  IND-READY-DATE   PIC S9(04) COMP   VALUE 0.
               10  IND-ILL-TITLE    PIC S9(04) COMP   VALUE 0.
               10  IND-NEED-BY      PIC S9(04) COMP   VALUE 0.
           05  WS-TBL-PAGE.
               10  WS-TBL-LINE      OCCURS 12 TIMES
                                    PIC X(78).

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
               10  WS-PINQ-TRNID    PIC X(04)         VALUE 'PINQ'.
           05  WS-PGMIDS.
               10  WS-AUTHCHK-PGMID PIC X(08)         VALUE 'AUTHCHK'.
               10  WS-LOANTRN-PGMID PIC X(08)         VALUE 'LOANTRN'.
               10  WS-LOANHST-PGMID PIC X(08)         VALUE 'LOANHIST'.
               10  WS-FINETRN-PGMID PIC X(08)         VALUE 'FINETRN'.
               10  WS-PATRNTR-PGMID PIC X(08)         VALUE 'PATRNTRN'.
               10  WS-ROOMTRN-PGMID PIC X(08)         VALUE 'ROOMTRN'.
               10  WS-ILLTRN-PGMID  PIC X(08)         VALUE 'ILLTRN'.
               10  WS-SUGGTRN-PGMID PIC X(08)         VALUE 'SUGGTRN'.
           05  WS-MAPIDS.
               10  WS-PIQMAP-NAME   PIC X(07)         VALUE 'PIQMAP'.
               10  WS-PIQSET-NAME   PIC X(07)         VALUE 'PIQSET'.
           05  WS-LAST-NOTICES      PIC S9(04) COMP   VALUE 10.

       01  WS-SYS-VARS.
           05  WS-SEND-MSG          PIC  X(80)        VALUE SPACES.
           05  EVAL-CODE            PIC S9(08) COMP   VALUE 0.
               88  ERR-OK                             VALUE 0.
               88  SQL-EOC                            VALUE 100.
               88  SQL-NOTFOUND                       VALUE 100.

       01  WS-ERROR.
           05  FILLER               PIC X(09)         VALUE 'ERROR AT '.
           05  ERR-LOC              PIC X(26)         VALUE SPACES     .
           05  FILLER               PIC X(05)         VALUE ' RC: '    .
           05  ERR-CODE             PIC X(08)         VALUE SPACES     .
           05  FILLER               PIC X(06)         VALUE ' MSG: '   .
           05  ERR-MSG              PIC X(26)         VALUE SPACES     .

       01  WS-AUTHCHK-COMMAREA.
           05  WS-OPERATOR-ID       PIC X(08)         VALUE SPACES.
           05  WS-AUTHORIZED-SW     PIC 9             VALUE 0.
               88  AUTHORIZED                         VALUE 1.
           05  WS-AUTH-FUNC         PIC X             VALUE 'C'.

       01  WS-SIGNON-USERID         PIC X(08)         VALUE SPACES.

       COPY PXFRVARS.

      **COPYBOOK FOR SYMBOLIC MAP
       COPY PIQSET.

       COPY DFHAID.
       COPY DFHBMSCA.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE DCLPATR  END-EXEC.
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
           EXEC SQL INCLUDE DCLLOAN  END-EXEC.
           EXEC SQL INCLUDE DCLHOLD  END-EXEC.
           EXEC SQL INCLUDE DCLFINE  END-EXEC.
           EXEC SQL INCLUDE DCLILL   END-EXEC.
           EXEC SQL INCLUDE DCLRBK   END-EXEC.
           EXEC SQL INCLUDE DCLROO   END-EXEC.
           EXEC SQL INCLUDE DCLSUG   END-EXEC.
           EXEC SQL INCLUDE DCLREV   END-EXEC.
           EXEC SQL INCLUDE DCLNTC   END-EXEC.

      **    RENEWALS LEFT USES THE SAME LIMIT LOANTRN 2250 APPLIES -
      **    THE BORROWER'S CATEGORY ROW, THEN THE ANY-CATEGORY ROW,
      **    THEN CIRC_CONTROL
           EXEC SQL DECLARE CURPILOAN CURSOR FOR
                SELECT L.BOOK_ID
                      ,B.TITLE
                      ,L.DUE_DATE
                      ,L.RECALL_DATE
                      ,DAYS(CURRENT DATE) - DAYS(L.DUE_DATE)
                      ,COALESCE(
                         (SELECT P.MAX_RENEWALS
                            FROM IBMUSER.LOAN_POLICY P
                           WHERE UPPER(P.GENRE) = RTRIM(UPPER(B.GENRE))
                             AND P.PATRON_CAT = :TBLPATR-PATRON-CAT),
                         (SELECT P.MAX_RENEWALS
                            FROM IBMUSER.LOAN_POLICY P
                           WHERE UPPER(P.GENRE) = RTRIM(UPPER(B.GENRE))
                             AND P.PATRON_CAT = ' '),
                         (SELECT C.MAX_RENEWALS
                            FROM IBMUSER.CIRC_CONTROL C
                           WHERE C.CONTROL_ID = 1))
                       - L.RENEWAL_COUNT
                  FROM IBMUSER.LOANS L
                 INNER JOIN IBMUSER.BOOKS B
                    ON L.BOOK_ID = B.BOOK_ID
                 WHERE L.PATRON_ID = :TBLPATR-PATRON-ID
                   AND L.RETURN_DATE IS NULL
                 ORDER BY L.DUE_DATE, L.LOAN_ID
           END-EXEC.

      **    QUEUE POSITION COUNTS THE PENDING HOLDS AHEAD ON THE SAME
      **    TITLE IN THE ORDER LOANTRN 2310 FILLS THEM (HOLD_DATE)
           EXEC SQL DECLARE CURPIHOLD CURSOR FOR
                SELECT H.BOOK_ID
                      ,B.TITLE
                      ,H.HOLD_STATUS
                      ,H.READY_DATE
                      ,H.PICKUP_BRANCH
                      ,(SELECT COUNT(*) + 1
                          FROM IBMUSER.HOLDS Q
                         WHERE Q.BOOK_ID     = H.BOOK_ID
                           AND Q.HOLD_STATUS = 'P'
                           AND (Q.HOLD_DATE  < H.HOLD_DATE
                            OR (Q.HOLD_DATE  = H.HOLD_DATE
                           AND  Q.HOLD_ID    < H.HOLD_ID)))
                  FROM IBMUSER.HOLDS H
                 INNER JOIN IBMUSER.BOOKS B
                    ON H.BOOK_ID = B.BOOK_ID
                 WHERE H.PATRON_ID = :TBLPATR-PATRON-ID
                   AND H.HOLD_STATUS IN ('P', 'T', 'R')
                 ORDER BY H.HOLD_DATE, H.HOLD_ID
           END-EXEC.

           EXEC SQL DECLARE CURPIFINE CURSOR FOR
                SELECT CHARGE_TYPE
                      ,COUNT(*)
                      ,SUM(FINE_AMOUNT - PAID_AMOUNT - WAIVED_AMOUNT)
                  FROM IBMUSER.FINES
                 WHERE PATRON_ID   = :TBLPATR-PATRON-ID
                   AND FINE_STATUS = 'O'
                 GROUP BY CHARGE_TYPE
                 ORDER BY CHARGE_TYPE
           END-EXEC.

           EXEC SQL DECLARE CURPIILL CURSOR FOR
                SELECT ILL_ID
                      ,TITLE
                      ,ILL_STATUS
                      ,REQUEST_DATE
                      ,NEED_BY_DATE
                  FROM IBMUSER.ILL_LOANS
                 WHERE PATRON_ID  = :TBLPATR-PATRON-ID
                   AND DIRECTION  = 'B'
                   AND ILL_STATUS <> 'C'
                 ORDER BY REQUEST_DATE, ILL_ID
           END-EXEC.

           EXEC SQL DECLARE CURPIROOM CURSOR FOR
                SELECT R.ROOM_NAME
                      ,K.BOOK_DATE
                      ,K.START_HH
                      ,K.END_HH
                  FROM IBMUSER.ROOM_BOOKS K
                 INNER JOIN IBMUSER.ROOMS R
                    ON K.ROOM_ID = R.ROOM_ID
                 WHERE K.PATRON_ID   = :TBLPATR-PATRON-ID
                   AND K.BOOK_STATUS = 'A'
                   AND K.BOOK_DATE  >= CURRENT DATE
                 ORDER BY K.BOOK_DATE, K.START_HH
           END-EXEC.

           EXEC SQL DECLARE CURPISUGG CURSOR FOR
                SELECT SUGG_TITLE
                      ,SUGG_DATE
                  FROM IBMUSER.SUGGESTS
                 WHERE PATRON_ID   = :TBLPATR-PATRON-ID
                   AND SUGG_STATUS = 'P'
                 ORDER BY SUGG_DATE, SUGG_ID
           END-EXEC.

           EXEC SQL DECLARE CURPIREV CURSOR FOR
                SELECT V.BOOK_ID
                      ,B.TITLE
                      ,V.SCORE
                      ,V.REVIEW_DATE
                  FROM IBMUSER.BOOK_REVIEWS V
                 INNER JOIN IBMUSER.BOOKS B
                    ON V.BOOK_ID = B.BOOK_ID
                 WHERE V.PATRON_ID     = :TBLPATR-PATRON-ID
                   AND V.REVIEW_STATUS = 'P'
                 ORDER BY V.REVIEW_DATE, V.REVIEW_ID
           END-EXEC.

           EXEC SQL DECLARE CURPINTC CURSOR FOR
                SELECT NOTICE_DATE
                      ,NOTICE_TYPE
                      ,DELIV_CHANNEL
                      ,DELIV_STATUS
                  FROM IBMUSER.NOTICE_HIST
                 WHERE PATRON_ID = :TBLPATR-PATRON-ID
                 ORDER BY NOTICE_DATE DESC, NOTICE_ID DESC
           END-EXEC.

       01  WS-COMMAREA.
           05  WS-PATRON-ID         PIC S9(09) COMP   VALUE 0.
           05  WS-PG-NUM            PIC S9(04) COMP   VALUE 1.
           05  WS-TOTAL-PG          PIC S9(04) COMP   VALUE 1.
           05  WS-INQ-QUEUE-NAME.
               10  WS-PI-TRNID      PIC X(04)         VALUE 'PINQ'.
               10  WS-PI-TRMID      PIC X(04)         VALUE 'L702'.
           05  WS-PATRON-NAME       PIC X(40)         VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-PATRON-ID         PIC S9(09) COMP.
           05  LS-PG-NUM            PIC S9(04) COMP.
           05  LS-TOTAL-PG          PIC S9(04) COMP.
           05  LS-INQ-QUEUE-NAME    PIC X(08).
           05  LS-PATRON-NAME       PIC X(40).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

            IF EIBCALEN = 0
               PERFORM 1100-CHECK-AUTHORITY
               IF NOT AUTHORIZED
                  MOVE 'NOT AUTHORIZED TO VIEW PATRON ACCOUNTS'
                    TO WS-SEND-MSG
                  PERFORM 9999-TERMINATE
               END-IF
               MOVE EIBTRMID TO WS-PI-TRMID
               PERFORM 1000-SEND-BLANK-MAP
            ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHPF3
                        EXEC CICS
                             DELETEQ TS
                                     QUEUE (WS-INQ-QUEUE-NAME)
                                     RESP  (EVAL-CODE)
                        END-EXEC
                        MOVE 'TRANSACTION TERMINATED' TO WS-SEND-MSG
                        PERFORM 9999-TERMINATE
                   WHEN DFHENTER
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2100-BUILD-OVERVIEW
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF7
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2300-PAGE-UP
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF8
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2400-PAGE-DOWN
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF1
                        MOVE WS-LOANTRN-PGMID TO WS-XFER-PGMID
                        PERFORM 2500-TRANSFER-TO-DESK
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF2
                        MOVE WS-LOANHST-PGMID TO WS-XFER-PGMID
                        PERFORM 2500-TRANSFER-TO-DESK
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF4
                        MOVE WS-FINETRN-PGMID TO WS-XFER-PGMID
                        PERFORM 2500-TRANSFER-TO-DESK
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF5
                        MOVE WS-PATRNTR-PGMID TO WS-XFER-PGMID
                        PERFORM 2500-TRANSFER-TO-DESK
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF6
                        MOVE WS-ROOMTRN-PGMID TO WS-XFER-PGMID
                        PERFORM 2500-TRANSFER-TO-DESK
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF9
                        MOVE WS-ILLTRN-PGMID  TO WS-XFER-PGMID
                        PERFORM 2500-TRANSFER-TO-DESK
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF10
                        MOVE WS-SUGGTRN-PGMID TO WS-XFER-PGMID
                        PERFORM 2500-TRANSFER-TO-DESK
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN OTHER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
               END-EVALUATE
            END-IF

            MOVE WS-COMMAREA TO DFHCOMMAREA

            EXEC CICS
                 RETURN TRANSID  (WS-PINQ-TRNID)
                        COMMAREA (DFHCOMMAREA)
                        RESP     (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'RETURN TRANSID' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1100-CHECK-AUTHORITY.
            MOVE '1100-CHECK-AUTHORITY' TO ERR-LOC

            MOVE SPACES TO WS-SIGNON-USERID
            EXEC CICS ASSIGN
                 USERID (WS-SIGNON-USERID)
                 RESP   (EVAL-CODE)
            END-EXEC
            IF EVAL-CODE NOT = DFHRESP (NORMAL)
            OR WS-SIGNON-USERID = SPACES
               MOVE EIBTRMID TO WS-SIGNON-USERID
            END-IF

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
            .

       1000-SEND-BLANK-MAP.
            MOVE '1000-SEND-BLANK-MAP' TO ERR-LOC

            MOVE LOW-VALUES TO PIQMAPO
            MOVE 'ENTER A PATRON ID AND PRESS ENTER' TO MSGLNO

            EXEC CICS
                 SEND MAP    (WS-PIQMAP-NAME)
                      MAPSET (WS-PIQSET-NAME)
                      FROM   (PIQMAPO)
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
                 RECEIVE MAP    (WS-PIQMAP-NAME)
                         MAPSET (WS-PIQSET-NAME)
                         INTO   (PIQMAPI)
                         RESP   (EVAL-CODE)
                         ASIS
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
            AND EVAL-CODE NOT = DFHRESP (MAPFAIL)
               MOVE 'RECEIVE MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2100-BUILD-OVERVIEW.
            MOVE '2100-BUILD-OVERVIEW' TO ERR-LOC

            IF FUNCTION TRIM (QPATIDI) = SPACES
               MOVE 'ENTER A PATRON ID FIRST' TO MSGLNO
            ELSE
               MOVE FUNCTION NUMVAL (QPATIDI) TO WS-PATRON-ID
                                                 TBLPATR-PATRON-ID

               EXEC CICS
                    DELETEQ TS
                            QUEUE (WS-INQ-QUEUE-NAME)
                            RESP  (EVAL-CODE)
               END-EXEC

               MOVE 0      TO WS-TOTAL-PG
                              WS-LN-IDX
               MOVE 1      TO WS-PG-NUM
               MOVE SPACES TO WS-TBL-PAGE
                              WS-PAGE-LINE
                              WS-PATRON-NAME

               PERFORM 2110-PATRON-STANDING

               IF PATRON-FOUND
                  PERFORM 2120-OPEN-LOANS
                  PERFORM 2130-HOLDS
                  PERFORM 2140-FINES
                  PERFORM 2150-ILL-REQUESTS
                  PERFORM 2160-ROOM-BOOKINGS
                  PERFORM 2170-SUGGESTIONS
                  PERFORM 2175-REVIEWS
                  PERFORM 2180-NOTICES
                  PERFORM 2192-WRITE-PAGE
                  PERFORM 2200-SHOW-PAGE
               ELSE
                  MOVE 0 TO WS-PATRON-ID
                  MOVE 'PATRON ID NOT FOUND' TO MSGLNO
               END-IF
            END-IF
            .

      **    STATUS, CATEGORY AND CARD EXPIRY ARE WHAT LOANTRN 2220
      **    CHECKS AT THE DESK; AN OPEN COLLECTIONS REFERRAL BLOCKS
      **    THERE TOO AND AN ACTIVE PAYMENT PLAN LIFTS THE HOUSEHOLD
      **    BALANCE BLOCK, SO BOTH ARE SHOWN WITH THEM
       2110-PATRON-STANDING.
            MOVE '2110-PATRON-STANDING' TO ERR-LOC

            MOVE 0 TO WS-FOUND-SW
                      IND-EXPIRY
                      IND-EXPIRY-DAYS
                      IND-GUARANTOR

            EXEC SQL
                 SELECT PATRON_NAME, PATRON_STATUS, PATRON_CAT,
                        EXPIRY_DATE,
                        DAYS(EXPIRY_DATE) - DAYS(CURRENT DATE),
                        GUARANTOR_ID,
                        (SELECT COUNT(*)
                           FROM IBMUSER.COLL_REFERRALS C
                          WHERE C.PATRON_ID     = :TBLPATR-PATRON-ID
                            AND C.REFER_STATUS <> 'C'),
                        (SELECT COUNT(*)
                           FROM IBMUSER.PAY_PLANS PP
                          WHERE PP.PATRON_ID   = :TBLPATR-PATRON-ID
                            AND PP.PLAN_STATUS = 'A')
                   INTO :TBLPATR-PATRON-NAME, :TBLPATR-PATRON-STATUS,
                        :TBLPATR-PATRON-CAT,
                        :TBLPATR-EXPIRY-DATE :IND-EXPIRY,
                        :WS-EXPIRY-DAYS :IND-EXPIRY-DAYS,
                        :TBLPATR-GUARANTOR-ID :IND-GUARANTOR,
                        :WS-COLL-REFS,
                        :WS-PLANS
                   FROM IBMUSER.PATRONS
                  WHERE PATRON_ID = :TBLPATR-PATRON-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET PATRON-FOUND TO TRUE
                     MOVE TBLPATR-PATRON-NAME-TEXT TO WS-PATRON-NAME
                WHEN SQL-NOTFOUND
                     CONTINUE
                WHEN OTHER
                     MOVE 'SELECT PATRONS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE

            IF PATRON-FOUND
               MOVE 'STANDING' TO WS-TYPE-TEXT
               PERFORM 2190-ADD-HEADING

               IF TBLPATR-PATRON-STATUS = 'A'
                  MOVE 'ACTIVE' TO WS-STATUS-TEXT
               ELSE
                  MOVE SPACES TO WS-STATUS-TEXT
                  STRING 'NOT ACTIVE (' TBLPATR-PATRON-STATUS
                         ') - NO CHECKOUTS'
                         DELIMITED BY SIZE INTO WS-STATUS-TEXT
                  END-STRING
               END-IF

               STRING '  STATUS: '        DELIMITED BY SIZE
                      WS-STATUS-TEXT      DELIMITED BY '  '
                      '   CATEGORY: '     DELIMITED BY SIZE
                      TBLPATR-PATRON-CAT  DELIMITED BY SIZE
                 INTO WS-PAGE-LINE
               END-STRING
               PERFORM 2191-ADD-LINE

               EVALUATE TRUE
                   WHEN IND-EXPIRY < 0
                        MOVE '  CARD: NO EXPIRY DATE ON FILE'
                          TO WS-PAGE-LINE
                   WHEN WS-EXPIRY-DAYS < 0
                        STRING '  CARD: EXPIRED '     DELIMITED BY SIZE
                               TBLPATR-EXPIRY-DATE    DELIMITED BY SIZE
                               ' - RENEW BEFORE CHECKOUT'
                                                      DELIMITED BY SIZE
                          INTO WS-PAGE-LINE
                        END-STRING
                   WHEN OTHER
                        MOVE WS-EXPIRY-DAYS TO WS-DAYS-DISP
                        STRING '  CARD: EXPIRES '     DELIMITED BY SIZE
                               TBLPATR-EXPIRY-DATE    DELIMITED BY SIZE
                               ' (IN '                DELIMITED BY SIZE
                               FUNCTION TRIM (WS-DAYS-DISP)
                                                      DELIMITED BY SIZE
                               ' DAYS)'               DELIMITED BY SIZE
                          INTO WS-PAGE-LINE
                        END-STRING
               END-EVALUATE
               PERFORM 2191-ADD-LINE

               IF WS-COLL-REFS > 0
                  MOVE 'IN COLLECTIONS'     TO WS-PAGE-LINE (3:14)
               ELSE
                  MOVE 'NOT IN COLLECTIONS' TO WS-PAGE-LINE (3:18)
               END-IF
               MOVE 'PAYMENT PLAN:' TO WS-PAGE-LINE (24:13)
               IF WS-PLANS > 0
                  MOVE 'ACTIVE' TO WS-PAGE-LINE (38:6)
               ELSE
                  MOVE 'NONE'   TO WS-PAGE-LINE (38:4)
               END-IF
               IF IND-GUARANTOR NOT < 0
               AND TBLPATR-GUARANTOR-ID > 0
                  MOVE TBLPATR-GUARANTOR-ID TO WS-PATID-EDIT
                  MOVE 'HOUSEHOLD OF'       TO WS-PAGE-LINE (48:12)
                  MOVE WS-PATID-EDIT        TO WS-PAGE-LINE (61:9)
               END-IF
               PERFORM 2191-ADD-LINE
            END-IF
            .

       2120-OPEN-LOANS.
            MOVE '2120-OPEN-LOANS' TO ERR-LOC

            MOVE 'OPEN LOANS' TO WS-TYPE-TEXT
            PERFORM 2190-ADD-HEADING

            EXEC SQL OPEN CURPILOAN END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPILOAN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2121-FETCH-LOAN UNTIL SQL-EOC

            EXEC SQL CLOSE CURPILOAN END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPILOAN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2193-CHECK-NONE
            .

       2121-FETCH-LOAN.
            MOVE '2121-FETCH-LOAN' TO ERR-LOC

            INITIALIZE DCLLOAN
                       DCLBOOKS
            MOVE 0 TO IND-RECALL
                      IND-RENEW-LEFT

            EXEC SQL
                 FETCH CURPILOAN
                  INTO :TBLLOAN-BOOK-ID
                      ,:TBLBKS-TITLE
                      ,:TBLLOAN-DUE-DATE
                      ,:TBLLOAN-RECALL-DATE :IND-RECALL
                      ,:WS-OVERDUE-DAYS
                      ,:WS-RENEW-LEFT :IND-RENEW-LEFT
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-ROWS
                     MOVE TBLLOAN-BOOK-ID TO WS-ID-DISP
                     IF IND-RENEW-LEFT < 0
                     OR WS-RENEW-LEFT < 0
                        MOVE 0 TO WS-RENEW-LEFT
                     END-IF
                     MOVE WS-RENEW-LEFT TO WS-CNT-DISP

                     STRING '  '                     DELIMITED BY SIZE
                            WS-ID-DISP               DELIMITED BY SIZE
                            ' '                      DELIMITED BY SIZE
                            TBLBKS-TITLE-TEXT (1:24) DELIMITED BY SIZE
                            ' DUE '                  DELIMITED BY SIZE
                            TBLLOAN-DUE-DATE         DELIMITED BY SIZE
                            ' RENEWALS LEFT'         DELIMITED BY SIZE
                            WS-CNT-DISP              DELIMITED BY SIZE
                       INTO WS-PAGE-LINE
                     END-STRING

      **             A RECALLED LOAN CANNOT BE RENEWED (LOANTRN 1203RL)
                     EVALUATE TRUE
                         WHEN IND-RECALL NOT < 0
                              MOVE 'RECALLED' TO WS-PAGE-LINE (69:8)
                         WHEN WS-OVERDUE-DAYS > 0
                              MOVE 'OVERDUE'  TO WS-PAGE-LINE (69:7)
                         WHEN OTHER
                              CONTINUE
                     END-EVALUATE
                     PERFORM 2191-ADD-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURPILOAN' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2130-HOLDS.
            MOVE '2130-HOLDS' TO ERR-LOC

            MOVE 'HOLDS' TO WS-TYPE-TEXT
            PERFORM 2190-ADD-HEADING

            EXEC SQL OPEN CURPIHOLD END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPIHOLD' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2131-FETCH-HOLD UNTIL SQL-EOC

            EXEC SQL CLOSE CURPIHOLD END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPIHOLD' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2193-CHECK-NONE
            .

       2131-FETCH-HOLD.
            MOVE '2131-FETCH-HOLD' TO ERR-LOC

            INITIALIZE DCLHOLD
                       DCLBOOKS
            MOVE 0 TO IND-READY-DATE

            EXEC SQL
                 FETCH CURPIHOLD
                  INTO :TBLHOLD-BOOK-ID
                      ,:TBLBKS-TITLE
                      ,:TBLHOLD-HOLD-STATUS
                      ,:TBLHOLD-READY-DATE :IND-READY-DATE
                      ,:TBLHOLD-PICKUP-BRANCH
                      ,:WS-QUEUE-POS
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-ROWS
                     MOVE TBLHOLD-BOOK-ID       TO WS-ID-DISP
                     MOVE TBLHOLD-PICKUP-BRANCH TO WS-BRANCH-DISP
                     MOVE SPACES                TO WS-STATUS-TEXT

                     EVALUATE TBLHOLD-HOLD-STATUS
                         WHEN 'P'
                              MOVE WS-QUEUE-POS TO WS-CNT-DISP
                              STRING 'WAITING - QUEUE POSITION '
                                     WS-CNT-DISP
                                     DELIMITED BY SIZE
                                INTO WS-STATUS-TEXT
                              END-STRING
                         WHEN 'T'
                              STRING 'IN TRANSIT TO BRANCH '
                                     WS-BRANCH-DISP
                                     DELIMITED BY SIZE
                                INTO WS-STATUS-TEXT
                              END-STRING
                         WHEN OTHER
                              IF IND-READY-DATE < 0
                                 MOVE SPACES TO TBLHOLD-READY-DATE
                              END-IF
                              STRING 'READY AT BR '
                                     WS-BRANCH-DISP
                                     ' SINCE '
                                     TBLHOLD-READY-DATE
                                     DELIMITED BY SIZE
                                INTO WS-STATUS-TEXT
                              END-STRING
                     END-EVALUATE

                     STRING '  '                     DELIMITED BY SIZE
                            WS-ID-DISP               DELIMITED BY SIZE
                            ' '                      DELIMITED BY SIZE
                            TBLBKS-TITLE-TEXT (1:30) DELIMITED BY SIZE
                            ' '                      DELIMITED BY SIZE
                            WS-STATUS-TEXT           DELIMITED BY SIZE
                       INTO WS-PAGE-LINE
                     END-STRING
                     PERFORM 2191-ADD-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURPIHOLD' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2140-FINES.
            MOVE '2140-FINES' TO ERR-LOC

            MOVE 'OPEN FINES AND CHARGES' TO WS-TYPE-TEXT
            PERFORM 2190-ADD-HEADING
            MOVE 0 TO WS-TOTAL-BAL

            EXEC SQL OPEN CURPIFINE END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPIFINE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2141-FETCH-FINE UNTIL SQL-EOC

            EXEC SQL CLOSE CURPIFINE END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPIFINE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-SECT-ROWS > 1
               MOVE WS-TOTAL-BAL TO WS-AMT-DISP
               STRING '  TOTAL OWED'          DELIMITED BY SIZE
                      '                   '   DELIMITED BY SIZE
                      WS-AMT-DISP             DELIMITED BY SIZE
                 INTO WS-PAGE-LINE
               END-STRING
               PERFORM 2191-ADD-LINE
            END-IF

            PERFORM 2193-CHECK-NONE
            .

       2141-FETCH-FINE.
            MOVE '2141-FETCH-FINE' TO ERR-LOC

            INITIALIZE DCLFINE

            EXEC SQL
                 FETCH CURPIFINE
                  INTO :TBLFIN-CHARGE-TYPE
                      ,:WS-ROW-COUNT
                      ,:WS-BALANCE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1          TO WS-SECT-ROWS
                     ADD WS-BALANCE TO WS-TOTAL-BAL

                     EVALUATE TBLFIN-CHARGE-TYPE
                         WHEN 'O'
                              MOVE 'OVERDUE FINES'     TO WS-TYPE-TEXT
                         WHEN 'R'
                              MOVE 'LOST - REPLACEMENT'
                                TO WS-TYPE-TEXT
                         WHEN 'D'
                              MOVE 'DAMAGE'            TO WS-TYPE-TEXT
                         WHEN 'T'
                              MOVE 'RENTAL FEES'       TO WS-TYPE-TEXT
                         WHEN 'E'
                              MOVE 'EQUIPMENT'         TO WS-TYPE-TEXT
                         WHEN 'A'
                              MOVE 'COLLECTION AGENCY FEE'
                                TO WS-TYPE-TEXT
                         WHEN OTHER
                              MOVE SPACES TO WS-TYPE-TEXT
                              STRING 'CHARGE TYPE '
                                     TBLFIN-CHARGE-TYPE
                                     DELIMITED BY SIZE
                                INTO WS-TYPE-TEXT
                              END-STRING
                     END-EVALUATE

                     MOVE WS-ROW-COUNT TO WS-CNT-DISP
                     MOVE WS-BALANCE   TO WS-AMT-DISP
                     STRING '  '             DELIMITED BY SIZE
                            WS-TYPE-TEXT     DELIMITED BY SIZE
                            ' '              DELIMITED BY SIZE
                            WS-AMT-DISP      DELIMITED BY SIZE
                            '  ('            DELIMITED BY SIZE
                            FUNCTION TRIM (WS-CNT-DISP)
                                             DELIMITED BY SIZE
                            ' OPEN)'         DELIMITED BY SIZE
                       INTO WS-PAGE-LINE
                     END-STRING
                     PERFORM 2191-ADD-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURPIFINE' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2150-ILL-REQUESTS.
            MOVE '2150-ILL-REQUESTS' TO ERR-LOC

            MOVE 'ILL REQUESTS' TO WS-TYPE-TEXT
            PERFORM 2190-ADD-HEADING

            EXEC SQL OPEN CURPIILL END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPIILL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2151-FETCH-ILL UNTIL SQL-EOC

            EXEC SQL CLOSE CURPIILL END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPIILL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2193-CHECK-NONE
            .

       2151-FETCH-ILL.
            MOVE '2151-FETCH-ILL' TO ERR-LOC

            INITIALIZE DCLILL
            MOVE 0 TO IND-ILL-TITLE
                      IND-NEED-BY

            EXEC SQL
                 FETCH CURPIILL
                  INTO :TBLILL-ILL-ID
                      ,:TBLILL-TITLE :IND-ILL-TITLE
                      ,:TBLILL-ILL-STATUS
                      ,:TBLILL-REQUEST-DATE
                      ,:TBLILL-NEED-BY-DATE :IND-NEED-BY
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-ROWS
                     MOVE TBLILL-ILL-ID TO WS-ID-DISP
                     IF IND-ILL-TITLE < 0
                        MOVE SPACES TO TBLILL-TITLE-TEXT
                     END-IF

                     IF TBLILL-ILL-STATUS = 'R'
                        MOVE 'RECEIVED  ' TO WS-STATUS-TEXT
                     ELSE
                        MOVE 'REQUESTED ' TO WS-STATUS-TEXT
                     END-IF

                     STRING '  '                     DELIMITED BY SIZE
                            WS-ID-DISP               DELIMITED BY SIZE
                            ' '                      DELIMITED BY SIZE
                            TBLILL-TITLE-TEXT (1:28) DELIMITED BY SIZE
                            ' '                      DELIMITED BY SIZE
                            WS-STATUS-TEXT (1:10)    DELIMITED BY SIZE
                            TBLILL-REQUEST-DATE      DELIMITED BY SIZE
                       INTO WS-PAGE-LINE
                     END-STRING
                     IF IND-NEED-BY NOT < 0
                        MOVE 'NEED BY'           TO WS-PAGE-LINE (61:7)
                        MOVE TBLILL-NEED-BY-DATE TO WS-PAGE-LINE (69:10)
                     END-IF
                     PERFORM 2191-ADD-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURPIILL' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2160-ROOM-BOOKINGS.
            MOVE '2160-ROOM-BOOKINGS' TO ERR-LOC

            MOVE 'UPCOMING ROOM BOOKINGS' TO WS-TYPE-TEXT
            PERFORM 2190-ADD-HEADING

            EXEC SQL OPEN CURPIROOM END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPIROOM' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2161-FETCH-ROOM UNTIL SQL-EOC

            EXEC SQL CLOSE CURPIROOM END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPIROOM' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2193-CHECK-NONE
            .

       2161-FETCH-ROOM.
            MOVE '2161-FETCH-ROOM' TO ERR-LOC

            INITIALIZE DCLRBK
                       DCLROO

            EXEC SQL
                 FETCH CURPIROOM
                  INTO :TBLROO-ROOM-NAME
                      ,:TBLRBK-BOOK-DATE
                      ,:TBLRBK-START-HH
                      ,:TBLRBK-END-HH
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-ROWS
                     STRING '  '                       DELIMITED BY SIZE
                            TBLRBK-BOOK-DATE           DELIMITED BY SIZE
                            ' '                        DELIMITED BY SIZE
                            TBLROO-ROOM-NAME-TEXT (1:40)
                                                       DELIMITED BY SIZE
                            ' '                        DELIMITED BY SIZE
                       INTO WS-PAGE-LINE
                     END-STRING
                     MOVE TBLRBK-START-HH TO WS-HH-DISP
                     MOVE WS-HH-DISP      TO WS-PAGE-LINE (55:2)
                     MOVE ':00 - '        TO WS-PAGE-LINE (57:6)
                     MOVE TBLRBK-END-HH   TO WS-HH-DISP
                     MOVE WS-HH-DISP      TO WS-PAGE-LINE (63:2)
                     MOVE ':00'           TO WS-PAGE-LINE (65:3)
                     PERFORM 2191-ADD-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURPIROOM' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2170-SUGGESTIONS.
            MOVE '2170-SUGGESTIONS' TO ERR-LOC

            MOVE 'PENDING SUGGESTIONS' TO WS-TYPE-TEXT
            PERFORM 2190-ADD-HEADING

            EXEC SQL OPEN CURPISUGG END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPISUGG' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2171-FETCH-SUGGESTION UNTIL SQL-EOC

            EXEC SQL CLOSE CURPISUGG END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPISUGG' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2193-CHECK-NONE
            .

       2171-FETCH-SUGGESTION.
            MOVE '2171-FETCH-SUGGESTION' TO ERR-LOC

            INITIALIZE DCLSUG

            EXEC SQL
                 FETCH CURPISUGG
                  INTO :TBLSUG-SUGG-TITLE
                      ,:TBLSUG-SUGG-DATE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-ROWS
                     STRING '  '                       DELIMITED BY SIZE
                            TBLSUG-SUGG-DATE           DELIMITED BY SIZE
                            ' '                        DELIMITED BY SIZE
                            TBLSUG-SUGG-TITLE-TEXT (1:60)
                                                       DELIMITED BY SIZE
                       INTO WS-PAGE-LINE
                     END-STRING
                     PERFORM 2191-ADD-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURPISUGG' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2175-REVIEWS.
            MOVE '2175-REVIEWS' TO ERR-LOC

            MOVE 'REVIEWS AWAITING MODERATION' TO WS-TYPE-TEXT
            PERFORM 2190-ADD-HEADING

            EXEC SQL OPEN CURPIREV END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPIREV' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2176-FETCH-REVIEW UNTIL SQL-EOC

            EXEC SQL CLOSE CURPIREV END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPIREV' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2193-CHECK-NONE
            .

       2176-FETCH-REVIEW.
            MOVE '2176-FETCH-REVIEW' TO ERR-LOC

            INITIALIZE DCLREV
                       DCLBOOKS

            EXEC SQL
                 FETCH CURPIREV
                  INTO :TBLREV-BOOK-ID
                      ,:TBLBKS-TITLE
                      ,:TBLREV-SCORE
                      ,:TBLREV-REVIEW-DATE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-ROWS
                     MOVE TBLREV-BOOK-ID TO WS-ID-DISP
                     MOVE TBLREV-SCORE   TO WS-SCORE-DISP
                     STRING '  '                     DELIMITED BY SIZE
                            TBLREV-REVIEW-DATE       DELIMITED BY SIZE
                            ' '                      DELIMITED BY SIZE
                            WS-ID-DISP               DELIMITED BY SIZE
                            ' '                      DELIMITED BY SIZE
                            TBLBKS-TITLE-TEXT (1:40) DELIMITED BY SIZE
                            ' SCORE '                DELIMITED BY SIZE
                            WS-SCORE-DISP            DELIMITED BY SIZE
                       INTO WS-PAGE-LINE
                     END-STRING
                     PERFORM 2191-ADD-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURPIREV' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2180-NOTICES.
            MOVE '2180-NOTICES' TO ERR-LOC

            MOVE 'LAST NOTICES SENT' TO WS-TYPE-TEXT
            PERFORM 2190-ADD-HEADING

            EXEC SQL OPEN CURPINTC END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPINTC' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2181-FETCH-NOTICE
              UNTIL SQL-EOC
                 OR WS-SECT-ROWS NOT < WS-LAST-NOTICES

            EXEC SQL CLOSE CURPINTC END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPINTC' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2193-CHECK-NONE
            .

       2181-FETCH-NOTICE.
            MOVE '2181-FETCH-NOTICE' TO ERR-LOC

            INITIALIZE DCLNTC

            EXEC SQL
                 FETCH CURPINTC
                  INTO :TBLNTC-NOTICE-DATE
                      ,:TBLNTC-NOTICE-TYPE
                      ,:TBLNTC-DELIV-CHANNEL
                      ,:TBLNTC-DELIV-STATUS
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-ROWS

                     EVALUATE TBLNTC-NOTICE-TYPE
                         WHEN 'O'
                              MOVE 'OVERDUE'           TO WS-TYPE-TEXT
                         WHEN '2'
                              MOVE 'SECOND OVERDUE'    TO WS-TYPE-TEXT
                         WHEN 'F'
                              MOVE 'FINAL OVERDUE'     TO WS-TYPE-TEXT
                         WHEN 'R'
                              MOVE 'RECALL'            TO WS-TYPE-TEXT
                         WHEN 'H'
                              MOVE 'HOLD READY'        TO WS-TYPE-TEXT
                         WHEN 'X'
                              MOVE 'CARD RENEWAL'      TO WS-TYPE-TEXT
                         WHEN 'L'
                              MOVE 'LOST ITEM BILLED'  TO WS-TYPE-TEXT
                         WHEN 'C'
                              MOVE 'CLOSURE RE-DATING' TO WS-TYPE-TEXT
                         WHEN OTHER
                              MOVE SPACES TO WS-TYPE-TEXT
                              STRING 'NOTICE TYPE '
                                     TBLNTC-NOTICE-TYPE
                                     DELIMITED BY SIZE
                                INTO WS-TYPE-TEXT
                              END-STRING
                     END-EVALUATE

                     IF TBLNTC-DELIV-CHANNEL = 'E'
                        MOVE 'EMAIL' TO WS-CHAN-TEXT
                     ELSE
                        MOVE 'PRINT' TO WS-CHAN-TEXT
                     END-IF

                     EVALUATE TBLNTC-DELIV-STATUS
                         WHEN 'S'
                              MOVE 'SENT'              TO WS-STATUS-TEXT
                         WHEN 'P'
                              MOVE 'QUEUED FOR PRINT'  TO WS-STATUS-TEXT
                         WHEN 'F'
                              MOVE 'FAILED - BOUNCED'  TO WS-STATUS-TEXT
                         WHEN 'W'
                              MOVE 'WITHDRAWN'         TO WS-STATUS-TEXT
                         WHEN OTHER
                              MOVE TBLNTC-DELIV-STATUS TO WS-STATUS-TEXT
                     END-EVALUATE

                     STRING '  '                 DELIMITED BY SIZE
                            TBLNTC-NOTICE-DATE   DELIMITED BY SIZE
                            ' '                  DELIMITED BY SIZE
                            WS-TYPE-TEXT (1:18)  DELIMITED BY SIZE
                            ' '                  DELIMITED BY SIZE
                            WS-CHAN-TEXT         DELIMITED BY SIZE
                            ' '                  DELIMITED BY SIZE
                            WS-STATUS-TEXT       DELIMITED BY SIZE
                       INTO WS-PAGE-LINE
                     END-STRING
                     PERFORM 2191-ADD-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURPINTC' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      **    A HEADING NEVER SITS ALONE AT THE FOOT OF A PAGE - FROM
      **    LINE 11 ON IT STARTS THE NEXT PAGE
       2190-ADD-HEADING.
            MOVE '2190-ADD-HEADING' TO ERR-LOC

            IF WS-LN-IDX > 10
               MOVE 12 TO WS-LN-IDX
            END-IF

            MOVE SPACES TO WS-PAGE-LINE
            STRING '--- '         DELIMITED BY SIZE
                   WS-TYPE-TEXT   DELIMITED BY '  '
                   ' ---'         DELIMITED BY SIZE
              INTO WS-PAGE-LINE
            END-STRING
            PERFORM 2191-ADD-LINE

            MOVE 0 TO WS-SECT-ROWS
            .

       2191-ADD-LINE.
            MOVE '2191-ADD-LINE' TO ERR-LOC

            ADD 1 TO WS-LN-IDX
            IF WS-LN-IDX > 12
               PERFORM 2192-WRITE-PAGE
               MOVE 1 TO WS-LN-IDX
            END-IF

            MOVE WS-PAGE-LINE TO WS-TBL-LINE (WS-LN-IDX)
            MOVE SPACES       TO WS-PAGE-LINE
            .

       2192-WRITE-PAGE.
            MOVE '2192-WRITE-PAGE' TO ERR-LOC

            IF WS-TBL-PAGE NOT = SPACES
               EXEC CICS
                    WRITEQ TS
                           QUEUE    (WS-INQ-QUEUE-NAME)
                           FROM     (WS-TBL-PAGE)
                           NUMITEMS (WS-TOTAL-PG)
                           RESP     (EVAL-CODE)
               END-EXEC

               IF EVAL-CODE NOT = DFHRESP (NORMAL)
                  MOVE 'WRITEQ TS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF

            MOVE SPACES TO WS-TBL-PAGE
            .

       2193-CHECK-NONE.
            MOVE '2193-CHECK-NONE' TO ERR-LOC

            IF WS-SECT-ROWS = 0
               MOVE '  NONE' TO WS-PAGE-LINE
               PERFORM 2191-ADD-LINE
            END-IF
            .

       2200-SHOW-PAGE.
            MOVE '2200-SHOW-PAGE' TO ERR-LOC

            MOVE SPACES TO WS-TBL-PAGE

            EXEC CICS
                 READQ TS
                       QUEUE (WS-INQ-QUEUE-NAME)
                       INTO  (WS-TBL-PAGE)
                       ITEM  (WS-PG-NUM)
                       RESP  (EVAL-CODE)
            END-EXEC

            EVALUATE EVAL-CODE
                WHEN DFHRESP (NORMAL)
                     PERFORM 2210-MOVE-PAGE-LINE VARYING WS-LN-IDX
                               FROM 1 BY 1 UNTIL WS-LN-IDX > 12
                     MOVE WS-PATRON-ID   TO WS-PATID-EDIT
                     MOVE WS-PATID-EDIT  TO QPATIDO
                     MOVE WS-PATRON-NAME TO QPATNMO
                     MOVE WS-PG-NUM      TO QCURPGO
                     MOVE WS-TOTAL-PG    TO QTOTPGO
                     MOVE 'PF7/PF8 TO PAGE - PF KEYS GO TO THE DESK'
                       TO MSGLNO
                WHEN DFHRESP (QIDERR)
                     MOVE 'NO OVERVIEW BUILT - ENTER A PATRON ID'
                       TO MSGLNO
                WHEN OTHER
                     MOVE 'READQ TS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2210-MOVE-PAGE-LINE.
            MOVE '2210-MOVE-PAGE-LINE' TO ERR-LOC

            EVALUATE WS-LN-IDX
                WHEN 1
                     MOVE WS-TBL-LINE (WS-LN-IDX) TO QLN01O
                WHEN 2
                     MOVE WS-TBL-LINE (WS-LN-IDX) TO QLN02O
                WHEN 3
                     MOVE WS-TBL-LINE (WS-LN-IDX) TO QLN03O
                WHEN 4
                     MOVE WS-TBL-LINE (WS-LN-IDX) TO QLN04O
                WHEN 5
                     MOVE WS-TBL-LINE (WS-LN-IDX) TO QLN05O
                WHEN 6
                     MOVE WS-TBL-LINE (WS-LN-IDX) TO QLN06O
                WHEN 7
                     MOVE WS-TBL-LINE (WS-LN-IDX) TO QLN07O
                WHEN 8
                     MOVE WS-TBL-LINE (WS-LN-IDX) TO QLN08O
                WHEN 9
                     MOVE WS-TBL-LINE (WS-LN-IDX) TO QLN09O
                WHEN 10
                     MOVE WS-TBL-LINE (WS-LN-IDX) TO QLN10O
                WHEN 11
                     MOVE WS-TBL-LINE (WS-LN-IDX) TO QLN11O
                WHEN OTHER
                     MOVE WS-TBL-LINE (WS-LN-IDX) TO QLN12O
            END-EVALUATE
            .

       2300-PAGE-UP.
            MOVE '2300-PAGE-UP' TO ERR-LOC

            IF WS-PG-NUM > 1
               SUBTRACT 1 FROM WS-PG-NUM
            END-IF
            PERFORM 2200-SHOW-PAGE
            .

       2400-PAGE-DOWN.
            MOVE '2400-PAGE-DOWN' TO ERR-LOC

            IF WS-PG-NUM < WS-TOTAL-PG
               ADD 1 TO WS-PG-NUM
            END-IF
            PERFORM 2200-SHOW-PAGE
            .

      **    THE PATRON ON SCREEN GOES OVER IN 'PXFR'+TERMID AND THE
      **    DESK PROGRAM TAKES IT ON FIRST ENTRY (ITS 1010 PARAGRAPH).
      **    A STALE ITEM FROM A TRANSFER THE TARGET REFUSED (NO
      **    AUTHORITY) IS CLEARED FIRST SO ITEM 1 IS ALWAYS THIS ONE
       2500-TRANSFER-TO-DESK.
            MOVE '2500-TRANSFER-TO-DESK' TO ERR-LOC

            IF WS-PATRON-ID = 0
               MOVE LOW-VALUES TO PIQMAPO
               MOVE 'ENTER A PATRON ID FIRST, THEN USE A PF KEY'
                 TO MSGLNO
            ELSE
               MOVE EIBTRMID TO WS-PXFR-TRMID
               MOVE WS-PATRON-ID TO WS-PATID-EDIT
               MOVE FUNCTION TRIM (WS-PATID-EDIT) TO WS-PXFR-PATRON

               EXEC CICS
                    DELETEQ TS
                            QUEUE (WS-PXFR-QUEUE-NAME)
                            RESP  (EVAL-CODE)
               END-EXEC

               EXEC CICS
                    WRITEQ TS
                           QUEUE (WS-PXFR-QUEUE-NAME)
                           FROM  (WS-PXFR-PATRON)
                           RESP  (EVAL-CODE)
               END-EXEC

               IF EVAL-CODE NOT = DFHRESP (NORMAL)
                  MOVE 'WRITEQ TS PXFR' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               EXEC CICS
                    DELETEQ TS
                            QUEUE (WS-INQ-QUEUE-NAME)
                            RESP  (EVAL-CODE)
               END-EXEC

               EXEC CICS
                    XCTL PROGRAM (WS-XFER-PGMID)
                         RESP    (EVAL-CODE)
               END-EXEC

      **       ONLY REACHED WHEN THE XCTL ITSELF FAILED
               MOVE 'XCTL PROGRAM' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

            EXEC CICS
                 SEND MAP    (WS-PIQMAP-NAME)
                      MAPSET (WS-PIQSET-NAME)
                      FROM   (PIQMAPO)
                      ERASE
                      RESP   (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'SEND MAP' TO ERR-MSG
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
