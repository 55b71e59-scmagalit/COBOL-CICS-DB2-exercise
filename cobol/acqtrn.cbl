      *   PRE-FILLED FROM THE LINE (SAME SPIRIT AS THE ISBNMETA        *
      *   PRE-FILL ON THE ADD SCREEN), CREATES COPY 1, MARKS THE LINE  *
      *   'R' AND CLOSES THE ORDER WHEN NO OPEN LINES REMAIN           *
1118SO* - A LINE STORDRUN ORDERED ON A SERIES STANDING ORDER ALREADY   *
1118SO*   HAS ITS BOOKS ROW (ON ORDER, HOLDABLE): PF6 MAKES THAT ROW   *
1118SO*   AVAILABLE AND ADDS COPY 1 INSTEAD OF CATALOGING A NEW ONE,   *
1118SO*   AND SAYS SO WHEN PATRON HOLDS ARE WAITING ON IT              *
1216RT* - PF7 RETURNS A RECEIVED LINE TO THE VENDOR (DAMAGED, WRONG    *
1216RT*   EDITION): TYPE THE REASON (D/W/O), THE VENDOR'S RETURN       *
1216RT*   AUTHORIZATION AND R TO REOPEN THE LINE FOR A REPLACEMENT OR  *
1216RT*   C TO CANCEL IT. COPY 1 (IT MUST BE ON THE SHELF) COMES BACK  *
1216RT*   OUT OF BOOK_COPIES AND A VEND_RETURNS ROW AWAITS THE CREDIT  *
1216RT*   MEMO (INVCTRN). A REOPENED LINE IS ENCUMBERED AGAIN AND ITS  *
1216RT*   CATALOG ROW GOES BACK ON ORDER, SO PF6 RECEIVES THE          *
1216RT*   REPLACEMENT INTO IT; A CANCELLED LINE'S TITLE IS DELETED.    *
1216RT*   THE SPEND STAYS ON THE FUND UNTIL THE CREDIT IS APPROVED -   *
1216RT*   SEE RTNRPT FOR RETURNS STILL AWAITING CREDIT                 *
1221RQ* - A REPLACEMENT LINE ORDERED FROM THE REPLACEMENT WORKLIST     *
1221RQ*   (RPLQTRN) CARRIES THE TITLE'S BOOK ID: PF6 ADDS THE NEXT     *
1221RQ*   COPY NUMBER TO THAT TITLE, PUTTING A LOST OR WITHDRAWN       *
1221RQ*   TITLE BACK IN THE CATALOG, AND PF7 TAKES BACK THE COPY       *
1221RQ*   THE LINE RECEIVED (COPY 1 ONLY FOR A BRAND-NEW TITLE)        *
      * - PRESS PF3 TO EXIT; SEE ACQRPT FOR THE OUTSTANDING-ORDERS     *
      *   REPORT PER VENDOR                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   21,2020 - PF6 ADDS THE NEXT COPY NUMBER TO       (1221RQ)*
      *               X A TITLE ALREADY ON FILE (REPLACEMENT           *
      *               X ORDERS - SEE RPLQTRN) AND REINSTATES           *
      *               X IT; PF7 RETURNS THE COPY THE LINE              *
      *               X RECEIVED                                       *
      * DEC   17,2020 - SHOW THE VENDOR'S ORDER RESPONSE ON    (1217ED)*
      *               X AN OPEN LINE; A RETURN FLAGS A LINE ALREADY    *
      *               X SENT BY EDI AS CHANGED SO EDIORD RESENDS IT    *
      * DEC   16,2020 - PF7 RETURN TO VENDOR: TAKES COPY 1     (1216RT)*
      *               X BACK OUT, RECORDS THE RETURN AUTHORIZATION     *
      *               X (VEND_RETURNS) AND REOPENS OR CANCELS THE      *
      *               X LINE                                           *
      * NOV   18,2020 - RECEIVING A STANDING-ORDER LINE (SEE   (1118SO)*
      *               X STORDRUN) ACTIVATES THE BOOKS ROW              *
      *               X ALREADY ON THE LINE AND FLAGS WAITING          *
      *               X HOLDS FOR CHECK-IN                             *
      * NOV   13,2020 - SEPARATION OF DUTIES: PF5 STAMPS THE   (1113SD)*
      *               X LINE'S ORDERED_BY (AND OVERRIDE_BY WHEN        *
      *               X A FUND OVERDRAW WAS AUTHORIZED), PF6           *
      *               X STAMPS RECEIVED_BY - SEE INVCTRN AND           *
      *               X SODRPT                                         *
      * NOV   06,2020 - A HOLDS-PRESSURE SUGGESTION (SEE       (1106HR)*
      *               X HOLDPRS) HAS NO PATRON: RECEIVING IT           *
      *               X MARKS IT RECEIVED BUT PLACES NO HOLD           *
      * OCT   27,2020 - THE RECEIVE-CREATES-CATALOG-ROW INSERT (1027FX)*
      *               X NOW CALLS KWMAINT SO THE TITLE IS              *
      *               X SEARCHABLE AT ONCE (SEE 1013KW)                *
      * IBMUSER.PO_LINES     (I/O) - PO LINE ITEMS (SEE DCLPLN)        *
      * IBMUSER.BOOKS        (I/O) - CATALOG ROW CREATED AT RECEIPT    *
      * IBMUSER.BOOK_COPIES  (I/O) - COPY 1 CREATED AT RECEIPT         *
1216RT* IBMUSER.VEND_RETURNS (OUTPUT) - RETURNS TO VENDOR (DCLVRT)     *
      *                                                                *
      * 0000-MAIN                      2300-RECEIVE-LINE               *
      * 1000-SEND-BLANK-MAP            2310-CREATE-BOOK-ROW            *
1008FD* 2215-CHECK-FUND                2216-CHECK-OVERRIDE             *
1008FD* 2340-RELIEVE-FUND              8000-GET-OPERATOR-ID            *
      * 2210-INSERT-LINE               9999-ERROR-HANDLING             *
1118SO* 2312-ADD-COPY-ONE              2315-ACTIVATE-ON-ORDER          *
      *                                9999-TERMINATE                  *
1216RT* 2600-RETURN-LINE               2610-READ-RETURN-LINE           *
1216RT* 2620-REMOVE-COPY               2630-RECORD-RETURN              *
1216RT* 2640-REOPEN-OR-CANCEL          8310-DROP-KEYWORDS              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
1008FD     05  WS-IND-FUND          PIC S9(04) COMP   VALUE 0.
0921BC     05  WS-IND-VARS.
0921BC         10  IND-BARCODE      PIC S9(04) COMP   VALUE 0.
1118SO         10  IND-BOOK-ID      PIC S9(04) COMP   VALUE 0.
1118SO     05  WS-HOLDS-WAITING     PIC S9(09) COMP   VALUE 0.
1216RT     05  WS-RTN-VARS.
1216RT         10  WS-RTN-REASON    PIC X             VALUE SPACE.
1216RT             88  RTN-REASON-OK         VALUES 'D' 'W' 'O'.
1216RT         10  WS-RTN-ACTION    PIC X             VALUE SPACE.
1216RT             88  RTN-REOPEN                     VALUE 'R'.
1216RT             88  RTN-CANCEL                     VALUE 'C'.
1216RT         10  WS-RTN-COPY-STAT PIC X             VALUE SPACE.
1216RT         10  WS-RTN-OTHER-CPY PIC S9(09) COMP   VALUE 0.
1216RT         10  WS-RTN-VENDOR-ID PIC S9(09) COMP   VALUE 0.
1216RT         10  WS-RTNID-DISP    PIC Z(8)9.
1221RQ     05  WS-COPY-NO           PIC S9(09) COMP   VALUE 0.
1221RQ     05  IND-RCV-DATE         PIC S9(04) COMP   VALUE 0.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
1006PS     EXEC SQL INCLUDE DCLSUG   END-EXEC.
1006PS     EXEC SQL INCLUDE DCLHOLD  END-EXEC.
1008FD     EXEC SQL INCLUDE DCLFND   END-EXEC.
1216RT     EXEC SQL INCLUDE DCLVRT   END-EXEC.

       01  WS-COMMAREA.
           05  LS-DUMMY-FLAG        PIC X             VALUE 'Y'.
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2300-RECEIVE-LINE
                        PERFORM 3000-SEND-RECEIVE-SCREEN
1216RT             WHEN DFHPF7
1216RT                  PERFORM 2000-RECEIVE-MAP
1216RT                  PERFORM 2600-RETURN-LINE
1216RT                  PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN OTHER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
               END-EVALUATE
               EXEC SQL
                    SELECT TITLE, ISBN, UNIT_PRICE, ORDER_QTY,
1009PC                     LINE_STATUS, CLAIM_COUNT
1217ED                    ,VEND_STATUS
                      INTO :TBLPLN-TITLE, :TBLPLN-ISBN,
                           :TBLPLN-UNIT-PRICE, :TBLPLN-ORDER-QTY,
1009PC                     :TBLPLN-LINE-STATUS,
1009PC                     :TBLPLN-CLAIM-COUNT
1217ED                    ,:TBLPLN-VEND-STATUS
                      FROM IBMUSER.PO_LINES
                     WHERE PO_ID   = :TBLPLN-PO-ID
                       AND LINE_NO = :TBLPLN-LINE-NO
                   WHEN ERR-OK
                        SET LINE-FOUND TO TRUE
                        PERFORM 2500-MOVE-LINE-TO-MAP
1217ED                  IF TBLPLN-LINE-STATUS = 'O'
1217ED                     EVALUATE TBLPLN-VEND-STATUS
1217ED                         WHEN 'S'
1217ED                              MOVE 'VENDOR SHIPPING' TO ASTATO
1217ED                         WHEN 'B'
1217ED                              MOVE 'BACK-ORDERED'    TO ASTATO
1217ED                     END-EVALUATE
1217ED                  END-IF
1009PC**                THREE FRUITLESS CLAIMS FLAG THE LINE FOR
1009PC**                CANCELLATION REVIEW - REORDER ELSEWHERE
1009PC                  IF  TBLPLN-LINE-STATUS = 'O'
1009PC                     MOVE 'CANCELLATION REVIEW - 3+ CLAIMS OUT'
1009PC                       TO MSGLNO
1009PC                  ELSE
1216RT                  IF TBLPLN-LINE-STATUS = 'R'
1216RT                     MOVE 'LINE SHOWN - PF7 RETURNS IT'
1216RT                       TO MSGLNO
1216RT                  ELSE
                        MOVE 'LINE SHOWN - PF6 RECEIVES IT'
                          TO MSGLNO
1216RT                  END-IF
1009PC                  END-IF
                   WHEN SQL-NOTFOUND
                        MOVE 'PO LINE NOT FOUND' TO MSGLNO
       2210-INSERT-LINE.
            MOVE '2210-INSERT-LINE' TO ERR-LOC

1113SD**    STAMP THE ORDERING OPERATOR; 2216 FILLS OVERRIDE_BY
1113SD**    ONLY WHEN A FUND OVERDRAW HAD TO BE AUTHORIZED
1113SD      PERFORM 8000-GET-OPERATOR-ID
1113SD      MOVE WS-SIGNON-USERID TO TBLPLN-ORDERED-BY-TEXT
1113SD      MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-SIGNON-USERID))
1113SD        TO TBLPLN-ORDERED-BY-LEN
1113SD      MOVE SPACES TO TBLPLN-OVERRIDE-BY-TEXT
1113SD      MOVE 0      TO TBLPLN-OVERRIDE-BY-LEN

1008FD      MOVE 0 TO WS-FUND-SW
1008FD      PERFORM 2215-CHECK-FUND
1008FD      IF FUND-BLOCKED
                 INSERT INTO IBMUSER.PO_LINES
                        (PO_ID, LINE_NO, TITLE, ISBN, UNIT_PRICE,
1008FD                   ORDER_QTY, LINE_STATUS, BOOK_ID,
1009PC                   FUND_CODE, CLAIM_COUNT, LAST_CLAIM_DATE,
1113SD                   ORDERED_BY, OVERRIDE_BY, RECEIVED_BY,
1113SD                   RECEIVED_DATE)
                 VALUES (:TBLPLN-PO-ID, :TBLPLN-LINE-NO,
                         :TBLPLN-TITLE, :TBLPLN-ISBN,
                         :TBLPLN-UNIT-PRICE, :TBLPLN-ORDER-QTY,
1008FD                   'O', NULL,
1009PC                   :TBLPLN-FUND-CODE :WS-IND-FUND,
1113SD                   0, NULL,
1113SD                   :TBLPLN-ORDERED-BY, :TBLPLN-OVERRIDE-BY,
1113SD                   '', NULL)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE

1008FD      IF NOT AUTHORIZED
1008FD         SET FUND-BLOCKED TO TRUE
1113SD      ELSE
1113SD         MOVE WS-SIGNON-USERID TO TBLPLN-OVERRIDE-BY-TEXT
1113SD         MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-SIGNON-USERID))
1113SD           TO TBLPLN-OVERRIDE-BY-LEN
1008FD      END-IF
1008FD      .

               EXEC SQL
                    SELECT TITLE, ISBN, LINE_STATUS,
1008FD                     UNIT_PRICE, ORDER_QTY, FUND_CODE
1118SO                    ,BOOK_ID
                      INTO :TBLPLN-TITLE, :TBLPLN-ISBN,
1008FD                     :TBLPLN-LINE-STATUS,
1008FD                     :TBLPLN-UNIT-PRICE, :TBLPLN-ORDER-QTY,
1008FD                     :TBLPLN-FUND-CODE :WS-IND-FUND
1118SO                    ,:TBLPLN-BOOK-ID :IND-BOOK-ID
                      FROM IBMUSER.PO_LINES
                     WHERE PO_ID   = :TBLPLN-PO-ID
                       AND LINE_NO = :TBLPLN-LINE-NO
0921BC                        MOVE 'BARCODE ALREADY ON ANOTHER COPY'
0921BC                          TO MSGLNO
0921BC                     ELSE
1118SO                     MOVE 0 TO WS-HOLDS-WAITING
1118SO                     IF IND-BOOK-ID NOT < 0
1118SO                     AND TBLPLN-BOOK-ID > 0
1118SO                        PERFORM 2315-ACTIVATE-ON-ORDER
1118SO                     ELSE
1118SO                        PERFORM 2310-CREATE-BOOK-ROW
1118SO                     END-IF
1118SO                     PERFORM 2312-ADD-COPY-ONE
1008FD                     PERFORM 2340-RELIEVE-FUND
1006PS                     PERFORM 2330-FILL-SUGGESTION-HOLD
                           PERFORM 2320-CLOSE-PO-IF-DONE
                           MOVE 'LINE RECEIVED - BOOK CATALOGED'
                             TO MSGLNO
1118SO                     IF WS-HOLDS-WAITING > 0
1118SO                        MOVE 'RECEIVED - CHECK IN TO FILL HOLDS'
1118SO                          TO MSGLNO
1118SO                     END-IF
0921BC                     END-IF
                        END-IF
                   WHEN SQL-NOTFOUND
1027FX**    INDEX THE NEW TITLE SO THE LIST-SCREEN SEARCH
1027FX**    FINDS IT BEFORE THE NEXT KWBUILD (1013KW)
1027FX      PERFORM 8300-SYNC-KEYWORDS
1118SO      .

1118SO 2312-ADD-COPY-ONE.
1118SO      MOVE '2312-ADD-COPY-ONE' TO ERR-LOC

0921BC      MOVE 0 TO IND-BARCODE
0921BC      IF FUNCTION TRIM (ABARCI) = SPACES
0921BC           TO TBLCPY-BARCODE-LEN
0921BC      END-IF

1221RQ**    A BRAND-NEW TITLE GETS COPY 1; A REPLACEMENT RECEIVED
1221RQ**    INTO A TITLE ALREADY ON FILE GETS THE NEXT NUMBER
1221RQ      EXEC SQL
1221RQ           SELECT COALESCE(MAX(COPY_NO), 0) + 1
1221RQ             INTO :WS-COPY-NO
1221RQ             FROM IBMUSER.BOOK_COPIES
1221RQ            WHERE BOOK_ID = :TBLBKS-BOOK-ID
1221RQ      END-EXEC

1221RQ      MOVE SQLCODE TO EVAL-CODE
1221RQ      IF NOT ERR-OK
1221RQ         MOVE 'SELECT NEXT COPY_NO' TO ERR-MSG
1221RQ         PERFORM 9999-ERROR-HANDLING
1221RQ      END-IF

            EXEC SQL
                 INSERT INTO IBMUSER.BOOK_COPIES
0921BC                  (BOOK_ID, COPY_NO, COPY_STATUS, ADDED_DATE,
0921BC                   BARCODE)
1221RQ           VALUES (:TBLBKS-BOOK-ID, :WS-COPY-NO, 'A',
1221RQ                   CURRENT DATE,
0921BC                   :TBLCPY-BARCODE :IND-BARCODE)
            END-EXEC


            MOVE WS-BOOK-ID TO TBLPLN-BOOK-ID

1113SD      PERFORM 8000-GET-OPERATOR-ID
1113SD      MOVE WS-SIGNON-USERID TO TBLPLN-RECEIVED-BY-TEXT
1113SD      MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-SIGNON-USERID))
1113SD        TO TBLPLN-RECEIVED-BY-LEN

            EXEC SQL
                 UPDATE IBMUSER.PO_LINES
                    SET LINE_STATUS = 'R',
1113SD                  BOOK_ID     = :TBLPLN-BOOK-ID,
1113SD                  RECEIVED_BY = :TBLPLN-RECEIVED-BY,
1113SD                  RECEIVED_DATE = CURRENT DATE
                  WHERE PO_ID   = :TBLPLN-PO-ID
                    AND LINE_NO = :TBLPLN-LINE-NO
            END-EXEC
            MOVE 'RECEIVED' TO ASTATO
            .

1118SO**    STORDRUN CATALOGED THIS TITLE ON ORDER ('O') WHEN IT PLACED
1118SO**    THE LINE SO PATRONS COULD HOLD IT - RECEIVE INTO THAT ROW
1118SO 2315-ACTIVATE-ON-ORDER.
1118SO      MOVE '2315-ACTIVATE-ON-ORDER' TO ERR-LOC

1118SO      MOVE TBLPLN-BOOK-ID TO WS-BOOK-ID
1118SO                             TBLBKS-BOOK-ID

1221RQ**    A REPLACEMENT FOR A TITLE WEEDED OR BILLED LOST BRINGS
1221RQ**    THE TITLE BACK: NOTE WHETHER IT WAS WITHDRAWN SO ITS
1221RQ**    KEYWORDS ARE REBUILT
1221RQ      EXEC SQL
1221RQ           SELECT DELETED_FLAG
1221RQ             INTO :TBLBKS-DELETED-FLAG
1221RQ             FROM IBMUSER.BOOKS
1221RQ            WHERE BOOK_ID = :TBLBKS-BOOK-ID
1221RQ      END-EXEC

1221RQ      MOVE SQLCODE TO EVAL-CODE
1221RQ      IF NOT ERR-OK
1221RQ         MOVE 'SELECT BOOKS DELETED' TO ERR-MSG
1221RQ         PERFORM 9999-ERROR-HANDLING
1221RQ      END-IF

1118SO      EXEC SQL
1118SO           UPDATE IBMUSER.BOOKS
1118SO              SET ITEM_STATUS     = 'A',
1221RQ                  DELETED_FLAG    = 'N',
1221RQ                  DELETED_DATE    = NULL,
1118SO                  LAST_CHANGED_TS = CURRENT TIMESTAMP
1118SO            WHERE BOOK_ID     = :TBLBKS-BOOK-ID
1221RQ              AND (ITEM_STATUS IN ('O', 'L')
1221RQ                   OR DELETED_FLAG = 'Y')
1118SO      END-EXEC

1118SO      MOVE SQLCODE TO EVAL-CODE
1118SO      IF NOT ERR-OK AND NOT SQL-NOTFOUND
1118SO         MOVE 'UPDATE BOOKS ITEM_STATUS' TO ERR-MSG
1118SO         PERFORM 9999-ERROR-HANDLING
1118SO      END-IF

1221RQ      IF TBLBKS-DELETED-FLAG = 'Y'
1221RQ         PERFORM 8300-SYNC-KEYWORDS
1221RQ      END-IF

1118SO**    HOLDS PLACED WHILE ON ORDER ARE FILLED THE USUAL WAY,
1118SO**    WHEN THE NEW COPY IS CHECKED IN
1118SO      EXEC SQL
1118SO           SELECT COUNT(*)
1118SO             INTO :WS-HOLDS-WAITING
1118SO             FROM IBMUSER.HOLDS
1118SO            WHERE BOOK_ID     = :TBLBKS-BOOK-ID
1118SO              AND HOLD_STATUS = 'P'
1118SO      END-EXEC

1118SO      MOVE SQLCODE TO EVAL-CODE
1118SO      IF NOT ERR-OK
1118SO         MOVE 'SELECT COUNT HOLDS' TO ERR-MSG
1118SO         PERFORM 9999-ERROR-HANDLING
1118SO      END-IF

1118SO      MOVE 'RECEIVED' TO ASTATO
1118SO      .

1008FD 2340-RELIEVE-FUND.
1008FD      MOVE '2340-RELIEVE-FUND' TO ERR-LOC

1006PS      MOVE SQLCODE TO EVAL-CODE
1006PS      EVALUATE TRUE
1006PS          WHEN ERR-OK
1106HR**             A HOLDS-PRESSURE SUGGESTION (HOLDPRS) HAS NO
1106HR**             SUGGESTING PATRON - NOBODY TO HOLD IT FOR
1106HR               IF TBLSUG-PATRON-ID NOT = 0
1106HR                  MOVE 'HOLD_ID' TO WS-NXT-ID-NAME
1106HR                  PERFORM 8100-GET-NEXT-ID
1106HR                  MOVE WS-NXT-NEXT-ID TO TBLHOLD-HOLD-ID

1106HR                  MOVE WS-BOOK-ID       TO TBLHOLD-BOOK-ID
1106HR                  MOVE TBLSUG-PATRON-ID TO TBLHOLD-PATRON-ID

1106HR                  EXEC SQL
1106HR                       INSERT INTO IBMUSER.HOLDS
1106HR                              (HOLD_ID, BOOK_ID, PATRON_ID,
1106HR                               HOLD_DATE, HOLD_STATUS,
1106HR                               READY_DATE)
1106HR                       VALUES (:TBLHOLD-HOLD-ID,
1106HR                               :TBLHOLD-BOOK-ID,
1106HR                               :TBLHOLD-PATRON-ID,
1106HR                               CURRENT DATE, 'R', CURRENT DATE)
1106HR                  END-EXEC

1106HR                  MOVE SQLCODE TO EVAL-CODE
1106HR                  IF NOT ERR-OK
1106HR                     MOVE 'INSERT HOLDS' TO ERR-MSG
1106HR                     PERFORM 9999-ERROR-HANDLING
1106HR                  END-IF
1106HR               END-IF

1006PS               EXEC SQL
1006PS                    UPDATE IBMUSER.SUGGESTS
            END-EVALUATE
            .

1216RT***   PF7 - SEND A RECEIVED LINE BACK TO THE VENDOR
1216RT 2600-RETURN-LINE.
1216RT      MOVE '2600-RETURN-LINE' TO ERR-LOC

1216RT      MOVE FUNCTION UPPER-CASE (ARSNI) TO WS-RTN-REASON
1216RT      MOVE FUNCTION UPPER-CASE (AACTI) TO WS-RTN-ACTION

1216RT      EVALUATE TRUE
1216RT          WHEN FUNCTION TRIM (APOIDI) = SPACES
1216RT            OR FUNCTION TRIM (ALINENI) = SPACES
1216RT               MOVE 'ENTER PO AND LINE TO RETURN' TO MSGLNO
1216RT          WHEN NOT RTN-REASON-OK
1216RT               MOVE 'REASON: D DAMAGED, W WRONG EDITION, O OTHER'
1216RT                 TO MSGLNO
1216RT          WHEN FUNCTION TRIM (ARMAI) = SPACES
1216RT               MOVE 'THE VENDOR RETURN AUTHORIZATION IS REQUIRED'
1216RT                 TO MSGLNO
1216RT          WHEN NOT RTN-REOPEN AND NOT RTN-CANCEL
1216RT               MOVE 'ACTION: R REOPEN FOR REPLACEMENT, C CANCEL'
1216RT                 TO MSGLNO
1216RT          WHEN OTHER
1216RT               MOVE FUNCTION NUMVAL (APOIDI)  TO WS-PO-ID
1216RT                                                 TBLPLN-PO-ID
1216RT               MOVE FUNCTION NUMVAL (ALINENI) TO WS-LINE-NO
1216RT                                                 TBLPLN-LINE-NO
1216RT               PERFORM 2610-READ-RETURN-LINE
1216RT      END-EVALUATE
1216RT      .

1216RT 2610-READ-RETURN-LINE.
1216RT      MOVE '2610-READ-RETURN-LINE' TO ERR-LOC

1216RT      MOVE 0 TO IND-BOOK-ID
1216RT      EXEC SQL
1216RT           SELECT L.TITLE, L.ISBN, L.LINE_STATUS,
1216RT                  L.UNIT_PRICE, L.ORDER_QTY, L.FUND_CODE,
1216RT                  L.BOOK_ID, P.VENDOR_ID
1221RQ                 ,L.RECEIVED_DATE
1216RT             INTO :TBLPLN-TITLE, :TBLPLN-ISBN,
1216RT                  :TBLPLN-LINE-STATUS,
1216RT                  :TBLPLN-UNIT-PRICE, :TBLPLN-ORDER-QTY,
1216RT                  :TBLPLN-FUND-CODE :WS-IND-FUND,
1216RT                  :TBLPLN-BOOK-ID :IND-BOOK-ID,
1216RT                  :WS-RTN-VENDOR-ID
1221RQ                 ,:TBLPLN-RECEIVED-DATE :IND-RCV-DATE
1216RT             FROM IBMUSER.PO_LINES L
1216RT            INNER JOIN IBMUSER.PURCH_ORDERS P
1216RT               ON P.PO_ID = L.PO_ID
1216RT            WHERE L.PO_ID   = :TBLPLN-PO-ID
1216RT              AND L.LINE_NO = :TBLPLN-LINE-NO
1216RT      END-EXEC

1216RT      MOVE SQLCODE TO EVAL-CODE
1216RT      EVALUATE TRUE
1216RT          WHEN ERR-OK
1216RT               CONTINUE
1216RT          WHEN SQL-NOTFOUND
1216RT               MOVE 'PO LINE NOT FOUND' TO MSGLNO
1216RT          WHEN OTHER
1216RT               MOVE 'SELECT PO_LINES RETURN' TO ERR-MSG
1216RT               PERFORM 9999-ERROR-HANDLING
1216RT      END-EVALUATE

1216RT      IF ERR-OK
1216RT         PERFORM 2500-MOVE-LINE-TO-MAP
1216RT         MOVE SPACE TO WS-RTN-COPY-STAT
1216RT         IF TBLPLN-LINE-STATUS = 'R' AND IND-BOOK-ID NOT < 0
1216RT            MOVE TBLPLN-BOOK-ID TO WS-BOOK-ID
1216RT                                   TBLCPY-BOOK-ID
1221RQ**          THE COPY THIS LINE RECEIVED IS THE LAST ONE ADDED
1221RQ**          ON ITS RECEIPT DATE - COPY 1 FOR A NEW TITLE
1221RQ            MOVE 1 TO WS-COPY-NO
1221RQ            IF IND-RCV-DATE NOT < 0
1221RQ               EXEC SQL
1221RQ                    SELECT COALESCE(MAX(COPY_NO), 1)
1221RQ                      INTO :WS-COPY-NO
1221RQ                      FROM IBMUSER.BOOK_COPIES
1221RQ                     WHERE BOOK_ID    = :TBLCPY-BOOK-ID
1221RQ                       AND ADDED_DATE = :TBLPLN-RECEIVED-DATE
1221RQ               END-EXEC

1221RQ               MOVE SQLCODE TO EVAL-CODE
1221RQ               IF NOT ERR-OK
1221RQ                  MOVE 'SELECT RECEIVED COPY_NO' TO ERR-MSG
1221RQ                  PERFORM 9999-ERROR-HANDLING
1221RQ               END-IF
1221RQ            END-IF

1216RT            EXEC SQL
1216RT                 SELECT COPY_STATUS
1216RT                   INTO :TBLCPY-COPY-STATUS
1216RT                   FROM IBMUSER.BOOK_COPIES
1216RT                  WHERE BOOK_ID = :TBLCPY-BOOK-ID
1221RQ                    AND COPY_NO = :WS-COPY-NO
1216RT            END-EXEC

1216RT            MOVE SQLCODE TO EVAL-CODE
1216RT            EVALUATE TRUE
1216RT                WHEN ERR-OK
1216RT                     MOVE TBLCPY-COPY-STATUS
1216RT                       TO WS-RTN-COPY-STAT
1216RT                WHEN SQL-NOTFOUND
1216RT                     MOVE '?' TO WS-RTN-COPY-STAT
1216RT                WHEN OTHER
1216RT                     MOVE 'SELECT BOOK_COPIES RETURN' TO ERR-MSG
1216RT                     PERFORM 9999-ERROR-HANDLING
1216RT            END-EVALUATE
1216RT         END-IF

1216RT**       THE COPY GOES BACK IN THE BOX, SO IT MUST BE ON THE
1216RT**       SHELF - NOT ON LOAN, ON THE HOLD SHELF OR MISSING
1216RT         EVALUATE TRUE
1216RT             WHEN TBLPLN-LINE-STATUS NOT = 'R'
1216RT                  MOVE 'ONLY A RECEIVED LINE CAN BE RETURNED'
1216RT                    TO MSGLNO
1216RT             WHEN WS-RTN-COPY-STAT = '?'
1221RQ                  MOVE 'THE RECEIVED COPY IS NO LONGER ON FILE'
1221RQ                    TO MSGLNO
1216RT             WHEN WS-RTN-COPY-STAT NOT = 'A'
1221RQ                  MOVE 'RECEIVED COPY NOT ON SHELF - GET IT BACK'
1216RT                    TO MSGLNO
1216RT             WHEN OTHER
1216RT                  PERFORM 2620-REMOVE-COPY
1216RT                  PERFORM 2630-RECORD-RETURN
1216RT                  PERFORM 2640-REOPEN-OR-CANCEL
1216RT         END-EVALUATE
1216RT      END-IF
1216RT      .

1216RT 2620-REMOVE-COPY.
1216RT      MOVE '2620-REMOVE-COPY' TO ERR-LOC

1216RT      EXEC SQL
1216RT           DELETE FROM IBMUSER.BOOK_COPIES
1216RT            WHERE BOOK_ID = :TBLCPY-BOOK-ID
1221RQ              AND COPY_NO = :WS-COPY-NO
1216RT      END-EXEC

1216RT      MOVE SQLCODE TO EVAL-CODE
1216RT      IF NOT ERR-OK
1216RT         MOVE 'DELETE BOOK_COPIES' TO ERR-MSG
1216RT         PERFORM 9999-ERROR-HANDLING
1216RT      END-IF

1216RT      EXEC SQL
1216RT           SELECT COUNT(*)
1216RT             INTO :WS-RTN-OTHER-CPY
1216RT             FROM IBMUSER.BOOK_COPIES
1216RT            WHERE BOOK_ID = :TBLCPY-BOOK-ID
1216RT      END-EXEC

1216RT      MOVE SQLCODE TO EVAL-CODE
1216RT      IF NOT ERR-OK
1216RT         MOVE 'SELECT COUNT COPIES' TO ERR-MSG
1216RT         PERFORM 9999-ERROR-HANDLING
1216RT      END-IF

1216RT**    A TITLE WITH NO COPY LEFT EITHER GOES BACK ON ORDER
1216RT**    (HOLDABLE, PF6 ACTIVATES IT AGAIN - SEE 2315) OR, WHEN
1216RT**    THE LINE IS CANCELLED, IS DELETED FROM THE CATALOG
1216RT      IF WS-RTN-OTHER-CPY = 0
1216RT         MOVE WS-BOOK-ID TO TBLBKS-BOOK-ID
1216RT         IF RTN-REOPEN
1216RT            EXEC SQL
1216RT                 UPDATE IBMUSER.BOOKS
1216RT                    SET ITEM_STATUS     = 'O',
1216RT                        LAST_CHANGED_TS = CURRENT TIMESTAMP
1216RT                  WHERE BOOK_ID = :TBLBKS-BOOK-ID
1216RT            END-EXEC
1216RT         ELSE
1216RT            EXEC SQL
1216RT                 UPDATE IBMUSER.BOOKS
1216RT                    SET DELETED_FLAG    = 'Y',
1216RT                        DELETED_DATE    = CURRENT DATE,
1216RT                        LAST_CHANGED_TS = CURRENT TIMESTAMP
1216RT                  WHERE BOOK_ID = :TBLBKS-BOOK-ID
1216RT            END-EXEC
1216RT         END-IF

1216RT         MOVE SQLCODE TO EVAL-CODE
1216RT         IF NOT ERR-OK AND NOT SQL-NOTFOUND
1216RT            MOVE 'UPDATE BOOKS RETURN' TO ERR-MSG
1216RT            PERFORM 9999-ERROR-HANDLING
1216RT         END-IF

1216RT         IF RTN-CANCEL
1216RT            PERFORM 8310-DROP-KEYWORDS
1216RT         END-IF
1216RT      END-IF
1216RT      .

1216RT 2630-RECORD-RETURN.
1216RT      MOVE '2630-RECORD-RETURN' TO ERR-LOC

1216RT      MOVE 'RTN_ID' TO WS-NXT-ID-NAME
1216RT      PERFORM 8100-GET-NEXT-ID

1216RT      INITIALIZE DCLVRT
1216RT      MOVE WS-NXT-NEXT-ID    TO TBLVRT-RTN-ID
1216RT      MOVE WS-PO-ID          TO TBLVRT-PO-ID
1216RT      MOVE WS-LINE-NO        TO TBLVRT-LINE-NO
1216RT      MOVE WS-RTN-VENDOR-ID  TO TBLVRT-VENDOR-ID
1216RT      MOVE WS-BOOK-ID        TO TBLVRT-BOOK-ID
1216RT      MOVE TBLPLN-ORDER-QTY  TO TBLVRT-RTN-QTY
1216RT      COMPUTE TBLVRT-RTN-AMT = TBLPLN-UNIT-PRICE
1216RT                             * TBLPLN-ORDER-QTY
1216RT      MOVE TBLPLN-FUND-CODE  TO TBLVRT-FUND-CODE
1216RT      MOVE WS-RTN-REASON     TO TBLVRT-RTN-REASON
1216RT      MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (ARMAI))
1216RT        TO TBLVRT-RMA-NO-TEXT
1216RT      MOVE FUNCTION LENGTH (FUNCTION TRIM (ARMAI))
1216RT        TO TBLVRT-RMA-NO-LEN
1216RT      MOVE WS-RTN-ACTION     TO TBLVRT-LINE-ACTION

1216RT      PERFORM 8000-GET-OPERATOR-ID
1216RT      MOVE WS-SIGNON-USERID  TO TBLVRT-RTN-BY-TEXT
1216RT      MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-SIGNON-USERID))
1216RT        TO TBLVRT-RTN-BY-LEN

1216RT      EXEC SQL
1216RT           INSERT INTO IBMUSER.VEND_RETURNS
1216RT                  (RTN_ID, PO_ID, LINE_NO, VENDOR_ID, BOOK_ID,
1216RT                   RTN_QTY, RTN_AMT, FUND_CODE, RTN_REASON,
1216RT                   RMA_NO, LINE_ACTION, RTN_DATE, RTN_BY,
1216RT                   RTN_STATUS, CREDIT_INVC_ID, CREDIT_AMT)
1216RT           VALUES (:TBLVRT-RTN-ID, :TBLVRT-PO-ID,
1216RT                   :TBLVRT-LINE-NO, :TBLVRT-VENDOR-ID,
1216RT                   :TBLVRT-BOOK-ID, :TBLVRT-RTN-QTY,
1216RT                   :TBLVRT-RTN-AMT,
1216RT                   :TBLVRT-FUND-CODE :WS-IND-FUND,
1216RT                   :TBLVRT-RTN-REASON, :TBLVRT-RMA-NO,
1216RT                   :TBLVRT-LINE-ACTION, CURRENT DATE,
1216RT                   :TBLVRT-RTN-BY, 'A', NULL, 0)
1216RT      END-EXEC

1216RT      MOVE SQLCODE TO EVAL-CODE
1216RT      IF NOT ERR-OK
1216RT         MOVE 'INSERT VEND_RETURNS' TO ERR-MSG
1216RT         PERFORM 9999-ERROR-HANDLING
1216RT      END-IF

1216RT      MOVE TBLVRT-RTN-ID TO WS-RTNID-DISP
1216RT      .

1216RT 2640-REOPEN-OR-CANCEL.
1216RT      MOVE '2640-REOPEN-OR-CANCEL' TO ERR-LOC

1216RT      IF RTN-REOPEN
1216RT**       THE REPLACEMENT IS ON ORDER AGAIN: THE LINE IS
1216RT**       ENCUMBERED AFRESH (PF6 WILL SPEND IT AGAIN) AND THE
1216RT**       CLAIM CYCLE RESTARTS FROM TODAY
1216RT         EXEC SQL
1216RT              UPDATE IBMUSER.PO_LINES
1216RT                 SET LINE_STATUS     = 'O',
1216RT                     RECEIVED_BY     = '',
1216RT                     RECEIVED_DATE   = NULL,
1216RT                     CLAIM_COUNT     = 0,
1217ED                     LAST_CLAIM_DATE = CURRENT DATE,
1217ED                     VEND_STATUS     = ' ',
1217ED                     EXP_SHIP_DATE   = NULL,
1217ED                     XMIT_STATUS     =
1217ED                         CASE WHEN XMIT_STATUS = 'T' THEN 'C'
1217ED                              ELSE XMIT_STATUS END
1216RT               WHERE PO_ID   = :TBLPLN-PO-ID
1216RT                 AND LINE_NO = :TBLPLN-LINE-NO
1216RT         END-EXEC
1216RT      ELSE
1216RT         EXEC SQL
1216RT              UPDATE IBMUSER.PO_LINES
1217ED                 SET LINE_STATUS = 'X',
1217ED                     XMIT_STATUS =
1217ED                         CASE WHEN XMIT_STATUS = 'T' THEN 'C'
1217ED                              ELSE XMIT_STATUS END
1216RT               WHERE PO_ID   = :TBLPLN-PO-ID
1216RT                 AND LINE_NO = :TBLPLN-LINE-NO
1216RT         END-EXEC
1216RT      END-IF

1216RT      MOVE SQLCODE TO EVAL-CODE
1216RT      IF NOT ERR-OK
1216RT         MOVE 'UPDATE PO_LINES RETURN' TO ERR-MSG
1216RT         PERFORM 9999-ERROR-HANDLING
1216RT      END-IF

1216RT      IF RTN-REOPEN
1216RT         IF WS-IND-FUND NOT < 0
1216RT            COMPUTE WS-LINE-AMT = TBLPLN-UNIT-PRICE
1216RT                                * TBLPLN-ORDER-QTY
1216RT            EXEC SQL
1216RT                 UPDATE IBMUSER.FUNDS
1216RT                    SET ENCUM_AMT = ENCUM_AMT + :WS-LINE-AMT
1216RT                  WHERE FUND_CODE = :TBLPLN-FUND-CODE
1216RT            END-EXEC

1216RT            MOVE SQLCODE TO EVAL-CODE
1216RT            IF NOT ERR-OK AND NOT SQL-NOTFOUND
1216RT               MOVE 'UPDATE FUNDS RE-ENCUM' TO ERR-MSG
1216RT               PERFORM 9999-ERROR-HANDLING
1216RT            END-IF
1216RT         END-IF

1216RT         MOVE WS-PO-ID TO TBLPOR-PO-ID
1216RT         EXEC SQL
1216RT              UPDATE IBMUSER.PURCH_ORDERS
1216RT                 SET PO_STATUS = 'O'
1216RT               WHERE PO_ID     = :TBLPOR-PO-ID
1216RT                 AND PO_STATUS = 'C'
1216RT         END-EXEC

1216RT         MOVE SQLCODE TO EVAL-CODE
1216RT         IF NOT ERR-OK AND NOT SQL-NOTFOUND
1216RT            MOVE 'UPDATE PURCH_ORDERS REOPEN' TO ERR-MSG
1216RT            PERFORM 9999-ERROR-HANDLING
1216RT         END-IF

1216RT         MOVE 'ON ORDER' TO ASTATO
1216RT         MOVE SPACES TO MSGLNO
1216RT         STRING 'RETURN '                    DELIMITED BY SIZE
1216RT                FUNCTION TRIM (WS-RTNID-DISP) DELIMITED BY SIZE
1216RT                ' RECORDED - LINE REOPENED'  DELIMITED BY SIZE
1216RT           INTO MSGLNO
1216RT         END-STRING
1216RT      ELSE
1216RT         PERFORM 2320-CLOSE-PO-IF-DONE
1216RT         MOVE 'CANCELLED' TO ASTATO
1216RT         MOVE SPACES TO MSGLNO
1216RT         STRING 'RETURN '                    DELIMITED BY SIZE
1216RT                FUNCTION TRIM (WS-RTNID-DISP) DELIMITED BY SIZE
1216RT                ' RECORDED - LINE CANCELLED' DELIMITED BY SIZE
1216RT           INTO MSGLNO
1216RT         END-STRING
1216RT      END-IF
1216RT      .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

1027FX      END-IF
1027FX      .

1216RT 8310-DROP-KEYWORDS.
1216RT      MOVE '8310-DROP-KEYWORDS' TO ERR-LOC

1216RT      MOVE 'D' TO WS-KW-FUNC
1216RT      MOVE WS-BOOK-ID TO WS-KW-BOOK-ID
1216RT      MOVE 0 TO WS-KW-RC
1216RT      CALL 'KWMAINT' USING WS-KWMAINT-PARMS

1216RT      IF WS-KW-RC NOT = 0
1216RT         MOVE WS-KW-RC TO EVAL-CODE
1216RT         MOVE 'CALL KWMAINT' TO ERR-MSG
1216RT         PERFORM 9999-ERROR-HANDLING
1216RT      END-IF
1216RT      .

0805ID 8100-GET-NEXT-ID.
0805ID      MOVE '8100-GET-NEXT-ID' TO ERR-LOC

