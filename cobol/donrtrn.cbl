      *     ROW TIES THE GIFT TO THE DONOR                             *
      *   - PF8 LISTS THE DONOR'S MOST RECENT GIFTS (THE FRIENDS       *
      *     GROUP'S DONOR-HISTORY INQUIRY)                             *
1210FS*   - PF10 DECLINES AN ITEM THE LIBRARY WILL NOT ADD: IT GOES    *
1210FS*     TO THE FRIENDS OF THE LIBRARY BOOK SALE AS SALE_STOCK      *
1210FS*     ROWS (DESCRIPTION IN THE TITLE FIELD, PRICE BAND PER       *
1210FS*     SALEBAND - BLANK = B, QUANTITY BLANK = 1) UNDER THE        *
1210FS*     DONOR, SO DONLTTR CAN THANK THE DONOR FOR THEM TOO         *
      * - SEE DONLTTR FOR THE ACKNOWLEDGMENT LETTER RUN                *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   10,2020 - PF10 RECORDS DECLINED GIFTS            (1210FS)*
      *               X AS FRIENDS' BOOK SALE STOCK                    *
      *               X UNDER THE DONOR (SALE_STOCK)                   *
      * OCT   27,2020 - THE PF7 CATALOG-GIFT INSERT NOW CALLS  (1027FX)*
      *               X KWMAINT SO THE TITLE IS SEARCHABLE AT          *
      *               X ONCE (SEE 1013KW)                              *
      * IBMUSER.DONORS    (I/O) - DONOR MASTER (SEE DCLDNR)            *
      * IBMUSER.DONATIONS (I/O) - GIFT REGISTER (SEE DCLDON)           *
      * IBMUSER.BOOKS     (I/O) - CATALOG ROW CREATED AT INTAKE        *
1210FS* IBMUSER.SALE_STOCK (OUT) - DECLINED ITEMS (SEE DCLSLS)         *
      *                                                                *
      * 0000-MAIN                      2300-CATALOG-GIFT               *
      * 1000-SEND-BLANK-MAP            2310-PREFILL-FROM-ISBN          *
      * 2100-READ-DONOR                2410-FETCH-ONE-GIFT             *
      * 2200-SAVE-DONOR                3000-SEND-RECEIVE-SCREEN        *
      * 8100-GET-NEXT-ID               9999-ERROR-HANDLING             *
1210FS* 2500-DECLINE-GIFT              9999-TERMINATE                  *
1210FS* 2510-INSERT-SALE-ITEM                                          *
1210FS* 8000-GET-OPERATOR-ID                                           *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
           05  WS-BOOKID-DISP       PIC Z(8)9.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  DONOR-FOUND                        VALUE 1.
1210FS     05  WS-SALE-QTY          PIC S9(04) COMP   VALUE 0.
1210FS     05  WS-SALE-IDX          PIC S9(04) COMP   VALUE 0.
1210FS     05  WS-SALE-QTY-DISP     PIC Z9.
1210FS     05  WS-SALE-MAX-QTY      PIC S9(04) COMP   VALUE 99.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
           05  WS-PGMIDS.
               10  WS-ISBNMETA-PGMID PIC X(08)        VALUE 'ISBNMETA'.

1210FS COPY SALEBAND.

1210FS 01  WS-SIGNON-USERID         PIC X(08)         VALUE SPACES.

0705ML 01  WS-METADATA-COMMAREA.
0705ML     05  WS-MDL-ISBN          PIC X(13)         VALUE SPACES.
0705ML     05  WS-MDL-TITLE         PIC X(42)         VALUE SPACES.
           EXEC SQL INCLUDE DCLDNR   END-EXEC.
           EXEC SQL INCLUDE DCLDON   END-EXEC.
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
1210FS     EXEC SQL INCLUDE DCLSLS   END-EXEC.

           EXEC SQL DECLARE CURGIFTS CURSOR FOR
                SELECT D.GIFT_ID, D.DONATE_DATE, B.TITLE
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2400-LIST-GIFTS
                        PERFORM 3000-SEND-RECEIVE-SCREEN
1210FS             WHEN DFHPF10
1210FS                  PERFORM 2000-RECEIVE-MAP
1210FS                  PERFORM 2500-DECLINE-GIFT
1210FS                  PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN OTHER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
               END-EVALUATE
                        MOVE TBLDNR-PHONE-TEXT      TO DNRPHNO
                        MOVE TBLDNR-EMAIL-TEXT      TO DNREMLO
                        MOVE TBLDNR-ADDR-LINE1-TEXT TO DNRAD1O
1210FS                  MOVE 'FOUND - PF7 GIFT PF8 HISTORY PF10 DECLINE'
                          TO MSGLNO
                   WHEN SQL-NOTFOUND
                        MOVE SPACES TO DNRNAMO DNRPHNO
            END-EVALUATE
            .

1210FS 2500-DECLINE-GIFT.
1210FS      MOVE '2500-DECLINE-GIFT' TO ERR-LOC

1210FS**    NOTHING IS CATALOGED - THE ITEM GOES STRAIGHT TO THE
1210FS**    FRIENDS' SALE SHELF, ONE SALE_STOCK ROW PER PIECE
1210FS      MOVE DNBANDI TO WS-SALE-BAND-CODE
1210FS      IF WS-SALE-BAND-CODE = SPACE OR LOW-VALUE
1210FS         SET SALE-BAND-DEFAULT TO TRUE
1210FS      END-IF
1210FS      IF FUNCTION TRIM (DNQTYI) = SPACES
1210FS         MOVE 1 TO WS-SALE-QTY
1210FS      ELSE
1210FS         MOVE FUNCTION NUMVAL (DNQTYI) TO WS-SALE-QTY
1210FS      END-IF

1210FS      EVALUATE TRUE
1210FS          WHEN FUNCTION TRIM (DNRIDI) = SPACES
1210FS               MOVE 'SHOW THE DONOR FIRST' TO MSGLNO
1210FS          WHEN FUNCTION TRIM (DNTITLI) = SPACES
1210FS               MOVE 'DESCRIBE THE ITEM IN THE TITLE FIELD'
1210FS                 TO MSGLNO
1210FS          WHEN NOT SALE-BAND-VALID
1210FS               MOVE 'SALE BAND IS A, B, C OR D' TO MSGLNO
1210FS          WHEN WS-SALE-QTY < 1
1210FS          WHEN WS-SALE-QTY > WS-SALE-MAX-QTY
1210FS               MOVE 'QUANTITY MUST BE 1 TO 99' TO MSGLNO
1210FS          WHEN OTHER
1210FS               MOVE FUNCTION NUMVAL (DNRIDI) TO WS-DONOR-ID
1210FS               PERFORM 8000-GET-OPERATOR-ID
1210FS               PERFORM 2510-INSERT-SALE-ITEM VARYING WS-SALE-IDX
1210FS                         FROM 1 BY 1
1210FS                         UNTIL WS-SALE-IDX > WS-SALE-QTY
1210FS               MOVE WS-SALE-QTY TO WS-SALE-QTY-DISP
1210FS               MOVE SPACES TO MSGLNO
1210FS               STRING FUNCTION TRIM (WS-SALE-QTY-DISP)
1210FS                                         DELIMITED BY SIZE
1210FS                      ' DECLINED - TO BOOK SALE BAND '
1210FS                                         DELIMITED BY SIZE
1210FS                      WS-SALE-BAND-CODE  DELIMITED BY SIZE
1210FS                 INTO MSGLNO
1210FS               END-STRING
1210FS      END-EVALUATE
1210FS      .

1210FS 2510-INSERT-SALE-ITEM.
1210FS      MOVE '2510-INSERT-SALE-ITEM' TO ERR-LOC

1210FS      MOVE 'STOCK_ID' TO WS-NXT-ID-NAME
1210FS      PERFORM 8100-GET-NEXT-ID
1210FS      MOVE WS-NXT-NEXT-ID TO TBLSLS-STOCK-ID

1210FS      MOVE 'D'               TO TBLSLS-SOURCE-CODE
1210FS      MOVE 0                 TO TBLSLS-BOOK-ID
1210FS      MOVE WS-DONOR-ID       TO TBLSLS-DONOR-ID
1210FS      MOVE FUNCTION TRIM (DNTITLI)
1210FS        TO TBLSLS-DESCRIPTION-TEXT
1210FS      MOVE FUNCTION LENGTH (FUNCTION TRIM (DNTITLI))
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

1210FS 8000-GET-OPERATOR-ID.
1210FS      MOVE '8000-GET-OPERATOR-ID' TO ERR-LOC

1210FS      MOVE SPACES TO WS-SIGNON-USERID

1210FS      EXEC CICS ASSIGN
1210FS           USERID (WS-SIGNON-USERID)
1210FS           RESP   (EVAL-CODE)
1210FS      END-EXEC

1210FS      IF EVAL-CODE NOT = DFHRESP (NORMAL)
1210FS      OR WS-SIGNON-USERID = SPACES
1210FS         MOVE EIBTRMID TO WS-SIGNON-USERID
1210FS      END-IF
1210FS      .

1027FX 8300-SYNC-KEYWORDS.
1027FX      MOVE '8300-SYNC-KEYWORDS' TO ERR-LOC

