      *     ACQTRN'S ADD), THE SUGGESTION MOVES TO 'O' ORDERED AND     *
      *     REMEMBERS ITS PO LINE                                      *
      *   - PF6 REJECTS ('R')                                          *
1106HR*   - THE NIGHTLY HOLDPRS JOB ADDS SYSTEM SUGGESTIONS (SOURCE    *
1106HR*     'H', PATRON SHOWN AS 'SYSTEM') FOR TITLES WHOSE HOLD       *
1106HR*     QUEUE IS OUT OF PROPORTION TO THE COPIES; THE INFO LINE    *
1106HR*     SHOWS THE EXTRA COPIES NEEDED AND THE LAST PRICE PAID,     *
1106HR*     AND PF9 ORDERS THAT MANY AT THAT PRICE                     *
      * - WHEN THE ORDERED ITEM IS RECEIVED, ACQTRN PUTS THE           *
      *   SUGGESTING PATRON'S HOLD STRAIGHT ON THE PICKUP SHELF AND    *
      *   NOTICRUN SENDS THE HOLD-READY NOTICE (SEE ACQTRN 1006PS)     *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   24,2020 - PATRON ID FILLED IN WHEN REACHED FROM  (1224PO)*
      *               X A PATRINQ OVERVIEW PF KEY (HANDED OVER         *
      *               X IN THE PXFR QUEUE - SEE PXFRVARS)              *
      * NOV   06,2020 - SHOW AND ORDER HOLDS-PRESSURE SUGGESTIONS      *
      *               - FROM HOLDPRS (QUANTITY AND LAST PRICE) (1106HR)*
      * OCT   06,2020 - INITIAL VERSION                        (1006PS)*
      *                                                                *
      * FILES:                                                         *
      * 2110-SHOW-NEXT-PENDING         8100-GET-NEXT-ID                *
      * 2120-MOVE-SUGG-TO-MAP          9999-ERROR-HANDLING             *
      * 2130-CHECK-OWNED-ORDERED       9999-TERMINATE                  *
1106HR* 2135-FORMAT-PRESSURE-INFO                                      *
1224PO* 1010-TAKE-PATRON-HANDOFF                                       *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
           05  WS-OWNED-COUNT       PIC S9(09) COMP   VALUE 0.
           05  WS-ONORDER-COUNT     PIC S9(09) COMP   VALUE 0.
           05  WS-INFO-LINE         PIC X(60)         VALUE SPACES.
1106HR     05  WS-NEEDED-DISP       PIC Z(4)9.
1106HR     05  WS-PRICE-DISP        PIC Z(4)9.99.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  SUGG-FOUND                         VALUE 1.
           05  WS-IND-VARS.
               10  IND-AUTHOR       PIC S9(04) COMP   VALUE 0.
               10  IND-ISBN         PIC S9(04) COMP   VALUE 0.
1106HR         10  IND-PRICE        PIC S9(04) COMP   VALUE 0.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
           05  FILLER               PIC X(06)         VALUE ' MSG: '   .
           05  ERR-MSG              PIC X(26)         VALUE SPACES     .

1224PO COPY PXFRVARS.

      **COPYBOOK FOR SYMBOLIC MAP
       COPY SUGSET.

            MOVE 'ENTER SHOWS NEXT PENDING - PF5 ADDS ONE'
              TO MSGLNO

1224PO      PERFORM 1010-TAKE-PATRON-HANDOFF

            EXEC CICS
                 SEND MAP    (WS-SUGMAP-NAME)
                      MAPSET (WS-SUGSET-NAME)
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
1224PO               MOVE WS-PXFR-PATRON TO SGPATO
1224PO               MOVE DFHBMFSE       TO SGPATF
1224PO               MOVE 'PATRON FILLED IN - KEY A TITLE, PF5 ADDS'
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

               EXEC SQL
                    SELECT PATRON_ID, SUGG_TITLE, AUTHOR_NAME,
                           ISBN, SUGG_STATUS
1106HR                    ,SUGG_SOURCE, COPIES_NEEDED, LAST_PRICE
                      INTO :TBLSUG-PATRON-ID, :TBLSUG-SUGG-TITLE,
                           :TBLSUG-AUTHOR-NAME :IND-AUTHOR,
                           :TBLSUG-ISBN :IND-ISBN,
                           :TBLSUG-SUGG-STATUS
1106HR                    ,:TBLSUG-SUGG-SOURCE,
1106HR                     :TBLSUG-COPIES-NEEDED,
1106HR                     :TBLSUG-LAST-PRICE :IND-PRICE
                      FROM IBMUSER.SUGGESTS
                     WHERE SUGG_ID = :TBLSUG-SUGG-ID
               END-EXEC
            EXEC SQL
                 SELECT SUGG_ID, PATRON_ID, SUGG_TITLE,
                        AUTHOR_NAME, ISBN, SUGG_STATUS
1106HR                 ,SUGG_SOURCE, COPIES_NEEDED, LAST_PRICE
                   INTO :TBLSUG-SUGG-ID, :TBLSUG-PATRON-ID,
                        :TBLSUG-SUGG-TITLE,
                        :TBLSUG-AUTHOR-NAME :IND-AUTHOR,
                        :TBLSUG-ISBN :IND-ISBN,
                        :TBLSUG-SUGG-STATUS
1106HR                 ,:TBLSUG-SUGG-SOURCE,
1106HR                  :TBLSUG-COPIES-NEEDED,
1106HR                  :TBLSUG-LAST-PRICE :IND-PRICE
                   FROM IBMUSER.SUGGESTS
                  WHERE SUGG_STATUS = 'P'
                    AND SUGG_ID > :TBLSUG-SUGG-ID
            MOVE '2120-MOVE-SUGG-TO-MAP' TO ERR-LOC

            MOVE WS-SUGG-ID TO SGIDO
1106HR      IF TBLSUG-SUGG-SOURCE = 'H'
1106HR         MOVE 'SYSTEM' TO SGPATO
1106HR      ELSE
1106HR         MOVE TBLSUG-PATRON-ID TO SGPATO
1106HR      END-IF
            MOVE TBLSUG-SUGG-TITLE-TEXT TO SGTITLO
            IF IND-AUTHOR < 0
               MOVE SPACES TO SGAUTHO

            MOVE SPACES TO WS-INFO-LINE
            EVALUATE TRUE
1106HR*         A HOLDS-PRESSURE TITLE IS OWNED BY DEFINITION
1106HR          WHEN TBLSUG-SUGG-SOURCE = 'H'
1106HR          AND  WS-ONORDER-COUNT > 0
1106HR               MOVE 'ALREADY ON ORDER - SEE ACQTRN'
1106HR                 TO WS-INFO-LINE
1106HR          WHEN TBLSUG-SUGG-SOURCE = 'H'
1106HR               PERFORM 2135-FORMAT-PRESSURE-INFO
                WHEN WS-OWNED-COUNT > 0
                     MOVE 'ALREADY IN THE CATALOG - CHECK FIRST'
                       TO WS-INFO-LINE
            MOVE WS-INFO-LINE TO SGINFOO
            .

1106HR 2135-FORMAT-PRESSURE-INFO.
1106HR      MOVE '2135-FORMAT-PRESSURE-INFO' TO ERR-LOC

1106HR      MOVE TBLSUG-COPIES-NEEDED TO WS-NEEDED-DISP
1106HR      IF IND-PRICE < 0
1106HR         STRING 'HOLDS PRESSURE - '  DELIMITED BY SIZE
1106HR                FUNCTION TRIM (WS-NEEDED-DISP)
1106HR                                     DELIMITED BY SIZE
1106HR                ' MORE COPIES, NO PRICE ON FILE'
1106HR                                     DELIMITED BY SIZE
1106HR           INTO WS-INFO-LINE
1106HR         END-STRING
1106HR      ELSE
1106HR         MOVE TBLSUG-LAST-PRICE TO WS-PRICE-DISP
1106HR         STRING 'HOLDS PRESSURE - '  DELIMITED BY SIZE
1106HR                FUNCTION TRIM (WS-NEEDED-DISP)
1106HR                                     DELIMITED BY SIZE
1106HR                ' MORE COPIES, LAST PAID '
1106HR                                     DELIMITED BY SIZE
1106HR                FUNCTION TRIM (WS-PRICE-DISP)
1106HR                                     DELIMITED BY SIZE
1106HR           INTO WS-INFO-LINE
1106HR         END-STRING
1106HR      END-IF
1106HR      .

       2300-CAPTURE-SUGGESTION.
            MOVE '2300-CAPTURE-SUGGESTION' TO ERR-LOC

                     MOVE TBLSUG-ISBN-LEN  TO TBLPLN-ISBN-LEN
                     MOVE 0 TO TBLPLN-UNIT-PRICE
                     MOVE 1 TO TBLPLN-ORDER-QTY
1106HR*              A SYSTEM SUGGESTION ORDERS THE COPIES HOLDPRS
1106HR*              WORKED OUT AT THE LAST PRICE WE PAID
1106HR               IF TBLSUG-SUGG-SOURCE = 'H'
1106HR                  IF TBLSUG-COPIES-NEEDED > 1
1106HR                     MOVE TBLSUG-COPIES-NEEDED
1106HR                       TO TBLPLN-ORDER-QTY
1106HR                  END-IF
1106HR                  IF IND-PRICE NOT < 0
1106HR                     MOVE TBLSUG-LAST-PRICE
1106HR                       TO TBLPLN-UNIT-PRICE
1106HR                  END-IF
1106HR               END-IF

                     EXEC SQL
                          INSERT INTO IBMUSER.PO_LINES
