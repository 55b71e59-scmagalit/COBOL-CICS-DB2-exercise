      *   THE EXPORT MONTH, EACH LISTING THE ITEMS GIVEN, TO THE       *
      *   DONLTROP PRINT STREAM (SAME 132-BYTE SHAPE AS NOTICOP),      *
      *   OPENING WITH A WINDOW-ENVELOPE NAME/ADDRESS BLOCK            *
1210FS* - ITEMS DECLINED AT INTAKE AND PASSED TO THE FRIENDS OF THE    *
1210FS*   LIBRARY BOOK SALE (DONRTRN PF10, SALE_STOCK SOURCE D) ARE    *
1210FS*   THANKED FOR IN A SECOND LIST ON THE SAME LETTER, SO A        *
1210FS*   DONOR WHOSE WHOLE GIFT WENT TO THE SALE STILL GETS ONE       *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   10,2020 - DECLINED ITEMS THAT WENT TO THE        (1210FS)*
      *               X FRIENDS' BOOK SALE ARE LISTED                  *
      *               X ON THE LETTER (SALE_STOCK)                     *
      * OCT   01,2020 - INITIAL VERSION                        (1001DN)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *                                                                *
      * FILES:                                                         *
      * DONLTROP (OUTPUT) - IBMUSER.SMAGALIT.DONLTROP                  *
1210FS* IBMUSER.SALE_STOCK (INPUT) - DECLINED ITEMS (SEE DCLSLS)       *
      *                                                                *
      * 0000-MAIN                      2110-FETCH-ONE-GIFT             *
      * 1000-INIT                      2120-START-DONOR-LETTER         *
      * 1150-PARSE-PARM                3100-CLOSE-FILE                 *
      * 1200-SET-PERIOD                9999-ERROR-HANDLING             *
      * 2000-MAIN-LOGIC                9999-TERMINATE                  *
1210FS*                                2130-START-SALE-LIST            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
           05  WS-FROM-DATE            PIC X(10)       VALUE SPACES.
           05  WS-TODAY                PIC X(10)       VALUE SPACES.
           05  WS-PREV-DONOR           PIC S9(09) COMP VALUE -1.
1210FS     05  WS-ITEM-KIND            PIC X(01)       VALUE SPACE.
1210FS         88  ITEM-IS-GIFT                        VALUE 'G'.
1210FS         88  ITEM-TO-SALE                        VALUE 'S'.
1210FS     05  WS-PREV-KIND            PIC X(01)       VALUE SPACE.
1210FS     05  WS-ITEM-QTY             PIC S9(09) COMP VALUE 0.
1210FS     05  WS-ITEM-QTY-DISP        PIC ZZ9.
           05  WS-COUNTERS.
               10  WS-LETTER-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-GIFT-CNTR        PIC S9(08) COMP VALUE 0.
1210FS         10  WS-SALE-CNTR        PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.
           EXEC SQL INCLUDE DCLDNR   END-EXEC.
           EXEC SQL INCLUDE DCLDON   END-EXEC.
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
1210FS     EXEC SQL INCLUDE DCLSLS   END-EXEC.

           EXEC SQL DECLARE CURDNLTR CURSOR FOR
                SELECT D.DONOR_ID
                      ,R.ADDR_LINE1
                      ,D.DONATE_DATE
                      ,B.TITLE
1210FS                ,'G'
1210FS                ,1
1210FS                ,D.GIFT_ID
                  FROM IBMUSER.DONATIONS D
                 INNER JOIN IBMUSER.DONORS R
                    ON D.DONOR_ID = R.DONOR_ID
                 WHERE D.DONATE_DATE >= DATE(:WS-FROM-DATE)
                   AND D.DONATE_DATE < DATE(:WS-FROM-DATE)
                       + 1 MONTH
1210FS**        DECLINED ITEMS, ONE LINE PER DESCRIPTION WITH A COUNT,
1210FS**        SORT AFTER THE CATALOGED GIFTS ON EACH LETTER
1210FS            UNION ALL
1210FS          SELECT S.DONOR_ID
1210FS                ,R.DONOR_NAME
1210FS                ,R.ADDR_LINE1
1210FS                ,MIN(S.RECEIVED_DATE)
1210FS                ,S.DESCRIPTION
1210FS                ,'S'
1210FS                ,COUNT(*)
1210FS                ,0
1210FS            FROM IBMUSER.SALE_STOCK S
1210FS           INNER JOIN IBMUSER.DONORS R
1210FS              ON S.DONOR_ID = R.DONOR_ID
1210FS           WHERE S.SOURCE_CODE = 'D'
1210FS             AND S.RECEIVED_DATE >= DATE(:WS-FROM-DATE)
1210FS             AND S.RECEIVED_DATE < DATE(:WS-FROM-DATE)
1210FS                 + 1 MONTH
1210FS           GROUP BY S.DONOR_ID, R.DONOR_NAME, R.ADDR_LINE1,
1210FS                    S.DESCRIPTION
1210FS           ORDER BY 1, 6, 8, 5
           END-EXEC.

      *--------------------------------------------------------------*

            DISPLAY WS-LETTER-CNTR ' ACKNOWLEDGMENT LETTERS WRITTEN'
            DISPLAY WS-GIFT-CNTR   ' GIFTS ACKNOWLEDGED'
1210FS      DISPLAY WS-SALE-CNTR   ' ITEMS TO THE BOOK SALE'
            .

       2110-FETCH-ONE-GIFT.
                      ,:TBLDNR-ADDR-LINE1
                      ,:TBLDON-DONATE-DATE
                      ,:TBLBKS-TITLE
1210FS                ,:WS-ITEM-KIND
1210FS                ,:WS-ITEM-QTY
1210FS                ,:TBLDON-GIFT-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
                        PERFORM 2120-START-DONOR-LETTER
                        MOVE TBLDON-DONOR-ID TO WS-PREV-DONOR
                        ADD 1 TO WS-LETTER-CNTR
1210FS               MOVE SPACE TO WS-PREV-KIND
                     END-IF

1210FS               IF ITEM-TO-SALE
1210FS                  IF WS-PREV-KIND NOT = WS-ITEM-KIND
1210FS                     PERFORM 2130-START-SALE-LIST
1210FS                  END-IF
1210FS                  MOVE WS-ITEM-QTY TO WS-ITEM-QTY-DISP
1210FS                  MOVE SPACES TO WS-LETTER-LINE
1210FS                  STRING '   '                DELIMITED BY SIZE
1210FS                         TBLDON-DONATE-DATE   DELIMITED BY SIZE
1210FS                         '  '                 DELIMITED BY SIZE
1210FS                         WS-ITEM-QTY-DISP     DELIMITED BY SIZE
1210FS                         ' X '                DELIMITED BY SIZE
1210FS                         TBLBKS-TITLE-TEXT (1:60)
1210FS                                              DELIMITED BY SIZE
1210FS                    INTO WS-LETTER-LINE
1210FS                  END-STRING
1210FS                  WRITE REC-DONLTROP FROM WS-LETTER-LINE
1210FS                  ADD WS-ITEM-QTY TO WS-SALE-CNTR
1210FS               ELSE
1210FS                  MOVE SPACES TO WS-LETTER-LINE
1210FS                  STRING '   '                DELIMITED BY SIZE
1210FS                         TBLDON-DONATE-DATE   DELIMITED BY SIZE
1210FS                         '  '                 DELIMITED BY SIZE
1210FS                         TBLBKS-TITLE-TEXT (1:60)
1210FS                                              DELIMITED BY SIZE
1210FS                    INTO WS-LETTER-LINE
1210FS                  END-STRING
1210FS                  WRITE REC-DONLTROP FROM WS-LETTER-LINE
1210FS                  ADD 1 TO WS-GIFT-CNTR
1210FS               END-IF
1210FS               MOVE WS-ITEM-KIND TO WS-PREV-KIND
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
              TO WS-LETTER-LINE
            WRITE REC-DONLTROP FROM WS-LETTER-LINE

1210FS**    A LETTER THAT OPENS ON A BOOK SALE ITEM HAS NO CATALOGED
1210FS**    GIFTS, SO ITS OWN HEADING IN 2130 IS THE ONLY ONE
1210FS      IF ITEM-IS-GIFT
1210FS         MOVE 'THE FOLLOWING ITEMS WERE RECEIVED WITH THANKS'
1210FS           TO WS-LETTER-LINE
1210FS         WRITE REC-DONLTROP FROM WS-LETTER-LINE
1210FS      END-IF
            .

1210FS 2130-START-SALE-LIST.
1210FS      MOVE '2130-START-SALE-LIST' TO ERR-LOC

1210FS      MOVE SPACES TO WS-LETTER-LINE
1210FS      WRITE REC-DONLTROP FROM WS-LETTER-LINE

1210FS      MOVE 'THESE ITEMS, WHICH THE LIBRARY COULD NOT ADD TO ITS'
1210FS        TO WS-LETTER-LINE
1210FS      WRITE REC-DONLTROP FROM WS-LETTER-LINE

1210FS      MOVE 'COLLECTION, WENT TO THE FRIENDS OF THE LIBRARY'
1210FS        TO WS-LETTER-LINE
1210FS      WRITE REC-DONLTROP FROM WS-LETTER-LINE

1210FS      MOVE 'BOOK SALE, WITH OUR THANKS' TO WS-LETTER-LINE
1210FS      WRITE REC-DONLTROP FROM WS-LETTER-LINE
1210FS      .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE
