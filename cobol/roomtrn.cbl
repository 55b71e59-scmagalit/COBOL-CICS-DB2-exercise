      *   - PF9 SAVES THE ROOM MASTER ROW (NAME AND CAPACITY) FOR      *
      *     THE ROOM ID TYPED - ADDS OR UPDATES                        *
      * - SEE ROOMUTIL FOR THE MONTHLY UTILIZATION REPORT              *
1109EV* - BOOKINGS FOR LIBRARY EVENTS (EVNTTRN) CARRY PATRON_ID 0      *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   24,2020 - PATRON ID FILLED IN WHEN REACHED FROM  (1224PO)*
      *               X A PATRINQ OVERVIEW PF KEY (HANDED OVER         *
      *               X IN THE PXFR QUEUE - SEE PXFRVARS)              *
      * DEC   23,2020 - ONLY A LIBRARY-WIDE CLOSED DAY REFUSES (1223CL)*
      *               X A BOOKING - ROOMS BELONG TO NO BRANCH, SO A    *
      *               X BRANCH CLOSURE (SEE DCLCAL 1223CL) LEAVES      *
      *               X THEM OPEN                                      *
      * NOV   09,2020 - EVENT ROOM BOOKINGS (PATRON 0) SHOW    (1109EV)*
      *               X AS LIBRARY EVENT AND PF6 WILL NOT              *
      *               X CANCEL THEM                                    *
      * OCT   05,2020 - INITIAL VERSION                        (1005RM)*
      *                                                                *
      * FILES:                                                         *
      * 2200-BOOK-ROOM                 8100-GET-NEXT-ID                *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
1224PO* 1010-TAKE-PATRON-HANDOFF                                       *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
           05  FILLER               PIC X(06)         VALUE ' MSG: '   .
           05  ERR-MSG              PIC X(26)         VALUE SPACES     .

1224PO COPY PXFRVARS.

      **COPYBOOK FOR SYMBOLIC MAP
       COPY ROMSET.

            MOVE LOW-VALUES TO ROMMAPO
            MOVE 'ENTER A ROOM AND DATE AND PRESS ENTER' TO MSGLNO

1224PO      PERFORM 1010-TAKE-PATRON-HANDOFF

            EXEC CICS
                 SEND MAP    (WS-ROMMAP-NAME)
                      MAPSET (WS-ROMSET-NAME)
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
1224PO               MOVE WS-PXFR-PATRON TO RMPATO
1224PO               MOVE DFHBMFSE       TO RMPATF
1224PO               MOVE 'PATRON FILLED IN - ENTER A ROOM AND DATE'
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

                            WS-PATRON-DISP    DELIMITED BY SIZE
                       INTO WS-BKG-LINE
                     END-STRING
1109EV               IF TBLRBK-PATRON-ID = 0
1109EV                  MOVE 'LIBRARY EVENT' TO WS-BKG-LINE (33:)
1109EV               END-IF
1005RM               IF PRINTING-SCHEDULE
1005RM                  MOVE WS-BKG-LINE (1:60)
1005RM                    TO WS-SCHED-LINE
                      INTO :WS-CLOSED-COUNT
                      FROM IBMUSER.CLOSED_DAYS
                     WHERE CLOSED_DATE = DATE(:WS-BOOK-DATE)
1223CL                 AND BRANCH_ID = 0
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
                       SET BOOK_STATUS = 'C'
                     WHERE BOOKING_ID = :TBLRBK-BOOKING-ID
                       AND BOOK_STATUS = 'A'
1109EV                 AND PATRON_ID <> 0
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
                   WHEN ERR-OK
                        MOVE 'BOOKING CANCELLED' TO MSGLNO
                   WHEN SQL-NOTFOUND
1109EV                  MOVE 'BOOKING NOT FOUND, NOT ACTIVE OR AN EVENT'
                          TO MSGLNO
                   WHEN OTHER
                        MOVE 'UPDATE ROOM_BOOKS' TO ERR-MSG
