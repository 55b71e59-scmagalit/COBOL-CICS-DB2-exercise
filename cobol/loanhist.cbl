      * AUG   19,2020 - FULL PATRON HISTORY IS NOW GATED BY    (0819PV)*
      *               X AUTHCHK (CIRCULATION RIGHT) AT FIRST           *
      *               X ENTRY - BOARD PRIVACY POLICY                   *
      * DEC   24,2020 - PATRON ID FILLED IN WHEN REACHED FROM  (1224PO)*
      *               X A PATRINQ OVERVIEW PF KEY (HANDED OVER         *
      *               X IN THE PXFR QUEUE - SEE PXFRVARS)              *
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.LOANS (INPUT)  - LOAN ROWS (SEE DCLLOAN)               *
      * 2110-BUILD-ONE-PAGE            3000-SEND-RECEIVE-SCREEN        *
      * 2120-FETCH-ONE-LOAN            9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
1224PO* 1010-TAKE-PATRON-HANDOFF                                       *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------

0819PV 01  WS-SIGNON-USERID         PIC X(08)         VALUE SPACES.

1224PO COPY PXFRVARS.

      **COPYBOOK FOR SYMBOLIC MAP
       COPY LHSET.

            MOVE LOW-VALUES TO LHMAPO
            MOVE 'ENTER A PATRON ID AND PRESS ENTER' TO MSGLNO

1224PO      PERFORM 1010-TAKE-PATRON-HANDOFF

            EXEC CICS
                 SEND MAP    (WS-LHMAP-NAME)
                      MAPSET (WS-LHSET-NAME)
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
1224PO               MOVE WS-PXFR-PATRON TO LPATIDO
1224PO               MOVE DFHBMFSE       TO LPATIDF
1224PO               MOVE 'PATRON FILLED IN - PRESS ENTER FOR HISTORY'
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

