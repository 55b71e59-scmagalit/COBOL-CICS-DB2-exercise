      *   (QTY X PRICE OVER ITS LINES), AND THE PO VALUE OF THE SAME   *
      *   RECEIVED LINES, SO FINANCE CAN RECONCILE WHAT WE ARE         *
      *   PAYING AGAINST WHAT WAS ORDERED AND RECEIVED                 *
1216RT* - APPROVED CREDIT MEMOS (INVC_TYPE C) ARE LISTED WITH THE      *
1216RT*   VALUE OF THE VENDOR RETURNS THEY CREDIT, AND NETTED AGAINST  *
1216RT*   THE INVOICES: TOTAL INVOICED, LESS APPROVED CREDITS, NET     *
1216RT*   APPROVED FOR PAYMENT. RTNRPT LISTS RETURNS STILL AWAITING    *
1216RT*   CREDIT                                                       *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   16,2020 - NET APPROVED CREDIT MEMOS AGAINST      (1216RT)*
      *               X INVOICES                                       *
      * OCT   07,2020 - INITIAL VERSION                        (1007IV)*
      *                                                                *
      * FILES:                                                         *
           05  WS-INV-TOTAL            PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-PO-TOTAL             PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-GRAND-TOTAL          PIC S9(9)V9(2) COMP-3 VALUE 0.
1216RT     05  WS-RTN-TOTAL            PIC S9(7)V9(2) COMP-3 VALUE 0.
1216RT     05  WS-CREDIT-TOTAL         PIC S9(9)V9(2) COMP-3 VALUE 0.
1216RT     05  WS-NET-TOTAL            PIC S9(9)V9(2) COMP-3 VALUE 0.
           05  WS-DISP-VARS.
               10  WS-INVID-DISP       PIC Z(8)9.
               10  WS-AMT1-DISP        PIC ZZZ,ZZ9.99.
               10  WS-AMT2-DISP        PIC ZZZ,ZZ9.99.
               10  WS-GRAND-DISP       PIC Z,ZZZ,ZZ9.99.
1216RT         10  WS-NET-DISP         PIC -,---,--9.99.
           05  WS-COUNTERS.
               10  WS-INV-CNTR         PIC S9(08) COMP VALUE 0.
1216RT         10  WS-CREDIT-CNTR      PIC S9(08) COMP VALUE 0.

       01  WS-SYS-VARS.
           05  WS-FILESTAT.
                           AND P.LINE_NO = L.PO_LINE_NO
                         WHERE L.INVC_ID = I.INVC_ID
                           AND P.LINE_STATUS = 'R')
1216RT                ,I.INVC_TYPE
1216RT                ,(SELECT COALESCE(SUM(R.RTN_AMT), 0)
1216RT                    FROM IBMUSER.VEND_RETURNS R
1216RT                   WHERE R.CREDIT_INVC_ID = I.INVC_ID)
                  FROM IBMUSER.VEND_INVC I
                 INNER JOIN IBMUSER.VENDORS V
                    ON I.VENDOR_ID = V.VENDOR_ID

            MOVE WS-GRAND-TOTAL TO WS-GRAND-DISP
            MOVE SPACES TO WS-REPORT-LINE
1216RT      STRING 'TOTAL INVOICED:             '
                                      DELIMITED BY SIZE
                   WS-GRAND-DISP      DELIMITED BY SIZE
              INTO WS-REPORT-LINE
            END-STRING
            WRITE REC-INVCRPOP FROM WS-REPORT-LINE

1216RT      MOVE WS-CREDIT-TOTAL TO WS-GRAND-DISP
1216RT      MOVE SPACES TO WS-REPORT-LINE
1216RT      STRING 'LESS APPROVED CREDITS:      '
1216RT                                DELIMITED BY SIZE
1216RT             WS-GRAND-DISP      DELIMITED BY SIZE
1216RT        INTO WS-REPORT-LINE
1216RT      END-STRING
1216RT      WRITE REC-INVCRPOP FROM WS-REPORT-LINE

1216RT      COMPUTE WS-NET-TOTAL = WS-GRAND-TOTAL - WS-CREDIT-TOTAL
1216RT      MOVE WS-NET-TOTAL TO WS-NET-DISP
1216RT      MOVE SPACES TO WS-REPORT-LINE
1216RT      STRING 'NET APPROVED FOR PAYMENT:   '
1216RT                                DELIMITED BY SIZE
1216RT             WS-NET-DISP        DELIMITED BY SIZE
1216RT        INTO WS-REPORT-LINE
1216RT      END-STRING
1216RT      WRITE REC-INVCRPOP FROM WS-REPORT-LINE

            DISPLAY WS-INV-CNTR ' APPROVED INVOICES LISTED'
1216RT      DISPLAY WS-CREDIT-CNTR ' APPROVED CREDIT MEMOS LISTED'
            .

       2100-FETCH-ONE-INVOICE.
                       DCLVND
            MOVE 0 TO WS-INV-TOTAL
                      WS-PO-TOTAL
1216RT                WS-RTN-TOTAL

            EXEC SQL
                 FETCH CURIVRPT
                      ,:TBLVND-VENDOR-NAME
                      ,:WS-INV-TOTAL
                      ,:WS-PO-TOTAL
1216RT                ,:TBLINV-INVC-TYPE
1216RT                ,:WS-RTN-TOTAL
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
1216RT          WHEN ERR-OK AND TBLINV-INVC-TYPE = 'C'
1216RT               MOVE TBLINV-INVC-ID TO WS-INVID-DISP
1216RT               MOVE WS-INV-TOTAL   TO WS-AMT1-DISP
1216RT               MOVE WS-RTN-TOTAL   TO WS-AMT2-DISP

1216RT               MOVE SPACES TO WS-REPORT-LINE
1216RT               STRING 'CREDIT  '          DELIMITED BY SIZE
1216RT                      WS-INVID-DISP       DELIMITED BY SIZE
1216RT                      ' ('                DELIMITED BY SIZE
1216RT                      TBLINV-INVC-NO-TEXT DELIMITED BY SIZE
1216RT                      ')  '               DELIMITED BY SIZE
1216RT                      TBLVND-VENDOR-NAME-TEXT (1:30)
1216RT                                          DELIMITED BY SIZE
1216RT                      '  CREDITED '       DELIMITED BY SIZE
1216RT                      WS-AMT1-DISP        DELIMITED BY SIZE
1216RT                      '  RETURNED '       DELIMITED BY SIZE
1216RT                      WS-AMT2-DISP        DELIMITED BY SIZE
1216RT                 INTO WS-REPORT-LINE
1216RT               END-STRING
1216RT               WRITE REC-INVCRPOP FROM WS-REPORT-LINE

1216RT               ADD WS-INV-TOTAL TO WS-CREDIT-TOTAL
1216RT               ADD 1 TO WS-CREDIT-CNTR
                WHEN ERR-OK
                     MOVE TBLINV-INVC-ID TO WS-INVID-DISP
                     MOVE WS-INV-TOTAL   TO WS-AMT1-DISP
0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
0807RH      MOVE WS-INV-CNTR TO WS-RL-REC-COUNT
1216RT      ADD WS-CREDIT-CNTR TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS
