      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    EDIORD.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/17/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * ELECTRONIC ORDER TRANSMISSION TO VENDORS - NIGHTLY             *
      *----------------------------------------------------------------*
      * - ORDERS RAISED ON ACQTRN WERE PRINTED AND FAXED. A VENDOR     *
      *   WITH AN EDI FROM DATE ON VENDTRN (VENDORS.EDI_FROM, ON OR    *
      *   BEFORE TODAY) NOW GETS ITS ORDER LINES ON THE STANDARD       *
      *   ORDER FILE (EDIORDO) INSTEAD:                                *
      *   - NEW: AN OPEN LINE NEVER SENT (XMIT_STATUS BLANK) ON A PO   *
      *     DATED ON OR AFTER THE EDI FROM DATE - ORDERS FAXED BEFORE  *
      *     THE VENDOR WENT ELECTRONIC ARE NOT SENT A SECOND TIME      *
      *   - CHANGED: A LINE ALREADY SENT THAT ACQTRN HAS SINCE         *
      *     ALTERED (XMIT_STATUS C - A RETURN REOPENED IT FOR A        *
      *     REPLACEMENT OR CANCELLED IT) GOES AGAIN AS A CHANGE OR A   *
      *     CANCELLATION                                               *
      * - ONE INTERCHANGE PER VENDOR_ID: A HEADER WITH OUR ACCOUNT     *
      *   NUMBER AT THAT VENDOR (VENDORS.EDI_ACCT), THE LINES, AND A   *
      *   TRAILER WITH THE LINE AND COPY COUNTS FOR THE VENDOR TO      *
      *   BALANCE. THE TRANSMISSION STEP SPLITS THE FILE BY VENDOR     *
      * - EVERY LINE WRITTEN IS MARKED XMIT_STATUS T WITH TODAY AS     *
      *   XMIT_DATE SO IT IS NOT SENT AGAIN. THE VENDOR'S ANSWERS      *
      *   COME BACK THROUGH EDIRSP                                     *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   17,2020 - INITIAL VERSION                        (1217ED)*
      *                                                                *
      * ORDER FILE LAYOUT (EDIORDO, 200 BYTES), COLUMN 1 = TYPE:       *
      *   H  2-10 VENDOR ID     11-30 OUR ACCOUNT   31-40 FILE DATE    *
      *      41-100 VENDOR NAME                                        *
      *   D  2-10 VENDOR ID     11-19 PO ID         20-24 LINE NO      *
      *      25 ACTION N NEW / C CHANGE / X CANCEL                     *
      *      26-38 ISBN         39-138 TITLE        139-147 QUANTITY   *
      *      148-156 UNIT PRICE (7.2, NO POINT)     157-166 PO DATE    *
      *   T  2-10 VENDOR ID     11-19 LINE COUNT    20-28 COPIES       *
      *                                                                *
      * FILES:                                                         *
      * EDIORDO  (OUTPUT) - IBMUSER.SMAGALIT.EDIORDO                   *
      * IBMUSER.PO_LINES     (I/O) - LINES TO SEND (SEE DCLPLN)        *
      * IBMUSER.PURCH_ORDERS (I)   - VENDOR AND ORDER DATE             *
      * IBMUSER.VENDORS      (I)   - EDI FROM DATE AND ACCOUNT         *
      *                                                                *
      * 0000-MAIN                      2110-START-VENDOR               *
      * 1000-INIT                      2120-END-VENDOR                 *
      * 1100-GET-TIMESTAMP             2130-MARK-SENT                  *
      * 1300-OPEN-FILE                 3000-CLEANUP                    *
      * 2000-MAIN-LOGIC                3100-CLOSE-FILE                 *
      * 2100-SEND-ONE-LINE             9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-EDIORDO   ASSIGN       TO    EDIORDO
                               FILE STATUS  IS FS-EDIORDO
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-EDIORDO
           RECORDING MODE F
           RECORD CONTAINS 200 CHARACTERS.
       01  REC-EDIORDO                  PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-HDR-REC.
               10  WS-OH-TYPE          PIC X(001)     VALUE 'H'     .
               10  WS-OH-VENDOR        PIC 9(009)     VALUE 0       .
               10  WS-OH-ACCT          PIC X(020)     VALUE SPACES  .
               10  WS-OH-DATE          PIC X(010)     VALUE SPACES  .
               10  WS-OH-VEND-NAME     PIC X(060)     VALUE SPACES  .
               10  FILLER              PIC X(100)     VALUE SPACES  .
           05  WS-DTL-REC.
               10  WS-OD-TYPE          PIC X(001)     VALUE 'D'     .
               10  WS-OD-VENDOR        PIC 9(009)     VALUE 0       .
               10  WS-OD-PO-ID         PIC 9(009)     VALUE 0       .
               10  WS-OD-LINE-NO       PIC 9(005)     VALUE 0       .
               10  WS-OD-ACTION        PIC X(001)     VALUE SPACES  .
               10  WS-OD-ISBN          PIC X(013)     VALUE SPACES  .
               10  WS-OD-TITLE         PIC X(100)     VALUE SPACES  .
               10  WS-OD-QTY           PIC 9(009)     VALUE 0       .
               10  WS-OD-PRICE         PIC 9(007)V9(002) VALUE 0    .
               10  WS-OD-PO-DATE       PIC X(010)     VALUE SPACES  .
               10  FILLER              PIC X(034)     VALUE SPACES  .
           05  WS-TRL-REC.
               10  WS-OT-TYPE          PIC X(001)     VALUE 'T'     .
               10  WS-OT-VENDOR        PIC 9(009)     VALUE 0       .
               10  WS-OT-LINES         PIC 9(009)     VALUE 0       .
               10  WS-OT-COPIES        PIC 9(009)     VALUE 0       .
               10  FILLER              PIC X(172)     VALUE SPACES  .
           05  WS-PREV-VENDOR          PIC S9(09) COMP VALUE -1.
           05  WS-VEND-LINES           PIC S9(09) COMP VALUE 0.
           05  WS-VEND-COPIES          PIC S9(09) COMP VALUE 0.
           05  WS-IND-VARS.
               10  IND-ISBN            PIC S9(04) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-VENDOR-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-NEW-CNTR         PIC S9(08) COMP VALUE 0.
               10  WS-CHANGE-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-CANCEL-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-LINE-CNTR        PIC S9(08) COMP VALUE 0.

       01  WS-SYS-VARS.
           05  WS-TIMESTAMP             PIC X(26)       VALUE SPACES.
           05  WS-TIMESTAMP-FMT         REDEFINES WS-TIMESTAMP.
               10  WS-DATE              PIC X(10).
               10  FILLER               PIC X    .
               10  WS-TIME              PIC X(08).
               10  FILLER               PIC X    .
               10  WS-MICROSEC          PIC X(06).
           05  WS-FILESTAT.
               10  FS-EDIORDO           PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)       VALUE 'EDIORD'.

       01  WS-RUNLOG-PARMS.
           05  WS-RL-FUNC           PIC X             VALUE SPACE.
           05  WS-RL-JOB-NAME       PIC X(08)         VALUE SPACES.
           05  WS-RL-PARM-TEXT      PIC X(100)        VALUE SPACES.
           05  WS-RL-STATUS         PIC X(07)         VALUE SPACES.
           05  WS-RL-REC-COUNT      PIC S9(09) COMP   VALUE 0.
           05  WS-RL-ERR-LOC        PIC X(26)         VALUE SPACES.
           05  WS-RL-ERR-MSG        PIC X(26)         VALUE SPACES.
           05  WS-RL-RUN-ID         PIC S9(09) COMP   VALUE 0.
           05  WS-RL-RC             PIC S9(04) COMP   VALUE 0.

       01  WS-ERROR.
           05  FILLER                   PIC X(09)       VALUE 'ERR AT '.
           05  ERR-LOC                  PIC X(26)       VALUE SPACES   .
           05  FILLER                   PIC X(05)       VALUE ' RC: '  .
           05  ERR-CODE                 PIC X(08)       VALUE SPACES   .
           05  FILLER                   PIC X(06)       VALUE ' MSG: ' .
           05  ERR-MSG                  PIC X(26)       VALUE SPACES   .

      *** SQL COPYBOOKS
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE DCLPLN   END-EXEC.
           EXEC SQL INCLUDE DCLPOR   END-EXEC.
           EXEC SQL INCLUDE DCLVND   END-EXEC.

      **   LINES DUE TO AN EDI VENDOR, ONE VENDOR AFTER ANOTHER
           EXEC SQL DECLARE CUREDORD CURSOR FOR
                SELECT P.VENDOR_ID
                      ,V.VENDOR_NAME
                      ,V.EDI_ACCT
                      ,L.PO_ID
                      ,L.LINE_NO
                      ,L.TITLE
                      ,L.ISBN
                      ,L.UNIT_PRICE
                      ,L.ORDER_QTY
                      ,L.LINE_STATUS
                      ,L.XMIT_STATUS
                      ,P.ORDER_DATE
                  FROM IBMUSER.PO_LINES L
                 INNER JOIN IBMUSER.PURCH_ORDERS P
                    ON L.PO_ID = P.PO_ID
                 INNER JOIN IBMUSER.VENDORS V
                    ON P.VENDOR_ID = V.VENDOR_ID
                 WHERE V.EDI_FROM IS NOT NULL
                   AND V.EDI_FROM <= CURRENT DATE
                   AND ((L.XMIT_STATUS = ' '
                         AND L.LINE_STATUS = 'O'
                         AND P.ORDER_DATE >= V.EDI_FROM)
                        OR L.XMIT_STATUS = 'C')
                 ORDER BY P.VENDOR_ID, L.PO_ID, L.LINE_NO
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

            MOVE 'EDIORD' TO WS-RL-JOB-NAME
            MOVE 'S' TO WS-RL-FUNC
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 1000-INIT
            PERFORM 2000-MAIN-LOGIC
            PERFORM 3000-CLEANUP
            .

       1000-INIT.
            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1100-GET-TIMESTAMP
            PERFORM 1300-OPEN-FILE
            .

       1100-GET-TIMESTAMP.
            MOVE '1100-GET-TIMESTAMP' TO ERR-LOC
            EXEC SQL
                 SELECT CURRENT TIMESTAMP
                   INTO :WS-TIMESTAMP
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF ERR-OK
               DISPLAY WS-TIMESTAMP
            ELSE
               MOVE 'SELECT CURRENT TIMESTAMP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1300-OPEN-FILE.
            MOVE '1300-OPEN-FILE' TO ERR-LOC
            OPEN OUTPUT FD-EDIORDO
            MOVE FS-EDIORDO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-EDIORDO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC
            INITIALIZE WS-COUNTERS
            MOVE -1 TO WS-PREV-VENDOR

            EXEC SQL OPEN CUREDORD END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CUREDORD' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2100-SEND-ONE-LINE UNTIL SQL-EOC

            EXEC SQL CLOSE CUREDORD END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CUREDORD' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-PREV-VENDOR NOT = -1
               PERFORM 2120-END-VENDOR
            END-IF

            DISPLAY WS-VENDOR-CNTR ' VENDOR INTERCHANGES WRITTEN'
            DISPLAY WS-NEW-CNTR    ' NEW ORDER LINES SENT'
            DISPLAY WS-CHANGE-CNTR ' CHANGED LINES SENT'
            DISPLAY WS-CANCEL-CNTR ' CANCELLATIONS SENT'
            DISPLAY 'ORDER FILE AT IBMUSER.SMAGALIT.EDIORDO'
            .

       2100-SEND-ONE-LINE.
            MOVE '2100-SEND-ONE-LINE' TO ERR-LOC

            INITIALIZE DCLPLN
                       DCLPOR
                       DCLVND
                       WS-IND-VARS

            EXEC SQL
                 FETCH CUREDORD
                  INTO :TBLPOR-VENDOR-ID
                      ,:TBLVND-VENDOR-NAME
                      ,:TBLVND-EDI-ACCT
                      ,:TBLPLN-PO-ID
                      ,:TBLPLN-LINE-NO
                      ,:TBLPLN-TITLE
                      ,:TBLPLN-ISBN :IND-ISBN
                      ,:TBLPLN-UNIT-PRICE
                      ,:TBLPLN-ORDER-QTY
                      ,:TBLPLN-LINE-STATUS
                      ,:TBLPLN-XMIT-STATUS
                      ,:TBLPOR-ORDER-DATE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF TBLPOR-VENDOR-ID NOT = WS-PREV-VENDOR
                        IF WS-PREV-VENDOR NOT = -1
                           PERFORM 2120-END-VENDOR
                        END-IF
                        PERFORM 2110-START-VENDOR
                     END-IF

      **             A LINE NEVER SENT IS NEW; ONE SENT BEFORE GOES
      **             AS A CANCELLATION ONCE CANCELLED, ELSE A CHANGE
                     EVALUATE TRUE
                         WHEN TBLPLN-XMIT-STATUS = SPACE
                              MOVE 'N' TO WS-OD-ACTION
                              ADD 1 TO WS-NEW-CNTR
                         WHEN TBLPLN-LINE-STATUS = 'X'
                              MOVE 'X' TO WS-OD-ACTION
                              ADD 1 TO WS-CANCEL-CNTR
                         WHEN OTHER
                              MOVE 'C' TO WS-OD-ACTION
                              ADD 1 TO WS-CHANGE-CNTR
                     END-EVALUATE

                     MOVE TBLPOR-VENDOR-ID  TO WS-OD-VENDOR
                     MOVE TBLPLN-PO-ID      TO WS-OD-PO-ID
                     MOVE TBLPLN-LINE-NO    TO WS-OD-LINE-NO
                     MOVE SPACES            TO WS-OD-ISBN
                     IF IND-ISBN NOT < 0
                        MOVE TBLPLN-ISBN-TEXT TO WS-OD-ISBN
                     END-IF
                     MOVE TBLPLN-TITLE-TEXT (1:100) TO WS-OD-TITLE
                     MOVE TBLPLN-ORDER-QTY  TO WS-OD-QTY
                     MOVE TBLPLN-UNIT-PRICE TO WS-OD-PRICE
                     MOVE TBLPOR-ORDER-DATE TO WS-OD-PO-DATE
                     WRITE REC-EDIORDO FROM WS-DTL-REC
                     MOVE FS-EDIORDO TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'WRITE FD-EDIORDO DETAIL' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

                     ADD 1 TO WS-VEND-LINES
                              WS-LINE-CNTR
                     IF WS-OD-ACTION NOT = 'X'
                        ADD TBLPLN-ORDER-QTY TO WS-VEND-COPIES
                     END-IF

                     PERFORM 2130-MARK-SENT
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CUREDORD' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2110-START-VENDOR.
            MOVE '2110-START-VENDOR' TO ERR-LOC

            MOVE TBLPOR-VENDOR-ID TO WS-PREV-VENDOR
            MOVE 0 TO WS-VEND-LINES
                      WS-VEND-COPIES
            ADD 1 TO WS-VENDOR-CNTR

            MOVE TBLPOR-VENDOR-ID        TO WS-OH-VENDOR
            MOVE TBLVND-EDI-ACCT-TEXT    TO WS-OH-ACCT
            MOVE WS-DATE                 TO WS-OH-DATE
            MOVE TBLVND-VENDOR-NAME-TEXT TO WS-OH-VEND-NAME
            WRITE REC-EDIORDO FROM WS-HDR-REC
            MOVE FS-EDIORDO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'WRITE FD-EDIORDO HEADER' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2120-END-VENDOR.
            MOVE '2120-END-VENDOR' TO ERR-LOC

            MOVE WS-PREV-VENDOR TO WS-OT-VENDOR
            MOVE WS-VEND-LINES  TO WS-OT-LINES
            MOVE WS-VEND-COPIES TO WS-OT-COPIES
            WRITE REC-EDIORDO FROM WS-TRL-REC
            MOVE FS-EDIORDO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'WRITE FD-EDIORDO TRAILER' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            DISPLAY 'VENDOR ' WS-OT-VENDOR ' LINES ' WS-OT-LINES
                    ' COPIES ' WS-OT-COPIES
            .

       2130-MARK-SENT.
            MOVE '2130-MARK-SENT' TO ERR-LOC

            EXEC SQL
                 UPDATE IBMUSER.PO_LINES
                    SET XMIT_STATUS = 'T',
                        XMIT_DATE   = CURRENT DATE
                  WHERE PO_ID   = :TBLPLN-PO-ID
                    AND LINE_NO = :TBLPLN-LINE-NO
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE PO_LINES SENT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILE

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-LINE-CNTR TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC

            CLOSE FD-EDIORDO
            MOVE FS-EDIORDO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-EDIORDO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            DISPLAY WS-ERROR
            MOVE 'E'      TO WS-RL-FUNC
            MOVE 'FAILED' TO WS-RL-STATUS
            MOVE ERR-LOC  TO WS-RL-ERR-LOC
            MOVE ERR-MSG  TO WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS
            PERFORM 9999-TERMINATE
            .

       9999-TERMINATE.
            STOP RUN
            .
