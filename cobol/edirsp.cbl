      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    EDIRSP.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/17/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * VENDOR ORDER-RESPONSE IMPORT - NIGHTLY                         *
      *----------------------------------------------------------------*
      * - VENDORS' ANSWERS TO OUR ORDERS (SHIPPING, BACK-ORDERED, OUT  *
      *   OF PRINT, CANCELLED) CAME BY EMAIL AND NEVER REACHED         *
      *   PO_LINES, SO POCLAIM KEPT CLAIMING LINES THE VENDOR HAD      *
      *   ALREADY SAID IT COULD NOT SUPPLY. THIS JOB READS THE ORDER-  *
      *   RESPONSE FILE (EDIRSPI) FROM THE EDI VENDORS (SEE EDIORD)    *
      *   AND APPLIES EACH ANSWER TO ITS PO LINE:                      *
      *     SH  SHIPPING      - VEND_STATUS S, EXPECTED SHIP DATE SET  *
      *     BO  BACK-ORDERED  - VEND_STATUS B, EXPECTED SHIP DATE SET  *
      *                         (BLANK = NOT KNOWN) AND THE CLAIM      *
      *                         INTERVAL RESTARTS FROM TODAY           *
      *     OP  OUT OF PRINT  - THE LINE IS CANCELLED (LINE_STATUS X,  *
      *     CN  CANCELLED       VEND_STATUS P OR C), ITS ENCUMBRANCE   *
      *                         IS RELEASED FROM THE FUND AND THE PO   *
      *                         CLOSES WHEN NO OPEN LINE IS LEFT       *
      * - A TITLE CATALOGED ON ORDER FOR THE LINE (STORDRUN) IS        *
      *   DELETED WITH ITS KEYWORDS WHEN THE LINE IS CANCELLED, AS     *
      *   ACQTRN DOES FOR A CANCELLED RETURN; HOLDSWP CANCELS ITS      *
      *   HOLDS. THE REPORT SHOWS HOW MANY, SO THE SELECTOR CAN        *
      *   REORDER A TITLE PATRONS WANT FROM ANOTHER VENDOR             *
      * - A RESPONSE IS REJECTED WHEN THE PO LINE IS NOT ON FILE, THE  *
      *   PO IS NOT THE SENDING VENDOR'S, THE CODE IS UNKNOWN OR THE   *
      *   LINE IS NO LONGER OPEN (RECEIVED OR ALREADY CANCELLED)       *
      * - THE REPORT (EDIRSPOP) LISTS EVERY RESPONSE WITH WHAT WAS     *
      *   DONE; REGISTERED IN RUN_HIST (RUNLOG) AND REP_REGIST (REPREG)*
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   17,2020 - INITIAL VERSION                        (1217ED)*
      *                                                                *
      * INPUT RECORD LAYOUT (EDIRSPI, 80 BYTES):                       *
      *   1-9     VENDOR ID         10-18   PO ID                      *
      *   19-23   LINE NO           24-25   RESPONSE CODE              *
      *   26-35   EXPECTED SHIP DATE (YYYY-MM-DD, BLANK OK)            *
      *   36-55   VENDOR'S REFERENCE                                   *
      *   56-80   FILLER                                               *
      *                                                                *
      * FILES:                                                         *
      * EDIRSPI  (INPUT)  - IBMUSER.SMAGALIT.EDIRSPI                   *
      * EDIRSPOP (OUTPUT) - IBMUSER.SMAGALIT.EDIRSPOP                  *
      * IBMUSER.PO_LINES     (I/O) - LINE STATUS (SEE DCLPLN)          *
      * IBMUSER.PURCH_ORDERS (I/O) - VENDOR, CLOSED WHEN DONE          *
      * IBMUSER.FUNDS        (I/O) - ENCUMBRANCE RELEASED              *
      * IBMUSER.BOOKS        (I/O) - TITLE CATALOGED ON ORDER          *
      * IBMUSER.HOLDS        (I)   - HOLDS ON THAT TITLE               *
      *                                                                *
      * 0000-MAIN                      2410-SET-BACK-ORDER             *
      * 1000-INIT                      2420-CANCEL-LINE                *
      * 1100-GET-TIMESTAMP             2430-RELEASE-FUND               *
      * 1300-OPEN-FILES                2440-DROP-ON-ORDER-TITLE        *
      * 1400-SET-REPVARS               2450-CLOSE-PO-IF-DONE           *
      * 2000-MAIN-LOGIC                2500-WRITE-RESULT               *
      * 2100-WRITE-HEADERS             3000-CLEANUP                    *
      * 2200-READ-RECORD               3100-CLOSE-FILES                *
      * 2300-PROCESS-RECORD            9999-ERROR-HANDLING             *
      * 2310-CHECK-LINE                9999-TERMINATE                  *
      * 2320-EDIT-SHIP-DATE                                            *
      * 2400-SET-SHIPPING                                              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-EDIRSPI   ASSIGN       TO    EDIRSPI
                               FILE STATUS  IS FS-EDIRSPI
                               ORGANIZATION IS SEQUENTIAL.
           SELECT FD-EDIRSPOP  ASSIGN       TO    EDIRSPOP
                               FILE STATUS  IS FS-EDIRSPOP
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-EDIRSPI
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  REC-EDIRSPI                  PIC X(80).

       FD  FD-EDIRSPOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-EDIRSPOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-RSP-REC.
               10  WS-RS-VENDOR-X      PIC X(009)     VALUE SPACES  .
               10  WS-RS-VENDOR        REDEFINES WS-RS-VENDOR-X
                                       PIC 9(009)                   .
               10  WS-RS-PO-ID-X       PIC X(009)     VALUE SPACES  .
               10  WS-RS-PO-ID         REDEFINES WS-RS-PO-ID-X
                                       PIC 9(009)                   .
               10  WS-RS-LINE-NO-X     PIC X(005)     VALUE SPACES  .
               10  WS-RS-LINE-NO       REDEFINES WS-RS-LINE-NO-X
                                       PIC 9(005)                   .
               10  WS-RS-CODE          PIC X(002)     VALUE SPACES  .
                   88  RSP-SHIPPING                   VALUE 'SH'    .
                   88  RSP-BACK-ORDER                 VALUE 'BO'    .
                   88  RSP-OUT-OF-PRINT               VALUE 'OP'    .
                   88  RSP-CANCELLED                  VALUE 'CN'    .
                   88  RSP-CODE-OK          VALUES 'SH' 'BO' 'OP' 'CN'.
               10  WS-RS-SHIP-DATE     PIC X(010)     VALUE SPACES  .
               10  WS-RS-REF           PIC X(020)     VALUE SPACES  .
               10  FILLER              PIC X(025)     VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(40)
                          VALUE 'NO ORDER RESPONSES RECEIVED'       .
               10  FILLER              PIC X(88)     VALUE SPACES  .
           05  WS-RSP-HDR.
               10  FILLER              PIC X(10)
                                       VALUE '    VENDOR'         .
               10  FILLER              PIC X(10)
                                       VALUE '     PO ID'         .
               10  FILLER              PIC X(06)
                                       VALUE '  LINE'             .
               10  FILLER              PIC X(03)
                                       VALUE ' RC'                .
               10  FILLER              PIC X(11)
                                       VALUE ' SHIP DATE'         .
               10  FILLER              PIC X(40)
                                       VALUE ' TITLE'             .
               10  FILLER              PIC X(21)
                                       VALUE ' VENDOR REF'        .
               10  FILLER              PIC X(31)
                                       VALUE ' RESULT'            .
           05  WS-RSP-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-VENDOR        PIC X(09)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-PO-ID         PIC X(09)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-LINE-NO       PIC X(05)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-CODE          PIC X(02)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-SHIP-DATE     PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-TITLE         PIC X(39)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-REF           PIC X(20)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-RESULT        PIC X(30)     VALUE SPACES  .
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TL-LABEL         PIC X(30)     VALUE SPACES  .
               10  WS-TL-COUNT         PIC Z(7)9.
               10  FILLER              PIC X(90)     VALUE SPACES  .
           05  WS-RESULT-TEXT          PIC X(30)      VALUE SPACES.
           05  WS-REJECT-SW            PIC 9          VALUE 0.
               88  RESPONSE-REJECTED                  VALUE 1.
           05  WS-LINE-VENDOR          PIC S9(09) COMP VALUE 0.
           05  WS-LINE-AMT             PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-OPEN-LINES           PIC S9(09) COMP VALUE 0.
           05  WS-HOLDS-WAITING        PIC S9(09) COMP VALUE 0.
           05  WS-HOLDS-DISP           PIC ZZ9.
           05  WS-IND-VARS.
               10  IND-FUND            PIC S9(04) COMP VALUE 0.
               10  IND-BOOK-ID         PIC S9(04) COMP VALUE 0.
               10  IND-SHIP-DATE       PIC S9(04) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-REC-READ-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-SHIP-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-BACK-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-CANCEL-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-REJECT-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-LINE-CNTR        PIC S9(08) COMP VALUE 0.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'VENDOR ORDER RESPONSES APPLIED'
                                        .

       COPY REPVARS.

       01  WS-SYS-VARS.
           05  WS-TIMESTAMP             PIC X(26)       VALUE SPACES.
           05  WS-TIMESTAMP-FMT         REDEFINES WS-TIMESTAMP.
               10  WS-DATE              PIC X(10).
               10  FILLER               PIC X    .
               10  WS-TIME              PIC X(08).
               10  FILLER               PIC X    .
               10  WS-MICROSEC          PIC X(06).
           05  WS-EOF-SW                PIC 9           VALUE 0.
               88  END-OF-FILE                          VALUE 1.
           05  WS-FILESTAT.
               10  FS-EDIRSPI           PIC 99          VALUE 0.
               10  FS-EDIRSPOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)       VALUE 'EDIRSP'.

       01  WS-KWMAINT-PARMS.
           05  WS-KW-FUNC           PIC X             VALUE 'D'.
           05  WS-KW-BOOK-ID        PIC S9(09) COMP   VALUE 0.
           05  WS-KW-RC             PIC S9(04) COMP   VALUE 0.

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

       01  WS-REPREG-PARMS.
           05  WS-RR-REP-NAME       PIC X(08)         VALUE SPACES.
           05  WS-RR-PARM-TEXT      PIC X(58)         VALUE SPACES.
           05  WS-RR-LINE-COUNT     PIC S9(09) COMP   VALUE 0.
           05  WS-RR-RUN-ID         PIC S9(09) COMP   VALUE 0.
           05  WS-RR-RC             PIC S9(04) COMP   VALUE 0.

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
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

            MOVE 'EDIRSP' TO WS-RL-JOB-NAME
            MOVE 'S' TO WS-RL-FUNC
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 1000-INIT
            PERFORM 2000-MAIN-LOGIC
            PERFORM 3000-CLEANUP
            .

       1000-INIT.
            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1100-GET-TIMESTAMP
            PERFORM 1300-OPEN-FILES
            PERFORM 1400-SET-REPVARS
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

       1300-OPEN-FILES.
            MOVE '1300-OPEN-FILES' TO ERR-LOC

            OPEN INPUT FD-EDIRSPI
            MOVE FS-EDIRSPI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN INPUT FD-EDIRSPI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN OUTPUT FD-EDIRSPOP
            MOVE FS-EDIRSPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-EDIRSPOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1400-SET-REPVARS.
            MOVE '1400-SET-REPVARS' TO ERR-LOC
            MOVE WS-PGM-NAME  TO WS-REP-PGM
            MOVE WS-DATE      TO WS-REP-DATE
            INSPECT WS-TIME REPLACING ALL '.' BY ':'
            MOVE WS-TIME      TO WS-REP-TIME
            .

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC
            INITIALIZE WS-COUNTERS
            PERFORM 2100-WRITE-HEADERS

            PERFORM 2200-READ-RECORD
            PERFORM 2300-PROCESS-RECORD UNTIL END-OF-FILE

            IF WS-REC-READ-CNTR = 0
               WRITE REC-EDIRSPOP FROM WS-NONE-LINE
               ADD 1 TO WS-LINE-CNTR
            END-IF

            WRITE REC-EDIRSPOP FROM WS-REP-SPACES
            MOVE 'RESPONSES READ'          TO WS-TL-LABEL
            MOVE WS-REC-READ-CNTR          TO WS-TL-COUNT
            WRITE REC-EDIRSPOP FROM WS-TOTAL-LINE
            MOVE 'SHIPPING'                TO WS-TL-LABEL
            MOVE WS-SHIP-CNTR              TO WS-TL-COUNT
            WRITE REC-EDIRSPOP FROM WS-TOTAL-LINE
            MOVE 'BACK-ORDERED'            TO WS-TL-LABEL
            MOVE WS-BACK-CNTR              TO WS-TL-COUNT
            WRITE REC-EDIRSPOP FROM WS-TOTAL-LINE
            MOVE 'LINES CANCELLED'         TO WS-TL-LABEL
            MOVE WS-CANCEL-CNTR            TO WS-TL-COUNT
            WRITE REC-EDIRSPOP FROM WS-TOTAL-LINE
            MOVE 'REJECTED'                TO WS-TL-LABEL
            MOVE WS-REJECT-CNTR            TO WS-TL-COUNT
            WRITE REC-EDIRSPOP FROM WS-TOTAL-LINE
            ADD 6 TO WS-LINE-CNTR

            DISPLAY WS-REC-READ-CNTR ' RESPONSES READ FROM EDIRSPI'
            DISPLAY WS-SHIP-CNTR     ' LINES SHIPPING'
            DISPLAY WS-BACK-CNTR     ' LINES BACK-ORDERED'
            DISPLAY WS-CANCEL-CNTR   ' LINES CANCELLED BY THE VENDOR'
            DISPLAY WS-REJECT-CNTR   ' RESPONSES REJECTED'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.EDIRSPOP'
            WRITE REC-EDIRSPOP FROM WS-REP-SPACES
            WRITE REC-EDIRSPOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(32:)
            WRITE REC-EDIRSPOP FROM WS-REP-HEADER1
            WRITE REC-EDIRSPOP FROM WS-REP-HEADER2
            WRITE REC-EDIRSPOP FROM WS-REP-SPACES
            WRITE REC-EDIRSPOP FROM WS-RSP-HDR
            ADD 4 TO WS-LINE-CNTR
            .

       2200-READ-RECORD.
            MOVE '2200-READ-RECORD' TO ERR-LOC

            READ FD-EDIRSPI INTO WS-RSP-REC
                 AT END
                    SET END-OF-FILE TO TRUE
            END-READ

            MOVE FS-EDIRSPI TO EVAL-CODE
            IF NOT ERR-OK AND NOT END-OF-FILE
               MOVE 'READ FD-EDIRSPI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2300-PROCESS-RECORD.
            MOVE '2300-PROCESS-RECORD' TO ERR-LOC

            ADD 1 TO WS-REC-READ-CNTR
            MOVE SPACES TO WS-RESULT-TEXT
            MOVE 0 TO WS-REJECT-SW
            INITIALIZE DCLPLN
                       DCLPOR
                       DCLBOOKS
                       WS-IND-VARS

            PERFORM 2310-CHECK-LINE

            IF NOT RESPONSE-REJECTED
               PERFORM 2320-EDIT-SHIP-DATE
               EVALUATE TRUE
                   WHEN RSP-SHIPPING
                        PERFORM 2400-SET-SHIPPING
                   WHEN RSP-BACK-ORDER
                        PERFORM 2410-SET-BACK-ORDER
                   WHEN OTHER
                        PERFORM 2420-CANCEL-LINE
               END-EVALUATE
            ELSE
               ADD 1 TO WS-REJECT-CNTR
            END-IF

            PERFORM 2500-WRITE-RESULT
            PERFORM 2200-READ-RECORD
            .

      ***   THE FIRST CHECK THAT FAILS REJECTS THE RESPONSE
       2310-CHECK-LINE.
            MOVE '2310-CHECK-LINE' TO ERR-LOC

            IF WS-RS-VENDOR-X  IS NOT NUMERIC
            OR WS-RS-PO-ID-X   IS NOT NUMERIC
            OR WS-RS-LINE-NO-X IS NOT NUMERIC
               SET RESPONSE-REJECTED TO TRUE
               MOVE 'REJECTED - BAD VENDOR/PO/LINE' TO WS-RESULT-TEXT
            ELSE
               MOVE WS-RS-PO-ID   TO TBLPLN-PO-ID
               MOVE WS-RS-LINE-NO TO TBLPLN-LINE-NO
               EXEC SQL
                    SELECT L.TITLE, L.LINE_STATUS, L.UNIT_PRICE,
                           L.ORDER_QTY, L.FUND_CODE, L.BOOK_ID,
                           P.VENDOR_ID
                      INTO :TBLPLN-TITLE, :TBLPLN-LINE-STATUS,
                           :TBLPLN-UNIT-PRICE, :TBLPLN-ORDER-QTY,
                           :TBLPLN-FUND-CODE :IND-FUND,
                           :TBLPLN-BOOK-ID :IND-BOOK-ID,
                           :WS-LINE-VENDOR
                      FROM IBMUSER.PO_LINES L
                     INNER JOIN IBMUSER.PURCH_ORDERS P
                        ON L.PO_ID = P.PO_ID
                     WHERE L.PO_ID   = :TBLPLN-PO-ID
                       AND L.LINE_NO = :TBLPLN-LINE-NO
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        CONTINUE
                   WHEN SQL-EOC
                        SET RESPONSE-REJECTED TO TRUE
                        MOVE 'REJECTED - PO LINE NOT ON FILE'
                          TO WS-RESULT-TEXT
                   WHEN OTHER
                        MOVE 'SELECT PO_LINES' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF

            IF NOT RESPONSE-REJECTED
               EVALUATE TRUE
                   WHEN WS-LINE-VENDOR NOT = WS-RS-VENDOR
                        SET RESPONSE-REJECTED TO TRUE
                        MOVE 'REJECTED - NOT THIS VENDOR PO'
                          TO WS-RESULT-TEXT
                   WHEN NOT RSP-CODE-OK
                        SET RESPONSE-REJECTED TO TRUE
                        MOVE 'REJECTED - UNKNOWN CODE'
                          TO WS-RESULT-TEXT
                   WHEN TBLPLN-LINE-STATUS NOT = 'O'
                        SET RESPONSE-REJECTED TO TRUE
                        MOVE 'REJECTED - LINE NOT OPEN'
                          TO WS-RESULT-TEXT
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF
            .

      **    A SHIP DATE THAT IS NOT YYYY-MM-DD IS TAKEN AS NOT GIVEN
       2320-EDIT-SHIP-DATE.
            MOVE '2320-EDIT-SHIP-DATE' TO ERR-LOC

            IF WS-RS-SHIP-DATE (1:4) IS NUMERIC
            AND WS-RS-SHIP-DATE (5:1) = '-'
            AND WS-RS-SHIP-DATE (6:2) IS NUMERIC
            AND WS-RS-SHIP-DATE (8:1) = '-'
            AND WS-RS-SHIP-DATE (9:2) IS NUMERIC
               MOVE WS-RS-SHIP-DATE TO TBLPLN-EXP-SHIP-DATE
               MOVE 0 TO IND-SHIP-DATE
            ELSE
               MOVE SPACES TO TBLPLN-EXP-SHIP-DATE
               MOVE -1 TO IND-SHIP-DATE
            END-IF
            .

       2400-SET-SHIPPING.
            MOVE '2400-SET-SHIPPING' TO ERR-LOC

            EXEC SQL
                 UPDATE IBMUSER.PO_LINES
                    SET VEND_STATUS   = 'S',
                        EXP_SHIP_DATE =
                            DATE(:TBLPLN-EXP-SHIP-DATE :IND-SHIP-DATE)
                  WHERE PO_ID   = :TBLPLN-PO-ID
                    AND LINE_NO = :TBLPLN-LINE-NO
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE PO_LINES SHIPPING' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            ADD 1 TO WS-SHIP-CNTR
            IF IND-SHIP-DATE < 0
               MOVE 'SHIPPING' TO WS-RESULT-TEXT
            ELSE
               STRING 'SHIPPING - DUE '     DELIMITED BY SIZE
                      TBLPLN-EXP-SHIP-DATE  DELIMITED BY SIZE
                 INTO WS-RESULT-TEXT
               END-STRING
            END-IF
            .

      ***   POCLAIM MEASURES ITS LEAD TIME FROM LAST_CLAIM_DATE, SO
      ***   SETTING IT TO TODAY HOLDS THE NEXT CLAIM OFF A FULL CYCLE;
      ***   A SHIP DATE HOLDS IT OFF UNTIL THAT DATE HAS PASSED
       2410-SET-BACK-ORDER.
            MOVE '2410-SET-BACK-ORDER' TO ERR-LOC

            EXEC SQL
                 UPDATE IBMUSER.PO_LINES
                    SET VEND_STATUS     = 'B',
                        EXP_SHIP_DATE   =
                            DATE(:TBLPLN-EXP-SHIP-DATE :IND-SHIP-DATE),
                        LAST_CLAIM_DATE = CURRENT DATE
                  WHERE PO_ID   = :TBLPLN-PO-ID
                    AND LINE_NO = :TBLPLN-LINE-NO
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE PO_LINES BACK-ORDER' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            ADD 1 TO WS-BACK-CNTR
            MOVE 'BACK-ORDERED - CLAIM DEFERRED' TO WS-RESULT-TEXT
            .

       2420-CANCEL-LINE.
            MOVE '2420-CANCEL-LINE' TO ERR-LOC

            IF RSP-OUT-OF-PRINT
               MOVE 'P' TO TBLPLN-VEND-STATUS
            ELSE
               MOVE 'C' TO TBLPLN-VEND-STATUS
            END-IF

            EXEC SQL
                 UPDATE IBMUSER.PO_LINES
                    SET LINE_STATUS   = 'X',
                        VEND_STATUS   = :TBLPLN-VEND-STATUS,
                        EXP_SHIP_DATE = NULL
                  WHERE PO_ID   = :TBLPLN-PO-ID
                    AND LINE_NO = :TBLPLN-LINE-NO
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE PO_LINES CANCEL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            ADD 1 TO WS-CANCEL-CNTR
            MOVE 'CANCELLED - ENCUMBRANCE FREED' TO WS-RESULT-TEXT

            PERFORM 2430-RELEASE-FUND
            PERFORM 2440-DROP-ON-ORDER-TITLE
            PERFORM 2450-CLOSE-PO-IF-DONE
            .

      ***   THE LINE WILL NEVER BE INVOICED - GIVE THE MONEY BACK
       2430-RELEASE-FUND.
            MOVE '2430-RELEASE-FUND' TO ERR-LOC

            IF IND-FUND NOT < 0
               COMPUTE WS-LINE-AMT = TBLPLN-UNIT-PRICE
                                   * TBLPLN-ORDER-QTY

               EXEC SQL
                    UPDATE IBMUSER.FUNDS
                       SET ENCUM_AMT = ENCUM_AMT - :WS-LINE-AMT
                     WHERE FUND_CODE = :TBLPLN-FUND-CODE
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK AND NOT SQL-EOC
                  MOVE 'UPDATE FUNDS RELEASE' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF
            .

      ***   A TITLE STORDRUN CATALOGED ON ORDER HAS NO COPY TO KEEP IT
       2440-DROP-ON-ORDER-TITLE.
            MOVE '2440-DROP-ON-ORDER-TITLE' TO ERR-LOC

            IF IND-BOOK-ID NOT < 0
            AND TBLPLN-BOOK-ID > 0
               MOVE TBLPLN-BOOK-ID TO TBLBKS-BOOK-ID
               EXEC SQL
                    SELECT ITEM_STATUS
                      INTO :TBLBKS-ITEM-STATUS
                      FROM IBMUSER.BOOKS
                     WHERE BOOK_ID      = :TBLBKS-BOOK-ID
                       AND DELETED_FLAG = 'N'
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        CONTINUE
                   WHEN SQL-EOC
                        MOVE SPACES TO TBLBKS-ITEM-STATUS
                   WHEN OTHER
                        MOVE 'SELECT BOOKS ON ORDER' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE

               IF TBLBKS-ITEM-STATUS = 'O'
                  EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-HOLDS-WAITING
                         FROM IBMUSER.HOLDS
                        WHERE BOOK_ID     = :TBLBKS-BOOK-ID
                          AND HOLD_STATUS = 'P'
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'SELECT COUNT HOLDS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF

                  IF WS-HOLDS-WAITING > 0
                     MOVE WS-HOLDS-WAITING TO WS-HOLDS-DISP
                     MOVE SPACES TO WS-RESULT-TEXT
                     STRING 'CANCELLED -'       DELIMITED BY SIZE
                            WS-HOLDS-DISP       DELIMITED BY SIZE
                            ' HOLDS DROPPED'    DELIMITED BY SIZE
                       INTO WS-RESULT-TEXT
                     END-STRING
                  END-IF

                  EXEC SQL
                       UPDATE IBMUSER.BOOKS
                          SET DELETED_FLAG    = 'Y',
                              DELETED_DATE    = CURRENT DATE,
                              LAST_CHANGED_TS = CURRENT TIMESTAMP
                        WHERE BOOK_ID = :TBLBKS-BOOK-ID
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'UPDATE BOOKS DELETE' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF

                  MOVE TBLBKS-BOOK-ID TO WS-KW-BOOK-ID
                  MOVE 0 TO WS-KW-RC
                  CALL 'KWMAINT' USING WS-KWMAINT-PARMS
                  IF WS-KW-RC NOT = 0
                     MOVE WS-KW-RC TO EVAL-CODE
                     MOVE 'CALL KWMAINT' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
               END-IF
            END-IF
            .

       2450-CLOSE-PO-IF-DONE.
            MOVE '2450-CLOSE-PO-IF-DONE' TO ERR-LOC

            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-OPEN-LINES
                   FROM IBMUSER.PO_LINES
                  WHERE PO_ID = :TBLPLN-PO-ID
                    AND LINE_STATUS = 'O'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT OPEN LINES' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-OPEN-LINES = 0
               MOVE TBLPLN-PO-ID TO TBLPOR-PO-ID

               EXEC SQL
                    UPDATE IBMUSER.PURCH_ORDERS
                       SET PO_STATUS = 'C'
                     WHERE PO_ID = :TBLPOR-PO-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'UPDATE PURCH_ORDERS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF
            .

       2500-WRITE-RESULT.
            MOVE '2500-WRITE-RESULT' TO ERR-LOC

            MOVE WS-RS-VENDOR-X  TO WS-RP-VENDOR
            MOVE WS-RS-PO-ID-X   TO WS-RP-PO-ID
            MOVE WS-RS-LINE-NO-X TO WS-RP-LINE-NO
            MOVE WS-RS-CODE      TO WS-RP-CODE
            MOVE WS-RS-SHIP-DATE TO WS-RP-SHIP-DATE
            MOVE TBLPLN-TITLE-TEXT (1:39) TO WS-RP-TITLE
            MOVE WS-RS-REF       TO WS-RP-REF
            MOVE WS-RESULT-TEXT  TO WS-RP-RESULT
            WRITE REC-EDIRSPOP FROM WS-RSP-LINE
            ADD 1 TO WS-LINE-CNTR
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-REC-READ-CNTR TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

      **    REGISTER THE KEPT OUTPUT GENERATION (SEE REPREG)
            MOVE 'EDIRSPOP' TO WS-RR-REP-NAME
            MOVE SPACES TO WS-RR-PARM-TEXT
            MOVE WS-LINE-CNTR TO WS-RR-LINE-COUNT
            MOVE WS-RL-RUN-ID TO WS-RR-RUN-ID
            CALL 'REPREG' USING WS-REPREG-PARMS
            IF WS-RR-RC NOT = 0
               DISPLAY 'REPREG FAILED - RUN NOT REGISTERED'
            END-IF

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-EDIRSPI
            MOVE FS-EDIRSPI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-EDIRSPI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            CLOSE FD-EDIRSPOP
            MOVE FS-EDIRSPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-EDIRSPOP' TO ERR-MSG
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
