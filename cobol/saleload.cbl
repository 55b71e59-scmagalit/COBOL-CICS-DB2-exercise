      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SALELOAD.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/10/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * FRIENDS OF THE LIBRARY BOOK SALE - DAILY SALES TALLY LOAD      *
      *----------------------------------------------------------------*
      * - THE SALE TABLE DOES NOT RING UP ITEMS ONE BY ONE; AT CLOSE   *
      *   THE VOLUNTEERS COUNT WHAT WENT IN EACH PRICE BAND (SEE       *
      *   SALEBAND) AND THE TAKINGS, AND THE FRIENDS' SECRETARY KEYS   *
      *   ONE RECORD PER DAY AND BAND INTO SALEDAYI (LAYOUT BELOW)     *
      * - EACH GOOD TALLY IS KEPT AS AN IBMUSER.SALE_DAILY ROW (THE    *
      *   REVENUE FIGURE SALERPT REPORTS) AND THAT MANY SALE_STOCK     *
      *   ITEMS OF THE BAND, OLDEST RECEIVED FIRST, GO FROM 'S' ON     *
      *   THE SHELF TO 'D' SOLD ON THE SALE DAY. THE SHELF ALSO HOLDS  *
      *   THINGS THE FRIENDS TAKE IN DIRECTLY, SO A TALLY LARGER THAN  *
      *   THE RECORDED STOCK IS STILL LOADED - QTY_MATCHED SAYS HOW    *
      *   MANY WERE FOUND                                              *
      * - A RECORD WITH A BAD DATE, BAND, COUNT OR AMOUNT, OR FOR A    *
      *   DAY AND BAND ALREADY LOADED, IS NOT POSTED AND IS LISTED     *
      *   ON SALELDOP WITH THE REASON SO IT CAN BE CORRECTED AND RUN   *
      *   AGAIN                                                        *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   10,2020 - INITIAL VERSION                        (1210FS)*
      *                                                                *
      * TALLY FILE LAYOUT (SALEDAYI, 80 BYTES):                        *
      *   1-10   SALE DATE (YYYY-MM-DD)                                *
      *   11     PRICE BAND (A B C D - SEE SALEBAND)                   *
      *   12-16  ITEMS SOLD 9(5)                                       *
      *   17-23  TAKINGS 9(5)V99 (ZONED, IMPLIED DECIMALS)             *
      *   24-80  FILLER                                                *
      *                                                                *
      * FILES:                                                         *
      * SALEDAYI (INPUT)  - IBMUSER.SMAGALIT.SALEDAYI                  *
      * SALELDOP (OUTPUT) - IBMUSER.SMAGALIT.SALELDOP                  *
      * IBMUSER.SALE_DAILY (OUTPUT) - ONE ROW PER TALLY (SEE DCLSLD)   *
      * IBMUSER.SALE_STOCK (I/O)    - ITEMS MARKED SOLD (SEE DCLSLS)   *
      *                                                                *
      * 0000-MAIN                      2200-PROCESS-TALLY              *
      * 1000-INIT                      2210-EDIT-TALLY                 *
      * 1100-OPEN-FILES                2220-SELL-ONE-ITEM              *
      * 1200-GET-TODAY                 2230-INSERT-SALE-DAILY          *
      * 1400-WRITE-HEADINGS            2290-WRITE-TALLY-LINE           *
      * 2000-MAIN-LOGIC                3000-CLEANUP                    *
      * 2100-READ-TALLY                3100-CLOSE-FILES                *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-SALEDAYI ASSIGN       TO    SALEDAYI
                              FILE STATUS  IS FS-SALEDAYI
                              ORGANIZATION IS SEQUENTIAL.
           SELECT FD-SALELDOP ASSIGN       TO    SALELDOP
                              FILE STATUS  IS FS-SALELDOP
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-SALEDAYI
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  REC-SALEDAYI                 PIC X(80).

       FD  FD-SALELDOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-SALELDOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-TALLY-RECORD.
               10  WS-TY-SALE-DATE     PIC X(10).
               10  WS-TY-SALE-DATE-R REDEFINES WS-TY-SALE-DATE.
                   15  WS-TY-YYYY      PIC 9(04).
                   15  WS-TY-DASH1     PIC X(01).
                   15  WS-TY-MM        PIC 9(02).
                   15  WS-TY-DASH2     PIC X(01).
                   15  WS-TY-DD        PIC 9(02).
               10  WS-TY-BAND          PIC X(01).
               10  WS-TY-QTY           PIC X(05).
               10  WS-TY-QTY-N REDEFINES WS-TY-QTY
                                       PIC 9(05).
               10  WS-TY-AMOUNT        PIC X(07).
               10  WS-TY-AMOUNT-N REDEFINES WS-TY-AMOUNT
                                       PIC 9(5)V9(2).
               10  FILLER              PIC X(57).
           05  WS-TALLY-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-TL-SALE-DATE     PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-TL-BAND          PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-TL-QTY           PIC ZZ,ZZ9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-TL-AMOUNT        PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-TL-MATCHED       PIC ZZ,ZZ9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-TL-RESULT        PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(42)     VALUE SPACES  .
           05  WS-RPT-LINE             PIC X(132)      VALUE SPACES.
           05  WS-REJECT-REASON        PIC X(30)       VALUE SPACES.
           05  WS-TODAY                PIC X(10)       VALUE SPACES.
           05  WS-QTY                  PIC S9(09) COMP VALUE 0.
           05  WS-SELL-IDX             PIC S9(09) COMP VALUE 0.
           05  WS-MATCHED              PIC S9(09) COMP VALUE 0.
           05  WS-SHORT-DISP           PIC ZZ,ZZ9.
           05  WS-DUP-COUNT            PIC S9(09) COMP VALUE 0.
           05  WS-AMOUNT               PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-SWITCHES.
               10  WS-EOF-SW           PIC 9           VALUE 0.
                   88  END-OF-FILE                     VALUE 1.
               10  WS-STOCK-SW         PIC 9           VALUE 0.
                   88  STOCK-EXHAUSTED                 VALUE 1.
           05  WS-TOTALS.
               10  WS-READ-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-LOAD-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-REJECT-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-ITEM-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-MATCH-CNTR       PIC S9(08) COMP VALUE 0.
               10  WS-AMOUNT-TOT       PIC S9(9)V9(2) COMP-3 VALUE 0.
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TT-TEXT          PIC X(40)     VALUE SPACES  .
               10  WS-TT-COUNT         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(81)     VALUE SPACES  .
           05  WS-AMOUNT-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-AT-TEXT          PIC X(40)     VALUE SPACES  .
               10  WS-AT-AMOUNT        PIC ZZZ,ZZ9.99.
               10  FILLER              PIC X(78)     VALUE SPACES  .

       COPY SALEBAND.

       01  WS-SYS-VARS.
           05  WS-FILESTAT.
               10  FS-SALEDAYI         PIC 99          VALUE 0.
               10  FS-SALELDOP         PIC 99          VALUE 0.
           05  EVAL-CODE               PIC S9(08) COMP VALUE 0.
               88  ERR-OK                              VALUE 0.
               88  SQL-EOC                             VALUE 100.
           05  WS-PGM-NAME             PIC X(08)       VALUE 'SALELOAD'.

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
           EXEC SQL INCLUDE DCLSLD   END-EXEC.
           EXEC SQL INCLUDE DCLSLS   END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

            MOVE 'SALELOAD' TO WS-RL-JOB-NAME
            MOVE 'S' TO WS-RL-FUNC
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 1000-INIT
            PERFORM 2000-MAIN-LOGIC
            PERFORM 3000-CLEANUP
            .

       1000-INIT.
            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1200-GET-TODAY
            PERFORM 1100-OPEN-FILES
            PERFORM 1400-WRITE-HEADINGS
            .

       1100-OPEN-FILES.
            MOVE '1100-OPEN-FILES' TO ERR-LOC

            OPEN INPUT FD-SALEDAYI
            MOVE FS-SALEDAYI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN INPUT FD-SALEDAYI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN OUTPUT FD-SALELDOP
            MOVE FS-SALELDOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-SALELDOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1200-GET-TODAY.
            MOVE '1200-GET-TODAY' TO ERR-LOC

            EXEC SQL
                 SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-TODAY
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT CURRENT DATE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1400-WRITE-HEADINGS.
            MOVE '1400-WRITE-HEADINGS' TO ERR-LOC

            MOVE SPACES TO WS-RPT-LINE
            STRING 'FRIENDS OF THE LIBRARY BOOK SALE - '
                                               DELIMITED BY SIZE
                   'DAILY TALLY LOAD   RUN DATE ' DELIMITED BY SIZE
                   WS-TODAY                    DELIMITED BY SIZE
              INTO WS-RPT-LINE
            END-STRING
            WRITE REC-SALELDOP FROM WS-RPT-LINE

            MOVE SPACES TO WS-RPT-LINE
            WRITE REC-SALELDOP FROM WS-RPT-LINE

            MOVE SPACES TO WS-RPT-LINE
            STRING ' SALE DATE  BAND    SOLD    TAKINGS  '
                                               DELIMITED BY SIZE
                   'MATCHED  RESULT'           DELIMITED BY SIZE
              INTO WS-RPT-LINE
            END-STRING
            WRITE REC-SALELDOP FROM WS-RPT-LINE

            MOVE FS-SALELDOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'WRITE FD-SALELDOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC

            INITIALIZE WS-TOTALS

            PERFORM 2100-READ-TALLY
            PERFORM 2200-PROCESS-TALLY UNTIL END-OF-FILE

            MOVE SPACES TO WS-RPT-LINE
            WRITE REC-SALELDOP FROM WS-RPT-LINE
            MOVE 'TALLY RECORDS READ'        TO WS-TT-TEXT
            MOVE WS-READ-CNTR                TO WS-TT-COUNT
            WRITE REC-SALELDOP FROM WS-TOTAL-LINE
            MOVE 'TALLIES LOADED'            TO WS-TT-TEXT
            MOVE WS-LOAD-CNTR                TO WS-TT-COUNT
            WRITE REC-SALELDOP FROM WS-TOTAL-LINE
            MOVE 'TALLIES REJECTED'          TO WS-TT-TEXT
            MOVE WS-REJECT-CNTR              TO WS-TT-COUNT
            WRITE REC-SALELDOP FROM WS-TOTAL-LINE
            MOVE 'ITEMS SOLD'                TO WS-TT-TEXT
            MOVE WS-ITEM-CNTR                TO WS-TT-COUNT
            WRITE REC-SALELDOP FROM WS-TOTAL-LINE
            MOVE 'ITEMS MATCHED TO RECORDED STOCK' TO WS-TT-TEXT
            MOVE WS-MATCH-CNTR               TO WS-TT-COUNT
            WRITE REC-SALELDOP FROM WS-TOTAL-LINE
            MOVE 'TAKINGS LOADED'            TO WS-AT-TEXT
            MOVE WS-AMOUNT-TOT               TO WS-AT-AMOUNT
            WRITE REC-SALELDOP FROM WS-AMOUNT-LINE

            DISPLAY WS-READ-CNTR   ' TALLY RECORDS READ'
            DISPLAY WS-LOAD-CNTR   ' TALLIES LOADED'
            DISPLAY WS-REJECT-CNTR ' TALLIES REJECTED'
            DISPLAY WS-MATCH-CNTR  ' STOCK ITEMS MARKED SOLD'
            .

       2100-READ-TALLY.
            MOVE '2100-READ-TALLY' TO ERR-LOC

            READ FD-SALEDAYI INTO WS-TALLY-RECORD
                 AT END
                    SET END-OF-FILE TO TRUE
            END-READ

            MOVE FS-SALEDAYI TO EVAL-CODE
            IF NOT ERR-OK AND NOT END-OF-FILE
               MOVE 'READ FD-SALEDAYI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2200-PROCESS-TALLY.
            MOVE '2200-PROCESS-TALLY' TO ERR-LOC

            ADD 1 TO WS-READ-CNTR
            MOVE SPACES TO WS-REJECT-REASON
            MOVE 0 TO WS-MATCHED
                      WS-QTY
                      WS-AMOUNT

            PERFORM 2210-EDIT-TALLY

            IF WS-REJECT-REASON = SPACES
      **       OLDEST STOCK IN THE BAND GOES FIRST - THAT IS WHAT THE
      **       VOLUNTEERS PUT OUT FIRST
               MOVE 0 TO WS-STOCK-SW
               PERFORM 2220-SELL-ONE-ITEM VARYING WS-SELL-IDX
                         FROM 1 BY 1
                         UNTIL WS-SELL-IDX > WS-QTY
                         OR STOCK-EXHAUSTED
               PERFORM 2230-INSERT-SALE-DAILY
               ADD 1          TO WS-LOAD-CNTR
               ADD WS-QTY     TO WS-ITEM-CNTR
               ADD WS-MATCHED TO WS-MATCH-CNTR
               ADD WS-AMOUNT  TO WS-AMOUNT-TOT
            ELSE
               ADD 1 TO WS-REJECT-CNTR
            END-IF

            PERFORM 2290-WRITE-TALLY-LINE
            PERFORM 2100-READ-TALLY
            .

       2210-EDIT-TALLY.
            MOVE '2210-EDIT-TALLY' TO ERR-LOC

            MOVE WS-TY-BAND TO WS-SALE-BAND-CODE

            EVALUATE TRUE
                WHEN WS-TY-YYYY  IS NOT NUMERIC
                WHEN WS-TY-MM    IS NOT NUMERIC
                WHEN WS-TY-DD    IS NOT NUMERIC
                WHEN WS-TY-DASH1 NOT = '-'
                WHEN WS-TY-DASH2 NOT = '-'
                WHEN WS-TY-MM < 1 OR WS-TY-MM > 12
                WHEN WS-TY-DD < 1 OR WS-TY-DD > 31
                     MOVE 'BAD SALE DATE' TO WS-REJECT-REASON
                WHEN WS-TY-SALE-DATE > WS-TODAY
                     MOVE 'SALE DATE IN THE FUTURE' TO WS-REJECT-REASON
                WHEN NOT SALE-BAND-VALID
                     MOVE 'UNKNOWN PRICE BAND' TO WS-REJECT-REASON
                WHEN WS-TY-QTY IS NOT NUMERIC
                     MOVE 'ITEMS SOLD NOT NUMERIC' TO WS-REJECT-REASON
                WHEN WS-TY-AMOUNT IS NOT NUMERIC
                     MOVE 'TAKINGS NOT NUMERIC' TO WS-REJECT-REASON
                WHEN OTHER
                     MOVE WS-TY-QTY-N    TO WS-QTY
                     MOVE WS-TY-AMOUNT-N TO WS-AMOUNT
            END-EVALUATE

            IF WS-REJECT-REASON = SPACES
               MOVE WS-TY-SALE-DATE TO TBLSLD-SALE-DATE
               MOVE WS-TY-BAND      TO TBLSLD-PRICE-BAND

               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-DUP-COUNT
                      FROM IBMUSER.SALE_DAILY
                     WHERE SALE_DATE  = DATE(:TBLSLD-SALE-DATE)
                       AND PRICE_BAND = :TBLSLD-PRICE-BAND
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT SALE_DAILY' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               IF WS-DUP-COUNT > 0
                  MOVE 'DAY AND BAND ALREADY LOADED'
                    TO WS-REJECT-REASON
               END-IF
            END-IF
            .

       2220-SELL-ONE-ITEM.
            MOVE '2220-SELL-ONE-ITEM' TO ERR-LOC

            EXEC SQL
                 SELECT STOCK_ID
                   INTO :TBLSLS-STOCK-ID
                   FROM IBMUSER.SALE_STOCK
                  WHERE STOCK_STATUS  = 'S'
                    AND PRICE_BAND    = :TBLSLD-PRICE-BAND
                    AND RECEIVED_DATE <= DATE(:TBLSLD-SALE-DATE)
                  ORDER BY RECEIVED_DATE, STOCK_ID
                  FETCH FIRST 1 ROW ONLY
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     EXEC SQL
                          UPDATE IBMUSER.SALE_STOCK
                             SET STOCK_STATUS = 'D',
                                 SOLD_DATE    = DATE(:TBLSLD-SALE-DATE)
                           WHERE STOCK_ID = :TBLSLS-STOCK-ID
                     END-EXEC

                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'UPDATE SALE_STOCK SOLD' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                     ADD 1 TO WS-MATCHED
                WHEN SQL-EOC
                     SET STOCK-EXHAUSTED TO TRUE
                WHEN OTHER
                     MOVE 'SELECT SALE_STOCK' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2230-INSERT-SALE-DAILY.
            MOVE '2230-INSERT-SALE-DAILY' TO ERR-LOC

            MOVE WS-QTY     TO TBLSLD-QTY-SOLD
            MOVE WS-AMOUNT  TO TBLSLD-REVENUE
            MOVE WS-MATCHED TO TBLSLD-QTY-MATCHED

            EXEC SQL
                 INSERT INTO IBMUSER.SALE_DAILY
                        (SALE_DATE, PRICE_BAND, QTY_SOLD, REVENUE,
                         QTY_MATCHED, LOADED_DATE)
                 VALUES (DATE(:TBLSLD-SALE-DATE), :TBLSLD-PRICE-BAND,
                         :TBLSLD-QTY-SOLD, :TBLSLD-REVENUE,
                         :TBLSLD-QTY-MATCHED, CURRENT DATE)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT SALE_DAILY' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2290-WRITE-TALLY-LINE.
            MOVE '2290-WRITE-TALLY-LINE' TO ERR-LOC

            MOVE WS-TY-SALE-DATE TO WS-TL-SALE-DATE
            MOVE WS-TY-BAND      TO WS-TL-BAND
            MOVE WS-QTY          TO WS-TL-QTY
            MOVE WS-AMOUNT       TO WS-TL-AMOUNT
            MOVE WS-MATCHED      TO WS-TL-MATCHED
            MOVE SPACES          TO WS-TL-RESULT

            EVALUATE TRUE
                WHEN WS-REJECT-REASON NOT = SPACES
                     STRING 'REJECTED - '      DELIMITED BY SIZE
                            WS-REJECT-REASON   DELIMITED BY SIZE
                       INTO WS-TL-RESULT
                     END-STRING
                WHEN WS-MATCHED < WS-QTY
                     COMPUTE WS-SHORT-DISP = WS-QTY - WS-MATCHED
                     STRING 'LOADED - '        DELIMITED BY SIZE
                            FUNCTION TRIM (WS-SHORT-DISP)
                                               DELIMITED BY SIZE
                            ' NOT IN RECORDED STOCK'
                                               DELIMITED BY SIZE
                       INTO WS-TL-RESULT
                     END-STRING
                WHEN OTHER
                     MOVE 'LOADED' TO WS-TL-RESULT
            END-EVALUATE

            WRITE REC-SALELDOP FROM WS-TALLY-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-LOAD-CNTR TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-SALEDAYI
            MOVE FS-SALEDAYI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-SALEDAYI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            CLOSE FD-SALELDOP
            MOVE FS-SALELDOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-SALELDOP' TO ERR-MSG
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
