      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    STORDRUN.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/18/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * SERIES STANDING ORDERS - ORDER NEW VOLUMES FROM A VENDOR'S     *
      * FORTHCOMING-TITLES ANNOUNCEMENT                                *
      *----------------------------------------------------------------*
      * - READS ONE VENDOR'S ANNOUNCEMENT FILE (PARM VENDOR=) AND      *
      *   MATCHES EACH TITLE'S SERIES NAME AGAINST THE SERIES THAT     *
      *   VENDOR HAS ON ACTIVE STANDING ORDER (STOMAINT)               *
      * - A MATCHED NEW VOLUME IS ORDERED WITH NO SELECTOR INVOLVED:   *
      *   - A PO LINE FOR THE SUM OF THE BRANCH COPIES GOES ON THE     *
      *     VENDOR'S OPEN STANDING-ORDER PO (ONE IS OPENED THROUGH     *
      *     NEXTID WHEN NONE IS OPEN), STAMPED ORDERED_BY STORDRUN     *
      *   - ITS FUND IS ENCUMBERED THE SAME WAY ACQTRN PF5 DOES IT     *
      *   - THE BOOKS ROW IS CREATED NOW, ON ORDER ('O'), WITH THE     *
      *     SERIES AND ITS SERIES_SEQ SO PATRONS CAN PLACE HOLDS       *
      *     BEFORE IT ARRIVES. THE PO LINE CARRIES THE BOOK_ID AND     *
      *     ACQTRN PF6 RECEIVES INTO THAT ROW                          *
      * - TO THE REVIEW LIST (STORREVOP) INSTEAD OF BEING ORDERED:     *
      *   - THE SERIES NAME MATCHES MORE THAN ONE STANDING ORDER       *
      *   - NO VOLUME NUMBER, OR THAT VOLUME IS ALREADY CATALOGED      *
      *     UNDER ANOTHER ISBN                                         *
      *   - NO PRICE, OR THE PRICE IS OVER THE SERIES'S CEILING        *
      *   - THE ORDER WOULD OVERDRAW ITS FUND (ACQTRN NEEDS A          *
      *     SUPERVISOR FOR THAT, WHICH A BATCH RUN CANNOT GIVE)        *
      * - A TITLE WHOSE ISBN IS ALREADY IN THE CATALOG OR ON AN OPEN   *
      *   PO LINE IS SKIPPED AND COUNTED, SO A RE-SENT ANNOUNCEMENT    *
      *   ORDERS NOTHING TWICE. TITLES NOT IN A STANDING-ORDER SERIES  *
      *   ARE ONLY COUNTED                                             *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   18,2020 - INITIAL VERSION                        (1118SO)*
      *                                                                *
      * PARM CARD (REQUIRED):                                          *
      *   VENDOR=nnnnnnnnn - THE VENDOR THAT SENT THE ANNOUNCEMENT     *
      *                                                                *
      * INPUT RECORD LAYOUT (STOANNI, 200 BYTES):                      *
      *   1-13    ISBN                                                 *
      *   14-73   TITLE                                                *
      *   74-133  SERIES NAME                                          *
      *   134-137 VOLUME NUMBER IN THE SERIES 9(4)                     *
      *   138-147 PUBLICATION DATE (YYYY-MM-DD, BLANK OK)              *
      *   148-155 PRICE PER COPY 9(6)V99                               *
      *   156-200 FILLER                                               *
      *                                                                *
      * FILES:                                                         *
      * STOANNI   (INPUT)  - IBMUSER.SMAGALIT.STOANNI                  *
      * STORDOP   (OUTPUT) - IBMUSER.SMAGALIT.STORDOP   (ORDERED)      *
      * STORREVOP (OUTPUT) - IBMUSER.SMAGALIT.STORREVOP (REVIEW LIST)  *
      * IBMUSER.STANDING_ORDERS (I/O) - PO_ID, LAST_ORDER_DATE         *
      * IBMUSER.STO_BRANCHES    (I)   - COPIES PER BRANCH              *
      * IBMUSER.PURCH_ORDERS    (I/O) - STANDING-ORDER PO              *
      * IBMUSER.PO_LINES        (I/O) - ONE LINE PER NEW VOLUME        *
      * IBMUSER.FUNDS           (I/O) - ENCUMBRANCE                    *
      * IBMUSER.BOOKS           (I/O) - ON-ORDER CATALOG ROW           *
      *                                                                *
      * 0000-MAIN                      2320-CHECK-ON-FILE              *
      * 1000-INIT                      2330-CHECK-VOLUME               *
      * 1100-GET-TIMESTAMP             2340-CHECK-PRICE-FUND           *
      * 1150-PARSE-PARM                2400-ORDER-VOLUME               *
      * 1200-CHECK-VENDOR              2410-GET-STANDING-PO            *
      * 1300-OPEN-FILES                2420-CREATE-BOOK-ROW            *
      * 1400-SET-REPVARS               2430-INSERT-LINE                *
      * 2000-MAIN-LOGIC                2440-WRITE-ORDERED              *
      * 2100-WRITE-HEADERS             2500-WRITE-REVIEW               *
      * 2200-READ-RECORD               3000-CLEANUP                    *
      * 2300-PROCESS-RECORD            3100-CLOSE-FILES                *
      * 2310-MATCH-SERIES              8100-GET-NEXT-ID                *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-STOANNI   ASSIGN       TO    STOANNI
                               FILE STATUS  IS FS-STOANNI
                               ORGANIZATION IS SEQUENTIAL.
           SELECT FD-STORDOP   ASSIGN       TO    STORDOP
                               FILE STATUS  IS FS-STORDOP
                               ORGANIZATION IS SEQUENTIAL.
           SELECT FD-STORREVOP ASSIGN       TO    STORREVOP
                               FILE STATUS  IS FS-STORREVOP
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-STOANNI
           RECORDING MODE F
           RECORD CONTAINS 200 CHARACTERS.
       01  REC-STOANNI                  PIC X(200).

       FD  FD-STORDOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-STORDOP                  PIC X(132).

       FD  FD-STORREVOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-STORREVOP                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-ANN-REC.
               10  WS-AN-ISBN          PIC X(013)     VALUE SPACES  .
               10  WS-AN-TITLE         PIC X(060)     VALUE SPACES  .
               10  WS-AN-SERIES        PIC X(060)     VALUE SPACES  .
               10  WS-AN-VOLUME-X      PIC X(004)     VALUE SPACES  .
               10  WS-AN-VOLUME        REDEFINES WS-AN-VOLUME-X
                                       PIC 9(004)                   .
               10  WS-AN-PUBDATE       PIC X(010)     VALUE SPACES  .
               10  WS-AN-PRICE-X       PIC X(008)     VALUE SPACES  .
               10  WS-AN-PRICE         REDEFINES WS-AN-PRICE-X
                                       PIC 9(006)V99                .
               10  FILLER              PIC X(045)     VALUE SPACES  .
           05  WS-SKIP-SW              PIC 9          VALUE 0.
               88  SKIP-RECORD                        VALUE 1.
           05  WS-SKIP-REASON          PIC X(30)      VALUE SPACES.
           05  WS-ONFILE-SW            PIC 9          VALUE 0.
               88  ALREADY-ON-FILE                    VALUE 1.
           05  WS-MATCH-COUNT          PIC S9(09) COMP VALUE 0.
           05  WS-ROW-COUNT            PIC S9(09) COMP VALUE 0.
           05  WS-PO-ID                PIC S9(09) COMP VALUE 0.
           05  WS-LINE-NO              PIC S9(09) COMP VALUE 0.
           05  WS-BOOK-ID              PIC S9(09) COMP VALUE 0.
           05  WS-COPY-TOTAL           PIC S9(09) COMP VALUE 0.
           05  WS-HOME-BRANCH          PIC S9(09) COMP VALUE 0.
           05  WS-LINE-AMT             PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-FREE-BAL             PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-ORDERED-AMT          PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-IND-VARS.
               10  IND-PO-ID           PIC S9(04) COMP VALUE 0.
               10  IND-PUBDATE         PIC S9(04) COMP VALUE 0.
               10  IND-SERIES-ID       PIC S9(04) COMP VALUE 0.
           05  WS-ORD-HDR.
               10  FILLER              PIC X(14)
                                       VALUE ' ISBN'              .
               10  FILLER              PIC X(31)
                                       VALUE ' TITLE'             .
               10  FILLER              PIC X(19)
                                       VALUE ' SERIES'            .
               10  FILLER              PIC X(05)
                                       VALUE '  VOL'              .
               10  FILLER              PIC X(05)
                                       VALUE '  QTY'              .
               10  FILLER              PIC X(10)
                                       VALUE '     PRICE'         .
               10  FILLER              PIC X(11)
                                       VALUE '     AMOUNT'        .
               10  FILLER              PIC X(09)
                                       VALUE ' FUND'              .
               10  FILLER              PIC X(10)
                                       VALUE '        PO'         .
               10  FILLER              PIC X(04)
                                       VALUE '/LN'                .
               10  FILLER              PIC X(10)
                                       VALUE '   BOOK ID'         .
               10  FILLER              PIC X(04)     VALUE SPACES  .
           05  WS-ORD-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-OL-ISBN          PIC X(13)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-OL-TITLE         PIC X(30)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-OL-SERIES        PIC X(18)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-OL-VOLUME        PIC ZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-OL-QTY           PIC ZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-OL-PRICE         PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-OL-AMOUNT        PIC ZZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-OL-FUND          PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-OL-PO-ID         PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE '/'     .
               10  WS-OL-LINE-NO       PIC ZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-OL-BOOK-ID       PIC Z(8)9.
               10  FILLER              PIC X(04)     VALUE SPACES  .
           05  WS-REV-HDR.
               10  FILLER              PIC X(14)
                                       VALUE ' ISBN'              .
               10  FILLER              PIC X(31)
                                       VALUE ' TITLE'             .
               10  FILLER              PIC X(19)
                                       VALUE ' SERIES'            .
               10  FILLER              PIC X(05)
                                       VALUE '  VOL'              .
               10  FILLER              PIC X(10)
                                       VALUE '     PRICE'         .
               10  FILLER              PIC X(10)
                                       VALUE '   CEILING'         .
               10  FILLER              PIC X(31)
                                       VALUE ' REASON'            .
               10  FILLER              PIC X(12)     VALUE SPACES  .
           05  WS-REV-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RL-ISBN          PIC X(13)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RL-TITLE         PIC X(30)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RL-SERIES        PIC X(18)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RL-VOLUME        PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RL-PRICE         PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RL-CEILING       PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RL-REASON        PIC X(30)     VALUE SPACES  .
               10  FILLER              PIC X(12)     VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'NONE FOUND'         .
               10  FILLER              PIC X(114)    VALUE SPACES  .
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TL-TEXT          PIC X(50)     VALUE SPACES  .
               10  WS-TL-COUNT         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-TL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(57)     VALUE SPACES  .
           05  WS-COUNTERS.
               10  WS-REC-READ-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-ORDERED-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-REVIEW-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-ONFILE-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-NOMATCH-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-NEW-PO-CNTR      PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.
               10  WS-PARM-VENDOR      PIC S9(09) COMP VALUE 0.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'STANDING ORDERS PLACED'
                                        .
               10  WS-REV-TITLE         PIC X(108)
                                VALUE 'STANDING ORDERS - REVIEW LIST'
                                        .

       COPY REPVARS.

1013KW 01  WS-KWMAINT-PARMS.
1013KW     05  WS-KW-FUNC           PIC X             VALUE 'R'.
1013KW     05  WS-KW-BOOK-ID        PIC S9(09) COMP   VALUE 0.
1013KW     05  WS-KW-RC             PIC S9(04) COMP   VALUE 0.

0805ID 01  WS-NEXTID-PARMS.
0805ID     05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
0805ID     05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
0805ID     05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

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
               10  FS-STOANNI           PIC 99          VALUE 0.
               10  FS-STORDOP           PIC 99          VALUE 0.
               10  FS-STORREVOP         PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)      VALUE 'STORDRUN'.

0807RH 01  WS-RUNLOG-PARMS.
0807RH     05  WS-RL-FUNC           PIC X             VALUE SPACE.
0807RH     05  WS-RL-JOB-NAME       PIC X(08)         VALUE SPACES.
0807RH     05  WS-RL-PARM-TEXT      PIC X(100)        VALUE SPACES.
0807RH     05  WS-RL-STATUS         PIC X(07)         VALUE SPACES.
0807RH     05  WS-RL-REC-COUNT      PIC S9(09) COMP   VALUE 0.
0807RH     05  WS-RL-ERR-LOC        PIC X(26)         VALUE SPACES.
0807RH     05  WS-RL-ERR-MSG        PIC X(26)         VALUE SPACES.
0807RH     05  WS-RL-RUN-ID         PIC S9(09) COMP   VALUE 0.
0807RH     05  WS-RL-RC             PIC S9(04) COMP   VALUE 0.

       01  WS-ERROR.
           05  FILLER                   PIC X(09)       VALUE 'ERR AT '.
           05  ERR-LOC                  PIC X(26)       VALUE SPACES   .
           05  FILLER                   PIC X(05)       VALUE ' RC: '  .
           05  ERR-CODE                 PIC X(08)       VALUE SPACES   .
           05  FILLER                   PIC X(06)       VALUE ' MSG: ' .
           05  ERR-MSG                  PIC X(26)       VALUE SPACES   .

      *** SQL COPYBOOKS
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE DCLSTO   END-EXEC.
           EXEC SQL INCLUDE DCLPOR   END-EXEC.
           EXEC SQL INCLUDE DCLPLN   END-EXEC.
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
           EXEC SQL INCLUDE DCLSER   END-EXEC.

      *--------------------------------------------------------------*
      * LS-PARM HOLDS THE BATCH PARM CARD (SEE HEADER FOR GRAMMAR)    *
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN              PIC S9(04) COMP.
           05  LS-PARM-TEXT             PIC X(100).

      *------------------------------
       PROCEDURE DIVISION USING LS-PARM.
      *------------------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

0807RH      MOVE 'STORDRUN' TO WS-RL-JOB-NAME
0807RH      IF LS-PARM-LEN > 0
0807RH         MOVE LS-PARM-TEXT TO WS-RL-PARM-TEXT
0807RH      END-IF
0807RH      MOVE 'S' TO WS-RL-FUNC
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 1000-INIT
            PERFORM 2000-MAIN-LOGIC
            PERFORM 3000-CLEANUP
            .

       1000-INIT.
            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1100-GET-TIMESTAMP
            PERFORM 1150-PARSE-PARM
            PERFORM 1200-CHECK-VENDOR
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

       1150-PARSE-PARM.
            MOVE '1150-PARSE-PARM' TO ERR-LOC

            IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
                        DELIMITED BY '='
                        INTO WS-PARM-KEY WS-PARM-VAL
               END-UNSTRING

               IF FUNCTION TRIM (WS-PARM-KEY) = 'VENDOR'
               AND FUNCTION TRIM (WS-PARM-VAL) NOT = SPACES
                  MOVE FUNCTION NUMVAL (WS-PARM-VAL) TO WS-PARM-VENDOR
               END-IF
            END-IF

            IF WS-PARM-VENDOR = 0
               DISPLAY 'PARM VENDOR=nnnnnnnnn NAMING THE VENDOR THAT '
                       'SENT THE ANNOUNCEMENT IS REQUIRED'
               MOVE 'PARM VENDOR= REQUIRED' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1200-CHECK-VENDOR.
            MOVE '1200-CHECK-VENDOR' TO ERR-LOC

            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM IBMUSER.VENDORS
                  WHERE VENDOR_ID = :WS-PARM-VENDOR
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT COUNT VENDORS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-ROW-COUNT = 0
               DISPLAY 'VENDOR ' WS-PARM-VAL ' IS NOT ON FILE'
               MOVE 'VENDOR NOT ON FILE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1300-OPEN-FILES.
            MOVE '1300-OPEN-FILES' TO ERR-LOC

            OPEN INPUT FD-STOANNI
            MOVE FS-STOANNI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN INPUT FD-STOANNI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN OUTPUT FD-STORDOP
            MOVE FS-STORDOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-STORDOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN OUTPUT FD-STORREVOP
            MOVE FS-STORREVOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-STORREVOP' TO ERR-MSG
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
            MOVE 0 TO WS-ORDERED-AMT
            PERFORM 2100-WRITE-HEADERS

            PERFORM 2200-READ-RECORD
            PERFORM 2300-PROCESS-RECORD UNTIL END-OF-FILE

            IF WS-ORDERED-CNTR = 0
               WRITE REC-STORDOP FROM WS-NONE-LINE
            END-IF
            IF WS-REVIEW-CNTR = 0
               WRITE REC-STORREVOP FROM WS-NONE-LINE
            END-IF

            WRITE REC-STORDOP FROM WS-REP-SPACES
            MOVE 'ANNOUNCED TITLES READ' TO WS-TL-TEXT
            MOVE WS-REC-READ-CNTR TO WS-TL-COUNT
            MOVE 0 TO WS-TL-AMOUNT
            WRITE REC-STORDOP FROM WS-TOTAL-LINE
            MOVE 'NEW VOLUMES ORDERED / AMOUNT ENCUMBERED'
              TO WS-TL-TEXT
            MOVE WS-ORDERED-CNTR TO WS-TL-COUNT
            MOVE WS-ORDERED-AMT  TO WS-TL-AMOUNT
            WRITE REC-STORDOP FROM WS-TOTAL-LINE
            MOVE 0 TO WS-TL-AMOUNT
            MOVE 'STANDING-ORDER POS OPENED' TO WS-TL-TEXT
            MOVE WS-NEW-PO-CNTR TO WS-TL-COUNT
            WRITE REC-STORDOP FROM WS-TOTAL-LINE
            MOVE 'SENT TO THE REVIEW LIST (STORREVOP)' TO WS-TL-TEXT
            MOVE WS-REVIEW-CNTR TO WS-TL-COUNT
            WRITE REC-STORDOP FROM WS-TOTAL-LINE
            MOVE 'SKIPPED - ISBN ALREADY CATALOGED OR ON ORDER'
              TO WS-TL-TEXT
            MOVE WS-ONFILE-CNTR TO WS-TL-COUNT
            WRITE REC-STORDOP FROM WS-TOTAL-LINE
            MOVE 'NOT IN A SERIES ON STANDING ORDER' TO WS-TL-TEXT
            MOVE WS-NOMATCH-CNTR TO WS-TL-COUNT
            WRITE REC-STORDOP FROM WS-TOTAL-LINE

            DISPLAY WS-REC-READ-CNTR ' TITLES READ FROM STOANNI'
            DISPLAY WS-ORDERED-CNTR  ' NEW VOLUMES ORDERED'
            DISPLAY WS-REVIEW-CNTR   ' TITLES SENT TO REVIEW'
            DISPLAY WS-ONFILE-CNTR   ' TITLES ALREADY ON FILE'
            DISPLAY WS-NOMATCH-CNTR  ' TITLES NOT ON STANDING ORDER'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.STORDOP'

            WRITE REC-STORDOP   FROM WS-REP-SPACES
            WRITE REC-STORDOP   FROM WS-REP-FOOTER
            WRITE REC-STORREVOP FROM WS-REP-SPACES
            WRITE REC-STORREVOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP

            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(32:)
            WRITE REC-STORDOP FROM WS-REP-HEADER1
            WRITE REC-STORDOP FROM WS-REP-HEADER2
            WRITE REC-STORDOP FROM WS-REP-SPACES
            WRITE REC-STORDOP FROM WS-ORD-HDR

            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-REV-TITLE TO WS-REP-TITLE(32:)
            WRITE REC-STORREVOP FROM WS-REP-HEADER1
            WRITE REC-STORREVOP FROM WS-REP-HEADER2
            WRITE REC-STORREVOP FROM WS-REP-SPACES
            WRITE REC-STORREVOP FROM WS-REV-HDR
            .

       2200-READ-RECORD.
            MOVE '2200-READ-RECORD' TO ERR-LOC

            READ FD-STOANNI INTO WS-ANN-REC
                 AT END
                    SET END-OF-FILE TO TRUE
            END-READ

            MOVE FS-STOANNI TO EVAL-CODE
            IF NOT ERR-OK AND NOT END-OF-FILE
               MOVE 'READ FD-STOANNI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2300-PROCESS-RECORD.
            MOVE '2300-PROCESS-RECORD' TO ERR-LOC

            ADD 1 TO WS-REC-READ-CNTR
            MOVE 0 TO WS-SKIP-SW
                      WS-ONFILE-SW
            MOVE SPACES TO WS-SKIP-REASON
            INITIALIZE DCLSTO

            PERFORM 2310-MATCH-SERIES

            EVALUATE TRUE
                WHEN WS-MATCH-COUNT = 0
                     ADD 1 TO WS-NOMATCH-CNTR
                WHEN WS-MATCH-COUNT > 1
                     MOVE 'AMBIGUOUS SERIES MATCH'     TO WS-SKIP-REASON
                     PERFORM 2500-WRITE-REVIEW
                WHEN OTHER
                     PERFORM 2320-CHECK-ON-FILE
                     IF ALREADY-ON-FILE
                        ADD 1 TO WS-ONFILE-CNTR
                     ELSE
                        PERFORM 2330-CHECK-VOLUME
                        IF NOT SKIP-RECORD
                           PERFORM 2340-CHECK-PRICE-FUND
                        END-IF
                        IF SKIP-RECORD
                           PERFORM 2500-WRITE-REVIEW
                        ELSE
                           PERFORM 2400-ORDER-VOLUME
                        END-IF
                     END-IF
            END-EVALUATE

            PERFORM 2200-READ-RECORD
            .

      ***   THE ANNOUNCED SERIES NAME AGAINST THE SERIES THIS VENDOR HAS
      ***   ON ACTIVE STANDING ORDER - CASE-BLIND, WHOLE NAME
       2310-MATCH-SERIES.
            MOVE '2310-MATCH-SERIES' TO ERR-LOC

            MOVE 0 TO WS-MATCH-COUNT
            IF FUNCTION TRIM (WS-AN-SERIES) NOT = SPACES
               MOVE FUNCTION TRIM (WS-AN-SERIES)
                 TO TBLSER-SERIES-NAME-TEXT
               MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-AN-SERIES))
                 TO TBLSER-SERIES-NAME-LEN

               EXEC SQL
                    SELECT COUNT(*), MIN(O.SERIES_ID)
                      INTO :WS-MATCH-COUNT,
                           :TBLSTO-SERIES-ID :IND-SERIES-ID
                      FROM IBMUSER.STANDING_ORDERS O
                          ,IBMUSER.SERIES          S
                     WHERE S.SERIES_ID = O.SERIES_ID
                       AND O.VENDOR_ID = :WS-PARM-VENDOR
                       AND O.SO_STATUS = 'A'
                       AND UPPER(S.SERIES_NAME) =
                           UPPER(RTRIM(:TBLSER-SERIES-NAME-TEXT))
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT SERIES MATCH' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF

            IF WS-MATCH-COUNT = 1
               EXEC SQL
                    SELECT FUND_CODE, PRICE_CEILING
                      INTO :TBLSTO-FUND-CODE, :TBLSTO-PRICE-CEILING
                      FROM IBMUSER.STANDING_ORDERS
                     WHERE SERIES_ID = :TBLSTO-SERIES-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT STANDING_ORDERS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF
            .

      ***   RE-SENT ANNOUNCEMENTS: THE ISBN IS ALREADY A CATALOG ROW
      ***   (OURS FROM A PRIOR RUN, OR BOUGHT ANOTHER WAY) OR ON AN
      ***   OPEN LINE A SELECTOR KEYED ON ACQTRN
       2320-CHECK-ON-FILE.
            MOVE '2320-CHECK-ON-FILE' TO ERR-LOC

            IF FUNCTION TRIM (WS-AN-ISBN) NOT = SPACES
               MOVE FUNCTION TRIM (WS-AN-ISBN) TO TBLBKS-ISBN-TEXT
               MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-AN-ISBN))
                 TO TBLBKS-ISBN-LEN

               EXEC SQL
                    SELECT (SELECT COUNT(*)
                              FROM IBMUSER.BOOKS
                             WHERE ISBN = :TBLBKS-ISBN
                               AND DELETED_FLAG = 'N')
                         + (SELECT COUNT(*)
                              FROM IBMUSER.PO_LINES
                             WHERE ISBN = :TBLBKS-ISBN
                               AND LINE_STATUS = 'O')
                      INTO :WS-ROW-COUNT
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT COUNT ISBN' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               IF WS-ROW-COUNT > 0
                  SET ALREADY-ON-FILE TO TRUE
               END-IF
            END-IF
            .

       2330-CHECK-VOLUME.
            MOVE '2330-CHECK-VOLUME' TO ERR-LOC

            IF WS-AN-VOLUME-X IS NOT NUMERIC
            OR WS-AN-VOLUME = 0
               SET SKIP-RECORD TO TRUE
               MOVE 'NO VOLUME NUMBER' TO WS-SKIP-REASON
            ELSE
               MOVE TBLSTO-SERIES-ID TO TBLBKS-SERIES-ID
               MOVE WS-AN-VOLUME     TO TBLBKS-SERIES-SEQ

               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM IBMUSER.BOOKS
                     WHERE SERIES_ID  = :TBLBKS-SERIES-ID
                       AND SERIES_SEQ = :TBLBKS-SERIES-SEQ
                       AND DELETED_FLAG = 'N'
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT COUNT SERIES_SEQ' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

      ***      SAME VOLUME, DIFFERENT ISBN - A NEW EDITION OR FORMAT
      ***      A SELECTOR SHOULD DECIDE ON
               IF WS-ROW-COUNT > 0
                  SET SKIP-RECORD TO TRUE
                  MOVE 'VOLUME ALREADY ON FILE' TO WS-SKIP-REASON
               END-IF
            END-IF
            .

       2340-CHECK-PRICE-FUND.
            MOVE '2340-CHECK-PRICE-FUND' TO ERR-LOC

            IF WS-AN-PRICE-X IS NOT NUMERIC
            OR WS-AN-PRICE = 0
               SET SKIP-RECORD TO TRUE
               MOVE 'NO PRICE ANNOUNCED' TO WS-SKIP-REASON
            END-IF

            IF NOT SKIP-RECORD
            AND WS-AN-PRICE > TBLSTO-PRICE-CEILING
               SET SKIP-RECORD TO TRUE
               MOVE 'OVER PRICE CEILING' TO WS-SKIP-REASON
            END-IF

            IF NOT SKIP-RECORD
               MOVE 0 TO WS-HOME-BRANCH
               EXEC SQL
                    SELECT COALESCE(SUM(COPY_QTY), 0)
                      INTO :WS-COPY-TOTAL
                      FROM IBMUSER.STO_BRANCHES
                     WHERE SERIES_ID = :TBLSTO-SERIES-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT SUM COPY_QTY' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               IF WS-COPY-TOTAL = 0
                  SET SKIP-RECORD TO TRUE
                  MOVE 'NO BRANCH COPIES ON FILE' TO WS-SKIP-REASON
               ELSE
      ***         THE CATALOG ROW IS HOMED AT THE BRANCH TAKING
      ***         THE MOST COPIES
                  EXEC SQL
                       SELECT BRANCH_ID
                         INTO :WS-HOME-BRANCH
                         FROM IBMUSER.STO_BRANCHES
                        WHERE SERIES_ID = :TBLSTO-SERIES-ID
                        ORDER BY COPY_QTY DESC, BRANCH_ID
                        FETCH FIRST 1 ROW ONLY
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'SELECT HOME BRANCH' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
               END-IF
            END-IF

      ***   SAME FREE-BALANCE TEST AS ACQTRN 2215
            IF NOT SKIP-RECORD
               COMPUTE WS-LINE-AMT = WS-AN-PRICE * WS-COPY-TOTAL

               EXEC SQL
                    SELECT ALLOC_AMT - ENCUM_AMT - SPENT_AMT
                      INTO :WS-FREE-BAL
                      FROM IBMUSER.FUNDS
                     WHERE FUND_CODE = :TBLSTO-FUND-CODE
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        IF WS-LINE-AMT > WS-FREE-BAL
                           SET SKIP-RECORD TO TRUE
                           MOVE 'WOULD OVERDRAW FUND'
                             TO WS-SKIP-REASON
                        END-IF
                   WHEN SQL-EOC
                        SET SKIP-RECORD TO TRUE
                        MOVE 'FUND CODE NOT ON FILE' TO WS-SKIP-REASON
                   WHEN OTHER
                        MOVE 'SELECT FUNDS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF
            .

       2400-ORDER-VOLUME.
            MOVE '2400-ORDER-VOLUME' TO ERR-LOC

            PERFORM 2410-GET-STANDING-PO
            PERFORM 2420-CREATE-BOOK-ROW
            PERFORM 2430-INSERT-LINE

            EXEC SQL
                 UPDATE IBMUSER.STANDING_ORDERS
                    SET PO_ID           = :WS-PO-ID,
                        LAST_ORDER_DATE = CURRENT DATE
                  WHERE SERIES_ID = :TBLSTO-SERIES-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE STANDING_ORDERS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            ADD 1 TO WS-ORDERED-CNTR
            ADD WS-LINE-AMT TO WS-ORDERED-AMT
            PERFORM 2440-WRITE-ORDERED
            .

      ***   ALL OF A VENDOR'S STANDING ORDERS SHARE ONE OPEN PO; ACQTRN
      ***   CLOSES IT WHEN ITS LAST LINE IS RECEIVED AND THE NEXT NEW
      ***   VOLUME OPENS ANOTHER
       2410-GET-STANDING-PO.
            MOVE '2410-GET-STANDING-PO' TO ERR-LOC

            EXEC SQL
                 SELECT MAX(P.PO_ID)
                   INTO :WS-PO-ID :IND-PO-ID
                   FROM IBMUSER.PURCH_ORDERS P
                  WHERE P.VENDOR_ID = :WS-PARM-VENDOR
                    AND P.PO_STATUS = 'O'
                    AND P.PO_ID IN
                        (SELECT O.PO_ID
                           FROM IBMUSER.STANDING_ORDERS O
                          WHERE O.VENDOR_ID = :WS-PARM-VENDOR
                            AND O.PO_ID IS NOT NULL)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT STANDING PO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF IND-PO-ID < 0
0805ID         MOVE 'PO_ID' TO WS-NXT-ID-NAME
0805ID         PERFORM 8100-GET-NEXT-ID
0805ID         MOVE WS-NXT-NEXT-ID TO WS-PO-ID
               MOVE WS-PO-ID       TO TBLPOR-PO-ID
               MOVE WS-PARM-VENDOR TO TBLPOR-VENDOR-ID

               EXEC SQL
                    INSERT INTO IBMUSER.PURCH_ORDERS
                           (PO_ID, VENDOR_ID, ORDER_DATE,
                            PO_STATUS)
                    VALUES (:TBLPOR-PO-ID,
                            :TBLPOR-VENDOR-ID,
                            CURRENT DATE, 'O')
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'INSERT PURCH_ORDERS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               MOVE 1 TO WS-LINE-NO
               ADD 1 TO WS-NEW-PO-CNTR
            ELSE
               MOVE WS-PO-ID TO TBLPLN-PO-ID

               EXEC SQL
                    SELECT COALESCE(MAX(LINE_NO), 0) + 1
                      INTO :WS-LINE-NO
                      FROM IBMUSER.PO_LINES
                     WHERE PO_ID = :TBLPLN-PO-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT NEXT LINE_NO' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF
            .

       2420-CREATE-BOOK-ROW.
            MOVE '2420-CREATE-BOOK-ROW' TO ERR-LOC

0805ID      MOVE 'BOOK_ID' TO WS-NXT-ID-NAME
0805ID      PERFORM 8100-GET-NEXT-ID
0805ID      MOVE WS-NXT-NEXT-ID TO WS-BOOK-ID

            INITIALIZE DCLBOOKS
            MOVE WS-BOOK-ID TO TBLBKS-BOOK-ID
            MOVE FUNCTION TRIM (WS-AN-TITLE) TO TBLBKS-TITLE-TEXT
            MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-AN-TITLE))
              TO TBLBKS-TITLE-LEN
            MOVE FUNCTION TRIM (WS-AN-ISBN) TO TBLBKS-ISBN-TEXT
            MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-AN-ISBN))
              TO TBLBKS-ISBN-LEN
            MOVE WS-HOME-BRANCH   TO TBLBKS-BRANCH-ID
            MOVE TBLSTO-SERIES-ID TO TBLBKS-SERIES-ID
            MOVE WS-AN-VOLUME     TO TBLBKS-SERIES-SEQ

            MOVE 0 TO IND-PUBDATE
            IF  WS-AN-PUBDATE (1:4) IS NUMERIC
            AND WS-AN-PUBDATE (5:1) = '-'
            AND WS-AN-PUBDATE (6:2) IS NUMERIC
            AND WS-AN-PUBDATE (8:1) = '-'
            AND WS-AN-PUBDATE (9:2) IS NUMERIC
               MOVE WS-AN-PUBDATE TO TBLBKS-PUBLISHED-DATE
            ELSE
               MOVE -1 TO IND-PUBDATE
            END-IF

      ***   ON ORDER ('O') WITH NO COPIES YET - HOLDABLE AT ONCE;
      ***   ACQTRN PF6 MAKES IT AVAILABLE AND ADDS COPY 1
            EXEC SQL
                 INSERT INTO IBMUSER.BOOKS
                        (BOOK_ID, TITLE, TOTAL_PAGES, RATING,
                         ISBN, PUBLISHED_DATE, PUBLISHER_ID, GENRE,
                         DELETED_FLAG, LAST_CHANGED_TS, ITEM_STATUS,
                         BRANCH_ID, SERIES_ID, SERIES_SEQ)
                 VALUES (:TBLBKS-BOOK-ID, :TBLBKS-TITLE,
                         NULL, NULL, :TBLBKS-ISBN,
                         :TBLBKS-PUBLISHED-DATE :IND-PUBDATE,
                         NULL, NULL,
                         'N', CURRENT TIMESTAMP, 'O',
                         :TBLBKS-BRANCH-ID, :TBLBKS-SERIES-ID,
                         :TBLBKS-SERIES-SEQ)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT BOOKS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

      ***   SEARCHABLE AT ONCE SO PATRONS CAN FIND IT TO HOLD IT
1013KW      MOVE WS-BOOK-ID TO WS-KW-BOOK-ID
1013KW      MOVE 0 TO WS-KW-RC
1013KW      CALL 'KWMAINT' USING WS-KWMAINT-PARMS
1013KW      IF WS-KW-RC NOT = 0
1013KW         MOVE WS-KW-RC TO EVAL-CODE
1013KW         MOVE 'CALL KWMAINT' TO ERR-MSG
1013KW         PERFORM 9999-ERROR-HANDLING
1013KW      END-IF
            .

       2430-INSERT-LINE.
            MOVE '2430-INSERT-LINE' TO ERR-LOC

            INITIALIZE DCLPLN
            MOVE WS-PO-ID          TO TBLPLN-PO-ID
            MOVE WS-LINE-NO        TO TBLPLN-LINE-NO
            MOVE TBLBKS-TITLE      TO TBLPLN-TITLE
            MOVE TBLBKS-ISBN       TO TBLPLN-ISBN
            MOVE WS-AN-PRICE       TO TBLPLN-UNIT-PRICE
            MOVE WS-COPY-TOTAL     TO TBLPLN-ORDER-QTY
            MOVE WS-BOOK-ID        TO TBLPLN-BOOK-ID
            MOVE TBLSTO-FUND-CODE  TO TBLPLN-FUND-CODE
            MOVE WS-PGM-NAME       TO TBLPLN-ORDERED-BY-TEXT
            MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-PGM-NAME))
              TO TBLPLN-ORDERED-BY-LEN

            EXEC SQL
                 INSERT INTO IBMUSER.PO_LINES
                        (PO_ID, LINE_NO, TITLE, ISBN, UNIT_PRICE,
                         ORDER_QTY, LINE_STATUS, BOOK_ID,
                         FUND_CODE, CLAIM_COUNT, LAST_CLAIM_DATE,
                         ORDERED_BY, OVERRIDE_BY, RECEIVED_BY,
                         RECEIVED_DATE)
                 VALUES (:TBLPLN-PO-ID, :TBLPLN-LINE-NO,
                         :TBLPLN-TITLE, :TBLPLN-ISBN,
                         :TBLPLN-UNIT-PRICE, :TBLPLN-ORDER-QTY,
                         'O', :TBLPLN-BOOK-ID,
                         :TBLPLN-FUND-CODE,
                         0, NULL,
                         :TBLPLN-ORDERED-BY, '',
                         '', NULL)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT PO_LINES' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

      ***   ENCUMBERED THE MOMENT THE LINE GOES ON ORDER (ACQTRN 2210)
            EXEC SQL
                 UPDATE IBMUSER.FUNDS
                    SET ENCUM_AMT = ENCUM_AMT + :WS-LINE-AMT
                  WHERE FUND_CODE = :TBLPLN-FUND-CODE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE FUNDS ENCUM' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2440-WRITE-ORDERED.
            MOVE '2440-WRITE-ORDERED' TO ERR-LOC

            MOVE WS-AN-ISBN            TO WS-OL-ISBN
            MOVE WS-AN-TITLE           TO WS-OL-TITLE
            MOVE WS-AN-SERIES          TO WS-OL-SERIES
            MOVE WS-AN-VOLUME          TO WS-OL-VOLUME
            MOVE WS-COPY-TOTAL         TO WS-OL-QTY
            MOVE WS-AN-PRICE           TO WS-OL-PRICE
            MOVE WS-LINE-AMT           TO WS-OL-AMOUNT
            MOVE TBLSTO-FUND-CODE-TEXT TO WS-OL-FUND
            MOVE WS-PO-ID              TO WS-OL-PO-ID
            MOVE WS-LINE-NO            TO WS-OL-LINE-NO
            MOVE WS-BOOK-ID            TO WS-OL-BOOK-ID
            WRITE REC-STORDOP FROM WS-ORD-LINE
            .

       2500-WRITE-REVIEW.
            MOVE '2500-WRITE-REVIEW' TO ERR-LOC

            ADD 1 TO WS-REVIEW-CNTR
            MOVE WS-AN-ISBN     TO WS-RL-ISBN
            MOVE WS-AN-TITLE    TO WS-RL-TITLE
            MOVE WS-AN-SERIES   TO WS-RL-SERIES
            MOVE WS-AN-VOLUME-X TO WS-RL-VOLUME
            IF WS-AN-PRICE-X IS NUMERIC
               MOVE WS-AN-PRICE TO WS-RL-PRICE
            ELSE
               MOVE 0           TO WS-RL-PRICE
            END-IF
            MOVE TBLSTO-PRICE-CEILING TO WS-RL-CEILING
            MOVE WS-SKIP-REASON TO WS-RL-REASON
            WRITE REC-STORREVOP FROM WS-REV-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
0807RH      MOVE WS-ORDERED-CNTR TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-STOANNI
            MOVE FS-STOANNI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-STOANNI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            CLOSE FD-STORDOP
            MOVE FS-STORDOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-STORDOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            CLOSE FD-STORREVOP
            MOVE FS-STORREVOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-STORREVOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

0805ID 8100-GET-NEXT-ID.
0805ID      MOVE '8100-GET-NEXT-ID' TO ERR-LOC

0805ID      MOVE 0 TO WS-NXT-NEXT-ID
0805ID                WS-NXT-RC
0805ID      CALL 'NEXTID' USING WS-NEXTID-PARMS

0805ID      IF WS-NXT-RC NOT = 0
0805ID         MOVE WS-NXT-RC TO EVAL-CODE
0805ID         MOVE 'CALL NEXTID' TO ERR-MSG
0805ID         PERFORM 9999-ERROR-HANDLING
0805ID      END-IF
0805ID      .

       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            DISPLAY WS-ERROR
0807RH      MOVE 'E'      TO WS-RL-FUNC
0807RH      MOVE 'FAILED' TO WS-RL-STATUS
0807RH      MOVE ERR-LOC  TO WS-RL-ERR-LOC
0807RH      MOVE ERR-MSG  TO WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS
            PERFORM 9999-TERMINATE
            .

       9999-TERMINATE.
            STOP RUN
            .
