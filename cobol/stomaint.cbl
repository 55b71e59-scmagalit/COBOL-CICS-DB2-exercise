      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    STOMAINT.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/18/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * SERIES STANDING ORDERS - MAINTENANCE FROM CARDS                *
      *----------------------------------------------------------------*
      * - PLACES A SERIES (IBMUSER.SERIES) ON STANDING ORDER WITH A    *
      *   VENDOR, A FUND CODE, A PER-COPY PRICE CEILING AND THE        *
      *   COPIES EACH BRANCH TAKES; STORDRUN THEN ORDERS EVERY NEW     *
      *   VOLUME THE VENDOR ANNOUNCES                                  *
      * - ONE CARD PER CHANGE (SEE LAYOUT):                            *
      *   A - ADD, OR REPLACE THE TERMS OF A STANDING ORDER ALREADY    *
      *       ON FILE (THE BRANCH COPIES ARE REPLACED AS A WHOLE).     *
      *       SERIES, VENDOR, FUND AND BRANCHES MUST BE ON FILE.       *
      *       A CHANGE OF VENDOR STARTS A NEW STANDING-ORDER PO        *
      *   S - SUSPEND (STORDRUN SKIPS IT)   R - RESUME                 *
      *   D - DROP; LINES ALREADY ORDERED STAY ON THEIR PO             *
      * - EVERY CARD IS LISTED WITH ITS RESULT, FOLLOWED BY ALL THE    *
      *   STANDING ORDERS NOW ON FILE                                  *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   18,2020 - INITIAL VERSION                        (1118SO)*
      *                                                                *
      * INPUT RECORD LAYOUT (STOMNTI, 80 BYTES):                       *
      *   1       ACTION (A/S/R/D)                                     *
      *   2-10    SERIES ID                                            *
      *   11-19   VENDOR ID            (A ONLY)                        *
      *   20-27   FUND CODE            (A ONLY)                        *
      *   28-34   PRICE CEILING 9(5)V99 (A ONLY)                       *
      *   35-74   UP TO 5 BRANCH/COPIES PAIRS, 9(4) + 9(4) (A ONLY)    *
      *   75-80   FILLER                                               *
      *                                                                *
      * FILES:                                                         *
      * STOMNTI  (INPUT)  - IBMUSER.SMAGALIT.STOMNTI                   *
      * STOMNTOP (OUTPUT) - IBMUSER.SMAGALIT.STOMNTOP                  *
      * IBMUSER.STANDING_ORDERS (I/O) - SEE DCLSTO                     *
      * IBMUSER.STO_BRANCHES    (I/O) - SEE DCLSTB                     *
      *                                                                *
      * 0000-MAIN                      2310-VALIDATE-ADD               *
      * 1000-INIT                      2315-VALIDATE-BRANCH            *
      * 1100-GET-TIMESTAMP             2320-CHECK-ON-FILE              *
      * 1300-OPEN-FILES                2330-ADD-OR-REPLACE             *
      * 1400-SET-REPVARS               2335-INSERT-BRANCH              *
      * 2000-MAIN-LOGIC                2340-SET-STATUS                 *
      * 2100-WRITE-HEADERS             2350-DROP-STANDING              *
      * 2150-START-SECTION             2390-WRITE-RESULT               *
      * 2160-END-SECTION               2400-LIST-STANDING              *
      * 2200-READ-RECORD               2410-FETCH-STANDING             *
      * 2300-PROCESS-RECORD            3000-CLEANUP                    *
      * 3100-CLOSE-FILES               9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-STOMNTI  ASSIGN       TO    STOMNTI
                              FILE STATUS  IS FS-STOMNTI
                              ORGANIZATION IS SEQUENTIAL.
           SELECT FD-STOMNTOP ASSIGN       TO    STOMNTOP
                              FILE STATUS  IS FS-STOMNTOP
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-STOMNTI
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  REC-STOMNTI                  PIC X(80).

       FD  FD-STOMNTOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-STOMNTOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-MNT-REC.
               10  WS-MR-ACTION        PIC X(001)     VALUE SPACES  .
               10  WS-MR-SERIES-ID     PIC X(009)     VALUE SPACES  .
               10  WS-MR-VENDOR-ID     PIC X(009)     VALUE SPACES  .
               10  WS-MR-FUND          PIC X(008)     VALUE SPACES  .
               10  WS-MR-CEILING-X     PIC X(007)     VALUE SPACES  .
               10  WS-MR-CEILING       REDEFINES WS-MR-CEILING-X
                                       PIC 9(05)V99                 .
               10  WS-MR-BRANCHES      OCCURS 5 TIMES.
                   15  WS-MR-BRANCH    PIC X(004)                   .
                   15  WS-MR-COPIES    PIC X(004)                   .
               10  FILLER              PIC X(006)     VALUE SPACES  .
           05  WS-SKIP-SW              PIC 9          VALUE 0.
               88  SKIP-RECORD                        VALUE 1.
           05  WS-SKIP-REASON          PIC X(30)      VALUE SPACES.
           05  WS-ONFILE-SW            PIC 9          VALUE 0.
               88  STO-ON-FILE                        VALUE 1.
           05  WS-BX                   PIC S9(04) COMP VALUE 0.
           05  WS-ROW-COUNT            PIC S9(09) COMP VALUE 0.
           05  WS-COPY-TOTAL           PIC S9(09) COMP VALUE 0.
           05  WS-BRANCH-TOTAL         PIC S9(09) COMP VALUE 0.
           05  WS-OLD-VENDOR-ID        PIC S9(09) COMP VALUE 0.
           05  WS-IND-VARS.
               10  IND-PO-ID           PIC S9(04) COMP VALUE 0.
               10  IND-LAST-ORDER      PIC S9(04) COMP VALUE 0.
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'NONE FOUND'         .
               10  FILLER              PIC X(114)    VALUE SPACES  .
           05  WS-CARD-HDR.
               10  FILLER              PIC X(04)
                                       VALUE ' ACT'               .
               10  FILLER              PIC X(10)
                                       VALUE ' SERIES'            .
               10  FILLER              PIC X(31)
                                       VALUE ' SERIES NAME'       .
               10  FILLER              PIC X(10)
                                       VALUE ' VENDOR'            .
               10  FILLER              PIC X(09)
                                       VALUE ' FUND'              .
               10  FILLER              PIC X(10)
                                       VALUE '   CEILING'         .
               10  FILLER              PIC X(08)
                                       VALUE '  COPIES'           .
               10  FILLER              PIC X(50)
                                       VALUE ' RESULT'            .
           05  WS-CARD-LINE.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-CL-ACTION        PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CL-SERIES        PIC X(09)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-CL-NAME          PIC X(30)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CL-VENDOR        PIC X(09)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CL-FUND          PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CL-CEILING       PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CL-COPIES        PIC ZZZ,ZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-CL-RESULT        PIC X(30)     VALUE SPACES  .
               10  FILLER              PIC X(19)     VALUE SPACES  .
           05  WS-STO-HDR.
               10  FILLER              PIC X(10)
                                       VALUE '    SERIES'         .
               10  FILLER              PIC X(31)
                                       VALUE ' SERIES NAME'       .
               10  FILLER              PIC X(10)
                                       VALUE '    VENDOR'         .
               10  FILLER              PIC X(20)
                                       VALUE ' VENDOR NAME'       .
               10  FILLER              PIC X(09)
                                       VALUE ' FUND'              .
               10  FILLER              PIC X(10)
                                       VALUE '   CEILING'         .
               10  FILLER              PIC X(10)
                                       VALUE ' STATUS'            .
               10  FILLER              PIC X(05)
                                       VALUE ' BRNS'              .
               10  FILLER              PIC X(06)
                                       VALUE ' COPYS'             .
               10  FILLER              PIC X(10)
                                       VALUE '     PO ID'         .
               10  FILLER              PIC X(11)
                                       VALUE ' LAST ORDER'        .
           05  WS-STO-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SO-SERIES        PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SO-NAME          PIC X(30)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SO-VENDOR        PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SO-VND-NAME      PIC X(19)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SO-FUND          PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SO-CEILING       PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SO-STATUS        PIC X(09)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SO-BRANCHES      PIC ZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SO-COPIES        PIC ZZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SO-PO-ID         PIC X(09)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SO-LAST-ORDER    PIC X(10)     VALUE SPACES  .
           05  WS-ID-DISP              PIC Z(8)9.
           05  WS-COUNTERS.
               10  WS-SECT-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-REC-READ-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-REC-DONE-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-REC-SKIP-CNTR    PIC S9(08) COMP VALUE 0.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'STANDING ORDER MAINTENANCE'
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
               10  FS-STOMNTI           PIC 99          VALUE 0.
               10  FS-STOMNTOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)      VALUE 'STOMAINT'.

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
           EXEC SQL INCLUDE DCLSTB   END-EXEC.
           EXEC SQL INCLUDE DCLSER   END-EXEC.
           EXEC SQL INCLUDE DCLVND   END-EXEC.
           EXEC SQL INCLUDE DCLFND   END-EXEC.

      *    EVERY STANDING ORDER ON FILE WITH ITS BRANCH COPIES
           EXEC SQL DECLARE CURSTOLST CURSOR FOR
                SELECT O.SERIES_ID
                      ,S.SERIES_NAME
                      ,O.VENDOR_ID
                      ,V.VENDOR_NAME
                      ,O.FUND_CODE
                      ,O.PRICE_CEILING
                      ,O.SO_STATUS
                      ,O.PO_ID
                      ,O.LAST_ORDER_DATE
                      ,(SELECT COUNT(*)
                          FROM IBMUSER.STO_BRANCHES B
                         WHERE B.SERIES_ID = O.SERIES_ID)
                      ,(SELECT COALESCE(SUM(B.COPY_QTY), 0)
                          FROM IBMUSER.STO_BRANCHES B
                         WHERE B.SERIES_ID = O.SERIES_ID)
                  FROM IBMUSER.STANDING_ORDERS O
                      ,IBMUSER.SERIES          S
                      ,IBMUSER.VENDORS         V
                 WHERE S.SERIES_ID = O.SERIES_ID
                   AND V.VENDOR_ID = O.VENDOR_ID
                 ORDER BY S.SERIES_NAME
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

0807RH      MOVE 'STOMAINT' TO WS-RL-JOB-NAME
0807RH      MOVE 'S' TO WS-RL-FUNC
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

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

            OPEN INPUT FD-STOMNTI
            MOVE FS-STOMNTI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN INPUT FD-STOMNTI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN OUTPUT FD-STOMNTOP
            MOVE FS-STOMNTOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-STOMNTOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1400-SET-REPVARS.
            MOVE '1400-SET-REPVARS' TO ERR-LOC
            MOVE WS-PGM-NAME  TO WS-REP-PGM
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(32:)
            MOVE WS-DATE      TO WS-REP-DATE
            INSPECT WS-TIME REPLACING ALL '.' BY ':'
            MOVE WS-TIME      TO WS-REP-TIME
            .

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC
            INITIALIZE WS-COUNTERS
            PERFORM 2100-WRITE-HEADERS

            MOVE 'MAINTENANCE CARDS' TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION
            WRITE REC-STOMNTOP FROM WS-CARD-HDR

            PERFORM 2200-READ-RECORD
            PERFORM 2300-PROCESS-RECORD UNTIL END-OF-FILE
            PERFORM 2160-END-SECTION

            PERFORM 2400-LIST-STANDING

            DISPLAY WS-REC-READ-CNTR ' CARDS READ FROM STOMNTI'
            DISPLAY WS-REC-DONE-CNTR ' CARDS APPLIED'
            DISPLAY WS-REC-SKIP-CNTR ' CARDS REJECTED'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.STOMNTOP'
            WRITE REC-STOMNTOP FROM WS-REP-SPACES
            WRITE REC-STOMNTOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            WRITE REC-STOMNTOP FROM WS-REP-HEADER1
            WRITE REC-STOMNTOP FROM WS-REP-HEADER2
            WRITE REC-STOMNTOP FROM WS-REP-SPACES
            .

       2150-START-SECTION.
            MOVE '2150-START-SECTION' TO ERR-LOC
            MOVE 0 TO WS-SECT-CNTR
            WRITE REC-STOMNTOP FROM WS-REP-SPACES
            WRITE REC-STOMNTOP FROM WS-SECTION-HDR
            WRITE REC-STOMNTOP FROM WS-REP-SPACES
            .

       2160-END-SECTION.
            MOVE '2160-END-SECTION' TO ERR-LOC
            IF WS-SECT-CNTR = 0
               WRITE REC-STOMNTOP FROM WS-NONE-LINE
            END-IF
            .

       2200-READ-RECORD.
            MOVE '2200-READ-RECORD' TO ERR-LOC

            READ FD-STOMNTI INTO WS-MNT-REC
                 AT END
                    SET END-OF-FILE TO TRUE
            END-READ

            MOVE FS-STOMNTI TO EVAL-CODE
            IF NOT ERR-OK AND NOT END-OF-FILE
               MOVE 'READ FD-STOMNTI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2300-PROCESS-RECORD.
            MOVE '2300-PROCESS-RECORD' TO ERR-LOC

            ADD 1 TO WS-REC-READ-CNTR
                     WS-SECT-CNTR
            MOVE 0 TO WS-SKIP-SW
                      WS-COPY-TOTAL
            MOVE SPACES TO WS-SKIP-REASON
            INITIALIZE DCLSTO
                       DCLSER

            IF WS-MR-SERIES-ID IS NUMERIC
               MOVE WS-MR-SERIES-ID TO TBLSTO-SERIES-ID
               PERFORM 2320-CHECK-ON-FILE
            ELSE
               SET SKIP-RECORD TO TRUE
               MOVE 'SERIES ID NOT NUMERIC' TO WS-SKIP-REASON
            END-IF

            IF NOT SKIP-RECORD
               EVALUATE WS-MR-ACTION
                   WHEN 'A'
                        PERFORM 2310-VALIDATE-ADD
                        IF NOT SKIP-RECORD
                           PERFORM 2330-ADD-OR-REPLACE
                        END-IF
                   WHEN 'S'
                   WHEN 'R'
                        IF STO-ON-FILE
                           PERFORM 2340-SET-STATUS
                        ELSE
                           SET SKIP-RECORD TO TRUE
                           MOVE 'NOT ON STANDING ORDER'
                             TO WS-SKIP-REASON
                        END-IF
                   WHEN 'D'
                        IF STO-ON-FILE
                           PERFORM 2350-DROP-STANDING
                        ELSE
                           SET SKIP-RECORD TO TRUE
                           MOVE 'NOT ON STANDING ORDER'
                             TO WS-SKIP-REASON
                        END-IF
                   WHEN OTHER
                        SET SKIP-RECORD TO TRUE
                        MOVE 'ACTION MUST BE A, S, R OR D'
                          TO WS-SKIP-REASON
               END-EVALUATE
            END-IF

            IF SKIP-RECORD
               ADD 1 TO WS-REC-SKIP-CNTR
            ELSE
               ADD 1 TO WS-REC-DONE-CNTR
            END-IF

            PERFORM 2390-WRITE-RESULT
            PERFORM 2200-READ-RECORD
            .

       2310-VALIDATE-ADD.
            MOVE '2310-VALIDATE-ADD' TO ERR-LOC

            IF TBLSER-SERIES-NAME-LEN = 0
               SET SKIP-RECORD TO TRUE
               MOVE 'SERIES NOT ON FILE' TO WS-SKIP-REASON
            END-IF

            IF NOT SKIP-RECORD
               IF WS-MR-VENDOR-ID IS NUMERIC
                  MOVE WS-MR-VENDOR-ID TO TBLSTO-VENDOR-ID
                  EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-ROW-COUNT
                         FROM IBMUSER.VENDORS
                        WHERE VENDOR_ID = :TBLSTO-VENDOR-ID
                  END-EXEC
                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'SELECT COUNT VENDORS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
                  IF WS-ROW-COUNT = 0
                     SET SKIP-RECORD TO TRUE
                     MOVE 'VENDOR NOT ON FILE' TO WS-SKIP-REASON
                  END-IF
               ELSE
                  SET SKIP-RECORD TO TRUE
                  MOVE 'VENDOR ID NOT NUMERIC' TO WS-SKIP-REASON
               END-IF
            END-IF

      ***   A STANDING ORDER ALWAYS ENCUMBERS - NO FUNDLESS ORDERS
            IF NOT SKIP-RECORD
               IF FUNCTION TRIM (WS-MR-FUND) = SPACES
                  SET SKIP-RECORD TO TRUE
                  MOVE 'FUND CODE REQUIRED' TO WS-SKIP-REASON
               ELSE
                  MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-MR-FUND))
                    TO TBLSTO-FUND-CODE-TEXT
                  MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-MR-FUND))
                    TO TBLSTO-FUND-CODE-LEN
                  EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-ROW-COUNT
                         FROM IBMUSER.FUNDS
                        WHERE FUND_CODE = :TBLSTO-FUND-CODE
                  END-EXEC
                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'SELECT COUNT FUNDS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
                  IF WS-ROW-COUNT = 0
                     SET SKIP-RECORD TO TRUE
                     MOVE 'FUND CODE NOT ON FILE' TO WS-SKIP-REASON
                  END-IF
               END-IF
            END-IF

            IF NOT SKIP-RECORD
               IF WS-MR-CEILING-X IS NUMERIC
               AND WS-MR-CEILING > 0
                  MOVE WS-MR-CEILING TO TBLSTO-PRICE-CEILING
               ELSE
                  SET SKIP-RECORD TO TRUE
                  MOVE 'PRICE CEILING MISSING' TO WS-SKIP-REASON
               END-IF
            END-IF

            IF NOT SKIP-RECORD
               PERFORM 2315-VALIDATE-BRANCH VARYING WS-BX
                         FROM 1 BY 1 UNTIL WS-BX > 5
               IF NOT SKIP-RECORD
               AND WS-COPY-TOTAL = 0
                  SET SKIP-RECORD TO TRUE
                  MOVE 'NO BRANCH COPIES GIVEN' TO WS-SKIP-REASON
               END-IF
            END-IF
            .

       2315-VALIDATE-BRANCH.
            MOVE '2315-VALIDATE-BRANCH' TO ERR-LOC

            IF  NOT SKIP-RECORD
            AND WS-MR-BRANCH (WS-BX) NOT = SPACES
               IF  WS-MR-BRANCH (WS-BX) IS NUMERIC
               AND WS-MR-COPIES (WS-BX) IS NUMERIC
                  MOVE WS-MR-BRANCH (WS-BX) TO TBLSTB-BRANCH-ID
                  EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-ROW-COUNT
                         FROM IBMUSER.BRANCHES
                        WHERE BRANCH_ID = :TBLSTB-BRANCH-ID
                  END-EXEC
                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'SELECT COUNT BRANCHES' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
                  IF WS-ROW-COUNT = 0
                     SET SKIP-RECORD TO TRUE
                     MOVE 'BRANCH NOT ON FILE' TO WS-SKIP-REASON
                  ELSE
                     COMPUTE WS-COPY-TOTAL = WS-COPY-TOTAL
                           + FUNCTION NUMVAL (WS-MR-COPIES (WS-BX))
                  END-IF
               ELSE
                  SET SKIP-RECORD TO TRUE
                  MOVE 'BRANCH/COPIES NOT NUMERIC' TO WS-SKIP-REASON
               END-IF
            END-IF
            .

       2320-CHECK-ON-FILE.
            MOVE '2320-CHECK-ON-FILE' TO ERR-LOC

            MOVE 0 TO WS-ONFILE-SW
                      WS-OLD-VENDOR-ID
            MOVE TBLSTO-SERIES-ID TO TBLSER-SERIES-ID

            EXEC SQL
                 SELECT SERIES_NAME
                   INTO :TBLSER-SERIES-NAME
                   FROM IBMUSER.SERIES
                  WHERE SERIES_ID = :TBLSER-SERIES-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-EOC
               MOVE 'SELECT SERIES' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL
                 SELECT VENDOR_ID
                   INTO :WS-OLD-VENDOR-ID
                   FROM IBMUSER.STANDING_ORDERS
                  WHERE SERIES_ID = :TBLSTO-SERIES-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET STO-ON-FILE TO TRUE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'SELECT STANDING_ORDERS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2330-ADD-OR-REPLACE.
            MOVE '2330-ADD-OR-REPLACE' TO ERR-LOC

            IF STO-ON-FILE
      ***      A NEW VENDOR CANNOT SHARE THE OLD VENDOR'S PO -
      ***      STORDRUN OPENS A FRESH ONE ON THE NEXT NEW VOLUME
               EXEC SQL
                    UPDATE IBMUSER.STANDING_ORDERS
                       SET VENDOR_ID     = :TBLSTO-VENDOR-ID,
                           FUND_CODE     = :TBLSTO-FUND-CODE,
                           PRICE_CEILING = :TBLSTO-PRICE-CEILING,
                           SO_STATUS     = 'A',
                           PO_ID         = CASE
                                WHEN VENDOR_ID = :TBLSTO-VENDOR-ID
                                THEN PO_ID
                                ELSE NULL END,
                           CHANGED_TS    = CURRENT TIMESTAMP
                     WHERE SERIES_ID = :TBLSTO-SERIES-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'UPDATE STANDING_ORDERS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               MOVE TBLSTO-SERIES-ID TO TBLSTB-SERIES-ID
               EXEC SQL
                    DELETE FROM IBMUSER.STO_BRANCHES
                     WHERE SERIES_ID = :TBLSTB-SERIES-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK AND NOT SQL-EOC
                  MOVE 'DELETE STO_BRANCHES' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               IF WS-OLD-VENDOR-ID = TBLSTO-VENDOR-ID
                  MOVE 'TERMS REPLACED' TO WS-SKIP-REASON
               ELSE
                  MOVE 'TERMS REPLACED - NEW VENDOR' TO WS-SKIP-REASON
               END-IF
            ELSE
               EXEC SQL
                    INSERT INTO IBMUSER.STANDING_ORDERS
                           (SERIES_ID, VENDOR_ID, FUND_CODE,
                            PRICE_CEILING, SO_STATUS, PO_ID,
                            LAST_ORDER_DATE, CHANGED_TS)
                    VALUES (:TBLSTO-SERIES-ID, :TBLSTO-VENDOR-ID,
                            :TBLSTO-FUND-CODE, :TBLSTO-PRICE-CEILING,
                            'A', NULL, NULL, CURRENT TIMESTAMP)
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'INSERT STANDING_ORDERS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               MOVE 'PLACED ON STANDING ORDER' TO WS-SKIP-REASON
            END-IF

            PERFORM 2335-INSERT-BRANCH VARYING WS-BX
                      FROM 1 BY 1 UNTIL WS-BX > 5
            .

       2335-INSERT-BRANCH.
            MOVE '2335-INSERT-BRANCH' TO ERR-LOC

            IF WS-MR-BRANCH (WS-BX) NOT = SPACES
            AND FUNCTION NUMVAL (WS-MR-COPIES (WS-BX)) > 0
               MOVE TBLSTO-SERIES-ID     TO TBLSTB-SERIES-ID
               MOVE WS-MR-BRANCH (WS-BX) TO TBLSTB-BRANCH-ID
               MOVE WS-MR-COPIES (WS-BX) TO TBLSTB-COPY-QTY

      ***      THE SAME BRANCH TWICE ON ONE CARD ADDS UP
               EXEC SQL
                    UPDATE IBMUSER.STO_BRANCHES
                       SET COPY_QTY = COPY_QTY + :TBLSTB-COPY-QTY
                     WHERE SERIES_ID = :TBLSTB-SERIES-ID
                       AND BRANCH_ID = :TBLSTB-BRANCH-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        CONTINUE
                   WHEN SQL-EOC
                        EXEC SQL
                             INSERT INTO IBMUSER.STO_BRANCHES
                                    (SERIES_ID, BRANCH_ID, COPY_QTY)
                             VALUES (:TBLSTB-SERIES-ID,
                                     :TBLSTB-BRANCH-ID,
                                     :TBLSTB-COPY-QTY)
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK
                           MOVE 'INSERT STO_BRANCHES' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF
                   WHEN OTHER
                        MOVE 'UPDATE STO_BRANCHES' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF
            .

       2340-SET-STATUS.
            MOVE '2340-SET-STATUS' TO ERR-LOC

            IF WS-MR-ACTION = 'S'
               MOVE 'S' TO TBLSTO-SO-STATUS
               MOVE 'SUSPENDED' TO WS-SKIP-REASON
            ELSE
               MOVE 'A' TO TBLSTO-SO-STATUS
               MOVE 'RESUMED' TO WS-SKIP-REASON
            END-IF

            EXEC SQL
                 UPDATE IBMUSER.STANDING_ORDERS
                    SET SO_STATUS  = :TBLSTO-SO-STATUS,
                        CHANGED_TS = CURRENT TIMESTAMP
                  WHERE SERIES_ID = :TBLSTO-SERIES-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE SO_STATUS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2350-DROP-STANDING.
            MOVE '2350-DROP-STANDING' TO ERR-LOC

            MOVE TBLSTO-SERIES-ID TO TBLSTB-SERIES-ID
            EXEC SQL
                 DELETE FROM IBMUSER.STO_BRANCHES
                  WHERE SERIES_ID = :TBLSTB-SERIES-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-EOC
               MOVE 'DELETE STO_BRANCHES' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL
                 DELETE FROM IBMUSER.STANDING_ORDERS
                  WHERE SERIES_ID = :TBLSTO-SERIES-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'DELETE STANDING_ORDERS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE 'DROPPED' TO WS-SKIP-REASON
            .

       2390-WRITE-RESULT.
            MOVE '2390-WRITE-RESULT' TO ERR-LOC

            MOVE WS-MR-ACTION    TO WS-CL-ACTION
            MOVE WS-MR-SERIES-ID TO WS-CL-SERIES
            MOVE TBLSER-SERIES-NAME-TEXT TO WS-CL-NAME
            MOVE SPACES          TO WS-CL-VENDOR
                                    WS-CL-FUND
            MOVE 0               TO WS-CL-CEILING
                                    WS-CL-COPIES
            IF WS-MR-ACTION = 'A'
               MOVE WS-MR-VENDOR-ID TO WS-CL-VENDOR
               MOVE WS-MR-FUND      TO WS-CL-FUND
               IF WS-MR-CEILING-X IS NUMERIC
                  MOVE WS-MR-CEILING TO WS-CL-CEILING
               END-IF
               MOVE WS-COPY-TOTAL   TO WS-CL-COPIES
            END-IF

            IF SKIP-RECORD
               MOVE SPACES TO WS-CL-RESULT
               STRING 'REJECTED - '  DELIMITED BY SIZE
                      WS-SKIP-REASON DELIMITED BY SIZE
                 INTO WS-CL-RESULT
               END-STRING
            ELSE
               MOVE WS-SKIP-REASON TO WS-CL-RESULT
            END-IF

            WRITE REC-STOMNTOP FROM WS-CARD-LINE
            .

       2400-LIST-STANDING.
            MOVE '2400-LIST-STANDING' TO ERR-LOC

            MOVE 'STANDING ORDERS ON FILE' TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION
            WRITE REC-STOMNTOP FROM WS-STO-HDR

            EXEC SQL OPEN CURSTOLST END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSTOLST' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2410-FETCH-STANDING UNTIL SQL-EOC

            EXEC SQL CLOSE CURSTOLST END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSTOLST' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2410-FETCH-STANDING.
            MOVE '2410-FETCH-STANDING' TO ERR-LOC
            INITIALIZE DCLSTO
                       DCLSER
                       DCLVND
            EXEC SQL
                 FETCH CURSTOLST
                  INTO :TBLSTO-SERIES-ID
                      ,:TBLSER-SERIES-NAME
                      ,:TBLSTO-VENDOR-ID
                      ,:TBLVND-VENDOR-NAME
                      ,:TBLSTO-FUND-CODE
                      ,:TBLSTO-PRICE-CEILING
                      ,:TBLSTO-SO-STATUS
                      ,:TBLSTO-PO-ID :IND-PO-ID
                      ,:TBLSTO-LAST-ORDER-DATE :IND-LAST-ORDER
                      ,:WS-BRANCH-TOTAL
                      ,:WS-COPY-TOTAL
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-CNTR
                     MOVE TBLSTO-SERIES-ID        TO WS-SO-SERIES
                     MOVE TBLSER-SERIES-NAME-TEXT TO WS-SO-NAME
                     MOVE TBLSTO-VENDOR-ID        TO WS-SO-VENDOR
                     MOVE TBLVND-VENDOR-NAME-TEXT TO WS-SO-VND-NAME
                     MOVE TBLSTO-FUND-CODE-TEXT   TO WS-SO-FUND
                     MOVE TBLSTO-PRICE-CEILING    TO WS-SO-CEILING
                     IF TBLSTO-SO-STATUS = 'A'
                        MOVE 'ACTIVE'    TO WS-SO-STATUS
                     ELSE
                        MOVE 'SUSPENDED' TO WS-SO-STATUS
                     END-IF
                     MOVE WS-BRANCH-TOTAL         TO WS-SO-BRANCHES
                     MOVE WS-COPY-TOTAL           TO WS-SO-COPIES
                     IF IND-PO-ID < 0
                        MOVE 'NONE YET' TO WS-SO-PO-ID
                     ELSE
                        MOVE TBLSTO-PO-ID TO WS-ID-DISP
                        MOVE WS-ID-DISP   TO WS-SO-PO-ID
                     END-IF
                     IF IND-LAST-ORDER < 0
                        MOVE SPACES TO WS-SO-LAST-ORDER
                     ELSE
                        MOVE TBLSTO-LAST-ORDER-DATE
                          TO WS-SO-LAST-ORDER
                     END-IF
                     WRITE REC-STOMNTOP FROM WS-STO-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURSTOLST' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
0807RH      MOVE WS-REC-DONE-CNTR TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-STOMNTI
            MOVE FS-STOMNTI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-STOMNTI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            CLOSE FD-STOMNTOP
            MOVE FS-STOMNTOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-STOMNTOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

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
