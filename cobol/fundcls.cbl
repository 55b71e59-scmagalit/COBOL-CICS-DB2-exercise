      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FUNDCLS.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/16/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * ACQUISITIONS FUNDS - FISCAL YEAR-END CLOSE AND ROLLOVER        *
      *----------------------------------------------------------------*
      * - FUNDS HELD ONE RUNNING BALANCE WITH NO YEAR IN IT, SO AT     *
      *   YEAR END THE FINAL POSITION WAS LOST AND ENCUMBRANCES ON     *
      *   ORDERS STILL OPEN ACROSS THE BOUNDARY LANDED IN THE WRONG    *
      *   YEAR. RUN ONCE, AFTER THE LAST JUNE POSTINGS, FOR THE OPEN   *
      *   FISCAL YEAR (JULY-JUNE, NAMED FOR THE YEAR IT ENDS IN):      *
      *   1) EVERY FUNDS ROW FOR THE YEAR IS COPIED TO FUND_HIST       *
      *      (DCLFYH) AS ITS FINAL POSITION, WITH THE ENCUMBRANCE ON   *
      *      ITS STILL-OPEN PO LINES AS CARRIED_AMT                    *
      *   2) FUNDS IS ROLLED TO THE NEW YEAR WITH ALLOCATION,          *
      *      ENCUMBERED, SPENT AND CARRIED-IN AT ZERO                  *
      *   3) THE NEW YEAR'S ALLOCATIONS ARE LOADED FROM THE FINANCE    *
      *      OFFICE'S BUDGET FILE - UNKNOWN FUNDS ARE ADDED. A PRIOR   *
      *      FUND CODE ON THE LINE MAPS THAT RETIRED FUND'S OPEN       *
      *      ORDERS ONTO THIS ONE (FUND_HIST.CARRIED_TO)               *
      *   4) OPEN PO LINES ('O') ARE CARRIED FORWARD: THE LINE MOVES   *
      *      TO THE SUCCESSOR FUND (IF MAPPED) AND ITS AMOUNT IS       *
      *      ENCUMBERED AGAINST THE NEW YEAR (ENCUM_AMT AND            *
      *      CARRY_IN_AMT), SO ACQTRN RELIEVES IT THERE ON RECEIPT     *
1119SR*      RENEWED SUBSCRIPTIONS (SUBRENEW) WHOSE PERIOD HAS NOT     *
1119SR*      STARTED ARE IN CARRIED_AMT AND MOVE THE SAME WAY          *
      *   5) THE CLOSE-OUT REPORT (FUNDCLOP) LISTS ALL OF THE ABOVE    *
      *      WITH TOTALS AND A SIGN-OFF BLOCK FOR THE FINANCE OFFICE   *
      * - THE WHOLE CLOSE IS ONE UNIT OF WORK: ANY ERROR ROLLS IT      *
      *   BACK AND THE JOB CAN BE RE-RUN AS IS. A YEAR ALREADY IN      *
      *   FUND_HIST IS REFUSED, SO IT CANNOT BE CLOSED TWICE           *
      * - A BAD BUDGET LINE IS LISTED AS REJECTED AND SKIPPED; KEY     *
      *   THE ALLOCATION ON THE FUND SCREEN (FUNDTRN) AFTERWARDS       *
      * - SEE FUNDRPT FY=YYYY TO REPRINT A CLOSED YEAR                 *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   19,2020 - CARRY SUBSCRIPTION RENEWALS            (1119SR)*
      * NOV   16,2020 - INITIAL VERSION                        (1116YE)*
      *                                                                *
      * PARM CARD (REQUIRED):                                          *
      *   FY=YYYY - FISCAL YEAR TO CLOSE; MUST BE THE OPEN YEAR ON     *
      *             FUNDS (A GUARD AGAINST RUNNING THE WRONG CARD)     *
      *                                                                *
      * INPUT RECORD LAYOUT (FUNDBUDI, 80 BYTES):                      *
      *   1-8     FUND CODE                                            *
      *   9-48    FUND NAME (BLANK KEEPS THE CURRENT NAME)             *
      *   49-57   NEW YEAR ALLOCATION (DISPLAY 9(7)V99)                *
      *   58-65   PRIOR YEAR FUND CODE WHOSE OPEN ORDERS CARRY TO      *
      *           THIS FUND (BLANK = NONE)                             *
      *   66-80   FILLER                                               *
      *                                                                *
      * FILES:                                                         *
      * FUNDBUDI (INPUT)  - IBMUSER.SMAGALIT.FUNDBUDI                  *
      * FUNDCLOP (OUTPUT) - IBMUSER.SMAGALIT.FUNDCLOP                  *
      * IBMUSER.FUNDS     (I/O) - FUND LEDGER                          *
      * IBMUSER.FUND_HIST (I/O) - CLOSED-YEAR POSITIONS                *
      * IBMUSER.PO_LINES  (I/O) - OPEN LINES CARRIED FORWARD           *
1119SR* IBMUSER.SUB_RENEWALS  (I/O) - RENEWALS CARRIED FORWARD         *
1119SR* IBMUSER.SUBSCRIPTIONS (I/O) - FUND OF A RETIRED FUND MAPPED    *
      *                                                                *
      * 0000-MAIN                      2400-LOAD-BUDGET                *
      * 1000-INIT                      2410-READ-BUDGET                *
      * 1100-GET-TIMESTAMP             2420-PROCESS-BUDGET             *
      * 1150-PARSE-PARM                2430-VALIDATE-BUDGET            *
      * 1200-SET-YEAR                  2440-APPLY-BUDGET               *
      * 1300-OPEN-FILES                2500-CARRY-FORWARD              *
      * 1400-SET-REPVARS               2510-FETCH-CARRY-LINE           *
      * 2000-MAIN-LOGIC                2520-POST-CARRY                 *
      * 2100-WRITE-HEADERS             2600-LIST-NEW-YEAR              *
      * 2150-START-SECTION             2610-FETCH-NEW-FUND             *
      * 2160-END-SECTION               2700-WRITE-SIGNOFF              *
      * 2200-CLOSE-YEAR                3000-CLEANUP                    *
      * 2210-FETCH-CLOSED-FUND         3100-CLOSE-FILES                *
      * 2300-ROLL-FUNDS                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-FUNDBUDI ASSIGN       TO    FUNDBUDI
                              FILE STATUS  IS FS-FUNDBUDI
                              ORGANIZATION IS SEQUENTIAL.
           SELECT FD-FUNDCLOP ASSIGN       TO    FUNDCLOP
                              FILE STATUS  IS FS-FUNDCLOP
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-FUNDBUDI
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  REC-FUNDBUDI                 PIC X(80).

       FD  FD-FUNDCLOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-FUNDCLOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-BUDGET-REC.
               10  WS-BD-FUND-CODE     PIC X(008)     VALUE SPACES  .
               10  WS-BD-FUND-NAME     PIC X(040)     VALUE SPACES  .
               10  WS-BD-ALLOC-X       PIC X(009)     VALUE SPACES  .
               10  WS-BD-ALLOC         REDEFINES WS-BD-ALLOC-X
                                       PIC 9(7)V99.
               10  WS-BD-PRIOR-FUND    PIC X(008)     VALUE SPACES  .
               10  FILLER              PIC X(015)     VALUE SPACES  .
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'NONE FOUND'         .
               10  FILLER              PIC X(114)    VALUE SPACES  .
           05  WS-FUND-HDR.
               10  FILLER              PIC X(12)
                                       VALUE '  FUND'             .
               10  FILLER              PIC X(30)
                                       VALUE 'NAME'               .
               10  FILLER              PIC X(17)
                                       VALUE '      ALLOCATION'   .
               10  FILLER              PIC X(17)
                                       VALUE '      ENCUMBERED'   .
               10  FILLER              PIC X(17)
                                       VALUE '           SPENT'   .
               10  FILLER              PIC X(17)
                                       VALUE '            FREE'   .
               10  FILLER              PIC X(22)
                                       VALUE '     CARRIED FWD'   .
           05  WS-FUND-LINE.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-FL-FUND          PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-FL-NAME          PIC X(30)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-FL-ALLOC         PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-FL-ENCUM         PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-FL-SPENT         PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-FL-FREE          PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-FL-CARRIED       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(05)     VALUE SPACES  .
           05  WS-BUD-HDR.
               10  FILLER              PIC X(12)
                                       VALUE '  FUND'             .
               10  FILLER              PIC X(30)
                                       VALUE 'NAME'               .
               10  FILLER              PIC X(17)
                                       VALUE '      ALLOCATION'   .
               10  FILLER              PIC X(12)
                                       VALUE '  PRIOR FUND'       .
               10  FILLER              PIC X(61)
                                       VALUE 'RESULT'             .
           05  WS-BUD-LINE.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-BL-FUND          PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-BL-NAME          PIC X(30)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-BL-ALLOC         PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-BL-PRIOR         PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-BL-RESULT        PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(21)     VALUE SPACES  .
           05  WS-CARRY-HDR.
               10  FILLER              PIC X(12)
                                       VALUE '          PO'       .
               10  FILLER              PIC X(07)
                                       VALUE '   LINE'            .
               10  FILLER              PIC X(43)
                                       VALUE '   TITLE'           .
               10  FILLER              PIC X(10)
                                       VALUE '  FROM'             .
               10  FILLER              PIC X(10)
                                       VALUE '  TO'               .
               10  FILLER              PIC X(17)
                                       VALUE '          AMOUNT'   .
               10  FILLER              PIC X(33)     VALUE SPACES  .
           05  WS-CARRY-LINE.
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-CL-PO            PIC Z(8)9.
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-CL-LINE          PIC ZZZ9.
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-CL-TITLE         PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-CL-FROM          PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-CL-TO            PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-CL-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(33)     VALUE SPACES  .
           05  WS-CARRY-TOTAL.
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-CT-TEXT          PIC X(81)     VALUE SPACES  .
               10  WS-CT-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(33)     VALUE SPACES  .
           05  WS-OPEN-HDR.
               10  FILLER              PIC X(12)
                                       VALUE '  FUND'             .
               10  FILLER              PIC X(30)
                                       VALUE 'NAME'               .
               10  FILLER              PIC X(17)
                                       VALUE '      ALLOCATION'   .
               10  FILLER              PIC X(17)
                                       VALUE '      CARRIED IN'   .
               10  FILLER              PIC X(17)
                                       VALUE '      ENCUMBERED'   .
               10  FILLER              PIC X(17)
                                       VALUE '            FREE'   .
               10  FILLER              PIC X(22)     VALUE SPACES  .
           05  WS-OPEN-LINE.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-OL-FUND          PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-OL-NAME          PIC X(30)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-OL-ALLOC         PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-OL-CARRY-IN      PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-OL-ENCUM         PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-OL-FREE          PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(22)     VALUE SPACES  .
           05  WS-SIGN-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-SG-LABEL1        PIC X(14)     VALUE SPACES  .
               10  FILLER              PIC X(40)     VALUE ALL '_' .
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-SG-LABEL2        PIC X(06)     VALUE SPACES  .
               10  FILLER              PIC X(20)     VALUE ALL '_' .
               10  FILLER              PIC X(44)     VALUE SPACES  .
           05  WS-CLOSE-FY             PIC S9(09) COMP VALUE 0.
           05  WS-NEW-FY               PIC S9(09) COMP VALUE 0.
           05  WS-PARM-FY              PIC 9(04)       VALUE 0.
           05  WS-CLOSE-FY-DISP        PIC 9(04)       VALUE 0.
           05  WS-NEW-FY-DISP          PIC 9(04)       VALUE 0.
           05  WS-HIST-COUNT           PIC S9(09) COMP VALUE 0.
           05  WS-PRIOR-COUNT          PIC S9(09) COMP VALUE 0.
           05  WS-FREE-BAL             PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-LINE-AMT             PIC S9(7)V9(2) COMP-3 VALUE 0.
           05  WS-BUD-RESULT           PIC X(40)      VALUE SPACES.
           05  WS-BUD-WORK             PIC X(40)      VALUE SPACES.
           05  WS-REJ-DISP             PIC ZZZZZZZ9.
           05  WS-SKIP-SW              PIC 9          VALUE 0.
               88  SKIP-RECORD                        VALUE 1.
           05  WS-IND-VARS.
               10  IND-CLOSE-FY        PIC S9(04) COMP VALUE 0.
           05  WS-TOTALS.
               10  WS-TOT-ALLOC        PIC S9(9)V9(2) COMP-3 VALUE 0.
               10  WS-TOT-ENCUM        PIC S9(9)V9(2) COMP-3 VALUE 0.
               10  WS-TOT-SPENT        PIC S9(9)V9(2) COMP-3 VALUE 0.
               10  WS-TOT-FREE         PIC S9(9)V9(2) COMP-3 VALUE 0.
               10  WS-TOT-CARRIED      PIC S9(9)V9(2) COMP-3 VALUE 0.
               10  WS-TOT-CARRY-IN     PIC S9(9)V9(2) COMP-3 VALUE 0.
           05  WS-COUNTERS.
               10  WS-SECT-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-CLOSED-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-BUD-READ-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-BUD-ADD-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-BUD-UPD-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-BUD-REJ-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-CARRY-CNTR       PIC S9(08) COMP VALUE 0.
               10  WS-OPEN-CNTR        PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'FUNDS FISCAL YEAR-END CLOSE-OUT'
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
               10  FS-FUNDBUDI          PIC 99          VALUE 0.
               10  FS-FUNDCLOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)      VALUE 'FUNDCLS'.

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
           EXEC SQL INCLUDE DCLFND   END-EXEC.
           EXEC SQL INCLUDE DCLFYH   END-EXEC.
           EXEC SQL INCLUDE DCLPLN   END-EXEC.

      *    FINAL POSITION OF EVERY FUND IN THE YEAR BEING CLOSED
           EXEC SQL DECLARE CURFYCLS CURSOR FOR
                SELECT FUND_CODE
                      ,FUND_NAME
                      ,ALLOC_AMT
                      ,ENCUM_AMT
                      ,SPENT_AMT
                      ,CARRIED_AMT
                  FROM IBMUSER.FUND_HIST
                 WHERE FISCAL_YEAR = :WS-CLOSE-FY
                 ORDER BY FUND_CODE
           END-EXEC.

      *    OPEN PO LINES ON A CLOSED FUND AND WHERE THEY ARE GOING -
      *    READ BEFORE 2520 MOVES THE LINES TO THEIR SUCCESSOR FUND
           EXEC SQL DECLARE CURFYCAR CURSOR FOR
                SELECT L.PO_ID
                      ,L.LINE_NO
                      ,L.TITLE
                      ,H.FUND_CODE
                      ,H.CARRIED_TO
                      ,L.UNIT_PRICE * L.ORDER_QTY
                  FROM IBMUSER.PO_LINES  L
                      ,IBMUSER.FUND_HIST H
                 WHERE H.FISCAL_YEAR = :WS-CLOSE-FY
                   AND H.FUND_CODE   = L.FUND_CODE
                   AND L.LINE_STATUS = 'O'
                 ORDER BY H.FUND_CODE, L.PO_ID, L.LINE_NO
           END-EXEC.

      *    OPENING POSITION OF THE NEW YEAR
           EXEC SQL DECLARE CURFYNEW CURSOR FOR
                SELECT FUND_CODE
                      ,FUND_NAME
                      ,ALLOC_AMT
                      ,CARRY_IN_AMT
                      ,ENCUM_AMT
                      ,SPENT_AMT
                  FROM IBMUSER.FUNDS
                 WHERE FISCAL_YEAR = :WS-NEW-FY
                 ORDER BY FUND_CODE
           END-EXEC.

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

0807RH      MOVE 'FUNDCLS' TO WS-RL-JOB-NAME
0807RH      IF LS-PARM-LEN > 0
0807RH         MOVE LS-PARM-TEXT TO WS-RL-PARM-TEXT
0807RH      END-IF
0807RH      MOVE 'S' TO WS-RL-FUNC
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

      ***   KEEP THE RUNNING ROW IF THE CLOSE ITSELF IS ROLLED BACK
            EXEC SQL COMMIT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'COMMIT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 1000-INIT
            PERFORM 2000-MAIN-LOGIC
            PERFORM 3000-CLEANUP
            .

       1000-INIT.
            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1100-GET-TIMESTAMP
            PERFORM 1150-PARSE-PARM
            PERFORM 1200-SET-YEAR
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

               IF FUNCTION TRIM (WS-PARM-KEY) = 'FY'
               AND WS-PARM-VAL (1:4) IS NUMERIC
                  MOVE WS-PARM-VAL (1:4) TO WS-PARM-FY
               END-IF
            END-IF

            IF WS-PARM-FY = 0
               DISPLAY 'PARM FY=YYYY NAMING THE YEAR TO CLOSE IS '
                       'REQUIRED'
               MOVE 'PARM FY=YYYY REQUIRED' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      *--------------------------------------------------------------*
      * THE OPEN YEAR IS THE ONE FUNDS IS POSTING TO; IT MUST MATCH   *
      * THE PARM AND MUST NOT ALREADY BE IN FUND_HIST                 *
      *--------------------------------------------------------------*
       1200-SET-YEAR.
            MOVE '1200-SET-YEAR' TO ERR-LOC

            EXEC SQL
                 SELECT MAX(FISCAL_YEAR)
                   INTO :WS-CLOSE-FY :IND-CLOSE-FY
                   FROM IBMUSER.FUNDS
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT MAX FISCAL_YEAR' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF IND-CLOSE-FY < 0
               DISPLAY 'NO FUNDS ON FILE - NOTHING TO CLOSE'
               MOVE 'NO FUNDS ON FILE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE WS-CLOSE-FY TO WS-CLOSE-FY-DISP
            IF WS-PARM-FY NOT = WS-CLOSE-FY-DISP
               DISPLAY 'PARM FY=' WS-PARM-FY ' IS NOT THE OPEN '
                       'FISCAL YEAR ' WS-CLOSE-FY-DISP
               MOVE 'FY NOT THE OPEN YEAR' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-HIST-COUNT
                   FROM IBMUSER.FUND_HIST
                  WHERE FISCAL_YEAR = :WS-CLOSE-FY
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT COUNT FUND_HIST' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-HIST-COUNT > 0
               DISPLAY 'FISCAL YEAR ' WS-CLOSE-FY-DISP
                       ' IS ALREADY IN FUND_HIST - NOT CLOSED AGAIN'
               MOVE 'FY ALREADY CLOSED' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            COMPUTE WS-NEW-FY = WS-CLOSE-FY + 1
            MOVE WS-NEW-FY TO WS-NEW-FY-DISP
            DISPLAY 'CLOSING FISCAL YEAR ' WS-CLOSE-FY-DISP
                    ', OPENING ' WS-NEW-FY-DISP
            .

       1300-OPEN-FILES.
            MOVE '1300-OPEN-FILES' TO ERR-LOC

            OPEN INPUT FD-FUNDBUDI
            MOVE FS-FUNDBUDI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN INPUT FD-FUNDBUDI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN OUTPUT FD-FUNDCLOP
            MOVE FS-FUNDCLOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-FUNDCLOP' TO ERR-MSG
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

            PERFORM 2200-CLOSE-YEAR
            PERFORM 2300-ROLL-FUNDS
            PERFORM 2400-LOAD-BUDGET
            PERFORM 2500-CARRY-FORWARD
            PERFORM 2600-LIST-NEW-YEAR
            PERFORM 2700-WRITE-SIGNOFF

            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.FUNDCLOP'
            DISPLAY WS-CLOSED-CNTR   ' FUNDS CLOSED TO FUND_HIST'
            DISPLAY WS-BUD-READ-CNTR ' BUDGET LINES READ, '
                    WS-BUD-ADD-CNTR  ' ADDED, '
                    WS-BUD-UPD-CNTR  ' UPDATED, '
                    WS-BUD-REJ-CNTR  ' REJECTED'
            DISPLAY WS-CARRY-CNTR    ' OPEN PO LINES CARRIED FORWARD'
            WRITE REC-FUNDCLOP FROM WS-REP-SPACES
            WRITE REC-FUNDCLOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            WRITE REC-FUNDCLOP FROM WS-REP-HEADER1
            WRITE REC-FUNDCLOP FROM WS-REP-HEADER2
            WRITE REC-FUNDCLOP FROM WS-REP-SPACES
            MOVE SPACES TO WS-SECTION-HDR
            STRING 'FISCAL YEAR '    DELIMITED BY SIZE
                   WS-CLOSE-FY-DISP  DELIMITED BY SIZE
                   ' CLOSED, FISCAL YEAR '
                                     DELIMITED BY SIZE
                   WS-NEW-FY-DISP    DELIMITED BY SIZE
                   ' OPENED'         DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            WRITE REC-FUNDCLOP FROM WS-SECTION-HDR
            .

      *--------------------------------------------------------------*
      * WS-SECTION-HDR IS SET BY THE CALLER                           *
      *--------------------------------------------------------------*
       2150-START-SECTION.
            MOVE '2150-START-SECTION' TO ERR-LOC
            MOVE 0 TO WS-SECT-CNTR
            INITIALIZE WS-TOTALS
            WRITE REC-FUNDCLOP FROM WS-REP-SPACES
            WRITE REC-FUNDCLOP FROM WS-SECTION-HDR
            WRITE REC-FUNDCLOP FROM WS-REP-SPACES
            .

       2160-END-SECTION.
            MOVE '2160-END-SECTION' TO ERR-LOC
            IF WS-SECT-CNTR = 0
               WRITE REC-FUNDCLOP FROM WS-NONE-LINE
            END-IF
            .

      *--------------------------------------------------------------*
      * SNAPSHOT EVERY FUND AS IT STANDS, THEN LIST THE SNAPSHOT.     *
      * CARRIED_AMT IS WHAT IS STILL ENCUMBERED ON OPEN PO LINES;     *
      * CARRIED_TO STARTS AS THE SAME FUND (SEE 2440 FOR MAPPINGS)    *
      *--------------------------------------------------------------*
       2200-CLOSE-YEAR.
            MOVE '2200-CLOSE-YEAR' TO ERR-LOC

            EXEC SQL
                 INSERT INTO IBMUSER.FUND_HIST
                        (FISCAL_YEAR, FUND_CODE, FUND_NAME,
                         ALLOC_AMT, ENCUM_AMT, SPENT_AMT,
                         CARRY_IN_AMT, CARRIED_AMT, CARRIED_TO,
                         CLOSED_TS)
                 SELECT F.FISCAL_YEAR, F.FUND_CODE, F.FUND_NAME,
                        F.ALLOC_AMT, F.ENCUM_AMT, F.SPENT_AMT,
                        F.CARRY_IN_AMT,
                        COALESCE((SELECT SUM(L.UNIT_PRICE * L.ORDER_QTY)
                                    FROM IBMUSER.PO_LINES L
                                   WHERE L.FUND_CODE   = F.FUND_CODE
1119SR                               AND L.LINE_STATUS = 'O'), 0)
1119SR                + COALESCE((SELECT SUM(R.ANNUAL_COST)
1119SR                              FROM IBMUSER.SUB_RENEWALS R
1119SR                             WHERE R.FUND_CODE    = F.FUND_CODE
1119SR                               AND R.RENEW_STATUS = 'E'), 0),
                        F.FUND_CODE, CURRENT TIMESTAMP
                   FROM IBMUSER.FUNDS F
                  WHERE F.FISCAL_YEAR = :WS-CLOSE-FY
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT FUND_HIST' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE SPACES TO WS-SECTION-HDR
            STRING 'FISCAL YEAR '    DELIMITED BY SIZE
                   WS-CLOSE-FY-DISP  DELIMITED BY SIZE
                   ' - FINAL POSITION BY FUND'
                                     DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            PERFORM 2150-START-SECTION
            WRITE REC-FUNDCLOP FROM WS-FUND-HDR

            EXEC SQL OPEN CURFYCLS END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURFYCLS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2210-FETCH-CLOSED-FUND UNTIL SQL-EOC

            EXEC SQL CLOSE CURFYCLS END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURFYCLS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION

            MOVE SPACES           TO WS-FL-FUND
                                     WS-FL-NAME
            MOVE 'TOTAL'          TO WS-FL-FUND
            MOVE WS-TOT-ALLOC     TO WS-FL-ALLOC
            MOVE WS-TOT-ENCUM     TO WS-FL-ENCUM
            MOVE WS-TOT-SPENT     TO WS-FL-SPENT
            MOVE WS-TOT-FREE      TO WS-FL-FREE
            MOVE WS-TOT-CARRIED   TO WS-FL-CARRIED
            WRITE REC-FUNDCLOP FROM WS-REP-SPACES
            WRITE REC-FUNDCLOP FROM WS-FUND-LINE
            .

       2210-FETCH-CLOSED-FUND.
            MOVE '2210-FETCH-CLOSED-FUND' TO ERR-LOC
            INITIALIZE DCLFYH
            EXEC SQL
                 FETCH CURFYCLS
                  INTO :TBLFYH-FUND-CODE
                      ,:TBLFYH-FUND-NAME
                      ,:TBLFYH-ALLOC-AMT
                      ,:TBLFYH-ENCUM-AMT
                      ,:TBLFYH-SPENT-AMT
                      ,:TBLFYH-CARRIED-AMT
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-CNTR
                              WS-CLOSED-CNTR
                     COMPUTE WS-FREE-BAL = TBLFYH-ALLOC-AMT
                                         - TBLFYH-ENCUM-AMT
                                         - TBLFYH-SPENT-AMT
                     ADD TBLFYH-ALLOC-AMT   TO WS-TOT-ALLOC
                     ADD TBLFYH-ENCUM-AMT   TO WS-TOT-ENCUM
                     ADD TBLFYH-SPENT-AMT   TO WS-TOT-SPENT
                     ADD WS-FREE-BAL        TO WS-TOT-FREE
                     ADD TBLFYH-CARRIED-AMT TO WS-TOT-CARRIED

                     MOVE TBLFYH-FUND-CODE-TEXT TO WS-FL-FUND
                     MOVE TBLFYH-FUND-NAME-TEXT TO WS-FL-NAME
                     MOVE TBLFYH-ALLOC-AMT      TO WS-FL-ALLOC
                     MOVE TBLFYH-ENCUM-AMT      TO WS-FL-ENCUM
                     MOVE TBLFYH-SPENT-AMT      TO WS-FL-SPENT
                     MOVE WS-FREE-BAL           TO WS-FL-FREE
                     MOVE TBLFYH-CARRIED-AMT    TO WS-FL-CARRIED
                     WRITE REC-FUNDCLOP FROM WS-FUND-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURFYCLS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2300-ROLL-FUNDS.
            MOVE '2300-ROLL-FUNDS' TO ERR-LOC

            EXEC SQL
                 UPDATE IBMUSER.FUNDS
                    SET FISCAL_YEAR  = :WS-NEW-FY,
                        ALLOC_AMT    = 0,
                        ENCUM_AMT    = 0,
                        SPENT_AMT    = 0,
                        CARRY_IN_AMT = 0
                  WHERE FISCAL_YEAR  = :WS-CLOSE-FY
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE FUNDS ROLL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2400-LOAD-BUDGET.
            MOVE '2400-LOAD-BUDGET' TO ERR-LOC

            MOVE SPACES TO WS-SECTION-HDR
            STRING 'FISCAL YEAR '    DELIMITED BY SIZE
                   WS-NEW-FY-DISP    DELIMITED BY SIZE
                   ' - ALLOCATIONS LOADED FROM THE BUDGET FILE'
                                     DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            PERFORM 2150-START-SECTION
            WRITE REC-FUNDCLOP FROM WS-BUD-HDR

            PERFORM 2410-READ-BUDGET
            PERFORM 2420-PROCESS-BUDGET UNTIL END-OF-FILE

            PERFORM 2160-END-SECTION

            MOVE SPACES         TO WS-BUD-LINE
            MOVE 'TOTAL'        TO WS-BL-FUND
            MOVE WS-TOT-ALLOC   TO WS-BL-ALLOC
            MOVE WS-BUD-REJ-CNTR TO WS-REJ-DISP
            MOVE SPACES         TO WS-BUD-RESULT
            STRING FUNCTION TRIM (WS-REJ-DISP)
                                   DELIMITED BY SIZE
                   ' LINES REJECTED'
                                   DELIMITED BY SIZE
              INTO WS-BUD-RESULT
            END-STRING
            MOVE WS-BUD-RESULT  TO WS-BL-RESULT
            WRITE REC-FUNDCLOP FROM WS-REP-SPACES
            WRITE REC-FUNDCLOP FROM WS-BUD-LINE
            .

       2410-READ-BUDGET.
            MOVE '2410-READ-BUDGET' TO ERR-LOC

            READ FD-FUNDBUDI INTO WS-BUDGET-REC
                 AT END
                    SET END-OF-FILE TO TRUE
            END-READ

            MOVE FS-FUNDBUDI TO EVAL-CODE
            IF NOT ERR-OK AND NOT END-OF-FILE
               MOVE 'READ FD-FUNDBUDI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2420-PROCESS-BUDGET.
            MOVE '2420-PROCESS-BUDGET' TO ERR-LOC

            ADD 1 TO WS-BUD-READ-CNTR
                     WS-SECT-CNTR
            MOVE 0 TO WS-SKIP-SW
            MOVE SPACES TO WS-BUD-RESULT

            PERFORM 2430-VALIDATE-BUDGET

            IF NOT SKIP-RECORD
               PERFORM 2440-APPLY-BUDGET
            END-IF

            MOVE SPACES           TO WS-BUD-LINE
            MOVE WS-BD-FUND-CODE  TO WS-BL-FUND
            MOVE WS-BD-FUND-NAME  TO WS-BL-NAME
            MOVE WS-BD-PRIOR-FUND TO WS-BL-PRIOR
            IF WS-BD-ALLOC-X IS NUMERIC
               MOVE WS-BD-ALLOC   TO WS-BL-ALLOC
            END-IF
            IF SKIP-RECORD
               ADD 1 TO WS-BUD-REJ-CNTR
            ELSE
               ADD WS-BD-ALLOC TO WS-TOT-ALLOC
            END-IF
            MOVE WS-BUD-RESULT    TO WS-BL-RESULT
            WRITE REC-FUNDCLOP FROM WS-BUD-LINE

            PERFORM 2410-READ-BUDGET
            .

       2430-VALIDATE-BUDGET.
            MOVE '2430-VALIDATE-BUDGET' TO ERR-LOC

            EVALUATE TRUE
                WHEN WS-BD-FUND-CODE = SPACES
                     SET SKIP-RECORD TO TRUE
                     MOVE 'REJECTED - BLANK FUND CODE'
                       TO WS-BUD-RESULT
                WHEN WS-BD-ALLOC-X IS NOT NUMERIC
                     SET SKIP-RECORD TO TRUE
                     MOVE 'REJECTED - ALLOCATION NOT NUMERIC'
                       TO WS-BUD-RESULT
                WHEN OTHER
                     CONTINUE
            END-EVALUATE

      ***   THE PRIOR FUND MUST BE ONE JUST CLOSED, OR ITS ORDERS
      ***   WOULD HAVE NOTHING TO CARRY
            IF NOT SKIP-RECORD
            AND WS-BD-PRIOR-FUND NOT = SPACES
               MOVE FUNCTION UPPER-CASE
                      (FUNCTION TRIM (WS-BD-PRIOR-FUND))
                 TO TBLFYH-FUND-CODE-TEXT
               MOVE FUNCTION LENGTH
                      (FUNCTION TRIM (WS-BD-PRIOR-FUND))
                 TO TBLFYH-FUND-CODE-LEN

               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-PRIOR-COUNT
                      FROM IBMUSER.FUND_HIST
                     WHERE FISCAL_YEAR = :WS-CLOSE-FY
                       AND FUND_CODE   = :TBLFYH-FUND-CODE
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT COUNT PRIOR FUND' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               IF WS-PRIOR-COUNT = 0
                  SET SKIP-RECORD TO TRUE
                  MOVE 'REJECTED - PRIOR FUND NOT IN CLOSED YEAR'
                    TO WS-BUD-RESULT
               END-IF
            END-IF
            .

      *--------------------------------------------------------------*
      * SETS THE NEW ALLOCATION (AND NAME, IF GIVEN) ON AN EXISTING   *
      * FUND OR ADDS THE FUND, THEN POINTS THE PRIOR FUND'S OPEN      *
      * ORDERS AT IT                                                  *
      *--------------------------------------------------------------*
       2440-APPLY-BUDGET.
            MOVE '2440-APPLY-BUDGET' TO ERR-LOC

            INITIALIZE DCLFND
            MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-BD-FUND-CODE))
              TO TBLFND-FUND-CODE-TEXT
            MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-BD-FUND-CODE))
              TO TBLFND-FUND-CODE-LEN
            IF WS-BD-FUND-NAME NOT = SPACES
               MOVE WS-BD-FUND-NAME TO TBLFND-FUND-NAME-TEXT
               MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-BD-FUND-NAME))
                 TO TBLFND-FUND-NAME-LEN
            END-IF
            MOVE WS-BD-ALLOC TO TBLFND-ALLOC-AMT
            MOVE WS-NEW-FY   TO TBLFND-FISCAL-YEAR

            EXEC SQL
                 UPDATE IBMUSER.FUNDS
                    SET ALLOC_AMT = :TBLFND-ALLOC-AMT,
                        FUND_NAME = COALESCE(NULLIF(:TBLFND-FUND-NAME,
                                                    ''), FUND_NAME)
                  WHERE FUND_CODE = :TBLFND-FUND-CODE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-BUD-UPD-CNTR
                     MOVE 'UPDATED' TO WS-BUD-RESULT
                WHEN SQL-EOC
                 AND WS-BD-FUND-NAME = SPACES
                     SET SKIP-RECORD TO TRUE
                     MOVE 'REJECTED - NEW FUND NEEDS A NAME'
                       TO WS-BUD-RESULT
                WHEN SQL-EOC
                     EXEC SQL
                          INSERT INTO IBMUSER.FUNDS
                                 (FUND_CODE, FUND_NAME,
                                  ALLOC_AMT, ENCUM_AMT,
                                  SPENT_AMT, FISCAL_YEAR,
                                  CARRY_IN_AMT)
                          VALUES (:TBLFND-FUND-CODE,
                                  :TBLFND-FUND-NAME,
                                  :TBLFND-ALLOC-AMT,
                                  0, 0,
                                  :TBLFND-FISCAL-YEAR,
                                  0)
                     END-EXEC

                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'INSERT FUNDS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

                     ADD 1 TO WS-BUD-ADD-CNTR
                     MOVE 'ADDED' TO WS-BUD-RESULT
                WHEN OTHER
                     MOVE 'UPDATE FUNDS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE

            IF NOT SKIP-RECORD
            AND WS-BD-PRIOR-FUND NOT = SPACES
               MOVE TBLFND-FUND-CODE-TEXT TO TBLFYH-CARRIED-TO-TEXT
               MOVE TBLFND-FUND-CODE-LEN  TO TBLFYH-CARRIED-TO-LEN

               EXEC SQL
                    UPDATE IBMUSER.FUND_HIST
                       SET CARRIED_TO  = :TBLFYH-CARRIED-TO
                     WHERE FISCAL_YEAR = :WS-CLOSE-FY
                       AND FUND_CODE   = :TBLFYH-FUND-CODE
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'UPDATE FUND_HIST' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               MOVE SPACES TO WS-BUD-WORK
               STRING WS-BUD-RESULT   DELIMITED BY SPACE
                      ', CARRIES '    DELIMITED BY SIZE
                      TBLFYH-FUND-CODE-TEXT
                                      DELIMITED BY SPACE
                      ' ORDERS'       DELIMITED BY SIZE
                 INTO WS-BUD-WORK
               END-STRING
               MOVE WS-BUD-WORK TO WS-BUD-RESULT
            END-IF
            .

      *--------------------------------------------------------------*
      * LIST EVERY OPEN LINE BEING CARRIED, THEN POST THEM IN ONE     *
      * PASS (2520) SO THE LISTING READS THE LINES BEFORE THEY MOVE   *
      *--------------------------------------------------------------*
       2500-CARRY-FORWARD.
            MOVE '2500-CARRY-FORWARD' TO ERR-LOC

            MOVE SPACES TO WS-SECTION-HDR
            STRING 'OPEN-ORDER ENCUMBRANCES CARRIED FROM FISCAL YEAR '
                                     DELIMITED BY SIZE
                   WS-CLOSE-FY-DISP  DELIMITED BY SIZE
                   ' TO '            DELIMITED BY SIZE
                   WS-NEW-FY-DISP    DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            PERFORM 2150-START-SECTION
            WRITE REC-FUNDCLOP FROM WS-CARRY-HDR

            EXEC SQL OPEN CURFYCAR END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURFYCAR' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2510-FETCH-CARRY-LINE UNTIL SQL-EOC

            EXEC SQL CLOSE CURFYCAR END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURFYCAR' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION

            MOVE 'TOTAL CARRIED FORWARD' TO WS-CT-TEXT
            MOVE WS-TOT-CARRIED          TO WS-CT-AMT
            WRITE REC-FUNDCLOP FROM WS-REP-SPACES
            WRITE REC-FUNDCLOP FROM WS-CARRY-TOTAL

            PERFORM 2520-POST-CARRY
            .

       2510-FETCH-CARRY-LINE.
            MOVE '2510-FETCH-CARRY-LINE' TO ERR-LOC
            INITIALIZE DCLPLN
                       DCLFYH
            MOVE 0 TO WS-LINE-AMT
            EXEC SQL
                 FETCH CURFYCAR
                  INTO :TBLPLN-PO-ID
                      ,:TBLPLN-LINE-NO
                      ,:TBLPLN-TITLE
                      ,:TBLFYH-FUND-CODE
                      ,:TBLFYH-CARRIED-TO
                      ,:WS-LINE-AMT
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-CNTR
                              WS-CARRY-CNTR
                     ADD WS-LINE-AMT TO WS-TOT-CARRIED
                     MOVE TBLPLN-PO-ID            TO WS-CL-PO
                     MOVE TBLPLN-LINE-NO          TO WS-CL-LINE
                     MOVE TBLPLN-TITLE-TEXT       TO WS-CL-TITLE
                     MOVE TBLFYH-FUND-CODE-TEXT   TO WS-CL-FROM
                     MOVE TBLFYH-CARRIED-TO-TEXT  TO WS-CL-TO
                     MOVE WS-LINE-AMT             TO WS-CL-AMT
                     WRITE REC-FUNDCLOP FROM WS-CARRY-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURFYCAR' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      *--------------------------------------------------------------*
      * ENCUMBER EACH RECEIVING FUND WITH THE CARRIED_AMT OF EVERY    *
      * CLOSED FUND POINTING AT IT, THEN MOVE THE OPEN LINES OF       *
      * MAPPED FUNDS ONTO THEIR SUCCESSOR SO ACQTRN 2340 RELIEVES     *
      * THE RIGHT FUND ON RECEIPT. NO ROWS (100) IS FINE FOR BOTH     *
      *--------------------------------------------------------------*
       2520-POST-CARRY.
            MOVE '2520-POST-CARRY' TO ERR-LOC

            EXEC SQL
                 UPDATE IBMUSER.FUNDS F
                    SET ENCUM_AMT    = F.ENCUM_AMT +
                        (SELECT SUM(H.CARRIED_AMT)
                           FROM IBMUSER.FUND_HIST H
                          WHERE H.FISCAL_YEAR = :WS-CLOSE-FY
                            AND H.CARRIED_TO  = F.FUND_CODE),
                        CARRY_IN_AMT = F.CARRY_IN_AMT +
                        (SELECT SUM(H.CARRIED_AMT)
                           FROM IBMUSER.FUND_HIST H
                          WHERE H.FISCAL_YEAR = :WS-CLOSE-FY
                            AND H.CARRIED_TO  = F.FUND_CODE)
                  WHERE F.FISCAL_YEAR = :WS-NEW-FY
                    AND F.FUND_CODE IN
                        (SELECT H.CARRIED_TO
                           FROM IBMUSER.FUND_HIST H
                          WHERE H.FISCAL_YEAR  = :WS-CLOSE-FY
                            AND H.CARRIED_AMT <> 0)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-EOC
               MOVE 'UPDATE FUNDS CARRY' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL
                 UPDATE IBMUSER.PO_LINES L
                    SET FUND_CODE =
                        (SELECT H.CARRIED_TO
                           FROM IBMUSER.FUND_HIST H
                          WHERE H.FISCAL_YEAR = :WS-CLOSE-FY
                            AND H.FUND_CODE   = L.FUND_CODE)
                  WHERE L.LINE_STATUS = 'O'
                    AND L.FUND_CODE IN
                        (SELECT H.FUND_CODE
                           FROM IBMUSER.FUND_HIST H
                          WHERE H.FISCAL_YEAR  = :WS-CLOSE-FY
                            AND H.CARRIED_TO  <> H.FUND_CODE)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-EOC
               MOVE 'UPDATE PO_LINES CARRY' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

1119SR**    SUBSCRIPTION RENEWALS STILL ENCUMBERED, AND THE FUND THE
1119SR**    NEXT RENEWAL IS CHARGED TO, FOLLOW THE SAME MAPPING
1119SR      EXEC SQL
1119SR           UPDATE IBMUSER.SUB_RENEWALS R
1119SR              SET FUND_CODE =
1119SR                  (SELECT H.CARRIED_TO
1119SR                     FROM IBMUSER.FUND_HIST H
1119SR                    WHERE H.FISCAL_YEAR = :WS-CLOSE-FY
1119SR                      AND H.FUND_CODE   = R.FUND_CODE)
1119SR            WHERE R.RENEW_STATUS = 'E'
1119SR              AND R.FUND_CODE IN
1119SR                  (SELECT H.FUND_CODE
1119SR                     FROM IBMUSER.FUND_HIST H
1119SR                    WHERE H.FISCAL_YEAR  = :WS-CLOSE-FY
1119SR                      AND H.CARRIED_TO  <> H.FUND_CODE)
1119SR      END-EXEC
1119SR
1119SR      MOVE SQLCODE TO EVAL-CODE
1119SR      IF NOT ERR-OK AND NOT SQL-EOC
1119SR         MOVE 'UPDATE SUB_RENEWALS CARRY' TO ERR-MSG
1119SR         PERFORM 9999-ERROR-HANDLING
1119SR      END-IF
1119SR
1119SR      EXEC SQL
1119SR           UPDATE IBMUSER.SUBSCRIPTIONS S
1119SR              SET FUND_CODE =
1119SR                  (SELECT H.CARRIED_TO
1119SR                     FROM IBMUSER.FUND_HIST H
1119SR                    WHERE H.FISCAL_YEAR = :WS-CLOSE-FY
1119SR                      AND H.FUND_CODE   = S.FUND_CODE)
1119SR            WHERE S.FUND_CODE IN
1119SR                  (SELECT H.FUND_CODE
1119SR                     FROM IBMUSER.FUND_HIST H
1119SR                    WHERE H.FISCAL_YEAR  = :WS-CLOSE-FY
1119SR                      AND H.CARRIED_TO  <> H.FUND_CODE)
1119SR      END-EXEC
1119SR
1119SR      MOVE SQLCODE TO EVAL-CODE
1119SR      IF NOT ERR-OK AND NOT SQL-EOC
1119SR         MOVE 'UPDATE SUBSCRIPTIONS CARRY' TO ERR-MSG
1119SR         PERFORM 9999-ERROR-HANDLING
1119SR      END-IF
            .

       2600-LIST-NEW-YEAR.
            MOVE '2600-LIST-NEW-YEAR' TO ERR-LOC

            MOVE SPACES TO WS-SECTION-HDR
            STRING 'FISCAL YEAR '    DELIMITED BY SIZE
                   WS-NEW-FY-DISP    DELIMITED BY SIZE
                   ' - OPENING POSITION BY FUND'
                                     DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            PERFORM 2150-START-SECTION
            WRITE REC-FUNDCLOP FROM WS-OPEN-HDR

            EXEC SQL OPEN CURFYNEW END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURFYNEW' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2610-FETCH-NEW-FUND UNTIL SQL-EOC

            EXEC SQL CLOSE CURFYNEW END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURFYNEW' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION

            MOVE SPACES           TO WS-OL-FUND
                                     WS-OL-NAME
            MOVE 'TOTAL'          TO WS-OL-FUND
            MOVE WS-TOT-ALLOC     TO WS-OL-ALLOC
            MOVE WS-TOT-CARRY-IN  TO WS-OL-CARRY-IN
            MOVE WS-TOT-ENCUM     TO WS-OL-ENCUM
            MOVE WS-TOT-FREE      TO WS-OL-FREE
            WRITE REC-FUNDCLOP FROM WS-REP-SPACES
            WRITE REC-FUNDCLOP FROM WS-OPEN-LINE
            .

       2610-FETCH-NEW-FUND.
            MOVE '2610-FETCH-NEW-FUND' TO ERR-LOC
            INITIALIZE DCLFND
            EXEC SQL
                 FETCH CURFYNEW
                  INTO :TBLFND-FUND-CODE
                      ,:TBLFND-FUND-NAME
                      ,:TBLFND-ALLOC-AMT
                      ,:TBLFND-CARRY-IN-AMT
                      ,:TBLFND-ENCUM-AMT
                      ,:TBLFND-SPENT-AMT
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-CNTR
                              WS-OPEN-CNTR
                     COMPUTE WS-FREE-BAL = TBLFND-ALLOC-AMT
                                         - TBLFND-ENCUM-AMT
                                         - TBLFND-SPENT-AMT
                     ADD TBLFND-ALLOC-AMT    TO WS-TOT-ALLOC
                     ADD TBLFND-CARRY-IN-AMT TO WS-TOT-CARRY-IN
                     ADD TBLFND-ENCUM-AMT    TO WS-TOT-ENCUM
                     ADD WS-FREE-BAL         TO WS-TOT-FREE

                     MOVE TBLFND-FUND-CODE-TEXT TO WS-OL-FUND
                     MOVE TBLFND-FUND-NAME-TEXT TO WS-OL-NAME
                     MOVE TBLFND-ALLOC-AMT      TO WS-OL-ALLOC
                     MOVE TBLFND-CARRY-IN-AMT   TO WS-OL-CARRY-IN
                     MOVE TBLFND-ENCUM-AMT      TO WS-OL-ENCUM
                     MOVE WS-FREE-BAL           TO WS-OL-FREE
                     WRITE REC-FUNDCLOP FROM WS-OPEN-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURFYNEW' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2700-WRITE-SIGNOFF.
            MOVE '2700-WRITE-SIGNOFF' TO ERR-LOC

            MOVE SPACES TO WS-SECTION-HDR
            STRING 'FINANCE OFFICE SIGN-OFF - FISCAL YEAR '
                                     DELIMITED BY SIZE
                   WS-CLOSE-FY-DISP  DELIMITED BY SIZE
                   ' CLOSE-OUT REVIEWED AND APPROVED'
                                     DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            PERFORM 2150-START-SECTION

            MOVE 'SIGNATURE'    TO WS-SG-LABEL1
            MOVE 'DATE'         TO WS-SG-LABEL2
            WRITE REC-FUNDCLOP FROM WS-SIGN-LINE
            WRITE REC-FUNDCLOP FROM WS-REP-SPACES
            WRITE REC-FUNDCLOP FROM WS-REP-SPACES
            MOVE 'PRINTED NAME' TO WS-SG-LABEL1
            MOVE 'TITLE'        TO WS-SG-LABEL2
            WRITE REC-FUNDCLOP FROM WS-SIGN-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILES

            EXEC SQL COMMIT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'COMMIT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
0807RH      MOVE WS-CLOSED-CNTR TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-FUNDBUDI
            MOVE FS-FUNDBUDI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-FUNDBUDI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            CLOSE FD-FUNDCLOP
            MOVE FS-FUNDCLOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-FUNDCLOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      *--------------------------------------------------------------*
      * BACK OUT ANY PART OF THE CLOSE ALREADY DONE BEFORE LOGGING    *
      * THE FAILURE, SO THE JOB CAN SIMPLY BE RE-RUN                  *
      *--------------------------------------------------------------*
       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            DISPLAY WS-ERROR
            EXEC SQL ROLLBACK END-EXEC
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
