      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    POLSIM.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/19/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * LOAN POLICY WHAT-IF SIMULATION                                 *
      *----------------------------------------------------------------*
      * - SHOWS THE BOARD WHAT A PROPOSED CHANGE TO LOAN_POLICY AND    *
      *   CIRC_CONTROL WOULD HAVE DONE, BEFORE ANYONE CHANGES THEM.    *
      *   THE CURRENT ROWS ARE READ INTO STORAGE AS THE "CURRENT"      *
      *   RULE SET AND COPIED TO A "PROPOSED" SET, WHICH THE POLSIMI   *
      *   CARDS THEN AMEND (ADD/REPLACE/DROP POLICY ROWS, NEW          *
      *   CONTROL VALUES)                                              *
      * - EVERY CHECKOUT OF THE LAST MONTHS=N MONTHS (LOANS UNION      *
      *   LOANS_HIST, SO LOANARCH'S MOVES DO NOT MATTER) IS REPLAYED   *
      *   UNDER BOTH SETS WITH LOANTRN'S OWN RULES:                    *
      *   - LOAN DAYS: (GENRE, CAT) ROW, ELSE (GENRE, ANY CAT) ROW,    *
      *     ELSE CIRC_CONTROL.DEFAULT_LOAN_DAYS; HOMEBOUND PATRONS     *
      *     GET OUTREACH_LOAN_DAYS (2250-GET-POLICY-DAYS)              *
      *   - DUE DATE ROLLED FORWARD OVER CLOSED_DAYS, AT MOST 14       *
      *     DAYS (2230/2235 - SELFCHK 2510/2520 IS THE SAME)           *
      *   - OPEN-LOAN LIMIT: CIRC_CONTROL, OVERRIDDEN BY THE           *
      *     CATEGORY-WIDE (BLANK GENRE) ROW WHEN ABOVE ZERO. THE       *
      *     PATRON'S LOANS STILL OUT ON THE CHECKOUT DATE ARE          *
      *     COUNTED; AT OR OVER THE LIMIT THE CHECKOUT IS REFUSED      *
      *     AND THE LOAN TAKES NO FURTHER PART IN THAT SET             *
      *   - RENEWALS: THE LOAN'S ACTUAL RENEWAL_COUNT, CAPPED AT THE   *
      *     SET'S MAX_RENEWALS; EACH RENEWAL ALLOWED ADDS ONE MORE     *
      *     LOAN PERIOD (THE RENEWAL DATES THEMSELVES ARE NOT KEPT)    *
      *   - FINE: DAYS LATE (RETURN DATE, OR TODAY FOR A LOAN STILL    *
      *     OUT) X RATE, CAPPED AT FINE_MAX_AMOUNT. RATE IS            *
      *     CIRC_CONTROL, OVERRIDDEN BY THE (GENRE, CAT) ROW, ELSE     *
      *     THE CATEGORY-WIDE ROW, WHEN ABOVE ZERO; A RECALLED LOAN    *
      *     USES RECALL_RATE_PER_DAY THE SAME WAY (2320/2325)          *
      * - THE REPORT (POLSIMOP) ECHOES THE CARDS, COMPARES THE         *
      *   CONTROL VALUES, THEN SHOWS CURRENT AGAINST PROPOSED BY       *
      *   GENRE AND PATRON_CAT WITH GENRE SUBTOTALS, A SUMMARY BY      *
      *   PATRON_CAT AND A GRAND TOTAL: LOANS, AVERAGE LOAN DAYS,      *
      *   OVERDUE LOANS, FINE REVENUE, RENEWALS GRANTED AND DENIED     *
      *   AND CHECKOUTS REFUSED                                        *
      * - READ ONLY: NOTHING IS INSERTED OR UPDATED IN DB2, SO THE     *
      *   JOB IS NOT LOGGED THROUGH RUNLOG/REPREG AND MAY BE RUN       *
      *   AGAINST PRODUCTION AT ANY TIME                               *
      * - A ZERO RATE OR OPEN-LOAN LIMIT ON A POLICY ROW MEANS "NO     *
      *   OVERRIDE", EXACTLY AS AT THE DESK                            *
      * - LOANS_HIST DOES NOT CARRY RECALL_DATE, SO AN ARCHIVED        *
      *   RECALLED LOAN IS FINED AT THE ORDINARY RATE                  *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   23,2020 - CLOSED DAYS OF OTHER BRANCHES NO       (1223CL)*
      *               X LONGER ROLL THE DUE DATE; THE LOAN'S BOOK      *
      *               X BRANCH IS USED, AS IN LOANTRN 2235             *
      * DEC   19,2020 - INITIAL VERSION                        (1219PS)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *   MONTHS=N - CHECKOUTS OF THE LAST N MONTHS (DEFAULT 12)       *
      *                                                                *
      * INPUT RECORD LAYOUTS (POLSIMI, 80 BYTES, '*' IN COL 1 IS A     *
      * COMMENT):                                                      *
      *   POLICY ROW                                                   *
      *   1       'P'                                                  *
      *   2       ACTION - A ADD OR REPLACE THE ROW, D DROP IT         *
      *   3-32    GENRE (BLANK = CATEGORY-WIDE ROW)                    *
      *   33      PATRON_CAT (BLANK = ANY CATEGORY)                    *
      *   34-36   LOAN_DAYS            (9(3))                          *
      *   37-38   MAX_RENEWALS         (9(2))                          *
      *   39-41   MAX_OPEN_LOANS       (9(3), 0 = NO OVERRIDE)         *
      *   42-45   FINE_RATE_PER_DAY    (9(2)V99, 0 = NO OVERRIDE)      *
      *   46-49   RECALL_RATE_PER_DAY  (9(2)V99, 0 = NO OVERRIDE)      *
      *   CONTROL VALUES (A BLANK FIELD KEEPS THE CURRENT VALUE)       *
      *   1       'C'                                                  *
      *   2-5     FINE_RATE_PER_DAY    (9(2)V99)                       *
      *   6-11    FINE_MAX_AMOUNT      (9(4)V99)                       *
      *   12-13   MAX_RENEWALS         (9(2))                          *
      *   14-16   MAX_OPEN_LOANS       (9(3))                          *
      *   17-19   DEFAULT_LOAN_DAYS    (9(3))                          *
      *   20-22   OUTREACH_LOAN_DAYS   (9(3))                          *
      *                                                                *
      * FILES:                                                         *
      * POLSIMI  (INPUT)  - IBMUSER.SMAGALIT.POLSIMI                   *
      * POLSIMOP (OUTPUT) - IBMUSER.SMAGALIT.POLSIMOP                  *
      * IBMUSER.LOAN_POLICY/CIRC_CONTROL (INPUT) - CURRENT RULES       *
      * IBMUSER.LOANS/LOANS_HIST (INPUT) - CHECKOUTS REPLAYED          *
      * IBMUSER.BOOKS/PATRONS (INPUT) - GENRE, CATEGORY, HOMEBOUND     *
      * IBMUSER.CLOSED_DAYS (INPUT) - DUE-DATE ROLL                    *
      *                                                                *
      * 0000-MAIN                      2400-SIMULATE-LOAN              *
      * 1000-INIT                      2410-FIND-RULES                 *
      * 1100-GET-TIMESTAMP             2420-SCAN-POLICY                *
      * 1150-PARSE-PARM                2425-CHECK-POLICY-ROW           *
      * 1300-OPEN-FILES                2430-COMPUTE-DUE-DATE           *
      * 1400-SET-REPVARS               2435-ROLL-ONE-DAY               *
      * 2000-MAIN-LOGIC                2440-ASSESS-FINE                *
      * 2100-LOAD-CURRENT-RULES        2500-ADD-ACC                    *
      * 2110-FETCH-POLICY              2505-ADD-ACC-SET                *
      * 2200-READ-PROPOSALS            2510-FIND-CAT-ACC               *
      * 2210-READ-CARD                 2515-CHECK-CAT                  *
      * 2220-PROCESS-CARD              2600-PRINT-ACC-LINE             *
      * 2230-APPLY-POLICY-CARD         2700-CATEGORY-SUMMARY           *
      * 2240-APPLY-CONTROL-CARD        2710-PRINT-CAT-LINE             *
      * 2250-PRINT-CONTROL             3000-CLEANUP                    *
      * 2260-PRINT-CONTROL-LINE        3100-CLOSE-FILES                *
      * 2290-WRITE-HEADERS             9999-ERROR-HANDLING             *
      * 2300-FETCH-LOAN                9999-TERMINATE                  *
      * 2310-START-GROUP                                               *
      * 2320-END-GROUP                                                 *
      * 2330-END-GENRE                                                 *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-POLSIMI  ASSIGN       TO    POLSIMI
                              FILE STATUS  IS FS-POLSIMI
                              ORGANIZATION IS SEQUENTIAL.
           SELECT FD-POLSIMOP ASSIGN       TO    POLSIMOP
                              FILE STATUS  IS FS-POLSIMOP
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-POLSIMI
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  REC-POLSIMI                  PIC X(80).

       FD  FD-POLSIMOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-POLSIMOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-CARD-REC.
               10  WS-CD-TYPE          PIC X(001)     VALUE SPACES  .
               10  WS-CD-BODY          PIC X(079)     VALUE SPACES  .
           05  WS-POL-CARD             REDEFINES WS-CARD-REC.
               10  FILLER              PIC X(001).
               10  WS-PC-ACTION        PIC X(001).
               10  WS-PC-GENRE         PIC X(030).
               10  WS-PC-CAT           PIC X(001).
               10  WS-PC-LOAN-DAYS-X   PIC X(003).
               10  WS-PC-LOAN-DAYS     REDEFINES WS-PC-LOAN-DAYS-X
                                       PIC 9(3).
               10  WS-PC-MAX-REN-X     PIC X(002).
               10  WS-PC-MAX-REN       REDEFINES WS-PC-MAX-REN-X
                                       PIC 9(2).
               10  WS-PC-MAX-OPEN-X    PIC X(003).
               10  WS-PC-MAX-OPEN      REDEFINES WS-PC-MAX-OPEN-X
                                       PIC 9(3).
               10  WS-PC-FINE-RATE-X   PIC X(004).
               10  WS-PC-FINE-RATE     REDEFINES WS-PC-FINE-RATE-X
                                       PIC 9(2)V99.
               10  WS-PC-RECALL-RATE-X PIC X(004).
               10  WS-PC-RECALL-RATE   REDEFINES WS-PC-RECALL-RATE-X
                                       PIC 9(2)V99.
               10  FILLER              PIC X(031).
           05  WS-CTL-CARD             REDEFINES WS-CARD-REC.
               10  FILLER              PIC X(001).
               10  WS-CC-FINE-RATE-X   PIC X(004).
               10  WS-CC-FINE-RATE     REDEFINES WS-CC-FINE-RATE-X
                                       PIC 9(2)V99.
               10  WS-CC-FINE-MAX-X    PIC X(006).
               10  WS-CC-FINE-MAX      REDEFINES WS-CC-FINE-MAX-X
                                       PIC 9(4)V99.
               10  WS-CC-MAX-REN-X     PIC X(002).
               10  WS-CC-MAX-REN       REDEFINES WS-CC-MAX-REN-X
                                       PIC 9(2).
               10  WS-CC-MAX-OPEN-X    PIC X(003).
               10  WS-CC-MAX-OPEN      REDEFINES WS-CC-MAX-OPEN-X
                                       PIC 9(3).
               10  WS-CC-DEF-DAYS-X    PIC X(003).
               10  WS-CC-DEF-DAYS      REDEFINES WS-CC-DEF-DAYS-X
                                       PIC 9(3).
               10  WS-CC-OUTR-DAYS-X   PIC X(003).
               10  WS-CC-OUTR-DAYS     REDEFINES WS-CC-OUTR-DAYS-X
                                       PIC 9(3).
               10  FILLER              PIC X(058).
           05  WS-SECTION-HDR          PIC X(132)    VALUE SPACES  .
           05  WS-CARD-LINE.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-CL-CARD          PIC X(80)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-CL-RESULT        PIC X(48)     VALUE SPACES  .
           05  WS-CTL-HDR.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(30)
                                       VALUE 'CIRC_CONTROL VALUE'  .
               10  FILLER              PIC X(12)
                                       VALUE '     CURRENT'        .
               10  FILLER              PIC X(12)
                                       VALUE '    PROPOSED'        .
               10  FILLER              PIC X(74)     VALUE SPACES  .
           05  WS-CTL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-KL-NAME          PIC X(30)     VALUE SPACES  .
               10  WS-KL-CUR           PIC Z,ZZZ,ZZ9.99.
               10  WS-KL-PRP           PIC Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-KL-FLAG          PIC X(07)     VALUE SPACES  .
               10  FILLER              PIC X(65)     VALUE SPACES  .
           05  WS-SIM-HDR1.
               10  FILLER              PIC X(34)     VALUE SPACES  .
               10  FILLER              PIC X(13)
                                       VALUE '  AVG DAYS'          .
               10  FILLER              PIC X(15)
                                       VALUE '    OVERDUE'         .
               10  FILLER              PIC X(23)
                                       VALUE '         FINE REVENUE' .
               10  FILLER              PIC X(15)
                                       VALUE '   RENEWALS'         .
               10  FILLER              PIC X(15)
                                       VALUE '  REN DENIED'        .
               10  FILLER              PIC X(17)
                                       VALUE '   CKO REFUSED'      .
           05  WS-SIM-HDR2.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  FILLER              PIC X(21)
                                       VALUE 'GENRE'               .
               10  FILLER              PIC X(04)     VALUE 'CAT'   .
               10  FILLER              PIC X(07)
                                       VALUE '  LOANS'             .
               10  FILLER              PIC X(13)
                                       VALUE '    CUR  PROP'       .
               10  FILLER              PIC X(15)
                                       VALUE '     CUR   PROP'     .
               10  FILLER              PIC X(23)
                                       VALUE '         CUR       PROP' .
               10  FILLER              PIC X(15)
                                       VALUE '     CUR   PROP'     .
               10  FILLER              PIC X(15)
                                       VALUE '     CUR   PROP'     .
               10  FILLER              PIC X(17)
                                       VALUE '     CUR   PROP'     .
           05  WS-SIM-LINE.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-SL-GENRE         PIC X(20)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-CAT           PIC X(03)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-LOANS         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-SL-DAYS-C        PIC ZZ9.9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-DAYS-P        PIC ZZ9.9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-SL-OVER-C        PIC ZZ,ZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-OVER-P        PIC ZZ,ZZ9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-SL-FINE-C        PIC ZZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-FINE-P        PIC ZZZ,ZZ9.99.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-SL-REN-C         PIC ZZ,ZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-REN-P         PIC ZZ,ZZ9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-SL-DENY-C        PIC ZZ,ZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-DENY-P        PIC ZZ,ZZ9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-SL-REFU-C        PIC ZZ,ZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-REFU-P        PIC ZZ,ZZ9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(60)     VALUE
                          'NO CHECKOUTS IN THE PERIOD'.
               10  FILLER              PIC X(68)     VALUE SPACES  .

      **   THE TWO RULE SETS: 1 = CURRENT (AS ON FILE), 2 = PROPOSED
           05  WS-RULE-SETS.
               10  WS-RS               OCCURS 2 TIMES.
                   15  WS-RS-FINE-RATE     PIC S9(3)V9(2) COMP-3.
                   15  WS-RS-FINE-MAX      PIC S9(5)V9(2) COMP-3.
                   15  WS-RS-MAX-REN       PIC S9(09) COMP.
                   15  WS-RS-MAX-OPEN      PIC S9(09) COMP.
                   15  WS-RS-DEF-DAYS      PIC S9(09) COMP.
                   15  WS-RS-OUTR-DAYS     PIC S9(09) COMP.
                   15  WS-RS-POL-CNT       PIC S9(04) COMP.
                   15  WS-RS-POL           OCCURS 300 TIMES.
                       20  WS-RP-GENRE     PIC X(30).
                       20  WS-RP-CAT       PIC X(01).
                       20  WS-RP-DROPPED   PIC X(01).
                       20  WS-RP-LOAN-DAYS PIC S9(09) COMP.
                       20  WS-RP-MAX-REN   PIC S9(09) COMP.
                       20  WS-RP-MAX-OPEN  PIC S9(09) COMP.
                       20  WS-RP-FINE-RATE PIC S9(3)V9(2) COMP-3.
                       20  WS-RP-RECALL-RATE
                                           PIC S9(3)V9(2) COMP-3.
           05  WS-SET-IDX              PIC S9(04) COMP VALUE 0.
           05  WS-POL-IDX              PIC S9(04) COMP VALUE 0.
           05  WS-FOUND-IDX            PIC S9(04) COMP VALUE 0.
           05  WS-FIND-GENRE           PIC X(30)      VALUE SPACES.
           05  WS-FIND-CAT             PIC X(01)      VALUE SPACE.

      **   ACCUMULATORS: 1 = GENRE/CATEGORY LINE, 2 = GENRE
      **   SUBTOTAL, 3 = GRAND TOTAL, 4-13 = ONE PER PATRON_CAT
           05  WS-ACCUMS.
               10  WS-ACC              OCCURS 13 TIMES.
                   15  WS-AC-LOANS         PIC S9(09) COMP.
                   15  WS-AC-SET           OCCURS 2 TIMES.
                       20  WS-AC-DAYS      PIC S9(11) COMP-3.
                       20  WS-AC-KEPT      PIC S9(09) COMP.
                       20  WS-AC-OVER      PIC S9(09) COMP.
                       20  WS-AC-FINE      PIC S9(9)V9(2) COMP-3.
                       20  WS-AC-REN       PIC S9(09) COMP.
                       20  WS-AC-DENY      PIC S9(09) COMP.
                       20  WS-AC-REFU      PIC S9(09) COMP.
           05  WS-ACC-IDX              PIC S9(04) COMP VALUE 0.
           05  WS-TO-IDX               PIC S9(04) COMP VALUE 0.
           05  WS-CAT-CNT              PIC S9(04) COMP VALUE 0.
           05  WS-CAT-IDX              PIC S9(04) COMP VALUE 0.
           05  WS-CAT-CODE             OCCURS 10 TIMES
                                       PIC X(01).
           05  WS-AVG-DAYS             PIC S9(05)V9 COMP-3 VALUE 0.

      **   THE LOAN BEING REPLAYED
           05  WS-LN-VARS.
               10  WS-LN-GENRE         PIC X(30)      VALUE SPACES.
               10  WS-LN-CAT           PIC X(01)      VALUE SPACE.
               10  WS-LN-HOMEBOUND     PIC X(01)      VALUE SPACE.
               10  WS-LN-CHECKOUT      PIC X(10)      VALUE SPACES.
               10  WS-LN-RETURN        PIC X(10)      VALUE SPACES.
               10  WS-LN-RENEWALS      PIC S9(09) COMP VALUE 0.
               10  WS-LN-RECALLED      PIC X(01)      VALUE SPACE.
               10  WS-LN-OUT-LOANS     PIC S9(09) COMP VALUE 0.
1223CL         10  WS-LN-BRANCH        PIC S9(09) COMP VALUE 0.
           05  WS-PREV-GENRE           PIC X(30)      VALUE SPACES.
           05  WS-PREV-CAT             PIC X(01)      VALUE SPACE.
           05  WS-FIRST-SW             PIC 9          VALUE 1.
               88  FIRST-LOAN                         VALUE 1.

      **   ONE SET'S ANSWER FOR THE LOAN
           05  WS-SIM-VARS.
               10  WS-SIM-LOAN-DAYS    PIC S9(09) COMP VALUE 0.
               10  WS-SIM-MAX-REN      PIC S9(09) COMP VALUE 0.
               10  WS-SIM-MAX-OPEN     PIC S9(09) COMP VALUE 0.
               10  WS-SIM-FINE-RATE    PIC S9(3)V9(2) COMP-3 VALUE 0.
               10  WS-SIM-RENEWALS     PIC S9(09) COMP VALUE 0.
               10  WS-SIM-TOTAL-DAYS   PIC S9(09) COMP VALUE 0.
               10  WS-SIM-DAYS-OVER    PIC S9(09) COMP VALUE 0.
               10  WS-SIM-LOAN-LEN     PIC S9(09) COMP VALUE 0.
               10  WS-SIM-FINE         PIC S9(7)V9(2) COMP-3 VALUE 0.
               10  WS-DUE-DATE         PIC X(10)      VALUE SPACES.
               10  WS-CLOSED-COUNT     PIC S9(09) COMP VALUE 0.
               10  WS-ROLL-CNT         PIC S9(04) COMP VALUE 0.

           05  WS-MONTHS               PIC S9(04) COMP VALUE 12.
           05  WS-MONTHS-DISP          PIC ZZZ9.
           05  WS-CARD-RESULT          PIC X(48)      VALUE SPACES.
           05  WS-SKIP-SW              PIC 9          VALUE 0.
               88  SKIP-RECORD                        VALUE 1.
           05  WS-COUNTERS.
               10  WS-CARD-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-CARD-REJ-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-LOAN-CNTR        PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                   VALUE 'LOAN POLICY WHAT-IF SIMULATION'.

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
               10  FS-POLSIMI           PIC 99          VALUE 0.
               10  FS-POLSIMOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)      VALUE 'POLSIM'.

       01  WS-ERROR.
           05  FILLER                   PIC X(09)       VALUE 'ERR AT '.
           05  ERR-LOC                  PIC X(26)       VALUE SPACES   .
           05  FILLER                   PIC X(05)       VALUE ' RC: '  .
           05  ERR-CODE                 PIC X(08)       VALUE SPACES   .
           05  FILLER                   PIC X(06)       VALUE ' MSG: ' .
           05  ERR-MSG                  PIC X(26)       VALUE SPACES   .

      *** SQL COPYBOOKS
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE DCLPOL   END-EXEC.
           EXEC SQL INCLUDE DCLCTL   END-EXEC.

      **   THE POLICY TABLE AS IT STANDS - THE CURRENT RULE SET
           EXEC SQL DECLARE CURPOLCY CURSOR FOR
                SELECT UPPER(GENRE)
                      ,PATRON_CAT
                      ,LOAN_DAYS
                      ,MAX_RENEWALS
                      ,MAX_OPEN_LOANS
                      ,FINE_RATE_PER_DAY
                      ,RECALL_RATE_PER_DAY
                  FROM IBMUSER.LOAN_POLICY
                 ORDER BY GENRE, PATRON_CAT
           END-EXEC.

      **   EVERY CHECKOUT IN THE PERIOD, LIVE OR ARCHIVED, IN GENRE/
      **   CATEGORY ORDER FOR THE CONTROL BREAKS. OUT_LOANS IS HOW
      **   MANY OF THE PATRON'S OTHER LOANS WERE STILL OUT WHEN THIS
      **   ONE WAS MADE (SAME-DAY TIES BROKEN ON LOAN_ID)
           EXEC SQL DECLARE CURLOANS CURSOR FOR
                SELECT COALESCE(UPPER(RTRIM(B.GENRE)), ' ')
                      ,COALESCE(P.PATRON_CAT, 'A')
                      ,COALESCE(P.HOMEBOUND_FLAG, 'N')
                      ,CHAR(L.CHECKOUT_DATE, ISO)
                      ,CHAR(COALESCE(L.RETURN_DATE, CURRENT DATE), ISO)
                      ,L.RENEWAL_COUNT
                      ,L.RECALLED
                      ,(SELECT COUNT(*)
                          FROM IBMUSER.LOANS O
                         WHERE O.PATRON_ID = L.PATRON_ID
                           AND O.LOAN_ID <> L.LOAN_ID
                           AND (O.CHECKOUT_DATE < L.CHECKOUT_DATE
                                OR (O.CHECKOUT_DATE = L.CHECKOUT_DATE
                                    AND O.LOAN_ID < L.LOAN_ID))
                           AND (O.RETURN_DATE IS NULL
                                OR O.RETURN_DATE > L.CHECKOUT_DATE))
                     + (SELECT COUNT(*)
                          FROM IBMUSER.LOANS_HIST H
                         WHERE H.PATRON_ID = L.PATRON_ID
                           AND H.LOAN_ID <> L.LOAN_ID
                           AND (H.CHECKOUT_DATE < L.CHECKOUT_DATE
                                OR (H.CHECKOUT_DATE = L.CHECKOUT_DATE
                                    AND H.LOAN_ID < L.LOAN_ID))
                           AND H.RETURN_DATE > L.CHECKOUT_DATE)
1223CL                ,COALESCE(B.BRANCH_ID, 0)
                  FROM (SELECT LOAN_ID, BOOK_ID, PATRON_ID,
                               CHECKOUT_DATE, RETURN_DATE,
                               RENEWAL_COUNT,
                               CASE WHEN RECALL_DATE IS NULL
                                    THEN 'N' ELSE 'Y' END AS RECALLED
                          FROM IBMUSER.LOANS
                        UNION ALL
                        SELECT LOAN_ID, BOOK_ID, PATRON_ID,
                               CHECKOUT_DATE, RETURN_DATE,
                               RENEWAL_COUNT, 'N'
                          FROM IBMUSER.LOANS_HIST) L
                  LEFT OUTER JOIN IBMUSER.BOOKS B
                    ON B.BOOK_ID = L.BOOK_ID
                  LEFT OUTER JOIN IBMUSER.PATRONS P
                    ON P.PATRON_ID = L.PATRON_ID
                 WHERE L.CHECKOUT_DATE >= CURRENT DATE - :WS-MONTHS
                                                         MONTHS
                 ORDER BY 1, 2
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

            PERFORM 1000-INIT
            PERFORM 2000-MAIN-LOGIC
            PERFORM 3000-CLEANUP
            .

       1000-INIT.
            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1100-GET-TIMESTAMP
            PERFORM 1150-PARSE-PARM
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
               IF FUNCTION TRIM (WS-PARM-KEY) = 'MONTHS'
                  MOVE FUNCTION NUMVAL (WS-PARM-VAL) TO WS-MONTHS
               END-IF
            END-IF

            IF WS-MONTHS < 1 OR WS-MONTHS > 120
               DISPLAY 'MONTHS PARM NOT USABLE - DEFAULT 12 USED'
               MOVE 12 TO WS-MONTHS
            END-IF
            MOVE WS-MONTHS TO WS-MONTHS-DISP
            DISPLAY 'REPLAYING CHECKOUTS OF THE LAST '
                    WS-MONTHS-DISP ' MONTHS'
            .

       1300-OPEN-FILES.
            MOVE '1300-OPEN-FILES' TO ERR-LOC
            OPEN INPUT FD-POLSIMI
            MOVE FS-POLSIMI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN INPUT FD-POLSIMI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN OUTPUT FD-POLSIMOP
            MOVE FS-POLSIMOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-POLSIMOP' TO ERR-MSG
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
                       WS-ACCUMS

            PERFORM 2290-WRITE-HEADERS
            PERFORM 2100-LOAD-CURRENT-RULES
            PERFORM 2200-READ-PROPOSALS
            PERFORM 2250-PRINT-CONTROL

      **    SECTION 3 - THE REPLAY
            WRITE REC-POLSIMOP FROM WS-REP-SPACES
            MOVE SPACES TO WS-SECTION-HDR
            STRING 'CURRENT AGAINST PROPOSED - CHECKOUTS OF THE LAST '
                                             DELIMITED BY SIZE
                   FUNCTION TRIM (WS-MONTHS-DISP)
                                             DELIMITED BY SIZE
                   ' MONTHS'                 DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            WRITE REC-POLSIMOP FROM WS-SECTION-HDR
            WRITE REC-POLSIMOP FROM WS-SIM-HDR1
            WRITE REC-POLSIMOP FROM WS-SIM-HDR2

            EXEC SQL OPEN CURLOANS END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURLOANS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2300-FETCH-LOAN UNTIL SQL-EOC

            EXEC SQL CLOSE CURLOANS END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURLOANS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF FIRST-LOAN
               WRITE REC-POLSIMOP FROM WS-NONE-LINE
            ELSE
               PERFORM 2320-END-GROUP
               PERFORM 2330-END-GENRE
               PERFORM 2700-CATEGORY-SUMMARY
            END-IF

            DISPLAY WS-CARD-CNTR     ' PROPOSAL CARDS READ'
            DISPLAY WS-CARD-REJ-CNTR ' PROPOSAL CARDS REJECTED'
            DISPLAY WS-LOAN-CNTR     ' CHECKOUTS REPLAYED'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.POLSIMOP'
            WRITE REC-POLSIMOP FROM WS-REP-SPACES
            WRITE REC-POLSIMOP FROM WS-REP-FOOTER
            .

      ***   CIRC_CONTROL AND LOAN_POLICY AS THEY STAND BECOME SET 1,
      ***   AND ARE COPIED TO SET 2 FOR THE CARDS TO AMEND
       2100-LOAD-CURRENT-RULES.
            MOVE '2100-LOAD-CURRENT-RULES' TO ERR-LOC

            MOVE 1 TO TBLCTL-CONTROL-ID
            EXEC SQL
                 SELECT FINE_RATE_PER_DAY, FINE_MAX_AMOUNT,
                        MAX_RENEWALS, MAX_OPEN_LOANS,
                        DEFAULT_LOAN_DAYS, OUTREACH_LOAN_DAYS
                   INTO :TBLCTL-FINE-RATE-PER-DAY,
                        :TBLCTL-FINE-MAX-AMOUNT,
                        :TBLCTL-MAX-RENEWALS,
                        :TBLCTL-MAX-OPEN-LOANS,
                        :TBLCTL-DEFAULT-LOAN-DAYS,
                        :TBLCTL-OUTREACH-LOAN-DAYS
                   FROM IBMUSER.CIRC_CONTROL
                  WHERE CONTROL_ID = :TBLCTL-CONTROL-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLCTL-FINE-RATE-PER-DAY
                                              TO WS-RS-FINE-RATE (1)
                     MOVE TBLCTL-FINE-MAX-AMOUNT
                                              TO WS-RS-FINE-MAX (1)
                     MOVE TBLCTL-MAX-RENEWALS TO WS-RS-MAX-REN (1)
                     MOVE TBLCTL-MAX-OPEN-LOANS
                                              TO WS-RS-MAX-OPEN (1)
                     MOVE TBLCTL-DEFAULT-LOAN-DAYS
                                              TO WS-RS-DEF-DAYS (1)
                     MOVE TBLCTL-OUTREACH-LOAN-DAYS
                                              TO WS-RS-OUTR-DAYS (1)
                WHEN SQL-EOC
      **             NO CONTROL ROW YET - THE DESK DEFAULTS
                     MOVE 0.25  TO WS-RS-FINE-RATE (1)
                     MOVE 10.00 TO WS-RS-FINE-MAX (1)
                     MOVE 2     TO WS-RS-MAX-REN (1)
                     MOVE 5     TO WS-RS-MAX-OPEN (1)
                     MOVE 14    TO WS-RS-DEF-DAYS (1)
                     MOVE 28    TO WS-RS-OUTR-DAYS (1)
                WHEN OTHER
                     MOVE 'SELECT CIRC_CONTROL' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE

            MOVE 0 TO WS-RS-POL-CNT (1)
            EXEC SQL OPEN CURPOLCY END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPOLCY' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2110-FETCH-POLICY UNTIL SQL-EOC

            EXEC SQL CLOSE CURPOLCY END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPOLCY' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE WS-RS (1) TO WS-RS (2)
            .

       2110-FETCH-POLICY.
            MOVE '2110-FETCH-POLICY' TO ERR-LOC

            INITIALIZE DCLPOL
            EXEC SQL
                 FETCH CURPOLCY
                  INTO :TBLPOL-GENRE
                      ,:TBLPOL-PATRON-CAT
                      ,:TBLPOL-LOAN-DAYS
                      ,:TBLPOL-MAX-RENEWALS
                      ,:TBLPOL-MAX-OPEN-LOANS
                      ,:TBLPOL-FINE-RATE-PER-DAY
                      ,:TBLPOL-RECALL-RATE-PER-DAY
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF WS-RS-POL-CNT (1) NOT < 300
                        MOVE 'LOAN_POLICY TABLE FULL' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                     ADD 1 TO WS-RS-POL-CNT (1)
                     MOVE WS-RS-POL-CNT (1) TO WS-POL-IDX
                     MOVE SPACES TO WS-RP-GENRE (1, WS-POL-IDX)
                     IF TBLPOL-GENRE-LEN > 0
                        MOVE TBLPOL-GENRE-TEXT (1:TBLPOL-GENRE-LEN)
                          TO WS-RP-GENRE (1, WS-POL-IDX)
                     END-IF
                     MOVE TBLPOL-PATRON-CAT
                       TO WS-RP-CAT (1, WS-POL-IDX)
                     MOVE 'N' TO WS-RP-DROPPED (1, WS-POL-IDX)
                     MOVE TBLPOL-LOAN-DAYS
                       TO WS-RP-LOAN-DAYS (1, WS-POL-IDX)
                     MOVE TBLPOL-MAX-RENEWALS
                       TO WS-RP-MAX-REN (1, WS-POL-IDX)
                     MOVE TBLPOL-MAX-OPEN-LOANS
                       TO WS-RP-MAX-OPEN (1, WS-POL-IDX)
                     MOVE TBLPOL-FINE-RATE-PER-DAY
                       TO WS-RP-FINE-RATE (1, WS-POL-IDX)
                     MOVE TBLPOL-RECALL-RATE-PER-DAY
                       TO WS-RP-RECALL-RATE (1, WS-POL-IDX)
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURPOLCY' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      ***   SECTION 1 - THE PROPOSAL CARDS, EACH ECHOED WITH WHAT
      ***   WAS DONE WITH IT; A BAD CARD IS LISTED AND SKIPPED
       2200-READ-PROPOSALS.
            MOVE '2200-READ-PROPOSALS' TO ERR-LOC

            MOVE 'PROPOSED CHANGES (POLSIMI)' TO WS-SECTION-HDR
            WRITE REC-POLSIMOP FROM WS-SECTION-HDR
            WRITE REC-POLSIMOP FROM WS-REP-SPACES

            MOVE 0 TO WS-EOF-SW
            PERFORM 2210-READ-CARD
            PERFORM 2220-PROCESS-CARD UNTIL END-OF-FILE

            IF WS-CARD-CNTR = 0
               MOVE SPACES TO WS-CARD-LINE
               MOVE 'NO CARDS - PROPOSED RULES ARE THE CURRENT RULES'
                 TO WS-CL-CARD
               WRITE REC-POLSIMOP FROM WS-CARD-LINE
            END-IF
            .

       2210-READ-CARD.
            MOVE '2210-READ-CARD' TO ERR-LOC

            READ FD-POLSIMI INTO WS-CARD-REC
                 AT END
                    SET END-OF-FILE TO TRUE
            END-READ

            MOVE FS-POLSIMI TO EVAL-CODE
            IF NOT ERR-OK AND NOT END-OF-FILE
               MOVE 'READ FD-POLSIMI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2220-PROCESS-CARD.
            MOVE '2220-PROCESS-CARD' TO ERR-LOC

            IF WS-CD-TYPE NOT = '*'
               ADD 1 TO WS-CARD-CNTR
               MOVE 0 TO WS-SKIP-SW
               MOVE SPACES TO WS-CARD-RESULT

               EVALUATE WS-CD-TYPE
                   WHEN 'P'
                        PERFORM 2230-APPLY-POLICY-CARD
                   WHEN 'C'
                        PERFORM 2240-APPLY-CONTROL-CARD
                   WHEN OTHER
                        SET SKIP-RECORD TO TRUE
                        MOVE 'REJECTED - CARD TYPE NOT P OR C'
                          TO WS-CARD-RESULT
               END-EVALUATE

               IF SKIP-RECORD
                  ADD 1 TO WS-CARD-REJ-CNTR
               END-IF
               MOVE SPACES         TO WS-CARD-LINE
               MOVE WS-CARD-REC    TO WS-CL-CARD
               MOVE WS-CARD-RESULT TO WS-CL-RESULT
               WRITE REC-POLSIMOP FROM WS-CARD-LINE
            END-IF

            PERFORM 2210-READ-CARD
            .

      ***   A POLICY CARD REPLACES (OR ADDS) THE WHOLE (GENRE, CAT)
      ***   ROW IN THE PROPOSED SET, OR DROPS IT
       2230-APPLY-POLICY-CARD.
            MOVE '2230-APPLY-POLICY-CARD' TO ERR-LOC

            MOVE FUNCTION UPPER-CASE (WS-PC-GENRE) TO WS-FIND-GENRE
            MOVE WS-PC-CAT TO WS-FIND-CAT
            MOVE 2 TO WS-SET-IDX
            PERFORM 2420-SCAN-POLICY

            EVALUATE TRUE
                WHEN WS-PC-ACTION = 'D'
                     IF WS-FOUND-IDX = 0
                        SET SKIP-RECORD TO TRUE
                        MOVE 'REJECTED - NO SUCH POLICY ROW TO DROP'
                          TO WS-CARD-RESULT
                     ELSE
                        MOVE 'Y' TO WS-RP-DROPPED (2, WS-FOUND-IDX)
                        MOVE 'POLICY ROW DROPPED' TO WS-CARD-RESULT
                     END-IF
                WHEN WS-PC-ACTION NOT = 'A'
                     SET SKIP-RECORD TO TRUE
                     MOVE 'REJECTED - ACTION NOT A OR D'
                       TO WS-CARD-RESULT
                WHEN WS-PC-LOAN-DAYS-X   NOT NUMERIC
                  OR WS-PC-MAX-REN-X     NOT NUMERIC
                  OR WS-PC-MAX-OPEN-X    NOT NUMERIC
                  OR WS-PC-FINE-RATE-X   NOT NUMERIC
                  OR WS-PC-RECALL-RATE-X NOT NUMERIC
                     SET SKIP-RECORD TO TRUE
                     MOVE 'REJECTED - A VALUE IS NOT NUMERIC'
                       TO WS-CARD-RESULT
                WHEN WS-PC-LOAN-DAYS = 0
                     SET SKIP-RECORD TO TRUE
                     MOVE 'REJECTED - LOAN DAYS MUST BE ABOVE ZERO'
                       TO WS-CARD-RESULT
                WHEN WS-FOUND-IDX = 0
                 AND WS-RS-POL-CNT (2) NOT < 300
                     SET SKIP-RECORD TO TRUE
                     MOVE 'REJECTED - POLICY TABLE FULL'
                       TO WS-CARD-RESULT
                WHEN OTHER
                     IF WS-FOUND-IDX = 0
                        ADD 1 TO WS-RS-POL-CNT (2)
                        MOVE WS-RS-POL-CNT (2) TO WS-FOUND-IDX
                        MOVE WS-FIND-GENRE
                          TO WS-RP-GENRE (2, WS-FOUND-IDX)
                        MOVE WS-FIND-CAT
                          TO WS-RP-CAT (2, WS-FOUND-IDX)
                        MOVE 'POLICY ROW ADDED' TO WS-CARD-RESULT
                     ELSE
                        MOVE 'POLICY ROW REPLACED' TO WS-CARD-RESULT
                     END-IF
                     MOVE 'N' TO WS-RP-DROPPED (2, WS-FOUND-IDX)
                     MOVE WS-PC-LOAN-DAYS
                       TO WS-RP-LOAN-DAYS (2, WS-FOUND-IDX)
                     MOVE WS-PC-MAX-REN
                       TO WS-RP-MAX-REN (2, WS-FOUND-IDX)
                     MOVE WS-PC-MAX-OPEN
                       TO WS-RP-MAX-OPEN (2, WS-FOUND-IDX)
                     MOVE WS-PC-FINE-RATE
                       TO WS-RP-FINE-RATE (2, WS-FOUND-IDX)
                     MOVE WS-PC-RECALL-RATE
                       TO WS-RP-RECALL-RATE (2, WS-FOUND-IDX)
            END-EVALUATE
            .

      ***   A CONTROL CARD: EACH NON-BLANK FIELD REPLACES THE
      ***   PROPOSED VALUE; THE CARD IS CHECKED WHOLE BEFORE ANY
      ***   FIELD IS TAKEN
       2240-APPLY-CONTROL-CARD.
            MOVE '2240-APPLY-CONTROL-CARD' TO ERR-LOC

            IF (WS-CC-FINE-RATE-X NOT = SPACES
                AND WS-CC-FINE-RATE-X NOT NUMERIC)
            OR (WS-CC-FINE-MAX-X  NOT = SPACES
                AND WS-CC-FINE-MAX-X  NOT NUMERIC)
            OR (WS-CC-MAX-REN-X   NOT = SPACES
                AND WS-CC-MAX-REN-X   NOT NUMERIC)
            OR (WS-CC-MAX-OPEN-X  NOT = SPACES
                AND WS-CC-MAX-OPEN-X  NOT NUMERIC)
            OR (WS-CC-DEF-DAYS-X  NOT = SPACES
                AND WS-CC-DEF-DAYS-X  NOT NUMERIC)
            OR (WS-CC-OUTR-DAYS-X NOT = SPACES
                AND WS-CC-OUTR-DAYS-X NOT NUMERIC)
               SET SKIP-RECORD TO TRUE
               MOVE 'REJECTED - A VALUE IS NOT NUMERIC'
                 TO WS-CARD-RESULT
            ELSE
               IF WS-CC-FINE-RATE-X NOT = SPACES
                  MOVE WS-CC-FINE-RATE TO WS-RS-FINE-RATE (2)
               END-IF
               IF WS-CC-FINE-MAX-X NOT = SPACES
                  MOVE WS-CC-FINE-MAX  TO WS-RS-FINE-MAX (2)
               END-IF
               IF WS-CC-MAX-REN-X NOT = SPACES
                  MOVE WS-CC-MAX-REN   TO WS-RS-MAX-REN (2)
               END-IF
               IF WS-CC-MAX-OPEN-X NOT = SPACES
                  MOVE WS-CC-MAX-OPEN  TO WS-RS-MAX-OPEN (2)
               END-IF
               IF WS-CC-DEF-DAYS-X NOT = SPACES
                  MOVE WS-CC-DEF-DAYS  TO WS-RS-DEF-DAYS (2)
               END-IF
               IF WS-CC-OUTR-DAYS-X NOT = SPACES
                  MOVE WS-CC-OUTR-DAYS TO WS-RS-OUTR-DAYS (2)
               END-IF
               MOVE 'CONTROL VALUES APPLIED' TO WS-CARD-RESULT
            END-IF
            .

      ***   SECTION 2 - CIRC_CONTROL SIDE BY SIDE
       2250-PRINT-CONTROL.
            MOVE '2250-PRINT-CONTROL' TO ERR-LOC

            WRITE REC-POLSIMOP FROM WS-REP-SPACES
            MOVE 'CONTROL VALUES' TO WS-SECTION-HDR
            WRITE REC-POLSIMOP FROM WS-SECTION-HDR
            WRITE REC-POLSIMOP FROM WS-CTL-HDR

            MOVE 'FINE RATE PER DAY' TO WS-KL-NAME
            MOVE WS-RS-FINE-RATE (1) TO WS-KL-CUR
            MOVE WS-RS-FINE-RATE (2) TO WS-KL-PRP
            PERFORM 2260-PRINT-CONTROL-LINE

            MOVE 'FINE MAXIMUM AMOUNT' TO WS-KL-NAME
            MOVE WS-RS-FINE-MAX (1) TO WS-KL-CUR
            MOVE WS-RS-FINE-MAX (2) TO WS-KL-PRP
            PERFORM 2260-PRINT-CONTROL-LINE

            MOVE 'MAXIMUM RENEWALS' TO WS-KL-NAME
            MOVE WS-RS-MAX-REN (1) TO WS-KL-CUR
            MOVE WS-RS-MAX-REN (2) TO WS-KL-PRP
            PERFORM 2260-PRINT-CONTROL-LINE

            MOVE 'MAXIMUM OPEN LOANS' TO WS-KL-NAME
            MOVE WS-RS-MAX-OPEN (1) TO WS-KL-CUR
            MOVE WS-RS-MAX-OPEN (2) TO WS-KL-PRP
            PERFORM 2260-PRINT-CONTROL-LINE

            MOVE 'DEFAULT LOAN DAYS' TO WS-KL-NAME
            MOVE WS-RS-DEF-DAYS (1) TO WS-KL-CUR
            MOVE WS-RS-DEF-DAYS (2) TO WS-KL-PRP
            PERFORM 2260-PRINT-CONTROL-LINE

            MOVE 'OUTREACH LOAN DAYS' TO WS-KL-NAME
            MOVE WS-RS-OUTR-DAYS (1) TO WS-KL-CUR
            MOVE WS-RS-OUTR-DAYS (2) TO WS-KL-PRP
            PERFORM 2260-PRINT-CONTROL-LINE
            .

       2260-PRINT-CONTROL-LINE.
            MOVE '2260-PRINT-CONTROL-LINE' TO ERR-LOC

            IF WS-KL-CUR = WS-KL-PRP
               MOVE SPACES TO WS-KL-FLAG
            ELSE
               MOVE 'CHANGED' TO WS-KL-FLAG
            END-IF
            WRITE REC-POLSIMOP FROM WS-CTL-LINE
            .

       2290-WRITE-HEADERS.
            MOVE '2290-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(22:)
            WRITE REC-POLSIMOP FROM WS-REP-HEADER1
            WRITE REC-POLSIMOP FROM WS-REP-HEADER2
            WRITE REC-POLSIMOP FROM WS-REP-SPACES
            .

       2300-FETCH-LOAN.
            MOVE '2300-FETCH-LOAN' TO ERR-LOC

            INITIALIZE WS-LN-VARS
            EXEC SQL
                 FETCH CURLOANS
                  INTO :WS-LN-GENRE
                      ,:WS-LN-CAT
                      ,:WS-LN-HOMEBOUND
                      ,:WS-LN-CHECKOUT
                      ,:WS-LN-RETURN
                      ,:WS-LN-RENEWALS
                      ,:WS-LN-RECALLED
                      ,:WS-LN-OUT-LOANS
1223CL                ,:WS-LN-BRANCH
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF FIRST-LOAN
                        PERFORM 2310-START-GROUP
                     ELSE
                        IF WS-LN-GENRE NOT = WS-PREV-GENRE
                           PERFORM 2320-END-GROUP
                           PERFORM 2330-END-GENRE
                           PERFORM 2310-START-GROUP
                        ELSE
                           IF WS-LN-CAT NOT = WS-PREV-CAT
                              PERFORM 2320-END-GROUP
                              PERFORM 2310-START-GROUP
                           END-IF
                        END-IF
                     END-IF

                     ADD 1 TO WS-LOAN-CNTR
                              WS-AC-LOANS (1)
                     PERFORM 2400-SIMULATE-LOAN VARYING WS-SET-IDX
                               FROM 1 BY 1 UNTIL WS-SET-IDX > 2
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURLOANS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2310-START-GROUP.
            MOVE '2310-START-GROUP' TO ERR-LOC

            MOVE 0 TO WS-FIRST-SW
            MOVE WS-LN-GENRE TO WS-PREV-GENRE
            MOVE WS-LN-CAT   TO WS-PREV-CAT
            INITIALIZE WS-ACC (1)
            .

      ***   A GENRE/CATEGORY LINE IS PRINTED AND ROLLED INTO THE
      ***   GENRE SUBTOTAL, THE GRAND TOTAL AND ITS CATEGORY
       2320-END-GROUP.
            MOVE '2320-END-GROUP' TO ERR-LOC

            MOVE 1 TO WS-ACC-IDX
            MOVE WS-PREV-GENRE TO WS-SL-GENRE
            IF WS-PREV-GENRE = SPACES
               MOVE '(NO GENRE)' TO WS-SL-GENRE
            END-IF
            MOVE SPACES TO WS-SL-CAT
            MOVE WS-PREV-CAT TO WS-SL-CAT (2:1)
            PERFORM 2600-PRINT-ACC-LINE

            MOVE 2 TO WS-TO-IDX
            PERFORM 2500-ADD-ACC
            MOVE 3 TO WS-TO-IDX
            PERFORM 2500-ADD-ACC
            PERFORM 2510-FIND-CAT-ACC
            PERFORM 2500-ADD-ACC
            .

       2330-END-GENRE.
            MOVE '2330-END-GENRE' TO ERR-LOC

            MOVE 2 TO WS-ACC-IDX
            MOVE '  GENRE TOTAL' TO WS-SL-GENRE
            MOVE SPACES TO WS-SL-CAT
            PERFORM 2600-PRINT-ACC-LINE
            WRITE REC-POLSIMOP FROM WS-REP-SPACES
            INITIALIZE WS-ACC (2)
            .

      ***   ONE LOAN UNDER ONE RULE SET (WS-SET-IDX)
       2400-SIMULATE-LOAN.
            MOVE '2400-SIMULATE-LOAN' TO ERR-LOC

            PERFORM 2410-FIND-RULES

            IF WS-LN-OUT-LOANS NOT < WS-SIM-MAX-OPEN
               ADD 1 TO WS-AC-REFU (1, WS-SET-IDX)
            ELSE
               ADD 1 TO WS-AC-KEPT (1, WS-SET-IDX)

               MOVE WS-LN-RENEWALS TO WS-SIM-RENEWALS
               IF WS-SIM-RENEWALS > WS-SIM-MAX-REN
                  MOVE WS-SIM-MAX-REN TO WS-SIM-RENEWALS
               END-IF
               ADD WS-SIM-RENEWALS TO WS-AC-REN (1, WS-SET-IDX)
               COMPUTE WS-AC-DENY (1, WS-SET-IDX) =
                       WS-AC-DENY (1, WS-SET-IDX)
                     + WS-LN-RENEWALS - WS-SIM-RENEWALS

               COMPUTE WS-SIM-TOTAL-DAYS =
                       WS-SIM-LOAN-DAYS * (1 + WS-SIM-RENEWALS)
               PERFORM 2430-COMPUTE-DUE-DATE
               PERFORM 2440-ASSESS-FINE
               ADD WS-SIM-LOAN-LEN TO WS-AC-DAYS (1, WS-SET-IDX)
            END-IF
            .

      ***   THE SAME LOOKUP ORDER AS LOANTRN 2200/2250/2320/2325
       2410-FIND-RULES.
            MOVE '2410-FIND-RULES' TO ERR-LOC

      **    LOAN DAYS AND RENEWAL CAP
            MOVE WS-LN-GENRE TO WS-FIND-GENRE
            MOVE WS-LN-CAT   TO WS-FIND-CAT
            PERFORM 2420-SCAN-POLICY
            IF WS-FOUND-IDX = 0
               MOVE SPACE TO WS-FIND-CAT
               PERFORM 2420-SCAN-POLICY
            END-IF
            IF WS-FOUND-IDX > 0
               MOVE WS-RP-LOAN-DAYS (WS-SET-IDX, WS-FOUND-IDX)
                 TO WS-SIM-LOAN-DAYS
               MOVE WS-RP-MAX-REN (WS-SET-IDX, WS-FOUND-IDX)
                 TO WS-SIM-MAX-REN
            ELSE
               MOVE WS-RS-DEF-DAYS (WS-SET-IDX) TO WS-SIM-LOAN-DAYS
               MOVE WS-RS-MAX-REN (WS-SET-IDX)  TO WS-SIM-MAX-REN
            END-IF
            IF WS-LN-HOMEBOUND = 'Y'
               MOVE WS-RS-OUTR-DAYS (WS-SET-IDX) TO WS-SIM-LOAN-DAYS
            END-IF

      **    OPEN-LOAN LIMIT - CATEGORY-WIDE ROW ABOVE ZERO WINS
            MOVE WS-RS-MAX-OPEN (WS-SET-IDX) TO WS-SIM-MAX-OPEN
            MOVE SPACES    TO WS-FIND-GENRE
            MOVE WS-LN-CAT TO WS-FIND-CAT
            PERFORM 2420-SCAN-POLICY
            IF WS-FOUND-IDX > 0
               IF WS-RP-MAX-OPEN (WS-SET-IDX, WS-FOUND-IDX) > 0
                  MOVE WS-RP-MAX-OPEN (WS-SET-IDX, WS-FOUND-IDX)
                    TO WS-SIM-MAX-OPEN
               END-IF
            END-IF

      **    FINE RATE - (GENRE, CAT) ABOVE ZERO, ELSE CATEGORY-WIDE
      **    ABOVE ZERO, ELSE CIRC_CONTROL
            MOVE WS-RS-FINE-RATE (WS-SET-IDX) TO WS-SIM-FINE-RATE
            MOVE WS-LN-GENRE TO WS-FIND-GENRE
            PERFORM 2420-SCAN-POLICY
            IF WS-FOUND-IDX > 0
               IF WS-RP-FINE-RATE (WS-SET-IDX, WS-FOUND-IDX) = 0
                  MOVE 0 TO WS-FOUND-IDX
               END-IF
            END-IF
            IF WS-FOUND-IDX = 0
               MOVE SPACES TO WS-FIND-GENRE
               PERFORM 2420-SCAN-POLICY
               IF WS-FOUND-IDX > 0
                  IF WS-RP-FINE-RATE (WS-SET-IDX, WS-FOUND-IDX) = 0
                     MOVE 0 TO WS-FOUND-IDX
                  END-IF
               END-IF
            END-IF
            IF WS-FOUND-IDX > 0
               MOVE WS-RP-FINE-RATE (WS-SET-IDX, WS-FOUND-IDX)
                 TO WS-SIM-FINE-RATE
            END-IF

      **    A RECALLED LOAN - THE RECALL RATE, SAME ORDER
            IF WS-LN-RECALLED = 'Y'
               MOVE WS-LN-GENRE TO WS-FIND-GENRE
               PERFORM 2420-SCAN-POLICY
               IF WS-FOUND-IDX > 0
                  IF WS-RP-RECALL-RATE (WS-SET-IDX, WS-FOUND-IDX) = 0
                     MOVE 0 TO WS-FOUND-IDX
                  END-IF
               END-IF
               IF WS-FOUND-IDX = 0
                  MOVE SPACES TO WS-FIND-GENRE
                  PERFORM 2420-SCAN-POLICY
                  IF WS-FOUND-IDX > 0
                     IF WS-RP-RECALL-RATE (WS-SET-IDX, WS-FOUND-IDX)
                        = 0
                        MOVE 0 TO WS-FOUND-IDX
                     END-IF
                  END-IF
               END-IF
               IF WS-FOUND-IDX > 0
                  MOVE WS-RP-RECALL-RATE (WS-SET-IDX, WS-FOUND-IDX)
                    TO WS-SIM-FINE-RATE
               END-IF
            END-IF
            .

      ***   FIND (WS-FIND-GENRE, WS-FIND-CAT) IN SET WS-SET-IDX;
      ***   WS-FOUND-IDX IS 0 WHEN THERE IS NO LIVE ROW
       2420-SCAN-POLICY.
            MOVE '2420-SCAN-POLICY' TO ERR-LOC

            MOVE 0 TO WS-FOUND-IDX
            PERFORM 2425-CHECK-POLICY-ROW VARYING WS-POL-IDX
                      FROM 1 BY 1
                      UNTIL WS-POL-IDX > WS-RS-POL-CNT (WS-SET-IDX)
                         OR WS-FOUND-IDX > 0
            .

       2425-CHECK-POLICY-ROW.
            IF  WS-RP-GENRE (WS-SET-IDX, WS-POL-IDX) = WS-FIND-GENRE
            AND WS-RP-CAT (WS-SET-IDX, WS-POL-IDX)   = WS-FIND-CAT
            AND WS-RP-DROPPED (WS-SET-IDX, WS-POL-IDX) = 'N'
               MOVE WS-POL-IDX TO WS-FOUND-IDX
            END-IF
            .

      ***   CHECKOUT DATE PLUS THE LOAN DAYS, ROLLED OFF CLOSED DAYS
      ***   AS LOANTRN 2230/2235 DOES
       2430-COMPUTE-DUE-DATE.
            MOVE '2430-COMPUTE-DUE-DATE' TO ERR-LOC

            EXEC SQL
                 SELECT CHAR(DATE(:WS-LN-CHECKOUT)
                             + :WS-SIM-TOTAL-DAYS DAYS, ISO)
                   INTO :WS-DUE-DATE
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT DUE DATE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE 1 TO WS-CLOSED-COUNT
            MOVE 0 TO WS-ROLL-CNT
            PERFORM 2435-ROLL-ONE-DAY UNTIL WS-CLOSED-COUNT = 0
                      OR WS-ROLL-CNT > 14
            .

       2435-ROLL-ONE-DAY.
            MOVE '2435-ROLL-ONE-DAY' TO ERR-LOC

            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-CLOSED-COUNT
                   FROM IBMUSER.CLOSED_DAYS
                  WHERE CLOSED_DATE = DATE(:WS-DUE-DATE)
1223CL              AND BRANCH_ID IN (0, :WS-LN-BRANCH)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT CLOSED_DAYS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-CLOSED-COUNT > 0
               EXEC SQL
                    SELECT CHAR(DATE(:WS-DUE-DATE) + 1 DAY, ISO)
                      INTO :WS-DUE-DATE
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT NEXT DAY' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               ADD 1 TO WS-ROLL-CNT
            END-IF
            .

      ***   DAYS LATE AGAINST THE SIMULATED DUE DATE AND THE FINE
      ***   THEY WOULD HAVE DRAWN (2320-ASSESS-OVERDUE-FINE)
       2440-ASSESS-FINE.
            MOVE '2440-ASSESS-FINE' TO ERR-LOC

            EXEC SQL
                 SELECT DAYS(DATE(:WS-LN-RETURN))
                      - DAYS(DATE(:WS-DUE-DATE)),
                        DAYS(DATE(:WS-DUE-DATE))
                      - DAYS(DATE(:WS-LN-CHECKOUT))
                   INTO :WS-SIM-DAYS-OVER,
                        :WS-SIM-LOAN-LEN
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT DAYS OVERDUE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-SIM-DAYS-OVER > 0
               ADD 1 TO WS-AC-OVER (1, WS-SET-IDX)
               COMPUTE WS-SIM-FINE =
                       WS-SIM-DAYS-OVER * WS-SIM-FINE-RATE
               IF WS-SIM-FINE > WS-RS-FINE-MAX (WS-SET-IDX)
                  MOVE WS-RS-FINE-MAX (WS-SET-IDX) TO WS-SIM-FINE
               END-IF
               ADD WS-SIM-FINE TO WS-AC-FINE (1, WS-SET-IDX)
            END-IF
            .

      ***   ADD ACCUMULATOR 1 INTO ACCUMULATOR WS-TO-IDX
       2500-ADD-ACC.
            MOVE '2500-ADD-ACC' TO ERR-LOC

            ADD WS-AC-LOANS (1) TO WS-AC-LOANS (WS-TO-IDX)
            PERFORM 2505-ADD-ACC-SET VARYING WS-SET-IDX
                      FROM 1 BY 1 UNTIL WS-SET-IDX > 2
            .

       2505-ADD-ACC-SET.
            ADD WS-AC-DAYS (1, WS-SET-IDX)
              TO WS-AC-DAYS (WS-TO-IDX, WS-SET-IDX)
            ADD WS-AC-KEPT (1, WS-SET-IDX)
              TO WS-AC-KEPT (WS-TO-IDX, WS-SET-IDX)
            ADD WS-AC-OVER (1, WS-SET-IDX)
              TO WS-AC-OVER (WS-TO-IDX, WS-SET-IDX)
            ADD WS-AC-FINE (1, WS-SET-IDX)
              TO WS-AC-FINE (WS-TO-IDX, WS-SET-IDX)
            ADD WS-AC-REN (1, WS-SET-IDX)
              TO WS-AC-REN (WS-TO-IDX, WS-SET-IDX)
            ADD WS-AC-DENY (1, WS-SET-IDX)
              TO WS-AC-DENY (WS-TO-IDX, WS-SET-IDX)
            ADD WS-AC-REFU (1, WS-SET-IDX)
              TO WS-AC-REFU (WS-TO-IDX, WS-SET-IDX)
            .

      ***   CATEGORY ACCUMULATORS ARE 4-13, IN ORDER OF FIRST SIGHT;
      ***   SETS WS-TO-IDX
       2510-FIND-CAT-ACC.
            MOVE '2510-FIND-CAT-ACC' TO ERR-LOC

            MOVE 0 TO WS-TO-IDX
            PERFORM 2515-CHECK-CAT VARYING WS-CAT-IDX
                      FROM 1 BY 1
                      UNTIL WS-CAT-IDX > WS-CAT-CNT
                         OR WS-TO-IDX > 0

            IF WS-TO-IDX = 0
               IF WS-CAT-CNT < 10
                  ADD 1 TO WS-CAT-CNT
                  MOVE WS-PREV-CAT TO WS-CAT-CODE (WS-CAT-CNT)
               END-IF
      **       MORE THAN TEN CATEGORIES SHARE THE LAST SLOT
               COMPUTE WS-TO-IDX = WS-CAT-CNT + 3
            END-IF
            .

       2515-CHECK-CAT.
            IF WS-CAT-CODE (WS-CAT-IDX) = WS-PREV-CAT
               COMPUTE WS-TO-IDX = WS-CAT-IDX + 3
            END-IF
            .

      ***   ONE REPORT LINE FROM ACCUMULATOR WS-ACC-IDX; THE CALLER
      ***   FILLS IN THE GENRE AND CATEGORY TEXT
       2600-PRINT-ACC-LINE.
            MOVE '2600-PRINT-ACC-LINE' TO ERR-LOC

            MOVE WS-AC-LOANS (WS-ACC-IDX) TO WS-SL-LOANS

            MOVE 0 TO WS-AVG-DAYS
            IF WS-AC-KEPT (WS-ACC-IDX, 1) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                       WS-AC-DAYS (WS-ACC-IDX, 1)
                     / WS-AC-KEPT (WS-ACC-IDX, 1)
            END-IF
            MOVE WS-AVG-DAYS TO WS-SL-DAYS-C

            MOVE 0 TO WS-AVG-DAYS
            IF WS-AC-KEPT (WS-ACC-IDX, 2) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                       WS-AC-DAYS (WS-ACC-IDX, 2)
                     / WS-AC-KEPT (WS-ACC-IDX, 2)
            END-IF
            MOVE WS-AVG-DAYS TO WS-SL-DAYS-P

            MOVE WS-AC-OVER (WS-ACC-IDX, 1) TO WS-SL-OVER-C
            MOVE WS-AC-OVER (WS-ACC-IDX, 2) TO WS-SL-OVER-P
            MOVE WS-AC-FINE (WS-ACC-IDX, 1) TO WS-SL-FINE-C
            MOVE WS-AC-FINE (WS-ACC-IDX, 2) TO WS-SL-FINE-P
            MOVE WS-AC-REN  (WS-ACC-IDX, 1) TO WS-SL-REN-C
            MOVE WS-AC-REN  (WS-ACC-IDX, 2) TO WS-SL-REN-P
            MOVE WS-AC-DENY (WS-ACC-IDX, 1) TO WS-SL-DENY-C
            MOVE WS-AC-DENY (WS-ACC-IDX, 2) TO WS-SL-DENY-P
            MOVE WS-AC-REFU (WS-ACC-IDX, 1) TO WS-SL-REFU-C
            MOVE WS-AC-REFU (WS-ACC-IDX, 2) TO WS-SL-REFU-P
            WRITE REC-POLSIMOP FROM WS-SIM-LINE
            .

      ***   SECTION 4 - BY PATRON_CAT ACROSS ALL GENRES, THEN THE
      ***   GRAND TOTAL
       2700-CATEGORY-SUMMARY.
            MOVE '2700-CATEGORY-SUMMARY' TO ERR-LOC

            WRITE REC-POLSIMOP FROM WS-REP-SPACES
            MOVE 'SUMMARY BY PATRON CATEGORY' TO WS-SECTION-HDR
            WRITE REC-POLSIMOP FROM WS-SECTION-HDR
            WRITE REC-POLSIMOP FROM WS-SIM-HDR1
            WRITE REC-POLSIMOP FROM WS-SIM-HDR2

            PERFORM 2710-PRINT-CAT-LINE VARYING WS-CAT-IDX
                      FROM 1 BY 1 UNTIL WS-CAT-IDX > WS-CAT-CNT

            WRITE REC-POLSIMOP FROM WS-REP-SPACES
            MOVE 3 TO WS-ACC-IDX
            MOVE 'GRAND TOTAL' TO WS-SL-GENRE
            MOVE SPACES TO WS-SL-CAT
            PERFORM 2600-PRINT-ACC-LINE
            .

       2710-PRINT-CAT-LINE.
            COMPUTE WS-ACC-IDX = WS-CAT-IDX + 3
            MOVE 'ALL GENRES' TO WS-SL-GENRE
            MOVE SPACES TO WS-SL-CAT
            MOVE WS-CAT-CODE (WS-CAT-IDX) TO WS-SL-CAT (2:1)
            PERFORM 2600-PRINT-ACC-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILES
            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC
            CLOSE FD-POLSIMI
            MOVE FS-POLSIMI TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-POLSIMI' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            CLOSE FD-POLSIMOP
            MOVE FS-POLSIMOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-POLSIMOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            DISPLAY WS-ERROR
            PERFORM 9999-TERMINATE
            .

       9999-TERMINATE.
            STOP RUN
            .
