      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ARAGING.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/25/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * MONTH-END RECEIVABLES AGING AND FINES LEDGER PROOF             *
      *----------------------------------------------------------------*
      * - FINEXP SENDS THE MONTH'S REVENUE TO THE CITY; THIS JOB       *
      *   ANSWERS WHAT PATRONS STILL OWE AT MONTH END, HOW OLD IT IS,  *
      *   AND WHETHER THE FINES LEDGER HOLDS TOGETHER. FOUR SECTIONS,  *
      *   EACH ON ITS OWN PAGE OF ARAGEPOP:                            *
      *   1. AGING - BALANCE OWED AT MONTH END PER FINE, AGED FROM     *
      *      ASSESS_DATE INTO 0-30, 31-60, 61-90 AND OVER 90 DAYS, BY  *
      *      BRANCH (THE BOOK'S BRANCH_ID - FEES WITH NO BOOK FALL     *
      *      UNDER BRANCH 0) AND CHARGE_TYPE, WITH BRANCH SUBTOTALS    *
      *      AND A GRAND TOTAL                                         *
      *   2. PATRON DETAIL - EVERY PATRON OWING MORE THAN MINBAL,      *
      *      LARGEST FIRST, IN THE SAME BUCKETS                        *
      *   3. PROOF EXCEPTIONS - EVERY FINE STILL ON FINES IS CHECKED:  *
      *      FINE_AMOUNT - PAID_AMOUNT - WAIVED_AMOUNT IS NOT NEGATIVE *
      *      AND AGREES WITH FINE_STATUS ('O' OWES, 'P'/'W' DO NOT);   *
      *      FINE_PAYS 'P' + 'R' ROWS SUM TO PAID_AMOUNT AND 'W' - 'R' *
      *      ROWS TO WAIVED_AMOUNT (A REFUND IS NEGATIVE AND MOVES THE *
      *      AMOUNT FROM PAID TO WAIVED, SEE RFNDTRN); AND THE         *
      *      FINES_AUDIT ROWS CHAIN - FIRST BEFORE_BALANCE IS THE      *
      *      FINE_AMOUNT, EACH BEFORE_BALANCE IS THE PREVIOUS          *
      *      AFTER_BALANCE AND THE LAST AFTER_BALANCE IS THE BALANCE.  *
      *      EACH BREAK IS ONE EXCEPTION LINE                          *
      *   4. ROLL-FORWARD - OPENING + ASSESSED - PAID - WAIVED MUST    *
      *      EQUAL THE CLOSING BALANCE, AND THE AGING MUST TOTAL TO IT *
      * - THE BALANCE AT MONTH END IS TODAY'S BALANCE PLUS THE 'P' AND *
      *   'W' FINE_PAYS ROWS TAKEN SINCE, SO THE JOB CAN RUN (OR BE    *
      *   RERUN) AFTER THE MONTH HAS CLOSED. FINES_HIST IS READ WITH   *
      *   FINES SO A FINE SETTLED AND ARCHIVED (FINARCH) SINCE MONTH   *
      *   END STILL COUNTS AS OWED AT MONTH END                        *
      * - THE OPENING BALANCE IS THE PRIOR MONTH'S CLOSE_BAL ON        *
      *   AR_MONTH. WITH NO PRIOR ROW (FIRST RUN) IT IS REBUILT THE    *
      *   SAME WAY AS AT THE DAY BEFORE THE MONTH AND FLAGGED DERIVED  *
      * - THE MONTH'S FIGURES ARE KEPT ON AR_MONTH (A RERUN OF THE     *
      *   SAME MONTH REPLACES THE ROW) FOR NEXT MONTH'S OPENING        *
      * - REGISTERED IN RUN_HIST (RUNLOG) AND REP_REGIST (REPREG)      *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   25,2020 - INITIAL VERSION                        (1225AR)*
      *                                                                *
      * PARM (COMMA SEPARATED, ALL OPTIONAL):                          *
      *   MONTH=YYYY-MM    - MONTH TO CLOSE (DEFAULT: PREVIOUS MONTH)  *
      *   MINBAL=NNNN.NN   - PATRON DETAIL THRESHOLD (DEFAULT 50.00)   *
      *                                                                *
      * FILES:                                                         *
      * ARAGEPOP (OUTPUT) - IBMUSER.SMAGALIT.ARAGEPOP                  *
      * IBMUSER.AR_MONTH (I/O) - ONE ROW PER CLOSED MONTH              *
      *                                                                *
      * 0000-MAIN                      2530-CHECK-AUDIT-CHAIN          *
      * 1000-INIT                      2540-CHAIN-ONE-AUDIT            *
      * 1100-GET-TIMESTAMP             2590-WRITE-EXCEPTION            *
      * 1150-PARSE-PARM                2600-WRITE-PROOF-TOTALS         *
      * 1160-PARSE-ONE-TOKEN           2800-ROLL-FORWARD               *
      * 1200-SET-PERIOD                2810-GET-OPENING                *
      * 1300-OPEN-FILE                 2820-GET-MONTH-MOVEMENT         *
      * 1400-SET-REPVARS               2850-WRITE-RF-LINE              *
      * 2000-MAIN-LOGIC                2900-SAVE-MONTH                 *
      * 2050-WRITE-HEADERS             3000-CLEANUP                    *
      * 2100-AGING-BY-BRANCH           3100-CLOSE-FILE                 *
      * 2110-FETCH-AGING               8100-CHARGE-TYPE-TEXT           *
      * 2130-WRITE-AGING-LINE          8150-EDIT-AMOUNT                *
      * 2140-WRITE-BRANCH-TOTAL        8160-ADD-AMOUNT                 *
      * 2150-WRITE-GRAND-TOTAL         8200-AS-OF-BALANCE              *
      * 2200-PATRON-DETAIL             8300-FETCH-AUDIT                *
      * 2210-FETCH-PATRON              9999-ERROR-HANDLING             *
      * 2500-LEDGER-PROOF              9999-TERMINATE                  *
      * 2510-FETCH-PROOF                                               *
      * 2520-PROOF-ONE-FINE                                            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-ARAGEPOP  ASSIGN       TO    ARAGEPOP
                               FILE STATUS  IS FS-ARAGEPOP
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-ARAGEPOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-ARAGEPOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-PARM-VARS.
               10  WS-PARM-TOK         OCCURS 2 TIMES
                                       PIC X(32)  VALUE SPACES.
               10  WS-PARM-IDX         PIC S9(04) COMP VALUE 0.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.
           05  WS-PERIOD-VARS.
               10  WS-PERIOD           PIC X(07)       VALUE SPACES.
               10  WS-PRIOR-PERIOD     PIC X(07)       VALUE SPACES.
               10  WS-TODAY            PIC X(10)       VALUE SPACES.
               10  WS-FROM-DATE        PIC X(10)       VALUE SPACES.
               10  WS-ME-DATE          PIC X(10)       VALUE SPACES.
               10  WS-PRIOR-END        PIC X(10)       VALUE SPACES.
               10  WS-ASOF-DATE        PIC X(10)       VALUE SPACES.
               10  WS-ASOF-BAL         PIC S9(09)V99 COMP-3 VALUE 0.
               10  WS-MIN-BAL          PIC S9(07)V99 COMP-3
                                                       VALUE 50.00.
               10  WS-MINBAL-DISP      PIC Z,ZZ9.99.

      **   ONE AGING ROW AS FETCHED - THE FIVE AMOUNTS ARE NAMED FOR
      **   THE FETCH AND WALKED AS A TABLE FOR EDITING AND TOTALLING
           05  WS-AGE-VARS.
               10  WS-AG-BRANCH        PIC S9(09) COMP VALUE 0.
               10  WS-AG-CTYPE         PIC X           VALUE SPACE.
               10  WS-AG-COUNT         PIC S9(09) COMP VALUE 0.
               10  WS-AG-AMTS.
                   15  WS-AG-B1        PIC S9(09)V99 COMP-3 VALUE 0.
                   15  WS-AG-B2        PIC S9(09)V99 COMP-3 VALUE 0.
                   15  WS-AG-B3        PIC S9(09)V99 COMP-3 VALUE 0.
                   15  WS-AG-B4        PIC S9(09)V99 COMP-3 VALUE 0.
                   15  WS-AG-TOTAL     PIC S9(09)V99 COMP-3 VALUE 0.
               10  WS-AG-AMT-TBL       REDEFINES WS-AG-AMTS.
                   15  WS-AG-AMT       OCCURS 5 TIMES
                                       PIC S9(09)V99 COMP-3.
               10  WS-BR-AMT-TBL.
                   15  WS-BR-AMT       OCCURS 5 TIMES
                                       PIC S9(09)V99 COMP-3.
               10  WS-GR-AMT-TBL.
                   15  WS-GR-AMT       OCCURS 5 TIMES
                                       PIC S9(09)V99 COMP-3.
               10  WS-BR-COUNT         PIC S9(09) COMP VALUE 0.
               10  WS-GR-COUNT         PIC S9(09) COMP VALUE 0.
               10  WS-AMT-IX           PIC S9(04) COMP VALUE 0.
               10  WS-PREV-BRANCH      PIC S9(09) COMP VALUE 0.
               10  WS-FIRST-ROW-SW     PIC 9           VALUE 1.
                   88  FIRST-ROW                       VALUE 1.
               10  WS-BR-SHOWN-SW      PIC 9           VALUE 0.
                   88  BRANCH-SHOWN                    VALUE 1.
               10  WS-TYPE-TEXT        PIC X(21)       VALUE SPACES.

           05  WS-PROOF-VARS.
               10  WS-PF-BAL           PIC S9(07)V99 COMP-3 VALUE 0.
               10  WS-PF-PAYS-PAID     PIC S9(07)V99 COMP-3 VALUE 0.
               10  WS-PF-PAYS-WAIVED   PIC S9(07)V99 COMP-3 VALUE 0.
               10  WS-CHAIN-PREV       PIC S9(07)V99 COMP-3 VALUE 0.
               10  WS-CHAIN-ROWS       PIC S9(09) COMP VALUE 0.
               10  WS-AUDIT-SW         PIC 9           VALUE 0.
                   88  AUDIT-EOF                       VALUE 1.
               10  WS-FINE-EXC-SW      PIC 9           VALUE 0.
                   88  FINE-HAS-EXCEPTION              VALUE 1.
               10  WS-AUDIT-ID-DISP    PIC Z(8)9.
               10  WS-AMT-EDIT         PIC -ZZ,ZZ9.99.

           05  WS-RF-VARS.
               10  WS-RF-OPEN          PIC S9(09)V99 COMP-3 VALUE 0.
               10  WS-RF-ASSESSED      PIC S9(09)V99 COMP-3 VALUE 0.
               10  WS-RF-PAID          PIC S9(09)V99 COMP-3 VALUE 0.
               10  WS-RF-WAIVED        PIC S9(09)V99 COMP-3 VALUE 0.
               10  WS-RF-EXPECTED      PIC S9(09)V99 COMP-3 VALUE 0.
               10  WS-RF-CLOSE         PIC S9(09)V99 COMP-3 VALUE 0.
               10  WS-RF-DIFF          PIC S9(09)V99 COMP-3 VALUE 0.
               10  WS-RF-AGED          PIC S9(09)V99 COMP-3 VALUE 0.
               10  WS-RF-AGED-DIFF     PIC S9(09)V99 COMP-3 VALUE 0.
               10  WS-RF-DERIVED       PIC X           VALUE 'N'.
                   88  OPENING-DERIVED                 VALUE 'Y'.

           05  WS-COUNTERS.
               10  WS-AGED-FINES       PIC S9(09) COMP VALUE 0.
               10  WS-PATRON-CNTR      PIC S9(09) COMP VALUE 0.
               10  WS-FINES-CHECKED    PIC S9(09) COMP VALUE 0.
               10  WS-EXCEPT-FINES     PIC S9(09) COMP VALUE 0.
               10  WS-EXCEPT-CNTR      PIC S9(09) COMP VALUE 0.
               10  WS-LINE-CNTR        PIC S9(09) COMP VALUE 0.

           05  WS-SECTION-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-SL-TEXT          PIC X(131)    VALUE SPACES  .
           05  WS-SEPARATOR            PIC X(132)    VALUE ALL '-' .

           05  WS-AGE-HDR.
               10  FILLER              PIC X(07)     VALUE ' BRCH  '.
               10  FILLER              PIC X(26)     VALUE 'BRANCH'.
               10  FILLER              PIC X(22)
                                       VALUE 'CHARGE TYPE'        .
               10  FILLER              PIC X(07)     VALUE '  FINES'.
               10  FILLER              PIC X(14)
                                       VALUE '          0-30'     .
               10  FILLER              PIC X(14)
                                       VALUE '         31-60'     .
               10  FILLER              PIC X(14)
                                       VALUE '         61-90'     .
               10  FILLER              PIC X(14)
                                       VALUE '       OVER 90'     .
               10  FILLER              PIC X(14)
                                       VALUE '         TOTAL'     .
           05  WS-AGE-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-AL-BRANCH        PIC ZZZZ.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-AL-BRNAME        PIC X(24)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-AL-TYPE          PIC X(21)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-AL-COUNT         PIC Z(6)9.
               10  WS-AL-AMT-GRP       OCCURS 5 TIMES.
                   15  FILLER          PIC X(01).
                   15  WS-AL-AMT       PIC -Z,ZZZ,ZZ9.99.

           05  WS-PAT-HDR.
               10  FILLER              PIC X(12)
                                       VALUE '    PATRON  '       .
               10  FILLER              PIC X(43)     VALUE 'NAME'  .
               10  FILLER              PIC X(07)     VALUE '  FINES'.
               10  FILLER              PIC X(14)
                                       VALUE '          0-30'     .
               10  FILLER              PIC X(14)
                                       VALUE '         31-60'     .
               10  FILLER              PIC X(14)
                                       VALUE '         61-90'     .
               10  FILLER              PIC X(14)
                                       VALUE '       OVER 90'     .
               10  FILLER              PIC X(14)
                                       VALUE '         TOTAL'     .
           05  WS-PAT-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-PL-PATRON        PIC Z(8)9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-PL-NAME          PIC X(41)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-PL-COUNT         PIC Z(6)9.
               10  WS-PL-AMT-GRP       OCCURS 5 TIMES.
                   15  FILLER          PIC X(01).
                   15  WS-PL-AMT       PIC -Z,ZZZ,ZZ9.99.

           05  WS-EXC-HDR.
               10  FILLER              PIC X(12)
                                       VALUE '      FINE  '       .
               10  FILLER              PIC X(13)
                                       VALUE '   PATRON  ST'      .
               10  FILLER              PIC X(11)
                                       VALUE '    AMOUNT '        .
               10  FILLER              PIC X(11)
                                       VALUE '      PAID '        .
               10  FILLER              PIC X(11)
                                       VALUE '    WAIVED '        .
               10  FILLER              PIC X(11)
                                       VALUE '   BALANCE '        .
               10  FILLER              PIC X(11)
                                       VALUE '   JOURNAL '        .
               10  FILLER              PIC X(52)
                                       VALUE ' EXCEPTION'        .
           05  WS-EXC-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-XL-FINE          PIC Z(8)9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-XL-PATRON        PIC Z(8)9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-XL-STATUS        PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-XL-AMOUNT        PIC -ZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-XL-PAID          PIC -ZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-XL-WAIVED        PIC -ZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-XL-BALANCE       PIC -ZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-XL-JOURNAL       PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-XL-REASON        PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(10)     VALUE SPACES  .

           05  WS-RF-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-RFL-LABEL        PIC X(40)     VALUE SPACES  .
               10  WS-RFL-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-RFL-NOTE         PIC X(60)     VALUE SPACES  .
               10  FILLER              PIC X(10)     VALUE SPACES  .
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TL-LABEL         PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(06)     VALUE SPACES  .
               10  WS-TL-COUNT         PIC Z(8)9.
               10  FILLER              PIC X(73)     VALUE SPACES  .

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)     VALUE 0  .
               10  WS-HDR-TITLE         PIC X(108)
                        VALUE 'RECEIVABLES AGING AND LEDGER PROOF'
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
           05  WS-FILESTAT.
               10  FS-ARAGEPOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)     VALUE 'ARAGING'.

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
           EXEC SQL INCLUDE DCLFINE  END-EXEC.
           EXEC SQL INCLUDE DCLFAU   END-EXEC.
           EXEC SQL INCLUDE DCLBRN   END-EXEC.
           EXEC SQL INCLUDE DCLPATR  END-EXEC.
           EXEC SQL INCLUDE DCLARM   END-EXEC.

      **   BALANCE OWED AT MONTH END PER FINE (TODAY'S BALANCE PLUS
      **   WHAT WAS PAID OR WAIVED SINCE - A REFUND NETS TO NOTHING),
      **   AGED FROM ASSESS_DATE AND SUMMED BY BRANCH AND CHARGE TYPE
           EXEC SQL DECLARE CURAGE CURSOR FOR
                SELECT A.BRANCH_ID,
                       COALESCE(R.BRANCH_NAME, 'NO BRANCH'),
                       A.CHARGE_TYPE,
                       COUNT(*),
                       SUM(CASE WHEN A.AGE_DAYS <= 30
                                THEN A.BAL ELSE 0 END),
                       SUM(CASE WHEN A.AGE_DAYS BETWEEN 31 AND 60
                                THEN A.BAL ELSE 0 END),
                       SUM(CASE WHEN A.AGE_DAYS BETWEEN 61 AND 90
                                THEN A.BAL ELSE 0 END),
                       SUM(CASE WHEN A.AGE_DAYS > 90
                                THEN A.BAL ELSE 0 END),
                       SUM(A.BAL)
                  FROM (SELECT COALESCE(B.BRANCH_ID, 0) AS BRANCH_ID,
                               F.CHARGE_TYPE,
                               DAYS(DATE(:WS-ME-DATE))
                                 - DAYS(F.ASSESS_DATE) AS AGE_DAYS,
                               F.FINE_AMOUNT - F.PAID_AMOUNT
                                 - F.WAIVED_AMOUNT
                                 + COALESCE(
                                   (SELECT SUM(P.PAY_AMOUNT)
                                      FROM IBMUSER.FINE_PAYS P
                                     WHERE P.FINE_ID = F.FINE_ID
                                       AND P.PAY_TYPE IN ('P', 'W')
                                       AND DATE(P.PAY_TS)
                                           > DATE(:WS-ME-DATE)), 0)
                                 AS BAL
                          FROM (SELECT FINE_ID, BOOK_ID, CHARGE_TYPE,
                                       ASSESS_DATE, FINE_AMOUNT,
                                       PAID_AMOUNT, WAIVED_AMOUNT
                                  FROM IBMUSER.FINES
                                UNION ALL
                                SELECT FINE_ID, BOOK_ID, CHARGE_TYPE,
                                       ASSESS_DATE, FINE_AMOUNT,
                                       PAID_AMOUNT, WAIVED_AMOUNT
                                  FROM IBMUSER.FINES_HIST) AS F
                          LEFT JOIN IBMUSER.BOOKS B
                            ON B.BOOK_ID = F.BOOK_ID
                         WHERE F.ASSESS_DATE <= DATE(:WS-ME-DATE)
                       ) AS A
                  LEFT JOIN IBMUSER.BRANCHES R
                    ON R.BRANCH_ID = A.BRANCH_ID
                 WHERE A.BAL <> 0
                 GROUP BY A.BRANCH_ID, R.BRANCH_NAME, A.CHARGE_TYPE
                 ORDER BY A.BRANCH_ID, A.CHARGE_TYPE
           END-EXEC.

      **   THE SAME MONTH-END BALANCES BY PATRON, OVER THE THRESHOLD
           EXEC SQL DECLARE CURAPAT CURSOR FOR
                SELECT A.PATRON_ID,
                       COALESCE(T.PATRON_NAME, ' '),
                       COUNT(*),
                       SUM(CASE WHEN A.AGE_DAYS <= 30
                                THEN A.BAL ELSE 0 END),
                       SUM(CASE WHEN A.AGE_DAYS BETWEEN 31 AND 60
                                THEN A.BAL ELSE 0 END),
                       SUM(CASE WHEN A.AGE_DAYS BETWEEN 61 AND 90
                                THEN A.BAL ELSE 0 END),
                       SUM(CASE WHEN A.AGE_DAYS > 90
                                THEN A.BAL ELSE 0 END),
                       SUM(A.BAL)
                  FROM (SELECT F.PATRON_ID,
                               DAYS(DATE(:WS-ME-DATE))
                                 - DAYS(F.ASSESS_DATE) AS AGE_DAYS,
                               F.FINE_AMOUNT - F.PAID_AMOUNT
                                 - F.WAIVED_AMOUNT
                                 + COALESCE(
                                   (SELECT SUM(P.PAY_AMOUNT)
                                      FROM IBMUSER.FINE_PAYS P
                                     WHERE P.FINE_ID = F.FINE_ID
                                       AND P.PAY_TYPE IN ('P', 'W')
                                       AND DATE(P.PAY_TS)
                                           > DATE(:WS-ME-DATE)), 0)
                                 AS BAL
                          FROM (SELECT FINE_ID, PATRON_ID,
                                       ASSESS_DATE, FINE_AMOUNT,
                                       PAID_AMOUNT, WAIVED_AMOUNT
                                  FROM IBMUSER.FINES
                                UNION ALL
                                SELECT FINE_ID, PATRON_ID,
                                       ASSESS_DATE, FINE_AMOUNT,
                                       PAID_AMOUNT, WAIVED_AMOUNT
                                  FROM IBMUSER.FINES_HIST) AS F
                         WHERE F.ASSESS_DATE <= DATE(:WS-ME-DATE)
                       ) AS A
                  LEFT JOIN IBMUSER.PATRONS T
                    ON T.PATRON_ID = A.PATRON_ID
                 WHERE A.BAL <> 0
                 GROUP BY A.PATRON_ID, T.PATRON_NAME
                HAVING SUM(A.BAL) > :WS-MIN-BAL
                 ORDER BY 8 DESC, 1
           END-EXEC.

      **   EVERY LIVE FINE WITH ITS FINE_PAYS JOURNAL SUMMED THE WAY
      **   FINETRN/CITYPAY/COLLRET/RFNDTRN POST TO PAID AND WAIVED
           EXEC SQL DECLARE CURPROOF CURSOR FOR
                SELECT F.FINE_ID, F.PATRON_ID, F.FINE_AMOUNT,
                       F.PAID_AMOUNT, F.WAIVED_AMOUNT, F.FINE_STATUS,
                       COALESCE(SUM(CASE WHEN P.PAY_TYPE IN ('P', 'R')
                                         THEN P.PAY_AMOUNT
                                         ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN P.PAY_TYPE = 'W'
                                         THEN P.PAY_AMOUNT
                                         WHEN P.PAY_TYPE = 'R'
                                         THEN 0 - P.PAY_AMOUNT
                                         ELSE 0 END), 0)
                  FROM IBMUSER.FINES F
                  LEFT JOIN IBMUSER.FINE_PAYS P
                    ON P.FINE_ID = F.FINE_ID
                   AND P.PAY_TYPE IN ('P', 'W', 'R')
                 GROUP BY F.FINE_ID, F.PATRON_ID, F.FINE_AMOUNT,
                          F.PAID_AMOUNT, F.WAIVED_AMOUNT,
                          F.FINE_STATUS
                 ORDER BY F.FINE_ID
           END-EXEC.

      **   THE AUDIT TRAIL OF THE SAME FINES IN THE SAME ORDER, READ
      **   ALONGSIDE CURPROOF
           EXEC SQL DECLARE CURPAUD CURSOR FOR
                SELECT A.FINE_ID, A.AUDIT_ID,
                       A.BEFORE_BALANCE, A.AFTER_BALANCE
                  FROM IBMUSER.FINES_AUDIT A
                 INNER JOIN IBMUSER.FINES F
                    ON F.FINE_ID = A.FINE_ID
                 ORDER BY A.FINE_ID, A.AUDIT_ID
           END-EXEC.

      *--------------------------------------------------------------*
      * LS-PARM HOLDS THE BATCH PARM CARD (MONTH=, MINBAL=)            *
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
            MOVE 'ARAGING' TO WS-RL-JOB-NAME
            IF LS-PARM-LEN > 0
               MOVE LS-PARM-TEXT TO WS-RL-PARM-TEXT
            END-IF
            MOVE 'S' TO WS-RL-FUNC
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 1000-INIT
            PERFORM 2000-MAIN-LOGIC
            PERFORM 3000-CLEANUP
            .

       1000-INIT.
            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1100-GET-TIMESTAMP
            PERFORM 1150-PARSE-PARM
            PERFORM 1200-SET-PERIOD
            PERFORM 1300-OPEN-FILE
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
               UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ','
                        INTO WS-PARM-TOK (1) WS-PARM-TOK (2)
               END-UNSTRING

               PERFORM 1160-PARSE-ONE-TOKEN VARYING WS-PARM-IDX
                         FROM 1 BY 1 UNTIL WS-PARM-IDX > 2
            END-IF
            .

       1160-PARSE-ONE-TOKEN.
            MOVE '1160-PARSE-ONE-TOKEN' TO ERR-LOC

            IF FUNCTION TRIM (WS-PARM-TOK (WS-PARM-IDX))
                  NOT = SPACES
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING WS-PARM-TOK (WS-PARM-IDX)
                        DELIMITED BY '='
                        INTO WS-PARM-KEY WS-PARM-VAL
               END-UNSTRING

               EVALUATE FUNCTION TRIM (WS-PARM-KEY)
                  WHEN 'MONTH'
                     MOVE WS-PARM-VAL (1:7) TO WS-PERIOD
                  WHEN 'MINBAL'
                     MOVE FUNCTION NUMVAL (WS-PARM-VAL)
                       TO WS-MIN-BAL
               END-EVALUATE
            END-IF
            .

      *--------------------------------------------------------------*
      * THE MONTH BEING CLOSED IS LAST MONTH UNLESS THE PARM NAMES    *
      * ONE. DB2 WORKS OUT ITS LAST DAY AND THE PRIOR MONTH           *
      *--------------------------------------------------------------*
       1200-SET-PERIOD.
            MOVE '1200-SET-PERIOD' TO ERR-LOC

            IF WS-PERIOD = SPACES
               EXEC SQL
                    SELECT CHAR(CURRENT DATE - 1 MONTH, ISO)
                      INTO :WS-TODAY
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT CURRENT DATE' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               MOVE WS-TODAY (1:7) TO WS-PERIOD
            END-IF

            MOVE SPACES TO WS-FROM-DATE
            STRING WS-PERIOD DELIMITED BY SIZE
                   '-01'     DELIMITED BY SIZE
              INTO WS-FROM-DATE
            END-STRING

            EXEC SQL
                 SELECT CHAR(DATE(:WS-FROM-DATE) + 1 MONTH - 1 DAY,
                             ISO),
                        CHAR(DATE(:WS-FROM-DATE) - 1 DAY, ISO)
                   INTO :WS-ME-DATE, :WS-PRIOR-END
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'BAD MONTH= PARM' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE WS-PRIOR-END (1:7) TO WS-PRIOR-PERIOD
            MOVE WS-MIN-BAL         TO WS-MINBAL-DISP
            DISPLAY 'CLOSING MONTH ' WS-PERIOD ' AT ' WS-ME-DATE
            .

       1300-OPEN-FILE.
            MOVE '1300-OPEN-FILE' TO ERR-LOC
            OPEN OUTPUT FD-ARAGEPOP
            MOVE FS-ARAGEPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-ARAGEPOP' TO ERR-MSG
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

            PERFORM 2100-AGING-BY-BRANCH
            PERFORM 2200-PATRON-DETAIL
            PERFORM 2500-LEDGER-PROOF
            PERFORM 2800-ROLL-FORWARD
            PERFORM 2900-SAVE-MONTH

            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.ARAGEPOP'
            WRITE REC-ARAGEPOP FROM WS-REP-FOOTER
            ADD 1 TO WS-LINE-CNTR
            .

      *--------------------------------------------------------------*
      * EACH SECTION STARTS A PAGE WITH THE STANDARD HEADERS AND ITS  *
      * TITLE (LEFT IN WS-SL-TEXT BY THE CALLER)                      *
      *--------------------------------------------------------------*
       2050-WRITE-HEADERS.
            MOVE '2050-WRITE-HEADERS' TO ERR-LOC

            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            WRITE REC-ARAGEPOP FROM WS-REP-HEADER1
            WRITE REC-ARAGEPOP FROM WS-REP-HEADER2
            WRITE REC-ARAGEPOP FROM WS-REP-SPACES
            WRITE REC-ARAGEPOP FROM WS-SECTION-LINE
            WRITE REC-ARAGEPOP FROM WS-SEPARATOR
            ADD 5 TO WS-LINE-CNTR
            .

       2100-AGING-BY-BRANCH.
            MOVE '2100-AGING-BY-BRANCH' TO ERR-LOC

            MOVE SPACES TO WS-SL-TEXT
            STRING 'BALANCES OWED AT '         DELIMITED BY SIZE
                   WS-ME-DATE                  DELIMITED BY SIZE
                   ' AGED BY BRANCH AND CHARGE TYPE (DAYS SINCE '
                                               DELIMITED BY SIZE
                   'ASSESSED)'                 DELIMITED BY SIZE
              INTO WS-SL-TEXT
            END-STRING
            PERFORM 2050-WRITE-HEADERS
            WRITE REC-ARAGEPOP FROM WS-AGE-HDR
            ADD 1 TO WS-LINE-CNTR

            INITIALIZE WS-BR-AMT-TBL WS-GR-AMT-TBL
            MOVE 0 TO WS-BR-COUNT WS-GR-COUNT
            SET FIRST-ROW TO TRUE

            EXEC SQL OPEN CURAGE END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURAGE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2110-FETCH-AGING UNTIL SQL-EOC

            EXEC SQL CLOSE CURAGE END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURAGE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF NOT FIRST-ROW
               PERFORM 2140-WRITE-BRANCH-TOTAL
            END-IF
            PERFORM 2150-WRITE-GRAND-TOTAL
            .

       2110-FETCH-AGING.
            MOVE '2110-FETCH-AGING' TO ERR-LOC

            INITIALIZE WS-AG-AMTS TBLBRN-BRANCH-NAME
            EXEC SQL
                 FETCH CURAGE
                  INTO :WS-AG-BRANCH, :TBLBRN-BRANCH-NAME,
                       :WS-AG-CTYPE, :WS-AG-COUNT,
                       :WS-AG-B1, :WS-AG-B2, :WS-AG-B3, :WS-AG-B4,
                       :WS-AG-TOTAL
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF NOT FIRST-ROW
                     AND WS-AG-BRANCH NOT = WS-PREV-BRANCH
                        PERFORM 2140-WRITE-BRANCH-TOTAL
                     END-IF
                     IF FIRST-ROW
                     OR WS-AG-BRANCH NOT = WS-PREV-BRANCH
                        INITIALIZE WS-BR-AMT-TBL
                        MOVE 0            TO WS-BR-COUNT
                                             WS-BR-SHOWN-SW
                        MOVE WS-AG-BRANCH TO WS-PREV-BRANCH
                     END-IF
                     MOVE 0 TO WS-FIRST-ROW-SW
                     PERFORM 2130-WRITE-AGING-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURAGE' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      **   BRANCH NUMBER AND NAME ONLY ON THE BRANCH'S FIRST LINE
       2130-WRITE-AGING-LINE.
            MOVE '2130-WRITE-AGING-LINE' TO ERR-LOC

            MOVE SPACES TO WS-AL-BRNAME
            MOVE 0      TO WS-AL-BRANCH
            IF NOT BRANCH-SHOWN
               MOVE WS-AG-BRANCH TO WS-AL-BRANCH
               MOVE TBLBRN-BRANCH-NAME-TEXT (1:24) TO WS-AL-BRNAME
               SET BRANCH-SHOWN TO TRUE
            END-IF

            MOVE WS-AG-CTYPE  TO TBLFIN-CHARGE-TYPE
            PERFORM 8100-CHARGE-TYPE-TEXT
            MOVE WS-TYPE-TEXT TO WS-AL-TYPE
            MOVE WS-AG-COUNT  TO WS-AL-COUNT
            PERFORM 8150-EDIT-AMOUNT VARYING WS-AMT-IX
                      FROM 1 BY 1 UNTIL WS-AMT-IX > 5
            PERFORM 8160-ADD-AMOUNT VARYING WS-AMT-IX
                      FROM 1 BY 1 UNTIL WS-AMT-IX > 5
            ADD WS-AG-COUNT TO WS-BR-COUNT
                               WS-GR-COUNT
                               WS-AGED-FINES

            WRITE REC-ARAGEPOP FROM WS-AGE-LINE
            ADD 1 TO WS-LINE-CNTR
            .

       2140-WRITE-BRANCH-TOTAL.
            MOVE '2140-WRITE-BRANCH-TOTAL' TO ERR-LOC

            MOVE 0                TO WS-AL-BRANCH
            MOVE SPACES           TO WS-AL-BRNAME
            MOVE 'BRANCH TOTAL'   TO WS-AL-TYPE
            MOVE WS-BR-COUNT      TO WS-AL-COUNT
            MOVE WS-BR-AMT-TBL    TO WS-AG-AMT-TBL
            PERFORM 8150-EDIT-AMOUNT VARYING WS-AMT-IX
                      FROM 1 BY 1 UNTIL WS-AMT-IX > 5
            WRITE REC-ARAGEPOP FROM WS-AGE-LINE
            WRITE REC-ARAGEPOP FROM WS-REP-SPACES
            ADD 2 TO WS-LINE-CNTR
            .

       2150-WRITE-GRAND-TOTAL.
            MOVE '2150-WRITE-GRAND-TOTAL' TO ERR-LOC

            MOVE 0                TO WS-AL-BRANCH
            MOVE 'ALL BRANCHES'   TO WS-AL-BRNAME
            MOVE 'TOTAL OWED'     TO WS-AL-TYPE
            MOVE WS-GR-COUNT      TO WS-AL-COUNT
            MOVE WS-GR-AMT-TBL    TO WS-AG-AMT-TBL
            PERFORM 8150-EDIT-AMOUNT VARYING WS-AMT-IX
                      FROM 1 BY 1 UNTIL WS-AMT-IX > 5
            WRITE REC-ARAGEPOP FROM WS-SEPARATOR
            WRITE REC-ARAGEPOP FROM WS-AGE-LINE
            ADD 2 TO WS-LINE-CNTR

            MOVE WS-GR-AMT (5)    TO WS-RF-AGED
            .

       2200-PATRON-DETAIL.
            MOVE '2200-PATRON-DETAIL' TO ERR-LOC

            MOVE SPACES TO WS-SL-TEXT
            STRING 'PATRONS OWING MORE THAN '  DELIMITED BY SIZE
                   WS-MINBAL-DISP              DELIMITED BY SIZE
                   ' AT '                      DELIMITED BY SIZE
                   WS-ME-DATE                  DELIMITED BY SIZE
                   ' - LARGEST BALANCE FIRST'  DELIMITED BY SIZE
              INTO WS-SL-TEXT
            END-STRING
            PERFORM 2050-WRITE-HEADERS
            WRITE REC-ARAGEPOP FROM WS-PAT-HDR
            ADD 1 TO WS-LINE-CNTR

            EXEC SQL OPEN CURAPAT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURAPAT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2210-FETCH-PATRON UNTIL SQL-EOC

            EXEC SQL CLOSE CURAPAT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURAPAT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-PATRON-CNTR = 0
               MOVE SPACES TO WS-SL-TEXT
               MOVE 'NO PATRON OWES MORE THAN THE THRESHOLD'
                 TO WS-SL-TEXT
               WRITE REC-ARAGEPOP FROM WS-SECTION-LINE
               ADD 1 TO WS-LINE-CNTR
            END-IF
            .

       2210-FETCH-PATRON.
            MOVE '2210-FETCH-PATRON' TO ERR-LOC

            INITIALIZE WS-AG-AMTS TBLPATR-PATRON-NAME
            EXEC SQL
                 FETCH CURAPAT
                  INTO :TBLPATR-PATRON-ID, :TBLPATR-PATRON-NAME,
                       :WS-AG-COUNT,
                       :WS-AG-B1, :WS-AG-B2, :WS-AG-B3, :WS-AG-B4,
                       :WS-AG-TOTAL
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-PATRON-CNTR
                     PERFORM 8150-EDIT-AMOUNT VARYING WS-AMT-IX
                               FROM 1 BY 1 UNTIL WS-AMT-IX > 5
                     MOVE TBLPATR-PATRON-ID  TO WS-PL-PATRON
                     MOVE TBLPATR-PATRON-NAME-TEXT (1:41)
                                             TO WS-PL-NAME
                     MOVE WS-AG-COUNT        TO WS-PL-COUNT
                     MOVE WS-AL-AMT-GRP (1)  TO WS-PL-AMT-GRP (1)
                     MOVE WS-AL-AMT-GRP (2)  TO WS-PL-AMT-GRP (2)
                     MOVE WS-AL-AMT-GRP (3)  TO WS-PL-AMT-GRP (3)
                     MOVE WS-AL-AMT-GRP (4)  TO WS-PL-AMT-GRP (4)
                     MOVE WS-AL-AMT-GRP (5)  TO WS-PL-AMT-GRP (5)
                     WRITE REC-ARAGEPOP FROM WS-PAT-LINE
                     ADD 1 TO WS-LINE-CNTR
                WHEN SQL-EOC
                     DISPLAY WS-PATRON-CNTR ' PATRONS OVER THRESHOLD'
                WHEN OTHER
                     MOVE 'FETCH CURAPAT' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      *--------------------------------------------------------------*
      * PER-FINE PROOF. CURPROOF AND CURPAUD ARE BOTH IN FINE_ID      *
      * ORDER; CURPAUD IS KEPT ONE ROW AHEAD AND EACH FINE TAKES THE  *
      * AUDIT ROWS THAT ARE ITS OWN                                   *
      *--------------------------------------------------------------*
       2500-LEDGER-PROOF.
            MOVE '2500-LEDGER-PROOF' TO ERR-LOC

            MOVE SPACES TO WS-SL-TEXT
            STRING 'LEDGER PROOF EXCEPTIONS - EVERY FINE ON FILE '
                                               DELIMITED BY SIZE
                   'AGAINST FINE_PAYS AND FINES_AUDIT'
                                               DELIMITED BY SIZE
              INTO WS-SL-TEXT
            END-STRING
            PERFORM 2050-WRITE-HEADERS
            WRITE REC-ARAGEPOP FROM WS-EXC-HDR
            ADD 1 TO WS-LINE-CNTR

            EXEC SQL OPEN CURPROOF END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPROOF' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL OPEN CURPAUD END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPAUD' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE 0 TO WS-AUDIT-SW
            PERFORM 8300-FETCH-AUDIT

            INITIALIZE EVAL-CODE
            PERFORM 2510-FETCH-PROOF UNTIL SQL-EOC

            EXEC SQL CLOSE CURPAUD END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPAUD' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL CLOSE CURPROOF END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPROOF' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2600-WRITE-PROOF-TOTALS
            .

       2510-FETCH-PROOF.
            MOVE '2510-FETCH-PROOF' TO ERR-LOC

            INITIALIZE DCLFINE
            EXEC SQL
                 FETCH CURPROOF
                  INTO :TBLFIN-FINE-ID, :TBLFIN-PATRON-ID,
                       :TBLFIN-FINE-AMOUNT, :TBLFIN-PAID-AMOUNT,
                       :TBLFIN-WAIVED-AMOUNT, :TBLFIN-FINE-STATUS,
                       :WS-PF-PAYS-PAID, :WS-PF-PAYS-WAIVED
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     PERFORM 2520-PROOF-ONE-FINE
                WHEN SQL-EOC
                     DISPLAY WS-FINES-CHECKED ' FINES PROVED, '
                             WS-EXCEPT-CNTR ' EXCEPTIONS'
                WHEN OTHER
                     MOVE 'FETCH CURPROOF' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2520-PROOF-ONE-FINE.
            MOVE '2520-PROOF-ONE-FINE' TO ERR-LOC

            ADD 1 TO WS-FINES-CHECKED
            MOVE 0 TO WS-FINE-EXC-SW
            COMPUTE WS-PF-BAL = TBLFIN-FINE-AMOUNT
                              - TBLFIN-PAID-AMOUNT
                              - TBLFIN-WAIVED-AMOUNT

            IF WS-PF-BAL < 0
               MOVE 'BALANCE IS NEGATIVE' TO WS-XL-REASON
               PERFORM 2590-WRITE-EXCEPTION
            END-IF

            EVALUATE TBLFIN-FINE-STATUS
                WHEN 'O'
                     IF WS-PF-BAL NOT > 0
                        MOVE 'STATUS O BUT NOTHING OWED'
                          TO WS-XL-REASON
                        PERFORM 2590-WRITE-EXCEPTION
                     END-IF
                WHEN 'P'
                WHEN 'W'
                     IF WS-PF-BAL NOT = 0
                        MOVE 'STATUS P/W BUT BALANCE NOT ZERO'
                          TO WS-XL-REASON
                        PERFORM 2590-WRITE-EXCEPTION
                     END-IF
                WHEN OTHER
                     MOVE 'FINE_STATUS IS NOT O, P OR W'
                       TO WS-XL-REASON
                     PERFORM 2590-WRITE-EXCEPTION
            END-EVALUATE

            IF WS-PF-PAYS-PAID NOT = TBLFIN-PAID-AMOUNT
               MOVE WS-PF-PAYS-PAID TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT     TO WS-XL-JOURNAL
               MOVE 'FINE_PAYS P+R NOT EQUAL TO PAID_AMOUNT'
                 TO WS-XL-REASON
               PERFORM 2590-WRITE-EXCEPTION
            END-IF

            IF WS-PF-PAYS-WAIVED NOT = TBLFIN-WAIVED-AMOUNT
               MOVE WS-PF-PAYS-WAIVED TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT       TO WS-XL-JOURNAL
               MOVE 'FINE_PAYS W-R NOT EQUAL TO WAIVED_AMOUNT'
                 TO WS-XL-REASON
               PERFORM 2590-WRITE-EXCEPTION
            END-IF

            PERFORM 2530-CHECK-AUDIT-CHAIN

            IF FINE-HAS-EXCEPTION
               ADD 1 TO WS-EXCEPT-FINES
            END-IF
            .

      **   A FINE WITH NOTHING PAID OR WAIVED NEEDS NO AUDIT ROWS; ONE
      **   WITH ANY MUST CHAIN FROM FINE_AMOUNT DOWN TO THE BALANCE
       2530-CHECK-AUDIT-CHAIN.
            MOVE '2530-CHECK-AUDIT-CHAIN' TO ERR-LOC

            MOVE TBLFIN-FINE-AMOUNT TO WS-CHAIN-PREV
            MOVE 0                  TO WS-CHAIN-ROWS

            PERFORM 2540-CHAIN-ONE-AUDIT
              UNTIL AUDIT-EOF
                 OR TBLFAU-FINE-ID > TBLFIN-FINE-ID

            IF WS-CHAIN-ROWS = 0
               IF WS-PF-BAL NOT = TBLFIN-FINE-AMOUNT
                  MOVE 'NO FINES_AUDIT ROWS FOR AMOUNT SETTLED'
                    TO WS-XL-REASON
                  PERFORM 2590-WRITE-EXCEPTION
               END-IF
            ELSE
               IF WS-CHAIN-PREV NOT = WS-PF-BAL
                  MOVE WS-CHAIN-PREV TO WS-AMT-EDIT
                  MOVE WS-AMT-EDIT   TO WS-XL-JOURNAL
                  MOVE 'LAST AFTER_BALANCE NOT EQUAL TO BALANCE'
                    TO WS-XL-REASON
                  PERFORM 2590-WRITE-EXCEPTION
               END-IF
            END-IF
            .

       2540-CHAIN-ONE-AUDIT.
            MOVE '2540-CHAIN-ONE-AUDIT' TO ERR-LOC

            IF TBLFAU-FINE-ID = TBLFIN-FINE-ID
               ADD 1 TO WS-CHAIN-ROWS
               IF TBLFAU-BEFORE-BALANCE NOT = WS-CHAIN-PREV
                  MOVE TBLFAU-BEFORE-BALANCE TO WS-AMT-EDIT
                  MOVE WS-AMT-EDIT           TO WS-XL-JOURNAL
                  IF WS-CHAIN-ROWS = 1
                     MOVE 'FIRST BEFORE_BALANCE NOT FINE_AMOUNT'
                       TO WS-XL-REASON
                  ELSE
                     MOVE TBLFAU-AUDIT-ID TO WS-AUDIT-ID-DISP
                     STRING 'AUDIT CHAIN GAP AT AUDIT_ID '
                                                 DELIMITED BY SIZE
                            WS-AUDIT-ID-DISP     DELIMITED BY SIZE
                       INTO WS-XL-REASON
                     END-STRING
                  END-IF
                  PERFORM 2590-WRITE-EXCEPTION
               END-IF
               MOVE TBLFAU-AFTER-BALANCE TO WS-CHAIN-PREV
            END-IF

            PERFORM 8300-FETCH-AUDIT
            .

       2590-WRITE-EXCEPTION.
            MOVE '2590-WRITE-EXCEPTION' TO ERR-LOC

            MOVE TBLFIN-FINE-ID       TO WS-XL-FINE
            MOVE TBLFIN-PATRON-ID     TO WS-XL-PATRON
            MOVE TBLFIN-FINE-STATUS   TO WS-XL-STATUS
            MOVE TBLFIN-FINE-AMOUNT   TO WS-XL-AMOUNT
            MOVE TBLFIN-PAID-AMOUNT   TO WS-XL-PAID
            MOVE TBLFIN-WAIVED-AMOUNT TO WS-XL-WAIVED
            MOVE WS-PF-BAL            TO WS-XL-BALANCE
            WRITE REC-ARAGEPOP FROM WS-EXC-LINE
            ADD 1 TO WS-LINE-CNTR
                     WS-EXCEPT-CNTR
            SET FINE-HAS-EXCEPTION TO TRUE

            MOVE SPACES TO WS-XL-JOURNAL
                           WS-XL-REASON
            .

       2600-WRITE-PROOF-TOTALS.
            MOVE '2600-WRITE-PROOF-TOTALS' TO ERR-LOC

            IF WS-EXCEPT-CNTR = 0
               MOVE SPACES TO WS-SL-TEXT
               MOVE 'NO EXCEPTIONS - EVERY FINE PROVES TO ITS JOURNALS'
                 TO WS-SL-TEXT
               WRITE REC-ARAGEPOP FROM WS-SECTION-LINE
               ADD 1 TO WS-LINE-CNTR
            END-IF

            WRITE REC-ARAGEPOP FROM WS-REP-SPACES
            MOVE 'FINES CHECKED'          TO WS-TL-LABEL
            MOVE WS-FINES-CHECKED         TO WS-TL-COUNT
            WRITE REC-ARAGEPOP FROM WS-TOTAL-LINE
            MOVE 'FINES WITH EXCEPTIONS'  TO WS-TL-LABEL
            MOVE WS-EXCEPT-FINES          TO WS-TL-COUNT
            WRITE REC-ARAGEPOP FROM WS-TOTAL-LINE
            MOVE 'EXCEPTIONS LISTED'      TO WS-TL-LABEL
            MOVE WS-EXCEPT-CNTR           TO WS-TL-COUNT
            WRITE REC-ARAGEPOP FROM WS-TOTAL-LINE
            ADD 4 TO WS-LINE-CNTR
            .

      *--------------------------------------------------------------*
      * OPENING + ASSESSED - PAID - WAIVED = CLOSING. PAID IS NET OF  *
      * REFUNDS AND WAIVED TAKES THEM ON, AS THE FINES ROW DOES       *
      *--------------------------------------------------------------*
       2800-ROLL-FORWARD.
            MOVE '2800-ROLL-FORWARD' TO ERR-LOC

            PERFORM 2810-GET-OPENING
            PERFORM 2820-GET-MONTH-MOVEMENT

            MOVE WS-ME-DATE  TO WS-ASOF-DATE
            PERFORM 8200-AS-OF-BALANCE
            MOVE WS-ASOF-BAL TO WS-RF-CLOSE

            COMPUTE WS-RF-EXPECTED = WS-RF-OPEN + WS-RF-ASSESSED
                                   - WS-RF-PAID - WS-RF-WAIVED
            COMPUTE WS-RF-DIFF      = WS-RF-EXPECTED - WS-RF-CLOSE
            COMPUTE WS-RF-AGED-DIFF = WS-RF-AGED - WS-RF-CLOSE

            MOVE SPACES TO WS-SL-TEXT
            STRING 'LEDGER ROLL-FORWARD FOR '   DELIMITED BY SIZE
                   WS-PERIOD                    DELIMITED BY SIZE
                   ' ('                         DELIMITED BY SIZE
                   WS-FROM-DATE                 DELIMITED BY SIZE
                   ' TO '                       DELIMITED BY SIZE
                   WS-ME-DATE                   DELIMITED BY SIZE
                   ')'                          DELIMITED BY SIZE
              INTO WS-SL-TEXT
            END-STRING
            PERFORM 2050-WRITE-HEADERS

            MOVE 'OPENING BALANCE'           TO WS-RFL-LABEL
            MOVE WS-RF-OPEN                  TO WS-RFL-AMOUNT
            IF OPENING-DERIVED
               STRING 'DERIVED - NO '        DELIMITED BY SIZE
                      WS-PRIOR-PERIOD        DELIMITED BY SIZE
                      ' CLOSE ON AR_MONTH'   DELIMITED BY SIZE
                 INTO WS-RFL-NOTE
               END-STRING
            ELSE
               STRING 'CLOSE OF '            DELIMITED BY SIZE
                      WS-PRIOR-PERIOD        DELIMITED BY SIZE
                      ' ON AR_MONTH'         DELIMITED BY SIZE
                 INTO WS-RFL-NOTE
               END-STRING
            END-IF
            PERFORM 2850-WRITE-RF-LINE

            MOVE 'PLUS ASSESSED IN MONTH'    TO WS-RFL-LABEL
            MOVE WS-RF-ASSESSED              TO WS-RFL-AMOUNT
            PERFORM 2850-WRITE-RF-LINE

            MOVE 'LESS PAID IN MONTH'        TO WS-RFL-LABEL
            MOVE WS-RF-PAID                  TO WS-RFL-AMOUNT
            MOVE 'PAYMENTS LESS REFUNDS'     TO WS-RFL-NOTE
            PERFORM 2850-WRITE-RF-LINE

            MOVE 'LESS WAIVED IN MONTH'      TO WS-RFL-LABEL
            MOVE WS-RF-WAIVED                TO WS-RFL-AMOUNT
            MOVE 'WAIVERS PLUS REFUNDS'      TO WS-RFL-NOTE
            PERFORM 2850-WRITE-RF-LINE

            MOVE 'EXPECTED CLOSING BALANCE'  TO WS-RFL-LABEL
            MOVE WS-RF-EXPECTED              TO WS-RFL-AMOUNT
            PERFORM 2850-WRITE-RF-LINE

            MOVE 'CLOSING BALANCE PER LEDGER' TO WS-RFL-LABEL
            MOVE WS-RF-CLOSE                 TO WS-RFL-AMOUNT
            STRING 'FINES AND FINES_HIST OWED AT '
                                             DELIMITED BY SIZE
                   WS-ME-DATE                DELIMITED BY SIZE
              INTO WS-RFL-NOTE
            END-STRING
            PERFORM 2850-WRITE-RF-LINE

            MOVE 'DIFFERENCE'                TO WS-RFL-LABEL
            MOVE WS-RF-DIFF                  TO WS-RFL-AMOUNT
            IF WS-RF-DIFF = 0
               MOVE 'IN BALANCE'             TO WS-RFL-NOTE
            ELSE
               MOVE '*** LEDGER DOES NOT ROLL FORWARD ***'
                                             TO WS-RFL-NOTE
            END-IF
            PERFORM 2850-WRITE-RF-LINE

            WRITE REC-ARAGEPOP FROM WS-REP-SPACES
            ADD 1 TO WS-LINE-CNTR
            MOVE 'TOTAL OF AGING BUCKETS'    TO WS-RFL-LABEL
            MOVE WS-RF-AGED                  TO WS-RFL-AMOUNT
            PERFORM 2850-WRITE-RF-LINE

            MOVE 'AGING LESS LEDGER CLOSING' TO WS-RFL-LABEL
            MOVE WS-RF-AGED-DIFF             TO WS-RFL-AMOUNT
            IF WS-RF-AGED-DIFF = 0
               MOVE 'IN BALANCE'             TO WS-RFL-NOTE
            ELSE
               MOVE '*** AGING DOES NOT AGREE TO THE LEDGER ***'
                                             TO WS-RFL-NOTE
            END-IF
            PERFORM 2850-WRITE-RF-LINE

            WRITE REC-ARAGEPOP FROM WS-REP-SPACES
            MOVE 'FINE PROOF EXCEPTIONS (SEE PAGE 3)' TO WS-TL-LABEL
            MOVE WS-EXCEPT-CNTR              TO WS-TL-COUNT
            WRITE REC-ARAGEPOP FROM WS-TOTAL-LINE
            ADD 2 TO WS-LINE-CNTR

            IF WS-RF-DIFF NOT = 0
            OR WS-RF-AGED-DIFF NOT = 0
            OR WS-EXCEPT-CNTR NOT = 0
               DISPLAY 'LEDGER PROOF HAS BREAKS - SEE ARAGEPOP'
            END-IF
            .

      **   LAST MONTH'S CLOSE, OR REBUILT AS AT THE DAY BEFORE THIS
      **   MONTH WHEN NO MONTH HAS BEEN CLOSED YET
       2810-GET-OPENING.
            MOVE '2810-GET-OPENING' TO ERR-LOC

            EXEC SQL
                 SELECT CLOSE_BAL
                   INTO :TBLARM-CLOSE-BAL
                   FROM IBMUSER.AR_MONTH
                  WHERE PERIOD = :WS-PRIOR-PERIOD
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLARM-CLOSE-BAL TO WS-RF-OPEN
                     MOVE 'N'              TO WS-RF-DERIVED
                WHEN SQL-EOC
                     MOVE WS-PRIOR-END     TO WS-ASOF-DATE
                     PERFORM 8200-AS-OF-BALANCE
                     MOVE WS-ASOF-BAL      TO WS-RF-OPEN
                     MOVE 'Y'              TO WS-RF-DERIVED
                WHEN OTHER
                     MOVE 'SELECT AR_MONTH' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2820-GET-MONTH-MOVEMENT.
            MOVE '2820-GET-MONTH-MOVEMENT' TO ERR-LOC

            EXEC SQL
                 SELECT COALESCE(SUM(F.FINE_AMOUNT), 0)
                   INTO :WS-RF-ASSESSED
                   FROM (SELECT ASSESS_DATE, FINE_AMOUNT
                           FROM IBMUSER.FINES
                         UNION ALL
                         SELECT ASSESS_DATE, FINE_AMOUNT
                           FROM IBMUSER.FINES_HIST) AS F
                  WHERE F.ASSESS_DATE >= DATE(:WS-FROM-DATE)
                    AND F.ASSESS_DATE <= DATE(:WS-ME-DATE)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SUM ASSESSED' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

      **    DEPOSITS ('D'/'B') CARRY FINE_ID 0 AND ARE NOT RECEIVABLES
            EXEC SQL
                 SELECT COALESCE(SUM(CASE WHEN PAY_TYPE IN ('P', 'R')
                                          THEN PAY_AMOUNT
                                          ELSE 0 END), 0),
                        COALESCE(SUM(CASE WHEN PAY_TYPE = 'W'
                                          THEN PAY_AMOUNT
                                          WHEN PAY_TYPE = 'R'
                                          THEN 0 - PAY_AMOUNT
                                          ELSE 0 END), 0)
                   INTO :WS-RF-PAID, :WS-RF-WAIVED
                   FROM IBMUSER.FINE_PAYS
                  WHERE FINE_ID <> 0
                    AND PAY_TYPE IN ('P', 'W', 'R')
                    AND DATE(PAY_TS) >= DATE(:WS-FROM-DATE)
                    AND DATE(PAY_TS) <= DATE(:WS-ME-DATE)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SUM FINE_PAYS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2850-WRITE-RF-LINE.
            MOVE '2850-WRITE-RF-LINE' TO ERR-LOC

            WRITE REC-ARAGEPOP FROM WS-RF-LINE
            ADD 1 TO WS-LINE-CNTR
            MOVE SPACES TO WS-RFL-LABEL
                           WS-RFL-NOTE
            .

      **   KEEP THE MONTH FOR NEXT MONTH'S OPENING - A RERUN REPLACES IT
       2900-SAVE-MONTH.
            MOVE '2900-SAVE-MONTH' TO ERR-LOC

            MOVE WS-PERIOD          TO TBLARM-PERIOD
            MOVE WS-RF-OPEN         TO TBLARM-OPEN-BAL
            MOVE WS-RF-DERIVED      TO TBLARM-OPEN-DERIVED
            MOVE WS-RF-ASSESSED     TO TBLARM-ASSESSED
            MOVE WS-RF-PAID         TO TBLARM-PAID
            MOVE WS-RF-WAIVED       TO TBLARM-WAIVED
            MOVE WS-RF-CLOSE        TO TBLARM-CLOSE-BAL
            MOVE WS-RF-AGED         TO TBLARM-AGED-TOTAL
            MOVE WS-RF-DIFF         TO TBLARM-PROOF-DIFF
            MOVE WS-EXCEPT-CNTR     TO TBLARM-EXCEPT-COUNT

            EXEC SQL
                 UPDATE IBMUSER.AR_MONTH
                    SET OPEN_BAL     = :TBLARM-OPEN-BAL,
                        OPEN_DERIVED = :TBLARM-OPEN-DERIVED,
                        ASSESSED     = :TBLARM-ASSESSED,
                        PAID         = :TBLARM-PAID,
                        WAIVED       = :TBLARM-WAIVED,
                        CLOSE_BAL    = :TBLARM-CLOSE-BAL,
                        AGED_TOTAL   = :TBLARM-AGED-TOTAL,
                        PROOF_DIFF   = :TBLARM-PROOF-DIFF,
                        EXCEPT_COUNT = :TBLARM-EXCEPT-COUNT,
                        CLOSED_TS    = CURRENT TIMESTAMP
                  WHERE PERIOD = :TBLARM-PERIOD
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     CONTINUE
                WHEN SQL-EOC
                     EXEC SQL
                          INSERT INTO IBMUSER.AR_MONTH
                                 (PERIOD, OPEN_BAL, OPEN_DERIVED,
                                  ASSESSED, PAID, WAIVED, CLOSE_BAL,
                                  AGED_TOTAL, PROOF_DIFF,
                                  EXCEPT_COUNT, CLOSED_TS)
                          VALUES (:TBLARM-PERIOD, :TBLARM-OPEN-BAL,
                                  :TBLARM-OPEN-DERIVED,
                                  :TBLARM-ASSESSED, :TBLARM-PAID,
                                  :TBLARM-WAIVED, :TBLARM-CLOSE-BAL,
                                  :TBLARM-AGED-TOTAL,
                                  :TBLARM-PROOF-DIFF,
                                  :TBLARM-EXCEPT-COUNT,
                                  CURRENT TIMESTAMP)
                     END-EXEC
                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'INSERT AR_MONTH' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                WHEN OTHER
                     MOVE 'UPDATE AR_MONTH' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE

            EXEC SQL COMMIT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'COMMIT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE
            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-AGED-FINES TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

      **    REGISTER THE KEPT OUTPUT GENERATION (SEE REPREG)
            MOVE 'ARAGEPOP' TO WS-RR-REP-NAME
            MOVE WS-RL-PARM-TEXT (1:58) TO WS-RR-PARM-TEXT
            MOVE WS-LINE-CNTR TO WS-RR-LINE-COUNT
            MOVE WS-RL-RUN-ID TO WS-RR-RUN-ID
            CALL 'REPREG' USING WS-REPREG-PARMS
            IF WS-RR-RC NOT = 0
               DISPLAY 'REPREG FAILED - RUN NOT REGISTERED'
            END-IF

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC
            CLOSE FD-ARAGEPOP
            MOVE FS-ARAGEPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-ARAGEPOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       8100-CHARGE-TYPE-TEXT.
            EVALUATE TBLFIN-CHARGE-TYPE
                WHEN 'O'
                     MOVE 'OVERDUE FINES'         TO WS-TYPE-TEXT
                WHEN 'R'
                     MOVE 'LOST - REPLACEMENT'    TO WS-TYPE-TEXT
                WHEN 'D'
                     MOVE 'DAMAGE'                TO WS-TYPE-TEXT
                WHEN 'T'
                     MOVE 'RENTAL FEES'           TO WS-TYPE-TEXT
                WHEN 'E'
                     MOVE 'EQUIPMENT'             TO WS-TYPE-TEXT
                WHEN 'A'
                     MOVE 'COLLECTION AGENCY FEE' TO WS-TYPE-TEXT
                WHEN OTHER
                     MOVE SPACES TO WS-TYPE-TEXT
                     STRING 'CHARGE TYPE '        DELIMITED BY SIZE
                            TBLFIN-CHARGE-TYPE    DELIMITED BY SIZE
                       INTO WS-TYPE-TEXT
                     END-STRING
            END-EVALUATE
            .

       8150-EDIT-AMOUNT.
            MOVE SPACES                TO WS-AL-AMT-GRP (WS-AMT-IX)
            MOVE WS-AG-AMT (WS-AMT-IX) TO WS-AL-AMT (WS-AMT-IX)
            .

       8160-ADD-AMOUNT.
            ADD WS-AG-AMT (WS-AMT-IX) TO WS-BR-AMT (WS-AMT-IX)
                                         WS-GR-AMT (WS-AMT-IX)
            .

      *--------------------------------------------------------------*
      * TOTAL OWED AS AT WS-ASOF-DATE - TODAY'S BALANCES OF FINES     *
      * ASSESSED BY THEN, PLUS WHAT HAS BEEN PAID OR WAIVED SINCE     *
      *--------------------------------------------------------------*
       8200-AS-OF-BALANCE.
            MOVE '8200-AS-OF-BALANCE' TO ERR-LOC

            EXEC SQL
                 SELECT COALESCE(SUM(A.BAL), 0)
                   INTO :WS-ASOF-BAL
                   FROM (SELECT F.FINE_AMOUNT - F.PAID_AMOUNT
                                  - F.WAIVED_AMOUNT
                                  + COALESCE(
                                    (SELECT SUM(P.PAY_AMOUNT)
                                       FROM IBMUSER.FINE_PAYS P
                                      WHERE P.FINE_ID = F.FINE_ID
                                        AND P.PAY_TYPE IN ('P', 'W')
                                        AND DATE(P.PAY_TS)
                                            > DATE(:WS-ASOF-DATE)), 0)
                                  AS BAL
                           FROM (SELECT FINE_ID, ASSESS_DATE,
                                        FINE_AMOUNT, PAID_AMOUNT,
                                        WAIVED_AMOUNT
                                   FROM IBMUSER.FINES
                                 UNION ALL
                                 SELECT FINE_ID, ASSESS_DATE,
                                        FINE_AMOUNT, PAID_AMOUNT,
                                        WAIVED_AMOUNT
                                   FROM IBMUSER.FINES_HIST) AS F
                          WHERE F.ASSESS_DATE <= DATE(:WS-ASOF-DATE)
                        ) AS A
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SUM AS-OF BALANCE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       8300-FETCH-AUDIT.
            EXEC SQL
                 FETCH CURPAUD
                  INTO :TBLFAU-FINE-ID, :TBLFAU-AUDIT-ID,
                       :TBLFAU-BEFORE-BALANCE, :TBLFAU-AFTER-BALANCE
            END-EXEC
            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     SET AUDIT-EOF TO TRUE
                WHEN OTHER
                     MOVE SQLCODE TO EVAL-CODE
                     MOVE 'FETCH CURPAUD' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
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
