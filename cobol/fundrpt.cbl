      *   WHAT IS ENCUMBERED ON OPEN ORDERS, WHAT HAS BEEN SPENT,      *
      *   AND THE FREE BALANCE - OVERSPENDING SHOWS UP HERE LONG       *
      *   BEFORE YEAR END                                              *
1116YE* - PARM FY=YYYY NAMING A YEAR ALREADY CLOSED BY FUNDCLS         *
1116YE*   REPRINTS ITS FINAL POSITION FROM FUND_HIST, WITH WHAT WAS    *
1116YE*   CARRIED FORWARD AND TO WHICH FUND                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   16,2020 - FISCAL YEARS: PARM FY=YYYY REPORTS A   (1116YE)*
      *               X CLOSED YEAR FROM FUND_HIST; THE CURRENT        *
      *               X YEAR SHOWS ENCUMBRANCE CARRIED IN              *
      * OCT   07,2020 - INITIAL VERSION                        (1008FD)*
      *                                                                *
1116YE* PARM CARD (OPTIONAL):                                          *
1116YE*   FY=YYYY - FISCAL YEAR (DEFAULT: THE OPEN YEAR ON FUNDS)      *
1116YE*                                                                *
      * FILES:                                                         *
      * FUNDRPOP (OUTPUT) - IBMUSER.SMAGALIT.FUNDRPOP                  *
1116YE* IBMUSER.FUNDS     (I) - OPEN YEAR                              *
1116YE* IBMUSER.FUND_HIST (I) - CLOSED YEARS                           *
      *                                                                *
      * 0000-MAIN                      2100-FETCH-ONE-FUND             *
      * 1000-INIT                      3000-CLEANUP                    *
      * 1100-OPEN-FILE                 3100-CLOSE-FILE                 *
      * 2000-MAIN-LOGIC                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
1116YE* 1200-PARSE-PARM                2150-LIST-HIST-YEAR             *
1116YE* 1300-SET-YEAR                  2200-FETCH-ONE-HIST             *
1116YE* 2050-LIST-OPEN-YEAR                                            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
               10  WS-ENCUM-DISP       PIC ZZZ,ZZ9.99.
               10  WS-SPENT-DISP       PIC ZZZ,ZZ9.99.
               10  WS-FREE-DISP        PIC ZZZ,ZZ9.99.
1116YE         10  WS-CARRY-DISP       PIC ZZZ,ZZ9.99.
           05  WS-COUNTERS.
               10  WS-FUND-CNTR        PIC S9(08) COMP VALUE 0.
1116YE     05  WS-REPORT-FY            PIC S9(09) COMP VALUE 0.
1116YE     05  WS-OPEN-FY              PIC S9(09) COMP VALUE 0.
1116YE     05  WS-PARM-FY              PIC 9(04)       VALUE 0.
1116YE     05  WS-FY-DISP              PIC 9(04)       VALUE 0.
1116YE     05  WS-PRIOR-FY-DISP        PIC 9(04)       VALUE 0.
1116YE     05  WS-FY-NOTE              PIC X(09)       VALUE SPACES.
1116YE     05  WS-HIST-SW              PIC 9           VALUE 0.
1116YE         88  HIST-YEAR                           VALUE 1.
1116YE     05  WS-IND-VARS.
1116YE         10  IND-OPEN-FY         PIC S9(04) COMP VALUE 0.
1116YE     05  WS-PARM-VARS.
1116YE         10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
1116YE         10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

       01  WS-SYS-VARS.
           05  WS-FILESTAT.
      *** SQL COPYBOOKS
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE DCLFND END-EXEC.
1116YE     EXEC SQL INCLUDE DCLFYH END-EXEC.

           EXEC SQL DECLARE CURFNRPT CURSOR FOR
                SELECT FUND_CODE
                      ,ALLOC_AMT
                      ,ENCUM_AMT
                      ,SPENT_AMT
1116YE                ,CARRY_IN_AMT
                  FROM IBMUSER.FUNDS
                 ORDER BY FUND_CODE
           END-EXEC.

1116YE*    A CLOSED YEAR AS FUNDCLS LEFT IT
1116YE     EXEC SQL DECLARE CURFNHST CURSOR FOR
1116YE          SELECT FUND_CODE
1116YE                ,FUND_NAME
1116YE                ,ALLOC_AMT
1116YE                ,ENCUM_AMT
1116YE                ,SPENT_AMT
1116YE                ,CARRIED_AMT
1116YE                ,CARRIED_TO
1116YE            FROM IBMUSER.FUND_HIST
1116YE           WHERE FISCAL_YEAR = :WS-REPORT-FY
1116YE           ORDER BY FUND_CODE
1116YE     END-EXEC.

1116YE*--------------------------------------------------------------*
1116YE* LS-PARM HOLDS THE BATCH PARM CARD (SEE HEADER FOR GRAMMAR)    *
1116YE*--------------------------------------------------------------*
1116YE LINKAGE SECTION.
1116YE 01  LS-PARM.
1116YE     05  LS-PARM-LEN              PIC S9(04) COMP.
1116YE     05  LS-PARM-TEXT             PIC X(100).

      *------------------------------
1116YE PROCEDURE DIVISION USING LS-PARM.
      *------------------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

0807RH      MOVE 'FUNDRPT' TO WS-RL-JOB-NAME
1116YE      IF LS-PARM-LEN > 0
1116YE         MOVE LS-PARM-TEXT TO WS-RL-PARM-TEXT
1116YE      END-IF
0807RH      MOVE 'S' TO WS-RL-FUNC
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

       1000-INIT.
            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1100-OPEN-FILE
1116YE      PERFORM 1200-PARSE-PARM
1116YE      PERFORM 1300-SET-YEAR
            .

       1100-OPEN-FILE.
            END-IF
            .

1116YE 1200-PARSE-PARM.
1116YE      MOVE '1200-PARSE-PARM' TO ERR-LOC
1116YE
1116YE      IF LS-PARM-LEN > 0
1116YE         MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
1116YE         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
1116YE                  DELIMITED BY '='
1116YE                  INTO WS-PARM-KEY WS-PARM-VAL
1116YE         END-UNSTRING
1116YE
1116YE         IF FUNCTION TRIM (WS-PARM-KEY) = 'FY'
1116YE         AND WS-PARM-VAL (1:4) IS NUMERIC
1116YE            MOVE WS-PARM-VAL (1:4) TO WS-PARM-FY
1116YE         END-IF
1116YE      END-IF
1116YE      .
1116YE
1116YE*--------------------------------------------------------------*
1116YE* NO PARM OR THE OPEN YEAR READS FUNDS; ANY OTHER YEAR READS    *
1116YE* FUND_HIST                                                     *
1116YE*--------------------------------------------------------------*
1116YE 1300-SET-YEAR.
1116YE      MOVE '1300-SET-YEAR' TO ERR-LOC
1116YE
1116YE      EXEC SQL
1116YE           SELECT MAX(FISCAL_YEAR)
1116YE             INTO :WS-OPEN-FY :IND-OPEN-FY
1116YE             FROM IBMUSER.FUNDS
1116YE      END-EXEC
1116YE
1116YE      MOVE SQLCODE TO EVAL-CODE
1116YE      IF NOT ERR-OK
1116YE         MOVE 'SELECT MAX FISCAL_YEAR' TO ERR-MSG
1116YE         PERFORM 9999-ERROR-HANDLING
1116YE      END-IF
1116YE
1116YE      IF IND-OPEN-FY < 0
1116YE         MOVE 0 TO WS-OPEN-FY
1116YE      END-IF
1116YE
1116YE      IF WS-PARM-FY = 0
1116YE         MOVE WS-OPEN-FY TO WS-REPORT-FY
1116YE      ELSE
1116YE         MOVE WS-PARM-FY TO WS-REPORT-FY
1116YE      END-IF
1116YE
1116YE      IF WS-REPORT-FY NOT = WS-OPEN-FY
1116YE         SET HIST-YEAR TO TRUE
1116YE      END-IF
1116YE
1116YE      MOVE WS-REPORT-FY TO WS-FY-DISP
1116YE      COMPUTE WS-PRIOR-FY-DISP = WS-OPEN-FY - 1
1116YE      DISPLAY 'FUND STATUS FOR FISCAL YEAR ' WS-FY-DISP
1116YE      .

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC

1116YE      IF HIST-YEAR
1116YE         MOVE ' (CLOSED)' TO WS-FY-NOTE
1116YE      END-IF
1116YE      MOVE SPACES TO WS-REPORT-LINE
1116YE      STRING 'FUND STATUS FY '  DELIMITED BY SIZE
1116YE             WS-FY-DISP         DELIMITED BY SIZE
1116YE             WS-FY-NOTE         DELIMITED BY '  '
1116YE             ' - ALLOC / ENCUMBERED / SPENT / FREE'
1116YE                                DELIMITED BY SIZE
1116YE        INTO WS-REPORT-LINE
1116YE      END-STRING
            WRITE REC-FUNDRPOP FROM WS-REPORT-LINE

1116YE      IF HIST-YEAR
1116YE         PERFORM 2150-LIST-HIST-YEAR
1116YE      ELSE
1116YE         PERFORM 2050-LIST-OPEN-YEAR
1116YE      END-IF
1116YE
1116YE      DISPLAY WS-FUND-CNTR ' FUNDS REPORTED'
1116YE      .
1116YE
1116YE 2050-LIST-OPEN-YEAR.
1116YE      MOVE '2050-LIST-OPEN-YEAR' TO ERR-LOC

            EXEC SQL OPEN CURFNRPT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURFNRPT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2100-FETCH-ONE-FUND.
                      ,:TBLFND-ALLOC-AMT
                      ,:TBLFND-ENCUM-AMT
                      ,:TBLFND-SPENT-AMT
1116YE                ,:TBLFND-CARRY-IN-AMT
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
                        WRITE REC-FUNDRPOP FROM WS-REPORT-LINE
                     END-IF

1116YE               IF TBLFND-CARRY-IN-AMT NOT = 0
1116YE                  MOVE TBLFND-CARRY-IN-AMT TO WS-CARRY-DISP
1116YE                  MOVE SPACES TO WS-REPORT-LINE
1116YE                  STRING '   ENCUMBERED INCLUDES '
1116YE                                         DELIMITED BY SIZE
1116YE                         WS-CARRY-DISP   DELIMITED BY SIZE
1116YE                         ' CARRIED IN FROM FY '
1116YE                                         DELIMITED BY SIZE
1116YE                         WS-PRIOR-FY-DISP
1116YE                                         DELIMITED BY SIZE
1116YE                    INTO WS-REPORT-LINE
1116YE                  END-STRING
1116YE                  WRITE REC-FUNDRPOP FROM WS-REPORT-LINE
1116YE               END-IF

                     ADD 1 TO WS-FUND-CNTR
                WHEN SQL-EOC
                     CONTINUE
            END-EVALUATE
            .

1116YE 2150-LIST-HIST-YEAR.
1116YE      MOVE '2150-LIST-HIST-YEAR' TO ERR-LOC
1116YE
1116YE      EXEC SQL OPEN CURFNHST END-EXEC
1116YE      MOVE SQLCODE TO EVAL-CODE
1116YE      IF NOT ERR-OK
1116YE         MOVE 'OPEN CURFNHST' TO ERR-MSG
1116YE         PERFORM 9999-ERROR-HANDLING
1116YE      END-IF
1116YE
1116YE      INITIALIZE EVAL-CODE
1116YE      PERFORM 2200-FETCH-ONE-HIST UNTIL SQL-EOC
1116YE
1116YE      EXEC SQL CLOSE CURFNHST END-EXEC
1116YE      MOVE SQLCODE TO EVAL-CODE
1116YE      IF NOT ERR-OK
1116YE         MOVE 'CLOSE CURFNHST' TO ERR-MSG
1116YE         PERFORM 9999-ERROR-HANDLING
1116YE      END-IF
1116YE
1116YE      IF WS-FUND-CNTR = 0
1116YE         MOVE '   FISCAL YEAR NOT CLOSED - NO FUND HISTORY'
1116YE           TO WS-REPORT-LINE
1116YE         WRITE REC-FUNDRPOP FROM WS-REPORT-LINE
1116YE      END-IF
1116YE      .
1116YE
1116YE 2200-FETCH-ONE-HIST.
1116YE      MOVE '2200-FETCH-ONE-HIST' TO ERR-LOC
1116YE
1116YE      INITIALIZE DCLFYH
1116YE
1116YE      EXEC SQL
1116YE           FETCH CURFNHST
1116YE            INTO :TBLFYH-FUND-CODE
1116YE                ,:TBLFYH-FUND-NAME
1116YE                ,:TBLFYH-ALLOC-AMT
1116YE                ,:TBLFYH-ENCUM-AMT
1116YE                ,:TBLFYH-SPENT-AMT
1116YE                ,:TBLFYH-CARRIED-AMT
1116YE                ,:TBLFYH-CARRIED-TO
1116YE      END-EXEC
1116YE
1116YE      MOVE SQLCODE TO EVAL-CODE
1116YE      EVALUATE TRUE
1116YE          WHEN ERR-OK
1116YE               COMPUTE WS-FREE-BAL = TBLFYH-ALLOC-AMT
1116YE                                   - TBLFYH-ENCUM-AMT
1116YE                                   - TBLFYH-SPENT-AMT
1116YE               MOVE TBLFYH-ALLOC-AMT TO WS-ALLOC-DISP
1116YE               MOVE TBLFYH-ENCUM-AMT TO WS-ENCUM-DISP
1116YE               MOVE TBLFYH-SPENT-AMT TO WS-SPENT-DISP
1116YE               MOVE WS-FREE-BAL      TO WS-FREE-DISP
1116YE
1116YE               MOVE SPACES TO WS-REPORT-LINE
1116YE               STRING TBLFYH-FUND-CODE-TEXT
1116YE                                         DELIMITED BY SIZE
1116YE                      '  '               DELIMITED BY SIZE
1116YE                      TBLFYH-FUND-NAME-TEXT (1:30)
1116YE                                         DELIMITED BY SIZE
1116YE                      '  '               DELIMITED BY SIZE
1116YE                      WS-ALLOC-DISP      DELIMITED BY SIZE
1116YE                      '  '               DELIMITED BY SIZE
1116YE                      WS-ENCUM-DISP      DELIMITED BY SIZE
1116YE                      '  '               DELIMITED BY SIZE
1116YE                      WS-SPENT-DISP      DELIMITED BY SIZE
1116YE                      '  '               DELIMITED BY SIZE
1116YE                      WS-FREE-DISP       DELIMITED BY SIZE
1116YE                 INTO WS-REPORT-LINE
1116YE               END-STRING
1116YE               WRITE REC-FUNDRPOP FROM WS-REPORT-LINE
1116YE
1116YE               IF WS-FREE-BAL < 0
1116YE                  MOVE '   *** FUND OVERDRAWN ***'
1116YE                    TO WS-REPORT-LINE
1116YE                  WRITE REC-FUNDRPOP FROM WS-REPORT-LINE
1116YE               END-IF
1116YE
1116YE               IF TBLFYH-CARRIED-AMT NOT = 0
1116YE                  MOVE TBLFYH-CARRIED-AMT TO WS-CARRY-DISP
1116YE                  MOVE SPACES TO WS-REPORT-LINE
1116YE                  STRING '   OPEN ORDERS '  DELIMITED BY SIZE
1116YE                         WS-CARRY-DISP      DELIMITED BY SIZE
1116YE                         ' CARRIED FORWARD TO '
1116YE                                            DELIMITED BY SIZE
1116YE                         TBLFYH-CARRIED-TO-TEXT
1116YE                                            DELIMITED BY SPACE
1116YE                    INTO WS-REPORT-LINE
1116YE                  END-STRING
1116YE                  WRITE REC-FUNDRPOP FROM WS-REPORT-LINE
1116YE               END-IF
1116YE
1116YE               ADD 1 TO WS-FUND-CNTR
1116YE          WHEN SQL-EOC
1116YE               CONTINUE
1116YE          WHEN OTHER
1116YE               MOVE 'FETCH CURFNHST' TO ERR-MSG
1116YE               PERFORM 9999-ERROR-HANDLING
1116YE      END-EVALUATE
1116YE      .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE
