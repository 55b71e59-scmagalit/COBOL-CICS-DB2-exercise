      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SECRPT.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/11/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * DAILY SECURITY VIOLATION REPORT - IBMUSER.SEC_EVENTS           *
      *----------------------------------------------------------------*
      * - AUTHCHK WRITES A 'D' ROW FOR EVERY DENIED FUNCTION (SO EVERY *
      *   REFUSAL FROM TRAN1DB2, OPERTRN, JCLMAINT, LOANTRN, FINETRN   *
      *   AND THE OTHER GATED SCREENS), AND SELFCHK/SELFSRV WRITE A    *
      *   ROW FOR EVERY FAILED PIN (SEE DCLSEV FOR THE EVENT TYPES)    *
      * - SECTION A: DENIALS PER OPERATOR, BROKEN DOWN BY TRANSACTION  *
      *   AND FUNCTION ATTEMPTED                                       *
      * - SECTION B: PIN FAILURES PER PATRON (WRONG PIN, LOCKOUTS,     *
      *   TRIES ON A LOCKED CARD)                                      *
      * - SECTION C: PIN FAILURES PER LOBBY TERMINAL / KIOSK BRANCH,   *
      *   WITH THE NUMBER OF DIFFERENT PATRON IDS TRIED THERE          *
      *   (UNKNOWN IDS INCLUDED) - SEVERAL IDS FROM ONE TERMINAL IS    *
      *   WHAT SOMEONE GUESSING OTHER PATRONS' PINS LOOKS LIKE         *
      * - SECTION D: EVERY LOCKOUT OF THE DAY                          *
      * - AN OPERATOR, PATRON OR TERMINAL WITH MORE EVENTS THAN THE    *
      *   LIMIT= PARM IS MARKED *** OVER LIMIT *** AND ITS EVENTS FOR  *
      *   THE DAY ARE SET FLAG_SW = 'Y' - DASHTRN SHOWS THE FLAGGED    *
      *   COUNT FOR THE LAST 7 DAYS                                    *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   11,2020 - INITIAL VERSION                        (1111SV)*
      *                                                                *
      * PARM CARD (OPTIONAL, COMMA-SEPARATED):                         *
      *   DATE=YYYY-MM-DD - REPORT DAY (DEFAULT: YESTERDAY)            *
      *   LIMIT=n         - EVENTS PER OPERATOR/PATRON/TERMINAL IN A   *
      *                     DAY BEFORE IT IS FLAGGED (DEFAULT: 3)      *
      *                                                                *
      * FILES:                                                         *
      * SECRPTOP (OUTPUT) - IBMUSER.SMAGALIT.SECRPTOP                  *
      * IBMUSER.SEC_EVENTS (I/O) - FLAG_SW SET ON FLAGGED EVENTS       *
      *                                                                *
      * 0000-MAIN                      2210-FETCH-ONE-OPERATOR         *
      * 1000-INIT                      2300-PATRON-SECTION             *
      * 1100-OPEN-FILE                 2310-FETCH-ONE-PATRON           *
      * 1150-PARSE-PARM                2400-TERMINAL-SECTION           *
      * 1160-APPLY-ONE-PARM            2410-FETCH-ONE-TERMINAL         *
      * 1200-SET-DATE                  2500-LOCKOUT-SECTION            *
      * 2000-MAIN-LOGIC                2510-FETCH-ONE-LOCKOUT          *
      * 2100-COUNT-DAY                 2900-WRITE-NONE-LINE            *
      * 2200-OPERATOR-SECTION          3000-CLEANUP                    *
      *                                3100-CLOSE-FILE                 *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-SECRPTOP ASSIGN       TO    SECRPTOP
                              FILE STATUS  IS FS-SECRPTOP
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-SECRPTOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-SECRPTOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-REPORT-LINE          PIC X(132)      VALUE SPACES.
           05  WS-RPT-DATE             PIC X(10)       VALUE SPACES.
           05  WS-LIMIT                PIC S9(09) COMP VALUE 3.
           05  WS-LIMIT-DISP           PIC ZZZ9.
           05  WS-PREV-OPER            PIC X(08)       VALUE SPACES.
           05  WS-OPER-TOTAL           PIC S9(09) COMP VALUE 0.
           05  WS-SEC-CNT              PIC S9(09) COMP VALUE 0.
           05  WS-WRONG-CNT            PIC S9(09) COMP VALUE 0.
           05  WS-LOCK-CNT             PIC S9(09) COMP VALUE 0.
           05  WS-LOCKED-TRY-CNT       PIC S9(09) COMP VALUE 0.
           05  WS-UNKNOWN-CNT          PIC S9(09) COMP VALUE 0.
           05  WS-IDS-CNT              PIC S9(09) COMP VALUE 0.
           05  WS-DAY-EVENTS           PIC S9(09) COMP VALUE 0.
           05  WS-OVER-LIMIT           PIC X(20)
                                       VALUE '*** OVER LIMIT ***'.
           05  WS-OPR-LINE.
               10  FILLER              PIC X(02)       VALUE SPACES.
               10  WS-OL-OPER          PIC X(08)       VALUE SPACES.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-OL-TRAN          PIC X(04)       VALUE SPACES.
               10  FILLER              PIC X(04)       VALUE SPACES.
               10  WS-OL-FUNC          PIC X(01)       VALUE SPACES.
               10  FILLER              PIC X(05)       VALUE SPACES.
               10  WS-OL-CNT           PIC ZZZZ9.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-OL-TOT           PIC ZZZZ9.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-OL-FLAG          PIC X(20)       VALUE SPACES.
               10  FILLER              PIC X(69)       VALUE SPACES.
           05  WS-PAT-LINE.
               10  FILLER              PIC X(02)       VALUE SPACES.
               10  WS-PL-PATRON        PIC Z(8)9.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-PL-WRONG         PIC ZZZZ9.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-PL-LOCKS         PIC ZZZZ9.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-PL-LOCKED        PIC ZZZZ9.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-PL-UNKNOWN       PIC ZZZZ9.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-PL-TERMS         PIC ZZZZ9.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-PL-FLAG          PIC X(20)       VALUE SPACES.
               10  FILLER              PIC X(59)       VALUE SPACES.
           05  WS-TRM-LINE.
               10  FILLER              PIC X(02)       VALUE SPACES.
               10  WS-TL-TERM          PIC X(04)       VALUE SPACES.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-TL-BRANCH        PIC ZZ9.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-TL-TRAN          PIC X(04)       VALUE SPACES.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-TL-CNT           PIC ZZZZ9.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-TL-IDS           PIC ZZZZ9.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-TL-FLAG          PIC X(20)       VALUE SPACES.
               10  FILLER              PIC X(74)       VALUE SPACES.
           05  WS-LCK-LINE.
               10  FILLER              PIC X(02)       VALUE SPACES.
               10  WS-KL-TIME          PIC X(19)       VALUE SPACES.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-KL-PATRON        PIC Z(8)9.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-KL-TERM          PIC X(04)       VALUE SPACES.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-KL-BRANCH        PIC ZZ9.
               10  FILLER              PIC X(03)       VALUE SPACES.
               10  WS-KL-TRAN          PIC X(04)       VALUE SPACES.
               10  FILLER              PIC X(79)       VALUE SPACES.
           05  WS-COUNTERS.
               10  WS-SECT-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-FLAG-CNTR        PIC S9(08) COMP VALUE 0.
           05  WS-PARM-TOK             OCCURS 3 TIMES
                                       PIC X(32)  VALUE SPACES.
           05  WS-PARM-TOK-IDX         PIC S9(04) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

       01  WS-SYS-VARS.
           05  WS-FILESTAT.
               10  FS-SECRPTOP         PIC 99          VALUE 0.
           05  EVAL-CODE               PIC S9(08) COMP VALUE 0.
               88  ERR-OK                              VALUE 0.
               88  SQL-EOC                             VALUE 100.
           05  WS-PGM-NAME             PIC X(08)       VALUE 'SECRPT'.

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
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE DCLSEV END-EXEC.

      *    A - DENIALS BY OPERATOR/TRANSACTION/FUNCTION, WORST
      *    OPERATOR FIRST
           EXEC SQL DECLARE CURSEOPR CURSOR FOR
                SELECT E.OPERATOR_ID
                      ,E.TRAN_ID
                      ,E.FUNC_CODE
                      ,COUNT(*)
                      ,(SELECT COUNT(*)
                          FROM IBMUSER.SEC_EVENTS T
                         WHERE T.OPERATOR_ID = E.OPERATOR_ID
                           AND T.EVENT_TYPE = 'D'
                           AND DATE(T.EVENT_TS) = DATE(:WS-RPT-DATE))
                  FROM IBMUSER.SEC_EVENTS E
                 WHERE E.EVENT_TYPE = 'D'
                   AND DATE(E.EVENT_TS) = DATE(:WS-RPT-DATE)
                 GROUP BY E.OPERATOR_ID, E.TRAN_ID, E.FUNC_CODE
                 ORDER BY 5 DESC, 1, 2, 3
           END-EXEC.

      *    B - PIN FAILURES BY PATRON
           EXEC SQL DECLARE CURSEPAT CURSOR FOR
                SELECT PATRON_ID
                      ,COUNT(*)
                      ,SUM(CASE WHEN EVENT_TYPE IN ('P', 'L')
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN EVENT_TYPE = 'L'
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN EVENT_TYPE = 'K'
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN EVENT_TYPE = 'U'
                                THEN 1 ELSE 0 END)
                      ,COUNT(DISTINCT TERMINAL_ID)
                  FROM IBMUSER.SEC_EVENTS
                 WHERE EVENT_TYPE IN ('P', 'L', 'K', 'U')
                   AND DATE(EVENT_TS) = DATE(:WS-RPT-DATE)
                 GROUP BY PATRON_ID
                 ORDER BY 2 DESC, 1
           END-EXEC.

      *    C - PIN FAILURES BY TERMINAL (KIOSKS BY BRANCH)
           EXEC SQL DECLARE CURSETRM CURSOR FOR
                SELECT TERMINAL_ID
                      ,BRANCH_ID
                      ,TRAN_ID
                      ,COUNT(*)
                      ,COUNT(DISTINCT PATRON_ID)
                  FROM IBMUSER.SEC_EVENTS
                 WHERE EVENT_TYPE IN ('P', 'L', 'K', 'U')
                   AND DATE(EVENT_TS) = DATE(:WS-RPT-DATE)
                 GROUP BY TERMINAL_ID, BRANCH_ID, TRAN_ID
                 ORDER BY 4 DESC, 1, 2
           END-EXEC.

      *    D - LOCKOUTS
           EXEC SQL DECLARE CURSELCK CURSOR FOR
                SELECT CHAR(EVENT_TS)
                      ,PATRON_ID
                      ,TERMINAL_ID
                      ,BRANCH_ID
                      ,TRAN_ID
                  FROM IBMUSER.SEC_EVENTS
                 WHERE EVENT_TYPE = 'L'
                   AND DATE(EVENT_TS) = DATE(:WS-RPT-DATE)
                 ORDER BY EVENT_TS
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

0807RH      MOVE 'SECRPT' TO WS-RL-JOB-NAME
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
            PERFORM 1150-PARSE-PARM
            PERFORM 1200-SET-DATE
            PERFORM 1100-OPEN-FILE
            .

       1100-OPEN-FILE.
            MOVE '1100-OPEN-FILE' TO ERR-LOC
            OPEN OUTPUT FD-SECRPTOP
            MOVE FS-SECRPTOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-SECRPTOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1150-PARSE-PARM.
            MOVE '1150-PARSE-PARM' TO ERR-LOC

            IF LS-PARM-LEN > 0
               INITIALIZE WS-PARM-TOK (1)
                          WS-PARM-TOK (2)
                          WS-PARM-TOK (3)
               UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
                        DELIMITED BY ','
                        INTO WS-PARM-TOK (1)
                             WS-PARM-TOK (2)
                             WS-PARM-TOK (3)
               END-UNSTRING

               PERFORM 1160-APPLY-ONE-PARM
                         VARYING WS-PARM-TOK-IDX FROM 1 BY 1
                         UNTIL WS-PARM-TOK-IDX > 3
            END-IF

      **    A ZERO LIMIT WOULD FLAG EVERY EVENT - FALL BACK TO THE
      **    DEFAULT
            IF WS-LIMIT NOT > 0
               DISPLAY 'LIMIT PARM NOT USABLE - DEFAULT 3 USED'
               MOVE 3 TO WS-LIMIT
            END-IF
            MOVE WS-LIMIT TO WS-LIMIT-DISP
            .

       1160-APPLY-ONE-PARM.
            MOVE '1160-APPLY-ONE-PARM' TO ERR-LOC

            IF WS-PARM-TOK (WS-PARM-TOK-IDX) NOT = SPACES
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING WS-PARM-TOK (WS-PARM-TOK-IDX)
                        DELIMITED BY '='
                        INTO WS-PARM-KEY WS-PARM-VAL
               END-UNSTRING

               EVALUATE FUNCTION TRIM (WS-PARM-KEY)
                   WHEN 'DATE'
                        MOVE WS-PARM-VAL (1:10) TO WS-RPT-DATE
                   WHEN 'LIMIT'
                        MOVE FUNCTION NUMVAL (WS-PARM-VAL)
                          TO WS-LIMIT
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF
            .

       1200-SET-DATE.
            MOVE '1200-SET-DATE' TO ERR-LOC

      **    RUNS AFTER MIDNIGHT IN THE NIGHTLY STREAM - THE DAY TO
      **    REPORT IS THE ONE THAT JUST ENDED
            IF WS-RPT-DATE = SPACES
               EXEC SQL
                    SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
                      INTO :WS-RPT-DATE
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT CURRENT DATE' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF

            DISPLAY 'SECURITY EVENTS FOR ' WS-RPT-DATE
                    ', LIMIT ' WS-LIMIT-DISP
            .

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC

            MOVE SPACES TO WS-REPORT-LINE
            STRING 'SECURITY VIOLATIONS FOR '  DELIMITED BY SIZE
                   WS-RPT-DATE                 DELIMITED BY SIZE
                   '   LIMIT PER DAY: '        DELIMITED BY SIZE
                   WS-LIMIT-DISP               DELIMITED BY SIZE
              INTO WS-REPORT-LINE
            END-STRING
            WRITE REC-SECRPTOP FROM WS-REPORT-LINE

            PERFORM 2100-COUNT-DAY
            PERFORM 2200-OPERATOR-SECTION
            PERFORM 2300-PATRON-SECTION
            PERFORM 2400-TERMINAL-SECTION
            PERFORM 2500-LOCKOUT-SECTION

            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.SECRPTOP'
            DISPLAY WS-DAY-EVENTS ' EVENTS, '
                    WS-FLAG-CNTR  ' OVER LIMIT'
            .

       2100-COUNT-DAY.
            MOVE '2100-COUNT-DAY' TO ERR-LOC

            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-DAY-EVENTS
                   FROM IBMUSER.SEC_EVENTS
                  WHERE DATE(EVENT_TS) = DATE(:WS-RPT-DATE)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT COUNT SEC_EVENTS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2200-OPERATOR-SECTION.
            MOVE '2200-OPERATOR-SECTION' TO ERR-LOC

            MOVE SPACES TO WS-REPORT-LINE
            WRITE REC-SECRPTOP FROM WS-REPORT-LINE
            MOVE 'A. FUNCTIONS DENIED, BY OPERATOR' TO WS-REPORT-LINE
            WRITE REC-SECRPTOP FROM WS-REPORT-LINE
            MOVE '  OPERATOR  TRAN  FUNC   COUNT  OPER TOT'
              TO WS-REPORT-LINE
            WRITE REC-SECRPTOP FROM WS-REPORT-LINE

            MOVE 0      TO WS-SECT-CNTR
            MOVE SPACES TO WS-PREV-OPER

            EXEC SQL OPEN CURSEOPR END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSEOPR' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2210-FETCH-ONE-OPERATOR UNTIL SQL-EOC

            EXEC SQL CLOSE CURSEOPR END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSEOPR' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2900-WRITE-NONE-LINE
            .

       2210-FETCH-ONE-OPERATOR.
            MOVE '2210-FETCH-ONE-OPERATOR' TO ERR-LOC

            INITIALIZE DCLSEV
            EXEC SQL
                 FETCH CURSEOPR
                  INTO :TBLSEV-OPERATOR-ID
                      ,:TBLSEV-TRAN-ID
                      ,:TBLSEV-FUNC-CODE
                      ,:WS-SEC-CNT
                      ,:WS-OPER-TOTAL
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-CNTR
                     MOVE SPACES             TO WS-OL-FLAG
                     MOVE TBLSEV-OPERATOR-ID TO WS-OL-OPER
                     MOVE TBLSEV-TRAN-ID     TO WS-OL-TRAN
                     MOVE TBLSEV-FUNC-CODE   TO WS-OL-FUNC
                     MOVE WS-SEC-CNT         TO WS-OL-CNT
                     MOVE WS-OPER-TOTAL      TO WS-OL-TOT

                     IF WS-OPER-TOTAL > WS-LIMIT
                        MOVE WS-OVER-LIMIT TO WS-OL-FLAG
      **                FLAG THE OPERATOR'S DAY ONCE, ON ITS FIRST
      **                LINE
                        IF TBLSEV-OPERATOR-ID NOT = WS-PREV-OPER
                           ADD 1 TO WS-FLAG-CNTR
                           EXEC SQL
                                UPDATE IBMUSER.SEC_EVENTS
                                   SET FLAG_SW = 'Y'
                                 WHERE OPERATOR_ID =
                                       :TBLSEV-OPERATOR-ID
                                   AND EVENT_TYPE = 'D'
                                   AND DATE(EVENT_TS) =
                                       DATE(:WS-RPT-DATE)
                           END-EXEC
                           MOVE SQLCODE TO EVAL-CODE
                           IF NOT ERR-OK
                              MOVE 'UPDATE FLAG OPERATOR' TO ERR-MSG
                              PERFORM 9999-ERROR-HANDLING
                           END-IF
                        END-IF
                     END-IF

                     MOVE TBLSEV-OPERATOR-ID TO WS-PREV-OPER
                     WRITE REC-SECRPTOP FROM WS-OPR-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURSEOPR' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2300-PATRON-SECTION.
            MOVE '2300-PATRON-SECTION' TO ERR-LOC

            MOVE SPACES TO WS-REPORT-LINE
            WRITE REC-SECRPTOP FROM WS-REPORT-LINE
            MOVE 'B. PIN FAILURES, BY PATRON' TO WS-REPORT-LINE
            WRITE REC-SECRPTOP FROM WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING '  PATRON_ID   WRONG   LOCKS  LOCKED  '
                                                DELIMITED BY SIZE
                   'NOT ON  TERMS'              DELIMITED BY SIZE
              INTO WS-REPORT-LINE
            END-STRING
            WRITE REC-SECRPTOP FROM WS-REPORT-LINE

            MOVE 0 TO WS-SECT-CNTR

            EXEC SQL OPEN CURSEPAT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSEPAT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2310-FETCH-ONE-PATRON UNTIL SQL-EOC

            EXEC SQL CLOSE CURSEPAT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSEPAT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2900-WRITE-NONE-LINE
            .

       2310-FETCH-ONE-PATRON.
            MOVE '2310-FETCH-ONE-PATRON' TO ERR-LOC

            INITIALIZE DCLSEV
            EXEC SQL
                 FETCH CURSEPAT
                  INTO :TBLSEV-PATRON-ID
                      ,:WS-SEC-CNT
                      ,:WS-WRONG-CNT
                      ,:WS-LOCK-CNT
                      ,:WS-LOCKED-TRY-CNT
                      ,:WS-UNKNOWN-CNT
                      ,:WS-IDS-CNT
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-CNTR
                     MOVE SPACES            TO WS-PL-FLAG
                     MOVE TBLSEV-PATRON-ID  TO WS-PL-PATRON
                     MOVE WS-WRONG-CNT      TO WS-PL-WRONG
                     MOVE WS-LOCK-CNT       TO WS-PL-LOCKS
                     MOVE WS-LOCKED-TRY-CNT TO WS-PL-LOCKED
                     MOVE WS-UNKNOWN-CNT    TO WS-PL-UNKNOWN
                     MOVE WS-IDS-CNT        TO WS-PL-TERMS

                     IF WS-SEC-CNT > WS-LIMIT
                        MOVE WS-OVER-LIMIT TO WS-PL-FLAG
                        ADD 1 TO WS-FLAG-CNTR
                        EXEC SQL
                             UPDATE IBMUSER.SEC_EVENTS
                                SET FLAG_SW = 'Y'
                              WHERE PATRON_ID = :TBLSEV-PATRON-ID
                                AND EVENT_TYPE IN ('P', 'L', 'K', 'U')
                                AND DATE(EVENT_TS) =
                                    DATE(:WS-RPT-DATE)
                        END-EXEC
                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK
                           MOVE 'UPDATE FLAG PATRON' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF
                     END-IF

                     WRITE REC-SECRPTOP FROM WS-PAT-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURSEPAT' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2400-TERMINAL-SECTION.
            MOVE '2400-TERMINAL-SECTION' TO ERR-LOC

            MOVE SPACES TO WS-REPORT-LINE
            WRITE REC-SECRPTOP FROM WS-REPORT-LINE
            MOVE 'C. PIN FAILURES, BY TERMINAL (KIOSKS BY BRANCH)'
              TO WS-REPORT-LINE
            WRITE REC-SECRPTOP FROM WS-REPORT-LINE
            MOVE '  TERM  BRN   TRAN   COUNT     IDS'
              TO WS-REPORT-LINE
            WRITE REC-SECRPTOP FROM WS-REPORT-LINE

            MOVE 0 TO WS-SECT-CNTR

            EXEC SQL OPEN CURSETRM END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSETRM' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2410-FETCH-ONE-TERMINAL UNTIL SQL-EOC

            EXEC SQL CLOSE CURSETRM END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSETRM' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2900-WRITE-NONE-LINE
            .

       2410-FETCH-ONE-TERMINAL.
            MOVE '2410-FETCH-ONE-TERMINAL' TO ERR-LOC

            INITIALIZE DCLSEV
            EXEC SQL
                 FETCH CURSETRM
                  INTO :TBLSEV-TERMINAL-ID
                      ,:TBLSEV-BRANCH-ID
                      ,:TBLSEV-TRAN-ID
                      ,:WS-SEC-CNT
                      ,:WS-IDS-CNT
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-CNTR
                     MOVE SPACES             TO WS-TL-FLAG
                     MOVE TBLSEV-TERMINAL-ID TO WS-TL-TERM
                     MOVE TBLSEV-BRANCH-ID   TO WS-TL-BRANCH
                     MOVE TBLSEV-TRAN-ID     TO WS-TL-TRAN
                     MOVE WS-SEC-CNT         TO WS-TL-CNT
                     MOVE WS-IDS-CNT         TO WS-TL-IDS

                     IF WS-SEC-CNT > WS-LIMIT
                        MOVE WS-OVER-LIMIT TO WS-TL-FLAG
                        ADD 1 TO WS-FLAG-CNTR
                        EXEC SQL
                             UPDATE IBMUSER.SEC_EVENTS
                                SET FLAG_SW = 'Y'
                              WHERE TERMINAL_ID = :TBLSEV-TERMINAL-ID
                                AND BRANCH_ID = :TBLSEV-BRANCH-ID
                                AND TRAN_ID = :TBLSEV-TRAN-ID
                                AND EVENT_TYPE IN ('P', 'L', 'K', 'U')
                                AND DATE(EVENT_TS) =
                                    DATE(:WS-RPT-DATE)
                        END-EXEC
                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK
                           MOVE 'UPDATE FLAG TERMINAL' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF
                     END-IF

                     WRITE REC-SECRPTOP FROM WS-TRM-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURSETRM' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2500-LOCKOUT-SECTION.
            MOVE '2500-LOCKOUT-SECTION' TO ERR-LOC

            MOVE SPACES TO WS-REPORT-LINE
            WRITE REC-SECRPTOP FROM WS-REPORT-LINE
            MOVE 'D. LOCKOUTS' TO WS-REPORT-LINE
            WRITE REC-SECRPTOP FROM WS-REPORT-LINE
            MOVE '  TIME                  PATRON_ID   TERM  BRN   TRAN'
              TO WS-REPORT-LINE
            WRITE REC-SECRPTOP FROM WS-REPORT-LINE

            MOVE 0 TO WS-SECT-CNTR

            EXEC SQL OPEN CURSELCK END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSELCK' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2510-FETCH-ONE-LOCKOUT UNTIL SQL-EOC

            EXEC SQL CLOSE CURSELCK END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSELCK' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2900-WRITE-NONE-LINE
            .

       2510-FETCH-ONE-LOCKOUT.
            MOVE '2510-FETCH-ONE-LOCKOUT' TO ERR-LOC

            INITIALIZE DCLSEV
            EXEC SQL
                 FETCH CURSELCK
                  INTO :TBLSEV-EVENT-TS
                      ,:TBLSEV-PATRON-ID
                      ,:TBLSEV-TERMINAL-ID
                      ,:TBLSEV-BRANCH-ID
                      ,:TBLSEV-TRAN-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-CNTR
                     MOVE TBLSEV-EVENT-TS (1:19) TO WS-KL-TIME
                     MOVE TBLSEV-PATRON-ID       TO WS-KL-PATRON
                     MOVE TBLSEV-TERMINAL-ID     TO WS-KL-TERM
                     MOVE TBLSEV-BRANCH-ID       TO WS-KL-BRANCH
                     MOVE TBLSEV-TRAN-ID         TO WS-KL-TRAN
                     WRITE REC-SECRPTOP FROM WS-LCK-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURSELCK' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2900-WRITE-NONE-LINE.
            MOVE '2900-WRITE-NONE-LINE' TO ERR-LOC

            IF WS-SECT-CNTR = 0
               MOVE '  NONE' TO WS-REPORT-LINE
               WRITE REC-SECRPTOP FROM WS-REPORT-LINE
            END-IF
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE
0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-DAY-EVENTS TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC
            CLOSE FD-SECRPTOP
            MOVE FS-SECRPTOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-SECRPTOP' TO ERR-MSG
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
