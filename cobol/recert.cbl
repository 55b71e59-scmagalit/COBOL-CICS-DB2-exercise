      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RECERT.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/12/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * QUARTERLY OPERATOR ACCESS RECERTIFICATION - OPER_AUTH          *
      *----------------------------------------------------------------*
      * - LISTS EVERY IBMUSER.OPER_AUTH ROW BY BRANCH_ID WITH ITS      *
      *   AUTHORITY_LEVEL, THE FOUR AUTH_ FLAGS AND WAIVE_LIMIT - THE  *
      *   LIST THE AUDITORS ASK FOR, IN PLACE OF OPERTRN SCREEN PRINTS *
      * - LAST ACTIVITY IS THE NEWEST CIRC_LOG, BOOKS_AUDIT OR         *
      *   FINES_AUDIT ROW FOR THE OPERATOR; NONE IN 90 DAYS IS FLAGGED *
      *   INACTIVE FOR THE SUPERVISOR                                  *
      * - OPENS THE CURRENT QUARTER'S CYCLE (CYCLE_ID 'YYYYQn'): ONE   *
      *   IBMUSER.OPER_RECERT ROW PER OPERATOR, PENDING WITH THE       *
      *   BRANCH SUPERVISOR (LOWEST SUPERVISOR ID AT THE BRANCH, ELSE  *
      *   AT HEAD OFFICE BRANCH 0 - NEVER THE OPERATOR THEMSELVES).    *
      *   RERUNS ONLY ADD OPERATORS WITH NO ROW YET FOR THE CYCLE;     *
      *   INQUIRY-ONLY OPERATORS HAVE NOTHING TO RECERTIFY             *
      * - SUPERVISORS CONFIRM (PF9) OR REVOKE (PF10) ON OPERTRN        *
      * - A ROW STILL PENDING AFTER ITS DUE_DATE IS EXPIRED: THE       *
      *   OPERATOR IS DOWNGRADED TO INQUIRY ONLY (LEVEL O, ALL FLAGS   *
      *   N, WAIVE_LIMIT 0) AND THE OPER_RECERT ROW KEEPS THE VALUES   *
      *   IT HAD BEFORE, THE JOB AS DECIDED_BY AND THE TIMESTAMP       *
1214PN*   (AUTH_OVERRIDE, THE PATRON BLOCK RELEASE, IS CLEARED TOO)    *
      * - RUN AT THE START OF EACH QUARTER AND AGAIN NIGHTLY SO        *
      *   EXPIRIES ARE APPLIED THE DAY AFTER THE DEADLINE              *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   14,2020 - AUTH_OVERRIDE COUNTS AS AUTHORITY      (1214PN)*
      *               X TO RECERTIFY AND IS CLEARED ON THE             *
      *               X EXPIRY DOWNGRADE                               *
      * NOV   12,2020 - INITIAL VERSION                        (1112RC)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *   DAYS=n - DAYS THE SUPERVISORS HAVE TO DECIDE A NEW CYCLE     *
      *            (DEFAULT: 30)                                       *
      *                                                                *
      * FILES:                                                         *
      * RECERTOP (OUTPUT) - IBMUSER.SMAGALIT.RECERTOP                  *
      * IBMUSER.OPER_AUTH (I/O) - DOWNGRADED WHEN RECERT EXPIRES       *
      * IBMUSER.OPER_RECERT (I/O) - ONE ROW PER OPERATOR PER CYCLE     *
      *                                                                *
      * 0000-MAIN                      2210-FETCH-OVERDUE              *
      * 1000-INIT                      2220-DOWNGRADE-OPERATOR         *
      * 1100-GET-TIMESTAMP             2300-LIST-OPERATORS             *
      * 1150-PARSE-PARM                2310-FETCH-OPERATOR             *
      * 1200-SET-CYCLE                 2320-OPEN-RECERT                *
      * 1300-OPEN-FILE                 2400-LIST-SUPERVISORS           *
      * 1400-SET-REPVARS               2410-FETCH-SUPERVISOR           *
      * 2000-MAIN-LOGIC                3000-CLEANUP                    *
      * 2100-WRITE-HEADERS             3100-CLOSE-FILE                 *
      * 2150-START-SECTION             9999-ERROR-HANDLING             *
      * 2160-END-SECTION               9999-TERMINATE                  *
      * 2200-EXPIRE-OVERDUE                                            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RECERTOP ASSIGN       TO    RECERTOP
                              FILE STATUS  IS FS-RECERTOP
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-RECERTOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-RECERTOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'NONE FOUND'          .
               10  FILLER              PIC X(114)    VALUE SPACES  .
           05  WS-BRANCH-LINE.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  FILLER              PIC X(07)
                                       VALUE 'BRANCH '             .
               10  WS-BL-BRANCH        PIC Z(8)9.
               10  FILLER              PIC X(114)    VALUE SPACES  .
           05  WS-OPR-HDR.
               10  FILLER              PIC X(12)
                                       VALUE '  OPERATOR'          .
               10  FILLER              PIC X(20)
                                       VALUE 'L   D   U   C   J'   .
               10  FILLER              PIC X(11)
                                       VALUE 'WAIVE LM'            .
               10  FILLER              PIC X(13)
                                       VALUE 'LAST ACT'            .
               10  FILLER              PIC X(11)
                                       VALUE '90 DAYS'             .
               10  FILLER              PIC X(11)
                                       VALUE 'SUPERVSR'            .
               10  FILLER              PIC X(54)
                                       VALUE 'RECERTIFICATION'     .
           05  WS-OPR-LINE.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-OL-OPER          PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-OL-LVL           PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-OL-DEL           PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-OL-UPD           PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-OL-CIR           PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-OL-JCL           PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-OL-WAIVE         PIC ZZZZ9.99.
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-OL-LAST          PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-OL-INACT         PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-OL-SUP           PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-OL-RECERT        PIC X(24)     VALUE SPACES  .
               10  FILLER              PIC X(26)     VALUE SPACES  .
           05  WS-SUP-HDR.
               10  FILLER              PIC X(12)
                                       VALUE '  SUPERVSR'          .
               10  FILLER              PIC X(08)
                                       VALUE '  BRANCH'            .
               10  FILLER              PIC X(08)
                                       VALUE '   OPERS'            .
               10  FILLER              PIC X(08)
                                       VALUE ' PENDING'            .
               10  FILLER              PIC X(08)
                                       VALUE ' CONFIRM'            .
               10  FILLER              PIC X(08)
                                       VALUE '  REVOKE'            .
               10  FILLER              PIC X(08)
                                       VALUE ' EXPIRED'            .
               10  FILLER              PIC X(08)
                                       VALUE 'INACTIVE'            .
               10  FILLER              PIC X(64)
                                       VALUE '   DUE DATE'         .
           05  WS-SUP-LINE.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-SL-SUP           PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-SL-BRANCH        PIC Z(7)9.
               10  WS-SL-OPERS         PIC Z(7)9.
               10  WS-SL-PEND          PIC Z(7)9.
               10  WS-SL-CONF          PIC Z(7)9.
               10  WS-SL-REVK          PIC Z(7)9.
               10  WS-SL-EXPD          PIC Z(7)9.
               10  WS-SL-INACT         PIC Z(7)9.
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-SL-DUE           PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(51)     VALUE SPACES  .
           05  WS-EXP-HDR.
               10  FILLER              PIC X(12)
                                       VALUE '  OPERATOR'          .
               10  FILLER              PIC X(09)
                                       VALUE 'CYCLE'               .
               10  FILLER              PIC X(09)
                                       VALUE '   BRANCH'           .
               10  FILLER              PIC X(11)
                                       VALUE '   SUPERVSR'         .
               10  FILLER              PIC X(13)
                                       VALUE '   DUE DATE'         .
               10  FILLER              PIC X(78)
                                       VALUE '   AUTHORITY BEFORE' .
           05  WS-EXP-LINE.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-XL-OPER          PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-XL-CYCLE         PIC X(06)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-XL-BRANCH        PIC Z(8)9.
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-XL-SUP           PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-XL-DUE           PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-XL-BEFORE        PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(35)     VALUE SPACES  .
           05  WS-DAYS                 PIC S9(04) COMP VALUE 30    .
           05  WS-CYCLE-ID.
               10  WS-CYC-YYYY         PIC 9(04)     VALUE 0       .
               10  FILLER              PIC X         VALUE 'Q'     .
               10  WS-CYC-Q            PIC 9         VALUE 0       .
           05  WS-CYC-YEAR             PIC S9(09) COMP VALUE 0     .
           05  WS-CYC-QTR              PIC S9(09) COMP VALUE 0     .
           05  WS-DUE-DATE             PIC X(10)     VALUE SPACES  .
           05  WS-CUTOFF-DATE          PIC X(10)     VALUE SPACES  .
           05  WS-LAST-CIRC            PIC X(10)     VALUE SPACES  .
           05  WS-LAST-BOOK            PIC X(10)     VALUE SPACES  .
           05  WS-LAST-FINE            PIC X(10)     VALUE SPACES  .
           05  WS-LAST-ACT             PIC X(10)     VALUE SPACES  .
           05  WS-NO-ACTIVITY          PIC X(10)     VALUE '0001-01-01'.
           05  WS-CYCLE-CNT            PIC S9(09) COMP VALUE 0     .
           05  WS-PREV-BRANCH          PIC S9(09) COMP VALUE -1    .
           05  WS-SUP-OPERS            PIC S9(09) COMP VALUE 0     .
           05  WS-SUP-PEND             PIC S9(09) COMP VALUE 0     .
           05  WS-SUP-CONF             PIC S9(09) COMP VALUE 0     .
           05  WS-SUP-REVK             PIC S9(09) COMP VALUE 0     .
           05  WS-SUP-EXPD             PIC S9(09) COMP VALUE 0     .
           05  WS-SUP-INACT            PIC S9(09) COMP VALUE 0     .
           05  WS-AUTH-FOUND-SW        PIC X         VALUE 'N'     .
               88  AUTH-ROW-FOUND                    VALUE 'Y'     .
           05  WS-BEFORE-AUTH.
               10  WS-BA-LVL           PIC X(01)     VALUE SPACES  .
               10  WS-BA-DEL           PIC X(01)     VALUE SPACES  .
               10  WS-BA-UPD           PIC X(01)     VALUE SPACES  .
               10  WS-BA-CIR           PIC X(01)     VALUE SPACES  .
               10  WS-BA-JCL           PIC X(01)     VALUE SPACES  .
           05  WS-WAIVE-DISP           PIC ZZZZ9.99.
           05  WS-COUNTERS.
               10  WS-SECT-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-OPER-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-OPENED-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-INACT-CNTR       PIC S9(08) COMP VALUE 0.
               10  WS-EXPIRED-CNTR     PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                    VALUE 'OPERATOR RECERTIFICATION'
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
               10  FS-RECERTOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)      VALUE 'RECERT'.

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
           EXEC SQL INCLUDE DCLOPAU  END-EXEC.
           EXEC SQL INCLUDE DCLORC   END-EXEC.

      *    PENDING RECERTIFICATIONS PAST THEIR DEADLINE
           EXEC SQL DECLARE CURRCEXP CURSOR FOR
                SELECT R.CYCLE_ID
                      ,R.OPERATOR_ID
                      ,R.BRANCH_ID
                      ,R.SUPERVISOR_ID
                      ,CHAR(R.DUE_DATE, ISO)
                  FROM IBMUSER.OPER_RECERT R
                 WHERE R.RECERT_STATUS = 'P'
                   AND R.DUE_DATE < CURRENT DATE
                 ORDER BY R.BRANCH_ID, R.OPERATOR_ID, R.CYCLE_ID
           END-EXEC.

      *    EVERY OPERATOR BY BRANCH, WITH LAST ACTIVITY PER TRAIL,
      *    THE SUPERVISOR THE CYCLE ROW GOES TO AND WHETHER IT IS
      *    ALREADY OPEN FOR THIS CYCLE
           EXEC SQL DECLARE CURRCOPR CURSOR FOR
                SELECT A.OPERATOR_ID
                      ,A.BRANCH_ID
                      ,A.AUTHORITY_LEVEL
                      ,A.AUTH_DELETE
                      ,A.AUTH_UPDATE
                      ,A.AUTH_CIRC
                      ,A.AUTH_JCL
                      ,A.WAIVE_LIMIT
1214PN                ,A.AUTH_OVERRIDE
                      ,COALESCE(
                         (SELECT CHAR(MAX(DATE(G.LOG_TS)), ISO)
                            FROM IBMUSER.CIRC_LOG G
                           WHERE G.OPERATOR_ID = A.OPERATOR_ID),
                         :WS-NO-ACTIVITY)
                      ,COALESCE(
                         (SELECT CHAR(MAX(U.AUDIT_DATE), ISO)
                            FROM IBMUSER.BOOKS_AUDIT U
                           WHERE U.OPERATOR_ID = A.OPERATOR_ID),
                         :WS-NO-ACTIVITY)
                      ,COALESCE(
                         (SELECT CHAR(MAX(DATE(F.AUDIT_TS)), ISO)
                            FROM IBMUSER.FINES_AUDIT F
                           WHERE F.OPERATOR_ID = A.OPERATOR_ID),
                         :WS-NO-ACTIVITY)
                      ,COALESCE(
                         (SELECT MIN(S.OPERATOR_ID)
                            FROM IBMUSER.OPER_AUTH S
                           WHERE S.AUTHORITY_LEVEL = 'S'
                             AND S.BRANCH_ID = A.BRANCH_ID
                             AND S.OPERATOR_ID <> A.OPERATOR_ID),
                         (SELECT MIN(S.OPERATOR_ID)
                            FROM IBMUSER.OPER_AUTH S
                           WHERE S.AUTHORITY_LEVEL = 'S'
                             AND S.BRANCH_ID = 0
                             AND S.OPERATOR_ID <> A.OPERATOR_ID),
                         '')
                      ,(SELECT COUNT(*)
                          FROM IBMUSER.OPER_RECERT R
                         WHERE R.CYCLE_ID = :WS-CYCLE-ID
                           AND R.OPERATOR_ID = A.OPERATOR_ID)
                  FROM IBMUSER.OPER_AUTH A
                 ORDER BY A.BRANCH_ID, A.OPERATOR_ID
           END-EXEC.

      *    THIS CYCLE'S ROWS PER SUPERVISOR AND BRANCH
           EXEC SQL DECLARE CURRCSUP CURSOR FOR
                SELECT SUPERVISOR_ID
                      ,BRANCH_ID
                      ,COUNT(*)
                      ,SUM(CASE WHEN RECERT_STATUS = 'P'
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN RECERT_STATUS = 'C'
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN RECERT_STATUS = 'R'
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN RECERT_STATUS = 'X'
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN INACTIVE_SW = 'Y'
                                THEN 1 ELSE 0 END)
                      ,CHAR(MIN(DUE_DATE), ISO)
                  FROM IBMUSER.OPER_RECERT
                 WHERE CYCLE_ID = :WS-CYCLE-ID
                 GROUP BY SUPERVISOR_ID, BRANCH_ID
                 ORDER BY SUPERVISOR_ID, BRANCH_ID
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

0807RH      MOVE 'RECERT' TO WS-RL-JOB-NAME
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
            PERFORM 1200-SET-CYCLE
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
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
                        DELIMITED BY '='
                        INTO WS-PARM-KEY WS-PARM-VAL
               END-UNSTRING

               IF  FUNCTION TRIM (WS-PARM-KEY) = 'DAYS'
                  MOVE FUNCTION NUMVAL (WS-PARM-VAL) TO WS-DAYS
               END-IF
            END-IF

            IF WS-DAYS NOT > 0
               DISPLAY 'DAYS PARM NOT USABLE - DEFAULT 30 USED'
               MOVE 30 TO WS-DAYS
            END-IF
            .

       1200-SET-CYCLE.
            MOVE '1200-SET-CYCLE' TO ERR-LOC

            EXEC SQL
                 SELECT YEAR(CURRENT DATE)
                       ,QUARTER(CURRENT DATE)
                       ,CHAR(CURRENT DATE + :WS-DAYS DAYS, ISO)
                       ,CHAR(CURRENT DATE - 90 DAYS, ISO)
                   INTO :WS-CYC-YEAR
                       ,:WS-CYC-QTR
                       ,:WS-DUE-DATE
                       ,:WS-CUTOFF-DATE
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT CYCLE DATES' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE WS-CYC-YEAR TO WS-CYC-YYYY
            MOVE WS-CYC-QTR  TO WS-CYC-Q
            DISPLAY 'RECERTIFICATION CYCLE ' WS-CYCLE-ID
                    ', NEW ROWS DUE ' WS-DUE-DATE
            .

       1300-OPEN-FILE.
            MOVE '1300-OPEN-FILE' TO ERR-LOC
            OPEN OUTPUT FD-RECERTOP
            MOVE FS-RECERTOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-RECERTOP' TO ERR-MSG
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

      **    EXPIRE FIRST, SO THE LISTING SHOWS THE AUTHORITY AS IT
      **    STANDS AFTER THIS RUN
            PERFORM 2200-EXPIRE-OVERDUE
            PERFORM 2300-LIST-OPERATORS
            PERFORM 2400-LIST-SUPERVISORS

            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.RECERTOP'
            DISPLAY WS-OPER-CNTR    ' OPERATORS, '
                    WS-OPENED-CNTR  ' ADDED TO CYCLE, '
                    WS-INACT-CNTR   ' INACTIVE, '
                    WS-EXPIRED-CNTR ' DOWNGRADED'
            WRITE REC-RECERTOP FROM WS-REP-SPACES
            WRITE REC-RECERTOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            WRITE REC-RECERTOP FROM WS-REP-HEADER1
            WRITE REC-RECERTOP FROM WS-REP-HEADER2
            WRITE REC-RECERTOP FROM WS-REP-SPACES
            MOVE SPACES TO WS-SECTION-HDR
            STRING 'CYCLE '          DELIMITED BY SIZE
                   WS-CYCLE-ID       DELIMITED BY SIZE
                   ' - NEW ROWS DUE ' DELIMITED BY SIZE
                   WS-DUE-DATE       DELIMITED BY SIZE
                   ', INACTIVE = NO ACTIVITY SINCE '
                                     DELIMITED BY SIZE
                   WS-CUTOFF-DATE    DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            WRITE REC-RECERTOP FROM WS-SECTION-HDR
            .

      *--------------------------------------------------------------*
      * WS-SECTION-HDR IS SET BY THE CALLER                           *
      *--------------------------------------------------------------*
       2150-START-SECTION.
            MOVE '2150-START-SECTION' TO ERR-LOC
            MOVE 0 TO WS-SECT-CNTR
            WRITE REC-RECERTOP FROM WS-REP-SPACES
            WRITE REC-RECERTOP FROM WS-SECTION-HDR
            WRITE REC-RECERTOP FROM WS-REP-SPACES
            .

       2160-END-SECTION.
            MOVE '2160-END-SECTION' TO ERR-LOC
            IF WS-SECT-CNTR = 0
               WRITE REC-RECERTOP FROM WS-NONE-LINE
            END-IF
            .

       2200-EXPIRE-OVERDUE.
            MOVE '2200-EXPIRE-OVERDUE' TO ERR-LOC
            MOVE 'NOT RECERTIFIED BY THE DEADLINE - NOW INQUIRY ONLY'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION
            WRITE REC-RECERTOP FROM WS-EXP-HDR

            EXEC SQL OPEN CURRCEXP END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURRCEXP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2210-FETCH-OVERDUE UNTIL SQL-EOC

            EXEC SQL CLOSE CURRCEXP END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURRCEXP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2210-FETCH-OVERDUE.
            MOVE '2210-FETCH-OVERDUE' TO ERR-LOC
            INITIALIZE DCLORC
            EXEC SQL
                 FETCH CURRCEXP
                  INTO :TBLORC-CYCLE-ID
                      ,:TBLORC-OPERATOR-ID
                      ,:TBLORC-BRANCH-ID
                      ,:TBLORC-SUPERVISOR-ID
                      ,:TBLORC-DUE-DATE
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     PERFORM 2220-DOWNGRADE-OPERATOR
                     ADD 1 TO WS-SECT-CNTR
                              WS-EXPIRED-CNTR
                     MOVE TBLORC-OPERATOR-ID-TEXT   TO WS-XL-OPER
                     MOVE TBLORC-CYCLE-ID           TO WS-XL-CYCLE
                     MOVE TBLORC-BRANCH-ID          TO WS-XL-BRANCH
                     MOVE TBLORC-SUPERVISOR-ID-TEXT TO WS-XL-SUP
                     MOVE TBLORC-DUE-DATE           TO WS-XL-DUE
                     MOVE SPACES TO WS-XL-BEFORE
                     IF AUTH-ROW-FOUND
                        MOVE TBLORC-BEFORE-WAIVE TO WS-WAIVE-DISP
                        STRING 'LEVEL '         DELIMITED BY SIZE
                               WS-BA-LVL        DELIMITED BY SIZE
                               ' D/U/C/J '      DELIMITED BY SIZE
                               WS-BA-DEL        DELIMITED BY SIZE
                               WS-BA-UPD        DELIMITED BY SIZE
                               WS-BA-CIR        DELIMITED BY SIZE
                               WS-BA-JCL        DELIMITED BY SIZE
                               ' WAIVE '        DELIMITED BY SIZE
                               FUNCTION TRIM (WS-WAIVE-DISP)
                                                DELIMITED BY SIZE
                          INTO WS-XL-BEFORE
                        END-STRING
                     ELSE
                        MOVE 'NO OPER_AUTH ROW LEFT' TO WS-XL-BEFORE
                     END-IF
                     WRITE REC-RECERTOP FROM WS-EXP-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURRCEXP' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      *--------------------------------------------------------------*
      * INQUIRY ONLY = LEVEL O, EVERY AUTH_ FLAG N, NO WAIVE LIMIT.   *
      * THE OPER_RECERT ROW IS THE AUDIT TRAIL: STATUS X, THE JOB AS  *
      * DECIDED_BY, AND THE AUTHORITY THE OPERATOR HAD BEFORE         *
      *--------------------------------------------------------------*
       2220-DOWNGRADE-OPERATOR.
            MOVE '2220-DOWNGRADE-OPERATOR' TO ERR-LOC

            MOVE TBLORC-OPERATOR-ID TO TBLOAU-OPERATOR-ID
            MOVE 'N' TO WS-AUTH-FOUND-SW

            EXEC SQL
                 SELECT AUTHORITY_LEVEL, AUTH_DELETE, AUTH_UPDATE,
                        AUTH_CIRC, AUTH_JCL, WAIVE_LIMIT
                   INTO :TBLOAU-AUTHORITY-LEVEL,
                        :TBLOAU-AUTH-DELETE, :TBLOAU-AUTH-UPDATE,
                        :TBLOAU-AUTH-CIRC, :TBLOAU-AUTH-JCL,
                        :TBLOAU-WAIVE-LIMIT
                   FROM IBMUSER.OPER_AUTH
                  WHERE OPERATOR_ID = :TBLOAU-OPERATOR-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE 'Y' TO WS-AUTH-FOUND-SW
                     MOVE TBLOAU-AUTHORITY-LEVEL TO WS-BA-LVL
                     MOVE TBLOAU-AUTH-DELETE     TO WS-BA-DEL
                     MOVE TBLOAU-AUTH-UPDATE     TO WS-BA-UPD
                     MOVE TBLOAU-AUTH-CIRC       TO WS-BA-CIR
                     MOVE TBLOAU-AUTH-JCL        TO WS-BA-JCL
                     MOVE TBLOAU-WAIVE-LIMIT     TO TBLORC-BEFORE-WAIVE
                WHEN SQL-EOC
      **             OPERATOR DELETED ON OPERTRN SINCE THE CYCLE
      **             OPENED - NOTHING LEFT TO DOWNGRADE
                     MOVE SPACES TO WS-BEFORE-AUTH
                     MOVE 0      TO TBLORC-BEFORE-WAIVE
                WHEN OTHER
                     MOVE 'SELECT OPER_AUTH' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            MOVE WS-BEFORE-AUTH TO TBLORC-BEFORE-AUTH

            IF AUTH-ROW-FOUND
               EXEC SQL
                    UPDATE IBMUSER.OPER_AUTH
                       SET AUTHORITY_LEVEL = 'O',
                           AUTH_DELETE     = 'N',
                           AUTH_UPDATE     = 'N',
                           AUTH_CIRC       = 'N',
                           AUTH_JCL        = 'N',
1214PN                     AUTH_OVERRIDE   = 'N',
                           WAIVE_LIMIT     = 0
                     WHERE OPERATOR_ID = :TBLOAU-OPERATOR-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'UPDATE OPER_AUTH' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF

            MOVE WS-PGM-NAME TO TBLORC-DECIDED-BY-TEXT
            MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-PGM-NAME))
              TO TBLORC-DECIDED-BY-LEN

            EXEC SQL
                 UPDATE IBMUSER.OPER_RECERT
                    SET RECERT_STATUS = 'X',
                        DECIDED_BY    = :TBLORC-DECIDED-BY,
                        DECIDED_TS    = CURRENT TIMESTAMP,
                        BEFORE_AUTH   = :TBLORC-BEFORE-AUTH,
                        BEFORE_WAIVE  = :TBLORC-BEFORE-WAIVE
                  WHERE CYCLE_ID      = :TBLORC-CYCLE-ID
                    AND OPERATOR_ID   = :TBLORC-OPERATOR-ID
                    AND RECERT_STATUS = 'P'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE OPER_RECERT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2300-LIST-OPERATORS.
            MOVE '2300-LIST-OPERATORS' TO ERR-LOC
            MOVE 'OPERATOR AUTHORITY BY BRANCH' TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION
            WRITE REC-RECERTOP FROM WS-OPR-HDR
            MOVE -1 TO WS-PREV-BRANCH

            EXEC SQL OPEN CURRCOPR END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURRCOPR' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2310-FETCH-OPERATOR UNTIL SQL-EOC

            EXEC SQL CLOSE CURRCOPR END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURRCOPR' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2310-FETCH-OPERATOR.
            MOVE '2310-FETCH-OPERATOR' TO ERR-LOC
            INITIALIZE DCLOPAU
                       DCLORC
            EXEC SQL
                 FETCH CURRCOPR
                  INTO :TBLOAU-OPERATOR-ID
                      ,:TBLOAU-BRANCH-ID
                      ,:TBLOAU-AUTHORITY-LEVEL
                      ,:TBLOAU-AUTH-DELETE
                      ,:TBLOAU-AUTH-UPDATE
                      ,:TBLOAU-AUTH-CIRC
                      ,:TBLOAU-AUTH-JCL
                      ,:TBLOAU-WAIVE-LIMIT
1214PN                ,:TBLOAU-AUTH-OVERRIDE
                      ,:WS-LAST-CIRC
                      ,:WS-LAST-BOOK
                      ,:WS-LAST-FINE
                      ,:TBLORC-SUPERVISOR-ID
                      ,:WS-CYCLE-CNT
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-CNTR
                              WS-OPER-CNTR

                     IF TBLOAU-BRANCH-ID NOT = WS-PREV-BRANCH
                        MOVE TBLOAU-BRANCH-ID TO WS-BL-BRANCH
                                                 WS-PREV-BRANCH
                        WRITE REC-RECERTOP FROM WS-REP-SPACES
                        WRITE REC-RECERTOP FROM WS-BRANCH-LINE
                     END-IF

      **             ISO DATES COMPARE AS TEXT - KEEP THE NEWEST
                     MOVE WS-LAST-CIRC TO WS-LAST-ACT
                     IF WS-LAST-BOOK > WS-LAST-ACT
                        MOVE WS-LAST-BOOK TO WS-LAST-ACT
                     END-IF
                     IF WS-LAST-FINE > WS-LAST-ACT
                        MOVE WS-LAST-FINE TO WS-LAST-ACT
                     END-IF

                     IF WS-LAST-ACT < WS-CUTOFF-DATE
                        MOVE 'Y' TO TBLORC-INACTIVE-SW
                        MOVE 'INACTIVE' TO WS-OL-INACT
                        ADD 1 TO WS-INACT-CNTR
                     ELSE
                        MOVE 'N' TO TBLORC-INACTIVE-SW
                        MOVE SPACES TO WS-OL-INACT
                     END-IF

                     IF WS-LAST-ACT = WS-NO-ACTIVITY
                        MOVE 'NONE' TO WS-OL-LAST
                     ELSE
                        MOVE WS-LAST-ACT TO WS-OL-LAST
                     END-IF

                     MOVE TBLOAU-OPERATOR-ID-TEXT TO WS-OL-OPER
                     MOVE TBLOAU-AUTHORITY-LEVEL  TO WS-OL-LVL
                     MOVE TBLOAU-AUTH-DELETE      TO WS-OL-DEL
                     MOVE TBLOAU-AUTH-UPDATE      TO WS-OL-UPD
                     MOVE TBLOAU-AUTH-CIRC        TO WS-OL-CIR
                     MOVE TBLOAU-AUTH-JCL         TO WS-OL-JCL
                     MOVE TBLOAU-WAIVE-LIMIT      TO WS-OL-WAIVE
                     IF TBLORC-SUPERVISOR-ID-LEN = 0
                        MOVE '(NONE)' TO WS-OL-SUP
                     ELSE
                        MOVE TBLORC-SUPERVISOR-ID-TEXT TO WS-OL-SUP
                     END-IF

                     EVALUATE TRUE
                         WHEN WS-CYCLE-CNT > 0
                              MOVE 'ALREADY IN CYCLE' TO WS-OL-RECERT
                         WHEN TBLOAU-AUTHORITY-LEVEL = 'O'
                          AND TBLOAU-AUTH-DELETE = 'N'
                          AND TBLOAU-AUTH-UPDATE = 'N'
                          AND TBLOAU-AUTH-CIRC   = 'N'
                          AND TBLOAU-AUTH-JCL    = 'N'
                          AND TBLOAU-WAIVE-LIMIT = 0
1214PN                    AND TBLOAU-AUTH-OVERRIDE = 'N'
                              MOVE 'INQUIRY ONLY - NOT DUE'
                                TO WS-OL-RECERT
                         WHEN OTHER
                              PERFORM 2320-OPEN-RECERT
                              MOVE SPACES TO WS-OL-RECERT
                              STRING 'DUE BY ' DELIMITED BY SIZE
                                     WS-DUE-DATE
                                               DELIMITED BY SIZE
                                INTO WS-OL-RECERT
                              END-STRING
                     END-EVALUATE

                     WRITE REC-RECERTOP FROM WS-OPR-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURRCOPR' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      *--------------------------------------------------------------*
      * THE RECERTIFICATION-DUE ENTRY FOR THE BRANCH SUPERVISOR;     *
      * BEFORE_AUTH/BEFORE_WAIVE START AS THE AUTHORITY UNDER REVIEW *
      *--------------------------------------------------------------*
       2320-OPEN-RECERT.
            MOVE '2320-OPEN-RECERT' TO ERR-LOC

            MOVE WS-CYCLE-ID        TO TBLORC-CYCLE-ID
            MOVE TBLOAU-OPERATOR-ID TO TBLORC-OPERATOR-ID
            MOVE TBLOAU-BRANCH-ID   TO TBLORC-BRANCH-ID
            MOVE WS-DUE-DATE        TO TBLORC-DUE-DATE
            MOVE 'P'                TO TBLORC-RECERT-STATUS
            MOVE SPACES             TO TBLORC-DECIDED-BY-TEXT
            MOVE 0                  TO TBLORC-DECIDED-BY-LEN
            MOVE TBLOAU-AUTHORITY-LEVEL TO WS-BA-LVL
            MOVE TBLOAU-AUTH-DELETE     TO WS-BA-DEL
            MOVE TBLOAU-AUTH-UPDATE     TO WS-BA-UPD
            MOVE TBLOAU-AUTH-CIRC       TO WS-BA-CIR
            MOVE TBLOAU-AUTH-JCL        TO WS-BA-JCL
            MOVE WS-BEFORE-AUTH         TO TBLORC-BEFORE-AUTH
            MOVE TBLOAU-WAIVE-LIMIT     TO TBLORC-BEFORE-WAIVE

            EXEC SQL
                 INSERT INTO IBMUSER.OPER_RECERT
                        (CYCLE_ID, OPERATOR_ID, BRANCH_ID,
                         SUPERVISOR_ID, DUE_DATE, INACTIVE_SW,
                         RECERT_STATUS, DECIDED_BY, DECIDED_TS,
                         BEFORE_AUTH, BEFORE_WAIVE)
                 VALUES (:TBLORC-CYCLE-ID, :TBLORC-OPERATOR-ID,
                         :TBLORC-BRANCH-ID, :TBLORC-SUPERVISOR-ID,
                         DATE(:TBLORC-DUE-DATE),
                         :TBLORC-INACTIVE-SW,
                         :TBLORC-RECERT-STATUS,
                         :TBLORC-DECIDED-BY, NULL,
                         :TBLORC-BEFORE-AUTH,
                         :TBLORC-BEFORE-WAIVE)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT OPER_RECERT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            ADD 1 TO WS-OPENED-CNTR
            .

       2400-LIST-SUPERVISORS.
            MOVE '2400-LIST-SUPERVISORS' TO ERR-LOC
            MOVE SPACES TO WS-SECTION-HDR
            STRING 'RECERTIFICATION DUE BY SUPERVISOR - CYCLE '
                                     DELIMITED BY SIZE
                   WS-CYCLE-ID       DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            PERFORM 2150-START-SECTION
            WRITE REC-RECERTOP FROM WS-SUP-HDR

            EXEC SQL OPEN CURRCSUP END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURRCSUP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2410-FETCH-SUPERVISOR UNTIL SQL-EOC

            EXEC SQL CLOSE CURRCSUP END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURRCSUP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2410-FETCH-SUPERVISOR.
            MOVE '2410-FETCH-SUPERVISOR' TO ERR-LOC
            INITIALIZE DCLORC
            EXEC SQL
                 FETCH CURRCSUP
                  INTO :TBLORC-SUPERVISOR-ID
                      ,:TBLORC-BRANCH-ID
                      ,:WS-SUP-OPERS
                      ,:WS-SUP-PEND
                      ,:WS-SUP-CONF
                      ,:WS-SUP-REVK
                      ,:WS-SUP-EXPD
                      ,:WS-SUP-INACT
                      ,:TBLORC-DUE-DATE
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-CNTR
                     IF TBLORC-SUPERVISOR-ID-LEN = 0
                        MOVE '(NONE)' TO WS-SL-SUP
                     ELSE
                        MOVE TBLORC-SUPERVISOR-ID-TEXT TO WS-SL-SUP
                     END-IF
                     MOVE TBLORC-BRANCH-ID TO WS-SL-BRANCH
                     MOVE WS-SUP-OPERS     TO WS-SL-OPERS
                     MOVE WS-SUP-PEND      TO WS-SL-PEND
                     MOVE WS-SUP-CONF      TO WS-SL-CONF
                     MOVE WS-SUP-REVK      TO WS-SL-REVK
                     MOVE WS-SUP-EXPD      TO WS-SL-EXPD
                     MOVE WS-SUP-INACT     TO WS-SL-INACT
                     MOVE TBLORC-DUE-DATE  TO WS-SL-DUE
                     WRITE REC-RECERTOP FROM WS-SUP-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURRCSUP' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE
0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-OPER-CNTR TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC
            CLOSE FD-RECERTOP
            MOVE FS-RECERTOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-RECERTOP' TO ERR-MSG
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
