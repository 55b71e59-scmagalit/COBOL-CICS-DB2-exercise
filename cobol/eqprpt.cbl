      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    EQPRPT.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/04/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * EQUIPMENT LOANS - HOURLY OVERDUE LIST AND END-OF-DAY LIST      *
      *----------------------------------------------------------------*
      * - EQUIPMENT (EQPTRN) IS DUE BACK BY THE HOUR, SO THE NIGHTLY   *
      *   OVERDUE JOBS ARE TOO LATE FOR IT. THIS JOB LISTS OPEN        *
      *   IBMUSER.EQUIP_LOANS ROWS, ONE PAGE PER BRANCH, SOONEST DUE   *
      *   FIRST, WITH THE PATRON'S NAME AND PHONE SO THE DESK CAN      *
      *   CALL, THE WHOLE OR PART HOURS LATE, THE LATE FEE RUNNING SO  *
      *   FAR (HOURLY RATE, CAPPED - THE SAME SUM EQPTRN CHARGES AT    *
      *   CHECK-IN) AND THE DEPOSIT HELD                               *
      * - RUN=OVERDUE (THE DEFAULT) IS SCHEDULED HOURLY WHILE THE      *
      *   BRANCHES ARE OPEN AND LISTS ONLY ITEMS ALREADY PAST DUE      *
      * - RUN=EOD IS RUN AT CLOSING AND LISTS EVERYTHING STILL OUT,    *
      *   OVERDUE OR NOT, SO EACH BRANCH KNOWS WHAT HAS NOT COME BACK  *
      *   AND WHAT DEPOSIT MONEY IT IS STILL HOLDING                   *
      * - READ ONLY; REGISTERED IN RUN_HIST (RUNLOG)                   *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   04,2020 - INITIAL VERSION                        (1204EQ)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *   RUN=OVERDUE - ITEMS PAST THEIR DUE TIME (DEFAULT)            *
      *   RUN=EOD     - EVERY ITEM STILL OUT                           *
      *                                                                *
      * FILES:                                                         *
      * EQPRPTOP (OUTPUT) - IBMUSER.SMAGALIT.EQPRPTOP                  *
      * IBMUSER.EQUIP_LOANS (I)   - OPEN EQUIPMENT LOANS (DCLEQL)      *
      * IBMUSER.EQUIPMENT   (I)   - TAG, TYPE, RATE, CAP (DCLEQP)      *
      * IBMUSER.PATRONS     (I)   - NAME AND PHONE                     *
      * IBMUSER.BRANCHES    (I)   - BRANCH NAME                        *
      *                                                                *
      * 0000-MAIN                      2300-FETCH-LOAN                 *
      * 1000-INIT                      2320-BRANCH-BREAK               *
      * 1100-GET-TIMESTAMP             2330-BRANCH-TOTALS              *
      * 1150-PARSE-PARM                2400-FORMAT-LINE                *
      * 1300-OPEN-FILES                2500-WRITE-TOTALS               *
      * 1400-SET-REPVARS               3000-CLEANUP                    *
      * 2000-MAIN-LOGIC                3100-CLOSE-FILES                *
      * 2100-WRITE-HEADERS             9999-ERROR-HANDLING             *
      * 2150-START-SECTION             9999-TERMINATE                  *
      * 2160-END-SECTION                                               *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-EQPRPTOP  ASSIGN       TO    EQPRPTOP
                               FILE STATUS  IS FS-EQPRPTOP
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-EQPRPTOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-EQPRPTOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'NONE FOUND'         .
               10  FILLER              PIC X(114)    VALUE SPACES  .
           05  WS-EQUIP-HDR.
               10  FILLER              PIC X(13)
                                       VALUE ' ASSET TAG'         .
               10  FILLER              PIC X(02)
                                       VALUE ' T'                 .
               10  FILLER              PIC X(21)
                                       VALUE ' DESCRIPTION'       .
               10  FILLER              PIC X(10)
                                       VALUE '    PATRON'         .
               10  FILLER              PIC X(21)
                                       VALUE ' NAME'              .
               10  FILLER              PIC X(15)
                                       VALUE ' PHONE'             .
               10  FILLER              PIC X(17)
                                       VALUE ' DUE'               .
               10  FILLER              PIC X(06)
                                       VALUE ' HOURS'             .
               10  FILLER              PIC X(09)
                                       VALUE '  FEE NOW'          .
               10  FILLER              PIC X(09)
                                       VALUE '  DEPOSIT'          .
               10  FILLER              PIC X(09)     VALUE SPACES  .
           05  WS-EQUIP-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-EL-ASSET-TAG     PIC X(12)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-EL-TYPE          PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-EL-DESC          PIC X(20)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-EL-PATRON-ID     PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-EL-NAME          PIC X(20)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-EL-PHONE         PIC X(14)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-EL-DUE-DATE      PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-EL-DUE-TIME      PIC X(05)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-EL-HOURS         PIC ZZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-EL-FEE           PIC ZZZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-EL-DEPOSIT       PIC ZZZZ9.99.
               10  FILLER              PIC X(09)     VALUE SPACES  .
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TL-TEXT          PIC X(50)     VALUE SPACES  .
               10  WS-TL-COUNT         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(71)     VALUE SPACES  .
           05  WS-AMOUNT-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-AL-TEXT          PIC X(50)     VALUE SPACES  .
               10  WS-AL-AMOUNT        PIC ZZZ,ZZ9.99.
               10  FILLER              PIC X(68)     VALUE SPACES  .
           05  WS-RUN-MODE             PIC X(01)     VALUE 'O'.
               88  RUN-OVERDUE                       VALUE 'O'.
               88  RUN-END-OF-DAY                    VALUE 'E'.
           05  WS-MINUTES-LATE         PIC S9(09) COMP VALUE 0.
           05  WS-HOURS-LATE           PIC S9(09) COMP VALUE 0.
           05  WS-FEE-NOW              PIC S9(05)V9(02) COMP-3 VALUE 0.
           05  WS-PREV-BRANCH          PIC S9(09) COMP VALUE -1.
           05  WS-BRANCH-DISP          PIC Z(8)9.
           05  WS-IND-VARS.
               10  IND-BRANCH          PIC S9(04) COMP VALUE 0.
               10  IND-PHONE           PIC S9(04) COMP VALUE 0.
           05  WS-BRANCH-COUNTERS.
               10  WS-BR-LOAN-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-BR-LATE-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-BR-FEE-TOTAL     PIC S9(07)V9(02) COMP-3 VALUE 0.
               10  WS-BR-DEP-TOTAL     PIC S9(07)V9(02) COMP-3 VALUE 0.
           05  WS-COUNTERS.
               10  WS-SECT-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-LOAN-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-LATE-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-BRANCH-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-FEE-TOTAL        PIC S9(07)V9(02) COMP-3 VALUE 0.
               10  WS-DEP-TOTAL        PIC S9(07)V9(02) COMP-3 VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'EQUIPMENT LOANS - OVERDUE'
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
               10  FS-EQPRPTOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)       VALUE 'EQPRPT'.

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
           EXEC SQL INCLUDE DCLEQL   END-EXEC.
           EXEC SQL INCLUDE DCLEQP   END-EXEC.
           EXEC SQL INCLUDE DCLPATR  END-EXEC.
           EXEC SQL INCLUDE DCLBRN   END-EXEC.

      **   OPEN EQUIPMENT LOANS BY BRANCH, SOONEST DUE FIRST. THE
      **   OVERDUE RUN KEEPS ONLY THE ONES ALREADY PAST DUE; MINUTES
      **   LATE ARE WORKED OUT AS EQPTRN DOES AT CHECK-IN
           EXEC SQL DECLARE CUREQPLN CURSOR FOR
                SELECT L.PATRON_ID
                      ,L.BRANCH_ID
                      ,L.DUE_TS
                      ,L.DEPOSIT_AMT
                      ,L.DEPOSIT_STATUS
                      ,E.ASSET_TAG
                      ,E.EQUIP_TYPE
                      ,E.DESCRIPTION
                      ,E.HOURLY_RATE
                      ,E.LATE_FEE_MAX
                      ,P.PATRON_NAME
                      ,P.PHONE
                      ,CASE WHEN CURRENT TIMESTAMP > L.DUE_TS
                            THEN TIMESTAMPDIFF(4,
                                 CHAR(CURRENT TIMESTAMP - L.DUE_TS))
                            ELSE 0
                       END
                      ,(SELECT R.BRANCH_NAME
                          FROM IBMUSER.BRANCHES R
                         WHERE R.BRANCH_ID = L.BRANCH_ID)
                  FROM IBMUSER.EQUIP_LOANS L
                      ,IBMUSER.EQUIPMENT   E
                      ,IBMUSER.PATRONS     P
                 WHERE E.EQUIP_ID  = L.EQUIP_ID
                   AND P.PATRON_ID = L.PATRON_ID
                   AND L.RETURN_TS IS NULL
                   AND (:WS-RUN-MODE = 'E'
                        OR L.DUE_TS < CURRENT TIMESTAMP)
                 ORDER BY L.BRANCH_ID
                         ,L.DUE_TS
                         ,E.ASSET_TAG
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

            MOVE 'EQPRPT' TO WS-RL-JOB-NAME
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

               IF FUNCTION TRIM (WS-PARM-KEY) = 'RUN'
                  EVALUATE FUNCTION TRIM (WS-PARM-VAL)
                      WHEN 'EOD'
                           SET RUN-END-OF-DAY TO TRUE
                      WHEN 'OVERDUE'
                           SET RUN-OVERDUE TO TRUE
                      WHEN OTHER
                           DISPLAY 'UNKNOWN RUN= VALUE - OVERDUE USED'
                           SET RUN-OVERDUE TO TRUE
                  END-EVALUATE
               END-IF
            END-IF

            IF RUN-END-OF-DAY
               MOVE 'EQUIPMENT LOANS - STILL OUT AT CLOSE'
                 TO WS-HDR-TITLE
               DISPLAY 'RUN EOD'
            ELSE
               DISPLAY 'RUN OVERDUE'
            END-IF
            .

       1300-OPEN-FILES.
            MOVE '1300-OPEN-FILES' TO ERR-LOC

            OPEN OUTPUT FD-EQPRPTOP
            MOVE FS-EQPRPTOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-EQPRPTOP' TO ERR-MSG
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
                       WS-BRANCH-COUNTERS
            MOVE -1 TO WS-PREV-BRANCH

            EXEC SQL OPEN CUREQPLN END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CUREQPLN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2300-FETCH-LOAN UNTIL SQL-EOC

            EXEC SQL CLOSE CUREQPLN END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CUREQPLN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-PREV-BRANCH = -1
               PERFORM 2100-WRITE-HEADERS
               MOVE 'ALL BRANCHES' TO WS-SECTION-HDR
               PERFORM 2150-START-SECTION
               PERFORM 2160-END-SECTION
            ELSE
               PERFORM 2330-BRANCH-TOTALS
            END-IF

            PERFORM 2500-WRITE-TOTALS

            DISPLAY WS-LOAN-CNTR   ' EQUIPMENT LOANS LISTED'
            DISPLAY WS-LATE-CNTR   ' PAST DUE'
            DISPLAY WS-BRANCH-CNTR ' BRANCHES LISTED'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.EQPRPTOP'
            WRITE REC-EQPRPTOP FROM WS-REP-SPACES
            WRITE REC-EQPRPTOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(32:)
            WRITE REC-EQPRPTOP FROM WS-REP-HEADER1
            WRITE REC-EQPRPTOP FROM WS-REP-HEADER2
            WRITE REC-EQPRPTOP FROM WS-REP-SPACES
            .

       2150-START-SECTION.
            MOVE '2150-START-SECTION' TO ERR-LOC
            MOVE 0 TO WS-SECT-CNTR
            WRITE REC-EQPRPTOP FROM WS-REP-SPACES
            WRITE REC-EQPRPTOP FROM WS-SECTION-HDR
            WRITE REC-EQPRPTOP FROM WS-REP-SPACES
            .

       2160-END-SECTION.
            MOVE '2160-END-SECTION' TO ERR-LOC
            IF WS-SECT-CNTR = 0
               WRITE REC-EQPRPTOP FROM WS-NONE-LINE
            END-IF
            .

       2300-FETCH-LOAN.
            MOVE '2300-FETCH-LOAN' TO ERR-LOC
            INITIALIZE DCLEQL
                       DCLEQP
                       DCLPATR
                       DCLBRN
                       WS-IND-VARS
            EXEC SQL
                 FETCH CUREQPLN
                  INTO :TBLEQL-PATRON-ID
                      ,:TBLEQL-BRANCH-ID
                      ,:TBLEQL-DUE-TS
                      ,:TBLEQL-DEPOSIT-AMT
                      ,:TBLEQL-DEPOSIT-STATUS
                      ,:TBLEQP-ASSET-TAG
                      ,:TBLEQP-EQUIP-TYPE
                      ,:TBLEQP-DESCRIPTION
                      ,:TBLEQP-HOURLY-RATE
                      ,:TBLEQP-LATE-FEE-MAX
                      ,:TBLPATR-PATRON-NAME
                      ,:TBLPATR-PHONE       :IND-PHONE
                      ,:WS-MINUTES-LATE
                      ,:TBLBRN-BRANCH-NAME  :IND-BRANCH
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF TBLEQL-BRANCH-ID NOT = WS-PREV-BRANCH
                        PERFORM 2320-BRANCH-BREAK
                     END-IF
                     PERFORM 2400-FORMAT-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CUREQPLN' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      ***   ONE PAGE PER BRANCH SO EACH DESK GETS ITS OWN SHEET
       2320-BRANCH-BREAK.
            MOVE '2320-BRANCH-BREAK' TO ERR-LOC
            IF WS-PREV-BRANCH NOT = -1
               PERFORM 2330-BRANCH-TOTALS
            END-IF
            MOVE TBLEQL-BRANCH-ID TO WS-PREV-BRANCH
                                     WS-BRANCH-DISP
            ADD 1 TO WS-BRANCH-CNTR
            INITIALIZE WS-BRANCH-COUNTERS

            PERFORM 2100-WRITE-HEADERS
            MOVE SPACES TO WS-SECTION-HDR
            IF IND-BRANCH < 0
               STRING 'BRANCH '                   DELIMITED BY SIZE
                      WS-BRANCH-DISP              DELIMITED BY SIZE
                 INTO WS-SECTION-HDR
               END-STRING
            ELSE
               STRING 'BRANCH '                   DELIMITED BY SIZE
                      WS-BRANCH-DISP              DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      TBLBRN-BRANCH-NAME-TEXT
                         (1:TBLBRN-BRANCH-NAME-LEN) DELIMITED BY SIZE
                 INTO WS-SECTION-HDR
               END-STRING
            END-IF
            PERFORM 2150-START-SECTION
            WRITE REC-EQPRPTOP FROM WS-EQUIP-HDR
            .

       2330-BRANCH-TOTALS.
            MOVE '2330-BRANCH-TOTALS' TO ERR-LOC

            WRITE REC-EQPRPTOP FROM WS-REP-SPACES
            MOVE 'EQUIPMENT LOANS LISTED'          TO WS-TL-TEXT
            MOVE WS-BR-LOAN-CNTR                   TO WS-TL-COUNT
            WRITE REC-EQPRPTOP FROM WS-TOTAL-LINE
            MOVE 'OF WHICH PAST DUE'               TO WS-TL-TEXT
            MOVE WS-BR-LATE-CNTR                   TO WS-TL-COUNT
            WRITE REC-EQPRPTOP FROM WS-TOTAL-LINE
            MOVE 'LATE FEES RUNNING'               TO WS-AL-TEXT
            MOVE WS-BR-FEE-TOTAL                   TO WS-AL-AMOUNT
            WRITE REC-EQPRPTOP FROM WS-AMOUNT-LINE
            MOVE 'DEPOSITS HELD'                   TO WS-AL-TEXT
            MOVE WS-BR-DEP-TOTAL                   TO WS-AL-AMOUNT
            WRITE REC-EQPRPTOP FROM WS-AMOUNT-LINE
            .

      ***   HOURS LATE ROUND UP; THE FEE IS WHAT EQPTRN WOULD CHARGE
      ***   IF THE ITEM CAME BACK NOW
       2400-FORMAT-LINE.
            MOVE '2400-FORMAT-LINE' TO ERR-LOC

            ADD 1 TO WS-SECT-CNTR
                     WS-LOAN-CNTR
                     WS-BR-LOAN-CNTR

            MOVE 0 TO WS-HOURS-LATE
                      WS-FEE-NOW
            IF WS-MINUTES-LATE > 0
               COMPUTE WS-HOURS-LATE = (WS-MINUTES-LATE + 59) / 60
               COMPUTE WS-FEE-NOW ROUNDED
                     = WS-HOURS-LATE * TBLEQP-HOURLY-RATE
               IF TBLEQP-LATE-FEE-MAX > 0
               AND WS-FEE-NOW > TBLEQP-LATE-FEE-MAX
                  MOVE TBLEQP-LATE-FEE-MAX TO WS-FEE-NOW
               END-IF
               ADD 1 TO WS-LATE-CNTR
                        WS-BR-LATE-CNTR
               ADD WS-FEE-NOW TO WS-FEE-TOTAL
                                 WS-BR-FEE-TOTAL
            END-IF

            IF TBLEQL-DEPOSIT-STATUS = 'H'
               ADD TBLEQL-DEPOSIT-AMT TO WS-DEP-TOTAL
                                         WS-BR-DEP-TOTAL
               MOVE TBLEQL-DEPOSIT-AMT TO WS-EL-DEPOSIT
            ELSE
               MOVE 0 TO WS-EL-DEPOSIT
            END-IF

            IF IND-PHONE < 0
               MOVE SPACES TO WS-EL-PHONE
            ELSE
               MOVE TBLPATR-PHONE-TEXT
                      (1:TBLPATR-PHONE-LEN)   TO WS-EL-PHONE
            END-IF

            MOVE TBLEQP-ASSET-TAG         TO WS-EL-ASSET-TAG
            MOVE TBLEQP-EQUIP-TYPE        TO WS-EL-TYPE
            MOVE TBLEQP-DESCRIPTION-TEXT  TO WS-EL-DESC
            MOVE TBLEQL-PATRON-ID         TO WS-EL-PATRON-ID
            MOVE TBLPATR-PATRON-NAME-TEXT TO WS-EL-NAME
            MOVE TBLEQL-DUE-TS (1:10)     TO WS-EL-DUE-DATE
            MOVE TBLEQL-DUE-TS (12:5)     TO WS-EL-DUE-TIME
            INSPECT WS-EL-DUE-TIME REPLACING ALL '.' BY ':'
            MOVE WS-HOURS-LATE            TO WS-EL-HOURS
            MOVE WS-FEE-NOW               TO WS-EL-FEE
            WRITE REC-EQPRPTOP FROM WS-EQUIP-LINE
            .

       2500-WRITE-TOTALS.
            MOVE '2500-WRITE-TOTALS' TO ERR-LOC

            WRITE REC-EQPRPTOP FROM WS-REP-SPACES
            MOVE 'ALL BRANCHES - EQUIPMENT LOANS LISTED' TO WS-TL-TEXT
            MOVE WS-LOAN-CNTR                      TO WS-TL-COUNT
            WRITE REC-EQPRPTOP FROM WS-TOTAL-LINE
            MOVE 'ALL BRANCHES - PAST DUE'         TO WS-TL-TEXT
            MOVE WS-LATE-CNTR                      TO WS-TL-COUNT
            WRITE REC-EQPRPTOP FROM WS-TOTAL-LINE
            MOVE 'ALL BRANCHES - BRANCHES LISTED'  TO WS-TL-TEXT
            MOVE WS-BRANCH-CNTR                    TO WS-TL-COUNT
            WRITE REC-EQPRPTOP FROM WS-TOTAL-LINE
            MOVE 'ALL BRANCHES - LATE FEES RUNNING' TO WS-AL-TEXT
            MOVE WS-FEE-TOTAL                      TO WS-AL-AMOUNT
            WRITE REC-EQPRPTOP FROM WS-AMOUNT-LINE
            MOVE 'ALL BRANCHES - DEPOSITS HELD'    TO WS-AL-TEXT
            MOVE WS-DEP-TOTAL                      TO WS-AL-AMOUNT
            WRITE REC-EQPRPTOP FROM WS-AMOUNT-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-LOAN-CNTR TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-EQPRPTOP
            MOVE FS-EQPRPTOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-EQPRPTOP' TO ERR-MSG
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
