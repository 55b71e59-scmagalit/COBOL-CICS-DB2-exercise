      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CIRCCHK.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/10/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * NIGHTLY CIRCULATION CONSISTENCY CHECK (REPORT / REPAIR)        *
      *----------------------------------------------------------------*
      * - RUNS A FIXED CATALOGUE OF CROSS-TABLE RULES OVER LOANS,      *
      *   BOOK_COPIES, HOLDS, BOOKS AND FINES AND PRINTS ONE LINE PER  *
      *   ROW IN VIOLATION. THESE TABLES DRIFT APART AFTER DEADLOCK    *
      *   RETRIES, OFFLAPP REPLAYS AND MANUAL DBA FIXES                *
      * - NOT THE SAME JOB AS ORPHRPT (PUBLISHER/AUTHOR REFERENCES)    *
      *   OR BKRECON (ROW COUNTS) - THIS ONE CHECKS THAT THE           *
      *   CIRCULATION STATUSES AGREE WITH EACH OTHER                   *
      * - A COPY ON LOAN STAYS 'A' IN BOOK_COPIES; THE OPEN LOANS ROW  *
      *   (RETURN_DATE NULL) IS WHAT SAYS IT IS OUT. A TITLE WITH NO   *
      *   BOOK_COPIES ROWS CIRCULATES AS COPY 1 (LOANTRN 0721CP) AND   *
      *   IS LEFT OUT OF THE COPY-LEVEL RULES                          *
      *                                                                *
      * RULES (ACTION COLUMN: REVIEW = LEFT FOR A PERSON, FIXABLE =    *
      * WOULD BE CORRECTED BY MODE=REPAIR, REPAIRED = CORRECTED):      *
      *   C01 OPEN LOAN ON A COPY THAT IS NOT 'A' (W/L/D/B)    REVIEW  *
      *   C02 MORE THAN ONE OPEN LOAN ON THE SAME COPY         REVIEW  *
      *   C03 OPEN LOAN ON A COPY_NO WITH NO BOOK_COPIES ROW   REVIEW  *
      *   C04 LOST COPY THAT WAS LENT BUT NEVER BILLED A       REVIEW  *
      *       REPLACEMENT CHARGE                                       *
      *   C05 READY HOLD WITH NO COPY FREE ON THE SHELF (THE   FIXABLE *
      *       HOLDER HAS NOT BORROWED IT) - BACK TO 'P'                *
      *   C06 BOOKS.ITEM_STATUS 'L' WHILE A COPY IS STILL 'A'  FIXABLE *
      *       - BACK TO 'A'                                            *
      *   C07 BOOKS.ITEM_STATUS 'A' WITH NO 'A' COPY LEFT AND  FIXABLE *
      *       AT LEAST ONE 'L' COPY - TO 'L' (AS LOSTCONV)             *
      *   C08 OPEN FINE WITH NO BALANCE LEFT - TO 'P' WHEN     FIXABLE *
      *       ONLY PAYMENTS CLEARED IT, 'W' WHEN ONLY WAIVERS          *
      *       DID; A MIX (OR A ZERO FINE) IS REVIEW                    *
      *   C09 OPEN FINE WHOSE LOAN_ID IS IN NEITHER LOANS NOR  REVIEW  *
      *       LOANS_HIST (AGENCY FEES CARRY LOAN_ID 0 - SKIPPED)       *
      * - EVERY REPAIR WRITES AN IBMUSER.CIRC_FIXES ROW KEYED BY THE   *
      *   RUN_HIST RUN_ID; BOOKS CHANGES ALSO WRITE BOOKS_AUDIT SO     *
      *   AUDRPLAY CAN ROLL THEM FORWARD                               *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   10,2020 - INITIAL VERSION                        (1110CC)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *   MODE=REPAIR - APPLY THE FIXABLE CORRECTIONS (DEFAULT: REPORT *
      *                 ONLY, NOTHING IS UPDATED)                      *
      *                                                                *
      * FILES:                                                         *
      * CIRCCHOP (OUTPUT) - IBMUSER.SMAGALIT.CIRCCHOP                  *
      * IBMUSER.CIRC_FIXES (OUTPUT) - ONE ROW PER REPAIR               *
      *                                                                *
      * 0000-MAIN                      2600-CHECK-READY-HOLDS          *
      * 1000-INIT                      2610-FETCH-C05                  *
      * 1100-GET-TIMESTAMP             2620-REPAIR-C05                 *
      * 1150-PARSE-PARM                2700-CHECK-LOST-TITLES          *
      * 1300-OPEN-FILE                 2710-FETCH-C06                  *
      * 1400-SET-REPVARS               2720-REPAIR-C06                 *
      * 2000-MAIN-LOGIC                2800-CHECK-ACTIVE-TITLES        *
      * 2100-WRITE-HEADERS             2810-FETCH-C07                  *
      * 2150-START-SECTION             2820-REPAIR-C07                 *
      * 2160-END-SECTION               2900-CHECK-SETTLED-FINES        *
      * 2170-WRITE-VIOLATION           2910-FETCH-C08                  *
      * 2200-CHECK-LOAN-COPY-STAT      2920-REPAIR-C08                 *
      * 2210-FETCH-C01                 2950-CHECK-FINE-LOANS           *
      * 2300-CHECK-DOUBLE-LOANS        2960-FETCH-C09                  *
      * 2310-FETCH-C02                 3000-CLEANUP                    *
      * 2400-CHECK-MISSING-COPIES      3100-CLOSE-FILE                 *
      * 2410-FETCH-C03                 8100-GET-NEXT-ID                *
      * 2500-CHECK-LOST-UNBILLED       8210-BUILD-BOOK-AUDIT-TEXT      *
      * 2510-FETCH-C04                 8220-WRITE-BOOKS-AUDIT          *
      *                                8300-WRITE-CIRC-FIX             *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CIRCCHOP ASSIGN       TO    CIRCCHOP
                              FILE STATUS  IS FS-CIRCCHOP
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-CIRCCHOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-CIRCCHOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'NONE FOUND'          .
               10  FILLER              PIC X(114)    VALUE SPACES  .
           05  WS-VIOL-LINE.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-VL-RULE          PIC X(03)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-VL-KEYS          PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-VL-DETAIL        PIC X(60)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-VL-ACTION        PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(11)     VALUE SPACES  .
           05  WS-COL-HDR.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  FILLER              PIC X(47)
                                       VALUE 'RUL  ROWS INVOLVED'  .
               10  FILLER              PIC X(62)
                                       VALUE 'DETAIL'              .
               10  FILLER              PIC X(21)
                                       VALUE 'ACTION'              .
           05  WS-RULE-CODE            PIC X(03)     VALUE SPACES  .
           05  WS-REPAIR-SW            PIC X         VALUE 'N'     .
               88  REPAIR-MODE                       VALUE 'Y'     .
           05  WS-FIXABLE-SW           PIC X         VALUE 'N'     .
               88  ROW-FIXABLE                       VALUE 'Y'     .
               88  ROW-REVIEW                        VALUE 'N'     .
           05  WS-FIXED-SW             PIC X         VALUE 'N'     .
               88  ROW-FIXED                         VALUE 'Y'     .
           05  WS-NEW-STATUS           PIC X         VALUE SPACE   .
           05  WS-ROW-CNT              PIC S9(09) COMP VALUE 0     .
           05  WS-IND-VARS.
               10  IND-READY-DATE      PIC S9(04) COMP VALUE 0.
           05  WS-DISP-VARS.
               10  WS-ID1-DISP         PIC Z(8)9.
               10  WS-ID2-DISP         PIC Z(8)9.
               10  WS-ID3-DISP         PIC Z(8)9.
               10  WS-CNT-DISP         PIC Z(8)9.
               10  WS-AMT1-DISP        PIC Z(4)9.99.
               10  WS-AMT2-DISP        PIC Z(4)9.99.
               10  WS-AMT3-DISP        PIC Z(4)9.99.
           05  WS-COUNTERS.
               10  WS-SECT-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-VIOL-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-FIX-CNTR         PIC S9(08) COMP VALUE 0.
               10  WS-REVIEW-CNTR      PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                    VALUE 'CIRCULATION CONSISTENCY CHK'
                                        .

       COPY REPVARS.

       01  WS-AUDIT-VARS.
           05  WS-AUDIT-BEFORE      PIC X(200)        VALUE SPACES.
           05  WS-AUDIT-AFTER       PIC X(200)        VALUE SPACES.
           05  WS-AUDIT-TEXT        PIC X(200)        VALUE SPACES.
           05  WS-AUDIT-RATING-DISP PIC ZZ9.99.
           05  WS-AUDIT-PUBID-DISP  PIC Z(8)9.
           05  WS-AUDIT-BRANCH-DISP PIC Z(2)9.
           05  IND-AUD-RATING       PIC S9(04) COMP   VALUE 0.
           05  IND-AUD-ISBN         PIC S9(04) COMP   VALUE 0.
           05  IND-AUD-PUBID        PIC S9(04) COMP   VALUE 0.
           05  IND-AUD-GENRE        PIC S9(04) COMP   VALUE 0.

       01  WS-FIX-VARS.
           05  WS-FIX-TABLE         PIC X(18)         VALUE SPACES.
           05  WS-FIX-KEY           PIC X(30)         VALUE SPACES.
           05  WS-FIX-BEFORE        PIC X(60)         VALUE SPACES.
           05  WS-FIX-AFTER         PIC X(60)         VALUE SPACES.

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
           05  WS-FILESTAT.
               10  FS-CIRCCHOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)      VALUE 'CIRCCHK'.

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
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
           EXEC SQL INCLUDE DCLCOPY  END-EXEC.
           EXEC SQL INCLUDE DCLLOAN  END-EXEC.
           EXEC SQL INCLUDE DCLHOLD  END-EXEC.
           EXEC SQL INCLUDE DCLFINE  END-EXEC.
           EXEC SQL INCLUDE DCLAUD   END-EXEC.
           EXEC SQL INCLUDE DCLCFX   END-EXEC.

      *    C01 - OPEN LOAN ON A COPY THAT IS NOT IN CIRCULATION
           EXEC SQL DECLARE CURCC01 CURSOR FOR
                SELECT L.LOAN_ID
                      ,L.BOOK_ID
                      ,L.COPY_NO
                      ,L.PATRON_ID
                      ,C.COPY_STATUS
                  FROM IBMUSER.LOANS L
                 INNER JOIN IBMUSER.BOOK_COPIES C
                    ON C.BOOK_ID = L.BOOK_ID
                   AND C.COPY_NO = L.COPY_NO
                 WHERE L.RETURN_DATE IS NULL
                   AND C.COPY_STATUS <> 'A'
                 ORDER BY L.BOOK_ID, L.COPY_NO, L.LOAN_ID
           END-EXEC.

      *    C02 - SAME COPY OUT ON MORE THAN ONE OPEN LOAN
           EXEC SQL DECLARE CURCC02 CURSOR FOR
                SELECT L.LOAN_ID
                      ,L.BOOK_ID
                      ,L.COPY_NO
                      ,L.PATRON_ID
                  FROM IBMUSER.LOANS L
                 WHERE L.RETURN_DATE IS NULL
                   AND EXISTS
                       (SELECT 1
                          FROM IBMUSER.BOOK_COPIES C
                         WHERE C.BOOK_ID = L.BOOK_ID)
                   AND EXISTS
                       (SELECT 1
                          FROM IBMUSER.LOANS L2
                         WHERE L2.BOOK_ID = L.BOOK_ID
                           AND L2.COPY_NO = L.COPY_NO
                           AND L2.RETURN_DATE IS NULL
                           AND L2.LOAN_ID <> L.LOAN_ID)
                 ORDER BY L.BOOK_ID, L.COPY_NO, L.LOAN_ID
           END-EXEC.

      *    C03 - OPEN LOAN ON A COPY_NO THE TITLE DOES NOT HAVE
           EXEC SQL DECLARE CURCC03 CURSOR FOR
                SELECT L.LOAN_ID
                      ,L.BOOK_ID
                      ,L.COPY_NO
                      ,L.PATRON_ID
                  FROM IBMUSER.LOANS L
                 WHERE L.RETURN_DATE IS NULL
                   AND EXISTS
                       (SELECT 1
                          FROM IBMUSER.BOOK_COPIES C
                         WHERE C.BOOK_ID = L.BOOK_ID)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM IBMUSER.BOOK_COPIES C
                         WHERE C.BOOK_ID = L.BOOK_ID
                           AND C.COPY_NO = L.COPY_NO)
                 ORDER BY L.BOOK_ID, L.COPY_NO, L.LOAN_ID
           END-EXEC.

      *    C04 - LOST COPY, LENT AT LEAST ONCE, NO REPLACEMENT CHARGE
      *    ON ANY LOAN OF THAT COPY (OPEN OR ARCHIVED)
           EXEC SQL DECLARE CURCC04 CURSOR FOR
                SELECT C.BOOK_ID
                      ,C.COPY_NO
                  FROM IBMUSER.BOOK_COPIES C
                 WHERE C.COPY_STATUS = 'L'
                   AND (EXISTS
                        (SELECT 1
                           FROM IBMUSER.LOANS L
                          WHERE L.BOOK_ID = C.BOOK_ID
                            AND L.COPY_NO = C.COPY_NO)
                    OR  EXISTS
                        (SELECT 1
                           FROM IBMUSER.LOANS_HIST H
                          WHERE H.BOOK_ID = C.BOOK_ID
                            AND H.COPY_NO = C.COPY_NO))
                   AND NOT EXISTS
                       (SELECT 1
                          FROM IBMUSER.FINES F
                         WHERE F.BOOK_ID = C.BOOK_ID
                           AND F.CHARGE_TYPE = 'R'
                           AND (EXISTS
                                (SELECT 1
                                   FROM IBMUSER.LOANS L
                                  WHERE L.LOAN_ID = F.LOAN_ID
                                    AND L.COPY_NO = C.COPY_NO)
                            OR  EXISTS
                                (SELECT 1
                                   FROM IBMUSER.LOANS_HIST H
                                  WHERE H.LOAN_ID = F.LOAN_ID
                                    AND H.COPY_NO = C.COPY_NO)))
                 ORDER BY C.BOOK_ID, C.COPY_NO
           END-EXEC.

      *    C05 - READY HOLD, NO FREE 'A' COPY, HOLDER NOT BORROWING
      *    IT (A COLLECTED HOLD WAITS FOR HOLDSWP TO EXPIRE IT)
           EXEC SQL DECLARE CURCC05 CURSOR FOR
                SELECT H.HOLD_ID
                      ,H.BOOK_ID
                      ,H.PATRON_ID
                      ,H.READY_DATE
                  FROM IBMUSER.HOLDS H
                 WHERE H.HOLD_STATUS = 'R'
                   AND EXISTS
                       (SELECT 1
                          FROM IBMUSER.BOOK_COPIES C
                         WHERE C.BOOK_ID = H.BOOK_ID)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM IBMUSER.BOOK_COPIES C
                         WHERE C.BOOK_ID = H.BOOK_ID
                           AND C.COPY_STATUS = 'A'
                           AND NOT EXISTS
                               (SELECT 1
                                  FROM IBMUSER.LOANS L
                                 WHERE L.BOOK_ID = C.BOOK_ID
                                   AND L.COPY_NO = C.COPY_NO
                                   AND L.RETURN_DATE IS NULL))
                   AND NOT EXISTS
                       (SELECT 1
                          FROM IBMUSER.LOANS L
                         WHERE L.BOOK_ID = H.BOOK_ID
                           AND L.PATRON_ID = H.PATRON_ID
                           AND L.RETURN_DATE IS NULL)
                 ORDER BY H.HOLD_ID
           END-EXEC.

      *    C06 - TITLE MARKED LOST WHILE A COPY IS STILL ACTIVE
           EXEC SQL DECLARE CURCC06 CURSOR FOR
                SELECT B.BOOK_ID
                      ,B.TITLE
                      ,(SELECT COUNT(*)
                          FROM IBMUSER.BOOK_COPIES C
                         WHERE C.BOOK_ID = B.BOOK_ID
                           AND C.COPY_STATUS = 'A')
                  FROM IBMUSER.BOOKS B
                 WHERE B.DELETED_FLAG = 'N'
                   AND B.ITEM_STATUS = 'L'
                   AND EXISTS
                       (SELECT 1
                          FROM IBMUSER.BOOK_COPIES C
                         WHERE C.BOOK_ID = B.BOOK_ID
                           AND C.COPY_STATUS = 'A')
                 ORDER BY B.BOOK_ID
           END-EXEC.

      *    C07 - TITLE STILL 'A' WITH EVERY ACTIVE COPY GONE AND AT
      *    LEAST ONE OF THEM LOST
           EXEC SQL DECLARE CURCC07 CURSOR FOR
                SELECT B.BOOK_ID
                      ,B.TITLE
                      ,(SELECT COUNT(*)
                          FROM IBMUSER.BOOK_COPIES C
                         WHERE C.BOOK_ID = B.BOOK_ID
                           AND C.COPY_STATUS = 'L')
                  FROM IBMUSER.BOOKS B
                 WHERE B.DELETED_FLAG = 'N'
                   AND B.ITEM_STATUS = 'A'
                   AND EXISTS
                       (SELECT 1
                          FROM IBMUSER.BOOK_COPIES C
                         WHERE C.BOOK_ID = B.BOOK_ID
                           AND C.COPY_STATUS = 'L')
                   AND NOT EXISTS
                       (SELECT 1
                          FROM IBMUSER.BOOK_COPIES C
                         WHERE C.BOOK_ID = B.BOOK_ID
                           AND C.COPY_STATUS = 'A')
                 ORDER BY B.BOOK_ID
           END-EXEC.

      *    C08 - FINE STILL OPEN WITH NOTHING LEFT TO COLLECT
           EXEC SQL DECLARE CURCC08 CURSOR FOR
                SELECT FINE_ID
                      ,PATRON_ID
                      ,FINE_AMOUNT
                      ,PAID_AMOUNT
                      ,WAIVED_AMOUNT
                  FROM IBMUSER.FINES
                 WHERE FINE_STATUS = 'O'
                   AND PAID_AMOUNT + WAIVED_AMOUNT >= FINE_AMOUNT
                 ORDER BY FINE_ID
           END-EXEC.

      *    C09 - OPEN FINE POINTING AT A LOAN THAT NO LONGER EXISTS
           EXEC SQL DECLARE CURCC09 CURSOR FOR
                SELECT F.FINE_ID
                      ,F.LOAN_ID
                      ,F.PATRON_ID
                      ,F.FINE_AMOUNT
                  FROM IBMUSER.FINES F
                 WHERE F.FINE_STATUS = 'O'
                   AND F.LOAN_ID <> 0
                   AND NOT EXISTS
                       (SELECT 1
                          FROM IBMUSER.LOANS L
                         WHERE L.LOAN_ID = F.LOAN_ID)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM IBMUSER.LOANS_HIST H
                         WHERE H.LOAN_ID = F.LOAN_ID)
                 ORDER BY F.FINE_ID
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

0807RH      MOVE 'CIRCCHK' TO WS-RL-JOB-NAME
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

               IF  FUNCTION TRIM (WS-PARM-KEY) = 'MODE'
               AND FUNCTION TRIM (WS-PARM-VAL) = 'REPAIR'
                  SET REPAIR-MODE TO TRUE
               END-IF
            END-IF

            IF REPAIR-MODE
               DISPLAY 'CIRCCHK RUNNING IN REPAIR MODE'
            ELSE
               DISPLAY 'CIRCCHK RUNNING IN REPORT-ONLY MODE'
            END-IF
            .

       1300-OPEN-FILE.
            MOVE '1300-OPEN-FILE' TO ERR-LOC
            OPEN OUTPUT FD-CIRCCHOP
            MOVE FS-CIRCCHOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-CIRCCHOP' TO ERR-MSG
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

            PERFORM 2200-CHECK-LOAN-COPY-STAT
            PERFORM 2300-CHECK-DOUBLE-LOANS
            PERFORM 2400-CHECK-MISSING-COPIES
            PERFORM 2500-CHECK-LOST-UNBILLED
            PERFORM 2600-CHECK-READY-HOLDS
            PERFORM 2700-CHECK-LOST-TITLES
            PERFORM 2800-CHECK-ACTIVE-TITLES
            PERFORM 2900-CHECK-SETTLED-FINES
            PERFORM 2950-CHECK-FINE-LOANS

            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.CIRCCHOP'
            DISPLAY WS-VIOL-CNTR   ' VIOLATIONS, '
                    WS-FIX-CNTR    ' REPAIRED, '
                    WS-REVIEW-CNTR ' LEFT FOR REVIEW'
            WRITE REC-CIRCCHOP FROM WS-REP-SPACES
            WRITE REC-CIRCCHOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            WRITE REC-CIRCCHOP FROM WS-REP-HEADER1
            WRITE REC-CIRCCHOP FROM WS-REP-HEADER2
            WRITE REC-CIRCCHOP FROM WS-REP-SPACES
            IF REPAIR-MODE
               MOVE 'MODE: REPAIR - FIXABLE ROWS ARE CORRECTED'
                 TO WS-SECTION-HDR
            ELSE
               MOVE 'MODE: REPORT ONLY - NOTHING IS UPDATED'
                 TO WS-SECTION-HDR
            END-IF
            WRITE REC-CIRCCHOP FROM WS-SECTION-HDR
            WRITE REC-CIRCCHOP FROM WS-COL-HDR
            .

      *--------------------------------------------------------------*
      * WS-SECTION-HDR AND WS-RULE-CODE ARE SET BY THE CALLER         *
      *--------------------------------------------------------------*
       2150-START-SECTION.
            MOVE '2150-START-SECTION' TO ERR-LOC
            MOVE 0 TO WS-SECT-CNTR
            WRITE REC-CIRCCHOP FROM WS-REP-SPACES
            WRITE REC-CIRCCHOP FROM WS-SECTION-HDR
            WRITE REC-CIRCCHOP FROM WS-REP-SPACES
            .

       2160-END-SECTION.
            MOVE '2160-END-SECTION' TO ERR-LOC
            IF WS-SECT-CNTR = 0
               WRITE REC-CIRCCHOP FROM WS-NONE-LINE
            END-IF
            .

      *--------------------------------------------------------------*
      * WS-VL-KEYS/WS-VL-DETAIL ARE BUILT BY THE FETCH PARAGRAPH;     *
      * ROW-FIXABLE/ROW-FIXED PICK THE ACTION COLUMN                  *
      *--------------------------------------------------------------*
       2170-WRITE-VIOLATION.
            MOVE '2170-WRITE-VIOLATION' TO ERR-LOC
            ADD 1 TO WS-SECT-CNTR
                     WS-VIOL-CNTR
            MOVE WS-RULE-CODE TO WS-VL-RULE

            EVALUATE TRUE
                WHEN ROW-FIXED
                     MOVE 'REPAIRED' TO WS-VL-ACTION
                WHEN ROW-FIXABLE
                     MOVE 'FIXABLE'  TO WS-VL-ACTION
                     ADD 1 TO WS-REVIEW-CNTR
                WHEN OTHER
                     MOVE 'REVIEW'   TO WS-VL-ACTION
                     ADD 1 TO WS-REVIEW-CNTR
            END-EVALUATE

            WRITE REC-CIRCCHOP FROM WS-VIOL-LINE
            .

       2200-CHECK-LOAN-COPY-STAT.
            MOVE '2200-CHECK-LOAN-COPY-STAT' TO ERR-LOC
            MOVE 'C01' TO WS-RULE-CODE
            MOVE 'C01 OPEN LOANS ON COPIES NOT IN CIRCULATION'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION

            EXEC SQL OPEN CURCC01 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURCC01' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2210-FETCH-C01 UNTIL SQL-EOC

            EXEC SQL CLOSE CURCC01 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURCC01' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2210-FETCH-C01.
            MOVE '2210-FETCH-C01' TO ERR-LOC
            INITIALIZE DCLLOAN
                       DCLCOPY
            EXEC SQL
                 FETCH CURCC01
                  INTO :TBLLOAN-LOAN-ID
                      ,:TBLLOAN-BOOK-ID
                      ,:TBLLOAN-COPY-NO
                      ,:TBLLOAN-PATRON-ID
                      ,:TBLCPY-COPY-STATUS
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLLOAN-LOAN-ID   TO WS-ID1-DISP
                     MOVE TBLLOAN-BOOK-ID   TO WS-ID2-DISP
                     MOVE TBLLOAN-COPY-NO   TO WS-ID3-DISP
                     MOVE TBLLOAN-PATRON-ID TO WS-CNT-DISP
                     MOVE SPACES TO WS-VL-KEYS WS-VL-DETAIL
                     STRING 'LOAN '   DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID1-DISP)
                                      DELIMITED BY SIZE
                            ' BOOK '  DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID2-DISP)
                                      DELIMITED BY SIZE
                            ' COPY '  DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID3-DISP)
                                      DELIMITED BY SIZE
                       INTO WS-VL-KEYS
                     END-STRING
                     STRING 'COPY_STATUS '    DELIMITED BY SIZE
                            TBLCPY-COPY-STATUS
                                              DELIMITED BY SIZE
                            ' BUT ON OPEN LOAN TO PATRON '
                                              DELIMITED BY SIZE
                            FUNCTION TRIM (WS-CNT-DISP)
                                              DELIMITED BY SIZE
                       INTO WS-VL-DETAIL
                     END-STRING
                     SET ROW-REVIEW TO TRUE
                     MOVE 'N' TO WS-FIXED-SW
                     PERFORM 2170-WRITE-VIOLATION
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURCC01' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2300-CHECK-DOUBLE-LOANS.
            MOVE '2300-CHECK-DOUBLE-LOANS' TO ERR-LOC
            MOVE 'C02' TO WS-RULE-CODE
            MOVE 'C02 COPIES OUT ON MORE THAN ONE OPEN LOAN'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION

            EXEC SQL OPEN CURCC02 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURCC02' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2310-FETCH-C02 UNTIL SQL-EOC

            EXEC SQL CLOSE CURCC02 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURCC02' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2310-FETCH-C02.
            MOVE '2310-FETCH-C02' TO ERR-LOC
            INITIALIZE DCLLOAN
            EXEC SQL
                 FETCH CURCC02
                  INTO :TBLLOAN-LOAN-ID
                      ,:TBLLOAN-BOOK-ID
                      ,:TBLLOAN-COPY-NO
                      ,:TBLLOAN-PATRON-ID
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLLOAN-LOAN-ID   TO WS-ID1-DISP
                     MOVE TBLLOAN-BOOK-ID   TO WS-ID2-DISP
                     MOVE TBLLOAN-COPY-NO   TO WS-ID3-DISP
                     MOVE TBLLOAN-PATRON-ID TO WS-CNT-DISP
                     MOVE SPACES TO WS-VL-KEYS WS-VL-DETAIL
                     STRING 'LOAN '   DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID1-DISP)
                                      DELIMITED BY SIZE
                            ' BOOK '  DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID2-DISP)
                                      DELIMITED BY SIZE
                            ' COPY '  DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID3-DISP)
                                      DELIMITED BY SIZE
                       INTO WS-VL-KEYS
                     END-STRING
                     STRING 'OPEN LOAN TO PATRON '
                                              DELIMITED BY SIZE
                            FUNCTION TRIM (WS-CNT-DISP)
                                              DELIMITED BY SIZE
                            ' - ANOTHER OPEN LOAN ON SAME COPY'
                                              DELIMITED BY SIZE
                       INTO WS-VL-DETAIL
                     END-STRING
                     SET ROW-REVIEW TO TRUE
                     MOVE 'N' TO WS-FIXED-SW
                     PERFORM 2170-WRITE-VIOLATION
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURCC02' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2400-CHECK-MISSING-COPIES.
            MOVE '2400-CHECK-MISSING-COPIES' TO ERR-LOC
            MOVE 'C03' TO WS-RULE-CODE
            MOVE 'C03 OPEN LOANS ON A COPY_NO WITH NO BOOK_COPIES ROW'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION

            EXEC SQL OPEN CURCC03 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURCC03' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2410-FETCH-C03 UNTIL SQL-EOC

            EXEC SQL CLOSE CURCC03 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURCC03' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2410-FETCH-C03.
            MOVE '2410-FETCH-C03' TO ERR-LOC
            INITIALIZE DCLLOAN
            EXEC SQL
                 FETCH CURCC03
                  INTO :TBLLOAN-LOAN-ID
                      ,:TBLLOAN-BOOK-ID
                      ,:TBLLOAN-COPY-NO
                      ,:TBLLOAN-PATRON-ID
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLLOAN-LOAN-ID   TO WS-ID1-DISP
                     MOVE TBLLOAN-BOOK-ID   TO WS-ID2-DISP
                     MOVE TBLLOAN-COPY-NO   TO WS-ID3-DISP
                     MOVE TBLLOAN-PATRON-ID TO WS-CNT-DISP
                     MOVE SPACES TO WS-VL-KEYS WS-VL-DETAIL
                     STRING 'LOAN '   DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID1-DISP)
                                      DELIMITED BY SIZE
                            ' BOOK '  DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID2-DISP)
                                      DELIMITED BY SIZE
                            ' COPY '  DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID3-DISP)
                                      DELIMITED BY SIZE
                       INTO WS-VL-KEYS
                     END-STRING
                     STRING 'OPEN LOAN TO PATRON '
                                              DELIMITED BY SIZE
                            FUNCTION TRIM (WS-CNT-DISP)
                                              DELIMITED BY SIZE
                            ' - COPY NOT ON BOOK_COPIES'
                                              DELIMITED BY SIZE
                       INTO WS-VL-DETAIL
                     END-STRING
                     SET ROW-REVIEW TO TRUE
                     MOVE 'N' TO WS-FIXED-SW
                     PERFORM 2170-WRITE-VIOLATION
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURCC03' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2500-CHECK-LOST-UNBILLED.
            MOVE '2500-CHECK-LOST-UNBILLED' TO ERR-LOC
            MOVE 'C04' TO WS-RULE-CODE
            MOVE 'C04 LOST COPIES WITH NO REPLACEMENT CHARGE'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION

            EXEC SQL OPEN CURCC04 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURCC04' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2510-FETCH-C04 UNTIL SQL-EOC

            EXEC SQL CLOSE CURCC04 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURCC04' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2510-FETCH-C04.
            MOVE '2510-FETCH-C04' TO ERR-LOC
            INITIALIZE DCLCOPY
            EXEC SQL
                 FETCH CURCC04
                  INTO :TBLCPY-BOOK-ID
                      ,:TBLCPY-COPY-NO
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLCPY-BOOK-ID    TO WS-ID2-DISP
                     MOVE TBLCPY-COPY-NO    TO WS-ID3-DISP
                     MOVE SPACES TO WS-VL-KEYS WS-VL-DETAIL
                     STRING 'BOOK '   DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID2-DISP)
                                      DELIMITED BY SIZE
                            ' COPY '  DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID3-DISP)
                                      DELIMITED BY SIZE
                       INTO WS-VL-KEYS
                     END-STRING
                     MOVE
                       'LOST COPY - NO CHARGE_TYPE R FINE ON ANY LOAN'
                       TO WS-VL-DETAIL
                     SET ROW-REVIEW TO TRUE
                     MOVE 'N' TO WS-FIXED-SW
                     PERFORM 2170-WRITE-VIOLATION
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURCC04' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2600-CHECK-READY-HOLDS.
            MOVE '2600-CHECK-READY-HOLDS' TO ERR-LOC
            MOVE 'C05' TO WS-RULE-CODE
            MOVE 'C05 READY HOLDS WITH NO COPY FREE ON THE SHELF'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION

            EXEC SQL OPEN CURCC05 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURCC05' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2610-FETCH-C05 UNTIL SQL-EOC

            EXEC SQL CLOSE CURCC05 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURCC05' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2610-FETCH-C05.
            MOVE '2610-FETCH-C05' TO ERR-LOC
            INITIALIZE DCLHOLD
            MOVE 0 TO IND-READY-DATE
            EXEC SQL
                 FETCH CURCC05
                  INTO :TBLHOLD-HOLD-ID
                      ,:TBLHOLD-BOOK-ID
                      ,:TBLHOLD-PATRON-ID
                      ,:TBLHOLD-READY-DATE :IND-READY-DATE
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF IND-READY-DATE < 0
                        MOVE 'NULL' TO TBLHOLD-READY-DATE
                     END-IF
                     MOVE TBLHOLD-HOLD-ID   TO WS-ID1-DISP
                     MOVE TBLHOLD-BOOK-ID   TO WS-ID2-DISP
                     MOVE TBLHOLD-PATRON-ID TO WS-CNT-DISP
                     MOVE SPACES TO WS-VL-KEYS WS-VL-DETAIL
                     STRING 'HOLD '   DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID1-DISP)
                                      DELIMITED BY SIZE
                            ' BOOK '  DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID2-DISP)
                                      DELIMITED BY SIZE
                       INTO WS-VL-KEYS
                     END-STRING
                     STRING 'READY SINCE '    DELIMITED BY SIZE
                            TBLHOLD-READY-DATE
                                              DELIMITED BY SIZE
                            ' FOR PATRON '    DELIMITED BY SIZE
                            FUNCTION TRIM (WS-CNT-DISP)
                                              DELIMITED BY SIZE
                            ' - NO FREE A COPY'
                                              DELIMITED BY SIZE
                       INTO WS-VL-DETAIL
                     END-STRING
                     SET ROW-FIXABLE TO TRUE
                     MOVE 'N' TO WS-FIXED-SW
                     IF REPAIR-MODE
                        PERFORM 2620-REPAIR-C05
                     END-IF
                     PERFORM 2170-WRITE-VIOLATION
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURCC05' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      *--------------------------------------------------------------*
      * BACK IN THE QUEUE AT ITS ORIGINAL HOLD_DATE - THE NEXT COPY   *
      * CHECKED IN (LOANTRN/SELFCHK) MAKES IT READY AGAIN             *
      *--------------------------------------------------------------*
       2620-REPAIR-C05.
            MOVE '2620-REPAIR-C05' TO ERR-LOC

            EXEC SQL
                 UPDATE IBMUSER.HOLDS
                    SET HOLD_STATUS = 'P',
                        READY_DATE  = NULL
                  WHERE HOLD_ID = :TBLHOLD-HOLD-ID
                    AND HOLD_STATUS = 'R'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-EOC
               MOVE 'UPDATE HOLDS PENDING' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF ERR-OK
               MOVE 'HOLDS' TO WS-FIX-TABLE
               MOVE SPACES  TO WS-FIX-KEY WS-FIX-BEFORE
               STRING 'HOLD_ID='  DELIMITED BY SIZE
                      FUNCTION TRIM (WS-ID1-DISP)
                                  DELIMITED BY SIZE
                 INTO WS-FIX-KEY
               END-STRING
               STRING 'HOLD_STATUS=R READY_DATE='
                                  DELIMITED BY SIZE
                      TBLHOLD-READY-DATE
                                  DELIMITED BY SIZE
                 INTO WS-FIX-BEFORE
               END-STRING
               MOVE 'HOLD_STATUS=P READY_DATE=NULL' TO WS-FIX-AFTER
               PERFORM 8300-WRITE-CIRC-FIX
            END-IF
            .

       2700-CHECK-LOST-TITLES.
            MOVE '2700-CHECK-LOST-TITLES' TO ERR-LOC
            MOVE 'C06' TO WS-RULE-CODE
            MOVE 'C06 TITLES MARKED LOST WITH A COPY STILL ACTIVE'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION

            EXEC SQL OPEN CURCC06 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURCC06' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2710-FETCH-C06 UNTIL SQL-EOC

            EXEC SQL CLOSE CURCC06 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURCC06' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2710-FETCH-C06.
            MOVE '2710-FETCH-C06' TO ERR-LOC
            INITIALIZE DCLBOOKS
            MOVE 0 TO WS-ROW-CNT
            EXEC SQL
                 FETCH CURCC06
                  INTO :TBLBKS-BOOK-ID
                      ,:TBLBKS-TITLE
                      ,:WS-ROW-CNT
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLBKS-BOOK-ID    TO WS-ID2-DISP
                     MOVE WS-ROW-CNT        TO WS-CNT-DISP
                     MOVE SPACES TO WS-VL-KEYS WS-VL-DETAIL
                     STRING 'BOOK '   DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID2-DISP)
                                      DELIMITED BY SIZE
                            ' '       DELIMITED BY SIZE
                            TBLBKS-TITLE-TEXT (1:25)
                                      DELIMITED BY SIZE
                       INTO WS-VL-KEYS
                     END-STRING
                     STRING 'ITEM_STATUS L BUT '
                                              DELIMITED BY SIZE
                            FUNCTION TRIM (WS-CNT-DISP)
                                              DELIMITED BY SIZE
                            ' COPIES STILL A'  DELIMITED BY SIZE
                       INTO WS-VL-DETAIL
                     END-STRING
                     SET ROW-FIXABLE TO TRUE
                     MOVE 'N' TO WS-FIXED-SW
                     IF REPAIR-MODE
                        MOVE 'A' TO WS-NEW-STATUS
                        PERFORM 2720-REPAIR-C06
                     END-IF
                     PERFORM 2170-WRITE-VIOLATION
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURCC06' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      *--------------------------------------------------------------*
      * SHARED BY C06 AND C07 - ITEM_STATUS FLIPS BETWEEN 'L' AND 'A' *
      * (WS-NEW-STATUS), AUDITED THE WAY LOSTCONV AUDITS ITS FLIP     *
      *--------------------------------------------------------------*
       2720-REPAIR-C06.
            MOVE '2720-REPAIR-C06' TO ERR-LOC

            PERFORM 8210-BUILD-BOOK-AUDIT-TEXT
            MOVE WS-AUDIT-TEXT TO WS-AUDIT-BEFORE
            MOVE SPACES TO WS-FIX-BEFORE WS-FIX-AFTER
            STRING 'ITEM_STATUS='     DELIMITED BY SIZE
                   TBLBKS-ITEM-STATUS DELIMITED BY SIZE
              INTO WS-FIX-BEFORE
            END-STRING

            EXEC SQL
                 UPDATE IBMUSER.BOOKS
                    SET ITEM_STATUS = :WS-NEW-STATUS,
                        LAST_CHANGED_TS = CURRENT TIMESTAMP
                  WHERE BOOK_ID = :TBLBKS-BOOK-ID
                    AND ITEM_STATUS = :TBLBKS-ITEM-STATUS
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-EOC
               MOVE 'UPDATE BOOKS STATUS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF ERR-OK
               PERFORM 8210-BUILD-BOOK-AUDIT-TEXT
               MOVE WS-AUDIT-TEXT TO WS-AUDIT-AFTER
               PERFORM 8220-WRITE-BOOKS-AUDIT

               MOVE 'BOOKS' TO WS-FIX-TABLE
               MOVE SPACES  TO WS-FIX-KEY
               STRING 'BOOK_ID='  DELIMITED BY SIZE
                      FUNCTION TRIM (WS-ID2-DISP)
                                  DELIMITED BY SIZE
                 INTO WS-FIX-KEY
               END-STRING
               STRING 'ITEM_STATUS='     DELIMITED BY SIZE
                      TBLBKS-ITEM-STATUS DELIMITED BY SIZE
                 INTO WS-FIX-AFTER
               END-STRING
               PERFORM 8300-WRITE-CIRC-FIX
            END-IF
            .

       2800-CHECK-ACTIVE-TITLES.
            MOVE '2800-CHECK-ACTIVE-TITLES' TO ERR-LOC
            MOVE 'C07' TO WS-RULE-CODE
            MOVE 'C07 TITLES STILL AVAILABLE WITH EVERY COPY LOST/GONE'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION

            EXEC SQL OPEN CURCC07 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURCC07' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2810-FETCH-C07 UNTIL SQL-EOC

            EXEC SQL CLOSE CURCC07 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURCC07' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2810-FETCH-C07.
            MOVE '2810-FETCH-C07' TO ERR-LOC
            INITIALIZE DCLBOOKS
            MOVE 0 TO WS-ROW-CNT
            EXEC SQL
                 FETCH CURCC07
                  INTO :TBLBKS-BOOK-ID
                      ,:TBLBKS-TITLE
                      ,:WS-ROW-CNT
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLBKS-BOOK-ID    TO WS-ID2-DISP
                     MOVE WS-ROW-CNT        TO WS-CNT-DISP
                     MOVE SPACES TO WS-VL-KEYS WS-VL-DETAIL
                     STRING 'BOOK '   DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID2-DISP)
                                      DELIMITED BY SIZE
                            ' '       DELIMITED BY SIZE
                            TBLBKS-TITLE-TEXT (1:25)
                                      DELIMITED BY SIZE
                       INTO WS-VL-KEYS
                     END-STRING
                     STRING 'ITEM_STATUS A BUT NO A COPY, '
                                              DELIMITED BY SIZE
                            FUNCTION TRIM (WS-CNT-DISP)
                                              DELIMITED BY SIZE
                            ' COPIES LOST'    DELIMITED BY SIZE
                       INTO WS-VL-DETAIL
                     END-STRING
                     SET ROW-FIXABLE TO TRUE
                     MOVE 'N' TO WS-FIXED-SW
                     IF REPAIR-MODE
                        MOVE 'L' TO WS-NEW-STATUS
                        PERFORM 2720-REPAIR-C06
                     END-IF
                     PERFORM 2170-WRITE-VIOLATION
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURCC07' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2900-CHECK-SETTLED-FINES.
            MOVE '2900-CHECK-SETTLED-FINES' TO ERR-LOC
            MOVE 'C08' TO WS-RULE-CODE
            MOVE 'C08 OPEN FINES WITH NO BALANCE LEFT'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION

            EXEC SQL OPEN CURCC08 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURCC08' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2910-FETCH-C08 UNTIL SQL-EOC

            EXEC SQL CLOSE CURCC08 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURCC08' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2910-FETCH-C08.
            MOVE '2910-FETCH-C08' TO ERR-LOC
            INITIALIZE DCLFINE
            EXEC SQL
                 FETCH CURCC08
                  INTO :TBLFIN-FINE-ID
                      ,:TBLFIN-PATRON-ID
                      ,:TBLFIN-FINE-AMOUNT
                      ,:TBLFIN-PAID-AMOUNT
                      ,:TBLFIN-WAIVED-AMOUNT
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLFIN-FINE-ID       TO WS-ID1-DISP
                     MOVE TBLFIN-PATRON-ID     TO WS-CNT-DISP
                     MOVE TBLFIN-FINE-AMOUNT   TO WS-AMT1-DISP
                     MOVE TBLFIN-PAID-AMOUNT   TO WS-AMT2-DISP
                     MOVE TBLFIN-WAIVED-AMOUNT TO WS-AMT3-DISP
                     MOVE SPACES TO WS-VL-KEYS WS-VL-DETAIL
                     STRING 'FINE '     DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID1-DISP)
                                        DELIMITED BY SIZE
                            ' PATRON '  DELIMITED BY SIZE
                            FUNCTION TRIM (WS-CNT-DISP)
                                        DELIMITED BY SIZE
                       INTO WS-VL-KEYS
                     END-STRING
                     STRING 'STATUS O  AMT '  DELIMITED BY SIZE
                            FUNCTION TRIM (WS-AMT1-DISP)
                                              DELIMITED BY SIZE
                            ' PAID '          DELIMITED BY SIZE
                            FUNCTION TRIM (WS-AMT2-DISP)
                                              DELIMITED BY SIZE
                            ' WAIVED '        DELIMITED BY SIZE
                            FUNCTION TRIM (WS-AMT3-DISP)
                                              DELIMITED BY SIZE
                       INTO WS-VL-DETAIL
                     END-STRING

      **             ONLY AN UNMIXED SETTLEMENT HAS ONE RIGHT STATUS
                     EVALUATE TRUE
                         WHEN TBLFIN-FINE-AMOUNT = 0
                              MOVE SPACE TO WS-NEW-STATUS
                         WHEN TBLFIN-WAIVED-AMOUNT = 0
                              MOVE 'P'   TO WS-NEW-STATUS
                         WHEN TBLFIN-PAID-AMOUNT = 0
                              MOVE 'W'   TO WS-NEW-STATUS
                         WHEN OTHER
                              MOVE SPACE TO WS-NEW-STATUS
                     END-EVALUATE

                     MOVE 'N' TO WS-FIXED-SW
                     IF WS-NEW-STATUS = SPACE
                        SET ROW-REVIEW TO TRUE
                     ELSE
                        SET ROW-FIXABLE TO TRUE
                        IF REPAIR-MODE
                           PERFORM 2920-REPAIR-C08
                        END-IF
                     END-IF
                     PERFORM 2170-WRITE-VIOLATION
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURCC08' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      *--------------------------------------------------------------*
      * STATUS ONLY - NO MONEY MOVES, SO NO FINES_AUDIT ROW; THE      *
      * CIRC_FIXES ROW IS THE TRAIL                                   *
      *--------------------------------------------------------------*
       2920-REPAIR-C08.
            MOVE '2920-REPAIR-C08' TO ERR-LOC

            EXEC SQL
                 UPDATE IBMUSER.FINES
                    SET FINE_STATUS = :WS-NEW-STATUS
                  WHERE FINE_ID = :TBLFIN-FINE-ID
                    AND FINE_STATUS = 'O'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-EOC
               MOVE 'UPDATE FINES STATUS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF ERR-OK
               MOVE 'FINES' TO WS-FIX-TABLE
               MOVE SPACES  TO WS-FIX-KEY WS-FIX-AFTER
               STRING 'FINE_ID='  DELIMITED BY SIZE
                      FUNCTION TRIM (WS-ID1-DISP)
                                  DELIMITED BY SIZE
                 INTO WS-FIX-KEY
               END-STRING
               MOVE 'FINE_STATUS=O' TO WS-FIX-BEFORE
               STRING 'FINE_STATUS='  DELIMITED BY SIZE
                      WS-NEW-STATUS   DELIMITED BY SIZE
                 INTO WS-FIX-AFTER
               END-STRING
               PERFORM 8300-WRITE-CIRC-FIX
            END-IF
            .

       2950-CHECK-FINE-LOANS.
            MOVE '2950-CHECK-FINE-LOANS' TO ERR-LOC
            MOVE 'C09' TO WS-RULE-CODE
            MOVE 'C09 OPEN FINES ON A LOAN IN NEITHER LOANS NOR HISTORY'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION

            EXEC SQL OPEN CURCC09 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURCC09' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2960-FETCH-C09 UNTIL SQL-EOC

            EXEC SQL CLOSE CURCC09 END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURCC09' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2960-FETCH-C09.
            MOVE '2960-FETCH-C09' TO ERR-LOC
            INITIALIZE DCLFINE
            EXEC SQL
                 FETCH CURCC09
                  INTO :TBLFIN-FINE-ID
                      ,:TBLFIN-LOAN-ID
                      ,:TBLFIN-PATRON-ID
                      ,:TBLFIN-FINE-AMOUNT
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLFIN-FINE-ID       TO WS-ID1-DISP
                     MOVE TBLFIN-LOAN-ID       TO WS-ID2-DISP
                     MOVE TBLFIN-PATRON-ID     TO WS-CNT-DISP
                     MOVE TBLFIN-FINE-AMOUNT   TO WS-AMT1-DISP
                     MOVE SPACES TO WS-VL-KEYS WS-VL-DETAIL
                     STRING 'FINE '     DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID1-DISP)
                                        DELIMITED BY SIZE
                            ' LOAN '    DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ID2-DISP)
                                        DELIMITED BY SIZE
                       INTO WS-VL-KEYS
                     END-STRING
                     STRING 'AMT '            DELIMITED BY SIZE
                            FUNCTION TRIM (WS-AMT1-DISP)
                                              DELIMITED BY SIZE
                            ' PATRON '        DELIMITED BY SIZE
                            FUNCTION TRIM (WS-CNT-DISP)
                                              DELIMITED BY SIZE
                            ' - LOAN NOT ON FILE'
                                              DELIMITED BY SIZE
                       INTO WS-VL-DETAIL
                     END-STRING
                     SET ROW-REVIEW TO TRUE
                     MOVE 'N' TO WS-FIXED-SW
                     PERFORM 2170-WRITE-VIOLATION
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURCC09' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE
0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-VIOL-CNTR TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC
            CLOSE FD-CIRCCHOP
            MOVE FS-CIRCCHOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-CIRCCHOP' TO ERR-MSG
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

       8210-BUILD-BOOK-AUDIT-TEXT.
            MOVE '8210-BUILD-BOOK-AUDIT-TEXT' TO ERR-LOC

      **    SNAPSHOT THE ROW IN THE TRAN2DB2 2610 AUDIT FORMAT
      **    SO AUDRPLAY CAN PARSE AND REPLAY IT
            MOVE 0 TO IND-AUD-RATING IND-AUD-ISBN
                      IND-AUD-PUBID  IND-AUD-GENRE

            EXEC SQL
                 SELECT TITLE, RATING, ISBN, PUBLISHER_ID,
                        GENRE, ITEM_STATUS, BRANCH_ID
                   INTO :TBLBKS-TITLE,
                        :TBLBKS-RATING :IND-AUD-RATING,
                        :TBLBKS-ISBN :IND-AUD-ISBN,
                        :TBLBKS-PUBLISHER-ID :IND-AUD-PUBID,
                        :TBLBKS-GENRE :IND-AUD-GENRE,
                        :TBLBKS-ITEM-STATUS,
                        :TBLBKS-BRANCH-ID
                   FROM IBMUSER.BOOKS
                  WHERE BOOK_ID = :TBLBKS-BOOK-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT BOOK FOR AUDIT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF IND-AUD-RATING < 0
               MOVE 0 TO TBLBKS-RATING
            END-IF
            MOVE TBLBKS-RATING TO WS-AUDIT-RATING-DISP
            IF IND-AUD-ISBN < 0
               MOVE SPACES TO TBLBKS-ISBN-TEXT
               MOVE 0      TO TBLBKS-ISBN-LEN
            END-IF
            IF IND-AUD-PUBID < 0
               MOVE 0 TO TBLBKS-PUBLISHER-ID
            END-IF
            MOVE TBLBKS-PUBLISHER-ID TO WS-AUDIT-PUBID-DISP
            IF IND-AUD-GENRE < 0
               MOVE SPACES TO TBLBKS-GENRE-TEXT
               MOVE 0      TO TBLBKS-GENRE-LEN
            END-IF
            MOVE TBLBKS-BRANCH-ID TO WS-AUDIT-BRANCH-DISP

            MOVE SPACES TO WS-AUDIT-TEXT
            STRING 'TITLE='      DELIMITED BY SIZE
                   FUNCTION TRIM (TBLBKS-TITLE-TEXT)
                                 DELIMITED BY SIZE
                   ' RATING='    DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AUDIT-RATING-DISP)
                                 DELIMITED BY SIZE
                   ' ISBN='      DELIMITED BY SIZE
                   FUNCTION TRIM (TBLBKS-ISBN-TEXT)
                                 DELIMITED BY SIZE
                   ' PUBID='     DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AUDIT-PUBID-DISP)
                                 DELIMITED BY SIZE
                   ' GENRE='     DELIMITED BY SIZE
                   FUNCTION TRIM (TBLBKS-GENRE-TEXT)
                                 DELIMITED BY SIZE
                   ' STAT='      DELIMITED BY SIZE
                   TBLBKS-ITEM-STATUS
                                 DELIMITED BY SIZE
                   ' BR='        DELIMITED BY SIZE
                   WS-AUDIT-BRANCH-DISP
                                 DELIMITED BY SIZE
              INTO WS-AUDIT-TEXT
            END-STRING
            .

       8220-WRITE-BOOKS-AUDIT.
            MOVE '8220-WRITE-BOOKS-AUDIT' TO ERR-LOC

            MOVE 'AUDIT_ID' TO WS-NXT-ID-NAME
            PERFORM 8100-GET-NEXT-ID
            MOVE WS-NXT-NEXT-ID TO TBLAUD-AUDIT-ID

            MOVE TBLBKS-BOOK-ID TO TBLAUD-BOOK-ID
            MOVE 'U'            TO TBLAUD-ACTION-CODE
      **    NO SIGNED-ON OPERATOR IN BATCH - THE JOB ITSELF IS
      **    THE ACTOR
            MOVE WS-PGM-NAME TO TBLAUD-OPERATOR-ID-TEXT
            MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-PGM-NAME))
              TO TBLAUD-OPERATOR-ID-LEN
            MOVE WS-AUDIT-BEFORE TO TBLAUD-BEFORE-VALUES-TEXT
            MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-AUDIT-BEFORE))
              TO TBLAUD-BEFORE-VALUES-LEN
            MOVE WS-AUDIT-AFTER TO TBLAUD-AFTER-VALUES-TEXT
            MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-AUDIT-AFTER))
              TO TBLAUD-AFTER-VALUES-LEN

            EXEC SQL
                 INSERT INTO IBMUSER.BOOKS_AUDIT
                        (AUDIT_ID, BOOK_ID, ACTION_CODE,
                         OPERATOR_ID, AUDIT_DATE, AUDIT_TIME,
                         BEFORE_VALUES, AFTER_VALUES)
                 VALUES (:TBLAUD-AUDIT-ID, :TBLAUD-BOOK-ID,
                         :TBLAUD-ACTION-CODE,
                         :TBLAUD-OPERATOR-ID,
                         CURRENT DATE, CURRENT TIME,
                         :TBLAUD-BEFORE-VALUES,
                         :TBLAUD-AFTER-VALUES)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT BOOKS_AUDIT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      *--------------------------------------------------------------*
      * ONE IBMUSER.CIRC_FIXES ROW PER REPAIR (WS-FIX-VARS SET BY     *
      * THE CALLER); MARKS THE ROW REPAIRED FOR THE ACTION COLUMN     *
      *--------------------------------------------------------------*
       8300-WRITE-CIRC-FIX.
            MOVE '8300-WRITE-CIRC-FIX' TO ERR-LOC

            MOVE 'FIX_ID' TO WS-NXT-ID-NAME
            PERFORM 8100-GET-NEXT-ID
            MOVE WS-NXT-NEXT-ID TO TBLCFX-FIX-ID

            MOVE WS-RL-RUN-ID  TO TBLCFX-RUN-ID
            MOVE WS-RULE-CODE  TO TBLCFX-RULE-CODE
            MOVE WS-FIX-TABLE  TO TBLCFX-TABLE-NAME-TEXT
            MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-FIX-TABLE))
              TO TBLCFX-TABLE-NAME-LEN
            MOVE WS-FIX-KEY    TO TBLCFX-ROW-KEY-TEXT
            MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-FIX-KEY))
              TO TBLCFX-ROW-KEY-LEN
            MOVE WS-FIX-BEFORE TO TBLCFX-BEFORE-VALUE-TEXT
            MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-FIX-BEFORE))
              TO TBLCFX-BEFORE-VALUE-LEN
            MOVE WS-FIX-AFTER  TO TBLCFX-AFTER-VALUE-TEXT
            MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-FIX-AFTER))
              TO TBLCFX-AFTER-VALUE-LEN

            EXEC SQL
                 INSERT INTO IBMUSER.CIRC_FIXES
                        (FIX_ID, RUN_ID, RULE_CODE, TABLE_NAME,
                         ROW_KEY, BEFORE_VALUE, AFTER_VALUE,
                         FIX_TS)
                 VALUES (:TBLCFX-FIX-ID, :TBLCFX-RUN-ID,
                         :TBLCFX-RULE-CODE, :TBLCFX-TABLE-NAME,
                         :TBLCFX-ROW-KEY, :TBLCFX-BEFORE-VALUE,
                         :TBLCFX-AFTER-VALUE, CURRENT TIMESTAMP)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT CIRC_FIXES' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            ADD 1 TO WS-FIX-CNTR
            MOVE 'Y' TO WS-FIXED-SW
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
