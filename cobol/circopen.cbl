      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CIRCOPEN.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/11/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * MONTHLY ANONYMIZED CIRCULATION EXTRACT FOR CITY OPEN DATA      *
      *----------------------------------------------------------------*
      * - THE CITY'S OPEN-DATA PROGRAM WAS SENT A PDF OF CIRCSTAT.     *
      *   THIS JOB WRITES THE FIXED-LAYOUT FILE THEIR PORTAL LOADS:    *
      *   ONE 'D' RECORD PER CHECKOUT IN THE EXTRACT MONTH WITH THE    *
      *   BOOK'S BRANCH, GENRE AND PUBLICATION YEAR, THE PATRON'S      *
      *   CATEGORY AND AGE BAND, THE CHECKOUT WEEKDAY AND HOUR (FROM   *
      *   THE CIRC_LOG CHECKOUT ROW), THE LOAN LENGTH AND RENEWALS     *
      * - NO PATRON, BOOK, COPY OR LOAN IDENTIFIER IS WRITTEN. A       *
      *   CHECKOUT WHOSE BRANCH + GENRE + PATRON CATEGORY COMBINATION  *
      *   HAS FEWER THAN MINCOUNT= CHECKOUTS IN THE MONTH IS LEFT OUT  *
      *   SO A RARE BORROWER CANNOT BE PICKED OUT; THE CONTROL RECORD  *
      *   SAYS HOW MANY WERE LEFT OUT                                  *
      * - THE AGE BAND COMES FROM THE PATRON CATEGORY (J UNDER 18,     *
      *   S 65 AND OVER, A/F 18-64) - NO BIRTH DATE IS HELD            *
      * - THE FILE OPENS WITH 'H' DATA DICTIONARY RECORDS, ONE PER     *
      *   DETAIL FIELD, AND CLOSES WITH A 'CTL' CONTROL-TOTAL TRAILER  *
      *   THE WAY FINEXP DOES                                          *
      * - CHECKOUTS ARE READ FROM LOANS UNION LOANS_HIST (AS CIRCSTAT  *
      *   0810LA) SO A LOANARCH RUN BEFORE THE EXTRACT LOSES NOTHING;  *
      *   LOANS TAKEN BEFORE CIRC_LOG EXISTED GET THE WEEKDAY OF THE   *
      *   CHECKOUT DATE AND HOUR 99                                    *
      * - REGISTERED IN RUN_HIST (RUNLOG) AND REP_REGIST (REPREG)      *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   11,2020 - INITIAL VERSION                        (1211OD)*
      *                                                                *
      * PARM CARD (OPTIONAL, COMMA SEPARATED):                         *
      *   MONTH=YYYY-MM - EXTRACT MONTH (DEFAULT: CURRENT MONTH)       *
      *   MINCOUNT=n    - SMALLEST COMBINATION PUBLISHED (DEFAULT 5)   *
      *                                                                *
      * EXTRACT RECORD LAYOUT (CIRCOPOP, 100 BYTES):                   *
      *   'D' DETAIL - ONE PER CHECKOUT                                *
      *   1      'D'                                                   *
      *   2-8    PERIOD YYYY-MM                                        *
      *   9-13   BRANCH ID 9(5)                                        *
      *   14-43  GENRE                                                 *
      *   44-47  PUBLICATION YEAR (0000 = NOT KNOWN)                   *
      *   48     PATRON CATEGORY (J/A/S/F, U = NOT KNOWN)              *
      *   49-53  AGE BAND (00-17, 18-64, 65+, UNKN)                    *
      *   54     CHECKOUT WEEKDAY (1 MONDAY - 7 SUNDAY)                *
      *   55-56  CHECKOUT HOUR 00-23 (99 = NOT LOGGED)                 *
      *   57-59  LOAN LENGTH IN DAYS (999 = STILL OUT)                 *
      *   60-61  RENEWALS                                              *
      *   'H' DATA DICTIONARY - ONE PER DETAIL FIELD                   *
      *   1      'H'                                                   *
      *   2-11   FIELD NAME                                            *
      *   12-14  START POSITION                                        *
      *   15-17  LENGTH                                                *
      *   18-77  DESCRIPTION                                           *
      *   'CTL' CONTROL TOTAL - LAST RECORD                            *
      *   1-3    'CTL'                                                 *
      *   4-11   'CIRCOPEN'                                            *
      *   12-18  PERIOD YYYY-MM                                        *
      *   19-27  DETAIL RECORDS WRITTEN                                *
      *   28-36  CHECKOUTS SUPPRESSED                                  *
      *   37-45  CHECKOUTS IN THE PERIOD                               *
      *   46-49  MINCOUNT USED                                         *
      *                                                                *
      * FILES:                                                         *
      * CIRCOPOP (OUTPUT) - IBMUSER.SMAGALIT.CIRCOPOP                  *
      *                                                                *
      * 0000-MAIN                      2100-WRITE-DICTIONARY           *
      * 1000-INIT                      2110-WRITE-DICT-ENTRY           *
      * 1100-OPEN-FILE                 2200-FETCH-CHECKOUT             *
      * 1150-PARSE-PARM                2210-WRITE-DETAIL               *
      * 1160-APPLY-ONE-TOKEN           2900-WRITE-CONTROL-REC          *
      * 1200-SET-PERIOD                3000-CLEANUP                    *
      * 2000-MAIN-LOGIC                3100-CLOSE-FILE                 *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CIRCOPOP ASSIGN       TO    CIRCOPOP
                              FILE STATUS  IS FS-CIRCOPOP
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-CIRCOPOP
           RECORDING MODE F
           RECORD CONTAINS 100 CHARACTERS.
       01  REC-CIRCOPOP                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-EXP-RECORD.
               10  WS-EX-RECTYPE       PIC X(01).
               10  WS-EX-PERIOD        PIC X(07).
               10  WS-EX-BRANCH        PIC 9(05).
               10  WS-EX-GENRE         PIC X(30).
               10  WS-EX-PUB-YEAR      PIC 9(04).
               10  WS-EX-PATRON-CAT    PIC X(01).
               10  WS-EX-AGE-BAND      PIC X(05).
               10  WS-EX-WEEKDAY       PIC 9(01).
               10  WS-EX-HOUR          PIC 9(02).
               10  WS-EX-LOAN-DAYS     PIC 9(03).
               10  WS-EX-RENEWALS      PIC 9(02).
               10  FILLER              PIC X(39).
           05  WS-DICT-RECORD REDEFINES WS-EXP-RECORD.
               10  WS-DR-RECTYPE       PIC X(01).
               10  WS-DR-ENTRY         PIC X(76).
               10  FILLER              PIC X(23).
           05  WS-CTL-RECORD REDEFINES WS-EXP-RECORD.
               10  WS-CT-TAG           PIC X(03).
               10  WS-CT-JOB           PIC X(08).
               10  WS-CT-PERIOD        PIC X(07).
               10  WS-CT-WRITTEN       PIC 9(09).
               10  WS-CT-SUPPRESSED    PIC 9(09).
               10  WS-CT-CHECKOUTS     PIC 9(09).
               10  WS-CT-MINCOUNT      PIC 9(04).
               10  FILLER              PIC X(51).
      **   DATA DICTIONARY - NAME X(10), START 999, LENGTH 999, TEXT
           05  WS-DICT-LIST.
               10  FILLER              PIC X(16)
                                       VALUE 'RECTYPE   001001'.
               10  FILLER              PIC X(60)
                   VALUE 'RECORD TYPE D DETAIL, H DICTIONARY, CTL END'.
               10  FILLER              PIC X(16)
                                       VALUE 'PERIOD    002007'.
               10  FILLER              PIC X(60)
                   VALUE 'EXTRACT MONTH YYYY-MM'.
               10  FILLER              PIC X(16)
                                       VALUE 'BRANCH    009005'.
               10  FILLER              PIC X(60)
                   VALUE 'LIBRARY BRANCH NUMBER THAT OWNS THE ITEM'.
               10  FILLER              PIC X(16)
                                       VALUE 'GENRE     014030'.
               10  FILLER              PIC X(60)
                   VALUE 'GENRE OF THE TITLE, BLANK IF NOT CATALOGED'.
               10  FILLER              PIC X(16)
                                       VALUE 'PUBYEAR   044004'.
               10  FILLER              PIC X(60)
                   VALUE 'YEAR OF PUBLICATION, 0000 IF NOT KNOWN'.
               10  FILLER              PIC X(16)
                                       VALUE 'PATCAT    048001'.
               10  FILLER              PIC X(60)
                   VALUE 'PATRON CATEGORY J/A/S/F, U IF NOT KNOWN'.
               10  FILLER              PIC X(16)
                                       VALUE 'AGEBAND   049005'.
               10  FILLER              PIC X(60)
                   VALUE 'PATRON AGE BAND 00-17 18-64 65+ OR UNKN'.
               10  FILLER              PIC X(16)
                                       VALUE 'WEEKDAY   054001'.
               10  FILLER              PIC X(60)
                   VALUE 'DAY OF CHECKOUT 1 MONDAY TO 7 SUNDAY'.
               10  FILLER              PIC X(16)
                                       VALUE 'HOUR      055002'.
               10  FILLER              PIC X(60)
                   VALUE 'HOUR OF CHECKOUT 00-23, 99 IF NOT RECORDED'.
               10  FILLER              PIC X(16)
                                       VALUE 'LOANDAYS  057003'.
               10  FILLER              PIC X(60)
                   VALUE 'DAYS CHECKOUT TO RETURN, 999 IF STILL OUT'.
               10  FILLER              PIC X(16)
                                       VALUE 'RENEWALS  060002'.
               10  FILLER              PIC X(60)
                   VALUE 'NUMBER OF TIMES THE LOAN WAS RENEWED'.
           05  WS-DICT-TABLE REDEFINES WS-DICT-LIST.
               10  WS-DICT-ENTRY       PIC X(76)  OCCURS 11 TIMES.
           05  WS-DICT-COUNT           PIC S9(04) COMP VALUE 11.
           05  WS-DICT-IDX             PIC S9(04) COMP VALUE 0.
           05  WS-PERIOD               PIC X(07)       VALUE SPACES.
           05  WS-FROM-DATE            PIC X(10)       VALUE SPACES.
           05  WS-TODAY                PIC X(10)       VALUE SPACES.
           05  WS-MIN-COUNT            PIC S9(09) COMP VALUE 5.
           05  WS-ROW-VARS.
               10  WS-RW-BRANCH        PIC S9(09) COMP VALUE 0.
               10  WS-RW-GENRE         PIC X(30)       VALUE SPACES.
               10  WS-RW-PUB-YEAR      PIC S9(09) COMP VALUE 0.
               10  WS-RW-PATRON-CAT    PIC X(01)       VALUE SPACE.
               10  WS-RW-WEEKDAY       PIC S9(09) COMP VALUE 0.
               10  WS-RW-HOUR          PIC S9(09) COMP VALUE 0.
               10  WS-RW-LOAN-DAYS     PIC S9(09) COMP VALUE 0.
               10  WS-RW-RENEWALS      PIC S9(09) COMP VALUE 0.
               10  WS-RW-COMBO-COUNT   PIC S9(09) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-DETAIL-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-SUPPRESS-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-CHECKOUT-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-RECORD-CNTR      PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-TOKEN       PIC X(30)  VALUE SPACES.
               10  WS-PARM-TOKENS      PIC X(30)  OCCURS 2 TIMES.
               10  WS-PARM-IDX         PIC S9(04) COMP VALUE 0.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

       01  WS-SYS-VARS.
           05  WS-FILESTAT.
               10  FS-CIRCOPOP         PIC 99          VALUE 0.
           05  EVAL-CODE               PIC S9(08) COMP VALUE 0.
               88  ERR-OK                              VALUE 0.
               88  SQL-EOC                             VALUE 100.
           05  WS-PGM-NAME             PIC X(08)       VALUE 'CIRCOPEN'.

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
           EXEC SQL INCLUDE SQLCA   END-EXEC.

      **   ONE ROW PER CHECKOUT IN THE MONTH, LIVE AND ARCHIVED LOANS.
      **   K COUNTS EACH BRANCH + GENRE + CATEGORY COMBINATION OVER THE
      **   SAME CHECKOUTS SO 2200 CAN HOLD BACK THE SMALL ONES
           EXEC SQL DECLARE CUROPEN CURSOR FOR
                SELECT B.BRANCH_ID
                      ,COALESCE(B.GENRE, ' ')
                      ,COALESCE(YEAR(B.PUBLISHED_DATE), 0)
                      ,COALESCE(P.PATRON_CAT, 'U')
                      ,COALESCE(DAYOFWEEK_ISO(G.LOG_TS),
                                DAYOFWEEK_ISO(L.CHECKOUT_DATE))
                      ,COALESCE(HOUR(G.LOG_TS), 99)
                      ,COALESCE(DAYS(L.RETURN_DATE)
                                - DAYS(L.CHECKOUT_DATE), 999)
                      ,L.RENEWAL_COUNT
                      ,K.COMBO_COUNT
                  FROM (SELECT LOAN_ID, BOOK_ID, PATRON_ID,
                               CHECKOUT_DATE, RETURN_DATE,
                               RENEWAL_COUNT
                          FROM IBMUSER.LOANS
                        UNION ALL
                        SELECT LOAN_ID, BOOK_ID, PATRON_ID,
                               CHECKOUT_DATE, RETURN_DATE,
                               RENEWAL_COUNT
                          FROM IBMUSER.LOANS_HIST) L
                 INNER JOIN IBMUSER.BOOKS B
                    ON L.BOOK_ID = B.BOOK_ID
                  LEFT JOIN IBMUSER.PATRONS P
                    ON L.PATRON_ID = P.PATRON_ID
                  LEFT JOIN IBMUSER.CIRC_LOG G
                    ON G.LOAN_ID    = L.LOAN_ID
                   AND G.LOG_ACTION = 'C'
                 INNER JOIN
                       (SELECT B2.BRANCH_ID AS K_BRANCH
                              ,COALESCE(B2.GENRE, ' ') AS K_GENRE
                              ,COALESCE(P2.PATRON_CAT, 'U') AS K_CAT
                              ,COUNT(*) AS COMBO_COUNT
                          FROM (SELECT BOOK_ID, PATRON_ID, CHECKOUT_DATE
                                  FROM IBMUSER.LOANS
                                UNION ALL
                                SELECT BOOK_ID, PATRON_ID, CHECKOUT_DATE
                                  FROM IBMUSER.LOANS_HIST) L2
                         INNER JOIN IBMUSER.BOOKS B2
                            ON L2.BOOK_ID = B2.BOOK_ID
                          LEFT JOIN IBMUSER.PATRONS P2
                            ON L2.PATRON_ID = P2.PATRON_ID
                         WHERE L2.CHECKOUT_DATE >= DATE(:WS-FROM-DATE)
                           AND L2.CHECKOUT_DATE < DATE(:WS-FROM-DATE)
                               + 1 MONTH
                         GROUP BY B2.BRANCH_ID
                                 ,COALESCE(B2.GENRE, ' ')
                                 ,COALESCE(P2.PATRON_CAT, 'U')) K
                    ON K.K_BRANCH = B.BRANCH_ID
                   AND K.K_GENRE  = COALESCE(B.GENRE, ' ')
                   AND K.K_CAT    = COALESCE(P.PATRON_CAT, 'U')
                 WHERE L.CHECKOUT_DATE >= DATE(:WS-FROM-DATE)
                   AND L.CHECKOUT_DATE < DATE(:WS-FROM-DATE) + 1 MONTH
                 ORDER BY 1, 2, 4, 5, 6
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

            MOVE 'CIRCOPEN' TO WS-RL-JOB-NAME
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
            PERFORM 1150-PARSE-PARM
            PERFORM 1200-SET-PERIOD
            PERFORM 1100-OPEN-FILE
            .

       1100-OPEN-FILE.
            MOVE '1100-OPEN-FILE' TO ERR-LOC

            OPEN OUTPUT FD-CIRCOPOP
            MOVE FS-CIRCOPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-CIRCOPOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1150-PARSE-PARM.
            MOVE '1150-PARSE-PARM' TO ERR-LOC

            IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TOKENS (1)
                              WS-PARM-TOKENS (2)
               UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
                        DELIMITED BY ','
                        INTO WS-PARM-TOKENS (1)
                             WS-PARM-TOKENS (2)
               END-UNSTRING

               PERFORM 1160-APPLY-ONE-TOKEN VARYING WS-PARM-IDX
                         FROM 1 BY 1 UNTIL WS-PARM-IDX > 2
            END-IF

            DISPLAY 'MINCOUNT ' WS-MIN-COUNT
            .

       1160-APPLY-ONE-TOKEN.
            MOVE '1160-APPLY-ONE-TOKEN' TO ERR-LOC

            MOVE WS-PARM-TOKENS (WS-PARM-IDX) TO WS-PARM-TOKEN
            IF WS-PARM-TOKEN NOT = SPACES
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING WS-PARM-TOKEN
                        DELIMITED BY '='
                        INTO WS-PARM-KEY WS-PARM-VAL
               END-UNSTRING

               EVALUATE FUNCTION TRIM (WS-PARM-KEY)
                   WHEN 'MONTH'
                        MOVE WS-PARM-VAL (1:7) TO WS-PERIOD
                   WHEN 'MINCOUNT'
                        IF FUNCTION NUMVAL (WS-PARM-VAL) > 0
                           MOVE FUNCTION NUMVAL (WS-PARM-VAL)
                             TO WS-MIN-COUNT
                        ELSE
                           DISPLAY 'BAD MINCOUNT= VALUE - 5 USED'
                        END-IF
                   WHEN OTHER
                        DISPLAY 'UNKNOWN PARM IGNORED: ' WS-PARM-TOKEN
               END-EVALUATE
            END-IF
            .

       1200-SET-PERIOD.
            MOVE '1200-SET-PERIOD' TO ERR-LOC

            IF WS-PERIOD = SPACES
               EXEC SQL
                    SELECT CHAR(CURRENT DATE, ISO)
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
            .

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC
            INITIALIZE WS-COUNTERS

            PERFORM 2100-WRITE-DICTIONARY

            EXEC SQL OPEN CUROPEN END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CUROPEN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2200-FETCH-CHECKOUT UNTIL SQL-EOC

            EXEC SQL CLOSE CUROPEN END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CUROPEN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2900-WRITE-CONTROL-REC

            DISPLAY 'EXTRACT PERIOD ' WS-PERIOD
            DISPLAY WS-CHECKOUT-CNTR ' CHECKOUTS IN THE PERIOD'
            DISPLAY WS-DETAIL-CNTR ' EXTRACT DETAIL RECORDS WRITTEN'
            DISPLAY WS-SUPPRESS-CNTR ' SUPPRESSED UNDER MINCOUNT'
            .

       2100-WRITE-DICTIONARY.
            MOVE '2100-WRITE-DICTIONARY' TO ERR-LOC
            PERFORM 2110-WRITE-DICT-ENTRY VARYING WS-DICT-IDX
                      FROM 1 BY 1 UNTIL WS-DICT-IDX > WS-DICT-COUNT
            .

       2110-WRITE-DICT-ENTRY.
            MOVE SPACES TO WS-EXP-RECORD
            MOVE 'H' TO WS-DR-RECTYPE
            MOVE WS-DICT-ENTRY (WS-DICT-IDX) TO WS-DR-ENTRY
            WRITE REC-CIRCOPOP FROM WS-EXP-RECORD
            ADD 1 TO WS-RECORD-CNTR
            .

       2200-FETCH-CHECKOUT.
            MOVE '2200-FETCH-CHECKOUT' TO ERR-LOC
            EXEC SQL
                 FETCH CUROPEN
                  INTO :WS-RW-BRANCH
                      ,:WS-RW-GENRE
                      ,:WS-RW-PUB-YEAR
                      ,:WS-RW-PATRON-CAT
                      ,:WS-RW-WEEKDAY
                      ,:WS-RW-HOUR
                      ,:WS-RW-LOAN-DAYS
                      ,:WS-RW-RENEWALS
                      ,:WS-RW-COMBO-COUNT
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-CHECKOUT-CNTR
                     IF WS-RW-COMBO-COUNT < WS-MIN-COUNT
                        ADD 1 TO WS-SUPPRESS-CNTR
                     ELSE
                        PERFORM 2210-WRITE-DETAIL
                     END-IF
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CUROPEN' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2210-WRITE-DETAIL.
            MOVE '2210-WRITE-DETAIL' TO ERR-LOC

            MOVE SPACES              TO WS-EXP-RECORD
            MOVE 'D'                 TO WS-EX-RECTYPE
            MOVE WS-PERIOD           TO WS-EX-PERIOD
            MOVE WS-RW-BRANCH        TO WS-EX-BRANCH
            MOVE WS-RW-GENRE         TO WS-EX-GENRE
            MOVE WS-RW-PUB-YEAR      TO WS-EX-PUB-YEAR
            MOVE WS-RW-PATRON-CAT    TO WS-EX-PATRON-CAT
            EVALUATE WS-RW-PATRON-CAT
                WHEN 'J'
                     MOVE '00-17' TO WS-EX-AGE-BAND
                WHEN 'S'
                     MOVE '65+'   TO WS-EX-AGE-BAND
                WHEN 'A'
                WHEN 'F'
                     MOVE '18-64' TO WS-EX-AGE-BAND
                WHEN OTHER
                     MOVE 'UNKN'  TO WS-EX-AGE-BAND
            END-EVALUATE
            MOVE WS-RW-WEEKDAY       TO WS-EX-WEEKDAY
            MOVE WS-RW-HOUR          TO WS-EX-HOUR
      **    A LOAN OUT LONGER THAN 998 DAYS WOULD READ AS STILL OUT
            IF WS-RW-LOAN-DAYS > 998 AND WS-RW-LOAN-DAYS NOT = 999
               MOVE 998 TO WS-RW-LOAN-DAYS
            END-IF
            MOVE WS-RW-LOAN-DAYS     TO WS-EX-LOAN-DAYS
            IF WS-RW-RENEWALS > 99
               MOVE 99 TO WS-RW-RENEWALS
            END-IF
            MOVE WS-RW-RENEWALS      TO WS-EX-RENEWALS
            WRITE REC-CIRCOPOP FROM WS-EXP-RECORD

            ADD 1 TO WS-DETAIL-CNTR
                     WS-RECORD-CNTR
            .

       2900-WRITE-CONTROL-REC.
            MOVE '2900-WRITE-CONTROL-REC' TO ERR-LOC

            MOVE SPACES            TO WS-EXP-RECORD
            MOVE 'CTL'             TO WS-CT-TAG
            MOVE 'CIRCOPEN'        TO WS-CT-JOB
            MOVE WS-PERIOD         TO WS-CT-PERIOD
            MOVE WS-DETAIL-CNTR    TO WS-CT-WRITTEN
            MOVE WS-SUPPRESS-CNTR  TO WS-CT-SUPPRESSED
            MOVE WS-CHECKOUT-CNTR  TO WS-CT-CHECKOUTS
            MOVE WS-MIN-COUNT      TO WS-CT-MINCOUNT
            WRITE REC-CIRCOPOP FROM WS-EXP-RECORD
            ADD 1 TO WS-RECORD-CNTR
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-DETAIL-CNTR TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

      **    REGISTER THE KEPT OUTPUT GENERATION (SEE REPREG)
            MOVE 'CIRCOPOP' TO WS-RR-REP-NAME
            MOVE WS-RL-PARM-TEXT (1:58) TO WS-RR-PARM-TEXT
            MOVE WS-RECORD-CNTR TO WS-RR-LINE-COUNT
            MOVE WS-RL-RUN-ID TO WS-RR-RUN-ID
            CALL 'REPREG' USING WS-REPREG-PARMS
            IF WS-RR-RC NOT = 0
               DISPLAY 'REPREG FAILED - RUN NOT REGISTERED'
            END-IF

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC
            CLOSE FD-CIRCOPOP
            MOVE FS-CIRCOPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-CIRCOPOP' TO ERR-MSG
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
