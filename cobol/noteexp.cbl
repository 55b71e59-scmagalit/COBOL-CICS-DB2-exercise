      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NOTEEXP.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/14/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * PATRON NOTES - NIGHTLY EXPIRY AND BLOCK REVIEW LIST            *
      *----------------------------------------------------------------*
      * - EVERY ACTIVE PATRON_NOTES ROW WHOSE EXPIRY_DATE HAS PASSED   *
      *   IS SET TO STATUS 'E' AND LISTED IN THE FIRST SECTION, SO     *
      *   THE DESK CAN SEE WHICH WARNINGS AND BLOCKS LAPSED OVERNIGHT  *
      *   (LOANTRN AND SELFCHK ALREADY IGNORE A LAPSED NOTE - THIS     *
      *   JOB JUST TIDIES THE STATUS)                                  *
      * - THE SECOND SECTION LISTS THE ACTIVE BLOCKS (TYPE 'B') DUE    *
      *   TO LAPSE IN THE NEXT DAYS= DAYS, SOONEST FIRST, FOR THE      *
      *   CIRCULATION MANAGER TO REVIEW - A BLOCK THAT SHOULD STAND    *
      *   IS RE-ADDED ON PATRNTRN (PF2) WITH A LATER EXPIRY            *
      * - REGISTERED IN RUN_HIST (RUNLOG)                              *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   14,2020 - INITIAL VERSION                        (1214PN)*
      *                                                                *
      * PARM CARD (OPTIONAL, COMMA SEPARATED):                         *
      *   DAYS=nnn    - BLOCK REVIEW WINDOW (DEFAULT 7)                *
      *                                                                *
      * FILES:                                                         *
      * NOTEEXOP (OUTPUT) - IBMUSER.SMAGALIT.NOTEEXOP                  *
      * IBMUSER.PATRON_NOTES (I/O) - LAPSED NOTES EXPIRED (DCLPNT)     *
      *                                                                *
      * 0000-MAIN                      2200-EXPIRE-NOTES               *
      * 1000-INIT                      2300-FETCH-LAPSED               *
      * 1100-GET-TIMESTAMP             2400-REVIEW-BLOCKS              *
      * 1150-PARSE-PARM                2420-FETCH-BLOCK                *
      * 1160-APPLY-ONE-TOKEN           2450-WRITE-NOTE-LINE            *
      * 1300-OPEN-FILES                2500-WRITE-TOTALS               *
      * 1400-SET-REPVARS               3000-CLEANUP                    *
      * 2000-MAIN-LOGIC                3100-CLOSE-FILES                *
      * 2100-WRITE-HEADERS             9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-NOTEEXOP  ASSIGN       TO    NOTEEXOP
                               FILE STATUS  IS FS-NOTEEXOP
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-NOTEEXOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-NOTEEXOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-NL-TEXT          PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(88)     VALUE SPACES  .
           05  WS-NOTE-HDR.
               10  FILLER              PIC X(10)
                                       VALUE '    PATRON'         .
               10  FILLER              PIC X(11)
                                       VALUE '    NOTE ID'        .
               10  FILLER              PIC X(03)
                                       VALUE '  T'                .
               10  FILLER              PIC X(10)
                                       VALUE '  BY'               .
               10  FILLER              PIC X(12)
                                       VALUE '  ADDED'            .
               10  FILLER              PIC X(12)
                                       VALUE '  EXPIRES'          .
               10  FILLER              PIC X(62)
                                       VALUE '  NOTE TEXT'        .
               10  FILLER              PIC X(12)     VALUE SPACES  .
           05  WS-NOTE-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-NL-PATRON-ID     PIC Z(8)9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-NL-NOTE-ID       PIC Z(8)9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-NL-TYPE          PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-NL-BY            PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-NL-ADDED         PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-NL-EXPIRES       PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-NL-NOTE-TEXT     PIC X(60)     VALUE SPACES  .
               10  FILLER              PIC X(12)     VALUE SPACES  .
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TL-TEXT          PIC X(50)     VALUE SPACES  .
               10  WS-TL-COUNT         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(71)     VALUE SPACES  .
           05  WS-AHEAD-DAYS           PIC S9(04) COMP VALUE 7.
           05  WS-AHEAD-DISP           PIC ZZZ9.
           05  WS-COUNTERS.
               10  WS-EXPD-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-SOON-CNTR        PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-TOKEN       PIC X(30)  VALUE SPACES.
               10  WS-PARM-TOKENS      PIC X(30)  OCCURS 3 TIMES.
               10  WS-PARM-IDX         PIC S9(04) COMP VALUE 0.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                          VALUE 'PATRON NOTES EXPIRY AND BLOCK REVIEW'.

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
               10  FS-NOTEEXOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)    VALUE 'NOTEEXP'.

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
           EXEC SQL INCLUDE DCLPNT   END-EXEC.

      **   ACTIVE NOTES PAST THEIR EXPIRY DATE - A NULL EXPIRY
      **   NEVER LAPSES
           EXEC SQL DECLARE CURLAPSE CURSOR FOR
                SELECT NOTE_ID
                      ,PATRON_ID
                      ,NOTE_TYPE
                      ,NOTE_TEXT
                      ,CREATED_BY
                      ,CREATED_DATE
                      ,EXPIRY_DATE
                  FROM IBMUSER.PATRON_NOTES
                 WHERE NOTE_STATUS = 'A'
                   AND EXPIRY_DATE < CURRENT DATE
                 ORDER BY PATRON_ID
                         ,NOTE_ID
           END-EXEC.

      **   ACTIVE BLOCKS LAPSING WITHIN THE REVIEW WINDOW, SOONEST
      **   FIRST
           EXEC SQL DECLARE CURSOON CURSOR FOR
                SELECT NOTE_ID
                      ,PATRON_ID
                      ,NOTE_TYPE
                      ,NOTE_TEXT
                      ,CREATED_BY
                      ,CREATED_DATE
                      ,EXPIRY_DATE
                  FROM IBMUSER.PATRON_NOTES
                 WHERE NOTE_STATUS = 'A'
                   AND NOTE_TYPE   = 'B'
                   AND EXPIRY_DATE BETWEEN CURRENT DATE
                           AND CURRENT DATE + :WS-AHEAD-DAYS DAYS
                 ORDER BY EXPIRY_DATE
                         ,PATRON_ID
                         ,NOTE_ID
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

            MOVE 'NOTEEXP' TO WS-RL-JOB-NAME
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
               MOVE SPACES TO WS-PARM-TOKENS (1)
                              WS-PARM-TOKENS (2)
                              WS-PARM-TOKENS (3)
               UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
                        DELIMITED BY ','
                        INTO WS-PARM-TOKENS (1)
                             WS-PARM-TOKENS (2)
                             WS-PARM-TOKENS (3)
               END-UNSTRING

               PERFORM 1160-APPLY-ONE-TOKEN VARYING WS-PARM-IDX
                         FROM 1 BY 1 UNTIL WS-PARM-IDX > 3
            END-IF

            MOVE WS-AHEAD-DAYS TO WS-AHEAD-DISP
            DISPLAY 'BLOCK REVIEW WINDOW ' WS-AHEAD-DISP ' DAYS'
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
                   WHEN 'DAYS'
                        IF FUNCTION NUMVAL (WS-PARM-VAL) > 0
                           MOVE FUNCTION NUMVAL (WS-PARM-VAL)
                             TO WS-AHEAD-DAYS
                        ELSE
                           DISPLAY 'BAD DAYS= VALUE - 7 USED'
                        END-IF
                   WHEN OTHER
                        DISPLAY 'UNKNOWN PARM IGNORED: ' WS-PARM-TOKEN
               END-EVALUATE
            END-IF
            .

       1300-OPEN-FILES.
            MOVE '1300-OPEN-FILES' TO ERR-LOC

            OPEN OUTPUT FD-NOTEEXOP
            MOVE FS-NOTEEXOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-NOTEEXOP' TO ERR-MSG
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

            PERFORM 2200-EXPIRE-NOTES
            PERFORM 2400-REVIEW-BLOCKS
            PERFORM 2500-WRITE-TOTALS

            DISPLAY WS-EXPD-CNTR ' NOTES EXPIRED'
            DISPLAY WS-SOON-CNTR ' BLOCKS DUE TO LAPSE FOR REVIEW'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.NOTEEXOP'
            WRITE REC-NOTEEXOP FROM WS-REP-SPACES
            WRITE REC-NOTEEXOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(22:)
            WRITE REC-NOTEEXOP FROM WS-REP-HEADER1
            WRITE REC-NOTEEXOP FROM WS-REP-HEADER2
            WRITE REC-NOTEEXOP FROM WS-REP-SPACES
            WRITE REC-NOTEEXOP FROM WS-SECTION-HDR
            WRITE REC-NOTEEXOP FROM WS-REP-SPACES
            WRITE REC-NOTEEXOP FROM WS-NOTE-HDR
            .

      ***   SECTION 1 - LAPSED NOTES, EACH ONE SET TO 'E' AS LISTED
       2200-EXPIRE-NOTES.
            MOVE '2200-EXPIRE-NOTES' TO ERR-LOC

            MOVE 'NOTES EXPIRED THIS RUN' TO WS-SECTION-HDR
            PERFORM 2100-WRITE-HEADERS

            EXEC SQL OPEN CURLAPSE END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURLAPSE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2300-FETCH-LAPSED UNTIL SQL-EOC

            EXEC SQL CLOSE CURLAPSE END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURLAPSE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-EXPD-CNTR = 0
               MOVE 'NO NOTES LAPSED' TO WS-NL-TEXT
               WRITE REC-NOTEEXOP FROM WS-REP-SPACES
               WRITE REC-NOTEEXOP FROM WS-NONE-LINE
            END-IF
            .

       2300-FETCH-LAPSED.
            MOVE '2300-FETCH-LAPSED' TO ERR-LOC
            INITIALIZE DCLPNT
            EXEC SQL
                 FETCH CURLAPSE
                  INTO :TBLPNT-NOTE-ID
                      ,:TBLPNT-PATRON-ID
                      ,:TBLPNT-NOTE-TYPE
                      ,:TBLPNT-NOTE-TEXT
                      ,:TBLPNT-CREATED-BY
                      ,:TBLPNT-CREATED-DATE
                      ,:TBLPNT-EXPIRY-DATE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     EXEC SQL
                          UPDATE IBMUSER.PATRON_NOTES
                             SET NOTE_STATUS = 'E'
                           WHERE NOTE_ID     = :TBLPNT-NOTE-ID
                             AND NOTE_STATUS = 'A'
                     END-EXEC

                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'UPDATE PATRON_NOTES EXPIRE' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

                     ADD 1 TO WS-EXPD-CNTR
                     PERFORM 2450-WRITE-NOTE-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURLAPSE' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      ***   SECTION 2 - BLOCKS ABOUT TO LAPSE, FOR REVIEW ONLY
       2400-REVIEW-BLOCKS.
            MOVE '2400-REVIEW-BLOCKS' TO ERR-LOC

            MOVE SPACES TO WS-SECTION-HDR
            STRING 'BLOCKS LAPSING IN THE NEXT '  DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AHEAD-DISP)  DELIMITED BY SIZE
                   ' DAYS - REVIEW'               DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            PERFORM 2100-WRITE-HEADERS

            EXEC SQL OPEN CURSOON END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSOON' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2420-FETCH-BLOCK UNTIL SQL-EOC

            EXEC SQL CLOSE CURSOON END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSOON' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-SOON-CNTR = 0
               MOVE 'NO BLOCKS DUE TO LAPSE' TO WS-NL-TEXT
               WRITE REC-NOTEEXOP FROM WS-REP-SPACES
               WRITE REC-NOTEEXOP FROM WS-NONE-LINE
            END-IF
            .

       2420-FETCH-BLOCK.
            MOVE '2420-FETCH-BLOCK' TO ERR-LOC
            INITIALIZE DCLPNT
            EXEC SQL
                 FETCH CURSOON
                  INTO :TBLPNT-NOTE-ID
                      ,:TBLPNT-PATRON-ID
                      ,:TBLPNT-NOTE-TYPE
                      ,:TBLPNT-NOTE-TEXT
                      ,:TBLPNT-CREATED-BY
                      ,:TBLPNT-CREATED-DATE
                      ,:TBLPNT-EXPIRY-DATE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SOON-CNTR
                     PERFORM 2450-WRITE-NOTE-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURSOON' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2450-WRITE-NOTE-LINE.
            MOVE '2450-WRITE-NOTE-LINE' TO ERR-LOC

            MOVE TBLPNT-PATRON-ID         TO WS-NL-PATRON-ID
            MOVE TBLPNT-NOTE-ID           TO WS-NL-NOTE-ID
            MOVE TBLPNT-NOTE-TYPE         TO WS-NL-TYPE
            MOVE TBLPNT-CREATED-BY-TEXT   TO WS-NL-BY
            MOVE TBLPNT-CREATED-DATE      TO WS-NL-ADDED
            MOVE TBLPNT-EXPIRY-DATE       TO WS-NL-EXPIRES
            MOVE TBLPNT-NOTE-TEXT-TEXT    TO WS-NL-NOTE-TEXT
            WRITE REC-NOTEEXOP FROM WS-NOTE-LINE
            .

       2500-WRITE-TOTALS.
            MOVE '2500-WRITE-TOTALS' TO ERR-LOC

            WRITE REC-NOTEEXOP FROM WS-REP-SPACES
            MOVE 'NOTES EXPIRED THIS RUN'          TO WS-TL-TEXT
            MOVE WS-EXPD-CNTR                      TO WS-TL-COUNT
            WRITE REC-NOTEEXOP FROM WS-TOTAL-LINE
            MOVE 'BLOCKS DUE TO LAPSE FOR REVIEW'  TO WS-TL-TEXT
            MOVE WS-SOON-CNTR                      TO WS-TL-COUNT
            WRITE REC-NOTEEXOP FROM WS-TOTAL-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-EXPD-CNTR TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-NOTEEXOP
            MOVE FS-NOTEEXOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-NOTEEXOP' TO ERR-MSG
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
