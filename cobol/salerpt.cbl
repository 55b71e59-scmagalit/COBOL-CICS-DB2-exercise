      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SALERPT.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/10/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * FRIENDS OF THE LIBRARY BOOK SALE - MONTHLY TREASURER REPORT    *
      *----------------------------------------------------------------*
      * - ONE LINE PER PRICE BAND (SEE SALEBAND) FOR THE MONTH:        *
      *   ITEMS RECEIVED INTO SALE STOCK (WITHDRAWN ON WEEDTRN,        *
      *   DECLINED GIFTS ON DONRTRN AND THE TOTAL), ITEMS SOLD AND THE *
      *   TAKINGS FROM THE SALELOAD TALLIES, ITEMS RECYCLED BY         *
      *   SALERCYC, AND WHAT IS STILL ON THE SHELF AS OF THE RUN       *
      * - SOLD IS THE SALE TABLE'S OWN COUNT; WHERE IT IS MORE THAN    *
      *   THE STOCK MATCHED THE DIFFERENCE IS SHOWN AS UNMATCHED       *
      * - A TOTALS LINE FOLLOWS THE BANDS                              *
      * - REGISTERED IN RUN_HIST (RUNLOG)                              *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   10,2020 - INITIAL VERSION                        (1210FS)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *   MONTH=YYYY-MM - REPORT MONTH (DEFAULT: CURRENT MONTH)        *
      *                                                                *
      * FILES:                                                         *
      * SALERPOP (OUTPUT) - IBMUSER.SMAGALIT.SALERPOP                  *
      * IBMUSER.SALE_STOCK (INPUT) - RECEIVED/RECYCLED (DCLSLS)        *
      * IBMUSER.SALE_DAILY (INPUT) - SOLD AND TAKINGS (DCLSLD)         *
      *                                                                *
      * 0000-MAIN                      2100-WRITE-HEADERS              *
      * 1000-INIT                      2200-REPORT-ONE-BAND            *
      * 1100-GET-TIMESTAMP             2210-GET-RECEIVED               *
      * 1150-PARSE-PARM                2220-GET-SOLD                   *
      * 1200-SET-PERIOD                2230-GET-RECYCLED               *
      * 1300-OPEN-FILES                2240-GET-ON-SHELF               *
      * 1400-SET-REPVARS               2300-WRITE-TOTALS               *
      * 2000-MAIN-LOGIC                3000-CLEANUP                    *
      *                                3100-CLOSE-FILES                *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-SALERPOP  ASSIGN       TO    SALERPOP
                               FILE STATUS  IS FS-SALERPOP
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-SALERPOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-SALERPOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-PERIOD-LINE.
               10  FILLER              PIC X(17)
                                       VALUE 'REPORT MONTH:    '.
               10  WS-PL-PERIOD        PIC X(07)     VALUE SPACES  .
               10  FILLER              PIC X(108)    VALUE SPACES  .
           05  WS-COL-HDR1.
               10  FILLER              PIC X(24)     VALUE SPACES  .
               10  FILLER              PIC X(30)
                          VALUE '---------- RECEIVED ----------'.
               10  FILLER              PIC X(78)     VALUE SPACES  .
           05  WS-COL-HDR2.
               10  FILLER              PIC X(24)
                                       VALUE 'PRICE BAND'         .
               10  FILLER              PIC X(10)
                                       VALUE ' WITHDRAWN'         .
               10  FILLER              PIC X(10)
                                       VALUE '  DECLINED'         .
               10  FILLER              PIC X(10)
                                       VALUE '     TOTAL'         .
               10  FILLER              PIC X(10)
                                       VALUE '      SOLD'         .
               10  FILLER              PIC X(10)
                                       VALUE ' UNMATCHED'         .
               10  FILLER              PIC X(14)
                                       VALUE '       TAKINGS'     .
               10  FILLER              PIC X(10)
                                       VALUE '  RECYCLED'         .
               10  FILLER              PIC X(10)
                                       VALUE '  ON SHELF'         .
               10  FILLER              PIC X(24)     VALUE SPACES  .
           05  WS-BAND-LINE.
               10  WS-BL-CODE          PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-BL-DESC          PIC X(20)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-BL-WITHDRAWN     PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-BL-DECLINED      PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-BL-RECEIVED      PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-BL-SOLD          PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-BL-UNMATCHED     PIC Z(8)9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-BL-TAKINGS       PIC Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-BL-RECYCLED      PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-BL-ON-SHELF      PIC Z(8)9.
               10  FILLER              PIC X(24)     VALUE SPACES  .
           05  WS-PERIOD               PIC X(07)     VALUE SPACES.
           05  WS-FROM-DATE            PIC X(10)     VALUE SPACES.
           05  WS-BAND-IDX             PIC S9(04) COMP VALUE 0.
           05  WS-BAND-CODE            PIC X(01)     VALUE SPACE.
           05  WS-BAND-FIGURES.
               10  WS-BF-WITHDRAWN     PIC S9(09) COMP VALUE 0.
               10  WS-BF-DECLINED      PIC S9(09) COMP VALUE 0.
               10  WS-BF-SOLD          PIC S9(09) COMP VALUE 0.
               10  WS-BF-MATCHED       PIC S9(09) COMP VALUE 0.
               10  WS-BF-TAKINGS       PIC S9(07)V99 COMP-3 VALUE 0.
               10  WS-BF-RECYCLED      PIC S9(09) COMP VALUE 0.
               10  WS-BF-ON-SHELF      PIC S9(09) COMP VALUE 0.
           05  WS-TOTAL-FIGURES.
               10  WS-TF-WITHDRAWN     PIC S9(09) COMP VALUE 0.
               10  WS-TF-DECLINED      PIC S9(09) COMP VALUE 0.
               10  WS-TF-SOLD          PIC S9(09) COMP VALUE 0.
               10  WS-TF-MATCHED       PIC S9(09) COMP VALUE 0.
               10  WS-TF-TAKINGS       PIC S9(07)V99 COMP-3 VALUE 0.
               10  WS-TF-RECYCLED      PIC S9(09) COMP VALUE 0.
               10  WS-TF-ON-SHELF      PIC S9(09) COMP VALUE 0.
           05  WS-TAKINGS-DISP         PIC Z,ZZZ,ZZ9.99.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                          VALUE 'BOOK SALE - MONTHLY TREASURER REPORT'.

       COPY REPVARS.

       COPY SALEBAND.

       01  WS-SYS-VARS.
           05  WS-TIMESTAMP             PIC X(26)       VALUE SPACES.
           05  WS-TIMESTAMP-FMT         REDEFINES WS-TIMESTAMP.
               10  WS-DATE              PIC X(10).
               10  FILLER               PIC X    .
               10  WS-TIME              PIC X(08).
               10  FILLER               PIC X    .
               10  WS-MICROSEC          PIC X(06).
           05  WS-FILESTAT.
               10  FS-SALERPOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)       VALUE 'SALERPT'.

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
           EXEC SQL INCLUDE DCLSLS   END-EXEC.
           EXEC SQL INCLUDE DCLSLD   END-EXEC.

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

            MOVE 'SALERPT' TO WS-RL-JOB-NAME
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

               IF FUNCTION TRIM (WS-PARM-KEY) = 'MONTH'
                  MOVE WS-PARM-VAL (1:7) TO WS-PERIOD
               END-IF
            END-IF
            .

      ***   DEFAULT IS THE MONTH THE RUN FALLS IN
       1200-SET-PERIOD.
            MOVE '1200-SET-PERIOD' TO ERR-LOC

            IF WS-PERIOD = SPACES
               MOVE WS-DATE (1:7) TO WS-PERIOD
            END-IF

            MOVE SPACES TO WS-FROM-DATE
            STRING WS-PERIOD DELIMITED BY SIZE
                   '-01'     DELIMITED BY SIZE
              INTO WS-FROM-DATE
            END-STRING
            MOVE WS-PERIOD TO WS-PL-PERIOD
            DISPLAY 'REPORT MONTH ' WS-PERIOD
            .

       1300-OPEN-FILES.
            MOVE '1300-OPEN-FILES' TO ERR-LOC

            OPEN OUTPUT FD-SALERPOP
            MOVE FS-SALERPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-SALERPOP' TO ERR-MSG
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
            INITIALIZE WS-TOTAL-FIGURES

            PERFORM 2100-WRITE-HEADERS
            PERFORM 2200-REPORT-ONE-BAND VARYING WS-BAND-IDX
                      FROM 1 BY 1 UNTIL WS-BAND-IDX > WS-SALE-BAND-COUNT
            PERFORM 2300-WRITE-TOTALS

            MOVE WS-TF-TAKINGS TO WS-TAKINGS-DISP
            DISPLAY WS-TF-SOLD ' ITEMS SOLD, TAKINGS ' WS-TAKINGS-DISP
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.SALERPOP'
            WRITE REC-SALERPOP FROM WS-REP-SPACES
            WRITE REC-SALERPOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(22:)
            WRITE REC-SALERPOP FROM WS-REP-HEADER1
            WRITE REC-SALERPOP FROM WS-REP-HEADER2
            WRITE REC-SALERPOP FROM WS-REP-SPACES
            WRITE REC-SALERPOP FROM WS-PERIOD-LINE
            WRITE REC-SALERPOP FROM WS-REP-SPACES
            WRITE REC-SALERPOP FROM WS-COL-HDR1
            WRITE REC-SALERPOP FROM WS-COL-HDR2
            WRITE REC-SALERPOP FROM WS-REP-SPACES
            .

       2200-REPORT-ONE-BAND.
            MOVE '2200-REPORT-ONE-BAND' TO ERR-LOC
            INITIALIZE WS-BAND-FIGURES
            MOVE WS-SB-CODE (WS-BAND-IDX) TO WS-BAND-CODE

            PERFORM 2210-GET-RECEIVED
            PERFORM 2220-GET-SOLD
            PERFORM 2230-GET-RECYCLED
            PERFORM 2240-GET-ON-SHELF

            ADD WS-BF-WITHDRAWN TO WS-TF-WITHDRAWN
            ADD WS-BF-DECLINED  TO WS-TF-DECLINED
            ADD WS-BF-SOLD      TO WS-TF-SOLD
            ADD WS-BF-MATCHED   TO WS-TF-MATCHED
            ADD WS-BF-TAKINGS   TO WS-TF-TAKINGS
            ADD WS-BF-RECYCLED  TO WS-TF-RECYCLED
            ADD WS-BF-ON-SHELF  TO WS-TF-ON-SHELF

            MOVE WS-BAND-CODE               TO WS-BL-CODE
            MOVE WS-SB-DESC (WS-BAND-IDX)   TO WS-BL-DESC
            MOVE WS-BF-WITHDRAWN            TO WS-BL-WITHDRAWN
            MOVE WS-BF-DECLINED             TO WS-BL-DECLINED
            COMPUTE WS-BL-RECEIVED = WS-BF-WITHDRAWN + WS-BF-DECLINED
            MOVE WS-BF-SOLD                 TO WS-BL-SOLD
            COMPUTE WS-BL-UNMATCHED = WS-BF-SOLD - WS-BF-MATCHED
            MOVE WS-BF-TAKINGS              TO WS-BL-TAKINGS
            MOVE WS-BF-RECYCLED             TO WS-BL-RECYCLED
            MOVE WS-BF-ON-SHELF             TO WS-BL-ON-SHELF
            WRITE REC-SALERPOP FROM WS-BAND-LINE
            .

       2210-GET-RECEIVED.
            MOVE '2210-GET-RECEIVED' TO ERR-LOC
            EXEC SQL
                 SELECT COALESCE(SUM(CASE WHEN SOURCE_CODE = 'W'
                                          THEN 1 ELSE 0 END), 0)
                       ,COALESCE(SUM(CASE WHEN SOURCE_CODE = 'D'
                                          THEN 1 ELSE 0 END), 0)
                   INTO :WS-BF-WITHDRAWN
                       ,:WS-BF-DECLINED
                   FROM IBMUSER.SALE_STOCK
                  WHERE PRICE_BAND     = :WS-BAND-CODE
                    AND RECEIVED_DATE >= DATE(:WS-FROM-DATE)
                    AND RECEIVED_DATE <  DATE(:WS-FROM-DATE)
                        + 1 MONTH
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT SALE_STOCK RECEIVED' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2220-GET-SOLD.
            MOVE '2220-GET-SOLD' TO ERR-LOC
            EXEC SQL
                 SELECT COALESCE(SUM(QTY_SOLD), 0)
                       ,COALESCE(SUM(QTY_MATCHED), 0)
                       ,COALESCE(SUM(REVENUE), 0)
                   INTO :WS-BF-SOLD
                       ,:WS-BF-MATCHED
                       ,:WS-BF-TAKINGS
                   FROM IBMUSER.SALE_DAILY
                  WHERE PRICE_BAND  = :WS-BAND-CODE
                    AND SALE_DATE  >= DATE(:WS-FROM-DATE)
                    AND SALE_DATE  <  DATE(:WS-FROM-DATE)
                        + 1 MONTH
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT SALE_DAILY' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2230-GET-RECYCLED.
            MOVE '2230-GET-RECYCLED' TO ERR-LOC
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-BF-RECYCLED
                   FROM IBMUSER.SALE_STOCK
                  WHERE PRICE_BAND     = :WS-BAND-CODE
                    AND STOCK_STATUS   = 'R'
                    AND RECYCLED_DATE >= DATE(:WS-FROM-DATE)
                    AND RECYCLED_DATE <  DATE(:WS-FROM-DATE)
                        + 1 MONTH
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT SALE_STOCK RECYCLED' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      ***   ON SHELF IS AS OF THE RUN, NOT THE END OF THE MONTH
       2240-GET-ON-SHELF.
            MOVE '2240-GET-ON-SHELF' TO ERR-LOC
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-BF-ON-SHELF
                   FROM IBMUSER.SALE_STOCK
                  WHERE PRICE_BAND   = :WS-BAND-CODE
                    AND STOCK_STATUS = 'S'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT SALE_STOCK ON SHELF' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2300-WRITE-TOTALS.
            MOVE '2300-WRITE-TOTALS' TO ERR-LOC

            WRITE REC-SALERPOP FROM WS-REP-SPACES
            MOVE SPACE                      TO WS-BL-CODE
            MOVE 'ALL BANDS'                TO WS-BL-DESC
            MOVE WS-TF-WITHDRAWN            TO WS-BL-WITHDRAWN
            MOVE WS-TF-DECLINED             TO WS-BL-DECLINED
            COMPUTE WS-BL-RECEIVED = WS-TF-WITHDRAWN + WS-TF-DECLINED
            MOVE WS-TF-SOLD                 TO WS-BL-SOLD
            COMPUTE WS-BL-UNMATCHED = WS-TF-SOLD - WS-TF-MATCHED
            MOVE WS-TF-TAKINGS              TO WS-BL-TAKINGS
            MOVE WS-TF-RECYCLED             TO WS-BL-RECYCLED
            MOVE WS-TF-ON-SHELF             TO WS-BL-ON-SHELF
            WRITE REC-SALERPOP FROM WS-BAND-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-SALE-BAND-COUNT TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-SALERPOP
            MOVE FS-SALERPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-SALERPOP' TO ERR-MSG
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
