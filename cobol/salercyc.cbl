      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SALERCYC.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/10/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * FRIENDS OF THE LIBRARY BOOK SALE - RECYCLE UNSOLD STOCK        *
      *----------------------------------------------------------------*
      * - THE SALE SHELVES ARE CLEARED PERIODICALLY: ANY SALE_STOCK    *
      *   ITEM STILL ON THE SHELF ('S') THAT WAS RECEIVED MORE THAN    *
      *   DAYS= DAYS AGO GOES TO RECYCLING. THIS JOB PRINTS THE PULL   *
      *   LIST FOR THE VOLUNTEERS, ONE SECTION PER PRICE BAND, OLDEST  *
      *   FIRST, AND MARKS EACH ITEM LISTED 'R' WITH TODAY AS ITS      *
      *   RECYCLED_DATE SO SALERPT COUNTS IT                           *
      * - RUN=LIST PRINTS THE PULL LIST WITHOUT MARKING ANYTHING, SO   *
      *   THE FRIENDS CAN SEE WHAT A CLEAR-OUT WOULD TAKE FIRST        *
      * - REGISTERED IN RUN_HIST (RUNLOG)                              *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   10,2020 - INITIAL VERSION                        (1210FS)*
      *                                                                *
      * PARM CARD (OPTIONAL, COMMA SEPARATED):                         *
      *   DAYS=nnn    - UNSOLD AGE THAT TRIGGERS RECYCLING             *
      *                 (DEFAULT 180)                                  *
      *   RUN=LIST    - PULL LIST ONLY, NOTHING IS MARKED              *
      *   RUN=RECYCLE - PULL LIST AND MARK RECYCLED (DEFAULT)          *
      *                                                                *
      * FILES:                                                         *
      * SALRCYOP (OUTPUT) - IBMUSER.SMAGALIT.SALRCYOP                  *
      * IBMUSER.SALE_STOCK (I/O) - ITEMS MARKED RECYCLED (DCLSLS)      *
      *                                                                *
      * 0000-MAIN                      2300-FETCH-ITEM                 *
      * 1000-INIT                      2320-BAND-BREAK                 *
      * 1100-GET-TIMESTAMP                                             *
      * 1150-PARSE-PARM                                                *
      * 1160-APPLY-ONE-TOKEN           2325-FIND-BAND-DESC             *
      * 1300-OPEN-FILES                2330-BAND-TOTALS                *
      * 1400-SET-REPVARS               2400-RECYCLE-ITEM               *
      * 2000-MAIN-LOGIC                2500-WRITE-TOTALS               *
      * 2100-WRITE-HEADERS             3000-CLEANUP                    *
      *                                3100-CLOSE-FILES                *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-SALRCYOP  ASSIGN       TO    SALRCYOP
                               FILE STATUS  IS FS-SALRCYOP
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-SALRCYOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-SALRCYOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(40)
                          VALUE 'NOTHING ON THE SHELF PAST THE AGE'.
               10  FILLER              PIC X(88)     VALUE SPACES  .
           05  WS-ITEM-HDR.
               10  FILLER              PIC X(10)
                                       VALUE '  STOCK ID'         .
               10  FILLER              PIC X(04)
                                       VALUE ' SRC'               .
               10  FILLER              PIC X(11)
                                       VALUE ' RECEIVED'          .
               10  FILLER              PIC X(61)
                                       VALUE ' DESCRIPTION'       .
               10  FILLER              PIC X(46)     VALUE SPACES  .
           05  WS-ITEM-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-IL-STOCK-ID      PIC Z(8)9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-IL-SOURCE        PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-IL-RECEIVED      PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-IL-DESC          PIC X(60)     VALUE SPACES  .
               10  FILLER              PIC X(46)     VALUE SPACES  .
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TL-TEXT          PIC X(50)     VALUE SPACES  .
               10  WS-TL-COUNT         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(71)     VALUE SPACES  .
           05  WS-RUN-MODE             PIC X(01)     VALUE 'R'.
               88  RUN-RECYCLE                       VALUE 'R'.
               88  RUN-LIST-ONLY                     VALUE 'L'.
           05  WS-AGE-DAYS             PIC S9(04) COMP VALUE 180.
           05  WS-AGE-DISP             PIC ZZZ9.
           05  WS-PREV-BAND            PIC X(01)     VALUE SPACE.
           05  WS-BAND-IDX             PIC S9(04) COMP VALUE 0.
           05  WS-BAND-DESC            PIC X(20)     VALUE SPACES.
           05  WS-COUNTERS.
               10  WS-SECT-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-ITEM-CNTR        PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-TOKEN       PIC X(30)  VALUE SPACES.
               10  WS-PARM-TOKENS      PIC X(30)  OCCURS 3 TIMES.
               10  WS-PARM-IDX         PIC S9(04) COMP VALUE 0.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                          VALUE 'BOOK SALE - UNSOLD STOCK TO RECYCLE'.

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
               10  FS-SALRCYOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)    VALUE 'SALERCYC'.

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

      **   ITEMS STILL ON THE SALE SHELF PAST THE AGE, BY BAND,
      **   OLDEST FIRST - THE ORDER THE VOLUNTEERS PULL THEM IN
           EXEC SQL DECLARE CURRCYC CURSOR FOR
                SELECT STOCK_ID
                      ,SOURCE_CODE
                      ,DESCRIPTION
                      ,PRICE_BAND
                      ,RECEIVED_DATE
                  FROM IBMUSER.SALE_STOCK
                 WHERE STOCK_STATUS = 'S'
                   AND RECEIVED_DATE < CURRENT DATE - :WS-AGE-DAYS DAYS
                 ORDER BY PRICE_BAND
                         ,RECEIVED_DATE
                         ,STOCK_ID
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

            MOVE 'SALERCYC' TO WS-RL-JOB-NAME
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

            MOVE WS-AGE-DAYS TO WS-AGE-DISP
            DISPLAY 'UNSOLD AGE ' WS-AGE-DISP ' DAYS'
            IF RUN-LIST-ONLY
               MOVE 'BOOK SALE - UNSOLD STOCK DUE FOR RECYCLING (LIST)'
                 TO WS-HDR-TITLE
               DISPLAY 'RUN LIST - NOTHING MARKED'
            ELSE
               DISPLAY 'RUN RECYCLE'
            END-IF
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
                             TO WS-AGE-DAYS
                        ELSE
                           DISPLAY 'BAD DAYS= VALUE - 180 USED'
                        END-IF
                   WHEN 'RUN'
                        EVALUATE FUNCTION TRIM (WS-PARM-VAL)
                            WHEN 'LIST'
                                 SET RUN-LIST-ONLY TO TRUE
                            WHEN 'RECYCLE'
                                 SET RUN-RECYCLE TO TRUE
                            WHEN OTHER
                                 DISPLAY 'UNKNOWN RUN= VALUE - '
                                         'RECYCLE USED'
                                 SET RUN-RECYCLE TO TRUE
                        END-EVALUATE
                   WHEN OTHER
                        DISPLAY 'UNKNOWN PARM IGNORED: ' WS-PARM-TOKEN
               END-EVALUATE
            END-IF
            .

       1300-OPEN-FILES.
            MOVE '1300-OPEN-FILES' TO ERR-LOC

            OPEN OUTPUT FD-SALRCYOP
            MOVE FS-SALRCYOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-SALRCYOP' TO ERR-MSG
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
            MOVE SPACE TO WS-PREV-BAND

            EXEC SQL OPEN CURRCYC END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURRCYC' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2300-FETCH-ITEM UNTIL SQL-EOC

            EXEC SQL CLOSE CURRCYC END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURRCYC' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-PREV-BAND = SPACE
               PERFORM 2100-WRITE-HEADERS
               WRITE REC-SALRCYOP FROM WS-REP-SPACES
               WRITE REC-SALRCYOP FROM WS-NONE-LINE
            ELSE
               PERFORM 2330-BAND-TOTALS
            END-IF

            PERFORM 2500-WRITE-TOTALS

            IF RUN-LIST-ONLY
               DISPLAY WS-ITEM-CNTR ' ITEMS DUE FOR RECYCLING (LISTED)'
            ELSE
               DISPLAY WS-ITEM-CNTR ' ITEMS MARKED RECYCLED'
            END-IF
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.SALRCYOP'
            WRITE REC-SALRCYOP FROM WS-REP-SPACES
            WRITE REC-SALRCYOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(22:)
            WRITE REC-SALRCYOP FROM WS-REP-HEADER1
            WRITE REC-SALRCYOP FROM WS-REP-HEADER2
            WRITE REC-SALRCYOP FROM WS-REP-SPACES
            .

       2300-FETCH-ITEM.
            MOVE '2300-FETCH-ITEM' TO ERR-LOC
            INITIALIZE DCLSLS
            EXEC SQL
                 FETCH CURRCYC
                  INTO :TBLSLS-STOCK-ID
                      ,:TBLSLS-SOURCE-CODE
                      ,:TBLSLS-DESCRIPTION
                      ,:TBLSLS-PRICE-BAND
                      ,:TBLSLS-RECEIVED-DATE
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF TBLSLS-PRICE-BAND NOT = WS-PREV-BAND
                        PERFORM 2320-BAND-BREAK
                     END-IF
                     PERFORM 2400-RECYCLE-ITEM
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURRCYC' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      ***   ONE PAGE PER BAND - EACH BAND HAS ITS OWN SHELVES
       2320-BAND-BREAK.
            MOVE '2320-BAND-BREAK' TO ERR-LOC
            IF WS-PREV-BAND NOT = SPACE
               PERFORM 2330-BAND-TOTALS
            END-IF
            MOVE TBLSLS-PRICE-BAND TO WS-PREV-BAND
            MOVE 0 TO WS-SECT-CNTR

            MOVE SPACES TO WS-BAND-DESC
            PERFORM 2325-FIND-BAND-DESC VARYING WS-BAND-IDX
                      FROM 1 BY 1 UNTIL WS-BAND-IDX > WS-SALE-BAND-COUNT

            PERFORM 2100-WRITE-HEADERS
            MOVE SPACES TO WS-SECTION-HDR
            STRING 'PRICE BAND '                DELIMITED BY SIZE
                   TBLSLS-PRICE-BAND            DELIMITED BY SIZE
                   ' '                          DELIMITED BY SIZE
                   WS-BAND-DESC                 DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            WRITE REC-SALRCYOP FROM WS-SECTION-HDR
            WRITE REC-SALRCYOP FROM WS-REP-SPACES
            WRITE REC-SALRCYOP FROM WS-ITEM-HDR
            .

       2325-FIND-BAND-DESC.
            IF WS-SB-CODE (WS-BAND-IDX) = TBLSLS-PRICE-BAND
               MOVE WS-SB-DESC (WS-BAND-IDX) TO WS-BAND-DESC
            END-IF
            .

       2330-BAND-TOTALS.
            MOVE '2330-BAND-TOTALS' TO ERR-LOC

            WRITE REC-SALRCYOP FROM WS-REP-SPACES
            MOVE 'ITEMS TO PULL IN THIS BAND'     TO WS-TL-TEXT
            MOVE WS-SECT-CNTR                     TO WS-TL-COUNT
            WRITE REC-SALRCYOP FROM WS-TOTAL-LINE
            .

       2400-RECYCLE-ITEM.
            MOVE '2400-RECYCLE-ITEM' TO ERR-LOC

            ADD 1 TO WS-SECT-CNTR
                     WS-ITEM-CNTR

            IF RUN-RECYCLE
               EXEC SQL
                    UPDATE IBMUSER.SALE_STOCK
                       SET STOCK_STATUS  = 'R',
                           RECYCLED_DATE = CURRENT DATE
                     WHERE STOCK_ID     = :TBLSLS-STOCK-ID
                       AND STOCK_STATUS = 'S'
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'UPDATE SALE_STOCK RECYCLE' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF

            MOVE TBLSLS-STOCK-ID          TO WS-IL-STOCK-ID
            MOVE TBLSLS-SOURCE-CODE       TO WS-IL-SOURCE
            MOVE TBLSLS-RECEIVED-DATE     TO WS-IL-RECEIVED
            MOVE TBLSLS-DESCRIPTION-TEXT  TO WS-IL-DESC
            WRITE REC-SALRCYOP FROM WS-ITEM-LINE
            .

       2500-WRITE-TOTALS.
            MOVE '2500-WRITE-TOTALS' TO ERR-LOC

            WRITE REC-SALRCYOP FROM WS-REP-SPACES
            IF RUN-LIST-ONLY
               MOVE 'ALL BANDS - ITEMS DUE (NOT MARKED)' TO WS-TL-TEXT
            ELSE
               MOVE 'ALL BANDS - ITEMS MARKED RECYCLED'  TO WS-TL-TEXT
            END-IF
            MOVE WS-ITEM-CNTR                     TO WS-TL-COUNT
            WRITE REC-SALRCYOP FROM WS-TOTAL-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-ITEM-CNTR TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-SALRCYOP
            MOVE FS-SALRCYOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-SALRCYOP' TO ERR-MSG
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
