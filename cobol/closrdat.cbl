      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLOSRDAT.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/23/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * CLOSURE RE-DATING - MOVE WHAT FELL ON A CLOSED DAY             *
      *----------------------------------------------------------------*
      * - A CLOSURE ENTERED ON CLOSTRN FOR TODAY OR AN EARLIER DAY     *
      *   LEFT THE LOANS DUE THAT DAY GOING OVERDUE AND THE READY      *
      *   HOLDS EXPIRING ON THE PICKUP SHELF. THIS JOB SWEEPS EVERY    *
      *   CLOSED_DAYS ROW NOT YET RE-DATED, AND EVERY ONE FROM TODAY   *
      *   ON (SO A LOAN OR HOLD THAT LANDS ON A FUTURE CLOSURE LATER   *
      *   IS STILL CAUGHT), AND FOR EACH:                              *
      *   1. OPEN LOANS DUE ON THE CLOSED DAY GET THE NEXT DAY THAT    *
      *      IS OPEN FOR THE BOOK'S BRANCH AS THEIR DUE_DATE. OVERDUE  *
      *      NOTICES ('O' '2' 'F') STILL IN THE PRINT STACK OR FAILED  *
      *      FOR THE LOAN ARE WITHDRAWN (DELIV_STATUS 'W') AND LISTED  *
      *      FOR THE MAILROOM TO PULL; NOTICRUN AND LOSTCONV IGNORE    *
      *      A WITHDRAWN NOTICE                                        *
      *   2. READY ('R') HOLDS WHOSE PICKUP WINDOW                     *
      *      (READY_DATE + HOLD_EXPIRE_DAYS) ENDS ON THE CLOSED DAY    *
      *      HAVE READY_DATE MOVED ON SO THE WINDOW ENDS ON THE NEXT   *
      *      DAY THE PICKUP BRANCH IS OPEN                             *
      *   3. A LIBRARY-WIDE CLOSURE (BRANCH 0) ALSO MOVES EACH ACTIVE  *
      *      ROOM BOOKING TO THE NEXT OPEN DAY WHEN THE ROOM IS FREE   *
      *      THEN, ELSE CANCELS IT ('C'). LIBRARY EVENT BOOKINGS       *
      *      (PATRON 0) ARE ONLY LISTED - EVNTTRN OWNS THEM            *
      *   4. EACH PATRON AFFECTED GETS ONE CLOSURE NOTICE (TYPE 'C',   *
      *      WORDED FROM NOTICE_TEMPLATES THROUGH NTCRNDR) LISTING     *
      *      EVERY ITEM AND ITS NEW DATE - BY EMAIL ON CLOSNTML WHEN   *
      *      ONE IS ON FILE, ELSE PRINTED WITH AN ADDRESS BLOCK ON     *
      *      CLOSNTOP - AND ONE NOTICE_HIST ROW PER ITEM               *
      *   5. THE CLOSURE IS STAMPED REDATED_DATE AND COMMITTED         *
      * - EVERY UPDATE IS GUARDED BY THE OLD DATE, SO A RERUN (OR A    *
      *   SWEEP OF A SECOND CLOSURE ROW FOR THE SAME DAY) FINDS        *
      *   NOTHING LEFT TO MOVE                                         *
      * - THE NEXT OPEN DAY IS FOUND AS LOANTRN ROLLS A DUE DATE: ONE  *
      *   DAY AT A TIME PAST CLOSED_DAYS ROWS FOR BRANCH 0 OR THE      *
      *   ITEM'S BRANCH, AT MOST 14 DAYS                               *
      * - RUN FROM CLOSTRN FOR A NEW CLOSURE (JCLCLOSE) AND NIGHTLY    *
      *   FROM THE SCHEDULE; REGISTERED IN RUN_HIST (RUNLOG) AND       *
      *   REP_REGIST (REPREG)                                          *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   23,2020 - INITIAL VERSION                        (1223CL)*
      *                                                                *
      * FILES:                                                         *
      * CLOSRPOP (OUTPUT) - IBMUSER.SMAGALIT.CLOSRPOP (RE-DATE REPORT) *
      * CLOSNTOP (OUTPUT) - IBMUSER.SMAGALIT.CLOSNTOP (PRINTED NOTICES)*
      * CLOSNTML (OUTPUT) - IBMUSER.SMAGALIT.CLOSNTML (MAIL GATEWAY)   *
      * IBMUSER.CLOSED_DAYS (I/O) - CLOSURES, STAMPED REDATED_DATE     *
      * IBMUSER.LOANS / HOLDS / ROOM_BOOKS (I/O) - ITEMS RE-DATED      *
      * IBMUSER.NOTICE_HIST (I/O) - WITHDRAWN AND CLOSURE NOTICES      *
      *                                                                *
      * 0000-MAIN                      2240-MOVE-ROOM-BOOKING          *
      * 1000-INIT                      2300-NEXT-OPEN-DAY              *
      * 1100-GET-TIMESTAMP             2310-ROLL-ONE-DAY               *
      * 1200-OPEN-FILES                2400-START-NOTICE               *
      * 1300-SET-REPVARS               2410-WRITE-NOTICE-LINE          *
      * 1400-GET-EXPIRE-DAYS           2420-WRITE-ADDRESS-BLOCK        *
      * 2000-MAIN-LOGIC                2430-WRITE-BODY-LINE            *
      * 2050-WRITE-HEADERS             2440-WRITE-ITEM-LINE            *
      * 2100-NEXT-CLOSURE              2450-WRITE-NOTICE-HIST          *
      * 2150-SWEEP-CLOSURE             2500-WRITE-DETAIL               *
      * 2200-REDATE-ONE-ITEM           2800-WRITE-TOTALS               *
      * 2210-REDATE-LOAN               2900-COMMIT-CHUNK               *
      * 2220-WITHDRAW-NOTICES          3000-CLEANUP                    *
      * 2230-REDATE-HOLD               3100-CLOSE-FILES                *
      * 8100-GET-NEXT-ID               9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CLOSRPOP  ASSIGN       TO    CLOSRPOP
                               FILE STATUS  IS FS-CLOSRPOP
                               ORGANIZATION IS SEQUENTIAL.
           SELECT FD-CLOSNTOP  ASSIGN       TO    CLOSNTOP
                               FILE STATUS  IS FS-CLOSNTOP
                               ORGANIZATION IS SEQUENTIAL.
           SELECT FD-CLOSNTML  ASSIGN       TO    CLOSNTML
                               FILE STATUS  IS FS-CLOSNTML
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-CLOSRPOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-CLOSRPOP                 PIC X(132).

       FD  FD-CLOSNTOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-CLOSNTOP                 PIC X(132).

       FD  FD-CLOSNTML
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-CLOSNTML                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-EXPIRE-DAYS          PIC S9(09) COMP VALUE 7.
           05  WS-CLOSURE-VARS.
               10  WS-CL-DATE          PIC X(10)       VALUE SPACES.
               10  WS-CL-BRANCH        PIC S9(09) COMP VALUE 0.
               10  WS-LAST-DATE        PIC X(10)       VALUE SPACES.
               10  WS-LAST-BRANCH      PIC S9(09) COMP VALUE 0.
               10  WS-CL-BRANCH-DISP   PIC ZZ9.
               10  WS-CLOSURE-SW       PIC 9           VALUE 0.
                   88  CLOSURE-FOUND                   VALUE 1.
           05  WS-ITEM-VARS.
               10  WS-IT-KIND          PIC X           VALUE SPACE.
                   88  IT-LOAN                         VALUE 'L'.
                   88  IT-HOLD                         VALUE 'H'.
                   88  IT-ROOM                         VALUE 'R'.
               10  WS-IT-ID            PIC S9(09) COMP VALUE 0.
               10  WS-IT-PATRON        PIC S9(09) COMP VALUE 0.
               10  WS-IT-OBJECT        PIC S9(09) COMP VALUE 0.
               10  WS-IT-BRANCH        PIC S9(09) COMP VALUE 0.
               10  WS-IT-OLD-DATE      PIC X(10)       VALUE SPACES.
               10  WS-IT-START-HH      PIC S9(09) COMP VALUE 0.
               10  WS-IT-END-HH        PIC S9(09) COMP VALUE 0.
               10  WS-IT-NEW-DATE      PIC X(10)       VALUE SPACES.
               10  WS-IT-RESULT        PIC X(42)       VALUE SPACES.
               10  WS-IT-MOVED-SW      PIC 9           VALUE 0.
                   88  ITEM-MOVED                      VALUE 1.
               10  WS-IT-NOTIFY-SW     PIC 9           VALUE 0.
                   88  ITEM-NOTIFY                     VALUE 1.
           05  WS-PREV-PATRON          PIC S9(09) COMP VALUE 0.
           05  WS-ROLL-VARS.
               10  WS-CLOSED-COUNT     PIC S9(09) COMP VALUE 0.
               10  WS-ROLL-CNT         PIC S9(04) COMP VALUE 0.
           05  WS-ROOM-BUSY            PIC S9(09) COMP VALUE 0.
           05  WS-WITHDRAWN            PIC S9(09) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-CLOSURE-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-LOAN-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-HOLD-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-ROOM-MOVE-CNTR   PIC S9(08) COMP VALUE 0.
               10  WS-ROOM-CANC-CNTR   PIC S9(08) COMP VALUE 0.
               10  WS-EVENT-CNTR       PIC S9(08) COMP VALUE 0.
               10  WS-WDRAWN-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-NTC-PRT-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-NTC-EML-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-LNG-FBK-CNTR     PIC S9(08) COMP VALUE 0.
               10  WS-ITEM-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-COMMIT-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-LINE-CNTR        PIC S9(08) COMP VALUE 0.
           05  WS-NOTICE-VARS.
               10  WS-NOTICE-LINE      PIC X(132)      VALUE SPACES.
               10  WS-NOTICE-HEAD      PIC X(60)       VALUE SPACES.
               10  WS-SEPARATOR        PIC X(132)      VALUE ALL '-'.
               10  WS-PATRON-DISP      PIC Z(8)9.
               10  WS-ITEMID-DISP      PIC Z(8)9.
               10  WS-HH-DISP          PIC 99.
               10  WS-HH2-DISP         PIC 99.
               10  WS-CSZ-LINE         PIC X(40)       VALUE SPACES.
               10  WS-DELIV-CHANNEL    PIC X           VALUE 'P'.
               10  WS-DELIV-STATUS     PIC X           VALUE 'P'.
               10  WS-IND-VARS.
                   15  IND-EMAIL       PIC S9(04) COMP VALUE 0.
                   15  IND-ADDR1       PIC S9(04) COMP VALUE 0.
                   15  IND-ADDR2       PIC S9(04) COMP VALUE 0.
                   15  IND-CITY        PIC S9(04) COMP VALUE 0.
                   15  IND-STATE       PIC S9(04) COMP VALUE 0.
                   15  IND-ZIP         PIC S9(04) COMP VALUE 0.
               10  IND-LOAN-ID         PIC S9(04) COMP VALUE 0.
               10  IND-HOLD-ID         PIC S9(04) COMP VALUE 0.
               10  IND-REASON          PIC S9(04) COMP VALUE 0.

           05  WS-CLOSURE-LINE.
               10  FILLER              PIC X(09)     VALUE ' CLOSED '.
               10  WS-CH-DATE          PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(08)     VALUE '  BRANCH'.
               10  WS-CH-BRANCH        PIC ZZZ9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-CH-BRNAME        PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-CH-REASON        PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(17)     VALUE SPACES  .
           05  WS-DTL-HDR.
               10  FILLER              PIC X(06)     VALUE '  KIND'.
               10  FILLER              PIC X(11)
                                       VALUE '    ITEM ID'        .
               10  FILLER              PIC X(11)
                                       VALUE '     PATRON'        .
               10  FILLER              PIC X(36)
                                       VALUE '  TITLE / ROOM'     .
               10  FILLER              PIC X(12)
                                       VALUE 'OLD DATE'           .
               10  FILLER              PIC X(12)
                                       VALUE 'NEW DATE'           .
               10  FILLER              PIC X(44)
                                       VALUE 'RESULT'             .
           05  WS-DTL-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-DL-KIND          PIC X(05)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-DL-ITEM-ID       PIC Z(8)9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-DL-PATRON        PIC Z(8)9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-DL-TITLE         PIC X(34)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-DL-OLD-DATE      PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-DL-NEW-DATE      PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-DL-RESULT        PIC X(42)     VALUE SPACES  .
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TL-LABEL         PIC X(30)     VALUE SPACES  .
               10  WS-TL-COUNT         PIC Z(8)9.
               10  FILLER              PIC X(89)     VALUE SPACES  .

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)     VALUE 1  .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'CLOSED DAY RE-DATING'
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
               10  FS-CLOSRPOP          PIC 99          VALUE 0.
               10  FS-CLOSNTOP          PIC 99          VALUE 0.
               10  FS-CLOSNTML          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)    VALUE 'CLOSRDAT'.

       01  WS-NEXTID-PARMS.
           05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
           05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
           05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

       01  WS-NTCRNDR-PARMS.
           05  WS-NR-FUNC           PIC X             VALUE 'R'.
           05  WS-NR-TYPE           PIC X             VALUE 'C'.
           05  WS-NR-LANG           PIC X(02)         VALUE SPACES.
           05  WS-NR-FIELDS.
               10  WS-NR-NAME       PIC X(60)         VALUE SPACES.
               10  WS-NR-TITLE      PIC X(60)         VALUE SPACES.
               10  WS-NR-DUE        PIC X(10)         VALUE SPACES.
               10  WS-NR-AMOUNT     PIC X(12)         VALUE SPACES.
               10  WS-NR-BRANCH-ID  PIC S9(09) COMP   VALUE 0.
               10  WS-NR-ITEM       PIC X(09)         VALUE SPACES.
               10  WS-NR-PATRON     PIC X(09)         VALUE SPACES.
           05  WS-NR-LANG-USED      PIC X(02)         VALUE SPACES.
           05  WS-NR-RESULT         PIC X             VALUE 'N'.
           05  WS-NR-LINE-TBL.
               10  WS-NR-LINE       OCCURS 9 TIMES.
                   15  WS-NR-LINE-SW
                                    PIC X.
                   15  WS-NR-LINE-TEXT
                                    PIC X(132).
           05  WS-NR-RC             PIC S9(04) COMP   VALUE 0.
           05  WS-NR-IX             PIC S9(04) COMP   VALUE 0.

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
           EXEC SQL INCLUDE DCLCAL   END-EXEC.
           EXEC SQL INCLUDE DCLBRN   END-EXEC.
           EXEC SQL INCLUDE DCLCTL   END-EXEC.
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
           EXEC SQL INCLUDE DCLPATR  END-EXEC.
           EXEC SQL INCLUDE DCLNTC   END-EXEC.

      **   EVERYTHING THAT FELL ON THE CLOSED DAY, BY PATRON SO EACH
      **   PATRON GETS ONE NOTICE. ROOMS ONLY MOVE FOR A LIBRARY-WIDE
      **   CLOSURE - ROOMTRN BOOKS THEM WITHOUT A BRANCH
           EXEC SQL DECLARE CURCLITM CURSOR FOR
                SELECT 'L', L.LOAN_ID, L.PATRON_ID, L.BOOK_ID,
                       B.BRANCH_ID, B.TITLE,
                       CHAR(L.DUE_DATE, ISO), 0, 0
                  FROM IBMUSER.LOANS L
                 INNER JOIN IBMUSER.BOOKS B
                    ON L.BOOK_ID = B.BOOK_ID
                 WHERE L.RETURN_DATE IS NULL
                   AND L.DUE_DATE = DATE(:WS-CL-DATE)
                   AND (:WS-CL-BRANCH = 0
                        OR B.BRANCH_ID = :WS-CL-BRANCH)
                UNION ALL
                SELECT 'H', H.HOLD_ID, H.PATRON_ID, H.BOOK_ID,
                       COALESCE(NULLIF(H.PICKUP_BRANCH, 0),
                                B.BRANCH_ID),
                       B.TITLE,
                       CHAR(H.READY_DATE + :WS-EXPIRE-DAYS DAYS, ISO),
                       0, 0
                  FROM IBMUSER.HOLDS H
                 INNER JOIN IBMUSER.BOOKS B
                    ON H.BOOK_ID = B.BOOK_ID
                 WHERE H.HOLD_STATUS = 'R'
                   AND H.READY_DATE + :WS-EXPIRE-DAYS DAYS
                       = DATE(:WS-CL-DATE)
                   AND (:WS-CL-BRANCH = 0
                        OR COALESCE(NULLIF(H.PICKUP_BRANCH, 0),
                                    B.BRANCH_ID) = :WS-CL-BRANCH)
                UNION ALL
                SELECT 'R', K.BOOKING_ID, K.PATRON_ID, K.ROOM_ID,
                       0, R.ROOM_NAME,
                       CHAR(K.BOOK_DATE, ISO), K.START_HH, K.END_HH
                  FROM IBMUSER.ROOM_BOOKS K
                 INNER JOIN IBMUSER.ROOMS R
                    ON K.ROOM_ID = R.ROOM_ID
                 WHERE K.BOOK_STATUS = 'A'
                   AND K.BOOK_DATE = DATE(:WS-CL-DATE)
                   AND :WS-CL-BRANCH = 0
                 ORDER BY 3, 1, 2
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

            MOVE WS-PGM-NAME TO WS-RL-JOB-NAME
            MOVE 'S' TO WS-RL-FUNC
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 1000-INIT
            PERFORM 2000-MAIN-LOGIC
            PERFORM 3000-CLEANUP
            .

       1000-INIT.
            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1100-GET-TIMESTAMP
            PERFORM 1200-OPEN-FILES
            PERFORM 1300-SET-REPVARS
            PERFORM 2050-WRITE-HEADERS
            PERFORM 1400-GET-EXPIRE-DAYS
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

       1200-OPEN-FILES.
            MOVE '1200-OPEN-FILES' TO ERR-LOC

            OPEN OUTPUT FD-CLOSRPOP
            MOVE FS-CLOSRPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-CLOSRPOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN OUTPUT FD-CLOSNTOP
            MOVE FS-CLOSNTOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-CLOSNTOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN OUTPUT FD-CLOSNTML
            MOVE FS-CLOSNTML TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-CLOSNTML' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1300-SET-REPVARS.
            MOVE '1300-SET-REPVARS' TO ERR-LOC
            MOVE WS-PGM-NAME  TO WS-REP-PGM
            MOVE WS-DATE      TO WS-REP-DATE
            INSPECT WS-TIME REPLACING ALL '.' BY ':'
            MOVE WS-TIME      TO WS-REP-TIME
            .

       1400-GET-EXPIRE-DAYS.
            MOVE '1400-GET-EXPIRE-DAYS' TO ERR-LOC

      **    THE SAME PICKUP WINDOW HOLDSWP EXPIRES READY HOLDS ON
            MOVE 1 TO TBLCTL-CONTROL-ID

            EXEC SQL
                 SELECT HOLD_EXPIRE_DAYS
                   INTO :TBLCTL-HOLD-EXPIRE-DAYS
                   FROM IBMUSER.CIRC_CONTROL
                  WHERE CONTROL_ID = :TBLCTL-CONTROL-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLCTL-HOLD-EXPIRE-DAYS TO WS-EXPIRE-DAYS
                WHEN SQL-EOC
      **             NO CONTROL ROW YET - SHELF DEFAULT
                     MOVE 7 TO WS-EXPIRE-DAYS
                WHEN OTHER
                     MOVE 'SELECT CIRC_CONTROL' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC

            MOVE '0001-01-01' TO WS-LAST-DATE
            MOVE -1           TO WS-LAST-BRANCH
            MOVE 1            TO WS-CLOSURE-SW
            PERFORM 2100-NEXT-CLOSURE UNTIL NOT CLOSURE-FOUND

            PERFORM 2800-WRITE-TOTALS
            .

       2050-WRITE-HEADERS.
            MOVE '2050-WRITE-HEADERS' TO ERR-LOC

            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(32:)
            WRITE REC-CLOSRPOP FROM WS-REP-HEADER1
            WRITE REC-CLOSRPOP FROM WS-REP-HEADER2
            WRITE REC-CLOSRPOP FROM WS-REP-SPACES
            ADD 3 TO WS-LINE-CNTR
            .

      *--------------------------------------------------------------*
      * ONE CLOSURE PER PASS, BY KEY AFTER THE LAST ONE SWEPT - EACH  *
      * IS COMMITTED ON ITS OWN, SO NO CURSOR IS HELD ACROSS COMMITS  *
      *--------------------------------------------------------------*
       2100-NEXT-CLOSURE.
            MOVE '2100-NEXT-CLOSURE' TO ERR-LOC

            INITIALIZE TBLCAL-REASON
            MOVE 0 TO IND-REASON

            EXEC SQL
                 SELECT CHAR(CLOSED_DATE, ISO), BRANCH_ID, REASON
                   INTO :TBLCAL-CLOSED-DATE, :TBLCAL-BRANCH-ID,
                        :TBLCAL-REASON :IND-REASON
                   FROM IBMUSER.CLOSED_DAYS
                  WHERE (REDATED_DATE IS NULL
                         OR CLOSED_DATE >= CURRENT DATE)
                    AND (CLOSED_DATE > DATE(:WS-LAST-DATE)
                         OR (CLOSED_DATE = DATE(:WS-LAST-DATE)
                             AND BRANCH_ID > :WS-LAST-BRANCH))
                  ORDER BY CLOSED_DATE, BRANCH_ID
                  FETCH FIRST 1 ROW ONLY
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLCAL-CLOSED-DATE TO WS-CL-DATE
                                                WS-LAST-DATE
                     MOVE TBLCAL-BRANCH-ID   TO WS-CL-BRANCH
                                                WS-LAST-BRANCH
                     IF IND-REASON < 0
                        MOVE SPACES TO TBLCAL-REASON-TEXT
                     END-IF
                     PERFORM 2150-SWEEP-CLOSURE
                WHEN SQL-EOC
                     MOVE 0 TO WS-CLOSURE-SW
                WHEN OTHER
                     MOVE 'SELECT CLOSED_DAYS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2150-SWEEP-CLOSURE.
            MOVE '2150-SWEEP-CLOSURE' TO ERR-LOC

            ADD 1 TO WS-CLOSURE-CNTR
            MOVE WS-CL-DATE          TO WS-CH-DATE
            MOVE WS-CL-BRANCH        TO WS-CH-BRANCH
            MOVE TBLCAL-REASON-TEXT  TO WS-CH-REASON
            MOVE 'ALL BRANCHES'      TO WS-CH-BRNAME
            IF WS-CL-BRANCH NOT = 0
               MOVE WS-CL-BRANCH TO TBLBRN-BRANCH-ID
               INITIALIZE TBLBRN-BRANCH-NAME
               EXEC SQL
                    SELECT BRANCH_NAME
                      INTO :TBLBRN-BRANCH-NAME
                      FROM IBMUSER.BRANCHES
                     WHERE BRANCH_ID = :TBLBRN-BRANCH-ID
               END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK AND NOT SQL-EOC
                  MOVE 'SELECT BRANCHES' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
               MOVE TBLBRN-BRANCH-NAME-TEXT TO WS-CH-BRNAME
            END-IF

            WRITE REC-CLOSRPOP FROM WS-REP-SPACES
            WRITE REC-CLOSRPOP FROM WS-CLOSURE-LINE
            WRITE REC-CLOSRPOP FROM WS-DTL-HDR
            ADD 3 TO WS-LINE-CNTR
            DISPLAY 'CLOSURE ' WS-CL-DATE ' BRANCH ' WS-CH-BRANCH

            MOVE -1 TO WS-PREV-PATRON
            MOVE 0  TO WS-ITEM-CNTR

            EXEC SQL OPEN CURCLITM END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURCLITM' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2200-REDATE-ONE-ITEM UNTIL SQL-EOC

            EXEC SQL CLOSE CURCLITM END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURCLITM' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-ITEM-CNTR = 0
               MOVE SPACES TO WS-DTL-LINE
               MOVE 'NOTHING FELL ON THIS CLOSED DAY' TO WS-DL-RESULT
               WRITE REC-CLOSRPOP FROM WS-DTL-LINE
               ADD 1 TO WS-LINE-CNTR
            END-IF

      **    THE STAMP IS THE LAST SWEEP; CLOSTRN SHOWS IT
            EXEC SQL
                 UPDATE IBMUSER.CLOSED_DAYS
                    SET REDATED_DATE = CURRENT DATE
                  WHERE CLOSED_DATE = DATE(:WS-CL-DATE)
                    AND BRANCH_ID   = :WS-CL-BRANCH
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-EOC
               MOVE 'UPDATE CLOSED_DAYS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2900-COMMIT-CHUNK
            .

       2200-REDATE-ONE-ITEM.
            MOVE '2200-REDATE-ONE-ITEM' TO ERR-LOC

            INITIALIZE WS-ITEM-VARS
                       TBLBKS-TITLE

            EXEC SQL
                 FETCH CURCLITM
                  INTO :WS-IT-KIND
                      ,:WS-IT-ID
                      ,:WS-IT-PATRON
                      ,:WS-IT-OBJECT
                      ,:WS-IT-BRANCH
                      ,:TBLBKS-TITLE
                      ,:WS-IT-OLD-DATE
                      ,:WS-IT-START-HH
                      ,:WS-IT-END-HH
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-ITEM-CNTR
                     EVALUATE TRUE
                         WHEN IT-LOAN
                              PERFORM 2210-REDATE-LOAN
                         WHEN IT-HOLD
                              PERFORM 2230-REDATE-HOLD
                         WHEN OTHER
                              PERFORM 2240-MOVE-ROOM-BOOKING
                     END-EVALUATE
                     PERFORM 2500-WRITE-DETAIL

                     IF ITEM-NOTIFY
                        IF WS-IT-PATRON NOT = WS-PREV-PATRON
                           PERFORM 2400-START-NOTICE
                           MOVE WS-IT-PATRON TO WS-PREV-PATRON
                        END-IF
                        PERFORM 2440-WRITE-ITEM-LINE
                        PERFORM 2450-WRITE-NOTICE-HIST
                     END-IF
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURCLITM' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2210-REDATE-LOAN.
            MOVE '2210-REDATE-LOAN' TO ERR-LOC

            PERFORM 2300-NEXT-OPEN-DAY

            EXEC SQL
                 UPDATE IBMUSER.LOANS
                    SET DUE_DATE = DATE(:WS-IT-NEW-DATE)
                  WHERE LOAN_ID = :WS-IT-ID
                    AND RETURN_DATE IS NULL
                    AND DUE_DATE = DATE(:WS-CL-DATE)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET ITEM-MOVED  TO TRUE
                     SET ITEM-NOTIFY TO TRUE
                     ADD 1 TO WS-LOAN-CNTR
                     MOVE 'DUE DATE MOVED' TO WS-IT-RESULT
                     PERFORM 2220-WITHDRAW-NOTICES
                WHEN SQL-EOC
      **             RETURNED OR RENEWED SINCE THE CURSOR OPENED
                     MOVE 'ALREADY CHANGED - LEFT ALONE' TO WS-IT-RESULT
                WHEN OTHER
                     MOVE 'UPDATE LOANS DUE_DATE' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2220-WITHDRAW-NOTICES.
            MOVE '2220-WITHDRAW-NOTICES' TO ERR-LOC

      **    OVERDUE NOTICES RAISED FOR THE OLD DUE DATE AND NOT YET
      **    OUT OF THE BUILDING - EMAIL ALREADY SENT ('S') CANNOT BE
      **    CALLED BACK AND STAYS ON THE HISTORY AS SENT
            MOVE 0 TO WS-WITHDRAWN

            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-WITHDRAWN
                   FROM IBMUSER.NOTICE_HIST
                  WHERE LOAN_ID = :WS-IT-ID
                    AND NOTICE_TYPE IN ('O', '2', 'F')
                    AND DELIV_STATUS IN ('P', 'F')
                    AND NOTICE_DATE >= DATE(:WS-CL-DATE)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT NOTICE_HIST' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-WITHDRAWN > 0
               EXEC SQL
                    UPDATE IBMUSER.NOTICE_HIST
                       SET DELIV_STATUS = 'W'
                     WHERE LOAN_ID = :WS-IT-ID
                       AND NOTICE_TYPE IN ('O', '2', 'F')
                       AND DELIV_STATUS IN ('P', 'F')
                       AND NOTICE_DATE >= DATE(:WS-CL-DATE)
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'UPDATE NOTICE_HIST' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               ADD WS-WITHDRAWN TO WS-WDRAWN-CNTR
               MOVE 'DUE DATE MOVED - PULL OVERDUE NOTICE'
                 TO WS-IT-RESULT
            END-IF
            .

       2230-REDATE-HOLD.
            MOVE '2230-REDATE-HOLD' TO ERR-LOC

            PERFORM 2300-NEXT-OPEN-DAY

      **    THE WINDOW IS READY_DATE + HOLD_EXPIRE_DAYS, SO READY_DATE
      **    MOVES BY AS MANY DAYS AS THE EXPIRY DOES
            EXEC SQL
                 UPDATE IBMUSER.HOLDS
                    SET READY_DATE = READY_DATE
                        + (DAYS(DATE(:WS-IT-NEW-DATE))
                           - DAYS(DATE(:WS-CL-DATE))) DAYS
                  WHERE HOLD_ID = :WS-IT-ID
                    AND HOLD_STATUS = 'R'
                    AND READY_DATE + :WS-EXPIRE-DAYS DAYS
                        = DATE(:WS-CL-DATE)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET ITEM-MOVED  TO TRUE
                     SET ITEM-NOTIFY TO TRUE
                     ADD 1 TO WS-HOLD-CNTR
                     MOVE 'PICKUP WINDOW EXTENDED' TO WS-IT-RESULT
                WHEN SQL-EOC
      **             COLLECTED OR CANCELLED SINCE THE CURSOR OPENED
                     MOVE 'ALREADY CHANGED - LEFT ALONE' TO WS-IT-RESULT
                WHEN OTHER
                     MOVE 'UPDATE HOLDS READY_DATE' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2240-MOVE-ROOM-BOOKING.
            MOVE '2240-MOVE-ROOM-BOOKING' TO ERR-LOC

            IF WS-IT-PATRON = 0
      **       A LIBRARY EVENT - RESCHEDULED BY THE PROGRAMMING TEAM
               ADD 1 TO WS-EVENT-CNTR
               MOVE 'LIBRARY EVENT - RESCHEDULE ON EVNTTRN'
                 TO WS-IT-RESULT
            ELSE
      **       ROOMS BELONG TO NO BRANCH - ONLY BRANCH 0 CLOSURES
      **       BLOCK THE NEW DAY, AS IN ROOMTRN
               MOVE 0 TO WS-IT-BRANCH
               PERFORM 2300-NEXT-OPEN-DAY
               MOVE 0 TO WS-ROOM-BUSY

               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROOM-BUSY
                      FROM IBMUSER.ROOM_BOOKS
                     WHERE ROOM_ID     = :WS-IT-OBJECT
                       AND BOOK_DATE   = DATE(:WS-IT-NEW-DATE)
                       AND BOOK_STATUS = 'A'
                       AND START_HH    < :WS-IT-END-HH
                       AND END_HH      > :WS-IT-START-HH
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT ROOM_BOOKS OVERLAP' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               IF WS-ROOM-BUSY = 0
                  EXEC SQL
                       UPDATE IBMUSER.ROOM_BOOKS
                          SET BOOK_DATE = DATE(:WS-IT-NEW-DATE)
                        WHERE BOOKING_ID  = :WS-IT-ID
                          AND BOOK_STATUS = 'A'
                          AND BOOK_DATE   = DATE(:WS-CL-DATE)
                  END-EXEC
               ELSE
                  EXEC SQL
                       UPDATE IBMUSER.ROOM_BOOKS
                          SET BOOK_STATUS = 'C'
                        WHERE BOOKING_ID  = :WS-IT-ID
                          AND BOOK_STATUS = 'A'
                          AND BOOK_DATE   = DATE(:WS-CL-DATE)
                  END-EXEC
               END-IF

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        SET ITEM-NOTIFY TO TRUE
                        IF WS-ROOM-BUSY = 0
                           SET ITEM-MOVED TO TRUE
                           ADD 1 TO WS-ROOM-MOVE-CNTR
                           MOVE 'BOOKING MOVED' TO WS-IT-RESULT
                        ELSE
                           ADD 1 TO WS-ROOM-CANC-CNTR
                           MOVE 'ROOM TAKEN THAT DAY - CANCELLED'
                             TO WS-IT-RESULT
                        END-IF
                   WHEN SQL-EOC
                        MOVE 'ALREADY CHANGED - LEFT ALONE'
                          TO WS-IT-RESULT
                   WHEN OTHER
                        MOVE 'UPDATE ROOM_BOOKS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF
            .

       2300-NEXT-OPEN-DAY.
            MOVE '2300-NEXT-OPEN-DAY' TO ERR-LOC

            EXEC SQL
                 SELECT CHAR(DATE(:WS-CL-DATE) + 1 DAY, ISO)
                   INTO :WS-IT-NEW-DATE
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT NEXT DAY' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

      **    ROLL FORWARD WHILE THE DATE LANDS ON A CLOSED DAY, THE
      **    SAME WAY LOANTRN ROLLS A DUE DATE
            MOVE 1 TO WS-CLOSED-COUNT
            MOVE 0 TO WS-ROLL-CNT
            PERFORM 2310-ROLL-ONE-DAY UNTIL WS-CLOSED-COUNT = 0
                      OR WS-ROLL-CNT > 14
            .

       2310-ROLL-ONE-DAY.
            MOVE '2310-ROLL-ONE-DAY' TO ERR-LOC

            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-CLOSED-COUNT
                   FROM IBMUSER.CLOSED_DAYS
                  WHERE CLOSED_DATE = DATE(:WS-IT-NEW-DATE)
                    AND BRANCH_ID IN (0, :WS-IT-BRANCH)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT CLOSED_DAYS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF WS-CLOSED-COUNT > 0
               EXEC SQL
                    SELECT CHAR(DATE(:WS-IT-NEW-DATE) + 1 DAY, ISO)
                      INTO :WS-IT-NEW-DATE
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT NEXT DAY' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               ADD 1 TO WS-ROLL-CNT
            END-IF
            .

      *--------------------------------------------------------------*
      * FIRST ITEM FOR A PATRON: ADDRESS BLOCK, HEADING AND BODY. THE *
      * BODY'S &DUE IS THE CLOSED DAY; EACH ITEM LINE (2440) CARRIES  *
      * ITS OWN NEW DATE                                              *
      *--------------------------------------------------------------*
       2400-START-NOTICE.
            MOVE '2400-START-NOTICE' TO ERR-LOC

            INITIALIZE DCLPATR
                       WS-IND-VARS
            MOVE WS-IT-PATRON TO TBLPATR-PATRON-ID

            EXEC SQL
                 SELECT PATRON_NAME, EMAIL, PREF_LANG
                   INTO :TBLPATR-PATRON-NAME,
                        :TBLPATR-EMAIL :IND-EMAIL,
                        :TBLPATR-PREF-LANG
                   FROM IBMUSER.PATRONS
                  WHERE PATRON_ID = :TBLPATR-PATRON-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT PATRONS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF IND-EMAIL < 0
               MOVE SPACES TO TBLPATR-EMAIL-TEXT
               MOVE 0      TO TBLPATR-EMAIL-LEN
            END-IF
            IF TBLPATR-EMAIL-LEN > 0
               MOVE 'E' TO WS-DELIV-CHANNEL
               MOVE 'S' TO WS-DELIV-STATUS
               ADD 1 TO WS-NTC-EML-CNTR
            ELSE
               MOVE 'P' TO WS-DELIV-CHANNEL
               MOVE 'P' TO WS-DELIV-STATUS
               ADD 1 TO WS-NTC-PRT-CNTR
            END-IF

            MOVE WS-IT-PATRON TO WS-PATRON-DISP

            MOVE 'R'               TO WS-NR-FUNC
            MOVE 'C'               TO WS-NR-TYPE
            MOVE TBLPATR-PREF-LANG TO WS-NR-LANG
            MOVE TBLPATR-PATRON-NAME-TEXT (1:60) TO WS-NR-NAME
            MOVE SPACES            TO WS-NR-TITLE
                                      WS-NR-AMOUNT
                                      WS-NR-ITEM
            MOVE WS-CL-DATE        TO WS-NR-DUE
            MOVE WS-CL-BRANCH      TO WS-NR-BRANCH-ID
            MOVE WS-PATRON-DISP    TO WS-NR-PATRON
            MOVE 0                 TO WS-NR-RC
            CALL 'NTCRNDR' USING WS-NTCRNDR-PARMS
            IF WS-NR-RC NOT = 0
               MOVE WS-NR-RC TO EVAL-CODE
               MOVE 'CALL NTCRNDR' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            IF WS-NR-RESULT = 'F'
               DISPLAY 'NO ' WS-NR-LANG ' WORDING FOR TYPE C - PATRON '
                       WS-PATRON-DISP ' SENT IN EN'
               ADD 1 TO WS-LNG-FBK-CNTR
            END-IF

            MOVE WS-SEPARATOR TO WS-NOTICE-LINE
            PERFORM 2410-WRITE-NOTICE-LINE
            IF WS-DELIV-CHANNEL = 'P'
               PERFORM 2420-WRITE-ADDRESS-BLOCK
            END-IF

            MOVE 'LIBRARY CLOSED - YOUR DATES HAVE MOVED'
              TO WS-NOTICE-HEAD
            IF WS-NR-LINE-SW (1) = 'Y'
               MOVE WS-NR-LINE-TEXT (1) TO WS-NOTICE-HEAD
            END-IF
            MOVE SPACES TO WS-NOTICE-LINE
            STRING FUNCTION TRIM (WS-NOTICE-HEAD)
                                        DELIMITED BY SIZE
                   ' - PATRON '         DELIMITED BY SIZE
                   WS-PATRON-DISP       DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   TBLPATR-PATRON-NAME-TEXT (1:40)
                                        DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   TBLPATR-EMAIL-TEXT (1:40)
                                        DELIMITED BY SIZE
              INTO WS-NOTICE-LINE
            END-STRING
            PERFORM 2410-WRITE-NOTICE-LINE

            IF WS-NR-RESULT = 'N'
               STRING 'THE LIBRARY WAS CLOSED ON '
                                        DELIMITED BY SIZE
                      WS-CL-DATE        DELIMITED BY SIZE
                 INTO WS-NOTICE-LINE
               END-STRING
               PERFORM 2410-WRITE-NOTICE-LINE
               MOVE 'WHAT FELL ON THAT DAY HAS MOVED AS SHOWN BELOW'
                 TO WS-NOTICE-LINE
               PERFORM 2410-WRITE-NOTICE-LINE
               MOVE 'NO FINE OR NOTICE WILL COME FROM THE CLOSURE'
                 TO WS-NOTICE-LINE
               PERFORM 2410-WRITE-NOTICE-LINE
            ELSE
               PERFORM 2430-WRITE-BODY-LINE
                         VARYING WS-NR-IX FROM 2 BY 1
                         UNTIL WS-NR-IX > 8
            END-IF
            .

       2410-WRITE-NOTICE-LINE.
            MOVE '2410-WRITE-NOTICE-LINE' TO ERR-LOC

            IF WS-DELIV-CHANNEL = 'E'
               WRITE REC-CLOSNTML FROM WS-NOTICE-LINE
            ELSE
               WRITE REC-CLOSNTOP FROM WS-NOTICE-LINE
            END-IF
            MOVE SPACES TO WS-NOTICE-LINE
            .

       2420-WRITE-ADDRESS-BLOCK.
            MOVE '2420-WRITE-ADDRESS-BLOCK' TO ERR-LOC

      **    WINDOW-ENVELOPE ADDRESS BLOCK, AS ON THE NOTICRUN NOTICES;
      **    A PATRON WITH NO ADDRESS ON FILE GETS THE DESK COPY ONLY
            INITIALIZE WS-IND-VARS

            EXEC SQL
                 SELECT ADDR_LINE1, ADDR_LINE2, CITY, STATE,
                        POSTAL_CODE
                   INTO :TBLPATR-ADDR-LINE1 :IND-ADDR1,
                        :TBLPATR-ADDR-LINE2 :IND-ADDR2,
                        :TBLPATR-CITY :IND-CITY,
                        :TBLPATR-STATE :IND-STATE,
                        :TBLPATR-POSTAL-CODE :IND-ZIP
                   FROM IBMUSER.PATRONS
                  WHERE PATRON_ID = :TBLPATR-PATRON-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-EOC
               MOVE 'SELECT PATRON ADDRESS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            IF ERR-OK AND IND-ADDR1 NOT < 0
               MOVE TBLPATR-PATRON-NAME-TEXT (1:40) TO WS-NOTICE-LINE
               PERFORM 2410-WRITE-NOTICE-LINE
               MOVE TBLPATR-ADDR-LINE1-TEXT TO WS-NOTICE-LINE
               PERFORM 2410-WRITE-NOTICE-LINE
               IF IND-ADDR2 NOT < 0
               AND TBLPATR-ADDR-LINE2-TEXT NOT = SPACES
                  MOVE TBLPATR-ADDR-LINE2-TEXT TO WS-NOTICE-LINE
                  PERFORM 2410-WRITE-NOTICE-LINE
               END-IF

               IF IND-CITY < 0
                  MOVE SPACES TO TBLPATR-CITY-TEXT
               END-IF
               IF IND-STATE < 0
                  MOVE SPACES TO TBLPATR-STATE
               END-IF
               IF IND-ZIP < 0
                  MOVE SPACES TO TBLPATR-POSTAL-CODE-TEXT
               END-IF
               MOVE SPACES TO WS-CSZ-LINE
               STRING FUNCTION TRIM (TBLPATR-CITY-TEXT)
                                           DELIMITED BY SIZE
                      ', '                 DELIMITED BY SIZE
                      TBLPATR-STATE        DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      TBLPATR-POSTAL-CODE-TEXT
                                           DELIMITED BY SIZE
                 INTO WS-CSZ-LINE
               END-STRING
               MOVE WS-CSZ-LINE TO WS-NOTICE-LINE (1:40)
               PERFORM 2410-WRITE-NOTICE-LINE
               PERFORM 2410-WRITE-NOTICE-LINE
            END-IF
            .

       2430-WRITE-BODY-LINE.
            IF WS-NR-LINE-SW (WS-NR-IX) = 'Y'
               MOVE WS-NR-LINE-TEXT (WS-NR-IX) TO WS-NOTICE-LINE
               PERFORM 2410-WRITE-NOTICE-LINE
            END-IF
            .

       2440-WRITE-ITEM-LINE.
            MOVE '2440-WRITE-ITEM-LINE' TO ERR-LOC

      **    NTCRNDR KEEPS THE TEMPLATE IT LOADED FOR THE PATRON, SO A
      **    SECOND CALL ONLY RE-RENDERS THE ITEM LINE: &DUE IS NOW THE
      **    ITEM'S NEW DATE AND &TITLE THE BOOK OR ROOM
            MOVE WS-IT-ID TO WS-ITEMID-DISP
            MOVE SPACES   TO WS-NOTICE-LINE

            IF ITEM-MOVED
               MOVE 'R'                       TO WS-NR-FUNC
               MOVE TBLBKS-TITLE-TEXT (1:60)  TO WS-NR-TITLE
               MOVE WS-IT-NEW-DATE            TO WS-NR-DUE
               MOVE WS-IT-BRANCH              TO WS-NR-BRANCH-ID
               MOVE WS-ITEMID-DISP            TO WS-NR-ITEM
               MOVE 0                         TO WS-NR-RC
               CALL 'NTCRNDR' USING WS-NTCRNDR-PARMS
               IF WS-NR-RC NOT = 0
                  MOVE WS-NR-RC TO EVAL-CODE
                  MOVE 'CALL NTCRNDR' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
               IF WS-NR-LINE-SW (9) = 'Y'
                  MOVE WS-NR-LINE-TEXT (9) TO WS-NOTICE-LINE
               END-IF
            END-IF

            IF WS-NOTICE-LINE = SPACES
               EVALUATE TRUE
                   WHEN IT-LOAN
                        STRING '   NOW DUE '       DELIMITED BY SIZE
                               WS-IT-NEW-DATE      DELIMITED BY SIZE
                               '  LOAN '           DELIMITED BY SIZE
                               WS-ITEMID-DISP      DELIMITED BY SIZE
                               '  '                DELIMITED BY SIZE
                               TBLBKS-TITLE-TEXT (1:60)
                                                   DELIMITED BY SIZE
                          INTO WS-NOTICE-LINE
                        END-STRING
                   WHEN IT-HOLD
                        STRING '   PICK UP BY '    DELIMITED BY SIZE
                               WS-IT-NEW-DATE      DELIMITED BY SIZE
                               '  HOLD '           DELIMITED BY SIZE
                               WS-ITEMID-DISP      DELIMITED BY SIZE
                               '  '                DELIMITED BY SIZE
                               TBLBKS-TITLE-TEXT (1:60)
                                                   DELIMITED BY SIZE
                          INTO WS-NOTICE-LINE
                        END-STRING
                   WHEN ITEM-MOVED
                        MOVE WS-IT-START-HH TO WS-HH-DISP
                        MOVE WS-IT-END-HH   TO WS-HH2-DISP
                        STRING '   ROOM NOW '      DELIMITED BY SIZE
                               WS-IT-NEW-DATE      DELIMITED BY SIZE
                               ' '                 DELIMITED BY SIZE
                               WS-HH-DISP          DELIMITED BY SIZE
                               ':00-'              DELIMITED BY SIZE
                               WS-HH2-DISP         DELIMITED BY SIZE
                               ':00  '             DELIMITED BY SIZE
                               TBLBKS-TITLE-TEXT (1:40)
                                                   DELIMITED BY SIZE
                          INTO WS-NOTICE-LINE
                        END-STRING
                   WHEN OTHER
                        STRING '   ROOM BOOKING CANCELLED - NO FREE '
                                                   DELIMITED BY SIZE
                               'SLOT ON '          DELIMITED BY SIZE
                               WS-IT-NEW-DATE      DELIMITED BY SIZE
                               '  '                DELIMITED BY SIZE
                               TBLBKS-TITLE-TEXT (1:40)
                                                   DELIMITED BY SIZE
                          INTO WS-NOTICE-LINE
                        END-STRING
               END-EVALUATE
            END-IF
            PERFORM 2410-WRITE-NOTICE-LINE
            .

       2450-WRITE-NOTICE-HIST.
            MOVE '2450-WRITE-NOTICE-HIST' TO ERR-LOC

            MOVE 'NOTICE_ID' TO WS-NXT-ID-NAME
            PERFORM 8100-GET-NEXT-ID
            MOVE WS-NXT-NEXT-ID TO TBLNTC-NOTICE-ID
            MOVE WS-IT-PATRON   TO TBLNTC-PATRON-ID
            MOVE 0 TO TBLNTC-LOAN-ID TBLNTC-HOLD-ID
            MOVE -1 TO IND-LOAN-ID IND-HOLD-ID
            EVALUATE TRUE
                WHEN IT-LOAN
                     MOVE WS-IT-ID TO TBLNTC-LOAN-ID
                     MOVE 0        TO IND-LOAN-ID
                WHEN IT-HOLD
                     MOVE WS-IT-ID TO TBLNTC-HOLD-ID
                     MOVE 0        TO IND-HOLD-ID
                WHEN OTHER
                     CONTINUE
            END-EVALUATE

            EXEC SQL
                 INSERT INTO IBMUSER.NOTICE_HIST
                        (NOTICE_ID, PATRON_ID, LOAN_ID, HOLD_ID,
                         NOTICE_TYPE, NOTICE_DATE,
                         DELIV_CHANNEL, DELIV_STATUS)
                 VALUES (:TBLNTC-NOTICE-ID, :TBLNTC-PATRON-ID,
                         :TBLNTC-LOAN-ID :IND-LOAN-ID,
                         :TBLNTC-HOLD-ID :IND-HOLD-ID,
                         'C', CURRENT DATE,
                         :WS-DELIV-CHANNEL, :WS-DELIV-STATUS)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT NOTICE_HIST' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2500-WRITE-DETAIL.
            MOVE '2500-WRITE-DETAIL' TO ERR-LOC

            MOVE SPACES TO WS-DTL-LINE
            EVALUATE TRUE
                WHEN IT-LOAN
                     MOVE 'LOAN'  TO WS-DL-KIND
                WHEN IT-HOLD
                     MOVE 'HOLD'  TO WS-DL-KIND
                WHEN OTHER
                     MOVE 'ROOM'  TO WS-DL-KIND
            END-EVALUATE
            MOVE WS-IT-ID                 TO WS-DL-ITEM-ID
            MOVE WS-IT-PATRON             TO WS-DL-PATRON
            MOVE TBLBKS-TITLE-TEXT (1:34) TO WS-DL-TITLE
            MOVE WS-IT-OLD-DATE           TO WS-DL-OLD-DATE
            IF ITEM-MOVED
               MOVE WS-IT-NEW-DATE        TO WS-DL-NEW-DATE
            END-IF
            MOVE WS-IT-RESULT             TO WS-DL-RESULT
            WRITE REC-CLOSRPOP FROM WS-DTL-LINE
            ADD 1 TO WS-LINE-CNTR
            .

       2800-WRITE-TOTALS.
            MOVE '2800-WRITE-TOTALS' TO ERR-LOC

            WRITE REC-CLOSRPOP FROM WS-REP-SPACES
            MOVE 'CLOSURES SWEPT'          TO WS-TL-LABEL
            MOVE WS-CLOSURE-CNTR           TO WS-TL-COUNT
            WRITE REC-CLOSRPOP FROM WS-TOTAL-LINE
            MOVE 'LOAN DUE DATES MOVED'    TO WS-TL-LABEL
            MOVE WS-LOAN-CNTR              TO WS-TL-COUNT
            WRITE REC-CLOSRPOP FROM WS-TOTAL-LINE
            MOVE 'HOLD PICKUP WINDOWS MOVED' TO WS-TL-LABEL
            MOVE WS-HOLD-CNTR              TO WS-TL-COUNT
            WRITE REC-CLOSRPOP FROM WS-TOTAL-LINE
            MOVE 'ROOM BOOKINGS MOVED'     TO WS-TL-LABEL
            MOVE WS-ROOM-MOVE-CNTR         TO WS-TL-COUNT
            WRITE REC-CLOSRPOP FROM WS-TOTAL-LINE
            MOVE 'ROOM BOOKINGS CANCELLED' TO WS-TL-LABEL
            MOVE WS-ROOM-CANC-CNTR         TO WS-TL-COUNT
            WRITE REC-CLOSRPOP FROM WS-TOTAL-LINE
            MOVE 'LIBRARY EVENTS TO RESCHEDULE' TO WS-TL-LABEL
            MOVE WS-EVENT-CNTR             TO WS-TL-COUNT
            WRITE REC-CLOSRPOP FROM WS-TOTAL-LINE
            MOVE 'OVERDUE NOTICES WITHDRAWN' TO WS-TL-LABEL
            MOVE WS-WDRAWN-CNTR            TO WS-TL-COUNT
            WRITE REC-CLOSRPOP FROM WS-TOTAL-LINE
            MOVE 'CLOSURE NOTICES PRINTED' TO WS-TL-LABEL
            MOVE WS-NTC-PRT-CNTR           TO WS-TL-COUNT
            WRITE REC-CLOSRPOP FROM WS-TOTAL-LINE
            MOVE 'CLOSURE NOTICES EMAILED' TO WS-TL-LABEL
            MOVE WS-NTC-EML-CNTR           TO WS-TL-COUNT
            WRITE REC-CLOSRPOP FROM WS-TOTAL-LINE
            MOVE 'COMMITS TAKEN'           TO WS-TL-LABEL
            MOVE WS-COMMIT-CNTR            TO WS-TL-COUNT
            WRITE REC-CLOSRPOP FROM WS-TOTAL-LINE
            ADD 11 TO WS-LINE-CNTR

            DISPLAY WS-CLOSURE-CNTR   ' CLOSURES SWEPT'
            DISPLAY WS-LOAN-CNTR      ' LOAN DUE DATES MOVED'
            DISPLAY WS-HOLD-CNTR      ' HOLD PICKUP WINDOWS MOVED'
            DISPLAY WS-ROOM-MOVE-CNTR ' ROOM BOOKINGS MOVED'
            DISPLAY WS-ROOM-CANC-CNTR ' ROOM BOOKINGS CANCELLED'
            DISPLAY WS-WDRAWN-CNTR    ' OVERDUE NOTICES WITHDRAWN'
            DISPLAY WS-LNG-FBK-CNTR   ' NOTICES SENT IN EN FALLBACK'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.CLOSRPOP'
            WRITE REC-CLOSRPOP FROM WS-REP-SPACES
            WRITE REC-CLOSRPOP FROM WS-REP-FOOTER
            ADD 2 TO WS-LINE-CNTR
            .

       2900-COMMIT-CHUNK.
            MOVE '2900-COMMIT-CHUNK' TO ERR-LOC

            EXEC SQL COMMIT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'COMMIT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            ADD 1 TO WS-COMMIT-CNTR
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            COMPUTE WS-RL-REC-COUNT = WS-LOAN-CNTR + WS-HOLD-CNTR
                                    + WS-ROOM-MOVE-CNTR
                                    + WS-ROOM-CANC-CNTR
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

      **    REGISTER THE KEPT OUTPUT GENERATION (SEE REPREG)
            MOVE 'CLOSRPOP' TO WS-RR-REP-NAME
            MOVE SPACES TO WS-RR-PARM-TEXT
            MOVE WS-LINE-CNTR TO WS-RR-LINE-COUNT
            MOVE WS-RL-RUN-ID TO WS-RR-RUN-ID
            CALL 'REPREG' USING WS-REPREG-PARMS
            IF WS-RR-RC NOT = 0
               DISPLAY 'REPREG FAILED - RUN NOT REGISTERED'
            END-IF

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILES.
            MOVE '3100-CLOSE-FILES' TO ERR-LOC

            CLOSE FD-CLOSRPOP
            MOVE FS-CLOSRPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-CLOSRPOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            CLOSE FD-CLOSNTOP
            MOVE FS-CLOSNTOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-CLOSNTOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            CLOSE FD-CLOSNTML
            MOVE FS-CLOSNTML TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-CLOSNTML' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       8100-GET-NEXT-ID.
            MOVE '8100-GET-NEXT-ID' TO ERR-LOC

            MOVE 0 TO WS-NXT-NEXT-ID
                      WS-NXT-RC
            CALL 'NEXTID' USING WS-NEXTID-PARMS

            IF WS-NXT-RC NOT = 0
               MOVE WS-NXT-RC TO EVAL-CODE
               MOVE 'CALL NEXTID' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      *--------------------------------------------------------------*
      * BACK OUT THE CLOSURE IN FLIGHT BEFORE LOGGING THE FAILURE;    *
      * IT IS NOT STAMPED, SO THE NEXT RUN SWEEPS IT AGAIN            *
      *--------------------------------------------------------------*
       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            DISPLAY WS-ERROR
            EXEC SQL ROLLBACK END-EXEC
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
