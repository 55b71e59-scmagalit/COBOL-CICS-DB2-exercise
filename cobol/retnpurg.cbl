      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RETNPURG.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/18/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * TABLE-DRIVEN RETENTION AND PURGE - NIGHTLY                     *
      *----------------------------------------------------------------*
      * - AUDARCH, LOANARCH AND FINARCH KEEP BOOKS_AUDIT, LOANS, FINES *
      *   AND NOTICE_HIST IN CHECK, BUT THE LOG AND HISTORY TABLES     *
      *   BELOW WERE NEVER CLEANED UP. THIS JOB PURGES THEM BY THE     *
      *   RULES IN IBMUSER.RETAIN_RULES (SEE DCLRTR), ONE ROW PER      *
      *   TABLE: ITS DATE COLUMN, RETENTION PERIOD, WHETHER TO ARCHIVE *
      *   FIRST OR JUST DELETE, AND ANY LEGAL HOLD                     *
      * - EACH TABLE HAS ITS OWN HANDLER; A ROW IS ONLY TAKEN WHEN IT  *
      *   IS OLDER THAN THE CUTOFF AND ITS BUSINESS IS FINISHED:       *
      *     CIRC_LOG      LOG_TS                                       *
      *     ROOM_BOOKS    BOOK_DATE                                    *
      *     RUN_HIST      START_TS     NOT THIS RUN'S OWN ROW          *
      *     REP_REGIST    RUN_TS                                       *
      *     XFERS         REQ_DATE     NOT STILL IN TRANSIT            *
      *     SERIAL_ISSUES EXPECT_DATE  RECEIVED (NOT EXPECTED/CLAIMED) *
      *     FINE_PAYS     PAY_TS       FINE NO LONGER IN FINES AND NO  *
      *                                CURRENT PAYMENT PLAN ON IT      *
      *     FINES_AUDIT   AUDIT_TS     FINE NO LONGER IN FINES         *
      *     ILL_LOANS     REQUEST_DATE CLOSED ('C')                    *
      *   A RULE NAMING ANOTHER TABLE OR DATE COLUMN, OR A HOLD RULE   *
      *   THE TABLE DOES NOT SUPPORT, IS SKIPPED AND REPORTED          *
      * - LEGAL HOLDS (HOLD_RULE):                                     *
      *     E  ROWS IN A MONTH AFTER THE LAST MONTH FINEXP EXPORTED    *
      *        (ITS LAST SUCCESSFUL RUN IN RUN_HIST) ARE KEPT          *
      *     C  PAYMENTS OF A PATRON WITH AN OPEN COLLECTION REFERRAL   *
      *        ARE KEPT                                                *
      *     B  BOTH E AND C                                            *
      *     L  THE LATEST ROW OF EACH JOB (RUN_HIST) OR REPORT         *
      *        (REP_REGIST) IS KEPT, SO JOBSTAT AND THE FINEXP HOLD    *
      *        ALWAYS HAVE THE LAST RUN TO GO BY                       *
      * - PURGE_MODE 'A' WRITES EACH ROW TO RETARCO IN THE TBLUNLD     *
      *   RECORD STYLE (450 BYTES, Y/N NULL FLAGS) BEFORE DELETING IT; *
      *   EACH TABLE'S ROWS END WITH A 'CTL' RECORD CARRYING ITS CODE  *
      *   AND THE NUMBER ARCHIVED                                      *
      * - ROWS GO IN KEY ORDER AND ARE COMMITTED EVERY COMMIT=n ROWS   *
      *   TOGETHER WITH THE LAST KEY ON THE RULE ROW (RESTART_KEY), AS *
      *   BOOKLOAD DOES WITH LOAD_CKPT. RESTART=Y PICKS UP AFTER THAT  *
      *   KEY AND EXTENDS RETARCO; THE ROWS OF THE CHUNK THAT WAS IN   *
      *   FLIGHT WHEN THE JOB FAILED MAY BE ARCHIVED TWICE (SAME KEY). *
      *   A FINISHED TABLE CLEARS ITS RESTART KEY AND STAMPS           *
      *   LAST_RUN_DATE AND LAST_PURGED                                *
      * - THE REPORT (RETNRPOP) SHOWS EACH TABLE'S ROW COUNT BEFORE    *
      *   AND AFTER WITH WHAT WAS ARCHIVED AND DELETED; REGISTERED IN  *
      *   RUN_HIST (RUNLOG) AND REP_REGIST (REPREG)                    *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   18,2020 - INITIAL VERSION                        (1218RP)*
      *                                                                *
      * PARM CARD (ALL OPTIONAL, COMMA-SEPARATED):                     *
      *   COMMIT=n    - ROWS PER UNIT OF WORK (DEFAULT 500)            *
      *   RESTART=Y   - RESUME AFTER EACH TABLE'S RESTART_KEY          *
      *   TABLE=name  - PURGE ONLY THIS TABLE (DEFAULT ALL ACTIVE)     *
      *                                                                *
      * ARCHIVE RECORD LAYOUTS (RETARCO, 450 BYTES) - SEE WS-UNLD-     *
      * RECORD; CONTROL RECORD 'CTL' + TABLE CODE + COUNT:             *
      *   CIRCLOG ROOMBOOK RUNHIST REPREGST XFERS SERISSUE FINEPAYS    *
      *   FINEAUDT ILLLOANS                                            *
      *                                                                *
      * FILES:                                                         *
      * RETARCO  (OUTPUT) - IBMUSER.SMAGALIT.RETARCO                   *
      * RETNRPOP (OUTPUT) - IBMUSER.SMAGALIT.RETNRPOP                  *
      * IBMUSER.RETAIN_RULES (I/O) - RULES AND RESTART KEYS            *
      * IBMUSER.CIRC_LOG, ROOM_BOOKS, RUN_HIST, REP_REGIST, XFERS,     *
      *   SERIAL_ISSUES, FINE_PAYS, FINES_AUDIT, ILL_LOANS (I/O)       *
      * IBMUSER.FINES, PAY_PLANS, COLL_REFERRALS (I) - HOLD CHECKS     *
      *                                                                *
      * 0000-MAIN                      2531-FETCH-REP-REGIST           *
      * 1000-INIT                      2532-ARCHIVE-REP-REGIST         *
      * 1100-GET-TIMESTAMP             2540-CHUNK-XFERS                *
      * 1150-PARSE-PARM                2541-FETCH-XFERS                *
      * 1160-APPLY-ONE-PARM            2542-ARCHIVE-XFERS              *
      * 1200-GET-EXPORTED-MONTH        2550-CHUNK-SER-ISSUES           *
      * 1300-OPEN-FILES                2551-FETCH-SER-ISSUES           *
      * 1400-SET-REPVARS               2552-ARCHIVE-SER-ISSUES         *
      * 2000-MAIN-LOGIC                2560-CHUNK-FINE-PAYS            *
      * 2050-WRITE-HEADERS             2561-FETCH-FINE-PAYS            *
      * 2100-LOAD-RULES                2562-ARCHIVE-FINE-PAYS          *
      * 2110-FETCH-RULE                2570-CHUNK-FINES-AUDIT          *
      * 2200-PURGE-TABLE               2571-FETCH-FINES-AUDIT          *
      * 2210-CHECK-RULE                2572-ARCHIVE-FINES-AUDIT        *
      * 2220-GET-CUTOFF                2580-CHUNK-ILL-LOANS            *
      * 2300-COUNT-ROWS                2581-FETCH-ILL-LOANS            *
      * 2400-PURGE-CHUNK               2582-ARCHIVE-ILL-LOANS          *
      * 2500-CHUNK-CIRC-LOG            2800-WRITE-ARCHIVE              *
      * 2501-FETCH-CIRC-LOG            2850-WRITE-CONTROL-REC          *
      * 2502-ARCHIVE-CIRC-LOG          2900-COMMIT-CHUNK               *
      * 2510-CHUNK-ROOM-BOOKS          2950-FINISH-TABLE               *
      * 2511-FETCH-ROOM-BOOKS          2960-WRITE-TABLE-LINE           *
      * 2512-ARCHIVE-ROOM-BOOKS        3000-CLEANUP                    *
      * 2520-CHUNK-RUN-HIST            3100-CLOSE-FILES                *
      * 2521-FETCH-RUN-HIST            9999-ERROR-HANDLING             *
      * 2522-ARCHIVE-RUN-HIST          9999-TERMINATE                  *
      * 2530-CHUNK-REP-REGIST                                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RETARCO   ASSIGN       TO    RETARCO
                               FILE STATUS  IS FS-RETARCO
                               ORGANIZATION IS SEQUENTIAL.
           SELECT FD-RETNRPOP  ASSIGN       TO    RETNRPOP
                               FILE STATUS  IS FS-RETNRPOP
                               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-RETARCO
           RECORDING MODE F
           RECORD CONTAINS 450 CHARACTERS.
       01  REC-RETARCO                  PIC X(450).

       FD  FD-RETNRPOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-RETNRPOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-UNLD-RECORD          PIC X(450)     VALUE SPACES.
           05  WS-CLG-REC REDEFINES WS-UNLD-RECORD.
               10  WS-UG-LOG-ID        PIC 9(09).
               10  WS-UG-LOAN-ID       PIC 9(09).
               10  WS-UG-ACTION        PIC X(01).
               10  WS-UG-OPERATOR      PIC X(08).
               10  WS-UG-BRANCH        PIC 9(09).
               10  WS-UG-LOG-TS        PIC X(26).
               10  FILLER              PIC X(388).
           05  WS-RBK-REC REDEFINES WS-UNLD-RECORD.
               10  WS-UM-BOOKING-ID    PIC 9(09).
               10  WS-UM-ROOM-ID       PIC 9(09).
               10  WS-UM-PATRON-ID     PIC 9(09).
               10  WS-UM-BOOK-DATE     PIC X(10).
               10  WS-UM-START-HH      PIC 9(09).
               10  WS-UM-END-HH        PIC 9(09).
               10  WS-UM-STATUS        PIC X(01).
               10  FILLER              PIC X(394).
           05  WS-RUN-REC REDEFINES WS-UNLD-RECORD.
               10  WS-UR-RUN-ID        PIC 9(09).
               10  WS-UR-JOB-NAME      PIC X(08).
               10  WS-UR-PARM-TEXT     PIC X(100).
               10  WS-UR-START-TS      PIC X(26).
               10  WS-UR-END-TS        PIC X(26).
               10  WS-UR-STATUS        PIC X(07).
               10  WS-UR-REC-COUNT     PIC 9(09).
               10  WS-UR-ERR-LOC       PIC X(26).
               10  WS-UR-ERR-MSG       PIC X(26).
               10  WS-UR-NULLS         PIC X(04).
               10  FILLER              PIC X(209).
           05  WS-RRG-REC REDEFINES WS-UNLD-RECORD.
               10  WS-UE-REP-ID        PIC 9(09).
               10  WS-UE-REP-NAME      PIC X(08).
               10  WS-UE-RUN-TS        PIC X(26).
               10  WS-UE-PARM-TEXT     PIC X(58).
               10  WS-UE-LINE-COUNT    PIC 9(09).
               10  WS-UE-RUN-ID        PIC 9(09).
               10  WS-UE-NULLS         PIC X(02).
               10  FILLER              PIC X(329).
           05  WS-XFR-REC REDEFINES WS-UNLD-RECORD.
               10  WS-UX-XFER-ID       PIC 9(09).
               10  WS-UX-BOOK-ID       PIC 9(09).
               10  WS-UX-FROM-BRANCH   PIC 9(09).
               10  WS-UX-TO-BRANCH     PIC 9(09).
               10  WS-UX-REQ-DATE      PIC X(10).
               10  WS-UX-REQ-OPERATOR  PIC X(08).
               10  WS-UX-RECV-DATE     PIC X(10).
               10  WS-UX-STATUS        PIC X(01).
               10  WS-UX-NULLS         PIC X(01).
               10  FILLER              PIC X(384).
           05  WS-SIS-REC REDEFINES WS-UNLD-RECORD.
               10  WS-US-SUB-ID        PIC 9(09).
               10  WS-US-ISSUE-SEQ     PIC 9(09).
               10  WS-US-EXPECT-DATE   PIC X(10).
               10  WS-US-RECV-DATE     PIC X(10).
               10  WS-US-STATUS        PIC X(01).
               10  WS-US-CLAIM-DATE    PIC X(10).
               10  WS-US-NULLS         PIC X(02).
               10  FILLER              PIC X(399).
           05  WS-FPY-REC REDEFINES WS-UNLD-RECORD.
               10  WS-UP-PAY-ID        PIC 9(09).
               10  WS-UP-FINE-ID       PIC 9(09).
               10  WS-UP-PATRON-ID     PIC 9(09).
               10  WS-UP-PAY-TYPE      PIC X(01).
               10  WS-UP-TENDER        PIC X(01).
               10  WS-UP-AMOUNT        PIC S9(05)V9(02).
               10  WS-UP-OPERATOR      PIC X(08).
               10  WS-UP-PAY-TS        PIC X(26).
               10  WS-UP-EXT-REF       PIC X(20).
               10  WS-UP-PLAN-ID       PIC 9(09).
               10  WS-UP-NULLS         PIC X(02).
               10  FILLER              PIC X(349).
           05  WS-FAU-REC REDEFINES WS-UNLD-RECORD.
               10  WS-UA-AUDIT-ID      PIC 9(09).
               10  WS-UA-FINE-ID       PIC 9(09).
               10  WS-UA-ACTION        PIC X(01).
               10  WS-UA-OPERATOR      PIC X(08).
               10  WS-UA-AMOUNT        PIC S9(05)V9(02).
               10  WS-UA-BEFORE        PIC S9(05)V9(02).
               10  WS-UA-AFTER         PIC S9(05)V9(02).
               10  WS-UA-AUDIT-TS      PIC X(26).
               10  FILLER              PIC X(376).
           05  WS-ILL-REC REDEFINES WS-UNLD-RECORD.
               10  WS-UI-ILL-ID        PIC 9(09).
               10  WS-UI-PARTNER-NAME  PIC X(60).
               10  WS-UI-DIRECTION     PIC X(01).
               10  WS-UI-BOOK-ID       PIC 9(09).
               10  WS-UI-TITLE         PIC X(255).
               10  WS-UI-PATRON-ID     PIC 9(09).
               10  WS-UI-REQUEST-DATE  PIC X(10).
               10  WS-UI-RECEIVED-DATE PIC X(10).
               10  WS-UI-RETURNED-DATE PIC X(10).
               10  WS-UI-STATUS        PIC X(01).
               10  WS-UI-PARTNER-ID    PIC 9(09).
               10  WS-UI-FEE           PIC 9(03)V9(02).
               10  WS-UI-NET-REF       PIC X(20).
               10  WS-UI-NEED-BY-DATE  PIC X(10).
               10  WS-UI-NULLS         PIC X(09).
               10  FILLER              PIC X(23).
           05  WS-CTL-REC REDEFINES WS-UNLD-RECORD.
               10  WS-UC-TAG           PIC X(03).
               10  WS-UC-TABLE         PIC X(08).
               10  WS-UC-COUNT         PIC 9(09).
               10  FILLER              PIC X(430).

           05  WS-RULE-TABLE.
               10  WS-RULE-ENTRY       OCCURS 30 TIMES.
                   15  WS-RT-NAME      PIC X(18).
                   15  WS-RT-NAME-LEN  PIC S9(04) COMP.
                   15  WS-RT-DATE-COL  PIC X(18).
                   15  WS-RT-DAYS      PIC S9(09) COMP.
                   15  WS-RT-MODE      PIC X(01).
                   15  WS-RT-HOLD      PIC X(01).
                   15  WS-RT-KEY       PIC S9(09) COMP.
                   15  WS-RT-KEY2      PIC S9(09) COMP.
           05  WS-RULE-MAX             PIC S9(04) COMP VALUE 30.
           05  WS-RULE-CNT             PIC S9(04) COMP VALUE 0.
           05  WS-RULE-IDX             PIC S9(04) COMP VALUE 0.

           05  WS-TBL-CODE             PIC X(08)      VALUE SPACES.
               88  TBL-CIRC-LOG                       VALUE 'CIRCLOG'.
               88  TBL-ROOM-BOOKS                     VALUE 'ROOMBOOK'.
               88  TBL-RUN-HIST                       VALUE 'RUNHIST'.
               88  TBL-REP-REGIST                     VALUE 'REPREGST'.
               88  TBL-XFERS                          VALUE 'XFERS'.
               88  TBL-SER-ISSUES                     VALUE 'SERISSUE'.
               88  TBL-FINE-PAYS                      VALUE 'FINEPAYS'.
               88  TBL-FINES-AUDIT                    VALUE 'FINEAUDT'.
               88  TBL-ILL-LOANS                      VALUE 'ILLLOANS'.
           05  WS-TBL-DATE-COL         PIC X(18)      VALUE SPACES.
           05  WS-TBL-HOLDS            PIC X(04)      VALUE SPACES.
           05  WS-HOLD-HITS            PIC S9(04) COMP VALUE 0.
           05  WS-TBL-NOTE             PIC X(32)      VALUE SPACES.
           05  WS-CUTOFF-DATE          PIC X(10)      VALUE SPACES.
           05  WS-RETAIN-DAYS          PIC S9(09) COMP VALUE 0.
           05  WS-RESTART-KEY          PIC S9(09) COMP VALUE 0.
           05  WS-RESTART-KEY2         PIC S9(09) COMP VALUE 0.
           05  WS-ROWS-BEFORE          PIC S9(09) COMP VALUE 0.
           05  WS-ROWS-AFTER           PIC S9(09) COMP VALUE 0.
           05  WS-ROW-COUNT            PIC S9(09) COMP VALUE 0.
           05  WS-HOLD-EXPORT          PIC X(01)      VALUE 'N'.
           05  WS-HOLD-COLL            PIC X(01)      VALUE 'N'.
           05  WS-HOLD-LATEST          PIC X(01)      VALUE 'N'.
           05  WS-EXPORTED-THRU        PIC X(07)      VALUE SPACES.
           05  WS-ONLY-TABLE           PIC X(18)      VALUE SPACES.
           05  WS-ARCHIVE-SW           PIC 9          VALUE 0.
               88  ARCHIVE-ROWS                       VALUE 1.
           05  WS-SKIP-SW              PIC 9          VALUE 0.
               88  TABLE-SKIPPED                      VALUE 1.
           05  WS-TABLE-DONE-SW        PIC 9          VALUE 0.
               88  TABLE-DONE                         VALUE 1.
           05  WS-FETCH-SW             PIC 9          VALUE 0.
               88  FETCH-DONE                         VALUE 1.
           05  WS-IND-VARS.
               10  IND-1               PIC S9(04) COMP VALUE 0.
               10  IND-2               PIC S9(04) COMP VALUE 0.
               10  IND-3               PIC S9(04) COMP VALUE 0.
               10  IND-4               PIC S9(04) COMP VALUE 0.
               10  IND-5               PIC S9(04) COMP VALUE 0.
               10  IND-6               PIC S9(04) COMP VALUE 0.
               10  IND-7               PIC S9(04) COMP VALUE 0.
               10  IND-8               PIC S9(04) COMP VALUE 0.
               10  IND-9               PIC S9(04) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-CHUNK-CNTR       PIC S9(09) COMP VALUE 0.
               10  WS-TBL-ARCH-CNTR    PIC S9(09) COMP VALUE 0.
               10  WS-TBL-DEL-CNTR     PIC S9(09) COMP VALUE 0.
               10  WS-TOT-ARCH-CNTR    PIC S9(09) COMP VALUE 0.
               10  WS-TOT-DEL-CNTR     PIC S9(09) COMP VALUE 0.
               10  WS-TBL-DONE-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-TBL-SKIP-CNTR    PIC S9(08) COMP VALUE 0.
               10  WS-COMMIT-CNTR      PIC S9(08) COMP VALUE 0.
               10  WS-LINE-CNTR        PIC S9(08) COMP VALUE 0.

           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(40)
                          VALUE 'NO ACTIVE RETENTION RULES'         .
               10  FILLER              PIC X(88)     VALUE SPACES  .
           05  WS-TBL-HDR.
               10  FILLER              PIC X(15)
                                       VALUE ' TABLE'             .
               10  FILLER              PIC X(13)
                                       VALUE ' DATE COLUMN'       .
               10  FILLER              PIC X(06)
                                       VALUE '  DAYS'             .
               10  FILLER              PIC X(11)
                                       VALUE ' CUTOFF'            .
               10  FILLER              PIC X(08)
                                       VALUE ' MODE'              .
               10  FILLER              PIC X(05)
                                       VALUE ' HOLD'              .
               10  FILLER              PIC X(10)
                                       VALUE '    BEFORE'         .
               10  FILLER              PIC X(10)
                                       VALUE '  ARCHIVED'         .
               10  FILLER              PIC X(10)
                                       VALUE '   DELETED'         .
               10  FILLER              PIC X(10)
                                       VALUE '     AFTER'         .
               10  FILLER              PIC X(34)
                                       VALUE '  RESULT'           .
           05  WS-TBL-LINE.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-TABLE         PIC X(14)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-DATE-COL      PIC X(12)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-DAYS          PIC ZZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-CUTOFF        PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-MODE          PIC X(07)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-RP-HOLD          PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-RP-BEFORE        PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-ARCHIVED      PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-DELETED       PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-RP-AFTER         PIC Z(8)9.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-RP-RESULT        PIC X(32)     VALUE SPACES  .
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  WS-TL-LABEL         PIC X(30)     VALUE SPACES  .
               10  WS-TL-COUNT         PIC Z(8)9.
               10  FILLER              PIC X(89)     VALUE SPACES  .
           05  WS-HOLD-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(30)
                          VALUE 'FINEXP EXPORTED THROUGH'           .
               10  WS-HL-MONTH         PIC X(07)     VALUE SPACES  .
               10  FILLER              PIC X(91)     VALUE SPACES  .

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'TABLE RETENTION AND PURGE'
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
               10  FS-RETARCO           PIC 99          VALUE 0.
               10  FS-RETNRPOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)     VALUE 'RETNPURG'.

       01  WS-CKPT-VARS.
           05  WS-COMMIT-EVERY      PIC S9(09) COMP   VALUE 500.
           05  WS-RESTART-SW        PIC 9             VALUE 0.
               88  RESTART-RUN                        VALUE 1.
           05  WS-CKPT-TOK          OCCURS 3 TIMES
                                    PIC X(32)  VALUE SPACES.
           05  WS-CKPT-TOK-IDX      PIC S9(04) COMP   VALUE 0.

       01  WS-PARM-VARS2.
           05  WS-PARM-KEY          PIC X(10)  VALUE SPACES.
           05  WS-PARM-VAL          PIC X(22)  VALUE SPACES.

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
           EXEC SQL INCLUDE DCLRTR   END-EXEC.
           EXEC SQL INCLUDE DCLCLG   END-EXEC.
           EXEC SQL INCLUDE DCLRBK   END-EXEC.
           EXEC SQL INCLUDE DCLRUN   END-EXEC.
           EXEC SQL INCLUDE DCLRRG   END-EXEC.
           EXEC SQL INCLUDE DCLXFR   END-EXEC.
           EXEC SQL INCLUDE DCLSIS   END-EXEC.
           EXEC SQL INCLUDE DCLFPY   END-EXEC.
           EXEC SQL INCLUDE DCLFAU   END-EXEC.
           EXEC SQL INCLUDE DCLILL   END-EXEC.
           EXEC SQL INCLUDE DCLFINE  END-EXEC.
           EXEC SQL INCLUDE DCLPPL   END-EXEC.
           EXEC SQL INCLUDE DCLCRF   END-EXEC.

      **   ACTIVE RULES, LOADED UP FRONT SINCE THE PURGE COMMITS
           EXEC SQL DECLARE CURRTRUL CURSOR FOR
                SELECT TABLE_NAME
                      ,DATE_COLUMN
                      ,RETAIN_DAYS
                      ,PURGE_MODE
                      ,HOLD_RULE
                      ,RESTART_KEY
                      ,RESTART_KEY2
                  FROM IBMUSER.RETAIN_RULES
                 WHERE ACTIVE_FLAG = 'Y'
                   AND (:WS-ONLY-TABLE = ' '
                        OR TABLE_NAME = :WS-ONLY-TABLE)
                 ORDER BY TABLE_NAME
           END-EXEC.

      **   ONE CURSOR PER TABLE, RE-OPENED FOR EACH CHUNK AFTER THE
      **   LAST KEY COMMITTED
           EXEC SQL DECLARE CURPGCLG CURSOR FOR
                SELECT C.LOG_ID
                      ,C.LOAN_ID
                      ,C.LOG_ACTION
                      ,C.OPERATOR_ID
                      ,C.BRANCH_ID
                      ,C.LOG_TS
                  FROM IBMUSER.CIRC_LOG C
                 WHERE C.LOG_ID > :WS-RESTART-KEY
                   AND DATE(C.LOG_TS) < DATE(:WS-CUTOFF-DATE)
                 ORDER BY C.LOG_ID
           END-EXEC.

           EXEC SQL DECLARE CURPGRBK CURSOR FOR
                SELECT R.BOOKING_ID
                      ,R.ROOM_ID
                      ,R.PATRON_ID
                      ,R.BOOK_DATE
                      ,R.START_HH
                      ,R.END_HH
                      ,R.BOOK_STATUS
                  FROM IBMUSER.ROOM_BOOKS R
                 WHERE R.BOOKING_ID > :WS-RESTART-KEY
                   AND R.BOOK_DATE < DATE(:WS-CUTOFF-DATE)
                 ORDER BY R.BOOKING_ID
           END-EXEC.

           EXEC SQL DECLARE CURPGRUN CURSOR FOR
                SELECT H.RUN_ID
                      ,H.JOB_NAME
                      ,H.PARM_TEXT
                      ,H.START_TS
                      ,H.END_TS
                      ,H.RUN_STATUS
                      ,H.REC_COUNT
                      ,H.ERR_LOC
                      ,H.ERR_MSG
                  FROM IBMUSER.RUN_HIST H
                 WHERE H.RUN_ID > :WS-RESTART-KEY
                   AND DATE(H.START_TS) < DATE(:WS-CUTOFF-DATE)
                   AND H.RUN_ID <> :WS-RL-RUN-ID
                   AND (:WS-HOLD-LATEST = 'N'
                        OR H.RUN_ID <
                           (SELECT MAX(H2.RUN_ID)
                              FROM IBMUSER.RUN_HIST H2
                             WHERE H2.JOB_NAME = H.JOB_NAME))
                 ORDER BY H.RUN_ID
           END-EXEC.

           EXEC SQL DECLARE CURPGRRG CURSOR FOR
                SELECT G.REP_ID
                      ,G.REP_NAME
                      ,G.RUN_TS
                      ,G.PARM_TEXT
                      ,G.LINE_COUNT
                      ,G.RUN_ID
                  FROM IBMUSER.REP_REGIST G
                 WHERE G.REP_ID > :WS-RESTART-KEY
                   AND DATE(G.RUN_TS) < DATE(:WS-CUTOFF-DATE)
                   AND (:WS-HOLD-LATEST = 'N'
                        OR G.REP_ID <
                           (SELECT MAX(G2.REP_ID)
                              FROM IBMUSER.REP_REGIST G2
                             WHERE G2.REP_NAME = G.REP_NAME))
                 ORDER BY G.REP_ID
           END-EXEC.

           EXEC SQL DECLARE CURPGXFR CURSOR FOR
                SELECT X.XFER_ID
                      ,X.BOOK_ID
                      ,X.FROM_BRANCH
                      ,X.TO_BRANCH
                      ,X.REQ_DATE
                      ,X.REQ_OPERATOR
                      ,X.RECV_DATE
                      ,X.XFER_STATUS
                  FROM IBMUSER.XFERS X
                 WHERE X.XFER_ID > :WS-RESTART-KEY
                   AND X.REQ_DATE < DATE(:WS-CUTOFF-DATE)
                   AND X.XFER_STATUS <> 'T'
                 ORDER BY X.XFER_ID
           END-EXEC.

           EXEC SQL DECLARE CURPGSIS CURSOR FOR
                SELECT S.SUB_ID
                      ,S.ISSUE_SEQ
                      ,S.EXPECT_DATE
                      ,S.RECV_DATE
                      ,S.ISSUE_STATUS
                      ,S.CLAIM_DATE
                  FROM IBMUSER.SERIAL_ISSUES S
                 WHERE (S.SUB_ID > :WS-RESTART-KEY
                        OR (S.SUB_ID = :WS-RESTART-KEY
                            AND S.ISSUE_SEQ > :WS-RESTART-KEY2))
                   AND S.EXPECT_DATE < DATE(:WS-CUTOFF-DATE)
                   AND S.ISSUE_STATUS NOT IN ('E', 'C')
                 ORDER BY S.SUB_ID, S.ISSUE_SEQ
           END-EXEC.

           EXEC SQL DECLARE CURPGFPY CURSOR FOR
                SELECT P.PAY_ID
                      ,P.FINE_ID
                      ,P.PATRON_ID
                      ,P.PAY_TYPE
                      ,P.TENDER_TYPE
                      ,P.PAY_AMOUNT
                      ,P.OPERATOR_ID
                      ,P.PAY_TS
                      ,P.EXT_REF
                      ,P.PLAN_ID
                  FROM IBMUSER.FINE_PAYS P
                 WHERE P.PAY_ID > :WS-RESTART-KEY
                   AND DATE(P.PAY_TS) < DATE(:WS-CUTOFF-DATE)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM IBMUSER.FINES F
                         WHERE F.FINE_ID = P.FINE_ID)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM IBMUSER.PAY_PLANS L
                         WHERE L.PLAN_ID = P.PLAN_ID
                           AND L.PLAN_STATUS = 'A')
                   AND (:WS-HOLD-EXPORT = 'N'
                        OR SUBSTR(CHAR(P.PAY_TS), 1, 7)
                           <= :WS-EXPORTED-THRU)
                   AND (:WS-HOLD-COLL = 'N'
                        OR NOT EXISTS
                           (SELECT 1
                              FROM IBMUSER.COLL_REFERRALS R
                             WHERE R.PATRON_ID = P.PATRON_ID
                               AND R.REFER_STATUS <> 'C'))
                 ORDER BY P.PAY_ID
           END-EXEC.

           EXEC SQL DECLARE CURPGFAU CURSOR FOR
                SELECT A.AUDIT_ID
                      ,A.FINE_ID
                      ,A.ACTION_CODE
                      ,A.OPERATOR_ID
                      ,A.ACTION_AMOUNT
                      ,A.BEFORE_BALANCE
                      ,A.AFTER_BALANCE
                      ,A.AUDIT_TS
                  FROM IBMUSER.FINES_AUDIT A
                 WHERE A.AUDIT_ID > :WS-RESTART-KEY
                   AND DATE(A.AUDIT_TS) < DATE(:WS-CUTOFF-DATE)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM IBMUSER.FINES F
                         WHERE F.FINE_ID = A.FINE_ID)
                   AND (:WS-HOLD-EXPORT = 'N'
                        OR SUBSTR(CHAR(A.AUDIT_TS), 1, 7)
                           <= :WS-EXPORTED-THRU)
                 ORDER BY A.AUDIT_ID
           END-EXEC.

           EXEC SQL DECLARE CURPGILL CURSOR FOR
                SELECT I.ILL_ID
                      ,I.PARTNER_NAME
                      ,I.DIRECTION
                      ,I.BOOK_ID
                      ,I.TITLE
                      ,I.PATRON_ID
                      ,I.REQUEST_DATE
                      ,I.RECEIVED_DATE
                      ,I.RETURNED_DATE
                      ,I.ILL_STATUS
                      ,I.PARTNER_ID
                      ,I.FEE_AMOUNT
                      ,I.NET_REF
                      ,I.NEED_BY_DATE
                  FROM IBMUSER.ILL_LOANS I
                 WHERE I.ILL_ID > :WS-RESTART-KEY
                   AND I.REQUEST_DATE < DATE(:WS-CUTOFF-DATE)
                   AND I.ILL_STATUS = 'C'
                 ORDER BY I.ILL_ID
           END-EXEC.

      *--------------------------------------------------------------*
      * LS-PARM HOLDS THE BATCH PARM CARD (COMMIT=n,RESTART=Y,        *
      * TABLE=name)                                                   *
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

            MOVE 'RETNPURG' TO WS-RL-JOB-NAME
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
            PERFORM 1200-GET-EXPORTED-MONTH
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
               INITIALIZE WS-CKPT-TOK (1)
                          WS-CKPT-TOK (2)
                          WS-CKPT-TOK (3)
               UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
                        DELIMITED BY ','
                        INTO WS-CKPT-TOK (1)
                             WS-CKPT-TOK (2)
                             WS-CKPT-TOK (3)
               END-UNSTRING

               PERFORM 1160-APPLY-ONE-PARM
                         VARYING WS-CKPT-TOK-IDX FROM 1 BY 1
                         UNTIL WS-CKPT-TOK-IDX > 3
            END-IF

            IF WS-COMMIT-EVERY < 1
               MOVE 500 TO WS-COMMIT-EVERY
            END-IF
            DISPLAY 'COMMIT EVERY ' WS-COMMIT-EVERY ' ROWS'
            IF RESTART-RUN
               DISPLAY 'RESTART - RESUMING AFTER EACH RESTART_KEY'
            END-IF
            .

       1160-APPLY-ONE-PARM.
            MOVE '1160-APPLY-ONE-PARM' TO ERR-LOC

            IF WS-CKPT-TOK (WS-CKPT-TOK-IDX) NOT = SPACES
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING WS-CKPT-TOK (WS-CKPT-TOK-IDX)
                        DELIMITED BY '='
                        INTO WS-PARM-KEY WS-PARM-VAL
               END-UNSTRING

               EVALUATE FUNCTION TRIM (WS-PARM-KEY)
                   WHEN 'COMMIT'
                        MOVE FUNCTION NUMVAL (WS-PARM-VAL)
                          TO WS-COMMIT-EVERY
                   WHEN 'RESTART'
                        IF WS-PARM-VAL (1:1) = 'Y'
                           SET RESTART-RUN TO TRUE
                        END-IF
                   WHEN 'TABLE'
                        MOVE WS-PARM-VAL TO WS-ONLY-TABLE
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF
            .

      *--------------------------------------------------------------*
      * THE LAST MONTH FINEXP EXPORTED: ITS MONTH= PARM, OR THE MONTH *
      * IT RAN IN WHEN RUN WITHOUT ONE. NO SUCCESSFUL EXPORT ON FILE  *
      * HOLDS EVERY MONTH                                             *
      *--------------------------------------------------------------*
       1200-GET-EXPORTED-MONTH.
            MOVE '1200-GET-EXPORTED-MONTH' TO ERR-LOC

            EXEC SQL
                 SELECT VALUE(MAX(CASE WHEN PARM_TEXT LIKE 'MONTH=%'
                                       THEN SUBSTR(PARM_TEXT, 7, 7)
                                       ELSE SUBSTR(CHAR(START_TS), 1, 7)
                                  END), '0000-00')
                   INTO :WS-EXPORTED-THRU
                   FROM IBMUSER.RUN_HIST
                  WHERE JOB_NAME   = 'FINEXP'
                    AND RUN_STATUS = 'SUCCESS'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT FINEXP MONTH' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE WS-EXPORTED-THRU TO WS-HL-MONTH
            DISPLAY 'FINEXP EXPORTED THROUGH ' WS-EXPORTED-THRU
            .

       1300-OPEN-FILES.
            MOVE '1300-OPEN-FILES' TO ERR-LOC

      **    A RESTART ADDS TO THE ARCHIVE THE FAILED RUN STARTED
            IF RESTART-RUN
               OPEN EXTEND FD-RETARCO
            ELSE
               OPEN OUTPUT FD-RETARCO
            END-IF
            MOVE FS-RETARCO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN FD-RETARCO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            OPEN OUTPUT FD-RETNRPOP
            MOVE FS-RETNRPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-RETNRPOP' TO ERR-MSG
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
            PERFORM 2050-WRITE-HEADERS

            PERFORM 2100-LOAD-RULES

            IF WS-RULE-CNT = 0
               WRITE REC-RETNRPOP FROM WS-NONE-LINE
               ADD 1 TO WS-LINE-CNTR
            END-IF

            PERFORM 2200-PURGE-TABLE
                      VARYING WS-RULE-IDX FROM 1 BY 1
                      UNTIL WS-RULE-IDX > WS-RULE-CNT

            WRITE REC-RETNRPOP FROM WS-REP-SPACES
            WRITE REC-RETNRPOP FROM WS-HOLD-LINE
            MOVE 'TABLES PURGED'           TO WS-TL-LABEL
            MOVE WS-TBL-DONE-CNTR          TO WS-TL-COUNT
            WRITE REC-RETNRPOP FROM WS-TOTAL-LINE
            MOVE 'TABLES SKIPPED'          TO WS-TL-LABEL
            MOVE WS-TBL-SKIP-CNTR          TO WS-TL-COUNT
            WRITE REC-RETNRPOP FROM WS-TOTAL-LINE
            MOVE 'ROWS ARCHIVED'           TO WS-TL-LABEL
            MOVE WS-TOT-ARCH-CNTR          TO WS-TL-COUNT
            WRITE REC-RETNRPOP FROM WS-TOTAL-LINE
            MOVE 'ROWS DELETED'            TO WS-TL-LABEL
            MOVE WS-TOT-DEL-CNTR           TO WS-TL-COUNT
            WRITE REC-RETNRPOP FROM WS-TOTAL-LINE
            MOVE 'COMMITS TAKEN'           TO WS-TL-LABEL
            MOVE WS-COMMIT-CNTR            TO WS-TL-COUNT
            WRITE REC-RETNRPOP FROM WS-TOTAL-LINE
            ADD 7 TO WS-LINE-CNTR

            DISPLAY WS-TBL-DONE-CNTR ' TABLES PURGED'
            DISPLAY WS-TBL-SKIP-CNTR ' TABLES SKIPPED'
            DISPLAY WS-TOT-ARCH-CNTR ' ROWS ARCHIVED TO RETARCO'
            DISPLAY WS-TOT-DEL-CNTR  ' ROWS DELETED'
            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.RETNRPOP'
            WRITE REC-RETNRPOP FROM WS-REP-SPACES
            WRITE REC-RETNRPOP FROM WS-REP-FOOTER
            .

       2050-WRITE-HEADERS.
            MOVE '2050-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            MOVE SPACES       TO WS-REP-TITLE
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(32:)
            WRITE REC-RETNRPOP FROM WS-REP-HEADER1
            WRITE REC-RETNRPOP FROM WS-REP-HEADER2
            WRITE REC-RETNRPOP FROM WS-REP-SPACES
            WRITE REC-RETNRPOP FROM WS-TBL-HDR
            ADD 4 TO WS-LINE-CNTR
            .

       2100-LOAD-RULES.
            MOVE '2100-LOAD-RULES' TO ERR-LOC

            EXEC SQL OPEN CURRTRUL END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURRTRUL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2110-FETCH-RULE UNTIL SQL-EOC

            EXEC SQL CLOSE CURRTRUL END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURRTRUL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2110-FETCH-RULE.
            MOVE '2110-FETCH-RULE' TO ERR-LOC

            INITIALIZE DCLRTR
            EXEC SQL
                 FETCH CURRTRUL
                  INTO :TBLRTR-TABLE-NAME
                      ,:TBLRTR-DATE-COLUMN
                      ,:TBLRTR-RETAIN-DAYS
                      ,:TBLRTR-PURGE-MODE
                      ,:TBLRTR-HOLD-RULE
                      ,:TBLRTR-RESTART-KEY
                      ,:TBLRTR-RESTART-KEY2
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF WS-RULE-CNT NOT < WS-RULE-MAX
                        MOVE 'TOO MANY RETAIN_RULES' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                     ADD 1 TO WS-RULE-CNT
                     MOVE SPACES TO WS-RT-NAME (WS-RULE-CNT)
                                    WS-RT-DATE-COL (WS-RULE-CNT)
                     MOVE TBLRTR-TABLE-NAME-TEXT
                                  (1:TBLRTR-TABLE-NAME-LEN)
                       TO WS-RT-NAME (WS-RULE-CNT)
                     MOVE TBLRTR-TABLE-NAME-LEN
                       TO WS-RT-NAME-LEN (WS-RULE-CNT)
                     MOVE TBLRTR-DATE-COLUMN-TEXT
                                  (1:TBLRTR-DATE-COLUMN-LEN)
                       TO WS-RT-DATE-COL (WS-RULE-CNT)
                     MOVE TBLRTR-RETAIN-DAYS
                       TO WS-RT-DAYS (WS-RULE-CNT)
                     MOVE TBLRTR-PURGE-MODE
                       TO WS-RT-MODE (WS-RULE-CNT)
                     MOVE TBLRTR-HOLD-RULE
                       TO WS-RT-HOLD (WS-RULE-CNT)
                     MOVE TBLRTR-RESTART-KEY
                       TO WS-RT-KEY (WS-RULE-CNT)
                     MOVE TBLRTR-RESTART-KEY2
                       TO WS-RT-KEY2 (WS-RULE-CNT)
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURRTRUL' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      *--------------------------------------------------------------*
      * ONE RULE: CHECK IT, COUNT, PURGE CHUNK BY CHUNK, COUNT AGAIN  *
      *--------------------------------------------------------------*
       2200-PURGE-TABLE.
            MOVE '2200-PURGE-TABLE' TO ERR-LOC

            MOVE 0 TO WS-SKIP-SW
                      WS-TABLE-DONE-SW
                      WS-ARCHIVE-SW
                      WS-ROWS-BEFORE
                      WS-ROWS-AFTER
                      WS-TBL-ARCH-CNTR
                      WS-TBL-DEL-CNTR
            MOVE SPACES TO WS-TBL-NOTE
                           WS-CUTOFF-DATE
            MOVE WS-RT-NAME (WS-RULE-IDX) TO TBLRTR-TABLE-NAME-TEXT
            MOVE WS-RT-NAME-LEN (WS-RULE-IDX)
              TO TBLRTR-TABLE-NAME-LEN

            PERFORM 2210-CHECK-RULE

            IF TABLE-SKIPPED
               ADD 1 TO WS-TBL-SKIP-CNTR
               DISPLAY 'SKIPPED ' WS-RT-NAME (WS-RULE-IDX) ' '
                       WS-TBL-NOTE
            ELSE
               PERFORM 2220-GET-CUTOFF
               IF RESTART-RUN
                  MOVE WS-RT-KEY (WS-RULE-IDX)  TO WS-RESTART-KEY
                  MOVE WS-RT-KEY2 (WS-RULE-IDX) TO WS-RESTART-KEY2
               ELSE
                  MOVE 0 TO WS-RESTART-KEY
                            WS-RESTART-KEY2
               END-IF
               IF WS-RESTART-KEY > 0
                  MOVE 'RESTARTED' TO WS-TBL-NOTE
               ELSE
                  MOVE 'DONE' TO WS-TBL-NOTE
               END-IF

               PERFORM 2300-COUNT-ROWS
               MOVE WS-ROW-COUNT TO WS-ROWS-BEFORE

               PERFORM 2400-PURGE-CHUNK UNTIL TABLE-DONE

               PERFORM 2300-COUNT-ROWS
               MOVE WS-ROW-COUNT TO WS-ROWS-AFTER
               IF ARCHIVE-ROWS
                  PERFORM 2850-WRITE-CONTROL-REC
               END-IF
               PERFORM 2950-FINISH-TABLE

               ADD 1 TO WS-TBL-DONE-CNTR
               ADD WS-TBL-ARCH-CNTR TO WS-TOT-ARCH-CNTR
               ADD WS-TBL-DEL-CNTR  TO WS-TOT-DEL-CNTR
               DISPLAY WS-RT-NAME (WS-RULE-IDX) ' DELETED '
                       WS-TBL-DEL-CNTR ' ARCHIVED ' WS-TBL-ARCH-CNTR
            END-IF

            PERFORM 2960-WRITE-TABLE-LINE
            .

      *--------------------------------------------------------------*
      * THE TABLE MUST BE ONE THIS JOB HANDLES, PURGED BY THE DATE    *
      * COLUMN ITS HANDLER USES, WITH A HOLD RULE THE TABLE SUPPORTS  *
      *--------------------------------------------------------------*
       2210-CHECK-RULE.
            MOVE '2210-CHECK-RULE' TO ERR-LOC

            MOVE SPACES TO WS-TBL-CODE
                           WS-TBL-DATE-COL
            MOVE 'NNNN' TO WS-TBL-HOLDS
            EVALUATE WS-RT-NAME (WS-RULE-IDX)
                WHEN 'CIRC_LOG'
                     SET TBL-CIRC-LOG TO TRUE
                     MOVE 'LOG_TS'       TO WS-TBL-DATE-COL
                WHEN 'ROOM_BOOKS'
                     SET TBL-ROOM-BOOKS TO TRUE
                     MOVE 'BOOK_DATE'    TO WS-TBL-DATE-COL
                WHEN 'RUN_HIST'
                     SET TBL-RUN-HIST TO TRUE
                     MOVE 'START_TS'     TO WS-TBL-DATE-COL
                     MOVE 'NLLL'         TO WS-TBL-HOLDS
                WHEN 'REP_REGIST'
                     SET TBL-REP-REGIST TO TRUE
                     MOVE 'RUN_TS'       TO WS-TBL-DATE-COL
                     MOVE 'NLLL'         TO WS-TBL-HOLDS
                WHEN 'XFERS'
                     SET TBL-XFERS TO TRUE
                     MOVE 'REQ_DATE'     TO WS-TBL-DATE-COL
                WHEN 'SERIAL_ISSUES'
                     SET TBL-SER-ISSUES TO TRUE
                     MOVE 'EXPECT_DATE'  TO WS-TBL-DATE-COL
                WHEN 'FINE_PAYS'
                     SET TBL-FINE-PAYS TO TRUE
                     MOVE 'PAY_TS'       TO WS-TBL-DATE-COL
                     MOVE 'NECB'         TO WS-TBL-HOLDS
                WHEN 'FINES_AUDIT'
                     SET TBL-FINES-AUDIT TO TRUE
                     MOVE 'AUDIT_TS'     TO WS-TBL-DATE-COL
                     MOVE 'NEEE'         TO WS-TBL-HOLDS
                WHEN 'ILL_LOANS'
                     SET TBL-ILL-LOANS TO TRUE
                     MOVE 'REQUEST_DATE' TO WS-TBL-DATE-COL
                WHEN OTHER
                     CONTINUE
            END-EVALUATE

            MOVE 0 TO WS-HOLD-HITS
            INSPECT WS-TBL-HOLDS TALLYING WS-HOLD-HITS
                    FOR ALL WS-RT-HOLD (WS-RULE-IDX)

            EVALUATE TRUE
                WHEN WS-TBL-CODE = SPACES
                     MOVE 'TABLE NOT HANDLED' TO WS-TBL-NOTE
                WHEN WS-RT-DATE-COL (WS-RULE-IDX)
                     NOT = WS-TBL-DATE-COL
                     STRING 'DATE COLUMN MUST BE '
                            FUNCTION TRIM (WS-TBL-DATE-COL)
                            DELIMITED BY SIZE
                            INTO WS-TBL-NOTE
                     END-STRING
                WHEN WS-RT-MODE (WS-RULE-IDX) NOT = 'A'
                 AND WS-RT-MODE (WS-RULE-IDX) NOT = 'D'
                     MOVE 'PURGE MODE NOT A OR D' TO WS-TBL-NOTE
                WHEN WS-RT-DAYS (WS-RULE-IDX) < 1
                     MOVE 'RETAIN DAYS NOT ABOVE 0' TO WS-TBL-NOTE
                WHEN WS-HOLD-HITS = 0
                     MOVE 'HOLD RULE NOT VALID FOR TABLE'
                       TO WS-TBL-NOTE
                WHEN OTHER
                     CONTINUE
            END-EVALUATE

            IF WS-TBL-NOTE NOT = SPACES
               SET TABLE-SKIPPED TO TRUE
            ELSE
               IF WS-RT-MODE (WS-RULE-IDX) = 'A'
                  SET ARCHIVE-ROWS TO TRUE
               END-IF
               MOVE 'N' TO WS-HOLD-EXPORT
                           WS-HOLD-COLL
                           WS-HOLD-LATEST
               EVALUATE WS-RT-HOLD (WS-RULE-IDX)
                   WHEN 'E'
                        MOVE 'Y' TO WS-HOLD-EXPORT
                   WHEN 'C'
                        MOVE 'Y' TO WS-HOLD-COLL
                   WHEN 'B'
                        MOVE 'Y' TO WS-HOLD-EXPORT
                                    WS-HOLD-COLL
                   WHEN 'L'
                        MOVE 'Y' TO WS-HOLD-LATEST
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF
            .

       2220-GET-CUTOFF.
            MOVE '2220-GET-CUTOFF' TO ERR-LOC

            MOVE WS-RT-DAYS (WS-RULE-IDX) TO WS-RETAIN-DAYS
            EXEC SQL
                 SELECT CHAR(CURRENT DATE - :WS-RETAIN-DAYS DAYS, ISO)
                   INTO :WS-CUTOFF-DATE
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT CUTOFF DATE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2300-COUNT-ROWS.
            MOVE '2300-COUNT-ROWS' TO ERR-LOC

            EVALUATE TRUE
                WHEN TBL-CIRC-LOG
                     EXEC SQL
                          SELECT COUNT(*) INTO :WS-ROW-COUNT
                            FROM IBMUSER.CIRC_LOG
                     END-EXEC
                WHEN TBL-ROOM-BOOKS
                     EXEC SQL
                          SELECT COUNT(*) INTO :WS-ROW-COUNT
                            FROM IBMUSER.ROOM_BOOKS
                     END-EXEC
                WHEN TBL-RUN-HIST
                     EXEC SQL
                          SELECT COUNT(*) INTO :WS-ROW-COUNT
                            FROM IBMUSER.RUN_HIST
                     END-EXEC
                WHEN TBL-REP-REGIST
                     EXEC SQL
                          SELECT COUNT(*) INTO :WS-ROW-COUNT
                            FROM IBMUSER.REP_REGIST
                     END-EXEC
                WHEN TBL-XFERS
                     EXEC SQL
                          SELECT COUNT(*) INTO :WS-ROW-COUNT
                            FROM IBMUSER.XFERS
                     END-EXEC
                WHEN TBL-SER-ISSUES
                     EXEC SQL
                          SELECT COUNT(*) INTO :WS-ROW-COUNT
                            FROM IBMUSER.SERIAL_ISSUES
                     END-EXEC
                WHEN TBL-FINE-PAYS
                     EXEC SQL
                          SELECT COUNT(*) INTO :WS-ROW-COUNT
                            FROM IBMUSER.FINE_PAYS
                     END-EXEC
                WHEN TBL-FINES-AUDIT
                     EXEC SQL
                          SELECT COUNT(*) INTO :WS-ROW-COUNT
                            FROM IBMUSER.FINES_AUDIT
                     END-EXEC
                WHEN TBL-ILL-LOANS
                     EXEC SQL
                          SELECT COUNT(*) INTO :WS-ROW-COUNT
                            FROM IBMUSER.ILL_LOANS
                     END-EXEC
            END-EVALUATE

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT COUNT(*)' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      *--------------------------------------------------------------*
      * ONE UNIT OF WORK: UP TO COMMIT=n ROWS AFTER THE RESTART KEY,  *
      * THEN THE NEW KEY IS COMMITTED WITH THE DELETES. A SHORT CHUNK *
      * MEANS NOTHING IS LEFT TO PURGE                                *
      *--------------------------------------------------------------*
       2400-PURGE-CHUNK.
            MOVE '2400-PURGE-CHUNK' TO ERR-LOC

            MOVE 0 TO WS-CHUNK-CNTR
                      WS-FETCH-SW
            EVALUATE TRUE
                WHEN TBL-CIRC-LOG
                     PERFORM 2500-CHUNK-CIRC-LOG
                WHEN TBL-ROOM-BOOKS
                     PERFORM 2510-CHUNK-ROOM-BOOKS
                WHEN TBL-RUN-HIST
                     PERFORM 2520-CHUNK-RUN-HIST
                WHEN TBL-REP-REGIST
                     PERFORM 2530-CHUNK-REP-REGIST
                WHEN TBL-XFERS
                     PERFORM 2540-CHUNK-XFERS
                WHEN TBL-SER-ISSUES
                     PERFORM 2550-CHUNK-SER-ISSUES
                WHEN TBL-FINE-PAYS
                     PERFORM 2560-CHUNK-FINE-PAYS
                WHEN TBL-FINES-AUDIT
                     PERFORM 2570-CHUNK-FINES-AUDIT
                WHEN TBL-ILL-LOANS
                     PERFORM 2580-CHUNK-ILL-LOANS
            END-EVALUATE

            IF WS-CHUNK-CNTR < WS-COMMIT-EVERY
               SET TABLE-DONE TO TRUE
            END-IF
            IF WS-CHUNK-CNTR > 0
               PERFORM 2900-COMMIT-CHUNK
            END-IF
            .

      *** CIRC_LOG
       2500-CHUNK-CIRC-LOG.
            MOVE '2500-CHUNK-CIRC-LOG' TO ERR-LOC

            EXEC SQL OPEN CURPGCLG END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPGCLG' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2501-FETCH-CIRC-LOG
                    UNTIL FETCH-DONE
                       OR WS-CHUNK-CNTR NOT < WS-COMMIT-EVERY

            EXEC SQL CLOSE CURPGCLG END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPGCLG' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2501-FETCH-CIRC-LOG.
            MOVE '2501-FETCH-CIRC-LOG' TO ERR-LOC

            EXEC SQL
                 FETCH CURPGCLG
                  INTO :TBLCLG-LOG-ID
                      ,:TBLCLG-LOAN-ID
                      ,:TBLCLG-LOG-ACTION
                      ,:TBLCLG-OPERATOR-ID
                      ,:TBLCLG-BRANCH-ID
                      ,:TBLCLG-LOG-TS
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF ARCHIVE-ROWS
                        PERFORM 2502-ARCHIVE-CIRC-LOG
                     END-IF
                     EXEC SQL
                          DELETE FROM IBMUSER.CIRC_LOG
                           WHERE LOG_ID = :TBLCLG-LOG-ID
                     END-EXEC
                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'DELETE CIRC_LOG' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                     MOVE TBLCLG-LOG-ID TO WS-RESTART-KEY
                     ADD 1 TO WS-CHUNK-CNTR
                              WS-TBL-DEL-CNTR
                WHEN SQL-EOC
                     SET FETCH-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURPGCLG' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2502-ARCHIVE-CIRC-LOG.
            MOVE '2502-ARCHIVE-CIRC-LOG' TO ERR-LOC

            MOVE SPACES TO WS-UNLD-RECORD
            MOVE TBLCLG-LOG-ID      TO WS-UG-LOG-ID
            MOVE TBLCLG-LOAN-ID     TO WS-UG-LOAN-ID
            MOVE TBLCLG-LOG-ACTION  TO WS-UG-ACTION
            MOVE TBLCLG-OPERATOR-ID TO WS-UG-OPERATOR
            MOVE TBLCLG-BRANCH-ID   TO WS-UG-BRANCH
            MOVE TBLCLG-LOG-TS      TO WS-UG-LOG-TS
            PERFORM 2800-WRITE-ARCHIVE
            .

      *** ROOM_BOOKS
       2510-CHUNK-ROOM-BOOKS.
            MOVE '2510-CHUNK-ROOM-BOOKS' TO ERR-LOC

            EXEC SQL OPEN CURPGRBK END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPGRBK' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2511-FETCH-ROOM-BOOKS
                    UNTIL FETCH-DONE
                       OR WS-CHUNK-CNTR NOT < WS-COMMIT-EVERY

            EXEC SQL CLOSE CURPGRBK END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPGRBK' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2511-FETCH-ROOM-BOOKS.
            MOVE '2511-FETCH-ROOM-BOOKS' TO ERR-LOC

            EXEC SQL
                 FETCH CURPGRBK
                  INTO :TBLRBK-BOOKING-ID
                      ,:TBLRBK-ROOM-ID
                      ,:TBLRBK-PATRON-ID
                      ,:TBLRBK-BOOK-DATE
                      ,:TBLRBK-START-HH
                      ,:TBLRBK-END-HH
                      ,:TBLRBK-BOOK-STATUS
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF ARCHIVE-ROWS
                        PERFORM 2512-ARCHIVE-ROOM-BOOKS
                     END-IF
                     EXEC SQL
                          DELETE FROM IBMUSER.ROOM_BOOKS
                           WHERE BOOKING_ID = :TBLRBK-BOOKING-ID
                     END-EXEC
                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'DELETE ROOM_BOOKS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                     MOVE TBLRBK-BOOKING-ID TO WS-RESTART-KEY
                     ADD 1 TO WS-CHUNK-CNTR
                              WS-TBL-DEL-CNTR
                WHEN SQL-EOC
                     SET FETCH-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURPGRBK' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2512-ARCHIVE-ROOM-BOOKS.
            MOVE '2512-ARCHIVE-ROOM-BOOKS' TO ERR-LOC

            MOVE SPACES TO WS-UNLD-RECORD
            MOVE TBLRBK-BOOKING-ID  TO WS-UM-BOOKING-ID
            MOVE TBLRBK-ROOM-ID     TO WS-UM-ROOM-ID
            MOVE TBLRBK-PATRON-ID   TO WS-UM-PATRON-ID
            MOVE TBLRBK-BOOK-DATE   TO WS-UM-BOOK-DATE
            MOVE TBLRBK-START-HH    TO WS-UM-START-HH
            MOVE TBLRBK-END-HH      TO WS-UM-END-HH
            MOVE TBLRBK-BOOK-STATUS TO WS-UM-STATUS
            PERFORM 2800-WRITE-ARCHIVE
            .

      *** RUN_HIST
       2520-CHUNK-RUN-HIST.
            MOVE '2520-CHUNK-RUN-HIST' TO ERR-LOC

            EXEC SQL OPEN CURPGRUN END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPGRUN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2521-FETCH-RUN-HIST
                    UNTIL FETCH-DONE
                       OR WS-CHUNK-CNTR NOT < WS-COMMIT-EVERY

            EXEC SQL CLOSE CURPGRUN END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPGRUN' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2521-FETCH-RUN-HIST.
            MOVE '2521-FETCH-RUN-HIST' TO ERR-LOC

            INITIALIZE DCLRUN
            EXEC SQL
                 FETCH CURPGRUN
                  INTO :TBLRUN-RUN-ID
                      ,:TBLRUN-JOB-NAME
                      ,:TBLRUN-PARM-TEXT :IND-1
                      ,:TBLRUN-START-TS
                      ,:TBLRUN-END-TS    :IND-2
                      ,:TBLRUN-RUN-STATUS
                      ,:TBLRUN-REC-COUNT
                      ,:TBLRUN-ERR-LOC   :IND-3
                      ,:TBLRUN-ERR-MSG   :IND-4
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF ARCHIVE-ROWS
                        PERFORM 2522-ARCHIVE-RUN-HIST
                     END-IF
                     EXEC SQL
                          DELETE FROM IBMUSER.RUN_HIST
                           WHERE RUN_ID = :TBLRUN-RUN-ID
                     END-EXEC
                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'DELETE RUN_HIST' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                     MOVE TBLRUN-RUN-ID TO WS-RESTART-KEY
                     ADD 1 TO WS-CHUNK-CNTR
                              WS-TBL-DEL-CNTR
                WHEN SQL-EOC
                     SET FETCH-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURPGRUN' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2522-ARCHIVE-RUN-HIST.
            MOVE '2522-ARCHIVE-RUN-HIST' TO ERR-LOC

            MOVE SPACES TO WS-UNLD-RECORD
            MOVE ALL 'N' TO WS-UR-NULLS
            MOVE TBLRUN-RUN-ID        TO WS-UR-RUN-ID
            MOVE TBLRUN-JOB-NAME-TEXT TO WS-UR-JOB-NAME
            IF IND-1 < 0
               MOVE 'Y' TO WS-UR-NULLS (1:1)
            ELSE
               MOVE TBLRUN-PARM-TEXT-TEXT TO WS-UR-PARM-TEXT
            END-IF
            MOVE TBLRUN-START-TS      TO WS-UR-START-TS
            IF IND-2 < 0
               MOVE 'Y' TO WS-UR-NULLS (2:1)
            ELSE
               MOVE TBLRUN-END-TS TO WS-UR-END-TS
            END-IF
            MOVE TBLRUN-RUN-STATUS    TO WS-UR-STATUS
            MOVE TBLRUN-REC-COUNT     TO WS-UR-REC-COUNT
            IF IND-3 < 0
               MOVE 'Y' TO WS-UR-NULLS (3:1)
            ELSE
               MOVE TBLRUN-ERR-LOC-TEXT TO WS-UR-ERR-LOC
            END-IF
            IF IND-4 < 0
               MOVE 'Y' TO WS-UR-NULLS (4:1)
            ELSE
               MOVE TBLRUN-ERR-MSG-TEXT TO WS-UR-ERR-MSG
            END-IF
            PERFORM 2800-WRITE-ARCHIVE
            .

      *** REP_REGIST
       2530-CHUNK-REP-REGIST.
            MOVE '2530-CHUNK-REP-REGIST' TO ERR-LOC

            EXEC SQL OPEN CURPGRRG END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPGRRG' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2531-FETCH-REP-REGIST
                    UNTIL FETCH-DONE
                       OR WS-CHUNK-CNTR NOT < WS-COMMIT-EVERY

            EXEC SQL CLOSE CURPGRRG END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPGRRG' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2531-FETCH-REP-REGIST.
            MOVE '2531-FETCH-REP-REGIST' TO ERR-LOC

            INITIALIZE DCLRRG
            EXEC SQL
                 FETCH CURPGRRG
                  INTO :TBLRRG-REP-ID
                      ,:TBLRRG-REP-NAME
                      ,:TBLRRG-RUN-TS
                      ,:TBLRRG-PARM-TEXT :IND-1
                      ,:TBLRRG-LINE-COUNT
                      ,:TBLRRG-RUN-ID    :IND-2
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF ARCHIVE-ROWS
                        PERFORM 2532-ARCHIVE-REP-REGIST
                     END-IF
                     EXEC SQL
                          DELETE FROM IBMUSER.REP_REGIST
                           WHERE REP_ID = :TBLRRG-REP-ID
                     END-EXEC
                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'DELETE REP_REGIST' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                     MOVE TBLRRG-REP-ID TO WS-RESTART-KEY
                     ADD 1 TO WS-CHUNK-CNTR
                              WS-TBL-DEL-CNTR
                WHEN SQL-EOC
                     SET FETCH-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURPGRRG' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2532-ARCHIVE-REP-REGIST.
            MOVE '2532-ARCHIVE-REP-REGIST' TO ERR-LOC

            MOVE SPACES TO WS-UNLD-RECORD
            MOVE ALL 'N' TO WS-UE-NULLS
            MOVE TBLRRG-REP-ID        TO WS-UE-REP-ID
            MOVE TBLRRG-REP-NAME-TEXT TO WS-UE-REP-NAME
            MOVE TBLRRG-RUN-TS        TO WS-UE-RUN-TS
            IF IND-1 < 0
               MOVE 'Y' TO WS-UE-NULLS (1:1)
            ELSE
               MOVE TBLRRG-PARM-TEXT-TEXT TO WS-UE-PARM-TEXT
            END-IF
            MOVE TBLRRG-LINE-COUNT    TO WS-UE-LINE-COUNT
            MOVE 0 TO WS-UE-RUN-ID
            IF IND-2 < 0
               MOVE 'Y' TO WS-UE-NULLS (2:1)
            ELSE
               MOVE TBLRRG-RUN-ID TO WS-UE-RUN-ID
            END-IF
            PERFORM 2800-WRITE-ARCHIVE
            .

      *** XFERS
       2540-CHUNK-XFERS.
            MOVE '2540-CHUNK-XFERS' TO ERR-LOC

            EXEC SQL OPEN CURPGXFR END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPGXFR' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2541-FETCH-XFERS
                    UNTIL FETCH-DONE
                       OR WS-CHUNK-CNTR NOT < WS-COMMIT-EVERY

            EXEC SQL CLOSE CURPGXFR END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPGXFR' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2541-FETCH-XFERS.
            MOVE '2541-FETCH-XFERS' TO ERR-LOC

            INITIALIZE DCLXFR
            EXEC SQL
                 FETCH CURPGXFR
                  INTO :TBLXFR-XFER-ID
                      ,:TBLXFR-BOOK-ID
                      ,:TBLXFR-FROM-BRANCH
                      ,:TBLXFR-TO-BRANCH
                      ,:TBLXFR-REQ-DATE
                      ,:TBLXFR-REQ-OPERATOR
                      ,:TBLXFR-RECV-DATE :IND-1
                      ,:TBLXFR-XFER-STATUS
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF ARCHIVE-ROWS
                        PERFORM 2542-ARCHIVE-XFERS
                     END-IF
                     EXEC SQL
                          DELETE FROM IBMUSER.XFERS
                           WHERE XFER_ID = :TBLXFR-XFER-ID
                     END-EXEC
                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'DELETE XFERS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                     MOVE TBLXFR-XFER-ID TO WS-RESTART-KEY
                     ADD 1 TO WS-CHUNK-CNTR
                              WS-TBL-DEL-CNTR
                WHEN SQL-EOC
                     SET FETCH-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURPGXFR' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2542-ARCHIVE-XFERS.
            MOVE '2542-ARCHIVE-XFERS' TO ERR-LOC

            MOVE SPACES TO WS-UNLD-RECORD
            MOVE ALL 'N' TO WS-UX-NULLS
            MOVE TBLXFR-XFER-ID       TO WS-UX-XFER-ID
            MOVE TBLXFR-BOOK-ID       TO WS-UX-BOOK-ID
            MOVE TBLXFR-FROM-BRANCH   TO WS-UX-FROM-BRANCH
            MOVE TBLXFR-TO-BRANCH     TO WS-UX-TO-BRANCH
            MOVE TBLXFR-REQ-DATE      TO WS-UX-REQ-DATE
            MOVE TBLXFR-REQ-OPERATOR-TEXT TO WS-UX-REQ-OPERATOR
            IF IND-1 < 0
               MOVE 'Y' TO WS-UX-NULLS (1:1)
            ELSE
               MOVE TBLXFR-RECV-DATE TO WS-UX-RECV-DATE
            END-IF
            MOVE TBLXFR-XFER-STATUS   TO WS-UX-STATUS
            PERFORM 2800-WRITE-ARCHIVE
            .

      *** SERIAL_ISSUES - TWO-PART KEY SUB_ID, ISSUE_SEQ
       2550-CHUNK-SER-ISSUES.
            MOVE '2550-CHUNK-SER-ISSUES' TO ERR-LOC

            EXEC SQL OPEN CURPGSIS END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPGSIS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2551-FETCH-SER-ISSUES
                    UNTIL FETCH-DONE
                       OR WS-CHUNK-CNTR NOT < WS-COMMIT-EVERY

            EXEC SQL CLOSE CURPGSIS END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPGSIS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2551-FETCH-SER-ISSUES.
            MOVE '2551-FETCH-SER-ISSUES' TO ERR-LOC

            INITIALIZE DCLSIS
            EXEC SQL
                 FETCH CURPGSIS
                  INTO :TBLSIS-SUB-ID
                      ,:TBLSIS-ISSUE-SEQ
                      ,:TBLSIS-EXPECT-DATE
                      ,:TBLSIS-RECV-DATE  :IND-1
                      ,:TBLSIS-ISSUE-STATUS
                      ,:TBLSIS-CLAIM-DATE :IND-2
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF ARCHIVE-ROWS
                        PERFORM 2552-ARCHIVE-SER-ISSUES
                     END-IF
                     EXEC SQL
                          DELETE FROM IBMUSER.SERIAL_ISSUES
                           WHERE SUB_ID    = :TBLSIS-SUB-ID
                             AND ISSUE_SEQ = :TBLSIS-ISSUE-SEQ
                     END-EXEC
                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'DELETE SERIAL_ISSUES' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                     MOVE TBLSIS-SUB-ID    TO WS-RESTART-KEY
                     MOVE TBLSIS-ISSUE-SEQ TO WS-RESTART-KEY2
                     ADD 1 TO WS-CHUNK-CNTR
                              WS-TBL-DEL-CNTR
                WHEN SQL-EOC
                     SET FETCH-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURPGSIS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2552-ARCHIVE-SER-ISSUES.
            MOVE '2552-ARCHIVE-SER-ISSUES' TO ERR-LOC

            MOVE SPACES TO WS-UNLD-RECORD
            MOVE ALL 'N' TO WS-US-NULLS
            MOVE TBLSIS-SUB-ID        TO WS-US-SUB-ID
            MOVE TBLSIS-ISSUE-SEQ     TO WS-US-ISSUE-SEQ
            MOVE TBLSIS-EXPECT-DATE   TO WS-US-EXPECT-DATE
            IF IND-1 < 0
               MOVE 'Y' TO WS-US-NULLS (1:1)
            ELSE
               MOVE TBLSIS-RECV-DATE TO WS-US-RECV-DATE
            END-IF
            MOVE TBLSIS-ISSUE-STATUS  TO WS-US-STATUS
            IF IND-2 < 0
               MOVE 'Y' TO WS-US-NULLS (2:1)
            ELSE
               MOVE TBLSIS-CLAIM-DATE TO WS-US-CLAIM-DATE
            END-IF
            PERFORM 2800-WRITE-ARCHIVE
            .

      *** FINE_PAYS
       2560-CHUNK-FINE-PAYS.
            MOVE '2560-CHUNK-FINE-PAYS' TO ERR-LOC

            EXEC SQL OPEN CURPGFPY END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPGFPY' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2561-FETCH-FINE-PAYS
                    UNTIL FETCH-DONE
                       OR WS-CHUNK-CNTR NOT < WS-COMMIT-EVERY

            EXEC SQL CLOSE CURPGFPY END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPGFPY' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2561-FETCH-FINE-PAYS.
            MOVE '2561-FETCH-FINE-PAYS' TO ERR-LOC

            INITIALIZE DCLFPY
            EXEC SQL
                 FETCH CURPGFPY
                  INTO :TBLFPY-PAY-ID
                      ,:TBLFPY-FINE-ID
                      ,:TBLFPY-PATRON-ID
                      ,:TBLFPY-PAY-TYPE
                      ,:TBLFPY-TENDER-TYPE
                      ,:TBLFPY-PAY-AMOUNT
                      ,:TBLFPY-OPERATOR-ID
                      ,:TBLFPY-PAY-TS
                      ,:TBLFPY-EXT-REF   :IND-1
                      ,:TBLFPY-PLAN-ID   :IND-2
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF ARCHIVE-ROWS
                        PERFORM 2562-ARCHIVE-FINE-PAYS
                     END-IF
                     EXEC SQL
                          DELETE FROM IBMUSER.FINE_PAYS
                           WHERE PAY_ID = :TBLFPY-PAY-ID
                     END-EXEC
                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'DELETE FINE_PAYS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                     MOVE TBLFPY-PAY-ID TO WS-RESTART-KEY
                     ADD 1 TO WS-CHUNK-CNTR
                              WS-TBL-DEL-CNTR
                WHEN SQL-EOC
                     SET FETCH-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURPGFPY' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2562-ARCHIVE-FINE-PAYS.
            MOVE '2562-ARCHIVE-FINE-PAYS' TO ERR-LOC

            MOVE SPACES TO WS-UNLD-RECORD
            MOVE ALL 'N' TO WS-UP-NULLS
            MOVE TBLFPY-PAY-ID        TO WS-UP-PAY-ID
            MOVE TBLFPY-FINE-ID       TO WS-UP-FINE-ID
            MOVE TBLFPY-PATRON-ID     TO WS-UP-PATRON-ID
            MOVE TBLFPY-PAY-TYPE      TO WS-UP-PAY-TYPE
            MOVE TBLFPY-TENDER-TYPE   TO WS-UP-TENDER
            MOVE TBLFPY-PAY-AMOUNT    TO WS-UP-AMOUNT
            MOVE TBLFPY-OPERATOR-ID-TEXT TO WS-UP-OPERATOR
            MOVE TBLFPY-PAY-TS        TO WS-UP-PAY-TS
            IF IND-1 < 0
               MOVE 'Y' TO WS-UP-NULLS (1:1)
            ELSE
               MOVE TBLFPY-EXT-REF-TEXT TO WS-UP-EXT-REF
            END-IF
            MOVE 0 TO WS-UP-PLAN-ID
            IF IND-2 < 0
               MOVE 'Y' TO WS-UP-NULLS (2:1)
            ELSE
               MOVE TBLFPY-PLAN-ID TO WS-UP-PLAN-ID
            END-IF
            PERFORM 2800-WRITE-ARCHIVE
            .

      *** FINES_AUDIT
       2570-CHUNK-FINES-AUDIT.
            MOVE '2570-CHUNK-FINES-AUDIT' TO ERR-LOC

            EXEC SQL OPEN CURPGFAU END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPGFAU' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2571-FETCH-FINES-AUDIT
                    UNTIL FETCH-DONE
                       OR WS-CHUNK-CNTR NOT < WS-COMMIT-EVERY

            EXEC SQL CLOSE CURPGFAU END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPGFAU' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2571-FETCH-FINES-AUDIT.
            MOVE '2571-FETCH-FINES-AUDIT' TO ERR-LOC

            INITIALIZE DCLFAU
            EXEC SQL
                 FETCH CURPGFAU
                  INTO :TBLFAU-AUDIT-ID
                      ,:TBLFAU-FINE-ID
                      ,:TBLFAU-ACTION-CODE
                      ,:TBLFAU-OPERATOR-ID
                      ,:TBLFAU-ACTION-AMOUNT
                      ,:TBLFAU-BEFORE-BALANCE
                      ,:TBLFAU-AFTER-BALANCE
                      ,:TBLFAU-AUDIT-TS
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF ARCHIVE-ROWS
                        PERFORM 2572-ARCHIVE-FINES-AUDIT
                     END-IF
                     EXEC SQL
                          DELETE FROM IBMUSER.FINES_AUDIT
                           WHERE AUDIT_ID = :TBLFAU-AUDIT-ID
                     END-EXEC
                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'DELETE FINES_AUDIT' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                     MOVE TBLFAU-AUDIT-ID TO WS-RESTART-KEY
                     ADD 1 TO WS-CHUNK-CNTR
                              WS-TBL-DEL-CNTR
                WHEN SQL-EOC
                     SET FETCH-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURPGFAU' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2572-ARCHIVE-FINES-AUDIT.
            MOVE '2572-ARCHIVE-FINES-AUDIT' TO ERR-LOC

            MOVE SPACES TO WS-UNLD-RECORD
            MOVE TBLFAU-AUDIT-ID       TO WS-UA-AUDIT-ID
            MOVE TBLFAU-FINE-ID        TO WS-UA-FINE-ID
            MOVE TBLFAU-ACTION-CODE    TO WS-UA-ACTION
            MOVE TBLFAU-OPERATOR-ID-TEXT TO WS-UA-OPERATOR
            MOVE TBLFAU-ACTION-AMOUNT  TO WS-UA-AMOUNT
            MOVE TBLFAU-BEFORE-BALANCE TO WS-UA-BEFORE
            MOVE TBLFAU-AFTER-BALANCE  TO WS-UA-AFTER
            MOVE TBLFAU-AUDIT-TS       TO WS-UA-AUDIT-TS
            PERFORM 2800-WRITE-ARCHIVE
            .

      *** ILL_LOANS
       2580-CHUNK-ILL-LOANS.
            MOVE '2580-CHUNK-ILL-LOANS' TO ERR-LOC

            EXEC SQL OPEN CURPGILL END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURPGILL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2581-FETCH-ILL-LOANS
                    UNTIL FETCH-DONE
                       OR WS-CHUNK-CNTR NOT < WS-COMMIT-EVERY

            EXEC SQL CLOSE CURPGILL END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURPGILL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2581-FETCH-ILL-LOANS.
            MOVE '2581-FETCH-ILL-LOANS' TO ERR-LOC

            INITIALIZE DCLILL
            EXEC SQL
                 FETCH CURPGILL
                  INTO :TBLILL-ILL-ID
                      ,:TBLILL-PARTNER-NAME
                      ,:TBLILL-DIRECTION
                      ,:TBLILL-BOOK-ID       :IND-1
                      ,:TBLILL-TITLE         :IND-2
                      ,:TBLILL-PATRON-ID     :IND-3
                      ,:TBLILL-REQUEST-DATE
                      ,:TBLILL-RECEIVED-DATE :IND-4
                      ,:TBLILL-RETURNED-DATE :IND-5
                      ,:TBLILL-ILL-STATUS
                      ,:TBLILL-PARTNER-ID    :IND-6
                      ,:TBLILL-FEE-AMOUNT    :IND-7
                      ,:TBLILL-NET-REF       :IND-8
                      ,:TBLILL-NEED-BY-DATE  :IND-9
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF ARCHIVE-ROWS
                        PERFORM 2582-ARCHIVE-ILL-LOANS
                     END-IF
                     EXEC SQL
                          DELETE FROM IBMUSER.ILL_LOANS
                           WHERE ILL_ID = :TBLILL-ILL-ID
                     END-EXEC
                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'DELETE ILL_LOANS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                     MOVE TBLILL-ILL-ID TO WS-RESTART-KEY
                     ADD 1 TO WS-CHUNK-CNTR
                              WS-TBL-DEL-CNTR
                WHEN SQL-EOC
                     SET FETCH-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURPGILL' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2582-ARCHIVE-ILL-LOANS.
            MOVE '2582-ARCHIVE-ILL-LOANS' TO ERR-LOC

            MOVE SPACES TO WS-UNLD-RECORD
            MOVE ALL 'N' TO WS-UI-NULLS
            MOVE 0 TO WS-UI-BOOK-ID
                      WS-UI-PATRON-ID
                      WS-UI-PARTNER-ID
                      WS-UI-FEE
            MOVE TBLILL-ILL-ID             TO WS-UI-ILL-ID
            MOVE TBLILL-PARTNER-NAME-TEXT  TO WS-UI-PARTNER-NAME
            MOVE TBLILL-DIRECTION          TO WS-UI-DIRECTION
            IF IND-1 < 0
               MOVE 'Y' TO WS-UI-NULLS (1:1)
            ELSE
               MOVE TBLILL-BOOK-ID TO WS-UI-BOOK-ID
            END-IF
            IF IND-2 < 0
               MOVE 'Y' TO WS-UI-NULLS (2:1)
            ELSE
               MOVE TBLILL-TITLE-TEXT TO WS-UI-TITLE
            END-IF
            IF IND-3 < 0
               MOVE 'Y' TO WS-UI-NULLS (3:1)
            ELSE
               MOVE TBLILL-PATRON-ID TO WS-UI-PATRON-ID
            END-IF
            MOVE TBLILL-REQUEST-DATE       TO WS-UI-REQUEST-DATE
            IF IND-4 < 0
               MOVE 'Y' TO WS-UI-NULLS (4:1)
            ELSE
               MOVE TBLILL-RECEIVED-DATE TO WS-UI-RECEIVED-DATE
            END-IF
            IF IND-5 < 0
               MOVE 'Y' TO WS-UI-NULLS (5:1)
            ELSE
               MOVE TBLILL-RETURNED-DATE TO WS-UI-RETURNED-DATE
            END-IF
            MOVE TBLILL-ILL-STATUS         TO WS-UI-STATUS
            IF IND-6 < 0
               MOVE 'Y' TO WS-UI-NULLS (6:1)
            ELSE
               MOVE TBLILL-PARTNER-ID TO WS-UI-PARTNER-ID
            END-IF
            IF IND-7 < 0
               MOVE 'Y' TO WS-UI-NULLS (7:1)
            ELSE
               MOVE TBLILL-FEE-AMOUNT TO WS-UI-FEE
            END-IF
            IF IND-8 < 0
               MOVE 'Y' TO WS-UI-NULLS (8:1)
            ELSE
               MOVE TBLILL-NET-REF-TEXT TO WS-UI-NET-REF
            END-IF
            IF IND-9 < 0
               MOVE 'Y' TO WS-UI-NULLS (9:1)
            ELSE
               MOVE TBLILL-NEED-BY-DATE TO WS-UI-NEED-BY-DATE
            END-IF
            PERFORM 2800-WRITE-ARCHIVE
            .

       2800-WRITE-ARCHIVE.
            MOVE '2800-WRITE-ARCHIVE' TO ERR-LOC

            WRITE REC-RETARCO FROM WS-UNLD-RECORD
            MOVE FS-RETARCO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'WRITE FD-RETARCO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            ADD 1 TO WS-TBL-ARCH-CNTR
            .

       2850-WRITE-CONTROL-REC.
            MOVE '2850-WRITE-CONTROL-REC' TO ERR-LOC

            MOVE SPACES TO WS-UNLD-RECORD
            MOVE 'CTL'            TO WS-UC-TAG
            MOVE WS-TBL-CODE      TO WS-UC-TABLE
            MOVE WS-TBL-ARCH-CNTR TO WS-UC-COUNT
            WRITE REC-RETARCO FROM WS-UNLD-RECORD
            MOVE FS-RETARCO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'WRITE FD-RETARCO CTL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      *--------------------------------------------------------------*
      * THE RESTART KEY COMMITS WITH THE DELETES, SO A RESTART        *
      * RESUMES EXACTLY AFTER THE LAST COMMITTED ROW (AS BOOKLOAD)    *
      *--------------------------------------------------------------*
       2900-COMMIT-CHUNK.
            MOVE '2900-COMMIT-CHUNK' TO ERR-LOC

            EXEC SQL
                 UPDATE IBMUSER.RETAIN_RULES
                    SET RESTART_KEY  = :WS-RESTART-KEY,
                        RESTART_KEY2 = :WS-RESTART-KEY2
                  WHERE TABLE_NAME = :TBLRTR-TABLE-NAME
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE RETAIN_RULES KEY' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL COMMIT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'COMMIT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            ADD 1 TO WS-COMMIT-CNTR
            .

      **    A FINISHED TABLE LEAVES NO RESTART POSITION BEHIND
       2950-FINISH-TABLE.
            MOVE '2950-FINISH-TABLE' TO ERR-LOC

            MOVE WS-TBL-DEL-CNTR TO TBLRTR-LAST-PURGED
            EXEC SQL
                 UPDATE IBMUSER.RETAIN_RULES
                    SET RESTART_KEY   = 0,
                        RESTART_KEY2  = 0,
                        LAST_RUN_DATE = CURRENT DATE,
                        LAST_PURGED   = :TBLRTR-LAST-PURGED
                  WHERE TABLE_NAME = :TBLRTR-TABLE-NAME
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'UPDATE RETAIN_RULES DONE' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL COMMIT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'COMMIT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            ADD 1 TO WS-COMMIT-CNTR
            .

       2960-WRITE-TABLE-LINE.
            MOVE '2960-WRITE-TABLE-LINE' TO ERR-LOC

            MOVE WS-RT-NAME (WS-RULE-IDX)     TO WS-RP-TABLE
            MOVE WS-RT-DATE-COL (WS-RULE-IDX) TO WS-RP-DATE-COL
            MOVE WS-RT-DAYS (WS-RULE-IDX)     TO WS-RP-DAYS
            MOVE WS-CUTOFF-DATE               TO WS-RP-CUTOFF
            EVALUATE WS-RT-MODE (WS-RULE-IDX)
                WHEN 'A'
                     MOVE 'ARCHIVE' TO WS-RP-MODE
                WHEN 'D'
                     MOVE 'DELETE'  TO WS-RP-MODE
                WHEN OTHER
                     MOVE WS-RT-MODE (WS-RULE-IDX) TO WS-RP-MODE
            END-EVALUATE
            MOVE WS-RT-HOLD (WS-RULE-IDX)     TO WS-RP-HOLD
            MOVE WS-ROWS-BEFORE               TO WS-RP-BEFORE
            MOVE WS-TBL-ARCH-CNTR             TO WS-RP-ARCHIVED
            MOVE WS-TBL-DEL-CNTR              TO WS-RP-DELETED
            MOVE WS-ROWS-AFTER                TO WS-RP-AFTER
            MOVE WS-TBL-NOTE                  TO WS-RP-RESULT
            WRITE REC-RETNRPOP FROM WS-TBL-LINE
            ADD 1 TO WS-LINE-CNTR
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

            PERFORM 3100-CLOSE-FILES

            MOVE 'E'       TO WS-RL-FUNC
            MOVE 'SUCCESS' TO WS-RL-STATUS
            MOVE WS-TOT-DEL-CNTR TO WS-RL-REC-COUNT
            MOVE SPACES TO WS-RL-ERR-LOC
                           WS-RL-ERR-MSG
            CALL 'RUNLOG' USING WS-RUNLOG-PARMS

      **    REGISTER THE KEPT OUTPUT GENERATION (SEE REPREG)
            MOVE 'RETNRPOP' TO WS-RR-REP-NAME
            MOVE WS-RL-PARM-TEXT TO WS-RR-PARM-TEXT
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

            CLOSE FD-RETARCO
            MOVE FS-RETARCO TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-RETARCO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            CLOSE FD-RETNRPOP
            MOVE FS-RETNRPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-RETNRPOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      *--------------------------------------------------------------*
      * BACK OUT THE CHUNK IN FLIGHT BEFORE LOGGING THE FAILURE;      *
      * RESTART=Y THEN PICKS UP AFTER THE LAST COMMITTED KEY          *
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
