      *      AS CHARGE_TYPE 'R' (SEE DCLFINE 0902LS), PRICED FROM THE  *
      *      RECEIVED PO_LINES ROW FOR THE TITLE WHEN ONE EXISTS,      *
      *      ELSE THE PARM-DRIVEN DEFAULT REPLACEMENT PRICE            *
1209NT*   4. SENDS THE PATRON A LOST-ITEM BILLING NOTICE (TYPE 'L'     *
1209NT*      IN NOTICE_HIST BY LOAN_ID) IN THEIR PREFERRED LANGUAGE,   *
1209NT*      WORDED FROM IBMUSER.NOTICE_TEMPLATES (SEE NTCRNDR) - BY   *
1209NT*      EMAIL ON LOSTNTML WHEN THE PATRON HAS ONE, ELSE PRINTED   *
1209NT*      WITH AN ADDRESS BLOCK ON LOSTNTOP. A LANGUAGE WITH NO     *
1209NT*      WORDING GOES OUT IN EN AND IS LISTED ON SYSOUT            *
      * - IF THE BOOK LATER TURNS UP AT CHECK-IN, LOANTRN REVERSES     *
      *   THE UNPAID CHARGE AND REINSTATES THE COPY (SEE 0902LS)       *
1221RQ* - EVERY COPY BILLED LOST PUTS ITS TITLE ON THE REPLACEMENT     *
1221RQ*   WORKLIST (REPL_QUEUE, THROUGH RPLQADD) WITH THE LOAN, SO     *
1221RQ*   THE SELECTOR SEES WHETHER THE CHARGE WAS PAID (RPLQTRN)      *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   23,2020 - A FINAL NOTICE CLOSRDAT WITHDREW       (1223CL)*
      *               X (DELIV_STATUS 'W') DOES NOT COUNT - THE        *
      *               X LOAN WAS RE-DATED PAST A CLOSED DAY            *
      * DEC   21,2020 - A LOST COPY QUEUES ITS TITLE FOR A     (1221RQ)*
      *               X REPLACEMENT DECISION (RPLQADD/RPLQTRN)         *
      * DEC   09,2020 - LOST-ITEM BILLING NOTICE ('L') TO      (1209NT)*
      *               X THE PATRON - PRINTED OR EMAILED, IN            *
      *               X THEIR PREFERRED LANGUAGE, WORDED FROM          *
      *               X NOTICE_TEMPLATES (SEE NTCRNDR)                 *
      * OCT   27,2020 - THE TITLE-LEVEL LOST STATUS FLIP NOW   (1027FX)*
      *               X WRITES A BOOKS_AUDIT ROW SO AUDRPLAY           *
      *               X CAN ROLL IT FORWARD                            *
      * SEP   02,2020 - INITIAL VERSION                        (0902LS)*
      *                                                                *
1209NT* FILES:                                                         *
1209NT* LOSTNTOP (OUTPUT) - IBMUSER.SMAGALIT.LOSTNTOP (PRINTED NOTICES)*
1209NT* LOSTNTML (OUTPUT) - IBMUSER.SMAGALIT.LOSTNTML (MAIL GATEWAY)   *
1209NT* IBMUSER.NOTICE_TEMPLATES (INPUT) - WORDING, READ BY NTCRNDR    *
1221RQ* IBMUSER.REPL_QUEUE (OUTPUT) - REPLACEMENT WORKLIST (RPLQADD)   *
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *   REPPRICE=nn.nn - DEFAULT REPLACEMENT PRICE WHEN NO           *
      *                    PO_LINES COST IS ON FILE (DEFAULT 25.00)    *
      * 1200-GET-LONG-DAYS             2140-BILL-REPLACEMENT           *
      * 2000-MAIN-LOGIC                3000-CLEANUP                    *
      * 8100-GET-NEXT-ID               9999-ERROR-HANDLING             *
1209NT* 1100-OPEN-FILES                2150-SEND-LOST-NOTICE           *
1209NT* 2155-WRITE-NOTICE-LINE         2160-WRITE-ADDRESS-BLOCK        *
1209NT* 2165-WRITE-BODY-LINE           2170-WRITE-NOTICE-HIST          *
1209NT* 3100-CLOSE-FILES                                               *
1221RQ* 8400-QUEUE-REPLACEMENT                                         *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
1209NT INPUT-OUTPUT SECTION.
1209NT FILE-CONTROL.
1209NT     SELECT FD-LOSTNTOP ASSIGN       TO    LOSTNTOP
1209NT                        FILE STATUS  IS FS-LOSTNTOP
1209NT                        ORGANIZATION IS SEQUENTIAL.
1209NT     SELECT FD-LOSTNTML ASSIGN       TO    LOSTNTML
1209NT                        FILE STATUS  IS FS-LOSTNTML
1209NT                        ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
1209NT FILE SECTION.
1209NT FD  FD-LOSTNTOP
1209NT     RECORDING MODE F
1209NT     RECORD CONTAINS 132 CHARACTERS.
1209NT 01  REC-LOSTNTOP                 PIC X(132).

1209NT FD  FD-LOSTNTML
1209NT     RECORDING MODE F
1209NT     RECORD CONTAINS 132 CHARACTERS.
1209NT 01  REC-LOSTNTML                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-LONG-DAYS            PIC S9(09) COMP VALUE 30.
           05  WS-ACTIVE-COPIES        PIC S9(08) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-CONV-CNTR        PIC S9(08) COMP VALUE 0.
1209NT         10  WS-NTC-PRT-CNTR     PIC S9(08) COMP VALUE 0.
1209NT         10  WS-NTC-EML-CNTR     PIC S9(08) COMP VALUE 0.
1209NT         10  WS-LNG-FBK-CNTR     PIC S9(08) COMP VALUE 0.
1221RQ         10  WS-RPLQ-CNTR        PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.
1209NT     05  WS-NOTICE-VARS.
1209NT         10  WS-NOTICE-LINE      PIC X(132)      VALUE SPACES.
1209NT         10  WS-NOTICE-HEAD      PIC X(60)       VALUE SPACES.
1209NT         10  WS-SEPARATOR        PIC X(132)      VALUE ALL '-'.
1209NT         10  WS-PATRON-DISP      PIC Z(8)9.
1209NT         10  WS-BOOKID-DISP      PIC Z(8)9.
1209NT         10  WS-BILL-DISP        PIC ZZ,ZZ9.99.
1209NT         10  WS-CSZ-LINE         PIC X(40)       VALUE SPACES.
1209NT         10  WS-DELIV-CHANNEL    PIC X           VALUE 'P'.
1209NT         10  WS-DELIV-STATUS     PIC X           VALUE 'P'.
1209NT         10  WS-IND-VARS.
1209NT             15  IND-EMAIL       PIC S9(04) COMP VALUE 0.
1209NT             15  IND-ADDR1       PIC S9(04) COMP VALUE 0.
1209NT             15  IND-ADDR2       PIC S9(04) COMP VALUE 0.
1209NT             15  IND-CITY        PIC S9(04) COMP VALUE 0.
1209NT             15  IND-STATE       PIC S9(04) COMP VALUE 0.
1209NT             15  IND-ZIP         PIC S9(04) COMP VALUE 0.

1027FX 01  WS-AUDIT-VARS.
1027FX     05  WS-AUDIT-BEFORE      PIC X(200)        VALUE SPACES.
0805ID     05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
0805ID     05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

1209NT 01  WS-NTCRNDR-PARMS.
1209NT     05  WS-NR-FUNC           PIC X             VALUE 'R'.
1209NT     05  WS-NR-TYPE           PIC X             VALUE 'L'.
1209NT     05  WS-NR-LANG           PIC X(02)         VALUE SPACES.
1209NT     05  WS-NR-FIELDS.
1209NT         10  WS-NR-NAME       PIC X(60)         VALUE SPACES.
1209NT         10  WS-NR-TITLE      PIC X(60)         VALUE SPACES.
1209NT         10  WS-NR-DUE        PIC X(10)         VALUE SPACES.
1209NT         10  WS-NR-AMOUNT     PIC X(12)         VALUE SPACES.
1209NT         10  WS-NR-BRANCH-ID  PIC S9(09) COMP   VALUE 0.
1209NT         10  WS-NR-ITEM       PIC X(09)         VALUE SPACES.
1209NT         10  WS-NR-PATRON     PIC X(09)         VALUE SPACES.
1209NT     05  WS-NR-LANG-USED      PIC X(02)         VALUE SPACES.
1209NT     05  WS-NR-RESULT         PIC X             VALUE 'N'.
1209NT     05  WS-NR-LINE-TBL.
1209NT         10  WS-NR-LINE       OCCURS 9 TIMES.
1209NT             15  WS-NR-LINE-SW
1209NT                              PIC X.
1209NT             15  WS-NR-LINE-TEXT
1209NT                              PIC X(132).
1209NT     05  WS-NR-RC             PIC S9(04) COMP   VALUE 0.
1209NT     05  WS-NR-IX             PIC S9(04) COMP   VALUE 0.

1221RQ 01  WS-RPLQADD-PARMS.
1221RQ     05  WS-RQ-SOURCE         PIC X             VALUE 'L'.
1221RQ     05  WS-RQ-BOOK-ID        PIC S9(09) COMP   VALUE 0.
1221RQ     05  WS-RQ-COPY-NO        PIC S9(09) COMP   VALUE 0.
1221RQ     05  WS-RQ-LOAN-ID        PIC S9(09) COMP   VALUE 0.
1221RQ     05  WS-RQ-RC             PIC S9(04) COMP   VALUE 0.

       01  WS-SYS-VARS.
1209NT     05  WS-FILESTAT.
1209NT         10  FS-LOSTNTOP         PIC 99          VALUE 0.
1209NT         10  FS-LOSTNTML         PIC 99          VALUE 0.
           05  EVAL-CODE               PIC S9(08) COMP VALUE 0.
               88  ERR-OK                              VALUE 0.
               88  SQL-EOC                             VALUE 100.
           EXEC SQL INCLUDE DCLCTL   END-EXEC.
           EXEC SQL INCLUDE DCLCOPY  END-EXEC.
           EXEC SQL INCLUDE DCLPLN   END-EXEC.
1209NT     EXEC SQL INCLUDE DCLPATR  END-EXEC.
1209NT     EXEC SQL INCLUDE DCLNTC   END-EXEC.

           EXEC SQL DECLARE CURLOSTC CURSOR FOR
                SELECT L.LOAN_ID
                      ,L.PATRON_ID
                      ,L.COPY_NO
                      ,DAYS(CURRENT DATE) - DAYS(L.DUE_DATE)
1209NT                ,L.DUE_DATE
1209NT                ,P.PATRON_NAME
1209NT                ,P.EMAIL
1209NT                ,P.PREF_LANG
1209NT                ,B.TITLE
1209NT                ,B.BRANCH_ID
                  FROM IBMUSER.LOANS L
1209NT           INNER JOIN IBMUSER.PATRONS P
1209NT              ON L.PATRON_ID = P.PATRON_ID
1209NT           INNER JOIN IBMUSER.BOOKS B
1209NT              ON L.BOOK_ID = B.BOOK_ID
                 WHERE L.RETURN_DATE IS NULL
                   AND L.DUE_DATE < CURRENT DATE
                       - :WS-LONG-DAYS DAYS
                       (SELECT 1
                          FROM IBMUSER.NOTICE_HIST N
                         WHERE N.LOAN_ID = L.LOAN_ID
1223CL                     AND N.NOTICE_TYPE = 'F'
1223CL                     AND N.DELIV_STATUS <> 'W')
                 ORDER BY L.LOAN_ID
           END-EXEC.

            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1150-PARSE-PARM
            PERFORM 1200-GET-LONG-DAYS
1209NT      PERFORM 1100-OPEN-FILES
            .

1209NT 1100-OPEN-FILES.
1209NT      MOVE '1100-OPEN-FILES' TO ERR-LOC

1209NT      OPEN OUTPUT FD-LOSTNTOP
1209NT      MOVE FS-LOSTNTOP TO EVAL-CODE
1209NT      IF NOT ERR-OK
1209NT         MOVE 'OPEN OUTPUT FD-LOSTNTOP' TO ERR-MSG
1209NT         PERFORM 9999-ERROR-HANDLING
1209NT      END-IF

1209NT      OPEN OUTPUT FD-LOSTNTML
1209NT      MOVE FS-LOSTNTML TO EVAL-CODE
1209NT      IF NOT ERR-OK
1209NT         MOVE 'OPEN OUTPUT FD-LOSTNTML' TO ERR-MSG
1209NT         PERFORM 9999-ERROR-HANDLING
1209NT      END-IF
1209NT      .

       1150-PARSE-PARM.
            MOVE '1150-PARSE-PARM' TO ERR-LOC

            END-IF

            DISPLAY WS-CONV-CNTR ' LOANS CONVERTED TO LOST'
1209NT      DISPLAY WS-NTC-PRT-CNTR ' LOST-ITEM NOTICES PRINTED'
1209NT      DISPLAY WS-NTC-EML-CNTR ' LOST-ITEM NOTICES EMAILED'
1209NT      DISPLAY WS-LNG-FBK-CNTR ' NOTICES SENT IN EN FALLBACK'
1221RQ      DISPLAY WS-RPLQ-CNTR ' TITLES QUEUED FOR REPLACEMENT'
            .

       2110-CONVERT-ONE-LOAN.
            MOVE '2110-CONVERT-ONE-LOAN' TO ERR-LOC

            INITIALIZE DCLLOAN
1209NT                 DCLPATR
1209NT                 DCLBOOKS
1209NT                 WS-IND-VARS
            MOVE 0 TO WS-DAYS-OVER

            EXEC SQL
                      ,:TBLLOAN-PATRON-ID
                      ,:TBLLOAN-COPY-NO
                      ,:WS-DAYS-OVER
1209NT                ,:TBLLOAN-DUE-DATE
1209NT                ,:TBLPATR-PATRON-NAME
1209NT                ,:TBLPATR-EMAIL :IND-EMAIL
1209NT                ,:TBLPATR-PREF-LANG
1209NT                ,:TBLBKS-TITLE
1209NT                ,:TBLBKS-BRANCH-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE

                     PERFORM 2130-MARK-COPY-LOST
                     PERFORM 2140-BILL-REPLACEMENT
1209NT               PERFORM 2150-SEND-LOST-NOTICE
                     ADD 1 TO WS-CONV-CNTR
                WHEN SQL-EOC
                     CONTINUE
1027FX            PERFORM 8220-WRITE-BOOKS-AUDIT
1027FX         END-IF
            END-IF

1221RQ      PERFORM 8400-QUEUE-REPLACEMENT
            .

       2140-BILL-REPLACEMENT.
            END-IF
            .

1209NT 2150-SEND-LOST-NOTICE.
1209NT      MOVE '2150-SEND-LOST-NOTICE' TO ERR-LOC

1209NT**    THE PATRON HEARS ABOUT THE CHARGE THE SAME NIGHT IT IS
1209NT**    RAISED - BY EMAIL WHEN ONE IS ON FILE, ELSE ON PAPER
1209NT      IF IND-EMAIL < 0
1209NT         MOVE SPACES TO TBLPATR-EMAIL-TEXT
1209NT         MOVE 0      TO TBLPATR-EMAIL-LEN
1209NT      END-IF
1209NT      IF TBLPATR-EMAIL-LEN > 0
1209NT         MOVE 'E' TO WS-DELIV-CHANNEL
1209NT         MOVE 'S' TO WS-DELIV-STATUS
1209NT         ADD 1 TO WS-NTC-EML-CNTR
1209NT      ELSE
1209NT         MOVE 'P' TO WS-DELIV-CHANNEL
1209NT         MOVE 'P' TO WS-DELIV-STATUS
1209NT         ADD 1 TO WS-NTC-PRT-CNTR
1209NT      END-IF

1209NT      MOVE TBLLOAN-PATRON-ID TO WS-PATRON-DISP
1209NT      MOVE TBLLOAN-BOOK-ID   TO WS-BOOKID-DISP
1209NT      MOVE WS-BILL-AMT       TO WS-BILL-DISP

1209NT      MOVE 'R'               TO WS-NR-FUNC
1209NT      MOVE 'L'               TO WS-NR-TYPE
1209NT      MOVE TBLPATR-PREF-LANG TO WS-NR-LANG
1209NT      MOVE TBLPATR-PATRON-NAME-TEXT (1:60) TO WS-NR-NAME
1209NT      MOVE TBLBKS-TITLE-TEXT (1:60)        TO WS-NR-TITLE
1209NT      MOVE TBLLOAN-DUE-DATE  TO WS-NR-DUE
1209NT      MOVE WS-BILL-DISP      TO WS-NR-AMOUNT
1209NT      MOVE TBLBKS-BRANCH-ID  TO WS-NR-BRANCH-ID
1209NT      MOVE WS-BOOKID-DISP    TO WS-NR-ITEM
1209NT      MOVE WS-PATRON-DISP    TO WS-NR-PATRON
1209NT      MOVE 0                 TO WS-NR-RC
1209NT      CALL 'NTCRNDR' USING WS-NTCRNDR-PARMS
1209NT      IF WS-NR-RC NOT = 0
1209NT         MOVE WS-NR-RC TO EVAL-CODE
1209NT         MOVE 'CALL NTCRNDR' TO ERR-MSG
1209NT         PERFORM 9999-ERROR-HANDLING
1209NT      END-IF
1209NT      IF WS-NR-RESULT = 'F'
1209NT         DISPLAY 'NO ' WS-NR-LANG ' WORDING FOR TYPE L - PATRON '
1209NT                 WS-PATRON-DISP ' SENT IN EN'
1209NT         ADD 1 TO WS-LNG-FBK-CNTR
1209NT      END-IF

1209NT      MOVE WS-SEPARATOR TO WS-NOTICE-LINE
1209NT      PERFORM 2155-WRITE-NOTICE-LINE
1209NT      IF WS-DELIV-CHANNEL = 'P'
1209NT         PERFORM 2160-WRITE-ADDRESS-BLOCK
1209NT      END-IF

1209NT      MOVE 'LOST ITEM BILLED' TO WS-NOTICE-HEAD
1209NT      IF WS-NR-LINE-SW (1) = 'Y'
1209NT         MOVE WS-NR-LINE-TEXT (1) TO WS-NOTICE-HEAD
1209NT      END-IF
1209NT      MOVE SPACES TO WS-NOTICE-LINE
1209NT      STRING FUNCTION TRIM (WS-NOTICE-HEAD)
1209NT                                  DELIMITED BY SIZE
1209NT             ' - PATRON '         DELIMITED BY SIZE
1209NT             WS-PATRON-DISP       DELIMITED BY SIZE
1209NT             '  '                 DELIMITED BY SIZE
1209NT             TBLPATR-PATRON-NAME-TEXT (1:40)
1209NT                                  DELIMITED BY SIZE
1209NT             '  '                 DELIMITED BY SIZE
1209NT             TBLPATR-EMAIL-TEXT (1:40)
1209NT                                  DELIMITED BY SIZE
1209NT        INTO WS-NOTICE-LINE
1209NT      END-STRING
1209NT      PERFORM 2155-WRITE-NOTICE-LINE

1209NT      IF WS-NR-RESULT = 'N'
1209NT         MOVE 'THIS ITEM HAS NOW BEEN BILLED AS LOST'
1209NT           TO WS-NOTICE-LINE
1209NT         PERFORM 2155-WRITE-NOTICE-LINE
1209NT         MOVE 'RETURN IT AND THE REPLACEMENT CHARGE IS REVERSED'
1209NT           TO WS-NOTICE-LINE
1209NT         PERFORM 2155-WRITE-NOTICE-LINE
1209NT      ELSE
1209NT         PERFORM 2165-WRITE-BODY-LINE
1209NT                   VARYING WS-NR-IX FROM 2 BY 1
1209NT                   UNTIL WS-NR-IX > 8
1209NT      END-IF

1209NT      IF WS-NR-LINE-SW (9) = 'Y'
1209NT         MOVE WS-NR-LINE-TEXT (9) TO WS-NOTICE-LINE
1209NT      ELSE
1209NT         MOVE SPACES TO WS-NOTICE-LINE
1209NT         STRING '   BOOK '           DELIMITED BY SIZE
1209NT                WS-BOOKID-DISP       DELIMITED BY SIZE
1209NT                '  '                 DELIMITED BY SIZE
1209NT                TBLBKS-TITLE-TEXT (1:60)
1209NT                                     DELIMITED BY SIZE
1209NT                '  CHARGE '          DELIMITED BY SIZE
1209NT                WS-BILL-DISP         DELIMITED BY SIZE
1209NT           INTO WS-NOTICE-LINE
1209NT         END-STRING
1209NT      END-IF
1209NT      PERFORM 2155-WRITE-NOTICE-LINE

1209NT      PERFORM 2170-WRITE-NOTICE-HIST
1209NT      .

1209NT 2155-WRITE-NOTICE-LINE.
1209NT      MOVE '2155-WRITE-NOTICE-LINE' TO ERR-LOC

1209NT      IF WS-DELIV-CHANNEL = 'E'
1209NT         WRITE REC-LOSTNTML FROM WS-NOTICE-LINE
1209NT      ELSE
1209NT         WRITE REC-LOSTNTOP FROM WS-NOTICE-LINE
1209NT      END-IF
1209NT      MOVE SPACES TO WS-NOTICE-LINE
1209NT      .

1209NT 2160-WRITE-ADDRESS-BLOCK.
1209NT      MOVE '2160-WRITE-ADDRESS-BLOCK' TO ERR-LOC

1209NT**    WINDOW-ENVELOPE ADDRESS BLOCK, AS ON THE NOTICRUN NOTICES;
1209NT**    A PATRON WITH NO ADDRESS ON FILE GETS THE DESK COPY ONLY
1209NT      INITIALIZE WS-IND-VARS

1209NT      EXEC SQL
1209NT           SELECT ADDR_LINE1, ADDR_LINE2, CITY, STATE,
1209NT                  POSTAL_CODE
1209NT             INTO :TBLPATR-ADDR-LINE1 :IND-ADDR1,
1209NT                  :TBLPATR-ADDR-LINE2 :IND-ADDR2,
1209NT                  :TBLPATR-CITY :IND-CITY,
1209NT                  :TBLPATR-STATE :IND-STATE,
1209NT                  :TBLPATR-POSTAL-CODE :IND-ZIP
1209NT             FROM IBMUSER.PATRONS
1209NT            WHERE PATRON_ID = :TBLLOAN-PATRON-ID
1209NT      END-EXEC

1209NT      MOVE SQLCODE TO EVAL-CODE
1209NT      IF NOT ERR-OK AND NOT SQL-EOC
1209NT         MOVE 'SELECT PATRON ADDRESS' TO ERR-MSG
1209NT         PERFORM 9999-ERROR-HANDLING
1209NT      END-IF

1209NT      IF ERR-OK AND IND-ADDR1 NOT < 0
1209NT         MOVE TBLPATR-PATRON-NAME-TEXT (1:40) TO WS-NOTICE-LINE
1209NT         PERFORM 2155-WRITE-NOTICE-LINE
1209NT         MOVE TBLPATR-ADDR-LINE1-TEXT TO WS-NOTICE-LINE
1209NT         PERFORM 2155-WRITE-NOTICE-LINE
1209NT         IF IND-ADDR2 NOT < 0
1209NT         AND TBLPATR-ADDR-LINE2-TEXT NOT = SPACES
1209NT            MOVE TBLPATR-ADDR-LINE2-TEXT TO WS-NOTICE-LINE
1209NT            PERFORM 2155-WRITE-NOTICE-LINE
1209NT         END-IF

1209NT         IF IND-CITY < 0
1209NT            MOVE SPACES TO TBLPATR-CITY-TEXT
1209NT         END-IF
1209NT         IF IND-STATE < 0
1209NT            MOVE SPACES TO TBLPATR-STATE
1209NT         END-IF
1209NT         IF IND-ZIP < 0
1209NT            MOVE SPACES TO TBLPATR-POSTAL-CODE-TEXT
1209NT         END-IF
1209NT         MOVE SPACES TO WS-CSZ-LINE
1209NT         STRING FUNCTION TRIM (TBLPATR-CITY-TEXT)
1209NT                                     DELIMITED BY SIZE
1209NT                ', '                 DELIMITED BY SIZE
1209NT                TBLPATR-STATE        DELIMITED BY SIZE
1209NT                ' '                  DELIMITED BY SIZE
1209NT                TBLPATR-POSTAL-CODE-TEXT
1209NT                                     DELIMITED BY SIZE
1209NT           INTO WS-CSZ-LINE
1209NT         END-STRING
1209NT         MOVE WS-CSZ-LINE TO WS-NOTICE-LINE (1:40)
1209NT         PERFORM 2155-WRITE-NOTICE-LINE
1209NT         PERFORM 2155-WRITE-NOTICE-LINE
1209NT      END-IF
1209NT      .

1209NT 2165-WRITE-BODY-LINE.
1209NT      IF WS-NR-LINE-SW (WS-NR-IX) = 'Y'
1209NT         MOVE WS-NR-LINE-TEXT (WS-NR-IX) TO WS-NOTICE-LINE
1209NT         PERFORM 2155-WRITE-NOTICE-LINE
1209NT      END-IF
1209NT      .

1209NT 2170-WRITE-NOTICE-HIST.
1209NT      MOVE '2170-WRITE-NOTICE-HIST' TO ERR-LOC

1209NT      MOVE 'NOTICE_ID' TO WS-NXT-ID-NAME
1209NT      PERFORM 8100-GET-NEXT-ID
1209NT      MOVE WS-NXT-NEXT-ID    TO TBLNTC-NOTICE-ID
1209NT      MOVE TBLLOAN-PATRON-ID TO TBLNTC-PATRON-ID

1209NT      EXEC SQL
1209NT           INSERT INTO IBMUSER.NOTICE_HIST
1209NT                  (NOTICE_ID, PATRON_ID, LOAN_ID, HOLD_ID,
1209NT                   NOTICE_TYPE, NOTICE_DATE,
1209NT                   DELIV_CHANNEL, DELIV_STATUS)
1209NT           VALUES (:TBLNTC-NOTICE-ID, :TBLNTC-PATRON-ID,
1209NT                   :TBLLOAN-LOAN-ID, NULL, 'L', CURRENT DATE,
1209NT                   :WS-DELIV-CHANNEL, :WS-DELIV-STATUS)
1209NT      END-EXEC

1209NT      MOVE SQLCODE TO EVAL-CODE
1209NT      IF NOT ERR-OK
1209NT         MOVE 'INSERT NOTICE_HIST' TO ERR-MSG
1209NT         PERFORM 9999-ERROR-HANDLING
1209NT      END-IF
1209NT      .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

1209NT      PERFORM 3100-CLOSE-FILES

0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
0807RH      MOVE WS-CONV-CNTR TO WS-RL-REC-COUNT
            PERFORM 9999-TERMINATE
            .

1209NT 3100-CLOSE-FILES.
1209NT      MOVE '3100-CLOSE-FILES' TO ERR-LOC

1209NT      CLOSE FD-LOSTNTOP
1209NT      MOVE FS-LOSTNTOP TO EVAL-CODE
1209NT      IF NOT ERR-OK
1209NT         MOVE 'CLOSE FD-LOSTNTOP' TO ERR-MSG
1209NT         PERFORM 9999-ERROR-HANDLING
1209NT      END-IF

1209NT      CLOSE FD-LOSTNTML
1209NT      MOVE FS-LOSTNTML TO EVAL-CODE
1209NT      IF NOT ERR-OK
1209NT         MOVE 'CLOSE FD-LOSTNTML' TO ERR-MSG
1209NT         PERFORM 9999-ERROR-HANDLING
1209NT      END-IF
1209NT      .

1027FX 8210-BUILD-BOOK-AUDIT-TEXT.
1027FX      MOVE '8210-BUILD-BOOK-AUDIT-TEXT' TO ERR-LOC

1027FX      END-IF
1027FX      .

1221RQ 8400-QUEUE-REPLACEMENT.
1221RQ      MOVE '8400-QUEUE-REPLACEMENT' TO ERR-LOC

1221RQ**    THE LOAN GOES WITH THE ENTRY SO RPLQTRN CAN SHOW WHETHER
1221RQ**    THE REPLACEMENT CHARGE 2140 BILLS ON IT WAS COLLECTED
1221RQ      MOVE 'L'             TO WS-RQ-SOURCE
1221RQ      MOVE TBLLOAN-BOOK-ID TO WS-RQ-BOOK-ID
1221RQ      MOVE TBLLOAN-COPY-NO TO WS-RQ-COPY-NO
1221RQ      MOVE TBLLOAN-LOAN-ID TO WS-RQ-LOAN-ID
1221RQ      MOVE 0 TO WS-RQ-RC
1221RQ      CALL 'RPLQADD' USING WS-RPLQADD-PARMS

1221RQ      EVALUATE WS-RQ-RC
1221RQ          WHEN 0
1221RQ               ADD 1 TO WS-RPLQ-CNTR
1221RQ          WHEN 4
1221RQ               CONTINUE
1221RQ          WHEN OTHER
1221RQ               MOVE WS-RQ-RC TO EVAL-CODE
1221RQ               MOVE 'CALL RPLQADD' TO ERR-MSG
1221RQ               PERFORM 9999-ERROR-HANDLING
1221RQ      END-EVALUATE
1221RQ      .

0805ID 8100-GET-NEXT-ID.
0805ID      MOVE '8100-GET-NEXT-ID' TO ERR-LOC

