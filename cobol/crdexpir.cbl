      *   EXPIRE WITHIN THE PARM-DRIVEN WINDOW, WITH PHONE AND EXPIRY  *
      *   DATE, SO THE DESK CAN FOLLOW UP. THE PATRON-FACING RENEWAL   *
      *   REMINDERS THEMSELVES GO OUT THROUGH NOTICRUN (TYPE 'X')      *
1209NT* - EACH PATRON'S LINE SHOWS THEIR PREFERRED LANGUAGE AND IS     *
1209NT*   FOLLOWED BY THE RENEWAL WORDING (TYPE X, SEE NTCRNDR) IN     *
1209NT*   THAT LANGUAGE SO THE DESK CAN READ IT TO THEM BY PHONE OR    *
1209NT*   SEND IT ON; A LANGUAGE WITH NO WORDING SHOWS THE EN TEXT,    *
1209NT*   IS FLAGGED ON THE LINE AND IS LISTED ON SYSOUT               *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   09,2020 - PATRON'S LANGUAGE AND RENEWAL WORDING  (1209NT)*
      *               X FROM NOTICE_TEMPLATES (SEE NTCRNDR)            *
      *               X UNDER EACH LISTED CARD                         *
      * SEP   11,2020 - INITIAL VERSION                        (0911EX)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *                                                                *
      * FILES:                                                         *
      * CRDEXPOP (OUTPUT) - IBMUSER.SMAGALIT.CRDEXPOP                  *
1209NT* IBMUSER.NOTICE_TEMPLATES (INPUT) - WORDING, READ BY NTCRNDR    *
      *                                                                *
      * 0000-MAIN                      2100-FETCH-ONE-CARD             *
      * 1000-INIT                      3000-CLEANUP                    *
      * 1100-OPEN-FILE                 3100-CLOSE-FILE                 *
      * 1150-PARSE-PARM                9999-ERROR-HANDLING             *
      * 2000-MAIN-LOGIC                9999-TERMINATE                  *
1209NT* 2105-RENDER-WORDING            2110-WRITE-WORDING-LINE         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
           05  WS-DAYS-DISP            PIC -(4)9.
           05  WS-COUNTERS.
               10  WS-CARD-CNTR        PIC S9(08) COMP VALUE 0.
1209NT         10  WS-LNG-FBK-CNTR     PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.
0807RH     05  WS-RL-RUN-ID         PIC S9(09) COMP   VALUE 0.
0807RH     05  WS-RL-RC             PIC S9(04) COMP   VALUE 0.

1209NT 01  WS-NTCRNDR-PARMS.
1209NT     05  WS-NR-FUNC           PIC X             VALUE 'R'.
1209NT     05  WS-NR-TYPE           PIC X             VALUE 'X'.
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

       01  WS-ERROR.
           05  FILLER                   PIC X(09)       VALUE 'ERR AT '.
           05  ERR-LOC                  PIC X(26)       VALUE SPACES   .
                      ,P.PHONE
                      ,P.EXPIRY_DATE
                      ,DAYS(P.EXPIRY_DATE) - DAYS(CURRENT DATE)
1209NT                ,P.PREF_LANG
                  FROM IBMUSER.PATRONS P
                 WHERE P.PATRON_STATUS = 'A'
                   AND P.EXPIRY_DATE IS NOT NULL
            END-IF

            DISPLAY WS-CARD-CNTR ' EXPIRING CARDS LISTED'
1209NT      DISPLAY WS-LNG-FBK-CNTR ' CARDS SHOWN IN EN FALLBACK'
            .

       2100-FETCH-ONE-CARD.
                      ,:TBLPATR-PHONE
                      ,:TBLPATR-EXPIRY-DATE
                      ,:WS-DAYS-LEFT
1209NT                ,:TBLPATR-PREF-LANG
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
                            TBLPATR-EXPIRY-DATE  DELIMITED BY SIZE
                            '  DAYS '            DELIMITED BY SIZE
                            WS-DAYS-DISP         DELIMITED BY SIZE
1209NT                      '  LANG '            DELIMITED BY SIZE
1209NT                      TBLPATR-PREF-LANG    DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                     END-STRING
1209NT               PERFORM 2105-RENDER-WORDING
1209NT               IF WS-NR-RESULT = 'F'
1209NT                  MOVE '  (NO WORDING - EN SHOWN)'
1209NT                    TO WS-REPORT-LINE (100:25)
1209NT               END-IF
                     WRITE REC-CRDEXPOP FROM WS-REPORT-LINE
1209NT               PERFORM 2110-WRITE-WORDING-LINE
1209NT                         VARYING WS-NR-IX FROM 2 BY 1
1209NT                         UNTIL WS-NR-IX > 8
                     ADD 1 TO WS-CARD-CNTR
                WHEN SQL-EOC
                     CONTINUE
            END-EVALUATE
            .

1209NT 2105-RENDER-WORDING.
1209NT      MOVE '2105-RENDER-WORDING' TO ERR-LOC

1209NT      MOVE 'R'               TO WS-NR-FUNC
1209NT      MOVE 'X'               TO WS-NR-TYPE
1209NT      MOVE TBLPATR-PREF-LANG TO WS-NR-LANG
1209NT      MOVE TBLPATR-PATRON-NAME-TEXT (1:60) TO WS-NR-NAME
1209NT      MOVE TBLPATR-EXPIRY-DATE TO WS-NR-DUE
1209NT      MOVE WS-PATRON-DISP    TO WS-NR-PATRON
1209NT      MOVE 0                 TO WS-NR-RC
1209NT      CALL 'NTCRNDR' USING WS-NTCRNDR-PARMS
1209NT      IF WS-NR-RC NOT = 0
1209NT         MOVE WS-NR-RC TO EVAL-CODE
1209NT         MOVE 'CALL NTCRNDR' TO ERR-MSG
1209NT         PERFORM 9999-ERROR-HANDLING
1209NT      END-IF

1209NT      IF WS-NR-RESULT = 'F'
1209NT         DISPLAY 'NO ' WS-NR-LANG ' WORDING FOR TYPE X - PATRON '
1209NT                 WS-PATRON-DISP ' SHOWN IN EN'
1209NT         ADD 1 TO WS-LNG-FBK-CNTR
1209NT      END-IF
1209NT      .

1209NT 2110-WRITE-WORDING-LINE.
1209NT      IF WS-NR-LINE-SW (WS-NR-IX) = 'Y'
1209NT         MOVE SPACES TO WS-REPORT-LINE
1209NT         MOVE WS-NR-LINE-TEXT (WS-NR-IX)
1209NT           TO WS-REPORT-LINE (11:122)
1209NT         WRITE REC-CRDEXPOP FROM WS-REPORT-LINE
1209NT      END-IF
1209NT      .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE
