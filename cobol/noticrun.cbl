      *   9-DIGIT NOTICE_ID PER RECORD); EACH BOUNCED NOTICE IS        *
      *   REPRINTED TO NOTICOP AND ITS ROW FLIPPED TO CHANNEL 'P'      *
      *   WITH STATUS 'F', SO A FAILED SEND NEVER JUST DISAPPEARS      *
1109EV* - EVENT REMINDERS: ONE NOTICE PER CONFIRMED EVENT_REGS ROW     *
1109EV*   FOR A SCHEDULED EVENT IN THE NEXT TWO DAYS (TYPE 'V'),       *
1109EV*   STAMPED WITH REMIND_DATE SO IT IS SENT ONLY ONCE (SEE        *
1109EV*   EVNTTRN)                                                     *
1201FA* - JUVENILE CARDS WITH A GUARANTOR (SEE PATRNTRN 1201FA): THE   *
1201FA*   NOTICE GOES TO THE GUARANTOR - THE GUARANTOR'S EMAIL         *
1201FA*   DECIDES THE CHANNEL AND A PRINTED NOTICE CARRIES THE         *
1201FA*   GUARANTOR'S NAME AND ADDRESS                                 *
1203RL* - RECALL NOTICES: ONE PER OPEN LOAN HOLDSWP HAS RECALLED       *
1203RL*   (RECALL_DATE SET) FOR A WAITING HOLD, SHOWING THE NEW,       *
1203RL*   SHORTER DUE DATE (TYPE 'R' BY LOAN_ID), WITH THE SAME        *
1203RL*   ONE-NOTICE-PER-PATRON BREAK AS THE OVERDUE STAGES            *
1208IP* - PAYMENT PLAN NOTICES: ONE PER INSTALLMENT PLANCHK HAS        *
1208IP*   MARKED MISSED (TYPE 'I'), STAMPED WITH NOTICE_DATE SO IT     *
1208IP*   IS SENT ONLY ONCE; A PLAN THE MISS CANCELLED SAYS SO         *
1209NT* - NOTICE WORDING (SEE NTCRNDR): OVERDUE/SECOND/FINAL/RECALL,   *
1209NT*   HOLD-READY AND CARD RENEWAL NOTICES TAKE THEIR HEADING,      *
1209NT*   BODY AND ITEM LINES FROM IBMUSER.NOTICE_TEMPLATES IN THE     *
1209NT*   PREFERRED LANGUAGE OF WHOEVER GETS THE NOTICE (THE           *
1209NT*   GUARANTOR'S WHEN IT GOES TO THE GUARANTOR). A LANGUAGE       *
1209NT*   WITH NO WORDING GOES OUT IN EN AND IS LISTED ON SYSOUT; A    *
1209NT*   TYPE WITH NO WORDING AT ALL KEEPS THE BUILT-IN TEXT.         *
1209NT*   EVENT AND PAYMENT PLAN NOTICES AND BOUNCE REPRINTS KEEP      *
1209NT*   THEIR BUILT-IN TEXT                                          *
1223CL* - A NOTICE WITHDRAWN BY CLOSRDAT (DELIV_STATUS 'W' - THE       *
1223CL*   LOAN WAS RE-DATED PAST A CLOSED DAY) IS IGNORED BY THE       *
1223CL*   OVERDUE STAGES, SO THE CYCLE STARTS AGAIN FROM THE NEW       *
1223CL*   DUE DATE                                                     *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   23,2020 - A PRINTED OVERDUE NOTICE CLOSRDAT      (1223CL)*
      *               X WITHDREW (DELIV_STATUS 'W') FOR A LOAN RE-     *
      *               X DATED PAST A CLOSED DAY DOES NOT COUNT AS      *
      *               X SENT - THE CYCLE RUNS AGAIN FROM THE NEW DUE   *
      *               X DATE                                           *
      * DEC   09,2020 - NOTICE WORDING FROM NOTICE_TEMPLATES   (1209NT)*
      *               X IN THE PATRON'S PREFERRED LANGUAGE,            *
      *               X RENDERED BY NTCRNDR; EN FALLBACKS              *
      *               X LISTED ON SYSOUT AND COUNTED                   *
      * DEC   08,2020 - PAYMENT PLAN NOTICES ('I') FOR         (1208IP)*
      *               X INSTALLMENTS PLANCHK MARKED MISSED,            *
      *               X NOTING A PLAN THE MISS CANCELLED               *
      * DEC   03,2020 - RECALL NOTICES ('R') FOR LOANS         (1203RL)*
      *               X HOLDSWP RECALLED FOR A WAITING HOLD,           *
      *               X WITH THE SHORTENED DUE DATE                    *
      * DEC   01,2020 - FAMILY ACCOUNTS: NOTICES FOR A         (1201FA)*
      *               X JUVENILE WITH A GUARANTOR ARE SENT             *
      *               X TO THE GUARANTOR (THEIR EMAIL, OR              *
      *               X THEIR NAME AND ADDRESS ON PAPER)               *
      * NOV   09,2020 - LIBRARY EVENT REMINDERS ('V') TO       (1109EV)*
      *               X CONFIRMED REGISTRANTS TWO DAYS OUT, ON         *
      *               X THE SAME EMAIL/PRINT CHANNELS; BOUNCED         *
      *               X 'V' AND 'X' NOTICES NOW REPRINT THEIR          *
      *               X OWN TEXT                                       *
      * SEP   11,2020 - CARD RENEWAL REMINDERS ('X'): ONE      (0911EX)*
      *               X NOTICE PER ACTIVE PATRON WHOSE CARD            *
      *               X EXPIRES WITHIN 30 DAYS, NOT RE-SENT            *
0903EN* NOTICEML (OUTPUT) - IBMUSER.SMAGALIT.NOTICEML (MAIL GATEWAY)   *
0903EN* NTCFBKI  (INPUT)  - IBMUSER.SMAGALIT.NTCFBKI (BOUNCED IDS,     *
0903EN*                     OPTIONAL - A MISSING FILE IS AN EMPTY ONE) *
1209NT* IBMUSER.NOTICE_TEMPLATES (INPUT) - WORDING, READ BY NTCRNDR    *
      *                                                                *
      * 0000-MAIN                      2140-MASK-PATRON-NAME           *
      * 1000-INIT                      2150-SECOND-NOTICES             *
0903EN* 1520-REPRINT-ONE-NOTICE        1540-REPRINT-HOLD-LINE          *
0904AD* 2122-WRITE-ADDRESS-BLOCK       2300-EXPIRY-NOTICES             *
0911EX* 2310-FETCH-ONE-EXPIRY                                          *
1109EV* 2400-EVENT-REMINDERS           1550-REPRINT-EVENT-LINES        *
1109EV* 2410-FETCH-ONE-REMINDER        1555-FETCH-ONE-EVENT-LINE       *
1109EV* 2420-FORMAT-EVENT-LINE                                         *
1201FA* 2117-CHECK-GUARANTOR           2118-WRITE-GUARANTOR-LINE       *
1203RL* 2170-RECALL-NOTICES            2175-FETCH-ONE-RECALL           *
1208IP* 2500-PLAN-NOTICES             2510-FETCH-ONE-PLAN-NOTICE       *
1209NT* 2600-RENDER-NOTICE-TEXT       2610-REPORT-FALLBACK             *
1209NT* 2620-WRITE-BODY-LINES         2625-WRITE-ONE-BODY-LINE         *
      * 2000-MAIN-LOGIC                2165-FETCH-ONE-FINAL            *
      * 2100-OVERDUE-NOTICES           2200-HOLD-NOTICES               *
      * 2110-FETCH-ONE-OVERDUE         2210-FETCH-ONE-HOLD             *
0901NC         10  WS-OV2-NOTICE-CNTR  PIC S9(08) COMP VALUE 0.
0901NC         10  WS-FIN-NOTICE-CNTR  PIC S9(08) COMP VALUE 0.
0911EX         10  WS-EXP-NOTICE-CNTR  PIC S9(08) COMP VALUE 0.
1109EV         10  WS-EVT-NOTICE-CNTR  PIC S9(08) COMP VALUE 0.
1203RL         10  WS-RCL-NOTICE-CNTR  PIC S9(08) COMP VALUE 0.
1208IP         10  WS-PLN-NOTICE-CNTR  PIC S9(08) COMP VALUE 0.
1209NT         10  WS-LNG-FBK-CNTR     PIC S9(08) COMP VALUE 0.
1209NT         10  WS-LNG-STD-CNTR     PIC S9(08) COMP VALUE 0.
0901NC     05  WS-STAGE-VARS.
0901NC         10  WS-NOTICE-STAGE     PIC X           VALUE 'O'.
0901NC         10  WS-STAGE-HEAD       PIC X(22)       VALUE SPACES.
1209NT         10  WS-NOTICE-HEAD      PIC X(60)       VALUE SPACES.
0901NC         10  WS-GRACE-DAYS       PIC S9(09) COMP VALUE 0.
0901NC         10  WS-WAIT2-DAYS       PIC S9(09) COMP VALUE 0.
0901NC         10  WS-WAITF-DAYS       PIC S9(09) COMP VALUE 0.
           05  WS-SEPARATOR            PIC X(132)      VALUE ALL '-'.
0903EN     05  WS-DELIV-CHANNEL        PIC X           VALUE 'P'.
0903EN     05  WS-DELIV-STATUS         PIC X           VALUE 'P'.
1109EV     05  WS-EVT-VARS.
1109EV         10  WS-EVT-HH1-DISP     PIC Z9.
1109EV         10  WS-EVT-HH2-DISP     PIC Z9.
1109EV         10  WS-EVT-ROOM-DISP    PIC ZZ9.
1109EV         10  WS-EVT-EOC-SW       PIC 9           VALUE 0.
1109EV             88  EVENT-LINES-DONE                VALUE 1.
1208IP     05  WS-PLN-VARS.
1208IP         10  WS-PLN-INST-DISP    PIC Z9.
1208IP         10  WS-PLN-AMT-DISP     PIC ZZ,ZZ9.99.
1208IP         10  WS-PLN-ID-DISP      PIC Z(8)9.
0904AD     05  WS-ADDR-VARS.
0904AD         10  WS-ADDR-PATRON-ID   PIC S9(09) COMP VALUE 0.
0904AD         10  WS-CSZ-LINE         PIC X(40)       VALUE SPACES.
0904AD             15  IND-CITY        PIC S9(04) COMP VALUE 0.
0904AD             15  IND-STATE       PIC S9(04) COMP VALUE 0.
0904AD             15  IND-ZIP         PIC S9(04) COMP VALUE 0.
1201FA     05  WS-GUAR-VARS.
1201FA         10  WS-GUAR-PATRON-ID   PIC S9(09) COMP VALUE 0.
1201FA         10  WS-GUAR-CAT         PIC X           VALUE SPACE.
1201FA         10  WS-GUAR-ID          PIC S9(09) COMP VALUE 0.
1201FA         10  WS-GUAR-NAME.
1201FA             49  WS-GUAR-NAME-LEN
1201FA                                 PIC S9(04) COMP VALUE 0.
1201FA             49  WS-GUAR-NAME-TEXT
1201FA                                 PIC X(60)       VALUE SPACES.
1201FA         10  WS-GUAR-SW          PIC 9           VALUE 0.
1201FA             88  SEND-TO-GUARANTOR               VALUE 1.
1209NT         10  WS-GUAR-LANG        PIC X(02)       VALUE SPACES.
1201FA         10  IND-GUAR            PIC S9(04) COMP VALUE 0.
0903EN     05  WS-FBK-VARS.
0903EN         10  WS-FBK-NOTICE-ID    PIC S9(09) COMP VALUE 0.
0903EN         10  WS-FBK-EOF-SW       PIC 9           VALUE 0.
0805ID     05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
0805ID     05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

1209NT 01  WS-NTCRNDR-PARMS.
1209NT     05  WS-NR-FUNC           PIC X             VALUE 'R'.
1209NT     05  WS-NR-TYPE           PIC X             VALUE SPACE.
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

       01  WS-SYS-VARS.
           05  WS-FILESTAT.
               10  FS-NOTICOP          PIC 99          VALUE 0.
           EXEC SQL INCLUDE DCLHOLD  END-EXEC.
           EXEC SQL INCLUDE DCLNTC   END-EXEC.
0901NC     EXEC SQL INCLUDE DCLCTL   END-EXEC.
1109EV     EXEC SQL INCLUDE DCLEVT   END-EXEC.
1109EV     EXEC SQL INCLUDE DCLERG   END-EXEC.
1208IP     EXEC SQL INCLUDE DCLPPL   END-EXEC.
1208IP     EXEC SQL INCLUDE DCLPPI   END-EXEC.

           EXEC SQL DECLARE CUROVRNT CURSOR FOR
                SELECT L.LOAN_ID
                      ,L.BOOK_ID
                      ,B.TITLE
                      ,L.DUE_DATE
1209NT                ,P.PREF_LANG
1209NT                ,B.BRANCH_ID
                  FROM IBMUSER.LOANS L
                 INNER JOIN IBMUSER.BOOKS B
                    ON L.BOOK_ID = B.BOOK_ID
                       (SELECT 1
                          FROM IBMUSER.NOTICE_HIST N
                         WHERE N.LOAN_ID = L.LOAN_ID
1223CL                     AND N.NOTICE_TYPE = 'O'
1223CL                     AND N.DELIV_STATUS <> 'W')
                 ORDER BY L.PATRON_ID, L.DUE_DATE
           END-EXEC.

0901NC                ,L.BOOK_ID
0901NC                ,B.TITLE
0901NC                ,L.DUE_DATE
1209NT                ,P.PREF_LANG
1209NT                ,B.BRANCH_ID
0901NC            FROM IBMUSER.LOANS L
0901NC           INNER JOIN IBMUSER.BOOKS B
0901NC              ON L.BOOK_ID = B.BOOK_ID
0901NC                    FROM IBMUSER.NOTICE_HIST N
0901NC                   WHERE N.LOAN_ID = L.LOAN_ID
0901NC                     AND N.NOTICE_TYPE = 'O'
1223CL                     AND N.DELIV_STATUS <> 'W'
0901NC                     AND N.NOTICE_DATE < CURRENT DATE
0901NC                         - :WS-WAIT2-DAYS DAYS)
0901NC             AND NOT EXISTS
0901NC                 (SELECT 1
0901NC                    FROM IBMUSER.NOTICE_HIST N
0901NC                   WHERE N.LOAN_ID = L.LOAN_ID
1223CL                     AND N.NOTICE_TYPE = '2'
1223CL                     AND N.DELIV_STATUS <> 'W')
0901NC           ORDER BY L.PATRON_ID, L.DUE_DATE
0901NC     END-EXEC.

0901NC                ,L.BOOK_ID
0901NC                ,B.TITLE
0901NC                ,L.DUE_DATE
1209NT                ,P.PREF_LANG
1209NT                ,B.BRANCH_ID
0901NC            FROM IBMUSER.LOANS L
0901NC           INNER JOIN IBMUSER.BOOKS B
0901NC              ON L.BOOK_ID = B.BOOK_ID
0901NC                    FROM IBMUSER.NOTICE_HIST N
0901NC                   WHERE N.LOAN_ID = L.LOAN_ID
0901NC                     AND N.NOTICE_TYPE = '2'
1223CL                     AND N.DELIV_STATUS <> 'W'
0901NC                     AND N.NOTICE_DATE < CURRENT DATE
0901NC                         - :WS-WAITF-DAYS DAYS)
0901NC             AND NOT EXISTS
0901NC                 (SELECT 1
0901NC                    FROM IBMUSER.NOTICE_HIST N
0901NC                   WHERE N.LOAN_ID = L.LOAN_ID
1223CL                     AND N.NOTICE_TYPE = 'F'
1223CL                     AND N.DELIV_STATUS <> 'W')
0901NC           ORDER BY L.PATRON_ID, L.DUE_DATE
0901NC     END-EXEC.

1203RL     EXEC SQL DECLARE CURRCLNT CURSOR FOR
1203RL          SELECT L.LOAN_ID
1203RL                ,L.PATRON_ID
1203RL                ,P.PATRON_NAME
1203RL                ,P.EMAIL
1203RL                ,L.BOOK_ID
1203RL                ,B.TITLE
1203RL                ,L.DUE_DATE
1209NT                ,P.PREF_LANG
1209NT                ,B.BRANCH_ID
1203RL            FROM IBMUSER.LOANS L
1203RL           INNER JOIN IBMUSER.BOOKS B
1203RL              ON L.BOOK_ID = B.BOOK_ID
1203RL           INNER JOIN IBMUSER.PATRONS P
1203RL              ON L.PATRON_ID = P.PATRON_ID
1203RL           WHERE L.RETURN_DATE IS NULL
1203RL             AND L.RECALL_DATE IS NOT NULL
1203RL             AND NOT EXISTS
1203RL                 (SELECT 1
1203RL                    FROM IBMUSER.NOTICE_HIST N
1203RL                   WHERE N.LOAN_ID = L.LOAN_ID
1203RL                     AND N.NOTICE_TYPE = 'R')
1203RL           ORDER BY L.PATRON_ID, L.DUE_DATE
1203RL     END-EXEC.

1208IP     EXEC SQL DECLARE CURPLNNT CURSOR FOR
1208IP          SELECT I.PLAN_ID
1208IP                ,I.INST_NO
1208IP                ,I.DUE_DATE
1208IP                ,I.MIN_AMOUNT
1208IP                ,PL.PLAN_STATUS
1208IP                ,P.PATRON_ID
1208IP                ,P.PATRON_NAME
1208IP                ,P.EMAIL
1208IP            FROM IBMUSER.PAY_PLAN_INST I
1208IP           INNER JOIN IBMUSER.PAY_PLANS PL
1208IP              ON I.PLAN_ID = PL.PLAN_ID
1208IP           INNER JOIN IBMUSER.PATRONS P
1208IP              ON PL.PATRON_ID = P.PATRON_ID
1208IP           WHERE I.INST_STATUS = 'M'
1208IP             AND I.NOTICE_DATE IS NULL
1208IP           ORDER BY P.PATRON_ID, I.PLAN_ID, I.INST_NO
1208IP     END-EXEC.

0911EX     EXEC SQL DECLARE CUREXPNT CURSOR FOR
0911EX          SELECT P.PATRON_ID
0911EX                ,P.PATRON_NAME
0911EX                ,P.EMAIL
0911EX                ,P.EXPIRY_DATE
1209NT                ,P.PREF_LANG
0911EX            FROM IBMUSER.PATRONS P
0911EX           WHERE P.PATRON_STATUS = 'A'
0911EX             AND P.EXPIRY_DATE IS NOT NULL
0911EX           ORDER BY P.PATRON_ID
0911EX     END-EXEC.

1109EV     EXEC SQL DECLARE CUREVTNT CURSOR FOR
1109EV          SELECT R.REG_ID
1109EV                ,R.PATRON_ID
1109EV                ,P.PATRON_NAME
1109EV                ,P.EMAIL
1109EV                ,E.EVENT_TITLE
1109EV                ,E.EVENT_DATE
1109EV                ,E.START_HH
1109EV                ,E.END_HH
1109EV                ,E.ROOM_ID
1109EV            FROM IBMUSER.EVENT_REGS R
1109EV           INNER JOIN IBMUSER.EVENTS E
1109EV              ON R.EVENT_ID = E.EVENT_ID
1109EV           INNER JOIN IBMUSER.PATRONS P
1109EV              ON R.PATRON_ID = P.PATRON_ID
1109EV           WHERE R.REG_STATUS = 'C'
1109EV             AND R.REMIND_DATE IS NULL
1109EV             AND E.EVENT_STATUS = 'S'
1109EV             AND E.EVENT_DATE >= CURRENT DATE
1109EV             AND E.EVENT_DATE <= CURRENT DATE + 2 DAYS
1109EV           ORDER BY R.PATRON_ID, E.EVENT_DATE, E.START_HH
1109EV     END-EXEC.

1109EV**   A BOUNCED REMINDER IS REPRINTED FROM THE REGISTRATIONS
1109EV**   STAMPED ON THE NOTICE'S DATE
1109EV     EXEC SQL DECLARE CUREVTRP CURSOR FOR
1109EV          SELECT E.EVENT_TITLE
1109EV                ,E.EVENT_DATE
1109EV                ,E.START_HH
1109EV                ,E.END_HH
1109EV                ,E.ROOM_ID
1109EV            FROM IBMUSER.EVENT_REGS R
1109EV           INNER JOIN IBMUSER.EVENTS E
1109EV              ON R.EVENT_ID = E.EVENT_ID
1109EV           WHERE R.PATRON_ID = :TBLNTC-PATRON-ID
1109EV             AND R.REMIND_DATE = :TBLNTC-NOTICE-DATE
1109EV           ORDER BY E.EVENT_DATE, E.START_HH
1109EV     END-EXEC.

           EXEC SQL DECLARE CURHLDNT CURSOR FOR
                SELECT H.HOLD_ID
                      ,H.PATRON_ID
                      ,H.BOOK_ID
                      ,B.TITLE
                      ,H.READY_DATE
1209NT                ,P.PREF_LANG
1209NT                ,H.PICKUP_BRANCH
                  FROM IBMUSER.HOLDS H
                 INNER JOIN IBMUSER.BOOKS B
                    ON H.BOOK_ID = B.BOOK_ID
0903EN      EXEC SQL
0903EN           SELECT N.PATRON_ID, N.LOAN_ID, N.HOLD_ID,
0903EN                  N.NOTICE_TYPE, P.PATRON_NAME
1109EV                 ,N.NOTICE_DATE
0903EN             INTO :TBLNTC-PATRON-ID,
0903EN                  :TBLNTC-LOAN-ID :IND-FBK-LOAN,
0903EN                  :TBLNTC-HOLD-ID :IND-FBK-HOLD,
0903EN                  :TBLNTC-NOTICE-TYPE,
0903EN                  :TBLPATR-PATRON-NAME,
1109EV                  :TBLNTC-NOTICE-DATE
0903EN             FROM IBMUSER.NOTICE_HIST N
0903EN            INNER JOIN IBMUSER.PATRONS P
0903EN               ON N.PATRON_ID = P.PATRON_ID
0903EN      END-STRING
0903EN      WRITE REC-NOTICOP FROM WS-NOTICE-LINE

1109EV      EVALUATE TRUE
1109EV          WHEN IND-FBK-LOAN NOT < 0
0903EN               PERFORM 1530-REPRINT-LOAN-LINE
1109EV          WHEN TBLNTC-NOTICE-TYPE = 'V'
1109EV               PERFORM 1550-REPRINT-EVENT-LINES
1208IP          WHEN TBLNTC-NOTICE-TYPE = 'I'
1208IP               MOVE '   A PAYMENT PLAN INSTALLMENT WAS MISSED'
1208IP                 TO WS-NOTICE-LINE
1208IP               WRITE REC-NOTICOP FROM WS-NOTICE-LINE
1208IP               MOVE '   - PLEASE SEE THE FINES DESK'
1208IP                 TO WS-NOTICE-LINE
1208IP               WRITE REC-NOTICOP FROM WS-NOTICE-LINE
1109EV          WHEN TBLNTC-NOTICE-TYPE = 'X'
1109EV               MOVE '   YOUR LIBRARY CARD IS DUE FOR RENEWAL'
1109EV                 TO WS-NOTICE-LINE
1109EV               WRITE REC-NOTICOP FROM WS-NOTICE-LINE
1109EV          WHEN OTHER
0903EN               PERFORM 1540-REPRINT-HOLD-LINE
1109EV      END-EVALUATE

0903EN      EXEC SQL
0903EN           UPDATE IBMUSER.NOTICE_HIST
0903EN      WRITE REC-NOTICOP FROM WS-NOTICE-LINE
0903EN      .

1109EV 1550-REPRINT-EVENT-LINES.
1109EV      MOVE '1550-REPRINT-EVENT-LINES' TO ERR-LOC

1109EV      EXEC SQL OPEN CUREVTRP END-EXEC
1109EV      MOVE SQLCODE TO EVAL-CODE
1109EV      IF NOT ERR-OK
1109EV         MOVE 'OPEN CUREVTRP' TO ERR-MSG
1109EV         PERFORM 9999-ERROR-HANDLING
1109EV      END-IF

1109EV      MOVE 0 TO WS-EVT-EOC-SW
1109EV      PERFORM 1555-FETCH-ONE-EVENT-LINE UNTIL EVENT-LINES-DONE

1109EV      EXEC SQL CLOSE CUREVTRP END-EXEC
1109EV      MOVE SQLCODE TO EVAL-CODE
1109EV      IF NOT ERR-OK
1109EV         MOVE 'CLOSE CUREVTRP' TO ERR-MSG
1109EV         PERFORM 9999-ERROR-HANDLING
1109EV      END-IF
1109EV      .

1109EV 1555-FETCH-ONE-EVENT-LINE.
1109EV      MOVE '1555-FETCH-ONE-EVENT-LINE' TO ERR-LOC

1109EV      EXEC SQL
1109EV           FETCH CUREVTRP
1109EV            INTO :TBLEVT-EVENT-TITLE
1109EV                ,:TBLEVT-EVENT-DATE
1109EV                ,:TBLEVT-START-HH
1109EV                ,:TBLEVT-END-HH
1109EV                ,:TBLEVT-ROOM-ID
1109EV      END-EXEC

1109EV      MOVE SQLCODE TO EVAL-CODE
1109EV      EVALUATE TRUE
1109EV          WHEN ERR-OK
1109EV               PERFORM 2420-FORMAT-EVENT-LINE
1109EV               WRITE REC-NOTICOP FROM WS-NOTICE-LINE
1109EV          WHEN SQL-EOC
1109EV               SET EVENT-LINES-DONE TO TRUE
1109EV          WHEN OTHER
1109EV               MOVE 'FETCH CUREVTRP' TO ERR-MSG
1109EV               PERFORM 9999-ERROR-HANDLING
1109EV      END-EVALUATE
1109EV      .

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC

            PERFORM 2100-OVERDUE-NOTICES
0901NC      PERFORM 2150-SECOND-NOTICES
0901NC      PERFORM 2160-FINAL-NOTICES
1203RL      PERFORM 2170-RECALL-NOTICES
            PERFORM 2200-HOLD-NOTICES
0911EX      PERFORM 2300-EXPIRY-NOTICES
1109EV      PERFORM 2400-EVENT-REMINDERS
1208IP      PERFORM 2500-PLAN-NOTICES

            DISPLAY WS-OVR-NOTICE-CNTR ' OVERDUE NOTICES WRITTEN'
            DISPLAY WS-OVR-LOAN-CNTR   ' OVERDUE LOANS NOTICED'
0901NC      DISPLAY WS-OV2-NOTICE-CNTR ' SECOND NOTICES WRITTEN'
0901NC      DISPLAY WS-FIN-NOTICE-CNTR ' FINAL NOTICES WRITTEN'
1203RL      DISPLAY WS-RCL-NOTICE-CNTR ' RECALL NOTICES WRITTEN'
            DISPLAY WS-HLD-NOTICE-CNTR ' HOLD-READY NOTICES WRITTEN'
0911EX      DISPLAY WS-EXP-NOTICE-CNTR ' RENEWAL REMINDERS WRITTEN'
1109EV      DISPLAY WS-EVT-NOTICE-CNTR ' EVENT REMINDERS WRITTEN'
1208IP      DISPLAY WS-PLN-NOTICE-CNTR ' PAYMENT PLAN NOTICES WRITTEN'
1209NT      DISPLAY WS-LNG-FBK-CNTR    ' NOTICES SENT IN EN FALLBACK'
1209NT      DISPLAY WS-LNG-STD-CNTR    ' NOTICES WITH BUILT-IN WORDING'
0903EN      DISPLAY WS-EML-LINE-CNTR   ' LINES ON THE EMAIL FEED'
0903EN      DISPLAY WS-FBK-CNTR        ' BOUNCED NOTICES REPRINTED'
            DISPLAY 'SEE NOTICES AT IBMUSER.SMAGALIT.NOTICOP'
                      ,:TBLLOAN-BOOK-ID
                      ,:TBLBKS-TITLE
                      ,:TBLLOAN-DUE-DATE
1209NT                ,:TBLPATR-PREF-LANG
1209NT                ,:TBLBKS-BRANCH-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
0901NC 2115-PROCESS-OVERDUE-ROW.
0901NC      MOVE '2115-PROCESS-OVERDUE-ROW' TO ERR-LOC

1201FA      MOVE TBLLOAN-PATRON-ID TO WS-GUAR-PATRON-ID
1201FA      PERFORM 2117-CHECK-GUARANTOR

0821RC      IF IND-EMAIL < 0
0821RC         MOVE SPACES TO TBLPATR-EMAIL-TEXT
0821RC         MOVE 0      TO TBLPATR-EMAIL-LEN
0903EN         MOVE 'P' TO WS-DELIV-CHANNEL
0903EN         MOVE 'P' TO WS-DELIV-STATUS
0903EN      END-IF
1209NT      MOVE TBLLOAN-PATRON-ID  TO WS-PATRON-DISP
1209NT      MOVE TBLLOAN-BOOK-ID    TO WS-BOOKID-DISP
1209NT      MOVE WS-NOTICE-STAGE    TO WS-NR-TYPE
1209NT      MOVE TBLBKS-TITLE-TEXT (1:60) TO WS-NR-TITLE
1209NT      MOVE TBLLOAN-DUE-DATE   TO WS-NR-DUE
1209NT      MOVE WS-BOOKID-DISP     TO WS-NR-ITEM
1209NT      MOVE TBLBKS-BRANCH-ID   TO WS-NR-BRANCH-ID
1209NT      PERFORM 2600-RENDER-NOTICE-TEXT
            IF TBLLOAN-PATRON-ID NOT = WS-PREV-PATRON
               PERFORM 2120-START-PATRON-NOTICE
1209NT         PERFORM 2610-REPORT-FALLBACK
               MOVE TBLLOAN-PATRON-ID TO WS-PREV-PATRON
0901NC         EVALUATE WS-NOTICE-STAGE
0901NC             WHEN 'O'
                        ADD 1 TO WS-OVR-NOTICE-CNTR
0901NC             WHEN '2'
0901NC                  ADD 1 TO WS-OV2-NOTICE-CNTR
1203RL             WHEN 'R'
1203RL                  ADD 1 TO WS-RCL-NOTICE-CNTR
0901NC             WHEN OTHER
0901NC                  ADD 1 TO WS-FIN-NOTICE-CNTR
0901NC         END-EVALUATE
            END-IF

1209NT      IF WS-NR-LINE-SW (9) = 'Y'
1209NT         MOVE WS-NR-LINE-TEXT (9) TO WS-NOTICE-LINE
1209NT      ELSE
            MOVE SPACES TO WS-NOTICE-LINE
            STRING '   BOOK '           DELIMITED BY SIZE
                   WS-BOOKID-DISP       DELIMITED BY SIZE
                   TBLLOAN-DUE-DATE     DELIMITED BY SIZE
              INTO WS-NOTICE-LINE
            END-STRING
1209NT      END-IF
0903EN      PERFORM 2125-WRITE-NOTICE-LINE

0901NC      MOVE WS-NOTICE-STAGE TO TBLNTC-NOTICE-TYPE
            MOVE TBLLOAN-PATRON-ID TO WS-PATRON-DISP
0819PV      PERFORM 2140-MASK-PATRON-NAME

1209NT**    THE TEMPLATE HEADING REPLACES THE BUILT-IN ONE WHEN THERE IS
1209NT**    ONE (2600 HAS ALREADY RENDERED THIS PATRON'S FIRST LOAN)
1209NT      MOVE WS-STAGE-HEAD TO WS-NOTICE-HEAD
1209NT      IF WS-NR-LINE-SW (1) = 'Y'
1209NT         MOVE WS-NR-LINE-TEXT (1) TO WS-NOTICE-HEAD
1209NT      END-IF

            MOVE SPACES TO WS-NOTICE-LINE
0819PV      IF MASK-NAMES
1209NT         STRING FUNCTION TRIM (WS-NOTICE-HEAD)
0901NC                                        DELIMITED BY SIZE
0901NC                ' - PATRON '            DELIMITED BY SIZE
0819PV                WS-PATRON-DISP          DELIMITED BY SIZE
0819PV           INTO WS-NOTICE-LINE
0819PV         END-STRING
0819PV      ELSE
1209NT      STRING FUNCTION TRIM (WS-NOTICE-HEAD)
0901NC                                        DELIMITED BY SIZE
0901NC             ' - PATRON '               DELIMITED BY SIZE
                   WS-PATRON-DISP              DELIMITED BY SIZE
            END-STRING
0819PV      END-IF
0903EN      PERFORM 2125-WRITE-NOTICE-LINE
1201FA      PERFORM 2118-WRITE-GUARANTOR-LINE

1209NT      IF WS-NR-RESULT = 'N'
0901NC      EVALUATE WS-NOTICE-STAGE
0901NC          WHEN 'F'
0901NC               MOVE 'FINAL NOTICE - RETURN THESE ITEMS AT ONCE'
0901NC                 TO WS-NOTICE-LINE
1203RL          WHEN 'R'
1203RL               MOVE 'RECALLED - PLEASE RETURN BY THE NEW DUE DATE'
1203RL                 TO WS-NOTICE-LINE
0901NC          WHEN '2'
0901NC               MOVE 'SECOND NOTICE - THESE ITEMS ARE STILL OUT'
0901NC                 TO WS-NOTICE-LINE
              TO WS-NOTICE-LINE
0901NC      END-EVALUATE
0903EN      PERFORM 2125-WRITE-NOTICE-LINE
1209NT      ELSE
1209NT         PERFORM 2620-WRITE-BODY-LINES
1209NT      END-IF
            .

0904AD 2122-WRITE-ADDRESS-BLOCK.
0904AD**    PRINTED NOTICE; A PATRON WITH NO ADDRESS ON FILE
0904AD**    JUST GETS THE DESK COPY AS BEFORE
0904AD      INITIALIZE WS-IND-ADDR
1201FA      IF SEND-TO-GUARANTOR
1201FA         MOVE WS-GUAR-ID TO WS-ADDR-PATRON-ID
1201FA      END-IF

0904AD      EXEC SQL
0904AD           SELECT ADDR_LINE1, ADDR_LINE2, CITY, STATE,

0904AD      IF ERR-OK AND IND-ADDR1 NOT < 0
0904AD         MOVE SPACES TO WS-NOTICE-LINE
1201FA         IF SEND-TO-GUARANTOR
1201FA            MOVE WS-GUAR-NAME-TEXT (1:40) TO WS-NOTICE-LINE
1201FA         ELSE
1201FA            MOVE TBLPATR-PATRON-NAME-TEXT (1:40)
1201FA              TO WS-NOTICE-LINE
1201FA         END-IF
0904AD         PERFORM 2125-WRITE-NOTICE-LINE

0904AD         MOVE SPACES TO WS-NOTICE-LINE
0904AD      END-IF
0904AD      .

1201FA 2117-CHECK-GUARANTOR.
1201FA      MOVE '2117-CHECK-GUARANTOR' TO ERR-LOC

1201FA**    A JUVENILE CARD WITH A GUARANTOR ON FILE IS NOTICED TO THE
1201FA**    GUARANTOR: THEIR EMAIL REPLACES THE CHILD'S FOR THE CHANNEL
1201FA**    DECISION AND 2122 ADDRESSES THE ENVELOPE TO THEM
1201FA      MOVE 0 TO WS-GUAR-SW
1201FA                IND-GUAR

1201FA      EXEC SQL
1201FA           SELECT PATRON_CAT, GUARANTOR_ID
1201FA             INTO :WS-GUAR-CAT,
1201FA                  :WS-GUAR-ID :IND-GUAR
1201FA             FROM IBMUSER.PATRONS
1201FA            WHERE PATRON_ID = :WS-GUAR-PATRON-ID
1201FA      END-EXEC

1201FA      MOVE SQLCODE TO EVAL-CODE
1201FA      IF NOT ERR-OK AND NOT SQL-EOC
1201FA         MOVE 'SELECT PATRON GUARANTOR' TO ERR-MSG
1201FA         PERFORM 9999-ERROR-HANDLING
1201FA      END-IF

1201FA      IF ERR-OK AND WS-GUAR-CAT = 'J' AND IND-GUAR NOT < 0
1201FA         EXEC SQL
1209NT              SELECT PATRON_NAME, EMAIL, PREF_LANG
1201FA                INTO :WS-GUAR-NAME,
1209NT                     :TBLPATR-EMAIL :IND-EMAIL,
1209NT                     :WS-GUAR-LANG
1201FA                FROM IBMUSER.PATRONS
1201FA               WHERE PATRON_ID = :WS-GUAR-ID
1201FA         END-EXEC

1201FA         MOVE SQLCODE TO EVAL-CODE
1201FA         EVALUATE TRUE
1201FA             WHEN ERR-OK
1201FA                  SET SEND-TO-GUARANTOR TO TRUE
1201FA             WHEN SQL-EOC
1201FA**                GUARANTOR ROW GONE - NOTICE THE CARD HOLDER
1201FA                  CONTINUE
1201FA             WHEN OTHER
1201FA                  MOVE 'SELECT GUARANTOR' TO ERR-MSG
1201FA                  PERFORM 9999-ERROR-HANDLING
1201FA         END-EVALUATE
1201FA      END-IF
1201FA      .

1201FA 2118-WRITE-GUARANTOR-LINE.
1201FA      MOVE '2118-WRITE-GUARANTOR-LINE' TO ERR-LOC

1201FA      IF SEND-TO-GUARANTOR
1201FA         MOVE SPACES TO WS-NOTICE-LINE
1201FA         IF MASK-NAMES
1201FA            MOVE '   SENT TO THE PARENT/GUARDIAN ON THIS CARD'
1201FA              TO WS-NOTICE-LINE
1201FA         ELSE
1201FA            STRING '   SENT TO PARENT/GUARDIAN '
1201FA                                         DELIMITED BY SIZE
1201FA                   WS-GUAR-NAME-TEXT (1:40)
1201FA                                         DELIMITED BY SIZE
1201FA              INTO WS-NOTICE-LINE
1201FA            END-STRING
1201FA         END-IF
1201FA         PERFORM 2125-WRITE-NOTICE-LINE
1201FA      END-IF
1201FA      .

0903EN 2125-WRITE-NOTICE-LINE.
0903EN      MOVE '2125-WRITE-NOTICE-LINE' TO ERR-LOC

0903EN                      'H', CURRENT DATE,
0903EN                      :WS-DELIV-CHANNEL, :WS-DELIV-STATUS)
               END-EXEC
1109EV          WHEN 'V'
1208IP          WHEN 'I'
0911EX          WHEN 'X'
0911EX         MOVE TBLPATR-PATRON-ID TO TBLNTC-PATRON-ID

0911EX                      DELIV_CHANNEL, DELIV_STATUS)
0911EX              VALUES (:TBLNTC-NOTICE-ID, :TBLNTC-PATRON-ID,
0911EX                      NULL, NULL,
1109EV                      :TBLNTC-NOTICE-TYPE, CURRENT DATE,
0911EX                      :WS-DELIV-CHANNEL, :WS-DELIV-STATUS)
0911EX         END-EXEC
0911EX          WHEN OTHER
0901NC                ,:TBLLOAN-BOOK-ID
0901NC                ,:TBLBKS-TITLE
0901NC                ,:TBLLOAN-DUE-DATE
1209NT                ,:TBLPATR-PREF-LANG
1209NT                ,:TBLBKS-BRANCH-ID
0901NC      END-EXEC

0901NC      MOVE SQLCODE TO EVAL-CODE
0901NC                ,:TBLLOAN-BOOK-ID
0901NC                ,:TBLBKS-TITLE
0901NC                ,:TBLLOAN-DUE-DATE
1209NT                ,:TBLPATR-PREF-LANG
1209NT                ,:TBLBKS-BRANCH-ID
0901NC      END-EXEC

0901NC      MOVE SQLCODE TO EVAL-CODE
0901NC      END-EVALUATE
0901NC      .

1203RL 2170-RECALL-NOTICES.
1203RL      MOVE '2170-RECALL-NOTICES' TO ERR-LOC

1203RL      MOVE -1  TO WS-PREV-PATRON
1203RL      MOVE 'R' TO WS-NOTICE-STAGE
1203RL      MOVE 'RECALL NOTICE' TO WS-STAGE-HEAD

1203RL      EXEC SQL OPEN CURRCLNT END-EXEC
1203RL      MOVE SQLCODE TO EVAL-CODE
1203RL      IF NOT ERR-OK
1203RL         MOVE 'OPEN CURRCLNT' TO ERR-MSG
1203RL         PERFORM 9999-ERROR-HANDLING
1203RL      END-IF

1203RL      INITIALIZE EVAL-CODE
1203RL      PERFORM 2175-FETCH-ONE-RECALL UNTIL SQL-EOC

1203RL      EXEC SQL CLOSE CURRCLNT END-EXEC
1203RL      MOVE SQLCODE TO EVAL-CODE
1203RL      IF NOT ERR-OK
1203RL         MOVE 'CLOSE CURRCLNT' TO ERR-MSG
1203RL         PERFORM 9999-ERROR-HANDLING
1203RL      END-IF
1203RL      .

1203RL 2175-FETCH-ONE-RECALL.
1203RL      MOVE '2175-FETCH-ONE-RECALL' TO ERR-LOC

1203RL      INITIALIZE DCLLOAN
1203RL                 DCLBOOKS
1203RL                 DCLPATR
1203RL                 WS-IND-VARS

1203RL      EXEC SQL
1203RL           FETCH CURRCLNT
1203RL            INTO :TBLLOAN-LOAN-ID
1203RL                ,:TBLLOAN-PATRON-ID
1203RL                ,:TBLPATR-PATRON-NAME
1203RL                ,:TBLPATR-EMAIL :IND-EMAIL
1203RL                ,:TBLLOAN-BOOK-ID
1203RL                ,:TBLBKS-TITLE
1203RL                ,:TBLLOAN-DUE-DATE
1209NT                ,:TBLPATR-PREF-LANG
1209NT                ,:TBLBKS-BRANCH-ID
1203RL      END-EXEC

1203RL      MOVE SQLCODE TO EVAL-CODE
1203RL      EVALUATE TRUE
1203RL          WHEN ERR-OK
1203RL               PERFORM 2115-PROCESS-OVERDUE-ROW
1203RL          WHEN SQL-EOC
1203RL               CONTINUE
1203RL          WHEN OTHER
1203RL               MOVE 'FETCH CURRCLNT' TO ERR-MSG
1203RL               PERFORM 9999-ERROR-HANDLING
1203RL      END-EVALUATE
1203RL      .

       2200-HOLD-NOTICES.
            MOVE '2200-HOLD-NOTICES' TO ERR-LOC

                      ,:TBLHOLD-BOOK-ID
                      ,:TBLBKS-TITLE
                      ,:TBLHOLD-READY-DATE
1209NT                ,:TBLPATR-PREF-LANG
1209NT                ,:TBLHOLD-PICKUP-BRANCH
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
1201FA               MOVE TBLHOLD-PATRON-ID TO WS-GUAR-PATRON-ID
1201FA               PERFORM 2117-CHECK-GUARANTOR
0903EN               IF IND-EMAIL < 0
0903EN                  MOVE SPACES TO TBLPATR-EMAIL-TEXT
0903EN                  MOVE 0      TO TBLPATR-EMAIL-LEN
0903EN                  MOVE 'P' TO WS-DELIV-CHANNEL
0903EN                  MOVE 'P' TO WS-DELIV-STATUS
0903EN               END-IF
1209NT               MOVE TBLHOLD-PATRON-ID  TO WS-PATRON-DISP
1209NT               MOVE TBLHOLD-BOOK-ID    TO WS-BOOKID-DISP
1209NT               MOVE 'H'                TO WS-NR-TYPE
1209NT               MOVE TBLBKS-TITLE-TEXT (1:60) TO WS-NR-TITLE
1209NT               MOVE TBLHOLD-READY-DATE TO WS-NR-DUE
1209NT               MOVE WS-BOOKID-DISP     TO WS-NR-ITEM
1209NT               MOVE TBLHOLD-PICKUP-BRANCH
1209NT                                       TO WS-NR-BRANCH-ID
1209NT               PERFORM 2600-RENDER-NOTICE-TEXT
1209NT               PERFORM 2610-REPORT-FALLBACK
1209NT               MOVE 'HOLD READY'       TO WS-NOTICE-HEAD
1209NT               IF WS-NR-LINE-SW (1) = 'Y'
1209NT                  MOVE WS-NR-LINE-TEXT (1) TO WS-NOTICE-HEAD
1209NT               END-IF
0903EN               MOVE WS-SEPARATOR TO WS-NOTICE-LINE
0903EN               PERFORM 2125-WRITE-NOTICE-LINE

                     MOVE TBLHOLD-BOOK-ID   TO WS-BOOKID-DISP
0819PV               PERFORM 2140-MASK-PATRON-NAME
                     MOVE SPACES TO WS-NOTICE-LINE
1209NT               STRING FUNCTION TRIM (WS-NOTICE-HEAD)
1209NT                                             DELIMITED BY SIZE
1209NT                      ' - PATRON '           DELIMITED BY SIZE
                            WS-PATRON-DISP         DELIMITED BY SIZE
                            '  '                   DELIMITED BY SIZE
0819PV                      WS-MASKED-NAME         DELIMITED BY SIZE
                       INTO WS-NOTICE-LINE
                     END-STRING
0903EN               PERFORM 2125-WRITE-NOTICE-LINE
1201FA               PERFORM 2118-WRITE-GUARANTOR-LINE
1209NT               PERFORM 2620-WRITE-BODY-LINES

1209NT               IF WS-NR-LINE-SW (9) = 'Y'
1209NT                  MOVE WS-NR-LINE-TEXT (9) TO WS-NOTICE-LINE
1209NT               ELSE
                     MOVE SPACES TO WS-NOTICE-LINE
                     STRING '   BOOK '             DELIMITED BY SIZE
                            WS-BOOKID-DISP         DELIMITED BY SIZE
                            TBLHOLD-READY-DATE     DELIMITED BY SIZE
                       INTO WS-NOTICE-LINE
                     END-STRING
1209NT               END-IF
0903EN               PERFORM 2125-WRITE-NOTICE-LINE

                     MOVE 'H' TO TBLNTC-NOTICE-TYPE
0911EX                ,:TBLPATR-PATRON-NAME
0911EX                ,:TBLPATR-EMAIL :IND-EMAIL
0911EX                ,:TBLPATR-EXPIRY-DATE
1209NT                ,:TBLPATR-PREF-LANG
0911EX      END-EXEC

0911EX      MOVE SQLCODE TO EVAL-CODE
0911EX      EVALUATE TRUE
0911EX          WHEN ERR-OK
1201FA               MOVE TBLPATR-PATRON-ID TO WS-GUAR-PATRON-ID
1201FA               PERFORM 2117-CHECK-GUARANTOR
0911EX               IF IND-EMAIL < 0
0911EX                  MOVE SPACES TO TBLPATR-EMAIL-TEXT
0911EX                  MOVE 0      TO TBLPATR-EMAIL-LEN
0911EX                  MOVE 'P' TO WS-DELIV-CHANNEL
0911EX                  MOVE 'P' TO WS-DELIV-STATUS
0911EX               END-IF
1209NT               MOVE TBLPATR-PATRON-ID  TO WS-PATRON-DISP
1209NT               MOVE 'X'                TO WS-NR-TYPE
1209NT               MOVE SPACES             TO WS-NR-TITLE
1209NT                                          WS-NR-ITEM
1209NT               MOVE TBLPATR-EXPIRY-DATE TO WS-NR-DUE
1209NT               MOVE 0                  TO WS-NR-BRANCH-ID
1209NT               PERFORM 2600-RENDER-NOTICE-TEXT
1209NT               PERFORM 2610-REPORT-FALLBACK
1209NT               MOVE 'CARD RENEWAL REMINDER' TO WS-NOTICE-HEAD
1209NT               IF WS-NR-LINE-SW (1) = 'Y'
1209NT                  MOVE WS-NR-LINE-TEXT (1) TO WS-NOTICE-HEAD
1209NT               END-IF
0911EX               MOVE WS-SEPARATOR TO WS-NOTICE-LINE
0911EX               PERFORM 2125-WRITE-NOTICE-LINE

0911EX               MOVE TBLPATR-PATRON-ID TO WS-PATRON-DISP
0911EX               PERFORM 2140-MASK-PATRON-NAME
0911EX               MOVE SPACES TO WS-NOTICE-LINE
1209NT               STRING FUNCTION TRIM (WS-NOTICE-HEAD)
1209NT                                             DELIMITED BY SIZE
1209NT                      ' - PATRON '           DELIMITED BY SIZE
0911EX                      WS-PATRON-DISP         DELIMITED BY SIZE
0911EX                      '  '                   DELIMITED BY SIZE
0911EX                      WS-MASKED-NAME         DELIMITED BY SIZE
0911EX                 INTO WS-NOTICE-LINE
0911EX               END-STRING
0911EX               PERFORM 2125-WRITE-NOTICE-LINE
1201FA               PERFORM 2118-WRITE-GUARANTOR-LINE

1209NT               IF WS-NR-RESULT = 'N'
0911EX               MOVE SPACES TO WS-NOTICE-LINE
0911EX               STRING '   YOUR LIBRARY CARD EXPIRES '
0911EX                                             DELIMITED BY SIZE
0911EX                 INTO WS-NOTICE-LINE
0911EX               END-STRING
0911EX               PERFORM 2125-WRITE-NOTICE-LINE
1209NT               ELSE
1209NT                  PERFORM 2620-WRITE-BODY-LINES
1209NT               END-IF

0911EX               MOVE 'X' TO TBLNTC-NOTICE-TYPE
0911EX               PERFORM 2130-WRITE-NOTICE-HIST
0911EX      END-EVALUATE
0911EX      .

1109EV 2400-EVENT-REMINDERS.
1109EV      MOVE '2400-EVENT-REMINDERS' TO ERR-LOC

1109EV      EXEC SQL OPEN CUREVTNT END-EXEC
1109EV      MOVE SQLCODE TO EVAL-CODE
1109EV      IF NOT ERR-OK
1109EV         MOVE 'OPEN CUREVTNT' TO ERR-MSG
1109EV         PERFORM 9999-ERROR-HANDLING
1109EV      END-IF

1109EV      INITIALIZE EVAL-CODE
1109EV      PERFORM 2410-FETCH-ONE-REMINDER UNTIL SQL-EOC

1109EV      EXEC SQL CLOSE CUREVTNT END-EXEC
1109EV      MOVE SQLCODE TO EVAL-CODE
1109EV      IF NOT ERR-OK
1109EV         MOVE 'CLOSE CUREVTNT' TO ERR-MSG
1109EV         PERFORM 9999-ERROR-HANDLING
1109EV      END-IF
1109EV      .

1109EV 2410-FETCH-ONE-REMINDER.
1109EV      MOVE '2410-FETCH-ONE-REMINDER' TO ERR-LOC

1109EV      INITIALIZE DCLPATR
1109EV                 DCLEVT
1109EV                 DCLERG
1109EV                 WS-IND-VARS

1109EV      EXEC SQL
1109EV           FETCH CUREVTNT
1109EV            INTO :TBLERG-REG-ID
1109EV                ,:TBLPATR-PATRON-ID
1109EV                ,:TBLPATR-PATRON-NAME
1109EV                ,:TBLPATR-EMAIL :IND-EMAIL
1109EV                ,:TBLEVT-EVENT-TITLE
1109EV                ,:TBLEVT-EVENT-DATE
1109EV                ,:TBLEVT-START-HH
1109EV                ,:TBLEVT-END-HH
1109EV                ,:TBLEVT-ROOM-ID
1109EV      END-EXEC

1109EV      MOVE SQLCODE TO EVAL-CODE
1109EV      EVALUATE TRUE
1109EV          WHEN ERR-OK
1201FA               MOVE TBLPATR-PATRON-ID TO WS-GUAR-PATRON-ID
1201FA               PERFORM 2117-CHECK-GUARANTOR
1109EV               IF IND-EMAIL < 0
1109EV                  MOVE SPACES TO TBLPATR-EMAIL-TEXT
1109EV                  MOVE 0      TO TBLPATR-EMAIL-LEN
1109EV               END-IF
1109EV               IF TBLPATR-EMAIL-LEN > 0
1109EV                  MOVE 'E' TO WS-DELIV-CHANNEL
1109EV                  MOVE 'S' TO WS-DELIV-STATUS
1109EV               ELSE
1109EV                  MOVE 'P' TO WS-DELIV-CHANNEL
1109EV                  MOVE 'P' TO WS-DELIV-STATUS
1109EV               END-IF
1109EV               MOVE WS-SEPARATOR TO WS-NOTICE-LINE
1109EV               PERFORM 2125-WRITE-NOTICE-LINE

1109EV               IF WS-DELIV-CHANNEL = 'P' AND NOT MASK-NAMES
1109EV                  MOVE TBLPATR-PATRON-ID TO WS-ADDR-PATRON-ID
1109EV                  PERFORM 2122-WRITE-ADDRESS-BLOCK
1109EV               END-IF

1109EV               MOVE TBLPATR-PATRON-ID TO WS-PATRON-DISP
1109EV               PERFORM 2140-MASK-PATRON-NAME
1109EV               MOVE SPACES TO WS-NOTICE-LINE
1109EV               STRING 'EVENT REMINDER - PATRON '
1109EV                                             DELIMITED BY SIZE
1109EV                      WS-PATRON-DISP         DELIMITED BY SIZE
1109EV                      '  '                   DELIMITED BY SIZE
1109EV                      WS-MASKED-NAME         DELIMITED BY SIZE
1109EV                 INTO WS-NOTICE-LINE
1109EV               END-STRING
1109EV               PERFORM 2125-WRITE-NOTICE-LINE
1201FA               PERFORM 2118-WRITE-GUARANTOR-LINE

1109EV               PERFORM 2420-FORMAT-EVENT-LINE
1109EV               PERFORM 2125-WRITE-NOTICE-LINE

1109EV               MOVE 'V' TO TBLNTC-NOTICE-TYPE
1109EV               PERFORM 2130-WRITE-NOTICE-HIST

1109EV               EXEC SQL
1109EV                    UPDATE IBMUSER.EVENT_REGS
1109EV                       SET REMIND_DATE = CURRENT DATE
1109EV                     WHERE REG_ID = :TBLERG-REG-ID
1109EV               END-EXEC

1109EV               MOVE SQLCODE TO EVAL-CODE
1109EV               IF NOT ERR-OK
1109EV                  MOVE 'UPDATE EVENT_REGS' TO ERR-MSG
1109EV                  PERFORM 9999-ERROR-HANDLING
1109EV               END-IF
1109EV               ADD 1 TO WS-EVT-NOTICE-CNTR
1109EV          WHEN SQL-EOC
1109EV               CONTINUE
1109EV          WHEN OTHER
1109EV               MOVE 'FETCH CUREVTNT' TO ERR-MSG
1109EV               PERFORM 9999-ERROR-HANDLING
1109EV      END-EVALUATE
1109EV      .

1109EV 2420-FORMAT-EVENT-LINE.
1109EV      MOVE '2420-FORMAT-EVENT-LINE' TO ERR-LOC

1109EV      MOVE TBLEVT-START-HH TO WS-EVT-HH1-DISP
1109EV      MOVE TBLEVT-END-HH   TO WS-EVT-HH2-DISP
1109EV      MOVE TBLEVT-ROOM-ID  TO WS-EVT-ROOM-DISP
1109EV      MOVE SPACES TO WS-NOTICE-LINE
1109EV      STRING '   '                           DELIMITED BY SIZE
1109EV             TBLEVT-EVENT-TITLE-TEXT (1:60)  DELIMITED BY SIZE
1109EV             '  '                            DELIMITED BY SIZE
1109EV             TBLEVT-EVENT-DATE               DELIMITED BY SIZE
1109EV             ' '                             DELIMITED BY SIZE
1109EV             WS-EVT-HH1-DISP                 DELIMITED BY SIZE
1109EV             ':00-'                          DELIMITED BY SIZE
1109EV             WS-EVT-HH2-DISP                 DELIMITED BY SIZE
1109EV             ':00  ROOM '                    DELIMITED BY SIZE
1109EV             WS-EVT-ROOM-DISP                DELIMITED BY SIZE
1109EV        INTO WS-NOTICE-LINE
1109EV      END-STRING
1109EV      .

1208IP 2500-PLAN-NOTICES.
1208IP      MOVE '2500-PLAN-NOTICES' TO ERR-LOC

1208IP      EXEC SQL OPEN CURPLNNT END-EXEC
1208IP      MOVE SQLCODE TO EVAL-CODE
1208IP      IF NOT ERR-OK
1208IP         MOVE 'OPEN CURPLNNT' TO ERR-MSG
1208IP         PERFORM 9999-ERROR-HANDLING
1208IP      END-IF

1208IP      INITIALIZE EVAL-CODE
1208IP      PERFORM 2510-FETCH-ONE-PLAN-NOTICE UNTIL SQL-EOC

1208IP      EXEC SQL CLOSE CURPLNNT END-EXEC
1208IP      MOVE SQLCODE TO EVAL-CODE
1208IP      IF NOT ERR-OK
1208IP         MOVE 'CLOSE CURPLNNT' TO ERR-MSG
1208IP         PERFORM 9999-ERROR-HANDLING
1208IP      END-IF
1208IP      .

1208IP 2510-FETCH-ONE-PLAN-NOTICE.
1208IP      MOVE '2510-FETCH-ONE-PLAN-NOTICE' TO ERR-LOC

1208IP      INITIALIZE DCLPATR
1208IP                 DCLPPL
1208IP                 DCLPPI
1208IP                 WS-IND-VARS

1208IP      EXEC SQL
1208IP           FETCH CURPLNNT
1208IP            INTO :TBLPPI-PLAN-ID
1208IP                ,:TBLPPI-INST-NO
1208IP                ,:TBLPPI-DUE-DATE
1208IP                ,:TBLPPI-MIN-AMOUNT
1208IP                ,:TBLPPL-PLAN-STATUS
1208IP                ,:TBLPATR-PATRON-ID
1208IP                ,:TBLPATR-PATRON-NAME
1208IP                ,:TBLPATR-EMAIL :IND-EMAIL
1208IP      END-EXEC

1208IP      MOVE SQLCODE TO EVAL-CODE
1208IP      EVALUATE TRUE
1208IP          WHEN ERR-OK
1208IP               MOVE TBLPATR-PATRON-ID TO WS-GUAR-PATRON-ID
1208IP               PERFORM 2117-CHECK-GUARANTOR
1208IP               IF IND-EMAIL < 0
1208IP                  MOVE SPACES TO TBLPATR-EMAIL-TEXT
1208IP                  MOVE 0      TO TBLPATR-EMAIL-LEN
1208IP               END-IF
1208IP               IF TBLPATR-EMAIL-LEN > 0
1208IP                  MOVE 'E' TO WS-DELIV-CHANNEL
1208IP                  MOVE 'S' TO WS-DELIV-STATUS
1208IP               ELSE
1208IP                  MOVE 'P' TO WS-DELIV-CHANNEL
1208IP                  MOVE 'P' TO WS-DELIV-STATUS
1208IP               END-IF
1208IP               MOVE WS-SEPARATOR TO WS-NOTICE-LINE
1208IP               PERFORM 2125-WRITE-NOTICE-LINE

1208IP               IF WS-DELIV-CHANNEL = 'P' AND NOT MASK-NAMES
1208IP                  MOVE TBLPATR-PATRON-ID TO WS-ADDR-PATRON-ID
1208IP                  PERFORM 2122-WRITE-ADDRESS-BLOCK
1208IP               END-IF

1208IP               MOVE TBLPATR-PATRON-ID TO WS-PATRON-DISP
1208IP               PERFORM 2140-MASK-PATRON-NAME
1208IP               MOVE SPACES TO WS-NOTICE-LINE
1208IP               STRING 'PAYMENT PLAN NOTICE - PATRON '
1208IP                                             DELIMITED BY SIZE
1208IP                      WS-PATRON-DISP         DELIMITED BY SIZE
1208IP                      '  '                   DELIMITED BY SIZE
1208IP                      WS-MASKED-NAME         DELIMITED BY SIZE
1208IP                 INTO WS-NOTICE-LINE
1208IP               END-STRING
1208IP               PERFORM 2125-WRITE-NOTICE-LINE
1208IP               PERFORM 2118-WRITE-GUARANTOR-LINE

1208IP               MOVE TBLPPI-PLAN-ID    TO WS-PLN-ID-DISP
1208IP               MOVE TBLPPI-INST-NO    TO WS-PLN-INST-DISP
1208IP               MOVE TBLPPI-MIN-AMOUNT TO WS-PLN-AMT-DISP
1208IP               MOVE SPACES TO WS-NOTICE-LINE
1208IP               STRING '   PLAN '                 DELIMITED BY SIZE
1208IP                      WS-PLN-ID-DISP             DELIMITED BY SIZE
1208IP                      ' INSTALLMENT '            DELIMITED BY SIZE
1208IP                      WS-PLN-INST-DISP           DELIMITED BY SIZE
1208IP                      ' OF '                     DELIMITED BY SIZE
1208IP                      WS-PLN-AMT-DISP            DELIMITED BY SIZE
1208IP                      ' DUE '                    DELIMITED BY SIZE
1208IP                      TBLPPI-DUE-DATE            DELIMITED BY SIZE
1208IP                      ' WAS NOT MET'             DELIMITED BY SIZE
1208IP                 INTO WS-NOTICE-LINE
1208IP               END-STRING
1208IP               PERFORM 2125-WRITE-NOTICE-LINE

1208IP               IF TBLPPL-PLAN-STATUS = 'C'
1208IP                  MOVE '   PLAN CANCELLED - THE FULL OPEN BALANCE'
1208IP                    TO WS-NOTICE-LINE
1208IP                  PERFORM 2125-WRITE-NOTICE-LINE
1208IP                  MOVE '   NOW BLOCKS BORROWING - SEE THE DESK'
1208IP                    TO WS-NOTICE-LINE
1208IP               ELSE
1208IP                  MOVE '   PLEASE PAY AT THE DESK TO KEEP THE'
1208IP                    TO WS-NOTICE-LINE
1208IP                  PERFORM 2125-WRITE-NOTICE-LINE
1208IP                  MOVE '   PLAN CURRENT'
1208IP                    TO WS-NOTICE-LINE
1208IP               END-IF
1208IP               PERFORM 2125-WRITE-NOTICE-LINE

1208IP               MOVE 'I' TO TBLNTC-NOTICE-TYPE
1208IP               PERFORM 2130-WRITE-NOTICE-HIST

1208IP               EXEC SQL
1208IP                    UPDATE IBMUSER.PAY_PLAN_INST
1208IP                       SET NOTICE_DATE = CURRENT DATE
1208IP                     WHERE PLAN_ID = :TBLPPI-PLAN-ID
1208IP                       AND INST_NO = :TBLPPI-INST-NO
1208IP               END-EXEC

1208IP               MOVE SQLCODE TO EVAL-CODE
1208IP               IF NOT ERR-OK
1208IP                  MOVE 'UPDATE PAY_PLAN_INST' TO ERR-MSG
1208IP                  PERFORM 9999-ERROR-HANDLING
1208IP               END-IF
1208IP               ADD 1 TO WS-PLN-NOTICE-CNTR
1208IP          WHEN SQL-EOC
1208IP               CONTINUE
1208IP          WHEN OTHER
1208IP               MOVE 'FETCH CURPLNNT' TO ERR-MSG
1208IP               PERFORM 9999-ERROR-HANDLING
1208IP      END-EVALUATE
1208IP      .

1209NT 2600-RENDER-NOTICE-TEXT.
1209NT      MOVE '2600-RENDER-NOTICE-TEXT' TO ERR-LOC

1209NT**    THE CALLER HAS SET THE TYPE, TITLE, DATE, ITEM AND BRANCH;
1209NT**    THE NOTICE SPEAKS THE LANGUAGE OF WHOEVER RECEIVES IT
1209NT      IF SEND-TO-GUARANTOR
1209NT         MOVE WS-GUAR-LANG      TO WS-NR-LANG
1209NT      ELSE
1209NT         MOVE TBLPATR-PREF-LANG TO WS-NR-LANG
1209NT      END-IF
1209NT      PERFORM 2140-MASK-PATRON-NAME
1209NT      MOVE WS-MASKED-NAME TO WS-NR-NAME
1209NT      MOVE WS-PATRON-DISP TO WS-NR-PATRON
1209NT      MOVE SPACES         TO WS-NR-AMOUNT
1209NT      MOVE 'R'            TO WS-NR-FUNC
1209NT      MOVE 0              TO WS-NR-RC
1209NT      CALL 'NTCRNDR' USING WS-NTCRNDR-PARMS

1209NT      IF WS-NR-RC NOT = 0
1209NT         MOVE WS-NR-RC TO EVAL-CODE
1209NT         MOVE 'CALL NTCRNDR' TO ERR-MSG
1209NT         PERFORM 9999-ERROR-HANDLING
1209NT      END-IF
1209NT      .

1209NT 2610-REPORT-FALLBACK.
1209NT      MOVE '2610-REPORT-FALLBACK' TO ERR-LOC

1209NT**    ONCE PER NOTICE: A LANGUAGE WITH NO WORDING IS LISTED SO THE
1209NT**    CIRCULATION MANAGER CAN ADD IT ON NTCMAINT
1209NT      EVALUATE WS-NR-RESULT
1209NT          WHEN 'F'
1209NT               DISPLAY 'NO ' WS-NR-LANG ' WORDING FOR TYPE '
1209NT                       WS-NR-TYPE ' - PATRON ' WS-PATRON-DISP
1209NT                       ' SENT IN EN'
1209NT               ADD 1 TO WS-LNG-FBK-CNTR
1209NT          WHEN 'N'
1209NT               ADD 1 TO WS-LNG-STD-CNTR
1209NT          WHEN OTHER
1209NT               CONTINUE
1209NT      END-EVALUATE
1209NT      .

1209NT 2620-WRITE-BODY-LINES.
1209NT      MOVE '2620-WRITE-BODY-LINES' TO ERR-LOC

1209NT      PERFORM 2625-WRITE-ONE-BODY-LINE
1209NT                VARYING WS-NR-IX FROM 2 BY 1
1209NT                UNTIL WS-NR-IX > 8
1209NT      .

1209NT 2625-WRITE-ONE-BODY-LINE.
1209NT      IF WS-NR-LINE-SW (WS-NR-IX) = 'Y'
1209NT         MOVE WS-NR-LINE-TEXT (WS-NR-IX) TO WS-NOTICE-LINE
1209NT         PERFORM 2125-WRITE-NOTICE-LINE
1209NT      END-IF
1209NT      .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

