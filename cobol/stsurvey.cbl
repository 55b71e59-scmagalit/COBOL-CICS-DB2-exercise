      *     E. REVENUE - FINE AND FEE MONEY ACTUALLY COLLECTED         *
      *        (FINE_PAYS), WITH ASSESSED AND WAIVED SHOWN FOR         *
      *        RECONCILIATION                                          *
1204EQ*        EQUIPMENT DEPOSITS (FINE_PAYS 'D'/'B' - SEE EQPTRN)     *
1204EQ*        ARE REFUNDABLE, NOT REVENUE, AND ARE LEFT OUT           *
1109EV*     F. PROGRAMS - LIBRARY EVENTS HELD AND THEIR RECORDED       *
1109EV*        ATTENDANCE BY AUDIENCE (SEE EVNTTRN/EVNTRPT)            *
1215SU*        AND THE SUMMER READING CHALLENGE - PARTICIPANTS,        *
1215SU*        CHILDREN AND FINISHERS FOR PROGRAMS STARTED IN THE      *
1215SU*        YEAR (SEE READTRN/READRPT)                              *
      * - EVERY FIGURE PRINTS WITH A 'SOURCE:' LINE NAMING THE TABLE   *
      *   AND FILTER IT CAME FROM, SO EACH SURVEY ANSWER IS            *
      *   TRACEABLE TO ITS QUERY ON THIS ONE LISTING                   *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   15,2020 - SECTION F - SUMMER READING CHALLENGE   (1215SU)*
      *               X PARTICIPANTS AND FINISHERS                     *
      * DEC   04,2020 - EQUIPMENT DEPOSITS TAKEN AND GIVEN     (1204EQ)*
      *               X BACK ARE NOT COUNTED AS REVENUE                *
      * NOV   09,2020 - SECTION F - PROGRAMS AND ATTENDANCE    (1109EV)*
      *               X BY AUDIENCE FROM THE NEW EVENTS TABLE          *
      * OCT   26,2020 - INITIAL VERSION                        (1026SV)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      * 2110-FETCH-ONE-GENRE           9999-ERROR-HANDLING             *
      * 2120-FETCH-ONE-CAT             9999-TERMINATE                  *
      * 2200-COLLECTION-SECTION                                        *
1109EV* 2600-PROGRAM-SECTION           2610-AUDIENCE-FIGURES           *
1215SU* 2620-READING-FIGURES                                           *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
           05  WS-SRC-TEXT             PIC X(80)       VALUE SPACES.
           05  WS-GRP-GENRE            PIC X(30)       VALUE SPACES.
           05  WS-GRP-CAT              PIC X(01)       VALUE SPACE.
1109EV     05  WS-GRP-AUD              PIC X(01)       VALUE SPACE.
1109EV     05  WS-GRP-AUD-NAME         PIC X(05)       VALUE SPACES.
1109EV     05  WS-ALL-PROGRAMS         PIC S9(09) COMP VALUE 0.
1109EV     05  WS-ALL-ATTEND           PIC S9(09) COMP VALUE 0.
1109EV     05  WS-AUD-ATTEND           PIC S9(09) COMP VALUE 0.
1215SU     05  WS-RD-ENROLLED          PIC S9(09) COMP VALUE 0.
1215SU     05  WS-RD-CHILDREN          PIC S9(09) COMP VALUE 0.
1215SU     05  WS-RD-FINISHED          PIC S9(09) COMP VALUE 0.
1215SU     05  WS-RD-CHILD-FIN         PIC S9(09) COMP VALUE 0.
1215SU     05  WS-RD-BOOKS             PIC S9(09) COMP VALUE 0.
           05  WS-DISP-VARS.
               10  WS-N1-DISP          PIC Z,ZZZ,ZZ9.
               10  WS-A1-DISP          PIC Z,ZZZ,ZZ9.99.
            PERFORM 2300-BORROWER-SECTION
            PERFORM 2400-ILL-SECTION
            PERFORM 2500-REVENUE-SECTION
1109EV      PERFORM 2600-PROGRAM-SECTION

            DISPLAY WS-LINE-CNTR ' SURVEY LINES WRITTEN'
            .
                   FROM IBMUSER.FINE_PAYS
                  WHERE DATE(PAY_TS) >= DATE(:WS-FROM-DATE)
                    AND DATE(PAY_TS) <= DATE(:WS-TO-DATE)
1204EQ              AND PAY_TYPE NOT IN ('D', 'B')
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            MOVE WS-A1-DISP   TO WS-REPORT-LINE (42:13)
            WRITE REC-STSRVOP FROM WS-REPORT-LINE
            ADD 1 TO WS-LINE-CNTR
1204EQ      MOVE 'SOURCE: FINE_PAYS WHERE PAY_TS IN FY, NOT D/B'
              TO WS-SRC-TEXT
            PERFORM 2910-WRITE-SOURCE

            PERFORM 2910-WRITE-SOURCE
            .

1109EV 2600-PROGRAM-SECTION.
1109EV      MOVE '2600-PROGRAM-SECTION' TO ERR-LOC

1109EV      MOVE SPACES TO WS-REPORT-LINE
1109EV      WRITE REC-STSRVOP FROM WS-REPORT-LINE
1109EV      MOVE 'SECTION F - PROGRAMS AND ATTENDANCE'
1109EV        TO WS-REPORT-LINE
1109EV      WRITE REC-STSRVOP FROM WS-REPORT-LINE

1109EV      MOVE 0 TO WS-ALL-PROGRAMS
1109EV                WS-ALL-ATTEND

1109EV      MOVE 'A'     TO WS-GRP-AUD
1109EV      MOVE 'ADULT' TO WS-GRP-AUD-NAME
1109EV      PERFORM 2610-AUDIENCE-FIGURES
1109EV      MOVE 'T'     TO WS-GRP-AUD
1109EV      MOVE 'TEEN'  TO WS-GRP-AUD-NAME
1109EV      PERFORM 2610-AUDIENCE-FIGURES
1109EV      MOVE 'C'     TO WS-GRP-AUD
1109EV      MOVE 'CHILD' TO WS-GRP-AUD-NAME
1109EV      PERFORM 2610-AUDIENCE-FIGURES

1109EV      MOVE WS-ALL-PROGRAMS TO WS-FIG-COUNT
1109EV      MOVE 'TOTAL PROGRAMS HELD' TO WS-FIG-LABEL
1109EV      PERFORM 2900-WRITE-FIGURE
1109EV      MOVE WS-ALL-ATTEND TO WS-FIG-COUNT
1109EV      MOVE 'TOTAL PROGRAM ATTENDANCE' TO WS-FIG-LABEL
1109EV      PERFORM 2900-WRITE-FIGURE
1109EV      MOVE 'SOURCE: SUM OF THE AUDIENCE FIGURES ABOVE'
1109EV        TO WS-SRC-TEXT
1109EV      PERFORM 2910-WRITE-SOURCE

1215SU      PERFORM 2620-READING-FIGURES
1109EV      .

1109EV 2610-AUDIENCE-FIGURES.
1109EV      MOVE '2610-AUDIENCE-FIGURES' TO ERR-LOC

1109EV**    HELD EVENTS ONLY - A SCHEDULED EVENT HAS NO ATTENDANCE
1109EV**    YET AND AN EVENT NOT HELD IS NOT A PROGRAM OFFERED
1109EV      MOVE 0 TO WS-FIG-COUNT
1109EV                WS-AUD-ATTEND
1109EV      EXEC SQL
1109EV           SELECT COUNT(*), COALESCE(SUM(ATTEND_COUNT), 0)
1109EV             INTO :WS-FIG-COUNT, :WS-AUD-ATTEND
1109EV             FROM IBMUSER.EVENTS
1109EV            WHERE EVENT_STATUS = 'H'
1109EV              AND AUDIENCE = :WS-GRP-AUD
1109EV              AND EVENT_DATE >= DATE(:WS-FROM-DATE)
1109EV              AND EVENT_DATE <= DATE(:WS-TO-DATE)
1109EV      END-EXEC

1109EV      MOVE SQLCODE TO EVAL-CODE
1109EV      IF NOT ERR-OK
1109EV         MOVE 'SELECT EVENTS HELD' TO ERR-MSG
1109EV         PERFORM 9999-ERROR-HANDLING
1109EV      END-IF

1109EV      ADD WS-FIG-COUNT  TO WS-ALL-PROGRAMS
1109EV      ADD WS-AUD-ATTEND TO WS-ALL-ATTEND

1109EV      MOVE SPACES TO WS-FIG-LABEL
1109EV      STRING WS-GRP-AUD-NAME        DELIMITED BY SPACE
1109EV             ' PROGRAMS HELD'       DELIMITED BY SIZE
1109EV        INTO WS-FIG-LABEL
1109EV      END-STRING
1109EV      PERFORM 2900-WRITE-FIGURE

1109EV      MOVE WS-AUD-ATTEND TO WS-FIG-COUNT
1109EV      MOVE SPACES TO WS-FIG-LABEL
1109EV      STRING WS-GRP-AUD-NAME        DELIMITED BY SPACE
1109EV             ' PROGRAM ATTENDANCE'  DELIMITED BY SIZE
1109EV        INTO WS-FIG-LABEL
1109EV      END-STRING
1109EV      PERFORM 2900-WRITE-FIGURE

1109EV      MOVE SPACES TO WS-SRC-TEXT
1109EV      STRING 'SOURCE: EVENTS WHERE EVENT_STATUS = H'
1109EV                                    DELIMITED BY SIZE
1109EV             ' AND AUDIENCE = '     DELIMITED BY SIZE
1109EV             WS-GRP-AUD             DELIMITED BY SIZE
1109EV             ', EVENT_DATE IN FY'   DELIMITED BY SIZE
1109EV        INTO WS-SRC-TEXT
1109EV      END-STRING
1109EV      PERFORM 2910-WRITE-SOURCE
1109EV      .

1215SU 2620-READING-FIGURES.
1215SU      MOVE '2620-READING-FIGURES' TO ERR-LOC

1215SU**    A CHALLENGE BELONGS TO THE YEAR IT STARTED IN; A PATRON
1215SU**    FINISHED WHEN THEY REACHED THE TOP LEVEL (FINISH_DATE SET)
1215SU      EXEC SQL
1215SU           SELECT COUNT(*)
1215SU                 ,COALESCE(SUM(CASE WHEN P.PATRON_CAT = 'J'
1215SU                                    THEN 1 ELSE 0 END), 0)
1215SU                 ,COALESCE(SUM(CASE WHEN E.FINISH_DATE IS NULL
1215SU                                    THEN 0 ELSE 1 END), 0)
1215SU                 ,COALESCE(SUM(CASE WHEN P.PATRON_CAT = 'J'
1215SU                                     AND E.FINISH_DATE
1215SU                                         IS NOT NULL
1215SU                                    THEN 1 ELSE 0 END), 0)
1215SU                 ,COALESCE(SUM(E.BOOKS_READ), 0)
1215SU             INTO :WS-RD-ENROLLED, :WS-RD-CHILDREN,
1215SU                  :WS-RD-FINISHED, :WS-RD-CHILD-FIN,
1215SU                  :WS-RD-BOOKS
1215SU             FROM IBMUSER.READ_ENROL E
1215SU            INNER JOIN IBMUSER.READ_PROGRAMS R
1215SU               ON R.PROG_ID = E.PROG_ID
1215SU            INNER JOIN IBMUSER.PATRONS P
1215SU               ON P.PATRON_ID = E.PATRON_ID
1215SU            WHERE R.START_DATE >= DATE(:WS-FROM-DATE)
1215SU              AND R.START_DATE <= DATE(:WS-TO-DATE)
1215SU      END-EXEC

1215SU      MOVE SQLCODE TO EVAL-CODE
1215SU      IF NOT ERR-OK
1215SU         MOVE 'SELECT READ_ENROL' TO ERR-MSG
1215SU         PERFORM 9999-ERROR-HANDLING
1215SU      END-IF

1215SU      MOVE WS-RD-ENROLLED TO WS-FIG-COUNT
1215SU      MOVE 'SUMMER READING PARTICIPANTS' TO WS-FIG-LABEL
1215SU      PERFORM 2900-WRITE-FIGURE
1215SU      MOVE WS-RD-CHILDREN TO WS-FIG-COUNT
1215SU      MOVE 'SUMMER READING PARTICIPANTS - CHILDREN'
1215SU        TO WS-FIG-LABEL
1215SU      PERFORM 2900-WRITE-FIGURE
1215SU      MOVE WS-RD-FINISHED TO WS-FIG-COUNT
1215SU      MOVE 'SUMMER READING FINISHERS' TO WS-FIG-LABEL
1215SU      PERFORM 2900-WRITE-FIGURE
1215SU      MOVE WS-RD-CHILD-FIN TO WS-FIG-COUNT
1215SU      MOVE 'SUMMER READING FINISHERS - CHILDREN'
1215SU        TO WS-FIG-LABEL
1215SU      PERFORM 2900-WRITE-FIGURE
1215SU      MOVE WS-RD-BOOKS TO WS-FIG-COUNT
1215SU      MOVE 'SUMMER READING BOOKS LOGGED' TO WS-FIG-LABEL
1215SU      PERFORM 2900-WRITE-FIGURE
1215SU      MOVE 'SOURCE: READ_ENROL JOIN READ_PROGRAMS, PATRONS,'
1215SU        TO WS-SRC-TEXT
1215SU      MOVE ' START_DATE IN FY, CHILD = CAT J'
1215SU        TO WS-SRC-TEXT (48:)
1215SU      PERFORM 2910-WRITE-SOURCE
1215SU      .
       2900-WRITE-FIGURE.
            MOVE '2900-WRITE-FIGURE' TO ERR-LOC

