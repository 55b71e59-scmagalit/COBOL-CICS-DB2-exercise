      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    EVNTRPT.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/09/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * MONTHLY PROGRAMS AND ATTENDANCE REPORT                         *
      *----------------------------------------------------------------*
      * - COMPANION TO EVNTTRN: ONE LINE PER LIBRARY EVENT IN THE      *
      *   MONTH (DATE, HOURS, TITLE, ROOM, CAPACITY, CONFIRMED AND     *
      *   WAITLISTED REGISTRATIONS, ATTENDANCE), GROUPED BY AUDIENCE   *
      *   (ADULT/TEEN/CHILD) WITH A SUBTOTAL PER AUDIENCE AND A        *
      *   GRAND TOTAL FOR THE BOARD PACKET                             *
      * - ATTENDANCE SHOWS '-' UNTIL IT IS RECORDED (EVNTTRN PF9);     *
      *   ONLY RECORDED ATTENDANCE IS SUMMED. STSURVEY SECTION F       *
      *   COUNTS THE SAME HELD EVENTS FOR THE FISCAL YEAR              *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   09,2020 - INITIAL VERSION                        (1109EV)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *   MONTH=YYYY-MM - REPORT MONTH (DEFAULT: CURRENT MONTH)        *
      *                                                                *
      * FILES:                                                         *
      * EVNTRPOP (OUTPUT) - IBMUSER.SMAGALIT.EVNTRPOP                  *
      *                                                                *
      * 0000-MAIN                      2120-AUDIENCE-BREAK             *
      * 1000-INIT                      2130-WRITE-TOTAL-LINE           *
      * 1100-OPEN-FILE                 3000-CLEANUP                    *
      * 1150-PARSE-PARM                3100-CLOSE-FILE                 *
      * 1200-SET-PERIOD                9999-ERROR-HANDLING             *
      * 2000-MAIN-LOGIC                9999-TERMINATE                  *
      * 2110-FETCH-ONE-EVENT                                           *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-EVNTRPOP ASSIGN       TO    EVNTRPOP
                              FILE STATUS  IS FS-EVNTRPOP
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-EVNTRPOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-EVNTRPOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-REPORT-LINE          PIC X(132)      VALUE SPACES.
           05  WS-PERIOD               PIC X(07)       VALUE SPACES.
           05  WS-FROM-DATE            PIC X(10)       VALUE SPACES.
           05  WS-TODAY                PIC X(10)       VALUE SPACES.
           05  WS-PREV-AUDIENCE        PIC X           VALUE SPACE.
           05  WS-AUD-NAME             PIC X(08)       VALUE SPACES.
           05  WS-CONFIRMED-CNT        PIC S9(09) COMP VALUE 0.
           05  WS-WAITLIST-CNT         PIC S9(09) COMP VALUE 0.
           05  WS-IND-VARS.
               10  IND-ATTEND          PIC S9(04) COMP VALUE 0.
           05  WS-TOTALS.
               10  WS-AUD-TOTALS.
                   15  WS-AUD-EVENTS   PIC S9(09) COMP VALUE 0.
                   15  WS-AUD-CAPACITY PIC S9(09) COMP VALUE 0.
                   15  WS-AUD-REGS     PIC S9(09) COMP VALUE 0.
                   15  WS-AUD-WAITS    PIC S9(09) COMP VALUE 0.
                   15  WS-AUD-ATTEND   PIC S9(09) COMP VALUE 0.
               10  WS-ALL-TOTALS.
                   15  WS-ALL-EVENTS   PIC S9(09) COMP VALUE 0.
                   15  WS-ALL-CAPACITY PIC S9(09) COMP VALUE 0.
                   15  WS-ALL-REGS     PIC S9(09) COMP VALUE 0.
                   15  WS-ALL-WAITS    PIC S9(09) COMP VALUE 0.
                   15  WS-ALL-ATTEND   PIC S9(09) COMP VALUE 0.
           05  WS-TOT-LINE-VARS.
               10  WS-TOT-LABEL        PIC X(20)       VALUE SPACES.
               10  WS-TOT-EVENTS       PIC S9(09) COMP VALUE 0.
               10  WS-TOT-CAPACITY     PIC S9(09) COMP VALUE 0.
               10  WS-TOT-REGS         PIC S9(09) COMP VALUE 0.
               10  WS-TOT-WAITS        PIC S9(09) COMP VALUE 0.
               10  WS-TOT-ATTEND       PIC S9(09) COMP VALUE 0.
           05  WS-DISP-VARS.
               10  WS-HH1-DISP         PIC Z9.
               10  WS-HH2-DISP         PIC Z9.
               10  WS-ROOM-DISP        PIC Z(2)9.
               10  WS-CAP-DISP         PIC ZZZ9.
               10  WS-REG-DISP         PIC ZZZ9.
               10  WS-WAIT-DISP        PIC ZZZ9.
               10  WS-ATT-DISP         PIC ZZZ9.
               10  WS-EVT-DISP         PIC ZZZ9.
               10  WS-BIG-CAP-DISP     PIC ZZZZZ9.
               10  WS-BIG-REG-DISP     PIC ZZZZZ9.
               10  WS-BIG-WAIT-DISP    PIC ZZZZZ9.
               10  WS-BIG-ATT-DISP     PIC ZZZZZ9.
           05  WS-COUNTERS.
               10  WS-EVENT-CNTR       PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

       01  WS-SYS-VARS.
           05  WS-FILESTAT.
               10  FS-EVNTRPOP         PIC 99          VALUE 0.
           05  EVAL-CODE               PIC S9(08) COMP VALUE 0.
               88  ERR-OK                              VALUE 0.
               88  SQL-EOC                             VALUE 100.
           05  WS-PGM-NAME             PIC X(08)       VALUE 'EVNTRPT'.

0807RH 01  WS-RUNLOG-PARMS.
0807RH     05  WS-RL-FUNC           PIC X             VALUE SPACE.
0807RH     05  WS-RL-JOB-NAME       PIC X(08)         VALUE SPACES.
0807RH     05  WS-RL-PARM-TEXT      PIC X(100)        VALUE SPACES.
0807RH     05  WS-RL-STATUS         PIC X(07)         VALUE SPACES.
0807RH     05  WS-RL-REC-COUNT      PIC S9(09) COMP   VALUE 0.
0807RH     05  WS-RL-ERR-LOC        PIC X(26)         VALUE SPACES.
0807RH     05  WS-RL-ERR-MSG        PIC X(26)         VALUE SPACES.
0807RH     05  WS-RL-RUN-ID         PIC S9(09) COMP   VALUE 0.
0807RH     05  WS-RL-RC             PIC S9(04) COMP   VALUE 0.

       01  WS-ERROR.
           05  FILLER                   PIC X(09)       VALUE 'ERR AT '.
           05  ERR-LOC                  PIC X(26)       VALUE SPACES   .
           05  FILLER                   PIC X(05)       VALUE ' RC: '  .
           05  ERR-CODE                 PIC X(08)       VALUE SPACES   .
           05  FILLER                   PIC X(06)       VALUE ' MSG: ' .
           05  ERR-MSG                  PIC X(26)       VALUE SPACES   .

      *** SQL COPYBOOKS
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE DCLEVT END-EXEC.

           EXEC SQL DECLARE CUREVRPT CURSOR FOR
                SELECT E.AUDIENCE
                      ,E.EVENT_DATE
                      ,E.START_HH
                      ,E.END_HH
                      ,E.EVENT_TITLE
                      ,E.ROOM_ID
                      ,E.CAPACITY
                      ,E.ATTEND_COUNT
                      ,(SELECT COUNT(*)
                          FROM IBMUSER.EVENT_REGS R
                         WHERE R.EVENT_ID = E.EVENT_ID
                           AND R.REG_STATUS = 'C')
                      ,(SELECT COUNT(*)
                          FROM IBMUSER.EVENT_REGS R
                         WHERE R.EVENT_ID = E.EVENT_ID
                           AND R.REG_STATUS = 'W')
                  FROM IBMUSER.EVENTS E
                 WHERE E.EVENT_DATE >= DATE(:WS-FROM-DATE)
                   AND E.EVENT_DATE < DATE(:WS-FROM-DATE) + 1 MONTH
                 ORDER BY E.AUDIENCE, E.EVENT_DATE, E.START_HH
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

0807RH      MOVE 'EVNTRPT' TO WS-RL-JOB-NAME
0807RH      IF LS-PARM-LEN > 0
0807RH         MOVE LS-PARM-TEXT TO WS-RL-PARM-TEXT
0807RH      END-IF
0807RH      MOVE 'S' TO WS-RL-FUNC
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

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
            OPEN OUTPUT FD-EVNTRPOP
            MOVE FS-EVNTRPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-EVNTRPOP' TO ERR-MSG
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

            MOVE SPACES TO WS-REPORT-LINE
            STRING 'PROGRAMS AND ATTENDANCE FOR ' DELIMITED BY SIZE
                   WS-PERIOD                      DELIMITED BY SIZE
              INTO WS-REPORT-LINE
            END-STRING
            WRITE REC-EVNTRPOP FROM WS-REPORT-LINE

            MOVE SPACES TO WS-REPORT-LINE
            STRING 'DATE        HOURS  TITLE'     DELIMITED BY SIZE
                   '                        '     DELIMITED BY SIZE
                   '            ROOM   CAP  '     DELIMITED BY SIZE
                   'REGD  WAIT  ATTD'             DELIMITED BY SIZE
              INTO WS-REPORT-LINE
            END-STRING
            WRITE REC-EVNTRPOP FROM WS-REPORT-LINE

            INITIALIZE WS-TOTALS
            MOVE SPACE TO WS-PREV-AUDIENCE

            EXEC SQL OPEN CUREVRPT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CUREVRPT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            INITIALIZE EVAL-CODE
            PERFORM 2110-FETCH-ONE-EVENT UNTIL SQL-EOC

            EXEC SQL CLOSE CUREVRPT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CUREVRPT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

      **    CLOSE THE LAST AUDIENCE, THEN THE MONTH
            IF WS-PREV-AUDIENCE NOT = SPACE
               PERFORM 2120-AUDIENCE-BREAK
            END-IF

            MOVE 'TOTAL FOR THE MONTH' TO WS-TOT-LABEL
            MOVE WS-ALL-EVENTS   TO WS-TOT-EVENTS
            MOVE WS-ALL-CAPACITY TO WS-TOT-CAPACITY
            MOVE WS-ALL-REGS     TO WS-TOT-REGS
            MOVE WS-ALL-WAITS    TO WS-TOT-WAITS
            MOVE WS-ALL-ATTEND   TO WS-TOT-ATTEND
            PERFORM 2130-WRITE-TOTAL-LINE

            DISPLAY WS-EVENT-CNTR ' EVENTS REPORTED'
            .

       2110-FETCH-ONE-EVENT.
            MOVE '2110-FETCH-ONE-EVENT' TO ERR-LOC

            INITIALIZE DCLEVT
                       WS-IND-VARS
            MOVE 0 TO WS-CONFIRMED-CNT
                      WS-WAITLIST-CNT

            EXEC SQL
                 FETCH CUREVRPT
                  INTO :TBLEVT-AUDIENCE
                      ,:TBLEVT-EVENT-DATE
                      ,:TBLEVT-START-HH
                      ,:TBLEVT-END-HH
                      ,:TBLEVT-EVENT-TITLE
                      ,:TBLEVT-ROOM-ID
                      ,:TBLEVT-CAPACITY
                      ,:TBLEVT-ATTEND-COUNT :IND-ATTEND
                      ,:WS-CONFIRMED-CNT
                      ,:WS-WAITLIST-CNT
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF TBLEVT-AUDIENCE NOT = WS-PREV-AUDIENCE
                        IF WS-PREV-AUDIENCE NOT = SPACE
                           PERFORM 2120-AUDIENCE-BREAK
                        END-IF
                        MOVE TBLEVT-AUDIENCE TO WS-PREV-AUDIENCE
                        EVALUATE TBLEVT-AUDIENCE
                            WHEN 'A'
                                 MOVE 'ADULT'   TO WS-AUD-NAME
                            WHEN 'T'
                                 MOVE 'TEEN'    TO WS-AUD-NAME
                            WHEN 'C'
                                 MOVE 'CHILD'   TO WS-AUD-NAME
                            WHEN OTHER
                                 MOVE 'OTHER'   TO WS-AUD-NAME
                        END-EVALUATE
                        MOVE SPACES TO WS-REPORT-LINE
                        WRITE REC-EVNTRPOP FROM WS-REPORT-LINE
                        STRING 'AUDIENCE: '   DELIMITED BY SIZE
                               WS-AUD-NAME    DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                        END-STRING
                        WRITE REC-EVNTRPOP FROM WS-REPORT-LINE
                     END-IF

                     MOVE TBLEVT-START-HH  TO WS-HH1-DISP
                     MOVE TBLEVT-END-HH    TO WS-HH2-DISP
                     MOVE TBLEVT-ROOM-ID   TO WS-ROOM-DISP
                     MOVE TBLEVT-CAPACITY  TO WS-CAP-DISP
                     MOVE WS-CONFIRMED-CNT TO WS-REG-DISP
                     MOVE WS-WAITLIST-CNT  TO WS-WAIT-DISP

                     MOVE SPACES TO WS-REPORT-LINE
                     STRING TBLEVT-EVENT-DATE  DELIMITED BY SIZE
                            '  '               DELIMITED BY SIZE
                            WS-HH1-DISP        DELIMITED BY SIZE
                            '-'                DELIMITED BY SIZE
                            WS-HH2-DISP        DELIMITED BY SIZE
                            '  '               DELIMITED BY SIZE
                            TBLEVT-EVENT-TITLE-TEXT (1:40)
                                               DELIMITED BY SIZE
                            '  '               DELIMITED BY SIZE
                            WS-ROOM-DISP       DELIMITED BY SIZE
                            '  '               DELIMITED BY SIZE
                            WS-CAP-DISP        DELIMITED BY SIZE
                            '  '               DELIMITED BY SIZE
                            WS-REG-DISP        DELIMITED BY SIZE
                            '  '               DELIMITED BY SIZE
                            WS-WAIT-DISP       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                     END-STRING

                     IF IND-ATTEND < 0
                        MOVE '   -' TO WS-REPORT-LINE (85:4)
                     ELSE
                        MOVE TBLEVT-ATTEND-COUNT TO WS-ATT-DISP
                        MOVE WS-ATT-DISP TO WS-REPORT-LINE (85:4)
                        ADD TBLEVT-ATTEND-COUNT TO WS-AUD-ATTEND
                                                   WS-ALL-ATTEND
                     END-IF
                     WRITE REC-EVNTRPOP FROM WS-REPORT-LINE

                     ADD 1                TO WS-AUD-EVENTS
                                             WS-ALL-EVENTS
                                             WS-EVENT-CNTR
                     ADD TBLEVT-CAPACITY  TO WS-AUD-CAPACITY
                                             WS-ALL-CAPACITY
                     ADD WS-CONFIRMED-CNT TO WS-AUD-REGS
                                             WS-ALL-REGS
                     ADD WS-WAITLIST-CNT  TO WS-AUD-WAITS
                                             WS-ALL-WAITS
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CUREVRPT' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2120-AUDIENCE-BREAK.
            MOVE '2120-AUDIENCE-BREAK' TO ERR-LOC

            MOVE SPACES TO WS-TOT-LABEL
            STRING 'TOTAL '        DELIMITED BY SIZE
                   WS-AUD-NAME     DELIMITED BY SPACE
              INTO WS-TOT-LABEL
            END-STRING
            MOVE WS-AUD-EVENTS   TO WS-TOT-EVENTS
            MOVE WS-AUD-CAPACITY TO WS-TOT-CAPACITY
            MOVE WS-AUD-REGS     TO WS-TOT-REGS
            MOVE WS-AUD-WAITS    TO WS-TOT-WAITS
            MOVE WS-AUD-ATTEND   TO WS-TOT-ATTEND
            PERFORM 2130-WRITE-TOTAL-LINE

            INITIALIZE WS-AUD-TOTALS
            .

       2130-WRITE-TOTAL-LINE.
            MOVE '2130-WRITE-TOTAL-LINE' TO ERR-LOC

            MOVE WS-TOT-EVENTS   TO WS-EVT-DISP
            MOVE WS-TOT-CAPACITY TO WS-BIG-CAP-DISP
            MOVE WS-TOT-REGS     TO WS-BIG-REG-DISP
            MOVE WS-TOT-WAITS    TO WS-BIG-WAIT-DISP
            MOVE WS-TOT-ATTEND   TO WS-BIG-ATT-DISP

            MOVE SPACES TO WS-REPORT-LINE
            STRING WS-TOT-LABEL       DELIMITED BY SIZE
                   ' EVENTS '         DELIMITED BY SIZE
                   WS-EVT-DISP        DELIMITED BY SIZE
                   '  PLACES '        DELIMITED BY SIZE
                   WS-BIG-CAP-DISP    DELIMITED BY SIZE
                   '  REGISTERED '    DELIMITED BY SIZE
                   WS-BIG-REG-DISP    DELIMITED BY SIZE
                   '  WAITLISTED '    DELIMITED BY SIZE
                   WS-BIG-WAIT-DISP   DELIMITED BY SIZE
                   '  ATTENDED '      DELIMITED BY SIZE
                   WS-BIG-ATT-DISP    DELIMITED BY SIZE
              INTO WS-REPORT-LINE
            END-STRING
            WRITE REC-EVNTRPOP FROM WS-REPORT-LINE
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE

0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
0807RH      MOVE WS-EVENT-CNTR TO WS-RL-REC-COUNT
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC
            CLOSE FD-EVNTRPOP
            MOVE FS-EVNTRPOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-EVNTRPOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            DISPLAY WS-ERROR
0807RH      MOVE 'E'      TO WS-RL-FUNC
0807RH      MOVE 'FAILED' TO WS-RL-STATUS
0807RH      MOVE ERR-LOC  TO WS-RL-ERR-LOC
0807RH      MOVE ERR-MSG  TO WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS
            PERFORM 9999-TERMINATE
            .

       9999-TERMINATE.
            STOP RUN
            .
