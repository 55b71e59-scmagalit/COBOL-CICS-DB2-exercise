      *   BALANCE (SEE 0714FN)                                         *
      * - NO UPDATE CAPABILITY AT ALL, ENFORCED FAIL-CLOSED THE SAME   *
      *   WAY THE T1RO READ-ONLY TRANSACTION REJECTS 'D' AND 'U'       *
1215SU*   SELECTIONS: EVERY KEY EXCEPT ENTER, PF3 AND PF5 IS REFUSED,  *
1215SU*   AND THE ONLY DATA THE STATION EVER WRITES IS THE PIN LOCKOUT *
1111SV*   COUNTER BELOW AND THE SEC_EVENTS ROW FOR EACH FAILED TRY -   *
1215SU*   ACCOUNT DATA STAYS STRICTLY READ-ONLY. THE ONE EXCEPTION IS  *
1215SU*   THE READING CHALLENGE ENROLMENT BELOW, WHICH ONLY ADDS A     *
1215SU*   READ_ENROL ROW AND CHANGES NOTHING ON THE ACCOUNT            *
0914PN* - A 4-DIGIT PIN (SET AT THE DESK ON PATRNTRN) MUST MATCH       *
0914PN*   BEFORE ANYTHING DISPLAYS; THREE WRONG TRIES LOCK THE ID      *
0914PN*   FOR THE STATION UNTIL THE DESK RESETS THE PIN, SO THE        *
0914PN*   LOBBY TERMINAL CANNOT BE USED TO GUESS                       *
1125CN* - LOAN AND HOLD LINES SHOW THE CALL NUMBER SO A PATRON CAN     *
1125CN*   FIND THE SHELF                                               *
1201FA* - A GUARANTOR (SEE PATRNTRN 1201FA) SEES THE WHOLE             *
1201FA*   HOUSEHOLD'S LOANS, HOLDS AND FINES; A DEPENDENT'S OWN        *
1201FA*   LOGIN STILL SHOWS ONLY THEIR OWN ACCOUNT                     *
1215SU* - WHILE A READING PROGRAM IS RUNNING (SEE READTRN) THE LAST    *
1215SU*   LINE SHOWS THE PATRON'S BOOKS READ AND LEVEL, AND PF5 -      *
1215SU*   AFTER THE SAME PIN CHECK AS ENTER - ENROLS A PATRON WHO HAS  *
1215SU*   NOT JOINED YET (READ_ENROL SOURCE S, BRANCH 0)               *
      * - PRESS PF3 TO CLEAR THE SCREEN FOR THE NEXT PATRON            *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   15,2020 - SUMMER READING CHALLENGE: PF5 ENROLS   (1215SU)*
      *               X THE PATRON IN THE PROGRAM RUNNING              *
      *               X TODAY; THE LAST LINE SHOWS THEIR BOOKS         *
      *               X READ AND LEVEL REACHED                         *
      * DEC   01,2020 - FAMILY ACCOUNTS: A GUARANTOR SEES      (1201FA)*
      *               X THE LOANS, HOLDS AND FINES OF EVERY            *
      *               X DEPENDENT ON THEIR CARD WITH THEIR             *
      *               X OWN                                            *
      * NOV   25,2020 - LOAN AND HOLD LINES CARRY THE CALL     (1125CN)*
      *               X NUMBER (FORMATTED BY CALLNOCK); THE            *
      *               X TITLE IS CUT TO 36 TO MAKE ROOM                *
      * NOV   11,2020 - EVERY PIN FAILURE (WRONG PIN, THE      (1111SV)*
      *               X LOCKING TRY, A TRY ON A LOCKED ID, AN          *
      *               X UNKNOWN PATRON ID) IS WRITTEN TO               *
      *               X IBMUSER.SEC_EVENTS WITH THIS TERMINAL          *
      * NOV   05,2020 - A HOLD ROUTED TO ITS PICKUP BRANCH     (1105PB)*
      *               X ('T') SHOWS AS IN TRANSIT, NOT AS A            *
      *               X QUEUE POSITION                                 *
      * SEP   14,2020 - PIN CHECK WITH A THREE-TRY LOCKOUT      (0914PN*
      *               X (PATRONS.PIN_CODE/PIN_FAILS - SEE              *
      *               X DCLPATR 0914PN) BEFORE ANY ACCOUNT             *
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.LOANS/HOLDS/FINES/BOOKS (INPUT ONLY)                   *
1215SU* IBMUSER.READ_PROGRAMS (INPUT), READ_ENROL (I/O) - READING      *
1215SU*   CHALLENGE (SEE DCLRDE)                                       *
      *                                                                *
      * 0000-MAIN                      2130-FETCH-ONE-HOLD             *
0914PN* 2105-VERIFY-PIN                                                *
1111SV* 8100-GET-NEXT-ID               8300-WRITE-SEC-EVENT            *
1125CN* 2160-FORMAT-CALLNO                                             *
1201FA* 2107-COUNT-DEPENDENTS                                          *
1215SU* 2170-JOIN-READING              2180-SHOW-READING               *
      * 1000-SEND-BLANK-MAP            2140-FETCH-BALANCE              *
      * 2000-RECEIVE-MAP               2150-ADD-DETAIL-LINE            *
      * 2100-SHOW-ACCOUNT              3000-SEND-RECEIVE-SCREEN        *
           05  WS-LINE-IDX          PIC S9(04) COMP   VALUE 0.
           05  WS-HOLD-POS          PIC S9(09) COMP   VALUE 0.
           05  WS-BALANCE           PIC S9(7)V9(2) COMP-3 VALUE 0.
1201FA     05  WS-HH-MEMBERS        PIC S9(09) COMP   VALUE 0.
           05  WS-DETAIL-LINE       PIC X(78)         VALUE SPACES.
           05  WS-LOAN-EOC-SW       PIC 9             VALUE 0.
               88  LOAN-LIST-DONE                     VALUE 1.
0914PN         88  PIN-VERIFIED                       VALUE 1.
0914PN     05  WS-IND-VARS.
0914PN         10  IND-PIN          PIC S9(04) COMP   VALUE 0.
1125CN         10  IND-CALL-PREFIX  PIC S9(04) COMP   VALUE 0.
1125CN         10  IND-CALL-CLASS   PIC S9(04) COMP   VALUE 0.
1125CN         10  IND-CALL-CUTTER  PIC S9(04) COMP   VALUE 0.
1125CN     05  WS-ROW-CALLNO        PIC X(18)         VALUE SPACES.
1111SV     05  WS-SEV-TYPE          PIC X             VALUE SPACE.
1215SU     05  WS-RDG-VARS.
1215SU         10  WS-RDG-PROG-ID   PIC S9(09) COMP   VALUE 0.
1215SU         10  WS-RDG-BOOKS     PIC S9(09) COMP   VALUE 0.
1215SU         10  WS-RDG-LEVEL     PIC S9(09) COMP   VALUE 0.
1215SU         10  WS-RDG-BKS-DISP  PIC Z(04)9.
1215SU         10  WS-RDG-LVL-DISP  PIC 9.
1215SU         10  WS-RDG-SW        PIC 9             VALUE 0.
1215SU             88  READING-RUNNING                VALUE 1 2.
1215SU             88  READING-ENROLLED               VALUE 2.

1111SV 01  WS-NEXTID-PARMS.
1111SV     05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
1111SV     05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
1111SV     05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

1125CN 01  WS-CALLNO-PARMS.
1125CN     05  WS-CN-PREFIX         PIC X(04)         VALUE SPACES.
1125CN     05  WS-CN-CLASS          PIC X(12)         VALUE SPACES.
1125CN     05  WS-CN-CUTTER         PIC X(08)         VALUE SPACES.
1125CN     05  WS-CN-DISPLAY        PIC X(26)         VALUE SPACES.
1125CN     05  WS-CN-RC             PIC S9(04) COMP   VALUE 0.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
           EXEC SQL INCLUDE DCLHOLD  END-EXEC.
           EXEC SQL INCLUDE DCLFINE  END-EXEC.
0914PN     EXEC SQL INCLUDE DCLPATR  END-EXEC.
1111SV     EXEC SQL INCLUDE DCLSEV   END-EXEC.
1215SU     EXEC SQL INCLUDE DCLRDE   END-EXEC.

           EXEC SQL DECLARE CURSLFLN CURSOR FOR
                SELECT B.TITLE
                      ,L.DUE_DATE
1125CN                ,B.CALL_PREFIX
1125CN                ,B.CALL_CLASS
1125CN                ,B.CALL_CUTTER
                  FROM IBMUSER.LOANS L
                 INNER JOIN IBMUSER.BOOKS B
                    ON L.BOOK_ID = B.BOOK_ID
1201FA           WHERE (L.PATRON_ID = :TBLLOAN-PATRON-ID
1201FA               OR L.PATRON_ID IN
1201FA                  (SELECT P.PATRON_ID
1201FA                     FROM IBMUSER.PATRONS P
1201FA                    WHERE P.GUARANTOR_ID =
1201FA                          :TBLLOAN-PATRON-ID))
1201FA             AND L.RETURN_DATE IS NULL
                 ORDER BY L.DUE_DATE
           END-EXEC.

                         WHERE H2.BOOK_ID = H.BOOK_ID
                           AND H2.HOLD_STATUS = 'P'
                           AND H2.HOLD_ID < H.HOLD_ID)
1125CN                ,B.CALL_PREFIX
1125CN                ,B.CALL_CLASS
1125CN                ,B.CALL_CUTTER
                  FROM IBMUSER.HOLDS H
                 INNER JOIN IBMUSER.BOOKS B
                    ON H.BOOK_ID = B.BOOK_ID
1201FA           WHERE H.PATRON_ID = :TBLHOLD-PATRON-ID
1201FA              OR H.PATRON_ID IN
1201FA                 (SELECT P.PATRON_ID
1201FA                    FROM IBMUSER.PATRONS P
1201FA                   WHERE P.GUARANTOR_ID =
1201FA                         :TBLHOLD-PATRON-ID)
                 ORDER BY H.HOLD_ID
           END-EXEC.

                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2100-SHOW-ACCOUNT
                        PERFORM 3000-SEND-RECEIVE-SCREEN
1215SU             WHEN DFHPF5
1215SU                  PERFORM 2000-RECEIVE-MAP
1215SU                  PERFORM 2170-JOIN-READING
1215SU                  PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN OTHER
      **                FAIL CLOSED - NOTHING ELSE IS ALLOWED ON
      **                THE LOBBY STATION
                              SLN09O SLN10O SLN11O SLN12O
               MOVE 0 TO WS-LINE-IDX

1201FA         PERFORM 2107-COUNT-DEPENDENTS
1201FA         IF WS-HH-MEMBERS > 0
1201FA            MOVE 'HOUSEHOLD BOOKS OUT' TO WS-DETAIL-LINE
1201FA         ELSE
1201FA            MOVE 'YOUR BOOKS OUT' TO WS-DETAIL-LINE
1201FA         END-IF
               PERFORM 2150-ADD-DETAIL-LINE

               EXEC SQL OPEN CURSLFLN END-EXEC
                  PERFORM 9999-ERROR-HANDLING
               END-IF

1201FA         IF WS-HH-MEMBERS > 0
1201FA            MOVE 'HOUSEHOLD HOLDS' TO WS-DETAIL-LINE
1201FA         ELSE
1201FA            MOVE 'YOUR HOLDS' TO WS-DETAIL-LINE
1201FA         END-IF
               PERFORM 2150-ADD-DETAIL-LINE

               EXEC SQL OPEN CURSLFHD END-EXEC

               MOVE WS-BALANCE TO WS-BAL-DISP
               MOVE SPACES TO WS-DETAIL-LINE
1201FA         IF WS-HH-MEMBERS > 0
1201FA            STRING 'HOUSEHOLD FINES OWED: ' DELIMITED BY SIZE
1201FA                   WS-BAL-DISP              DELIMITED BY SIZE
1201FA              INTO WS-DETAIL-LINE
1201FA            END-STRING
1201FA         ELSE
1201FA            STRING 'FINES OWED: ' DELIMITED BY SIZE
1201FA                   WS-BAL-DISP    DELIMITED BY SIZE
1201FA              INTO WS-DETAIL-LINE
1201FA            END-STRING
1201FA         END-IF
               PERFORM 2150-ADD-DETAIL-LINE
1215SU         PERFORM 2180-SHOW-READING

               MOVE WS-PATRON-ID TO SPATIDO
               MOVE 'PRESS PF3 WHEN YOU ARE DONE' TO MSGLNO
0914PN                   WHEN TBLPATR-PIN-FAILS NOT < 3
0914PN                        MOVE 'ID LOCKED HERE - SEE THE DESK'
0914PN                          TO MSGLNO
1111SV                        MOVE 'K' TO WS-SEV-TYPE
1111SV                        PERFORM 8300-WRITE-SEC-EVENT
0914PN                   WHEN SPINI = TBLPATR-PIN-CODE
0914PN                        SET PIN-VERIFIED TO TRUE
0914PN                        IF TBLPATR-PIN-FAILS > 0
0914PN                        IF TBLPATR-PIN-FAILS NOT < 2
0914PN                           MOVE 'WRONG PIN - NOW LOCKED'
0914PN                             TO MSGLNO
1111SV                           MOVE 'L' TO WS-SEV-TYPE
0914PN                        ELSE
0914PN                           MOVE 'WRONG PIN - TRY AGAIN'
0914PN                             TO MSGLNO
1111SV                           MOVE 'P' TO WS-SEV-TYPE
0914PN                        END-IF
1111SV                        PERFORM 8300-WRITE-SEC-EVENT
0914PN               END-EVALUATE
0914PN          WHEN SQL-EOC
0914PN               MOVE 'PATRON ID NOT FOUND' TO MSGLNO
1111SV               MOVE 'U' TO WS-SEV-TYPE
1111SV               PERFORM 8300-WRITE-SEC-EVENT
0914PN          WHEN OTHER
0914PN               MOVE 'SELECT PATRON PIN' TO ERR-MSG
0914PN               PERFORM 9999-ERROR-HANDLING
0914PN      END-EVALUATE
0914PN      .

1201FA 2107-COUNT-DEPENDENTS.
1201FA      MOVE '2107-COUNT-DEPENDENTS' TO ERR-LOC

1201FA      EXEC SQL
1201FA           SELECT COUNT(*)
1201FA             INTO :WS-HH-MEMBERS
1201FA             FROM IBMUSER.PATRONS
1201FA            WHERE GUARANTOR_ID = :TBLPATR-PATRON-ID
1201FA      END-EXEC

1201FA      MOVE SQLCODE TO EVAL-CODE
1201FA      IF NOT ERR-OK
1201FA         MOVE 'SELECT COUNT DEPENDENTS' TO ERR-MSG
1201FA         PERFORM 9999-ERROR-HANDLING
1201FA      END-IF
1201FA      .

       2110-FETCH-ONE-LOAN.
            MOVE '2110-FETCH-ONE-LOAN' TO ERR-LOC

                 FETCH CURSLFLN
                  INTO :TBLBKS-TITLE
                      ,:TBLLOAN-DUE-DATE
1125CN                ,:TBLBKS-CALL-PREFIX :IND-CALL-PREFIX
1125CN                ,:TBLBKS-CALL-CLASS  :IND-CALL-CLASS
1125CN                ,:TBLBKS-CALL-CUTTER :IND-CALL-CUTTER
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
1125CN               PERFORM 2160-FORMAT-CALLNO
                     MOVE SPACES TO WS-DETAIL-LINE
                     STRING '  '                  DELIMITED BY SIZE
1125CN                      TBLBKS-TITLE-TEXT (1:36)
                                                  DELIMITED BY SIZE
1125CN                      WS-ROW-CALLNO         DELIMITED BY SIZE
                            ' DUE '               DELIMITED BY SIZE
                            TBLLOAN-DUE-DATE      DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                  INTO :TBLBKS-TITLE
                      ,:TBLHOLD-HOLD-STATUS
                      ,:WS-HOLD-POS
1125CN                ,:TBLBKS-CALL-PREFIX :IND-CALL-PREFIX
1125CN                ,:TBLBKS-CALL-CLASS  :IND-CALL-CLASS
1125CN                ,:TBLBKS-CALL-CUTTER :IND-CALL-CUTTER
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
1125CN               PERFORM 2160-FORMAT-CALLNO
                     MOVE SPACES TO WS-DETAIL-LINE
1105PB               IF TBLHOLD-HOLD-STATUS = 'T'
1105PB                  STRING '  '               DELIMITED BY SIZE
1125CN                         TBLBKS-TITLE-TEXT (1:36)
1105PB                                            DELIMITED BY SIZE
1125CN                         WS-ROW-CALLNO      DELIMITED BY SIZE
1105PB                         ' IN TRANSIT TO PICKUP'
1105PB                                            DELIMITED BY SIZE
1105PB                    INTO WS-DETAIL-LINE
1105PB                  END-STRING
1105PB               ELSE
                     IF TBLHOLD-HOLD-STATUS = 'R'
                        STRING '  '               DELIMITED BY SIZE
1125CN                         TBLBKS-TITLE-TEXT (1:36)
                                                  DELIMITED BY SIZE
1125CN                         WS-ROW-CALLNO      DELIMITED BY SIZE
                               ' READY FOR PICKUP'
                                                  DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
                     ELSE
                        MOVE WS-HOLD-POS TO WS-POS-DISP
                        STRING '  '               DELIMITED BY SIZE
1125CN                         TBLBKS-TITLE-TEXT (1:36)
                                                  DELIMITED BY SIZE
1125CN                         WS-ROW-CALLNO      DELIMITED BY SIZE
                               ' POSITION '       DELIMITED BY SIZE
                               WS-POS-DISP        DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
                        END-STRING
                     END-IF
1105PB               END-IF
                     PERFORM 2150-ADD-DETAIL-LINE
                WHEN SQL-EOC
                     SET HOLD-LIST-DONE TO TRUE
                                     - WAIVED_AMOUNT), 0)
                   INTO :WS-BALANCE
                   FROM IBMUSER.FINES
1201FA            WHERE (PATRON_ID = :TBLFIN-PATRON-ID
1201FA                OR PATRON_ID IN
1201FA                   (SELECT P.PATRON_ID
1201FA                      FROM IBMUSER.PATRONS P
1201FA                     WHERE P.GUARANTOR_ID =
1201FA                           :TBLFIN-PATRON-ID))
1201FA              AND FINE_STATUS = 'O'
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            END-IF
            .

1215SU 2170-JOIN-READING.
1215SU      MOVE '2170-JOIN-READING' TO ERR-LOC

1215SU**    THE ACCOUNT IS SHOWN (AND THE PIN CHECKED) EXACTLY AS FOR
1215SU**    ENTER; ONLY A VERIFIED PATRON CAN BE ENROLLED
1215SU      PERFORM 2100-SHOW-ACCOUNT

1215SU      IF PIN-VERIFIED
1215SU         EVALUATE TRUE
1215SU             WHEN NOT READING-RUNNING
1215SU                  MOVE 'NO READING CHALLENGE IS RUNNING NOW'
1215SU                    TO MSGLNO
1215SU             WHEN READING-ENROLLED
1215SU                  MOVE 'YOU HAVE ALREADY JOINED THE CHALLENGE'
1215SU                    TO MSGLNO
1215SU             WHEN OTHER
1215SU                  MOVE 'ENROL_ID' TO WS-NXT-ID-NAME
1215SU                  PERFORM 8100-GET-NEXT-ID
1215SU                  MOVE WS-NXT-NEXT-ID TO TBLRDE-ENROL-ID
1215SU                  MOVE WS-RDG-PROG-ID TO TBLRDE-PROG-ID
1215SU                  MOVE WS-PATRON-ID   TO TBLRDE-PATRON-ID
1215SU                  MOVE 0              TO TBLRDE-BRANCH-ID
1215SU                  MOVE 'S'            TO TBLRDE-ENROL-SOURCE

1215SU                  EXEC SQL
1215SU                       INSERT INTO IBMUSER.READ_ENROL
1215SU                              (ENROL_ID, PROG_ID, PATRON_ID,
1215SU                               BRANCH_ID, ENROL_SOURCE,
1215SU                               ENROL_DATE, BOOKS_READ,
1215SU                               LEVEL_REACHED, FINISH_DATE)
1215SU                       VALUES (:TBLRDE-ENROL-ID,
1215SU                               :TBLRDE-PROG-ID,
1215SU                               :TBLRDE-PATRON-ID,
1215SU                               :TBLRDE-BRANCH-ID,
1215SU                               :TBLRDE-ENROL-SOURCE,
1215SU                               CURRENT DATE, 0, 0, NULL)
1215SU                  END-EXEC

1215SU                  MOVE SQLCODE TO EVAL-CODE
1215SU                  IF NOT ERR-OK
1215SU                     MOVE 'INSERT READ_ENROL' TO ERR-MSG
1215SU                     PERFORM 9999-ERROR-HANDLING
1215SU                  END-IF

1215SU                  PERFORM 2180-SHOW-READING
1215SU                  MOVE 'YOU HAVE JOINED THE READING CHALLENGE'
1215SU                    TO MSGLNO
1215SU         END-EVALUATE
1215SU      END-IF
1215SU      .

1215SU 2180-SHOW-READING.
1215SU      MOVE '2180-SHOW-READING' TO ERR-LOC

1215SU      MOVE 0 TO WS-RDG-SW
1215SU                WS-RDG-PROG-ID
1215SU      MOVE SPACES TO SLN12O

1215SU      EXEC SQL
1215SU           SELECT P.PROG_ID,
1215SU                  COALESCE(E.BOOKS_READ, -1),
1215SU                  COALESCE(E.LEVEL_REACHED, 0)
1215SU             INTO :WS-RDG-PROG-ID, :WS-RDG-BOOKS,
1215SU                  :WS-RDG-LEVEL
1215SU             FROM IBMUSER.READ_PROGRAMS P
1215SU             LEFT OUTER JOIN IBMUSER.READ_ENROL E
1215SU               ON E.PROG_ID   = P.PROG_ID
1215SU              AND E.PATRON_ID = :WS-PATRON-ID
1215SU            WHERE P.START_DATE <= CURRENT DATE
1215SU              AND P.END_DATE   >= CURRENT DATE
1215SU            FETCH FIRST 1 ROW ONLY
1215SU      END-EXEC

1215SU      MOVE SQLCODE TO EVAL-CODE
1215SU      EVALUATE TRUE
1215SU          WHEN ERR-OK
1215SU               IF WS-RDG-BOOKS < 0
1215SU                  MOVE 1 TO WS-RDG-SW
1215SU                  MOVE 'READING CHALLENGE ON - PF5 TO JOIN'
1215SU                    TO SLN12O
1215SU               ELSE
1215SU                  MOVE 2 TO WS-RDG-SW
1215SU                  MOVE WS-RDG-BOOKS TO WS-RDG-BKS-DISP
1215SU                  MOVE WS-RDG-LEVEL TO WS-RDG-LVL-DISP
1215SU                  STRING 'READING CHALLENGE: '
1215SU                                          DELIMITED BY SIZE
1215SU                         FUNCTION TRIM (WS-RDG-BKS-DISP)
1215SU                                          DELIMITED BY SIZE
1215SU                         ' BOOKS READ, LEVEL '
1215SU                                          DELIMITED BY SIZE
1215SU                         WS-RDG-LVL-DISP  DELIMITED BY SIZE
1215SU                         ' REACHED'       DELIMITED BY SIZE
1215SU                    INTO SLN12O
1215SU                  END-STRING
1215SU               END-IF
1215SU          WHEN SQL-EOC
1215SU               CONTINUE
1215SU          WHEN OTHER
1215SU               MOVE 'SELECT READ_PROGRAMS' TO ERR-MSG
1215SU               PERFORM 9999-ERROR-HANDLING
1215SU      END-EVALUATE
1215SU      .
       2150-ADD-DETAIL-LINE.
            MOVE '2150-ADD-DETAIL-LINE' TO ERR-LOC

            END-EVALUATE
            .

1125CN 2160-FORMAT-CALLNO.
1125CN      MOVE '2160-FORMAT-CALLNO' TO ERR-LOC

1125CN      MOVE SPACES TO WS-ROW-CALLNO
1125CN                     WS-CN-PREFIX
1125CN                     WS-CN-CLASS
1125CN                     WS-CN-CUTTER
1125CN      IF IND-CALL-PREFIX NOT < 0
1125CN         MOVE TBLBKS-CALL-PREFIX-TEXT TO WS-CN-PREFIX
1125CN      END-IF
1125CN      IF IND-CALL-CLASS NOT < 0
1125CN         MOVE TBLBKS-CALL-CLASS-TEXT  TO WS-CN-CLASS
1125CN      END-IF
1125CN      IF IND-CALL-CUTTER NOT < 0
1125CN         MOVE TBLBKS-CALL-CUTTER-TEXT TO WS-CN-CUTTER
1125CN      END-IF

1125CN      MOVE 0 TO WS-CN-RC
1125CN      CALL 'CALLNOCK' USING WS-CALLNO-PARMS
1125CN      IF WS-CN-RC = 0
1125CN         MOVE WS-CN-DISPLAY (1:16) TO WS-ROW-CALLNO (2:16)
1125CN      END-IF
1125CN      .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

            END-IF
            .

1111SV 8100-GET-NEXT-ID.
1111SV      MOVE '8100-GET-NEXT-ID' TO ERR-LOC

1111SV      MOVE 0 TO WS-NXT-NEXT-ID
1111SV                WS-NXT-RC
1111SV      CALL 'NEXTID' USING WS-NEXTID-PARMS

1111SV      IF WS-NXT-RC NOT = 0
1111SV         MOVE WS-NXT-RC TO EVAL-CODE
1111SV         MOVE 'CALL NEXTID' TO ERR-MSG
1111SV         PERFORM 9999-ERROR-HANDLING
1111SV      END-IF
1111SV      .

1111SV 8300-WRITE-SEC-EVENT.
1111SV      MOVE '8300-WRITE-SEC-EVENT' TO ERR-LOC

1111SV      MOVE 'SECEVT_ID' TO WS-NXT-ID-NAME
1111SV      PERFORM 8100-GET-NEXT-ID
1111SV      MOVE WS-NXT-NEXT-ID TO TBLSEV-EVENT-ID

1111SV      MOVE WS-SEV-TYPE       TO TBLSEV-EVENT-TYPE
1111SV      MOVE 'SELFSRV'         TO TBLSEV-OPERATOR-ID
1111SV      MOVE TBLPATR-PATRON-ID TO TBLSEV-PATRON-ID
1111SV      MOVE EIBTRMID          TO TBLSEV-TERMINAL-ID
1111SV      MOVE EIBTRNID          TO TBLSEV-TRAN-ID
1111SV      MOVE 'I'               TO TBLSEV-FUNC-CODE
1111SV      MOVE 0                 TO TBLSEV-BRANCH-ID

1111SV      EXEC SQL
1111SV           INSERT INTO IBMUSER.SEC_EVENTS
1111SV                  (EVENT_ID, EVENT_TYPE, OPERATOR_ID,
1111SV                   PATRON_ID, TERMINAL_ID, TRAN_ID,
1111SV                   FUNC_CODE, BRANCH_ID, EVENT_TS, FLAG_SW)
1111SV           VALUES (:TBLSEV-EVENT-ID, :TBLSEV-EVENT-TYPE,
1111SV                   :TBLSEV-OPERATOR-ID, :TBLSEV-PATRON-ID,
1111SV                   :TBLSEV-TERMINAL-ID, :TBLSEV-TRAN-ID,
1111SV                   :TBLSEV-FUNC-CODE, :TBLSEV-BRANCH-ID,
1111SV                   CURRENT TIMESTAMP, 'N')
1111SV      END-EXEC

1111SV      MOVE SQLCODE TO EVAL-CODE
1111SV      IF NOT ERR-OK
1111SV         MOVE 'INSERT SEC_EVENTS' TO ERR-MSG
1111SV         PERFORM 9999-ERROR-HANDLING
1111SV      END-IF
1111SV      .

       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            MOVE WS-ERROR  TO WS-SEND-MSG
