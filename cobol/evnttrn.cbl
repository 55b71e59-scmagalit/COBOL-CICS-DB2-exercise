      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    EVNTTRN.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/09/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * LIBRARY PROGRAMS AND EVENT REGISTRATION - DB2                  *
      *----------------------------------------------------------------*
      * - STORYTIMES, COMPUTER CLASSES AND AUTHOR TALKS MOVE OFF THE   *
      *   SIGN-UP SHEETS. TRANSACTION EVNT:                            *
      *   - ENTER AN EVENT ID TO SEE THE EVENT, ITS REGISTERED AND     *
      *     WAITLIST COUNTS AND THE FIRST REGISTRATIONS                *
      *   - PF5 CREATES AN EVENT (TITLE, AUDIENCE A ADULT/T TEEN/      *
      *     C CHILD, DATE, FROM/TO HOURS, ROOM, CAPACITY AND THE       *
      *     DATE REGISTRATION OPENS - DEFAULT TODAY). THE ROOM IS      *
      *     BOOKED THROUGH THE SAME EDITS AS ROOMTRN 2210 (CLOSED      *
      *     DAY, OVERLAPPING ACTIVE BOOKING); THE ROOM_BOOKS ROW       *
      *     CARRIES PATRON_ID 0 - THE LIBRARY'S OWN BOOKING            *
      *   - PF6 REGISTERS THE PATRON TYPED (MUST EXIST AND BE          *
      *     ACTIVE). ONCE THE EVENT IS AT CAPACITY FURTHER             *
      *     REGISTRANTS GO ON THE WAITLIST ('W') IN ARRIVAL ORDER      *
      *   - PF7 CANCELS THE REGISTRATION ID TYPED; A CONFIRMED         *
      *     PLACE GIVEN UP PROMOTES THE OLDEST WAITLISTED PATRON       *
      *     AT ONCE                                                    *
      *   - PF9 RECORDS THE ATTENDANCE COUNT AFTER THE EVENT           *
      *     (STATUS 'H' HELD)                                          *
      * - NOTICRUN SENDS THE REMINDER NOTICE TO CONFIRMED              *
      *   REGISTRANTS; EVNTRPT IS THE MONTHLY PROGRAMS/ATTENDANCE      *
      *   REPORT AND STSURVEY SECTION F USES THE SAME FIGURES          *
      * - EVENT_STATUS: S SCHEDULED, H HELD (ATTENDANCE RECORDED)      *
      *   REG_STATUS:   C CONFIRMED, W WAITLISTED, X CANCELLED         *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   23,2020 - ONLY A LIBRARY-WIDE CLOSED DAY REFUSES (1223CL)*
      *               X AN EVENT - ROOMS BELONG TO NO BRANCH, SO A     *
      *               X BRANCH CLOSURE (SEE DCLCAL 1223CL) LEAVES      *
      *               X THEM OPEN                                      *
      * NOV   09,2020 - INITIAL VERSION                        (1109EV)*
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.EVENTS     (I/O) - EVENT MASTER (SEE DCLEVT)           *
      * IBMUSER.EVENT_REGS (I/O) - REGISTRATIONS (SEE DCLERG)          *
      * IBMUSER.ROOM_BOOKS (I/O) - THE EVENT'S ROOM BOOKING            *
      *                                                                *
      * 0000-MAIN                      2300-REGISTER-PATRON            *
      * 1000-SEND-BLANK-MAP            2310-ADD-REGISTRATION           *
      * 2000-RECEIVE-MAP               2400-CANCEL-REGISTRATION        *
      * 2100-SHOW-EVENT                2410-PROMOTE-WAITLIST           *
      * 2110-FETCH-ONE-REG             2500-RECORD-ATTENDANCE          *
      * 2150-READ-EVENT                3000-SEND-RECEIVE-SCREEN        *
      * 2160-COUNT-REGS                8100-GET-NEXT-ID                *
      * 2200-CREATE-EVENT              9999-ERROR-HANDLING             *
      * 2210-EDIT-AND-BOOK             9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-EVENT-ID          PIC S9(09) COMP   VALUE 0.
           05  WS-EVENT-DATE        PIC X(10)         VALUE SPACES.
           05  WS-OPEN-DATE         PIC X(10)         VALUE SPACES.
           05  WS-START-HH          PIC S9(09) COMP   VALUE 0.
           05  WS-END-HH            PIC S9(09) COMP   VALUE 0.
           05  WS-CAPACITY          PIC S9(09) COMP   VALUE 0.
           05  WS-PATRON-COUNT      PIC S9(09) COMP   VALUE 0.
           05  WS-CLOSED-COUNT      PIC S9(09) COMP   VALUE 0.
           05  WS-CONFLICTS         PIC S9(09) COMP   VALUE 0.
           05  WS-ALREADY-REG       PIC S9(09) COMP   VALUE 0.
           05  WS-CONFIRMED-CNT     PIC S9(09) COMP   VALUE 0.
           05  WS-WAITLIST-CNT      PIC S9(09) COMP   VALUE 0.
           05  WS-WAIT-POS          PIC S9(09) COMP   VALUE 0.
           05  WS-PAST-SW           PIC X             VALUE 'N'.
           05  WS-OPEN-SW           PIC X             VALUE 'N'.
           05  WS-FUTURE-SW         PIC X             VALUE 'N'.
           05  WS-PRIOR-STATUS      PIC X             VALUE SPACE.
           05  WS-REG-IDX           PIC S9(04) COMP   VALUE 1.
           05  WS-REG-LINE          PIC X(60)         VALUE SPACES.
           05  WS-INFO-LINE         PIC X(60)         VALUE SPACES.
           05  WS-REG-EOC-SW        PIC 9             VALUE 0.
               88  REG-LIST-DONE                      VALUE 1.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  EVENT-FOUND                        VALUE 1.
           05  WS-IND-VARS.
               10  IND-ATTEND       PIC S9(04) COMP   VALUE 0.
           05  WS-DISP-VARS.
               10  WS-EVTID-DISP    PIC Z(8)9.
               10  WS-REGID-DISP    PIC Z(8)9.
               10  WS-BKGID-DISP    PIC Z(8)9.
               10  WS-PATRON-DISP   PIC Z(8)9.
               10  WS-CNT1-DISP     PIC Z(3)9.
               10  WS-CNT2-DISP     PIC Z(3)9.
               10  WS-CNT3-DISP     PIC Z(3)9.
               10  WS-HH1-DISP      PIC Z9.
               10  WS-HH2-DISP      PIC Z9.
               10  WS-ROOM-DISP     PIC ZZ9.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
               10  WS-EVNT-TRNID    PIC X(04)         VALUE 'EVNT'.
           05  WS-MAPIDS.
               10  WS-EVTMAP-NAME   PIC X(07)         VALUE 'EVTMAP'.
               10  WS-EVTSET-NAME   PIC X(07)         VALUE 'EVTSET'.

0805ID 01  WS-NEXTID-PARMS.
0805ID     05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
0805ID     05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
0805ID     05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

       01  WS-SYS-VARS.
           05  WS-SEND-MSG          PIC  X(80)        VALUE SPACES.
           05  EVAL-CODE            PIC S9(08) COMP   VALUE 0.
               88  ERR-OK                             VALUE 0.
               88  SQL-NOTFOUND                       VALUE 100.

       01  WS-ERROR.
           05  FILLER               PIC X(09)         VALUE 'ERROR AT '.
           05  ERR-LOC              PIC X(26)         VALUE SPACES     .
           05  FILLER               PIC X(05)         VALUE ' RC: '    .
           05  ERR-CODE             PIC X(08)         VALUE SPACES     .
           05  FILLER               PIC X(06)         VALUE ' MSG: '   .
           05  ERR-MSG              PIC X(26)         VALUE SPACES     .

      **COPYBOOK FOR SYMBOLIC MAP
       COPY EVTSET.

       COPY DFHAID.
       COPY DFHBMSCA.

           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE DCLEVT END-EXEC.
           EXEC SQL INCLUDE DCLERG END-EXEC.
           EXEC SQL INCLUDE DCLROO END-EXEC.
           EXEC SQL INCLUDE DCLRBK END-EXEC.

      **   CONFIRMED PLACES FIRST, THEN THE WAITLIST IN ARRIVAL ORDER
           EXEC SQL DECLARE CUREVREG CURSOR FOR
                SELECT REG_ID, PATRON_ID, REG_STATUS
                  FROM IBMUSER.EVENT_REGS
                 WHERE EVENT_ID = :TBLERG-EVENT-ID
                   AND REG_STATUS IN ('C', 'W')
                 ORDER BY REG_STATUS, REG_ID
           END-EXEC.

       01  WS-COMMAREA.
           05  LS-DUMMY-FLAG        PIC X             VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-DUMMY-FLAG        PIC X.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

            IF EIBCALEN = 0
               PERFORM 1000-SEND-BLANK-MAP
            ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHPF3
                        MOVE 'TRANSACTION TERMINATED' TO WS-SEND-MSG
                        PERFORM 9999-TERMINATE
                   WHEN DFHENTER
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2100-SHOW-EVENT
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF5
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2200-CREATE-EVENT
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF6
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2300-REGISTER-PATRON
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF7
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2400-CANCEL-REGISTRATION
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF9
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2500-RECORD-ATTENDANCE
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN OTHER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
               END-EVALUATE
            END-IF

            MOVE WS-COMMAREA TO DFHCOMMAREA

            EXEC CICS
                 RETURN TRANSID  (WS-EVNT-TRNID)
                        COMMAREA (DFHCOMMAREA)
                        RESP     (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'RETURN TRANSID' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1000-SEND-BLANK-MAP.
            MOVE '1000-SEND-BLANK-MAP' TO ERR-LOC

            MOVE LOW-VALUES TO EVTMAPO
            MOVE 'ENTER AN EVENT ID, OR FILL IN A NEW EVENT AND PF5'
              TO MSGLNO

            EXEC CICS
                 SEND MAP    (WS-EVTMAP-NAME)
                      MAPSET (WS-EVTSET-NAME)
                      FROM   (EVTMAPO)
                      ERASE
                      RESP   (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'SEND MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2000-RECEIVE-MAP.
            MOVE '2000-RECEIVE-MAP' TO ERR-LOC

            EXEC CICS
                 RECEIVE MAP    (WS-EVTMAP-NAME)
                         MAPSET (WS-EVTSET-NAME)
                         INTO   (EVTMAPI)
                         RESP   (EVAL-CODE)
                         ASIS
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
            AND EVAL-CODE NOT = DFHRESP (MAPFAIL)
               MOVE 'RECEIVE MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2100-SHOW-EVENT.
            MOVE '2100-SHOW-EVENT' TO ERR-LOC

            IF FUNCTION TRIM (EVIDI) = SPACES
               MOVE 'EVENT ID IS REQUIRED' TO MSGLNO
            ELSE
               MOVE FUNCTION NUMVAL (EVIDI) TO WS-EVENT-ID
               PERFORM 2150-READ-EVENT

               IF NOT EVENT-FOUND
                  MOVE SPACES TO EVTITLO EVAUDO EVDATEO EVFROMO
                                 EVTOO EVROOMO EVCAPO EVOPENO
                                 EVATTO EVINFOO
                                 ELN01O ELN02O ELN03O ELN04O
                  MOVE 'EVENT NOT FOUND' TO MSGLNO
               ELSE
                  MOVE WS-EVENT-ID             TO WS-EVTID-DISP
                  MOVE WS-EVTID-DISP           TO EVIDO
                  MOVE TBLEVT-EVENT-TITLE-TEXT TO EVTITLO
                  MOVE TBLEVT-AUDIENCE         TO EVAUDO
                  MOVE TBLEVT-EVENT-DATE       TO EVDATEO
                  MOVE TBLEVT-START-HH         TO WS-HH1-DISP
                  MOVE WS-HH1-DISP             TO EVFROMO
                  MOVE TBLEVT-END-HH           TO WS-HH2-DISP
                  MOVE WS-HH2-DISP             TO EVTOO
                  MOVE TBLEVT-ROOM-ID          TO WS-ROOM-DISP
                  MOVE WS-ROOM-DISP            TO EVROOMO
                  MOVE TBLEVT-CAPACITY         TO WS-CNT1-DISP
                  MOVE WS-CNT1-DISP            TO EVCAPO
                  MOVE TBLEVT-REG-OPEN-DATE    TO EVOPENO
                  IF IND-ATTEND < 0
                     MOVE SPACES TO EVATTO
                  ELSE
                     MOVE TBLEVT-ATTEND-COUNT  TO WS-CNT1-DISP
                     MOVE WS-CNT1-DISP         TO EVATTO
                  END-IF

                  PERFORM 2160-COUNT-REGS
                  MOVE WS-CONFIRMED-CNT TO WS-CNT1-DISP
                  MOVE TBLEVT-CAPACITY  TO WS-CNT2-DISP
                  MOVE WS-WAITLIST-CNT  TO WS-CNT3-DISP
                  MOVE SPACES TO WS-INFO-LINE
                  STRING 'REGISTERED '    DELIMITED BY SIZE
                         WS-CNT1-DISP     DELIMITED BY SIZE
                         ' OF '           DELIMITED BY SIZE
                         WS-CNT2-DISP     DELIMITED BY SIZE
                         '  WAITLIST '    DELIMITED BY SIZE
                         WS-CNT3-DISP     DELIMITED BY SIZE
                    INTO WS-INFO-LINE
                  END-STRING
                  IF TBLEVT-EVENT-STATUS = 'H'
                     MOVE '  HELD' TO WS-INFO-LINE (40:6)
                  END-IF
                  MOVE WS-INFO-LINE TO EVINFOO

                  MOVE SPACES TO ELN01O ELN02O ELN03O ELN04O
                  MOVE WS-EVENT-ID TO TBLERG-EVENT-ID

                  EXEC SQL OPEN CUREVREG END-EXEC
                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'OPEN CUREVREG' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF

                  MOVE 0 TO WS-REG-EOC-SW
                            WS-WAIT-POS
                  PERFORM 2110-FETCH-ONE-REG VARYING WS-REG-IDX
                            FROM 1 BY 1 UNTIL WS-REG-IDX > 4
                            OR REG-LIST-DONE

                  EXEC SQL CLOSE CUREVREG END-EXEC
                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'CLOSE CUREVREG' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF

                  MOVE 'EVENT SHOWN - PF6 REGISTERS, PF7 CANCELS A REG'
                    TO MSGLNO
               END-IF
            END-IF
            .

       2110-FETCH-ONE-REG.
            MOVE '2110-FETCH-ONE-REG' TO ERR-LOC

            EXEC SQL
                 FETCH CUREVREG
                  INTO :TBLERG-REG-ID
                      ,:TBLERG-PATRON-ID
                      ,:TBLERG-REG-STATUS
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLERG-REG-ID    TO WS-REGID-DISP
                     MOVE TBLERG-PATRON-ID TO WS-PATRON-DISP
                     MOVE SPACES TO WS-REG-LINE
                     IF TBLERG-REG-STATUS = 'C'
                        STRING 'REG '           DELIMITED BY SIZE
                               WS-REGID-DISP    DELIMITED BY SIZE
                               '  PATRON '      DELIMITED BY SIZE
                               WS-PATRON-DISP   DELIMITED BY SIZE
                               '  CONFIRMED'    DELIMITED BY SIZE
                          INTO WS-REG-LINE
                        END-STRING
                     ELSE
                        ADD 1 TO WS-WAIT-POS
                        MOVE WS-WAIT-POS TO WS-CNT1-DISP
                        STRING 'REG '           DELIMITED BY SIZE
                               WS-REGID-DISP    DELIMITED BY SIZE
                               '  PATRON '      DELIMITED BY SIZE
                               WS-PATRON-DISP   DELIMITED BY SIZE
                               '  WAITLIST '    DELIMITED BY SIZE
                               WS-CNT1-DISP     DELIMITED BY SIZE
                          INTO WS-REG-LINE
                        END-STRING
                     END-IF
                     EVALUATE WS-REG-IDX
                         WHEN 1
                              MOVE WS-REG-LINE TO ELN01O
                         WHEN 2
                              MOVE WS-REG-LINE TO ELN02O
                         WHEN 3
                              MOVE WS-REG-LINE TO ELN03O
                         WHEN OTHER
                              MOVE WS-REG-LINE TO ELN04O
                     END-EVALUATE
                WHEN SQL-NOTFOUND
                     SET REG-LIST-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CUREVREG' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2150-READ-EVENT.
            MOVE '2150-READ-EVENT' TO ERR-LOC

      **    THE DATE TESTS COME BACK WITH THE ROW SO EVERY PF KEY
      **    JUDGES "OPEN", "PAST" AND "FUTURE" BY THE DB2 CLOCK
            INITIALIZE DCLEVT
                       WS-IND-VARS
            MOVE 0 TO WS-FOUND-SW
            MOVE WS-EVENT-ID TO TBLEVT-EVENT-ID

            EXEC SQL
                 SELECT EVENT_TITLE, AUDIENCE, EVENT_DATE,
                        START_HH, END_HH, ROOM_ID, BOOKING_ID,
                        CAPACITY, REG_OPEN_DATE, EVENT_STATUS,
                        ATTEND_COUNT,
                        CASE WHEN REG_OPEN_DATE <= CURRENT DATE
                             THEN 'Y' ELSE 'N' END,
                        CASE WHEN EVENT_DATE < CURRENT DATE
                             THEN 'Y' ELSE 'N' END,
                        CASE WHEN EVENT_DATE > CURRENT DATE
                             THEN 'Y' ELSE 'N' END
                   INTO :TBLEVT-EVENT-TITLE, :TBLEVT-AUDIENCE,
                        :TBLEVT-EVENT-DATE,
                        :TBLEVT-START-HH, :TBLEVT-END-HH,
                        :TBLEVT-ROOM-ID, :TBLEVT-BOOKING-ID,
                        :TBLEVT-CAPACITY, :TBLEVT-REG-OPEN-DATE,
                        :TBLEVT-EVENT-STATUS,
                        :TBLEVT-ATTEND-COUNT :IND-ATTEND,
                        :WS-OPEN-SW, :WS-PAST-SW, :WS-FUTURE-SW
                   FROM IBMUSER.EVENTS
                  WHERE EVENT_ID = :TBLEVT-EVENT-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET EVENT-FOUND TO TRUE
                WHEN SQL-NOTFOUND
                     CONTINUE
                WHEN OTHER
                     MOVE 'SELECT EVENTS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2160-COUNT-REGS.
            MOVE '2160-COUNT-REGS' TO ERR-LOC

            MOVE WS-EVENT-ID TO TBLERG-EVENT-ID

            EXEC SQL
                 SELECT COALESCE(SUM(CASE WHEN REG_STATUS = 'C'
                                          THEN 1 ELSE 0 END), 0),
                        COALESCE(SUM(CASE WHEN REG_STATUS = 'W'
                                          THEN 1 ELSE 0 END), 0)
                   INTO :WS-CONFIRMED-CNT, :WS-WAITLIST-CNT
                   FROM IBMUSER.EVENT_REGS
                  WHERE EVENT_ID = :TBLERG-EVENT-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT COUNT EVENT_REGS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2200-CREATE-EVENT.
            MOVE '2200-CREATE-EVENT' TO ERR-LOC

            EVALUATE TRUE
                WHEN FUNCTION TRIM (EVTITLI) = SPACES
                     MOVE 'EVENT TITLE IS REQUIRED' TO MSGLNO
                WHEN EVAUDI NOT = 'A' AND NOT = 'T' AND NOT = 'C'
                     MOVE 'AUDIENCE MUST BE A, T OR C' TO MSGLNO
                WHEN FUNCTION TRIM (EVDATEI) = SPACES
                     OR FUNCTION TRIM (EVROOMI) = SPACES
                     MOVE 'EVENT DATE AND ROOM ARE REQUIRED'
                       TO MSGLNO
                WHEN FUNCTION TRIM (EVFROMI) = SPACES
                     OR FUNCTION TRIM (EVTOI) = SPACES
                     MOVE 'FROM AND TO HOURS ARE REQUIRED'
                       TO MSGLNO
                WHEN FUNCTION TRIM (EVCAPI) = SPACES
                     MOVE 'CAPACITY IS REQUIRED' TO MSGLNO
                WHEN OTHER
                     MOVE FUNCTION NUMVAL (EVROOMI)
                       TO TBLRBK-ROOM-ID
                          TBLROO-ROOM-ID
                     MOVE EVDATEI TO WS-EVENT-DATE
                     MOVE FUNCTION NUMVAL (EVFROMI) TO WS-START-HH
                     MOVE FUNCTION NUMVAL (EVTOI)   TO WS-END-HH
                     MOVE FUNCTION NUMVAL (EVCAPI)  TO WS-CAPACITY
                     IF FUNCTION TRIM (EVOPENI) = SPACES
                        MOVE SPACES TO WS-OPEN-DATE
                     ELSE
                        MOVE EVOPENI TO WS-OPEN-DATE
                     END-IF

                     PERFORM 2210-EDIT-AND-BOOK
            END-EVALUATE
            .

       2210-EDIT-AND-BOOK.
            MOVE '2210-EDIT-AND-BOOK' TO ERR-LOC

      **    THE SAME EDITS ROOMTRN 2210 APPLIES TO A PATRON BOOKING,
      **    PLUS THE ROOM MUST BE ON FILE AND HOLD THE AUDIENCE
            IF WS-END-HH NOT > WS-START-HH
               MOVE 'TO HOUR MUST BE AFTER FROM HOUR' TO MSGLNO
            ELSE
               EXEC SQL
                    SELECT CAPACITY
                      INTO :TBLROO-CAPACITY
                      FROM IBMUSER.ROOMS
                     WHERE ROOM_ID = :TBLROO-ROOM-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        CONTINUE
                   WHEN SQL-NOTFOUND
                        MOVE -1 TO TBLROO-CAPACITY
                   WHEN OTHER
                        MOVE 'SELECT ROOMS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE

               IF WS-OPEN-DATE = SPACES
                  EXEC SQL
                       SELECT CHAR(CURRENT DATE, ISO)
                         INTO :WS-OPEN-DATE
                         FROM SYSIBM.SYSDUMMY1
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'SELECT CURRENT DATE' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
               END-IF

               EXEC SQL
                    SELECT CASE WHEN DATE(:WS-EVENT-DATE)
                                     < CURRENT DATE
                                THEN 'Y' ELSE 'N' END,
                           CASE WHEN DATE(:WS-OPEN-DATE)
                                     > DATE(:WS-EVENT-DATE)
                                THEN 'N' ELSE 'Y' END
                      INTO :WS-PAST-SW, :WS-OPEN-SW
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT DATE EDITS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-CLOSED-COUNT
                      FROM IBMUSER.CLOSED_DAYS
                     WHERE CLOSED_DATE = DATE(:WS-EVENT-DATE)
1223CL                 AND BRANCH_ID = 0
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT CLOSED_DAYS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

      **       AN OVERLAP IS ANY ACTIVE BOOKING THAT STARTS
      **       BEFORE WE END AND ENDS AFTER WE START
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-CONFLICTS
                      FROM IBMUSER.ROOM_BOOKS
                     WHERE ROOM_ID = :TBLRBK-ROOM-ID
                       AND BOOK_DATE = DATE(:WS-EVENT-DATE)
                       AND BOOK_STATUS = 'A'
                       AND START_HH < :WS-END-HH
                       AND END_HH > :WS-START-HH
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT CONFLICTS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               EVALUATE TRUE
                   WHEN TBLROO-CAPACITY < 0
                        MOVE 'ROOM NOT ON FILE - SEE ROOMTRN PF9'
                          TO MSGLNO
                   WHEN WS-CAPACITY NOT > 0
                        MOVE 'CAPACITY MUST BE AT LEAST 1' TO MSGLNO
                   WHEN TBLROO-CAPACITY > 0
                        AND WS-CAPACITY > TBLROO-CAPACITY
                        MOVE 'CAPACITY IS MORE THAN THE ROOM HOLDS'
                          TO MSGLNO
                   WHEN WS-PAST-SW = 'Y'
                        MOVE 'EVENT DATE IS IN THE PAST' TO MSGLNO
                   WHEN WS-OPEN-SW = 'N'
                        MOVE 'REGISTRATION MUST OPEN BY THE EVENT DATE'
                          TO MSGLNO
                   WHEN WS-CLOSED-COUNT > 0
                        MOVE 'THE LIBRARY IS CLOSED THAT DAY'
                          TO MSGLNO
                   WHEN WS-CONFLICTS > 0
                        MOVE 'CONFLICT - THE ROOM IS ALREADY BOOKED'
                          TO MSGLNO
                   WHEN OTHER
0805ID                  MOVE 'BOOKING_ID' TO WS-NXT-ID-NAME
0805ID                  PERFORM 8100-GET-NEXT-ID
0805ID                  MOVE WS-NXT-NEXT-ID TO TBLRBK-BOOKING-ID

                        MOVE 0           TO TBLRBK-PATRON-ID
                        MOVE WS-START-HH TO TBLRBK-START-HH
                        MOVE WS-END-HH   TO TBLRBK-END-HH

                        EXEC SQL
                             INSERT INTO IBMUSER.ROOM_BOOKS
                                    (BOOKING_ID, ROOM_ID, PATRON_ID,
                                     BOOK_DATE, START_HH, END_HH,
                                     BOOK_STATUS)
                             VALUES (:TBLRBK-BOOKING-ID,
                                     :TBLRBK-ROOM-ID,
                                     :TBLRBK-PATRON-ID,
                                     DATE(:WS-EVENT-DATE),
                                     :TBLRBK-START-HH,
                                     :TBLRBK-END-HH, 'A')
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK
                           MOVE 'INSERT ROOM_BOOKS' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF

0805ID                  MOVE 'EVENT_ID' TO WS-NXT-ID-NAME
0805ID                  PERFORM 8100-GET-NEXT-ID
0805ID                  MOVE WS-NXT-NEXT-ID TO TBLEVT-EVENT-ID
0805ID                                         WS-EVENT-ID

                        MOVE FUNCTION TRIM (EVTITLI)
                          TO TBLEVT-EVENT-TITLE-TEXT
                        MOVE FUNCTION LENGTH
                               (FUNCTION TRIM (EVTITLI))
                          TO TBLEVT-EVENT-TITLE-LEN
                        MOVE EVAUDI            TO TBLEVT-AUDIENCE
                        MOVE WS-START-HH       TO TBLEVT-START-HH
                        MOVE WS-END-HH         TO TBLEVT-END-HH
                        MOVE TBLRBK-ROOM-ID    TO TBLEVT-ROOM-ID
                        MOVE TBLRBK-BOOKING-ID TO TBLEVT-BOOKING-ID
                        MOVE WS-CAPACITY       TO TBLEVT-CAPACITY

                        EXEC SQL
                             INSERT INTO IBMUSER.EVENTS
                                    (EVENT_ID, EVENT_TITLE, AUDIENCE,
                                     EVENT_DATE, START_HH, END_HH,
                                     ROOM_ID, BOOKING_ID, CAPACITY,
                                     REG_OPEN_DATE, EVENT_STATUS,
                                     ATTEND_COUNT)
                             VALUES (:TBLEVT-EVENT-ID,
                                     :TBLEVT-EVENT-TITLE,
                                     :TBLEVT-AUDIENCE,
                                     DATE(:WS-EVENT-DATE),
                                     :TBLEVT-START-HH,
                                     :TBLEVT-END-HH,
                                     :TBLEVT-ROOM-ID,
                                     :TBLEVT-BOOKING-ID,
                                     :TBLEVT-CAPACITY,
                                     DATE(:WS-OPEN-DATE), 'S', NULL)
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK
                           MOVE 'INSERT EVENTS' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF

                        MOVE WS-EVENT-ID TO WS-EVTID-DISP
                        MOVE WS-EVTID-DISP TO EVIDO
                        MOVE WS-OPEN-DATE TO EVOPENO
                        MOVE TBLRBK-BOOKING-ID TO WS-BKGID-DISP
                        MOVE SPACES TO MSGLNO
                        STRING 'EVENT '        DELIMITED BY SIZE
                               FUNCTION TRIM (WS-EVTID-DISP)
                                               DELIMITED BY SIZE
                               ' CREATED - ROOM BOOKING '
                                               DELIMITED BY SIZE
                               FUNCTION TRIM (WS-BKGID-DISP)
                                               DELIMITED BY SIZE
                          INTO MSGLNO
                        END-STRING
               END-EVALUATE
            END-IF
            .

       2300-REGISTER-PATRON.
            MOVE '2300-REGISTER-PATRON' TO ERR-LOC

            IF FUNCTION TRIM (EVIDI) = SPACES
            OR FUNCTION TRIM (EVPATI) = SPACES
               MOVE 'EVENT ID AND PATRON ID ARE REQUIRED' TO MSGLNO
            ELSE
               MOVE FUNCTION NUMVAL (EVIDI) TO WS-EVENT-ID
               MOVE FUNCTION NUMVAL (EVPATI) TO TBLERG-PATRON-ID
               PERFORM 2150-READ-EVENT

               MOVE 0 TO WS-PATRON-COUNT
                         WS-ALREADY-REG
               IF EVENT-FOUND
                  EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-PATRON-COUNT
                         FROM IBMUSER.PATRONS
                        WHERE PATRON_ID = :TBLERG-PATRON-ID
                          AND PATRON_STATUS = 'A'
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'SELECT PATRONS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF

                  MOVE WS-EVENT-ID TO TBLERG-EVENT-ID
                  EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-ALREADY-REG
                         FROM IBMUSER.EVENT_REGS
                        WHERE EVENT_ID = :TBLERG-EVENT-ID
                          AND PATRON_ID = :TBLERG-PATRON-ID
                          AND REG_STATUS IN ('C', 'W')
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'SELECT COUNT PATRON REG' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
               END-IF

               EVALUATE TRUE
                   WHEN NOT EVENT-FOUND
                        MOVE 'EVENT NOT FOUND' TO MSGLNO
                   WHEN TBLEVT-EVENT-STATUS NOT = 'S'
                        OR WS-PAST-SW = 'Y'
                        MOVE 'THE EVENT HAS ALREADY TAKEN PLACE'
                          TO MSGLNO
                   WHEN WS-OPEN-SW = 'N'
                        MOVE SPACES TO MSGLNO
                        STRING 'REGISTRATION OPENS '
                                               DELIMITED BY SIZE
                               TBLEVT-REG-OPEN-DATE
                                               DELIMITED BY SIZE
                          INTO MSGLNO
                        END-STRING
                   WHEN WS-PATRON-COUNT = 0
                        MOVE 'PATRON NOT FOUND OR NOT ACTIVE'
                          TO MSGLNO
                   WHEN WS-ALREADY-REG > 0
                        MOVE 'PATRON IS ALREADY REGISTERED'
                          TO MSGLNO
                   WHEN OTHER
                        PERFORM 2310-ADD-REGISTRATION
               END-EVALUATE
            END-IF
            .

       2310-ADD-REGISTRATION.
            MOVE '2310-ADD-REGISTRATION' TO ERR-LOC

            PERFORM 2160-COUNT-REGS

            IF WS-CONFIRMED-CNT < TBLEVT-CAPACITY
               MOVE 'C' TO TBLERG-REG-STATUS
            ELSE
               MOVE 'W' TO TBLERG-REG-STATUS
            END-IF

0805ID      MOVE 'REG_ID' TO WS-NXT-ID-NAME
0805ID      PERFORM 8100-GET-NEXT-ID
0805ID      MOVE WS-NXT-NEXT-ID TO TBLERG-REG-ID

            EXEC SQL
                 INSERT INTO IBMUSER.EVENT_REGS
                        (REG_ID, EVENT_ID, PATRON_ID, REG_DATE,
                         REG_STATUS, PROMOTE_DATE, CANCEL_DATE,
                         REMIND_DATE)
                 VALUES (:TBLERG-REG-ID, :TBLERG-EVENT-ID,
                         :TBLERG-PATRON-ID, CURRENT DATE,
                         :TBLERG-REG-STATUS, NULL, NULL, NULL)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'INSERT EVENT_REGS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE TBLERG-REG-ID TO WS-REGID-DISP
            MOVE WS-REGID-DISP TO EVREGO
            MOVE SPACES TO MSGLNO
            IF TBLERG-REG-STATUS = 'C'
               STRING 'REGISTERED - REG '    DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REGID-DISP)
                                             DELIMITED BY SIZE
                 INTO MSGLNO
               END-STRING
            ELSE
               COMPUTE WS-WAIT-POS = WS-WAITLIST-CNT + 1
               MOVE WS-WAIT-POS TO WS-CNT1-DISP
               STRING 'EVENT FULL - WAITLIST POSITION '
                                             DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CNT1-DISP)
                                             DELIMITED BY SIZE
                      ', REG '               DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REGID-DISP)
                                             DELIMITED BY SIZE
                 INTO MSGLNO
               END-STRING
            END-IF
            .

       2400-CANCEL-REGISTRATION.
            MOVE '2400-CANCEL-REGISTRATION' TO ERR-LOC

            IF FUNCTION TRIM (EVREGI) = SPACES
               MOVE 'TYPE THE REGISTRATION ID TO CANCEL' TO MSGLNO
            ELSE
               MOVE FUNCTION NUMVAL (EVREGI) TO TBLERG-REG-ID

               EXEC SQL
                    SELECT EVENT_ID, REG_STATUS
                      INTO :TBLERG-EVENT-ID, :TBLERG-REG-STATUS
                      FROM IBMUSER.EVENT_REGS
                     WHERE REG_ID = :TBLERG-REG-ID
                       AND REG_STATUS IN ('C', 'W')
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        MOVE TBLERG-REG-STATUS TO WS-PRIOR-STATUS
                        MOVE TBLERG-EVENT-ID   TO WS-EVENT-ID

                        EXEC SQL
                             UPDATE IBMUSER.EVENT_REGS
                                SET REG_STATUS  = 'X',
                                    CANCEL_DATE = CURRENT DATE
                              WHERE REG_ID = :TBLERG-REG-ID
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK
                           MOVE 'UPDATE EVENT_REGS' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF

                        MOVE 'REGISTRATION CANCELLED' TO MSGLNO
                        IF WS-PRIOR-STATUS = 'C'
                           PERFORM 2410-PROMOTE-WAITLIST
                        END-IF
                   WHEN SQL-NOTFOUND
                        MOVE 'REGISTRATION NOT FOUND OR CANCELLED'
                          TO MSGLNO
                   WHEN OTHER
                        MOVE 'SELECT EVENT_REGS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF
            .

       2410-PROMOTE-WAITLIST.
            MOVE '2410-PROMOTE-WAITLIST' TO ERR-LOC

      **    THE FREED PLACE GOES TO THE OLDEST WAITLISTED PATRON;
      **    NOTICRUN'S NEXT RUN SENDS THEM THE EVENT REMINDER
            PERFORM 2150-READ-EVENT
            PERFORM 2160-COUNT-REGS

            IF EVENT-FOUND
            AND TBLEVT-EVENT-STATUS = 'S'
            AND WS-PAST-SW = 'N'
            AND WS-CONFIRMED-CNT < TBLEVT-CAPACITY
            AND WS-WAITLIST-CNT > 0
               MOVE WS-EVENT-ID TO TBLERG-EVENT-ID

               EXEC SQL
                    SELECT REG_ID, PATRON_ID
                      INTO :TBLERG-REG-ID, :TBLERG-PATRON-ID
                      FROM IBMUSER.EVENT_REGS
                     WHERE EVENT_ID = :TBLERG-EVENT-ID
                       AND REG_STATUS = 'W'
                     ORDER BY REG_ID
                     FETCH FIRST 1 ROW ONLY
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT OLDEST WAITLIST' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               EXEC SQL
                    UPDATE IBMUSER.EVENT_REGS
                       SET REG_STATUS   = 'C',
                           PROMOTE_DATE = CURRENT DATE
                     WHERE REG_ID = :TBLERG-REG-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'UPDATE EVENT_REGS PROMOTE' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               MOVE TBLERG-PATRON-ID TO WS-PATRON-DISP
               MOVE SPACES TO MSGLNO
               STRING 'CANCELLED - PATRON '   DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PATRON-DISP)
                                              DELIMITED BY SIZE
                      ' PROMOTED FROM THE WAITLIST'
                                              DELIMITED BY SIZE
                 INTO MSGLNO
               END-STRING
            END-IF
            .

       2500-RECORD-ATTENDANCE.
            MOVE '2500-RECORD-ATTENDANCE' TO ERR-LOC

            IF FUNCTION TRIM (EVIDI) = SPACES
            OR FUNCTION TRIM (EVATTI) = SPACES
               MOVE 'EVENT ID AND ATTENDANCE ARE REQUIRED' TO MSGLNO
            ELSE
               MOVE FUNCTION NUMVAL (EVIDI) TO WS-EVENT-ID
               PERFORM 2150-READ-EVENT

               EVALUATE TRUE
                   WHEN NOT EVENT-FOUND
                        MOVE 'EVENT NOT FOUND' TO MSGLNO
                   WHEN WS-FUTURE-SW = 'Y'
                        MOVE 'THE EVENT HAS NOT TAKEN PLACE YET'
                          TO MSGLNO
                   WHEN OTHER
                        MOVE FUNCTION NUMVAL (EVATTI)
                          TO TBLEVT-ATTEND-COUNT

                        EXEC SQL
                             UPDATE IBMUSER.EVENTS
                                SET ATTEND_COUNT = :TBLEVT-ATTEND-COUNT,
                                    EVENT_STATUS = 'H'
                              WHERE EVENT_ID = :TBLEVT-EVENT-ID
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK
                           MOVE 'UPDATE EVENTS ATTENDANCE' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF

                        MOVE 'ATTENDANCE RECORDED - EVENT MARKED HELD'
                          TO MSGLNO
               END-EVALUATE
            END-IF
            .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

            EXEC CICS
                 SEND MAP    (WS-EVTMAP-NAME)
                      MAPSET (WS-EVTSET-NAME)
                      FROM   (EVTMAPO)
                      ERASE
                      RESP   (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'SEND MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

0805ID 8100-GET-NEXT-ID.
0805ID      MOVE '8100-GET-NEXT-ID' TO ERR-LOC

0805ID      MOVE 0 TO WS-NXT-NEXT-ID
0805ID                WS-NXT-RC
0805ID      CALL 'NEXTID' USING WS-NEXTID-PARMS

0805ID      IF WS-NXT-RC NOT = 0
0805ID         MOVE WS-NXT-RC TO EVAL-CODE
0805ID         MOVE 'CALL NEXTID' TO ERR-MSG
0805ID         PERFORM 9999-ERROR-HANDLING
0805ID      END-IF
0805ID      .

       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            MOVE WS-ERROR  TO WS-SEND-MSG
            PERFORM 9999-TERMINATE
            .

       9999-TERMINATE.
            EXEC CICS
                 SEND TEXT
                      FROM  (WS-SEND-MSG)
                      RESP  (EVAL-CODE)
                      ERASE
            END-EXEC

            EXEC CICS
                 RETURN
            END-EXEC
            .
