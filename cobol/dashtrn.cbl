      *   OVERDUE LOANS, PENDING/READY HOLDS, TODAY'S CHECKOUTS AND    *
      *   CHECK-INS, AND THE LAST BATCH STATUS FROM RUNSTAT (SAME      *
      *   ONE-RECORD FILE JOBSTAT READS)                               *
1111SV* - SECURITY LINE: SEC_EVENTS ROWS FLAGGED BY SECRPT (OVER ITS   *
1111SV*   LIMIT= PARM) IN THE LAST 7 DAYS, AND TODAY'S DENIALS AND     *
1111SV*   PIN FAILURES SO FAR                                          *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   11,2020 - SECURITY LINE - FLAGGED SEC_EVENTS     (1111SV)*
      *               X (SECRPT) AND TODAY'S EVENT COUNT               *
      * JULY  27,2020 - INITIAL VERSION                        (0727DB)*
      *                                                                *
      * FILES:                                                         *
      * 0000-MAIN                      2200-READ-RUNSTAT               *
      * 2000-MAIN-LOGIC                3000-CLEANUP                    *
      * 2100-COUNT-EVERYTHING          9999-ERROR-HANDLING             *
1111SV* 2300-COUNT-SECURITY            9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       01  WS-VARS.
           05  WS-TODAY-OUT            PIC S9(09) COMP VALUE 0.
           05  WS-TODAY-IN             PIC S9(09) COMP VALUE 0.
1111SV     05  WS-SEC-FLAGGED          PIC S9(09) COMP VALUE 0.
1111SV     05  WS-SEC-TODAY            PIC S9(09) COMP VALUE 0.
           05  WS-RUNSTAT-VARS.
               10  WS-RUNSTAT-STATUS   PIC X(007)     VALUE SPACES.
               10  WS-RUNSTAT-TS       PIC X(026)     VALUE SPACES.
                   15  FILLER          PIC X(18)
                       VALUE 'LAST BATCH RUN    '.
                   15  WS-DSH-RUNST    PIC X(62)  VALUE SPACES.
1111SV         10  WS-DASH-LINE7.
1111SV             15  FILLER          PIC X(18)
1111SV                 VALUE 'SEC FLAGS (7 DAYS)'.
1111SV             15  WS-DSH-SECFL    PIC ZZZ,ZZ9.
1111SV             15  FILLER          PIC X(10)  VALUE SPACES.
1111SV             15  FILLER          PIC X(10)
1111SV                 VALUE 'SEC TODAY '.
1111SV             15  WS-DSH-SECTD    PIC ZZZ,ZZ9.
1111SV             15  WS-DSH-SECMK    PIC X(28)  VALUE SPACES.

       01  WS-SYS-VARS.
           05  FS-RUNSTAT               PIC 99          VALUE 0.

            PERFORM 2100-COUNT-EVERYTHING
            PERFORM 2200-READ-RUNSTAT
1111SV      PERFORM 2300-COUNT-SECURITY

            MOVE TBLSNP-ACTIVE-BOOKS  TO WS-DSH-BOOKS
            MOVE TBLSNP-OPEN-LOANS    TO WS-DSH-LOANS
            MOVE TBLSNP-READY-HOLDS   TO WS-DSH-RHOLD
            MOVE WS-TODAY-OUT         TO WS-DSH-TDOUT
            MOVE WS-TODAY-IN          TO WS-DSH-TDIN
1111SV      MOVE WS-SEC-FLAGGED       TO WS-DSH-SECFL
1111SV      MOVE WS-SEC-TODAY         TO WS-DSH-SECTD
1111SV      IF WS-SEC-FLAGGED > 0
1111SV         MOVE '  *** SEE SECRPT ***' TO WS-DSH-SECMK
1111SV      END-IF

            IF RUNSTAT-NOT-FOUND
               MOVE 'NO REPORT HAS BEEN RUN YET' TO WS-DSH-RUNST
            END-IF
            .

1111SV 2300-COUNT-SECURITY.
1111SV      MOVE '2300-COUNT-SECURITY' TO ERR-LOC

1111SV      EXEC SQL
1111SV           SELECT (SELECT COUNT(*)
1111SV                     FROM IBMUSER.SEC_EVENTS
1111SV                    WHERE FLAG_SW = 'Y'
1111SV                      AND EVENT_TS >= CURRENT DATE - 7 DAYS)
1111SV                 ,(SELECT COUNT(*)
1111SV                     FROM IBMUSER.SEC_EVENTS
1111SV                    WHERE EVENT_TS >= CURRENT DATE)
1111SV             INTO :WS-SEC-FLAGGED
1111SV                 ,:WS-SEC-TODAY
1111SV             FROM SYSIBM.SYSDUMMY1
1111SV      END-EXEC

1111SV      MOVE SQLCODE TO EVAL-CODE
1111SV      IF NOT ERR-OK
1111SV         MOVE 'SELECT SEC COUNTS' TO ERR-MSG
1111SV         PERFORM 9999-ERROR-HANDLING
1111SV      END-IF
1111SV      .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC

