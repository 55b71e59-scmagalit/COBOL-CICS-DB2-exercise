      * - PRESS PF13 TO CHECK THE STATUS OF THE LAST REPORT SUBMITTED  *
      * - PRESS PF15 FOR A STATIC PF KEY HELP PANEL                    *
      * - PRESS PF16 TO TOGGLE ASCENDING/DESCENDING SORT ORDER         *
1130SH* - PRESS PF21 TO BROWSE BY SUBJECT HEADING (TYPED IN SEARCH)    *
      *                                                                *
      * CHANGELOG:                                                     *
      * APRIL 22,2020 - CHANGED CODE TO COBOL 2               (0422C2) *
      *               X ACTIVE SEARCH UNDER THE NAME TYPED IN          *
      *               X THE SEARCH BOX, PF18 RECALLS BY NAME OR        *
      *               X LISTS THE OPERATOR'S SAVED SEARCHES            *
      * NOV   05,2020 - PF14 TAKES 'PATRON,BRANCH' - THE       (1105PB)*
      *               X BRANCH WHERE THE PATRON WILL COLLECT           *
      *               X THE HOLD (DEFAULT: THE OPERATOR'S HOME         *
      *               X BRANCH FROM OPER_AUTH); IT RIDES ON THE        *
      *               X HLDQ RECORD TO HOLDS.PICKUP_BRANCH             *
      * NOV   30,2020 - PF21 BROWSES BY SUBJECT HEADING        (1130SH)*
      *               X (SUBJ: SEARCH PREFIX - SEE QUEUEDB2)           *
      *                                                                *
      * PARAGRAPHS:                                                    *
      * 0000-MAIN                      4310-FIND-SEL-INPUTS            *
      *                                4332-RECAP-RESTORE-ROW          *
      *                                4333-RECAP-HOLD-ROW             *
      *                                4350-CHECK-GENRE-INPUT          *
1130SH*                                4355-CHECK-SUBJECT-INPUT        *
      *                                4360-CHECK-PAGESZ-INPUT         *
      *                                4370-CHECK-JUMPPAGE-INPUT       *
      *                                4380-CHECK-HOLD-PATRON-INPUT    *
1105PB*                                4385-GET-OPER-BRANCH            *
      *                                5000-REFRESH-PAGE               *
      *                                5200-CLEAR-INPUT                *
      *                                9999-ERROR-HANDLING             *
0630HD     05  WS-HLD-RECORD.
0630HD         10  WS-HLD-REC-BOOK-ID    PIC X(08).
0630HD         10  WS-HLD-REC-PATRON-ID  PIC X(09).
1105PB         10  WS-HLD-REC-BRANCH-ID  PIC X(04).
0630HD     05  WS-HOLD-PATRON-DISP  PIC 9(09)         VALUE 0.
1105PB     05  WS-HOLD-BRANCH-DISP  PIC 9(04)         VALUE 0.
1105PB     05  WS-HOLD-PATRON-TXT   PIC X(58)         VALUE SPACES.
1105PB     05  WS-HOLD-BRANCH-TXT   PIC X(58)         VALUE SPACES.
0729PR     05  WS-PRT-LINE          PIC X(80)         VALUE SPACES.
0731SS     05  WS-SAVED-VARS.
0731SS         10  WS-SAVED-EOC-SW  PIC 9             VALUE 0.

0731SS     EXEC SQL INCLUDE SQLCA   END-EXEC.
0731SS     EXEC SQL INCLUDE DCLSRCH END-EXEC.
1105PB     EXEC SQL INCLUDE DCLOPAU END-EXEC.
1105PB     EXEC SQL INCLUDE DCLBRN  END-EXEC.

0731SS     EXEC SQL DECLARE CURSAVED CURSOR FOR
0731SS          SELECT SEARCH_NAME, SEARCH_STR
0723AV         88  AVAIL-ONLY                         VALUE 1.
0806IQ     05  WS-INCR-ACTION       PIC X             VALUE SPACE.
0806IQ     05  WS-INCR-BOOK-ID      PIC S9(09) COMP   VALUE 0.
1105PB     05  WS-HOLD-BRANCH       PIC S9(09) COMP   VALUE 0.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
0723AV     05  LS-AVAIL-ONLY-SW     PIC 9.
0806IQ     05  LS-INCR-ACTION       PIC X.
0806IQ     05  LS-INCR-BOOK-ID      PIC S9(09) COMP.
1105PB     05  LS-HOLD-BRANCH       PIC S9(09) COMP.

      *------------------
       PROCEDURE DIVISION.
0727DB                  MOVE 'LINK PROGRAM' TO ERR-MSG
0727DB                  PERFORM 9999-ERROR-HANDLING
0727DB               END-IF
1130SH          WHEN DFHPF21
1130SH               PERFORM 4355-CHECK-SUBJECT-INPUT
0422C2          WHEN DFHENTER
0607CF               IF CONFIRM-PENDING
0607CF                  PERFORM 4330-CHECK-CONFIRM-INPUT
0630HD                           TO WS-HOLD-PATRON-DISP
0630HD                         MOVE WS-HOLD-PATRON-DISP
0630HD                           TO WS-HLD-REC-PATRON-ID
1105PB                         MOVE WS-HOLD-BRANCH
1105PB                           TO WS-HOLD-BRANCH-DISP
1105PB                         MOVE WS-HOLD-BRANCH-DISP
1105PB                           TO WS-HLD-REC-BRANCH-ID
0630HD                         PERFORM 4316-WRITE-HLDQ
0630HD                      END-IF
0712RH                   END-IF
0604GN      END-IF
0604GN      .

1130SH 4355-CHECK-SUBJECT-INPUT.
1130SH      MOVE '4355-CHECK-SUBJECT-INPUT' TO ERR-LOC

1130SH      IF TTLSRCHL > 0
1130SH         MOVE SPACES      TO WS-SEARCH-STR
1130SH         STRING 'SUBJ:'              DELIMITED BY SIZE
1130SH                FUNCTION TRIM (TTLSRCHI) DELIMITED BY SIZE
1130SH           INTO WS-SEARCH-STR
1130SH         END-STRING

1130SH         MOVE 0        TO WS-TOTAL-SRCH
1130SH         MOVE 1        TO WS-SRCH-NUM

1130SH         PERFORM 0100-CREATE-TSQ

1130SH         SET CLEAR TO TRUE
1130SH         PERFORM 5000-REFRESH-PAGE
1130SH      ELSE
1130SH         MOVE 'ENTER A SUBJECT BEFORE PRESSING PF21' TO MESSAGEO
1130SH         PERFORM 5000-REFRESH-PAGE
1130SH         PERFORM 2000-DISPLAY-MAP
1130SH      END-IF
1130SH      .

0608PS 4360-CHECK-PAGESZ-INPUT.
0608PS      MOVE '4360-CHECK-PAGESZ-INPUT' TO ERR-LOC

0630HD 4380-CHECK-HOLD-PATRON-INPUT.
0630HD      MOVE '4380-CHECK-HOLD-PATRON-INPUT' TO ERR-LOC

1105PB**    'PATRON' OR 'PATRON,BRANCH' - WITH NO BRANCH TYPED
1105PB**    THE HOLD IS COLLECTED AT THE OPERATOR'S OWN DESK
1105PB      MOVE 0 TO WS-HOLD-BRANCH
0630HD      IF TTLSRCHL > 0
1105PB         MOVE SPACES TO WS-HOLD-PATRON-TXT
1105PB                        WS-HOLD-BRANCH-TXT
1105PB         UNSTRING TTLSRCHI DELIMITED BY ','
1105PB             INTO WS-HOLD-PATRON-TXT WS-HOLD-BRANCH-TXT
1105PB         END-UNSTRING
1105PB         MOVE FUNCTION NUMVAL
1105PB                (FUNCTION TRIM (WS-HOLD-PATRON-TXT))
0630HD           TO WS-HOLD-PATRON
1105PB         IF WS-HOLD-BRANCH-TXT NOT = SPACES
1105PB            MOVE FUNCTION NUMVAL
1105PB                   (FUNCTION TRIM (WS-HOLD-BRANCH-TXT))
1105PB              TO WS-HOLD-BRANCH
1105PB         ELSE
1105PB            PERFORM 4385-GET-OPER-BRANCH
1105PB         END-IF
0630HD      ELSE
0630HD         MOVE 0 TO WS-HOLD-PATRON
0630HD      END-IF

1105PB**    A TYPED BRANCH MUST BE A REAL ONE - BRANCH 0 (HEAD
1105PB**    OFFICE / NO OPER_AUTH ROW) MEANS COLLECT WHEREVER THE
1105PB**    COPY IS CHECKED IN, AS BEFORE PICKUP BRANCHES EXISTED
1105PB      IF WS-HOLD-PATRON > 0 AND WS-HOLD-BRANCH NOT = 0
1105PB         MOVE WS-HOLD-BRANCH TO TBLBRN-BRANCH-ID
1105PB         EXEC SQL
1105PB              SELECT BRANCH_NAME
1105PB                INTO :TBLBRN-BRANCH-NAME
1105PB                FROM IBMUSER.BRANCHES
1105PB               WHERE BRANCH_ID = :TBLBRN-BRANCH-ID
1105PB         END-EXEC

1105PB         MOVE SQLCODE TO WS-SQL-CODE
1105PB         IF SQL-NOTFOUND
1105PB            MOVE 0 TO WS-HOLD-PATRON
1105PB                      WS-HOLD-BRANCH
1105PB         ELSE
1105PB         IF NOT SQL-OK
1105PB            MOVE SQLCODE TO EVAL-CODE
1105PB            MOVE 'SELECT BRANCHES' TO ERR-MSG
1105PB            PERFORM 9999-ERROR-HANDLING
1105PB         END-IF
1105PB         END-IF
1105PB      END-IF

0630HD      IF WS-HOLD-PATRON > 0
1105PB         MOVE WS-HOLD-BRANCH TO WS-HOLD-BRANCH-DISP
1105PB         MOVE SPACES TO MESSAGEO
1105PB         STRING 'HOLD PATRON SET, PICKUP AT BRANCH '
1105PB                                   DELIMITED BY SIZE
1105PB                WS-HOLD-BRANCH-DISP DELIMITED BY SIZE
1105PB                ' - TYPE H TO HOLD A BOOK'
1105PB                                   DELIMITED BY SIZE
1105PB           INTO MESSAGEO
1105PB         END-STRING
0630HD      ELSE
1105PB         MOVE 'ENTER PATRON ID OR PATRON,BRANCH, THEN PRESS PF14'
0630HD           TO MESSAGEO
0630HD      END-IF
0630HD      PERFORM 5000-REFRESH-PAGE
0630HD      PERFORM 2000-DISPLAY-MAP
0630HD      .

1105PB 4385-GET-OPER-BRANCH.
1105PB      MOVE '4385-GET-OPER-BRANCH' TO ERR-LOC

1105PB      PERFORM 8000-GET-OPERATOR-ID
1105PB      MOVE WS-SIGNON-USERID TO TBLOAU-OPERATOR-ID-TEXT
1105PB      MOVE FUNCTION LENGTH
1105PB             (FUNCTION TRIM (WS-SIGNON-USERID))
1105PB        TO TBLOAU-OPERATOR-ID-LEN

1105PB      EXEC SQL
1105PB           SELECT BRANCH_ID
1105PB             INTO :WS-HOLD-BRANCH
1105PB             FROM IBMUSER.OPER_AUTH
1105PB            WHERE OPERATOR_ID = :TBLOAU-OPERATOR-ID
1105PB      END-EXEC

1105PB      MOVE SQLCODE TO WS-SQL-CODE
1105PB      EVALUATE TRUE
1105PB          WHEN SQL-OK
1105PB               CONTINUE
1105PB          WHEN SQL-NOTFOUND
1105PB               MOVE 0 TO WS-HOLD-BRANCH
1105PB          WHEN OTHER
1105PB               MOVE SQLCODE TO EVAL-CODE
1105PB               MOVE 'SELECT OPER BRANCH' TO ERR-MSG
1105PB               PERFORM 9999-ERROR-HANDLING
1105PB      END-EVALUATE
1105PB      .

       4311-WRITE-SELQ.
            MOVE '4311-WRITE-SELQ' TO ERR-LOC


0712IL      IF EVAL-CODE = DFHRESP (NORMAL)
0712IL         MOVE WS-HLD-REC-BOOK-ID  TO IDNUMO (WS-RECAP-IDX)
1105PB         MOVE SPACES TO TITLEO (WS-RECAP-IDX)
1105PB         STRING 'ACTION: HOLD - PICKUP BRANCH '
1105PB                                  DELIMITED BY SIZE
1105PB                WS-HLD-REC-BRANCH-ID
1105PB                                  DELIMITED BY SIZE
1105PB           INTO TITLEO (WS-RECAP-IDX)
1105PB         END-STRING
0712IL         ADD 1 TO WS-RECAP-IDX
0712IL      END-IF
0712IL      .
