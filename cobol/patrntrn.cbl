      *   ACCEPTS IT (CREATES THE PATRON), PF12 REJECTS IT             *
      * - PF4 MERGES THE DUPLICATE TYPED IN THE MERGE-FROM FIELD       *
      *   INTO THE PATRON SHOWN                                        *
1201FA* - GUARANTOR: A JUVENILE (OR ANY) CARD CAN BE LINKED TO ONE     *
1201FA*   ADULT GUARANTOR WHO HAS NO GUARANTOR OF THEIR OWN. THE       *
1201FA*   GUARANTOR'S SCREEN SHOWS THE HOUSEHOLD'S COMBINED LOANS,     *
1201FA*   HOLDS AND FINES; A GUARANTOR WITH DEPENDENTS CANNOT BE       *
1201FA*   DELETED                                                      *
1202CR* - CLAIMS: HOW MANY CLAIMS-RETURNED THE PATRON HAS EVER         *
1202CR*   MADE AT THE DESK (LOANTRN PF8), TO SPOT REPEAT CLAIMANTS     *
1209NT* - LANGUAGE: THE PATRON'S PREFERRED LANGUAGE FOR NOTICES        *
1209NT*   (BLANK SAVES AS EN); IT MUST BE ONE THE CIRCULATION          *
1209NT*   MANAGER HAS NOTICE WORDING FOR ON NTCMAINT                   *
1214PN* - NOTES: TYPE A NOTE TYPE (I INFORMATION, W WARNING, B BLOCK), *
1214PN*   TEXT AND AN OPTIONAL EXPIRY DATE AND PRESS PF2 TO ADD IT TO  *
1214PN*   THE PATRON SHOWN; THE NEWEST ACTIVE NOTES (BLOCKS FIRST)     *
1214PN*   ARE LISTED UNDER THE DETAILS. A W NOTE IS SHOWN AT THE       *
1214PN*   LOANTRN DESK, A B NOTE STOPS CHECKOUT THERE (SEE DCLPNT)     *
      * - PRESS PF6 TO DELETE THE PATRON CURRENTLY SHOWN               *
      * - PRESS PF7/PF8 TO BROWSE TO THE PREVIOUS/NEXT PATRON_ID       *
      * - PRESS PF3 TO EXIT                                            *
      * COVERS ADD/SEARCH/UPDATE FOR A SINGLE-SCREEN ENTITY LIKE THIS  *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   24,2020 - PATRON ID FILLED IN WHEN REACHED FROM  (1224PO)*
      *               X A PATRINQ OVERVIEW PF KEY (HANDED OVER         *
      *               X IN THE PXFR QUEUE - SEE PXFRVARS)              *
      * DEC   15,2020 - THE MERGE ALSO REPOINTS READ_ENROL     (1215SU)*
      *               X (READING CHALLENGE - SEE READTRN) UNLESS       *
      *               X THE SURVIVOR IS IN THAT PROGRAM ALREADY        *
      * DEC   14,2020 - PATRON ACCOUNT NOTES (PATRON_NOTES):   (1214PN)*
      *               X PF2 ADDS AN I/W/B NOTE WITH AN                 *
      *               X OPTIONAL EXPIRY, THE ACTIVE NOTES ARE          *
      *               X LISTED ON THE DISPLAY; THE MERGE               *
      *               X REPOINTS THE NOTES TOO                         *
      * DEC   09,2020 - PREFERRED NOTICE LANGUAGE ON THE       (1209NT)*
      *               X SCREEN, EDITED AGAINST NOTICE_TEMPLATES;       *
      *               X CARRIED OVER FROM THE SELF-REGISTRATION        *
      *               X ON PF11 ACCEPT                                 *
      * DEC   08,2020 - THE MERGE ALSO REPOINTS PAY_PLANS      (1208IP)*
      *               X (INSTALLMENT PLANS - SEE FINETRN PF8)          *
      * DEC   04,2020 - THE MERGE ALSO REPOINTS EQUIP_LOANS    (1204EQ)*
      *               X (EQUIPMENT LENDING - SEE EQPTRN)               *
      * DEC   02,2020 - CLAIMS-RETURNED COUNT ON THE SCREEN    (1202CR)*
      *               X (CLAIMS_RETURNED - SEE LOANTRN PF8);           *
      *               X THE MERGE REPOINTS THE CLAIMS TOO              *
      * DEC   01,2020 - FAMILY ACCOUNTS: GUARANTOR ID ON THE   (1201FA)*
      *               X SCREEN (SEE DCLPATR 1201FA), EDITED            *
      *               X ON EVERY SAVE, HOUSEHOLD TOTALS ON             *
      *               X THE GUARANTOR'S DISPLAY, DELETE OF A           *
      *               X GUARANTOR WITH DEPENDENTS REFUSED,             *
      *               X MERGE REPOINTS THE DEPENDENTS                  *
      * NOV   09,2020 - THE MERGE ALSO REPOINTS EVENT_REGS     (1109EV)*
      *               X (LIBRARY EVENT REGISTRATIONS)                  *
      * OCT   29,2020 - PF11 ACCEPT NOW SAVES THE CATEGORY     (1029FX)*
      *               X KEYED ON THE SCREEN (J/A/S/F EDIT)             *
      *               X INSTEAD OF FORCING ADULT                       *
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.PATRONS (I/O) - PATRON MASTER RECORDS (SEE DCLPATR)    *
1201FA* IBMUSER.LOANS/HOLDS/FINES (INPUT) - HOUSEHOLD TOTALS           *
1202CR* IBMUSER.CLAIMS_RETURNED (I/O) - CLAIM COUNT, MERGE             *
1209NT* IBMUSER.NOTICE_TEMPLATES (INPUT) - LANGUAGE EDIT (SEE DCLNTT)  *
1214PN* IBMUSER.PATRON_NOTES (I/O) - ACCOUNT NOTES (SEE DCLPNT)        *
1215SU* IBMUSER.READ_ENROL (OUTPUT) - MERGE ONLY (SEE DCLRDE)          *
      *                                                                *
      * 0000-MAIN                      2400-BROWSE-PATRON              *
      * 1000-SEND-BLANK-MAP            3000-SEND-RECEIVE-SCREEN        *
0914PN* 2220-SET-PIN                   2700-SHOW-NEXT-APP              *
0915SR* 2710-ACCEPT-APP                2720-REJECT-APP                 *
0916DP* 2800-MERGE-PATRON              2810-REPOINT-CHILD-ROWS         *
1201FA* 2130-SHOW-HOUSEHOLD            2135-SUM-HOUSEHOLD              *
1201FA* 2230-EDIT-GUARANTOR            2240-COUNT-DEPENDENTS           *
1209NT* 2140-SHOW-CLAIMS               2250-EDIT-LANGUAGE              *
1214PN* 2150-SHOW-NOTES                2155-FETCH-ONE-NOTE             *
1214PN* 2900-ADD-NOTE                  2910-EDIT-NOTE-EXPIRY           *
      * 2200-SAVE-PATRON                                               *
      * 2300-DELETE-PATRON                                             *
1224PO* 1010-TAKE-PATRON-HANDOFF                                       *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
0916DP     05  WS-MERGE-COUNT       PIC S9(09) COMP   VALUE 0.
0918HB     05  WS-ROUTE-DISP        PIC ZZ9.
0918HB     05  WS-STOP-DISP         PIC ZZ9.
1201FA     05  WS-HH-VARS.
1201FA         10  WS-GUAR-ID       PIC S9(09) COMP   VALUE 0.
1201FA         10  WS-GUAR-CAT      PIC X             VALUE SPACE.
1201FA         10  WS-GUAR-OF-GUAR  PIC S9(09) COMP   VALUE 0.
1201FA         10  WS-GUAR-DISP     PIC Z(8)9.
1201FA         10  WS-HH-MEMBERS    PIC S9(09) COMP   VALUE 0.
1201FA         10  WS-HH-LOANS      PIC S9(09) COMP   VALUE 0.
1201FA         10  WS-HH-HOLDS      PIC S9(09) COMP   VALUE 0.
1201FA         10  WS-HH-FINES      PIC S9(07)V9(02) COMP-3 VALUE 0.
1201FA         10  WS-HH-MEM-DISP   PIC ZZ9.
1201FA         10  WS-HH-LN-DISP    PIC ZZZ9.
1201FA         10  WS-HH-HLD-DISP   PIC ZZ9.
1201FA         10  WS-HH-AMT-DISP   PIC Z(6)9.99.
1201FA         10  WS-GUAR-SW       PIC 9             VALUE 0.
1201FA             88  GUARANTOR-BAD                  VALUE 1.
1201FA         10  WS-GUAR-MSG      PIC X(60)         VALUE SPACES.
1202CR     05  WS-CLAIM-COUNT       PIC S9(09) COMP   VALUE 0.
1202CR     05  WS-CLAIM-DISP        PIC ZZ9.
1209NT     05  WS-LANG-COUNT        PIC S9(09) COMP   VALUE 0.
1209NT     05  WS-LANG-SW           PIC X(01)         VALUE 'N'.
1209NT         88  LANGUAGE-BAD                       VALUE 'Y'.
1209NT         88  LANGUAGE-OK                        VALUE 'N'.
1214PN     05  WS-NOTE-VARS.
1214PN         10  WS-NOTE-IDX      PIC S9(04) COMP   VALUE 0.
1214PN         10  WS-NOTE-LIST-SW  PIC 9             VALUE 0.
1214PN             88  NOTE-LIST-DONE                 VALUE 1.
1214PN         10  WS-NOTE-EDIT-SW  PIC 9             VALUE 0.
1214PN             88  NOTE-EDIT-FAILED               VALUE 1.
1214PN         10  WS-NOTE-PAST-SW  PIC X             VALUE 'N'.
1214PN         10  WS-NOTE-USERID   PIC X(08)         VALUE SPACES.
1214PN         10  WS-NOTE-EXP-DISP PIC X(10)         VALUE SPACES.
1214PN         10  WS-NOTE-LINE     PIC X(70)         VALUE SPACES.
0904AD     05  WS-IND-VARS.
0904AD         10  IND-ADDR1        PIC S9(04) COMP   VALUE 0.
0904AD         10  IND-ADDR2        PIC S9(04) COMP   VALUE 0.
0914PN         10  IND-PIN          PIC S9(04) COMP   VALUE 0.
0918HB         10  IND-ROUTE        PIC S9(04) COMP   VALUE 0.
0918HB         10  IND-STOP         PIC S9(04) COMP   VALUE 0.
1201FA         10  IND-GUAR         PIC S9(04) COMP   VALUE 0.
1201FA         10  IND-GUAR2        PIC S9(04) COMP   VALUE 0.
1214PN         10  IND-NOTE-EXP     PIC S9(04) COMP   VALUE 0.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  PATRON-FOUND                       VALUE 1.

           05  FILLER               PIC X(06)         VALUE ' MSG: '   .
           05  ERR-MSG              PIC X(26)         VALUE SPACES     .

1224PO COPY PXFRVARS.

      **COPYBOOK FOR SYMBOLIC MAP
       COPY PATSET.

           EXEC SQL INCLUDE DCLPATR END-EXEC.
0911EX     EXEC SQL INCLUDE DCLCTL  END-EXEC.
0915SR     EXEC SQL INCLUDE DCLAPP  END-EXEC.
1209NT     EXEC SQL INCLUDE DCLNTT  END-EXEC.
1214PN     EXEC SQL INCLUDE DCLPNT  END-EXEC.

1214PN**   ACTIVE, UNEXPIRED NOTES - BLOCKS, THEN WARNINGS, THEN
1214PN**   INFORMATION, NEWEST FIRST WITHIN EACH
1214PN     EXEC SQL DECLARE CURNOTES CURSOR FOR
1214PN          SELECT NOTE_TYPE, NOTE_TEXT, CREATED_BY,
1214PN                 CREATED_DATE, EXPIRY_DATE
1214PN            FROM IBMUSER.PATRON_NOTES
1214PN           WHERE PATRON_ID = :TBLPNT-PATRON-ID
1214PN             AND NOTE_STATUS = 'A'
1214PN             AND (EXPIRY_DATE IS NULL
1214PN                  OR EXPIRY_DATE >= CURRENT DATE)
1214PN           ORDER BY CASE NOTE_TYPE WHEN 'B' THEN 1
1214PN                                   WHEN 'W' THEN 2
1214PN                                   ELSE 3 END,
1214PN                    NOTE_ID DESC
1214PN     END-EXEC.

0915SR 01  WS-NEXTID-PARMS.
0915SR     05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
0911EX                  PERFORM 2000-RECEIVE-MAP
0911EX                  PERFORM 2600-RENEW-CARD
0911EX                  PERFORM 3000-SEND-RECEIVE-SCREEN
1214PN             WHEN DFHPF2
1214PN                  PERFORM 2000-RECEIVE-MAP
1214PN                  PERFORM 2900-ADD-NOTE
1214PN                  PERFORM 3000-SEND-RECEIVE-SCREEN
0916DP             WHEN DFHPF4
0916DP                  PERFORM 2000-RECEIVE-MAP
0916DP                  PERFORM 2800-MERGE-PATRON
            MOVE LOW-VALUES TO PATMAPO
            MOVE 'ENTER A PATRON ID, OR A NAME TO SEARCH' TO MSGLNO

1224PO      PERFORM 1010-TAKE-PATRON-HANDOFF

            EXEC CICS
                 SEND MAP    (WS-PATMAP-NAME)
                      MAPSET (WS-PATSET-NAME)
            END-IF
            .

1224PO 1010-TAKE-PATRON-HANDOFF.
1224PO      MOVE '1010-TAKE-PATRON-HANDOFF' TO ERR-LOC

1224PO**    A PATRON HANDED OVER BY PATRINQ IS READ AND DELETED HERE;
1224PO**    NO QUEUE (QIDERR) IS THE USUAL STRAIGHT-IN START
1224PO      MOVE EIBTRMID TO WS-PXFR-TRMID

1224PO      EXEC CICS
1224PO           READQ TS
1224PO                 QUEUE (WS-PXFR-QUEUE-NAME)
1224PO                 INTO  (WS-PXFR-PATRON)
1224PO                 ITEM  (1)
1224PO                 RESP  (EVAL-CODE)
1224PO      END-EXEC

1224PO      EVALUATE EVAL-CODE
1224PO          WHEN DFHRESP (NORMAL)
1224PO               EXEC CICS
1224PO                    DELETEQ TS
1224PO                            QUEUE (WS-PXFR-QUEUE-NAME)
1224PO                            RESP  (EVAL-CODE)
1224PO               END-EXEC
1224PO               MOVE WS-PXFR-PATRON TO PATIDO
1224PO               MOVE DFHBMFSE       TO PATIDF
1224PO               MOVE 'PATRON FILLED IN - PRESS ENTER TO DISPLAY'
1224PO                 TO MSGLNO
1224PO          WHEN DFHRESP (QIDERR)
1224PO               CONTINUE
1224PO          WHEN OTHER
1224PO               MOVE 'READQ TS PXFR' TO ERR-MSG
1224PO               PERFORM 9999-ERROR-HANDLING
1224PO      END-EVALUATE
1224PO      .

       2000-RECEIVE-MAP.
            MOVE '2000-RECEIVE-MAP' TO ERR-LOC

0911EX                                 PATZIPO PATEXPO
0917PC                                 PATCATO
0918HB                                 PATHBFO PATRTEO PATSTPO
1201FA                                 PATGARO PATHHDO
1209NT                                 PATCLMO PATLNGO
1214PN                                 PATNL1O PATNL2O PATNL3O
                        MOVE 'PATRON ID NOT FOUND - TYPE DATA, PF5 ADD'
                          TO MSGLNO
                   WHEN OTHER
0911EX                              PATZIPO PATEXPO
0917PC                              PATCATO
0918HB                              PATHBFO PATRTEO PATSTPO
1201FA                              PATGARO PATHHDO
1209NT                              PATCLMO PATLNGO
                     MOVE 'NO PATRON MATCHES THAT NAME' TO MSGLNO
                WHEN OTHER
                     MOVE 'SELECT PATRONS BY NAME' TO ERR-MSG
0914PN      MOVE 0 TO IND-PIN
0918HB                IND-ROUTE
0918HB                IND-STOP
1201FA                IND-GUAR
0914PN      EXEC SQL
0918HB           SELECT PIN_CODE, HOMEBOUND_FLAG, ROUTE_ID,
1209NT                  STOP_SEQ, GUARANTOR_ID, PREF_LANG
0918HB             INTO :TBLPATR-PIN-CODE :IND-PIN,
0918HB                  :TBLPATR-HOMEBOUND-FLAG,
0918HB                  :TBLPATR-ROUTE-ID :IND-ROUTE,
1201FA                  :TBLPATR-STOP-SEQ :IND-STOP,
1209NT                  :TBLPATR-GUARANTOR-ID :IND-GUAR,
1209NT                  :TBLPATR-PREF-LANG
0914PN             FROM IBMUSER.PATRONS
0914PN            WHERE PATRON_ID = :TBLPATR-PATRON-ID
0914PN      END-EXEC

0918HB      IF ERR-OK
0918HB         MOVE TBLPATR-HOMEBOUND-FLAG TO PATHBFO
1209NT         MOVE TBLPATR-PREF-LANG      TO PATLNGO
0918HB         IF IND-ROUTE < 0
0918HB            MOVE SPACES TO PATRTEO
0918HB         ELSE
0918HB            MOVE WS-STOP-DISP     TO PATSTPO
0918HB         END-IF
0918HB      ELSE
1209NT         MOVE SPACES TO PATHBFO PATRTEO PATSTPO PATLNGO
1201FA         MOVE -1 TO IND-GUAR
0918HB      END-IF

1201FA      IF IND-GUAR < 0
1201FA         MOVE SPACES TO PATGARO
1201FA      ELSE
1201FA         MOVE TBLPATR-GUARANTOR-ID TO WS-GUAR-DISP
1201FA         MOVE WS-GUAR-DISP         TO PATGARO
1201FA      END-IF
1201FA      PERFORM 2130-SHOW-HOUSEHOLD
1202CR      PERFORM 2140-SHOW-CLAIMS
1214PN      PERFORM 2150-SHOW-NOTES
0904AD      .

1201FA 2130-SHOW-HOUSEHOLD.
1201FA      MOVE '2130-SHOW-HOUSEHOLD' TO ERR-LOC

1201FA**    A DEPENDENT JUST POINTS AT THE GUARANTOR; THE GUARANTOR
1201FA**    CARRIES THE WHOLE HOUSEHOLD'S LOANS, HOLDS AND FINES
1201FA      MOVE SPACES TO PATHHDO
1201FA      IF IND-GUAR NOT < 0
1201FA         STRING 'DEPENDENT - HOUSEHOLD TOTALS ON GUARANTOR '
1201FA                                         DELIMITED BY SIZE
1201FA                FUNCTION TRIM (WS-GUAR-DISP)
1201FA                                         DELIMITED BY SIZE
1201FA           INTO PATHHDO
1201FA         END-STRING
1201FA      ELSE
1201FA         MOVE TBLPATR-PATRON-ID TO WS-PATRON-ID
1201FA         PERFORM 2240-COUNT-DEPENDENTS
1201FA         IF WS-HH-MEMBERS > 0
1201FA            PERFORM 2135-SUM-HOUSEHOLD
1201FA         END-IF
1201FA      END-IF
1201FA      .

1201FA 2135-SUM-HOUSEHOLD.
1201FA      MOVE '2135-SUM-HOUSEHOLD' TO ERR-LOC

1201FA**    THE HOUSEHOLD IS THE GUARANTOR PLUS EVERY PATRON WHOSE
1201FA**    GUARANTOR_ID POINTS AT THEM
1201FA      EXEC SQL
1201FA           SELECT COUNT(*)
1201FA             INTO :WS-HH-LOANS
1201FA             FROM IBMUSER.LOANS
1201FA            WHERE RETURN_DATE IS NULL
1201FA              AND PATRON_ID IN
1201FA                  (SELECT P.PATRON_ID
1201FA                     FROM IBMUSER.PATRONS P
1201FA                    WHERE P.PATRON_ID = :WS-PATRON-ID
1201FA                       OR P.GUARANTOR_ID = :WS-PATRON-ID)
1201FA      END-EXEC
1201FA      MOVE SQLCODE TO EVAL-CODE
1201FA      IF NOT ERR-OK
1201FA         MOVE 'SELECT HOUSEHOLD LOANS' TO ERR-MSG
1201FA         PERFORM 9999-ERROR-HANDLING
1201FA      END-IF

1201FA      EXEC SQL
1201FA           SELECT COUNT(*)
1201FA             INTO :WS-HH-HOLDS
1201FA             FROM IBMUSER.HOLDS
1201FA            WHERE HOLD_STATUS IN ('P', 'T', 'R')
1201FA              AND PATRON_ID IN
1201FA                  (SELECT P.PATRON_ID
1201FA                     FROM IBMUSER.PATRONS P
1201FA                    WHERE P.PATRON_ID = :WS-PATRON-ID
1201FA                       OR P.GUARANTOR_ID = :WS-PATRON-ID)
1201FA      END-EXEC
1201FA      MOVE SQLCODE TO EVAL-CODE
1201FA      IF NOT ERR-OK
1201FA         MOVE 'SELECT HOUSEHOLD HOLDS' TO ERR-MSG
1201FA         PERFORM 9999-ERROR-HANDLING
1201FA      END-IF

1201FA      EXEC SQL
1201FA           SELECT COALESCE(SUM(FINE_AMOUNT - PAID_AMOUNT
1201FA                               - WAIVED_AMOUNT), 0)
1201FA             INTO :WS-HH-FINES
1201FA             FROM IBMUSER.FINES
1201FA            WHERE FINE_STATUS = 'O'
1201FA              AND PATRON_ID IN
1201FA                  (SELECT P.PATRON_ID
1201FA                     FROM IBMUSER.PATRONS P
1201FA                    WHERE P.PATRON_ID = :WS-PATRON-ID
1201FA                       OR P.GUARANTOR_ID = :WS-PATRON-ID)
1201FA      END-EXEC
1201FA      MOVE SQLCODE TO EVAL-CODE
1201FA      IF NOT ERR-OK
1201FA         MOVE 'SELECT HOUSEHOLD FINES' TO ERR-MSG
1201FA         PERFORM 9999-ERROR-HANDLING
1201FA      END-IF

1201FA      ADD 1 TO WS-HH-MEMBERS GIVING WS-HH-MEM-DISP
1201FA      MOVE WS-HH-LOANS TO WS-HH-LN-DISP
1201FA      MOVE WS-HH-HOLDS TO WS-HH-HLD-DISP
1201FA      MOVE WS-HH-FINES TO WS-HH-AMT-DISP
1201FA      STRING 'HOUSEHOLD OF '                DELIMITED BY SIZE
1201FA             FUNCTION TRIM (WS-HH-MEM-DISP) DELIMITED BY SIZE
1201FA             ' - LOANS '                    DELIMITED BY SIZE
1201FA             FUNCTION TRIM (WS-HH-LN-DISP)  DELIMITED BY SIZE
1201FA             '  HOLDS '                     DELIMITED BY SIZE
1201FA             FUNCTION TRIM (WS-HH-HLD-DISP) DELIMITED BY SIZE
1201FA             '  FINES '                     DELIMITED BY SIZE
1201FA             FUNCTION TRIM (WS-HH-AMT-DISP) DELIMITED BY SIZE
1201FA        INTO PATHHDO
1201FA      END-STRING
1201FA      .

1202CR 2140-SHOW-CLAIMS.
1202CR      MOVE '2140-SHOW-CLAIMS' TO ERR-LOC

1202CR**    EVERY CLAIM, OPEN OR RESOLVED - A CLAIM LATER FOUND ON
1202CR**    THE SHELF STILL COUNTS TOWARD THE PATTERN
1202CR      MOVE TBLPATR-PATRON-ID TO WS-PATRON-ID
1202CR      EXEC SQL
1202CR           SELECT COUNT(*)
1202CR             INTO :WS-CLAIM-COUNT
1202CR             FROM IBMUSER.CLAIMS_RETURNED
1202CR            WHERE PATRON_ID = :WS-PATRON-ID
1202CR      END-EXEC
1202CR      MOVE SQLCODE TO EVAL-CODE
1202CR      IF NOT ERR-OK
1202CR         MOVE 'SELECT COUNT CLAIMS' TO ERR-MSG
1202CR         PERFORM 9999-ERROR-HANDLING
1202CR      END-IF

1202CR      MOVE WS-CLAIM-COUNT TO WS-CLAIM-DISP
1202CR      MOVE WS-CLAIM-DISP  TO PATCLMO
1202CR      .

1214PN 2150-SHOW-NOTES.
1214PN      MOVE '2150-SHOW-NOTES' TO ERR-LOC

1214PN**    THE THREE MOST SERIOUS ACTIVE NOTES; AN EXPIRED NOTE
1214PN**    DROPS OFF THE DAY AFTER ITS EXPIRY DATE
1214PN      MOVE SPACES TO PATNL1O PATNL2O PATNL3O
1214PN      MOVE 0 TO WS-NOTE-LIST-SW
1214PN      MOVE TBLPATR-PATRON-ID TO TBLPNT-PATRON-ID

1214PN      EXEC SQL
1214PN           OPEN CURNOTES
1214PN      END-EXEC

1214PN      MOVE SQLCODE TO EVAL-CODE
1214PN      IF NOT ERR-OK
1214PN         MOVE 'OPEN CURNOTES' TO ERR-MSG
1214PN         PERFORM 9999-ERROR-HANDLING
1214PN      END-IF

1214PN      PERFORM 2155-FETCH-ONE-NOTE
1214PN         VARYING WS-NOTE-IDX FROM 1 BY 1
1214PN         UNTIL WS-NOTE-IDX > 3 OR NOTE-LIST-DONE

1214PN      EXEC SQL
1214PN           CLOSE CURNOTES
1214PN      END-EXEC

1214PN      MOVE SQLCODE TO EVAL-CODE
1214PN      IF NOT ERR-OK
1214PN         MOVE 'CLOSE CURNOTES' TO ERR-MSG
1214PN         PERFORM 9999-ERROR-HANDLING
1214PN      END-IF
1214PN      .

1214PN 2155-FETCH-ONE-NOTE.
1214PN      MOVE '2155-FETCH-ONE-NOTE' TO ERR-LOC

1214PN      MOVE 0 TO IND-NOTE-EXP
1214PN      EXEC SQL
1214PN           FETCH CURNOTES
1214PN            INTO :TBLPNT-NOTE-TYPE, :TBLPNT-NOTE-TEXT,
1214PN                 :TBLPNT-CREATED-BY, :TBLPNT-CREATED-DATE,
1214PN                 :TBLPNT-EXPIRY-DATE :IND-NOTE-EXP
1214PN      END-EXEC

1214PN      MOVE SQLCODE TO EVAL-CODE
1214PN      EVALUATE TRUE
1214PN          WHEN ERR-OK
1214PN               CONTINUE
1214PN          WHEN SQL-NOTFOUND
1214PN               SET NOTE-LIST-DONE TO TRUE
1214PN          WHEN OTHER
1214PN               MOVE 'FETCH CURNOTES' TO ERR-MSG
1214PN               PERFORM 9999-ERROR-HANDLING
1214PN      END-EVALUATE

1214PN      IF NOT NOTE-LIST-DONE
1214PN         IF IND-NOTE-EXP < 0
1214PN            MOVE 'NO EXPIRY' TO WS-NOTE-EXP-DISP
1214PN         ELSE
1214PN            MOVE TBLPNT-EXPIRY-DATE TO WS-NOTE-EXP-DISP
1214PN         END-IF

1214PN**       TYPE, ADDED ON/BY, EXPIRY, THEN AS MUCH TEXT AS FITS
1214PN         MOVE SPACES TO WS-NOTE-LINE
1214PN         STRING TBLPNT-NOTE-TYPE       DELIMITED BY SIZE
1214PN                ' '                    DELIMITED BY SIZE
1214PN                TBLPNT-CREATED-DATE    DELIMITED BY SIZE
1214PN                ' '                    DELIMITED BY SIZE
1214PN                TBLPNT-CREATED-BY-TEXT DELIMITED BY SIZE
1214PN                ' TO '                 DELIMITED BY SIZE
1214PN                WS-NOTE-EXP-DISP       DELIMITED BY SIZE
1214PN                ' '                    DELIMITED BY SIZE
1214PN                TBLPNT-NOTE-TEXT-TEXT  DELIMITED BY SIZE
1214PN           INTO WS-NOTE-LINE
1214PN         END-STRING

1214PN         EVALUATE WS-NOTE-IDX
1214PN             WHEN 1
1214PN                  MOVE WS-NOTE-LINE TO PATNL1O
1214PN             WHEN 2
1214PN                  MOVE WS-NOTE-LINE TO PATNL2O
1214PN             WHEN OTHER
1214PN                  MOVE WS-NOTE-LINE TO PATNL3O
1214PN         END-EVALUATE
1214PN      END-IF
1214PN      .

       2200-SAVE-PATRON.
            MOVE '2200-SAVE-PATRON' TO ERR-LOC

1201FA      PERFORM 2230-EDIT-GUARANTOR

            IF FUNCTION TRIM (PATIDI) = SPACES
            OR FUNCTION TRIM (PATNAMI) = SPACES
               MOVE 'PATRON ID AND NAME ARE REQUIRED' TO MSGLNO
1201FA      ELSE
1201FA      IF GUARANTOR-BAD
1201FA         MOVE WS-GUAR-MSG TO MSGLNO
1209NT      ELSE
1209NT         PERFORM 2250-EDIT-LANGUAGE
1209NT      IF LANGUAGE-BAD
1209NT         MOVE 'NO NOTICES IN THAT LANGUAGE - BLANK MEANS EN'
1209NT           TO MSGLNO
            ELSE
               MOVE FUNCTION NUMVAL (PATIDI) TO WS-PATRON-ID
                                                 TBLPATR-PATRON-ID
0918HB                        ROUTE_ID =
0918HB                            :TBLPATR-ROUTE-ID :IND-ROUTE,
0918HB                        STOP_SEQ =
1201FA                            :TBLPATR-STOP-SEQ :IND-STOP,
1201FA                        GUARANTOR_ID =
1209NT                            :TBLPATR-GUARANTOR-ID :IND-GUAR,
1209NT                        PREF_LANG = :TBLPATR-PREF-LANG
                        WHERE PATRON_ID = :TBLPATR-PATRON-ID
                  END-EXEC

0904AD                         PATRON_STATUS, ADDR_LINE1, ADDR_LINE2,
0911EX                         CITY, STATE, POSTAL_CODE,
0917PC                         EXPIRY_DATE, PIN_FAILS, PATRON_CAT,
1201FA                         HOMEBOUND_FLAG, ROUTE_ID, STOP_SEQ,
1209NT                         GUARANTOR_ID, PREF_LANG)
                       VALUES (:TBLPATR-PATRON-ID,
                               :TBLPATR-PATRON-NAME,
                               :TBLPATR-PHONE, :TBLPATR-EMAIL,
0917PC                         :TBLPATR-PATRON-CAT,
0918HB                         :TBLPATR-HOMEBOUND-FLAG,
0918HB                         :TBLPATR-ROUTE-ID :IND-ROUTE,
1201FA                         :TBLPATR-STOP-SEQ :IND-STOP,
1209NT                         :TBLPATR-GUARANTOR-ID :IND-GUAR,
1209NT                         :TBLPATR-PREF-LANG)
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
0914PN         END-IF

               MOVE WS-PATRON-ID TO PATIDO
1209NT      END-IF
1201FA      END-IF
            END-IF
            .

0914PN      END-IF
0914PN      .

1201FA 2230-EDIT-GUARANTOR.
1201FA      MOVE '2230-EDIT-GUARANTOR' TO ERR-LOC

1201FA**    BLANK MEANS NO GUARANTOR. ONE HOUSEHOLD LEVEL ONLY: THE
1201FA**    GUARANTOR MUST BE AN EXISTING NON-JUVENILE PATRON WITH NO
1201FA**    GUARANTOR OF THEIR OWN, AND A PATRON WHO ALREADY HAS
1201FA**    DEPENDENTS CANNOT TAKE A GUARANTOR OR BECOME JUVENILE
1201FA      MOVE 0      TO WS-GUAR-SW
1201FA                     IND-GUAR
1201FA      MOVE SPACES TO WS-GUAR-MSG
1201FA      IF FUNCTION TRIM (PATGARI) = SPACES
1201FA         MOVE -1 TO IND-GUAR
1201FA         MOVE 0  TO TBLPATR-GUARANTOR-ID
1201FA      ELSE
1201FA         MOVE FUNCTION NUMVAL (PATGARI) TO WS-GUAR-ID
1201FA         MOVE 0 TO IND-GUAR2
1201FA         EXEC SQL
1201FA              SELECT PATRON_CAT, GUARANTOR_ID
1201FA                INTO :WS-GUAR-CAT,
1201FA                     :WS-GUAR-OF-GUAR :IND-GUAR2
1201FA                FROM IBMUSER.PATRONS
1201FA               WHERE PATRON_ID = :WS-GUAR-ID
1201FA         END-EXEC

1201FA         MOVE SQLCODE TO EVAL-CODE
1201FA         EVALUATE TRUE
1201FA             WHEN SQL-NOTFOUND
1201FA                  SET GUARANTOR-BAD TO TRUE
1201FA                  MOVE 'GUARANTOR PATRON ID NOT FOUND - NOT SAVED'
1201FA                    TO WS-GUAR-MSG
1201FA             WHEN NOT ERR-OK
1201FA                  MOVE 'SELECT GUARANTOR' TO ERR-MSG
1201FA                  PERFORM 9999-ERROR-HANDLING
1201FA             WHEN WS-GUAR-ID = FUNCTION NUMVAL (PATIDI)
1201FA             WHEN WS-GUAR-CAT = 'J'
1201FA             WHEN IND-GUAR2 NOT < 0
1201FA                  SET GUARANTOR-BAD TO TRUE
1201FA                  MOVE 'GUARANTOR MUST BE AN ADULT WITHOUT ONE'
1201FA                    TO WS-GUAR-MSG
1201FA             WHEN OTHER
1201FA                  MOVE WS-GUAR-ID TO TBLPATR-GUARANTOR-ID
1201FA         END-EVALUATE
1201FA      END-IF

1201FA      IF NOT GUARANTOR-BAD
1201FA         MOVE FUNCTION NUMVAL (PATIDI) TO WS-PATRON-ID
1201FA         PERFORM 2240-COUNT-DEPENDENTS
1201FA         IF WS-HH-MEMBERS > 0
1201FA         AND (IND-GUAR NOT < 0 OR PATCATI = 'J')
1201FA            SET GUARANTOR-BAD TO TRUE
1201FA            MOVE 'PATRON HAS DEPENDENTS - MUST STAY ADULT'
1201FA              TO WS-GUAR-MSG
1201FA         END-IF
1201FA      END-IF
1201FA      .

1201FA 2240-COUNT-DEPENDENTS.
1201FA      MOVE '2240-COUNT-DEPENDENTS' TO ERR-LOC

1201FA      EXEC SQL
1201FA           SELECT COUNT(*)
1201FA             INTO :WS-HH-MEMBERS
1201FA             FROM IBMUSER.PATRONS
1201FA            WHERE GUARANTOR_ID = :WS-PATRON-ID
1201FA      END-EXEC

1201FA      MOVE SQLCODE TO EVAL-CODE
1201FA      IF NOT ERR-OK
1201FA         MOVE 'SELECT COUNT DEPENDENTS' TO ERR-MSG
1201FA         PERFORM 9999-ERROR-HANDLING
1201FA      END-IF
1201FA      .

1209NT 2250-EDIT-LANGUAGE.
1209NT      MOVE '2250-EDIT-LANGUAGE' TO ERR-LOC

1209NT**    BLANK MEANS ENGLISH; ANY OTHER CODE MUST HAVE WORDING ON
1209NT**    NOTICE_TEMPLATES SO THE NOTICE RUNS HAVE SOMETHING TO SEND
1209NT      SET LANGUAGE-OK TO TRUE
1209NT      MOVE FUNCTION UPPER-CASE (PATLNGI) TO TBLPATR-PREF-LANG
1209NT      IF TBLPATR-PREF-LANG = SPACES OR LOW-VALUES
1209NT         MOVE 'EN' TO TBLPATR-PREF-LANG
1209NT      END-IF

1209NT      EXEC SQL
1209NT           SELECT COUNT(*)
1209NT             INTO :WS-LANG-COUNT
1209NT             FROM IBMUSER.NOTICE_TEMPLATES
1209NT            WHERE LANG_CODE = :TBLPATR-PREF-LANG
1209NT      END-EXEC

1209NT      MOVE SQLCODE TO EVAL-CODE
1209NT      IF NOT ERR-OK
1209NT         MOVE 'SELECT NOTICE_TEMPLATES' TO ERR-MSG
1209NT         PERFORM 9999-ERROR-HANDLING
1209NT      END-IF

1209NT      IF WS-LANG-COUNT = 0 AND TBLPATR-PREF-LANG NOT = 'EN'
1209NT         SET LANGUAGE-BAD TO TRUE
1209NT      END-IF
1209NT      .

       2300-DELETE-PATRON.
            MOVE '2300-DELETE-PATRON' TO ERR-LOC

            ELSE
               MOVE FUNCTION NUMVAL (PATIDI) TO WS-PATRON-ID
                                                 TBLPATR-PATRON-ID
1201FA         PERFORM 2240-COUNT-DEPENDENTS

1201FA      IF WS-HH-MEMBERS > 0
1201FA         MOVE 'PATRON IS A GUARANTOR - MOVE THE DEPENDENTS FIRST'
1201FA           TO MSGLNO
1201FA      ELSE

               EXEC SQL
                    DELETE FROM IBMUSER.PATRONS
0911EX                                 PATZIPO PATEXPO
0917PC                                 PATCATO
0918HB                                 PATHBFO PATRTEO PATSTPO
1201FA                                 PATGARO PATHHDO
1202CR                                 PATCLMO
1214PN                                 PATNL1O PATNL2O PATNL3O
                        MOVE 'PATRON DELETED' TO MSGLNO
                   WHEN SQL-NOTFOUND
                        MOVE 'PATRON ID NOT FOUND - NOTHING TO DELETE'
                        MOVE 'DELETE PATRONS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
1201FA      END-IF

               MOVE WS-PATRON-ID TO PATIDO
            END-IF
0915SR      EXEC SQL
0915SR           SELECT APP_ID, APP_NAME, PHONE, EMAIL,
0915SR                  ADDR_LINE1, ADDR_LINE2, CITY, STATE,
1209NT                  POSTAL_CODE, PREF_LANG
0915SR             INTO :TBLAPP-APP-ID, :TBLAPP-APP-NAME,
0915SR                  :TBLAPP-PHONE, :TBLAPP-EMAIL,
0915SR                  :TBLAPP-ADDR-LINE1, :TBLAPP-ADDR-LINE2,
0915SR                  :TBLAPP-CITY, :TBLAPP-STATE,
1209NT                  :TBLAPP-POSTAL-CODE, :TBLAPP-PREF-LANG
0915SR             FROM IBMUSER.PAT_APPS
0915SR            WHERE APP_STATUS = 'P'
0915SR            ORDER BY APP_ID
0915SR               MOVE 'A'                     TO PATSTAO
0915SR               MOVE SPACES TO PATEXPO PATPINO
0917PC               MOVE 'A' TO PATCATO
1201FA               MOVE SPACES TO PATGARO PATHHDO
1202CR               MOVE SPACES TO PATCLMO
1209NT               MOVE TBLAPP-PREF-LANG TO PATLNGO
0915SR               MOVE TBLAPP-APP-ID TO WS-APP-DISP
0915SR               MOVE SPACES TO MSGLNO
0915SR               STRING 'APPLICATION '        DELIMITED BY SIZE
0915SR      IF FUNCTION TRIM (PATNAMI) = SPACES
0915SR**       SAME EDIT THE PF5 SAVE APPLIES
0915SR         MOVE 'PATRON NAME IS REQUIRED' TO MSGLNO
1201FA      ELSE
1201FA         PERFORM 2230-EDIT-GUARANTOR
1201FA      IF GUARANTOR-BAD
1201FA         MOVE WS-GUAR-MSG TO MSGLNO
1209NT      ELSE
1209NT         PERFORM 2250-EDIT-LANGUAGE
1209NT      IF LANGUAGE-BAD
1209NT         MOVE 'NO NOTICES IN THAT LANGUAGE - BLANK MEANS EN'
1209NT           TO MSGLNO
0915SR      ELSE
0915SR         MOVE 'PATRON_ID' TO WS-NXT-ID-NAME
0915SR         PERFORM 8100-GET-NEXT-ID
0915SR                      PATRON_STATUS, ADDR_LINE1, ADDR_LINE2,
0915SR                      CITY, STATE, POSTAL_CODE,
0917PC                      EXPIRY_DATE, PIN_FAILS, PATRON_CAT,
1201FA                      HOMEBOUND_FLAG, ROUTE_ID, STOP_SEQ,
1209NT                      GUARANTOR_ID, PREF_LANG)
0915SR              VALUES (:TBLPATR-PATRON-ID,
0915SR                      :TBLPATR-PATRON-NAME,
0915SR                      :TBLPATR-PHONE, :TBLPATR-EMAIL,
0915SR                      :TBLPATR-POSTAL-CODE,
0917PC                      CURRENT DATE + :WS-REG-DAYS DAYS, 0,
1029FX                      :TBLPATR-PATRON-CAT,
1201FA                      'N', NULL, NULL,
1209NT                      :TBLPATR-GUARANTOR-ID :IND-GUAR,
1209NT                      :TBLPATR-PREF-LANG)
0915SR         END-EXEC

0915SR         MOVE SQLCODE TO EVAL-CODE
0915SR         PERFORM 2100-READ-PATRON
0915SR      END-IF
0915SR      END-IF
1201FA      END-IF
1209NT      END-IF
0915SR      .

0915SR 2720-REJECT-APP.
1027FX         MOVE 'UPDATE SUGGESTS MERGE' TO ERR-MSG
1027FX         PERFORM 9999-ERROR-HANDLING
1027FX      END-IF

1109EV      EXEC SQL
1109EV           UPDATE IBMUSER.EVENT_REGS
1109EV              SET PATRON_ID = :WS-PATRON-ID
1109EV            WHERE PATRON_ID = :WS-MERGE-FROM-ID
1109EV      END-EXEC
1109EV      MOVE SQLCODE TO EVAL-CODE
1109EV      IF NOT ERR-OK AND NOT SQL-NOTFOUND
1109EV         MOVE 'UPDATE EVENT_REGS MERGE' TO ERR-MSG
1109EV         PERFORM 9999-ERROR-HANDLING
1109EV      END-IF

1202CR      EXEC SQL
1202CR           UPDATE IBMUSER.CLAIMS_RETURNED
1202CR              SET PATRON_ID = :WS-PATRON-ID
1202CR            WHERE PATRON_ID = :WS-MERGE-FROM-ID
1202CR      END-EXEC
1202CR      MOVE SQLCODE TO EVAL-CODE
1202CR      IF NOT ERR-OK AND NOT SQL-NOTFOUND
1202CR         MOVE 'UPDATE CLAIMS MERGE' TO ERR-MSG
1202CR         PERFORM 9999-ERROR-HANDLING
1202CR      END-IF

1204EQ      EXEC SQL
1204EQ           UPDATE IBMUSER.EQUIP_LOANS
1204EQ              SET PATRON_ID = :WS-PATRON-ID
1204EQ            WHERE PATRON_ID = :WS-MERGE-FROM-ID
1204EQ      END-EXEC
1204EQ      MOVE SQLCODE TO EVAL-CODE
1204EQ      IF NOT ERR-OK AND NOT SQL-NOTFOUND
1204EQ         MOVE 'UPDATE EQUIP_LOANS MERGE' TO ERR-MSG
1204EQ         PERFORM 9999-ERROR-HANDLING
1204EQ      END-IF

1208IP      EXEC SQL
1208IP           UPDATE IBMUSER.PAY_PLANS
1208IP              SET PATRON_ID = :WS-PATRON-ID
1208IP            WHERE PATRON_ID = :WS-MERGE-FROM-ID
1208IP      END-EXEC
1208IP      MOVE SQLCODE TO EVAL-CODE
1208IP      IF NOT ERR-OK AND NOT SQL-NOTFOUND
1208IP         MOVE 'UPDATE PAY_PLANS MERGE' TO ERR-MSG
1208IP         PERFORM 9999-ERROR-HANDLING
1208IP      END-IF

1214PN      EXEC SQL
1214PN           UPDATE IBMUSER.PATRON_NOTES
1214PN              SET PATRON_ID = :WS-PATRON-ID
1214PN            WHERE PATRON_ID = :WS-MERGE-FROM-ID
1214PN      END-EXEC
1214PN      MOVE SQLCODE TO EVAL-CODE
1214PN      IF NOT ERR-OK AND NOT SQL-NOTFOUND
1214PN         MOVE 'UPDATE PATRON_NOTES MERGE' TO ERR-MSG
1214PN         PERFORM 9999-ERROR-HANDLING
1214PN      END-IF

1215SU**    ONE ENROLMENT PER PROGRAM - WHERE BOTH CARDS JOINED THE
1215SU**    SAME CHALLENGE THE SURVIVOR'S OWN ENROLMENT STANDS
1215SU      EXEC SQL
1215SU           UPDATE IBMUSER.READ_ENROL E
1215SU              SET PATRON_ID = :WS-PATRON-ID
1215SU            WHERE PATRON_ID = :WS-MERGE-FROM-ID
1215SU              AND NOT EXISTS
1215SU                  (SELECT 1
1215SU                     FROM IBMUSER.READ_ENROL S
1215SU                    WHERE S.PROG_ID   = E.PROG_ID
1215SU                      AND S.PATRON_ID = :WS-PATRON-ID)
1215SU      END-EXEC
1215SU      MOVE SQLCODE TO EVAL-CODE
1215SU      IF NOT ERR-OK AND NOT SQL-NOTFOUND
1215SU         MOVE 'UPDATE READ_ENROL MERGE' TO ERR-MSG
1215SU         PERFORM 9999-ERROR-HANDLING
1215SU      END-IF

1201FA**    THE DUPLICATE'S DEPENDENTS MOVE TO THE SURVIVOR; A SURVIVOR
1201FA**    THAT WAS ITSELF A DEPENDENT OF THE DUPLICATE IS CUT LOOSE
1201FA      EXEC SQL
1201FA           UPDATE IBMUSER.PATRONS
1201FA              SET GUARANTOR_ID = :WS-PATRON-ID
1201FA            WHERE GUARANTOR_ID = :WS-MERGE-FROM-ID
1201FA      END-EXEC
1201FA      MOVE SQLCODE TO EVAL-CODE
1201FA      IF NOT ERR-OK AND NOT SQL-NOTFOUND
1201FA         MOVE 'UPDATE GUARANTOR MERGE' TO ERR-MSG
1201FA         PERFORM 9999-ERROR-HANDLING
1201FA      END-IF

1201FA      EXEC SQL
1201FA           UPDATE IBMUSER.PATRONS
1201FA              SET GUARANTOR_ID = NULL
1201FA            WHERE PATRON_ID = :WS-PATRON-ID
1201FA              AND GUARANTOR_ID = :WS-PATRON-ID
1201FA      END-EXEC
1201FA      MOVE SQLCODE TO EVAL-CODE
1201FA      IF NOT ERR-OK AND NOT SQL-NOTFOUND
1201FA         MOVE 'UPDATE GUARANTOR SELF' TO ERR-MSG
1201FA         PERFORM 9999-ERROR-HANDLING
1201FA      END-IF
0916DP      .

1214PN 2900-ADD-NOTE.
1214PN      MOVE '2900-ADD-NOTE' TO ERR-LOC

1214PN      MOVE 0 TO WS-NOTE-EDIT-SW
1214PN      MOVE 0 TO WS-DUP-COUNT
1214PN      IF FUNCTION TRIM (PATIDI) NOT = SPACES
1214PN         MOVE FUNCTION NUMVAL (PATIDI) TO WS-PATRON-ID
1214PN                                           TBLPATR-PATRON-ID
1214PN         EXEC SQL
1214PN              SELECT COUNT(*)
1214PN                INTO :WS-DUP-COUNT
1214PN                FROM IBMUSER.PATRONS
1214PN               WHERE PATRON_ID = :TBLPATR-PATRON-ID
1214PN         END-EXEC
1214PN         MOVE SQLCODE TO EVAL-CODE
1214PN         IF NOT ERR-OK
1214PN            MOVE 'SELECT COUNT PATRONS' TO ERR-MSG
1214PN            PERFORM 9999-ERROR-HANDLING
1214PN         END-IF
1214PN      END-IF

1214PN      MOVE FUNCTION UPPER-CASE (PATNTYI) TO TBLPNT-NOTE-TYPE
1214PN      EVALUATE TRUE
1214PN          WHEN WS-DUP-COUNT = 0
1214PN               SET NOTE-EDIT-FAILED TO TRUE
1214PN               MOVE 'SHOW AN EXISTING PATRON BEFORE ADDING A NOTE'
1214PN                 TO MSGLNO
1214PN          WHEN TBLPNT-NOTE-TYPE NOT = 'I'
1214PN           AND TBLPNT-NOTE-TYPE NOT = 'W'
1214PN           AND TBLPNT-NOTE-TYPE NOT = 'B'
1214PN               SET NOTE-EDIT-FAILED TO TRUE
1214PN               MOVE 'NOTE TYPE MUST BE I, W OR B' TO MSGLNO
1214PN          WHEN FUNCTION TRIM (PATNTXI) = SPACES
1214PN               SET NOTE-EDIT-FAILED TO TRUE
1214PN               MOVE 'NOTE TEXT IS REQUIRED' TO MSGLNO
1214PN          WHEN FUNCTION TRIM (PATNEXI) = SPACES
1214PN               MOVE -1 TO IND-NOTE-EXP
1214PN          WHEN OTHER
1214PN               PERFORM 2910-EDIT-NOTE-EXPIRY
1214PN      END-EVALUATE

1214PN      IF NOT NOTE-EDIT-FAILED
1214PN         MOVE 'NOTE_ID' TO WS-NXT-ID-NAME
1214PN         PERFORM 8100-GET-NEXT-ID
1214PN         MOVE WS-NXT-NEXT-ID    TO TBLPNT-NOTE-ID
1214PN         MOVE TBLPATR-PATRON-ID TO TBLPNT-PATRON-ID
1214PN         MOVE PATNTXI TO TBLPNT-NOTE-TEXT-TEXT
1214PN         MOVE FUNCTION LENGTH (FUNCTION TRIM (PATNTXI))
1214PN           TO TBLPNT-NOTE-TEXT-LEN

1214PN**       THE SIGNED-ON OPERATOR; AN UNSIGNED TERMINAL IS
1214PN**       RECORDED BY ITS TERMINAL ID THE WAY LOANTRN DOES
1214PN         MOVE SPACES TO WS-NOTE-USERID
1214PN         EXEC CICS ASSIGN
1214PN              USERID (WS-NOTE-USERID)
1214PN              RESP   (EVAL-CODE)
1214PN         END-EXEC
1214PN         IF EVAL-CODE NOT = DFHRESP (NORMAL)
1214PN         OR WS-NOTE-USERID = SPACES
1214PN            MOVE EIBTRMID TO WS-NOTE-USERID
1214PN         END-IF
1214PN         MOVE WS-NOTE-USERID TO TBLPNT-CREATED-BY-TEXT
1214PN         MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-NOTE-USERID))
1214PN           TO TBLPNT-CREATED-BY-LEN

1214PN         EXEC SQL
1214PN              INSERT INTO IBMUSER.PATRON_NOTES
1214PN                     (NOTE_ID, PATRON_ID, NOTE_TYPE, NOTE_TEXT,
1214PN                      CREATED_BY, CREATED_DATE, EXPIRY_DATE,
1214PN                      NOTE_STATUS)
1214PN              VALUES (:TBLPNT-NOTE-ID, :TBLPNT-PATRON-ID,
1214PN                      :TBLPNT-NOTE-TYPE, :TBLPNT-NOTE-TEXT,
1214PN                      :TBLPNT-CREATED-BY, CURRENT DATE,
1214PN                      :TBLPNT-EXPIRY-DATE :IND-NOTE-EXP,
1214PN                      'A')
1214PN         END-EXEC

1214PN         MOVE SQLCODE TO EVAL-CODE
1214PN         IF NOT ERR-OK
1214PN            MOVE 'INSERT PATRON_NOTES' TO ERR-MSG
1214PN            PERFORM 9999-ERROR-HANDLING
1214PN         END-IF

1214PN         PERFORM 2100-READ-PATRON
1214PN         MOVE SPACES TO PATNTYO PATNTXO PATNEXO
1214PN         MOVE 'NOTE ADDED' TO MSGLNO
1214PN      END-IF
1214PN      .

1214PN 2910-EDIT-NOTE-EXPIRY.
1214PN      MOVE '2910-EDIT-NOTE-EXPIRY' TO ERR-LOC

1214PN**    SAME DATE EDIT AS FINETRN'S PLAN FIRST DUE DATE
1214PN      MOVE 0       TO IND-NOTE-EXP
1214PN      MOVE PATNEXI TO TBLPNT-EXPIRY-DATE
1214PN      EXEC SQL
1214PN           SELECT CASE WHEN DATE(:TBLPNT-EXPIRY-DATE)
1214PN                            < CURRENT DATE
1214PN                       THEN 'Y' ELSE 'N' END
1214PN             INTO :WS-NOTE-PAST-SW
1214PN             FROM SYSIBM.SYSDUMMY1
1214PN      END-EXEC

1214PN      MOVE SQLCODE TO EVAL-CODE
1214PN      EVALUATE TRUE
1214PN          WHEN ERR-OK
1214PN               IF WS-NOTE-PAST-SW = 'Y'
1214PN                  SET NOTE-EDIT-FAILED TO TRUE
1214PN                  MOVE 'NOTE EXPIRY DATE IS ALREADY PAST'
1214PN                    TO MSGLNO
1214PN               END-IF
1214PN          WHEN EVAL-CODE = -180
1214PN          WHEN EVAL-CODE = -181
1214PN               SET NOTE-EDIT-FAILED TO TRUE
1214PN               MOVE 'NOTE EXPIRY MUST BE YYYY-MM-DD OR BLANK'
1214PN                 TO MSGLNO
1214PN          WHEN OTHER
1214PN               MOVE 'SELECT NOTE EXPIRY EDIT' TO ERR-MSG
1214PN               PERFORM 9999-ERROR-HANDLING
1214PN      END-EVALUATE
1214PN      .

0915SR 8100-GET-NEXT-ID.
0915SR      MOVE '8100-GET-NEXT-ID' TO ERR-LOC

