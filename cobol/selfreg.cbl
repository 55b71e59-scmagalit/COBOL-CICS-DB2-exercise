      *   PATRON TYPES THEIR OWN ID AND THE TITLE (AND ISBN WHEN       *
      *   KNOWN) - IT LANDS AS A PENDING IBMUSER.SUGGESTS ROW FOR      *
      *   THE SELECTOR'S SUGGTRN WORKLIST (SEE 1006PS)                 *
1209NT* - THE APPLICANT MAY KEY A PREFERRED LANGUAGE FOR NOTICES       *
1209NT*   (BLANK MEANS EN); IT MUST BE ONE THE CIRCULATION MANAGER     *
1209NT*   HAS NOTICE WORDING FOR ON NTCMAINT (SEE 1209NT)              *
      * - PRESS PF3 TO CLEAR THE SCREEN FOR THE NEXT APPLICANT         *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   09,2020 - PREFERRED NOTICE LANGUAGE              (1209NT)*
      *               X KEYED ON THE APPLICATION, EDITED               *
      *               X AGAINST IBMUSER.NOTICE_TEMPLATES               *
      * OCT   06,2020 - PF5 CAPTURES A PURCHASE SUGGESTION FOR (1006PS)*
      *               X THE PATRON ID TYPED (TITLE/ISBN FIELDS)        *
      *               X INTO IBMUSER.SUGGESTS - THE SELECTOR           *
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.PAT_APPS (OUTPUT) - PENDING APPLICATIONS (SEE DCLAPP)  *
1209NT* IBMUSER.NOTICE_TEMPLATES (INPUT) - LANGUAGE EDIT (SEE DCLNTT)  *
      *                                                                *
      * 0000-MAIN                      2200-SUBMIT-SUGGESTION          *
      * 1000-SEND-BLANK-MAP            3000-SEND-RECEIVE-SCREEN        *
      * 2000-RECEIVE-MAP               8100-GET-NEXT-ID                *
      * 2100-SUBMIT-APPLICATION        9999-ERROR-HANDLING             *
1209NT* 2110-EDIT-LANGUAGE             9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       01  WS-VARS.
           05  WS-APP-DISP          PIC Z(8)9.
1006PS     05  WS-PATRON-COUNT      PIC S9(09) COMP   VALUE 0.
1209NT     05  WS-LANG-COUNT        PIC S9(09) COMP   VALUE 0.
1209NT     05  WS-LANG-CODE         PIC X(02)         VALUE SPACES.
1209NT     05  WS-LANG-SW           PIC X(01)         VALUE 'N'.
1209NT         88  LANGUAGE-BAD                       VALUE 'Y'.
1209NT         88  LANGUAGE-OK                        VALUE 'N'.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE DCLAPP END-EXEC.
1006PS     EXEC SQL INCLUDE DCLSUG END-EXEC.
1209NT     EXEC SQL INCLUDE DCLNTT END-EXEC.

       01  WS-COMMAREA.
           05  LS-DUMMY-FLAG        PIC X             VALUE 'Y'.

            IF FUNCTION TRIM (RGNAMI) = SPACES
               MOVE 'PLEASE TYPE YOUR NAME FIRST' TO MSGLNO
1209NT      ELSE
1209NT         PERFORM 2110-EDIT-LANGUAGE
1209NT      IF LANGUAGE-BAD
1209NT         MOVE 'NO NOTICES IN THAT LANGUAGE - BLANK MEANS EN'
1209NT           TO MSGLNO
            ELSE
0805ID         MOVE 'APP_ID' TO WS-NXT-ID-NAME
0805ID         PERFORM 8100-GET-NEXT-ID
               MOVE RGZIPI TO TBLAPP-POSTAL-CODE-TEXT
               MOVE FUNCTION LENGTH (FUNCTION TRIM (RGZIPI))
                 TO TBLAPP-POSTAL-CODE-LEN
1209NT         MOVE WS-LANG-CODE TO TBLAPP-PREF-LANG

               EXEC SQL
                    INSERT INTO IBMUSER.PAT_APPS
                           (APP_ID, APP_NAME, PHONE, EMAIL,
                            ADDR_LINE1, ADDR_LINE2, CITY, STATE,
1209NT                      POSTAL_CODE, APP_STATUS, APP_DATE,
1209NT                      PREF_LANG)
                    VALUES (:TBLAPP-APP-ID, :TBLAPP-APP-NAME,
                            :TBLAPP-PHONE, :TBLAPP-EMAIL,
                            :TBLAPP-ADDR-LINE1, :TBLAPP-ADDR-LINE2,
                            :TBLAPP-CITY, :TBLAPP-STATE,
1209NT                      :TBLAPP-POSTAL-CODE, 'P', CURRENT DATE,
1209NT                      :TBLAPP-PREF-LANG)
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               MOVE 'THANK YOU - PLEASE SEE THE DESK FOR YOUR CARD'
                 TO MSGLNO
            END-IF
1209NT      END-IF
            .

1209NT 2110-EDIT-LANGUAGE.
1209NT      MOVE '2110-EDIT-LANGUAGE' TO ERR-LOC

1209NT**    BLANK MEANS ENGLISH; ANY OTHER CODE MUST HAVE WORDING ON
1209NT**    NOTICE_TEMPLATES SO THE NOTICE RUNS HAVE SOMETHING TO SEND
1209NT      SET LANGUAGE-OK TO TRUE
1209NT      MOVE FUNCTION UPPER-CASE (RGLNGI) TO WS-LANG-CODE
1209NT      IF WS-LANG-CODE = SPACES OR LOW-VALUES
1209NT         MOVE 'EN' TO WS-LANG-CODE
1209NT      END-IF

1209NT      EXEC SQL
1209NT           SELECT COUNT(*)
1209NT             INTO :WS-LANG-COUNT
1209NT             FROM IBMUSER.NOTICE_TEMPLATES
1209NT            WHERE LANG_CODE = :WS-LANG-CODE
1209NT      END-EXEC

1209NT      MOVE SQLCODE TO EVAL-CODE
1209NT      IF NOT ERR-OK
1209NT         MOVE 'SELECT NOTICE_TEMPLATES' TO ERR-MSG
1209NT         PERFORM 9999-ERROR-HANDLING
1209NT      END-IF

1209NT      IF WS-LANG-COUNT = 0 AND WS-LANG-CODE NOT = 'EN'
1209NT         SET LANGUAGE-BAD TO TRUE
1209NT      END-IF
1209NT      .

1006PS 2200-SUBMIT-SUGGESTION.
1006PS      MOVE '2200-SUBMIT-SUGGESTION' TO ERR-LOC

