      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NTCMAINT.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/09/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * NOTICE WORDING MAINTENANCE - NOTICE_TEMPLATES - DB2            *
      *----------------------------------------------------------------*
      * - ONLINE MAINTENANCE FOR IBMUSER.NOTICE_TEMPLATES (SEE         *
      *   DCLNTT), THE WORDING NOTICRUN, LOSTCONV AND CRDEXPIR PRINT   *
      *   THROUGH NTCRNDR - THE CIRCULATION MANAGER CHANGES A NOTICE   *
      *   OR ADDS A LANGUAGE WITHOUT A PROGRAM CHANGE                  *
      * - SAME READ/SAVE/DELETE/BROWSE SCREEN SHAPE AS OPERTRN, AND    *
      *   SUPERVISOR-GATED VIA AUTHCHK AT FIRST ENTRY THE SAME WAY     *
1223CL* - ENTER A NOTICE TYPE (O 2 F R H X L C - SEE DCLNTT) AND A     *
      *   LANGUAGE (BLANK = EN) AND PRESS ENTER TO DISPLAY THE NINE    *
      *   LINES: 1 HEADING, 2-8 BODY, 9 ITEM LINE                      *
      * - TYPE/EDIT THE LINES AND PRESS PF5 TO SAVE - THE TEMPLATE IS  *
      *   REPLACED AS A WHOLE; A BLANK LINE IS NOT STORED              *
      * - PRESS PF6 TO DELETE THE TEMPLATE SHOWN (THAT LANGUAGE THEN   *
      *   FALLS BACK TO EN; WITH NO EN THE PROGRAMS' OWN WORDING)      *
      * - PRESS PF7/PF8 TO BROWSE TO THE PREVIOUS/NEXT TEMPLATE        *
      * - PRESS PF9 TO PREVIEW THE LINES ON THE SCREEN, SAVED OR NOT,  *
      *   WITH SAMPLE VALUES IN THE SUBSTITUTION FIELDS AND THE        *
      *   OPERATOR'S OWN BRANCH AS &BRANCH; PF9 OR ENTER AGAIN GOES    *
      *   BACK TO THE WORDING AS TYPED                                 *
      * - PRESS PF3 TO EXIT                                            *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   23,2020 - NOTICE TYPE C (CLOSURE RE-DATING,      (1223CL)*
      *               X SENT BY CLOSRDAT) CAN BE WORDED HERE TOO       *
      * DEC   09,2020 - INITIAL VERSION                        (1209NT)*
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.NOTICE_TEMPLATES (I/O) - NOTICE WORDING (SEE DCLNTT)   *
      * IBMUSER.OPER_AUTH (INPUT) - OPERATOR'S BRANCH FOR THE PREVIEW  *
      *                                                                *
      * 0000-MAIN                      2300-DELETE-TEMPLATE            *
      * 1000-INIT-SCREEN               2400-BROWSE-TEMPLATE            *
      * 1100-CHECK-AUTHORITY           2500-LOAD-TEMPLATE              *
      * 1200-SEND-BLANK-MAP            2510-FETCH-ONE-LINE             *
      * 2000-RECEIVE-MAP               2600-PREVIEW-TEMPLATE           *
      * 2010-TAKE-ONE-SCREEN-LINE      2610-PREVIEW-ONE-LINE           *
      * 2050-EDIT-KEY                  2620-SHOW-PREVIEW-LINE          *
      * 2100-READ-TEMPLATE             2700-SHOW-ONE-LINE              *
      * 2200-SAVE-TEMPLATE             3000-SEND-RECEIVE-SCREEN        *
      * 2210-INSERT-ONE-LINE           8000-GET-OPERATOR-ID            *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-LINE-IX           PIC S9(04) COMP   VALUE 0.
           05  WS-LINE-COUNT        PIC S9(04) COMP   VALUE 0.
           05  WS-TYPE-COUNT        PIC S9(04) COMP   VALUE 0.
           05  WS-BROWSE-KEY        PIC X(03)         VALUE SPACES.
           05  WS-KEY-SW            PIC 9             VALUE 0.
               88  KEY-OK                             VALUE 1.
           05  WS-EOC-SW            PIC 9             VALUE 0.
               88  TEMPLATE-LINES-DONE                VALUE 1.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
               10  WS-NTCM-TRNID    PIC X(04)         VALUE 'NTCM'.
           05  WS-MAPIDS.
               10  WS-NTMMAP-NAME   PIC X(07)         VALUE 'NTMMAP'.
               10  WS-NTMSET-NAME   PIC X(07)         VALUE 'NTMSET'.
           05  WS-PGMIDS.
               10  WS-AUTHCHK-PGMID PIC X(08)         VALUE 'AUTHCHK'.
1223CL     05  WS-NOTICE-TYPES      PIC X(08)         VALUE 'O2FRHXLC'.
           05  WS-FOUND-MSG         PIC X(60)         VALUE
               'TEMPLATE FOUND - PF5 SAVE, PF6 DELETE, PF9 PREVIEW'.
           05  WS-SAMPLE-VALUES.
               10  WS-SAMPLE-NAME   PIC X(60)
                                    VALUE 'SAMPLE PATRON NAME'.
               10  WS-SAMPLE-TITLE  PIC X(60)
                                    VALUE 'SAMPLE BOOK TITLE'.
               10  WS-SAMPLE-DUE    PIC X(10)  VALUE '2020-12-31'.
               10  WS-SAMPLE-AMOUNT PIC X(12)  VALUE '25.00'.
               10  WS-SAMPLE-ITEM   PIC X(09)  VALUE '12345'.
               10  WS-SAMPLE-PATRON PIC X(09)  VALUE '67890'.

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

       01  WS-AUTHCHK-COMMAREA.
           05  WS-OPERATOR-ID       PIC X(08)         VALUE SPACES.
           05  WS-AUTHORIZED-SW     PIC 9             VALUE 0.
               88  AUTHORIZED                         VALUE 1.
           05  WS-AUTH-FUNC         PIC X             VALUE 'S'.

       01  WS-SIGNON-USERID         PIC X(08)         VALUE SPACES.

       01  WS-NTCRNDR-PARMS.
           05  WS-NR-FUNC           PIC X             VALUE 'P'.
           05  WS-NR-TYPE           PIC X             VALUE SPACE.
           05  WS-NR-LANG           PIC X(02)         VALUE SPACES.
           05  WS-NR-FIELDS.
               10  WS-NR-NAME       PIC X(60)         VALUE SPACES.
               10  WS-NR-TITLE      PIC X(60)         VALUE SPACES.
               10  WS-NR-DUE        PIC X(10)         VALUE SPACES.
               10  WS-NR-AMOUNT     PIC X(12)         VALUE SPACES.
               10  WS-NR-BRANCH-ID  PIC S9(09) COMP   VALUE 0.
               10  WS-NR-ITEM       PIC X(09)         VALUE SPACES.
               10  WS-NR-PATRON     PIC X(09)         VALUE SPACES.
           05  WS-NR-LANG-USED      PIC X(02)         VALUE SPACES.
           05  WS-NR-RESULT         PIC X             VALUE 'N'.
           05  WS-NR-LINE-TBL.
               10  WS-NR-LINE       OCCURS 9 TIMES.
                   15  WS-NR-LINE-SW
                                    PIC X.
                   15  WS-NR-LINE-TEXT
                                    PIC X(132).
           05  WS-NR-RC             PIC S9(04) COMP   VALUE 0.

      **COPYBOOK FOR SYMBOLIC MAP
       COPY NTMSET.

       COPY DFHAID.
       COPY DFHBMSCA.

           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE DCLNTT  END-EXEC.
           EXEC SQL INCLUDE DCLOPAU END-EXEC.

           EXEC SQL DECLARE CURNTTMT CURSOR FOR
                SELECT LINE_NO
                      ,LINE_TEXT
                  FROM IBMUSER.NOTICE_TEMPLATES
                 WHERE NOTICE_TYPE = :TBLNTT-NOTICE-TYPE
                   AND LANG_CODE   = :TBLNTT-LANG-CODE
                 ORDER BY LINE_NO
           END-EXEC.

      **    THE WORDING AS TYPED RIDES IN THE COMMAREA WHILE A
      **    PREVIEW IS ON THE SCREEN, SO THE WAY BACK LOSES NOTHING
       01  WS-COMMAREA.
           05  CA-PREVIEW-SW        PIC X             VALUE 'N'.
               88  PREVIEW-SHOWN                      VALUE 'Y'.
           05  CA-NOTICE-TYPE       PIC X             VALUE SPACE.
           05  CA-LANG-CODE         PIC X(02)         VALUE SPACES.
           05  CA-LINE-TEXT         PIC X(100)        OCCURS 9 TIMES.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-PREVIEW-SW        PIC X.
           05  LS-NOTICE-TYPE       PIC X.
           05  LS-LANG-CODE         PIC X(02).
           05  LS-LINE-TEXT         PIC X(100)        OCCURS 9 TIMES.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

            IF EIBCALEN = 0
               PERFORM 1000-INIT-SCREEN
            ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHPF3
                        MOVE 'TRANSACTION TERMINATED' TO WS-SEND-MSG
                        PERFORM 9999-TERMINATE
                   WHEN DFHENTER
                        PERFORM 2000-RECEIVE-MAP
                        IF PREVIEW-SHOWN
                           PERFORM 2600-PREVIEW-TEMPLATE
                        ELSE
                           PERFORM 2100-READ-TEMPLATE
                        END-IF
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF5
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2200-SAVE-TEMPLATE
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF6
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2300-DELETE-TEMPLATE
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF7
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2400-BROWSE-TEMPLATE
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF8
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2400-BROWSE-TEMPLATE
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF9
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2600-PREVIEW-TEMPLATE
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN OTHER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
               END-EVALUATE
            END-IF

            MOVE WS-COMMAREA TO DFHCOMMAREA

            EXEC CICS
                 RETURN TRANSID  (WS-NTCM-TRNID)
                        COMMAREA (DFHCOMMAREA)
                        RESP     (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'RETURN TRANSID' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1000-INIT-SCREEN.
            MOVE '1000-INIT-SCREEN' TO ERR-LOC

            PERFORM 1100-CHECK-AUTHORITY

            IF AUTHORIZED
               PERFORM 1200-SEND-BLANK-MAP
            ELSE
               MOVE 'NOT AUTHORIZED TO MAINTAIN NOTICE WORDING'
                 TO WS-SEND-MSG
               PERFORM 9999-TERMINATE
            END-IF
            .

       1100-CHECK-AUTHORITY.
            MOVE '1100-CHECK-AUTHORITY' TO ERR-LOC

            PERFORM 8000-GET-OPERATOR-ID
            MOVE WS-SIGNON-USERID TO WS-OPERATOR-ID
            MOVE 0 TO WS-AUTHORIZED-SW

            EXEC CICS LINK
                 PROGRAM  (WS-AUTHCHK-PGMID)
                 COMMAREA (WS-AUTHCHK-COMMAREA)
                 RESP     (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'LINK PROGRAM' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1200-SEND-BLANK-MAP.
            MOVE '1200-SEND-BLANK-MAP' TO ERR-LOC

            MOVE LOW-VALUES TO NTMMAPO
            MOVE 'ENTER A NOTICE TYPE AND LANGUAGE AND PRESS ENTER'
              TO MSGLNO

            EXEC CICS
                 SEND MAP    (WS-NTMMAP-NAME)
                      MAPSET (WS-NTMSET-NAME)
                      FROM   (NTMMAPO)
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
                 RECEIVE MAP    (WS-NTMMAP-NAME)
                         MAPSET (WS-NTMSET-NAME)
                         INTO   (NTMMAPI)
                         RESP   (EVAL-CODE)
                         ASIS
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
            AND EVAL-CODE NOT = DFHRESP (MAPFAIL)
               MOVE 'RECEIVE MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

      **    WHILE A PREVIEW IS SHOWN THE SCREEN LINES ARE RENDERED
      **    TEXT - THE WORDING AS TYPED IS THE COPY IN THE COMMAREA
            IF NOT PREVIEW-SHOWN
               PERFORM 2010-TAKE-ONE-SCREEN-LINE
                         VARYING WS-LINE-IX FROM 1 BY 1
                         UNTIL WS-LINE-IX > 9
            END-IF
            .

       2010-TAKE-ONE-SCREEN-LINE.
            INSPECT NTTXTI (WS-LINE-IX)
                    REPLACING ALL LOW-VALUE BY SPACE
            MOVE NTTXTI (WS-LINE-IX) TO CA-LINE-TEXT (WS-LINE-IX)
            .

       2050-EDIT-KEY.
            MOVE '2050-EDIT-KEY' TO ERR-LOC

            MOVE 0 TO WS-KEY-SW
            IF NTTYPEI = LOW-VALUE
               MOVE SPACE TO NTTYPEI
            END-IF
            MOVE FUNCTION UPPER-CASE (NTTYPEI) TO TBLNTT-NOTICE-TYPE
            IF FUNCTION TRIM (NTLANGI) = SPACES
            OR NTLANGI = LOW-VALUES
               MOVE 'EN' TO TBLNTT-LANG-CODE
            ELSE
               MOVE FUNCTION UPPER-CASE (NTLANGI) TO TBLNTT-LANG-CODE
            END-IF

            MOVE 0 TO WS-TYPE-COUNT
            IF TBLNTT-NOTICE-TYPE NOT = SPACE
               INSPECT WS-NOTICE-TYPES TALLYING WS-TYPE-COUNT
                       FOR ALL TBLNTT-NOTICE-TYPE
            END-IF

            IF WS-TYPE-COUNT = 0
1223CL         MOVE 'NOTICE TYPE MUST BE O 2 F R H X L OR C' TO MSGLNO
            ELSE
            IF TBLNTT-LANG-CODE (1:1) = SPACE
            OR TBLNTT-LANG-CODE (2:1) = SPACE
               MOVE 'LANGUAGE IS A 2-LETTER CODE (EN, ES ...)'
                 TO MSGLNO
            ELSE
               SET KEY-OK TO TRUE
               MOVE TBLNTT-NOTICE-TYPE TO CA-NOTICE-TYPE
               MOVE TBLNTT-LANG-CODE   TO CA-LANG-CODE
            END-IF
            END-IF

            MOVE TBLNTT-NOTICE-TYPE TO NTTYPEO
            MOVE TBLNTT-LANG-CODE   TO NTLANGO
            .

       2100-READ-TEMPLATE.
            MOVE '2100-READ-TEMPLATE' TO ERR-LOC

            PERFORM 2050-EDIT-KEY

            IF KEY-OK
               PERFORM 2500-LOAD-TEMPLATE
               IF WS-LINE-COUNT > 0
                  MOVE WS-FOUND-MSG TO MSGLNO
               ELSE
                  MOVE 'NO TEMPLATE - TYPE THE LINES, PF5 ADDS'
                    TO MSGLNO
               END-IF
            END-IF
            .

       2200-SAVE-TEMPLATE.
            MOVE '2200-SAVE-TEMPLATE' TO ERR-LOC

            IF PREVIEW-SHOWN
               MOVE 'PREVIEW SHOWN - PF9 BACK TO THE WORDING FIRST'
                 TO MSGLNO
            ELSE
               PERFORM 2050-EDIT-KEY
            END-IF

            IF KEY-OK AND NOT PREVIEW-SHOWN
               MOVE 0 TO WS-LINE-COUNT
               PERFORM 2700-SHOW-ONE-LINE
                         VARYING WS-LINE-IX FROM 1 BY 1
                         UNTIL WS-LINE-IX > 9

               IF WS-LINE-COUNT = 0
                  MOVE 'NOTHING TO SAVE - PF6 DELETES A TEMPLATE'
                    TO MSGLNO
               ELSE
      **          THE TEMPLATE IS REPLACED AS A WHOLE, SO A LINE
      **          BLANKED ON THE SCREEN DROPS OUT OF THE NOTICE
                  EXEC SQL
                       DELETE FROM IBMUSER.NOTICE_TEMPLATES
                        WHERE NOTICE_TYPE = :TBLNTT-NOTICE-TYPE
                          AND LANG_CODE   = :TBLNTT-LANG-CODE
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK AND NOT SQL-NOTFOUND
                     MOVE 'DELETE NOTICE_TEMPLATES' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF

                  PERFORM 8000-GET-OPERATOR-ID
                  MOVE WS-SIGNON-USERID TO TBLNTT-UPDATED-BY-TEXT
                  MOVE FUNCTION LENGTH
                         (FUNCTION TRIM (WS-SIGNON-USERID))
                    TO TBLNTT-UPDATED-BY-LEN

                  PERFORM 2210-INSERT-ONE-LINE
                            VARYING WS-LINE-IX FROM 1 BY 1
                            UNTIL WS-LINE-IX > 9

                  MOVE 'TEMPLATE SAVED' TO MSGLNO
               END-IF
            END-IF
            .

       2210-INSERT-ONE-LINE.
            IF CA-LINE-TEXT (WS-LINE-IX) NOT = SPACES
               MOVE WS-LINE-IX TO TBLNTT-LINE-NO
               MOVE CA-LINE-TEXT (WS-LINE-IX)
                 TO TBLNTT-LINE-TEXT-TEXT
               MOVE 100 TO TBLNTT-LINE-TEXT-LEN

               EXEC SQL
                    INSERT INTO IBMUSER.NOTICE_TEMPLATES
                           (NOTICE_TYPE, LANG_CODE, LINE_NO,
                            LINE_TEXT, UPDATED_BY, UPDATED_DATE)
                    VALUES (:TBLNTT-NOTICE-TYPE, :TBLNTT-LANG-CODE,
                            :TBLNTT-LINE-NO,
                            RTRIM(:TBLNTT-LINE-TEXT),
                            :TBLNTT-UPDATED-BY, CURRENT DATE)
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'INSERT NOTICE_TEMPLATES' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF
            END-IF
            .

       2300-DELETE-TEMPLATE.
            MOVE '2300-DELETE-TEMPLATE' TO ERR-LOC

            IF PREVIEW-SHOWN
               MOVE 'PREVIEW SHOWN - PF9 BACK TO THE WORDING FIRST'
                 TO MSGLNO
            ELSE
               PERFORM 2050-EDIT-KEY
            END-IF

            IF KEY-OK AND NOT PREVIEW-SHOWN
               EXEC SQL
                    DELETE FROM IBMUSER.NOTICE_TEMPLATES
                     WHERE NOTICE_TYPE = :TBLNTT-NOTICE-TYPE
                       AND LANG_CODE   = :TBLNTT-LANG-CODE
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        MOVE SPACES TO CA-LINE-TEXT (1)
                                       CA-LINE-TEXT (2)
                                       CA-LINE-TEXT (3)
                                       CA-LINE-TEXT (4)
                                       CA-LINE-TEXT (5)
                                       CA-LINE-TEXT (6)
                                       CA-LINE-TEXT (7)
                                       CA-LINE-TEXT (8)
                                       CA-LINE-TEXT (9)
                        PERFORM 2700-SHOW-ONE-LINE
                                  VARYING WS-LINE-IX FROM 1 BY 1
                                  UNTIL WS-LINE-IX > 9
                        MOVE 'TEMPLATE DELETED' TO MSGLNO
                   WHEN SQL-NOTFOUND
                        MOVE 'TEMPLATE NOT FOUND - NOTHING DELETED'
                          TO MSGLNO
                   WHEN OTHER
                        MOVE 'DELETE NOTICE_TEMPLATES' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF
            .

       2400-BROWSE-TEMPLATE.
            MOVE '2400-BROWSE-TEMPLATE' TO ERR-LOC

            MOVE 'N' TO CA-PREVIEW-SW
            MOVE SPACES TO WS-BROWSE-KEY
            IF NTTYPEI NOT = LOW-VALUE
               MOVE FUNCTION UPPER-CASE (NTTYPEI) TO WS-BROWSE-KEY (1:1)
            END-IF
            IF NTLANGI NOT = LOW-VALUES
               MOVE FUNCTION UPPER-CASE (NTLANGI) TO WS-BROWSE-KEY (2:2)
            END-IF

      **    ONE TEMPLATE IS ALL THE ROWS OF ONE TYPE + LANGUAGE
            IF EIBAID = DFHPF8
               EXEC SQL
                    SELECT NOTICE_TYPE, LANG_CODE
                      INTO :TBLNTT-NOTICE-TYPE, :TBLNTT-LANG-CODE
                      FROM IBMUSER.NOTICE_TEMPLATES
                     WHERE NOTICE_TYPE CONCAT LANG_CODE > :WS-BROWSE-KEY
                     ORDER BY NOTICE_TYPE, LANG_CODE
                     FETCH FIRST 1 ROW ONLY
               END-EXEC
            ELSE
               EXEC SQL
                    SELECT NOTICE_TYPE, LANG_CODE
                      INTO :TBLNTT-NOTICE-TYPE, :TBLNTT-LANG-CODE
                      FROM IBMUSER.NOTICE_TEMPLATES
                     WHERE NOTICE_TYPE CONCAT LANG_CODE < :WS-BROWSE-KEY
                     ORDER BY NOTICE_TYPE DESC, LANG_CODE DESC
                     FETCH FIRST 1 ROW ONLY
               END-EXEC
            END-IF

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLNTT-NOTICE-TYPE TO NTTYPEO CA-NOTICE-TYPE
                     MOVE TBLNTT-LANG-CODE   TO NTLANGO CA-LANG-CODE
                     PERFORM 2500-LOAD-TEMPLATE
                     MOVE WS-FOUND-MSG TO MSGLNO
                WHEN SQL-NOTFOUND
                     MOVE 'NO MORE TEMPLATES IN THAT DIRECTION'
                       TO MSGLNO
                WHEN OTHER
                     MOVE 'SELECT NOTICE_TEMPLATES' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2500-LOAD-TEMPLATE.
            MOVE '2500-LOAD-TEMPLATE' TO ERR-LOC

            MOVE 'N' TO CA-PREVIEW-SW
            MOVE SPACES TO CA-LINE-TEXT (1) CA-LINE-TEXT (2)
                           CA-LINE-TEXT (3) CA-LINE-TEXT (4)
                           CA-LINE-TEXT (5) CA-LINE-TEXT (6)
                           CA-LINE-TEXT (7) CA-LINE-TEXT (8)
                           CA-LINE-TEXT (9)
            MOVE 0 TO WS-LINE-COUNT

            EXEC SQL OPEN CURNTTMT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURNTTMT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE 0 TO WS-EOC-SW
            PERFORM 2510-FETCH-ONE-LINE UNTIL TEMPLATE-LINES-DONE

            EXEC SQL CLOSE CURNTTMT END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURNTTMT' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE 0 TO WS-LINE-COUNT
            PERFORM 2700-SHOW-ONE-LINE
                      VARYING WS-LINE-IX FROM 1 BY 1
                      UNTIL WS-LINE-IX > 9
            .

       2510-FETCH-ONE-LINE.
            MOVE '2510-FETCH-ONE-LINE' TO ERR-LOC

            INITIALIZE TBLNTT-LINE-TEXT

            EXEC SQL
                 FETCH CURNTTMT
                  INTO :TBLNTT-LINE-NO
                      ,:TBLNTT-LINE-TEXT
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     IF TBLNTT-LINE-NO > 0 AND TBLNTT-LINE-NO < 10
                        MOVE TBLNTT-LINE-TEXT-TEXT
                          TO CA-LINE-TEXT (TBLNTT-LINE-NO)
                     END-IF
                WHEN SQL-NOTFOUND
                     SET TEMPLATE-LINES-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURNTTMT' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2600-PREVIEW-TEMPLATE.
            MOVE '2600-PREVIEW-TEMPLATE' TO ERR-LOC

      **    A SECOND PF9 (OR ENTER) PUTS THE WORDING BACK AS TYPED
            IF PREVIEW-SHOWN
               MOVE 'N' TO CA-PREVIEW-SW
               MOVE 0 TO WS-LINE-COUNT
               PERFORM 2700-SHOW-ONE-LINE
                         VARYING WS-LINE-IX FROM 1 BY 1
                         UNTIL WS-LINE-IX > 9
               MOVE CA-NOTICE-TYPE TO NTTYPEO
               MOVE CA-LANG-CODE   TO NTLANGO
               MOVE 'BACK TO THE WORDING - PF5 SAVES IT' TO MSGLNO
            ELSE
               PERFORM 2050-EDIT-KEY
               IF KEY-OK
                  PERFORM 2610-PREVIEW-ONE-LINE
                            VARYING WS-LINE-IX FROM 1 BY 1
                            UNTIL WS-LINE-IX > 9

      **          THE OPERATOR'S OWN BRANCH STANDS IN FOR &BRANCH
                  PERFORM 8000-GET-OPERATOR-ID
                  MOVE WS-SIGNON-USERID TO TBLOAU-OPERATOR-ID-TEXT
                  MOVE FUNCTION LENGTH
                         (FUNCTION TRIM (WS-SIGNON-USERID))
                    TO TBLOAU-OPERATOR-ID-LEN
                  MOVE 0 TO TBLOAU-BRANCH-ID

                  EXEC SQL
                       SELECT BRANCH_ID
                         INTO :TBLOAU-BRANCH-ID
                         FROM IBMUSER.OPER_AUTH
                        WHERE OPERATOR_ID = :TBLOAU-OPERATOR-ID
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK AND NOT SQL-NOTFOUND
                     MOVE 'SELECT OPER_AUTH' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF

                  MOVE 'P'                TO WS-NR-FUNC
                  MOVE TBLNTT-NOTICE-TYPE TO WS-NR-TYPE
                  MOVE TBLNTT-LANG-CODE   TO WS-NR-LANG
                  MOVE WS-SAMPLE-NAME     TO WS-NR-NAME
                  MOVE WS-SAMPLE-TITLE    TO WS-NR-TITLE
                  MOVE WS-SAMPLE-DUE      TO WS-NR-DUE
                  MOVE WS-SAMPLE-AMOUNT   TO WS-NR-AMOUNT
                  MOVE TBLOAU-BRANCH-ID   TO WS-NR-BRANCH-ID
                  MOVE WS-SAMPLE-ITEM     TO WS-NR-ITEM
                  MOVE WS-SAMPLE-PATRON   TO WS-NR-PATRON
                  MOVE 0                  TO WS-NR-RC
                  CALL 'NTCRNDR' USING WS-NTCRNDR-PARMS

                  IF WS-NR-RC NOT = 0
                     MOVE WS-NR-RC TO EVAL-CODE
                     MOVE 'CALL NTCRNDR' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF

                  PERFORM 2620-SHOW-PREVIEW-LINE
                            VARYING WS-LINE-IX FROM 1 BY 1
                            UNTIL WS-LINE-IX > 9
                  MOVE 'Y' TO CA-PREVIEW-SW
                  MOVE 'PREVIEW WITH SAMPLE VALUES - PF9 BACK TO EDIT'
                    TO MSGLNO
               END-IF
            END-IF
            .

       2610-PREVIEW-ONE-LINE.
            MOVE SPACES TO WS-NR-LINE-TEXT (WS-LINE-IX)
            IF CA-LINE-TEXT (WS-LINE-IX) = SPACES
               MOVE 'N' TO WS-NR-LINE-SW (WS-LINE-IX)
            ELSE
               MOVE 'Y' TO WS-NR-LINE-SW (WS-LINE-IX)
               MOVE CA-LINE-TEXT (WS-LINE-IX)
                 TO WS-NR-LINE-TEXT (WS-LINE-IX)
            END-IF
            .

       2620-SHOW-PREVIEW-LINE.
            IF WS-NR-LINE-SW (WS-LINE-IX) = 'Y'
               MOVE WS-NR-LINE-TEXT (WS-LINE-IX) (1:100)
                 TO NTTXTO (WS-LINE-IX)
            ELSE
               MOVE SPACES TO NTTXTO (WS-LINE-IX)
            END-IF
            .

       2700-SHOW-ONE-LINE.
            MOVE CA-LINE-TEXT (WS-LINE-IX) TO NTTXTO (WS-LINE-IX)
            IF CA-LINE-TEXT (WS-LINE-IX) NOT = SPACES
               ADD 1 TO WS-LINE-COUNT
            END-IF
            .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

            EXEC CICS
                 SEND MAP    (WS-NTMMAP-NAME)
                      MAPSET (WS-NTMSET-NAME)
                      FROM   (NTMMAPO)
                      ERASE
                      RESP   (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'SEND MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       8000-GET-OPERATOR-ID.
            MOVE '8000-GET-OPERATOR-ID' TO ERR-LOC

      **    REAL SIGNED-ON OPERATOR IDENTITY; A TERMINAL WITH NO
      **    SIGN-ON FALLS BACK TO EIBTRMID
            MOVE SPACES TO WS-SIGNON-USERID

            EXEC CICS ASSIGN
                 USERID (WS-SIGNON-USERID)
                 RESP   (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
            OR WS-SIGNON-USERID = SPACES
               MOVE EIBTRMID TO WS-SIGNON-USERID
            END-IF
            .

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
