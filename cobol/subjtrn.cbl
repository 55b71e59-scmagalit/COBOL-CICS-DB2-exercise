      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SUBJTRN.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/30/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * SUBJECT AUTHORITY MAINTENANCE WITH SEE/SEE-ALSO AND MERGE      *
      *----------------------------------------------------------------*
      * - GENRE IS ONE COARSE WORD PER BOOK. IBMUSER.SUBJECTS IS A     *
      *   CONTROLLED LIST OF HEADINGS, LINKED MANY-TO-MANY TO BOOKS    *
      *   THROUGH BOOK_SUBJECTS (ASSIGNED ON TRAN2DB2). SAME READ/     *
      *   SAVE/DELETE/BROWSE/MERGE SHAPE AS AUTHTRN                    *
      * - ENTER AN ID (OR, WITH THE ID BLANK, A HEADING) AND PRESS     *
      *   ENTER TO DISPLAY; EDIT AND PF5 TO SAVE (BLANK ID + PF5       *
      *   ADDS VIA NEXTID). HEADINGS ARE STORED UPPER-CASE AND MUST    *
      *   BE UNIQUE                                                    *
      * - SEE: A NON-PREFERRED TERM CARRIES THE ID OF ITS PREFERRED    *
      *   HEADING IN THE SEE FIELD. ONLY PREFERRED HEADINGS ARE        *
      *   ASSIGNED TO BOOKS; TRAN2DB2 RESOLVES A SEE TERM TO ITS       *
      *   PREFERRED HEADING AND KWMAINT INDEXES BOTH, SO EITHER WORD   *
      *   FINDS THE BOOK. A HEADING WITH BOOKS CANNOT BECOME A SEE     *
      *   TERM (MERGE IT INSTEAD)                                      *
      * - PF10/PF11 ADD/REMOVE A SEE-ALSO REFERENCE TO THE PREFERRED   *
      *   HEADING WHOSE ID IS IN THE SEE-ALSO FIELD (STORED BOTH       *
      *   WAYS); THE FIRST FOUR ARE LISTED UNDER THE HEADING           *
      * - PF6 DELETES THE HEADING SHOWN (REFUSED WHILE BOOKS OR SEE    *
      *   TERMS STILL POINT AT IT - MERGE FIRST)                       *
      * - PF9 MERGES THE MERGE-FROM HEADING INTO THE ONE SHOWN: ITS    *
      *   BOOK_SUBJECTS ROWS, SEE TERMS AND SEE-ALSO REFERENCES ARE    *
      *   REPOINTED (ROWS THE SURVIVOR ALREADY HAS ARE DROPPED), AND   *
      *   THE OLD HEADING IS KEPT AS A SEE TERM FOR THE SURVIVOR SO    *
      *   PATRONS SEARCHING THE OLD WORDING STILL FIND THE BOOKS       *
      * - EVERY BOOK WHOSE INDEXED TERMS CHANGE IS RE-KEYWORDED        *
      *   THROUGH KWMAINT                                              *
      * - PF7/PF8 BROWSE IN HEADING ORDER, PF3 EXIT                    *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   30,2020 - INITIAL VERSION                        (1130SH)*
      *                                                                *
      * FILES:                                                         *
      * IBMUSER.SUBJECTS         (I/O) - SUBJECT AUTHORITY (DCLSBJ)    *
      * IBMUSER.SUBJECT_SEE_ALSO (I/O) - SEE-ALSO PAIRS (DCLSSA)       *
      * IBMUSER.BOOK_SUBJECTS    (I/O) - REPOINTED ON MERGE (DCLBKSB)  *
      * IBMUSER.KWIDX            (O)   - VIA KWMAINT                   *
      *                                                                *
      * 0000-MAIN                      2500-MERGE-SUBJECT              *
      * 1000-SEND-BLANK-MAP            2510-MERGE-SEE-ALSO             *
      * 2000-RECEIVE-MAP               2600-ADD-SEE-ALSO               *
      * 2100-READ-SUBJECT              2700-REMOVE-SEE-ALSO            *
      * 2150-SHOW-SUBJECT              2800-CHECK-PREFERRED            *
      * 2160-LIST-SEE-ALSO             2900-DROP-SEE-ALSO              *
      * 2170-SHOW-ONE-SEE-ALSO         3000-SEND-RECEIVE-SCREEN        *
      * 2200-SAVE-SUBJECT              8100-GET-NEXT-ID                *
      * 2210-EDIT-SUBJECT              8300-REKEY-BOOKS                *
      * 2300-DELETE-SUBJECT            8310-REKEY-ONE-BOOK             *
      * 2400-BROWSE-SUBJECT            9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-SUBJECT-ID        PIC S9(09) COMP   VALUE 0.
           05  WS-SEE-ID            PIC S9(09) COMP   VALUE 0.
           05  WS-OLD-SEE-ID        PIC S9(09) COMP   VALUE 0.
           05  WS-ALSO-ID           PIC S9(09) COMP   VALUE 0.
           05  WS-MERGE-FROM-ID     PIC S9(09) COMP   VALUE 0.
           05  WS-REKEY-ID          PIC S9(09) COMP   VALUE 0.
           05  WS-DUP-COUNT         PIC S9(09) COMP   VALUE 0.
           05  WS-LINK-COUNT        PIC S9(09) COMP   VALUE 0.
           05  WS-REF-COUNT         PIC S9(09) COMP   VALUE 0.
           05  WS-PREF-COUNT        PIC S9(09) COMP   VALUE 0.
           05  WS-SA-IDX            PIC S9(04) COMP   VALUE 0.
           05  IND-SEE-ID           PIC S9(04) COMP   VALUE 0.
           05  IND-OLD-SEE-ID       PIC S9(04) COMP   VALUE 0.
           05  WS-BROWSE-KEY        PIC X(60)         VALUE SPACES.
           05  WS-SA-LINE.
               10  WS-SA-ID         PIC 9(09)         VALUE 0.
               10  FILLER           PIC X(01)         VALUE SPACE.
               10  WS-SA-HEADING    PIC X(50)         VALUE SPACES.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  SUBJECT-FOUND                      VALUE 1.
           05  WS-EDIT-SW           PIC 9             VALUE 0.
               88  EDIT-OK                            VALUE 1.
           05  WS-SA-EOC-SW         PIC 9             VALUE 0.
               88  SEE-ALSO-DONE                      VALUE 1.
           05  WS-BK-EOC-SW         PIC 9             VALUE 0.
               88  BOOK-LIST-DONE                     VALUE 1.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.
               10  WS-SUBM-TRNID    PIC X(04)         VALUE 'SUBM'.
           05  WS-MAPIDS.
               10  WS-SBMAP-NAME    PIC X(07)         VALUE 'SBMAP'.
               10  WS-SBSET-NAME    PIC X(07)         VALUE 'SBSET'.
           05  WS-MSGS.
               10  WS-MSG-PREFERRED PIC X(60)         VALUE
               'FOUND - PF5 SAVE PF6 DEL PF9 MERGE PF10/11 SEE ALSO'.
               10  WS-MSG-SEE-TERM  PIC X(60)         VALUE
               'SEE TERM - BOOKS FILE UNDER THE HEADING IT POINTS TO'.

       01  WS-NEXTID-PARMS.
           05  WS-NXT-ID-NAME       PIC X(12)         VALUE SPACES.
           05  WS-NXT-NEXT-ID       PIC S9(09) COMP   VALUE 0.
           05  WS-NXT-RC            PIC S9(04) COMP   VALUE 0.

       01  WS-KWMAINT-PARMS.
           05  WS-KW-FUNC           PIC X             VALUE 'R'.
           05  WS-KW-BOOK-ID        PIC S9(09) COMP   VALUE 0.
           05  WS-KW-RC             PIC S9(04) COMP   VALUE 0.

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
       COPY SBSET.

       COPY DFHAID.
       COPY DFHBMSCA.

           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE DCLSBJ  END-EXEC.
           EXEC SQL INCLUDE DCLSSA  END-EXEC.
           EXEC SQL INCLUDE DCLBKSB END-EXEC.

           EXEC SQL DECLARE CURSBSA CURSOR FOR
                SELECT S.SUBJECT_ID, S.HEADING
                  FROM IBMUSER.SUBJECTS S
                 INNER JOIN IBMUSER.SUBJECT_SEE_ALSO A
                    ON A.RELATED_ID = S.SUBJECT_ID
                 WHERE A.SUBJECT_ID = :WS-SUBJECT-ID
                 ORDER BY S.HEADING
           END-EXEC.

           EXEC SQL DECLARE CURSBBKS CURSOR FOR
                SELECT BOOK_ID
                  FROM IBMUSER.BOOK_SUBJECTS
                 WHERE SUBJECT_ID = :WS-REKEY-ID
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
                        PERFORM 2100-READ-SUBJECT
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF5
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2200-SAVE-SUBJECT
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF6
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2300-DELETE-SUBJECT
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF7
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2400-BROWSE-SUBJECT
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF8
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2400-BROWSE-SUBJECT
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF9
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2500-MERGE-SUBJECT
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF10
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2600-ADD-SEE-ALSO
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN DFHPF11
                        PERFORM 2000-RECEIVE-MAP
                        PERFORM 2700-REMOVE-SEE-ALSO
                        PERFORM 3000-SEND-RECEIVE-SCREEN
                   WHEN OTHER
                        PERFORM 3000-SEND-RECEIVE-SCREEN
               END-EVALUATE
            END-IF

            MOVE WS-COMMAREA TO DFHCOMMAREA

            EXEC CICS
                 RETURN TRANSID  (WS-SUBM-TRNID)
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

            MOVE LOW-VALUES TO SBMAPO
            MOVE 'ENTER A SUBJECT ID OR HEADING AND PRESS ENTER'
              TO MSGLNO

            EXEC CICS
                 SEND MAP    (WS-SBMAP-NAME)
                      MAPSET (WS-SBSET-NAME)
                      FROM   (SBMAPO)
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
                 RECEIVE MAP    (WS-SBMAP-NAME)
                         MAPSET (WS-SBSET-NAME)
                         INTO   (SBMAPI)
                         RESP   (EVAL-CODE)
                         ASIS
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
            AND EVAL-CODE NOT = DFHRESP (MAPFAIL)
               MOVE 'RECEIVE MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2100-READ-SUBJECT.
            MOVE '2100-READ-SUBJECT' TO ERR-LOC

            MOVE 0 TO WS-FOUND-SW

            EVALUATE TRUE
                WHEN FUNCTION TRIM (SBIDI) NOT = SPACES
                     MOVE FUNCTION NUMVAL (SBIDI) TO WS-SUBJECT-ID
                     PERFORM 2150-SHOW-SUBJECT
                WHEN FUNCTION TRIM (SBHDGI) NOT = SPACES
      **             LOOK THE HEADING UP BY ITS WORDING
                     MOVE SPACES TO TBLSBJ-HEADING-TEXT
                     MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (SBHDGI))
                       TO TBLSBJ-HEADING-TEXT
                     MOVE FUNCTION LENGTH (FUNCTION TRIM (SBHDGI))
                       TO TBLSBJ-HEADING-LEN

                     EXEC SQL
                          SELECT SUBJECT_ID
                            INTO :TBLSBJ-SUBJECT-ID
                            FROM IBMUSER.SUBJECTS
                           WHERE HEADING = :TBLSBJ-HEADING
                     END-EXEC

                     MOVE SQLCODE TO EVAL-CODE
                     EVALUATE TRUE
                         WHEN ERR-OK
                              MOVE TBLSBJ-SUBJECT-ID TO WS-SUBJECT-ID
                              PERFORM 2150-SHOW-SUBJECT
                         WHEN SQL-NOTFOUND
                              MOVE 'NO SUCH HEADING - PF5 ADDS IT'
                                TO MSGLNO
                         WHEN OTHER
                              MOVE 'SELECT SUBJECTS HEADING'
                                TO ERR-MSG
                              PERFORM 9999-ERROR-HANDLING
                     END-EVALUATE
                WHEN OTHER
                     MOVE 'ENTER A SUBJECT ID OR HEADING FIRST'
                       TO MSGLNO
            END-EVALUATE
            .

      ***   DISPLAY WS-SUBJECT-ID WITH ITS SEE TARGET AND SEE-ALSO LIST
       2150-SHOW-SUBJECT.
            MOVE '2150-SHOW-SUBJECT' TO ERR-LOC

            MOVE 0 TO WS-FOUND-SW
            MOVE SPACES TO SBHDGO SBSEEO SBSEENO
                           SBSA1O SBSA2O SBSA3O SBSA4O
            MOVE WS-SUBJECT-ID TO TBLSBJ-SUBJECT-ID

            EXEC SQL
                 SELECT HEADING, SEE_ID
                   INTO :TBLSBJ-HEADING,
                        :TBLSBJ-SEE-ID :IND-SEE-ID
                   FROM IBMUSER.SUBJECTS
                  WHERE SUBJECT_ID = :TBLSBJ-SUBJECT-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     SET SUBJECT-FOUND TO TRUE
                     MOVE TBLSBJ-HEADING-TEXT TO SBHDGO
                     IF IND-SEE-ID < 0
                        PERFORM 2160-LIST-SEE-ALSO
                        MOVE WS-MSG-PREFERRED TO MSGLNO
                     ELSE
                        MOVE TBLSBJ-SEE-ID TO WS-SEE-ID
                                              SBSEEO
                        EXEC SQL
                             SELECT HEADING
                               INTO :TBLSBJ-HEADING
                               FROM IBMUSER.SUBJECTS
                              WHERE SUBJECT_ID = :WS-SEE-ID
                        END-EXEC
                        MOVE SQLCODE TO EVAL-CODE
                        IF ERR-OK
                           MOVE TBLSBJ-HEADING-TEXT TO SBSEENO
                        END-IF
                        MOVE WS-MSG-SEE-TERM  TO MSGLNO
                     END-IF
                WHEN SQL-NOTFOUND
                     MOVE 'NOT FOUND - TYPE A HEADING, PF5 ADDS'
                       TO MSGLNO
                WHEN OTHER
                     MOVE 'SELECT SUBJECTS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE

            MOVE WS-SUBJECT-ID TO SBIDO
            .

       2160-LIST-SEE-ALSO.
            MOVE '2160-LIST-SEE-ALSO' TO ERR-LOC

            EXEC SQL OPEN CURSBSA END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSBSA' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE 0 TO WS-SA-EOC-SW
            PERFORM 2170-SHOW-ONE-SEE-ALSO VARYING WS-SA-IDX
                      FROM 1 BY 1 UNTIL WS-SA-IDX > 4
                                     OR SEE-ALSO-DONE

            EXEC SQL CLOSE CURSBSA END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSBSA' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2170-SHOW-ONE-SEE-ALSO.
            EXEC SQL
                 FETCH CURSBSA
                  INTO :TBLSSA-RELATED-ID, :TBLSBJ-HEADING
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLSSA-RELATED-ID   TO WS-SA-ID
                     MOVE TBLSBJ-HEADING-TEXT TO WS-SA-HEADING
                     EVALUATE WS-SA-IDX
                         WHEN 1
                              MOVE WS-SA-LINE TO SBSA1O
                         WHEN 2
                              MOVE WS-SA-LINE TO SBSA2O
                         WHEN 3
                              MOVE WS-SA-LINE TO SBSA3O
                         WHEN OTHER
                              MOVE WS-SA-LINE TO SBSA4O
                     END-EVALUATE
                WHEN SQL-NOTFOUND
                     SET SEE-ALSO-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURSBSA' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2200-SAVE-SUBJECT.
            MOVE '2200-SAVE-SUBJECT' TO ERR-LOC

            PERFORM 2210-EDIT-SUBJECT

            IF EDIT-OK
               IF FUNCTION TRIM (SBIDI) = SPACES
                  MOVE 'SUBJECT_ID' TO WS-NXT-ID-NAME
                  PERFORM 8100-GET-NEXT-ID
                  MOVE WS-NXT-NEXT-ID TO WS-SUBJECT-ID
               END-IF
               MOVE WS-SUBJECT-ID TO TBLSBJ-SUBJECT-ID

               IF SUBJECT-FOUND
                  EXEC SQL
                       UPDATE IBMUSER.SUBJECTS
                          SET HEADING = :TBLSBJ-HEADING,
                              SEE_ID  = :TBLSBJ-SEE-ID :IND-SEE-ID
                        WHERE SUBJECT_ID = :TBLSBJ-SUBJECT-ID
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'UPDATE SUBJECTS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
               ELSE
                  EXEC SQL
                       INSERT INTO IBMUSER.SUBJECTS
                              (SUBJECT_ID, HEADING, SEE_ID)
                       VALUES (:TBLSBJ-SUBJECT-ID,
                               :TBLSBJ-HEADING,
                               :TBLSBJ-SEE-ID :IND-SEE-ID)
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  IF NOT ERR-OK
                     MOVE 'INSERT SUBJECTS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
                  END-IF
               END-IF

      **       A SEE TERM TAKES NO SEE-ALSO REFERENCES OF ITS OWN
               IF IND-SEE-ID NOT < 0
                  PERFORM 2900-DROP-SEE-ALSO
               END-IF

      **       RE-KEYWORD EVERY BOOK WHOSE INDEXED TERMS MOVED: THE
      **       HEADING'S OWN BOOKS, THE NEW SEE TARGET'S AND THE OLD
               MOVE WS-SUBJECT-ID TO WS-REKEY-ID
               PERFORM 8300-REKEY-BOOKS
               IF IND-SEE-ID NOT < 0
                  MOVE WS-SEE-ID TO WS-REKEY-ID
                  PERFORM 8300-REKEY-BOOKS
               END-IF
               IF IND-OLD-SEE-ID NOT < 0
               AND (IND-SEE-ID < 0 OR WS-OLD-SEE-ID NOT = WS-SEE-ID)
                  MOVE WS-OLD-SEE-ID TO WS-REKEY-ID
                  PERFORM 8300-REKEY-BOOKS
               END-IF

               IF SUBJECT-FOUND
                  PERFORM 2150-SHOW-SUBJECT
                  MOVE 'SUBJECT UPDATED' TO MSGLNO
               ELSE
                  PERFORM 2150-SHOW-SUBJECT
                  MOVE 'SUBJECT ADDED' TO MSGLNO
               END-IF
            END-IF
            .

      ***   SETS EDIT-OK, OR LEAVES THE REASON IN MSGLNO. ALSO LOADS
      ***   THE CURRENT ROW (SUBJECT-FOUND, WS-OLD-SEE-ID) FOR 2200
       2210-EDIT-SUBJECT.
            MOVE '2210-EDIT-SUBJECT' TO ERR-LOC

            MOVE 0  TO WS-EDIT-SW
                       WS-FOUND-SW
                       WS-SUBJECT-ID
            MOVE -1 TO IND-SEE-ID
                       IND-OLD-SEE-ID

            IF FUNCTION TRIM (SBIDI) NOT = SPACES
               MOVE FUNCTION NUMVAL (SBIDI) TO WS-SUBJECT-ID
                                               TBLSBJ-SUBJECT-ID
               EXEC SQL
                    SELECT SEE_ID
                      INTO :WS-OLD-SEE-ID :IND-OLD-SEE-ID
                      FROM IBMUSER.SUBJECTS
                     WHERE SUBJECT_ID = :TBLSBJ-SUBJECT-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        SET SUBJECT-FOUND TO TRUE
                   WHEN SQL-NOTFOUND
                        MOVE -1 TO IND-OLD-SEE-ID
                   WHEN OTHER
                        MOVE 'SELECT SUBJECTS' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF

            MOVE SPACES TO TBLSBJ-HEADING-TEXT
            MOVE 0      TO TBLSBJ-HEADING-LEN
            IF FUNCTION TRIM (SBHDGI) NOT = SPACES
               MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (SBHDGI))
                 TO TBLSBJ-HEADING-TEXT
               MOVE FUNCTION LENGTH (FUNCTION TRIM (SBHDGI))
                 TO TBLSBJ-HEADING-LEN
            END-IF

            IF FUNCTION TRIM (SBSEEI) NOT = SPACES
               MOVE FUNCTION NUMVAL (SBSEEI) TO WS-SEE-ID
                                                TBLSBJ-SEE-ID
               MOVE 0 TO IND-SEE-ID
            END-IF

            EVALUATE TRUE
                WHEN TBLSBJ-HEADING-LEN = 0
                     MOVE 'SUBJECT HEADING IS REQUIRED' TO MSGLNO
                WHEN IND-SEE-ID = 0
                 AND WS-SEE-ID = WS-SUBJECT-ID
                     MOVE 'A HEADING CANNOT BE A SEE TERM FOR ITSELF'
                       TO MSGLNO
                WHEN OTHER
                     EXEC SQL
                          SELECT COUNT(*)
                            INTO :WS-DUP-COUNT
                            FROM IBMUSER.SUBJECTS
                           WHERE HEADING     = :TBLSBJ-HEADING
                             AND SUBJECT_ID <> :WS-SUBJECT-ID
                     END-EXEC

                     MOVE SQLCODE TO EVAL-CODE
                     IF NOT ERR-OK
                        MOVE 'SELECT COUNT HEADING' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF

                     IF WS-DUP-COUNT > 0
                        MOVE 'HEADING ALREADY ON FILE - USE PF9 MERGE'
                          TO MSGLNO
                     ELSE
                        SET EDIT-OK TO TRUE
                     END-IF
            END-EVALUATE

      **    A SEE TERM MUST POINT AT A PREFERRED HEADING, AND ONLY A
      **    HEADING NOTHING FILES UNDER MAY BECOME ONE
            IF EDIT-OK
            AND IND-SEE-ID = 0
               MOVE WS-SEE-ID TO WS-ALSO-ID
               PERFORM 2800-CHECK-PREFERRED
               IF WS-PREF-COUNT = 0
                  MOVE 0 TO WS-EDIT-SW
                  MOVE 'SEE ID MUST BE AN EXISTING PREFERRED HEADING'
                    TO MSGLNO
               END-IF
            END-IF

            IF EDIT-OK
            AND IND-SEE-ID = 0
            AND SUBJECT-FOUND
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-LINK-COUNT
                      FROM IBMUSER.BOOK_SUBJECTS
                     WHERE SUBJECT_ID = :WS-SUBJECT-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT COUNT BOOK_SUBJECTS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-REF-COUNT
                      FROM IBMUSER.SUBJECTS
                     WHERE SEE_ID = :WS-SUBJECT-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT COUNT SEE REFS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               EVALUATE TRUE
                   WHEN WS-LINK-COUNT > 0
                        MOVE 0 TO WS-EDIT-SW
                        MOVE 'HEADING HAS BOOKS - PF9 MERGE IT INSTEAD'
                          TO MSGLNO
                   WHEN WS-REF-COUNT > 0
                        MOVE 0 TO WS-EDIT-SW
                        MOVE 'SEE TERMS POINT HERE - PF9 MERGE INSTEAD'
                          TO MSGLNO
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF
            .

       2300-DELETE-SUBJECT.
            MOVE '2300-DELETE-SUBJECT' TO ERR-LOC

            IF FUNCTION TRIM (SBIDI) = SPACES
               MOVE 'ENTER A SUBJECT ID TO DELETE' TO MSGLNO
            ELSE
               MOVE FUNCTION NUMVAL (SBIDI) TO WS-SUBJECT-ID
                                               TBLSBJ-SUBJECT-ID

      **       A HEADING STILL FILED UNDER OR POINTED AT CANNOT GO
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-LINK-COUNT
                      FROM IBMUSER.BOOK_SUBJECTS
                     WHERE SUBJECT_ID = :TBLSBJ-SUBJECT-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT COUNT BOOK_SUBJECTS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-REF-COUNT
                      FROM IBMUSER.SUBJECTS
                     WHERE SEE_ID = :TBLSBJ-SUBJECT-ID
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT COUNT SEE REFS' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               EVALUATE TRUE
                   WHEN WS-LINK-COUNT > 0
                        MOVE 'HEADING HAS BOOKS - MERGE FIRST'
                          TO MSGLNO
                   WHEN WS-REF-COUNT > 0
                        MOVE 'SEE TERMS STILL POINT HERE - MERGE FIRST'
                          TO MSGLNO
                   WHEN OTHER
                        MOVE -1 TO IND-OLD-SEE-ID
                        EXEC SQL
                             SELECT SEE_ID
                               INTO :WS-OLD-SEE-ID :IND-OLD-SEE-ID
                               FROM IBMUSER.SUBJECTS
                              WHERE SUBJECT_ID = :TBLSBJ-SUBJECT-ID
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK AND NOT SQL-NOTFOUND
                           MOVE 'SELECT SUBJECTS' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF

                        PERFORM 2900-DROP-SEE-ALSO

                        EXEC SQL
                             DELETE FROM IBMUSER.SUBJECTS
                              WHERE SUBJECT_ID = :TBLSBJ-SUBJECT-ID
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        EVALUATE TRUE
                            WHEN ERR-OK
                                 MOVE SPACES TO SBHDGO SBSEEO SBSEENO
                                 MOVE 'SUBJECT DELETED' TO MSGLNO
      **                         A DROPPED SEE TERM LEAVES ITS TARGET'S
      **                         BOOKS' KEYWORDS
                                 IF IND-OLD-SEE-ID NOT < 0
                                    MOVE WS-OLD-SEE-ID TO WS-REKEY-ID
                                    PERFORM 8300-REKEY-BOOKS
                                 END-IF
                            WHEN SQL-NOTFOUND
                                 MOVE 'NOT FOUND - NOTHING DELETED'
                                   TO MSGLNO
                            WHEN OTHER
                                 MOVE 'DELETE SUBJECTS' TO ERR-MSG
                                 PERFORM 9999-ERROR-HANDLING
                        END-EVALUATE
               END-EVALUATE

               MOVE WS-SUBJECT-ID TO SBIDO
            END-IF
            .

       2400-BROWSE-SUBJECT.
            MOVE '2400-BROWSE-SUBJECT' TO ERR-LOC

      **    BROWSE BY HEADING FROM THE ONE SHOWN (OR FROM EITHER END)
            IF EIBAID = DFHPF8
               MOVE LOW-VALUES  TO WS-BROWSE-KEY
            ELSE
               MOVE HIGH-VALUES TO WS-BROWSE-KEY
            END-IF

            IF FUNCTION TRIM (SBIDI) NOT = SPACES
               MOVE FUNCTION NUMVAL (SBIDI) TO TBLSBJ-SUBJECT-ID
               EXEC SQL
                    SELECT HEADING
                      INTO :TBLSBJ-HEADING
                      FROM IBMUSER.SUBJECTS
                     WHERE SUBJECT_ID = :TBLSBJ-SUBJECT-ID
               END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF ERR-OK
                  MOVE SPACES TO WS-BROWSE-KEY
                  MOVE TBLSBJ-HEADING-TEXT (1:TBLSBJ-HEADING-LEN)
                    TO WS-BROWSE-KEY
               END-IF
            END-IF

            MOVE WS-BROWSE-KEY TO TBLSBJ-HEADING-TEXT
            MOVE 60            TO TBLSBJ-HEADING-LEN

            IF EIBAID = DFHPF8
               EXEC SQL
                    SELECT SUBJECT_ID
                      INTO :TBLSBJ-SUBJECT-ID
                      FROM IBMUSER.SUBJECTS
                     WHERE HEADING > RTRIM(:TBLSBJ-HEADING)
                     ORDER BY HEADING
                     FETCH FIRST 1 ROW ONLY
               END-EXEC
            ELSE
               EXEC SQL
                    SELECT SUBJECT_ID
                      INTO :TBLSBJ-SUBJECT-ID
                      FROM IBMUSER.SUBJECTS
                     WHERE HEADING < RTRIM(:TBLSBJ-HEADING)
                     ORDER BY HEADING DESC
                     FETCH FIRST 1 ROW ONLY
               END-EXEC
            END-IF

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE TBLSBJ-SUBJECT-ID TO WS-SUBJECT-ID
                     PERFORM 2150-SHOW-SUBJECT
                WHEN SQL-NOTFOUND
                     MOVE 'NO MORE HEADINGS IN THAT DIRECTION'
                       TO MSGLNO
                WHEN OTHER
                     MOVE 'SELECT SUBJECTS BROWSE' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2500-MERGE-SUBJECT.
            MOVE '2500-MERGE-SUBJECT' TO ERR-LOC

            IF FUNCTION TRIM (SBIDI) = SPACES
            OR FUNCTION TRIM (SBMRGI) = SPACES
               MOVE 'SHOW THE SURVIVOR AND TYPE THE MERGE-FROM ID'
                 TO MSGLNO
            ELSE
               MOVE FUNCTION NUMVAL (SBIDI)  TO WS-SUBJECT-ID
               MOVE FUNCTION NUMVAL (SBMRGI) TO WS-MERGE-FROM-ID

               MOVE WS-SUBJECT-ID TO WS-ALSO-ID
               PERFORM 2800-CHECK-PREFERRED

               MOVE -1 TO IND-OLD-SEE-ID
               EXEC SQL
                    SELECT SEE_ID
                      INTO :WS-OLD-SEE-ID :IND-OLD-SEE-ID
                      FROM IBMUSER.SUBJECTS
                     WHERE SUBJECT_ID = :WS-MERGE-FROM-ID
               END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK AND NOT SQL-NOTFOUND
                  MOVE 'SELECT MERGE-FROM' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               EVALUATE TRUE
                   WHEN WS-SUBJECT-ID = WS-MERGE-FROM-ID
                        MOVE 'MERGE-FROM MUST DIFFER FROM THE SURVIVOR'
                          TO MSGLNO
                   WHEN WS-PREF-COUNT = 0
                        MOVE 'SURVIVOR MUST BE A PREFERRED HEADING'
                          TO MSGLNO
                   WHEN SQL-NOTFOUND
                        MOVE 'MERGE-FROM HEADING NOT FOUND' TO MSGLNO
                   WHEN OTHER
      **                DROP LINKS THE SURVIVOR ALREADY HAS, THEN
      **                REPOINT THE REST
                        EXEC SQL
                             DELETE FROM IBMUSER.BOOK_SUBJECTS BS
                              WHERE BS.SUBJECT_ID = :WS-MERGE-FROM-ID
                                AND EXISTS
                                    (SELECT 1
                                       FROM IBMUSER.BOOK_SUBJECTS S
                                      WHERE S.BOOK_ID = BS.BOOK_ID
                                        AND S.SUBJECT_ID =
                                            :WS-SUBJECT-ID)
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK AND NOT SQL-NOTFOUND
                           MOVE 'DELETE DUP LINKS' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF

                        EXEC SQL
                             UPDATE IBMUSER.BOOK_SUBJECTS
                                SET SUBJECT_ID = :WS-SUBJECT-ID
                              WHERE SUBJECT_ID = :WS-MERGE-FROM-ID
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK AND NOT SQL-NOTFOUND
                           MOVE 'REPOINT BOOK_SUBJECTS' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF

      **                SEE TERMS THAT POINTED AT THE OLD HEADING NOW
      **                POINT AT THE SURVIVOR
                        EXEC SQL
                             UPDATE IBMUSER.SUBJECTS
                                SET SEE_ID = :WS-SUBJECT-ID
                              WHERE SEE_ID = :WS-MERGE-FROM-ID
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK AND NOT SQL-NOTFOUND
                           MOVE 'REPOINT SEE TERMS' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF

                        PERFORM 2510-MERGE-SEE-ALSO

      **                THE OLD HEADING STAYS ON FILE AS A SEE TERM
      **                SO ITS WORDING STILL FINDS THE BOOKS
                        EXEC SQL
                             UPDATE IBMUSER.SUBJECTS
                                SET SEE_ID = :WS-SUBJECT-ID
                              WHERE SUBJECT_ID = :WS-MERGE-FROM-ID
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK
                           MOVE 'UPDATE MERGED HEADING' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF

                        MOVE WS-SUBJECT-ID TO WS-REKEY-ID
                        PERFORM 8300-REKEY-BOOKS
                        IF IND-OLD-SEE-ID NOT < 0
                        AND WS-OLD-SEE-ID NOT = WS-SUBJECT-ID
                           MOVE WS-OLD-SEE-ID TO WS-REKEY-ID
                           PERFORM 8300-REKEY-BOOKS
                        END-IF

                        PERFORM 2150-SHOW-SUBJECT
                        MOVE 'MERGED - OLD HEADING KEPT AS A SEE TERM'
                          TO MSGLNO
                        MOVE SPACES TO SBMRGO
               END-EVALUATE

               MOVE WS-SUBJECT-ID TO SBIDO
            END-IF
            .

      ***   MOVE THE OLD HEADING'S SEE-ALSO PAIRS TO THE SURVIVOR,
      ***   DROPPING ANY THE SURVIVOR HAS AND ANY THAT WOULD POINT
      ***   THE SURVIVOR AT ITSELF
       2510-MERGE-SEE-ALSO.
            MOVE '2510-MERGE-SEE-ALSO' TO ERR-LOC

            EXEC SQL
                 DELETE FROM IBMUSER.SUBJECT_SEE_ALSO
                  WHERE (SUBJECT_ID = :WS-SUBJECT-ID
                         AND RELATED_ID = :WS-MERGE-FROM-ID)
                     OR (SUBJECT_ID = :WS-MERGE-FROM-ID
                         AND RELATED_ID = :WS-SUBJECT-ID)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-NOTFOUND
               MOVE 'DELETE SELF SEE-ALSO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL
                 DELETE FROM IBMUSER.SUBJECT_SEE_ALSO SA
                  WHERE SA.SUBJECT_ID = :WS-MERGE-FROM-ID
                    AND EXISTS
                        (SELECT 1
                           FROM IBMUSER.SUBJECT_SEE_ALSO S
                          WHERE S.SUBJECT_ID = :WS-SUBJECT-ID
                            AND S.RELATED_ID = SA.RELATED_ID)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-NOTFOUND
               MOVE 'DELETE DUP SEE-ALSO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL
                 UPDATE IBMUSER.SUBJECT_SEE_ALSO
                    SET SUBJECT_ID = :WS-SUBJECT-ID
                  WHERE SUBJECT_ID = :WS-MERGE-FROM-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-NOTFOUND
               MOVE 'REPOINT SEE-ALSO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL
                 DELETE FROM IBMUSER.SUBJECT_SEE_ALSO SA
                  WHERE SA.RELATED_ID = :WS-MERGE-FROM-ID
                    AND EXISTS
                        (SELECT 1
                           FROM IBMUSER.SUBJECT_SEE_ALSO S
                          WHERE S.SUBJECT_ID = SA.SUBJECT_ID
                            AND S.RELATED_ID = :WS-SUBJECT-ID)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-NOTFOUND
               MOVE 'DELETE DUP SEE-ALSO REV' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            EXEC SQL
                 UPDATE IBMUSER.SUBJECT_SEE_ALSO
                    SET RELATED_ID = :WS-SUBJECT-ID
                  WHERE RELATED_ID = :WS-MERGE-FROM-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-NOTFOUND
               MOVE 'REPOINT SEE-ALSO REV' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       2600-ADD-SEE-ALSO.
            MOVE '2600-ADD-SEE-ALSO' TO ERR-LOC

            IF FUNCTION TRIM (SBIDI) = SPACES
            OR FUNCTION TRIM (SBALSI) = SPACES
               MOVE 'SHOW A HEADING AND TYPE THE SEE-ALSO ID'
                 TO MSGLNO
            ELSE
               MOVE FUNCTION NUMVAL (SBIDI) TO WS-SUBJECT-ID
               MOVE WS-SUBJECT-ID TO WS-ALSO-ID
               PERFORM 2800-CHECK-PREFERRED
               MOVE WS-PREF-COUNT TO WS-DUP-COUNT
               MOVE FUNCTION NUMVAL (SBALSI) TO WS-ALSO-ID
               PERFORM 2800-CHECK-PREFERRED

               EVALUATE TRUE
                   WHEN WS-ALSO-ID = WS-SUBJECT-ID
                        MOVE 'A HEADING CANNOT SEE ALSO ITSELF'
                          TO MSGLNO
                   WHEN WS-DUP-COUNT = 0
                   OR   WS-PREF-COUNT = 0
                        MOVE 'SEE ALSO LINKS TWO PREFERRED HEADINGS'
                          TO MSGLNO
                   WHEN OTHER
      **                STORE BOTH DIRECTIONS, SKIPPING ONES ON FILE
                        EXEC SQL
                             INSERT INTO IBMUSER.SUBJECT_SEE_ALSO
                                    (SUBJECT_ID, RELATED_ID)
                             SELECT :WS-SUBJECT-ID, :WS-ALSO-ID
                               FROM SYSIBM.SYSDUMMY1
                              WHERE NOT EXISTS
                                    (SELECT 1
                                       FROM IBMUSER.SUBJECT_SEE_ALSO
                                      WHERE SUBJECT_ID = :WS-SUBJECT-ID
                                        AND RELATED_ID = :WS-ALSO-ID)
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK AND NOT SQL-NOTFOUND
                           MOVE 'INSERT SEE-ALSO' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF

                        EXEC SQL
                             INSERT INTO IBMUSER.SUBJECT_SEE_ALSO
                                    (SUBJECT_ID, RELATED_ID)
                             SELECT :WS-ALSO-ID, :WS-SUBJECT-ID
                               FROM SYSIBM.SYSDUMMY1
                              WHERE NOT EXISTS
                                    (SELECT 1
                                       FROM IBMUSER.SUBJECT_SEE_ALSO
                                      WHERE SUBJECT_ID = :WS-ALSO-ID
                                        AND RELATED_ID = :WS-SUBJECT-ID)
                        END-EXEC

                        MOVE SQLCODE TO EVAL-CODE
                        IF NOT ERR-OK AND NOT SQL-NOTFOUND
                           MOVE 'INSERT SEE-ALSO REV' TO ERR-MSG
                           PERFORM 9999-ERROR-HANDLING
                        END-IF

                        PERFORM 2150-SHOW-SUBJECT
                        MOVE 'SEE-ALSO REFERENCE ADDED' TO MSGLNO
                        MOVE SPACES TO SBALSO
               END-EVALUATE
            END-IF
            .

       2700-REMOVE-SEE-ALSO.
            MOVE '2700-REMOVE-SEE-ALSO' TO ERR-LOC

            IF FUNCTION TRIM (SBIDI) = SPACES
            OR FUNCTION TRIM (SBALSI) = SPACES
               MOVE 'SHOW A HEADING AND TYPE THE SEE-ALSO ID'
                 TO MSGLNO
            ELSE
               MOVE FUNCTION NUMVAL (SBIDI)  TO WS-SUBJECT-ID
               MOVE FUNCTION NUMVAL (SBALSI) TO WS-ALSO-ID

               EXEC SQL
                    DELETE FROM IBMUSER.SUBJECT_SEE_ALSO
                     WHERE (SUBJECT_ID = :WS-SUBJECT-ID
                            AND RELATED_ID = :WS-ALSO-ID)
                        OR (SUBJECT_ID = :WS-ALSO-ID
                            AND RELATED_ID = :WS-SUBJECT-ID)
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               EVALUATE TRUE
                   WHEN ERR-OK
                        PERFORM 2150-SHOW-SUBJECT
                        MOVE 'SEE-ALSO REFERENCE REMOVED' TO MSGLNO
                        MOVE SPACES TO SBALSO
                   WHEN SQL-NOTFOUND
                        PERFORM 2150-SHOW-SUBJECT
                        MOVE 'NO SUCH SEE-ALSO REFERENCE' TO MSGLNO
                   WHEN OTHER
                        MOVE 'DELETE SEE-ALSO' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
               END-EVALUATE
            END-IF
            .

      ***   WS-PREF-COUNT = 1 WHEN WS-ALSO-ID IS A PREFERRED HEADING
       2800-CHECK-PREFERRED.
            MOVE '2800-CHECK-PREFERRED' TO ERR-LOC

            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-PREF-COUNT
                   FROM IBMUSER.SUBJECTS
                  WHERE SUBJECT_ID = :WS-ALSO-ID
                    AND SEE_ID IS NULL
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'SELECT COUNT PREFERRED' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      ***   DROP EVERY SEE-ALSO PAIR THAT NAMES WS-SUBJECT-ID
       2900-DROP-SEE-ALSO.
            MOVE '2900-DROP-SEE-ALSO' TO ERR-LOC

            EXEC SQL
                 DELETE FROM IBMUSER.SUBJECT_SEE_ALSO
                  WHERE SUBJECT_ID = :WS-SUBJECT-ID
                     OR RELATED_ID = :WS-SUBJECT-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK AND NOT SQL-NOTFOUND
               MOVE 'DELETE SEE-ALSO' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       3000-SEND-RECEIVE-SCREEN.
            MOVE '3000-SEND-RECEIVE-SCREEN' TO ERR-LOC

            EXEC CICS
                 SEND MAP    (WS-SBMAP-NAME)
                      MAPSET (WS-SBSET-NAME)
                      FROM   (SBMAPO)
                      ERASE
                      RESP   (EVAL-CODE)
            END-EXEC

            IF EVAL-CODE NOT = DFHRESP (NORMAL)
               MOVE 'SEND MAP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       8100-GET-NEXT-ID.
            MOVE '8100-GET-NEXT-ID' TO ERR-LOC

            MOVE 0 TO WS-NXT-NEXT-ID
                      WS-NXT-RC
            CALL 'NEXTID' USING WS-NEXTID-PARMS

            IF WS-NXT-RC NOT = 0
               MOVE WS-NXT-RC TO EVAL-CODE
               MOVE 'CALL NEXTID' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

      ***   RE-KEYWORD EVERY BOOK FILED UNDER HEADING WS-REKEY-ID
       8300-REKEY-BOOKS.
            MOVE '8300-REKEY-BOOKS' TO ERR-LOC

            EXEC SQL OPEN CURSBBKS END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSBBKS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            MOVE 0 TO WS-BK-EOC-SW
            PERFORM 8310-REKEY-ONE-BOOK UNTIL BOOK-LIST-DONE

            EXEC SQL CLOSE CURSBBKS END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSBBKS' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       8310-REKEY-ONE-BOOK.
            EXEC SQL
                 FETCH CURSBBKS
                  INTO :TBLBKSB-BOOK-ID
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     MOVE 'R'             TO WS-KW-FUNC
                     MOVE TBLBKSB-BOOK-ID TO WS-KW-BOOK-ID
                     MOVE 0               TO WS-KW-RC
                     CALL 'KWMAINT' USING WS-KWMAINT-PARMS
                     IF WS-KW-RC NOT = 0
                        MOVE WS-KW-RC TO EVAL-CODE
                        MOVE 'CALL KWMAINT' TO ERR-MSG
                        PERFORM 9999-ERROR-HANDLING
                     END-IF
                WHEN SQL-NOTFOUND
                     SET BOOK-LIST-DONE TO TRUE
                WHEN OTHER
                     MOVE 'FETCH CURSBBKS' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            MOVE WS-ERROR  TO WS-SEND-MSG
      **    DISCARD ANY HALF-APPLIED MERGE BEFORE ENDING THE TASK
            EXEC CICS
                 SYNCPOINT ROLLBACK
                 RESP (EVAL-CODE)
            END-EXEC
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
