      * - DELETE MODE: WALKS DELQ TS QUEUE, NO SCREEN, SOFT DELETE     *
      * - RESTORE MODE: WALKS RESQ TS QUEUE, NO SCREEN, UNDOES DELETE  *
      * - SHOWS AUTHOR NAME(S) ALONGSIDE TITLE ON THE DETAIL SCREEN    *
1125CN* - CALL NUMBER (PREFIX/CLASS/CUTTER) EDITED BY CALLNOCK - IT IS *
1125CN*   REQUIRED ON ADD, MAY STAY BLANK ON UPDATE FOR OLDER TITLES   *
1130SH* - SUBJECT HEADINGS: UP TO 3, SEPARATED BY ';', CHECKED AGAINST *
1130SH*   THE AUTHORITY FILE (SEE SUBJTRN); A SEE TERM FILES UNDER ITS *
1130SH*   PREFERRED HEADING. THE LINKS ARE ONLY REWRITTEN WHEN THE     *
1130SH*   FIELD IS CHANGED, SO A TITLE WITH MORE THAN WILL FIT KEEPS   *
1130SH*   THEM UNTIL SOMEONE EDITS THE LIST                            *
      * - RETURNS TRANSID (T2DB) TO TRAN1DB2 TO REFRESH THE LIST       *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   30,2020 - SUBJECT HEADINGS ON THE DETAIL         (1130SH)*
      *               X SCREEN (BKSUBJ): VALIDATED AGAINST             *
      *               X IBMUSER.SUBJECTS, STORED IN BOOK_SUBJECTS      *
      *               X BEFORE THE KEYWORD SYNC, AND PRINTED WITH      *
      *               X PF9                                            *
      * NOV   25,2020 - CALL NUMBER ON THE DETAIL SCREEN:      (1125CN)*
      *               X PREFIX, CLASS AND CUTTER CAPTURED ON           *
      *               X ADD/UPDATE, EDITED AND NORMALIZED BY           *
      *               X CALLNOCK, AND PRINTED WITH PF9                 *
      * NOV   05,2020 - QUEUED HOLDS CARRY THE PATRON'S PICKUP (1105PB)*
      *               X BRANCH (HOLDS.PICKUP_BRANCH - SEE              *
      *               X TRAN1DB2 PF14); WS-INCR-BOOK-ID BACK           *
      *               X INSIDE THE COMMAREA WHERE TRAN1DB2             *
      *               X EXPECTS IT                                     *
      * OCT   13,2020 - KEEP THE KEYWORD SEARCH INDEX IN STEP  (1013KW)*
      *               X (CALL KWMAINT) ON EVERY ADD, UPDATE            *
      *               X AND SOFT-DELETE                                *
      * 2010-DELETE-ONE-BOOK           2610-BUILD-AUDIT-BEFORE         *
      * 2100-PROCESS-VIEWS             2620-BUILD-AUDIT-AFTER          *
      * 2110-VIEW-ONE-BOOK             2630-WRITE-AUDIT-ROW            *
1125CN* 1275-VALIDATE-CALLNO           1276-SET-CALLNO-COLUMNS         *
1130SH* 1277-VALIDATE-SUBJECTS         2330-REPLACE-SUBJECTS           *
1130SH* 1278-RESOLVE-ONE-SUBJECT       2335-INSERT-ONE-SUBJECT         *
1130SH* 2415-FETCH-SUBJECT-NAMES       2416-ADD-ONE-SUBJECT-NAME       *
      *                                3000-SEND-RECEIVE-DETAIL        *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
0630HD     05  WS-HLD-RECORD.
0630HD         10  WS-HLD-REC-BOOK-ID    PIC X(08).
0630HD         10  WS-HLD-REC-PATRON-ID  PIC X(09).
1105PB         10  WS-HLD-REC-BRANCH-ID  PIC X(04).
0630HD     05  WS-LOAN-COUNT        PIC S9(08) COMP   VALUE 0.
0721CP     05  WS-COPY-VARS.
0721CP         10  WS-COPIES-OWNED  PIC S9(08) COMP   VALUE 0.
0816SE                              PIC S9(04) COMP   VALUE 0.
0816SE             49  WS-NEXT-VOL-TITLE-TEXT
0816SE                              PIC X(255)        VALUE SPACES.
1125CN     05  WS-CALLNO-VARS.
1125CN         10  IND-CALL-PREFIX  PIC S9(04) COMP   VALUE 0.
1125CN         10  IND-CALL-CLASS   PIC S9(04) COMP   VALUE 0.
1125CN         10  IND-CALL-CUTTER  PIC S9(04) COMP   VALUE 0.
1125CN         10  WS-CALLNO-VALID-SW PIC 9           VALUE 0.
1125CN             88  VALID-CALLNO                   VALUE 1.
1130SH     05  WS-SUBJ-VARS.
1130SH         10  WS-SUBJ-TOK      OCCURS 3 TIMES
1130SH                              PIC X(60).
1130SH         10  WS-SUBJ-ID       OCCURS 3 TIMES
1130SH                              PIC S9(09) COMP.
1130SH         10  WS-SUBJ-IDX      PIC S9(04) COMP   VALUE 0.
1130SH         10  WS-SUBJ-INPUT    PIC X(60)         VALUE SPACES.
1130SH         10  WS-SUBJ-SHOWN    PIC X(60)         VALUE SPACES.
1130SH         10  WS-SUBJ-DISPLAY  PIC X(60)         VALUE SPACES.
1130SH         10  WS-SUBJ-WORK     PIC X(60)         VALUE SPACES.
1130SH         10  IND-SEE-ID       PIC S9(04) COMP   VALUE 0.
1130SH         10  WS-SUBJ-VALID-SW PIC 9             VALUE 0.
1130SH             88  VALID-SUBJ                     VALUE 1.
1130SH         10  WS-SUBJ-EOC-SW   PIC 9             VALUE 0.
1130SH             88  SUBJECT-LIST-DONE              VALUE 1.
0713DM     05  WS-DTL-MAP-VARS.
0713DM         10  WS-DTL-BOOK-ID-NUM   PIC 9(008)     VALUE 0.
0713DM         10  WS-DTL-BOOK-ID-TXT   REDEFINES WS-DTL-BOOK-ID-NUM
0703SD     05  WS-SORT-DIR          PIC X             VALUE 'A'.
0723AV     05  WS-AVAIL-ONLY-SW     PIC 9             VALUE 0.
0806IQ     05  WS-INCR-ACTION       PIC X             VALUE SPACE.
0806IQ     05  WS-INCR-BOOK-ID      PIC S9(09) COMP   VALUE 0.
1105PB     05  WS-HOLD-BRANCH       PIC S9(09) COMP   VALUE 0.

1013KW 01  WS-KWMAINT-PARMS.
1013KW     05  WS-KW-FUNC           PIC X             VALUE SPACE.
1013KW     05  WS-KW-BOOK-ID        PIC S9(09) COMP   VALUE 0.
1013KW     05  WS-KW-RC             PIC S9(04) COMP   VALUE 0.

1125CN 01  WS-CALLNO-PARMS.
1125CN     05  WS-CN-PREFIX         PIC X(04)         VALUE SPACES.
1125CN     05  WS-CN-CLASS          PIC X(12)         VALUE SPACES.
1125CN     05  WS-CN-CUTTER         PIC X(08)         VALUE SPACES.
1125CN     05  WS-CN-DISPLAY        PIC X(26)         VALUE SPACES.
1125CN     05  WS-CN-RC             PIC S9(04) COMP   VALUE 0.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLBOOKS END-EXEC.
0630HD     EXEC SQL INCLUDE DCLHOLD END-EXEC.
0721CP     EXEC SQL INCLUDE DCLCOPY END-EXEC.
0816SE     EXEC SQL INCLUDE DCLSER  END-EXEC.
1130SH     EXEC SQL INCLUDE DCLSBJ  END-EXEC.
1130SH     EXEC SQL INCLUDE DCLBKSB END-EXEC.

1130SH     EXEC SQL DECLARE CURBKSBJ CURSOR FOR
1130SH          SELECT S.HEADING
1130SH            FROM IBMUSER.SUBJECTS S,
1130SH                 IBMUSER.BOOK_SUBJECTS BS
1130SH           WHERE BS.BOOK_ID    = :WS-BOOK-ID
1130SH             AND BS.SUBJECT_ID = S.SUBJECT_ID
1130SH           ORDER BY S.HEADING
1130SH     END-EXEC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
0723AV     05  LS-AVAIL-ONLY-SW     PIC 9.
0806IQ     05  LS-INCR-ACTION       PIC X.
0806IQ     05  LS-INCR-BOOK-ID      PIC S9(09) COMP.
1105PB     05  LS-HOLD-BRANCH       PIC S9(09) COMP.

      *------------------
       PROCEDURE DIVISION.
            PERFORM 1250-VALIDATE-PUBLISHER
0613IV      PERFORM 1260-VALIDATE-ISBN
0614RV      PERFORM 1270-VALIDATE-RATING
1125CN      PERFORM 1275-VALIDATE-CALLNO
1130SH      PERFORM 1277-VALIDATE-SUBJECTS

0712IL      PERFORM 1255-REVALIDATE-ADD UNTIL EIBAID = DFHPF3
1125CN                 OR (VALID-PUB AND VALID-ISBN AND VALID-RATING
1130SH                     AND VALID-CALLNO AND VALID-SUBJ)

0615DI      IF EIBAID NOT = DFHPF3
0615DI         PERFORM 1280-CHECK-DUPLICATE-ISBN
0712IL         IF NOT VALID-ISBN
0712IL            MOVE 'INVALID ISBN - REENTER OR PF3' TO MODEMSGO
0712IL         ELSE
1125CN            IF NOT VALID-RATING
1125CN               MOVE 'INVALID RATING - REENTER OR PF3'
1125CN                 TO MODEMSGO
1125CN            ELSE
1130SH               IF NOT VALID-CALLNO
1130SH                  MOVE 'INVALID CALL NO - REENTER OR PF3'
1130SH                    TO MODEMSGO
1130SH               ELSE
1130SH                  MOVE 'UNKNOWN SUBJECT - REENTER OR PF3'
1130SH                    TO MODEMSGO
1130SH               END-IF
1125CN            END-IF
0712IL         END-IF
0712IL      END-IF
0712IL      PERFORM 3000-SEND-RECEIVE-DETAIL
0712IL      PERFORM 1250-VALIDATE-PUBLISHER
0712IL      PERFORM 1260-VALIDATE-ISBN
0712IL      PERFORM 1270-VALIDATE-RATING
1125CN      PERFORM 1275-VALIDATE-CALLNO
1130SH      PERFORM 1277-VALIDATE-SUBJECTS
0712IL      .

       1100-SEND-BLANK-MAP.
0614RV      END-IF
0614RV      .

1125CN 1275-VALIDATE-CALLNO.
1125CN      MOVE '1275-VALIDATE-CALLNO' TO ERR-LOC

1125CN      MOVE 0 TO WS-CALLNO-VALID-SW
1125CN      MOVE BKCPFXI TO WS-CN-PREFIX
1125CN      MOVE BKCCLSI TO WS-CN-CLASS
1125CN      MOVE BKCCUTI TO WS-CN-CUTTER
1125CN      INSPECT WS-CN-PREFIX REPLACING ALL LOW-VALUE BY SPACE
1125CN      INSPECT WS-CN-CLASS  REPLACING ALL LOW-VALUE BY SPACE
1125CN      INSPECT WS-CN-CUTTER REPLACING ALL LOW-VALUE BY SPACE
1125CN      MOVE 0 TO WS-CN-RC
1125CN      CALL 'CALLNOCK' USING WS-CALLNO-PARMS

1125CN**    EVERY NEW TITLE IS CLASSIFIED; AN OLDER TITLE MAY BE SAVED
1125CN**    WITHOUT ONE UNTIL CATALOGING GETS TO IT
1125CN      EVALUATE TRUE
1125CN          WHEN WS-CN-RC = 0
1125CN               SET VALID-CALLNO TO TRUE
1125CN          WHEN WS-CN-RC = 4 AND NOT ADD-RECORD
1125CN               SET VALID-CALLNO TO TRUE
1125CN          WHEN OTHER
1125CN               CONTINUE
1125CN      END-EVALUATE
1125CN      .

1125CN 1276-SET-CALLNO-COLUMNS.
1125CN      MOVE '1276-SET-CALLNO-COLUMNS' TO ERR-LOC

1125CN      IF WS-CN-RC = 4
1125CN         MOVE -1 TO IND-CALL-PREFIX
1125CN                    IND-CALL-CLASS
1125CN                    IND-CALL-CUTTER
1125CN      ELSE
1125CN         MOVE 0 TO IND-CALL-CLASS
1125CN                   IND-CALL-CUTTER
1125CN         IF WS-CN-PREFIX = SPACES
1125CN            MOVE -1 TO IND-CALL-PREFIX
1125CN         ELSE
1125CN            MOVE 0 TO IND-CALL-PREFIX
1125CN         END-IF
1125CN         MOVE WS-CN-PREFIX TO TBLBKS-CALL-PREFIX-TEXT
1125CN         MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-CN-PREFIX))
1125CN           TO TBLBKS-CALL-PREFIX-LEN
1125CN         MOVE WS-CN-CLASS  TO TBLBKS-CALL-CLASS-TEXT
1125CN         MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-CN-CLASS))
1125CN           TO TBLBKS-CALL-CLASS-LEN
1125CN         MOVE WS-CN-CUTTER TO TBLBKS-CALL-CUTTER-TEXT
1125CN         MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-CN-CUTTER))
1125CN           TO TBLBKS-CALL-CUTTER-LEN
1125CN      END-IF
1125CN      .

1130SH 1277-VALIDATE-SUBJECTS.
1130SH      MOVE '1277-VALIDATE-SUBJECTS' TO ERR-LOC

1130SH      SET VALID-SUBJ TO TRUE
1130SH      MOVE BKSUBJI TO WS-SUBJ-INPUT
1130SH      INSPECT WS-SUBJ-INPUT REPLACING ALL LOW-VALUE BY SPACE
1130SH      MOVE SPACES TO WS-SUBJ-TOK (1) WS-SUBJ-TOK (2)
1130SH                     WS-SUBJ-TOK (3)
1130SH      MOVE 0      TO WS-SUBJ-ID (1)  WS-SUBJ-ID (2)
1130SH                     WS-SUBJ-ID (3)

1130SH      UNSTRING WS-SUBJ-INPUT DELIMITED BY ';'
1130SH               INTO WS-SUBJ-TOK (1) WS-SUBJ-TOK (2)
1130SH                    WS-SUBJ-TOK (3)
1130SH      END-UNSTRING

1130SH      PERFORM 1278-RESOLVE-ONE-SUBJECT VARYING WS-SUBJ-IDX
1130SH                FROM 1 BY 1 UNTIL WS-SUBJ-IDX > 3
1130SH      .

1130SH**    A HEADING MUST BE ON THE AUTHORITY FILE; A SEE TERM IS
1130SH**    FILED UNDER THE PREFERRED HEADING IT POINTS TO
1130SH 1278-RESOLVE-ONE-SUBJECT.
1130SH      MOVE '1278-RESOLVE-ONE-SUBJECT' TO ERR-LOC

1130SH      IF WS-SUBJ-TOK (WS-SUBJ-IDX) NOT = SPACES
1130SH         MOVE SPACES TO TBLSBJ-HEADING-TEXT
1130SH         MOVE FUNCTION UPPER-CASE
1130SH                (FUNCTION TRIM (WS-SUBJ-TOK (WS-SUBJ-IDX)))
1130SH           TO TBLSBJ-HEADING-TEXT
1130SH         MOVE FUNCTION LENGTH
1130SH                (FUNCTION TRIM (WS-SUBJ-TOK (WS-SUBJ-IDX)))
1130SH           TO TBLSBJ-HEADING-LEN

1130SH         EXEC SQL
1130SH              SELECT SUBJECT_ID, SEE_ID
1130SH                INTO :TBLSBJ-SUBJECT-ID,
1130SH                     :TBLSBJ-SEE-ID :IND-SEE-ID
1130SH                FROM IBMUSER.SUBJECTS
1130SH               WHERE HEADING = :TBLSBJ-HEADING
1130SH         END-EXEC

1130SH         MOVE SQLCODE TO EVAL-CODE
1130SH         EVALUATE TRUE
1130SH             WHEN ERR-OK AND IND-SEE-ID < 0
1130SH                  MOVE TBLSBJ-SUBJECT-ID
1130SH                    TO WS-SUBJ-ID (WS-SUBJ-IDX)
1130SH             WHEN ERR-OK
1130SH                  MOVE TBLSBJ-SEE-ID
1130SH                    TO WS-SUBJ-ID (WS-SUBJ-IDX)
1130SH             WHEN SQL-NOTFOUND
1130SH                  MOVE 0 TO WS-SUBJ-VALID-SW
1130SH             WHEN OTHER
1130SH                  MOVE 'SELECT SUBJECTS' TO ERR-MSG
1130SH                  PERFORM 9999-ERROR-HANDLING
1130SH         END-EVALUATE
1130SH      END-IF
1130SH      .

0705ML 1290-LOOKUP-ISBN-METADATA.
0705ML      MOVE '1290-LOOKUP-ISBN-METADATA' TO ERR-LOC

0816SE              TO TBLBKS-SERIES-SEQ
0816SE         END-IF
0816SE      END-IF
1125CN      PERFORM 1276-SET-CALLNO-COLUMNS

            EXEC SQL
                 INSERT INTO IBMUSER.BOOKS
                        (BOOK_ID, TITLE, TOTAL_PAGES, RATING,
                         ISBN, PUBLISHED_DATE, PUBLISHER_ID, GENRE,
0816SE                   DELETED_FLAG, LAST_CHANGED_TS, ITEM_STATUS,
1125CN                   BRANCH_ID, SERIES_ID, SERIES_SEQ,
1125CN                   CALL_PREFIX, CALL_CLASS, CALL_CUTTER)
                 VALUES (:TBLBKS-BOOK-ID, :TBLBKS-TITLE,
                         :TBLBKS-TOTAL-PAGES, :TBLBKS-RATING,
                         :TBLBKS-ISBN, :TBLBKS-PUBLISHED-DATE,
0815BR                   'N', CURRENT TIMESTAMP, 'A',
0816SE                   :TBLBKS-BRANCH-ID,
0816SE                   :TBLBKS-SERIES-ID :IND-SERIES-ID,
1125CN                   :TBLBKS-SERIES-SEQ :IND-SERIES-SEQ,
1125CN                   :TBLBKS-CALL-PREFIX :IND-CALL-PREFIX,
1125CN                   :TBLBKS-CALL-CLASS :IND-CALL-CLASS,
1125CN                   :TBLBKS-CALL-CUTTER :IND-CALL-CUTTER)
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            END-IF

            PERFORM 2230-INSERT-AUTHORS
1130SH      PERFORM 2330-REPLACE-SUBJECTS

0721CP      IF FUNCTION TRIM (BKCOPYSI) = SPACES
0721CP         MOVE 1 TO WS-COPY-TARGET
0729PR             PUBNAMO       DELIMITED BY SIZE
0729PR             '  STATUS '   DELIMITED BY SIZE
0729PR             BKSTATO       DELIMITED BY SIZE
1125CN             '  CALL NO '  DELIMITED BY SIZE
1125CN             BKCPFXO       DELIMITED BY SPACE
1125CN             ' '           DELIMITED BY SIZE
1125CN             BKCCLSO       DELIMITED BY SPACE
1125CN             ' '           DELIMITED BY SIZE
1125CN             BKCCUTO       DELIMITED BY SPACE
0729PR        INTO WS-PRT-LINE
0729PR      END-STRING
0729PR      PERFORM 2465-WRITE-PRINT-LINE

1130SH      MOVE SPACES TO WS-PRT-LINE
1130SH      STRING 'SUBJECTS '   DELIMITED BY SIZE
1130SH             BKSUBJO       DELIMITED BY SIZE
1130SH        INTO WS-PRT-LINE
1130SH      END-STRING
1130SH      PERFORM 2465-WRITE-PRINT-LINE
0729PR      .

0729PR 2465-WRITE-PRINT-LINE.
0630HD      MOVE FUNCTION NUMVAL (WS-HLD-REC-BOOK-ID)   TO WS-BOOK-ID
0630HD      MOVE FUNCTION NUMVAL (WS-HLD-REC-PATRON-ID)
0630HD        TO TBLHOLD-PATRON-ID
1105PB**    PICKUP BRANCH CHOSEN ON PF14; 0 = COLLECT WHEREVER THE
1105PB**    COPY IS CHECKED IN
1105PB      MOVE FUNCTION NUMVAL (WS-HLD-REC-BRANCH-ID)
1105PB        TO TBLHOLD-PICKUP-BRANCH

0721CP**    A HOLD ONLY MAKES SENSE WHEN EVERY COPY IS OUT
0721CP      PERFORM 2440-FETCH-COPY-COUNTS
0630HD         EXEC SQL
0630HD              INSERT INTO IBMUSER.HOLDS
0719HL                     (HOLD_ID, BOOK_ID, PATRON_ID, HOLD_DATE,
1105PB                      HOLD_STATUS, READY_DATE, PICKUP_BRANCH)
0630HD              VALUES (:TBLHOLD-HOLD-ID, :TBLHOLD-BOOK-ID,
0719HL                      :TBLHOLD-PATRON-ID, CURRENT DATE,
1105PB                      'P', NULL, :TBLHOLD-PICKUP-BRANCH)
0630HD         END-EXEC

0630HD         MOVE SQLCODE TO EVAL-CODE
0712IL      PERFORM 1250-VALIDATE-PUBLISHER
0613IV      PERFORM 1260-VALIDATE-ISBN
0614RV      PERFORM 1270-VALIDATE-RATING
1125CN      PERFORM 1275-VALIDATE-CALLNO
1130SH      PERFORM 1277-VALIDATE-SUBJECTS

0712IL      PERFORM 2307-REVALIDATE-UPDATE UNTIL EIBAID = DFHPF3
1125CN                 OR (VALID-PUB AND VALID-ISBN AND VALID-RATING
1130SH                     AND VALID-CALLNO AND VALID-SUBJ)

0712IL      IF EIBAID NOT = DFHPF3
0712IL         PERFORM 2310-UPDATE-ONE-BOOK
0614RV            MOVE 'INVALID ISBN - REENTER OR PF3'
0614RV              TO MODEMSGO
0614RV         ELSE
1125CN            IF NOT VALID-RATING
1125CN               MOVE 'INVALID RATING - REENTER OR PF3'
1125CN                 TO MODEMSGO
1125CN            ELSE
1130SH               IF NOT VALID-CALLNO
1130SH                  MOVE 'INVALID CALL NO - REENTER OR PF3'
1130SH                    TO MODEMSGO
1130SH               ELSE
1130SH                  MOVE 'UNKNOWN SUBJECT - REENTER OR PF3'
1130SH                    TO MODEMSGO
1130SH               END-IF
1125CN            END-IF
0614RV         END-IF
0613IV      END-IF
0613IV      PERFORM 3000-SEND-RECEIVE-DETAIL
0613IV      PERFORM 1250-VALIDATE-PUBLISHER
0613IV      PERFORM 1260-VALIDATE-ISBN
0614RV      PERFORM 1270-VALIDATE-RATING
1125CN      PERFORM 1275-VALIDATE-CALLNO
1130SH      PERFORM 1277-VALIDATE-SUBJECTS
0712IL      .

       2310-UPDATE-ONE-BOOK.
0816SE              TO TBLBKS-SERIES-SEQ
0816SE         END-IF
0816SE      END-IF
1125CN      PERFORM 1276-SET-CALLNO-COLUMNS

0815BR**    A CHANGED HOME BRANCH ON THE UPDATE SCREEN IS THE
0815BR**    TRANSFER ACTION - IT GOES TO BOOKS_AUDIT LIKE ANY
0816SE                                    :IND-SERIES-ID,
0816SE                  SERIES_SEQ      = :TBLBKS-SERIES-SEQ
0816SE                                    :IND-SERIES-SEQ,
1125CN                  CALL_PREFIX     = :TBLBKS-CALL-PREFIX
1125CN                                    :IND-CALL-PREFIX,
1125CN                  CALL_CLASS      = :TBLBKS-CALL-CLASS
1125CN                                    :IND-CALL-CLASS,
1125CN                  CALL_CUTTER     = :TBLBKS-CALL-CUTTER
1125CN                                    :IND-CALL-CUTTER,
0610OC                  LAST_CHANGED_TS = CURRENT TIMESTAMP
                  WHERE BOOK_ID = :WS-BOOK-ID
0610OC            AND LAST_CHANGED_TS = :WS-BOOK-VERSION
            EVALUATE TRUE
0610OC          WHEN ERR-OK
0610OC             PERFORM 2320-REPLACE-AUTHORS
1130SH             PERFORM 2330-REPLACE-SUBJECTS

0721CP             IF FUNCTION TRIM (BKCOPYSI) NOT = SPACES
0721CP                MOVE FUNCTION NUMVAL (BKCOPYSI)
            PERFORM 2230-INSERT-AUTHORS
            .

1130SH**    ON UPDATE THE LINKS ARE ONLY REWRITTEN WHEN THE FIELD WAS
1130SH**    CHANGED - THE SCREEN MAY NOT SHOW EVERY HEADING ON FILE
1130SH 2330-REPLACE-SUBJECTS.
1130SH      MOVE '2330-REPLACE-SUBJECTS' TO ERR-LOC

1130SH      IF ADD-RECORD
1130SH      OR WS-SUBJ-INPUT NOT = WS-SUBJ-SHOWN
1130SH         EXEC SQL
1130SH              DELETE FROM IBMUSER.BOOK_SUBJECTS
1130SH                    WHERE BOOK_ID = :WS-BOOK-ID
1130SH         END-EXEC

1130SH         MOVE SQLCODE TO EVAL-CODE
1130SH         IF NOT ERR-OK AND NOT SQL-NOTFOUND
1130SH            MOVE 'DELETE BOOK_SUBJECTS' TO ERR-MSG
1130SH            PERFORM 9999-ERROR-HANDLING
1130SH         END-IF

1130SH         PERFORM 2335-INSERT-ONE-SUBJECT VARYING WS-SUBJ-IDX
1130SH                   FROM 1 BY 1 UNTIL WS-SUBJ-IDX > 3
1130SH      END-IF
1130SH      .

1130SH 2335-INSERT-ONE-SUBJECT.
1130SH      MOVE '2335-INSERT-ONE-SUBJECT' TO ERR-LOC

1130SH**    TWO TERMS FOR THE SAME HEADING LINK IT ONCE
1130SH      IF WS-SUBJ-ID (WS-SUBJ-IDX) > 0
1130SH         MOVE WS-BOOK-ID                TO TBLBKSB-BOOK-ID
1130SH         MOVE WS-SUBJ-ID (WS-SUBJ-IDX)  TO TBLBKSB-SUBJECT-ID

1130SH         EXEC SQL
1130SH              INSERT INTO IBMUSER.BOOK_SUBJECTS
1130SH                     (BOOK_ID, SUBJECT_ID)
1130SH              SELECT :TBLBKSB-BOOK-ID, :TBLBKSB-SUBJECT-ID
1130SH                FROM SYSIBM.SYSDUMMY1
1130SH               WHERE NOT EXISTS
1130SH                     (SELECT 1
1130SH                        FROM IBMUSER.BOOK_SUBJECTS
1130SH                       WHERE BOOK_ID    = :TBLBKSB-BOOK-ID
1130SH                         AND SUBJECT_ID = :TBLBKSB-SUBJECT-ID)
1130SH         END-EXEC

1130SH         MOVE SQLCODE TO EVAL-CODE
1130SH         IF NOT ERR-OK AND NOT SQL-NOTFOUND
1130SH            MOVE 'INSERT BOOK_SUBJECTS' TO ERR-MSG
1130SH            PERFORM 9999-ERROR-HANDLING
1130SH         END-IF
1130SH      END-IF
1130SH      .

       2400-BUILD-DETAIL-MAP.
            MOVE '2400-BUILD-DETAIL-MAP' TO ERR-LOC

0722BS      MOVE TBLBKS-ITEM-STATUS TO BKSTATO
0821RC      MOVE TBLBKS-BRANCH-ID   TO WS-AUDIT-BRANCH-DISP
0821RC      MOVE WS-AUDIT-BRANCH-DISP TO BKBRNO
1125CN      MOVE SPACES TO BKCPFXO BKCCLSO BKCCUTO
1125CN      IF IND-CALL-PREFIX NOT < 0
1125CN         MOVE TBLBKS-CALL-PREFIX-TEXT TO BKCPFXO
1125CN      END-IF
1125CN      IF IND-CALL-CLASS NOT < 0
1125CN         MOVE TBLBKS-CALL-CLASS-TEXT  TO BKCCLSO
1125CN      END-IF
1125CN      IF IND-CALL-CUTTER NOT < 0
1125CN         MOVE TBLBKS-CALL-CUTTER-TEXT TO BKCCUTO
1125CN      END-IF

0816SE      PERFORM 2470-SHOW-SERIES
1130SH      PERFORM 2415-FETCH-SUBJECT-NAMES
1130SH      MOVE WS-SUBJ-DISPLAY TO BKSUBJO
1130SH                              WS-SUBJ-SHOWN

0721CP      PERFORM 2440-FETCH-COPY-COUNTS
0721CP      MOVE WS-COPIES-OWNED TO WS-OWNED-DISP
                 SELECT TITLE, TOTAL_PAGES, RATING,
                        ISBN, PUBLISHED_DATE, PUBLISHER_ID, GENRE,
0816SE                  LAST_CHANGED_TS, ITEM_STATUS, BRANCH_ID,
1125CN                  SERIES_ID, SERIES_SEQ, CALL_PREFIX,
1125CN                  CALL_CLASS, CALL_CUTTER
                   INTO :TBLBKS-TITLE, :TBLBKS-TOTAL-PAGES,
                        :TBLBKS-RATING, :TBLBKS-ISBN,
                        :TBLBKS-PUBLISHED-DATE, :TBLBKS-PUBLISHER-ID,
0722BS                  :TBLBKS-GENRE, :TBLBKS-LAST-CHANGED-TS,
0816SE                  :TBLBKS-ITEM-STATUS, :TBLBKS-BRANCH-ID,
0816SE                  :TBLBKS-SERIES-ID :IND-SERIES-ID,
1125CN                  :TBLBKS-SERIES-SEQ :IND-SERIES-SEQ,
1125CN                  :TBLBKS-CALL-PREFIX :IND-CALL-PREFIX,
1125CN                  :TBLBKS-CALL-CLASS :IND-CALL-CLASS,
1125CN                  :TBLBKS-CALL-CUTTER :IND-CALL-CUTTER
                   FROM IBMUSER.BOOKS
                  WHERE BOOK_ID = :WS-BOOK-ID
            END-EXEC
            END-IF
            .

1130SH 2415-FETCH-SUBJECT-NAMES.
1130SH      MOVE '2415-FETCH-SUBJECT-NAMES' TO ERR-LOC

1130SH      MOVE SPACES TO WS-SUBJ-DISPLAY

1130SH      EXEC SQL OPEN CURBKSBJ END-EXEC
1130SH      MOVE SQLCODE TO EVAL-CODE
1130SH      IF NOT ERR-OK
1130SH         MOVE 'OPEN CURBKSBJ' TO ERR-MSG
1130SH         PERFORM 9999-ERROR-HANDLING
1130SH      END-IF

1130SH      MOVE 0 TO WS-SUBJ-EOC-SW
1130SH      PERFORM 2416-ADD-ONE-SUBJECT-NAME UNTIL SUBJECT-LIST-DONE

1130SH      EXEC SQL CLOSE CURBKSBJ END-EXEC
1130SH      MOVE SQLCODE TO EVAL-CODE
1130SH      IF NOT ERR-OK
1130SH         MOVE 'CLOSE CURBKSBJ' TO ERR-MSG
1130SH         PERFORM 9999-ERROR-HANDLING
1130SH      END-IF
1130SH      .

1130SH**    HEADINGS JOINED WITH '; ' - WHAT WILL NOT FIT IS DROPPED
1130SH 2416-ADD-ONE-SUBJECT-NAME.
1130SH      MOVE '2416-ADD-ONE-SUBJECT-NAME' TO ERR-LOC

1130SH      EXEC SQL
1130SH           FETCH CURBKSBJ
1130SH            INTO :TBLSBJ-HEADING
1130SH      END-EXEC

1130SH      MOVE SQLCODE TO EVAL-CODE
1130SH      EVALUATE TRUE
1130SH          WHEN ERR-OK
1130SH               IF WS-SUBJ-DISPLAY = SPACES
1130SH                  MOVE TBLSBJ-HEADING-TEXT TO WS-SUBJ-DISPLAY
1130SH               ELSE
1130SH                  MOVE SPACES TO WS-SUBJ-WORK
1130SH                  STRING FUNCTION TRIM (WS-SUBJ-DISPLAY)
1130SH                                           DELIMITED BY SIZE
1130SH                         '; '              DELIMITED BY SIZE
1130SH                         TBLSBJ-HEADING-TEXT
1130SH                           (1:TBLSBJ-HEADING-LEN)
1130SH                                           DELIMITED BY SIZE
1130SH                    INTO WS-SUBJ-WORK
1130SH                  END-STRING
1130SH                  MOVE WS-SUBJ-WORK TO WS-SUBJ-DISPLAY
1130SH               END-IF
1130SH          WHEN SQL-NOTFOUND
1130SH               SET SUBJECT-LIST-DONE TO TRUE
1130SH          WHEN OTHER
1130SH               MOVE 'FETCH CURBKSBJ' TO ERR-MSG
1130SH               PERFORM 9999-ERROR-HANDLING
1130SH      END-EVALUATE
1130SH      .

       2610-BUILD-AUDIT-BEFORE.
            MOVE '2610-BUILD-AUDIT-BEFORE' TO ERR-LOC

