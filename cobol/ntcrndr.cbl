      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NTCRNDR.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  12/09/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * SHARED NOTICE RENDERING - TEMPLATE WORDING PER LANGUAGE        *
      *----------------------------------------------------------------*
      * - THE WORDING OF THE PATRON NOTICES USED TO BE LITERALS IN     *
      *   NOTICRUN AND FRIENDS, SO EVERY WORDING CHANGE WAS A PROGRAM  *
      *   CHANGE AND EVERY NOTICE WENT OUT IN ENGLISH. THE WORDING     *
      *   NOW LIVES IN IBMUSER.NOTICE_TEMPLATES (SEE DCLNTT), ONE ROW  *
      *   PER LINE BY NOTICE TYPE AND LANGUAGE, MAINTAINED ON NTCMAINT *
      * - FUNC 'R' (RENDER): LOADS THE TEMPLATE FOR THE NOTICE TYPE    *
      *   IN THE PATRON'S LANGUAGE - OR IN EN WHEN THAT LANGUAGE HAS   *
      *   NO ROWS, REPORTED BACK AS A FALLBACK SO THE CALLER CAN LIST  *
      *   IT - AND RETURNS ALL NINE LINES WITH THE SUBSTITUTION        *
      *   FIELDS FILLED IN. THE LAST TEMPLATE LOADED IS KEPT, SO A     *
      *   CALLER RENDERING ONE ITEM LINE PER LOAN DOES NOT RE-READ     *
      *   THE TABLE FOR EVERY LOAN                                     *
      * - FUNC 'P' (PREVIEW): RENDERS THE LINES THE CALLER PASSES IN   *
      *   LS-NR-LINE-TBL INSTEAD OF THE STORED ONES (THE NTCMAINT      *
      *   PREVIEW OF UNSAVED WORDING)                                  *
      * - SUBSTITUTION FIELDS: &NAME &TITLE &DUE &AMOUNT &BRANCH       *
      *   &ITEM &PATRON; &BRANCH IS LOOKED UP FROM LS-NR-BRANCH-ID.    *
      *   AN '&' THAT STARTS NO KNOWN FIELD IS PRINTED AS IS           *
      * - RESULT 'N' MEANS NOT EVEN AN EN TEMPLATE EXISTS - THE        *
      *   CALLER KEEPS ITS OWN BUILT-IN WORDING FOR THAT NOTICE        *
      * - PLAIN CALLED SUBPROGRAM (NO CICS), SAME PATTERN AS NEXTID,   *
      *   SO BATCH AND ONLINE CALLERS SHARE THE SAME COPY              *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   09,2020 - INITIAL VERSION                        (1209NT)*
      *                                                                *
      * LINKAGE:                                                       *
      *   LS-NR-FUNC      (IN)  - 'R' RENDER / 'P' PREVIEW             *
      *   LS-NR-TYPE      (IN)  - NOTICE TYPE (NOTICE_HIST CODES)      *
      *   LS-NR-LANG      (IN)  - PATRON'S LANGUAGE (BLANK = EN)       *
      *   LS-NR-FIELDS    (IN)  - SUBSTITUTION VALUES                  *
      *   LS-NR-LANG-USED (OUT) - LANGUAGE ACTUALLY RENDERED           *
      *   LS-NR-RESULT    (OUT) - T TEMPLATE  F FELL BACK TO EN        *
      *                           N NO TEMPLATE AT ALL                 *
      *   LS-NR-LINE-TBL  (I/O) - LINES 1-9, SWITCH 'Y' WHEN PRESENT   *
      *   LS-NR-RC        (OUT) - 0 OK, 8 SQL ERROR                    *
      *                                                                *
      * 0000-MAIN                      2000-RENDER-LINES               *
      * 1000-LOAD-TEMPLATE             2100-RENDER-ONE-LINE            *
      * 1100-READ-LANGUAGE             2110-SCAN-ONE-CHAR              *
      * 1110-FETCH-ONE-LINE            9999-EXIT                       *
      * 1200-TAKE-PREVIEW-LINES                                        *
      * 1210-TAKE-ONE-PREVIEW-LINE                                     *
      * 1300-GET-BRANCH-NAME                                           *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-CACHE-TYPE        PIC X             VALUE SPACE.
           05  WS-CACHE-LANG        PIC X(02)         VALUE SPACES.
           05  WS-CACHE-USED        PIC X(02)         VALUE SPACES.
           05  WS-CACHE-RESULT      PIC X             VALUE 'N'.
           05  WS-CACHE-BRANCH-ID   PIC S9(09) COMP   VALUE -1.
           05  WS-BRANCH-NAME       PIC X(40)         VALUE SPACES.
           05  WS-LINE-COUNT        PIC S9(04) COMP   VALUE 0.
           05  WS-TPL-TBL.
               10  WS-TPL-LINE      OCCURS 9 TIMES.
                   15  WS-TPL-SW    PIC X.
                   15  WS-TPL-LEN   PIC S9(04) COMP.
                   15  WS-TPL-TEXT  PIC X(100).
           05  WS-LINE-IX           PIC S9(04) COMP   VALUE 0.
           05  WS-SCAN-VARS.
               10  WS-SCAN-TEXT     PIC X(110)        VALUE SPACES.
               10  WS-IN-POS        PIC S9(04) COMP   VALUE 0.
               10  WS-IN-LEN        PIC S9(04) COMP   VALUE 0.
               10  WS-OUT-TEXT      PIC X(132)        VALUE SPACES.
               10  WS-OUT-PTR       PIC S9(04) COMP   VALUE 1.
               10  WS-TOKEN-LEN     PIC S9(04) COMP   VALUE 0.
               10  WS-SUBST-VALUE   PIC X(60)         VALUE SPACES.
           05  WS-EOC-SW            PIC 9             VALUE 0.
               88  TEMPLATE-LINES-DONE                VALUE 1.

       01  WS-SYS-VARS.
           05  EVAL-CODE            PIC S9(08) COMP   VALUE 0.
               88  ERR-OK                             VALUE 0.
               88  SQL-EOC                            VALUE 100.

           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE DCLNTT  END-EXEC.
           EXEC SQL INCLUDE DCLBRN  END-EXEC.

           EXEC SQL DECLARE CURNTTLD CURSOR FOR
                SELECT LINE_NO
                      ,LINE_TEXT
                  FROM IBMUSER.NOTICE_TEMPLATES
                 WHERE NOTICE_TYPE = :TBLNTT-NOTICE-TYPE
                   AND LANG_CODE   = :TBLNTT-LANG-CODE
                 ORDER BY LINE_NO
           END-EXEC.

       LINKAGE SECTION.
       01  LS-NTCRNDR-PARMS.
           05  LS-NR-FUNC           PIC X.
           05  LS-NR-TYPE           PIC X.
           05  LS-NR-LANG           PIC X(02).
           05  LS-NR-FIELDS.
               10  LS-NR-NAME       PIC X(60).
               10  LS-NR-TITLE      PIC X(60).
               10  LS-NR-DUE        PIC X(10).
               10  LS-NR-AMOUNT     PIC X(12).
               10  LS-NR-BRANCH-ID  PIC S9(09) COMP.
               10  LS-NR-ITEM       PIC X(09).
               10  LS-NR-PATRON     PIC X(09).
           05  LS-NR-LANG-USED      PIC X(02).
           05  LS-NR-RESULT         PIC X.
           05  LS-NR-LINE-TBL.
               10  LS-NR-LINE       OCCURS 9 TIMES.
                   15  LS-NR-LINE-SW
                                    PIC X.
                   15  LS-NR-LINE-TEXT
                                    PIC X(132).
           05  LS-NR-RC             PIC S9(04) COMP.

      *------------------
       PROCEDURE DIVISION USING LS-NTCRNDR-PARMS.
      *------------------
       0000-MAIN.
            MOVE 0 TO LS-NR-RC

            IF LS-NR-LANG = SPACES OR LOW-VALUES
               MOVE 'EN' TO LS-NR-LANG
            END-IF

            IF LS-NR-FUNC = 'P'
               PERFORM 1200-TAKE-PREVIEW-LINES
            ELSE
               IF LS-NR-TYPE NOT = WS-CACHE-TYPE
               OR LS-NR-LANG NOT = WS-CACHE-LANG
                  PERFORM 1000-LOAD-TEMPLATE
               END-IF
            END-IF

            IF LS-NR-RC = 0
               PERFORM 1300-GET-BRANCH-NAME
            END-IF

            IF LS-NR-RC = 0
               MOVE WS-CACHE-USED   TO LS-NR-LANG-USED
               MOVE WS-CACHE-RESULT TO LS-NR-RESULT
               PERFORM 2000-RENDER-LINES
            END-IF

            PERFORM 9999-EXIT
            .

       1000-LOAD-TEMPLATE.
      ***   THE PATRON'S OWN LANGUAGE FIRST, THEN EN
            MOVE LS-NR-TYPE TO WS-CACHE-TYPE
            MOVE LS-NR-LANG TO WS-CACHE-LANG
            MOVE 'T'        TO WS-CACHE-RESULT
            MOVE LS-NR-LANG TO WS-CACHE-USED

            PERFORM 1100-READ-LANGUAGE

            IF LS-NR-RC = 0 AND WS-LINE-COUNT = 0
               IF LS-NR-LANG NOT = 'EN'
                  MOVE 'F'  TO WS-CACHE-RESULT
                  MOVE 'EN' TO WS-CACHE-USED
                  PERFORM 1100-READ-LANGUAGE
               END-IF
            END-IF

            IF LS-NR-RC = 0 AND WS-LINE-COUNT = 0
               MOVE 'N'    TO WS-CACHE-RESULT
               MOVE SPACES TO WS-CACHE-USED
            END-IF

      ***   A FAILED READ MUST NOT LEAVE A HALF-LOADED CACHE
            IF LS-NR-RC NOT = 0
               MOVE SPACE TO WS-CACHE-TYPE
            END-IF
            .

       1100-READ-LANGUAGE.
            INITIALIZE WS-TPL-TBL
            MOVE 0 TO WS-LINE-COUNT
            MOVE WS-CACHE-TYPE TO TBLNTT-NOTICE-TYPE
            MOVE WS-CACHE-USED TO TBLNTT-LANG-CODE

            EXEC SQL OPEN CURNTTLD END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 8 TO LS-NR-RC
            ELSE
               MOVE 0 TO WS-EOC-SW
               PERFORM 1110-FETCH-ONE-LINE
                         UNTIL TEMPLATE-LINES-DONE

               EXEC SQL CLOSE CURNTTLD END-EXEC
               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 8 TO LS-NR-RC
               END-IF
            END-IF
            .

       1110-FETCH-ONE-LINE.
            INITIALIZE TBLNTT-LINE-TEXT

            EXEC SQL
                 FETCH CURNTTLD
                  INTO :TBLNTT-LINE-NO
                      ,:TBLNTT-LINE-TEXT
            END-EXEC

            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
      ***            LINE NUMBERS OUTSIDE 1-9 ARE NOT PART OF THE
      ***            LAYOUT - IGNORE THEM RATHER THAN ABEND
                     IF TBLNTT-LINE-NO > 0 AND TBLNTT-LINE-NO < 10
                        MOVE 'Y' TO WS-TPL-SW (TBLNTT-LINE-NO)
                        MOVE TBLNTT-LINE-TEXT-LEN
                          TO WS-TPL-LEN (TBLNTT-LINE-NO)
                        MOVE TBLNTT-LINE-TEXT-TEXT
                          TO WS-TPL-TEXT (TBLNTT-LINE-NO)
                        ADD 1 TO WS-LINE-COUNT
                     END-IF
                WHEN SQL-EOC
                     SET TEMPLATE-LINES-DONE TO TRUE
                WHEN OTHER
                     MOVE 8 TO LS-NR-RC
                     SET TEMPLATE-LINES-DONE TO TRUE
            END-EVALUATE
            .

       1200-TAKE-PREVIEW-LINES.
      ***   UNSAVED WORDING FROM THE SCREEN - THE NEXT RENDER CALL
      ***   MUST GO BACK TO THE TABLE
            MOVE SPACE      TO WS-CACHE-TYPE
            MOVE 'T'        TO WS-CACHE-RESULT
            MOVE LS-NR-LANG TO WS-CACHE-USED
            INITIALIZE WS-TPL-TBL
            PERFORM 1210-TAKE-ONE-PREVIEW-LINE
                      VARYING WS-LINE-IX FROM 1 BY 1
                      UNTIL WS-LINE-IX > 9
            .

       1210-TAKE-ONE-PREVIEW-LINE.
            IF LS-NR-LINE-SW (WS-LINE-IX) = 'Y'
               MOVE 'Y' TO WS-TPL-SW (WS-LINE-IX)
               MOVE 100 TO WS-TPL-LEN (WS-LINE-IX)
               MOVE LS-NR-LINE-TEXT (WS-LINE-IX) (1:100)
                 TO WS-TPL-TEXT (WS-LINE-IX)
            END-IF
            .

       1300-GET-BRANCH-NAME.
            IF LS-NR-BRANCH-ID NOT = WS-CACHE-BRANCH-ID
               MOVE LS-NR-BRANCH-ID TO WS-CACHE-BRANCH-ID
                                       TBLBRN-BRANCH-ID
               MOVE SPACES TO WS-BRANCH-NAME

               IF LS-NR-BRANCH-ID > 0
                  EXEC SQL
                       SELECT BRANCH_NAME
                         INTO :TBLBRN-BRANCH-NAME
                         FROM IBMUSER.BRANCHES
                        WHERE BRANCH_ID = :TBLBRN-BRANCH-ID
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
                  EVALUATE TRUE
                      WHEN ERR-OK
                           MOVE TBLBRN-BRANCH-NAME-TEXT
                             TO WS-BRANCH-NAME
                      WHEN SQL-EOC
                           CONTINUE
                      WHEN OTHER
                           MOVE -1 TO WS-CACHE-BRANCH-ID
                           MOVE 8  TO LS-NR-RC
                  END-EVALUATE
               END-IF
            END-IF
            .

       2000-RENDER-LINES.
            PERFORM 2100-RENDER-ONE-LINE
                      VARYING WS-LINE-IX FROM 1 BY 1
                      UNTIL WS-LINE-IX > 9
            .

       2100-RENDER-ONE-LINE.
            MOVE SPACES TO LS-NR-LINE-TEXT (WS-LINE-IX)
            MOVE WS-TPL-SW (WS-LINE-IX) TO LS-NR-LINE-SW (WS-LINE-IX)

            IF WS-TPL-SW (WS-LINE-IX) = 'Y'
               MOVE SPACES TO WS-SCAN-TEXT
                              WS-OUT-TEXT
               MOVE WS-TPL-TEXT (WS-LINE-IX) TO WS-SCAN-TEXT
               MOVE WS-TPL-LEN (WS-LINE-IX)  TO WS-IN-LEN
               MOVE 1 TO WS-OUT-PTR

               PERFORM 2110-SCAN-ONE-CHAR
                         VARYING WS-IN-POS FROM 1 BY 1
                         UNTIL WS-IN-POS > WS-IN-LEN
                            OR WS-OUT-PTR > 132

               MOVE WS-OUT-TEXT TO LS-NR-LINE-TEXT (WS-LINE-IX)
            END-IF
            .

       2110-SCAN-ONE-CHAR.
      ***   WS-SCAN-TEXT CARRIES TEN SPARE BLANKS PAST THE 100-BYTE
      ***   LINE, SO A FIELD NAME TEST NEAR THE END STAYS IN BOUNDS
            MOVE 0 TO WS-TOKEN-LEN
            MOVE SPACES TO WS-SUBST-VALUE

            IF WS-SCAN-TEXT (WS-IN-POS:1) = '&'
               EVALUATE TRUE
                   WHEN WS-SCAN-TEXT (WS-IN-POS:5) = '&NAME'
                        MOVE LS-NR-NAME     TO WS-SUBST-VALUE
                        MOVE 5              TO WS-TOKEN-LEN
                   WHEN WS-SCAN-TEXT (WS-IN-POS:6) = '&TITLE'
                        MOVE LS-NR-TITLE    TO WS-SUBST-VALUE
                        MOVE 6              TO WS-TOKEN-LEN
                   WHEN WS-SCAN-TEXT (WS-IN-POS:4) = '&DUE'
                        MOVE LS-NR-DUE      TO WS-SUBST-VALUE
                        MOVE 4              TO WS-TOKEN-LEN
                   WHEN WS-SCAN-TEXT (WS-IN-POS:7) = '&AMOUNT'
                        MOVE LS-NR-AMOUNT   TO WS-SUBST-VALUE
                        MOVE 7              TO WS-TOKEN-LEN
                   WHEN WS-SCAN-TEXT (WS-IN-POS:7) = '&BRANCH'
                        MOVE WS-BRANCH-NAME TO WS-SUBST-VALUE
                        MOVE 7              TO WS-TOKEN-LEN
                   WHEN WS-SCAN-TEXT (WS-IN-POS:5) = '&ITEM'
                        MOVE LS-NR-ITEM     TO WS-SUBST-VALUE
                        MOVE 5              TO WS-TOKEN-LEN
                   WHEN WS-SCAN-TEXT (WS-IN-POS:7) = '&PATRON'
                        MOVE LS-NR-PATRON   TO WS-SUBST-VALUE
                        MOVE 7              TO WS-TOKEN-LEN
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF

            IF WS-TOKEN-LEN > 0
               IF WS-SUBST-VALUE NOT = SPACES
                  STRING FUNCTION TRIM (WS-SUBST-VALUE)
                                          DELIMITED BY SIZE
                    INTO WS-OUT-TEXT
                    WITH POINTER WS-OUT-PTR
                    ON OVERFLOW
                         MOVE 133 TO WS-OUT-PTR
                  END-STRING
               END-IF
      ***      SKIP THE REST OF THE FIELD NAME
               COMPUTE WS-IN-POS = WS-IN-POS + WS-TOKEN-LEN - 1
            ELSE
               STRING WS-SCAN-TEXT (WS-IN-POS:1)
                                          DELIMITED BY SIZE
                 INTO WS-OUT-TEXT
                 WITH POINTER WS-OUT-PTR
                 ON OVERFLOW
                      MOVE 133 TO WS-OUT-PTR
               END-STRING
            END-IF
            .

       9999-EXIT.
            GOBACK
            .
