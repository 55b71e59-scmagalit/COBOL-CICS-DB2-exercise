      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CALLNOCK.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/25/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * SHARED CALL NUMBER EDIT AND FORMAT - ONE CALL NUMBER PER CALL  *
      *----------------------------------------------------------------*
      * - A CALL NUMBER IS THREE BOOKS COLUMNS (SEE DCLBOOKS 1125CN):  *
      *   AN OPTIONAL LOCATION PREFIX, A DEWEY-STYLE CLASS NUMBER AND  *
      *   A CUTTER (AUTHOR/TITLE MARK). SHELF ORDER IS PREFIX, CLASS,  *
      *   CUTTER, SO EVERY WRITER MUST STORE THEM THE SAME WAY:        *
      *   - PREFIX: BLANK (ADULT STACKS) OR REF, J, YA, E, LP          *
      *   - CLASS:  THREE DIGITS, OPTIONALLY A POINT AND UP TO EIGHT   *
      *             MORE DIGITS (823 / 823.914), OR FIC / B            *
      *   - CUTTER: A LETTER, THEN LETTERS/DIGITS (R795, ROW), NO      *
      *             EMBEDDED BLANKS                                    *
      * - ALL THREE ARE LEFT-JUSTIFIED AND UPPER-CASED IN PLACE, SO    *
      *   THE CALLER STORES WHAT COMES BACK                            *
      * - THE DISPLAY FORM (E.G. 'REF 823.914 R795') IS RETURNED FOR   *
      *   SCREENS, LABELS AND REPORTS WHEN THE CALL NUMBER IS GOOD     *
      * - PLAIN CALLED SUBPROGRAM (NO CICS, NO SQL), SAME PATTERN AS   *
      *   NEXTID, SO TRAN2DB2 AND THE LOADERS EDIT THE SAME WAY        *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   25,2020 - INITIAL VERSION                        (1125CN)*
      *                                                                *
      * LINKAGE:                                                       *
      *   LS-CN-PREFIX  (IN/OUT) - LOCATION PREFIX                     *
      *   LS-CN-CLASS   (IN/OUT) - CLASS NUMBER                        *
      *   LS-CN-CUTTER  (IN/OUT) - CUTTER                              *
      *   LS-CN-DISPLAY (OUT)    - FORMATTED CALL NUMBER               *
      *   LS-CN-RC      (OUT)    - 0 OK, 4 NO CALL NUMBER (ALL         *
      *                            BLANK), 8 BAD PREFIX, 12 BAD        *
      *                            CLASS, 16 BAD CUTTER                *
      *                                                                *
      * 0000-MAIN                      2110-CHECK-DECIMAL-CHAR         *
      * 1000-NORMALIZE                 2200-CHECK-CUTTER               *
      * 2000-CHECK-PREFIX              2210-CHECK-CUTTER-CHAR          *
      * 2100-CHECK-CLASS               3000-FORMAT-DISPLAY             *
      *                                9999-EXIT                       *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-PREFIX            PIC X(04)         VALUE SPACES.
               88  VALID-PREFIX                       VALUE SPACES
                                                            'REF'
                                                            'J'
                                                            'YA'
                                                            'E'
                                                            'LP'.
           05  WS-CLASS             PIC X(12)         VALUE SPACES.
               88  CLASS-WORD                         VALUE 'FIC'
                                                            'B'.
           05  WS-CLASS-PARTS       REDEFINES WS-CLASS.
               10  WS-CLASS-BASE    PIC X(03).
               10  WS-CLASS-POINT   PIC X(01).
               10  WS-CLASS-DEC     PIC X(08).
           05  WS-CUTTER            PIC X(08)         VALUE SPACES.
           05  WS-CUTTER-PARTS      REDEFINES WS-CUTTER.
               10  WS-CUTTER-LEAD   PIC X(01).
               10  WS-CUTTER-REST   PIC X(07).
           05  WS-CHAR-IDX          PIC S9(04) COMP   VALUE 0.
           05  WS-CHAR              PIC X(01)         VALUE SPACE.
           05  WS-TAIL-SW           PIC 9             VALUE 0.
               88  IN-TAIL                            VALUE 1.

       LINKAGE SECTION.
       01  LS-CALLNO-PARMS.
           05  LS-CN-PREFIX         PIC X(04).
           05  LS-CN-CLASS          PIC X(12).
           05  LS-CN-CUTTER         PIC X(08).
           05  LS-CN-DISPLAY        PIC X(26).
           05  LS-CN-RC             PIC S9(04) COMP.

      *------------------
       PROCEDURE DIVISION USING LS-CALLNO-PARMS.
      *------------------
       0000-MAIN.
            MOVE 0      TO LS-CN-RC
            MOVE SPACES TO LS-CN-DISPLAY

            PERFORM 1000-NORMALIZE

            IF  WS-PREFIX = SPACES
            AND WS-CLASS  = SPACES
            AND WS-CUTTER = SPACES
               MOVE 4 TO LS-CN-RC
            ELSE
               PERFORM 2000-CHECK-PREFIX
               IF LS-CN-RC = 0
                  PERFORM 2100-CHECK-CLASS
               END-IF
               IF LS-CN-RC = 0
                  PERFORM 2200-CHECK-CUTTER
               END-IF
               IF LS-CN-RC = 0
                  PERFORM 3000-FORMAT-DISPLAY
               END-IF
            END-IF

            MOVE WS-PREFIX TO LS-CN-PREFIX
            MOVE WS-CLASS  TO LS-CN-CLASS
            MOVE WS-CUTTER TO LS-CN-CUTTER

            PERFORM 9999-EXIT
            .

       1000-NORMALIZE.
            MOVE SPACES TO WS-PREFIX
                           WS-CLASS
                           WS-CUTTER
            IF LS-CN-PREFIX NOT = SPACES
               MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (LS-CN-PREFIX))
                 TO WS-PREFIX
            END-IF
            IF LS-CN-CLASS NOT = SPACES
               MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (LS-CN-CLASS))
                 TO WS-CLASS
            END-IF
            IF LS-CN-CUTTER NOT = SPACES
               MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (LS-CN-CUTTER))
                 TO WS-CUTTER
            END-IF
            .

       2000-CHECK-PREFIX.
            IF NOT VALID-PREFIX
               MOVE 8 TO LS-CN-RC
            END-IF
            .

      ***   999, 999.9 THROUGH 999.99999999, OR ONE OF THE CLASS WORDS
       2100-CHECK-CLASS.
            EVALUATE TRUE
                WHEN CLASS-WORD
                     CONTINUE
                WHEN WS-CLASS-BASE NOT NUMERIC
                     MOVE 12 TO LS-CN-RC
                WHEN WS-CLASS-POINT = SPACE
                     IF WS-CLASS-DEC NOT = SPACES
                        MOVE 12 TO LS-CN-RC
                     END-IF
                WHEN WS-CLASS-POINT = '.'
                     IF WS-CLASS-DEC (1:1) NOT NUMERIC
                        MOVE 12 TO LS-CN-RC
                     ELSE
                        MOVE 0 TO WS-TAIL-SW
                        PERFORM 2110-CHECK-DECIMAL-CHAR
                                  VARYING WS-CHAR-IDX FROM 2 BY 1
                                  UNTIL WS-CHAR-IDX > 8
                     END-IF
                WHEN OTHER
                     MOVE 12 TO LS-CN-RC
            END-EVALUATE
            .

      ***   DIGITS UP TO THE FIRST BLANK, NOTHING BUT BLANKS AFTER IT
       2110-CHECK-DECIMAL-CHAR.
            MOVE WS-CLASS-DEC (WS-CHAR-IDX:1) TO WS-CHAR
            EVALUATE TRUE
                WHEN WS-CHAR = SPACE
                     SET IN-TAIL TO TRUE
                WHEN IN-TAIL
                     MOVE 12 TO LS-CN-RC
                WHEN WS-CHAR NOT NUMERIC
                     MOVE 12 TO LS-CN-RC
                WHEN OTHER
                     CONTINUE
            END-EVALUATE
            .

       2200-CHECK-CUTTER.
            IF WS-CUTTER-LEAD = SPACE
            OR WS-CUTTER-LEAD NOT ALPHABETIC
               MOVE 16 TO LS-CN-RC
            ELSE
               MOVE 0 TO WS-TAIL-SW
               PERFORM 2210-CHECK-CUTTER-CHAR
                         VARYING WS-CHAR-IDX FROM 1 BY 1
                         UNTIL WS-CHAR-IDX > 7
            END-IF
            .

      ***   LETTERS OR DIGITS UP TO THE FIRST BLANK
       2210-CHECK-CUTTER-CHAR.
            MOVE WS-CUTTER-REST (WS-CHAR-IDX:1) TO WS-CHAR
            EVALUATE TRUE
                WHEN WS-CHAR = SPACE
                     SET IN-TAIL TO TRUE
                WHEN IN-TAIL
                     MOVE 16 TO LS-CN-RC
                WHEN WS-CHAR NUMERIC
                     CONTINUE
                WHEN WS-CHAR NOT ALPHABETIC
                     MOVE 16 TO LS-CN-RC
                WHEN OTHER
                     CONTINUE
            END-EVALUATE
            .

       3000-FORMAT-DISPLAY.
            IF WS-PREFIX = SPACES
               STRING WS-CLASS   DELIMITED BY SPACE
                      ' '        DELIMITED BY SIZE
                      WS-CUTTER  DELIMITED BY SPACE
                 INTO LS-CN-DISPLAY
               END-STRING
            ELSE
               STRING WS-PREFIX  DELIMITED BY SPACE
                      ' '        DELIMITED BY SIZE
                      WS-CLASS   DELIMITED BY SPACE
                      ' '        DELIMITED BY SIZE
                      WS-CUTTER  DELIMITED BY SPACE
                 INTO LS-CN-DISPLAY
               END-STRING
            END-IF
            .

       9999-EXIT.
            GOBACK
            .
