      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SODRPT.
       AUTHOR.        SAM MAGALIT.
       DATE-WRITTEN.  11/13/2020.
       SECURITY.      HIGHLY CONFIDENTIAL.
      *----------------------------------------------------------------*
      * MONTHLY SEPARATION-OF-DUTIES EXCEPTIONS - ACQUISITIONS         *
      *----------------------------------------------------------------*
      * - FOR THE AUDITORS: EVERY PO LINE OR VENDOR INVOICE IN THE     *
      *   MONTH WHERE ONE OPERATOR PERFORMED CONFLICTING STEPS         *
      * - PO LINES (ORDERED OR RECEIVED IN THE MONTH): THE SAME        *
      *   OPERATOR ORDERED AND RECEIVED THE LINE (ACQTRN ORDERED_BY /  *
      *   RECEIVED_BY), OR AUTHORIZED THE FUND OVERDRAW ON A LINE      *
      *   THEY ORDERED OR RECEIVED (OVERRIDE_BY)                       *
      * - INVOICES (FIRST APPROVED IN THE MONTH): THE APPROVER OR THE  *
      *   SECOND APPROVER ALSO ORDERED, RECEIVED OR OVERRODE A PO LINE *
      *   MATCHED ON THE INVOICE. INVCTRN REFUSES THE ORDERED AND      *
      *   RECEIVED CASES AT PF9, SO THESE ARE FUND OVERRIDES AND ANY   *
      *   ROWS STAMPED BEFORE THE CHECK; OVR 'Y' MARKS FLAGGED LINES   *
      *   APPROVED UNDER SUPERVISOR AUTHORITY                          *
      *                                                                *
      * CHANGELOG:                                                     *
      * NOV   13,2020 - INITIAL VERSION                        (1113SD)*
      *                                                                *
      * PARM CARD (OPTIONAL):                                          *
      *   MONTH=YYYY-MM - REPORT MONTH (DEFAULT: PREVIOUS MONTH)       *
      *                                                                *
      * FILES:                                                         *
      * SODRPTOP (OUTPUT) - IBMUSER.SMAGALIT.SODRPTOP                  *
      * IBMUSER.PO_LINES     (I) - ORDERED/OVERRIDE/RECEIVED BY        *
      * IBMUSER.PURCH_ORDERS (I) - ORDER DATE                          *
      * IBMUSER.VEND_INVC    (I) - APPROVED_BY/SECOND_BY               *
      * IBMUSER.VEND_INVL    (I) - PO LINES MATCHED ON THE INVOICE     *
      *                                                                *
      * 0000-MAIN                      2150-START-SECTION              *
      * 1000-INIT                      2160-END-SECTION                *
      * 1100-GET-TIMESTAMP             2200-LIST-PO-LINES              *
      * 1150-PARSE-PARM                2210-FETCH-PO-LINE              *
      * 1200-SET-PERIOD                2300-LIST-INVOICES              *
      * 1300-OPEN-FILE                 2310-FETCH-INVOICE              *
      * 1400-SET-REPVARS               2320-ADD-STEPS                  *
      * 2000-MAIN-LOGIC                3000-CLEANUP                    *
      * 2100-WRITE-HEADERS             3100-CLOSE-FILE                 *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-SODRPTOP ASSIGN       TO    SODRPTOP
                              FILE STATUS  IS FS-SODRPTOP
                              ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FD-SODRPTOP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-SODRPTOP                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-SECTION-HDR.
               10  FILLER              PIC X(132)    VALUE SPACES  .
           05  WS-NONE-LINE.
               10  FILLER              PIC X(04)     VALUE SPACES  .
               10  FILLER              PIC X(14)
                                       VALUE 'NONE FOUND'         .
               10  FILLER              PIC X(114)    VALUE SPACES  .
           05  WS-PO-HDR.
               10  FILLER              PIC X(12)
                                       VALUE '          PO'       .
               10  FILLER              PIC X(07)
                                       VALUE '   LINE'            .
               10  FILLER              PIC X(13)
                                       VALUE '   ORDERED'         .
               10  FILLER              PIC X(11)
                                       VALUE '   ORDR BY'         .
               10  FILLER              PIC X(11)
                                       VALUE '   OVERRIDE'        .
               10  FILLER              PIC X(11)
                                       VALUE '   RECVD BY'        .
               10  FILLER              PIC X(13)
                                       VALUE '   RECEIVED'        .
               10  FILLER              PIC X(54)
                                       VALUE '   CONFLICT'        .
           05  WS-PO-LINE.
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-PL-PO            PIC Z(8)9.
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-PL-LINE          PIC ZZZ9.
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-PL-ORDERED       PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-PL-ORD-BY        PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-PL-OVR-BY        PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-PL-RCV-BY        PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-PL-RECEIVED      PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-PL-CONFLICT      PIC X(40)     VALUE SPACES  .
               10  FILLER              PIC X(11)     VALUE SPACES  .
           05  WS-INV-HDR.
               10  FILLER              PIC X(11)
                                       VALUE '    INVOICE'        .
               10  FILLER              PIC X(14)
                                       VALUE '   APPROVED'        .
               10  FILLER              PIC X(03)
                                       VALUE 'ST'                 .
               10  FILLER              PIC X(09)
                                       VALUE 'APPROVER'           .
               10  FILLER              PIC X(10)
                                       VALUE '2ND APPR'           .
               10  FILLER              PIC X(02)
                                       VALUE 'OV'                 .
               10  FILLER              PIC X(10)
                                       VALUE '       PO'          .
               10  FILLER              PIC X(05)
                                       VALUE 'LINE'               .
               10  FILLER              PIC X(09)
                                       VALUE 'ORDR BY'            .
               10  FILLER              PIC X(09)
                                       VALUE 'OVERRIDE'           .
               10  FILLER              PIC X(09)
                                       VALUE 'RECVD BY'           .
               10  FILLER              PIC X(41)
                                       VALUE 'CONFLICT'           .
           05  WS-INV-LINE.
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-IL-INVC          PIC Z(8)9.
               10  FILLER              PIC X(03)     VALUE SPACES  .
               10  WS-IL-APPROVED      PIC X(10)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-IL-STATUS        PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-IL-APPR          PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-IL-SECOND        PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
               10  WS-IL-OVR           PIC X(01)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-IL-PO            PIC Z(8)9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-IL-LINE          PIC ZZZ9.
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-IL-ORD-BY        PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-IL-OVR-BY        PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-IL-RCV-BY        PIC X(08)     VALUE SPACES  .
               10  FILLER              PIC X(01)     VALUE SPACES  .
               10  WS-IL-CONFLICT      PIC X(39)     VALUE SPACES  .
               10  FILLER              PIC X(02)     VALUE SPACES  .
           05  WS-PERIOD               PIC X(07)     VALUE SPACES  .
           05  WS-FROM-DATE            PIC X(10)     VALUE SPACES  .
           05  WS-ORDER-DATE           PIC X(10)     VALUE SPACES  .
           05  WS-RECEIVED-DATE        PIC X(10)     VALUE SPACES  .
           05  WS-APPROVED-DATE        PIC X(10)     VALUE SPACES  .
           05  WS-STEP-OPER            PIC X(08)     VALUE SPACES  .
           05  WS-STEP-LABEL           PIC X(06)     VALUE SPACES  .
           05  WS-STEP-TEXT            PIC X(40)     VALUE SPACES  .
           05  WS-STEP-PTR             PIC S9(04) COMP VALUE 1     .
           05  WS-IND-VARS.
               10  IND-RECEIVED        PIC S9(04) COMP VALUE 0.
           05  WS-COUNTERS.
               10  WS-SECT-CNTR        PIC S9(08) COMP VALUE 0.
               10  WS-PO-CNTR          PIC S9(08) COMP VALUE 0.
               10  WS-INV-CNTR         PIC S9(08) COMP VALUE 0.
           05  WS-PARM-VARS.
               10  WS-PARM-KEY         PIC X(10)  VALUE SPACES.
               10  WS-PARM-VAL         PIC X(22)  VALUE SPACES.

           05  WS-REP-VARS.
               10  WS-CUR-PAGE          PIC 9(04)            .
               10  WS-HDR-TITLE         PIC X(108)
                                VALUE 'SEPARATION OF DUTIES EXCEPTIONS'
                                        .

       COPY REPVARS.

       01  WS-SYS-VARS.
           05  WS-TIMESTAMP             PIC X(26)       VALUE SPACES.
           05  WS-TIMESTAMP-FMT         REDEFINES WS-TIMESTAMP.
               10  WS-DATE              PIC X(10).
               10  FILLER               PIC X    .
               10  WS-TIME              PIC X(08).
               10  FILLER               PIC X    .
               10  WS-MICROSEC          PIC X(06).
           05  WS-FILESTAT.
               10  FS-SODRPTOP          PIC 99          VALUE 0.
           05  EVAL-CODE                PIC S9(08) COMP VALUE 0.
               88  ERR-OK                               VALUE 0.
               88  SQL-EOC                              VALUE 100.
           05  WS-PGM-NAME              PIC X(08)      VALUE 'SODRPT'.

0807RH 01  WS-RUNLOG-PARMS.
0807RH     05  WS-RL-FUNC           PIC X             VALUE SPACE.
0807RH     05  WS-RL-JOB-NAME       PIC X(08)         VALUE SPACES.
0807RH     05  WS-RL-PARM-TEXT      PIC X(100)        VALUE SPACES.
0807RH     05  WS-RL-STATUS         PIC X(07)         VALUE SPACES.
0807RH     05  WS-RL-REC-COUNT      PIC S9(09) COMP   VALUE 0.
0807RH     05  WS-RL-ERR-LOC        PIC X(26)         VALUE SPACES.
0807RH     05  WS-RL-ERR-MSG        PIC X(26)         VALUE SPACES.
0807RH     05  WS-RL-RUN-ID         PIC S9(09) COMP   VALUE 0.
0807RH     05  WS-RL-RC             PIC S9(04) COMP   VALUE 0.

       01  WS-ERROR.
           05  FILLER                   PIC X(09)       VALUE 'ERR AT '.
           05  ERR-LOC                  PIC X(26)       VALUE SPACES   .
           05  FILLER                   PIC X(05)       VALUE ' RC: '  .
           05  ERR-CODE                 PIC X(08)       VALUE SPACES   .
           05  FILLER                   PIC X(06)       VALUE ' MSG: ' .
           05  ERR-MSG                  PIC X(26)       VALUE SPACES   .

      *** SQL COPYBOOKS
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE DCLPLN   END-EXEC.
           EXEC SQL INCLUDE DCLINV   END-EXEC.
           EXEC SQL INCLUDE DCLIVL   END-EXEC.

      *    PO LINES ORDERED OR RECEIVED IN THE MONTH WHERE ONE
      *    OPERATOR HELD TWO OF ORDERED/OVERRIDE/RECEIVED
           EXEC SQL DECLARE CURSDPOL CURSOR FOR
                SELECT L.PO_ID
                      ,L.LINE_NO
                      ,CHAR(P.ORDER_DATE, ISO)
                      ,L.ORDERED_BY
                      ,L.OVERRIDE_BY
                      ,L.RECEIVED_BY
                      ,CHAR(L.RECEIVED_DATE, ISO)
                  FROM IBMUSER.PO_LINES     L
                      ,IBMUSER.PURCH_ORDERS P
                 WHERE P.PO_ID = L.PO_ID
                   AND ((P.ORDER_DATE >= DATE(:WS-FROM-DATE)
                     AND P.ORDER_DATE <  DATE(:WS-FROM-DATE) + 1 MONTH)
                     OR (L.RECEIVED_DATE >= DATE(:WS-FROM-DATE)
                     AND L.RECEIVED_DATE <  DATE(:WS-FROM-DATE)
                                            + 1 MONTH))
                   AND ((L.ORDERED_BY <> ''
                     AND L.ORDERED_BY = L.RECEIVED_BY)
                     OR (L.OVERRIDE_BY <> ''
                     AND (L.OVERRIDE_BY = L.ORDERED_BY
                       OR L.OVERRIDE_BY = L.RECEIVED_BY)))
                 ORDER BY L.PO_ID, L.LINE_NO
           END-EXEC.

      *    INVOICES FIRST APPROVED IN THE MONTH, ONE ROW PER MATCHED
      *    PO LINE WHERE AN APPROVER ALSO ORDERED, OVERRODE OR
      *    RECEIVED IT
           EXEC SQL DECLARE CURSDINV CURSOR FOR
                SELECT I.INVC_ID
                      ,CHAR(DATE(I.APPROVED_TS), ISO)
                      ,I.INVC_STATUS
                      ,I.APPROVED_BY
                      ,I.SECOND_BY
                      ,I.OVERRIDE_SW
                      ,V.PO_ID
                      ,V.PO_LINE_NO
                      ,L.ORDERED_BY
                      ,L.OVERRIDE_BY
                      ,L.RECEIVED_BY
                  FROM IBMUSER.VEND_INVC I
                      ,IBMUSER.VEND_INVL V
                      ,IBMUSER.PO_LINES  L
                 WHERE DATE(I.APPROVED_TS) >= DATE(:WS-FROM-DATE)
                   AND DATE(I.APPROVED_TS) <  DATE(:WS-FROM-DATE)
                                              + 1 MONTH
                   AND V.INVC_ID = I.INVC_ID
                   AND L.PO_ID   = V.PO_ID
                   AND L.LINE_NO = V.PO_LINE_NO
                   AND (I.APPROVED_BY IN (L.ORDERED_BY, L.OVERRIDE_BY,
                                          L.RECEIVED_BY)
                     OR (I.SECOND_BY <> ''
                     AND I.SECOND_BY IN (L.ORDERED_BY, L.OVERRIDE_BY,
                                         L.RECEIVED_BY)))
                 ORDER BY I.INVC_ID, V.PO_ID, V.PO_LINE_NO
           END-EXEC.

      *--------------------------------------------------------------*
      * LS-PARM HOLDS THE BATCH PARM CARD (SEE HEADER FOR GRAMMAR)    *
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN              PIC S9(04) COMP.
           05  LS-PARM-TEXT             PIC X(100).

      *------------------------------
       PROCEDURE DIVISION USING LS-PARM.
      *------------------------------
       0000-MAIN.
            MOVE '0000-MAIN' TO ERR-LOC

0807RH      MOVE 'SODRPT' TO WS-RL-JOB-NAME
0807RH      IF LS-PARM-LEN > 0
0807RH         MOVE LS-PARM-TEXT TO WS-RL-PARM-TEXT
0807RH      END-IF
0807RH      MOVE 'S' TO WS-RL-FUNC
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 1000-INIT
            PERFORM 2000-MAIN-LOGIC
            PERFORM 3000-CLEANUP
            .

       1000-INIT.
            MOVE '1000-INIT' TO ERR-LOC
            PERFORM 1100-GET-TIMESTAMP
            PERFORM 1150-PARSE-PARM
            PERFORM 1200-SET-PERIOD
            PERFORM 1300-OPEN-FILE
            PERFORM 1400-SET-REPVARS
            .

       1100-GET-TIMESTAMP.
            MOVE '1100-GET-TIMESTAMP' TO ERR-LOC
            EXEC SQL
                 SELECT CURRENT TIMESTAMP
                   INTO :WS-TIMESTAMP
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF ERR-OK
               DISPLAY WS-TIMESTAMP
            ELSE
               MOVE 'SELECT CURRENT TIMESTAMP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1150-PARSE-PARM.
            MOVE '1150-PARSE-PARM' TO ERR-LOC

            IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
                        DELIMITED BY '='
                        INTO WS-PARM-KEY WS-PARM-VAL
               END-UNSTRING

               IF FUNCTION TRIM (WS-PARM-KEY) = 'MONTH'
                  MOVE WS-PARM-VAL (1:7) TO WS-PERIOD
               END-IF
            END-IF
            .

      *--------------------------------------------------------------*
      * RUN EARLY IN THE MONTH FOR THE MONTH JUST CLOSED              *
      *--------------------------------------------------------------*
       1200-SET-PERIOD.
            MOVE '1200-SET-PERIOD' TO ERR-LOC

            IF WS-PERIOD = SPACES
               EXEC SQL
                    SELECT CHAR(CURRENT DATE - 1 MONTH, ISO)
                      INTO :WS-FROM-DATE
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC

               MOVE SQLCODE TO EVAL-CODE
               IF NOT ERR-OK
                  MOVE 'SELECT PREVIOUS MONTH' TO ERR-MSG
                  PERFORM 9999-ERROR-HANDLING
               END-IF

               MOVE WS-FROM-DATE (1:7) TO WS-PERIOD
            END-IF

            MOVE SPACES TO WS-FROM-DATE
            STRING WS-PERIOD DELIMITED BY SIZE
                   '-01'     DELIMITED BY SIZE
              INTO WS-FROM-DATE
            END-STRING
            DISPLAY 'SEPARATION OF DUTIES EXCEPTIONS FOR ' WS-PERIOD
            .

       1300-OPEN-FILE.
            MOVE '1300-OPEN-FILE' TO ERR-LOC
            OPEN OUTPUT FD-SODRPTOP
            MOVE FS-SODRPTOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN OUTPUT FD-SODRPTOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       1400-SET-REPVARS.
            MOVE '1400-SET-REPVARS' TO ERR-LOC
            MOVE WS-PGM-NAME  TO WS-REP-PGM
            MOVE WS-HDR-TITLE TO WS-REP-TITLE(32:)
            MOVE WS-DATE      TO WS-REP-DATE
            INSPECT WS-TIME REPLACING ALL '.' BY ':'
            MOVE WS-TIME      TO WS-REP-TIME
            .

       2000-MAIN-LOGIC.
            MOVE '2000-MAIN-LOGIC' TO ERR-LOC
            INITIALIZE WS-COUNTERS
            PERFORM 2100-WRITE-HEADERS

            PERFORM 2200-LIST-PO-LINES
            PERFORM 2300-LIST-INVOICES

            DISPLAY 'SEE FULL REPORT AT IBMUSER.SMAGALIT.SODRPTOP'
            DISPLAY WS-PO-CNTR  ' PO LINE EXCEPTIONS, '
                    WS-INV-CNTR ' INVOICE EXCEPTIONS'
            WRITE REC-SODRPTOP FROM WS-REP-SPACES
            WRITE REC-SODRPTOP FROM WS-REP-FOOTER
            .

       2100-WRITE-HEADERS.
            MOVE '2100-WRITE-HEADERS' TO ERR-LOC
            ADD  1            TO WS-CUR-PAGE
            MOVE WS-CUR-PAGE  TO WS-REP-CURP
            WRITE REC-SODRPTOP FROM WS-REP-HEADER1
            WRITE REC-SODRPTOP FROM WS-REP-HEADER2
            WRITE REC-SODRPTOP FROM WS-REP-SPACES
            MOVE SPACES TO WS-SECTION-HDR
            STRING 'MONTH '          DELIMITED BY SIZE
                   WS-PERIOD         DELIMITED BY SIZE
                   ' - SAME OPERATOR ON CONFLICTING STEPS, '
                                     DELIMITED BY SIZE
                   'OVERRIDES INCLUDED'
                                     DELIMITED BY SIZE
              INTO WS-SECTION-HDR
            END-STRING
            WRITE REC-SODRPTOP FROM WS-SECTION-HDR
            .

      *--------------------------------------------------------------*
      * WS-SECTION-HDR IS SET BY THE CALLER                           *
      *--------------------------------------------------------------*
       2150-START-SECTION.
            MOVE '2150-START-SECTION' TO ERR-LOC
            MOVE 0 TO WS-SECT-CNTR
            WRITE REC-SODRPTOP FROM WS-REP-SPACES
            WRITE REC-SODRPTOP FROM WS-SECTION-HDR
            WRITE REC-SODRPTOP FROM WS-REP-SPACES
            .

       2160-END-SECTION.
            MOVE '2160-END-SECTION' TO ERR-LOC
            IF WS-SECT-CNTR = 0
               WRITE REC-SODRPTOP FROM WS-NONE-LINE
            END-IF
            .

       2200-LIST-PO-LINES.
            MOVE '2200-LIST-PO-LINES' TO ERR-LOC
            MOVE 'PO LINES - ONE OPERATOR ON TWO OR MORE STEPS'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION
            WRITE REC-SODRPTOP FROM WS-PO-HDR

            EXEC SQL OPEN CURSDPOL END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSDPOL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2210-FETCH-PO-LINE UNTIL SQL-EOC

            EXEC SQL CLOSE CURSDPOL END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSDPOL' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2210-FETCH-PO-LINE.
            MOVE '2210-FETCH-PO-LINE' TO ERR-LOC
            INITIALIZE DCLPLN
                       WS-IND-VARS
            MOVE SPACES TO WS-ORDER-DATE
                           WS-RECEIVED-DATE
            EXEC SQL
                 FETCH CURSDPOL
                  INTO :TBLPLN-PO-ID
                      ,:TBLPLN-LINE-NO
                      ,:WS-ORDER-DATE
                      ,:TBLPLN-ORDERED-BY
                      ,:TBLPLN-OVERRIDE-BY
                      ,:TBLPLN-RECEIVED-BY
                      ,:WS-RECEIVED-DATE :IND-RECEIVED
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-CNTR
                              WS-PO-CNTR
                     MOVE TBLPLN-PO-ID   TO WS-PL-PO
                     MOVE TBLPLN-LINE-NO TO WS-PL-LINE
                     MOVE WS-ORDER-DATE  TO WS-PL-ORDERED
                     MOVE TBLPLN-ORDERED-BY-TEXT  TO WS-PL-ORD-BY
                     MOVE TBLPLN-OVERRIDE-BY-TEXT TO WS-PL-OVR-BY
                     MOVE TBLPLN-RECEIVED-BY-TEXT TO WS-PL-RCV-BY
                     IF IND-RECEIVED < 0
                        MOVE '-' TO WS-PL-RECEIVED
                     ELSE
                        MOVE WS-RECEIVED-DATE TO WS-PL-RECEIVED
                     END-IF

                     EVALUATE TRUE
                         WHEN TBLPLN-ORDERED-BY-TEXT
                                = TBLPLN-RECEIVED-BY-TEXT
                          AND TBLPLN-OVERRIDE-BY-TEXT
                                = TBLPLN-ORDERED-BY-TEXT
                              MOVE 'ORDERED, OVERRODE FUND AND RECEIVED'
                                TO WS-PL-CONFLICT
                         WHEN TBLPLN-ORDERED-BY-TEXT
                                = TBLPLN-RECEIVED-BY-TEXT
                              MOVE 'ORDERED AND RECEIVED'
                                TO WS-PL-CONFLICT
                         WHEN TBLPLN-OVERRIDE-BY-TEXT
                                = TBLPLN-ORDERED-BY-TEXT
                              MOVE 'OVERRODE FUND ON OWN ORDER'
                                TO WS-PL-CONFLICT
                         WHEN OTHER
                              MOVE 'OVERRODE FUND AND RECEIVED'
                                TO WS-PL-CONFLICT
                     END-EVALUATE
                     WRITE REC-SODRPTOP FROM WS-PO-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURSDPOL' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

       2300-LIST-INVOICES.
            MOVE '2300-LIST-INVOICES' TO ERR-LOC
            MOVE 'INVOICES - APPROVER ALSO ON A MATCHED PO LINE STEP'
              TO WS-SECTION-HDR
            PERFORM 2150-START-SECTION
            WRITE REC-SODRPTOP FROM WS-INV-HDR

            EXEC SQL OPEN CURSDINV END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'OPEN CURSDINV' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2310-FETCH-INVOICE UNTIL SQL-EOC

            EXEC SQL CLOSE CURSDINV END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE CURSDINV' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF

            PERFORM 2160-END-SECTION
            .

       2310-FETCH-INVOICE.
            MOVE '2310-FETCH-INVOICE' TO ERR-LOC
            INITIALIZE DCLINV
                       DCLIVL
                       DCLPLN
            MOVE SPACES TO WS-APPROVED-DATE
            EXEC SQL
                 FETCH CURSDINV
                  INTO :TBLINV-INVC-ID
                      ,:WS-APPROVED-DATE
                      ,:TBLINV-INVC-STATUS
                      ,:TBLINV-APPROVED-BY
                      ,:TBLINV-SECOND-BY
                      ,:TBLINV-OVERRIDE-SW
                      ,:TBLIVL-PO-ID
                      ,:TBLIVL-PO-LINE-NO
                      ,:TBLPLN-ORDERED-BY
                      ,:TBLPLN-OVERRIDE-BY
                      ,:TBLPLN-RECEIVED-BY
            END-EXEC
            MOVE SQLCODE TO EVAL-CODE
            EVALUATE TRUE
                WHEN ERR-OK
                     ADD 1 TO WS-SECT-CNTR
                              WS-INV-CNTR
                     MOVE TBLINV-INVC-ID          TO WS-IL-INVC
                     MOVE WS-APPROVED-DATE        TO WS-IL-APPROVED
                     MOVE TBLINV-INVC-STATUS      TO WS-IL-STATUS
                     MOVE TBLINV-APPROVED-BY-TEXT TO WS-IL-APPR
                     MOVE TBLINV-SECOND-BY-TEXT   TO WS-IL-SECOND
                     MOVE TBLINV-OVERRIDE-SW      TO WS-IL-OVR
                     MOVE TBLIVL-PO-ID            TO WS-IL-PO
                     MOVE TBLIVL-PO-LINE-NO       TO WS-IL-LINE
                     MOVE TBLPLN-ORDERED-BY-TEXT  TO WS-IL-ORD-BY
                     MOVE TBLPLN-OVERRIDE-BY-TEXT TO WS-IL-OVR-BY
                     MOVE TBLPLN-RECEIVED-BY-TEXT TO WS-IL-RCV-BY

      **             ONE PHRASE PER CONFLICTED APPROVER, E.G.
      **             'APPR:ORD RCV  2ND:OVR'
                     MOVE SPACES TO WS-STEP-TEXT
                     MOVE 1      TO WS-STEP-PTR
                     MOVE TBLINV-APPROVED-BY-TEXT TO WS-STEP-OPER
                     MOVE 'APPR:'                 TO WS-STEP-LABEL
                     PERFORM 2320-ADD-STEPS
                     IF TBLINV-SECOND-BY-TEXT NOT = SPACES
                        MOVE TBLINV-SECOND-BY-TEXT TO WS-STEP-OPER
                        MOVE '2ND:'                TO WS-STEP-LABEL
                        PERFORM 2320-ADD-STEPS
                     END-IF
                     MOVE WS-STEP-TEXT TO WS-IL-CONFLICT
                     WRITE REC-SODRPTOP FROM WS-INV-LINE
                WHEN SQL-EOC
                     CONTINUE
                WHEN OTHER
                     MOVE 'FETCH CURSDINV' TO ERR-MSG
                     PERFORM 9999-ERROR-HANDLING
            END-EVALUATE
            .

      *--------------------------------------------------------------*
      * APPENDS WS-STEP-LABEL AND THE PO LINE STEPS WS-STEP-OPER     *
      * ALSO PERFORMED TO WS-STEP-TEXT                                *
      *--------------------------------------------------------------*
       2320-ADD-STEPS.
            MOVE '2320-ADD-STEPS' TO ERR-LOC

            IF WS-STEP-OPER = TBLPLN-ORDERED-BY-TEXT
            OR WS-STEP-OPER = TBLPLN-OVERRIDE-BY-TEXT
            OR WS-STEP-OPER = TBLPLN-RECEIVED-BY-TEXT
               STRING WS-STEP-LABEL DELIMITED BY SPACE
                 INTO WS-STEP-TEXT
                 WITH POINTER WS-STEP-PTR
               END-STRING
               IF WS-STEP-OPER = TBLPLN-ORDERED-BY-TEXT
                  STRING 'ORD ' DELIMITED BY SIZE
                    INTO WS-STEP-TEXT
                    WITH POINTER WS-STEP-PTR
                  END-STRING
               END-IF
               IF WS-STEP-OPER = TBLPLN-OVERRIDE-BY-TEXT
                  STRING 'OVR ' DELIMITED BY SIZE
                    INTO WS-STEP-TEXT
                    WITH POINTER WS-STEP-PTR
                  END-STRING
               END-IF
               IF WS-STEP-OPER = TBLPLN-RECEIVED-BY-TEXT
                  STRING 'RCV ' DELIMITED BY SIZE
                    INTO WS-STEP-TEXT
                    WITH POINTER WS-STEP-PTR
                  END-STRING
               END-IF
               ADD 1 TO WS-STEP-PTR
            END-IF
            .

       3000-CLEANUP.
            MOVE '3000-CLEANUP' TO ERR-LOC
            PERFORM 3100-CLOSE-FILE
0807RH      MOVE 'E'       TO WS-RL-FUNC
0807RH      MOVE 'SUCCESS' TO WS-RL-STATUS
            COMPUTE WS-RL-REC-COUNT = WS-PO-CNTR + WS-INV-CNTR
0807RH      MOVE SPACES TO WS-RL-ERR-LOC
0807RH                     WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS

            PERFORM 9999-TERMINATE
            .

       3100-CLOSE-FILE.
            MOVE '3100-CLOSE-FILE' TO ERR-LOC
            CLOSE FD-SODRPTOP
            MOVE FS-SODRPTOP TO EVAL-CODE
            IF NOT ERR-OK
               MOVE 'CLOSE FD-SODRPTOP' TO ERR-MSG
               PERFORM 9999-ERROR-HANDLING
            END-IF
            .

       9999-ERROR-HANDLING.
            MOVE EVAL-CODE TO ERR-CODE
            DISPLAY WS-ERROR
0807RH      MOVE 'E'      TO WS-RL-FUNC
0807RH      MOVE 'FAILED' TO WS-RL-STATUS
0807RH      MOVE ERR-LOC  TO WS-RL-ERR-LOC
0807RH      MOVE ERR-MSG  TO WS-RL-ERR-MSG
0807RH      CALL 'RUNLOG' USING WS-RUNLOG-PARMS
            PERFORM 9999-TERMINATE
            .

       9999-TERMINATE.
            STOP RUN
            .
