0815BR       ITEM_STATUS                    CHAR(1) NOT NULL,
0816SE       BRANCH_ID                      INTEGER NOT NULL,
0816SE       SERIES_ID                      INTEGER,
1125CN       SERIES_SEQ                     INTEGER,
1125CN       CALL_PREFIX                    VARCHAR(4),
1125CN       CALL_CLASS                     VARCHAR(12),
1125CN       CALL_CUTTER                    VARCHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.BOOKS                      *
0816SE     10 TBLBKS-SERIES-ID     PIC S9(9) USAGE COMP.
      *                       SERIES_SEQ
0816SE     10 TBLBKS-SERIES-SEQ    PIC S9(9) USAGE COMP.
1125CN*    CALL NUMBER - SHELVED BY PREFIX, CLASS, CUTTER (SEE CALLNOCK)
1125CN*    PREFIX: OPTIONAL LOCATION (REF/J/YA/E/LP)
1125CN     10 TBLBKS-CALL-PREFIX.
      *                       CALL_PREFIX LENGTH
1125CN        49 TBLBKS-CALL-PREFIX-LEN
1125CN           PIC S9(4) USAGE COMP.
      *                       CALL_PREFIX
1125CN        49 TBLBKS-CALL-PREFIX-TEXT
1125CN           PIC X(4).
1125CN*    CLASS: DEWEY NUMBER (999 OR 999.9...) OR FIC / B
1125CN     10 TBLBKS-CALL-CLASS.
      *                       CALL_CLASS LENGTH
1125CN        49 TBLBKS-CALL-CLASS-LEN
1125CN           PIC S9(4) USAGE COMP.
      *                       CALL_CLASS
1125CN        49 TBLBKS-CALL-CLASS-TEXT
1125CN           PIC X(12).
1125CN*    CUTTER: AUTHOR/TITLE MARK - A LETTER, THEN LETTERS/DIGITS
1125CN     10 TBLBKS-CALL-CUTTER.
      *                       CALL_CUTTER LENGTH
1125CN        49 TBLBKS-CALL-CUTTER-LEN
1125CN           PIC S9(4) USAGE COMP.
      *                       CALL_CUTTER
1125CN        49 TBLBKS-CALL-CUTTER-TEXT
1125CN           PIC X(8).
      ******************************************************************
1125CN* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************

