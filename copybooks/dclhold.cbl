             PATRON_ID                      INTEGER NOT NULL,
0719HL       HOLD_DATE                      DATE NOT NULL,
0719HL       HOLD_STATUS                    CHAR(1) NOT NULL,
0719HL       READY_DATE                     DATE,
1105PB       PICKUP_BRANCH                  INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.HOLDS                      *
      *                       READY_DATE
0719HL     10 TBLHOLD-READY-DATE
0719HL        PIC X(10).
1105PB*                       PICKUP_BRANCH
1105PB     10 TBLHOLD-PICKUP-BRANCH PIC S9(9) USAGE COMP.
      ******************************************************************
1105PB* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
