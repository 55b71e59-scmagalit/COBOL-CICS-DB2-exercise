             DUE_DATE                       DATE NOT NULL,
0715RN       RETURN_DATE                    DATE,
0721CP       RENEWAL_COUNT                  INTEGER NOT NULL,
0721CP       COPY_NO                        INTEGER NOT NULL,
1203RL       RECALL_DATE                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.LOANS                      *
0715RN        PIC S9(9) USAGE COMP.
      *                       COPY_NO
0721CP     10 TBLLOAN-COPY-NO       PIC S9(9) USAGE COMP.
      *                       RECALL_DATE
1203RL     10 TBLLOAN-RECALL-DATE
1203RL        PIC X(10).
      ******************************************************************
1203RL* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
