      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
1223CL*    ONE ROW PER CLOSED DAY, KEY (CLOSED_DATE, BRANCH_ID),
1223CL*    MAINTAINED ON CLOSTRN
1223CL*    BRANCH_ID:    0 = THE WHOLE LIBRARY IS CLOSED, ELSE THE ONE
1223CL*                  BRANCH THAT IS (ROWS FROM BEFORE BRANCH
1223CL*                  CLOSURES WERE CONVERTED AS 0)
1223CL*    REDATED_DATE: NULL UNTIL CLOSRDAT HAS MOVED THE LOANS, HOLDS
1223CL*                  AND ROOM BOOKINGS FALLING ON THE CLOSED DAY
           EXEC SQL DECLARE IBMUSER.CLOSED_DAYS TABLE
           ( CLOSED_DATE                    DATE NOT NULL,
1223CL       BRANCH_ID                      INTEGER NOT NULL,
             REASON                         VARCHAR(40),
1223CL       ADDED_BY                       VARCHAR(8),
1223CL       ADDED_DATE                     DATE,
1223CL       REDATED_DATE                   DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CLOSED_DAYS                *
      *                       CLOSED_DATE
           10 TBLCAL-CLOSED-DATE
              PIC X(10).
1223CL*                       BRANCH_ID
1223CL     10 TBLCAL-BRANCH-ID     PIC S9(9) USAGE COMP.
           10 TBLCAL-REASON.
      *                       REASON LENGTH
              49 TBLCAL-REASON-LEN PIC S9(4) USAGE COMP.
      *                       REASON
              49 TBLCAL-REASON-TEXT
                 PIC X(40).
1223CL     10 TBLCAL-ADDED-BY.
1223CL*                       ADDED_BY LENGTH
1223CL        49 TBLCAL-ADDED-BY-LEN
1223CL           PIC S9(4) USAGE COMP.
1223CL*                       ADDED_BY
1223CL        49 TBLCAL-ADDED-BY-TEXT
1223CL           PIC X(8).
1223CL*                       ADDED_DATE
1223CL     10 TBLCAL-ADDED-DATE
1223CL        PIC X(10).
1223CL*                       REDATED_DATE
1223CL     10 TBLCAL-REDATED-DATE
1223CL        PIC X(10).
      ******************************************************************
1223CL* THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
