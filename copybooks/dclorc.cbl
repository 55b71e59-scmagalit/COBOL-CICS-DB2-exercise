      ******************************************************************
      * DCLGEN TABLE(IBMUSER.OPER_RECERT)                              *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLORC))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLORC-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    ONE ROW PER OPERATOR PER QUARTERLY CYCLE (CYCLE_ID 'YYYYQn'),
      *    WRITTEN BY RECERT AND DECIDED ON OPERTRN (PF9/PF10)
      *    RECERT_STATUS: P = PENDING WITH THE BRANCH SUPERVISOR
      *                   C = CONFIRMED BY DECIDED_BY
      *                   R = REVOKED BY DECIDED_BY - OPER_AUTH SET
      *                       TO INQUIRY ONLY
      *                   X = NOT DECIDED BY DUE_DATE - OPER_AUTH SET
      *                       TO INQUIRY ONLY BY RECERT
      *    BEFORE_AUTH (LEVEL + DELETE/UPDATE/CIRC/JCL FLAGS) AND
      *    BEFORE_WAIVE HOLD THE OPER_AUTH VALUES AT THE DECISION
           EXEC SQL DECLARE IBMUSER.OPER_RECERT TABLE
           ( CYCLE_ID                       CHAR(6) NOT NULL,
             OPERATOR_ID                    VARCHAR(8) NOT NULL,
             BRANCH_ID                      INTEGER NOT NULL,
             SUPERVISOR_ID                  VARCHAR(8) NOT NULL,
             DUE_DATE                       DATE NOT NULL,
             INACTIVE_SW                    CHAR(1) NOT NULL,
             RECERT_STATUS                  CHAR(1) NOT NULL,
             DECIDED_BY                     VARCHAR(8) NOT NULL,
             DECIDED_TS                     TIMESTAMP,
             BEFORE_AUTH                    CHAR(5) NOT NULL,
             BEFORE_WAIVE                   DECIMAL(7, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.OPER_RECERT                *
      ******************************************************************
       01  DCLORC.
      *                       CYCLE_ID
           10 TBLORC-CYCLE-ID
              PIC X(6).
           10 TBLORC-OPERATOR-ID.
      *                       OPERATOR_ID LENGTH
              49 TBLORC-OPERATOR-ID-LEN
                 PIC S9(4) USAGE COMP.
      *                       OPERATOR_ID
              49 TBLORC-OPERATOR-ID-TEXT
                 PIC X(8).
      *                       BRANCH_ID
           10 TBLORC-BRANCH-ID     PIC S9(9) USAGE COMP.
           10 TBLORC-SUPERVISOR-ID.
      *                       SUPERVISOR_ID LENGTH
              49 TBLORC-SUPERVISOR-ID-LEN
                 PIC S9(4) USAGE COMP.
      *                       SUPERVISOR_ID
              49 TBLORC-SUPERVISOR-ID-TEXT
                 PIC X(8).
      *                       DUE_DATE
           10 TBLORC-DUE-DATE
              PIC X(10).
      *                       INACTIVE_SW
           10 TBLORC-INACTIVE-SW
              PIC X(1).
      *                       RECERT_STATUS
           10 TBLORC-RECERT-STATUS
              PIC X(1).
           10 TBLORC-DECIDED-BY.
      *                       DECIDED_BY LENGTH
              49 TBLORC-DECIDED-BY-LEN
                 PIC S9(4) USAGE COMP.
      *                       DECIDED_BY
              49 TBLORC-DECIDED-BY-TEXT
                 PIC X(8).
      *                       DECIDED_TS
           10 TBLORC-DECIDED-TS
              PIC X(26).
      *                       BEFORE_AUTH
           10 TBLORC-BEFORE-AUTH
              PIC X(5).
      *                       BEFORE_WAIVE
           10 TBLORC-BEFORE-WAIVE  PIC S9(5)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
