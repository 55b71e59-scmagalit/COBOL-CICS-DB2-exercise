      ******************************************************************
      * DCLGEN TABLE(IBMUSER.EQUIPMENT)                                *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLEQP))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLEQP-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *    EQUIPMENT - ONE ROW PER LENDABLE DEVICE (SEE EQPTRN, EQPRPT)
      *    ASSET_TAG:     THE BARCODE ON THE DEVICE, UNIQUE
      *    EQUIP_TYPE:    L LAPTOP  H HOTSPOT  E E-READER  O OTHER
      *    EQUIP_COND:    G GOOD    F FAIR     D DAMAGED
      *    EQUIP_STATUS:  A AVAILABLE  O ON LOAN  R IN REPAIR
      *                   W WITHDRAWN
      *    LOAN_HOURS:    HOURS FROM CHECKOUT TO THE DUE TIME
      *    HOURLY_RATE:   LATE FEE PER HOUR OR PART HOUR OVERDUE
      *    LATE_FEE_MAX:  CAP ON ONE LATE FEE, 0 MEANS NO CAP
      *    DEPOSIT_AMT:   REFUNDABLE DEPOSIT TAKEN AT CHECKOUT
           EXEC SQL DECLARE IBMUSER.EQUIPMENT TABLE
           ( EQUIP_ID                       INTEGER NOT NULL,
             ASSET_TAG                      CHAR(12) NOT NULL,
             EQUIP_TYPE                     CHAR(1) NOT NULL,
             SERIAL_NO                      VARCHAR(30) NOT NULL,
             DESCRIPTION                    VARCHAR(40) NOT NULL,
             BRANCH_ID                      INTEGER NOT NULL,
             EQUIP_COND                     CHAR(1) NOT NULL,
             EQUIP_STATUS                   CHAR(1) NOT NULL,
             LOAN_HOURS                     INTEGER NOT NULL,
             HOURLY_RATE                    DECIMAL(5, 2) NOT NULL,
             LATE_FEE_MAX                   DECIMAL(7, 2) NOT NULL,
             DEPOSIT_AMT                    DECIMAL(7, 2) NOT NULL,
             ADDED_DATE                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.EQUIPMENT                  *
      ******************************************************************
       01  DCLEQP.
      *                       EQUIP_ID
           10 TBLEQP-EQUIP-ID      PIC S9(9) USAGE COMP.
      *                       ASSET_TAG
           10 TBLEQP-ASSET-TAG
              PIC X(12).
      *                       EQUIP_TYPE
           10 TBLEQP-EQUIP-TYPE
              PIC X(1).
           10 TBLEQP-SERIAL-NO.
      *                       SERIAL_NO LENGTH
              49 TBLEQP-SERIAL-NO-LEN
                 PIC S9(4) USAGE COMP.
      *                       SERIAL_NO
              49 TBLEQP-SERIAL-NO-TEXT
                 PIC X(30).
           10 TBLEQP-DESCRIPTION.
      *                       DESCRIPTION LENGTH
              49 TBLEQP-DESCRIPTION-LEN
                 PIC S9(4) USAGE COMP.
      *                       DESCRIPTION
              49 TBLEQP-DESCRIPTION-TEXT
                 PIC X(40).
      *                       BRANCH_ID
           10 TBLEQP-BRANCH-ID     PIC S9(9) USAGE COMP.
      *                       EQUIP_COND
           10 TBLEQP-EQUIP-COND
              PIC X(1).
      *                       EQUIP_STATUS
           10 TBLEQP-EQUIP-STATUS
              PIC X(1).
      *                       LOAN_HOURS
           10 TBLEQP-LOAN-HOURS    PIC S9(9) USAGE COMP.
      *                       HOURLY_RATE
           10 TBLEQP-HOURLY-RATE
              PIC S9(3)V9(2) USAGE COMP-3.
      *                       LATE_FEE_MAX
           10 TBLEQP-LATE-FEE-MAX
              PIC S9(5)V9(2) USAGE COMP-3.
      *                       DEPOSIT_AMT
           10 TBLEQP-DEPOSIT-AMT
              PIC S9(5)V9(2) USAGE COMP-3.
      *                       ADDED_DATE
           10 TBLEQP-ADDED-DATE
              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
