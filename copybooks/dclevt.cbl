      ******************************************************************
      * DCLGEN TABLE(IBMUSER.EVENTS)                                   *
      *        LIBRARY(IBMUSER.SMAGALIT.COPYLIB(DCLEVT))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TBLEVT-)                                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.EVENTS TABLE
           ( EVENT_ID                       INTEGER NOT NULL,
             EVENT_TITLE                    VARCHAR(60) NOT NULL,
             AUDIENCE                       CHAR(1) NOT NULL,
             EVENT_DATE                     DATE NOT NULL,
             START_HH                       INTEGER NOT NULL,
             END_HH                         INTEGER NOT NULL,
             ROOM_ID                        INTEGER NOT NULL,
             BOOKING_ID                     INTEGER NOT NULL,
             CAPACITY                       INTEGER NOT NULL,
             REG_OPEN_DATE                  DATE NOT NULL,
             EVENT_STATUS                   CHAR(1) NOT NULL,
             ATTEND_COUNT                   INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.EVENTS                     *
      ******************************************************************
       01  DCLEVT.
      *                       EVENT_ID
           10 TBLEVT-EVENT-ID      PIC S9(9) USAGE COMP.
           10 TBLEVT-EVENT-TITLE.
      *                       EVENT_TITLE LENGTH
              49 TBLEVT-EVENT-TITLE-LEN
                 PIC S9(4) USAGE COMP.
      *                       EVENT_TITLE
              49 TBLEVT-EVENT-TITLE-TEXT
                 PIC X(60).
      *                       AUDIENCE
           10 TBLEVT-AUDIENCE
              PIC X(1).
      *                       EVENT_DATE
           10 TBLEVT-EVENT-DATE
              PIC X(10).
      *                       START_HH
           10 TBLEVT-START-HH      PIC S9(9) USAGE COMP.
      *                       END_HH
           10 TBLEVT-END-HH        PIC S9(9) USAGE COMP.
      *                       ROOM_ID
           10 TBLEVT-ROOM-ID       PIC S9(9) USAGE COMP.
      *                       BOOKING_ID
           10 TBLEVT-BOOKING-ID    PIC S9(9) USAGE COMP.
      *                       CAPACITY
           10 TBLEVT-CAPACITY      PIC S9(9) USAGE COMP.
      *                       REG_OPEN_DATE
           10 TBLEVT-REG-OPEN-DATE
              PIC X(10).
      *                       EVENT_STATUS
           10 TBLEVT-EVENT-STATUS
              PIC X(1).
      *                       ATTEND_COUNT
           10 TBLEVT-ATTEND-COUNT  PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
