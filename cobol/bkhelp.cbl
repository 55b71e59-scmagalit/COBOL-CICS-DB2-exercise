      * JULY  01,2020 - INITIAL VERSION                        (0701HK)*
      * JULY  12,2020 - ADDED PF16 (SORT DIRECTION TOGGLE) THIS(0712SD)*
      *               X PANEL NEVER PICKED UP                         *
      * NOV   30,2020 - ADDED PF21 (BROWSE BY SUBJECT)         (1130SH)*
      *                                                                *
      * 0000-MAIN                      9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
               'PF15 - THIS HELP PANEL'.
0712SD     05  FILLER PIC X(80) VALUE
0712SD         'PF16 - TOGGLE SORT ASCENDING/DESCENDING'.
1130SH     05  FILLER PIC X(80) VALUE
1130SH         'PF21 - ENTER A SUBJECT HEADING TO BROWSE BY'.
           05  FILLER PIC X(80) VALUE
               'S/D/U/R/H IN THE SELECTION FIELD: SELECT, DELETE,'.
           05  FILLER PIC X(80) VALUE
