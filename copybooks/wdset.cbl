           02  FILLER   PICTURE X(2).
           02  WDINFOI  PIC X(60).
           02  FILLER PIC X.
           02  WDBANDL    COMP  PIC  S9(4).
           02  WDBANDF    PICTURE X.
           02  FILLER REDEFINES WDBANDF.
             03 WDBANDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WDBANDI  PIC X(1).
           02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
           02  WDINFOO  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  WDBANDC    PICTURE X.
           02  WDBANDH    PICTURE X.
           02  WDBANDO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
