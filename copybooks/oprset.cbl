           02  FILLER   PICTURE X(2).
           02  OPBRNI  PIC X(8).
           02  FILLER PIC X.
           02  OPALML    COMP  PIC  S9(4).
           02  OPALMF    PICTURE X.
           02  FILLER REDEFINES OPALMF.
             03 OPALMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPALMI  PIC X(10).
           02  FILLER PIC X.
           02  OPRCSL    COMP  PIC  S9(4).
           02  OPRCSF    PICTURE X.
           02  FILLER REDEFINES OPRCSF.
             03 OPRCSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPRCSI  PIC X(40).
           02  FILLER PIC X.
           02  OPOVRL    COMP  PIC  S9(4).
           02  OPOVRF    PICTURE X.
           02  FILLER REDEFINES OPOVRF.
             03 OPOVRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPOVRI  PIC X(1).
           02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
           02  OPBRNO  PIC X(8).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  OPALMC    PICTURE X.
           02  OPALMH    PICTURE X.
           02  OPALMO  PIC X(10).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  OPRCSC    PICTURE X.
           02  OPRCSH    PICTURE X.
           02  OPRCSO  PIC X(40).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  OPOVRC    PICTURE X.
           02  OPOVRH    PICTURE X.
           02  OPOVRO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
