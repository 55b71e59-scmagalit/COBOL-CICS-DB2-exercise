           02  FILLER   PICTURE X(2).
           02  GLN04I  PIC X(60).
           02  FILLER PIC X.
           02  DNBANDL    COMP  PIC  S9(4).
           02  DNBANDF    PICTURE X.
           02  FILLER REDEFINES DNBANDF.
             03 DNBANDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DNBANDI  PIC X(1).
           02  FILLER PIC X.
           02  DNQTYL    COMP  PIC  S9(4).
           02  DNQTYF    PICTURE X.
           02  FILLER REDEFINES DNQTYF.
             03 DNQTYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DNQTYI  PIC X(3).
           02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
           02  GLN04O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  DNBANDC    PICTURE X.
           02  DNBANDH    PICTURE X.
           02  DNBANDO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  DNQTYC    PICTURE X.
           02  DNQTYH    PICTURE X.
           02  DNQTYO  PIC X(3).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
