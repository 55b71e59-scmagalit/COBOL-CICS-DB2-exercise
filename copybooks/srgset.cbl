           02  FILLER   PICTURE X(2).
           02  RGZIPI  PIC X(10).
           02  FILLER PIC X.
           02  RGLNGL    COMP  PIC  S9(4).
           02  RGLNGF    PICTURE X.
           02  FILLER REDEFINES RGLNGF.
             03 RGLNGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RGLNGI  PIC X(2).
           02  FILLER PIC X.
           02  SGPATL    COMP  PIC  S9(4).
           02  SGPATF    PICTURE X.
           02  FILLER REDEFINES SGPATF.
           02  RGZIPO  PIC X(10).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RGLNGC    PICTURE X.
           02  RGLNGH    PICTURE X.
           02  RGLNGO  PIC X(2).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SGPATC    PICTURE X.
           02  SGPATH    PICTURE X.
           02  SGPATO  PIC X(9).
