           02  FILLER   PICTURE X(2).
           02  ASTATI  PIC X(20).
           02  FILLER PIC X.
1216RT     02  ARSNL    COMP  PIC  S9(4).
1216RT     02  ARSNF    PICTURE X.
1216RT     02  FILLER REDEFINES ARSNF.
1216RT       03 ARSNA    PICTURE X.
1216RT     02  FILLER   PICTURE X(2).
1216RT     02  ARSNI  PIC X(1).
1216RT     02  FILLER PIC X.
1216RT     02  ARMAL    COMP  PIC  S9(4).
1216RT     02  ARMAF    PICTURE X.
1216RT     02  FILLER REDEFINES ARMAF.
1216RT       03 ARMAA    PICTURE X.
1216RT     02  FILLER   PICTURE X(2).
1216RT     02  ARMAI  PIC X(20).
1216RT     02  FILLER PIC X.
1216RT     02  AACTL    COMP  PIC  S9(4).
1216RT     02  AACTF    PICTURE X.
1216RT     02  FILLER REDEFINES AACTF.
1216RT       03 AACTA    PICTURE X.
1216RT     02  FILLER   PICTURE X(2).
1216RT     02  AACTI  PIC X(1).
1216RT     02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
           02  ASTATO  PIC X(20).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
1216RT     02  ARSNC    PICTURE X.
1216RT     02  ARSNH    PICTURE X.
1216RT     02  ARSNO  PIC X(1).
1216RT     02  FILLER PIC X.
1216RT     02  FILLER PICTURE X(3).
1216RT     02  ARMAC    PICTURE X.
1216RT     02  ARMAH    PICTURE X.
1216RT     02  ARMAO  PIC X(20).
1216RT     02  FILLER PIC X.
1216RT     02  FILLER PICTURE X(3).
1216RT     02  AACTC    PICTURE X.
1216RT     02  AACTH    PICTURE X.
1216RT     02  AACTO  PIC X(1).
1216RT     02  FILLER PIC X.
1216RT     02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
