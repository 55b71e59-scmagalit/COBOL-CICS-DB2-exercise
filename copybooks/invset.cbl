           02  FILLER   PICTURE X(2).
           02  IVINFOI  PIC X(60).
           02  FILLER PIC X.
1216RT     02  IVTYPL    COMP  PIC  S9(4).
1216RT     02  IVTYPF    PICTURE X.
1216RT     02  FILLER REDEFINES IVTYPF.
1216RT       03 IVTYPA    PICTURE X.
1216RT     02  FILLER   PICTURE X(2).
1216RT     02  IVTYPI  PIC X(1).
1216RT     02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
           02  IVINFOO  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
1216RT     02  IVTYPC    PICTURE X.
1216RT     02  IVTYPH    PICTURE X.
1216RT     02  IVTYPO  PIC X(1).
1216RT     02  FILLER PIC X.
1216RT     02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
