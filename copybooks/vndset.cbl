           02  FILLER   PICTURE X(2).
           02  VNDLDDI  PIC X(3).
           02  FILLER PIC X.
1217ED     02  VNDEDFL    COMP  PIC  S9(4).
1217ED     02  VNDEDFF    PICTURE X.
1217ED     02  FILLER REDEFINES VNDEDFF.
1217ED       03 VNDEDFA    PICTURE X.
1217ED     02  FILLER   PICTURE X(2).
1217ED     02  VNDEDFI  PIC X(10).
1217ED     02  FILLER PIC X.
1217ED     02  VNDEDAL    COMP  PIC  S9(4).
1217ED     02  VNDEDAF    PICTURE X.
1217ED     02  FILLER REDEFINES VNDEDAF.
1217ED       03 VNDEDAA    PICTURE X.
1217ED     02  FILLER   PICTURE X(2).
1217ED     02  VNDEDAI  PIC X(20).
1217ED     02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
           02  VNDLDDO  PIC X(3).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
1217ED     02  VNDEDFC    PICTURE X.
1217ED     02  VNDEDFH    PICTURE X.
1217ED     02  VNDEDFO  PIC X(10).
1217ED     02  FILLER PIC X.
1217ED     02  FILLER PICTURE X(3).
1217ED     02  VNDEDAC    PICTURE X.
1217ED     02  VNDEDAH    PICTURE X.
1217ED     02  VNDEDAO  PIC X(20).
1217ED     02  FILLER PIC X.
1217ED     02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
