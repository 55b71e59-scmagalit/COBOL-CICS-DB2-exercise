0930DM     02  FILLER   PICTURE X(2).
0930DM     02  DMGAMTI  PIC X(8).
0930DM     02  FILLER PIC X.
1214PN     02  RLSBLKL    COMP  PIC  S9(4).
1214PN     02  RLSBLKF    PICTURE X.
1214PN     02  FILLER REDEFINES RLSBLKF.
1214PN       03 RLSBLKA    PICTURE X.
1214PN     02  FILLER   PICTURE X(2).
1214PN     02  RLSBLKI  PIC X(1).
1214PN     02  FILLER PIC X.
1214PN     02  NOTELNL    COMP  PIC  S9(4).
1214PN     02  NOTELNF    PICTURE X.
1214PN     02  FILLER REDEFINES NOTELNF.
1214PN       03 NOTELNA    PICTURE X.
1214PN     02  FILLER   PICTURE X(2).
1214PN     02  NOTELNI  PIC X(70).
1214PN     02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
0930DM     02  DMGAMTH    PICTURE X.
0930DM     02  DMGAMTO  PIC X(8).
0930DM     02  FILLER PIC X.
1214PN     02  FILLER PICTURE X(3).
1214PN     02  RLSBLKC    PICTURE X.
1214PN     02  RLSBLKH    PICTURE X.
1214PN     02  RLSBLKO  PIC X(1).
1214PN     02  FILLER PIC X.
1214PN     02  FILLER PICTURE X(3).
1214PN     02  NOTELNC    PICTURE X.
1214PN     02  NOTELNH    PICTURE X.
1214PN     02  NOTELNO  PIC X(70).
1214PN     02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
