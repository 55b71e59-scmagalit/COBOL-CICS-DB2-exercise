       01  RFDMAPI.
           02  FILLER PIC X(12).
           02  TRANSIDL    COMP  PIC  S9(4).
           02  TRANSIDF    PICTURE X.
           02  FILLER REDEFINES TRANSIDF.
             03 TRANSIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRANSIDI  PIC X(4).
           02  FILLER PIC X.
           02  RFRFIDL    COMP  PIC  S9(4).
           02  RFRFIDF    PICTURE X.
           02  FILLER REDEFINES RFRFIDF.
             03 RFRFIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RFRFIDI  PIC X(9).
           02  FILLER PIC X.
           02  RFPATRL    COMP  PIC  S9(4).
           02  RFPATRF    PICTURE X.
           02  FILLER REDEFINES RFPATRF.
             03 RFPATRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RFPATRI  PIC X(9).
           02  FILLER PIC X.
           02  RFNAMEL    COMP  PIC  S9(4).
           02  RFNAMEF    PICTURE X.
           02  FILLER REDEFINES RFNAMEF.
             03 RFNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RFNAMEI  PIC X(40).
           02  FILLER PIC X.
           02  RFTITLL    COMP  PIC  S9(4).
           02  RFTITLF    PICTURE X.
           02  FILLER REDEFINES RFTITLF.
             03 RFTITLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RFTITLI  PIC X(60).
           02  FILLER PIC X.
           02  RFINFOL    COMP  PIC  S9(4).
           02  RFINFOF    PICTURE X.
           02  FILLER REDEFINES RFINFOF.
             03 RFINFOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RFINFOI  PIC X(60).
           02  FILLER PIC X.
           02  RFSTATL    COMP  PIC  S9(4).
           02  RFSTATF    PICTURE X.
           02  FILLER REDEFINES RFSTATF.
             03 RFSTATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RFSTATI  PIC X(60).
           02  FILLER PIC X.
           02  RFTNDRL    COMP  PIC  S9(4).
           02  RFTNDRF    PICTURE X.
           02  FILLER REDEFINES RFTNDRF.
             03 RFTNDRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RFTNDRI  PIC X(1).
           02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
             03 MSGLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGLNI  PIC X(60).
       01  RFDMAPO REDEFINES RFDMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANSIDC    PICTURE X.
           02  TRANSIDH    PICTURE X.
           02  TRANSIDO  PIC X(4).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RFRFIDC    PICTURE X.
           02  RFRFIDH    PICTURE X.
           02  RFRFIDO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RFPATRC    PICTURE X.
           02  RFPATRH    PICTURE X.
           02  RFPATRO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RFNAMEC    PICTURE X.
           02  RFNAMEH    PICTURE X.
           02  RFNAMEO  PIC X(40).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RFTITLC    PICTURE X.
           02  RFTITLH    PICTURE X.
           02  RFTITLO  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RFINFOC    PICTURE X.
           02  RFINFOH    PICTURE X.
           02  RFINFOO  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RFSTATC    PICTURE X.
           02  RFSTATH    PICTURE X.
           02  RFSTATO  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RFTNDRC    PICTURE X.
           02  RFTNDRH    PICTURE X.
           02  RFTNDRO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
