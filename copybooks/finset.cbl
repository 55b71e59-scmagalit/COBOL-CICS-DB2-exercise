           02  FILLER   PICTURE X(2).
           02  FTNDRI  PIC X(1).
           02  FILLER PIC X.
           02  FPLNCTL    COMP  PIC  S9(4).
           02  FPLNCTF    PICTURE X.
           02  FILLER REDEFINES FPLNCTF.
             03 FPLNCTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FPLNCTI  PIC X(2).
           02  FILLER PIC X.
           02  FPLNDTL    COMP  PIC  S9(4).
           02  FPLNDTF    PICTURE X.
           02  FILLER REDEFINES FPLNDTF.
             03 FPLNDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FPLNDTI  PIC X(10).
           02  FILLER PIC X.
           02  FPLNIVL    COMP  PIC  S9(4).
           02  FPLNIVF    PICTURE X.
           02  FILLER REDEFINES FPLNIVF.
             03 FPLNIVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FPLNIVI  PIC X(3).
           02  FILLER PIC X.
           02  FPLNSTL    COMP  PIC  S9(4).
           02  FPLNSTF    PICTURE X.
           02  FILLER REDEFINES FPLNSTF.
             03 FPLNSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FPLNSTI  PIC X(60).
           02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
           02  FTNDRO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  FPLNCTC    PICTURE X.
           02  FPLNCTH    PICTURE X.
           02  FPLNCTO  PIC X(2).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  FPLNDTC    PICTURE X.
           02  FPLNDTH    PICTURE X.
           02  FPLNDTO  PIC X(10).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  FPLNIVC    PICTURE X.
           02  FPLNIVH    PICTURE X.
           02  FPLNIVO  PIC X(3).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  FPLNSTC    PICTURE X.
           02  FPLNSTH    PICTURE X.
           02  FPLNSTO  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
