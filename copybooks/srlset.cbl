           02  FILLER   PICTURE X(2).
           02  SBNXDTI  PIC X(10).
           02  FILLER PIC X.
           02  SBCOSTL    COMP  PIC  S9(4).
           02  SBCOSTF    PICTURE X.
           02  FILLER REDEFINES SBCOSTF.
             03 SBCOSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBCOSTI  PIC X(10).
           02  FILLER PIC X.
           02  SBPENDL    COMP  PIC  S9(4).
           02  SBPENDF    PICTURE X.
           02  FILLER REDEFINES SBPENDF.
             03 SBPENDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBPENDI  PIC X(10).
           02  FILLER PIC X.
           02  SBFUNDL    COMP  PIC  S9(4).
           02  SBFUNDF    PICTURE X.
           02  FILLER REDEFINES SBFUNDF.
             03 SBFUNDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBFUNDI  PIC X(8).
           02  FILLER PIC X.
           02  SBACTL    COMP  PIC  S9(4).
           02  SBACTF    PICTURE X.
           02  FILLER REDEFINES SBACTF.
             03 SBACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBACTI  PIC X(1).
           02  FILLER PIC X.
           02  SBSTATL    COMP  PIC  S9(4).
           02  SBSTATF    PICTURE X.
           02  FILLER REDEFINES SBSTATF.
             03 SBSTATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBSTATI  PIC X(1).
           02  FILLER PIC X.
           02  ILN01L    COMP  PIC  S9(4).
           02  ILN01F    PICTURE X.
           02  FILLER REDEFINES ILN01F.
           02  SBNXDTO  PIC X(10).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SBCOSTC    PICTURE X.
           02  SBCOSTH    PICTURE X.
           02  SBCOSTO  PIC X(10).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SBPENDC    PICTURE X.
           02  SBPENDH    PICTURE X.
           02  SBPENDO  PIC X(10).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SBFUNDC    PICTURE X.
           02  SBFUNDH    PICTURE X.
           02  SBFUNDO  PIC X(8).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SBACTC    PICTURE X.
           02  SBACTH    PICTURE X.
           02  SBACTO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SBSTATC    PICTURE X.
           02  SBSTATH    PICTURE X.
           02  SBSTATO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  ILN01C    PICTURE X.
           02  ILN01H    PICTURE X.
           02  ILN01O  PIC X(60).
