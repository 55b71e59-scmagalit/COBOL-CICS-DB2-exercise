           02  FILLER   PICTURE X(2).
           02  PATSTPI  PIC X(3).
           02  FILLER PIC X.
           02  PATGARL    COMP  PIC  S9(4).
           02  PATGARF    PICTURE X.
           02  FILLER REDEFINES PATGARF.
             03 PATGARA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PATGARI  PIC X(9).
           02  FILLER PIC X.
           02  PATHHDL    COMP  PIC  S9(4).
           02  PATHHDF    PICTURE X.
           02  FILLER REDEFINES PATHHDF.
             03 PATHHDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PATHHDI  PIC X(60).
           02  FILLER PIC X.
           02  PATCLML    COMP  PIC  S9(4).
           02  PATCLMF    PICTURE X.
           02  FILLER REDEFINES PATCLMF.
             03 PATCLMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PATCLMI  PIC X(3).
           02  FILLER PIC X.
           02  PATLNGL    COMP  PIC  S9(4).
           02  PATLNGF    PICTURE X.
           02  FILLER REDEFINES PATLNGF.
             03 PATLNGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PATLNGI  PIC X(2).
           02  FILLER PIC X.
           02  PATSTAL    COMP  PIC  S9(4).
           02  PATSTAF    PICTURE X.
           02  FILLER REDEFINES PATSTAF.
           02  FILLER   PICTURE X(2).
           02  PATSTAI  PIC X(1).
           02  FILLER PIC X.
           02  PATNTYL    COMP  PIC  S9(4).
           02  PATNTYF    PICTURE X.
           02  FILLER REDEFINES PATNTYF.
             03 PATNTYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PATNTYI  PIC X(1).
           02  FILLER PIC X.
           02  PATNTXL    COMP  PIC  S9(4).
           02  PATNTXF    PICTURE X.
           02  FILLER REDEFINES PATNTXF.
             03 PATNTXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PATNTXI  PIC X(60).
           02  FILLER PIC X.
           02  PATNEXL    COMP  PIC  S9(4).
           02  PATNEXF    PICTURE X.
           02  FILLER REDEFINES PATNEXF.
             03 PATNEXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PATNEXI  PIC X(10).
           02  FILLER PIC X.
           02  PATNL1L    COMP  PIC  S9(4).
           02  PATNL1F    PICTURE X.
           02  FILLER REDEFINES PATNL1F.
             03 PATNL1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PATNL1I  PIC X(70).
           02  FILLER PIC X.
           02  PATNL2L    COMP  PIC  S9(4).
           02  PATNL2F    PICTURE X.
           02  FILLER REDEFINES PATNL2F.
             03 PATNL2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PATNL2I  PIC X(70).
           02  FILLER PIC X.
           02  PATNL3L    COMP  PIC  S9(4).
           02  PATNL3F    PICTURE X.
           02  FILLER REDEFINES PATNL3F.
             03 PATNL3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PATNL3I  PIC X(70).
           02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
           02  PATSTPO  PIC X(3).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  PATGARC    PICTURE X.
           02  PATGARH    PICTURE X.
           02  PATGARO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  PATHHDC    PICTURE X.
           02  PATHHDH    PICTURE X.
           02  PATHHDO  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  PATCLMC    PICTURE X.
           02  PATCLMH    PICTURE X.
           02  PATCLMO  PIC X(3).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  PATLNGC    PICTURE X.
           02  PATLNGH    PICTURE X.
           02  PATLNGO  PIC X(2).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  PATSTAC    PICTURE X.
           02  PATSTAH    PICTURE X.
           02  PATSTAO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  PATNTYC    PICTURE X.
           02  PATNTYH    PICTURE X.
           02  PATNTYO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  PATNTXC    PICTURE X.
           02  PATNTXH    PICTURE X.
           02  PATNTXO  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  PATNEXC    PICTURE X.
           02  PATNEXH    PICTURE X.
           02  PATNEXO  PIC X(10).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  PATNL1C    PICTURE X.
           02  PATNL1H    PICTURE X.
           02  PATNL1O  PIC X(70).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  PATNL2C    PICTURE X.
           02  PATNL2H    PICTURE X.
           02  PATNL2O  PIC X(70).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  PATNL3C    PICTURE X.
           02  PATNL3H    PICTURE X.
           02  PATNL3O  PIC X(70).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
