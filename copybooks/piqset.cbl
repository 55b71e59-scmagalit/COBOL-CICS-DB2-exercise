       01  PIQMAPI.
           02  FILLER PIC X(12).
           02  TRANSIDL    COMP  PIC  S9(4).
           02  TRANSIDF    PICTURE X.
           02  FILLER REDEFINES TRANSIDF.
             03 TRANSIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRANSIDI  PIC X(4).
           02  FILLER PIC X.
           02  QPATIDL    COMP  PIC  S9(4).
           02  QPATIDF    PICTURE X.
           02  FILLER REDEFINES QPATIDF.
             03 QPATIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QPATIDI  PIC X(9).
           02  FILLER PIC X.
           02  QPATNML    COMP  PIC  S9(4).
           02  QPATNMF    PICTURE X.
           02  FILLER REDEFINES QPATNMF.
             03 QPATNMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QPATNMI  PIC X(40).
           02  FILLER PIC X.
           02  QCURPGL    COMP  PIC  S9(4).
           02  QCURPGF    PICTURE X.
           02  FILLER REDEFINES QCURPGF.
             03 QCURPGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QCURPGI  PIC X(4).
           02  FILLER PIC X.
           02  QTOTPGL    COMP  PIC  S9(4).
           02  QTOTPGF    PICTURE X.
           02  FILLER REDEFINES QTOTPGF.
             03 QTOTPGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QTOTPGI  PIC X(4).
           02  FILLER PIC X.
           02  QLN01L    COMP  PIC  S9(4).
           02  QLN01F    PICTURE X.
           02  FILLER REDEFINES QLN01F.
             03 QLN01A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QLN01I  PIC X(78).
           02  FILLER PIC X.
           02  QLN02L    COMP  PIC  S9(4).
           02  QLN02F    PICTURE X.
           02  FILLER REDEFINES QLN02F.
             03 QLN02A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QLN02I  PIC X(78).
           02  FILLER PIC X.
           02  QLN03L    COMP  PIC  S9(4).
           02  QLN03F    PICTURE X.
           02  FILLER REDEFINES QLN03F.
             03 QLN03A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QLN03I  PIC X(78).
           02  FILLER PIC X.
           02  QLN04L    COMP  PIC  S9(4).
           02  QLN04F    PICTURE X.
           02  FILLER REDEFINES QLN04F.
             03 QLN04A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QLN04I  PIC X(78).
           02  FILLER PIC X.
           02  QLN05L    COMP  PIC  S9(4).
           02  QLN05F    PICTURE X.
           02  FILLER REDEFINES QLN05F.
             03 QLN05A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QLN05I  PIC X(78).
           02  FILLER PIC X.
           02  QLN06L    COMP  PIC  S9(4).
           02  QLN06F    PICTURE X.
           02  FILLER REDEFINES QLN06F.
             03 QLN06A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QLN06I  PIC X(78).
           02  FILLER PIC X.
           02  QLN07L    COMP  PIC  S9(4).
           02  QLN07F    PICTURE X.
           02  FILLER REDEFINES QLN07F.
             03 QLN07A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QLN07I  PIC X(78).
           02  FILLER PIC X.
           02  QLN08L    COMP  PIC  S9(4).
           02  QLN08F    PICTURE X.
           02  FILLER REDEFINES QLN08F.
             03 QLN08A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QLN08I  PIC X(78).
           02  FILLER PIC X.
           02  QLN09L    COMP  PIC  S9(4).
           02  QLN09F    PICTURE X.
           02  FILLER REDEFINES QLN09F.
             03 QLN09A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QLN09I  PIC X(78).
           02  FILLER PIC X.
           02  QLN10L    COMP  PIC  S9(4).
           02  QLN10F    PICTURE X.
           02  FILLER REDEFINES QLN10F.
             03 QLN10A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QLN10I  PIC X(78).
           02  FILLER PIC X.
           02  QLN11L    COMP  PIC  S9(4).
           02  QLN11F    PICTURE X.
           02  FILLER REDEFINES QLN11F.
             03 QLN11A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QLN11I  PIC X(78).
           02  FILLER PIC X.
           02  QLN12L    COMP  PIC  S9(4).
           02  QLN12F    PICTURE X.
           02  FILLER REDEFINES QLN12F.
             03 QLN12A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QLN12I  PIC X(78).
           02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
             03 MSGLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGLNI  PIC X(60).
       01  PIQMAPO REDEFINES PIQMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANSIDC    PICTURE X.
           02  TRANSIDH    PICTURE X.
           02  TRANSIDO  PIC X(4).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QPATIDC    PICTURE X.
           02  QPATIDH    PICTURE X.
           02  QPATIDO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QPATNMC    PICTURE X.
           02  QPATNMH    PICTURE X.
           02  QPATNMO  PIC X(40).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QCURPGC    PICTURE X.
           02  QCURPGH    PICTURE X.
           02  QCURPGO  PIC X(4).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QTOTPGC    PICTURE X.
           02  QTOTPGH    PICTURE X.
           02  QTOTPGO  PIC X(4).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QLN01C    PICTURE X.
           02  QLN01H    PICTURE X.
           02  QLN01O  PIC X(78).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QLN02C    PICTURE X.
           02  QLN02H    PICTURE X.
           02  QLN02O  PIC X(78).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QLN03C    PICTURE X.
           02  QLN03H    PICTURE X.
           02  QLN03O  PIC X(78).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QLN04C    PICTURE X.
           02  QLN04H    PICTURE X.
           02  QLN04O  PIC X(78).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QLN05C    PICTURE X.
           02  QLN05H    PICTURE X.
           02  QLN05O  PIC X(78).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QLN06C    PICTURE X.
           02  QLN06H    PICTURE X.
           02  QLN06O  PIC X(78).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QLN07C    PICTURE X.
           02  QLN07H    PICTURE X.
           02  QLN07O  PIC X(78).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QLN08C    PICTURE X.
           02  QLN08H    PICTURE X.
           02  QLN08O  PIC X(78).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QLN09C    PICTURE X.
           02  QLN09H    PICTURE X.
           02  QLN09O  PIC X(78).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QLN10C    PICTURE X.
           02  QLN10H    PICTURE X.
           02  QLN10O  PIC X(78).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QLN11C    PICTURE X.
           02  QLN11H    PICTURE X.
           02  QLN11O  PIC X(78).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  QLN12C    PICTURE X.
           02  QLN12H    PICTURE X.
           02  QLN12O  PIC X(78).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
