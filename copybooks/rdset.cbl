       01  RDMAPI.
           02  FILLER PIC X(12).
           02  TRANSIDL    COMP  PIC  S9(4).
           02  TRANSIDF    PICTURE X.
           02  FILLER REDEFINES TRANSIDF.
             03 TRANSIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRANSIDI  PIC X(4).
           02  FILLER PIC X.
           02  RDPRGL    COMP  PIC  S9(4).
           02  RDPRGF    PICTURE X.
           02  FILLER REDEFINES RDPRGF.
             03 RDPRGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDPRGI  PIC X(9).
           02  FILLER PIC X.
           02  RDPNML    COMP  PIC  S9(4).
           02  RDPNMF    PICTURE X.
           02  FILLER REDEFINES RDPNMF.
             03 RDPNMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDPNMI  PIC X(40).
           02  FILLER PIC X.
           02  RDSTRL    COMP  PIC  S9(4).
           02  RDSTRF    PICTURE X.
           02  FILLER REDEFINES RDSTRF.
             03 RDSTRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDSTRI  PIC X(10).
           02  FILLER PIC X.
           02  RDENDL    COMP  PIC  S9(4).
           02  RDENDF    PICTURE X.
           02  FILLER REDEFINES RDENDF.
             03 RDENDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDENDI  PIC X(10).
           02  FILLER PIC X.
           02  RDG1L    COMP  PIC  S9(4).
           02  RDG1F    PICTURE X.
           02  FILLER REDEFINES RDG1F.
             03 RDG1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDG1I  PIC X(3).
           02  FILLER PIC X.
           02  RDZ1L    COMP  PIC  S9(4).
           02  RDZ1F    PICTURE X.
           02  FILLER REDEFINES RDZ1F.
             03 RDZ1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDZ1I  PIC X(30).
           02  FILLER PIC X.
           02  RDG2L    COMP  PIC  S9(4).
           02  RDG2F    PICTURE X.
           02  FILLER REDEFINES RDG2F.
             03 RDG2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDG2I  PIC X(3).
           02  FILLER PIC X.
           02  RDZ2L    COMP  PIC  S9(4).
           02  RDZ2F    PICTURE X.
           02  FILLER REDEFINES RDZ2F.
             03 RDZ2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDZ2I  PIC X(30).
           02  FILLER PIC X.
           02  RDG3L    COMP  PIC  S9(4).
           02  RDG3F    PICTURE X.
           02  FILLER REDEFINES RDG3F.
             03 RDG3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDG3I  PIC X(3).
           02  FILLER PIC X.
           02  RDZ3L    COMP  PIC  S9(4).
           02  RDZ3F    PICTURE X.
           02  FILLER REDEFINES RDZ3F.
             03 RDZ3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDZ3I  PIC X(30).
           02  FILLER PIC X.
           02  RDPATL    COMP  PIC  S9(4).
           02  RDPATF    PICTURE X.
           02  FILLER REDEFINES RDPATF.
             03 RDPATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDPATI  PIC X(9).
           02  FILLER PIC X.
           02  RDBKSL    COMP  PIC  S9(4).
           02  RDBKSF    PICTURE X.
           02  FILLER REDEFINES RDBKSF.
             03 RDBKSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDBKSI  PIC X(3).
           02  FILLER PIC X.
           02  RDBIDL    COMP  PIC  S9(4).
           02  RDBIDF    PICTURE X.
           02  FILLER REDEFINES RDBIDF.
             03 RDBIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDBIDI  PIC X(9).
           02  FILLER PIC X.
           02  RDLVLL    COMP  PIC  S9(4).
           02  RDLVLF    PICTURE X.
           02  FILLER REDEFINES RDLVLF.
             03 RDLVLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDLVLI  PIC X(1).
           02  FILLER PIC X.
           02  RDLN1L    COMP  PIC  S9(4).
           02  RDLN1F    PICTURE X.
           02  FILLER REDEFINES RDLN1F.
             03 RDLN1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDLN1I  PIC X(60).
           02  FILLER PIC X.
           02  RDLN2L    COMP  PIC  S9(4).
           02  RDLN2F    PICTURE X.
           02  FILLER REDEFINES RDLN2F.
             03 RDLN2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDLN2I  PIC X(60).
           02  FILLER PIC X.
           02  RDLN3L    COMP  PIC  S9(4).
           02  RDLN3F    PICTURE X.
           02  FILLER REDEFINES RDLN3F.
             03 RDLN3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDLN3I  PIC X(60).
           02  FILLER PIC X.
           02  RDLN4L    COMP  PIC  S9(4).
           02  RDLN4F    PICTURE X.
           02  FILLER REDEFINES RDLN4F.
             03 RDLN4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDLN4I  PIC X(60).
           02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
             03 MSGLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGLNI  PIC X(60).
       01  RDMAPO REDEFINES RDMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANSIDC    PICTURE X.
           02  TRANSIDH    PICTURE X.
           02  TRANSIDO  PIC X(4).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDPRGC    PICTURE X.
           02  RDPRGH    PICTURE X.
           02  RDPRGO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDPNMC    PICTURE X.
           02  RDPNMH    PICTURE X.
           02  RDPNMO  PIC X(40).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDSTRC    PICTURE X.
           02  RDSTRH    PICTURE X.
           02  RDSTRO  PIC X(10).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDENDC    PICTURE X.
           02  RDENDH    PICTURE X.
           02  RDENDO  PIC X(10).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDG1C    PICTURE X.
           02  RDG1H    PICTURE X.
           02  RDG1O  PIC X(3).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDZ1C    PICTURE X.
           02  RDZ1H    PICTURE X.
           02  RDZ1O  PIC X(30).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDG2C    PICTURE X.
           02  RDG2H    PICTURE X.
           02  RDG2O  PIC X(3).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDZ2C    PICTURE X.
           02  RDZ2H    PICTURE X.
           02  RDZ2O  PIC X(30).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDG3C    PICTURE X.
           02  RDG3H    PICTURE X.
           02  RDG3O  PIC X(3).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDZ3C    PICTURE X.
           02  RDZ3H    PICTURE X.
           02  RDZ3O  PIC X(30).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDPATC    PICTURE X.
           02  RDPATH    PICTURE X.
           02  RDPATO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDBKSC    PICTURE X.
           02  RDBKSH    PICTURE X.
           02  RDBKSO  PIC X(3).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDBIDC    PICTURE X.
           02  RDBIDH    PICTURE X.
           02  RDBIDO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDLVLC    PICTURE X.
           02  RDLVLH    PICTURE X.
           02  RDLVLO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDLN1C    PICTURE X.
           02  RDLN1H    PICTURE X.
           02  RDLN1O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDLN2C    PICTURE X.
           02  RDLN2H    PICTURE X.
           02  RDLN2O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDLN3C    PICTURE X.
           02  RDLN3H    PICTURE X.
           02  RDLN3O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RDLN4C    PICTURE X.
           02  RDLN4H    PICTURE X.
           02  RDLN4O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
