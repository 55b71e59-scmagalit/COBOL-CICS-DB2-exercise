       01  SBMAPI.
           02  FILLER PIC X(12).
           02  TRANSIDL    COMP  PIC  S9(4).
           02  TRANSIDF    PICTURE X.
           02  FILLER REDEFINES TRANSIDF.
             03 TRANSIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRANSIDI  PIC X(4).
           02  FILLER PIC X.
           02  SBIDL    COMP  PIC  S9(4).
           02  SBIDF    PICTURE X.
           02  FILLER REDEFINES SBIDF.
             03 SBIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBIDI  PIC X(9).
           02  FILLER PIC X.
           02  SBHDGL    COMP  PIC  S9(4).
           02  SBHDGF    PICTURE X.
           02  FILLER REDEFINES SBHDGF.
             03 SBHDGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBHDGI  PIC X(60).
           02  FILLER PIC X.
           02  SBSEEL    COMP  PIC  S9(4).
           02  SBSEEF    PICTURE X.
           02  FILLER REDEFINES SBSEEF.
             03 SBSEEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBSEEI  PIC X(9).
           02  FILLER PIC X.
           02  SBSEENL    COMP  PIC  S9(4).
           02  SBSEENF    PICTURE X.
           02  FILLER REDEFINES SBSEENF.
             03 SBSEENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBSEENI  PIC X(60).
           02  FILLER PIC X.
           02  SBALSL    COMP  PIC  S9(4).
           02  SBALSF    PICTURE X.
           02  FILLER REDEFINES SBALSF.
             03 SBALSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBALSI  PIC X(9).
           02  FILLER PIC X.
           02  SBSA1L    COMP  PIC  S9(4).
           02  SBSA1F    PICTURE X.
           02  FILLER REDEFINES SBSA1F.
             03 SBSA1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBSA1I  PIC X(60).
           02  FILLER PIC X.
           02  SBSA2L    COMP  PIC  S9(4).
           02  SBSA2F    PICTURE X.
           02  FILLER REDEFINES SBSA2F.
             03 SBSA2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBSA2I  PIC X(60).
           02  FILLER PIC X.
           02  SBSA3L    COMP  PIC  S9(4).
           02  SBSA3F    PICTURE X.
           02  FILLER REDEFINES SBSA3F.
             03 SBSA3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBSA3I  PIC X(60).
           02  FILLER PIC X.
           02  SBSA4L    COMP  PIC  S9(4).
           02  SBSA4F    PICTURE X.
           02  FILLER REDEFINES SBSA4F.
             03 SBSA4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBSA4I  PIC X(60).
           02  FILLER PIC X.
           02  SBMRGL    COMP  PIC  S9(4).
           02  SBMRGF    PICTURE X.
           02  FILLER REDEFINES SBMRGF.
             03 SBMRGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBMRGI  PIC X(9).
           02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
             03 MSGLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGLNI  PIC X(60).
       01  SBMAPO REDEFINES SBMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANSIDC    PICTURE X.
           02  TRANSIDH    PICTURE X.
           02  TRANSIDO  PIC X(4).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SBIDC    PICTURE X.
           02  SBIDH    PICTURE X.
           02  SBIDO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SBHDGC    PICTURE X.
           02  SBHDGH    PICTURE X.
           02  SBHDGO  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SBSEEC    PICTURE X.
           02  SBSEEH    PICTURE X.
           02  SBSEEO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SBSEENC    PICTURE X.
           02  SBSEENH    PICTURE X.
           02  SBSEENO  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SBALSC    PICTURE X.
           02  SBALSH    PICTURE X.
           02  SBALSO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SBSA1C    PICTURE X.
           02  SBSA1H    PICTURE X.
           02  SBSA1O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SBSA2C    PICTURE X.
           02  SBSA2H    PICTURE X.
           02  SBSA2O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SBSA3C    PICTURE X.
           02  SBSA3H    PICTURE X.
           02  SBSA3O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SBSA4C    PICTURE X.
           02  SBSA4H    PICTURE X.
           02  SBSA4O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  SBMRGC    PICTURE X.
           02  SBMRGH    PICTURE X.
           02  SBMRGO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
