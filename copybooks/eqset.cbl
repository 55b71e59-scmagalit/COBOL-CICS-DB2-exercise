       01  EQMAPI.
           02  FILLER PIC X(12).
           02  TRANSIDL    COMP  PIC  S9(4).
           02  TRANSIDF    PICTURE X.
           02  FILLER REDEFINES TRANSIDF.
             03 TRANSIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRANSIDI  PIC X(4).
           02  FILLER PIC X.
           02  EQTAGL    COMP  PIC  S9(4).
           02  EQTAGF    PICTURE X.
           02  FILLER REDEFINES EQTAGF.
             03 EQTAGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EQTAGI  PIC X(12).
           02  FILLER PIC X.
           02  EQTYPL    COMP  PIC  S9(4).
           02  EQTYPF    PICTURE X.
           02  FILLER REDEFINES EQTYPF.
             03 EQTYPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EQTYPI  PIC X(1).
           02  FILLER PIC X.
           02  EQSERL    COMP  PIC  S9(4).
           02  EQSERF    PICTURE X.
           02  FILLER REDEFINES EQSERF.
             03 EQSERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EQSERI  PIC X(30).
           02  FILLER PIC X.
           02  EQDSCL    COMP  PIC  S9(4).
           02  EQDSCF    PICTURE X.
           02  FILLER REDEFINES EQDSCF.
             03 EQDSCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EQDSCI  PIC X(40).
           02  FILLER PIC X.
           02  EQBRNL    COMP  PIC  S9(4).
           02  EQBRNF    PICTURE X.
           02  FILLER REDEFINES EQBRNF.
             03 EQBRNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EQBRNI  PIC X(9).
           02  FILLER PIC X.
           02  EQCNDL    COMP  PIC  S9(4).
           02  EQCNDF    PICTURE X.
           02  FILLER REDEFINES EQCNDF.
             03 EQCNDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EQCNDI  PIC X(1).
           02  FILLER PIC X.
           02  EQSTAL    COMP  PIC  S9(4).
           02  EQSTAF    PICTURE X.
           02  FILLER REDEFINES EQSTAF.
             03 EQSTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EQSTAI  PIC X(1).
           02  FILLER PIC X.
           02  EQHRSL    COMP  PIC  S9(4).
           02  EQHRSF    PICTURE X.
           02  FILLER REDEFINES EQHRSF.
             03 EQHRSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EQHRSI  PIC X(3).
           02  FILLER PIC X.
           02  EQRATL    COMP  PIC  S9(4).
           02  EQRATF    PICTURE X.
           02  FILLER REDEFINES EQRATF.
             03 EQRATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EQRATI  PIC X(6).
           02  FILLER PIC X.
           02  EQMAXL    COMP  PIC  S9(4).
           02  EQMAXF    PICTURE X.
           02  FILLER REDEFINES EQMAXF.
             03 EQMAXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EQMAXI  PIC X(8).
           02  FILLER PIC X.
           02  EQDEPL    COMP  PIC  S9(4).
           02  EQDEPF    PICTURE X.
           02  FILLER REDEFINES EQDEPF.
             03 EQDEPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EQDEPI  PIC X(8).
           02  FILLER PIC X.
           02  EQPATL    COMP  PIC  S9(4).
           02  EQPATF    PICTURE X.
           02  FILLER REDEFINES EQPATF.
             03 EQPATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EQPATI  PIC X(9).
           02  FILLER PIC X.
           02  EQTNDL    COMP  PIC  S9(4).
           02  EQTNDF    PICTURE X.
           02  FILLER REDEFINES EQTNDF.
             03 EQTNDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EQTNDI  PIC X(1).
           02  FILLER PIC X.
           02  EQLNL    COMP  PIC  S9(4).
           02  EQLNF    PICTURE X.
           02  FILLER REDEFINES EQLNF.
             03 EQLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EQLNI  PIC X(60).
           02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
             03 MSGLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGLNI  PIC X(60).
       01  EQMAPO REDEFINES EQMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANSIDC    PICTURE X.
           02  TRANSIDH    PICTURE X.
           02  TRANSIDO  PIC X(4).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EQTAGC    PICTURE X.
           02  EQTAGH    PICTURE X.
           02  EQTAGO  PIC X(12).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EQTYPC    PICTURE X.
           02  EQTYPH    PICTURE X.
           02  EQTYPO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EQSERC    PICTURE X.
           02  EQSERH    PICTURE X.
           02  EQSERO  PIC X(30).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EQDSCC    PICTURE X.
           02  EQDSCH    PICTURE X.
           02  EQDSCO  PIC X(40).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EQBRNC    PICTURE X.
           02  EQBRNH    PICTURE X.
           02  EQBRNO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EQCNDC    PICTURE X.
           02  EQCNDH    PICTURE X.
           02  EQCNDO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EQSTAC    PICTURE X.
           02  EQSTAH    PICTURE X.
           02  EQSTAO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EQHRSC    PICTURE X.
           02  EQHRSH    PICTURE X.
           02  EQHRSO  PIC X(3).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EQRATC    PICTURE X.
           02  EQRATH    PICTURE X.
           02  EQRATO  PIC X(6).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EQMAXC    PICTURE X.
           02  EQMAXH    PICTURE X.
           02  EQMAXO  PIC X(8).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EQDEPC    PICTURE X.
           02  EQDEPH    PICTURE X.
           02  EQDEPO  PIC X(8).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EQPATC    PICTURE X.
           02  EQPATH    PICTURE X.
           02  EQPATO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EQTNDC    PICTURE X.
           02  EQTNDH    PICTURE X.
           02  EQTNDO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EQLNC    PICTURE X.
           02  EQLNH    PICTURE X.
           02  EQLNO  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
