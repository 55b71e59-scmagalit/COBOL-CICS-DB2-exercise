       01  RQMAPI.
           02  FILLER PIC X(12).
           02  TRANSIDL    COMP  PIC  S9(4).
           02  TRANSIDF    PICTURE X.
           02  FILLER REDEFINES TRANSIDF.
             03 TRANSIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRANSIDI  PIC X(4).
           02  FILLER PIC X.
           02  RQIDL    COMP  PIC  S9(4).
           02  RQIDF    PICTURE X.
           02  FILLER REDEFINES RQIDF.
             03 RQIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RQIDI  PIC X(9).
           02  FILLER PIC X.
           02  RQTITLL    COMP  PIC  S9(4).
           02  RQTITLF    PICTURE X.
           02  FILLER REDEFINES RQTITLF.
             03 RQTITLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RQTITLI  PIC X(60).
           02  FILLER PIC X.
           02  RQINF1L    COMP  PIC  S9(4).
           02  RQINF1F    PICTURE X.
           02  FILLER REDEFINES RQINF1F.
             03 RQINF1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RQINF1I  PIC X(60).
           02  FILLER PIC X.
           02  RQINF2L    COMP  PIC  S9(4).
           02  RQINF2F    PICTURE X.
           02  FILLER REDEFINES RQINF2F.
             03 RQINF2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RQINF2I  PIC X(60).
           02  FILLER PIC X.
           02  RQINF3L    COMP  PIC  S9(4).
           02  RQINF3F    PICTURE X.
           02  FILLER REDEFINES RQINF3F.
             03 RQINF3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RQINF3I  PIC X(60).
           02  FILLER PIC X.
           02  RQVNDL    COMP  PIC  S9(4).
           02  RQVNDF    PICTURE X.
           02  FILLER REDEFINES RQVNDF.
             03 RQVNDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RQVNDI  PIC X(9).
           02  FILLER PIC X.
           02  RQPOIDL    COMP  PIC  S9(4).
           02  RQPOIDF    PICTURE X.
           02  FILLER REDEFINES RQPOIDF.
             03 RQPOIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RQPOIDI  PIC X(9).
           02  FILLER PIC X.
           02  RQFUNDL    COMP  PIC  S9(4).
           02  RQFUNDF    PICTURE X.
           02  FILLER REDEFINES RQFUNDF.
             03 RQFUNDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RQFUNDI  PIC X(8).
           02  FILLER PIC X.
           02  RQPRICL    COMP  PIC  S9(4).
           02  RQPRICF    PICTURE X.
           02  FILLER REDEFINES RQPRICF.
             03 RQPRICA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RQPRICI  PIC X(9).
           02  FILLER PIC X.
           02  RQRSNL    COMP  PIC  S9(4).
           02  RQRSNF    PICTURE X.
           02  FILLER REDEFINES RQRSNF.
             03 RQRSNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RQRSNI  PIC X(1).
           02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
             03 MSGLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGLNI  PIC X(60).
       01  RQMAPO REDEFINES RQMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANSIDC    PICTURE X.
           02  TRANSIDH    PICTURE X.
           02  TRANSIDO  PIC X(4).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RQIDC    PICTURE X.
           02  RQIDH    PICTURE X.
           02  RQIDO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RQTITLC    PICTURE X.
           02  RQTITLH    PICTURE X.
           02  RQTITLO  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RQINF1C    PICTURE X.
           02  RQINF1H    PICTURE X.
           02  RQINF1O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RQINF2C    PICTURE X.
           02  RQINF2H    PICTURE X.
           02  RQINF2O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RQINF3C    PICTURE X.
           02  RQINF3H    PICTURE X.
           02  RQINF3O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RQVNDC    PICTURE X.
           02  RQVNDH    PICTURE X.
           02  RQVNDO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RQPOIDC    PICTURE X.
           02  RQPOIDH    PICTURE X.
           02  RQPOIDO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RQFUNDC    PICTURE X.
           02  RQFUNDH    PICTURE X.
           02  RQFUNDO  PIC X(8).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RQPRICC    PICTURE X.
           02  RQPRICH    PICTURE X.
           02  RQPRICO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  RQRSNC    PICTURE X.
           02  RQRSNH    PICTURE X.
           02  RQRSNO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
