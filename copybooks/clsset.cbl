       01  CLSMAPI.
           02  FILLER PIC X(12).
           02  TRANSIDL    COMP  PIC  S9(4).
           02  TRANSIDF    PICTURE X.
           02  FILLER REDEFINES TRANSIDF.
             03 TRANSIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRANSIDI  PIC X(4).
           02  FILLER PIC X.
           02  CLDATEL    COMP  PIC  S9(4).
           02  CLDATEF    PICTURE X.
           02  FILLER REDEFINES CLDATEF.
             03 CLDATEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLDATEI  PIC X(10).
           02  FILLER PIC X.
           02  CLBRCHL    COMP  PIC  S9(4).
           02  CLBRCHF    PICTURE X.
           02  FILLER REDEFINES CLBRCHF.
             03 CLBRCHA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLBRCHI  PIC X(3).
           02  FILLER PIC X.
           02  CLBRNML    COMP  PIC  S9(4).
           02  CLBRNMF    PICTURE X.
           02  FILLER REDEFINES CLBRNMF.
             03 CLBRNMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLBRNMI  PIC X(40).
           02  FILLER PIC X.
           02  CLRSNL    COMP  PIC  S9(4).
           02  CLRSNF    PICTURE X.
           02  FILLER REDEFINES CLRSNF.
             03 CLRSNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLRSNI  PIC X(40).
           02  FILLER PIC X.
           02  CLADBYL    COMP  PIC  S9(4).
           02  CLADBYF    PICTURE X.
           02  FILLER REDEFINES CLADBYF.
             03 CLADBYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLADBYI  PIC X(8).
           02  FILLER PIC X.
           02  CLADDTL    COMP  PIC  S9(4).
           02  CLADDTF    PICTURE X.
           02  FILLER REDEFINES CLADDTF.
             03 CLADDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLADDTI  PIC X(10).
           02  FILLER PIC X.
           02  CLRDDTL    COMP  PIC  S9(4).
           02  CLRDDTF    PICTURE X.
           02  FILLER REDEFINES CLRDDTF.
             03 CLRDDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLRDDTI  PIC X(10).
           02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
             03 MSGLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGLNI  PIC X(60).
       01  CLSMAPO REDEFINES CLSMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANSIDC    PICTURE X.
           02  TRANSIDH    PICTURE X.
           02  TRANSIDO  PIC X(4).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  CLDATEC    PICTURE X.
           02  CLDATEH    PICTURE X.
           02  CLDATEO  PIC X(10).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  CLBRCHC    PICTURE X.
           02  CLBRCHH    PICTURE X.
           02  CLBRCHO  PIC X(3).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  CLBRNMC    PICTURE X.
           02  CLBRNMH    PICTURE X.
           02  CLBRNMO  PIC X(40).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  CLRSNC    PICTURE X.
           02  CLRSNH    PICTURE X.
           02  CLRSNO  PIC X(40).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  CLADBYC    PICTURE X.
           02  CLADBYH    PICTURE X.
           02  CLADBYO  PIC X(8).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  CLADDTC    PICTURE X.
           02  CLADDTH    PICTURE X.
           02  CLADDTO  PIC X(10).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  CLRDDTC    PICTURE X.
           02  CLRDDTH    PICTURE X.
           02  CLRDDTO  PIC X(10).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
