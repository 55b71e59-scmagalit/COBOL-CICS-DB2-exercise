0816SE       03 BKNXTA    PICTURE X.
0816SE     02  FILLER   PICTURE X(2).
0816SE     02  BKNXTI  PIC X(42).
1125CN     02  FILLER PIC X.
1125CN     02  BKCPFXL    COMP  PIC  S9(4).
1125CN     02  BKCPFXF    PICTURE X.
1125CN     02  FILLER REDEFINES BKCPFXF.
1125CN       03 BKCPFXA    PICTURE X.
1125CN     02  FILLER   PICTURE X(2).
1125CN     02  BKCPFXI  PIC X(4).
1125CN     02  FILLER PIC X.
1125CN     02  BKCCLSL    COMP  PIC  S9(4).
1125CN     02  BKCCLSF    PICTURE X.
1125CN     02  FILLER REDEFINES BKCCLSF.
1125CN       03 BKCCLSA    PICTURE X.
1125CN     02  FILLER   PICTURE X(2).
1125CN     02  BKCCLSI  PIC X(12).
1125CN     02  FILLER PIC X.
1125CN     02  BKCCUTL    COMP  PIC  S9(4).
1125CN     02  BKCCUTF    PICTURE X.
1125CN     02  FILLER REDEFINES BKCCUTF.
1125CN       03 BKCCUTA    PICTURE X.
1125CN     02  FILLER   PICTURE X(2).
1125CN     02  BKCCUTI  PIC X(8).
1130SH     02  FILLER PIC X.
1130SH     02  BKSUBJL    COMP  PIC  S9(4).
1130SH     02  BKSUBJF    PICTURE X.
1130SH     02  FILLER REDEFINES BKSUBJF.
1130SH       03 BKSUBJA    PICTURE X.
1130SH     02  FILLER   PICTURE X(2).
1130SH     02  BKSUBJI  PIC X(60).
       01  INFOMAPO REDEFINES INFOMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
0816SE     02  BKNXTC    PICTURE X.
0816SE     02  BKNXTH    PICTURE X.
0816SE     02  BKNXTO  PIC X(42).
1125CN     02  FILLER PIC X.
1125CN     02  FILLER PICTURE X(3).
1125CN     02  BKCPFXC    PICTURE X.
1125CN     02  BKCPFXH    PICTURE X.
1125CN     02  BKCPFXO  PIC X(4).
1125CN     02  FILLER PIC X.
1125CN     02  FILLER PICTURE X(3).
1125CN     02  BKCCLSC    PICTURE X.
1125CN     02  BKCCLSH    PICTURE X.
1125CN     02  BKCCLSO  PIC X(12).
1125CN     02  FILLER PIC X.
1125CN     02  FILLER PICTURE X(3).
1125CN     02  BKCCUTC    PICTURE X.
1125CN     02  BKCCUTH    PICTURE X.
1125CN     02  BKCCUTO  PIC X(8).
1130SH     02  FILLER PIC X.
1130SH     02  FILLER PICTURE X(3).
1130SH     02  BKSUBJC    PICTURE X.
1130SH     02  BKSUBJH    PICTURE X.
1130SH     02  BKSUBJO  PIC X(60).

