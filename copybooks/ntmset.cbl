       01  NTMMAPI.
           02  FILLER PIC X(12).
           02  TRANSIDL    COMP  PIC  S9(4).
           02  TRANSIDF    PICTURE X.
           02  FILLER REDEFINES TRANSIDF.
             03 TRANSIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRANSIDI  PIC X(4).
           02  FILLER PIC X.
           02  NTTYPEL    COMP  PIC  S9(4).
           02  NTTYPEF    PICTURE X.
           02  FILLER REDEFINES NTTYPEF.
             03 NTTYPEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NTTYPEI  PIC X(1).
           02  FILLER PIC X.
           02  NTLANGL    COMP  PIC  S9(4).
           02  NTLANGF    PICTURE X.
           02  FILLER REDEFINES NTLANGF.
             03 NTLANGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NTLANGI  PIC X(2).
           02  FILLER PIC X.
           02  NTLINEI OCCURS 9 TIMES.
             03  NTTXTL    COMP  PIC  S9(4).
             03  NTTXTF    PICTURE X.
             03  FILLER REDEFINES NTTXTF.
               04 NTTXTA    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  NTTXTI  PIC X(100).
             03  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
             03 MSGLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGLNI  PIC X(60).

       01  NTMMAPO REDEFINES NTMMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANSIDC    PICTURE X.
           02  TRANSIDH    PICTURE X.
           02  TRANSIDO  PIC X(4).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  NTTYPEC    PICTURE X.
           02  NTTYPEH    PICTURE X.
           02  NTTYPEO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  NTLANGC    PICTURE X.
           02  NTLANGH    PICTURE X.
           02  NTLANGO  PIC X(2).
           02  FILLER PIC X.
           02  NTLINEO OCCURS 9 TIMES.
             03  FILLER PICTURE X(3).
             03  NTTXTC    PICTURE X.
             03  NTTXTH    PICTURE X.
             03  NTTXTO  PIC X(100).
             03  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
