       01  EVTMAPI.
           02  FILLER PIC X(12).
           02  TRANSIDL    COMP  PIC  S9(4).
           02  TRANSIDF    PICTURE X.
           02  FILLER REDEFINES TRANSIDF.
             03 TRANSIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRANSIDI  PIC X(4).
           02  FILLER PIC X.
           02  EVIDL    COMP  PIC  S9(4).
           02  EVIDF    PICTURE X.
           02  FILLER REDEFINES EVIDF.
             03 EVIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVIDI  PIC X(9).
           02  FILLER PIC X.
           02  EVTITLL    COMP  PIC  S9(4).
           02  EVTITLF    PICTURE X.
           02  FILLER REDEFINES EVTITLF.
             03 EVTITLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVTITLI  PIC X(60).
           02  FILLER PIC X.
           02  EVAUDL    COMP  PIC  S9(4).
           02  EVAUDF    PICTURE X.
           02  FILLER REDEFINES EVAUDF.
             03 EVAUDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVAUDI  PIC X(1).
           02  FILLER PIC X.
           02  EVDATEL    COMP  PIC  S9(4).
           02  EVDATEF    PICTURE X.
           02  FILLER REDEFINES EVDATEF.
             03 EVDATEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVDATEI  PIC X(10).
           02  FILLER PIC X.
           02  EVFROML    COMP  PIC  S9(4).
           02  EVFROMF    PICTURE X.
           02  FILLER REDEFINES EVFROMF.
             03 EVFROMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVFROMI  PIC X(2).
           02  FILLER PIC X.
           02  EVTOL    COMP  PIC  S9(4).
           02  EVTOF    PICTURE X.
           02  FILLER REDEFINES EVTOF.
             03 EVTOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVTOI  PIC X(2).
           02  FILLER PIC X.
           02  EVROOML    COMP  PIC  S9(4).
           02  EVROOMF    PICTURE X.
           02  FILLER REDEFINES EVROOMF.
             03 EVROOMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVROOMI  PIC X(3).
           02  FILLER PIC X.
           02  EVCAPL    COMP  PIC  S9(4).
           02  EVCAPF    PICTURE X.
           02  FILLER REDEFINES EVCAPF.
             03 EVCAPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVCAPI  PIC X(4).
           02  FILLER PIC X.
           02  EVOPENL    COMP  PIC  S9(4).
           02  EVOPENF    PICTURE X.
           02  FILLER REDEFINES EVOPENF.
             03 EVOPENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVOPENI  PIC X(10).
           02  FILLER PIC X.
           02  EVPATL    COMP  PIC  S9(4).
           02  EVPATF    PICTURE X.
           02  FILLER REDEFINES EVPATF.
             03 EVPATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVPATI  PIC X(9).
           02  FILLER PIC X.
           02  EVREGL    COMP  PIC  S9(4).
           02  EVREGF    PICTURE X.
           02  FILLER REDEFINES EVREGF.
             03 EVREGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVREGI  PIC X(9).
           02  FILLER PIC X.
           02  EVATTL    COMP  PIC  S9(4).
           02  EVATTF    PICTURE X.
           02  FILLER REDEFINES EVATTF.
             03 EVATTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVATTI  PIC X(4).
           02  FILLER PIC X.
           02  EVINFOL    COMP  PIC  S9(4).
           02  EVINFOF    PICTURE X.
           02  FILLER REDEFINES EVINFOF.
             03 EVINFOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVINFOI  PIC X(60).
           02  FILLER PIC X.
           02  ELN01L    COMP  PIC  S9(4).
           02  ELN01F    PICTURE X.
           02  FILLER REDEFINES ELN01F.
             03 ELN01A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ELN01I  PIC X(60).
           02  FILLER PIC X.
           02  ELN02L    COMP  PIC  S9(4).
           02  ELN02F    PICTURE X.
           02  FILLER REDEFINES ELN02F.
             03 ELN02A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ELN02I  PIC X(60).
           02  FILLER PIC X.
           02  ELN03L    COMP  PIC  S9(4).
           02  ELN03F    PICTURE X.
           02  FILLER REDEFINES ELN03F.
             03 ELN03A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ELN03I  PIC X(60).
           02  FILLER PIC X.
           02  ELN04L    COMP  PIC  S9(4).
           02  ELN04F    PICTURE X.
           02  FILLER REDEFINES ELN04F.
             03 ELN04A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ELN04I  PIC X(60).
           02  FILLER PIC X.
           02  MSGLNL    COMP  PIC  S9(4).
           02  MSGLNF    PICTURE X.
           02  FILLER REDEFINES MSGLNF.
             03 MSGLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGLNI  PIC X(60).
       01  EVTMAPO REDEFINES EVTMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANSIDC    PICTURE X.
           02  TRANSIDH    PICTURE X.
           02  TRANSIDO  PIC X(4).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EVIDC    PICTURE X.
           02  EVIDH    PICTURE X.
           02  EVIDO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EVTITLC    PICTURE X.
           02  EVTITLH    PICTURE X.
           02  EVTITLO  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EVAUDC    PICTURE X.
           02  EVAUDH    PICTURE X.
           02  EVAUDO  PIC X(1).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EVDATEC    PICTURE X.
           02  EVDATEH    PICTURE X.
           02  EVDATEO  PIC X(10).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EVFROMC    PICTURE X.
           02  EVFROMH    PICTURE X.
           02  EVFROMO  PIC X(2).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EVTOC    PICTURE X.
           02  EVTOH    PICTURE X.
           02  EVTOO  PIC X(2).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EVROOMC    PICTURE X.
           02  EVROOMH    PICTURE X.
           02  EVROOMO  PIC X(3).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EVCAPC    PICTURE X.
           02  EVCAPH    PICTURE X.
           02  EVCAPO  PIC X(4).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EVOPENC    PICTURE X.
           02  EVOPENH    PICTURE X.
           02  EVOPENO  PIC X(10).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EVPATC    PICTURE X.
           02  EVPATH    PICTURE X.
           02  EVPATO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EVREGC    PICTURE X.
           02  EVREGH    PICTURE X.
           02  EVREGO  PIC X(9).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EVATTC    PICTURE X.
           02  EVATTH    PICTURE X.
           02  EVATTO  PIC X(4).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  EVINFOC    PICTURE X.
           02  EVINFOH    PICTURE X.
           02  EVINFOO  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  ELN01C    PICTURE X.
           02  ELN01H    PICTURE X.
           02  ELN01O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  ELN02C    PICTURE X.
           02  ELN02H    PICTURE X.
           02  ELN02O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  ELN03C    PICTURE X.
           02  ELN03H    PICTURE X.
           02  ELN03O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  ELN04C    PICTURE X.
           02  ELN04H    PICTURE X.
           02  ELN04O  PIC X(60).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  MSGLNC    PICTURE X.
           02  MSGLNH    PICTURE X.
           02  MSGLNO  PIC X(60).
